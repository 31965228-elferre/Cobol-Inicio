      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for accidentes.dat, the workplace
      *          accident register per employee (date, time,
      *          department, description, injury type, whether a
      *          doctor was needed and the insurer claim number),
      *          patterned on the contactos.cbl screen flow. Each
      *          accident can be linked to the licencias.dat leave it
      *          caused, and the days lost are counted from that leave
      *          (up to today while it is still open). Option 5 prints
      *          the incident form to accform.rpt with the employee's
      *          emergency contacts from contactos.dat, and registers
      *          it in the report archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCIDENTES-MANT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL ACCIDENTES-ARCHIVO
       ASSIGN TO "accidentes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-ACC.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "licencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-LIC.

       SELECT OPTIONAL CONTACTOS-ARCHIVO
       ASSIGN TO "contactos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CON-CLAVE
       FILE STATUS IS WS-FILE-STATUS-CON.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "accform.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE ACCIDENTES DE TRABAJO
       FD ACCIDENTES-ARCHIVO.
           COPY ACCREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * LEDGER DE LICENCIAS
       FD LICENCIAS-ARCHIVO.
           COPY LICREG.
      * CONTACTOS Y BENEFICIARIOS POR EMPLEADO
       FD CONTACTOS-ARCHIVO.
           COPY CONREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * FORMULARIO DE INCIDENTE
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-ACC PIC X(2).
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-CON PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-OPCION PIC 9.
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-FECHA-VALIDA PIC X.
           88 FECHA-VALIDA VALUE "S".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-PEDIDA PIC 9(8).
       01  WS-HORA-PEDIDA PIC 9(4).
       01  WS-HORA-REDEF REDEFINES WS-HORA-PEDIDA.
           05 WS-HORA-HH PIC 9(2).
           05 WS-HORA-MM PIC 9(2).
       01  WS-DEPTO-PEDIDO PIC X(3).
       01  WS-LIC-PEDIDA PIC 9(8).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
      * DIAS PERDIDOS DE LA LICENCIA VINCULADA AL ACCIDENTE.
       01  WS-FIN-PERDIDA PIC 9(8).
       01  WS-DIAS-PERDIDOS PIC 9(4).
       01  WS-ESTADO-LICENCIA PIC X(20).
       01  WS-CONT-CONTACTOS PIC 9(2).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "ACCIDENTES-MANT".
           05 ARC-REPORTE PIC X(20) VALUE "accform.rpt".
           05 ARC-OPERADOR PIC X(10) VALUE "AUTOMATICO".
       LINKAGE SECTION.
       01  LNK-SESION.
           05 LNK-OPERADOR PIC X(10).
           05 LNK-ROL PIC X(1).
       PROCEDURE DIVISION USING LNK-SESION.
       MAIN-PROCEDURE.
      * EL OPERADOR DE LA SESION FIRMA LA FILA DEL INDICE DE
      * REPORTES; EN BLANCO QUEDA AUTOMATICO.
           IF LNK-OPERADOR NOT = SPACES
               MOVE LNK-OPERADOR TO ARC-OPERADOR
           ELSE
               MOVE "AUTOMATICO" TO ARC-OPERADOR
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "INGRESE ID DE EMPLEADO (000000=SALE) :".
           ACCEPT WS-ID-BUSQUEDA.
           INSPECT WS-ID-BUSQUEDA REPLACING LEADING SPACE BY ZERO.
           IF WS-ID-BUSQUEDA = ZEROS
               PERFORM RUTINA-SALIDA
           END-IF.
           MOVE WS-ID-BUSQUEDA TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE EMPLEADO CON ESE ID."
               NOT INVALID KEY
                   PERFORM MANTENER-ACCIDENTES
           END-READ.
           PERFORM RUTINA1.
       MANTENER-ACCIDENTES.
           DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS.
           PERFORM LISTAR-ACCIDENTES.
           DISPLAY "1=ALTA / 2=MODIFICAR / 3=ELIMINAR "
               "/ 4=VINCULAR LICENCIA / 5=IMPRIMIR FORMULARIO "
               "/ 9=TERMINA CON ESTE EMPLEADO :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ALTA-ACCIDENTE
               PERFORM MANTENER-ACCIDENTES
           WHEN 2
               PERFORM MODIFICAR-ACCIDENTE
               PERFORM MANTENER-ACCIDENTES
           WHEN 3
               PERFORM ELIMINAR-ACCIDENTE
               PERFORM MANTENER-ACCIDENTES
           WHEN 4
               PERFORM VINCULAR-ACCIDENTE
               PERFORM MANTENER-ACCIDENTES
           WHEN 5
               PERFORM IMPRIMIR-ACCIDENTE
               PERFORM MANTENER-ACCIDENTES
           WHEN 9
               CONTINUE
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
               PERFORM MANTENER-ACCIDENTES
           END-EVALUATE.
       LISTAR-ACCIDENTES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE WS-ID-BUSQUEDA TO ACC-ID.
           MOVE ZERO TO ACC-FECHA.
           MOVE ZERO TO ACC-HORA.
           START ACCIDENTES-ARCHIVO
               KEY IS NOT LESS THAN ACC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-ACCIDENTE
               PERFORM LISTAR-ACCIDENTE UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN ACCIDENTES REGISTRADOS PARA ESTE EMPLEADO."
           END-IF.
       LEER-ACCIDENTE.
           READ ACCIDENTES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-ACCIDENTE.
           IF ACC-ID = WS-ID-BUSQUEDA
               PERFORM CALCULAR-DIAS-PERDIDOS
               DISPLAY "  " ACC-FECHA " " ACC-HORA " DEP " ACC-DEPTO
                   " " ACC-LESION " MEDICO " ACC-MEDICO
                   " SINIESTRO " ACC-SINIESTRO
               DISPLAY "      " ACC-DESCRIPCION
               IF ACC-LIC-FECHA = ZERO
                   DISPLAY "      SIN LICENCIA VINCULADA"
               ELSE
                   DISPLAY "      LICENCIA DEL " ACC-LIC-FECHA
                       " DIAS PERDIDOS " WS-DIAS-PERDIDOS " "
                       WS-ESTADO-LICENCIA
               END-IF
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-ACCIDENTE
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       ALTA-ACCIDENTE.
           MOVE "S" TO WS-DATOS-VALIDOS.
           PERFORM PEDIR-CLAVE.
           IF DATOS-VALIDOS
               READ ACCIDENTES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "YA HAY UN ACCIDENTE DEL EMPLEADO EN "
                           "ESA FECHA Y HORA."
                       MOVE "N" TO WS-DATOS-VALIDOS
               END-READ
           END-IF.
           IF DATOS-VALIDOS
               MOVE WS-ID-BUSQUEDA TO ACC-ID
               MOVE WS-FECHA-PEDIDA TO ACC-FECHA
               MOVE WS-HORA-PEDIDA TO ACC-HORA
               MOVE EMPLEADOS-DEPTO TO ACC-DEPTO
               MOVE ZERO TO ACC-LIC-FECHA
               MOVE WS-FECHA-HOY TO ACC-FECHA-REGISTRO
               PERFORM CAPTURAR-ACCIDENTE
               PERFORM PEDIR-LICENCIA
               WRITE ACCIDENTE-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL ACCIDENTE."
                   NOT INVALID KEY
                       DISPLAY "ACCIDENTE REGISTRADO."
               END-WRITE
           ELSE
               DISPLAY "ACCIDENTE NO GRABADO."
           END-IF.
       MODIFICAR-ACCIDENTE.
           MOVE "S" TO WS-DATOS-VALIDOS.
           PERFORM PEDIR-CLAVE.
           IF DATOS-VALIDOS
               READ ACCIDENTES-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO HAY ACCIDENTE EN ESA FECHA Y HORA."
                   NOT INVALID KEY
                       PERFORM CAPTURAR-ACCIDENTE
                       REWRITE ACCIDENTE-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL MODIFICAR EL "
                                   "ACCIDENTE."
                           NOT INVALID KEY
                               DISPLAY "ACCIDENTE ACTUALIZADO."
                       END-REWRITE
               END-READ
           END-IF.
       ELIMINAR-ACCIDENTE.
           MOVE "S" TO WS-DATOS-VALIDOS.
           PERFORM PEDIR-CLAVE.
           IF DATOS-VALIDOS
               READ ACCIDENTES-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO HAY ACCIDENTE EN ESA FECHA Y HORA."
                   NOT INVALID KEY
                       DELETE ACCIDENTES-ARCHIVO
                           INVALID KEY
                               DISPLAY "ERROR AL ELIMINAR EL "
                                   "ACCIDENTE."
                           NOT INVALID KEY
                               DISPLAY "ACCIDENTE ELIMINADO."
                       END-DELETE
               END-READ
           END-IF.
      * LA LICENCIA SUELE CARGARSE DESPUES, POR BAJA/LICENCIA; ACA SE
      * ENGANCHA (O SE DESENGANCHA CON CERO) A UN ACCIDENTE YA GRABADO.
       VINCULAR-ACCIDENTE.
           MOVE "S" TO WS-DATOS-VALIDOS.
           PERFORM PEDIR-CLAVE.
           IF DATOS-VALIDOS
               READ ACCIDENTES-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO HAY ACCIDENTE EN ESA FECHA Y HORA."
                   NOT INVALID KEY
                       PERFORM PEDIR-LICENCIA
                       REWRITE ACCIDENTE-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL VINCULAR LA "
                                   "LICENCIA."
                           NOT INVALID KEY
                               DISPLAY "LICENCIA DEL ACCIDENTE "
                                   "ACTUALIZADA."
                       END-REWRITE
               END-READ
           END-IF.
       PEDIR-CLAVE.
           DISPLAY "FECHA DEL ACCIDENTE (AAAAMMDD) :".
           ACCEPT WS-FECHA-PEDIDA.
           MOVE WS-FECHA-PEDIDA TO WS-FECHA-TRABAJO.
           PERFORM VALIDAR-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA INVALIDA."
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF WS-FECHA-PEDIDA > WS-FECHA-HOY
                   DISPLAY "LA FECHA DEL ACCIDENTE ES POSTERIOR A HOY."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "HORA DEL ACCIDENTE (HHMM) :"
               ACCEPT WS-HORA-PEDIDA
               IF WS-HORA-PEDIDA NOT NUMERIC
                  OR WS-HORA-HH > 23 OR WS-HORA-MM > 59
                   DISPLAY "HORA INVALIDA."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           MOVE WS-ID-BUSQUEDA TO ACC-ID.
           MOVE WS-FECHA-PEDIDA TO ACC-FECHA.
           MOVE WS-HORA-PEDIDA TO ACC-HORA.
       CAPTURAR-ACCIDENTE.
           DISPLAY "DEPARTAMENTO DONDE OCURRIO (BLANCO=" ACC-DEPTO
               ") :".
           MOVE SPACES TO WS-DEPTO-PEDIDO.
           ACCEPT WS-DEPTO-PEDIDO.
           IF WS-DEPTO-PEDIDO NOT = SPACES
               MOVE WS-DEPTO-PEDIDO TO DEPTO-CODIGO
               READ DEPTO-ARCHIVO
                   INVALID KEY
                       DISPLAY "*** AVISO: DEPARTAMENTO NO EXISTE EN "
                           "DEPT.DAT, SE GRABA IGUAL. ***"
               END-READ
               MOVE WS-DEPTO-PEDIDO TO ACC-DEPTO
           END-IF.
           DISPLAY "DESCRIPCION DEL ACCIDENTE :".
           ACCEPT ACC-DESCRIPCION.
           DISPLAY "TIPO DE LESION :".
           ACCEPT ACC-LESION.
           DISPLAY "REQUIRIO MEDICO (S/N) :".
           ACCEPT ACC-MEDICO.
           INSPECT ACC-MEDICO CONVERTING "s" TO "S".
           IF NOT ACC-CON-MEDICO
               MOVE "N" TO ACC-MEDICO
           END-IF.
           DISPLAY "NUMERO DE SINIESTRO DE LA ASEGURADORA :".
           ACCEPT ACC-SINIESTRO.
      * LA LICENCIA DEBE SER DEL MISMO EMPLEADO Y EMPEZAR EL DIA DEL
      * ACCIDENTE O DESPUES.
       PEDIR-LICENCIA.
           DISPLAY "INICIO DE LA LICENCIA CAUSADA (AAAAMMDD, "
               "0=SIN LICENCIA) :".
           ACCEPT WS-LIC-PEDIDA.
           IF WS-LIC-PEDIDA NOT NUMERIC
               MOVE ZERO TO WS-LIC-PEDIDA
           END-IF.
           IF WS-LIC-PEDIDA = ZERO
               MOVE ZERO TO ACC-LIC-FECHA
           ELSE
               MOVE ACC-ID TO LIC-ID
               MOVE WS-LIC-PEDIDA TO LIC-FECHA-INICIO
               READ LICENCIAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO HAY LICENCIA DEL EMPLEADO CON ESE "
                           "INICIO; QUEDA SIN VINCULAR."
                   NOT INVALID KEY
                       IF LIC-FECHA-INICIO < ACC-FECHA
                           DISPLAY "LA LICENCIA EMPIEZA ANTES DEL "
                               "ACCIDENTE; QUEDA SIN VINCULAR."
                       ELSE
                           MOVE WS-LIC-PEDIDA TO ACC-LIC-FECHA
                           DISPLAY "LICENCIA " LIC-TIPO
                               " VINCULADA AL ACCIDENTE."
                       END-IF
               END-READ
           END-IF.
      * DIAS CORRIDOS DESDE EL INICIO DE LA LICENCIA HASTA EL DIA
      * ANTERIOR AL RETORNO; MIENTRAS SIGUE ABIERTA CON EL RETORNO
      * POR DELANTE, SE CUENTA HASTA HOY.
       CALCULAR-DIAS-PERDIDOS.
           MOVE ZERO TO WS-DIAS-PERDIDOS.
           MOVE SPACES TO WS-ESTADO-LICENCIA.
           IF ACC-LIC-FECHA NOT = ZERO
               MOVE ACC-ID TO LIC-ID
               MOVE ACC-LIC-FECHA TO LIC-FECHA-INICIO
               READ LICENCIAS-ARCHIVO
                   INVALID KEY
                       MOVE "(LICENCIA NO EXISTE)" TO WS-ESTADO-LICENCIA
                   NOT INVALID KEY
                       PERFORM CONTAR-DIAS-LICENCIA
               END-READ
           END-IF.
       CONTAR-DIAS-LICENCIA.
           MOVE LIC-FECHA-RETORNO TO WS-FIN-PERDIDA.
           IF LIC-ABIERTA
               MOVE "(EN CURSO)" TO WS-ESTADO-LICENCIA
               IF WS-FIN-PERDIDA = ZERO
                  OR WS-FIN-PERDIDA > WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO
                   PERFORM SUMAR-UN-DIA
                   MOVE WS-FECHA-TRABAJO TO WS-FIN-PERDIDA
               END-IF
           ELSE
               MOVE "(CERRADA)" TO WS-ESTADO-LICENCIA
           END-IF.
           MOVE LIC-FECHA-INICIO TO WS-FECHA-TRABAJO.
           PERFORM CONTAR-DIA-PERDIDO
               UNTIL WS-FECHA-TRABAJO NOT < WS-FIN-PERDIDA
                  OR WS-DIAS-PERDIDOS = 9999.
       CONTAR-DIA-PERDIDO.
           ADD 1 TO WS-DIAS-PERDIDOS.
           PERFORM SUMAR-UN-DIA.
      * FORMULARIO DE INCIDENTE: DATOS DEL EMPLEADO Y DEL ACCIDENTE,
      * LICENCIA CAUSADA, CONTACTOS DE EMERGENCIA Y FIRMAS.
       IMPRIMIR-ACCIDENTE.
           MOVE "S" TO WS-DATOS-VALIDOS.
           PERFORM PEDIR-CLAVE.
           IF DATOS-VALIDOS
               READ ACCIDENTES-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO HAY ACCIDENTE EN ESA FECHA Y HORA."
                       MOVE "N" TO WS-DATOS-VALIDOS
               END-READ
           END-IF.
           IF DATOS-VALIDOS
               PERFORM ARMAR-FORMULARIO
               CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE
               DISPLAY "FORMULARIO IMPRESO EN ACCFORM.RPT."
           END-IF.
       ARMAR-FORMULARIO.
           PERFORM CALCULAR-DIAS-PERDIDOS.
           MOVE ACC-DEPTO TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO DEPTO-NOMBRE
           END-READ.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE "FORMULARIO DE INCIDENTE / ACCIDENTE DE TRABAJO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EMITIDO EL " WS-FECHA-HOY " POR " ARC-OPERADOR
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "DATOS DEL EMPLEADO" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  ID        : " EMPLEADOS-ID
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  NOMBRE    : " FUNCTION TRIM(EMPLEADOS-NOMBRE)
               " " FUNCTION TRIM(EMPLEADOS-APELLIDOS)
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  DIRECCION : " EMPLEADOS-DIRECCION
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  TELEFONO  : " EMPLEADOS-TELEFONO
               "   EDAD: " EMPLEADOS-EDAD
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "DATOS DEL ACCIDENTE" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  FECHA     : " ACC-FECHA "   HORA: " ACC-HORA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  DEPTO     : " ACC-DEPTO " " DEPTO-NOMBRE
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  DETALLE   : " ACC-DESCRIPCION
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  LESION    : " ACC-LESION
               "   REQUIRIO MEDICO: " ACC-MEDICO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  SINIESTRO : " ACC-SINIESTRO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           IF ACC-LIC-FECHA = ZERO
               MOVE "  LICENCIA  : SIN LICENCIA VINCULADA"
                   TO REPORTE-LINEA
           ELSE
               STRING "  LICENCIA  : " LIC-TIPO " DESDE "
                   ACC-LIC-FECHA "  DIAS PERDIDOS: " WS-DIAS-PERDIDOS
                   " " WS-ESTADO-LICENCIA
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "CONTACTOS DE EMERGENCIA" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM IMPRIMIR-CONTACTOS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "FIRMA DEL EMPLEADO: ____________________  "
               & "FIRMA DEL SUPERVISOR: ____________________"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE REPORTE-ARCHIVO.
       IMPRIMIR-CONTACTOS.
           MOVE ZERO TO WS-CONT-CONTACTOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ACC-ID TO CON-ID.
           MOVE ZERO TO CON-CONSEC.
           START CONTACTOS-ARCHIVO
               KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-CONTACTO
               PERFORM IMPRIMIR-CONTACTO UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-CONTACTOS = ZERO
               MOVE "  *** SIN CONTACTOS DE EMERGENCIA CARGADOS ***"
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
       LEER-CONTACTO.
           READ CONTACTOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       IMPRIMIR-CONTACTO.
           IF CON-ID = ACC-ID
               IF CON-EMERGENCIA
                   ADD 1 TO WS-CONT-CONTACTOS
                   MOVE SPACES TO REPORTE-LINEA
                   STRING "  " CON-NOMBRE " " CON-PARENTESCO
                       " TEL " CON-TELEFONO
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF
               PERFORM LEER-CONTACTO
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF WS-FECHA-TRABAJO NUMERIC
               IF WS-TRA-AAAA > 1900
                  AND WS-TRA-MM > ZERO AND WS-TRA-MM < 13
                   PERFORM DIAS-DEL-MES
                   IF WS-TRA-DD > ZERO
                      AND WS-TRA-DD NOT > WS-DIAS-DEL-MES
                       MOVE "S" TO WS-FECHA-VALIDA
                   END-IF
               END-IF
           END-IF.
       SUMAR-UN-DIA.
           PERFORM DIAS-DEL-MES.
           IF WS-TRA-DD < WS-DIAS-DEL-MES
               ADD 1 TO WS-TRA-DD
           ELSE
               MOVE 1 TO WS-TRA-DD
               IF WS-TRA-MM < 12
                   ADD 1 TO WS-TRA-MM
               ELSE
                   MOVE 1 TO WS-TRA-MM
                   ADD 1 TO WS-TRA-AAAA
               END-IF
           END-IF.
       DIAS-DEL-MES.
           EVALUATE WS-TRA-MM
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
               MOVE 31 TO WS-DIAS-DEL-MES
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO WS-DIAS-DEL-MES
           WHEN OTHER
               PERFORM DIAS-DE-FEBRERO
           END-EVALUATE.
       DIAS-DE-FEBRERO.
           MOVE 28 TO WS-DIAS-DEL-MES.
           DIVIDE WS-TRA-AAAA BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = ZERO
               MOVE 29 TO WS-DIAS-DEL-MES
           END-IF.
           DIVIDE WS-TRA-AAAA BY 100 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = ZERO
               MOVE 28 TO WS-DIAS-DEL-MES
               DIVIDE WS-TRA-AAAA BY 400 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WS-DIAS-DEL-MES
               END-IF
           END-IF.
       ABRIR-ARCHIVOS.
           OPEN I-O ACCIDENTES-ARCHIVO.
           IF WS-FILE-STATUS-ACC = "35"
               OPEN OUTPUT ACCIDENTES-ARCHIVO
               CLOSE ACCIDENTES-ARCHIVO
               OPEN I-O ACCIDENTES-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT LICENCIAS-ARCHIVO.
           IF WS-FILE-STATUS-LIC = "35"
               OPEN OUTPUT LICENCIAS-ARCHIVO
               CLOSE LICENCIAS-ARCHIVO
               OPEN INPUT LICENCIAS-ARCHIVO
           END-IF.
           OPEN INPUT CONTACTOS-ARCHIVO.
           IF WS-FILE-STATUS-CON = "35"
               OPEN OUTPUT CONTACTOS-ARCHIVO
               CLOSE CONTACTOS-ARCHIVO
               OPEN INPUT CONTACTOS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE ACCIDENTES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE LICENCIAS-ARCHIVO.
           CLOSE CONTACTOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           GOBACK.
       END PROGRAM ACCIDENTES-MANT.

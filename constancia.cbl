      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Prints the standard certificate letters asked for
      *          bank loans, rentals and visas, so they are no longer
      *          typed by hand from the FICHA-EMPLEADOS screen:
      *          constancia de trabajo (hire date, department and
      *          status of an employee in service), constancia de
      *          salario (the same plus the rate in force from
      *          tarifas.dat and the average monthly gross of the
      *          last six closed months of pagohist.dat, reversals
      *          netted out) and certificado de servicios for a
      *          former employee (from emp.dat while still there as
      *          terminated, otherwise from hist.dat). Every letter
      *          takes the next sequential number and is entered in
      *          the constancias.dat register with the facts it
      *          stated; option 4 looks a number up so a letter
      *          presented by a third party can be checked. The
      *          letter goes to constancia.rpt and the report
      *          archive.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - No service certificate is issued from a hist.dat
      *              row whose personal data ANONIMIZA-EMPLEADOS has
      *              already masked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTANCIAS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL CONSTANCIAS-ARCHIVO
       ASSIGN TO "constancias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CNS-NUMERO
       FILE STATUS IS WS-FILE-STATUS-CNS.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL EMPLEADOS-HISTORICO
       ASSIGN TO "hist.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TARIFA-CLAVE
       FILE STATUS IS WS-FILE-STATUS-TARIFA.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "constancia.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE CONSTANCIAS EMITIDAS
       FD CONSTANCIAS-ARCHIVO.
           COPY CNSREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO HISTORICO DE EMPLEADOS
       FD EMPLEADOS-HISTORICO.
           COPY HISREG.
      * MAESTRO DE TARIFAS CON VIGENCIA
       FD TARIFAS-ARCHIVO.
           COPY TARREG.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * CARTA DE CONSTANCIA
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-CNS PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-NUMERO-PEDIDO PIC 9(6).
       01  WS-OPCION PIC 9.
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-HISTORICO-ANONIMO PIC X.
           88 HISTORICO-FUE-ANONIMIZADO VALUE "S".
       01  WS-CONSTANCIA-GRABADA PIC X.
           88 CONSTANCIA-GRABADA VALUE "S".
       01  WS-TARIFA-HALLADA PIC X.
           88 TARIFA-HALLADA VALUE "S".
       01  WS-ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HOY-REDEF REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAA PIC 9(4).
           05 WS-HOY-MM PIC 9(2).
           05 WS-HOY-DD PIC 9(2).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-FECHA-TEXTO.
           05 FT-DD PIC 9(2).
           05 FILLER PIC X VALUE "/".
           05 FT-MM PIC 9(2).
           05 FILLER PIC X VALUE "/".
           05 FT-AAAA PIC 9(4).
       01  WS-MES-TEXTO.
           05 MT-MM PIC 9(2).
           05 FILLER PIC X VALUE "/".
           05 MT-AAAA PIC 9(4).
      * LOS MESES SE CUENTAN COMO AAAA * 12 + MM PARA QUE LA VENTANA
      * DEL PROMEDIO CRUCE EL CAMBIO DE ANIO SIN ARITMETICA DE FECHAS.
       01  WS-MES-ACTUAL PIC 9(6).
       01  WS-MES-DESDE PIC 9(6).
       01  WS-MES-ALTA PIC 9(6).
       01  WS-MES-PAGO PIC 9(6).
       01  WS-MES-SERIE PIC 9(6).
       01  WS-MESES PIC S9(3).
       01  WS-TOTAL-BRUTO PIC S9(8)V99.
       01  WS-IMPORTE-ED PIC ZZZZZZZ9.99.
       01  WS-FECHA-ALTA-TEXTO PIC X(10).
       01  WS-FECHA-BAJA-TEXTO PIC X(10).
       01  WS-ESTADO-TEXTO PIC X(20).
       01  WS-TITULO-CARTA PIC X(40).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "CONSTANCIAS".
           05 ARC-REPORTE PIC X(20) VALUE "constancia.rpt".
           05 ARC-OPERADOR PIC X(10) VALUE "AUTOMATICO".
       LINKAGE SECTION.
       01  LNK-SESION.
           05 LNK-OPERADOR PIC X(10).
           05 LNK-ROL PIC X(1).
       PROCEDURE DIVISION USING LNK-SESION.
       MAIN-PROCEDURE.
      * EL OPERADOR DE LA SESION FIRMA LA CONSTANCIA Y LA FILA DEL
      * INDICE DE REPORTES; EN BLANCO QUEDA AUTOMATICO.
           IF LNK-OPERADOR NOT = SPACES
               MOVE LNK-OPERADOR TO ARC-OPERADOR
           ELSE
               MOVE "AUTOMATICO" TO ARC-OPERADOR
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM BUSCAR-ULTIMO-NUMERO.
       RUTINA1.
           DISPLAY "1=CONSTANCIA DE TRABAJO / 2=CONSTANCIA DE SALARIO "
               "/ 3=CERTIFICADO DE SERVICIOS / 4=VERIFICAR UNA "
               "CONSTANCIA / 9=SALE :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM CONSTANCIA-TRABAJO
           WHEN 2
               PERFORM CONSTANCIA-SALARIO
           WHEN 3
               PERFORM CERTIFICADO-SERVICIOS
           WHEN 4
               PERFORM VERIFICAR-CONSTANCIA
           WHEN 9
               PERFORM RUTINA-SALIDA
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
           PERFORM RUTINA1.
      * EL NUMERO SIGUIENTE SALE DE LA ULTIMA FILA DEL REGISTRO.
       BUSCAR-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO CNS-NUMERO.
           START CONSTANCIAS-ARCHIVO
               KEY IS NOT LESS THAN CNS-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-CONSTANCIA
               PERFORM TOMAR-NUMERO UNTIL FIN-LISTA
           END-IF.
       LEER-CONSTANCIA.
           READ CONSTANCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       TOMAR-NUMERO.
           MOVE CNS-NUMERO TO WS-ULTIMO-NUMERO.
           PERFORM LEER-CONSTANCIA.
       PEDIR-EMPLEADO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "INGRESE ID DE EMPLEADO :".
           ACCEPT WS-ID-BUSQUEDA.
           INSPECT WS-ID-BUSQUEDA REPLACING LEADING SPACE BY ZERO.
           MOVE WS-ID-BUSQUEDA TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO WS-DATOS-VALIDOS
           END-READ.
      * LAS CONSTANCIAS DE TRABAJO Y DE SALARIO SON SOLO PARA QUIEN
      * SIGUE EN LA EMPRESA; A UN EX EMPLEADO SE LE DA SERVICIOS.
       VALIDAR-EN-ACTIVIDAD.
           PERFORM PEDIR-EMPLEADO.
           IF NOT DATOS-VALIDOS
               DISPLAY "NO EXISTE EMPLEADO CON ESE ID EN EMP.DAT."
           ELSE
               IF EMPLEADOS-TERMINADO
                   DISPLAY "EL EMPLEADO ESTA DADO DE BAJA: EMITA UN "
                       "CERTIFICADO DE SERVICIOS."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
       CONSTANCIA-TRABAJO.
           PERFORM VALIDAR-EN-ACTIVIDAD.
           IF DATOS-VALIDOS
               PERFORM CARGAR-DESDE-EMPLEADO
               MOVE "T" TO CNS-TIPO
               PERFORM EMITIR-CONSTANCIA
           END-IF.
       CONSTANCIA-SALARIO.
           PERFORM VALIDAR-EN-ACTIVIDAD.
           IF DATOS-VALIDOS
               PERFORM CARGAR-DESDE-EMPLEADO
               MOVE "S" TO CNS-TIPO
               PERFORM BUSCAR-TARIFA
               IF NOT TARIFA-HALLADA
                   DISPLAY "EL EMPLEADO NO TIENE TARIFA VIGENTE EN "
                       "TARIFAS.DAT, NO SE EMITE."
               ELSE
                   PERFORM CALCULAR-PROMEDIO
                   PERFORM EMITIR-CONSTANCIA
               END-IF
           END-IF.
      * UN EX EMPLEADO SIGUE EN EMP.DAT COMO BAJA HASTA QUE ARCHIVA
      * LO PASA A HIST.DAT; SE BUSCA PRIMERO AHI Y DESPUES EN EL
      * HISTORICO (LA ULTIMA FILA DEL ID, POR SI FUE REINGRESADO).
       CERTIFICADO-SERVICIOS.
           PERFORM PEDIR-EMPLEADO.
           IF DATOS-VALIDOS
               IF EMPLEADOS-TERMINADO
                   PERFORM CARGAR-DESDE-EMPLEADO
               ELSE
                   DISPLAY "EL EMPLEADO SIGUE EN ACTIVIDAD: EMITA "
                       "UNA CONSTANCIA DE TRABAJO."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           ELSE
               PERFORM BUSCAR-HISTORICO
               IF NOT DATOS-VALIDOS
                   DISPLAY "NO HAY EX EMPLEADO CON ESE ID EN EMP.DAT "
                       "NI EN HIST.DAT."
               ELSE
                   IF HISTORICO-FUE-ANONIMIZADO
                       DISPLAY "LOS DATOS PERSONALES DEL EX EMPLEADO "
                           "FUERON ANONIMIZADOS, NO SE EMITE."
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               MOVE "V" TO CNS-TIPO
               PERFORM EMITIR-CONSTANCIA
           END-IF.
       BUSCAR-HISTORICO.
           MOVE "N" TO WS-DATOS-VALIDOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT EMPLEADOS-HISTORICO.
           PERFORM LEER-HISTORICO.
           PERFORM REVISAR-HISTORICO UNTIL FIN-LISTA.
           CLOSE EMPLEADOS-HISTORICO.
       LEER-HISTORICO.
           READ EMPLEADOS-HISTORICO
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-HISTORICO.
           IF HISTORICO-ID = WS-ID-BUSQUEDA
               MOVE "S" TO WS-DATOS-VALIDOS
               MOVE "N" TO WS-HISTORICO-ANONIMO
               IF HISTORICO-ANONIMIZADO
                   MOVE "S" TO WS-HISTORICO-ANONIMO
               END-IF
               PERFORM LIMPIAR-CONSTANCIA
               MOVE HISTORICO-ID TO CNS-ID
               STRING FUNCTION TRIM(HISTORICO-NOMBRE) " "
                   FUNCTION TRIM(HISTORICO-APELLIDOS)
                   DELIMITED BY SIZE INTO CNS-NOMBRE
               MOVE HISTORICO-FECHA-ALTA TO CNS-FECHA-ALTA
               MOVE HISTORICO-FECHA-BAJA TO CNS-FECHA-BAJA
               MOVE HISTORICO-DEPTO TO CNS-DEPTO
               MOVE HISTORICO-ESTADO TO CNS-ESTADO
           END-IF.
           PERFORM LEER-HISTORICO.
       LIMPIAR-CONSTANCIA.
           MOVE SPACES TO CONSTANCIA-REGISTRO.
           MOVE ZERO TO CNS-NUMERO.
           MOVE ZERO TO CNS-FECHA-ALTA.
           MOVE ZERO TO CNS-FECHA-BAJA.
           MOVE ZERO TO CNS-TARIFA.
           MOVE ZERO TO CNS-PROMEDIO.
           MOVE ZERO TO CNS-MESES.
       CARGAR-DESDE-EMPLEADO.
           PERFORM LIMPIAR-CONSTANCIA.
           MOVE EMPLEADOS-ID TO CNS-ID.
           STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
               FUNCTION TRIM(EMPLEADOS-APELLIDOS)
               DELIMITED BY SIZE INTO CNS-NOMBRE.
           MOVE EMPLEADOS-FECHA-ALTA TO CNS-FECHA-ALTA.
           MOVE EMPLEADOS-FECHA-BAJA TO CNS-FECHA-BAJA.
           MOVE EMPLEADOS-DEPTO TO CNS-DEPTO.
           MOVE EMPLEADOS-ESTADO TO CNS-ESTADO.
      * LA TARIFA VIGENTE ES LA DE MAYOR VIGENCIA QUE NO PASA DE HOY.
       BUSCAR-TARIFA.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE EMPLEADOS-ID TO TARIFA-ID.
           MOVE ZERO TO TARIFA-VIGENCIA.
           START TARIFAS-ARCHIVO
               KEY IS NOT LESS THAN TARIFA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-TARIFA
               PERFORM REVISAR-TARIFA UNTIL FIN-LISTA
           END-IF.
       LEER-TARIFA.
           READ TARIFAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-TARIFA.
           IF TARIFA-ID = EMPLEADOS-ID
              AND TARIFA-VIGENCIA NOT > WS-FECHA-HOY
               MOVE "S" TO WS-TARIFA-HALLADA
               IF TARIFA-MENSUAL
                   MOVE "M" TO CNS-CLASE
                   MOVE TARIFA-SUELDO-MES TO CNS-TARIFA
               ELSE
                   MOVE "H" TO CNS-CLASE
                   MOVE TARIFA-HORA TO CNS-TARIFA
               END-IF
               PERFORM LEER-TARIFA
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
      * PROMEDIO DEL BRUTO DE LOS SEIS MESES CERRADOS ANTERIORES AL
      * MES EN CURSO (MENOS SI INGRESO DESPUES), CON LOS REVERSOS
      * RESTADOS COMO EN YTD-PAGOS.
       CALCULAR-PROMEDIO.
           COMPUTE WS-MES-ACTUAL = WS-HOY-AAAA * 12 + WS-HOY-MM.
           COMPUTE WS-MES-DESDE = WS-MES-ACTUAL - 6.
           MOVE CNS-FECHA-ALTA TO WS-FECHA-TRABAJO.
           COMPUTE WS-MES-ALTA = WS-TRA-AAAA * 12 + WS-TRA-MM.
           IF WS-MES-ALTA > WS-MES-DESDE
               MOVE WS-MES-ALTA TO WS-MES-DESDE
           END-IF.
           COMPUTE WS-MESES = WS-MES-ACTUAL - WS-MES-DESDE.
           IF WS-MESES < ZERO
               MOVE ZERO TO WS-MESES
           END-IF.
           MOVE WS-MESES TO CNS-MESES.
           MOVE ZERO TO WS-TOTAL-BRUTO.
           IF WS-MESES > ZERO
               MOVE WS-MES-DESDE TO WS-MES-SERIE
               PERFORM SERIE-A-FECHA
               MOVE EMPLEADOS-ID TO PAGO-ID
               MOVE WS-FECHA-TRABAJO TO PAGO-FECHA
               MOVE ZERO TO PAGO-SECUENCIA
               MOVE "N" TO WS-FIN-LISTA
               START HISTORIA-PAGOS
                   KEY IS NOT LESS THAN PAGO-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-LISTA
               END-START
               IF NOT FIN-LISTA
                   PERFORM LEER-PAGO
                   PERFORM SUMAR-PAGO UNTIL FIN-LISTA
               END-IF
               IF WS-TOTAL-BRUTO > ZERO
                   COMPUTE CNS-PROMEDIO ROUNDED =
                       WS-TOTAL-BRUTO / WS-MESES
               END-IF
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       SUMAR-PAGO.
           COMPUTE WS-MES-PAGO = PAGO-FECHA-AAAA * 12 + PAGO-FECHA-MM.
           IF PAGO-ID NOT = EMPLEADOS-ID
              OR WS-MES-PAGO NOT < WS-MES-ACTUAL
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               IF PAGO-REVERSO
                   SUBTRACT PAGO-BRUTO FROM WS-TOTAL-BRUTO
               ELSE
                   ADD PAGO-BRUTO TO WS-TOTAL-BRUTO
               END-IF
               PERFORM LEER-PAGO
           END-IF.
      * DEJA EN WS-FECHA-TRABAJO EL DIA 1 DEL MES WS-MES-SERIE.
       SERIE-A-FECHA.
           COMPUTE WS-TRA-AAAA = (WS-MES-SERIE - 1) / 12.
           COMPUTE WS-TRA-MM = WS-MES-SERIE - WS-TRA-AAAA * 12.
           MOVE 01 TO WS-TRA-DD.
      * EL REGISTRO SE GRABA ANTES DE IMPRIMIR: SIN NUMERO ASENTADO
      * NO SALE CARTA.
       EMITIR-CONSTANCIA.
           DISPLAY "DIRIGIDA A (BLANCO=A QUIEN CORRESPONDA) :".
           ACCEPT CNS-DESTINO.
           IF CNS-DESTINO = SPACES
               MOVE "A QUIEN CORRESPONDA" TO CNS-DESTINO
           END-IF.
           INSPECT CNS-DESTINO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-FECHA-HOY TO CNS-FECHA.
           MOVE ARC-OPERADOR TO CNS-OPERADOR.
           PERFORM GRABAR-CONSTANCIA.
           IF CONSTANCIA-GRABADA
               PERFORM IMPRIMIR-CARTA
               CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE
               DISPLAY "CONSTANCIA NRO. " CNS-NUMERO
                   " IMPRESA EN CONSTANCIA.RPT."
           END-IF.
       GRABAR-CONSTANCIA.
           MOVE WS-ULTIMO-NUMERO TO CNS-NUMERO.
           MOVE "N" TO WS-CONSTANCIA-GRABADA.
           PERFORM INTENTAR-CONSTANCIA
               UNTIL CONSTANCIA-GRABADA OR CNS-NUMERO = 999999.
           IF CONSTANCIA-GRABADA
               MOVE CNS-NUMERO TO WS-ULTIMO-NUMERO
           ELSE
               DISPLAY "NO SE PUDO GRABAR EN CONSTANCIAS.DAT, ESTADO "
                   WS-FILE-STATUS-CNS ". NO SE EMITE."
           END-IF.
       INTENTAR-CONSTANCIA.
           ADD 1 TO CNS-NUMERO.
           WRITE CONSTANCIA-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CONSTANCIA-GRABADA
           END-WRITE.
       FORMATEAR-FECHA.
           MOVE WS-TRA-DD TO FT-DD.
           MOVE WS-TRA-MM TO FT-MM.
           MOVE WS-TRA-AAAA TO FT-AAAA.
       PREPARAR-TEXTOS.
           MOVE CNS-FECHA-ALTA TO WS-FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-TEXTO TO WS-FECHA-ALTA-TEXTO.
           MOVE CNS-FECHA-BAJA TO WS-FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-TEXTO TO WS-FECHA-BAJA-TEXTO.
           EVALUATE CNS-ESTADO
           WHEN "A"
               MOVE "ACTIVO" TO WS-ESTADO-TEXTO
           WHEN "L"
               MOVE "EN USO DE LICENCIA" TO WS-ESTADO-TEXTO
           WHEN "T"
               MOVE "DADO DE BAJA" TO WS-ESTADO-TEXTO
           WHEN OTHER
               MOVE CNS-ESTADO TO WS-ESTADO-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
           WHEN CNS-TRABAJO
               MOVE "CONSTANCIA DE TRABAJO" TO WS-TITULO-CARTA
           WHEN CNS-SALARIO
               MOVE "CONSTANCIA DE SALARIO" TO WS-TITULO-CARTA
           WHEN OTHER
               MOVE "CERTIFICADO DE SERVICIOS" TO WS-TITULO-CARTA
           END-EVALUATE.
           MOVE CNS-DEPTO TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO DEPTO-NOMBRE
           END-READ.
      * CARTA: NUMERO, FECHA, DESTINATARIO, CUERPO SEGUN EL TIPO,
      * LEYENDA DE VERIFICACION Y FIRMA.
       IMPRIMIR-CARTA.
           PERFORM PREPARAR-TEXTOS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-TITULO-CARTA "                    NRO. "
               CNS-NUMERO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "FECHA: " WS-FECHA-TEXTO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "SRES.: " CNS-DESTINO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "POR LA PRESENTE SE HACE CONSTAR QUE "
               FUNCTION TRIM(CNS-NOMBRE) ","
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           IF CNS-SERVICIO
               PERFORM CUERPO-SERVICIOS
           ELSE
               PERFORM CUERPO-TRABAJO
           END-IF.
           IF CNS-SALARIO
               PERFORM CUERPO-SALARIO
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "SE EXTIENDE LA PRESENTE A PEDIDO DEL INTERESADO "
               & "PARA SER PRESENTADA ANTE QUIEN"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "CORRESPONDA."
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "LA AUTENTICIDAD DE ESTA CONSTANCIA PUEDE "
               "VERIFICARSE CON EL AREA DE PERSONAL"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CITANDO EL NUMERO " CNS-NUMERO "."
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "                              ______________________"
               & "______"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "                              "
               "FIRMA Y SELLO - EMITIO "
               CNS-OPERADOR
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE REPORTE-ARCHIVO.
       CUERPO-TRABAJO.
           STRING "LEGAJO " CNS-ID ", TRABAJA EN ESTA EMPRESA DESDE "
               "EL " WS-FECHA-ALTA-TEXTO ","
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PRESTA SERVICIOS EN EL DEPARTAMENTO " CNS-DEPTO
               " " FUNCTION TRIM(DEPTO-NOMBRE)
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "Y A LA FECHA SE ENCUENTRA "
               FUNCTION TRIM(WS-ESTADO-TEXTO) "."
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       CUERPO-SERVICIOS.
           STRING "LEGAJO " CNS-ID ", TRABAJO EN ESTA EMPRESA DESDE "
               "EL " WS-FECHA-ALTA-TEXTO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "HASTA EL " WS-FECHA-BAJA-TEXTO
               ", SIENDO SU ULTIMO DESTINO EL DEPARTAMENTO "
               CNS-DEPTO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING FUNCTION TRIM(DEPTO-NOMBRE) "."
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       CUERPO-SALARIO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE CNS-TARIFA TO WS-IMPORTE-ED.
           IF CNS-CLASE = "M"
               STRING "PERCIBE UN SUELDO MENSUAL VIGENTE DE $ "
                   WS-IMPORTE-ED "."
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING "PERCIBE UNA TARIFA VIGENTE DE $ "
                   WS-IMPORTE-ED " POR HORA."
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           IF CNS-MESES = ZERO
               MOVE "NO REGISTRA AUN UN MES COMPLETO LIQUIDADO."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               MOVE WS-MES-DESDE TO WS-MES-SERIE
               PERFORM SERIE-A-FECHA
               MOVE WS-TRA-MM TO MT-MM
               MOVE WS-TRA-AAAA TO MT-AAAA
               STRING "SU REMUNERACION BRUTA PROMEDIO DE LOS ULTIMOS "
                   CNS-MESES " MESES (DESDE " WS-MES-TEXTO
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE SPACES TO REPORTE-LINEA
               MOVE CNS-PROMEDIO TO WS-IMPORTE-ED
               COMPUTE WS-MES-SERIE = WS-MES-ACTUAL - 1
               PERFORM SERIE-A-FECHA
               MOVE WS-TRA-MM TO MT-MM
               MOVE WS-TRA-AAAA TO MT-AAAA
               STRING "HASTA " WS-MES-TEXTO ") ES DE $ "
                   WS-IMPORTE-ED " MENSUALES."
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
      * CONSULTA DE UN NUMERO: MUESTRA LO QUE LA CARTA DECIA PARA
      * COTEJARLO CON LA QUE PRESENTA EL TERCERO.
       VERIFICAR-CONSTANCIA.
           DISPLAY "NUMERO DE CONSTANCIA A VERIFICAR :".
           ACCEPT WS-NUMERO-PEDIDO.
           MOVE WS-NUMERO-PEDIDO TO CNS-NUMERO.
           READ CONSTANCIAS-ARCHIVO
               INVALID KEY
                   DISPLAY "*** NO EXISTE UNA CONSTANCIA CON ESE "
                       "NUMERO: LA CARTA NO FUE EMITIDA POR "
                       "NOSOTROS. ***"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CONSTANCIA
           END-READ.
       MOSTRAR-CONSTANCIA.
           PERFORM PREPARAR-TEXTOS.
           DISPLAY "  " WS-TITULO-CARTA " NRO. " CNS-NUMERO
               " EMITIDA EL " CNS-FECHA " POR " CNS-OPERADOR.
           DISPLAY "  EMPLEADO    : " CNS-ID " " CNS-NOMBRE.
           DISPLAY "  DIRIGIDA A  : " CNS-DESTINO.
           DISPLAY "  ALTA        : " WS-FECHA-ALTA-TEXTO
               "  DEPTO " CNS-DEPTO "  ESTADO " WS-ESTADO-TEXTO.
           IF CNS-SERVICIO
               DISPLAY "  BAJA        : " WS-FECHA-BAJA-TEXTO
           END-IF.
           IF CNS-SALARIO
               MOVE CNS-TARIFA TO WS-IMPORTE-ED
               DISPLAY "  TARIFA      : " WS-IMPORTE-ED
                   " CLASE " CNS-CLASE
               MOVE CNS-PROMEDIO TO WS-IMPORTE-ED
               DISPLAY "  PROMEDIO    : " WS-IMPORTE-ED
                   " DE " CNS-MESES " MESES"
           END-IF.
       ABRIR-ARCHIVOS.
           OPEN I-O CONSTANCIAS-ARCHIVO.
           IF WS-FILE-STATUS-CNS = "35"
               OPEN OUTPUT CONSTANCIAS-ARCHIVO
               CLOSE CONSTANCIAS-ARCHIVO
               OPEN I-O CONSTANCIAS-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT TARIFAS-ARCHIVO.
           IF WS-FILE-STATUS-TARIFA = "35"
               OPEN OUTPUT TARIFAS-ARCHIVO
               CLOSE TARIFAS-ARCHIVO
               OPEN INPUT TARIFAS-ARCHIVO
           END-IF.
           OPEN INPUT HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN INPUT HISTORIA-PAGOS
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE CONSTANCIAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE TARIFAS-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
           CLOSE DEPTO-ARCHIVO.
           GOBACK.
       END PROGRAM CONSTANCIAS.

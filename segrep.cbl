      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Monthly workplace safety report per department from
      *          the accidentes.dat register. Lists the accidents of
      *          the requested month and the earlier ones whose leave
      *          still lost days in it, and per department prints the
      *          incidents, the incidents with a linked licencias.dat
      *          leave, the days lost in the month, the hours worked
      *          from horas.dat (rejected rows left out, each day
      *          charged to HORAS-DEPTO or the employee's own
      *          department), the frequency rate (accidents with
      *          leave per million hours worked) and the severity rate
      *          (days lost per thousand hours worked). Printed to
      *          segur.rpt and registered in the report archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURIDAD-REPORTE.
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

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT OPTIONAL HORAS-ARCHIVO
       ASSIGN TO "horas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "segur.rpt"
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
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO DE TRANSACCIONES DE HORAS SEMANALES
       FD HORAS-ARCHIVO.
           COPY HORREG.
      * ARCHIVO DE IMPRESION DEL REPORTE DE SEGURIDAD
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-ACC PIC X(2).
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-HORAS PIC X.
           88 FIN-HORAS VALUE "S".
       01  WS-PERIODO PIC 9(6).
       01  WS-PERIODO-REDEF REDEFINES WS-PERIODO.
           05 WS-PER-AAAA PIC 9(4).
           05 WS-PER-MM PIC 9(2).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
       01  WS-SEMANA-HASTA PIC 9(8).
       01  WS-FECHA-CORRIDA PIC 9(8).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
       01  WS-CONTADOR PIC 9.
       01  WS-SEMANA-IX PIC 9.
      * ACCIDENTE EN CURSO.
       01  WS-EN-EL-MES PIC X.
           88 EN-EL-MES VALUE "S".
       01  WS-CON-LICENCIA PIC X.
           88 CON-LICENCIA VALUE "S".
       01  WS-FIN-PERDIDA PIC 9(8).
       01  WS-DIAS-MES PIC 9(4).
       01  WS-DEPTO-BUSCADO PIC X(3).
      * RESUMEN POR DEPARTAMENTO.
       01  WS-DEP-USADOS PIC 99 VALUE ZERO.
       01  WS-DEP-IX PIC 99.
       01  WS-DEP-HALLADO PIC X.
           88 DEP-HALLADO VALUE "S".
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 50 TIMES.
               10 DT-DEPTO PIC X(3).
               10 DT-INCIDENTES PIC 9(5).
               10 DT-CON-BAJA PIC 9(5).
               10 DT-DIAS-PERDIDOS PIC 9(7).
               10 DT-HORAS PIC 9(7)V99.
       01  WS-CONT-DETALLE PIC 9(5) VALUE ZERO.
       01  WS-TOT-INCIDENTES PIC 9(5) VALUE ZERO.
       01  WS-TOT-CON-BAJA PIC 9(5) VALUE ZERO.
       01  WS-TOT-DIAS-PERDIDOS PIC 9(7) VALUE ZERO.
       01  WS-TOT-HORAS PIC 9(7)V99 VALUE ZERO.
       01  WS-BASE-INDICE PIC 9(7)V99.
       01  WS-BAJAS-INDICE PIC 9(5).
       01  WS-DIAS-INDICE PIC 9(7).
       01  WS-INDICE-FRECUENCIA PIC 9(7)V99.
       01  WS-INDICE-GRAVEDAD PIC 9(5)V99.
       01  WS-LINEA-DETALLE.
           05 LA-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LA-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LA-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LA-HORA PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 LA-DEPTO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 LA-LESION PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LA-MEDICO PIC X(1).
           05 FILLER PIC X(3) VALUE SPACE.
           05 LA-SINIESTRO PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 LA-LICENCIA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LA-DIAS-MES PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LA-OBSERVACION PIC X(20).
       01  WS-LINEA-DEPTO.
           05 LD-DEPTO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 LD-NOMBRE PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 LD-INCIDENTES PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LD-CON-BAJA PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LD-DIAS-PERDIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LD-HORAS PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LD-FRECUENCIA PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LD-GRAVEDAD PIC ZZZZ9.99.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "SEGURIDAD-REPORTE".
           05 ARC-REPORTE PIC X(20) VALUE "segur.rpt".
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
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE ZERO TO WS-DEP-USADOS.
           MOVE ZERO TO WS-CONT-DETALLE.
           MOVE ZERO TO WS-TOT-INCIDENTES.
           MOVE ZERO TO WS-TOT-CON-BAJA.
           MOVE ZERO TO WS-TOT-DIAS-PERDIDOS.
           MOVE ZERO TO WS-TOT-HORAS.
           DISPLAY "REPORTE MENSUAL DE SEGURIDAD".
           DISPLAY "MES DEL REPORTE (AAAAMM) :".
           ACCEPT WS-PERIODO.
           IF WS-PER-MM = ZERO OR WS-PER-MM > 12
              OR WS-PER-AAAA = ZERO
               DISPLAY "MES INVALIDO, NO SE EMITE EL REPORTE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
      * LAS SEMANAS DE HORAS.DAT QUE TOCAN EL MES TERMINAN ENTRE EL
      * PRIMERO Y SEIS DIAS DESPUES DEL ULTIMO.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           MOVE WS-FECHA-DESDE TO WS-FECHA-TRABAJO.
           PERFORM DIAS-DEL-MES.
           MOVE WS-DIAS-DEL-MES TO WS-TRA-DD.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-HASTA.
           MOVE ZERO TO WS-CONTADOR.
           PERFORM SUMAR-UN-DIA-CONTADO UNTIL WS-CONTADOR = 6.
           MOVE WS-FECHA-TRABAJO TO WS-SEMANA-HASTA.
           PERFORM ABRIR-ARCHIVOS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM RECORRER-ACCIDENTES.
           IF WS-CONT-DETALLE = ZERO
               MOVE "  SIN ACCIDENTES NI DIAS PERDIDOS EN EL MES."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM RECORRER-HORAS.
           PERFORM IMPRIMIR-DEPARTAMENTOS.
           PERFORM RUTINA-SALIDA.
       IMPRIMIR-TITULOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "REPORTE DE SEGURIDAD DEL MES " WS-PERIODO
               "   EMITIDO " WS-FECHA-CORRIDA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ACCIDENTES DEL MES Y LICENCIAS POR ACCIDENTE CON DIAS"
               & " PERDIDOS EN EL MES" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ID     NOMBRE               FECHA    HORA DEP LESION" &
               "               MED SINIESTRO       LICENCIA DIAS" &
               "  OBSERVACION" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       RECORRER-ACCIDENTES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO ACC-CLAVE.
           START ACCIDENTES-ARCHIVO
               KEY IS NOT LESS THAN ACC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-ACCIDENTE
           END-IF.
           PERFORM REVISAR-ACCIDENTE UNTIL FIN-LISTA.
       LEER-ACCIDENTE.
           READ ACCIDENTES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
      * EL ACCIDENTE CUENTA COMO INCIDENTE EN SU MES; SU LICENCIA
      * SUMA DIAS PERDIDOS EN CADA MES QUE TOCA, AUNQUE EL ACCIDENTE
      * SEA ANTERIOR.
       REVISAR-ACCIDENTE.
           MOVE "N" TO WS-EN-EL-MES.
           IF ACC-FECHA NOT < WS-FECHA-DESDE
              AND ACC-FECHA NOT > WS-FECHA-HASTA
               MOVE "S" TO WS-EN-EL-MES
           END-IF.
           MOVE ZERO TO WS-DIAS-MES.
           MOVE "N" TO WS-CON-LICENCIA.
           IF ACC-LIC-FECHA NOT = ZERO
              AND ACC-FECHA NOT > WS-FECHA-HASTA
               MOVE ACC-ID TO LIC-ID
               MOVE ACC-LIC-FECHA TO LIC-FECHA-INICIO
               READ LICENCIAS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CON-LICENCIA
                       PERFORM CONTAR-DIAS-MES
               END-READ
           END-IF.
           IF EN-EL-MES OR WS-DIAS-MES > ZERO
               MOVE ACC-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-DEPTO
               IF DEP-HALLADO
                   IF EN-EL-MES
                       ADD 1 TO DT-INCIDENTES (WS-DEP-IX)
                       IF CON-LICENCIA
                           ADD 1 TO DT-CON-BAJA (WS-DEP-IX)
                       END-IF
                   END-IF
                   ADD WS-DIAS-MES TO DT-DIAS-PERDIDOS (WS-DEP-IX)
               END-IF
               IF EN-EL-MES
                   ADD 1 TO WS-TOT-INCIDENTES
                   IF CON-LICENCIA
                       ADD 1 TO WS-TOT-CON-BAJA
                   END-IF
               END-IF
               ADD WS-DIAS-MES TO WS-TOT-DIAS-PERDIDOS
               PERFORM IMPRIMIR-ACCIDENTE
           END-IF.
           PERFORM LEER-ACCIDENTE.
      * LOS DIAS PERDIDOS VAN DEL INICIO DE LA LICENCIA AL DIA ANTERIOR
      * AL RETORNO; MIENTRAS SIGUE ABIERTA CON EL RETORNO POR DELANTE,
      * HASTA HOY. SOLO CUENTAN LOS QUE CAEN EN EL MES.
       CONTAR-DIAS-MES.
           MOVE LIC-FECHA-RETORNO TO WS-FIN-PERDIDA.
           IF LIC-ABIERTA
              AND (WS-FIN-PERDIDA = ZERO
                   OR WS-FIN-PERDIDA > WS-FECHA-CORRIDA)
               MOVE WS-FECHA-CORRIDA TO WS-FECHA-TRABAJO
               PERFORM SUMAR-UN-DIA
               MOVE WS-FECHA-TRABAJO TO WS-FIN-PERDIDA
           END-IF.
           MOVE LIC-FECHA-INICIO TO WS-FECHA-TRABAJO.
           IF WS-FECHA-TRABAJO < WS-FECHA-DESDE
               MOVE WS-FECHA-DESDE TO WS-FECHA-TRABAJO
           END-IF.
           PERFORM CONTAR-DIA-MES
               UNTIL WS-FECHA-TRABAJO NOT < WS-FIN-PERDIDA
                  OR WS-FECHA-TRABAJO > WS-FECHA-HASTA.
       CONTAR-DIA-MES.
           ADD 1 TO WS-DIAS-MES.
           PERFORM SUMAR-UN-DIA.
       IMPRIMIR-ACCIDENTE.
           ADD 1 TO WS-CONT-DETALLE.
           MOVE ACC-ID TO LA-ID.
           MOVE ACC-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO LA-NOMBRE
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO LA-NOMBRE
           END-READ.
           MOVE ACC-FECHA TO LA-FECHA.
           MOVE ACC-HORA TO LA-HORA.
           MOVE ACC-DEPTO TO LA-DEPTO.
           MOVE ACC-LESION TO LA-LESION.
           MOVE ACC-MEDICO TO LA-MEDICO.
           MOVE ACC-SINIESTRO TO LA-SINIESTRO.
           IF CON-LICENCIA
               MOVE ACC-LIC-FECHA TO LA-LICENCIA
           ELSE
               MOVE "SIN LIC." TO LA-LICENCIA
           END-IF.
           MOVE WS-DIAS-MES TO LA-DIAS-MES.
           IF EN-EL-MES
               MOVE SPACES TO LA-OBSERVACION
           ELSE
               MOVE "ACCIDENTE ANTERIOR" TO LA-OBSERVACION
           END-IF.
           IF ACC-LIC-FECHA NOT = ZERO AND NOT CON-LICENCIA
               MOVE "LICENCIA NO EXISTE" TO LA-OBSERVACION
           END-IF.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       BUSCAR-DEPTO.
           MOVE "N" TO WS-DEP-HALLADO.
           MOVE 1 TO WS-DEP-IX.
           PERFORM COMPARAR-DEPTO
               UNTIL DEP-HALLADO OR WS-DEP-IX > WS-DEP-USADOS.
           IF NOT DEP-HALLADO AND WS-DEP-USADOS < 50
               ADD 1 TO WS-DEP-USADOS
               MOVE WS-DEP-USADOS TO WS-DEP-IX
               MOVE WS-DEPTO-BUSCADO TO DT-DEPTO (WS-DEP-IX)
               MOVE ZERO TO DT-INCIDENTES (WS-DEP-IX)
               MOVE ZERO TO DT-CON-BAJA (WS-DEP-IX)
               MOVE ZERO TO DT-DIAS-PERDIDOS (WS-DEP-IX)
               MOVE ZERO TO DT-HORAS (WS-DEP-IX)
               MOVE "S" TO WS-DEP-HALLADO
           END-IF.
       COMPARAR-DEPTO.
           IF DT-DEPTO (WS-DEP-IX) = WS-DEPTO-BUSCADO
               MOVE "S" TO WS-DEP-HALLADO
           ELSE
               ADD 1 TO WS-DEP-IX
           END-IF.
      * HORAS TRABAJADAS DEL MES: CADA FILA REPARTE SUS SIETE DIAS
      * HACIA ATRAS DESDE LA FECHA FIN DE SEMANA Y CARGA AL
      * DEPARTAMENTO DE LA FILA O, EN BLANCO, AL DEL EMPLEADO.
       RECORRER-HORAS.
           MOVE "N" TO WS-FIN-HORAS.
           OPEN INPUT HORAS-ARCHIVO.
           PERFORM LEER-HORAS.
           PERFORM SUMAR-HORAS UNTIL FIN-HORAS.
           CLOSE HORAS-ARCHIVO.
       LEER-HORAS.
           READ HORAS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-HORAS
           END-READ.
       SUMAR-HORAS.
           IF HORAS-ID NOT = "*CTL*"
              AND NOT HORAS-RECHAZADA
              AND HORAS-SEMANA-FIN NOT < WS-FECHA-DESDE
              AND HORAS-SEMANA-FIN NOT > WS-SEMANA-HASTA
               IF HORAS-DEPTO NOT = SPACES
                   MOVE HORAS-DEPTO TO WS-DEPTO-BUSCADO
               ELSE
                   MOVE HORAS-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       INVALID KEY
                           MOVE SPACES TO EMPLEADOS-DEPTO
                   END-READ
                   MOVE EMPLEADOS-DEPTO TO WS-DEPTO-BUSCADO
               END-IF
               PERFORM BUSCAR-DEPTO
               MOVE HORAS-SEMANA-FIN TO WS-FECHA-TRABAJO
               MOVE 7 TO WS-SEMANA-IX
               PERFORM REPARTIR-DIA-HORAS UNTIL WS-SEMANA-IX = ZERO
           END-IF.
           PERFORM LEER-HORAS.
       REPARTIR-DIA-HORAS.
           IF WS-FECHA-TRABAJO NOT < WS-FECHA-DESDE
              AND WS-FECHA-TRABAJO NOT > WS-FECHA-HASTA
               IF DEP-HALLADO
                   ADD HORAS-DIA (WS-SEMANA-IX) TO DT-HORAS (WS-DEP-IX)
               END-IF
               ADD HORAS-DIA (WS-SEMANA-IX) TO WS-TOT-HORAS
           END-IF.
           PERFORM RESTAR-UN-DIA.
           SUBTRACT 1 FROM WS-SEMANA-IX.
       IMPRIMIR-DEPARTAMENTOS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "INDICES POR DEPARTAMENTO (FRECUENCIA = ACCIDENTES CON"
               & " LICENCIA X 1.000.000 / HORAS; GRAVEDAD = DIAS"
               & " PERDIDOS X 1.000 / HORAS)" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "DEP NOMBRE                   INCID.  C/LIC."
               & " DIAS PERD HORAS TRAB.  FRECUENCIA  GRAVEDAD"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-DEP-IX.
           PERFORM IMPRIMIR-DEPTO UNTIL WS-DEP-IX > WS-DEP-USADOS.
           MOVE "TOT" TO LD-DEPTO.
           MOVE "TOTAL EMPRESA" TO LD-NOMBRE.
           MOVE WS-TOT-INCIDENTES TO LD-INCIDENTES.
           MOVE WS-TOT-CON-BAJA TO LD-CON-BAJA.
           MOVE WS-TOT-DIAS-PERDIDOS TO LD-DIAS-PERDIDOS.
           MOVE WS-TOT-HORAS TO LD-HORAS.
           MOVE WS-TOT-HORAS TO WS-BASE-INDICE.
           MOVE WS-TOT-CON-BAJA TO WS-BAJAS-INDICE.
           MOVE WS-TOT-DIAS-PERDIDOS TO WS-DIAS-INDICE.
           PERFORM CALCULAR-INDICES.
           MOVE WS-INDICE-FRECUENCIA TO LD-FRECUENCIA.
           MOVE WS-INDICE-GRAVEDAD TO LD-GRAVEDAD.
           MOVE WS-LINEA-DEPTO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-DEPTO.
           MOVE DT-DEPTO (WS-DEP-IX) TO LD-DEPTO.
           MOVE DT-DEPTO (WS-DEP-IX) TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO LD-NOMBRE
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO LD-NOMBRE
           END-READ.
           MOVE DT-INCIDENTES (WS-DEP-IX) TO LD-INCIDENTES.
           MOVE DT-CON-BAJA (WS-DEP-IX) TO LD-CON-BAJA.
           MOVE DT-DIAS-PERDIDOS (WS-DEP-IX) TO LD-DIAS-PERDIDOS.
           MOVE DT-HORAS (WS-DEP-IX) TO LD-HORAS.
           MOVE DT-HORAS (WS-DEP-IX) TO WS-BASE-INDICE.
           MOVE DT-CON-BAJA (WS-DEP-IX) TO WS-BAJAS-INDICE.
           MOVE DT-DIAS-PERDIDOS (WS-DEP-IX) TO WS-DIAS-INDICE.
           PERFORM CALCULAR-INDICES.
           MOVE WS-INDICE-FRECUENCIA TO LD-FRECUENCIA.
           MOVE WS-INDICE-GRAVEDAD TO LD-GRAVEDAD.
           MOVE WS-LINEA-DEPTO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-DEP-IX.
      * SIN HORAS TRABAJADAS NO HAY BASE Y LOS INDICES QUEDAN EN CERO.
       CALCULAR-INDICES.
           MOVE ZERO TO WS-INDICE-FRECUENCIA.
           MOVE ZERO TO WS-INDICE-GRAVEDAD.
           IF WS-BASE-INDICE > ZERO
               COMPUTE WS-INDICE-FRECUENCIA ROUNDED =
                   WS-BAJAS-INDICE * 1000000 / WS-BASE-INDICE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-INDICE-FRECUENCIA
               END-COMPUTE
               COMPUTE WS-INDICE-GRAVEDAD ROUNDED =
                   WS-DIAS-INDICE * 1000 / WS-BASE-INDICE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-INDICE-GRAVEDAD
               END-COMPUTE
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
       SUMAR-UN-DIA-CONTADO.
           PERFORM SUMAR-UN-DIA.
           ADD 1 TO WS-CONTADOR.
       RESTAR-UN-DIA.
           IF WS-TRA-DD > 1
               SUBTRACT 1 FROM WS-TRA-DD
           ELSE
               IF WS-TRA-MM > 1
                   SUBTRACT 1 FROM WS-TRA-MM
               ELSE
                   MOVE 12 TO WS-TRA-MM
                   SUBTRACT 1 FROM WS-TRA-AAAA
               END-IF
               PERFORM DIAS-DEL-MES
               MOVE WS-DIAS-DEL-MES TO WS-TRA-DD
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
           OPEN INPUT ACCIDENTES-ARCHIVO.
           IF WS-FILE-STATUS-ACC = "35"
               OPEN OUTPUT ACCIDENTES-ARCHIVO
               CLOSE ACCIDENTES-ARCHIVO
               OPEN INPUT ACCIDENTES-ARCHIVO
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
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "ACCIDENTES DEL MES    : " WS-TOT-INCIDENTES.
           DISPLAY "CON LICENCIA          : " WS-TOT-CON-BAJA.
           DISPLAY "DIAS PERDIDOS EN EL MES: " WS-TOT-DIAS-PERDIDOS.
           DISPLAY "REPORTE IMPRESO EN SEGUR.RPT.".
           GOBACK.
       END PROGRAM SEGURIDAD-REPORTE.

      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Labor distribution report for a week-ending date.
      *          Reads the approved horas.dat lines of the week and
      *          compares the department each line was worked in
      *          (HORAS-DEPTO, blank = own department) with the
      *          employee's home department in emp.dat. Lists every
      *          line worked outside the home department and prints
      *          per department the own hours, the hours borrowed
      *          from other departments' employees and the hours its
      *          employees lent to other departments, to distlab.rpt.
      *          These are the hours NOMINA-LOTE uses to split the
      *          salary expense of the poliza.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUCION-HORAS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL HORAS-ARCHIVO
       ASSIGN TO "horas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "distlab.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO DE TRANSACCIONES DE HORAS SEMANALES
       FD HORAS-ARCHIVO.
           COPY HORREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE DEPARTAMENTOS (CENTROS DE COSTO)
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO DE IMPRESION DE LA DISTRIBUCION
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FIN-HORAS PIC X.
           88 FIN-HORAS VALUE "S".
       01  WS-SEMANA-PEDIDA PIC 9(8).
       01  WS-FECHA-CORRIDA PIC 9(8).
       01  WS-DEPTO-PROPIO PIC X(3).
       01  WS-DEPTO-TRABAJO PIC X(3).
       01  WS-DEPTO-BUSCADO PIC X(3).
       01  WS-DIS-USADOS PIC 99 VALUE ZERO.
       01  WS-DIS-IX PIC 99.
       01  WS-DIS-HALLADO PIC X.
           88 DIS-HALLADO VALUE "S".
       01  WS-TABLA-DISTRIBUCION.
           05 WS-DIS-ENTRADA OCCURS 50 TIMES.
               10 DIS-DEPTO PIC X(3).
               10 DIS-PROPIAS PIC 9(6)V99.
               10 DIS-RECIBIDAS PIC 9(6)V99.
               10 DIS-PRESTADAS PIC 9(6)V99.
       01  WS-CONT-LINEAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-CRUZADAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-APROBAR PIC 9(5) VALUE ZERO.
       01  WS-CONT-DESCONOCIDOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-TOT-PROPIAS PIC 9(7)V99.
       01  WS-TOT-RECIBIDAS PIC 9(7)V99.
       01  WS-TOT-PRESTADAS PIC 9(7)V99.
       01  WS-LINEA-TITULO.
           05 FILLER PIC X(40)
               VALUE "DISTRIBUCION DE HORAS POR DEPARTAMENTO".
           05 FILLER PIC X(8) VALUE "SEMANA: ".
           05 TIT-SEMANA PIC 9(8).
           05 FILLER PIC X(10) VALUE "  FECHA: ".
           05 TIT-FECHA PIC 9(8).
       01  WS-LINEA-CRUZADA.
           05 CRU-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 CRU-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CRU-APELLIDOS PIC X(20).
           05 FILLER PIC X(2) VALUE SPACE.
           05 CRU-PROPIO PIC X(3).
           05 FILLER PIC X(4) VALUE " -> ".
           05 CRU-TRABAJO PIC X(3).
           05 FILLER PIC X(2) VALUE SPACE.
           05 CRU-HORAS PIC ZZ9.99.
       01  WS-LINEA-DEPTO.
           05 DEP-CODIGO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DEP-NOMBRE PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 DEP-PROPIAS PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DEP-RECIBIDAS PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DEP-PRESTADAS PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DEP-TRABAJADAS PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DEP-NETO PIC +++++9.99.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "DISTRIBUCION-HORAS".
           05 ARC-REPORTE PIC X(20) VALUE "distlab.rpt".
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
           MOVE ZERO TO WS-DIS-USADOS.
           MOVE ZERO TO WS-CONT-LINEAS.
           MOVE ZERO TO WS-CONT-CRUZADAS.
           MOVE ZERO TO WS-CONT-SIN-APROBAR.
           MOVE ZERO TO WS-CONT-DESCONOCIDOS.
           MOVE ZERO TO WS-CONT-DESBORDES.
           DISPLAY "DISTRIBUCION DE HORAS POR DEPARTAMENTO".
           DISPLAY "FECHA FIN DE SEMANA (AAAAMMDD) :".
           ACCEPT WS-SEMANA-PEDIDA.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           MOVE WS-SEMANA-PEDIDA TO TIT-SEMANA.
           MOVE WS-FECHA-CORRIDA TO TIT-FECHA.
           MOVE WS-LINEA-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "HORAS TRABAJADAS FUERA DEL DEPARTAMENTO PROPIO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ID     NOMBRE               APELLIDOS" &
               "             PROPIO  TRABAJO  HORAS"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "N" TO WS-FIN-HORAS.
           PERFORM LEER-HORAS.
           PERFORM REVISAR-LINEA UNTIL FIN-HORAS.
           IF WS-CONT-CRUZADAS = ZERO
               MOVE "  (NINGUNA EN LA SEMANA)" TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM RUTINA-SALIDA.
       ABRIR-ARCHIVOS.
           OPEN INPUT HORAS-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
       LEER-HORAS.
           READ HORAS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-HORAS
           END-READ.
      * SOLO LAS LINEAS APROBADAS, QUE SON LAS QUE NOMINA-LOTE PAGA
      * Y REPARTE EN LA POLIZA; LAS DEMAS DE LA SEMANA SE CUENTAN.
       REVISAR-LINEA.
           IF HORAS-ID NOT = "*CTL*"
              AND HORAS-SEMANA-FIN = WS-SEMANA-PEDIDA
               IF HORAS-APROBADA
                   PERFORM DISTRIBUIR-LINEA
               ELSE
                   ADD 1 TO WS-CONT-SIN-APROBAR
               END-IF
           END-IF.
           PERFORM LEER-HORAS.
       DISTRIBUIR-LINEA.
           MOVE HORAS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   ADD 1 TO WS-CONT-DESCONOCIDOS
               NOT INVALID KEY
                   PERFORM ANOTAR-LINEA
           END-READ.
       ANOTAR-LINEA.
           ADD 1 TO WS-CONT-LINEAS.
           MOVE EMPLEADOS-DEPTO TO WS-DEPTO-PROPIO.
           IF HORAS-DEPTO = SPACES
               MOVE EMPLEADOS-DEPTO TO WS-DEPTO-TRABAJO
           ELSE
               MOVE HORAS-DEPTO TO WS-DEPTO-TRABAJO
           END-IF.
           IF WS-DEPTO-TRABAJO = WS-DEPTO-PROPIO
               MOVE WS-DEPTO-PROPIO TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-DEPTO
               IF DIS-HALLADO
                   ADD HORAS-TOTAL TO DIS-PROPIAS (WS-DIS-IX)
               END-IF
           ELSE
               MOVE WS-DEPTO-TRABAJO TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-DEPTO
               IF DIS-HALLADO
                   ADD HORAS-TOTAL TO DIS-RECIBIDAS (WS-DIS-IX)
               END-IF
               MOVE WS-DEPTO-PROPIO TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-DEPTO
               IF DIS-HALLADO
                   ADD HORAS-TOTAL TO DIS-PRESTADAS (WS-DIS-IX)
               END-IF
               PERFORM IMPRIMIR-CRUZADA
           END-IF.
       IMPRIMIR-CRUZADA.
           MOVE HORAS-ID TO CRU-ID.
           MOVE EMPLEADOS-NOMBRE TO CRU-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO CRU-APELLIDOS.
           MOVE WS-DEPTO-PROPIO TO CRU-PROPIO.
           MOVE WS-DEPTO-TRABAJO TO CRU-TRABAJO.
           MOVE HORAS-TOTAL TO CRU-HORAS.
           MOVE WS-LINEA-CRUZADA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-CONT-CRUZADAS.
      * EL DEPARTAMENTO SE AGREGA A LA TABLA LA PRIMERA VEZ QUE
      * APARECE; CON LA TABLA LLENA LA LINEA SE CUENTA APARTE.
       BUSCAR-DEPTO.
           MOVE "N" TO WS-DIS-HALLADO.
           MOVE 1 TO WS-DIS-IX.
           PERFORM COMPARAR-DEPTO
               UNTIL DIS-HALLADO OR WS-DIS-IX > WS-DIS-USADOS.
           IF NOT DIS-HALLADO
               IF WS-DIS-USADOS < 50
                   ADD 1 TO WS-DIS-USADOS
                   MOVE WS-DIS-USADOS TO WS-DIS-IX
                   MOVE WS-DEPTO-BUSCADO TO DIS-DEPTO (WS-DIS-IX)
                   MOVE ZERO TO DIS-PROPIAS (WS-DIS-IX)
                   MOVE ZERO TO DIS-RECIBIDAS (WS-DIS-IX)
                   MOVE ZERO TO DIS-PRESTADAS (WS-DIS-IX)
                   MOVE "S" TO WS-DIS-HALLADO
               ELSE
                   ADD 1 TO WS-CONT-DESBORDES
               END-IF
           END-IF.
       COMPARAR-DEPTO.
           IF DIS-DEPTO (WS-DIS-IX) = WS-DEPTO-BUSCADO
               MOVE "S" TO WS-DIS-HALLADO
           ELSE
               ADD 1 TO WS-DIS-IX
           END-IF.
      * POR DEPARTAMENTO: PROPIAS (SU GENTE EN SU DEPARTAMENTO),
      * RECIBIDAS (GENTE DE OTROS QUE TRABAJO AQUI), PRESTADAS (SU
      * GENTE QUE TRABAJO EN OTRO), TRABAJADAS (PROPIAS MAS
      * RECIBIDAS, LO QUE CARGA LA POLIZA) Y EL NETO RECIBIDO MENOS
      * PRESTADO.
       IMPRIMIR-RESUMEN.
           MOVE ZERO TO WS-TOT-PROPIAS.
           MOVE ZERO TO WS-TOT-RECIBIDAS.
           MOVE ZERO TO WS-TOT-PRESTADAS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "RESUMEN POR DEPARTAMENTO" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "DEP NOMBRE                       PROPIAS  " &
               "RECIBIDAS  PRESTADAS  TRABAJADAS     NETO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-DIS-IX.
           PERFORM IMPRIMIR-DEPTO UNTIL WS-DIS-IX > WS-DIS-USADOS.
           MOVE "TOT" TO DEP-CODIGO.
           MOVE "TOTAL DE LA SEMANA" TO DEP-NOMBRE.
           MOVE WS-TOT-PROPIAS TO DEP-PROPIAS.
           MOVE WS-TOT-RECIBIDAS TO DEP-RECIBIDAS.
           MOVE WS-TOT-PRESTADAS TO DEP-PRESTADAS.
           COMPUTE DEP-TRABAJADAS = WS-TOT-PROPIAS + WS-TOT-RECIBIDAS.
           COMPUTE DEP-NETO = WS-TOT-RECIBIDAS - WS-TOT-PRESTADAS.
           MOVE WS-LINEA-DEPTO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-CONT-SIN-APROBAR > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "LINEAS DE LA SEMANA SIN APROBAR (NO "
                   "INCLUIDAS): " WS-CONT-SIN-APROBAR
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           IF WS-CONT-DESCONOCIDOS > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "LINEAS DE IDS QUE NO ESTAN EN EMP.DAT: "
                   WS-CONT-DESCONOCIDOS
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           IF WS-CONT-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "*** MAS DE 50 DEPARTAMENTOS, LINEAS SIN "
                   "RESUMIR: " WS-CONT-DESBORDES
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
       IMPRIMIR-DEPTO.
           MOVE DIS-DEPTO (WS-DIS-IX) TO DEP-CODIGO.
           MOVE DIS-DEPTO (WS-DIS-IX) TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO DEP-NOMBRE
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO DEP-NOMBRE
           END-READ.
           MOVE DIS-PROPIAS (WS-DIS-IX) TO DEP-PROPIAS.
           MOVE DIS-RECIBIDAS (WS-DIS-IX) TO DEP-RECIBIDAS.
           MOVE DIS-PRESTADAS (WS-DIS-IX) TO DEP-PRESTADAS.
           COMPUTE DEP-TRABAJADAS = DIS-PROPIAS (WS-DIS-IX)
               + DIS-RECIBIDAS (WS-DIS-IX).
           COMPUTE DEP-NETO = DIS-RECIBIDAS (WS-DIS-IX)
               - DIS-PRESTADAS (WS-DIS-IX).
           MOVE WS-LINEA-DEPTO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD DIS-PROPIAS (WS-DIS-IX) TO WS-TOT-PROPIAS.
           ADD DIS-RECIBIDAS (WS-DIS-IX) TO WS-TOT-RECIBIDAS.
           ADD DIS-PRESTADAS (WS-DIS-IX) TO WS-TOT-PRESTADAS.
           ADD 1 TO WS-DIS-IX.
       RUTINA-SALIDA.
           CLOSE HORAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "LINEAS APROBADAS DE LA SEMANA : " WS-CONT-LINEAS.
           DISPLAY "FUERA DEL DEPTO. PROPIO       : "
               WS-CONT-CRUZADAS.
           DISPLAY "SIN APROBAR (NO INCLUIDAS)    : "
               WS-CONT-SIN-APROBAR.
           DISPLAY "DISTRIBUCION IMPRESA EN DISTLAB.RPT.".
           GOBACK.
       END PROGRAM DISTRIBUCION-HORAS.

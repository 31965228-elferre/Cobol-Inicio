      *              due on the feriado waits for the next working
      *              day's run (the date compare is <=, so nothing is
      *              lost).
      * 2026-10-15 - Before the returns, every solvac.dat vacation
      *              request approved in aprvac.cbl whose first day has
      *              arrived opens its VACACIONES leave in licencias.dat
      *              (return = the day after the last vacation day),
      *              puts an active employee in LICENCIA (journaled),
      *              draws the requested working days down in vacac.dat
      *              and is marked aplicada. A request of a terminated
      *              employee is annulled instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENCIAS-APLICA.
       RECORD KEY IS FER-FECHA
       FILE STATUS IS WS-FILE-STATUS-FER.

       SELECT OPTIONAL SOLICITUDES-ARCHIVO
       ASSIGN TO "solvac.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SOL-CLAVE
       FILE STATUS IS WS-FILE-STATUS-SOL.

       SELECT OPTIONAL VACACIONES-ARCHIVO
       ASSIGN TO "vacac.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VAC-ID
       FILE STATUS IS WS-FILE-STATUS-VAC.

       DATA DIVISION.
       FILE SECTION.
      * LEDGER DE LICENCIAS
      * CALENDARIO DE FERIADOS DE LA EMPRESA
       FD FERIADOS-ARCHIVO.
           COPY FERREG.
      * SOLICITUDES DE VACACIONES
       FD SOLICITUDES-ARCHIVO.
           COPY SOLREG.
      * LEDGER DE VACACIONES
       FD VACACIONES-ARCHIVO.
           COPY VACREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-FER PIC X(2).
       01  WS-FILE-STATUS-SOL PIC X(2).
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FIN-SOLICITUDES PIC X.
           88 FIN-SOLICITUDES VALUE "S".
       01  WS-LICENCIA-GRABADA PIC X.
           88 LICENCIA-GRABADA VALUE "S".
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
       01  WS-CONT-VACACIONES PIC 9(5) VALUE ZERO.
       01  WS-CONT-ANULADAS PIC 9(5) VALUE ZERO.
       01  WS-ES-FERIADO PIC X VALUE "N".
           88 HOY-ES-FERIADO VALUE "S".
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
               GOBACK
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM APLICAR-SOLICITUDES.
           PERFORM POSICIONAR-LICENCIAS.
           PERFORM LEER-LICENCIA.
           PERFORM PROCESAR-LICENCIA UNTIL FIN-ARCHIVO.
           DISPLAY "VACACIONES INICIADAS  : " WS-CONT-VACACIONES.
           DISPLAY "SOLICITUDES ANULADAS  : " WS-CONT-ANULADAS.
           DISPLAY "EMPLEADOS REACTIVADOS : " WS-CONT-REACTIVADOS.
           DISPLAY "LICENCIAS CERRADAS    : " WS-CONT-CERRADAS.
           PERFORM CERRAR-ARCHIVOS.
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN I-O SOLICITUDES-ARCHIVO.
           IF WS-FILE-STATUS-SOL = "35"
               OPEN OUTPUT SOLICITUDES-ARCHIVO
               CLOSE SOLICITUDES-ARCHIVO
               OPEN I-O SOLICITUDES-ARCHIVO
           END-IF.
           OPEN I-O VACACIONES-ARCHIVO.
           IF WS-FILE-STATUS-VAC = "35"
               OPEN OUTPUT VACACIONES-ARCHIVO
               CLOSE VACACIONES-ARCHIVO
               OPEN I-O VACACIONES-ARCHIVO
           END-IF.
      * LAS SOLICITUDES APROBADAS CUYO PRIMER DIA LLEGO ABREN SU
      * LICENCIA DE VACACIONES ANTES DE REVISAR LOS RETORNOS.
       APLICAR-SOLICITUDES.
           MOVE "N" TO WS-FIN-SOLICITUDES.
           MOVE LOW-VALUES TO SOL-CLAVE.
           START SOLICITUDES-ARCHIVO
               KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-SOLICITUDES
           END-START.
           IF NOT FIN-SOLICITUDES
               PERFORM LEER-SOLICITUD
           END-IF.
           PERFORM PROCESAR-SOLICITUD UNTIL FIN-SOLICITUDES.
       LEER-SOLICITUD.
           READ SOLICITUDES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-SOLICITUDES
           END-READ.
       PROCESAR-SOLICITUD.
           IF SOL-APROBADA AND SOL-FECHA-DESDE <= WS-FECHA-HOY
               MOVE SOL-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "SOLICITUD DE " SOL-ID " SIN EMPLEADO "
                           "EN EMP.DAT, SE ANULA."
                       PERFORM ANULAR-SOLICITUD
                   NOT INVALID KEY
                       IF EMPLEADOS-TERMINADO
                           DISPLAY "EMPLEADO " SOL-ID " DADO DE "
                               "BAJA, SE ANULA SU SOLICITUD."
                           PERFORM ANULAR-SOLICITUD
                       ELSE
                           PERFORM INICIAR-VACACIONES
                       END-IF
               END-READ
           END-IF.
           PERFORM LEER-SOLICITUD.
       ANULAR-SOLICITUD.
           SET SOL-ANULADA TO TRUE.
           REWRITE SOLICITUD-VACACION-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL ANULAR LA SOLICITUD DE " SOL-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ANULADAS
           END-REWRITE.
      * SI YA HAY UNA LICENCIA QUE EMPIEZA ESE DIA LA SOLICITUD QUEDA
      * APROBADA Y SE AVISA, PARA QUE PERSONAL LO RESUELVA A MANO.
       INICIAR-VACACIONES.
           MOVE "N" TO WS-LICENCIA-GRABADA.
           MOVE SOL-ID TO LIC-ID.
           MOVE SOL-FECHA-DESDE TO LIC-FECHA-INICIO.
           MOVE "VACACIONES" TO LIC-TIPO.
           MOVE SOL-FECHA-HASTA TO WS-FECHA-TRABAJO.
           PERFORM SUMAR-UN-DIA.
           MOVE WS-FECHA-TRABAJO TO LIC-FECHA-RETORNO.
           SET LIC-ABIERTA TO TRUE.
           WRITE LICENCIA-REGISTRO
               INVALID KEY
                   DISPLAY "EMPLEADO " SOL-ID " YA TIENE UNA LICENCIA "
                       "QUE EMPIEZA EL " SOL-FECHA-DESDE
                       ", LA SOLICITUD QUEDA APROBADA."
               NOT INVALID KEY
                   MOVE "S" TO WS-LICENCIA-GRABADA
           END-WRITE.
           IF LICENCIA-GRABADA
               IF EMPLEADOS-ACTIVO
                   MOVE EMPLEADOS-REGISTRO TO WS-REGISTRO-ANTES
                   SET EMPLEADOS-LICENCIA TO TRUE
                   REWRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL PONER EN LICENCIA A "
                               EMPLEADOS-ID
                       NOT INVALID KEY
                           PERFORM GRABAR-AUDITORIA
                   END-REWRITE
               END-IF
               PERFORM DESCONTAR-VACACIONES
               SET SOL-APLICADA TO TRUE
               REWRITE SOLICITUD-VACACION-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR LA SOLICITUD DE "
                           SOL-ID
               END-REWRITE
               ADD 1 TO WS-CONT-VACACIONES
               DISPLAY "VACACIONES " SOL-ID " " EMPLEADOS-NOMBRE " "
                   EMPLEADOS-APELLIDOS " DESDE " SOL-FECHA-DESDE
                   " HASTA " SOL-FECHA-HASTA
           END-IF.
      * SE DESCUENTAN LOS DIAS HABILES DE LA SOLICITUD, NO LOS
      * CORRIDOS COMO EN LA LICENCIA CARGADA A MANO EN BAJA.
       DESCONTAR-VACACIONES.
           MOVE SOL-ID TO VAC-ID.
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   MOVE ZERO TO VAC-DIAS-ACREDITADOS
                   MOVE SOL-DIAS-HABILES TO VAC-DIAS-TOMADOS
                   MOVE ZERO TO VAC-ANIO-ACREDITADO
                   WRITE VACACION-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR VACAC.DAT DE "
                               SOL-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD SOL-DIAS-HABILES TO VAC-DIAS-TOMADOS
                   REWRITE VACACION-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR VACAC.DAT DE "
                               SOL-ID
                   END-REWRITE
           END-READ.
       POSICIONAR-LICENCIAS.
           MOVE LOW-VALUES TO LIC-CLAVE.
           START LICENCIAS-ARCHIVO
               KEY IS NOT LESS THAN LIC-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
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
       LEER-LICENCIA.
           READ LICENCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           CLOSE LICENCIAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE SOLICITUDES-ARCHIVO.
           CLOSE VACACIONES-ARCHIVO.
       END PROGRAM LICENCIAS-APLICA.

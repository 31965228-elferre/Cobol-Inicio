      * Purpose:
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - VALIDAR-REGISTRO checks the authorized headcount
      *              of plazas.dat: a hire into a department whose
      *              plazas are already filled by active and on-leave
      *              employees is refused, and in PROCESAR-LOTE sent
      *              to suspalta.dat with reason code PL. Departments
      *              without plazas rows are not controlled.
      * 2026-09-03 - A transaction PROCESAR-LOTE rejects now lands
      *              in suspalta.dat with its reason code, for the
      *              suspmant.cbl correct-and-resubmit screen.
      *              VALIDAR-REGISTRO rejects a nonblank code that is
      *              not on the department master (blank = without
      *              department).
      * 2026-10-15 - A new hire is written with a blank termination
      *              reason (EMPLEADOS-MOTIVO-BAJA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-SEPTIMO.
       ASSIGN TO "suspalta.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PLAZAS-ARCHIVO
       ASSIGN TO "plazas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PLZ-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PLZ.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
      * SUSPENSO DE FILAS RECHAZADAS
       FD SUSPENSOS-ARCHIVO.
           COPY SUSREG.
      * PLAZAS AUTORIZADAS POR DEPARTAMENTO Y CATEGORIA
       FD PLAZAS-ARCHIVO.
           COPY PLZREG.
       WORKING-STORAGE SECTION.
       01  WS-MODO PIC 9.
       01  WS-REGISTROS-PROCESADOS PIC 9(5) VALUE ZERO.
           01  WS-ID-NUMERICO PIC X(6) JUSTIFIED RIGHT.
           01  WS-ID-VALOR PIC 9(6).
           01  WS-MOTIVO-RECHAZO PIC X(2).
           01  WS-FILE-STATUS-PLZ PIC X(2).
           01  WS-FIN-PLAZAS PIC X.
               88 FIN-PLAZAS VALUE "S".
           01  WS-PLAZAS-AUTORIZADAS PIC 9(5).
           01  WS-PLAZAS-OCUPADAS PIC 9(5).
           01  WS-HAY-PLAZAS PIC X.
               88 HAY-PLAZAS VALUE "S".

       LINKAGE SECTION.
       01  LNK-OPERADOR-LOTE PIC X(10).
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN INPUT PLAZAS-ARCHIVO.
           IF WS-FILE-STATUS-PLZ = "35"
               OPEN OUTPUT PLAZAS-ARCHIVO
               CLOSE PLAZAS-ARCHIVO
               OPEN INPUT PLAZAS-ARCHIVO
           END-IF.
       CAPTURAR-DATOS.
           DISPLAY TEXTO-ID.
           ACCEPT EMPLEADOS-ID.
           IF REGISTRO-VALIDO
               PERFORM VERIFICAR-DUPLICADO
           END-IF.
           IF REGISTRO-VALIDO
               PERFORM VALIDAR-PLAZA
           END-IF.
       VALIDAR-DEPTO.
           IF WS-DEPTO-ENTRADA NOT = SPACES
               MOVE WS-DEPTO-ENTRADA TO DEPTO-CODIGO
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "DU" TO WS-MOTIVO-RECHAZO
           END-READ.
      * LAS PLAZAS DEL DEPARTAMENTO SE SUMAN SOBRE TODAS SUS
      * CATEGORIAS; OCUPAN PLAZA LOS ACTIVOS Y LOS DE LICENCIA. SIN
      * FILAS EN PLAZAS.DAT (O SIN DEPARTAMENTO) NO HAY CONTROL.
       VALIDAR-PLAZA.
           MOVE "N" TO WS-HAY-PLAZAS.
           MOVE ZERO TO WS-PLAZAS-AUTORIZADAS.
           IF WS-DEPTO-ENTRADA NOT = SPACES
               PERFORM SUMAR-AUTORIZADAS
           END-IF.
           IF HAY-PLAZAS
               PERFORM CONTAR-OCUPADAS
               IF WS-PLAZAS-OCUPADAS NOT < WS-PLAZAS-AUTORIZADAS
                   DISPLAY "RECHAZADO: SIN PLAZA VACANTE EN EL "
                       "DEPARTAMENTO " WS-DEPTO-ENTRADA
                       " (AUTORIZADAS " WS-PLAZAS-AUTORIZADAS
                       ", OCUPADAS " WS-PLAZAS-OCUPADAS ")."
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "PL" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
       SUMAR-AUTORIZADAS.
           MOVE "N" TO WS-FIN-PLAZAS.
           MOVE WS-DEPTO-ENTRADA TO PLZ-DEPTO.
           MOVE LOW-VALUES TO PLZ-CATEGORIA.
           START PLAZAS-ARCHIVO
               KEY IS NOT LESS THAN PLZ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZAS
           END-START.
           IF NOT FIN-PLAZAS
               PERFORM LEER-PLAZA
               PERFORM SUMAR-PLAZA UNTIL FIN-PLAZAS
           END-IF.
       LEER-PLAZA.
           READ PLAZAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZAS
           END-READ.
       SUMAR-PLAZA.
           IF PLZ-DEPTO = WS-DEPTO-ENTRADA
               MOVE "S" TO WS-HAY-PLAZAS
               ADD PLZ-AUTORIZADAS TO WS-PLAZAS-AUTORIZADAS
               PERFORM LEER-PLAZA
           ELSE
               MOVE "S" TO WS-FIN-PLAZAS
           END-IF.
       CONTAR-OCUPADAS.
           MOVE ZERO TO WS-PLAZAS-OCUPADAS.
           MOVE "N" TO WS-FIN-PLAZAS.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO
               KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZAS
           END-START.
           IF NOT FIN-PLAZAS
               PERFORM LEER-OCUPADA
               PERFORM CONTAR-OCUPADA UNTIL FIN-PLAZAS
           END-IF.
       LEER-OCUPADA.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZAS
           END-READ.
       CONTAR-OCUPADA.
           IF EMPLEADOS-DEPTO = WS-DEPTO-ENTRADA
              AND (EMPLEADOS-ACTIVO OR EMPLEADOS-LICENCIA)
               ADD 1 TO WS-PLAZAS-OCUPADAS
           END-IF.
           PERFORM LEER-OCUPADA.
       GUARDAR-REGISTRO.
           MOVE WS-ID-ENTRADA TO EMPLEADOS-ID.
           MOVE WS-NOMBRE-ENTRADA TO EMPLEADOS-NOMBRE.
           MOVE WS-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA.
           SET EMPLEADOS-ACTIVO TO TRUE.
           MOVE ZERO TO EMPLEADOS-FECHA-BAJA.
           MOVE SPACES TO EMPLEADOS-MOTIVO-BAJA.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL REGISTRO."
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE PLAZAS-ARCHIVO.
       END PROGRAM YOUR-PROGRAM-SEPTIMO.

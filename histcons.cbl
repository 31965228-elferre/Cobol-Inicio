      *          every autumn.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - The rehire is refused when the department's
      *              authorized headcount in plazas.dat is already
      *              filled by active and on-leave employees, the same
      *              check septimo.cbl makes on a new hire.
      * 2026-10-15 - A row anonymized by ANONIMIZA-EMPLEADOS is not
      *              rehired (its personal data is gone); the person
      *              comes back as a new hire through septimo.cbl.
      * 2026-10-15 - The rehired record starts with no termination
      *              reason (EMPLEADOS-MOTIVO-BAJA blank).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONS-EMPLEADOS.
       ASSIGN TO "auditemp.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PLAZAS-ARCHIVO
       ASSIGN TO "plazas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PLZ-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PLZ.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO HISTORICO DE EMPLEADOS DADOS DE BAJA
      * JOURNAL DE AUDITORIA DE CAMBIOS A EMP.DAT
       FD AUDITORIA-ARCHIVO.
           COPY AUDREG.
      * PLAZAS AUTORIZADAS POR DEPARTAMENTO Y CATEGORIA
       FD PLAZAS-ARCHIVO.
           COPY PLZREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X.
       01  WS-REGISTRO-GUARDADO PIC X(150).
       01  WS-FECHA-HOY PIC 9(8).
       01  GUARDA-ENTER PIC X.
       01  WS-FILE-STATUS-PLZ PIC X(2).
       01  WS-FIN-PLAZAS PIC X.
           88 FIN-PLAZAS VALUE "S".
       01  WS-PLAZAS-AUTORIZADAS PIC 9(5).
       01  WS-PLAZAS-OCUPADAS PIC 9(5).
       01  WS-HAY-PLAZAS PIC X.
           88 HAY-PLAZAS VALUE "S".
       01  WS-HAY-VACANTE PIC X.
           88 HAY-VACANTE VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
           END-READ.
       CONFIRMAR-RECONTRATO.
           MOVE WS-REGISTRO-GUARDADO (1:150) TO HISTORICO-REGISTRO.
           IF HISTORICO-ANONIMIZADO
               DISPLAY "LOS DATOS PERSONALES DEL ID " HISTORICO-ID
                   " FUERON ANONIMIZADOS: INGRESELO COMO ALTA NUEVA."
           ELSE
               PERFORM VALIDAR-Y-CONFIRMAR
           END-IF.
       VALIDAR-Y-CONFIRMAR.
           PERFORM VALIDAR-PLAZA.
           IF HAY-VACANTE
               DISPLAY "RECONTRATAR A " HISTORICO-NOMBRE " "
                   HISTORICO-APELLIDOS "? (S/N) :"
               ACCEPT GUARDA-ENTER
               IF GUARDA-ENTER = "S" OR GUARDA-ENTER = "s"
                   PERFORM GRABAR-RECONTRATO
               ELSE
                   DISPLAY "RECONTRATO CANCELADO POR EL OPERADOR."
               END-IF
           ELSE
               DISPLAY "SIN PLAZA VACANTE EN EL DEPARTAMENTO "
                   HISTORICO-DEPTO " (AUTORIZADAS "
                   WS-PLAZAS-AUTORIZADAS ", OCUPADAS "
                   WS-PLAZAS-OCUPADAS "), NO SE RECONTRATA."
           END-IF.
      * LAS PLAZAS DEL DEPARTAMENTO SE SUMAN SOBRE TODAS SUS
      * CATEGORIAS; OCUPAN PLAZA LOS ACTIVOS Y LOS DE LICENCIA. SIN
      * FILAS EN PLAZAS.DAT (O SIN DEPARTAMENTO) NO HAY CONTROL.
       VALIDAR-PLAZA.
           MOVE "S" TO WS-HAY-VACANTE.
           MOVE "N" TO WS-HAY-PLAZAS.
           MOVE ZERO TO WS-PLAZAS-AUTORIZADAS.
           IF HISTORICO-DEPTO NOT = SPACES
               PERFORM SUMAR-AUTORIZADAS
           END-IF.
           IF HAY-PLAZAS
               PERFORM CONTAR-OCUPADAS
               IF WS-PLAZAS-OCUPADAS NOT < WS-PLAZAS-AUTORIZADAS
                   MOVE "N" TO WS-HAY-VACANTE
               END-IF
           END-IF.
       SUMAR-AUTORIZADAS.
           MOVE "N" TO WS-FIN-PLAZAS.
           MOVE HISTORICO-DEPTO TO PLZ-DEPTO.
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
           IF PLZ-DEPTO = HISTORICO-DEPTO
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
           IF EMPLEADOS-DEPTO = HISTORICO-DEPTO
              AND (EMPLEADOS-ACTIVO OR EMPLEADOS-LICENCIA)
               ADD 1 TO WS-PLAZAS-OCUPADAS
           END-IF.
           PERFORM LEER-OCUPADA.
       GRABAR-RECONTRATO.
           MOVE HISTORICO-ID TO EMPLEADOS-ID.
           MOVE HISTORICO-NOMBRE TO EMPLEADOS-NOMBRE.
           MOVE WS-FECHA-HOY TO EMPLEADOS-FECHA-ALTA.
           SET EMPLEADOS-ACTIVO TO TRUE.
           MOVE ZERO TO EMPLEADOS-FECHA-BAJA.
           MOVE SPACES TO EMPLEADOS-MOTIVO-BAJA.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL RECONTRATO."
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN INPUT PLAZAS-ARCHIVO.
           IF WS-FILE-STATUS-PLZ = "35"
               OPEN OUTPUT PLAZAS-ARCHIVO
               CLOSE PLAZAS-ARCHIVO
               OPEN INPUT PLAZAS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE PLAZAS-ARCHIVO.
           GOBACK.
       END PROGRAM HISTCONS-EMPLEADOS.

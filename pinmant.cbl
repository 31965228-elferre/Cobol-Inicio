      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Supervisor screen for pines.dat, the personal PINs of
      *          the KIOSCO-EMPLEADOS self-service inquiry. Issues or
      *          resets the PIN of an employee as a provisional PIN
      *          the kiosk forces to change at the next sign-on
      *          (clearing the failure count and the lock), unlocks a
      *          PIN locked by failed attempts and deletes the PIN of
      *          an employee who must no longer use the kiosk. Only
      *          employees of emp.dat not terminated get a PIN.
      *          Patterned on the opermant.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINES-MANT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL PINES-ARCHIVO
       ASSIGN TO "pines.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PIN-ID
       FILE STATUS IS WS-FILE-STATUS-PIN.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PINES PERSONALES DEL KIOSCO
       FD PINES-ARCHIVO.
           COPY PINREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PIN PIC X(2).
       01  WS-EMPLEADO-ID PIC X(6) JUSTIFIED RIGHT.
       01  WS-PIN-NUEVO PIC X(6).
       01  WS-OPCION PIC 9.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-TIENE-PIN PIC X.
           88 PIN-HALLADO VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "NUMERO DE EMPLEADO (000000=SALE) :".
           ACCEPT WS-EMPLEADO-ID.
           INSPECT WS-EMPLEADO-ID REPLACING LEADING SPACE BY ZERO.
           IF WS-EMPLEADO-ID = ZEROS
               PERFORM RUTINA-SALIDA
           END-IF.
           MOVE WS-EMPLEADO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESE EMPLEADO."
               NOT INVALID KEY
                   PERFORM MANTENER-PIN
           END-READ.
           PERFORM RUTINA1.
       MANTENER-PIN.
           DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS.
           PERFORM MOSTRAR-PIN.
           DISPLAY "1=EMITIR/BLANQUEAR PIN / 2=DESBLOQUEAR "
               "/ 3=ELIMINAR / 9=SALE SIN CAMBIOS :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM EMITIR-PIN
           WHEN 2
               PERFORM DESBLOQUEAR-PIN
           WHEN 3
               PERFORM ELIMINAR-PIN
           WHEN 9
               DISPLAY "SIN CAMBIOS."
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       MOSTRAR-PIN.
           MOVE "S" TO WS-TIENE-PIN.
           MOVE WS-EMPLEADO-ID TO PIN-ID.
           READ PINES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO WS-TIENE-PIN
           END-READ.
           IF NOT PIN-HALLADO
               DISPLAY "  SIN PIN EMITIDO."
           ELSE
               DISPLAY "  PIN FIJADO EL " PIN-FECHA
                   " INTENTOS FALLIDOS " PIN-INTENTOS
               IF PIN-BLOQUEADO
                   DISPLAY "  PIN BLOQUEADO."
               END-IF
               IF PIN-PROVISORIO
                   DISPLAY "  PIN PROVISORIO, SIN CAMBIAR AUN."
               END-IF
           END-IF.
      * EL PIN EMITIDO POR PERSONAL ES PROVISORIO: EL KIOSCO OBLIGA
      * AL EMPLEADO A CAMBIARLO EN LA PRIMERA ENTRADA.
       EMITIR-PIN.
           IF EMPLEADOS-TERMINADO
               DISPLAY "EMPLEADO DADO DE BAJA, NO SE EMITE PIN."
           ELSE
               DISPLAY "PIN PROVISORIO (6 DIGITOS) :"
               ACCEPT WS-PIN-NUEVO
               IF WS-PIN-NUEVO NOT NUMERIC
                   DISPLAY "EL PIN DEBE TENER 6 DIGITOS, SIN CAMBIO."
               ELSE
                   PERFORM GRABAR-PIN
               END-IF
           END-IF.
       GRABAR-PIN.
           MOVE WS-EMPLEADO-ID TO PIN-ID.
           MOVE WS-PIN-NUEVO TO PIN-CLAVE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO PIN-FECHA.
           MOVE ZERO TO PIN-INTENTOS.
           MOVE SPACE TO PIN-BLOQUEO.
           MOVE "P" TO PIN-ESTADO.
           IF PIN-HALLADO
               REWRITE PIN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL BLANQUEAR EL PIN."
                   NOT INVALID KEY
                       DISPLAY "PIN BLANQUEADO, QUEDA PROVISORIO."
               END-REWRITE
           ELSE
               WRITE PIN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL EMITIR EL PIN."
                   NOT INVALID KEY
                       DISPLAY "PIN EMITIDO, QUEDA PROVISORIO."
               END-WRITE
           END-IF.
       DESBLOQUEAR-PIN.
           IF NOT PIN-HALLADO
               DISPLAY "EL EMPLEADO NO TIENE PIN."
           ELSE
               MOVE ZERO TO PIN-INTENTOS
               MOVE SPACE TO PIN-BLOQUEO
               REWRITE PIN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL DESBLOQUEAR EL PIN."
                   NOT INVALID KEY
                       DISPLAY "PIN DESBLOQUEADO."
               END-REWRITE
           END-IF.
       ELIMINAR-PIN.
           IF NOT PIN-HALLADO
               DISPLAY "EL EMPLEADO NO TIENE PIN."
           ELSE
               DELETE PINES-ARCHIVO
                   INVALID KEY
                       DISPLAY "ERROR AL ELIMINAR EL PIN."
                   NOT INVALID KEY
                       DISPLAY "PIN ELIMINADO."
               END-DELETE
           END-IF.
       ABRIR-ARCHIVOS.
           OPEN I-O PINES-ARCHIVO.
           IF WS-FILE-STATUS-PIN = "35"
               OPEN OUTPUT PINES-ARCHIVO
               CLOSE PINES-ARCHIVO
               OPEN I-O PINES-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE PINES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.
       END PROGRAM PINES-MANT.

      *              value that draws the ledger down, and the input
      *              is uppercased before the compare so "vacaciones"
      *              no longer skips the draw-down silently.
      * 2026-10-15 - The leave type is looked up in the tiposlic.dat
      *              leave type master and its pay rule is shown; a
      *              type with no master row is warned, since
      *              NOMINA-LOTE only pays the defined types.
      * 2026-10-15 - Options 1 and 4 ask for the coded termination
      *              reason (EMPLEADOS-MOTIVO-BAJA / MOV-MOTIVO-BAJA)
      *              for the rotacion.cbl turnover report; option 3
      *              clears it on the reactivation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJA-EMPLEADOS.
       RECORD KEY IS VAC-ID
       FILE STATUS IS WS-FILE-STATUS-VAC.

       SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
       ASSIGN TO "tiposlic.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TLI-TIPO
       FILE STATUS IS WS-FILE-STATUS-TLI.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
      * LEDGER DE VACACIONES
       FD VACACIONES-ARCHIVO.
           COPY VACREG.
      * MAESTRO DE TIPOS DE LICENCIA Y SU REGLA DE PAGO
       FD TIPOS-LICENCIA-ARCHIVO.
           COPY TLIREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-EFECTIVA PIC 9(8).
       01  WS-MOTIVO-BAJA PIC X(2).
           88 MOTIVO-BAJA-VALIDO VALUE "RE" "DC" "DS" "FC" "JU" "FA"
               "MA" "AB" "OT".
       01  WS-FILE-STATUS-CAN PIC X(2).
       01  WS-CANDADO-OK PIC X.
           88 CANDADO-TOMADO VALUE "S".
       01  WS-SESION-PROPIA PIC X VALUE "N".
           88 SESION-PROPIA VALUE "S".
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FILE-STATUS-TLI PIC X(2).
       01  WS-HAY-VACACION PIC X.
           88 HAY-VACACION VALUE "S".
       01  WS-DIAS-LICENCIA PIC 9(3).
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM PEDIR-MOTIVO-BAJA
               MOVE WS-MOTIVO-BAJA TO EMPLEADOS-MOTIVO-BAJA
               SET EMPLEADOS-TERMINADO TO TRUE
               ACCEPT WS-FECHA-BAJA FROM DATE YYYYMMDD
               MOVE WS-FECHA-BAJA TO EMPLEADOS-FECHA-BAJA
           WHEN 3
               SET EMPLEADOS-ACTIVO TO TRUE
               MOVE ZERO TO EMPLEADOS-FECHA-BAJA
               MOVE SPACES TO EMPLEADOS-MOTIVO-BAJA
               PERFORM GRABAR-CAMBIO
               DISPLAY "EMPLEADO REACTIVADO."
           WHEN 4
               DISPLAY "LA FECHA DEBE SER POSTERIOR A HOY; PARA UNA "
                   "BAJA INMEDIATA USE LA OPCION 1."
           ELSE
               PERFORM PEDIR-MOTIVO-BAJA
               MOVE EMPLEADOS-ID TO MOV-ID
               MOVE WS-FECHA-EFECTIVA TO MOV-FECHA-EFECTIVA
               MOVE WS-MOTIVO-BAJA TO MOV-MOTIVO-BAJA
               SET MOV-BAJA TO TRUE
               SET MOV-PENDIENTE TO TRUE
               WRITE MOVIMIENTO-REGISTRO
                           WS-FECHA-EFECTIVA "."
               END-WRITE
           END-IF.
      * EL MOTIVO SE PIDE HASTA QUE SEA UNO DE LOS CODIGOS DE EMPREG;
      * SE VALIDA EN UN CAMPO APARTE PARA NO TOCAR EL REGISTRO.
       PEDIR-MOTIVO-BAJA.
           MOVE SPACES TO WS-MOTIVO-BAJA.
           PERFORM ACEPTAR-MOTIVO-BAJA UNTIL MOTIVO-BAJA-VALIDO.
       ACEPTAR-MOTIVO-BAJA.
           DISPLAY "MOTIVO DE LA BAJA: RE=RENUNCIA DC=DESPIDO CON "
               "CAUSA DS=DESPIDO SIN CAUSA FC=FIN DE CONTRATO".
           DISPLAY "  JU=JUBILACION FA=FALLECIMIENTO MA=MUTUO "
               "ACUERDO AB=ABANDONO OT=OTRO :".
           ACCEPT WS-MOTIVO-BAJA.
           INSPECT WS-MOTIVO-BAJA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT MOTIVO-BAJA-VALIDO
               DISPLAY "MOTIVO INVALIDO."
           END-IF.
       GRABAR-LICENCIA.
           MOVE EMPLEADOS-ID TO LIC-ID.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INSPECT LIC-TIPO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM MOSTRAR-REGLA-LICENCIA.
           DISPLAY "FECHA ESPERADA DE RETORNO (AAAAMMDD) :".
           ACCEPT LIC-FECHA-RETORNO.
           SET LIC-ABIERTA TO TRUE.
                       PERFORM DESCONTAR-VACACIONES
                   END-IF
           END-WRITE.
      * LA NOMINA POR LOTE PAGA LA LICENCIA SEGUN LA REGLA DEL TIPO
      * EN TIPOSLIC.DAT; UN TIPO QUE NO FIGURA NO SE PAGA POR HORA.
       MOSTRAR-REGLA-LICENCIA.
           MOVE LIC-TIPO TO TLI-TIPO.
           READ TIPOS-LICENCIA-ARCHIVO
               INVALID KEY
                   DISPLAY "*** AVISO: TIPO DE LICENCIA NO DEFINIDO "
                       "EN TIPOSLIC.DAT, LA NOMINA SEMANAL NO LA "
                       "PAGA. ***"
               NOT INVALID KEY
                   EVALUATE TRUE
                   WHEN TLI-SIN-GOCE
                       DISPLAY "LICENCIA SIN GOCE DE SUELDO."
                   WHEN TLI-PROMEDIO-COMPLETO
                       DISPLAY "LICENCIA PAGA AL PROMEDIO COMPLETO, "
                           "DIAS MAXIMOS " TLI-DIAS-MAX
                   WHEN OTHER
                       DISPLAY "LICENCIA PAGA AL " TLI-PORCENTAJE
                           "% DEL PROMEDIO, DIAS MAXIMOS "
                           TLI-DIAS-MAX
                   END-EVALUATE
           END-READ.
       DESCONTAR-VACACIONES.
           PERFORM CONTAR-DIAS-LICENCIA.
           PERFORM BUSCAR-VACACION.
               CLOSE VACACIONES-ARCHIVO
               OPEN I-O VACACIONES-ARCHIVO
           END-IF.
           OPEN INPUT TIPOS-LICENCIA-ARCHIVO.
           IF WS-FILE-STATUS-TLI = "35"
               OPEN OUTPUT TIPOS-LICENCIA-ARCHIVO
               CLOSE TIPOS-LICENCIA-ARCHIVO
               OPEN INPUT TIPOS-LICENCIA-ARCHIVO
           END-IF.
       REGISTRAR-SESION.
           MOVE "N" TO WS-SESION-PROPIA.
           MOVE "S:" TO CANDADO-TIPO.
           CLOSE MOVIMIENTOS-ARCHIVO.
           CLOSE CANDADOS-ARCHIVO.
           CLOSE VACACIONES-ARCHIVO.
           CLOSE TIPOS-LICENCIA-ARCHIVO.
           GOBACK.
       END PROGRAM BAJA-EMPLEADOS.

      *          Patterned on the tarifas.cbl screen.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - Shows the correction flag devbanco.cbl sets on a
      *              returned transfer (reason code and date); keying
      *              the bank data again clears it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOS-MANT.
           DISPLAY "CUENTA    : " BAN-CUENTA.
           DISPLAY "METODO    : " BAN-METODO
               " (E=EFECTIVO, T=TRANSFERENCIA)".
           IF BAN-A-CORREGIR
               DISPLAY "*** TRANSFERENCIA DEVUELTA EL " BAN-FECHA-DEV
                   " MOTIVO " BAN-MOTIVO-DEV
                   ": CORRIJA LOS DATOS, SE PAGA EN EFECTIVO ***"
           END-IF.
       CAPTURAR-BANCO.
           MOVE WS-ID-BUSQUEDA TO BAN-ID.
           DISPLAY "BANCO (XXX) :".
           ACCEPT BAN-CUENTA.
           DISPLAY "METODO DE PAGO (E=EFECTIVO / T=TRANSFERENCIA) :".
           ACCEPT BAN-METODO.
           MOVE SPACE TO BAN-CORRECCION.
           MOVE SPACES TO BAN-MOTIVO-DEV.
           MOVE ZERO TO BAN-FECHA-DEV.
       ABRIR-ARCHIVOS.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"

      *              ledger carries now: the one-off screen has no per
      *              day detail, so the keyed hours land whole in
      *              PAGO-HORAS-NORMALES and the extra fields in zero.
      * 2026-10-15 - pagohist.dat is indexed now: the row takes the
      *              next free PAGO-SECUENCIA of the pay date, so a
      *              second liquidation the same day is still
      *              appended instead of refused.
      * 2026-10-15 - GRABAR-HISTORIA lays PAGO-SECUENCIA-REF in zero
      *              and PAGO-TIPO-REF in space: the row points at no
      *              other liquidation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-PROGRAM-NAME.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-PAGOS.
           COPY PAGREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
      * LA PANTALLA DE UNO EN UNO NO LIQUIDA UNA SEMANA CONCRETA.
           MOVE ZERO TO PAGO-SEMANA-FIN.
           MOVE ZERO TO PAGO-FECHA-REF.
           MOVE ZERO TO PAGO-SECUENCIA-REF.
           MOVE SPACE TO PAGO-TIPO-REF.
           MOVE SPACES TO PAGO-MOTIVO.
           MOVE ZERO TO PAGO-OTRAS-DEDUCC.
           PERFORM GRABAR-PAGO.
      * EL LEDGER ES DE SOLO ALTA: SI EL EMPLEADO YA TIENE UNA FILA
      * EN LA MISMA FECHA SE TOMA LA SECUENCIA SIGUIENTE LIBRE.
       GRABAR-PAGO.
           MOVE ZERO TO PAGO-SECUENCIA.
           MOVE "N" TO WS-PAGO-GRABADO.
           PERFORM INTENTAR-PAGO
               UNTIL PAGO-GRABADO OR PAGO-SECUENCIA = 999.
           IF NOT PAGO-GRABADO
               DISPLAY "NO SE PUDO GRABAR EN PAGOHIST.DAT PARA "
                   PAGO-ID ", ESTADO " WS-FILE-STATUS-PAGO
           END-IF.
       INTENTAR-PAGO.
           ADD 1 TO PAGO-SECUENCIA.
           WRITE PAGO-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PAGO-GRABADO
           END-WRITE.
       ABRIR-ARCHIVO.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               CLOSE TARIFAS-ARCHIVO
               OPEN INPUT TARIFAS-ARCHIVO
           END-IF.
           OPEN I-O HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN I-O HISTORIA-PAGOS
           END-IF.
       RUTINA-SALIDA.
           DISPLAY "EMPLEADOS LIQUIDADOS  : " WS-CONTADOR-EMPLEADOS.
           DISPLAY "TOTAL DE CONTROL NOMINA: " WS-TOTAL-GENERAL.

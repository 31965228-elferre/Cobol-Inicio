      *          efectivo.rpt payout sheet with a signature line.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - pagohist.dat is indexed now: the liquidations of
      *              the pay date are read directly through the
      *              PAGO-FECHA alternate key instead of scanning the
      *              whole ledger.
      * 2026-10-15 - Every transfer written to banco.txt is also kept
      *              in envios.dat under its pay date, for the
      *              devbanco.cbl processing of the bank's return
      *              file; a bancos.dat row flagged for correction
      *              after a returned transfer is paid in cash until
      *              the account is fixed.
      * 2026-10-15 - Dispersing a pay date again no longer overwrites
      *              an envios.dat row the bank already returned: that
      *              employee is paid in cash and the returned row is
      *              kept for the reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIAS-BANCO.
      * ACHIVOS FISICO
       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       RECORD KEY IS BAN-ID
       FILE STATUS IS WS-FILE-STATUS-BAN.

       SELECT OPTIONAL ENVIOS-ARCHIVO
       ASSIGN TO "envios.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ENV-CLAVE
       FILE STATUS IS WS-FILE-STATUS-ENV.

       SELECT BANCO-SALIDA
       ASSIGN TO "banco.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
      * MAESTRO DE DATOS BANCARIOS POR EMPLEADO
       FD BANCOS-ARCHIVO.
           COPY BANREG.
      * REGISTRO PERMANENTE DE TRANSFERENCIAS ENVIADAS
       FD ENVIOS-ARCHIVO.
           COPY ENVREG.
      * ARCHIVO DE REMESA PARA EL BANCO (ANCHO FIJO)
       FD BANCO-SALIDA.
           01 BANCO-LINEA PIC X(80).
       FD EFECTIVO-SALIDA.
           01 EFECTIVO-LINEA PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-FILE-STATUS-ENV PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-FECHA-PEDIDA PIC 9(8).
                   " (AMPLIAR LA TABLA)"
           END-IF.
           GOBACK.
      * SOLO SE LEEN LAS FILAS DE LA FECHA, POR LA CLAVE ALTERNA.
       ACUMULAR-NETOS.
           OPEN INPUT HISTORIA-PAGOS.
           MOVE WS-FECHA-PEDIDA TO PAGO-FECHA.
           START HISTORIA-PAGOS
               KEY IS = PAGO-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
           PERFORM ACUMULAR-PAGO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       ACUMULAR-PAGO.
           IF PAGO-FECHA NOT = WS-FECHA-PEDIDA
               MOVE "S" TO FIN-DEL-ARCHIVO
           ELSE
               PERFORM BUSCAR-ENTRADA
               IF HALLADO
                   IF PAGO-REVERSO
               ELSE
                   ADD 1 TO WS-DESBORDES
               END-IF
               PERFORM LEER-PAGO
           END-IF.
       BUSCAR-ENTRADA.
           MOVE "N" TO WS-HALLADO.
           MOVE 1 TO WS-IDX.
               CLOSE BANCOS-ARCHIVO
               OPEN I-O BANCOS-ARCHIVO
           END-IF.
           OPEN I-O ENVIOS-ARCHIVO.
           IF WS-FILE-STATUS-ENV = "35"
               OPEN OUTPUT ENVIOS-ARCHIVO
               CLOSE ENVIOS-ARCHIVO
               OPEN I-O ENVIOS-ARCHIVO
           END-IF.
           OPEN OUTPUT BANCO-SALIDA.
           OPEN OUTPUT EFECTIVO-SALIDA.
           MOVE "PLANILLA DE PAGO EN EFECTIVO" TO EFECTIVO-LINEA.
           CLOSE EFECTIVO-SALIDA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE BANCOS-ARCHIVO.
           CLOSE ENVIOS-ARCHIVO.
           DISPLAY "TRANSFERENCIAS (BANCO.TXT) : " WS-CONT-TRANSFER
               " POR " WS-TOT-TRANSFER.
           DISPLAY "EFECTIVO (EFECTIVO.RPT)    : " WS-CONT-EFECTIVO
               INVALID KEY
                   PERFORM GRABAR-EFECTIVO
               NOT INVALID KEY
                   IF BAN-TRANSFERENCIA AND BAN-A-CORREGIR
                       DISPLAY "CUENTA DE " TOT-ID (WS-IDX)
                           " A CORREGIR (DEVUELTA EL " BAN-FECHA-DEV
                           "), SE PAGA EN EFECTIVO."
                       PERFORM GRABAR-EFECTIVO
                   ELSE
                       IF BAN-TRANSFERENCIA
                           PERFORM REVISAR-ENVIO
                       ELSE
                           PERFORM GRABAR-EFECTIVO
                       END-IF
                   END-IF
           END-READ.
      * UNA TRANSFERENCIA DE LA FECHA YA DEVUELTA POR EL BANCO NO SE
      * REENVIA NI SE PISA: LA FILA DEVUELTA QUEDA PARA LA
      * CONCILIACION Y EL PAGO SALE EN EFECTIVO.
       REVISAR-ENVIO.
           MOVE WS-FECHA-PEDIDA TO ENV-FECHA.
           MOVE TOT-ID (WS-IDX) TO ENV-ID.
           READ ENVIOS-ARCHIVO
               INVALID KEY
                   PERFORM GRABAR-TRANSFERENCIA
               NOT INVALID KEY
                   IF ENV-DEVUELTA
                       DISPLAY "TRANSFERENCIA DE " TOT-ID (WS-IDX)
                           " DEVUELTA EL " ENV-FECHA-DEV
                           ", SE PAGA EN EFECTIVO."
                       PERFORM GRABAR-EFECTIVO
                   ELSE
                       PERFORM GRABAR-TRANSFERENCIA
                   END-IF
           END-READ.
      * EL BANCO PIDE EL MONTO EN CENTAVOS, SIN PUNTO DECIMAL.
           WRITE BANCO-LINEA.
           ADD 1 TO WS-CONT-TRANSFER.
           ADD TOT-NETO (WS-IDX) TO WS-TOT-TRANSFER.
           PERFORM GRABAR-ENVIO.
      * COPIA PERMANENTE DE LA LINEA DE BANCO.TXT CON SU FECHA DE
      * PAGO; SI LA FECHA SE DISPERSA DE NUEVO LA FILA ENVIADA SE
      * REESCRIBE (LAS DEVUELTAS NO LLEGAN AQUI).
       GRABAR-ENVIO.
           MOVE WS-FECHA-PEDIDA TO ENV-FECHA.
           MOVE TOT-ID (WS-IDX) TO ENV-ID.
           MOVE BAN-BANCO TO ENV-BANCO.
           MOVE BAN-SUCURSAL TO ENV-SUCURSAL.
           MOVE BAN-CUENTA TO ENV-CUENTA.
           MOVE TOT-NETO (WS-IDX) TO ENV-MONTO.
           SET ENV-ENVIADA TO TRUE.
           MOVE SPACES TO ENV-MOTIVO.
           MOVE ZERO TO ENV-FECHA-DEV.
           WRITE ENVIO-REGISTRO
               INVALID KEY
                   REWRITE ENVIO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL REGISTRAR EL ENVIO DE "
                               ENV-ID "."
                   END-REWRITE
           END-WRITE.
       GRABAR-EFECTIVO.
           MOVE TOT-ID (WS-IDX) TO EFE-ID.
           MOVE WS-NOMBRE-COMPLETO TO EFE-NOMBRE.

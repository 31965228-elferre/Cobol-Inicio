      *              treats anything but "00" on OPEN INPUT as "that
      *              year is not closed" instead of testing for a
      *              "35" that never comes.
      * 2026-10-15 - pagohist.dat is indexed now: the closed year is
      *              copied to pagoAAAA.dat in key order and then
      *              deleted from the live ledger through the
      *              PAGO-FECHA alternate key, instead of rebuilding
      *              the whole file through cierre.tmp.
      * 2026-10-15 - saldoini.dat carries the netted income tax
      *              withheld too (SAL-IMPUESTO), so AJUSTE-ANUAL can
      *              still reconcile a year partly closed. An ajuste
      *              anual row counts PAGO-IMPUESTO less its refunded
      *              PAGO-NETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-ANUAL.
      * ACHIVOS FISICO
       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL ARCHIVO-ANUAL
       ASSIGN USING WS-NOMBRE-ANUAL
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-ANUAL PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
               10 TOT-BRUTO PIC S9(8)V99.
               10 TOT-DEDUCCIONES PIC S9(8)V99.
               10 TOT-NETO PIC S9(8)V99.
               10 TOT-IMPUESTO PIC S9(8)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE PARAM-VALOR TO WS-PARAM-RETENCION
           END-IF.
           PERFORM LEER-PARAMETRO.
      * EL ANIO CERRADO SE COPIA A PAGOAAAA.DAT Y SOLO DESPUES SE
      * BORRA DEL LEDGER VIVO; LOS TOTALES POR EMPLEADO (REVERSOS
      * NETEADOS) SE ARRASTRAN A SALDOINI.DAT.
       CERRAR-ANIO.
           DISPLAY "ANIO A CERRAR (AAAA) :".
           ACCEPT WS-ANIO-CIERRE.
                   DISPLAY "EL CIERRE SE ABANDONA: PAGOHIST.DAT "
                       "QUEDA INTACTO."
               ELSE
                   PERFORM BORRAR-ANIO
                   PERFORM GRABAR-SALDOS
                   DISPLAY "LIQUIDACIONES ARCHIVADAS : "
                       WS-CONT-ARCHIVADOS " (" WS-NOMBRE-ANUAL ")"
               MOVE "N" TO WS-CIERRE-OK
               CLOSE HISTORIA-PAGOS
           ELSE
               PERFORM LEER-PAGO
               PERFORM SEPARAR-PAGO UNTIL FIN-ARCHIVO
               CLOSE HISTORIA-PAGOS
               CLOSE ARCHIVO-ANUAL
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       SEPARAR-PAGO.
               ADD 1 TO WS-CONT-ARCHIVADOS
               PERFORM ACUMULAR-SALDO
           ELSE
               ADD 1 TO WS-CONT-CONSERVADOS
           END-IF.
           PERFORM LEER-PAGO.
                   SUBTRACT PAGO-DEDUCCIONES
                       FROM TOT-DEDUCCIONES (WS-IDX)
                   SUBTRACT PAGO-NETO FROM TOT-NETO (WS-IDX)
                   SUBTRACT PAGO-IMPUESTO FROM TOT-IMPUESTO (WS-IDX)
               ELSE
                   ADD PAGO-BRUTO TO TOT-BRUTO (WS-IDX)
                   ADD PAGO-DEDUCCIONES
                       TO TOT-DEDUCCIONES (WS-IDX)
                   ADD PAGO-NETO TO TOT-NETO (WS-IDX)
                   ADD PAGO-IMPUESTO TO TOT-IMPUESTO (WS-IDX)
               END-IF
      * LA DEVOLUCION DE UN AJUSTE ANUAL SE PAGA COMO NETO Y BAJA EL
      * IMPUESTO RETENIDO DEL ANIO.
               IF PAGO-AJUSTE-ANUAL
                   SUBTRACT PAGO-NETO FROM TOT-IMPUESTO (WS-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-DESBORDES
                   MOVE ZERO TO TOT-BRUTO (WS-IDX)
                   MOVE ZERO TO TOT-DEDUCCIONES (WS-IDX)
                   MOVE ZERO TO TOT-NETO (WS-IDX)
                   MOVE ZERO TO TOT-IMPUESTO (WS-IDX)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-IF.
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
      * CON LA COPIA ANUAL YA CERRADA, LAS FILAS DEL ANIO SE BORRAN
      * DEL LEDGER RECORRIENDO LA CLAVE ALTERNA DESDE EL 1 DE ENERO.
       BORRAR-ANIO.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           OPEN I-O HISTORIA-PAGOS.
           MOVE WS-ANIO-CIERRE TO PAGO-FECHA-AAAA.
           MOVE 01 TO PAGO-FECHA-MM.
           MOVE 01 TO PAGO-FECHA-DD.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
           PERFORM BORRAR-PAGO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
       BORRAR-PAGO.
           IF PAGO-FECHA-AAAA NOT = WS-ANIO-CIERRE
               MOVE "S" TO FIN-DEL-ARCHIVO
           ELSE
               DELETE HISTORIA-PAGOS RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR DEL LEDGER "
                           PAGO-ID " " PAGO-FECHA ", ESTADO "
                           WS-FILE-STATUS-PAGO
               END-DELETE
               PERFORM LEER-PAGO
           END-IF.
       LEER-TRABAJO.
           READ TRABAJO-ARCHIVO
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       GRABAR-SALDOS.
           OPEN EXTEND SALDOS-ARCHIVO.
           MOVE 1 TO WS-IDX.
           MOVE TOT-BRUTO (WS-IDX) TO SAL-BRUTO.
           MOVE TOT-DEDUCCIONES (WS-IDX) TO SAL-DEDUCCIONES.
           MOVE TOT-NETO (WS-IDX) TO SAL-NETO.
           MOVE TOT-IMPUESTO (WS-IDX) TO SAL-IMPUESTO.
           WRITE SALDO-REGISTRO.
           ADD 1 TO WS-IDX.
      * LAS TRES BITACORAS SE DEPURAN IGUAL: LO MAS VIEJO QUE EL

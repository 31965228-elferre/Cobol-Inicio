      ******************************************************************
      * Copybook: DEVREG
      * Purpose: Shared DEVOLUCION-REGISTRO layout for devbanco.txt,
      *          the bank's return file of rejected transfers read by
      *          devbanco.cbl. Each detail line (tipo D) echoes the
      *          banco.txt detail line it rejects (bank, branch,
      *          account, id, name, amount in centavos) followed by
      *          the pay date of the remittance and the bank's reason
      *          code; a closing tipo T line carries the item count
      *          and the total in centavos. Reason codes:
      *            01 cuenta cerrada         02 sucursal erronea
      *            03 cuenta inexistente     04 titular no coincide
      *            05 cuenta bloqueada       otros: otro motivo
      ******************************************************************
           01 DEVOLUCION-REGISTRO.
               05 DEV-LINEA-BANCO.
                   10 DEV-TIPO PIC X(1).
                       88 DEV-DETALLE VALUE "D".
                       88 DEV-TRAILER VALUE "T".
                   10 DEV-BANCO PIC X(3).
                   10 DEV-SUCURSAL PIC X(4).
                   10 DEV-CUENTA PIC X(12).
                   10 DEV-ID PIC X(6).
                   10 DEV-NOMBRE PIC X(30).
                   10 DEV-MONTO PIC 9(10).
               05 DEV-FECHA-PAGO PIC 9(8).
               05 DEV-MOTIVO PIC X(2).
               05 FILLER PIC X(4).
           01 DEVOLUCION-TRAILER.
               05 DVT-TIPO PIC X(1).
               05 DVT-CUENTA PIC 9(6).
               05 DVT-MONTO PIC 9(12).
               05 FILLER PIC X(61).

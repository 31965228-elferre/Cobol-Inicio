      *          width remittance file and lists the BAN-EFECTIVO
      *          ones on the cash payout sheet. An employee with no
      *          row here is paid in cash, as always.
      *          BAN-CORRECCION is set by devbanco.cbl when the bank
      *          returns a transfer (closed account, wrong branch),
      *          with the bank's reason code and the return date:
      *          transfer.cbl pays a flagged employee in cash until
      *          bancomant.cbl keys the corrected data, which clears
      *          the flag.
      ******************************************************************
           01 BANCO-REGISTRO.
               05 BAN-ID PIC X(6).
               05 BAN-METODO PIC X(1).
                   88 BAN-EFECTIVO VALUE "E" " ".
                   88 BAN-TRANSFERENCIA VALUE "T".
               05 BAN-CORRECCION PIC X(1).
                   88 BAN-A-CORREGIR VALUE "S".
               05 BAN-MOTIVO-DEV PIC X(2).
               05 BAN-FECHA-DEV PIC 9(8).

      ******************************************************************
      * Copybook: ENVREG
      * Purpose: Shared ENVIO-REGISTRO layout for envios.dat, the
      *          permanent register of the transfers sent to the
      *          bank: transfer.cbl writes one row per banco.txt
      *          detail line (the same bank, branch, account and
      *          amount) keyed by pay date plus employee id, since
      *          banco.txt itself is rewritten on every dispersal.
      *          devbanco.cbl matches the bank's return file against
      *          it, marks the returned rows ENV-DEVUELTA with the
      *          bank's reason code and reconciles sent, accepted and
      *          returned transfers per pay date. Dispersing the same
      *          pay date again rewrites its sent rows as ENV-ENVIADA;
      *          a returned row is kept and that payee goes to cash.
      ******************************************************************
           01 ENVIO-REGISTRO.
               05 ENV-CLAVE.
                   10 ENV-FECHA PIC 9(8).
                   10 ENV-ID PIC X(6).
               05 ENV-BANCO PIC X(3).
               05 ENV-SUCURSAL PIC X(4).
               05 ENV-CUENTA PIC X(12).
               05 ENV-MONTO PIC 9(8)V99.
               05 ENV-ESTADO PIC X(1).
                   88 ENV-ENVIADA VALUE "E".
                   88 ENV-DEVUELTA VALUE "D".
               05 ENV-MOTIVO PIC X(2).
               05 ENV-FECHA-DEV PIC 9(8).

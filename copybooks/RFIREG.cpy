      ******************************************************************
      * Copybook: RFIREG
      * Purpose: Shared RECIBO-FIRMA-REGISTRO layout for recfirma.dat,
      *          the register of every pay stub RECIBO-PAGOS prints
      *          and whether its signed copy came back, for the labor
      *          inspection. Keyed like the pagohist.dat row the stub
      *          was printed from (employee id, pay date, sequence).
      *          RFI-COPIAS counts the prints (it stops at 99): above
      *          1 the stub went out again marked as a duplicate copy,
      *          the last one on RFI-FECHA-COPIA. RFI-ESTADO is set in
      *          recfirma.cbl by the capturista: blank or P pending, F
      *          returned signed, R signature refused, A employee
      *          absent; the date and operator of the last change are
      *          kept.
      *          RFI-DEPTO is the employee's department when the stub
      *          was first printed.
      ******************************************************************
           01 RECIBO-FIRMA-REGISTRO.
               05 RFI-CLAVE.
                   10 RFI-ID PIC X(6).
                   10 RFI-FECHA PIC 9(8).
                   10 RFI-SECUENCIA PIC 9(3).
               05 RFI-TIPO PIC X(1).
               05 RFI-NETO PIC 9(6)V99.
               05 RFI-DEPTO PIC X(3).
               05 RFI-FECHA-IMPRESION PIC 9(8).
               05 RFI-COPIAS PIC 9(2).
               05 RFI-FECHA-COPIA PIC 9(8).
               05 RFI-ESTADO PIC X(1).
                   88 RFI-PENDIENTE VALUE "P" " ".
                   88 RFI-FIRMADO VALUE "F".
                   88 RFI-RECHAZADO VALUE "R".
                   88 RFI-AUSENTE VALUE "A".
               05 RFI-FECHA-ESTADO PIC 9(8).
               05 RFI-OPERADOR PIC X(10).

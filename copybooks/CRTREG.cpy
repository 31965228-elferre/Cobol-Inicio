      ******************************************************************
      * Copybook: CRTREG
      * Purpose: Shared CERTIFICACION-REGISTRO layout for certif.dat,
      *          the training and certification master (forklift,
      *          crane, food handling...) keyed by certificate code,
      *          maintained in certif.cbl. CRT-MESES-VIGENCIA is how
      *          long a certificate stays valid after it is issued
      *          (zero = does not expire); empcert.cbl proposes the
      *          expiry date from it.
      ******************************************************************
           01 CERTIFICACION-REGISTRO.
               05 CRT-CODIGO PIC X(6).
               05 CRT-DESCRIPCION PIC X(30).
               05 CRT-MESES-VIGENCIA PIC 9(3).

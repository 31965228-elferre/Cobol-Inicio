      *          merges these rows into its accumulation, so the
      *          certification of a closed year still works after the
      *          detail moved out of the live ledger.
      *          SAL-IMPUESTO is the netted income tax withheld in
      *          the year (ajuste anual rows included) for
      *          AJUSTE-ANUAL; rows written before it existed read
      *          it as spaces and count as zero.
      ******************************************************************
           01 SALDO-REGISTRO.
               05 SAL-ID PIC X(6).
               05 SAL-BRUTO PIC S9(8)V99.
               05 SAL-DEDUCCIONES PIC S9(8)V99.
               05 SAL-NETO PIC S9(8)V99.
               05 SAL-IMPUESTO PIC S9(8)V99.

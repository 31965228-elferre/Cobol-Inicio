      *          paid (zero when the row is not tied to a week).
      *          PAGO-FECHA-REF points at the PAGO-FECHA of the row a
      *          retro adjustment corrects or a reverso voids (zero
      *          otherwise); PAGO-SECUENCIA-REF and PAGO-TIPO-REF
      *          carry that row's PAGO-SECUENCIA and PAGO-TIPO, so two
      *          rows of one employee on the same date (a weekly and a
      *          paid leave liquidation, an aguinaldo and an ajuste
      *          anual) are told apart. A reverso written before the
      *          two fields existed has a zero secuencia and a space
      *          tipo: readers match it on the date alone, as before.
      *          A reverso (tipo V) carries the SAME
      *          positive amounts as the row it voids plus the reason
      *          in PAGO-MOTIVO: every reader nets it out by
      *          SUBTRACTING instead of adding.
      *          A monthly salaried liquidation (tipo M, written by
      *          NOMINA-MENSUAL) carries the last day of the month it
      *          paid in PAGO-SEMANA-FIN and zero hours.
      *          An ajuste anual row (tipo A, written by AJUSTE-ANUAL
      *          on the last December pay date) settles the year's
      *          income tax: a refund has zero PAGO-IMPUESTO, the
      *          amount in PAGO-NETO and a negative PAGO-DEDUCCIONES;
      *          an extra charge has the amount in PAGO-IMPUESTO with
      *          zero deductions and net (recdeduc.dat recovers it
      *          from the next pays). Its tax effect is PAGO-IMPUESTO
      *          less PAGO-NETO.
      *          A paid leave row (tipo L, written by NOMINA-LOTE)
      *          liquidates the leave days of the week in
      *          PAGO-SEMANA-FIN under the tiposlic.dat rule: the
      *          averaged hours paid go in PAGO-HORAS-NORMALES and
      *          PAGO-MOTIVO carries the LIC-TIPO and the paid days.
      *          pagohist.dat is INDEXED: the record key PAGO-CLAVE is
      *          employee id plus pay date plus PAGO-SECUENCIA, the
      *          consecutive that tells apart two liquidations of the
      *          same employee on the same date (a weekly run and an
      *          aguinaldo, a payment and its same-day reverso). The
      *          writer starts at 001 and takes the next free one, so
      *          the ledger stays append-only. PAGO-FECHA is the
      *          alternate key (WITH DUPLICATES) for reading one pay
      *          date across all employees. Every program that opens
      *          pagohist.dat must declare the same keys.
      ******************************************************************
           01 PAGO-REGISTRO.
               05 PAGO-CLAVE.
                   10 PAGO-ID PIC X(6).
                   10 PAGO-FECHA.
                       15 PAGO-FECHA-AAAA PIC 9(4).
                       15 PAGO-FECHA-MM PIC 9(2).
                       15 PAGO-FECHA-DD PIC 9(2).
                   10 PAGO-SECUENCIA PIC 9(3).
               05 PAGO-BRUTO PIC 9(6)V99.
               05 PAGO-DEDUCCIONES PIC S9(6)V99.
               05 PAGO-IMPUESTO PIC 9(6)V99.
                   88 PAGO-FINIQUITO VALUE "F".
                   88 PAGO-RETRO VALUE "R".
                   88 PAGO-REVERSO VALUE "V".
                   88 PAGO-MENSUAL VALUE "M".
                   88 PAGO-AJUSTE-ANUAL VALUE "A".
                   88 PAGO-LICENCIA-PAGA VALUE "L".
               05 PAGO-SEMANA-FIN PIC 9(8).
               05 PAGO-FECHA-REF PIC 9(8).
               05 PAGO-MOTIVO PIC X(20).
               05 PAGO-OTRAS-DEDUCC PIC 9(6)V99.
               05 PAGO-SECUENCIA-REF PIC 9(3).
               05 PAGO-TIPO-REF PIC X(1).

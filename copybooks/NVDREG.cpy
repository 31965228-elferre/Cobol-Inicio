      ******************************************************************
      * Copybook: NVDREG
      * Purpose: Shared NOVEDAD-PAGO-REGISTRO layout for
      *          novedades.dat, the one-off earnings file (production
      *          bonuses, sales commissions, travel per diems,
      *          attendance prizes), keyed by employee id plus
      *          week-ending date plus concept. Rows are keyed in
      *          novedades.cbl, approved or rejected per department
      *          and week in aprnoved.cbl like the timesheets, and
      *          paid by the payroll run: a gravable row (S) joins the
      *          taxable gross, an exento row (N) is paid outside the
      *          taxable base as a negative adjustment in
      *          PAGO-DEDUCCIONES. The run marks the row pagada and
      *          stamps the PAGO-FECHA / PAGO-SECUENCIA of the
      *          pagohist.dat row that paid it, so it can never be
      *          paid twice and the recibo can itemize it.
      ******************************************************************
           01 NOVEDAD-PAGO-REGISTRO.
               05 NVD-CLAVE.
                   10 NVD-ID PIC X(6).
                   10 NVD-SEMANA-FIN PIC 9(8).
                   10 NVD-CONCEPTO PIC X(20).
               05 NVD-IMPORTE PIC 9(6)V99.
               05 NVD-GRAVABLE PIC X(1).
                   88 NVD-GRAVADO VALUE "S".
                   88 NVD-EXENTO VALUE "N".
               05 NVD-APROBACION PIC X(1).
                   88 NVD-PENDIENTE VALUE "P" " ".
                   88 NVD-APROBADA VALUE "A".
                   88 NVD-RECHAZADA VALUE "R".
               05 NVD-ESTADO-PAGO PIC X(1).
                   88 NVD-POR-PAGAR VALUE " ".
                   88 NVD-PAGADA VALUE "P".
               05 NVD-FECHA-PAGO PIC 9(8).
               05 NVD-SECUENCIA-PAGO PIC 9(3).

      ******************************************************************
      * Copybook: PATREG
      * Purpose: Shared PATRONAL-REGISTRO layout for patronal.dat,
      *          the employer contribution rate table (cargas
      *          sociales patronales): the company's social-security
      *          contribution, the occupational-accident insurance
      *          and the union fund contribution. One record per
      *          concept; the rate applies to the taxable gross of
      *          each liquidation (PAGO-BRUTO), rounded per concept.
      *          NOMINA-LOTE charges the cost per department in
      *          poliza.dat and REMESAS-DEDUCCIONES files it in the
      *          rempat.dat return. When the rates change, change
      *          the records, not the programs.
      ******************************************************************
           01 PATRONAL-REGISTRO.
               05 PAT-TIPO PIC X(1).
                   88 PAT-SEGURIDAD VALUE "S".
                   88 PAT-ACCIDENTES VALUE "A".
                   88 PAT-FONDO-SINDICAL VALUE "F".
               05 PAT-PORCENTAJE PIC 9(2)V99.
               05 PAT-CONCEPTO PIC X(20).

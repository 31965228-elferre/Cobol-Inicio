      ******************************************************************
      * Copybook: TLIREG
      * Purpose: Shared TIPO-LICENCIA-REGISTRO layout for tiposlic.dat,
      *          the leave type master keyed by the LIC-TIPO text that
      *          baja.cbl stores in licencias.dat, maintained in
      *          tiposlic.cbl. Each type carries its pay rule:
      *          N = sin goce (not paid), C = paid at the full average
      *          of the employee's recent weeks, P = paid at
      *          TLI-PORCENTAJE of that average. TLI-DIAS-MAX caps the
      *          paid days counted from the start of each leave (zero
      *          = no cap); later days are not paid. A LIC-TIPO with no
      *          row here is not paid by NOMINA-LOTE.
      ******************************************************************
           01 TIPO-LICENCIA-REGISTRO.
               05 TLI-TIPO PIC X(10).
               05 TLI-DESCRIPCION PIC X(30).
               05 TLI-REGLA PIC X(1).
                   88 TLI-SIN-GOCE VALUE "N".
                   88 TLI-PROMEDIO-COMPLETO VALUE "C".
                   88 TLI-PORCENTAJE-PROMEDIO VALUE "P".
               05 TLI-PORCENTAJE PIC 9(3).
               05 TLI-DIAS-MAX PIC 9(3).

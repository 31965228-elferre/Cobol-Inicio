      *          run refuses an L or C week, so two operators can no
      *          longer double-liquidate the same week; only a
      *          supervisor can reopen one.
      *          The monthly salaried run (NOMINA-MENSUAL) keeps its
      *          months in the same file under the key AAAAMM00, which
      *          no week-ending date can take, with the same states.
      ******************************************************************
           01 PERIODO-REGISTRO.
               05 PER-SEMANA-FIN PIC 9(8).

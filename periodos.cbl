      *          out doubled.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - Los meses de NOMINA-MENSUAL se piden y se listan
      *              con la clave AAAAMM00 (dia 00 = mes completo).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODOS-CONTROL.
           END-EVALUATE.
           PERFORM RUTINA1.
       PEDIR-SEMANA.
           DISPLAY "FECHA FIN DE SEMANA (AAAAMMDD, AAAAMM00 = MES) :".
           ACCEPT WS-SEMANA-PEDIDA.
           MOVE WS-SEMANA-PEDIDA TO PER-SEMANA-FIN.
       ABRIR-PERIODO.
           WHEN OTHER
               MOVE "?" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           IF PER-SEMANA-FIN (7:2) = "00"
               DISPLAY "  MES    " PER-SEMANA-FIN " " WS-ESTADO-TEXTO
                   " EMPLEADOS " PER-EMPLEADOS
                   " NETO " PER-TOTAL-NETO
           ELSE
               DISPLAY "  SEMANA " PER-SEMANA-FIN " " WS-ESTADO-TEXTO
                   " EMPLEADOS " PER-EMPLEADOS
                   " NETO " PER-TOTAL-NETO
           END-IF.
           ADD 1 TO WS-CONTADOR.
           PERFORM LEER-PERIODO.
      * SIN OPERADORES.DAT SE CONCEDE, IGUAL QUE EL SIGN-ON DE

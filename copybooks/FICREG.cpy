      ******************************************************************
      * Copybook: FICREG
      * Purpose: Shared FICHADA-REGISTRO layout for fichadas.dat, the
      *          punch file the shop-floor badge clocks export (one
      *          row per punch: badge number, which is the employee
      *          id, calendar date, time HHMM and E=entrada/S=salida).
      *          The daily exports are appended to the same file;
      *          IMPORTA-FICHADAS pairs the punches of a week into
      *          horas.dat rows.
      ******************************************************************
           01 FICHADA-REGISTRO.
               05 FIC-ID PIC X(6).
               05 FIC-FECHA PIC 9(8).
               05 FIC-HORA.
                   10 FIC-HH PIC 9(2).
                   10 FIC-MI PIC 9(2).
               05 FIC-TIPO PIC X(1).
                   88 FIC-ENTRADA VALUE "E".
                   88 FIC-SALIDA VALUE "S".

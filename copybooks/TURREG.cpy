      ******************************************************************
      * Copybook: TURREG
      * Purpose: Shared TURNO-REGISTRO layout for turnos.dat, the
      *          shift master keyed by shift code: the days of the
      *          week the shift works (TUR-DIA-LABORAL "S" per day,
      *          1=lunes ... 7=domingo), the start and end times
      *          (HHMM; an end earlier than the start crosses
      *          midnight) and the unpaid break in minutes. The
      *          planned hours of a working day are end less start
      *          less the break. Maintained in turnos.cbl; employees
      *          and departments are assigned a shift in programa.dat.
      ******************************************************************
           01 TURNO-REGISTRO.
               05 TUR-CODIGO PIC X(3).
               05 TUR-DESCRIPCION PIC X(20).
               05 TUR-DIAS.
                   10 TUR-DIA-LABORAL PIC X(1) OCCURS 7 TIMES.
               05 TUR-HORA-INICIO.
                   10 TUR-INICIO-HH PIC 9(2).
                   10 TUR-INICIO-MI PIC 9(2).
               05 TUR-HORA-FIN.
                   10 TUR-FIN-HH PIC 9(2).
                   10 TUR-FIN-MI PIC 9(2).
               05 TUR-DESCANSO-MIN PIC 9(3).

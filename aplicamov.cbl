      *              does nothing on a company holiday: a movement due
      *              on the feriado waits for the next working day's
      *              run (the date compare is <=, so nothing is lost).
      * 2026-10-15 - The termination reason captured with the future
      *              baja (MOV-MOTIVO-BAJA) lands in
      *              EMPLEADOS-MOTIVO-BAJA together with the date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-MOVIMIENTOS.
               MOVE EMPLEADOS-REGISTRO TO WS-REGISTRO-ANTES
               SET EMPLEADOS-TERMINADO TO TRUE
               MOVE MOV-FECHA-EFECTIVA TO EMPLEADOS-FECHA-BAJA
               MOVE MOV-MOTIVO-BAJA TO EMPLEADOS-MOTIVO-BAJA
               REWRITE EMPLEADOS-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL TERMINAR " EMPLEADOS-ID

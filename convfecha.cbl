      * 2026-08-22 - Also converts calclog.dat (LOG-FECHA was widened
      *              in LOGREG too), so auditcalc.cbl can still read
      *              the pre-conversion calculator activity.
      * 2026-10-15 - The converted emp.dat rows carry the termination
      *              reason code as spaces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-FECHAS.
           PERFORM AGREGAR-SIGLO.
           MOVE WS-FECHA-NUEVA TO EMPLEADOS-FECHA-BAJA.
           MOVE VIEJO-DEPTO TO EMPLEADOS-DEPTO.
           MOVE SPACES TO EMPLEADOS-MOTIVO-BAJA.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR " EMPLEADOS-ID

      * 2026-08-22 - HISTORICO-REGISTRO carries the department code
      *              now that EMPLEADOS-REGISTRO has one, so archiving
      *              no longer drops the assignment.
      * 2026-10-15 - HISTORICO-REGISTRO carries the termination reason
      *              code (EMPLEADOS-MOTIVO-BAJA) for the turnover
      *              report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVA-EMPLEADOS.
           MOVE EMPLEADOS-ESTADO TO HISTORICO-ESTADO.
           MOVE EMPLEADOS-FECHA-BAJA TO HISTORICO-FECHA-BAJA.
           MOVE EMPLEADOS-DEPTO TO HISTORICO-DEPTO.
           MOVE EMPLEADOS-MOTIVO-BAJA TO HISTORICO-MOTIVO-BAJA.
           WRITE HISTORICO-REGISTRO.
           DELETE EMPLEADOS-ARCHIVO
               INVALID KEY

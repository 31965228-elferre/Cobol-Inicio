      *          terminations captured in baja.cbl, applied by
      *          aplicamov.cbl the day they arrive), COPYd into both
      *          so the PIC clauses can't drift out of sync.
      *          MOV-MOTIVO-BAJA is the termination reason code (see
      *          EMPREG) that aplicamov.cbl moves into
      *          EMPLEADOS-MOTIVO-BAJA with the baja.
      ******************************************************************
           01 MOVIMIENTO-REGISTRO.
               05 MOV-CLAVE.
               05 MOV-ESTADO PIC X(1).
                   88 MOV-PENDIENTE VALUE "P".
                   88 MOV-APLICADO VALUE "A".
               05 MOV-MOTIVO-BAJA PIC X(2).

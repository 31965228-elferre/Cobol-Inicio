      * Purpose: Shared EMPLEADOS-REGISTRO layout for emp.dat, COPYd
      *          into every program that reads or writes the employee
      *          master so the PIC clauses can't drift out of sync.
      *          EMPLEADOS-MOTIVO-BAJA is the coded termination reason
      *          captured by baja.cbl (blank while not terminated);
      *          HISTORICO-MOTIVO-BAJA and MOV-MOTIVO-BAJA carry the
      *          same codes:
      *            RE renuncia             DC despido con causa
      *            DS despido sin causa    FC fin de contrato
      *            JU jubilacion           FA fallecimiento
      *            MA mutuo acuerdo        AB abandono de trabajo
      *            OT otro motivo
      ******************************************************************
           01 EMPLEADOS-REGISTRO.
               05 EMPLEADOS-ID PIC X(6).
                   88 EMPLEADOS-LICENCIA VALUE "L".
               05 EMPLEADOS-FECHA-BAJA PIC 9(8).
               05 EMPLEADOS-DEPTO PIC X(3).
               05 EMPLEADOS-MOTIVO-BAJA PIC X(2).
                   88 EMPLEADOS-MOTIVO-VALIDO VALUE "RE" "DC" "DS"
                       "FC" "JU" "FA" "MA" "AB" "OT".

      *          ARCHIVA-EMPLEADOS, COPYd there and into the
      *          histcons.cbl inquiry/rehire program so the PIC
      *          clauses can't drift out of sync.
      *          A row whose personal data was masked by
      *          ANONIMIZA-EMPLEADOS after the legal retention period
      *          carries ANONIMIZADO in HISTORICO-NOMBRE (blank
      *          apellidos, edad, telefono and direccion); the id,
      *          dates, estado and department are kept.
      *          HISTORICO-MOTIVO-BAJA is the EMPLEADOS-MOTIVO-BAJA
      *          code the employee left with (see EMPREG).
      ******************************************************************
           01 HISTORICO-REGISTRO.
               05 HISTORICO-ID PIC X(6).
               05 HISTORICO-NOMBRE PIC X(25).
                   88 HISTORICO-ANONIMIZADO VALUE "ANONIMIZADO".
               05 HISTORICO-APELLIDOS PIC X(35).
               05 HISTORICO-EDAD PIC X(3).
               05 HISTORICO-TELEFONO PIC X(9).
               05 HISTORICO-ESTADO PIC X(1).
               05 HISTORICO-FECHA-BAJA PIC 9(8).
               05 HISTORICO-DEPTO PIC X(3).
               05 HISTORICO-MOTIVO-BAJA PIC X(2).

      ******************************************************************
      * Copybook: ECRREG
      * Purpose: Shared CERTIF-EMPLEADO-REGISTRO layout for
      *          empcert.dat, the certificates each employee holds,
      *          keyed by employee id plus certif.dat code (one row
      *          per certificate; a renewal overwrites the dates).
      *          ECR-FECHA-VENCE is the last valid day (zero = does
      *          not expire). Maintained in empcert.cbl.
      ******************************************************************
           01 CERTIF-EMPLEADO-REGISTRO.
               05 ECR-CLAVE.
                   10 ECR-ID PIC X(6).
                   10 ECR-CODIGO PIC X(6).
               05 ECR-NUMERO PIC X(15).
               05 ECR-FECHA-EMISION PIC 9(8).
               05 ECR-FECHA-VENCE PIC 9(8).

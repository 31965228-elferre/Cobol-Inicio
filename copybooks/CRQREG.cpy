      ******************************************************************
      * Copybook: CRQREG
      * Purpose: Shared CERTIF-EXIGIDA-REGISTRO layout for certreq.dat,
      *          the certificates each department requires of its
      *          employees, keyed by department plus certificate code
      *          and maintained from the certif.cbl master screen.
      *          horas.cbl warns when hours are keyed for an employee
      *          whose department requires a certificate the employee
      *          does not hold or that has expired; certrep.cbl lists
      *          them weekly.
      ******************************************************************
           01 CERTIF-EXIGIDA-REGISTRO.
               05 CRQ-CLAVE.
                   10 CRQ-DEPTO PIC X(3).
                   10 CRQ-CODIGO PIC X(6).
               05 CRQ-FECHA-ALTA PIC 9(8).

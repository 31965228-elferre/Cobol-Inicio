      ******************************************************************
      * Copybook: PINREG
      * Purpose: Shared PIN-REGISTRO layout for pines.dat, the
      *          personal PIN file of the KIOSCO-EMPLEADOS self-service
      *          inquiry, keyed by employee id. A supervisor issues or
      *          resets the PIN in pinmant.cbl; that PIN is marked
      *          provisional (PIN-ESTADO "P") and the kiosk forces the
      *          employee to change it at the first sign-on.
      *          PIN-INTENTOS counts consecutive failed sign-ons and
      *          PIN-BLOQUEO locks the PIN after three, the same rule
      *          as the operator sign-on; only pinmant.cbl clears it.
      *          PIN-FECHA is the day the PIN was last set.
      ******************************************************************
           01 PIN-REGISTRO.
               05 PIN-ID PIC X(6).
               05 PIN-CLAVE PIC X(6).
               05 PIN-FECHA PIC 9(8).
               05 PIN-INTENTOS PIC 9(1).
               05 PIN-BLOQUEO PIC X(1).
                   88 PIN-BLOQUEADO VALUE "B".
               05 PIN-ESTADO PIC X(1).
                   88 PIN-PROVISORIO VALUE "P".

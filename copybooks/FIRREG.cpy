      *            E entrada concedida      S salida de sesion
      *            F intento fallido        B cuenta bloqueada
      *            X rechazado por bloqueo  C cambio de clave
      *            A apagado del kiosco (solo en kiosco.dat)
      ******************************************************************
           01 FIRMA-REGISTRO.
               05 FIR-FECHA PIC 9(8).

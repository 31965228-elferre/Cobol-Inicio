      ******************************************************************
      * Copybook: CNSREG
      * Purpose: Shared CONSTANCIA-REGISTRO layout for constancias.dat,
      *          the register of the employment, salary and service
      *          certificates printed by CONSTANCIAS, keyed by the
      *          sequential CNS-NUMERO printed on the letter. The row
      *          keeps the facts the letter stated (dates, department,
      *          rate, average gross) so a letter presented by a bank
      *          or a landlord can be checked against it.
      *          Types:
      *            T constancia de trabajo (empleado en actividad)
      *            S constancia de salario (trabajo mas tarifa vigente
      *              y bruto mensual promedio de los ultimos meses)
      *            V certificado de servicios (ex empleado)
      *          CNS-CLASE is the TARIFA-CLASE of the rate stated
      *          (H por hora, M sueldo mensual); CNS-MESES the months
      *          the average covers. Both are blank/zero outside a
      *          salary certificate.
      ******************************************************************
           01 CONSTANCIA-REGISTRO.
               05 CNS-NUMERO PIC 9(6).
               05 CNS-FECHA PIC 9(8).
               05 CNS-ID PIC X(6).
               05 CNS-TIPO PIC X(1).
                   88 CNS-TRABAJO VALUE "T".
                   88 CNS-SALARIO VALUE "S".
                   88 CNS-SERVICIO VALUE "V".
               05 CNS-NOMBRE PIC X(61).
               05 CNS-FECHA-ALTA PIC 9(8).
               05 CNS-FECHA-BAJA PIC 9(8).
               05 CNS-DEPTO PIC X(3).
               05 CNS-ESTADO PIC X(1).
               05 CNS-CLASE PIC X(1).
               05 CNS-TARIFA PIC 9(6)V99.
               05 CNS-PROMEDIO PIC 9(8)V99.
               05 CNS-MESES PIC 9(1).
               05 CNS-DESTINO PIC X(40).
               05 CNS-OPERADOR PIC X(10).

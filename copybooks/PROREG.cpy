      ******************************************************************
      * Copybook: PROREG
      * Purpose: Shared PROGRAMA-REGISTRO layout for programa.dat,
      *          the shift schedule: which turnos.dat shift an
      *          employee (PROG-NIVEL "E", code = emp.dat id) or a
      *          whole department (PROG-NIVEL "D", code = dept.dat
      *          code) works from PROG-VIGENCIA on. Like tarifas.dat
      *          the row in force on a date is the one with the
      *          highest PROG-VIGENCIA not after it; an employee row
      *          wins over the department row. Maintained in
      *          programa.cbl.
      ******************************************************************
           01 PROGRAMA-REGISTRO.
               05 PROG-CLAVE.
                   10 PROG-NIVEL PIC X(1).
                       88 PROG-EMPLEADO VALUE "E".
                       88 PROG-DEPARTAMENTO VALUE "D".
                   10 PROG-CODIGO PIC X(6).
                   10 PROG-VIGENCIA PIC 9(8).
               05 PROG-TURNO PIC X(3).

      ******************************************************************
      * Copybook: PRESREG
      * Purpose: Shared PRESUPUESTO-REGISTRO layout for presup.dat,
      *          the department labor budget: one record per
      *          department, year and month with the budgeted hours
      *          and the budgeted payroll cost (gross). Maintained in
      *          presmant.cbl and compared against the pagohist.dat
      *          liquidations by the presrep.cbl budget-vs-actual
      *          report.
      ******************************************************************
           01 PRESUPUESTO-REGISTRO.
               05 PRES-CLAVE.
                   10 PRES-DEPTO PIC X(3).
                   10 PRES-ANIO PIC 9(4).
                   10 PRES-MES PIC 9(2).
               05 PRES-HORAS PIC 9(6)V99.
               05 PRES-COSTO PIC 9(8)V99.

      * Copybook: HORREG
      * Purpose: Shared HORAS-REGISTRO layout for horas.dat, the
      *          weekly timesheet transaction file (one record per
      *          employee, week and department worked, hours per
      *          day), COPYd into the capture program and the
      *          payroll run so the PIC clauses can't drift out of
      *          sync. HORAS-FERIADO is the part of the week's hours
      *          that fell on a feriados.dat calendar date, so
      *          holiday pay can be told from worked pay.
      *          HORAS-APROBACION is the supervisor approval state
      *          aprhoras.cbl maintains: the payroll run pays only
      *          approved rows, and a row captured before the field
      *          existed reads back as spaces and counts as pending.
      *          HORAS-DEPTO is the department (cost center) the
      *          hours were worked in: an employee-week may carry one
      *          row per department, and spaces mean the employee's
      *          own EMPLEADOS-DEPTO, so rows captured before the
      *          field existed keep charging home. Programs that cap
      *          hours per day or per week add the employee's rows
      *          of the week first.
      ******************************************************************
           01 HORAS-REGISTRO.
               05 HORAS-ID PIC X(6).
                   88 HORAS-PENDIENTE VALUE "P" " ".
                   88 HORAS-APROBADA VALUE "A".
                   88 HORAS-RECHAZADA VALUE "R".
               05 HORAS-DEPTO PIC X(3).

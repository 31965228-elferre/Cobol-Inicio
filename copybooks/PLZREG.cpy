      ******************************************************************
      * Copybook: PLZREG
      * Purpose: Shared PLAZA-REGISTRO layout for plazas.dat, the
      *          authorized headcount (plazas autorizadas) approved
      *          per department and pay category (the
      *          TARIFA-CATEGORIA of tarifas.dat). Maintained in
      *          plazas.cbl. The hire paths (septimo.cbl, its
      *          PROCESAR-LOTE and the histcons.cbl rehire) add up the
      *          rows of the department and refuse the hire when the
      *          active and on-leave employees of emp.dat already
      *          fill them; a department with no rows is not
      *          controlled. The vacantes.cbl report shows the
      *          vacancies per department and category.
      ******************************************************************
           01 PLAZA-REGISTRO.
               05 PLZ-CLAVE.
                   10 PLZ-DEPTO PIC X(3).
                   10 PLZ-CATEGORIA PIC X(10).
               05 PLZ-AUTORIZADAS PIC 9(4).
               05 PLZ-FECHA-APROBACION PIC 9(8).

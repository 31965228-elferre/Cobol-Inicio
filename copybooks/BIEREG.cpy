      ******************************************************************
      * Copybook: BIEREG
      * Purpose: Shared BIEN-REGISTRO layout for bienes.dat, the
      *          company property issued to each employee (uniforms,
      *          tools, safety boots, keys, handheld scanners), keyed
      *          by employee id plus item code plus issue date so the
      *          same item can be issued again after it comes back.
      *          BIE-ESTADO E means the employee still holds the item;
      *          D means returned on BIE-FECHA-DEVOLUCION; C means
      *          not returned and charged to the employee: the agreed
      *          BIE-VALOR-COBRO was loaded on BIE-FECHA-COBRO as the
      *          recdeduc.dat recurring deduction "BIEN " plus the
      *          item code. Maintained in bienes.cbl; FINIQUITO-
      *          EMPLEADOS holds the settlement while any row is E.
      ******************************************************************
           01 BIEN-REGISTRO.
               05 BIE-CLAVE.
                   10 BIE-ID PIC X(6).
                   10 BIE-CODIGO PIC X(10).
                   10 BIE-FECHA-ENTREGA PIC 9(8).
               05 BIE-DESCRIPCION PIC X(30).
               05 BIE-VALOR PIC 9(6)V99.
               05 BIE-FECHA-DEVOLUCION PIC 9(8).
               05 BIE-ESTADO PIC X(1).
                   88 BIE-EN-PODER VALUE "E".
                   88 BIE-DEVUELTO VALUE "D".
                   88 BIE-COBRADO VALUE "C".
               05 BIE-VALOR-COBRO PIC 9(6)V99.
               05 BIE-FECHA-COBRO PIC 9(8).

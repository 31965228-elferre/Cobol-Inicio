      *          return, open/closed), COPYd into baja.cbl, the
      *          licrep.cbl weekly report and the licaplica.cbl daily
      *          reactivation run so the PIC clauses can't drift out
      *          of sync. accidentes.dat points at the leave an
      *          accident caused (ACC-ID plus ACC-LIC-FECHA).
      ******************************************************************
           01 LICENCIA-REGISTRO.
               05 LIC-CLAVE.

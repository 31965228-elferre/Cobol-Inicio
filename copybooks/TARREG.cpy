      *          and not the latest one. COPYd into every program
      *          that reads or maintains the hourly rate so the PIC
      *          clauses can't drift out of sync.
      *          TARIFA-CLASE tells the pay class apart: H (or spaces,
      *          rows keyed before the field existed) is paid by the
      *          hour from horas.dat in the weekly NOMINA-LOTE run; M
      *          is a fixed TARIFA-SUELDO-MES paid by the monthly
      *          NOMINA-MENSUAL run, and the weekly run skips it.
      ******************************************************************
           01 TARIFAS-REGISTRO.
               05 TARIFA-CLAVE.
                   10 TARIFA-VIGENCIA PIC 9(8).
               05 TARIFA-HORA PIC 9(3)V99.
               05 TARIFA-CATEGORIA PIC X(10).
               05 TARIFA-CLASE PIC X(1).
                   88 TARIFA-POR-HORA VALUE "H" " ".
                   88 TARIFA-MENSUAL VALUE "M".
               05 TARIFA-SUELDO-MES PIC 9(6)V99.

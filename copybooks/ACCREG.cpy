      ******************************************************************
      * Copybook: ACCREG
      * Purpose: Shared ACCIDENTE-REGISTRO layout for accidentes.dat,
      *          the workplace accident register keyed by employee id
      *          plus accident date and time (HHMM). ACC-DEPTO is the
      *          department where it happened. ACC-LIC-FECHA is the
      *          start date of the licencias.dat leave the accident
      *          caused (same employee id; zero = no leave), from
      *          which the days lost are counted. Maintained and the
      *          incident form printed in accidentes.cbl; segrep.cbl
      *          prints the monthly safety report per department.
      ******************************************************************
           01 ACCIDENTE-REGISTRO.
               05 ACC-CLAVE.
                   10 ACC-ID PIC X(6).
                   10 ACC-FECHA PIC 9(8).
                   10 ACC-HORA PIC 9(4).
               05 ACC-DEPTO PIC X(3).
               05 ACC-DESCRIPCION PIC X(60).
               05 ACC-LESION PIC X(20).
               05 ACC-MEDICO PIC X(1).
                   88 ACC-CON-MEDICO VALUE "S".
               05 ACC-SINIESTRO PIC X(15).
               05 ACC-LIC-FECHA PIC 9(8).
               05 ACC-FECHA-REGISTRO PIC 9(8).

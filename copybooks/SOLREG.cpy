      ******************************************************************
      * Copybook: SOLREG
      * Purpose: Shared SOLICITUD-VACACION-REGISTRO layout for
      *          solvac.dat, the vacation request file keyed by
      *          employee id plus first vacation day. solvac.cbl
      *          captures the request (working days counted against
      *          feriados.dat, checked against the vacac.dat balance
      *          and the department limit of people out at once) and
      *          leaves it pendiente; aprvac.cbl approves or rejects
      *          it; the licaplica.cbl daily run opens the VACACIONES
      *          leave in licencias.dat on the first day, draws the
      *          working days down in vacac.dat and marks it aplicada.
      *          calvac.cbl prints the yearly calendar per department.
      *          SOL-DEPTO is the department at request time.
      ******************************************************************
           01 SOLICITUD-VACACION-REGISTRO.
               05 SOL-CLAVE.
                   10 SOL-ID PIC X(6).
                   10 SOL-FECHA-DESDE PIC 9(8).
               05 SOL-FECHA-HASTA PIC 9(8).
               05 SOL-DIAS-HABILES PIC 9(3).
               05 SOL-DEPTO PIC X(3).
               05 SOL-ESTADO PIC X(1).
                   88 SOL-PENDIENTE VALUE "P".
                   88 SOL-APROBADA VALUE "A".
                   88 SOL-RECHAZADA VALUE "R".
                   88 SOL-APLICADA VALUE "L".
                   88 SOL-ANULADA VALUE "N".
               05 SOL-FECHA-PEDIDO PIC 9(8).
               05 SOL-APROBADOR PIC X(10).
               05 SOL-FECHA-DECISION PIC 9(8).

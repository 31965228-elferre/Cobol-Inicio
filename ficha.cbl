      * 2026-09-02 - The payments panel nets reversal rows (PAGO-TIPO
      *              V, see reversa.cbl) out of the year's totals
      *              instead of summing them in.
      * 2026-10-15 - pagohist.dat is indexed now: the payments panel
      *              reads the employee's rows of the current year
      *              with START on PAGO-ID plus the first of January
      *              instead of scanning the whole ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-EMPLEADOS.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       FD CONTACTOS-ARCHIVO.
           COPY CONREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  FIN-DE-PAGOS PIC X.
           MOVE ZERO TO WS-YTD-PAGOS.
           MOVE "N" TO FIN-DE-PAGOS.
           OPEN INPUT HISTORIA-PAGOS.
           MOVE EMPLEADOS-ID TO PAGO-ID.
           MOVE WS-ANIO-ACTUAL TO PAGO-FECHA-AAAA.
           MOVE 01 TO PAGO-FECHA-MM.
           MOVE 01 TO PAGO-FECHA-DD.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-DE-PAGOS
           END-START.
           IF NOT FIN-PAGOS
               PERFORM LEER-PAGO
           END-IF.
           PERFORM ACUMULAR-PAGO UNTIL FIN-PAGOS.
           CLOSE HISTORIA-PAGOS.
      * LA LECTURA TERMINA AL CAMBIAR DE EMPLEADO O DE ANIO.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DE-PAGOS
           END-READ.
           IF NOT FIN-PAGOS
               IF PAGO-ID NOT = EMPLEADOS-ID
                  OR PAGO-FECHA-AAAA NOT = WS-ANIO-ACTUAL
                   MOVE "S" TO FIN-DE-PAGOS
               END-IF
           END-IF.
      * UN REVERSO (TIPO V) SE RESTA EN VEZ DE SUMARSE, IGUAL QUE
      * EN YTD-PAGOS.
       ACUMULAR-PAGO.

      *          corrida cannot pay anyone twice.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - pagohist.dat is indexed now: the base is read for
      *              the requested year only, through the PAGO-FECHA
      *              alternate key, and each aguinaldo row takes the
      *              next free PAGO-SECUENCIA of the pay date (an
      *              aguinaldo paid the same day as a weekly run no
      *              longer collides with it).
      * 2026-10-15 - The aguinaldo row lays PAGO-SECUENCIA-REF in zero
      *              and PAGO-TIPO-REF in space: it points at no other
      *              liquidation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGUINALDO-PAGOS.
      * ACHIVOS FISICO
       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
           88 HALLADO VALUE "S".
       01  WS-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-AGUINALDO PIC 9(6)V99.
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  WS-CONT-PAGADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-OMITIDOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-YA-PAGADOS PIC 9(5) VALUE ZERO.
               MOVE PARAM-VALOR TO WS-PARAM-DIAS
           END-IF.
           PERFORM LEER-PARAMETRO.
      * EL ANIO SE LEE POR LA CLAVE ALTERNA DESDE EL 1 DE ENERO.
       ACUMULAR-ANIO.
           OPEN INPUT HISTORIA-PAGOS.
           MOVE WS-ANIO TO PAGO-FECHA-AAAA.
           MOVE 01 TO PAGO-FECHA-MM.
           MOVE 01 TO PAGO-FECHA-DD.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
           PERFORM ACUMULAR-PAGO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       ACUMULAR-PAGO.
           IF PAGO-FECHA-AAAA NOT = WS-ANIO
               MOVE "S" TO FIN-DEL-ARCHIVO
           ELSE
               PERFORM BUSCAR-ENTRADA
               IF HALLADO
                   EVALUATE TRUE
               ELSE
                   ADD 1 TO WS-DESBORDES
               END-IF
               PERFORM LEER-PAGO
           END-IF.
       BUSCAR-ENTRADA.
           MOVE "N" TO WS-HALLADO.
           MOVE 1 TO WS-IDX.
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
           OPEN I-O HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN I-O HISTORIA-PAGOS
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM PAGAR-ENTRADA UNTIL WS-IDX > WS-USADOS.
           CLOSE HISTORIA-PAGOS.
               MOVE "G" TO PAGO-TIPO
               MOVE ZERO TO PAGO-SEMANA-FIN
               MOVE ZERO TO PAGO-FECHA-REF
               MOVE ZERO TO PAGO-SECUENCIA-REF
               MOVE SPACE TO PAGO-TIPO-REF
               MOVE SPACES TO PAGO-MOTIVO
               MOVE ZERO TO PAGO-OTRAS-DEDUCC
               PERFORM GRABAR-PAGO
               IF PAGO-GRABADO
                   ADD 1 TO WS-CONT-PAGADOS
                   ADD WS-AGUINALDO TO WS-TOTAL-GENERAL
                   DISPLAY "AGUINALDO DE " PAGO-ID " : " WS-AGUINALDO
               END-IF
           END-IF.
      * EL LEDGER ES DE SOLO ALTA: SI EL EMPLEADO YA TIENE UNA FILA
      * EN LA MISMA FECHA SE TOMA LA SECUENCIA SIGUIENTE LIBRE.
       GRABAR-PAGO.
           MOVE ZERO TO PAGO-SECUENCIA.
           MOVE "N" TO WS-PAGO-GRABADO.
           PERFORM INTENTAR-PAGO
               UNTIL PAGO-GRABADO OR PAGO-SECUENCIA = 999.
           IF NOT PAGO-GRABADO
               DISPLAY "NO SE PUDO GRABAR EN PAGOHIST.DAT PARA "
                   PAGO-ID ", ESTADO " WS-FILE-STATUS-PAGO
           END-IF.
       INTENTAR-PAGO.
           ADD 1 TO PAGO-SECUENCIA.
           WRITE PAGO-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PAGO-GRABADO
           END-WRITE.
       END PROGRAM AGUINALDO-PAGOS.

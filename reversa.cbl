      *          against the wrong employee. The pagohist.dat ledger
      *          is append-only, so the void is a reversal row tied
      *          to the original PAGO-ID plus PAGO-FECHA: same
      *          amounts, PAGO-TIPO V, the original date, secuencia
      *          and tipo in PAGO-FECHA-REF, PAGO-SECUENCIA-REF and
      *          PAGO-TIPO-REF and the reason in PAGO-MOTIVO.
      *          ytdpago.cbl, recibo.cbl and the ficha.cbl payments
      *          panel net reversals out instead of summing them in.
      *          A row already reversed is refused, so the same
      *          mistake cannot be voided twice; the other rows of
      *          the employee on that date can still be reversed.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - pagohist.dat is indexed now: the candidates and
      *              the original are read with START on the employee
      *              id plus pay date instead of scanning the ledger,
      *              and the reverso takes the next free PAGO-SECUENCIA
      *              of its own date, so the ledger stays append-only.
      * 2026-10-15 - the reverso records the secuencia and tipo of
      *              the row it voids, and a row counts as reversed
      *              only when a reverso points at that secuencia, so
      *              one of two same-day rows no longer blocks the
      *              other. The original is read by its full key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSA-PAGOS.
      * ACHIVOS FISICO
       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "operadores.dat"
       FD OPERADORES-ARCHIVO.
           COPY OPERREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-OPER PIC X(2).
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-ES-SUPERVISOR PIC X.
       01  WS-ORDINAL-PEDIDO PIC 9(2).
       01  WS-ORDINAL-ACTUAL PIC 9(2).
       01  WS-COINCIDENCIAS PIC 9(2).
       01  WS-PENDIENTES PIC 9(2).
       01  WS-CAN-IX PIC 9(2).
       01  WS-RVR-IX PIC 9(2).
       01  WS-RVR-USADOS PIC 9(2).
      * FILAS DEL EMPLEADO EN LA FECHA PEDIDA QUE SE PUEDEN REVERSAR
       01  WS-TABLA-CANDIDATOS.
           05 WS-CAN-ENTRADA OCCURS 20 TIMES.
               10 CAN-SECUENCIA PIC 9(3).
               10 CAN-TIPO PIC X(1).
               10 CAN-BRUTO PIC 9(6)V99.
               10 CAN-NETO PIC 9(6)V99.
               10 CAN-SEMANA PIC 9(8).
               10 CAN-REVERSADA PIC X(1).
                   88 CAN-YA-REVERSADA VALUE "S".
      * REVERSOS YA GRABADOS CONTRA LA FECHA PEDIDA. UNO VIEJO TRAE
      * SECUENCIA-REF EN CERO: ANULA LA FILA DE IGUALES IMPORTES.
       01  WS-TABLA-REVERSOS.
           05 WS-RVR-ENTRADA OCCURS 20 TIMES.
               10 RVR-SECUENCIA PIC 9(3).
               10 RVR-BRUTO PIC 9(6)V99.
               10 RVR-NETO PIC 9(6)V99.
       01  WS-MOTIVO PIC X(20).
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  GUARDA-ENTER PIC X.
       01  WS-REVERSO-GUARDADO.
           05 REV-BRUTO PIC 9(6)V99.
           05 REV-OTRAS PIC 9(6)V99.
           05 REV-TIPO PIC X(1).
           05 REV-SEMANA-FIN PIC 9(8).
           05 REV-SECUENCIA PIC 9(3).
       01  WS-ORIGINAL-LEIDO PIC X.
           88 ORIGINAL-LEIDO VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REVERSO DE LIQUIDACIONES (SOLO SUPERVISOR)".
           ACCEPT WS-FECHA-PEDIDA.
           PERFORM LISTAR-CANDIDATOS.
           EVALUATE TRUE
           WHEN WS-COINCIDENCIAS = ZERO
               DISPLAY "NO HAY LIQUIDACION CON ESE ID Y FECHA."
           WHEN WS-PENDIENTES = ZERO
               DISPLAY "ESA LIQUIDACION YA TIENE UN REVERSO, NO SE "
                   "PUEDE REVERSAR DOS VECES."
           WHEN OTHER
               PERFORM CAPTURAR-REVERSO
           END-EVALUATE.
           PERFORM RUTINA1.
       LISTAR-CANDIDATOS.
           MOVE ZERO TO WS-COINCIDENCIAS.
           MOVE ZERO TO WS-RVR-USADOS.
           MOVE ZERO TO WS-PENDIENTES.
           MOVE "N" TO WS-FIN-PAGOS.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM POSICIONAR-PAGOS.
           PERFORM LISTAR-CANDIDATO UNTIL FIN-PAGOS.
           CLOSE HISTORIA-PAGOS.
           MOVE 1 TO WS-RVR-IX.
           PERFORM MARCAR-REVERSO UNTIL WS-RVR-IX > WS-RVR-USADOS.
           MOVE 1 TO WS-CAN-IX.
           PERFORM MOSTRAR-CANDIDATO
               UNTIL WS-CAN-IX > WS-COINCIDENCIAS.
      * UN REVERSO SIEMPRE SE FECHA EL DIA EN QUE SE GRABA, NUNCA
      * ANTES DEL ORIGINAL: ALCANZA CON LEER LAS FILAS DEL EMPLEADO
      * DESDE LA FECHA PEDIDA EN ADELANTE.
       POSICIONAR-PAGOS.
           MOVE WS-ID-BUSQUEDA TO PAGO-ID.
           MOVE WS-FECHA-PEDIDA TO PAGO-FECHA.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START.
           IF NOT FIN-PAGOS
               PERFORM LEER-PAGO
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PAGOS
           END-READ.
           IF NOT FIN-PAGOS AND PAGO-ID NOT = WS-ID-BUSQUEDA
               MOVE "S" TO WS-FIN-PAGOS
           END-IF.
       LISTAR-CANDIDATO.
           IF PAGO-REVERSO AND PAGO-FECHA-REF = WS-FECHA-PEDIDA
              AND WS-RVR-USADOS < 20
               ADD 1 TO WS-RVR-USADOS
               MOVE PAGO-SECUENCIA-REF TO RVR-SECUENCIA (WS-RVR-USADOS)
               MOVE PAGO-BRUTO TO RVR-BRUTO (WS-RVR-USADOS)
               MOVE PAGO-NETO TO RVR-NETO (WS-RVR-USADOS)
           END-IF.
           IF PAGO-FECHA = WS-FECHA-PEDIDA AND NOT PAGO-REVERSO
              AND WS-COINCIDENCIAS < 20
               ADD 1 TO WS-COINCIDENCIAS
               MOVE PAGO-SECUENCIA TO CAN-SECUENCIA (WS-COINCIDENCIAS)
               MOVE PAGO-TIPO TO CAN-TIPO (WS-COINCIDENCIAS)
               MOVE PAGO-BRUTO TO CAN-BRUTO (WS-COINCIDENCIAS)
               MOVE PAGO-NETO TO CAN-NETO (WS-COINCIDENCIAS)
               MOVE PAGO-SEMANA-FIN TO CAN-SEMANA (WS-COINCIDENCIAS)
               MOVE "N" TO CAN-REVERSADA (WS-COINCIDENCIAS)
           END-IF.
           PERFORM LEER-PAGO.
      * CADA REVERSO MARCA UNA SOLA FILA: LA DE SU SECUENCIA, O SI ES
      * VIEJO LA PRIMERA SIN MARCAR CON LOS MISMOS IMPORTES.
       MARCAR-REVERSO.
           MOVE 1 TO WS-CAN-IX.
           PERFORM COMPARAR-CANDIDATO
               UNTIL WS-CAN-IX > WS-COINCIDENCIAS.
           ADD 1 TO WS-RVR-IX.
       COMPARAR-CANDIDATO.
           IF NOT CAN-YA-REVERSADA (WS-CAN-IX)
              AND ((RVR-SECUENCIA (WS-RVR-IX) NOT = ZERO
                    AND RVR-SECUENCIA (WS-RVR-IX) =
                        CAN-SECUENCIA (WS-CAN-IX))
                OR (RVR-SECUENCIA (WS-RVR-IX) = ZERO
                    AND RVR-BRUTO (WS-RVR-IX) = CAN-BRUTO (WS-CAN-IX)
                    AND RVR-NETO (WS-RVR-IX) = CAN-NETO (WS-CAN-IX)))
               MOVE "S" TO CAN-REVERSADA (WS-CAN-IX)
               MOVE WS-COINCIDENCIAS TO WS-CAN-IX
           END-IF.
           ADD 1 TO WS-CAN-IX.
       MOSTRAR-CANDIDATO.
           IF CAN-YA-REVERSADA (WS-CAN-IX)
               DISPLAY "  " WS-CAN-IX ") TIPO " CAN-TIPO (WS-CAN-IX)
                   " BRUTO " CAN-BRUTO (WS-CAN-IX)
                   " NETO " CAN-NETO (WS-CAN-IX)
                   " SEMANA " CAN-SEMANA (WS-CAN-IX)
                   " YA REVERSADA"
           ELSE
               ADD 1 TO WS-PENDIENTES
               DISPLAY "  " WS-CAN-IX ") TIPO " CAN-TIPO (WS-CAN-IX)
                   " BRUTO " CAN-BRUTO (WS-CAN-IX)
                   " NETO " CAN-NETO (WS-CAN-IX)
                   " SEMANA " CAN-SEMANA (WS-CAN-IX)
           END-IF.
           ADD 1 TO WS-CAN-IX.
       CAPTURAR-REVERSO.
           IF WS-COINCIDENCIAS = 1
               MOVE 1 TO WS-ORDINAL-PEDIDO
                   DISPLAY "SIN CAMBIOS."
               END-IF
           END-IF.
           IF WS-ORDINAL-PEDIDO > ZERO
              AND WS-ORDINAL-PEDIDO NOT > WS-COINCIDENCIAS
              AND CAN-YA-REVERSADA (WS-ORDINAL-PEDIDO)
               DISPLAY "ESA FILA YA TIENE UN REVERSO, NO SE PUEDE "
                   "REVERSAR DOS VECES."
               MOVE ZERO TO WS-ORDINAL-PEDIDO
           END-IF.
           IF WS-ORDINAL-PEDIDO > ZERO
              AND WS-ORDINAL-PEDIDO NOT > WS-COINCIDENCIAS
               DISPLAY "MOTIVO DEL REVERSO :"
           END-IF.
       GRABAR-REVERSO.
           PERFORM LOCALIZAR-ORIGINAL.
           IF NOT ORIGINAL-LEIDO
               DISPLAY "LA LIQUIDACION YA NO ESTA EN PAGOHIST.DAT, "
                   "NO SE GRABA EL REVERSO."
           ELSE
               PERFORM ASENTAR-REVERSO
           END-IF.
       ASENTAR-REVERSO.
           OPEN I-O HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN I-O HISTORIA-PAGOS
           END-IF.
           MOVE WS-ID-BUSQUEDA TO PAGO-ID.
           ACCEPT PAGO-FECHA FROM DATE YYYYMMDD.
           MOVE REV-BRUTO TO PAGO-BRUTO.
           MOVE "V" TO PAGO-TIPO.
           MOVE REV-SEMANA-FIN TO PAGO-SEMANA-FIN.
           MOVE WS-FECHA-PEDIDA TO PAGO-FECHA-REF.
           MOVE REV-SECUENCIA TO PAGO-SECUENCIA-REF.
           MOVE REV-TIPO TO PAGO-TIPO-REF.
           MOVE WS-MOTIVO TO PAGO-MOTIVO.
           MOVE REV-OTRAS TO PAGO-OTRAS-DEDUCC.
           PERFORM GRABAR-PAGO.
           CLOSE HISTORIA-PAGOS.
           IF PAGO-GRABADO
               DISPLAY "REVERSO GRABADO POR " REV-NETO " NETO."
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
       LOCALIZAR-ORIGINAL.
           MOVE "N" TO WS-ORIGINAL-LEIDO.
           OPEN INPUT HISTORIA-PAGOS.
           MOVE WS-ID-BUSQUEDA TO PAGO-ID.
           MOVE WS-FECHA-PEDIDA TO PAGO-FECHA.
           MOVE CAN-SECUENCIA (WS-ORDINAL-PEDIDO) TO PAGO-SECUENCIA.
           READ HISTORIA-PAGOS
               KEY IS PAGO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ORIGINAL-LEIDO
                   MOVE PAGO-BRUTO TO REV-BRUTO
                   MOVE PAGO-DEDUCCIONES TO REV-DEDUCCIONES
                   MOVE PAGO-IMPUESTO TO REV-IMPUESTO
                   MOVE PAGO-OTRAS-DEDUCC TO REV-OTRAS
                   MOVE PAGO-TIPO TO REV-TIPO
                   MOVE PAGO-SEMANA-FIN TO REV-SEMANA-FIN
                   MOVE PAGO-SECUENCIA TO REV-SECUENCIA
           END-READ.
           CLOSE HISTORIA-PAGOS.
      * SIN OPERADORES.DAT SE CONCEDE, IGUAL QUE EL SIGN-ON DE
      * PRIMERO.CBL EL PRIMER DIA.
       VERIFICAR-SUPERVISOR.

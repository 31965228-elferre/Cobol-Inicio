      *              new CUBIERTAS POR FINIQUITO total instead of
      *              flagging a permanent false "never liquidated"
      *              for every terminated employee.
      * 2026-10-15 - pagohist.dat is indexed now; the reconciliation
      *              still needs every row, so it reads the ledger
      *              end to end in key order.
      * 2026-10-15 - A finiquito stops counting as standing only when
      *              the reverso points at a tipo-F row (PAGO-TIPO-REF),
      *              not at another row of the same date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-NOMINA.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "reconcil.rpt"
       FD PASO-ARCHIVO.
           COPY PASREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FIN-HORAS PIC X.
           88 FIN-HORAS VALUE "S".
       01  WS-FIN-PAGOS PIC X.
           05 WS-VREF-ENTRADA OCCURS 200 TIMES.
               10 VREF-ID PIC X(6).
               10 VREF-FECHA PIC 9(8).
               10 VREF-TIPO PIC X(1).
       01  WS-LINEA-DIFERENCIA.
           05 DIF-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           PERFORM GUARDAR-PAGO UNTIL FIN-PAGOS.
           CLOSE HISTORIA-PAGOS.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PAGOS
           END-READ.
      * SOLO LAS LIQUIDACIONES SEMANALES ENTRAN AL CRUCE; LOS
               ADD 1 TO WS-VREF-USADOS
               MOVE PAGO-ID TO VREF-ID (WS-VREF-USADOS)
               MOVE PAGO-FECHA-REF TO VREF-FECHA (WS-VREF-USADOS)
               MOVE PAGO-TIPO-REF TO VREF-TIPO (WS-VREF-USADOS)
           END-IF.
           IF PAGO-SEMANAL AND PAGO-SEMANA-FIN NUMERIC
              AND PAGO-SEMANA-FIN NOT = ZERO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
      * UN FINIQUITO REVERSADO DEJA DE CONTAR COMO VIGENTE; EL
      * REVERSO DE OTRA FILA DE ESA FECHA NO LO TOCA (UNO VIEJO SIN
      * TIPO-REF VA POR LA FECHA SOLA).
       MARCAR-FINIQUITOS-VIGENTES.
           MOVE 1 TO WS-FIN-IX.
           PERFORM MARCAR-UN-FINIQUITO
       COMPARAR-VREF.
           IF VREF-ID (WS-VREF-IX) = FIN-ID (WS-FIN-IX)
              AND VREF-FECHA (WS-VREF-IX) = FIN-FECHA (WS-FIN-IX)
              AND (VREF-TIPO (WS-VREF-IX) = SPACE
                OR VREF-TIPO (WS-VREF-IX) = "F")
               MOVE "N" TO FIN-VIGENTE (WS-FIN-IX)
           END-IF.
           ADD 1 TO WS-VREF-IX.

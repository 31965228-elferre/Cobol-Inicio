      *          back to the netted ytdpago.cbl figures.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - pagohist.dat is indexed now: the run starts on
      *              the PAGO-FECHA alternate key at the from-date and
      *              stops past the to-date instead of scanning the
      *              whole ledger.
      * 2026-10-15 - An ajuste anual refund (PAGO-TIPO A paid as net)
      *              goes into remimp.dat as a negative tax line, so
      *              the tax office total nets what was given back.
      * 2026-10-15 - A reverso of an ajuste anual refund (PAGO-TIPO-REF
      *              A) puts the refund back as a positive tax line.
      * 2026-10-15 - The run also writes rempat.dat, the employer
      *              contribution return (cargas sociales patronales
      *              from the patronal.dat rates on each
      *              liquidation's gross, reversos negative), with a
      *              *TOTAL* control trailer carrying the period and
      *              the per-concept totals. Run it over a calendar
      *              month for the monthly return.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESAS-DEDUCCIONES.
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
       ASSIGN TO "remsin.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REMESA-PATRONAL
       ASSIGN TO "rempat.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PATRONAL-ARCHIVO
       ASSIGN TO "patronal.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
      * REMESA PARA EL SINDICATO
       FD REMESA-SINDICATO.
           01 REMSIN-LINEA PIC X(80).
      * DECLARACION DE CARGAS SOCIALES PATRONALES
       FD REMESA-PATRONAL.
           01 REMPAT-LINEA PIC X(132).
      * TABLA DE CARGAS SOCIALES PATRONALES
       FD PATRONAL-ARCHIVO.
           COPY PATREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
           05 DET-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-MONTO PIC ---,--9.99.
       01  FIN-DE-PATRONAL PIC X VALUE "N".
           88 FIN-PATRONAL VALUE "S".
       01  WS-PAT-USADAS PIC 99 VALUE ZERO.
       01  WS-PIX PIC 99.
       01  WS-TABLA-PATRONAL.
           05 WS-PAT-ENTRADA OCCURS 10 TIMES.
               10 PATT-TIPO PIC X(1).
               10 PATT-PORCENTAJE PIC 9(2)V99.
       01  WS-PAT-MONTO PIC 9(6)V99.
       01  WS-PAT-SEGSOC PIC S9(6)V99.
       01  WS-PAT-ACCIDENTES PIC S9(6)V99.
       01  WS-PAT-FONDO PIC S9(6)V99.
       01  WS-PAT-TOTAL PIC S9(6)V99.
       01  WS-PAT-BASE PIC S9(6)V99.
       01  WS-CONT-PATRONAL PIC 9(5) VALUE ZERO.
       01  WS-TOT-PAT-BASE PIC S9(8)V99 VALUE ZERO.
       01  WS-TOT-PAT-SEGSOC PIC S9(8)V99 VALUE ZERO.
       01  WS-TOT-PAT-ACCIDENTES PIC S9(8)V99 VALUE ZERO.
       01  WS-TOT-PAT-FONDO PIC S9(8)V99 VALUE ZERO.
       01  WS-TOT-PATRONAL PIC S9(8)V99 VALUE ZERO.
       01  WS-LINEA-PATRONAL.
           05 PAD-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 PAD-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 PAD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PAD-BASE PIC ---,--9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PAD-SEGSOC PIC ---,--9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PAD-ACCIDENTES PIC ---,--9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PAD-FONDO PIC ---,--9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PAD-TOTAL PIC ---,--9.99.
       01  WS-TRAILER-PATRONAL.
           05 FILLER PIC X(7) VALUE "*TOTAL*".
           05 FILLER PIC X VALUE SPACE.
           05 TPA-CUENTA PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 TPA-DESDE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TPA-HASTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TPA-BASE PIC -------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 TPA-SEGSOC PIC -------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 TPA-ACCIDENTES PIC -------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 TPA-FONDO PIC -------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 TPA-TOTAL PIC -------9.99.
       01  WS-LINEA-TRAILER.
           05 FILLER PIC X(7) VALUE "*TOTAL*".
           05 FILLER PIC X VALUE SPACE.
           MOVE ZERO TO WS-CONT-IMPUESTO.
           MOVE ZERO TO WS-CONT-SEGSOC.
           MOVE ZERO TO WS-CONT-SINDICATO.
           MOVE ZERO TO WS-CONT-PATRONAL.
           MOVE ZERO TO WS-TOT-PAT-BASE.
           MOVE ZERO TO WS-TOT-PAT-SEGSOC.
           MOVE ZERO TO WS-TOT-PAT-ACCIDENTES.
           MOVE ZERO TO WS-TOT-PAT-FONDO.
           MOVE ZERO TO WS-TOT-PATRONAL.
           DISPLAY "REMESAS DE DEDUCCIONES RETENIDAS".
           DISPLAY "FECHA DESDE (AAAAMMDD) :".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "FECHA HASTA (AAAAMMDD) :".
           ACCEPT WS-FECHA-HASTA.
           PERFORM CARGAR-PATRONAL.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM POSICIONAR-PAGOS.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
           PERFORM PROCESAR-PAGO UNTIL FIN-ARCHIVO.
           PERFORM GRABAR-TRAILERS.
           PERFORM CERRAR-ARCHIVOS.
               " FILAS, TOTAL " WS-TOT-SEGSOC.
           DISPLAY "SINDICATO (REMSIN.DAT): " WS-CONT-SINDICATO
               " FILAS, TOTAL " WS-TOT-SINDICATO.
           DISPLAY "PATRONAL  (REMPAT.DAT): " WS-CONT-PATRONAL
               " FILAS, TOTAL " WS-TOT-PATRONAL.
           IF WS-PAT-USADAS = ZERO
               DISPLAY "SIN TASAS EN PATRONAL.DAT: LA DECLARACION "
                   "PATRONAL SALE EN CERO."
           END-IF.
           GOBACK.
       ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-PAGOS.
           OPEN OUTPUT REMESA-IMPUESTO.
           OPEN OUTPUT REMESA-SEGSOC.
           OPEN OUTPUT REMESA-SINDICATO.
           OPEN OUTPUT REMESA-PATRONAL.
       CERRAR-ARCHIVOS.
           CLOSE HISTORIA-PAGOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REMESA-IMPUESTO.
           CLOSE REMESA-SEGSOC.
           CLOSE REMESA-SINDICATO.
           CLOSE REMESA-PATRONAL.
      * EL RANGO SE LEE POR LA CLAVE ALTERNA PAGO-FECHA, QUE DEVUELVE
      * LAS FILAS EN ORDEN DE FECHA: LA PRIMERA POSTERIOR AL HASTA
      * TERMINA LA LECTURA.
       POSICIONAR-PAGOS.
           MOVE WS-FECHA-DESDE TO PAGO-FECHA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       PROCESAR-PAGO.
           IF PAGO-FECHA > WS-FECHA-HASTA
               MOVE "S" TO FIN-DEL-ARCHIVO
           ELSE
               PERFORM REMITIR-PAGO
               PERFORM LEER-PAGO
           END-IF.
       REMITIR-PAGO.
           PERFORM BUSCAR-NOMBRE.
           IF PAGO-IMPUESTO NOT = ZERO
               ADD 1 TO WS-CONT-IMPUESTO
               ADD WS-MONTO-SIGNADO TO WS-TOT-IMPUESTO
           END-IF.
      * LA DEVOLUCION DEL AJUSTE ANUAL RESTA DEL IMPUESTO A REMITIR;
      * EL REVERSO DE ESA DEVOLUCION (TIPO-REF A) LA VUELVE A SUMAR.
           IF (PAGO-AJUSTE-ANUAL
              OR (PAGO-REVERSO AND PAGO-TIPO-REF = "A"))
              AND PAGO-NETO > ZERO
               COMPUTE WS-MONTO-SIGNADO = PAGO-NETO * -1
               PERFORM AJUSTAR-SIGNO
               PERFORM ARMAR-DETALLE
               MOVE WS-LINEA-DETALLE TO REMIMP-LINEA
               WRITE REMIMP-LINEA
               ADD 1 TO WS-CONT-IMPUESTO
               ADD WS-MONTO-SIGNADO TO WS-TOT-IMPUESTO
           END-IF.
           IF PAGO-SEGSOC NOT = ZERO
               MOVE PAGO-SEGSOC TO WS-MONTO-SIGNADO
               PERFORM AJUSTAR-SIGNO
               ADD 1 TO WS-CONT-SINDICATO
               ADD WS-MONTO-SIGNADO TO WS-TOT-SINDICATO
           END-IF.
           IF PAGO-BRUTO NOT = ZERO
               PERFORM DECLARAR-PATRONAL
           END-IF.
      * UN REVERSO ENTRA CON SIGNO NEGATIVO, ASI EL TOTAL DE LA
      * REMESA CUADRA CON EL ACUMULADO NETEADO DE YTD-PAGOS.
       AJUSTAR-SIGNO.
           IF PAGO-REVERSO
               COMPUTE WS-MONTO-SIGNADO = WS-MONTO-SIGNADO * -1
           END-IF.
      * LAS CARGAS PATRONALES SE CALCULAN COMO EN NOMINA-LOTE: CADA
      * TASA SOBRE EL BRUTO DE LA LIQUIDACION, REDONDEADA POR
      * CONCEPTO; UN REVERSO LAS DEVUELVE CON SIGNO NEGATIVO.
       DECLARAR-PATRONAL.
           MOVE ZERO TO WS-PAT-SEGSOC.
           MOVE ZERO TO WS-PAT-ACCIDENTES.
           MOVE ZERO TO WS-PAT-FONDO.
           MOVE 1 TO WS-PIX.
           PERFORM APLICAR-PATRONAL UNTIL WS-PIX > WS-PAT-USADAS.
           MOVE PAGO-BRUTO TO WS-PAT-BASE.
           IF PAGO-REVERSO
               COMPUTE WS-PAT-BASE = WS-PAT-BASE * -1
               COMPUTE WS-PAT-SEGSOC = WS-PAT-SEGSOC * -1
               COMPUTE WS-PAT-ACCIDENTES = WS-PAT-ACCIDENTES * -1
               COMPUTE WS-PAT-FONDO = WS-PAT-FONDO * -1
           END-IF.
           COMPUTE WS-PAT-TOTAL =
               WS-PAT-SEGSOC + WS-PAT-ACCIDENTES + WS-PAT-FONDO.
           MOVE PAGO-ID TO PAD-ID.
           MOVE WS-NOMBRE-COMPLETO TO PAD-NOMBRE.
           MOVE PAGO-FECHA TO PAD-FECHA.
           MOVE WS-PAT-BASE TO PAD-BASE.
           MOVE WS-PAT-SEGSOC TO PAD-SEGSOC.
           MOVE WS-PAT-ACCIDENTES TO PAD-ACCIDENTES.
           MOVE WS-PAT-FONDO TO PAD-FONDO.
           MOVE WS-PAT-TOTAL TO PAD-TOTAL.
           MOVE WS-LINEA-PATRONAL TO REMPAT-LINEA.
           WRITE REMPAT-LINEA.
           ADD 1 TO WS-CONT-PATRONAL.
           ADD WS-PAT-BASE TO WS-TOT-PAT-BASE.
           ADD WS-PAT-SEGSOC TO WS-TOT-PAT-SEGSOC.
           ADD WS-PAT-ACCIDENTES TO WS-TOT-PAT-ACCIDENTES.
           ADD WS-PAT-FONDO TO WS-TOT-PAT-FONDO.
           ADD WS-PAT-TOTAL TO WS-TOT-PATRONAL.
       APLICAR-PATRONAL.
           COMPUTE WS-PAT-MONTO ROUNDED =
               PAGO-BRUTO * PATT-PORCENTAJE (WS-PIX) / 100.
           EVALUATE PATT-TIPO (WS-PIX)
           WHEN "S"
               ADD WS-PAT-MONTO TO WS-PAT-SEGSOC
           WHEN "A"
               ADD WS-PAT-MONTO TO WS-PAT-ACCIDENTES
           WHEN "F"
               ADD WS-PAT-MONTO TO WS-PAT-FONDO
           END-EVALUATE.
           ADD 1 TO WS-PIX.
       CARGAR-PATRONAL.
           MOVE ZERO TO WS-PAT-USADAS.
           MOVE "N" TO FIN-DE-PATRONAL.
           OPEN INPUT PATRONAL-ARCHIVO.
           PERFORM LEER-PATRONAL.
           PERFORM GUARDAR-PATRONAL
               UNTIL FIN-PATRONAL OR WS-PAT-USADAS = 10.
           CLOSE PATRONAL-ARCHIVO.
       LEER-PATRONAL.
           READ PATRONAL-ARCHIVO
               AT END MOVE "S" TO FIN-DE-PATRONAL
           END-READ.
       GUARDAR-PATRONAL.
           ADD 1 TO WS-PAT-USADAS.
           MOVE PAT-TIPO TO PATT-TIPO (WS-PAT-USADAS).
           MOVE PAT-PORCENTAJE TO PATT-PORCENTAJE (WS-PAT-USADAS).
           PERFORM LEER-PATRONAL.
       ARMAR-DETALLE.
           MOVE PAGO-ID TO DET-ID.
           MOVE WS-NOMBRE-COMPLETO TO DET-NOMBRE.
           MOVE WS-TOT-SINDICATO TO TRA-MONTO.
           MOVE WS-LINEA-TRAILER TO REMSIN-LINEA.
           WRITE REMSIN-LINEA.
           MOVE WS-CONT-PATRONAL TO TPA-CUENTA.
           MOVE WS-FECHA-DESDE TO TPA-DESDE.
           MOVE WS-FECHA-HASTA TO TPA-HASTA.
           MOVE WS-TOT-PAT-BASE TO TPA-BASE.
           MOVE WS-TOT-PAT-SEGSOC TO TPA-SEGSOC.
           MOVE WS-TOT-PAT-ACCIDENTES TO TPA-ACCIDENTES.
           MOVE WS-TOT-PAT-FONDO TO TPA-FONDO.
           MOVE WS-TOT-PATRONAL TO TPA-TOTAL.
           MOVE WS-TRAILER-PATRONAL TO REMPAT-LINEA.
           WRITE REMPAT-LINEA.
       END PROGRAM REMESAS-DEDUCCIONES.

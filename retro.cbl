      *          A week whose difference comes out negative (a rate
      *          lowered after the fact) is reported for manual
      *          handling, never written, because the ledger amounts
      *          are unsigned. The gravado novedades (novedades.dat) a
      *          weekly row paid are part of its gross and are added
      *          back to the recomputed gross, so only the rate
      *          change makes a difference.
      * Tectonics: cobc
      * Mods:
      * 2026-09-03 - The run writes its register to retro.rpt (per
      *              reversed and re-liquidated now contributes one
      *              source row, not two, so the retro difference is
      *              no longer paid twice.
      * 2026-10-15 - pagohist.dat is indexed now: both passes read
      *              only the employee's rows with START on PAGO-ID,
      *              and each adjustment takes the next free
      *              PAGO-SECUENCIA of the pay date, so the ledger
      *              stays append-only.
      * 2026-10-15 - The recomputed gross of a week adds the gravado
      *              novedades NOMINA-LOTE paid on that row (matched
      *              by NVD-FECHA-PAGO and NVD-SECUENCIA-PAGO), so a
      *              week with a bonus is no longer reported as a
      *              negative difference. A reverso is matched to the
      *              weekly row it voids by date and PAGO-SECUENCIA-REF
      *              (date only for a reverso without secuencia), and
      *              the R row records the secuencia and tipo of the
      *              row it corrects.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAGOS.
      * ACHIVOS FISICO
       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       RECORD KEY IS TARIFA-CLAVE
       FILE STATUS IS WS-FILE-STATUS-TARIFA.

       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "novedades.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NVD-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NVD.

       SELECT OPTIONAL DEDUCCIONES-ARCHIVO
       ASSIGN TO "deducc.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
      * ARCHIVO MAESTRO DE TARIFAS POR HORA
       FD TARIFAS-ARCHIVO.
           COPY TARREG.
      * ARCHIVO DE NOVEDADES DE PAGO (INGRESOS EVENTUALES)
       FD NOVEDADES-ARCHIVO.
           COPY NVDREG.
      * TABLA DE PARAMETROS DE DEDUCCIONES
       FD DEDUCCIONES-ARCHIVO.
           COPY DEDREG.
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-NVD PIC X(2).
       01  WS-FIN-NOVEDADES PIC X.
           88 FIN-NOVEDADES VALUE "S".
       01  WS-NOVEDADES-GRAVADAS PIC 9(6)V99.
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
       01  WS-SEM-IX PIC 9(3).
       01  WS-REV-USADOS PIC 9(3) VALUE ZERO.
       01  WS-REV-IX PIC 9(3).
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  WS-FUE-REVERSADO PIC X.
           88 FUE-REVERSADO VALUE "S".
       01  WS-TABLA-REVERSOS.
           05 WS-REV-ENTRADA OCCURS 200 TIMES.
               10 REV-FECHA-REF PIC 9(8).
               10 REV-SECUENCIA-REF PIC 9(3).
       01  WS-TABLA-SEMANAS.
           05 WS-SEM-ENTRADA OCCURS 200 TIMES.
               10 SEM-FIN PIC 9(8).
               10 SEM-FECHA-ORIG PIC 9(8).
               10 SEM-SECUENCIA-ORIG PIC 9(3).
               10 SEM-BRUTO-ORIG PIC 9(6)V99.
               10 SEM-IMP-ORIG PIC 9(6)V99.
               10 SEM-SEG-ORIG PIC 9(6)V99.
       JUNTAR-REVERSOS.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM POSICIONAR-PAGOS.
           PERFORM REVISAR-REVERSO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
       REVISAR-REVERSO.
                   ADD 1 TO WS-REV-USADOS
                   MOVE PAGO-FECHA-REF
                       TO REV-FECHA-REF (WS-REV-USADOS)
                   MOVE PAGO-SECUENCIA-REF
                       TO REV-SECUENCIA-REF (WS-REV-USADOS)
               ELSE
                   ADD 1 TO WS-CONT-DESBORDES
               END-IF
       JUNTAR-SEMANAS.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM POSICIONAR-PAGOS.
           PERFORM REVISAR-PAGO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
      * LAS DOS PASADAS LEEN SOLO LAS FILAS DEL EMPLEADO: START EN
      * SU PAGO-ID Y FIN DE LECTURA AL CAMBIAR DE ID.
       POSICIONAR-PAGOS.
           MOVE WS-ID-BUSQUEDA TO PAGO-ID.
           MOVE ZERO TO PAGO-FECHA.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND PAGO-ID NOT = WS-ID-BUSQUEDA
               MOVE "S" TO FIN-DEL-ARCHIVO
           END-IF.
       REVISAR-PAGO.
           IF PAGO-ID = WS-ID-BUSQUEDA
              AND PAGO-SEMANAL
           MOVE 1 TO WS-REV-IX.
           PERFORM COMPARAR-REVERSO
               UNTIL FUE-REVERSADO OR WS-REV-IX > WS-REV-USADOS.
      * UN REVERSO VIEJO NO TRAE SECUENCIA: VA POR LA FECHA SOLA.
       COMPARAR-REVERSO.
           IF REV-FECHA-REF (WS-REV-IX) = PAGO-FECHA
              AND (REV-SECUENCIA-REF (WS-REV-IX) = ZERO
                OR REV-SECUENCIA-REF (WS-REV-IX) = PAGO-SECUENCIA)
               MOVE "S" TO WS-FUE-REVERSADO
           ELSE
               ADD 1 TO WS-REV-IX
               ADD 1 TO WS-SEM-USADAS
               MOVE PAGO-SEMANA-FIN TO SEM-FIN (WS-SEM-USADAS)
               MOVE PAGO-FECHA TO SEM-FECHA-ORIG (WS-SEM-USADAS)
               MOVE PAGO-SECUENCIA
                   TO SEM-SECUENCIA-ORIG (WS-SEM-USADAS)
               MOVE PAGO-BRUTO TO SEM-BRUTO-ORIG (WS-SEM-USADAS)
               MOVE PAGO-IMPUESTO TO SEM-IMP-ORIG (WS-SEM-USADAS)
               MOVE PAGO-SEGSOC TO SEM-SEG-ORIG (WS-SEM-USADAS)
               CLOSE TARIFAS-ARCHIVO
               OPEN INPUT TARIFAS-ARCHIVO
           END-IF.
           OPEN INPUT NOVEDADES-ARCHIVO.
           IF WS-FILE-STATUS-NVD = "35"
               OPEN OUTPUT NOVEDADES-ARCHIVO
               CLOSE NOVEDADES-ARCHIVO
               OPEN INPUT NOVEDADES-ARCHIVO
           END-IF.
           OPEN I-O HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN I-O HISTORIA-PAGOS
           END-IF.
           MOVE 1 TO WS-SEM-IX.
           PERFORM AJUSTAR-UNA-SEMANA
               UNTIL WS-SEM-IX > WS-SEM-USADAS.
           CLOSE HISTORIA-PAGOS.
           CLOSE NOVEDADES-ARCHIVO.
           CLOSE TARIFAS-ARCHIVO.
       AJUSTAR-UNA-SEMANA.
           PERFORM BUSCAR-TARIFA-SEMANA.
               MOVE "S" TO WS-HAY-TARIFA
               PERFORM LEER-TARIFA
           END-IF.
      * EL BRUTO ORIGINAL INCLUYE LAS NOVEDADES GRAVADAS QUE PAGO
      * ESA FILA: SE SUMAN AL BRUTO RECALCULADO PARA QUE LA
      * DIFERENCIA SEA SOLO LA DE LA TARIFA.
       RECALCULAR-SEMANA.
           PERFORM SUMAR-NOVEDADES.
           COMPUTE WS-BRUTO-NUEVO ROUNDED =
               SEM-NORMALES (WS-SEM-IX) * WS-TASA
               + SEM-EXTRA-DIA (WS-SEM-IX) * WS-TASA
                   * WS-PARAM-PCT-DIA / 100
               + SEM-EXTRA-SEM (WS-SEM-IX) * WS-TASA
                   * WS-PARAM-PCT-SEMANA / 100
               + WS-NOVEDADES-GRAVADAS.
           PERFORM CALCULAR-DEDUCCIONES.
           COMPUTE WS-DIF-BRUTO =
               WS-BRUTO-NUEVO - SEM-BRUTO-ORIG (WS-SEM-IX).
           WHEN OTHER
               PERFORM GRABAR-AJUSTE
           END-EVALUATE.
      * UNA NOVEDAD SE PAGA EN SU SEMANA O EN UNA POSTERIOR, NUNCA
      * ANTES: SE LEEN LAS DEL EMPLEADO HASTA LA SEMANA DE LA FILA.
       SUMAR-NOVEDADES.
           MOVE ZERO TO WS-NOVEDADES-GRAVADAS.
           MOVE "N" TO WS-FIN-NOVEDADES.
           MOVE WS-ID-BUSQUEDA TO NVD-ID.
           MOVE ZERO TO NVD-SEMANA-FIN.
           MOVE SPACES TO NVD-CONCEPTO.
           START NOVEDADES-ARCHIVO
               KEY IS NOT LESS THAN NVD-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-NOVEDADES
           END-START.
           IF NOT FIN-NOVEDADES
               PERFORM LEER-NOVEDAD
               PERFORM SUMAR-NOVEDAD UNTIL FIN-NOVEDADES
           END-IF.
       LEER-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-NOVEDADES
           END-READ.
           IF NOT FIN-NOVEDADES
               IF NVD-ID NOT = WS-ID-BUSQUEDA
                  OR NVD-SEMANA-FIN > SEM-FIN (WS-SEM-IX)
                   MOVE "S" TO WS-FIN-NOVEDADES
               END-IF
           END-IF.
       SUMAR-NOVEDAD.
           IF NVD-PAGADA AND NVD-GRAVADO
              AND NVD-FECHA-PAGO = SEM-FECHA-ORIG (WS-SEM-IX)
              AND NVD-SECUENCIA-PAGO = SEM-SECUENCIA-ORIG (WS-SEM-IX)
               ADD NVD-IMPORTE TO WS-NOVEDADES-GRAVADAS
           END-IF.
           PERFORM LEER-NOVEDAD.
       CALCULAR-DEDUCCIONES.
           MOVE ZERO TO WS-IMPUESTO.
           MOVE ZERO TO WS-SEGSOC.
           MOVE "R" TO PAGO-TIPO.
           MOVE SEM-FIN (WS-SEM-IX) TO PAGO-SEMANA-FIN.
           MOVE SEM-FECHA-ORIG (WS-SEM-IX) TO PAGO-FECHA-REF.
           MOVE SEM-SECUENCIA-ORIG (WS-SEM-IX) TO PAGO-SECUENCIA-REF.
           MOVE "S" TO PAGO-TIPO-REF.
           MOVE SPACES TO PAGO-MOTIVO.
           MOVE ZERO TO PAGO-OTRAS-DEDUCC.
           PERFORM GRABAR-PAGO.
           ADD 1 TO WS-CONT-AJUSTADOS.
           ADD WS-DIF-NETO TO WS-TOTAL-AJUSTE.
           DISPLAY "AJUSTE SEMANA " SEM-FIN (WS-SEM-IX)
           MOVE WS-DIF-NETO TO RET-DIF.
           MOVE "AJUSTADA" TO RET-TEXTO.
           PERFORM GRABAR-LINEA-AJUSTE.
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
       END PROGRAM RETRO-PAGOS.

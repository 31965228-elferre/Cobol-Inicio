      *              refuses the week with RETURN-CODE 8 on a
      *              mismatch -- a truncated transfer no longer looks
      *              like a short week.
      * 2026-10-15 - horas.dat is no longer rescanned for every
      *              employee: the run sorts the requested week's rows
      *              by HORAS-ID once (horasem.tmp) and walks them
      *              alongside emp.dat in a single pass, with the same
      *              liquidations and skip counts as before. The
      *              control totals now show the elapsed run time.
      * 2026-10-15 - pagohist.dat is indexed now: each liquidation
      *              takes the next free PAGO-SECUENCIA of the pay
      *              date, so a re-liquidation per the operating
      *              contract is still appended, never overwritten.
      * 2026-10-15 - Monthly-salaried employees (TARIFA-CLASE M in
      *              force for the week) are skipped with their own
      *              SALTADOS MENSUALES counter; NOMINA-MENSUAL pays
      *              them.
      * 2026-10-15 - The approved, unpaid novedades.dat one-off
      *              earnings of the employee up to the week paid are
      *              added to the liquidation: gravable rows join the
      *              taxable gross before the deducc.dat brackets,
      *              exento rows are paid on top of the net as a
      *              negative adjustment in PAGO-DEDUCCIONES. Each one
      *              gets its own regpago.dat line and is marked
      *              pagada with the pay date and secuencia, so a
      *              re-liquidation never pays it twice; the poliza
      *              charges the exento part to the department too.
      * 2026-10-15 - Employer contributions (cargas sociales
      *              patronales) from the patronal.dat rate table are
      *              computed per liquidation on the taxable gross and
      *              charged per department in poliza.dat, against one
      *              payable line per concept.
      * 2026-10-15 - Labor distribution: the approved horas.dat lines
      *              of the employee's week are added up day by day
      *              before the daily and weekly caps, and the
      *              poliza splits the salary and employer cost of
      *              each liquidation across the departments where
      *              the hours were worked (HORAS-DEPTO), in
      *              proportion to the hours; the last department
      *              takes the rounding remainder.
      * 2026-10-15 - A real run ends reminding the operator to check
      *              the week-over-week variance report before the
      *              bank dispersal.
      * 2026-10-15 - Employees on leave are no longer skipped outright:
      *              the licencias.dat leave days falling in the week
      *              are liquidated under the tiposlic.dat rule of
      *              their LIC-TIPO (sin goce, full average, or a
      *              percentage up to a maximum of days) from the
      *              average hours of the last LICENCIA-SEMANAS weekly
      *              pagohist.dat rows at the rate in force, as a
      *              separate PAGO-TIPO L row. When the same week also
      *              pays worked hours, the leave row carries only the
      *              extra withholding of the combined gross and the
      *              recurring deductions stay on the weekly row.
      * 2026-10-15 - The weekly and paid leave rows lay
      *              PAGO-SECUENCIA-REF in zero and PAGO-TIPO-REF in
      *              space: they point at no other liquidation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-LOTE.
       ASSIGN TO "horas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HORAS-CLASIFICA
       ASSIGN TO "horasort.tmp".

       SELECT HORAS-SEMANA
       ASSIGN TO "horasem.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REGISTRO-PAGOS
       ASSIGN TO "regpago.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL DEDUCCIONES-ARCHIVO
       ASSIGN TO "deducc.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PATRONAL-ARCHIVO
       ASSIGN TO "patronal.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-REC.

       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "novedades.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NVD-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NVD.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "licencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-LIC.

       SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
       ASSIGN TO "tiposlic.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TLI-TIPO
       FILE STATUS IS WS-FILE-STATUS-TLI.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
           COPY HORREG.
      * TRAILER DE CONTROL DEL FEED (MISMO FD)
           COPY CTLREG.
      * FILAS DE LA SEMANA PEDIDA ORDENADAS POR HORAS-ID
       FD HORAS-SEMANA.
           COPY HORREG REPLACING LEADING ==HORAS== BY ==ORDEN==.
      * ARCHIVO DE TRABAJO DEL SORT DE HORAS
       SD HORAS-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLASIFICA-ID PIC X(6).
               05 FILLER PIC X(50).
      * REGISTRO DE PAGOS DE LA CORRIDA (SALIDA)
       FD REGISTRO-PAGOS.
           01 REGPAGO-LINEA PIC X(132).
      * TABLA DE PARAMETROS DE DEDUCCIONES
       FD DEDUCCIONES-ARCHIVO.
           COPY DEDREG.
      * TABLA DE CARGAS SOCIALES PATRONALES
       FD PATRONAL-ARCHIVO.
           COPY PATREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * MAESTRO DE DEDUCCIONES RECURRENTES POR EMPLEADO
       FD RECURRENTES-ARCHIVO.
           COPY RECREG.
      * ARCHIVO DE NOVEDADES DE PAGO (INGRESOS EVENTUALES)
       FD NOVEDADES-ARCHIVO.
           COPY NVDREG.
      * LEDGER DE LICENCIAS
       FD LICENCIAS-ARCHIVO.
           COPY LICREG.
      * MAESTRO DE TIPOS DE LICENCIA Y SU REGLA DE PAGO
       FD TIPOS-LICENCIA-ARCHIVO.
           COPY TLIREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  WS-FECHA-PAGO PIC 9(8).
       01  WS-SEMANA-PEDIDA PIC 9(8).
       01  WS-MODO-CORRIDA PIC 9 VALUE 1.
       01  WS-TASA PIC 9(3)V99.
       01  WS-HAY-TARIFA PIC X.
           88 HAY-TARIFA VALUE "S".
       01  WS-CLASE-TARIFA PIC X(1).
           88 CLASE-MENSUAL VALUE "M".
       01  WS-FIN-TARIFAS PIC X.
           88 FIN-TARIFAS VALUE "S".
       01  WS-HORAS PIC 9(4)V99.
       01  WS-HORAS-EXTRA-DIA PIC 9(4)V99.
       01  WS-HORAS-EXTRA-SEM PIC 9(4)V99.
       01  WS-DIA-IX PIC 9.
       01  WS-SUMA-DIAS.
           05 WS-SUMA-DIA PIC 9(3)V99 OCCURS 7 TIMES.
       01  WS-CONT-HORAS-SEMANA PIC 9(5) VALUE ZERO.
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-INICIO-REDEF REDEFINES WS-HORA-INICIO.
           05 WS-INICIO-HH PIC 9(2).
           05 WS-INICIO-MM PIC 9(2).
           05 WS-INICIO-SS PIC 9(2).
           05 WS-INICIO-CC PIC 9(2).
       01  WS-HORA-TERMINO PIC 9(8).
       01  WS-TERMINO-REDEF REDEFINES WS-HORA-TERMINO.
           05 WS-TERMINO-HH PIC 9(2).
           05 WS-TERMINO-MM PIC 9(2).
           05 WS-TERMINO-SS PIC 9(2).
           05 WS-TERMINO-CC PIC 9(2).
       01  WS-SEGUNDOS-INICIO PIC 9(6).
       01  WS-SEGUNDOS-TERMINO PIC 9(6).
       01  WS-SEGUNDOS-CORRIDA PIC 9(5).
       01  WS-TIEMPO-CORRIDA.
           05 WS-CORRIDA-HH PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-CORRIDA-MM PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-CORRIDA-SS PIC 99.
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-PARAM-TOPE-DIA PIC 9(5) VALUE 8.
       01  WS-CONT-SIN-TARIFA PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-HORAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-APROBAR PIC 9(5) VALUE ZERO.
       01  WS-CONT-MENSUALES PIC 9(5) VALUE ZERO.
       01  WS-HAY-SIN-APROBAR PIC X.
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
               10 RECT-SALDO PIC 9(6)V99.
               10 RECT-PRIORIDAD PIC 9(2).
               10 RECT-USADA PIC X(1).
       01  WS-FILE-STATUS-NVD PIC X(2).
       01  WS-FIN-ADICIONALES PIC X.
           88 FIN-ADICIONALES VALUE "S".
       01  WS-ADIC-GRAVADO PIC 9(6)V99.
       01  WS-ADIC-EXENTO PIC 9(6)V99.
       01  WS-ADIC-EMPLEADO PIC 9(3).
       01  WS-CONT-ADICIONALES PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ADICIONALES PIC 9(8)V99 VALUE ZERO.
       01  WS-LINEA-ADICIONAL.
           05 ADI-CLASE PIC X(8).
           05 ADI-CONCEPTO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 ADI-IMPORTE PIC ZZZZZ9.99.
       01  WS-POL-CARGO PIC 9(6)V99.
       01  FIN-DE-PATRONAL PIC X VALUE "N".
           88 FIN-PATRONAL VALUE "S".
       01  WS-PAT-USADAS PIC 99 VALUE ZERO.
       01  WS-PIX PIC 99.
       01  WS-TABLA-PATRONAL.
           05 WS-PAT-ENTRADA OCCURS 10 TIMES.
               10 PATT-TIPO PIC X(1).
               10 PATT-PORCENTAJE PIC 9(2)V99.
       01  WS-PAT-MONTO PIC 9(6)V99.
       01  WS-PAT-SEGSOC PIC 9(6)V99.
       01  WS-PAT-ACCIDENTES PIC 9(6)V99.
       01  WS-PAT-FONDO PIC 9(6)V99.
       01  WS-PAT-TOTAL PIC 9(6)V99.
       01  WS-POL-PAT-SEGSOC PIC 9(8)V99 VALUE ZERO.
       01  WS-POL-PAT-ACCIDENTES PIC 9(8)V99 VALUE ZERO.
       01  WS-POL-PAT-FONDO PIC 9(8)V99 VALUE ZERO.
       01  WS-POL-PATRONAL PIC 9(8)V99 VALUE ZERO.
       01  WS-POL-IMPUESTO PIC 9(8)V99 VALUE ZERO.
       01  WS-POL-SEGSOC PIC 9(8)V99 VALUE ZERO.
       01  WS-POL-SINDICATO PIC 9(8)V99 VALUE ZERO.
               10 DEP-CODIGO-POL PIC X(3).
               10 DEP-VALIDO PIC X(1).
               10 DEP-BRUTO PIC 9(8)V99.
               10 DEP-PATRONAL PIC 9(8)V99.
       01  WS-DEPTO-CARGO PIC X(3).
       01  WS-CARGO-PARTE PIC 9(6)V99.
       01  WS-PATRONAL-PARTE PIC 9(6)V99.
       01  WS-CARGO-RESTO PIC S9(6)V99.
       01  WS-PATRONAL-RESTO PIC S9(6)V99.
       01  WS-REP-USADOS PIC 99.
       01  WS-REP-IX PIC 99.
       01  WS-TABLA-REPARTO.
           05 WS-REP-ENTRADA OCCURS 10 TIMES.
               10 REP-DEPTO PIC X(3).
               10 REP-HORAS PIC 9(4)V99.
       01  WS-LINEA-POLIZA.
           05 POL-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 POL-DEBE PIC ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 POL-HABER PIC ZZZZZZ9.99.
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-TLI PIC X(2).
       01  WS-PARAM-SEMANAS-LIC PIC 9(5) VALUE 4.
       01  WS-TIPO-PAGO PIC X(1).
       01  WS-MOTIVO-PAGO PIC X(20).
       01  WS-FIN-LICENCIAS PIC X.
           88 FIN-LICENCIAS VALUE "S".
       01  WS-FIN-PROMEDIO PIC X.
           88 FIN-PROMEDIO VALUE "S".
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(4).
       01  WS-RESTO-BISIESTO PIC 9(4).
       01  WS-SEM-IX PIC 9.
       01  WS-TABLA-SEMANA.
           05 WS-SEM-DIA OCCURS 7 TIMES.
               10 SD-FECHA PIC 9(8).
               10 SD-LICENCIA PIC X(1).
       01  WS-ORDINAL PIC 9(5).
       01  WS-LIC-PCT PIC 9(3).
       01  WS-LIC-TOPE PIC 9(3).
       01  WS-LIC-DIAS-SEMANA PIC 9.
       01  WS-LIC-DIAS-PAGOS PIC 9.
       01  WS-LIC-PCT-DIAS PIC 9(4).
       01  WS-LIC-TIPO-PAGO PIC X(10).
       01  WS-LIC-HORAS PIC 9(3)V99.
       01  WS-LIC-IMPORTE PIC 9(6)V99.
       01  WS-PROMEDIO-HORAS PIC 9(3)V99.
       01  WS-HIS-USADOS PIC 99.
       01  WS-HIS-IX PIC 99.
       01  WS-HIS-TOMADAS PIC 99.
       01  WS-HIS-SUMA PIC 9(5)V99.
       01  WS-HIS-HALLADA PIC X.
           88 HIS-HALLADA VALUE "S".
       01  WS-TABLA-HISTORIA.
           05 WS-HIS-ENTRADA OCCURS 60 TIMES.
               10 HIS-SEMANA PIC 9(8).
               10 HIS-HORAS PIC 9(3)V99.
               10 HIS-VIVAS PIC S9(2).
       01  WS-SEM-LIQUIDADA PIC X.
           88 SEM-LIQUIDADA VALUE "S".
       01  WS-SEM-BRUTO PIC 9(6)V99.
       01  WS-SEM-IMPUESTO PIC 9(6)V99.
       01  WS-SEM-SEGSOC PIC 9(6)V99.
       01  WS-SEM-SINDICATO PIC 9(6)V99.
       01  WS-DIF-CONCEPTO PIC S9(6)V99.
       01  WS-EXCESO PIC S9(6)V99.
       01  WS-CONT-LIC-PAGAS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-LIC-PAGAS PIC 9(8)V99 VALUE ZERO.
       01  WS-LINEA-LICENCIA.
           05 FILLER PIC X(14) VALUE "LICENCIA PAGA ".
           05 LLI-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LLI-DIAS PIC 9.
           05 FILLER PIC X(9) VALUE " DIAS AL ".
           05 LLI-PCT PIC ZZ9.
           05 FILLER PIC X(2) VALUE "% ".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
           MOVE ZERO TO WS-CONT-SIN-TARIFA.
           MOVE ZERO TO WS-CONT-SIN-HORAS.
           MOVE ZERO TO WS-CONT-SIN-APROBAR.
           MOVE ZERO TO WS-CONT-MENSUALES.
           MOVE ZERO TO WS-CONT-ADICIONALES.
           MOVE ZERO TO WS-TOTAL-ADICIONALES.
           MOVE ZERO TO WS-POL-BRUTO.
           MOVE ZERO TO WS-POL-IMPUESTO.
           MOVE ZERO TO WS-POL-SEGSOC.
           MOVE ZERO TO WS-POL-SINDICATO.
           MOVE ZERO TO WS-POL-OTRAS.
           MOVE ZERO TO WS-POL-PAT-SEGSOC.
           MOVE ZERO TO WS-POL-PAT-ACCIDENTES.
           MOVE ZERO TO WS-POL-PAT-FONDO.
           MOVE ZERO TO WS-POL-PATRONAL.
           MOVE ZERO TO WS-DEP-USADOS.
           MOVE ZERO TO WS-CONT-HORAS-SEMANA.
           MOVE ZERO TO WS-CONT-LIC-PAGAS.
           MOVE ZERO TO WS-TOTAL-LIC-PAGAS.
           MOVE 4 TO WS-PARAM-SEMANAS-LIC.
           DISPLAY "FECHA FIN DE SEMANA A LIQUIDAR (AAAAMMDD) :".
           ACCEPT WS-SEMANA-PEDIDA.
           DISPLAY "MODO (1=CORRIDA REAL / 2=SIMULACION) :".
           ACCEPT WS-MODO-CORRIDA.
      * EL TIEMPO DE LA CORRIDA SE MIDE DESDE AQUI, SIN CONTAR LO
      * QUE EL OPERADOR TARDA EN CONTESTAR.
           ACCEPT WS-HORA-INICIO FROM TIME.
      * UNA SIMULACION NO TOCA PAGOHIST, REGPAGO, PERIODOS NI LOS
      * SALDOS RECURRENTES: SOLO PROYECTA A SIMULA.RPT.
           IF NOT MODO-SIMULACION
               CLOSE RECURRENTES-ARCHIVO
               OPEN I-O RECURRENTES-ARCHIVO
           END-IF.
           OPEN I-O NOVEDADES-ARCHIVO.
           IF WS-FILE-STATUS-NVD = "35"
               OPEN OUTPUT NOVEDADES-ARCHIVO
               CLOSE NOVEDADES-ARCHIVO
               OPEN I-O NOVEDADES-ARCHIVO
           END-IF.
           OPEN INPUT LICENCIAS-ARCHIVO.
           IF WS-FILE-STATUS-LIC = "35"
               OPEN OUTPUT LICENCIAS-ARCHIVO
               CLOSE LICENCIAS-ARCHIVO
               OPEN INPUT LICENCIAS-ARCHIVO
           END-IF.
           OPEN INPUT TIPOS-LICENCIA-ARCHIVO.
           IF WS-FILE-STATUS-TLI = "35"
               OPEN OUTPUT TIPOS-LICENCIA-ARCHIVO
               CLOSE TIPOS-LICENCIA-ARCHIVO
               OPEN INPUT TIPOS-LICENCIA-ARCHIVO
           END-IF.
      * LA POLIZA SE TRUNCA AQUI COMO EL REGISTRO: UNA CORRIDA
      * REAL QUE NO LIQUIDA A NADIE NO DEBE DEJAR EN DISCO LA
      * POLIZA CUADRADA DE LA SEMANA ANTERIOR PARA IMPORTARLA DOS
      * VECES.
      * LA SIMULACION TAMBIEN LEE PAGOHIST.DAT PARA EL PROMEDIO DE
      * HORAS DE LAS LICENCIAS PAGAS, PERO NO GRABA EN EL.
           IF MODO-SIMULACION
               OPEN OUTPUT SIMULACION-REGISTRO
               OPEN INPUT HISTORIA-PAGOS
           ELSE
               OPEN OUTPUT REGISTRO-PAGOS
               OPEN OUTPUT POLIZA-ARCHIVO
               OPEN I-O HISTORIA-PAGOS
               IF WS-FILE-STATUS-PAGO = "35"
                   OPEN OUTPUT HISTORIA-PAGOS
                   CLOSE HISTORIA-PAGOS
                   OPEN I-O HISTORIA-PAGOS
               END-IF
           END-IF.
           PERFORM ORDENAR-HORAS.
           MOVE "N" TO WS-FIN-HORAS.
           OPEN INPUT HORAS-SEMANA.
           PERFORM LEER-HORAS.
           PERFORM CARGAR-TABLA.
           PERFORM CARGAR-PATRONAL.
           PERFORM ARMAR-DIAS-SEMANA.
           IF MODO-SIMULACION
               MOVE "*** SIMULACION - PROYECCION, NO ES UNA " &
                   "LIQUIDACION ***" TO WS-LINEA-REGISTRO
               MOVE PARAM-VALOR TO WS-PARAM-PCT-DIA
           WHEN "PCT-EXTRA-SEMANA"
               MOVE PARAM-VALOR TO WS-PARAM-PCT-SEMANA
           WHEN "LICENCIA-SEMANAS"
               MOVE PARAM-VALOR TO WS-PARAM-SEMANAS-LIC
               IF WS-PARAM-SEMANAS-LIC = ZERO
                   MOVE 1 TO WS-PARAM-SEMANAS-LIC
               END-IF
               IF WS-PARAM-SEMANAS-LIC > 60
                   MOVE 60 TO WS-PARAM-SEMANAS-LIC
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE DED-PORCENTAJE TO TAB-PORCENTAJE (WS-DED-USADAS).
           MOVE DED-CONCEPTO TO TAB-CONCEPTO (WS-DED-USADAS).
           PERFORM LEER-DEDUCCION.
      * LAS TASAS PATRONALES SE CARGAN UNA VEZ POR CORRIDA; SIN
      * PATRONAL.DAT LA POLIZA SALE SIN CARGAS SOCIALES.
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
       LEER-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           EVALUATE TRUE
           WHEN EMPLEADOS-TERMINADO
               ADD 1 TO WS-CONT-TERMINADOS
           WHEN OTHER
               PERFORM LIQUIDAR-EMPLEADO
           END-EVALUATE.
           PERFORM LEER-REGISTRO.
      * EL PERSONAL CON SUELDO MENSUAL VIGENTE SE PAGA EN LA CORRIDA
      * MENSUAL; AQUI SOLO SE CUENTA. SUS FILAS DE HORAS, SI LAS
      * HUBIERA, LAS SALTA EL PROXIMO SUMAR-HORAS.
       LIQUIDAR-EMPLEADO.
           PERFORM BUSCAR-TARIFA-SEMANA.
           IF HAY-TARIFA AND CLASE-MENSUAL
               ADD 1 TO WS-CONT-MENSUALES
               MOVE "SUELDO MENSUAL, VA EN LA NOMINA MENSUAL"
                   TO NOV-TEXTO
               PERFORM GRABAR-NOVEDAD
           ELSE
               PERFORM LIQUIDAR-POR-HORA
           END-IF.
      * UN EMPLEADO EN LICENCIA COBRA LAS HORAS APROBADAS QUE HAYA
      * TRABAJADO EN LA SEMANA Y, APARTE, LOS DIAS DE LICENCIA QUE
      * SU TIPO PAGA; SIN NINGUNA DE LAS DOS COSAS SE CUENTA COMO
      * SALTADO EN LICENCIA.
       LIQUIDAR-POR-HORA.
           MOVE "N" TO WS-SEM-LIQUIDADA.
           PERFORM SUMAR-HORAS.
           PERFORM CALCULAR-LICENCIA-SEMANA.
           EVALUATE TRUE
           WHEN WS-HORAS = ZERO AND WS-HAY-SIN-APROBAR = "S"
               ADD 1 TO WS-CONT-SIN-APROBAR
               MOVE "HORAS SIN APROBAR, NO SE LIQUIDA"
                   TO NOV-TEXTO
               PERFORM GRABAR-NOVEDAD
           WHEN WS-HORAS = ZERO
              AND (WS-LIC-DIAS-SEMANA > ZERO OR EMPLEADOS-LICENCIA)
               CONTINUE
           WHEN WS-HORAS = ZERO
               ADD 1 TO WS-CONT-SIN-HORAS
               MOVE "SIN HORAS EN ARCHIVO, NO SE LIQUIDA"
           WHEN OTHER
               PERFORM LIQUIDAR-CON-TARIFA
           END-EVALUATE.
           IF WS-LIC-DIAS-PAGOS > ZERO
               PERFORM LIQUIDAR-LICENCIA
           ELSE
               IF WS-HORAS = ZERO AND WS-HAY-SIN-APROBAR NOT = "S"
                  AND (WS-LIC-DIAS-SEMANA > ZERO OR EMPLEADOS-LICENCIA)
                   ADD 1 TO WS-CONT-LICENCIAS
                   MOVE "EN LICENCIA SIN GOCE, NO SE LIQUIDA"
                       TO NOV-TEXTO
                   PERFORM GRABAR-NOVEDAD
               END-IF
           END-IF.
       LIQUIDAR-CON-TARIFA.
           IF NOT HAY-TARIFA
               ADD 1 TO WS-CONT-SIN-TARIFA
               MOVE "SIN TARIFA EN ARCHIVO, NO SE LIQUIDA"
                       * WS-PARAM-PCT-DIA / 100
                   + WS-HORAS-EXTRA-SEM * WS-TASA
                       * WS-PARAM-PCT-SEMANA / 100
               PERFORM SUMAR-ADICIONALES
               ADD WS-ADIC-GRAVADO TO ALMACENA
               PERFORM CALCULAR-DEDUCCIONES
               PERFORM APLICAR-RECURRENTES
               MOVE "S" TO WS-SEM-LIQUIDADA
               MOVE ALMACENA TO WS-SEM-BRUTO
               MOVE WS-IMPUESTO TO WS-SEM-IMPUESTO
               MOVE WS-SEGSOC TO WS-SEM-SEGSOC
               MOVE WS-SINDICATO TO WS-SEM-SINDICATO
               ADD WS-ADIC-EXENTO TO WS-NETO
               PERFORM GRABAR-DETALLE
               IF NOT MODO-SIMULACION
                   MOVE "S" TO WS-TIPO-PAGO
                   MOVE SPACES TO WS-MOTIVO-PAGO
                   PERFORM GRABAR-HISTORIA
                   PERFORM ACUMULAR-POLIZA
               END-IF
               IF WS-ADIC-EMPLEADO > ZERO
                   PERFORM ASENTAR-ADICIONALES
               END-IF
               ADD 1 TO WS-CONTADOR-EMPLEADOS
               ADD WS-NETO TO WS-TOTAL-GENERAL
           END-IF.
      * LOS DIAS DE LICENCIA PAGOS SE LIQUIDAN EN UNA FILA PROPIA
      * (TIPO L) SOBRE EL PROMEDIO DE HORAS DE LAS ULTIMAS SEMANAS
      * A LA TARIFA VIGENTE; SIN TARIFA O SIN SEMANAS PREVIAS SE
      * AVISA EN EL REGISTRO PARA PAGARLA A MANO.
       LIQUIDAR-LICENCIA.
           EVALUATE TRUE
           WHEN NOT HAY-TARIFA
               IF WS-HORAS = ZERO
                   ADD 1 TO WS-CONT-SIN-TARIFA
               END-IF
               MOVE "LICENCIA PAGA SIN TARIFA, NO SE LIQUIDA"
                   TO NOV-TEXTO
               PERFORM GRABAR-NOVEDAD
           WHEN WS-PROMEDIO-HORAS = ZERO
               IF NOT SEM-LIQUIDADA
                   ADD 1 TO WS-CONT-LICENCIAS
               END-IF
               MOVE "LICENCIA PAGA SIN SEMANAS PREVIAS, A MANO"
                   TO NOV-TEXTO
               PERFORM GRABAR-NOVEDAD
           WHEN OTHER
               PERFORM PAGAR-LICENCIA
           END-EVALUATE.
      * CADA DIA PAGO VALE UN SEPTIMO DEL PROMEDIO SEMANAL AL
      * PORCENTAJE DE SU TIPO. SI LA SEMANA YA PAGO HORAS TRABAJADAS,
      * LA FILA DE LICENCIA RETIENE SOLO LO QUE AGREGA AL TRAMO DEL
      * BRUTO COMBINADO, Y LAS RECURRENTES QUEDAN EN LA SEMANAL.
       PAGAR-LICENCIA.
           COMPUTE WS-LIC-HORAS ROUNDED =
               WS-PROMEDIO-HORAS * WS-LIC-DIAS-PAGOS / 7.
           COMPUTE WS-LIC-IMPORTE ROUNDED =
               WS-PROMEDIO-HORAS * WS-TASA * WS-LIC-PCT-DIAS / 700.
           MOVE ZERO TO WS-ADIC-GRAVADO.
           MOVE ZERO TO WS-ADIC-EXENTO.
           MOVE ZERO TO WS-ADIC-EMPLEADO.
           MOVE ZERO TO WS-OTRAS.
           MOVE WS-LIC-HORAS TO WS-HORAS.
           MOVE WS-LIC-HORAS TO WS-HORAS-NORMALES.
           MOVE ZERO TO WS-HORAS-EXTRA-DIA.
           MOVE ZERO TO WS-HORAS-EXTRA-SEM.
           MOVE ZERO TO WS-REP-USADOS.
           IF SEM-LIQUIDADA
               COMPUTE ALMACENA = WS-SEM-BRUTO + WS-LIC-IMPORTE
               PERFORM CALCULAR-DEDUCCIONES
               MOVE WS-LIC-IMPORTE TO ALMACENA
               PERFORM DESCONTAR-DEDUCC-SEMANA
           ELSE
               MOVE WS-LIC-IMPORTE TO ALMACENA
               PERFORM CALCULAR-DEDUCCIONES
               PERFORM APLICAR-RECURRENTES
           END-IF.
           PERFORM GRABAR-DETALLE.
           MOVE WS-LIC-TIPO-PAGO TO LLI-TIPO.
           MOVE WS-LIC-DIAS-PAGOS TO LLI-DIAS.
           COMPUTE LLI-PCT ROUNDED =
               WS-LIC-PCT-DIAS / WS-LIC-DIAS-PAGOS.
           MOVE WS-LINEA-LICENCIA TO NOV-TEXTO.
           PERFORM GRABAR-NOVEDAD.
           IF NOT MODO-SIMULACION
               MOVE "L" TO WS-TIPO-PAGO
               MOVE SPACES TO WS-MOTIVO-PAGO
               STRING WS-LIC-TIPO-PAGO DELIMITED BY SIZE
                   " DIAS " DELIMITED BY SIZE
                   WS-LIC-DIAS-PAGOS DELIMITED BY SIZE
                   INTO WS-MOTIVO-PAGO
               END-STRING
               PERFORM GRABAR-HISTORIA
               PERFORM ACUMULAR-POLIZA
           END-IF.
           IF NOT SEM-LIQUIDADA
               ADD 1 TO WS-CONTADOR-EMPLEADOS
           END-IF.
           ADD WS-NETO TO WS-TOTAL-GENERAL.
           ADD 1 TO WS-CONT-LIC-PAGAS.
           ADD ALMACENA TO WS-TOTAL-LIC-PAGAS.
      * CADA CONCEPTO DEL BRUTO COMBINADO MENOS LO YA RETENIDO EN LA
      * FILA SEMANAL; SI EL SALTO DE TRAMO SUPERA EL IMPORTE DE LA
      * LICENCIA, EL EXCESO SE DESCUENTA DEL IMPUESTO, LUEGO DE LA
      * SEGURIDAD SOCIAL Y LUEGO DE LA CUOTA SINDICAL.
       DESCONTAR-DEDUCC-SEMANA.
           COMPUTE WS-DIF-CONCEPTO = WS-IMPUESTO - WS-SEM-IMPUESTO.
           IF WS-DIF-CONCEPTO < ZERO
               MOVE ZERO TO WS-DIF-CONCEPTO
           END-IF.
           MOVE WS-DIF-CONCEPTO TO WS-IMPUESTO.
           COMPUTE WS-DIF-CONCEPTO = WS-SEGSOC - WS-SEM-SEGSOC.
           IF WS-DIF-CONCEPTO < ZERO
               MOVE ZERO TO WS-DIF-CONCEPTO
           END-IF.
           MOVE WS-DIF-CONCEPTO TO WS-SEGSOC.
           COMPUTE WS-DIF-CONCEPTO = WS-SINDICATO - WS-SEM-SINDICATO.
           IF WS-DIF-CONCEPTO < ZERO
               MOVE ZERO TO WS-DIF-CONCEPTO
           END-IF.
           MOVE WS-DIF-CONCEPTO TO WS-SINDICATO.
           COMPUTE WS-EXCESO = WS-IMPUESTO + WS-SEGSOC + WS-SINDICATO
               - ALMACENA.
           IF WS-EXCESO > ZERO
               PERFORM RECORTAR-EXCESO
           END-IF.
           COMPUTE WS-TOTAL-DEDUCCIONES =
               WS-IMPUESTO + WS-SEGSOC + WS-SINDICATO.
           COMPUTE WS-NETO = ALMACENA - WS-TOTAL-DEDUCCIONES.
       RECORTAR-EXCESO.
           IF WS-EXCESO > WS-IMPUESTO
               SUBTRACT WS-IMPUESTO FROM WS-EXCESO
               MOVE ZERO TO WS-IMPUESTO
           ELSE
               SUBTRACT WS-EXCESO FROM WS-IMPUESTO
               MOVE ZERO TO WS-EXCESO
           END-IF.
           IF WS-EXCESO > WS-SEGSOC
               SUBTRACT WS-SEGSOC FROM WS-EXCESO
               MOVE ZERO TO WS-SEGSOC
           ELSE
               SUBTRACT WS-EXCESO FROM WS-SEGSOC
               MOVE ZERO TO WS-EXCESO
           END-IF.
           IF WS-EXCESO > WS-SINDICATO
               MOVE ZERO TO WS-SINDICATO
           ELSE
               SUBTRACT WS-EXCESO FROM WS-SINDICATO
           END-IF.
      * LOS SIETE DIAS DE LA SEMANA PEDIDA, DEL LUNES AL DIA DE FIN
      * DE SEMANA, SE ARMAN UNA VEZ POR CORRIDA.
       ARMAR-DIAS-SEMANA.
           MOVE WS-SEMANA-PEDIDA TO WS-FECHA-TRABAJO.
           MOVE 7 TO WS-SEM-IX.
           PERFORM ANOTAR-DIA-SEMANA UNTIL WS-SEM-IX = ZERO.
       ANOTAR-DIA-SEMANA.
           MOVE WS-FECHA-TRABAJO TO SD-FECHA (WS-SEM-IX).
           PERFORM RESTAR-UN-DIA.
           SUBTRACT 1 FROM WS-SEM-IX.
      * UN DIA DE LA SEMANA ES DE LICENCIA SI CAE DESDE EL INICIO Y
      * ANTES DEL RETORNO (O LA LICENCIA SIGUE ABIERTA). ES PAGO SI
      * EL TIPO TIENE REGLA DE PAGO EN TIPOSLIC.DAT Y NO PASA EL TOPE
      * DE DIAS CONTADOS DESDE EL INICIO DE ESA LICENCIA; UN DIA QUE
      * DOS LICENCIAS CUBREN SE CUENTA UNA SOLA VEZ.
       CALCULAR-LICENCIA-SEMANA.
           MOVE ZERO TO WS-LIC-DIAS-SEMANA.
           MOVE ZERO TO WS-LIC-DIAS-PAGOS.
           MOVE ZERO TO WS-LIC-PCT-DIAS.
           MOVE ZERO TO WS-PROMEDIO-HORAS.
           MOVE SPACES TO WS-LIC-TIPO-PAGO.
           MOVE 1 TO WS-SEM-IX.
           PERFORM LIMPIAR-DIA-SEMANA UNTIL WS-SEM-IX > 7.
           MOVE "N" TO WS-FIN-LICENCIAS.
           MOVE EMPLEADOS-ID TO LIC-ID.
           MOVE ZERO TO LIC-FECHA-INICIO.
           START LICENCIAS-ARCHIVO
               KEY IS NOT LESS THAN LIC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LICENCIAS
           END-START.
           IF NOT FIN-LICENCIAS
               PERFORM LEER-LICENCIA
               PERFORM REVISAR-LICENCIA UNTIL FIN-LICENCIAS
           END-IF.
           IF WS-LIC-DIAS-PAGOS > ZERO
               PERFORM CALCULAR-PROMEDIO-HORAS
           END-IF.
       LIMPIAR-DIA-SEMANA.
           MOVE "N" TO SD-LICENCIA (WS-SEM-IX).
           ADD 1 TO WS-SEM-IX.
       LEER-LICENCIA.
           READ LICENCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LICENCIAS
           END-READ.
       REVISAR-LICENCIA.
           IF LIC-ID NOT = EMPLEADOS-ID
               MOVE "S" TO WS-FIN-LICENCIAS
           ELSE
               IF LIC-FECHA-INICIO NOT > SD-FECHA (7)
                  AND (LIC-ABIERTA
                       OR LIC-FECHA-RETORNO > SD-FECHA (1))
                   PERFORM BUSCAR-REGLA-LICENCIA
                   PERFORM CONTAR-DIAS-PREVIOS
                   MOVE 1 TO WS-SEM-IX
                   PERFORM MARCAR-DIA-LICENCIA UNTIL WS-SEM-IX > 7
               END-IF
               PERFORM LEER-LICENCIA
           END-IF.
      * SIN FILA EN TIPOSLIC.DAT EL TIPO NO SE PAGA, COMO SIN GOCE.
       BUSCAR-REGLA-LICENCIA.
           MOVE ZERO TO WS-LIC-PCT.
           MOVE ZERO TO WS-LIC-TOPE.
           MOVE LIC-TIPO TO TLI-TIPO.
           READ TIPOS-LICENCIA-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                   WHEN TLI-PROMEDIO-COMPLETO
                       MOVE 100 TO WS-LIC-PCT
                   WHEN TLI-PORCENTAJE-PROMEDIO
                       MOVE TLI-PORCENTAJE TO WS-LIC-PCT
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                   MOVE TLI-DIAS-MAX TO WS-LIC-TOPE
           END-READ.
      * LOS DIAS DE LA LICENCIA ANTERIORES A LA SEMANA SOLO IMPORTAN
      * PARA EL TOPE; SE CUENTAN HASTA PASARLO.
       CONTAR-DIAS-PREVIOS.
           MOVE ZERO TO WS-ORDINAL.
           IF WS-LIC-TOPE > ZERO AND WS-LIC-PCT > ZERO
              AND LIC-FECHA-INICIO < SD-FECHA (1)
               MOVE LIC-FECHA-INICIO TO WS-FECHA-TRABAJO
               PERFORM CONTAR-DIA-PREVIO
                   UNTIL WS-FECHA-TRABAJO NOT < SD-FECHA (1)
                   OR WS-ORDINAL > WS-LIC-TOPE
           END-IF.
       CONTAR-DIA-PREVIO.
           ADD 1 TO WS-ORDINAL.
           PERFORM SUMAR-UN-DIA.
       MARCAR-DIA-LICENCIA.
           IF SD-FECHA (WS-SEM-IX) NOT < LIC-FECHA-INICIO
              AND (LIC-ABIERTA
                   OR SD-FECHA (WS-SEM-IX) < LIC-FECHA-RETORNO)
               ADD 1 TO WS-ORDINAL
               IF SD-LICENCIA (WS-SEM-IX) = "N"
                   MOVE "S" TO SD-LICENCIA (WS-SEM-IX)
                   ADD 1 TO WS-LIC-DIAS-SEMANA
                   IF WS-LIC-PCT > ZERO
                      AND (WS-LIC-TOPE = ZERO
                           OR WS-ORDINAL NOT > WS-LIC-TOPE)
                       ADD 1 TO WS-LIC-DIAS-PAGOS
                       ADD WS-LIC-PCT TO WS-LIC-PCT-DIAS
                       MOVE LIC-TIPO TO WS-LIC-TIPO-PAGO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-SEM-IX.
      * EL PROMEDIO SALE DE LAS ULTIMAS LICENCIA-SEMANAS SEMANAS
      * PAGADAS ANTES DE LA PEDIDA (FILAS SEMANALES; UNA SEMANA
      * REVERSADA SIN RE-LIQUIDAR NO CUENTA). LAS SEMANAS DE LICENCIA
      * PAGA NO ENTRAN, ASI LA LICENCIA NO SE PROMEDIA CONSIGO MISMA.
       CALCULAR-PROMEDIO-HORAS.
           MOVE ZERO TO WS-HIS-USADOS.
           MOVE "N" TO WS-FIN-PROMEDIO.
           MOVE EMPLEADOS-ID TO PAGO-ID.
           MOVE ZERO TO PAGO-FECHA.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PROMEDIO
           END-START.
           IF NOT FIN-PROMEDIO
               PERFORM LEER-PAGO-PROMEDIO
               PERFORM GUARDAR-SEMANA-PROMEDIO UNTIL FIN-PROMEDIO
           END-IF.
           MOVE ZERO TO WS-HIS-TOMADAS.
           MOVE ZERO TO WS-HIS-SUMA.
           MOVE WS-HIS-USADOS TO WS-HIS-IX.
           PERFORM TOMAR-SEMANA-PROMEDIO
               UNTIL WS-HIS-IX = ZERO
               OR WS-HIS-TOMADAS = WS-PARAM-SEMANAS-LIC.
           IF WS-HIS-TOMADAS > ZERO
               COMPUTE WS-PROMEDIO-HORAS ROUNDED =
                   WS-HIS-SUMA / WS-HIS-TOMADAS
           END-IF.
       LEER-PAGO-PROMEDIO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PROMEDIO
           END-READ.
           IF NOT FIN-PROMEDIO AND PAGO-ID NOT = EMPLEADOS-ID
               MOVE "S" TO WS-FIN-PROMEDIO
           END-IF.
       GUARDAR-SEMANA-PROMEDIO.
           IF (PAGO-SEMANAL OR PAGO-REVERSO)
              AND PAGO-SEMANA-FIN NUMERIC
              AND PAGO-SEMANA-FIN NOT = ZERO
              AND PAGO-SEMANA-FIN < WS-SEMANA-PEDIDA
               PERFORM BUSCAR-SEMANA-PROMEDIO
               IF PAGO-SEMANAL
                   IF NOT HIS-HALLADA
                       PERFORM AGREGAR-SEMANA-PROMEDIO
                   END-IF
                   COMPUTE HIS-HORAS (WS-HIS-IX) =
                       PAGO-HORAS-NORMALES + PAGO-HORAS-EXTRA-DIA
                       + PAGO-HORAS-EXTRA-SEM
                   ADD 1 TO HIS-VIVAS (WS-HIS-IX)
               ELSE
                   IF HIS-HALLADA
                       SUBTRACT 1 FROM HIS-VIVAS (WS-HIS-IX)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-PAGO-PROMEDIO.
       BUSCAR-SEMANA-PROMEDIO.
           MOVE "N" TO WS-HIS-HALLADA.
           MOVE 1 TO WS-HIS-IX.
           PERFORM COMPARAR-SEMANA-PROMEDIO
               UNTIL HIS-HALLADA OR WS-HIS-IX > WS-HIS-USADOS.
       COMPARAR-SEMANA-PROMEDIO.
           IF HIS-SEMANA (WS-HIS-IX) = PAGO-SEMANA-FIN
               MOVE "S" TO WS-HIS-HALLADA
           ELSE
               ADD 1 TO WS-HIS-IX
           END-IF.
      * CON LA TABLA LLENA SE DESCARTA LA SEMANA MAS VIEJA.
       AGREGAR-SEMANA-PROMEDIO.
           IF WS-HIS-USADOS = 60
               MOVE 1 TO WS-HIS-IX
               PERFORM CORRER-SEMANA-PROMEDIO UNTIL WS-HIS-IX = 60
           ELSE
               ADD 1 TO WS-HIS-USADOS
           END-IF.
           MOVE WS-HIS-USADOS TO WS-HIS-IX.
           MOVE PAGO-SEMANA-FIN TO HIS-SEMANA (WS-HIS-IX).
           MOVE ZERO TO HIS-HORAS (WS-HIS-IX).
           MOVE ZERO TO HIS-VIVAS (WS-HIS-IX).
       CORRER-SEMANA-PROMEDIO.
           MOVE WS-HIS-ENTRADA (WS-HIS-IX + 1)
               TO WS-HIS-ENTRADA (WS-HIS-IX).
           ADD 1 TO WS-HIS-IX.
       TOMAR-SEMANA-PROMEDIO.
           IF HIS-VIVAS (WS-HIS-IX) > ZERO
               ADD HIS-HORAS (WS-HIS-IX) TO WS-HIS-SUMA
               ADD 1 TO WS-HIS-TOMADAS
           END-IF.
           SUBTRACT 1 FROM WS-HIS-IX.
       SUMAR-UN-DIA.
           PERFORM DIAS-DEL-MES.
           IF WS-TRA-DD < WS-DIAS-DEL-MES
               ADD 1 TO WS-TRA-DD
           ELSE
               MOVE 1 TO WS-TRA-DD
               IF WS-TRA-MM < 12
                   ADD 1 TO WS-TRA-MM
               ELSE
                   MOVE 1 TO WS-TRA-MM
                   ADD 1 TO WS-TRA-AAAA
               END-IF
           END-IF.
       RESTAR-UN-DIA.
           IF WS-TRA-DD > 1
               SUBTRACT 1 FROM WS-TRA-DD
           ELSE
               IF WS-TRA-MM > 1
                   SUBTRACT 1 FROM WS-TRA-MM
               ELSE
                   MOVE 12 TO WS-TRA-MM
                   SUBTRACT 1 FROM WS-TRA-AAAA
               END-IF
               PERFORM DIAS-DEL-MES
               MOVE WS-DIAS-DEL-MES TO WS-TRA-DD
           END-IF.
       DIAS-DEL-MES.
           EVALUATE WS-TRA-MM
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
               MOVE 31 TO WS-DIAS-DEL-MES
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO WS-DIAS-DEL-MES
           WHEN OTHER
               PERFORM DIAS-DE-FEBRERO
           END-EVALUATE.
       DIAS-DE-FEBRERO.
           MOVE 28 TO WS-DIAS-DEL-MES.
           DIVIDE WS-TRA-AAAA BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = ZERO
               MOVE 29 TO WS-DIAS-DEL-MES
           END-IF.
           DIVIDE WS-TRA-AAAA BY 100 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = ZERO
               MOVE 28 TO WS-DIAS-DEL-MES
               DIVIDE WS-TRA-AAAA BY 400 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WS-DIAS-DEL-MES
               END-IF
           END-IF.
      * LAS DEDUCCIONES RECURRENTES DEL EMPLEADO (EMBARGOS,
      * ANTICIPOS) SE APLICAN DESPUES DE LAS LEGALES, EN ORDEN DE
      * PRIORIDAD, SIN PASAR EL SALDO PENDIENTE NI DEJAR EL NETO
      * ABONA EL NETO POR PAGAR Y CADA CONCEPTO RETENIDO; EL
      * DEPARTAMENTO SE VALIDA UNA VEZ CONTRA DEPT.DAT.
       ACUMULAR-POLIZA.
           COMPUTE WS-POL-CARGO = ALMACENA + WS-ADIC-EXENTO.
           ADD WS-POL-CARGO TO WS-POL-BRUTO.
           ADD WS-OTRAS TO WS-POL-OTRAS.
           ADD WS-IMPUESTO TO WS-POL-IMPUESTO.
           ADD WS-SEGSOC TO WS-POL-SEGSOC.
           ADD WS-SINDICATO TO WS-POL-SINDICATO.
           PERFORM CALCULAR-PATRONAL.
           ADD WS-PAT-SEGSOC TO WS-POL-PAT-SEGSOC.
           ADD WS-PAT-ACCIDENTES TO WS-POL-PAT-ACCIDENTES.
           ADD WS-PAT-FONDO TO WS-POL-PAT-FONDO.
           ADD WS-PAT-TOTAL TO WS-POL-PATRONAL.
           IF WS-REP-USADOS = ZERO
               MOVE 1 TO WS-REP-USADOS
               MOVE EMPLEADOS-DEPTO TO REP-DEPTO (1)
               MOVE WS-HORAS TO REP-HORAS (1)
           END-IF.
           MOVE WS-POL-CARGO TO WS-CARGO-RESTO.
           MOVE WS-PAT-TOTAL TO WS-PATRONAL-RESTO.
           MOVE 1 TO WS-REP-IX.
           PERFORM REPARTIR-CARGO UNTIL WS-REP-IX > WS-REP-USADOS.
      * EL GASTO SE REPARTE ENTRE LOS DEPARTAMENTOS DONDE SE
      * TRABAJARON LAS HORAS, EN PROPORCION A ELLAS; EL ULTIMO
      * DEPARTAMENTO LLEVA LO QUE QUEDA, ASI LA SUMA CUADRA CON LA
      * LIQUIDACION AL CENTAVO.
       REPARTIR-CARGO.
           IF WS-REP-IX = WS-REP-USADOS
               MOVE WS-CARGO-RESTO TO WS-CARGO-PARTE
               MOVE WS-PATRONAL-RESTO TO WS-PATRONAL-PARTE
           ELSE
               COMPUTE WS-CARGO-PARTE ROUNDED =
                   WS-POL-CARGO * REP-HORAS (WS-REP-IX) / WS-HORAS
               COMPUTE WS-PATRONAL-PARTE ROUNDED =
                   WS-PAT-TOTAL * REP-HORAS (WS-REP-IX) / WS-HORAS
               SUBTRACT WS-CARGO-PARTE FROM WS-CARGO-RESTO
               SUBTRACT WS-PATRONAL-PARTE FROM WS-PATRONAL-RESTO
           END-IF.
           MOVE REP-DEPTO (WS-REP-IX) TO WS-DEPTO-CARGO.
           PERFORM CARGAR-DEPTO-POLIZA.
           ADD 1 TO WS-REP-IX.
       CARGAR-DEPTO-POLIZA.
           MOVE "N" TO WS-DEP-HALLADO.
           MOVE 1 TO WS-DEP-IX.
           PERFORM COMPARAR-DEPTO-POLIZA
               IF WS-DEP-USADOS < 50
                   ADD 1 TO WS-DEP-USADOS
                   MOVE WS-DEP-USADOS TO WS-DEP-IX
                   MOVE WS-DEPTO-CARGO
                       TO DEP-CODIGO-POL (WS-DEP-IX)
                   MOVE ZERO TO DEP-BRUTO (WS-DEP-IX)
                   MOVE ZERO TO DEP-PATRONAL (WS-DEP-IX)
                   PERFORM VALIDAR-DEPTO-POLIZA
                   MOVE "S" TO WS-DEP-HALLADO
               END-IF
           END-IF.
           IF DEP-HALLADO
               ADD WS-CARGO-PARTE TO DEP-BRUTO (WS-DEP-IX)
               ADD WS-PATRONAL-PARTE TO DEP-PATRONAL (WS-DEP-IX)
           END-IF.
      * EL COSTO PATRONAL DE LA LIQUIDACION: CADA TASA SOBRE EL BRUTO
      * GRAVADO, REDONDEADA POR CONCEPTO (LA MISMA REGLA QUE USA LA
      * DECLARACION REMPAT.DAT DE REMESAS-DEDUCCIONES).
       CALCULAR-PATRONAL.
           MOVE ZERO TO WS-PAT-SEGSOC.
           MOVE ZERO TO WS-PAT-ACCIDENTES.
           MOVE ZERO TO WS-PAT-FONDO.
           MOVE 1 TO WS-PIX.
           PERFORM APLICAR-PATRONAL UNTIL WS-PIX > WS-PAT-USADAS.
           COMPUTE WS-PAT-TOTAL =
               WS-PAT-SEGSOC + WS-PAT-ACCIDENTES + WS-PAT-FONDO.
       APLICAR-PATRONAL.
           COMPUTE WS-PAT-MONTO ROUNDED =
               ALMACENA * PATT-PORCENTAJE (WS-PIX) / 100.
           EVALUATE PATT-TIPO (WS-PIX)
           WHEN "S"
               ADD WS-PAT-MONTO TO WS-PAT-SEGSOC
           WHEN "A"
               ADD WS-PAT-MONTO TO WS-PAT-ACCIDENTES
           WHEN "F"
               ADD WS-PAT-MONTO TO WS-PAT-FONDO
           END-EVALUATE.
           ADD 1 TO WS-PIX.
       COMPARAR-DEPTO-POLIZA.
           IF DEP-CODIGO-POL (WS-DEP-IX) = WS-DEPTO-CARGO
               MOVE "S" TO WS-DEP-HALLADO
           ELSE
               ADD 1 TO WS-DEP-IX
           END-IF.
       VALIDAR-DEPTO-POLIZA.
           MOVE "N" TO DEP-VALIDO (WS-DEP-IX).
           IF WS-DEPTO-CARGO NOT = SPACES
               MOVE WS-DEPTO-CARGO TO DEPTO-CODIGO
               READ DEPTO-ARCHIVO
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO " WS-DEPTO-CARGO
                           " NO ESTA EN DEPT.DAT, EL CARGO VA "
                           "MARCADO EN LA POLIZA."
                   NOT INVALID KEY
           MOVE "OTRAS RETENCIONES" TO POL-CUENTA.
           MOVE WS-POL-OTRAS TO WS-POL-MONTO.
           PERFORM GRABAR-ABONO.
      * LAS CARGAS SOCIALES PATRONALES VAN AL GASTO DE CADA
      * DEPARTAMENTO CONTRA UN PASIVO POR CONCEPTO A DECLARAR.
           IF WS-POL-PATRONAL > ZERO
               MOVE 1 TO WS-DEP-IX
               PERFORM GRABAR-PATRONAL-DEPTO
                   UNTIL WS-DEP-IX > WS-DEP-USADOS
               MOVE "SEG. SOCIAL PATRONAL" TO POL-CUENTA
               MOVE WS-POL-PAT-SEGSOC TO WS-POL-MONTO
               PERFORM GRABAR-ABONO
               MOVE "SEGURO DE ACCIDENTES" TO POL-CUENTA
               MOVE WS-POL-PAT-ACCIDENTES TO WS-POL-MONTO
               PERFORM GRABAR-ABONO
               MOVE "FONDO SINDICAL PATRON." TO POL-CUENTA
               MOVE WS-POL-PAT-FONDO TO WS-POL-MONTO
               PERFORM GRABAR-ABONO
           END-IF.
           IF WS-POL-DEBE = WS-POL-HABER
               DISPLAY "POLIZA EN POLIZA.DAT CUADRADA POR "
                   WS-POL-DEBE
           WRITE POLIZA-LINEA.
           ADD DEP-BRUTO (WS-DEP-IX) TO WS-POL-DEBE.
           ADD 1 TO WS-DEP-IX.
       GRABAR-PATRONAL-DEPTO.
           MOVE WS-FECHA-PAGO TO POL-FECHA.
           IF DEP-VALIDO (WS-DEP-IX) = "S"
               MOVE "CARGAS SOCIALES" TO POL-CUENTA
           ELSE
               MOVE "CARGAS SOC. (DEPTO ?)" TO POL-CUENTA
           END-IF.
           MOVE DEP-CODIGO-POL (WS-DEP-IX) TO POL-DEPTO.
           MOVE DEP-PATRONAL (WS-DEP-IX) TO POL-DEBE.
           MOVE ZERO TO POL-HABER.
           MOVE WS-LINEA-POLIZA TO POLIZA-LINEA.
           WRITE POLIZA-LINEA.
           ADD DEP-PATRONAL (WS-DEP-IX) TO WS-POL-DEBE.
           ADD 1 TO WS-DEP-IX.
       GRABAR-ABONO.
           MOVE WS-FECHA-PAGO TO POL-FECHA.
           MOVE SPACES TO POL-DEPTO.
      * REGIA ESA SEMANA Y NO LA MAS NUEVA.
       BUSCAR-TARIFA-SEMANA.
           MOVE "N" TO WS-HAY-TARIFA.
           MOVE SPACE TO WS-CLASE-TARIFA.
           MOVE "N" TO WS-FIN-TARIFAS.
           MOVE EMPLEADOS-ID TO TARIFA-ID.
           MOVE ZERO TO TARIFA-VIGENCIA.
               MOVE "S" TO WS-FIN-TARIFAS
           ELSE
               MOVE TARIFA-HORA TO WS-TASA
               MOVE TARIFA-CLASE TO WS-CLASE-TARIFA
               MOVE "S" TO WS-HAY-TARIFA
               PERFORM LEER-TARIFA
           END-IF.
           ACCEPT WS-FECHA-PAGO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PAGO TO PAGO-FECHA.
           MOVE ALMACENA TO PAGO-BRUTO.
      * LO EXENTO SE PAGA FUERA DE LA BASE GRAVADA, COMO AJUSTE
      * NEGATIVO DE LAS DEDUCCIONES (IGUAL QUE EL BONO DE NOMINA.CBL).
           COMPUTE PAGO-DEDUCCIONES =
               WS-TOTAL-DEDUCCIONES - WS-ADIC-EXENTO.
           MOVE WS-IMPUESTO TO PAGO-IMPUESTO.
           MOVE WS-SEGSOC TO PAGO-SEGSOC.
           MOVE WS-SINDICATO TO PAGO-SINDICATO.
           MOVE WS-HORAS-NORMALES TO PAGO-HORAS-NORMALES.
           MOVE WS-HORAS-EXTRA-DIA TO PAGO-HORAS-EXTRA-DIA.
           MOVE WS-HORAS-EXTRA-SEM TO PAGO-HORAS-EXTRA-SEM.
           MOVE WS-TIPO-PAGO TO PAGO-TIPO.
           MOVE WS-SEMANA-PEDIDA TO PAGO-SEMANA-FIN.
           MOVE ZERO TO PAGO-FECHA-REF.
           MOVE ZERO TO PAGO-SECUENCIA-REF.
           MOVE SPACE TO PAGO-TIPO-REF.
           MOVE WS-MOTIVO-PAGO TO PAGO-MOTIVO.
           MOVE WS-OTRAS TO PAGO-OTRAS-DEDUCC.
           PERFORM GRABAR-PAGO.
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
      * LAS FILAS DE LA SEMANA PEDIDA SE ORDENAN UNA SOLA VEZ POR
      * HORAS-ID EN HORASEM.TMP; COMO EMP.DAT SE LEE EN ORDEN DE
      * EMPLEADOS-ID, LAS DOS SECUENCIAS SE RECORREN JUNTAS Y
      * HORAS.DAT YA NO SE RELEE POR CADA EMPLEADO. VAN TODAS LAS
      * FILAS DE LA SEMANA, NO SOLO LAS APROBADAS, PARA QUE UNA
      * PENDIENTE O RECHAZADA SIGA CONTANDO COMO SIN APROBAR.
       ORDENAR-HORAS.
           SORT HORAS-CLASIFICA
               ON ASCENDING KEY CLASIFICA-ID
               INPUT PROCEDURE IS SELECCIONAR-HORAS
               GIVING HORAS-SEMANA.
       SELECCIONAR-HORAS.
           MOVE "N" TO WS-FIN-RECUENTO.
           OPEN INPUT HORAS-ARCHIVO.
           PERFORM LEER-PARA-RECUENTO.
           PERFORM ELEGIR-FILA-SEMANA UNTIL FIN-RECUENTO.
           CLOSE HORAS-ARCHIVO.
       ELEGIR-FILA-SEMANA.
           IF HORAS-ID NOT = "*CTL*"
              AND HORAS-SEMANA-FIN = WS-SEMANA-PEDIDA
               MOVE HORAS-REGISTRO TO CLASIFICA-REGISTRO
               RELEASE CLASIFICA-REGISTRO
               ADD 1 TO WS-CONT-HORAS-SEMANA
           END-IF.
           PERFORM LEER-PARA-RECUENTO.
      * LAS FILAS DE IDS QUE NO ESTAN EN EMP.DAT (O QUE QUEDARON
      * ATRAS POR UN EMPLEADO TERMINADO O MENSUAL) SE SALTAN
      * HASTA ALCANZAR AL EMPLEADO QUE SE LIQUIDA.
       SUMAR-HORAS.
           MOVE ZERO TO WS-HORAS.
           MOVE "N" TO WS-HAY-SIN-APROBAR.
           MOVE ZERO TO WS-HORAS-NORMALES.
           MOVE ZERO TO WS-HORAS-EXTRA-DIA.
           MOVE ZERO TO WS-HORAS-EXTRA-SEM.
           MOVE ZERO TO WS-SUMA-DIAS.
           MOVE ZERO TO WS-REP-USADOS.
           PERFORM LEER-HORAS
               UNTIL FIN-HORAS OR ORDEN-ID NOT < EMPLEADOS-ID.
           PERFORM ACUMULAR-HORAS
               UNTIL FIN-HORAS OR ORDEN-ID NOT = EMPLEADOS-ID.
           MOVE 1 TO WS-DIA-IX.
           PERFORM REPARTIR-DIA UNTIL WS-DIA-IX > 7.
           PERFORM REPARTIR-EXTRA-SEMANA.
       LEER-HORAS.
           READ HORAS-SEMANA
               AT END MOVE "S" TO WS-FIN-HORAS
           END-READ.
      * SOLO LAS FILAS APROBADAS EN APRHORAS.CBL SE PAGAN; UNA FILA
      * PENDIENTE O RECHAZADA SOLO LEVANTA LA BANDERA PARA CONTARLA
      * COMO MOTIVO DE SALTO.
      * LAS LINEAS DE LA SEMANA (UNA POR DEPARTAMENTO DONDE SE
      * TRABAJO) SE SUMAN DIA POR DIA; LOS TOPES SE APLICAN DESPUES
      * SOBRE LA SUMA, NO LINEA POR LINEA.
       ACUMULAR-HORAS.
           IF ORDEN-APROBADA
               ADD ORDEN-TOTAL TO WS-HORAS
               MOVE 1 TO WS-DIA-IX
               PERFORM SUMAR-DIA UNTIL WS-DIA-IX > 7
               IF ORDEN-TOTAL > ZERO
                   PERFORM ANOTAR-REPARTO
               END-IF
           ELSE
               MOVE "S" TO WS-HAY-SIN-APROBAR
           END-IF.
           PERFORM LEER-HORAS.
       SUMAR-DIA.
           ADD ORDEN-DIA (WS-DIA-IX) TO WS-SUMA-DIA (WS-DIA-IX).
           ADD 1 TO WS-DIA-IX.
      * HORAS POR DEPARTAMENTO PARA REPARTIR LA POLIZA; UNA LINEA
      * SIN DEPARTAMENTO ES DEL DEPARTAMENTO PROPIO. SI LA TABLA SE
      * LLENA, EL RESTO VA A LA PRIMERA LINEA.
       ANOTAR-REPARTO.
           IF ORDEN-DEPTO = SPACES
               MOVE EMPLEADOS-DEPTO TO WS-DEPTO-CARGO
           ELSE
               MOVE ORDEN-DEPTO TO WS-DEPTO-CARGO
           END-IF.
           MOVE 1 TO WS-REP-IX.
           PERFORM BUSCAR-REPARTO
               UNTIL WS-REP-IX > WS-REP-USADOS
               OR REP-DEPTO (WS-REP-IX) = WS-DEPTO-CARGO.
           IF WS-REP-IX > WS-REP-USADOS
               IF WS-REP-USADOS < 10
                   ADD 1 TO WS-REP-USADOS
                   MOVE WS-REP-USADOS TO WS-REP-IX
                   MOVE WS-DEPTO-CARGO TO REP-DEPTO (WS-REP-IX)
                   MOVE ZERO TO REP-HORAS (WS-REP-IX)
               ELSE
                   MOVE 1 TO WS-REP-IX
               END-IF
           END-IF.
           ADD ORDEN-TOTAL TO REP-HORAS (WS-REP-IX).
       BUSCAR-REPARTO.
           ADD 1 TO WS-REP-IX.
       REPARTIR-DIA.
           IF WS-SUMA-DIA (WS-DIA-IX) > WS-PARAM-TOPE-DIA
               ADD WS-PARAM-TOPE-DIA TO WS-HORAS-NORMALES
               COMPUTE WS-HORAS-EXTRA-DIA = WS-HORAS-EXTRA-DIA
                   + WS-SUMA-DIA (WS-DIA-IX) - WS-PARAM-TOPE-DIA
           ELSE
               ADD WS-SUMA-DIA (WS-DIA-IX) TO WS-HORAS-NORMALES
           END-IF.
           ADD 1 TO WS-DIA-IX.
      * LO QUE EXCEDE EL TOPE SEMANAL SALE DEL BLOQUE NORMAL (LAS
           MOVE WS-NETO TO DET-NETO.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-REGISTRO.
           PERFORM GRABAR-LINEA-REGISTRO.
      * LAS NOVEDADES DE PAGO APROBADAS Y SIN PAGAR DEL EMPLEADO HASTA
      * LA SEMANA PEDIDA ENTRAN EN ESTA LIQUIDACION; LAS DE UNA SEMANA
      * EN QUE EL EMPLEADO NO SE LIQUIDO QUEDAN PARA LA SIGUIENTE.
       SUMAR-ADICIONALES.
           MOVE ZERO TO WS-ADIC-GRAVADO.
           MOVE ZERO TO WS-ADIC-EXENTO.
           MOVE ZERO TO WS-ADIC-EMPLEADO.
           PERFORM POSICIONAR-ADICIONALES.
           PERFORM ACUMULAR-ADICIONAL UNTIL FIN-ADICIONALES.
       POSICIONAR-ADICIONALES.
           MOVE "N" TO WS-FIN-ADICIONALES.
           MOVE EMPLEADOS-ID TO NVD-ID.
           MOVE ZERO TO NVD-SEMANA-FIN.
           MOVE SPACES TO NVD-CONCEPTO.
           START NOVEDADES-ARCHIVO
               KEY IS NOT LESS THAN NVD-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ADICIONALES
           END-START.
           IF NOT FIN-ADICIONALES
               PERFORM LEER-ADICIONAL
           END-IF.
       LEER-ADICIONAL.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-ADICIONALES
           END-READ.
           IF NOT FIN-ADICIONALES
               IF NVD-ID NOT = EMPLEADOS-ID
                  OR NVD-SEMANA-FIN > WS-SEMANA-PEDIDA
                   MOVE "S" TO WS-FIN-ADICIONALES
               END-IF
           END-IF.
       ACUMULAR-ADICIONAL.
           IF NVD-APROBADA AND NVD-POR-PAGAR
               IF NVD-EXENTO
                   ADD NVD-IMPORTE TO WS-ADIC-EXENTO
               ELSE
                   ADD NVD-IMPORTE TO WS-ADIC-GRAVADO
               END-IF
               ADD 1 TO WS-ADIC-EMPLEADO
           END-IF.
           PERFORM LEER-ADICIONAL.
      * CADA NOVEDAD PAGADA LLEVA SU LINEA EN EL REGISTRO Y, EN UNA
      * CORRIDA REAL CON LA FILA DE PAGOHIST.DAT GRABADA, QUEDA
      * MARCADA PAGADA CON LA FECHA Y SECUENCIA DE ESA FILA.
       ASENTAR-ADICIONALES.
           PERFORM POSICIONAR-ADICIONALES.
           PERFORM ASENTAR-ADICIONAL UNTIL FIN-ADICIONALES.
       ASENTAR-ADICIONAL.
           IF NVD-APROBADA AND NVD-POR-PAGAR
               IF NVD-EXENTO
                   MOVE "EXENTO  " TO ADI-CLASE
               ELSE
                   MOVE "GRAVADO " TO ADI-CLASE
               END-IF
               MOVE NVD-CONCEPTO TO ADI-CONCEPTO
               MOVE NVD-IMPORTE TO ADI-IMPORTE
               MOVE WS-LINEA-ADICIONAL TO NOV-TEXTO
               PERFORM GRABAR-NOVEDAD
               ADD 1 TO WS-CONT-ADICIONALES
               ADD NVD-IMPORTE TO WS-TOTAL-ADICIONALES
               IF NOT MODO-SIMULACION AND PAGO-GRABADO
                   PERFORM MARCAR-ADICIONAL
               END-IF
           END-IF.
           PERFORM LEER-ADICIONAL.
       MARCAR-ADICIONAL.
           SET NVD-PAGADA TO TRUE.
           MOVE PAGO-FECHA TO NVD-FECHA-PAGO.
           MOVE PAGO-SECUENCIA TO NVD-SECUENCIA-PAGO.
           REWRITE NOVEDAD-PAGO-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR PAGADA LA NOVEDAD "
                       NVD-CONCEPTO " DE " EMPLEADOS-ID
           END-REWRITE.
       GRABAR-NOVEDAD.
           MOVE EMPLEADOS-ID TO NOV-ID.
           MOVE WS-LINEA-NOVEDAD TO WS-LINEA-REGISTRO.
           DISPLAY "SALTADOS SIN TARIFA   : " WS-CONT-SIN-TARIFA.
           DISPLAY "SALTADOS SIN HORAS    : " WS-CONT-SIN-HORAS.
           DISPLAY "SALTADOS SIN APROBAR  : " WS-CONT-SIN-APROBAR.
           DISPLAY "SALTADOS MENSUALES    : " WS-CONT-MENSUALES.
           DISPLAY "EMPLEADOS LIQUIDADOS  : " WS-CONTADOR-EMPLEADOS.
           DISPLAY "TOTAL DE CONTROL NOMINA: " WS-TOTAL-GENERAL.
           DISPLAY "FILAS DE HORAS SEMANA : " WS-CONT-HORAS-SEMANA.
           DISPLAY "NOVEDADES PAGADAS     : " WS-CONT-ADICIONALES
               " POR " WS-TOTAL-ADICIONALES.
           DISPLAY "CARGAS PATRONALES     : " WS-POL-PATRONAL.
           DISPLAY "LICENCIAS PAGAS       : " WS-CONT-LIC-PAGAS
               " POR " WS-TOTAL-LIC-PAGAS.
           PERFORM CALCULAR-TIEMPO-CORRIDA.
           DISPLAY "TIEMPO TRANSCURRIDO   : " WS-TIEMPO-CORRIDA.
           IF MODO-SIMULACION
               DISPLAY "*** CORRIDA EN MODO SIMULACION: NADA SE "
                   "GRABO EN PAGOHIST NI REGPAGO (VER SIMULA.RPT) "
                   INTO WS-LINEA-REGISTRO
               END-STRING
               PERFORM GRABAR-LINEA-REGISTRO
           ELSE
               DISPLAY "REVISE LA VARIACION SEMANAL (OPCION 59) "
                   "ANTES DE LA DISPERSION BANCARIA."
           END-IF.
           IF ARCHIVO-DISPONIBLE
               CLOSE EMPLEADOS-ARCHIVO
           CLOSE TARIFAS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE RECURRENTES-ARCHIVO.
           CLOSE NOVEDADES-ARCHIVO.
           CLOSE LICENCIAS-ARCHIVO.
           CLOSE TIPOS-LICENCIA-ARCHIVO.
           CLOSE HORAS-SEMANA.
           IF MODO-SIMULACION
               CLOSE SIMULACION-REGISTRO
               CLOSE HISTORIA-PAGOS
           ELSE
               CLOSE REGISTRO-PAGOS
               CLOSE POLIZA-ARCHIVO
               CLOSE HISTORIA-PAGOS
           END-IF.
           GOBACK.
      * LA HORA DEL SISTEMA VUELVE A CERO A MEDIANOCHE: UNA CORRIDA
      * QUE LA CRUZA SUMA UN DIA DE SEGUNDOS AL TERMINO.
       CALCULAR-TIEMPO-CORRIDA.
           ACCEPT WS-HORA-TERMINO FROM TIME.
           COMPUTE WS-SEGUNDOS-INICIO = WS-INICIO-HH * 3600
               + WS-INICIO-MM * 60 + WS-INICIO-SS.
           COMPUTE WS-SEGUNDOS-TERMINO = WS-TERMINO-HH * 3600
               + WS-TERMINO-MM * 60 + WS-TERMINO-SS.
           IF WS-SEGUNDOS-TERMINO < WS-SEGUNDOS-INICIO
               ADD 86400 TO WS-SEGUNDOS-TERMINO
           END-IF.
           COMPUTE WS-SEGUNDOS-CORRIDA =
               WS-SEGUNDOS-TERMINO - WS-SEGUNDOS-INICIO.
           DIVIDE WS-SEGUNDOS-CORRIDA BY 3600
               GIVING WS-CORRIDA-HH REMAINDER WS-SEGUNDOS-CORRIDA.
           DIVIDE WS-SEGUNDOS-CORRIDA BY 60
               GIVING WS-CORRIDA-MM REMAINDER WS-CORRIDA-SS.
       END PROGRAM NOMINA-LOTE.

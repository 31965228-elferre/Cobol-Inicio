      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Annual payroll cost forecast for the union wage
      *          negotiations. Projects the next twelve months, from
      *          a requested first month, of the gross cost of every
      *          employee not terminated, at the rate in force today
      *          in tarifas.dat (status quo) and under up to three
      *          raise scenarios. A scenario is a list of rules in
      *          the masstarifa.cbl terms: a TARIFA-CATEGORIA (* for
      *          all of them), a percentage or flat raise (on the
      *          hourly rate, or on TARIFA-SUELDO-MES for the monthly
      *          staff) and the month it takes effect; rules of the
      *          same scenario compound in the order they are keyed.
      *          Hourly staff are projected on their average weekly
      *          normal and overtime hours over the last
      *          PROYECCION-SEMANAS weekly liquidations in
      *          pagohist.dat (default 13, reversed rows left out),
      *          overtime paid at PCT-EXTRA-DIA / PCT-EXTRA-SEMANA,
      *          a month being 52 / 12 weeks. Each month also accrues
      *          the aguinaldo (gross x DIAS-AGUINALDO / 365), the
      *          employer charges of patronal.dat on gross plus
      *          aguinaldo, and the deducc.dat withholdings on the
      *          weekly equivalent of the gross, the way NOMINA-
      *          MENSUAL places them. The scenarios print side by
      *          side with the status quo and their difference from
      *          it: month by month, by cost component, by category
      *          and by department, to proycost.rpt, archived in the
      *          report index. Nothing is written to tarifas.dat; the
      *          raise agreed is applied afterwards in TARIFAS-MASIVO.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION-COSTO.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TARIFA-CLAVE
       FILE STATUS IS WS-FILE-STATUS-TARIFA.

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

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "proycost.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO MAESTRO DE TARIFAS POR HORA
       FD TARIFAS-ARCHIVO.
           COPY TARREG.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * TABLA DE DEDUCCIONES (TRAMOS)
       FD DEDUCCIONES-ARCHIVO.
           COPY DEDREG.
      * TABLA DE CARGAS SOCIALES PATRONALES
       FD PATRONAL-ARCHIVO.
           COPY PATREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO DE IMPRESION DE LA PROYECCION
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  FIN-DE-TABLA PIC X.
           88 FIN-TABLA VALUE "S".
       01  FIN-DE-PATRONAL PIC X.
           88 FIN-PATRONAL VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-TARIFAS PIC X.
           88 FIN-TARIFAS VALUE "S".
       01  WS-FIN-PAGOS PIC X.
           88 FIN-PAGOS VALUE "S".
       01  WS-PARAM-PCT-DIA PIC 9(5) VALUE 150.
       01  WS-PARAM-PCT-SEMANA PIC 9(5) VALUE 200.
       01  WS-PARAM-DIAS-AGUI PIC 9(5) VALUE 15.
       01  WS-PARAM-SEMANAS PIC 9(5) VALUE 13.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-MES-INICIAL PIC 9(6).
       01  WS-MES-INICIAL-REDEF REDEFINES WS-MES-INICIAL.
           05 WS-INI-AAAA PIC 9(4).
           05 WS-INI-MM PIC 9(2).
       01  WS-MES-TRABAJO PIC 9(6).
       01  WS-MES-TRABAJO-REDEF REDEFINES WS-MES-TRABAJO.
           05 WS-MTR-AAAA PIC 9(4).
           05 WS-MTR-MM PIC 9(2).
       01  WS-TABLA-MESES.
           05 WS-MES-AAAAMM PIC 9(6) OCCURS 12 TIMES.
      * REGLAS DE LOS ESCENARIOS; LA COLUMNA 1 ES LA SITUACION ACTUAL
      * Y LA COLUMNA N + 1 EL ESCENARIO N.
       01  WS-ESC-USADOS PIC 9.
       01  WS-COLUMNAS PIC 9.
       01  WS-OTRO-ESCENARIO PIC X.
       01  WS-OTRA-REGLA PIC X.
       01  WS-REGLAS-ESCENARIO PIC 9(2).
       01  WS-REG-USADOS PIC 9(2).
       01  WS-REG-IX PIC 9(2).
       01  WS-TABLA-REGLAS.
           05 WS-REG-ENTRADA OCCURS 30 TIMES.
               10 REG-ESC PIC 9.
               10 REG-CATEGORIA PIC X(10).
               10 REG-TIPO PIC X(1).
               10 REG-VALOR PIC 9(3)V99.
               10 REG-MES PIC 9(6).
       01  WS-CATEGORIA-PEDIDA PIC X(10).
       01  WS-TIPO-PEDIDO PIC X(1).
       01  WS-VALOR-PEDIDO PIC 9(3)V99.
       01  WS-MES-PEDIDO PIC 9(6).
       01  WS-MES-PEDIDO-REDEF REDEFINES WS-MES-PEDIDO.
           05 WS-MPE-AAAA PIC 9(4).
           05 WS-MPE-MM PIC 9(2).
      * TRAMOS DE DEDUCCIONES Y TASA PATRONAL TOTAL
       01  WS-DED-USADAS PIC 99 VALUE ZERO.
       01  WS-DIX PIC 99.
       01  WS-TABLA-DEDUCCIONES.
           05 WS-DED-ENTRADA OCCURS 20 TIMES.
               10 TAB-DESDE PIC 9(6)V99.
               10 TAB-HASTA PIC 9(6)V99.
               10 TAB-PORCENTAJE PIC 9(2)V99.
       01  WS-PAT-USADAS PIC 99 VALUE ZERO.
       01  WS-PCT-PATRONAL PIC 9(3)V99.
      * TARIFA VIGENTE HOY Y HORAS PROMEDIO DEL EMPLEADO
       01  WS-HAY-TARIFA PIC X.
           88 HAY-TARIFA VALUE "S".
       01  WS-TASA-ACTUAL PIC 9(3)V99.
       01  WS-SUELDO-ACTUAL PIC 9(6)V99.
       01  WS-CATEGORIA PIC X(10).
       01  WS-CLASE PIC X(1).
           88 CLASE-MENSUAL VALUE "M".
       01  WS-SEM-USADAS PIC 99.
       01  WS-SEM-IX PIC 99.
       01  WS-SEM-DESDE PIC 99.
       01  WS-SEM-CONTADAS PIC 99.
       01  WS-TABLA-SEMANAS.
           05 WS-SEM-ENTRADA OCCURS 60 TIMES.
               10 SEM-FECHA PIC 9(8).
               10 SEM-SECUENCIA PIC 9(3).
               10 SEM-NORMALES PIC 9(3)V99.
               10 SEM-EXTRA-DIA PIC 9(3)V99.
               10 SEM-EXTRA-SEM PIC 9(3)V99.
       01  WS-REF-USADOS PIC 99.
       01  WS-REF-IX PIC 99.
       01  WS-REF-HALLADO PIC X.
           88 REF-HALLADO VALUE "S".
       01  WS-TABLA-REFS.
           05 WS-REF-ENTRADA OCCURS 60 TIMES.
               10 REF-FECHA PIC 9(8).
               10 REF-SECUENCIA PIC 9(3).
       01  WS-SUMA-NORMALES PIC 9(5)V99.
       01  WS-SUMA-EXTRA-DIA PIC 9(5)V99.
       01  WS-SUMA-EXTRA-SEM PIC 9(5)V99.
       01  WS-PROM-NORMALES PIC 9(3)V9999.
       01  WS-PROM-EXTRA-DIA PIC 9(3)V9999.
       01  WS-PROM-EXTRA-SEM PIC 9(3)V9999.
      * CALCULO DE UN MES DE UNA COLUMNA
       01  WS-COL PIC 9.
       01  WS-MX PIC 99.
       01  WS-TASA-ESC PIC 9(4)V99.
       01  WS-SUELDO-ESC PIC 9(7)V99.
       01  WS-BASE-MES PIC 9(7)V99.
       01  WS-EXTRA-MES PIC 9(7)V99.
       01  WS-BRUTO-MES PIC 9(7)V99.
       01  WS-AGUI-MES PIC 9(7)V99.
       01  WS-PAT-MES PIC 9(7)V99.
       01  WS-SEMANAL-EQ PIC 9(7)V99.
       01  WS-DED-SEMANA PIC 9(7)V99.
       01  WS-DED-MES PIC 9(7)V99.
       01  WS-COSTO-MES PIC 9(7)V99.
       01  WS-NETO-MES PIC S9(7)V99.
      * ACUMULADORES POR MES, COMPONENTE, CATEGORIA Y DEPARTAMENTO
       01  WS-TABLA-TOT-MES.
           05 WS-TOT-MES OCCURS 12 TIMES.
               10 MES-COSTO PIC 9(10)V99 OCCURS 4 TIMES.
       01  WS-TABLA-COMPONENTES.
           05 WS-COMPONENTE OCCURS 7 TIMES.
               10 COMP-IMPORTE PIC S9(10)V99 OCCURS 4 TIMES.
       01  WS-NOMBRES-COMPONENTE.
           05 FILLER PIC X(24) VALUE "SUELDOS Y HORAS NORMALES".
           05 FILLER PIC X(24) VALUE "HORAS EXTRA".
           05 FILLER PIC X(24) VALUE "AGUINALDO DEVENGADO".
           05 FILLER PIC X(24) VALUE "CARGAS PATRONALES".
           05 FILLER PIC X(24) VALUE "COSTO TOTAL".
           05 FILLER PIC X(24) VALUE "DEDUCCIONES RETENIDAS".
           05 FILLER PIC X(24) VALUE "NETO A PAGAR".
       01  WS-COMPONENTES-REDEF REDEFINES WS-NOMBRES-COMPONENTE.
           05 WS-NOMBRE-COMPONENTE PIC X(24) OCCURS 7 TIMES.
       01  WS-CAT-USADAS PIC 9(2) VALUE ZERO.
       01  WS-CAT-IX PIC 9(2).
       01  WS-CAT-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-TABLA-CATEGORIAS.
           05 WS-CAT-ENTRADA OCCURS 50 TIMES.
               10 CAT-CODIGO PIC X(10).
               10 CAT-EMPLEADOS PIC 9(5).
               10 CAT-COSTO PIC 9(10)V99 OCCURS 4 TIMES.
       01  WS-DPT-USADOS PIC 9(3) VALUE ZERO.
       01  WS-DPT-IX PIC 9(3).
       01  WS-DPT-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-TABLA-DEPARTAMENTOS.
           05 WS-DPT-ENTRADA OCCURS 100 TIMES.
               10 DPT-CODIGO PIC X(3).
               10 DPT-EMPLEADOS PIC 9(5).
               10 DPT-COSTO PIC 9(10)V99 OCCURS 4 TIMES.
       01  WS-HALLADO PIC X.
           88 HALLADO VALUE "S".
       01  WS-CONT-PROYECTADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-TARIFA PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-HORAS PIC 9(5) VALUE ZERO.
      * UNA LINEA DEL REPORTE: ROTULO, VALOR DE CADA COLUMNA Y LA
      * DIFERENCIA DE CADA ESCENARIO CONTRA LA SITUACION ACTUAL.
       01  WS-IX PIC 9.
       01  WS-ROTULO PIC X(24).
       01  WS-TITULO-DIF PIC X(13).
       01  WS-TABLA-FILA.
           05 WS-FILA-VALOR PIC S9(10)V99 OCCURS 4 TIMES.
       01  WS-LINEA-COLUMNAS.
           05 LC-ROTULO PIC X(24).
           05 LC-COLUMNA OCCURS 4 TIMES.
               10 FILLER PIC X.
               10 LC-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 LC-DIFERENCIA OCCURS 3 TIMES.
               10 FILLER PIC X.
               10 LC-DIF PIC ----,---,--9.99.
       01  WS-LINEA-TITULOS.
           05 FILLER PIC X(24).
           05 LT-COLUMNA OCCURS 4 TIMES.
               10 FILLER PIC X.
               10 LT-TITULO PIC X(14) JUSTIFIED RIGHT.
           05 LT-DIFERENCIA OCCURS 3 TIMES.
               10 FILLER PIC X.
               10 LT-TITULO-DIF PIC X(15) JUSTIFIED RIGHT.
       01  WS-VALOR-REGLA PIC ZZ9.99.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "PROYECCION-COSTO".
           05 ARC-REPORTE PIC X(20) VALUE "proycost.rpt".
           05 ARC-OPERADOR PIC X(10) VALUE "AUTOMATICO".
       LINKAGE SECTION.
       01  LNK-SESION.
           05 LNK-OPERADOR PIC X(10).
           05 LNK-ROL PIC X(1).
       PROCEDURE DIVISION USING LNK-SESION.
       MAIN-PROCEDURE.
      * EL OPERADOR DE LA SESION FIRMA LA FILA DEL INDICE DE
      * REPORTES; EN BLANCO QUEDA AUTOMATICO.
           IF LNK-OPERADOR NOT = SPACES
               MOVE LNK-OPERADOR TO ARC-OPERADOR
           ELSE
               MOVE "AUTOMATICO" TO ARC-OPERADOR
           END-IF.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE ZERO TO WS-TABLA-TOT-MES.
           MOVE ZERO TO WS-TABLA-COMPONENTES.
           MOVE ZERO TO WS-CAT-USADAS.
           MOVE ZERO TO WS-CAT-DESBORDES.
           MOVE ZERO TO WS-DPT-USADOS.
           MOVE ZERO TO WS-DPT-DESBORDES.
           MOVE ZERO TO WS-CONT-PROYECTADOS.
           MOVE ZERO TO WS-CONT-SIN-TARIFA.
           MOVE ZERO TO WS-CONT-SIN-HORAS.
           MOVE 150 TO WS-PARAM-PCT-DIA.
           MOVE 200 TO WS-PARAM-PCT-SEMANA.
           MOVE 15 TO WS-PARAM-DIAS-AGUI.
           MOVE 13 TO WS-PARAM-SEMANAS.
           DISPLAY "PROYECCION ANUAL DEL COSTO DE NOMINA".
           DISPLAY "PRIMER MES DE LA PROYECCION (AAAAMM) :".
           ACCEPT WS-MES-INICIAL.
           IF WS-INI-MM < 1 OR WS-INI-MM > 12 OR WS-INI-AAAA = ZERO
               DISPLAY "MES INVALIDO, NO SE EMITE LA PROYECCION."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ARMAR-MESES.
           PERFORM PEDIR-ESCENARIOS.
           IF WS-ESC-USADOS = ZERO
               DISPLAY "SIN ESCENARIOS: SE PROYECTA SOLO LA SITUACION "
                   "ACTUAL."
           END-IF.
           COMPUTE WS-COLUMNAS = WS-ESC-USADOS + 1.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           IF WS-PARAM-SEMANAS = ZERO OR WS-PARAM-SEMANAS > 52
               MOVE 13 TO WS-PARAM-SEMANAS
           END-IF.
           PERFORM CARGAR-TABLA.
           PERFORM CARGAR-PATRONAL.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN INPUT TARIFAS-ARCHIVO.
           OPEN INPUT HISTORIA-PAGOS.
           MOVE "N" TO WS-FIN-LISTA.
           PERFORM LEER-EMPLEADO.
           PERFORM PROYECTAR-EMPLEADO UNTIL FIN-LISTA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE TARIFAS-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
           PERFORM IMPRIMIR-PROYECCION.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "EMPLEADOS PROYECTADOS : " WS-CONT-PROYECTADOS.
           DISPLAY "SIN TARIFA VIGENTE    : " WS-CONT-SIN-TARIFA.
           DISPLAY "SIN HORAS LIQUIDADAS  : " WS-CONT-SIN-HORAS.
           DISPLAY "PROYECCION IMPRESA EN PROYCOST.RPT".
           GOBACK.
       ARMAR-MESES.
           MOVE WS-MES-INICIAL TO WS-MES-TRABAJO.
           MOVE 1 TO WS-MX.
           PERFORM GUARDAR-MES UNTIL WS-MX > 12.
       GUARDAR-MES.
           MOVE WS-MES-TRABAJO TO WS-MES-AAAAMM (WS-MX).
           IF WS-MTR-MM = 12
               MOVE 1 TO WS-MTR-MM
               ADD 1 TO WS-MTR-AAAA
           ELSE
               ADD 1 TO WS-MTR-MM
           END-IF.
           ADD 1 TO WS-MX.
      ******************************************************************
      * ESCENARIOS
      ******************************************************************
       PEDIR-ESCENARIOS.
           MOVE ZERO TO WS-ESC-USADOS.
           MOVE ZERO TO WS-REG-USADOS.
           MOVE "S" TO WS-OTRO-ESCENARIO.
           PERFORM PEDIR-ESCENARIO
               UNTIL WS-OTRO-ESCENARIO NOT = "S" OR WS-ESC-USADOS = 3.
       PEDIR-ESCENARIO.
           ADD 1 TO WS-ESC-USADOS.
           MOVE ZERO TO WS-REGLAS-ESCENARIO.
           DISPLAY "ESCENARIO " WS-ESC-USADOS ": REGLAS DE AUMENTO "
               "(CATEGORIA EN BLANCO TERMINA, *=TODAS)".
           MOVE "S" TO WS-OTRA-REGLA.
           PERFORM PEDIR-REGLA UNTIL WS-OTRA-REGLA = "N".
           IF WS-REGLAS-ESCENARIO = ZERO
               SUBTRACT 1 FROM WS-ESC-USADOS
               MOVE "N" TO WS-OTRO-ESCENARIO
           ELSE
               IF WS-ESC-USADOS < 3
                   DISPLAY "OTRO ESCENARIO? (S/N) :"
                   ACCEPT WS-OTRO-ESCENARIO
                   INSPECT WS-OTRO-ESCENARIO
                       CONVERTING "sn" TO "SN"
               END-IF
           END-IF.
       PEDIR-REGLA.
           IF WS-REG-USADOS = 30
               DISPLAY "TABLA DE REGLAS LLENA."
               MOVE "N" TO WS-OTRA-REGLA
           ELSE
               DISPLAY "CATEGORIA DE PAGO :"
               MOVE SPACES TO WS-CATEGORIA-PEDIDA
               ACCEPT WS-CATEGORIA-PEDIDA
               IF WS-CATEGORIA-PEDIDA = SPACES
                   MOVE "N" TO WS-OTRA-REGLA
               ELSE
                   PERFORM CAPTURAR-REGLA
               END-IF
           END-IF.
       CAPTURAR-REGLA.
           DISPLAY "TIPO DE AUMENTO (P=PORCENTAJE / M=MONTO FIJO) :".
           ACCEPT WS-TIPO-PEDIDO.
           INSPECT WS-TIPO-PEDIDO CONVERTING "pm" TO "PM".
           DISPLAY "VALOR DEL AUMENTO (NNN.NN) :".
           ACCEPT WS-VALOR-PEDIDO.
           DISPLAY "MES EN QUE RIGE (AAAAMM) :".
           ACCEPT WS-MES-PEDIDO.
           IF (WS-TIPO-PEDIDO NOT = "P" AND WS-TIPO-PEDIDO NOT = "M")
              OR WS-MPE-MM < 1 OR WS-MPE-MM > 12
              OR WS-VALOR-PEDIDO NOT NUMERIC OR WS-MPE-AAAA = ZERO
               DISPLAY "REGLA INVALIDA, NO SE TOMA."
           ELSE
               ADD 1 TO WS-REG-USADOS
               ADD 1 TO WS-REGLAS-ESCENARIO
               MOVE WS-ESC-USADOS TO REG-ESC (WS-REG-USADOS)
               MOVE WS-CATEGORIA-PEDIDA
                   TO REG-CATEGORIA (WS-REG-USADOS)
               MOVE WS-TIPO-PEDIDO TO REG-TIPO (WS-REG-USADOS)
               MOVE WS-VALOR-PEDIDO TO REG-VALOR (WS-REG-USADOS)
               MOVE WS-MES-PEDIDO TO REG-MES (WS-REG-USADOS)
           END-IF.
      ******************************************************************
      * TABLAS
      ******************************************************************
       LEER-PARAMETROS.
           MOVE "N" TO FIN-DE-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           PERFORM LEER-PARAMETRO.
           PERFORM APLICAR-PARAMETRO UNTIL FIN-PARAMETROS.
           CLOSE PARAMETROS-ARCHIVO.
       LEER-PARAMETRO.
           READ PARAMETROS-ARCHIVO
               AT END MOVE "S" TO FIN-DE-PARAMETROS
           END-READ.
       APLICAR-PARAMETRO.
           EVALUATE PARAM-CLAVE
           WHEN "PCT-EXTRA-DIA"
               MOVE PARAM-VALOR TO WS-PARAM-PCT-DIA
           WHEN "PCT-EXTRA-SEMANA"
               MOVE PARAM-VALOR TO WS-PARAM-PCT-SEMANA
           WHEN "DIAS-AGUINALDO"
               MOVE PARAM-VALOR TO WS-PARAM-DIAS-AGUI
           WHEN "PROYECCION-SEMANAS"
               MOVE PARAM-VALOR TO WS-PARAM-SEMANAS
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
       CARGAR-TABLA.
           MOVE ZERO TO WS-DED-USADAS.
           MOVE "N" TO FIN-DE-TABLA.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           PERFORM LEER-DEDUCCION.
           PERFORM GUARDAR-DEDUCCION
               UNTIL FIN-TABLA OR WS-DED-USADAS = 20.
           CLOSE DEDUCCIONES-ARCHIVO.
       LEER-DEDUCCION.
           READ DEDUCCIONES-ARCHIVO
               AT END MOVE "S" TO FIN-DE-TABLA
           END-READ.
       GUARDAR-DEDUCCION.
           ADD 1 TO WS-DED-USADAS.
           MOVE DED-DESDE TO TAB-DESDE (WS-DED-USADAS).
           MOVE DED-HASTA TO TAB-HASTA (WS-DED-USADAS).
           MOVE DED-PORCENTAJE TO TAB-PORCENTAJE (WS-DED-USADAS).
           PERFORM LEER-DEDUCCION.
      * TODAS LAS CARGAS PATRONALES VAN SOBRE EL MISMO BRUTO, ASI QUE
      * PARA PROYECTAR ALCANZA CON LA TASA SUMADA.
       CARGAR-PATRONAL.
           MOVE ZERO TO WS-PAT-USADAS.
           MOVE ZERO TO WS-PCT-PATRONAL.
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
           ADD PAT-PORCENTAJE TO WS-PCT-PATRONAL.
           PERFORM LEER-PATRONAL.
      ******************************************************************
      * PROYECCION POR EMPLEADO
      ******************************************************************
       LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       PROYECTAR-EMPLEADO.
           IF NOT EMPLEADOS-TERMINADO
               PERFORM BUSCAR-TARIFA
               IF NOT HAY-TARIFA
                   ADD 1 TO WS-CONT-SIN-TARIFA
               ELSE
                   PERFORM PROMEDIAR-HORAS
                   PERFORM PROYECTAR-CON-TARIFA
               END-IF
           END-IF.
           PERFORM LEER-EMPLEADO.
      * LA TARIFA DE HOY: LA FILA CON LA VIGENCIA MAS ALTA QUE NO
      * PASA LA FECHA DE LA CORRIDA.
       BUSCAR-TARIFA.
           MOVE "N" TO WS-HAY-TARIFA.
           MOVE "N" TO WS-FIN-TARIFAS.
           MOVE EMPLEADOS-ID TO TARIFA-ID.
           MOVE ZERO TO TARIFA-VIGENCIA.
           START TARIFAS-ARCHIVO
               KEY IS NOT LESS THAN TARIFA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-TARIFAS
           END-START.
           IF NOT FIN-TARIFAS
               PERFORM LEER-TARIFA
               PERFORM ELEGIR-TARIFA UNTIL FIN-TARIFAS
           END-IF.
       LEER-TARIFA.
           READ TARIFAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-TARIFAS
           END-READ.
       ELEGIR-TARIFA.
           IF TARIFA-ID NOT = EMPLEADOS-ID
              OR TARIFA-VIGENCIA > WS-FECHA-HOY
               MOVE "S" TO WS-FIN-TARIFAS
           ELSE
               MOVE TARIFA-HORA TO WS-TASA-ACTUAL
               MOVE TARIFA-SUELDO-MES TO WS-SUELDO-ACTUAL
               MOVE TARIFA-CATEGORIA TO WS-CATEGORIA
               MOVE TARIFA-CLASE TO WS-CLASE
               MOVE "S" TO WS-HAY-TARIFA
               PERFORM LEER-TARIFA
           END-IF.
      * LAS ULTIMAS PROYECCION-SEMANAS LIQUIDACIONES SEMANALES (O DE
      * LICENCIA PAGA) DEL EMPLEADO, SIN LAS QUE TIENEN UN REVERSO.
       PROMEDIAR-HORAS.
           MOVE ZERO TO WS-PROM-NORMALES.
           MOVE ZERO TO WS-PROM-EXTRA-DIA.
           MOVE ZERO TO WS-PROM-EXTRA-SEM.
           IF NOT CLASE-MENSUAL
               PERFORM JUNTAR-SEMANAS
               PERFORM SUMAR-SEMANAS
               IF WS-SEM-CONTADAS = ZERO
                   ADD 1 TO WS-CONT-SIN-HORAS
               ELSE
                   COMPUTE WS-PROM-NORMALES ROUNDED =
                       WS-SUMA-NORMALES / WS-SEM-CONTADAS
                   COMPUTE WS-PROM-EXTRA-DIA ROUNDED =
                       WS-SUMA-EXTRA-DIA / WS-SEM-CONTADAS
                   COMPUTE WS-PROM-EXTRA-SEM ROUNDED =
                       WS-SUMA-EXTRA-SEM / WS-SEM-CONTADAS
               END-IF
           END-IF.
       JUNTAR-SEMANAS.
           MOVE ZERO TO WS-SEM-USADAS.
           MOVE ZERO TO WS-REF-USADOS.
           MOVE "N" TO WS-FIN-PAGOS.
           MOVE EMPLEADOS-ID TO PAGO-ID.
           MOVE ZERO TO PAGO-FECHA.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START.
           IF NOT FIN-PAGOS
               PERFORM LEER-PAGO
               PERFORM GUARDAR-PAGO UNTIL FIN-PAGOS
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PAGOS
           END-READ.
      * EL LEDGER VIENE EN ORDEN DE FECHA: CON LA TABLA LLENA SE
      * DESCARTA LA SEMANA MAS VIEJA.
       GUARDAR-PAGO.
           IF PAGO-ID NOT = EMPLEADOS-ID
               MOVE "S" TO WS-FIN-PAGOS
           ELSE
               EVALUATE TRUE
               WHEN PAGO-SEMANAL OR PAGO-LICENCIA-PAGA
                   IF WS-SEM-USADAS = 60
                       PERFORM CORRER-SEMANAS
                   ELSE
                       ADD 1 TO WS-SEM-USADAS
                   END-IF
                   MOVE PAGO-FECHA TO SEM-FECHA (WS-SEM-USADAS)
                   MOVE PAGO-SECUENCIA TO SEM-SECUENCIA (WS-SEM-USADAS)
                   MOVE PAGO-HORAS-NORMALES
                       TO SEM-NORMALES (WS-SEM-USADAS)
                   MOVE PAGO-HORAS-EXTRA-DIA
                       TO SEM-EXTRA-DIA (WS-SEM-USADAS)
                   MOVE PAGO-HORAS-EXTRA-SEM
                       TO SEM-EXTRA-SEM (WS-SEM-USADAS)
               WHEN PAGO-REVERSO
                   IF WS-REF-USADOS < 60
                       ADD 1 TO WS-REF-USADOS
                       MOVE PAGO-FECHA-REF TO REF-FECHA (WS-REF-USADOS)
                       MOVE PAGO-SECUENCIA-REF
                           TO REF-SECUENCIA (WS-REF-USADOS)
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               PERFORM LEER-PAGO
           END-IF.
       CORRER-SEMANAS.
           MOVE 1 TO WS-SEM-IX.
           PERFORM CORRER-SEMANA UNTIL WS-SEM-IX = 60.
       CORRER-SEMANA.
           MOVE WS-SEM-ENTRADA (WS-SEM-IX + 1)
               TO WS-SEM-ENTRADA (WS-SEM-IX).
           ADD 1 TO WS-SEM-IX.
      * DE LA MAS NUEVA HACIA ATRAS HASTA JUNTAR LAS SEMANAS PEDIDAS.
       SUMAR-SEMANAS.
           MOVE ZERO TO WS-SUMA-NORMALES.
           MOVE ZERO TO WS-SUMA-EXTRA-DIA.
           MOVE ZERO TO WS-SUMA-EXTRA-SEM.
           MOVE ZERO TO WS-SEM-CONTADAS.
           MOVE WS-SEM-USADAS TO WS-SEM-IX.
           PERFORM SUMAR-SEMANA
               UNTIL WS-SEM-IX = ZERO
                  OR WS-SEM-CONTADAS = WS-PARAM-SEMANAS.
       SUMAR-SEMANA.
           MOVE "N" TO WS-REF-HALLADO.
           MOVE 1 TO WS-REF-IX.
           PERFORM COMPARAR-REF
               UNTIL REF-HALLADO OR WS-REF-IX > WS-REF-USADOS.
           IF NOT REF-HALLADO
               ADD SEM-NORMALES (WS-SEM-IX) TO WS-SUMA-NORMALES
               ADD SEM-EXTRA-DIA (WS-SEM-IX) TO WS-SUMA-EXTRA-DIA
               ADD SEM-EXTRA-SEM (WS-SEM-IX) TO WS-SUMA-EXTRA-SEM
               ADD 1 TO WS-SEM-CONTADAS
           END-IF.
           SUBTRACT 1 FROM WS-SEM-IX.
      * UN REVERSO ANULA LA SEMANA DE SU FECHA Y SECUENCIA; UNO
      * VIEJO SIN SECUENCIA SE TOMA POR LA FECHA SOLA.
       COMPARAR-REF.
           IF REF-FECHA (WS-REF-IX) = SEM-FECHA (WS-SEM-IX)
              AND (REF-SECUENCIA (WS-REF-IX) = ZERO
                OR REF-SECUENCIA (WS-REF-IX) =
                   SEM-SECUENCIA (WS-SEM-IX))
               MOVE "S" TO WS-REF-HALLADO
           ELSE
               ADD 1 TO WS-REF-IX
           END-IF.
       PROYECTAR-CON-TARIFA.
           ADD 1 TO WS-CONT-PROYECTADOS.
           PERFORM BUSCAR-CATEGORIA.
           PERFORM BUSCAR-DEPARTAMENTO.
           MOVE 1 TO WS-COL.
           PERFORM PROYECTAR-COLUMNA UNTIL WS-COL > WS-COLUMNAS.
       PROYECTAR-COLUMNA.
           MOVE 1 TO WS-MX.
           PERFORM PROYECTAR-MES UNTIL WS-MX > 12.
           ADD 1 TO WS-COL.
      * EL MES DE UNA COLUMNA: LA TARIFA DE HOY CON LAS REGLAS DEL
      * ESCENARIO YA VIGENTES EN ESE MES, Y SOBRE EL BRUTO EL
      * AGUINALDO, LAS CARGAS PATRONALES Y LAS RETENCIONES.
       PROYECTAR-MES.
           MOVE WS-TASA-ACTUAL TO WS-TASA-ESC.
           MOVE WS-SUELDO-ACTUAL TO WS-SUELDO-ESC.
           IF WS-COL > 1
               MOVE 1 TO WS-REG-IX
               PERFORM APLICAR-REGLA UNTIL WS-REG-IX > WS-REG-USADOS
           END-IF.
           IF CLASE-MENSUAL
               MOVE WS-SUELDO-ESC TO WS-BASE-MES
               MOVE ZERO TO WS-EXTRA-MES
           ELSE
               COMPUTE WS-BASE-MES ROUNDED =
                   WS-TASA-ESC * WS-PROM-NORMALES * 52 / 12
               COMPUTE WS-EXTRA-MES ROUNDED =
                   (WS-TASA-ESC * WS-PROM-EXTRA-DIA
                       * WS-PARAM-PCT-DIA / 100
                  + WS-TASA-ESC * WS-PROM-EXTRA-SEM
                       * WS-PARAM-PCT-SEMANA / 100) * 52 / 12
           END-IF.
           COMPUTE WS-BRUTO-MES = WS-BASE-MES + WS-EXTRA-MES.
           COMPUTE WS-AGUI-MES ROUNDED =
               WS-BRUTO-MES * WS-PARAM-DIAS-AGUI / 365.
           COMPUTE WS-PAT-MES ROUNDED =
               (WS-BRUTO-MES + WS-AGUI-MES) * WS-PCT-PATRONAL / 100.
           PERFORM CALCULAR-RETENCIONES.
           COMPUTE WS-COSTO-MES =
               WS-BRUTO-MES + WS-AGUI-MES + WS-PAT-MES.
           COMPUTE WS-NETO-MES =
               WS-BRUTO-MES + WS-AGUI-MES - WS-DED-MES.
           ADD WS-COSTO-MES TO MES-COSTO (WS-MX WS-COL).
           ADD WS-BASE-MES TO COMP-IMPORTE (1 WS-COL).
           ADD WS-EXTRA-MES TO COMP-IMPORTE (2 WS-COL).
           ADD WS-AGUI-MES TO COMP-IMPORTE (3 WS-COL).
           ADD WS-PAT-MES TO COMP-IMPORTE (4 WS-COL).
           ADD WS-COSTO-MES TO COMP-IMPORTE (5 WS-COL).
           ADD WS-DED-MES TO COMP-IMPORTE (6 WS-COL).
           ADD WS-NETO-MES TO COMP-IMPORTE (7 WS-COL).
           IF WS-CAT-IX > ZERO
               ADD WS-COSTO-MES TO CAT-COSTO (WS-CAT-IX WS-COL)
           END-IF.
           IF WS-DPT-IX > ZERO
               ADD WS-COSTO-MES TO DPT-COSTO (WS-DPT-IX WS-COL)
           END-IF.
           ADD 1 TO WS-MX.
      * COMO EN TARIFAS-MASIVO: AL PERSONAL MENSUAL EL AUMENTO VA AL
      * SUELDO, AL RESTO A LA TARIFA POR HORA.
       APLICAR-REGLA.
           IF REG-ESC (WS-REG-IX) = WS-COL - 1
              AND REG-MES (WS-REG-IX) <= WS-MES-AAAAMM (WS-MX)
              AND (REG-CATEGORIA (WS-REG-IX) = WS-CATEGORIA
                   OR REG-CATEGORIA (WS-REG-IX) = "*")
               IF CLASE-MENSUAL
                   IF REG-TIPO (WS-REG-IX) = "P"
                       COMPUTE WS-SUELDO-ESC ROUNDED =
                           WS-SUELDO-ESC
                           * (100 + REG-VALOR (WS-REG-IX)) / 100
                   ELSE
                       ADD REG-VALOR (WS-REG-IX) TO WS-SUELDO-ESC
                   END-IF
               ELSE
                   IF REG-TIPO (WS-REG-IX) = "P"
                       COMPUTE WS-TASA-ESC ROUNDED =
                           WS-TASA-ESC
                           * (100 + REG-VALOR (WS-REG-IX)) / 100
                   ELSE
                       ADD REG-VALOR (WS-REG-IX) TO WS-TASA-ESC
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-REG-IX.
      * LOS TRAMOS SE APLICAN AL EQUIVALENTE SEMANAL DEL BRUTO DEL
      * MES (X 12 / 52), COMO EN NOMINA-MENSUAL; EL AGUINALDO RETIENE
      * EN LA MISMA PROPORCION.
       CALCULAR-RETENCIONES.
           COMPUTE WS-SEMANAL-EQ ROUNDED = WS-BRUTO-MES * 12 / 52.
           MOVE ZERO TO WS-DED-SEMANA.
           MOVE 1 TO WS-DIX.
           PERFORM APLICAR-DEDUCCION UNTIL WS-DIX > WS-DED-USADAS.
           IF WS-SEMANAL-EQ > ZERO
               COMPUTE WS-DED-MES ROUNDED =
                   WS-DED-SEMANA * 52 / 12
                   * (WS-BRUTO-MES + WS-AGUI-MES) / WS-BRUTO-MES
           ELSE
               MOVE ZERO TO WS-DED-MES
           END-IF.
       APLICAR-DEDUCCION.
           IF WS-SEMANAL-EQ >= TAB-DESDE (WS-DIX)
              AND WS-SEMANAL-EQ <= TAB-HASTA (WS-DIX)
               COMPUTE WS-DED-SEMANA ROUNDED = WS-DED-SEMANA
                   + WS-SEMANAL-EQ * TAB-PORCENTAJE (WS-DIX) / 100
           END-IF.
           ADD 1 TO WS-DIX.
       BUSCAR-CATEGORIA.
           MOVE "N" TO WS-HALLADO.
           MOVE 1 TO WS-CAT-IX.
           PERFORM COMPARAR-CATEGORIA
               UNTIL HALLADO OR WS-CAT-IX > WS-CAT-USADAS.
           IF NOT HALLADO
               IF WS-CAT-USADAS < 50
                   ADD 1 TO WS-CAT-USADAS
                   MOVE WS-CAT-USADAS TO WS-CAT-IX
                   MOVE WS-CATEGORIA TO CAT-CODIGO (WS-CAT-IX)
                   MOVE ZERO TO CAT-EMPLEADOS (WS-CAT-IX)
                   MOVE ZERO TO CAT-COSTO (WS-CAT-IX 1)
                   MOVE ZERO TO CAT-COSTO (WS-CAT-IX 2)
                   MOVE ZERO TO CAT-COSTO (WS-CAT-IX 3)
                   MOVE ZERO TO CAT-COSTO (WS-CAT-IX 4)
               ELSE
                   ADD 1 TO WS-CAT-DESBORDES
                   MOVE ZERO TO WS-CAT-IX
               END-IF
           END-IF.
           IF WS-CAT-IX > ZERO
               ADD 1 TO CAT-EMPLEADOS (WS-CAT-IX)
           END-IF.
       COMPARAR-CATEGORIA.
           IF CAT-CODIGO (WS-CAT-IX) = WS-CATEGORIA
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO WS-CAT-IX
           END-IF.
       BUSCAR-DEPARTAMENTO.
           MOVE "N" TO WS-HALLADO.
           MOVE 1 TO WS-DPT-IX.
           PERFORM COMPARAR-DEPARTAMENTO
               UNTIL HALLADO OR WS-DPT-IX > WS-DPT-USADOS.
           IF NOT HALLADO
               IF WS-DPT-USADOS < 100
                   ADD 1 TO WS-DPT-USADOS
                   MOVE WS-DPT-USADOS TO WS-DPT-IX
                   MOVE EMPLEADOS-DEPTO TO DPT-CODIGO (WS-DPT-IX)
                   MOVE ZERO TO DPT-EMPLEADOS (WS-DPT-IX)
                   MOVE ZERO TO DPT-COSTO (WS-DPT-IX 1)
                   MOVE ZERO TO DPT-COSTO (WS-DPT-IX 2)
                   MOVE ZERO TO DPT-COSTO (WS-DPT-IX 3)
                   MOVE ZERO TO DPT-COSTO (WS-DPT-IX 4)
               ELSE
                   ADD 1 TO WS-DPT-DESBORDES
                   MOVE ZERO TO WS-DPT-IX
               END-IF
           END-IF.
           IF WS-DPT-IX > ZERO
               ADD 1 TO DPT-EMPLEADOS (WS-DPT-IX)
           END-IF.
       COMPARAR-DEPARTAMENTO.
           IF DPT-CODIGO (WS-DPT-IX) = EMPLEADOS-DEPTO
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO WS-DPT-IX
           END-IF.
      ******************************************************************
      * IMPRESION
      ******************************************************************
       IMPRIMIR-PROYECCION.
           OPEN OUTPUT REPORTE-ARCHIVO.
           OPEN INPUT DEPTO-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PROYECCION DEL COSTO DE NOMINA, 12 MESES DESDE "
               WS-MES-INICIAL "   EMITIDA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TARIFAS VIGENTES AL " WS-FECHA-HOY
               ", HORAS PROMEDIO DE LAS ULTIMAS " WS-PARAM-SEMANAS
               " SEMANAS LIQUIDADAS, MES = 52 / 12 SEMANAS."
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-REG-IX.
           PERFORM IMPRIMIR-REGLA UNTIL WS-REG-IX > WS-REG-USADOS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "COSTO MENSUAL DE LA EMPRESA" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM IMPRIMIR-COLUMNAS.
           MOVE ZERO TO WS-TABLA-FILA.
           MOVE 1 TO WS-MX.
           PERFORM IMPRIMIR-MES UNTIL WS-MX > 12.
           MOVE "TOTAL 12 MESES" TO WS-ROTULO.
           MOVE COMP-IMPORTE (5 1) TO WS-FILA-VALOR (1).
           MOVE COMP-IMPORTE (5 2) TO WS-FILA-VALOR (2).
           MOVE COMP-IMPORTE (5 3) TO WS-FILA-VALOR (3).
           MOVE COMP-IMPORTE (5 4) TO WS-FILA-VALOR (4).
           PERFORM IMPRIMIR-FILA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "COMPOSICION DEL COSTO DE LOS 12 MESES"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM IMPRIMIR-COLUMNAS.
           MOVE 1 TO WS-MX.
           PERFORM IMPRIMIR-COMPONENTE UNTIL WS-MX > 7.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "COSTO DE LOS 12 MESES POR CATEGORIA" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM IMPRIMIR-COLUMNAS.
           MOVE 1 TO WS-CAT-IX.
           PERFORM IMPRIMIR-CATEGORIA UNTIL WS-CAT-IX > WS-CAT-USADAS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "COSTO DE LOS 12 MESES POR DEPARTAMENTO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM IMPRIMIR-COLUMNAS.
           MOVE 1 TO WS-DPT-IX.
           PERFORM IMPRIMIR-DEPARTAMENTO
               UNTIL WS-DPT-IX > WS-DPT-USADOS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EMPLEADOS PROYECTADOS: " WS-CONT-PROYECTADOS
               "   SIN TARIFA VIGENTE (FUERA): " WS-CONT-SIN-TARIFA
               "   POR HORA SIN HORAS LIQUIDADAS (EN CERO): "
               WS-CONT-SIN-HORAS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-CAT-DESBORDES > ZERO OR WS-DPT-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "*** AVISO: EMPLEADOS FUERA DE LA TABLA DE "
                   "CATEGORIAS " WS-CAT-DESBORDES
                   " / DE DEPARTAMENTOS " WS-DPT-DESBORDES
                   ", SOLO SUMAN AL TOTAL. ***"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
       IMPRIMIR-REGLA.
           MOVE REG-VALOR (WS-REG-IX) TO WS-VALOR-REGLA.
           MOVE SPACES TO REPORTE-LINEA.
           IF REG-TIPO (WS-REG-IX) = "P"
               STRING "ESCENARIO " REG-ESC (WS-REG-IX)
                   ": CATEGORIA " REG-CATEGORIA (WS-REG-IX)
                   " AUMENTO " WS-VALOR-REGLA " %"
                   " DESDE " REG-MES (WS-REG-IX)
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING "ESCENARIO " REG-ESC (WS-REG-IX)
                   ": CATEGORIA " REG-CATEGORIA (WS-REG-IX)
                   " AUMENTO $ " WS-VALOR-REGLA
                   " DESDE " REG-MES (WS-REG-IX)
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-REG-IX.
       IMPRIMIR-COLUMNAS.
           MOVE SPACES TO WS-LINEA-TITULOS.
           MOVE "ACTUAL" TO LT-TITULO (1).
           MOVE 1 TO WS-IX.
           PERFORM ARMAR-TITULO UNTIL WS-IX > WS-ESC-USADOS.
           MOVE WS-LINEA-TITULOS TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       ARMAR-TITULO.
           MOVE SPACES TO LT-TITULO (WS-IX + 1).
           STRING "   ESCENARIO " WS-IX
               DELIMITED BY SIZE INTO LT-TITULO (WS-IX + 1).
           MOVE SPACES TO WS-TITULO-DIF.
           STRING "  DIF. ESC. " WS-IX
               DELIMITED BY SIZE INTO WS-TITULO-DIF.
           MOVE WS-TITULO-DIF TO LT-TITULO-DIF (WS-IX).
           ADD 1 TO WS-IX.
       IMPRIMIR-MES.
           MOVE SPACES TO WS-ROTULO.
           STRING "MES " WS-MES-AAAAMM (WS-MX)
               DELIMITED BY SIZE INTO WS-ROTULO.
           MOVE MES-COSTO (WS-MX 1) TO WS-FILA-VALOR (1).
           MOVE MES-COSTO (WS-MX 2) TO WS-FILA-VALOR (2).
           MOVE MES-COSTO (WS-MX 3) TO WS-FILA-VALOR (3).
           MOVE MES-COSTO (WS-MX 4) TO WS-FILA-VALOR (4).
           PERFORM IMPRIMIR-FILA.
           ADD 1 TO WS-MX.
       IMPRIMIR-COMPONENTE.
           MOVE WS-NOMBRE-COMPONENTE (WS-MX) TO WS-ROTULO.
           MOVE COMP-IMPORTE (WS-MX 1) TO WS-FILA-VALOR (1).
           MOVE COMP-IMPORTE (WS-MX 2) TO WS-FILA-VALOR (2).
           MOVE COMP-IMPORTE (WS-MX 3) TO WS-FILA-VALOR (3).
           MOVE COMP-IMPORTE (WS-MX 4) TO WS-FILA-VALOR (4).
           PERFORM IMPRIMIR-FILA.
           ADD 1 TO WS-MX.
       IMPRIMIR-CATEGORIA.
           MOVE SPACES TO WS-ROTULO.
           STRING CAT-CODIGO (WS-CAT-IX) " (" CAT-EMPLEADOS (WS-CAT-IX)
               " EMPL.)"
               DELIMITED BY SIZE INTO WS-ROTULO.
           MOVE CAT-COSTO (WS-CAT-IX 1) TO WS-FILA-VALOR (1).
           MOVE CAT-COSTO (WS-CAT-IX 2) TO WS-FILA-VALOR (2).
           MOVE CAT-COSTO (WS-CAT-IX 3) TO WS-FILA-VALOR (3).
           MOVE CAT-COSTO (WS-CAT-IX 4) TO WS-FILA-VALOR (4).
           PERFORM IMPRIMIR-FILA.
           ADD 1 TO WS-CAT-IX.
       IMPRIMIR-DEPARTAMENTO.
           MOVE DPT-CODIGO (WS-DPT-IX) TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO DEPTO-NOMBRE
           END-READ.
           MOVE SPACES TO WS-ROTULO.
           STRING DPT-CODIGO (WS-DPT-IX) " " DEPTO-NOMBRE
               DELIMITED BY SIZE INTO WS-ROTULO.
           MOVE DPT-COSTO (WS-DPT-IX 1) TO WS-FILA-VALOR (1).
           MOVE DPT-COSTO (WS-DPT-IX 2) TO WS-FILA-VALOR (2).
           MOVE DPT-COSTO (WS-DPT-IX 3) TO WS-FILA-VALOR (3).
           MOVE DPT-COSTO (WS-DPT-IX 4) TO WS-FILA-VALOR (4).
           PERFORM IMPRIMIR-FILA.
           ADD 1 TO WS-DPT-IX.
      * SOLO SE LLENAN LAS COLUMNAS DE LOS ESCENARIOS PEDIDOS.
       IMPRIMIR-FILA.
           MOVE SPACES TO WS-LINEA-COLUMNAS.
           MOVE WS-ROTULO TO LC-ROTULO.
           MOVE 1 TO WS-IX.
           PERFORM ARMAR-COLUMNA UNTIL WS-IX > WS-COLUMNAS.
           MOVE WS-LINEA-COLUMNAS TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       ARMAR-COLUMNA.
           MOVE WS-FILA-VALOR (WS-IX) TO LC-VALOR (WS-IX).
           IF WS-IX > 1
               COMPUTE LC-DIF (WS-IX - 1) =
                   WS-FILA-VALOR (WS-IX) - WS-FILA-VALOR (1)
           END-IF.
           ADD 1 TO WS-IX.
       END PROGRAM PROYECCION-COSTO.

      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Monthly payroll run for the salaried staff. Walks
      *          emp.dat like NOMINA-LOTE does and liquidates every
      *          employee whose rate in force at the end of the
      *          requested month is TARIFA-CLASE M (fixed
      *          TARIFA-SUELDO-MES); hourly employees are left to the
      *          weekly run. The salary is prorated by calendar days
      *          for a hire or a baja inside the month and for the
      *          SIN GOCE (unpaid) leaves of licencias.dat that fall in
      *          it. Deductions come from the same deducc.dat brackets
      *          as the weekly run, placed on the weekly equivalent of
      *          the monthly gross (x 12 / 52), plus the recdeduc.dat
      *          recurring deductions. Every liquidation is written to
      *          pagohist.dat as PAGO-TIPO M with the month-end date in
      *          PAGO-SEMANA-FIN, so recibo, transfer, remesas and
      *          ytdpago pick it up like any other row, and to the
      *          regmes.dat register.
      *          The month is gated by periodos.dat under the key
      *          AAAAMM00, exactly like a week: it runs ABIERTO, lands
      *          LIQUIDADO, and only a supervisor reopens it.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - The approved, unpaid novedades.dat one-off
      *              earnings of the employee up to the month end are
      *              paid the way NOMINA-LOTE pays them (gravable into
      *              the gross, exento on top of the net) and marked
      *              pagada.
      * 2026-10-15 - A leave is unpaid when its LIC-TIPO carries the
      *              sin goce rule in the tiposlic.dat leave type
      *              master; a "SIN GOCE" leave with no master row is
      *              still unpaid as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-MENSUAL.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
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

       SELECT REGISTRO-MENSUAL
       ASSIGN TO "regmes.dat"
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

       SELECT OPTIONAL PERIODOS-ARCHIVO
       ASSIGN TO "periodos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PER-SEMANA-FIN
       FILE STATUS IS WS-FILE-STATUS-PER.

       SELECT OPTIONAL RECURRENTES-ARCHIVO
       ASSIGN TO "recdeduc.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-REC.

       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "novedades.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NVD-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NVD.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO MAESTRO DE TARIFAS Y SUELDOS
       FD TARIFAS-ARCHIVO.
           COPY TARREG.
      * LEDGER DE LICENCIAS
       FD LICENCIAS-ARCHIVO.
           COPY LICREG.
      * MAESTRO DE TIPOS DE LICENCIA Y SU REGLA DE PAGO
       FD TIPOS-LICENCIA-ARCHIVO.
           COPY TLIREG.
      * REGISTRO DE PAGOS DE LA CORRIDA MENSUAL (SALIDA)
       FD REGISTRO-MENSUAL.
           01 REGMES-LINEA PIC X(132).
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * TABLA DE PARAMETROS DE DEDUCCIONES
       FD DEDUCCIONES-ARCHIVO.
           COPY DEDREG.
      * ARCHIVO DE CONTROL DE PERIODOS DE PAGO
       FD PERIODOS-ARCHIVO.
           COPY PERREG.
      * MAESTRO DE DEDUCCIONES RECURRENTES POR EMPLEADO
       FD RECURRENTES-ARCHIVO.
           COPY RECREG.
      * ARCHIVO DE NOVEDADES DE PAGO (INGRESOS EVENTUALES)
       FD NOVEDADES-ARCHIVO.
           COPY NVDREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-TLI PIC X(2).
       01  WS-LICENCIA-SIN-GOCE PIC X.
           88 LICENCIA-SIN-GOCE VALUE "S".
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-FILE-STATUS-REC PIC X(2).
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  WS-ARCHIVO-OK PIC X VALUE "S".
           88 ARCHIVO-DISPONIBLE VALUE "S".
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-PERIODO-OK PIC X.
           88 PERIODO-OK VALUE "S".
       01  WS-FECHA-PAGO PIC 9(8).
      * MES PEDIDO Y SUS LIMITES
       01  WS-MES-PEDIDO PIC 9(6).
       01  WS-MES-REDEF REDEFINES WS-MES-PEDIDO.
           05 WS-MES-AAAA PIC 9(4).
           05 WS-MES-MM PIC 9(2).
       01  WS-MES-INICIO PIC 9(8).
       01  WS-MES-FIN PIC 9(8).
       01  WS-PERIODO-MES PIC 9(8).
       01  WS-DIAS-MES PIC 99.
       01  WS-COCIENTE PIC 9(4).
       01  WS-RESTO PIC 9(4).
      * TRAMO DEL MES QUE EL EMPLEADO ESTUVO DE ALTA
       01  WS-DESDE PIC 9(8).
       01  WS-DESDE-REDEF REDEFINES WS-DESDE.
           05 FILLER PIC 9(6).
           05 WS-DESDE-DD PIC 9(2).
       01  WS-HASTA PIC 9(8).
       01  WS-HASTA-REDEF REDEFINES WS-HASTA.
           05 FILLER PIC 9(6).
           05 WS-HASTA-DD PIC 9(2).
       01  WS-LIC-DESDE PIC 9(8).
       01  WS-LIC-DESDE-REDEF REDEFINES WS-LIC-DESDE.
           05 FILLER PIC 9(6).
           05 WS-LIC-DESDE-DD PIC 9(2).
       01  WS-LIC-HASTA PIC 9(8).
       01  WS-LIC-HASTA-REDEF REDEFINES WS-LIC-HASTA.
           05 FILLER PIC 9(6).
           05 WS-LIC-HASTA-DD PIC 9(2).
       01  WS-RETORNO PIC 9(8).
       01  WS-RETORNO-REDEF REDEFINES WS-RETORNO.
           05 FILLER PIC 9(6).
           05 WS-RETORNO-DD PIC 9(2).
       01  WS-DIAS-PAGADOS PIC 99.
       01  WS-DIAS-SIN-GOCE PIC 99.
       01  WS-DIAS-LICENCIA PIC 99.
      * LICENCIA QUE NO SE PAGA AL PERSONAL MENSUAL
       01  WS-TIPO-SIN-GOCE PIC X(10) VALUE "SIN GOCE".
       01  WS-FIN-LICENCIAS PIC X.
           88 FIN-LICENCIAS VALUE "S".
       01  WS-HAY-TARIFA PIC X.
           88 HAY-TARIFA VALUE "S".
       01  WS-FIN-TARIFAS PIC X.
           88 FIN-TARIFAS VALUE "S".
       01  WS-CLASE-TARIFA PIC X(1).
           88 CLASE-MENSUAL VALUE "M".
       01  WS-SUELDO-MES PIC 9(6)V99.
       01  ALMACENA PIC 9(6)V99.
       01  WS-BRUTO-SEMANAL PIC 9(6)V99.
       01  WS-NETO PIC 9(6)V99.
       01  WS-IMPUESTO PIC 9(6)V99.
       01  WS-SEGSOC PIC 9(6)V99.
       01  WS-SINDICATO PIC 9(6)V99.
       01  WS-TOTAL-DEDUCCIONES PIC 9(6)V99.
       01  WS-MONTO-CONCEPTO PIC 9(6)V99.
       01  FIN-DE-TABLA PIC X VALUE "N".
           88 FIN-TABLA VALUE "S".
       01  WS-DED-USADAS PIC 99 VALUE ZERO.
       01  WS-DIX PIC 99.
       01  WS-TABLA-DEDUCCIONES.
           05 WS-DED-ENTRADA OCCURS 20 TIMES.
               10 TAB-TIPO PIC X(1).
               10 TAB-DESDE PIC 9(6)V99.
               10 TAB-HASTA PIC 9(6)V99.
               10 TAB-PORCENTAJE PIC 9(2)V99.
               10 TAB-CONCEPTO PIC X(20).
       01  WS-OTRAS PIC 9(6)V99.
       01  WS-FIN-RECURRENTES PIC X.
           88 FIN-RECURRENTES VALUE "S".
       01  WS-REC-USADAS PIC 99.
       01  WS-REC-IX PIC 99.
       01  WS-REC-MIN-IX PIC 99.
       01  WS-REC-MIN-PRIO PIC 99.
       01  WS-MONTO-RECURRENTE PIC 9(6)V99.
       01  WS-NETO-DISPONIBLE PIC 9(6)V99.
       01  WS-TABLA-RECURRENTES.
           05 WS-REC-ENTRADA OCCURS 10 TIMES.
               10 RECT-CONCEPTO PIC X(20).
               10 RECT-MODO PIC X(1).
               10 RECT-VALOR PIC 9(6)V99.
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
       01  WS-TOTAL-GENERAL PIC 9(8)V99 VALUE ZERO.
       01  WS-CONTADOR-EMPLEADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-LEIDOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-POR-HORA PIC 9(5) VALUE ZERO.
       01  WS-CONT-FUERA-MES PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-DIAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-PRORRATEADOS PIC 9(5) VALUE ZERO.
       01  WS-LINEA-REGISTRO PIC X(132).
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 DET-APELLIDOS PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DIAS PIC Z9.
           05 FILLER PIC X VALUE "/".
           05 DET-DIAS-MES PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-SUELDO PIC ZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-BRUTO PIC ZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-DEDUCCIONES PIC ZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-NETO PIC ZZZZZ9.99.
       01  WS-LINEA-NOVEDAD.
           05 NOV-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 NOV-TEXTO PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE "S" TO WS-ARCHIVO-OK.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           MOVE ZERO TO WS-TOTAL-GENERAL.
           MOVE ZERO TO WS-CONTADOR-EMPLEADOS.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONT-POR-HORA.
           MOVE ZERO TO WS-CONT-FUERA-MES.
           MOVE ZERO TO WS-CONT-SIN-DIAS.
           MOVE ZERO TO WS-CONT-PRORRATEADOS.
           MOVE ZERO TO WS-CONT-ADICIONALES.
           MOVE ZERO TO WS-TOTAL-ADICIONALES.
           DISPLAY "MES A LIQUIDAR (AAAAMM) :".
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
               DISPLAY "MES INVALIDO, LA CORRIDA NO SE INICIA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULAR-LIMITES-MES.
           PERFORM VERIFICAR-PERIODO.
           IF NOT PERIODO-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           IF ARCHIVO-DISPONIBLE
               PERFORM LEER-REGISTRO
               PERFORM PROCESAR-REGISTRO UNTIL FIN-ARCHIVO
           END-IF.
           PERFORM MARCAR-PERIODO-LIQUIDADO.
           PERFORM RUTINA-SALIDA.
      * EL MES VA DEL DIA 1 AL ULTIMO DIA CALENDARIO; EN PERIODOS.DAT
      * SE GUARDA COMO AAAAMM00, UNA CLAVE QUE NINGUNA FECHA DE FIN
      * DE SEMANA PUEDE TOMAR.
       CALCULAR-LIMITES-MES.
           PERFORM CALCULAR-DIAS-MES.
           COMPUTE WS-MES-INICIO = WS-MES-PEDIDO * 100 + 1.
           COMPUTE WS-MES-FIN = WS-MES-PEDIDO * 100 + WS-DIAS-MES.
           COMPUTE WS-PERIODO-MES = WS-MES-PEDIDO * 100.
       CALCULAR-DIAS-MES.
           EVALUATE WS-MES-MM
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
               MOVE 31 TO WS-DIAS-MES
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO WS-DIAS-MES
           WHEN 2
               PERFORM CALCULAR-FEBRERO
           END-EVALUATE.
       CALCULAR-FEBRERO.
      * ANIO BISIESTO: DIVISIBLE POR 4 Y (NO POR 100 O SI POR 400).
           MOVE 28 TO WS-DIAS-MES.
           DIVIDE WS-MES-AAAA BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE 29 TO WS-DIAS-MES
               DIVIDE WS-MES-AAAA BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   DIVIDE WS-MES-AAAA BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZERO
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               END-IF
           END-IF.
      * EL MES SOLO SE CORRE CON SU PERIODO ABIERTO (O SIN FILA,
      * QUE SE ABRE SOLA): UN MES LIQUIDADO O CERRADO EXIGE QUE UN
      * SUPERVISOR LO REABRA EN PERIODOS-CONTROL.
       VERIFICAR-PERIODO.
           MOVE "N" TO WS-PERIODO-OK.
           OPEN I-O PERIODOS-ARCHIVO.
           IF WS-FILE-STATUS-PER = "35"
               OPEN OUTPUT PERIODOS-ARCHIVO
               CLOSE PERIODOS-ARCHIVO
               OPEN I-O PERIODOS-ARCHIVO
           END-IF.
           MOVE WS-PERIODO-MES TO PER-SEMANA-FIN.
           READ PERIODOS-ARCHIVO
               INVALID KEY
                   PERFORM ABRIR-PERIODO-NUEVO
               NOT INVALID KEY
                   PERFORM REVISAR-ESTADO-PERIODO
           END-READ.
           CLOSE PERIODOS-ARCHIVO.
       ABRIR-PERIODO-NUEVO.
           MOVE WS-PERIODO-MES TO PER-SEMANA-FIN.
           SET PER-ABIERTO TO TRUE.
           MOVE ZERO TO PER-FECHA-CORRIDA.
           MOVE SPACES TO PER-OPERADOR.
           MOVE ZERO TO PER-EMPLEADOS.
           MOVE ZERO TO PER-TOTAL-NETO.
           WRITE PERIODO-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO ABRIR EL PERIODO."
               NOT INVALID KEY
                   MOVE "S" TO WS-PERIODO-OK
           END-WRITE.
       REVISAR-ESTADO-PERIODO.
           EVALUATE TRUE
           WHEN PER-ABIERTO
               MOVE "S" TO WS-PERIODO-OK
           WHEN PER-LIQUIDADO
               DISPLAY "EL MES " WS-MES-PEDIDO " YA ESTA "
                   "LIQUIDADO: UN SUPERVISOR DEBE REABRIR "
                   WS-PERIODO-MES " EN PERIODOS-CONTROL."
           WHEN PER-CERRADO
               DISPLAY "EL MES " WS-MES-PEDIDO " ESTA CERRADO: UN "
                   "SUPERVISOR DEBE REABRIR " WS-PERIODO-MES
                   " EN PERIODOS-CONTROL."
           WHEN OTHER
               DISPLAY "ESTADO DE PERIODO DESCONOCIDO PARA EL MES "
                   WS-MES-PEDIDO "."
           END-EVALUATE.
       MARCAR-PERIODO-LIQUIDADO.
           OPEN I-O PERIODOS-ARCHIVO.
           MOVE WS-PERIODO-MES TO PER-SEMANA-FIN.
           READ PERIODOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR EL PERIODO COMO "
                       "LIQUIDADO."
               NOT INVALID KEY
                   SET PER-LIQUIDADO TO TRUE
                   ACCEPT PER-FECHA-CORRIDA FROM DATE YYYYMMDD
                   MOVE WS-CONTADOR-EMPLEADOS TO PER-EMPLEADOS
                   MOVE WS-TOTAL-GENERAL TO PER-TOTAL-NETO
                   REWRITE PERIODO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL PERIODO."
                   END-REWRITE
           END-READ.
           CLOSE PERIODOS-ARCHIVO.
       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               MOVE "N" TO WS-ARCHIVO-OK
               DISPLAY "EMP.DAT NO EXISTE TODAVIA -- NO HAY "
                   "EMPLEADOS QUE LIQUIDAR."
           END-IF.
           OPEN INPUT TARIFAS-ARCHIVO.
           IF WS-FILE-STATUS-TARIFA = "35"
               OPEN OUTPUT TARIFAS-ARCHIVO
               CLOSE TARIFAS-ARCHIVO
               OPEN INPUT TARIFAS-ARCHIVO
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
           OPEN I-O RECURRENTES-ARCHIVO.
           IF WS-FILE-STATUS-REC = "35"
               OPEN OUTPUT RECURRENTES-ARCHIVO
               CLOSE RECURRENTES-ARCHIVO
               OPEN I-O RECURRENTES-ARCHIVO
           END-IF.
           OPEN I-O NOVEDADES-ARCHIVO.
           IF WS-FILE-STATUS-NVD = "35"
               OPEN OUTPUT NOVEDADES-ARCHIVO
               CLOSE NOVEDADES-ARCHIVO
               OPEN I-O NOVEDADES-ARCHIVO
           END-IF.
           OPEN I-O HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN I-O HISTORIA-PAGOS
           END-IF.
           OPEN OUTPUT REGISTRO-MENSUAL.
           PERFORM CARGAR-TABLA.
           MOVE SPACES TO WS-LINEA-REGISTRO.
           STRING "NOMINA MENSUAL DEL MES " DELIMITED BY SIZE
               WS-MES-PEDIDO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MES-INICIO DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-MES-FIN DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LINEA-REGISTRO
           END-STRING.
           PERFORM GRABAR-LINEA-REGISTRO.
           MOVE "ID     NOMBRE                    APELLIDOS" &
               "                            DIAS    SUELDO" &
               "     BRUTO     DEDUC      NETO"
               TO WS-LINEA-REGISTRO.
           PERFORM GRABAR-LINEA-REGISTRO.
       GRABAR-LINEA-REGISTRO.
           MOVE WS-LINEA-REGISTRO TO REGMES-LINEA.
           WRITE REGMES-LINEA.
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
           MOVE DED-TIPO TO TAB-TIPO (WS-DED-USADAS).
           MOVE DED-DESDE TO TAB-DESDE (WS-DED-USADAS).
           MOVE DED-HASTA TO TAB-HASTA (WS-DED-USADAS).
           MOVE DED-PORCENTAJE TO TAB-PORCENTAJE (WS-DED-USADAS).
           MOVE DED-CONCEPTO TO TAB-CONCEPTO (WS-DED-USADAS).
           PERFORM LEER-DEDUCCION.
       LEER-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
      * LOS EMPLEADOS POR HORA SOLO SE CUENTAN: LOS PAGA NOMINA-LOTE.
       PROCESAR-REGISTRO.
           ADD 1 TO WS-CONTADOR-LEIDOS.
           PERFORM BUSCAR-SUELDO-MES.
           IF HAY-TARIFA AND CLASE-MENSUAL
               PERFORM LIQUIDAR-EMPLEADO
           ELSE
               ADD 1 TO WS-CONT-POR-HORA
           END-IF.
           PERFORM LEER-REGISTRO.
      * SE TOMA EL SUELDO VIGENTE AL ULTIMO DIA DEL MES.
       BUSCAR-SUELDO-MES.
           MOVE "N" TO WS-HAY-TARIFA.
           MOVE SPACE TO WS-CLASE-TARIFA.
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
              OR TARIFA-VIGENCIA > WS-MES-FIN
               MOVE "S" TO WS-FIN-TARIFAS
           ELSE
               MOVE TARIFA-CLASE TO WS-CLASE-TARIFA
               MOVE TARIFA-SUELDO-MES TO WS-SUELDO-MES
               MOVE "S" TO WS-HAY-TARIFA
               PERFORM LEER-TARIFA
           END-IF.
      * EL TRAMO PAGABLE VA DEL ALTA (O EL DIA 1) A LA BAJA (O EL
      * ULTIMO DIA); UN ALTA POSTERIOR O UNA BAJA ANTERIOR AL MES
      * DEJAN EL TRAMO VACIO.
       LIQUIDAR-EMPLEADO.
           MOVE WS-MES-INICIO TO WS-DESDE.
           IF EMPLEADOS-FECHA-ALTA NUMERIC
              AND EMPLEADOS-FECHA-ALTA > WS-DESDE
               MOVE EMPLEADOS-FECHA-ALTA TO WS-DESDE
           END-IF.
           MOVE WS-MES-FIN TO WS-HASTA.
           IF EMPLEADOS-TERMINADO
              AND EMPLEADOS-FECHA-BAJA NUMERIC
              AND EMPLEADOS-FECHA-BAJA < WS-HASTA
               MOVE EMPLEADOS-FECHA-BAJA TO WS-HASTA
           END-IF.
           IF WS-DESDE > WS-HASTA
               ADD 1 TO WS-CONT-FUERA-MES
               MOVE "SIN ALTA DENTRO DEL MES, NO SE LIQUIDA"
                   TO NOV-TEXTO
               PERFORM GRABAR-NOVEDAD
           ELSE
               COMPUTE WS-DIAS-PAGADOS =
                   WS-HASTA-DD - WS-DESDE-DD + 1
               PERFORM CONTAR-SIN-GOCE
               IF WS-DIAS-SIN-GOCE NOT < WS-DIAS-PAGADOS
                   ADD 1 TO WS-CONT-SIN-DIAS
                   MOVE "MES COMPLETO SIN GOCE, NO SE LIQUIDA"
                       TO NOV-TEXTO
                   PERFORM GRABAR-NOVEDAD
               ELSE
                   SUBTRACT WS-DIAS-SIN-GOCE FROM WS-DIAS-PAGADOS
                   PERFORM LIQUIDAR-SUELDO
               END-IF
           END-IF.
       LIQUIDAR-SUELDO.
           IF WS-DIAS-PAGADOS = WS-DIAS-MES
               MOVE WS-SUELDO-MES TO ALMACENA
           ELSE
               COMPUTE ALMACENA ROUNDED =
                   WS-SUELDO-MES * WS-DIAS-PAGADOS / WS-DIAS-MES
               ADD 1 TO WS-CONT-PRORRATEADOS
           END-IF.
           PERFORM SUMAR-ADICIONALES.
           ADD WS-ADIC-GRAVADO TO ALMACENA.
           PERFORM CALCULAR-DEDUCCIONES.
           PERFORM APLICAR-RECURRENTES.
           ADD WS-ADIC-EXENTO TO WS-NETO.
           PERFORM GRABAR-DETALLE.
           PERFORM GRABAR-HISTORIA.
           IF WS-ADIC-EMPLEADO > ZERO
               PERFORM ASENTAR-ADICIONALES
           END-IF.
           ADD 1 TO WS-CONTADOR-EMPLEADOS.
           ADD WS-NETO TO WS-TOTAL-GENERAL.
      * LAS LICENCIAS SIN GOCE DEL EMPLEADO SE RECORTAN AL TRAMO
      * PAGABLE; EL DIA DE RETORNO YA SE TRABAJA.
       CONTAR-SIN-GOCE.
           MOVE ZERO TO WS-DIAS-SIN-GOCE.
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
       LEER-LICENCIA.
           READ LICENCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LICENCIAS
           END-READ.
       REVISAR-LICENCIA.
           IF LIC-ID NOT = EMPLEADOS-ID
               MOVE "S" TO WS-FIN-LICENCIAS
           ELSE
               PERFORM BUSCAR-REGLA-LICENCIA
               IF LICENCIA-SIN-GOCE
                   PERFORM RECORTAR-LICENCIA
               END-IF
               PERFORM LEER-LICENCIA
           END-IF.
      * LA REGLA DE TIPOSLIC.DAT MANDA; SIN FILA, SOLO EL TIPO
      * "SIN GOCE" SE DESCUENTA DEL SUELDO.
       BUSCAR-REGLA-LICENCIA.
           MOVE "N" TO WS-LICENCIA-SIN-GOCE.
           MOVE LIC-TIPO TO TLI-TIPO.
           READ TIPOS-LICENCIA-ARCHIVO
               INVALID KEY
                   IF LIC-TIPO = WS-TIPO-SIN-GOCE
                       MOVE "S" TO WS-LICENCIA-SIN-GOCE
                   END-IF
               NOT INVALID KEY
                   IF TLI-SIN-GOCE
                       MOVE "S" TO WS-LICENCIA-SIN-GOCE
                   END-IF
           END-READ.
       RECORTAR-LICENCIA.
           MOVE ZERO TO WS-DIAS-LICENCIA.
           MOVE LIC-FECHA-INICIO TO WS-LIC-DESDE.
           IF WS-LIC-DESDE < WS-DESDE
               MOVE WS-DESDE TO WS-LIC-DESDE
           END-IF.
           MOVE LIC-FECHA-RETORNO TO WS-RETORNO.
           IF WS-RETORNO = ZERO OR WS-RETORNO > WS-HASTA
               MOVE WS-HASTA TO WS-LIC-HASTA
           ELSE
               IF WS-RETORNO > WS-LIC-DESDE
                   MOVE WS-RETORNO TO WS-LIC-HASTA
                   SUBTRACT 1 FROM WS-LIC-HASTA-DD
               ELSE
                   MOVE ZERO TO WS-LIC-HASTA
               END-IF
           END-IF.
           IF WS-LIC-DESDE NOT > WS-LIC-HASTA
               COMPUTE WS-DIAS-LICENCIA =
                   WS-LIC-HASTA-DD - WS-LIC-DESDE-DD + 1
               ADD WS-DIAS-LICENCIA TO WS-DIAS-SIN-GOCE
           END-IF.
      * LA TABLA DE DEDUCC.DAT ESTA EN TRAMOS SEMANALES: EL TRAMO SE
      * BUSCA CON EL EQUIVALENTE SEMANAL DEL BRUTO DEL MES (X 12 / 52)
      * Y EL PORCENTAJE SE APLICA AL BRUTO DEL MES.
       CALCULAR-DEDUCCIONES.
           MOVE ZERO TO WS-IMPUESTO.
           MOVE ZERO TO WS-SEGSOC.
           MOVE ZERO TO WS-SINDICATO.
           COMPUTE WS-BRUTO-SEMANAL ROUNDED = ALMACENA * 12 / 52.
           MOVE 1 TO WS-DIX.
           PERFORM APLICAR-DEDUCCION UNTIL WS-DIX > WS-DED-USADAS.
           COMPUTE WS-TOTAL-DEDUCCIONES =
               WS-IMPUESTO + WS-SEGSOC + WS-SINDICATO.
           COMPUTE WS-NETO = ALMACENA - WS-TOTAL-DEDUCCIONES.
       APLICAR-DEDUCCION.
           IF WS-BRUTO-SEMANAL >= TAB-DESDE (WS-DIX)
              AND WS-BRUTO-SEMANAL <= TAB-HASTA (WS-DIX)
               COMPUTE WS-MONTO-CONCEPTO ROUNDED =
                   ALMACENA * TAB-PORCENTAJE (WS-DIX) / 100
               EVALUATE TAB-TIPO (WS-DIX)
               WHEN "I"
                   ADD WS-MONTO-CONCEPTO TO WS-IMPUESTO
               WHEN "S"
                   ADD WS-MONTO-CONCEPTO TO WS-SEGSOC
               WHEN "U"
                   ADD WS-MONTO-CONCEPTO TO WS-SINDICATO
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-DIX.
      * LAS DEDUCCIONES RECURRENTES DEL EMPLEADO (EMBARGOS,
      * ANTICIPOS) SE APLICAN DESPUES DE LAS LEGALES, EN ORDEN DE
      * PRIORIDAD, SIN PASAR EL SALDO PENDIENTE NI DEJAR EL NETO
      * NEGATIVO; EL SALDO SE DESCUENTA EN EL MAESTRO Y LA FILA SE
      * MARCA TERMINADA AL LLEGAR A CERO.
       APLICAR-RECURRENTES.
           MOVE ZERO TO WS-OTRAS.
           PERFORM CARGAR-RECURRENTES.
           PERFORM APLICAR-POR-PRIORIDAD
               UNTIL WS-REC-MIN-IX = ZERO.
           IF WS-OTRAS > ZERO
               ADD WS-OTRAS TO WS-TOTAL-DEDUCCIONES
               COMPUTE WS-NETO = ALMACENA - WS-TOTAL-DEDUCCIONES
           END-IF.
       CARGAR-RECURRENTES.
           MOVE ZERO TO WS-REC-USADAS.
           MOVE "N" TO WS-FIN-RECURRENTES.
           MOVE EMPLEADOS-ID TO REC-ID.
           MOVE SPACES TO REC-CONCEPTO.
           START RECURRENTES-ARCHIVO
               KEY IS NOT LESS THAN REC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-RECURRENTES
           END-START.
           IF NOT FIN-RECURRENTES
               PERFORM LEER-RECURRENTE
               PERFORM GUARDAR-RECURRENTE UNTIL FIN-RECURRENTES
           END-IF.
           PERFORM ELEGIR-PRIORIDAD.
       LEER-RECURRENTE.
           READ RECURRENTES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-RECURRENTES
           END-READ.
       GUARDAR-RECURRENTE.
           IF REC-ID NOT = EMPLEADOS-ID
               MOVE "S" TO WS-FIN-RECURRENTES
           ELSE
               IF REC-ACTIVA AND WS-REC-USADAS < 10
                   ADD 1 TO WS-REC-USADAS
                   MOVE REC-CONCEPTO
                       TO RECT-CONCEPTO (WS-REC-USADAS)
                   MOVE REC-MODO TO RECT-MODO (WS-REC-USADAS)
                   MOVE REC-VALOR TO RECT-VALOR (WS-REC-USADAS)
                   MOVE REC-SALDO TO RECT-SALDO (WS-REC-USADAS)
                   MOVE REC-PRIORIDAD
                       TO RECT-PRIORIDAD (WS-REC-USADAS)
                   MOVE "N" TO RECT-USADA (WS-REC-USADAS)
               END-IF
               PERFORM LEER-RECURRENTE
           END-IF.
       ELEGIR-PRIORIDAD.
           MOVE ZERO TO WS-REC-MIN-IX.
           MOVE 99 TO WS-REC-MIN-PRIO.
           MOVE 1 TO WS-REC-IX.
           PERFORM COMPARAR-PRIORIDAD
               UNTIL WS-REC-IX > WS-REC-USADAS.
       COMPARAR-PRIORIDAD.
           IF RECT-USADA (WS-REC-IX) = "N"
              AND RECT-PRIORIDAD (WS-REC-IX) NOT >
                  WS-REC-MIN-PRIO
               MOVE RECT-PRIORIDAD (WS-REC-IX)
                   TO WS-REC-MIN-PRIO
               MOVE WS-REC-IX TO WS-REC-MIN-IX
           END-IF.
           ADD 1 TO WS-REC-IX.
       APLICAR-POR-PRIORIDAD.
           MOVE WS-REC-MIN-IX TO WS-REC-IX.
           MOVE "S" TO RECT-USADA (WS-REC-IX).
           PERFORM CALCULAR-RECURRENTE.
           IF WS-MONTO-RECURRENTE > ZERO
               ADD WS-MONTO-RECURRENTE TO WS-OTRAS
               PERFORM DESCONTAR-SALDO
           END-IF.
           PERFORM ELEGIR-PRIORIDAD.
       CALCULAR-RECURRENTE.
           IF RECT-MODO (WS-REC-IX) = "P"
               COMPUTE WS-MONTO-RECURRENTE ROUNDED =
                   ALMACENA * RECT-VALOR (WS-REC-IX) / 100
           ELSE
               MOVE RECT-VALOR (WS-REC-IX)
                   TO WS-MONTO-RECURRENTE
           END-IF.
           IF RECT-SALDO (WS-REC-IX) > ZERO
              AND WS-MONTO-RECURRENTE > RECT-SALDO (WS-REC-IX)
               MOVE RECT-SALDO (WS-REC-IX)
                   TO WS-MONTO-RECURRENTE
           END-IF.
           COMPUTE WS-NETO-DISPONIBLE = WS-NETO - WS-OTRAS.
           IF WS-MONTO-RECURRENTE > WS-NETO-DISPONIBLE
               MOVE WS-NETO-DISPONIBLE TO WS-MONTO-RECURRENTE
           END-IF.
       DESCONTAR-SALDO.
           MOVE EMPLEADOS-ID TO REC-ID.
           MOVE RECT-CONCEPTO (WS-REC-IX) TO REC-CONCEPTO.
           READ RECURRENTES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO SE PUDO DESCONTAR EL SALDO DE "
                       REC-CONCEPTO " PARA " EMPLEADOS-ID
               NOT INVALID KEY
                   IF REC-SALDO > ZERO
                       SUBTRACT WS-MONTO-RECURRENTE FROM REC-SALDO
                       IF REC-SALDO = ZERO
                           SET REC-TERMINADA TO TRUE
                       END-IF
                   END-IF
                   REWRITE RECURRENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR "
                               "RECDEDUC.DAT PARA " EMPLEADOS-ID
                   END-REWRITE
           END-READ.
      * LA FILA MENSUAL LLEVA EL ULTIMO DIA DEL MES EN
      * PAGO-SEMANA-FIN Y LAS HORAS EN CERO.
       GRABAR-HISTORIA.
           MOVE EMPLEADOS-ID TO PAGO-ID.
           ACCEPT WS-FECHA-PAGO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PAGO TO PAGO-FECHA.
           MOVE ALMACENA TO PAGO-BRUTO.
      * LO EXENTO SE PAGA FUERA DE LA BASE GRAVADA, COMO AJUSTE
      * NEGATIVO DE LAS DEDUCCIONES (IGUAL QUE EN NOMINA-LOTE).
           COMPUTE PAGO-DEDUCCIONES =
               WS-TOTAL-DEDUCCIONES - WS-ADIC-EXENTO.
           MOVE WS-IMPUESTO TO PAGO-IMPUESTO.
           MOVE WS-SEGSOC TO PAGO-SEGSOC.
           MOVE WS-SINDICATO TO PAGO-SINDICATO.
           MOVE WS-NETO TO PAGO-NETO.
           MOVE ZERO TO PAGO-HORAS-NORMALES.
           MOVE ZERO TO PAGO-HORAS-EXTRA-DIA.
           MOVE ZERO TO PAGO-HORAS-EXTRA-SEM.
           MOVE "M" TO PAGO-TIPO.
           MOVE WS-MES-FIN TO PAGO-SEMANA-FIN.
           MOVE ZERO TO PAGO-FECHA-REF.
           MOVE ZERO TO PAGO-SECUENCIA-REF.
           MOVE SPACE TO PAGO-TIPO-REF.
           MOVE SPACES TO PAGO-MOTIVO.
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
       GRABAR-DETALLE.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE EMPLEADOS-NOMBRE TO DET-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO DET-APELLIDOS.
           MOVE WS-DIAS-PAGADOS TO DET-DIAS.
           MOVE WS-DIAS-MES TO DET-DIAS-MES.
           MOVE WS-SUELDO-MES TO DET-SUELDO.
           MOVE ALMACENA TO DET-BRUTO.
           MOVE WS-TOTAL-DEDUCCIONES TO DET-DEDUCCIONES.
           MOVE WS-NETO TO DET-NETO.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-REGISTRO.
           PERFORM GRABAR-LINEA-REGISTRO.
      * LAS NOVEDADES DE PAGO APROBADAS Y SIN PAGAR DEL EMPLEADO HASTA
      * EL ULTIMO DIA DEL MES ENTRAN EN ESTA LIQUIDACION.
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
                  OR NVD-SEMANA-FIN > WS-MES-FIN
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
      * CADA NOVEDAD PAGADA LLEVA SU LINEA EN EL REGISTRO Y, CON LA
      * FILA DE PAGOHIST.DAT GRABADA, QUEDA MARCADA PAGADA CON LA
      * FECHA Y SECUENCIA DE ESA FILA.
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
               IF PAGO-GRABADO
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
           PERFORM GRABAR-LINEA-REGISTRO.
       RUTINA-SALIDA.
           DISPLAY "REGISTROS LEIDOS      : " WS-CONTADOR-LEIDOS.
           DISPLAY "SALTADOS POR HORA     : " WS-CONT-POR-HORA.
           DISPLAY "SALTADOS FUERA DE MES : " WS-CONT-FUERA-MES.
           DISPLAY "SALTADOS SIN GOCE     : " WS-CONT-SIN-DIAS.
           DISPLAY "EMPLEADOS LIQUIDADOS  : " WS-CONTADOR-EMPLEADOS.
           DISPLAY "  DE ELLOS PRORRATEADOS: " WS-CONT-PRORRATEADOS.
           DISPLAY "TOTAL DE CONTROL NOMINA: " WS-TOTAL-GENERAL.
           DISPLAY "NOVEDADES PAGADAS     : " WS-CONT-ADICIONALES
               " POR " WS-TOTAL-ADICIONALES.
           IF ARCHIVO-DISPONIBLE
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.
           CLOSE TARIFAS-ARCHIVO.
           CLOSE LICENCIAS-ARCHIVO.
           CLOSE TIPOS-LICENCIA-ARCHIVO.
           CLOSE RECURRENTES-ARCHIVO.
           CLOSE NOVEDADES-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
           CLOSE REGISTRO-MENSUAL.
           GOBACK.
       END PROGRAM NOMINA-MENSUAL.

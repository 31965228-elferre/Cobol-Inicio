      *          ledger as PAGO-TIPO F and prints the signed-on-the-
      *          way-out document to finiq.rpt -- the paper the labor
      *          inspections ask for. The deductions on a settlement
      *          stay with accounting, so the row carries none except
      *          the company property charged in bienes.dat.
      *          BAJA-EMPLEADOS calls the "FINIQUITO-LOTE" entry right
      *          after flipping the estado; the interactive path is
      *          for settlements done later (e.g. a baja applied by
      *              shown, and the vacation days paid out are added
      *              to VAC-DIAS-TOMADOS so the vacac.dat balance
      *              reflects the payout.
      * 2026-10-15 - pagohist.dat is indexed now: every pass over the
      *              ledger reads only the employee's rows with START
      *              on PAGO-ID, and the settlement row takes the next
      *              free PAGO-SECUENCIA of its date.
      * 2026-10-15 - A week keyed in several department lines is
      *              added up day by day into one table entry before
      *              the daily and weekly overtime caps are applied,
      *              the same way NOMINA-LOTE does.
      * 2026-10-15 - Company property clearance: items of bienes.dat
      *              the employee still holds are listed and the
      *              settlement is held (notice on finiq.rpt, no
      *              ledger row) unless a rol-S operator authorizes
      *              it; items charged in BIENES-MANT are deducted
      *              from the settlement through their recdeduc.dat
      *              balance, in PAGO-OTRAS-DEDUCC.
      * 2026-10-15 - The supervisor authorizing a settlement held by
      *              property must give the password and the account
      *              must not be blocked, as in the PRIMERO sign-on;
      *              the id goes on finiq.rpt only after that. Vacation
      *              days of a monthly salaried employee are valued at
      *              TARIFA-SUELDO-MES / 30. A reverso only voids a
      *              prior settlement when it points at a tipo-F row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQUITO-EMPLEADOS.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL VACACIONES-ARCHIVO
       ASSIGN TO "vacac.dat"
       ASSIGN TO "finiq.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BIENES-ARCHIVO
       ASSIGN TO "bienes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BIE-CLAVE
       FILE STATUS IS WS-FILE-STATUS-BIE.

       SELECT OPTIONAL RECURRENTES-ARCHIVO
       ASSIGN TO "recdeduc.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-REC.

       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "operadores.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-OPER.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
      * DOCUMENTO DE FINIQUITO PARA FIRMA
       FD FINIQUITO-ARCHIVO.
           01 FINIQUITO-LINEA PIC X(80).
      * BIENES DE LA EMPRESA ENTREGADOS A CADA EMPLEADO
       FD BIENES-ARCHIVO.
           COPY BIEREG.
      * MAESTRO DE DEDUCCIONES RECURRENTES POR EMPLEADO
       FD RECURRENTES-ARCHIVO.
           COPY RECREG.
      * PERFILES DE OPERADOR
       FD OPERADORES-ARCHIVO.
           COPY OPERREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FILE-STATUS-BIE PIC X(2).
       01  WS-FILE-STATUS-REC PIC X(2).
       01  WS-FILE-STATUS-OPER PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-PARAM-DIAS-AGUI PIC 9(5) VALUE 15.
       01  WS-FIN-HORAS PIC X.
           88 FIN-HORAS VALUE "S".
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  WS-FIN-PAGOS PIC X.
           88 FIN-PAGOS VALUE "S".
       01  WS-SEMANA-PAGADA PIC X.
       01  WS-TABLA-REFS.
           05 WS-REF-ENTRADA OCCURS 50 TIMES.
               10 REF-FECHA PIC 9(8).
               10 REF-TIPO PIC X(1).
       01  WS-SEM-USADAS PIC 99 VALUE ZERO.
       01  WS-SEM-IX PIC 99.
       01  WS-TABLA-SEMANAS.
           05 WS-SEM-ENTRADA OCCURS 60 TIMES.
               10 SEM-FIN PIC 9(8).
               10 SEM-DIA PIC 9(3)V99 OCCURS 7 TIMES.
               10 SEM-NORMALES PIC 9(4)V99.
               10 SEM-EXTRA-DIA PIC 9(4)V99.
               10 SEM-EXTRA-SEM PIC 9(4)V99.
       01  WS-HORAS-EXTRA-DIA PIC 9(4)V99.
       01  WS-HORAS-EXTRA-SEM PIC 9(4)V99.
       01  WS-TASA PIC 9(3)V99.
       01  WS-CLASE-TARIFA PIC X(1).
           88 CLASE-MENSUAL VALUE "M".
       01  WS-SUELDO-MES PIC 9(6)V99.
       01  WS-HAY-TARIFA PIC X.
           88 HAY-TARIFA VALUE "S".
       01  WS-FIN-TARIFAS PIC X.
       01  WS-LINEA-MONTO.
           05 MON-TEXTO PIC X(34).
           05 MON-IMPORTE PIC ---,--9.99.
      * BIENES DE LA EMPRESA QUE EL EMPLEADO NO DEVOLVIO (RETIENEN EL
      * FINIQUITO) Y LOS YA COBRADOS CON SU DEDUCCION RECURRENTE.
       01  WS-FIN-BIENES PIC X.
           88 FIN-BIENES VALUE "S".
       01  WS-FINIQUITO-RETENIDO PIC X.
           88 FINIQUITO-RETENIDO VALUE "S".
       01  WS-SUPERVISOR-ID PIC X(10).
       01  WS-SUPERVISOR-CLAVE PIC X(10).
       01  WS-ES-SUPERVISOR PIC X.
           88 ES-SUPERVISOR VALUE "S".
           88 SUPERVISOR-BLOQUEADO VALUE "B".
       01  FIN-DE-OPERADORES PIC X.
           88 FIN-OPERADORES VALUE "S".
       01  WS-PEN-CANTIDAD PIC 9(3).
       01  WS-PEN-USADOS PIC 9(2).
       01  WS-PEN-IX PIC 9(2).
       01  WS-TABLA-PENDIENTES.
           05 WS-PEN-ENTRADA OCCURS 20 TIMES.
               10 PEN-CODIGO PIC X(10).
               10 PEN-DESCRIPCION PIC X(30).
               10 PEN-ENTREGA PIC 9(8).
               10 PEN-VALOR PIC 9(6)V99.
       01  WS-COB-USADOS PIC 9(2).
       01  WS-COB-IX PIC 9(2).
       01  WS-COB-HALLADO PIC X.
           88 COB-HALLADO VALUE "S".
       01  WS-TABLA-COBROS.
           05 WS-COB-ENTRADA OCCURS 20 TIMES.
               10 COB-CONCEPTO PIC X(20).
               10 COB-MONTO PIC 9(6)V99.
       01  WS-DESCUENTO-BIENES PIC 9(6)V99.
       01  WS-RESTO-DESCUENTO PIC 9(6)V99.
       01  WS-APLICADO PIC 9(6)V99.
       01  WS-NETO-FINIQUITO PIC 9(6)V99.
       01  WS-LINEA-BIEN.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LB-CODIGO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LB-DESCRIPCION PIC X(30).
           05 FILLER PIC X(11) VALUE " ENTREGADO ".
           05 LB-ENTREGA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LB-VALOR PIC ---,--9.99.
       LINKAGE SECTION.
       01  LNK-FINIQUITO-ID PIC X(6).
       01  LNK-OPERADOR PIC X(10).
               DISPLAY "NO SE EMITE OTRO: PARA REHACERLO, REVERSE "
                   "EL ANTERIOR EN REVERSA-PAGOS."
           ELSE
               PERFORM REVISAR-BIENES
               IF FINIQUITO-RETENIDO
                   PERFORM IMPRIMIR-RETENCION
                   DISPLAY "FINIQUITO DE " WS-ID-BUSQUEDA " RETENIDO "
                       "POR BIENES SIN DEVOLVER, AVISO EN FINIQ.RPT."
               ELSE
                   PERFORM EMITIR-FINIQUITO
               END-IF
           END-IF.
      * LO QUE EL EMPLEADO TIENE EN SU PODER RETIENE EL FINIQUITO
      * HASTA QUE LO DEVUELVA O UN SUPERVISOR LO AUTORICE; LO YA
      * COBRADO EN BIENES-MANT SE DESCUENTA DEL FINIQUITO.
       REVISAR-BIENES.
           MOVE "N" TO WS-FINIQUITO-RETENIDO.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           MOVE ZERO TO WS-PEN-CANTIDAD.
           MOVE ZERO TO WS-PEN-USADOS.
           MOVE ZERO TO WS-COB-USADOS.
           MOVE ZERO TO WS-DESCUENTO-BIENES.
           MOVE "N" TO WS-FIN-BIENES.
           OPEN INPUT BIENES-ARCHIVO.
           OPEN INPUT RECURRENTES-ARCHIVO.
           MOVE WS-ID-BUSQUEDA TO BIE-ID.
           MOVE LOW-VALUES TO BIE-CODIGO.
           MOVE ZERO TO BIE-FECHA-ENTREGA.
           START BIENES-ARCHIVO
               KEY IS NOT LESS THAN BIE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-BIENES
           END-START.
           IF NOT FIN-BIENES
               PERFORM LEER-BIEN
               PERFORM JUNTAR-BIENES UNTIL FIN-BIENES
           END-IF.
           CLOSE BIENES-ARCHIVO.
           CLOSE RECURRENTES-ARCHIVO.
           IF WS-PEN-CANTIDAD > ZERO
               PERFORM PEDIR-AUTORIZACION
           END-IF.
       LEER-BIEN.
           READ BIENES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-BIENES
           END-READ.
       JUNTAR-BIENES.
           IF BIE-ID NOT = WS-ID-BUSQUEDA
               MOVE "S" TO WS-FIN-BIENES
           ELSE
               EVALUATE TRUE
               WHEN BIE-EN-PODER
                   ADD 1 TO WS-PEN-CANTIDAD
                   IF WS-PEN-USADOS < 20
                       ADD 1 TO WS-PEN-USADOS
                       MOVE BIE-CODIGO TO PEN-CODIGO (WS-PEN-USADOS)
                       MOVE BIE-DESCRIPCION
                           TO PEN-DESCRIPCION (WS-PEN-USADOS)
                       MOVE BIE-FECHA-ENTREGA
                           TO PEN-ENTREGA (WS-PEN-USADOS)
                       MOVE BIE-VALOR TO PEN-VALOR (WS-PEN-USADOS)
                   END-IF
               WHEN BIE-COBRADO
                   PERFORM BUSCAR-DEDUCCION-BIEN
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               PERFORM LEER-BIEN
           END-IF.
      * LO QUE QUEDA POR DESCONTAR ES EL SALDO DE LA DEDUCCION; UNA
      * FILA SIN SALDO DECRECIENTE SE TOMA POR EL VALOR COBRADO.
       BUSCAR-DEDUCCION-BIEN.
           MOVE BIE-ID TO REC-ID.
           MOVE SPACES TO REC-CONCEPTO.
           STRING "BIEN " BIE-CODIGO
               DELIMITED BY SIZE INTO REC-CONCEPTO.
           MOVE "N" TO WS-COB-HALLADO.
           MOVE 1 TO WS-COB-IX.
           PERFORM COMPARAR-COBRO
               UNTIL COB-HALLADO OR WS-COB-IX > WS-COB-USADOS.
           IF NOT COB-HALLADO
               READ RECURRENTES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REC-ACTIVA AND WS-COB-USADOS < 20
                           ADD 1 TO WS-COB-USADOS
                           MOVE REC-CONCEPTO
                               TO COB-CONCEPTO (WS-COB-USADOS)
                           IF REC-SALDO > ZERO
                               MOVE REC-SALDO
                                   TO COB-MONTO (WS-COB-USADOS)
                           ELSE
                               MOVE BIE-VALOR-COBRO
                                   TO COB-MONTO (WS-COB-USADOS)
                           END-IF
                           ADD COB-MONTO (WS-COB-USADOS)
                               TO WS-DESCUENTO-BIENES
                       END-IF
               END-READ
           END-IF.
       COMPARAR-COBRO.
           IF COB-CONCEPTO (WS-COB-IX) = REC-CONCEPTO
               MOVE "S" TO WS-COB-HALLADO
           ELSE
               ADD 1 TO WS-COB-IX
           END-IF.
       PEDIR-AUTORIZACION.
           DISPLAY "*** EL EMPLEADO TIENE " WS-PEN-CANTIDAD
               " BIENES DE LA EMPRESA SIN DEVOLVER: ***".
           MOVE 1 TO WS-PEN-IX.
           PERFORM MOSTRAR-PENDIENTE UNTIL WS-PEN-IX > WS-PEN-USADOS.
           DISPLAY "EL FINIQUITO QUEDA RETENIDO HASTA LA DEVOLUCION "
               "O LA AUTORIZACION DE UN SUPERVISOR.".
           DISPLAY "ID DE SUPERVISOR QUE AUTORIZA EMITIRLO IGUAL "
               "(ENTER=RETENER) :".
           ACCEPT WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = SPACES
               MOVE "S" TO WS-FINIQUITO-RETENIDO
           ELSE
               DISPLAY "CLAVE DEL SUPERVISOR :"
               ACCEPT WS-SUPERVISOR-CLAVE
               PERFORM VERIFICAR-SUPERVISOR
               EVALUATE TRUE
               WHEN ES-SUPERVISOR
                   CONTINUE
               WHEN SUPERVISOR-BLOQUEADO
                   DISPLAY "CUENTA BLOQUEADA: NO PUEDE AUTORIZAR."
                   MOVE SPACES TO WS-SUPERVISOR-ID
                   MOVE "S" TO WS-FINIQUITO-RETENIDO
               WHEN OTHER
                   DISPLAY "SUPERVISOR O CLAVE INCORRECTOS."
                   MOVE SPACES TO WS-SUPERVISOR-ID
                   MOVE "S" TO WS-FINIQUITO-RETENIDO
               END-EVALUATE
           END-IF.
       MOSTRAR-PENDIENTE.
           DISPLAY "  " PEN-CODIGO (WS-PEN-IX) " "
               PEN-DESCRIPCION (WS-PEN-IX) " ENTREGADO "
               PEN-ENTREGA (WS-PEN-IX) " VALOR " PEN-VALOR (WS-PEN-IX).
           ADD 1 TO WS-PEN-IX.
      * SIN OPERADORES.DAT SE CONCEDE, IGUAL QUE EL SIGN-ON DE
      * PRIMERO.CBL EL PRIMER DIA. CON EL ARCHIVO SE VALIDA COMO EN
      * PRIMERO.CBL: ROL S, CLAVE Y CUENTA NO BLOQUEADA.
       VERIFICAR-SUPERVISOR.
           MOVE "N" TO WS-ES-SUPERVISOR.
           MOVE "N" TO FIN-DE-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF WS-FILE-STATUS-OPER = "35"
               MOVE "S" TO WS-ES-SUPERVISOR
           ELSE
               PERFORM LEER-OPERADOR
               IF FIN-OPERADORES
                   MOVE "S" TO WS-ES-SUPERVISOR
               END-IF
               PERFORM COMPARAR-OPERADOR UNTIL FIN-OPERADORES
           END-IF.
           CLOSE OPERADORES-ARCHIVO.
       LEER-OPERADOR.
           READ OPERADORES-ARCHIVO
               AT END MOVE "S" TO FIN-DE-OPERADORES
           END-READ.
       COMPARAR-OPERADOR.
           IF OPER-ID = WS-SUPERVISOR-ID
               EVALUATE TRUE
               WHEN OPER-BLOQUEADO
                   MOVE "B" TO WS-ES-SUPERVISOR
               WHEN OPER-SUPERVISOR
                  AND OPER-CLAVE = WS-SUPERVISOR-CLAVE
                   MOVE "S" TO WS-ES-SUPERVISOR
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM LEER-OPERADOR.
       BUSCAR-FINIQUITO-PREVIO.
           MOVE "N" TO WS-FINIQUITO-PREVIO.
           MOVE ZERO TO WS-FPR-USADOS.
           MOVE ZERO TO WS-REF-USADOS.
           MOVE "N" TO WS-FIN-PAGOS.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM POSICIONAR-PAGOS.
           PERFORM JUNTAR-FINIQUITOS UNTIL FIN-PAGOS.
           CLOSE HISTORIA-PAGOS.
           MOVE 1 TO WS-FPR-IX.
                       ADD 1 TO WS-REF-USADOS
                       MOVE PAGO-FECHA-REF
                           TO REF-FECHA (WS-REF-USADOS)
                       MOVE PAGO-TIPO-REF
                           TO REF-TIPO (WS-REF-USADOS)
                   END-IF
               WHEN OTHER
                   CONTINUE
               MOVE FPR-NETO (WS-FPR-IX) TO WS-NETO-PREVIO
           END-IF.
           ADD 1 TO WS-FPR-IX.
      * EL REVERSO DE OTRA FILA DE LA MISMA FECHA NO ANULA EL
      * FINIQUITO; UNO VIEJO SIN TIPO-REF VA POR LA FECHA SOLA.
       COMPARAR-REF.
           IF REF-FECHA (WS-REF-IX) = FPR-FECHA (WS-FPR-IX)
              AND (REF-TIPO (WS-REF-IX) = SPACE
                OR REF-TIPO (WS-REF-IX) = "F")
               MOVE "S" TO WS-REF-HALLADO
           ELSE
               ADD 1 TO WS-REF-IX
       EMITIR-FINIQUITO.
           PERFORM BUSCAR-TARIFA.
           PERFORM JUNTAR-SEMANAS-SIN-PAGO.
           PERFORM REPARTIR-SEMANAS.
           PERFORM VALUAR-SEMANAS.
           PERFORM VALUAR-VACACIONES.
           PERFORM VALUAR-AGUINALDO.
           COMPUTE WS-TOTAL-FINIQUITO = WS-MONTO-HORAS
               + WS-MONTO-VACACION + WS-MONTO-AGUINALDO.
           IF WS-DESCUENTO-BIENES > WS-TOTAL-FINIQUITO
               MOVE WS-TOTAL-FINIQUITO TO WS-DESCUENTO-BIENES
           END-IF.
           COMPUTE WS-NETO-FINIQUITO =
               WS-TOTAL-FINIQUITO - WS-DESCUENTO-BIENES.
           IF WS-TOTAL-FINIQUITO = ZERO
               DISPLAY "NADA QUE FINIQUITAR PARA " WS-ID-BUSQUEDA
                   ", NO SE EMITE DOCUMENTO."
           ELSE
               PERFORM GRABAR-HISTORIA
               PERFORM DESCONTAR-VACACIONES-PAGADAS
               IF WS-DESCUENTO-BIENES > ZERO
                   PERFORM DESCONTAR-BIENES
               END-IF
               PERFORM IMPRIMIR-FINIQUITO
               DISPLAY "FINIQUITO DE " WS-ID-BUSQUEDA " POR "
                   WS-TOTAL-FINIQUITO " EMITIDO EN FINIQ.RPT."
           MOVE "N" TO WS-HAY-TARIFA.
           MOVE "N" TO WS-FIN-TARIFAS.
           MOVE ZERO TO WS-TASA.
           MOVE SPACE TO WS-CLASE-TARIFA.
           MOVE ZERO TO WS-SUELDO-MES.
           MOVE WS-ID-BUSQUEDA TO TARIFA-ID.
           MOVE ZERO TO TARIFA-VIGENCIA.
           START TARIFAS-ARCHIVO
               MOVE "S" TO WS-FIN-TARIFAS
           ELSE
               MOVE TARIFA-HORA TO WS-TASA
               MOVE TARIFA-CLASE TO WS-CLASE-TARIFA
               MOVE TARIFA-SUELDO-MES TO WS-SUELDO-MES
               MOVE "S" TO WS-HAY-TARIFA
               PERFORM LEER-TARIFA
           END-IF.
           MOVE "N" TO WS-SEMANA-PAGADA.
           MOVE "N" TO WS-FIN-PAGOS.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM POSICIONAR-PAGOS.
           PERFORM COMPARAR-PAGO UNTIL FIN-PAGOS OR SEMANA-PAGADA.
           CLOSE HISTORIA-PAGOS.
      * CADA PASADA LEE SOLO LAS FILAS DEL EMPLEADO: START EN SU
      * PAGO-ID Y FIN DE LECTURA AL CAMBIAR DE ID.
       POSICIONAR-PAGOS.
           MOVE WS-ID-BUSQUEDA TO PAGO-ID.
           MOVE ZERO TO PAGO-FECHA.
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
       COMPARAR-PAGO.
           IF PAGO-ID = HORAS-ID
              AND PAGO-SEMANA-FIN = HORAS-SEMANA-FIN
               MOVE "S" TO WS-SEMANA-PAGADA
           END-IF.
           PERFORM LEER-PAGO.
      * LAS LINEAS DE UNA MISMA SEMANA (UNA POR DEPARTAMENTO DONDE
      * SE TRABAJO) SE SUMAN DIA POR DIA EN UNA SOLA ENTRADA; LOS
      * TOPES SE APLICAN DESPUES SOBRE LA SUMA.
       GUARDAR-SEMANA.
           MOVE 1 TO WS-SEM-IX.
           PERFORM BUSCAR-SEMANA-TABLA
               UNTIL WS-SEM-IX > WS-SEM-USADAS
               OR SEM-FIN (WS-SEM-IX) = HORAS-SEMANA-FIN.
           IF WS-SEM-IX > WS-SEM-USADAS
               IF WS-SEM-USADAS < 60
                   ADD 1 TO WS-SEM-USADAS
                   MOVE WS-SEM-USADAS TO WS-SEM-IX
                   MOVE HORAS-SEMANA-FIN TO SEM-FIN (WS-SEM-IX)
                   MOVE 1 TO WS-DIA-IX
                   PERFORM LIMPIAR-DIA-SEMANA UNTIL WS-DIA-IX > 7
               ELSE
                   DISPLAY "MAS DE 60 SEMANAS SIN LIQUIDAR, REVISAR "
                       "A MANO LA SEMANA " HORAS-SEMANA-FIN "."
               END-IF
           END-IF.
           IF WS-SEM-IX NOT > WS-SEM-USADAS
               MOVE 1 TO WS-DIA-IX
               PERFORM SUMAR-DIA-SEMANA UNTIL WS-DIA-IX > 7
           END-IF.
       BUSCAR-SEMANA-TABLA.
           ADD 1 TO WS-SEM-IX.
       LIMPIAR-DIA-SEMANA.
           MOVE ZERO TO SEM-DIA (WS-SEM-IX WS-DIA-IX).
           ADD 1 TO WS-DIA-IX.
       SUMAR-DIA-SEMANA.
           ADD HORAS-DIA (WS-DIA-IX) TO SEM-DIA (WS-SEM-IX WS-DIA-IX).
           ADD 1 TO WS-DIA-IX.
      * CADA SEMANA JUNTADA SE REPARTE EN HORAS NORMALES Y EXTRA,
      * IGUAL QUE EN NOMINA-LOTE.
       REPARTIR-SEMANAS.
           MOVE 1 TO WS-SEM-IX.
           PERFORM REPARTIR-UNA-SEMANA UNTIL WS-SEM-IX > WS-SEM-USADAS.
       REPARTIR-UNA-SEMANA.
           MOVE ZERO TO WS-HORAS-NORMALES.
           MOVE ZERO TO WS-HORAS-EXTRA-DIA.
           MOVE ZERO TO WS-HORAS-EXTRA-SEM.
                   WS-HORAS-NORMALES - WS-PARAM-TOPE-SEMANA
               MOVE WS-PARAM-TOPE-SEMANA TO WS-HORAS-NORMALES
           END-IF.
           MOVE WS-HORAS-NORMALES TO SEM-NORMALES (WS-SEM-IX).
           MOVE WS-HORAS-EXTRA-DIA TO SEM-EXTRA-DIA (WS-SEM-IX).
           MOVE WS-HORAS-EXTRA-SEM TO SEM-EXTRA-SEM (WS-SEM-IX).
           ADD 1 TO WS-SEM-IX.
       REPARTIR-DIA.
           IF SEM-DIA (WS-SEM-IX WS-DIA-IX) > WS-PARAM-TOPE-DIA
               ADD WS-PARAM-TOPE-DIA TO WS-HORAS-NORMALES
               COMPUTE WS-HORAS-EXTRA-DIA = WS-HORAS-EXTRA-DIA
                   + SEM-DIA (WS-SEM-IX WS-DIA-IX)
                   - WS-PARAM-TOPE-DIA
           ELSE
               ADD SEM-DIA (WS-SEM-IX WS-DIA-IX) TO WS-HORAS-NORMALES
           END-IF.
           ADD 1 TO WS-DIA-IX.
       VALUAR-SEMANAS.
                   * WS-PARAM-PCT-SEMANA / 100.
           ADD 1 TO WS-SEM-IX.
      * UN DIA DE SALARIO SE VALUA COMO EL TOPE DIARIO DE HORAS POR
      * LA TARIFA VIGENTE; PARA UN MENSUALIZADO (TARIFA-HORA EN CERO)
      * ES LA TREINTAVA PARTE DEL SUELDO DEL MES.
       VALUAR-VACACIONES.
           MOVE ZERO TO WS-SALDO-VACACION.
           MOVE WS-ID-BUSQUEDA TO VAC-ID.
                       VAC-DIAS-ACREDITADOS - VAC-DIAS-TOMADOS
           END-READ.
           IF WS-SALDO-VACACION > ZERO AND HAY-TARIFA
               IF CLASE-MENSUAL
                   COMPUTE WS-MONTO-VACACION ROUNDED =
                       WS-SALDO-VACACION * WS-SUELDO-MES / 30
               ELSE
                   COMPUTE WS-MONTO-VACACION ROUNDED =
                       WS-SALDO-VACACION * WS-PARAM-TOPE-DIA * WS-TASA
               END-IF
           END-IF.
       VALUAR-AGUINALDO.
           MOVE ZERO TO WS-BRUTO-ANIO.
           MOVE "N" TO WS-FIN-PAGOS.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM POSICIONAR-PAGOS.
           PERFORM ACUMULAR-BRUTO UNTIL FIN-PAGOS.
           CLOSE HISTORIA-PAGOS.
           IF WS-BRUTO-ANIO < ZERO
           END-IF.
           PERFORM LEER-PAGO.
       GRABAR-HISTORIA.
           OPEN I-O HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN I-O HISTORIA-PAGOS
           END-IF.
           MOVE WS-ID-BUSQUEDA TO PAGO-ID.
           MOVE WS-FECHA-HOY TO PAGO-FECHA.
           MOVE WS-TOTAL-FINIQUITO TO PAGO-BRUTO.
           MOVE WS-DESCUENTO-BIENES TO PAGO-DEDUCCIONES.
           MOVE ZERO TO PAGO-IMPUESTO.
           MOVE ZERO TO PAGO-SEGSOC.
           MOVE ZERO TO PAGO-SINDICATO.
           MOVE WS-NETO-FINIQUITO TO PAGO-NETO.
           MOVE ZERO TO PAGO-HORAS-NORMALES.
           MOVE ZERO TO PAGO-HORAS-EXTRA-DIA.
           MOVE ZERO TO PAGO-HORAS-EXTRA-SEM.
           MOVE "F" TO PAGO-TIPO.
           MOVE ZERO TO PAGO-SEMANA-FIN.
           MOVE ZERO TO PAGO-FECHA-REF.
           MOVE ZERO TO PAGO-SECUENCIA-REF.
           MOVE SPACE TO PAGO-TIPO-REF.
           MOVE SPACES TO PAGO-MOTIVO.
           MOVE WS-DESCUENTO-BIENES TO PAGO-OTRAS-DEDUCC.
           PERFORM GRABAR-PAGO.
           CLOSE HISTORIA-PAGOS.
      * EL DESCUENTO SE REPARTE ENTRE LAS DEDUCCIONES DE BIENES EN EL
      * ORDEN EN QUE SE LEYERON; LA QUE SE CUBRE ENTERA TERMINA Y LO
      * QUE NO ALCANZO A CUBRIR QUEDA COMO SALDO PARA CONTABILIDAD.
       DESCONTAR-BIENES.
           OPEN I-O RECURRENTES-ARCHIVO.
           MOVE WS-DESCUENTO-BIENES TO WS-RESTO-DESCUENTO.
           MOVE 1 TO WS-COB-IX.
           PERFORM APLICAR-DESCUENTO-BIEN
               UNTIL WS-COB-IX > WS-COB-USADOS.
           CLOSE RECURRENTES-ARCHIVO.
       APLICAR-DESCUENTO-BIEN.
           IF COB-MONTO (WS-COB-IX) > WS-RESTO-DESCUENTO
               MOVE WS-RESTO-DESCUENTO TO WS-APLICADO
           ELSE
               MOVE COB-MONTO (WS-COB-IX) TO WS-APLICADO
           END-IF.
           IF WS-APLICADO > ZERO
               MOVE WS-ID-BUSQUEDA TO REC-ID
               MOVE COB-CONCEPTO (WS-COB-IX) TO REC-CONCEPTO
               READ RECURRENTES-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO SE PUDO DESCONTAR EL SALDO DE "
                           REC-CONCEPTO " PARA " WS-ID-BUSQUEDA
                   NOT INVALID KEY
                       COMPUTE REC-SALDO =
                           COB-MONTO (WS-COB-IX) - WS-APLICADO
                       IF REC-SALDO = ZERO
                           SET REC-TERMINADA TO TRUE
                       END-IF
                       REWRITE RECURRENTE-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR "
                                   "RECDEDUC.DAT PARA " WS-ID-BUSQUEDA
                       END-REWRITE
               END-READ
               SUBTRACT WS-APLICADO FROM WS-RESTO-DESCUENTO
           END-IF.
           ADD 1 TO WS-COB-IX.
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
       IMPRIMIR-FINIQUITO.
           OPEN EXTEND FINIQUITO-ARCHIVO.
           MOVE WS-RAYA TO FINIQUITO-LINEA.
           MOVE "TOTAL DEL FINIQUITO              :" TO MON-TEXTO.
           MOVE WS-TOTAL-FINIQUITO TO MON-IMPORTE.
           PERFORM GRABAR-MONTO.
           IF WS-DESCUENTO-BIENES > ZERO
               MOVE "DESCUENTO BIENES NO DEVUELTOS    :" TO MON-TEXTO
               COMPUTE MON-IMPORTE = ZERO - WS-DESCUENTO-BIENES
               PERFORM GRABAR-MONTO
               MOVE "NETO A PERCIBIR                  :" TO MON-TEXTO
               MOVE WS-NETO-FINIQUITO TO MON-IMPORTE
               PERFORM GRABAR-MONTO
           END-IF.
           IF WS-PEN-CANTIDAD > ZERO
               MOVE SPACES TO FINIQUITO-LINEA
               STRING "BIENES SIN DEVOLVER: " WS-PEN-CANTIDAD
                   " (EMISION AUTORIZADA POR " WS-SUPERVISOR-ID ")"
                   DELIMITED BY SIZE INTO FINIQUITO-LINEA
               WRITE FINIQUITO-LINEA
               PERFORM IMPRIMIR-PENDIENTES
           END-IF.
           MOVE "RECIBI DE CONFORMIDAD." TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           MOVE "FIRMA DEL EMPLEADO    : ______________________"
       GRABAR-MONTO.
           MOVE WS-LINEA-MONTO TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
      * AVISO DE RETENCION: NO HAY FILA EN EL LEDGER NI DOCUMENTO
      * PARA FIRMA HASTA QUE SE DEVUELVAN LOS BIENES O UN SUPERVISOR
      * AUTORICE; SE VUELVE A CORRER DESDE EL MENU (OPCION FINIQUITO).
       IMPRIMIR-RETENCION.
           OPEN EXTEND FINIQUITO-ARCHIVO.
           MOVE WS-RAYA TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           MOVE "FINIQUITO RETENIDO: BIENES DE LA EMPRESA SIN DEVOLVER"
               TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "EMPLEADO : " EMPLEADOS-ID " "
               EMPLEADOS-NOMBRE " " EMPLEADOS-APELLIDOS
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "FECHA (AAAAMMDD): " WS-FECHA-HOY
               " OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           PERFORM IMPRIMIR-PENDIENTES.
           IF WS-PEN-CANTIDAD > WS-PEN-USADOS
               MOVE "  ... Y OTROS, VER BIENES-MANT."
                   TO FINIQUITO-LINEA
               WRITE FINIQUITO-LINEA
           END-IF.
           MOVE "SE EMITE AL DEVOLVERSE LOS BIENES O CON AUTORIZACION "
               & "DE UN SUPERVISOR." TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           MOVE WS-RAYA TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           CLOSE FINIQUITO-ARCHIVO.
       IMPRIMIR-PENDIENTES.
           MOVE 1 TO WS-PEN-IX.
           PERFORM IMPRIMIR-PENDIENTE UNTIL WS-PEN-IX > WS-PEN-USADOS.
       IMPRIMIR-PENDIENTE.
           MOVE PEN-CODIGO (WS-PEN-IX) TO LB-CODIGO.
           MOVE PEN-DESCRIPCION (WS-PEN-IX) TO LB-DESCRIPCION.
           MOVE PEN-ENTREGA (WS-PEN-IX) TO LB-ENTREGA.
           MOVE PEN-VALOR (WS-PEN-IX) TO LB-VALOR.
           MOVE WS-LINEA-BIEN TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           ADD 1 TO WS-PEN-IX.
       END PROGRAM FINIQUITO-EMPLEADOS.

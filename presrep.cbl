      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Department labor budget versus actual. For the
      *          requested month compares the presup.dat budget of
      *          every department (hours and payroll cost) with the
      *          hours and gross liquidated in pagohist.dat, month-to-
      *          date and year-to-date, and flags every department
      *          over the PRESUP-TOLERANCIA percentage of parametros
      *          .dat, to presup.rpt. Reversos net out (their hours
      *          taken from the row they void), retro adjustments
      *          count in the month they were paid, and a weekly
      *          liquidation is split across the departments where
      *          its approved horas.dat lines were worked, the same
      *          way NOMINA-LOTE splits the poliza. Rows not tied to
      *          a week go to the employee's own department.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-REPORTE.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO "presup.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRES-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PRES.

       SELECT OPTIONAL HORAS-ARCHIVO
       ASSIGN TO "horas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LINEAS-CLASIFICA
       ASSIGN TO "preslin.tmp".

       SELECT LINEAS-ORDENADAS
       ASSIGN TO "presord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "presup.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * PRESUPUESTO DE MANO DE OBRA POR DEPARTAMENTO Y MES
       FD PRESUPUESTO-ARCHIVO.
           COPY PRESREG.
      * ARCHIVO DE TRANSACCIONES DE HORAS SEMANALES
       FD HORAS-ARCHIVO.
           COPY HORREG.
      * ARCHIVO DE TRABAJO DEL SORT DE LINEAS DE HORAS
       SD LINEAS-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-ID PIC X(6).
               05 CLA-SEMANA PIC 9(8).
               05 CLA-DEPTO PIC X(3).
               05 CLA-HORAS PIC 9(3)V99.
      * LINEAS APROBADAS ORDENADAS POR EMPLEADO Y SEMANA
       FD LINEAS-ORDENADAS.
           01 ORDENADA-REGISTRO.
               05 ORD-ID PIC X(6).
               05 ORD-SEMANA PIC 9(8).
               05 ORD-DEPTO PIC X(3).
               05 ORD-HORAS PIC 9(3)V99.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * ARCHIVO DE IMPRESION DEL PRESUPUESTO CONTRA REAL
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FILE-STATUS-PRES PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-FIN-PAGOS PIC X.
           88 FIN-PAGOS VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-HORAS PIC X.
           88 FIN-HORAS VALUE "S".
       01  WS-PARAM-TOLERANCIA PIC 9(3) VALUE 5.
       01  WS-PERIODO PIC 9(6).
       01  WS-PERIODO-REDEF REDEFINES WS-PERIODO.
           05 WS-PER-AAAA PIC 9(4).
           05 WS-PER-MM PIC 9(2).
       01  WS-FECHA-CORRIDA PIC 9(8).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
       01  WS-FECHA-HISTORIA PIC 9(8).
       01  WS-SEMANA-DESDE PIC 9(8).
       01  WS-ID-ACTUAL PIC X(6).
       01  WS-DEPTO-PROPIO PIC X(3).
       01  WS-DEPTO-BUSCADO PIC X(3).
       01  WS-PAGO-HORAS PIC 9(4)V99.
      * DEPARTAMENTOS DEL REPORTE: PRESUPUESTO Y REAL DEL MES Y DEL
      * ANIO HASTA EL MES.
       01  WS-DEP-USADOS PIC 99 VALUE ZERO.
       01  WS-DEP-IX PIC 99.
       01  WS-DEP-HALLADO PIC X.
           88 DEP-HALLADO VALUE "S".
       01  WS-DEP-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 50 TIMES.
               10 DT-DEPTO PIC X(3).
               10 DT-PRES-HORAS-MES PIC 9(7)V99.
               10 DT-PRES-COSTO-MES PIC 9(9)V99.
               10 DT-PRES-HORAS-ANIO PIC 9(7)V99.
               10 DT-PRES-COSTO-ANIO PIC 9(9)V99.
               10 DT-HORAS-MES PIC S9(7)V99.
               10 DT-COSTO-MES PIC S9(9)V99.
               10 DT-HORAS-ANIO PIC S9(7)V99.
               10 DT-COSTO-ANIO PIC S9(9)V99.
      * LINEAS APROBADAS DE HORAS, ORDENADAS POR EMPLEADO; EL
      * RECORRIDO DE PAGOHIST.DAT (TAMBIEN POR EMPLEADO) AVANZA
      * WS-LIN-INICIO AL PRIMER RENGLON DEL EMPLEADO.
       01  WS-LIN-USADOS PIC 9(5) VALUE ZERO.
       01  WS-LIN-IX PIC 9(5).
       01  WS-LIN-INICIO PIC 9(5).
       01  WS-LIN-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-TABLA-LINEAS.
           05 WS-LIN-ENTRADA OCCURS 6000 TIMES.
               10 LIN-ID PIC X(6).
               10 LIN-SEMANA PIC 9(8).
               10 LIN-DEPTO PIC X(3).
               10 LIN-HORAS PIC 9(3)V99.
      * REPARTO DE UNA LIQUIDACION ENTRE DEPARTAMENTOS.
       01  WS-REP-USADOS PIC 99.
       01  WS-REP-IX PIC 99.
       01  WS-REP-TOTAL PIC 9(4)V99.
       01  WS-TABLA-REPARTO.
           05 WS-REP-ENTRADA OCCURS 10 TIMES.
               10 REP-DEPTO PIC X(3).
               10 REP-HORAS PIC 9(4)V99.
       01  WS-PARTE-BRUTO PIC S9(6)V99.
       01  WS-PARTE-HORAS PIC S9(4)V99.
       01  WS-RESTO-BRUTO PIC S9(6)V99.
       01  WS-RESTO-HORAS PIC S9(4)V99.
      * PAGOS YA LEIDOS DEL EMPLEADO, PARA TOMAR LAS HORAS DE LA
      * FILA QUE ANULA UN REVERSO (EL REVERSO VIENE CON CERO HORAS).
       01  WS-MEM-USADOS PIC 9(3).
       01  WS-MEM-IX PIC 9(3).
       01  WS-TABLA-MEMORIA.
           05 WS-MEM-ENTRADA OCCURS 150 TIMES.
               10 MEM-FECHA PIC 9(8).
               10 MEM-SECUENCIA PIC 9(3).
               10 MEM-SEMANA PIC 9(8).
               10 MEM-HORAS PIC 9(4)V99.
      * EVALUACION DE UN RENGLON CONTRA LA TOLERANCIA.
       01  WS-EVA-PRES PIC S9(9)V99.
       01  WS-EVA-REAL PIC S9(9)V99.
       01  WS-EVA-DESVIO PIC S9(5)V9.
       01  WS-EVA-EXCEDE PIC X.
           88 EVA-EXCEDE VALUE "S".
       01  WS-EVA-SIN-PRES PIC X.
           88 EVA-SIN-PRES VALUE "S".
       01  WS-DEPTO-EXCEDIDO PIC X.
           88 DEPTO-EXCEDIDO VALUE "S".
       01  WS-CONT-EXCEDIDOS PIC 9(3) VALUE ZERO.
       01  WS-CONT-PAGOS PIC 9(7) VALUE ZERO.
       01  WS-TOTALES.
           05 WS-TOT-PRES-HORAS-MES PIC 9(7)V99.
           05 WS-TOT-PRES-COSTO-MES PIC 9(9)V99.
           05 WS-TOT-PRES-HORAS-ANIO PIC 9(7)V99.
           05 WS-TOT-PRES-COSTO-ANIO PIC 9(9)V99.
           05 WS-TOT-HORAS-MES PIC S9(7)V99.
           05 WS-TOT-COSTO-MES PIC S9(9)V99.
           05 WS-TOT-HORAS-ANIO PIC S9(7)V99.
           05 WS-TOT-COSTO-ANIO PIC S9(9)V99.
       01  WS-LINEA-TITULO.
           05 FILLER PIC X(42)
               VALUE "PRESUPUESTO CONTRA REAL DE MANO DE OBRA".
           05 FILLER PIC X(5) VALUE "MES: ".
           05 TIT-PERIODO PIC 9(6).
           05 FILLER PIC X(16) VALUE "  TOLERANCIA %: ".
           05 TIT-TOLERANCIA PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  FECHA: ".
           05 TIT-FECHA PIC 9(8).
       01  WS-LINEA-DETALLE.
           05 DET-DEPTO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-PERIODO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-HORAS-PRES PIC ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-HORAS-REAL PIC -ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-HORAS-DESV PIC +ZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-COSTO-PRES PIC ZZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-COSTO-REAL PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-COSTO-DESV PIC +ZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-MARCA PIC X(16).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "PRESUPUESTO-REPORTE".
           05 ARC-REPORTE PIC X(20) VALUE "presup.rpt".
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
           MOVE ZERO TO WS-DEP-USADOS.
           MOVE ZERO TO WS-DEP-DESBORDES.
           MOVE ZERO TO WS-LIN-USADOS.
           MOVE ZERO TO WS-LIN-DESBORDES.
           MOVE ZERO TO WS-CONT-EXCEDIDOS.
           MOVE ZERO TO WS-CONT-PAGOS.
           MOVE 5 TO WS-PARAM-TOLERANCIA.
           DISPLAY "PRESUPUESTO CONTRA REAL DE MANO DE OBRA".
           DISPLAY "MES DEL REPORTE (AAAAMM) :".
           ACCEPT WS-PERIODO.
           IF WS-PER-MM = ZERO OR WS-PER-MM > 12
              OR WS-PER-AAAA = ZERO
               DISPLAY "MES INVALIDO, NO SE EMITE EL REPORTE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           COMPUTE WS-FECHA-DESDE = WS-PER-AAAA * 10000 + 101.
           COMPUTE WS-FECHA-HASTA =
               WS-PER-AAAA * 10000 + WS-PER-MM * 100 + 31.
           COMPUTE WS-FECHA-HISTORIA =
               (WS-PER-AAAA - 1) * 10000 + 101.
           COMPUTE WS-SEMANA-DESDE =
               (WS-PER-AAAA - 1) * 10000 + 1201.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM CARGAR-PRESUPUESTO.
           PERFORM ORDENAR-LINEAS.
           PERFORM CARGAR-LINEAS.
           PERFORM ACUMULAR-PAGOS.
           PERFORM IMPRIMIR-REPORTE.
           PERFORM RUTINA-SALIDA.
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
           WHEN "PRESUP-TOLERANCIA"
               MOVE PARAM-VALOR TO WS-PARAM-TOLERANCIA
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
       ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-PAGOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
           OPEN INPUT PRESUPUESTO-ARCHIVO.
           IF WS-FILE-STATUS-PRES = "35"
               OPEN OUTPUT PRESUPUESTO-ARCHIVO
               CLOSE PRESUPUESTO-ARCHIVO
               OPEN INPUT PRESUPUESTO-ARCHIVO
           END-IF.
      * LOS DEPARTAMENTOS DE DEPT.DAT ENTRAN PRIMERO, EN ORDEN DE
      * CODIGO; UN CODIGO QUE SOLO APARECE EN EL PRESUPUESTO O EN
      * LOS PAGOS SE AGREGA AL FINAL.
       CARGAR-DEPARTAMENTOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO DEPTO-CODIGO.
           START DEPTO-ARCHIVO
               KEY IS NOT LESS THAN DEPTO-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-DEPTO
               PERFORM GUARDAR-DEPTO UNTIL FIN-LISTA
           END-IF.
       LEER-DEPTO.
           READ DEPTO-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-DEPTO.
           MOVE DEPTO-CODIGO TO WS-DEPTO-BUSCADO.
           PERFORM BUSCAR-DEPTO.
           PERFORM LEER-DEPTO.
       CARGAR-PRESUPUESTO.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO PRES-CLAVE.
           START PRESUPUESTO-ARCHIVO
               KEY IS NOT LESS THAN PRES-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PRESUPUESTO
               PERFORM SUMAR-PRESUPUESTO UNTIL FIN-LISTA
           END-IF.
       LEER-PRESUPUESTO.
           READ PRESUPUESTO-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       SUMAR-PRESUPUESTO.
           IF PRES-ANIO = WS-PER-AAAA
              AND PRES-MES NOT > WS-PER-MM
               MOVE PRES-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-DEPTO
               IF DEP-HALLADO
                   ADD PRES-HORAS TO DT-PRES-HORAS-ANIO (WS-DEP-IX)
                   ADD PRES-COSTO TO DT-PRES-COSTO-ANIO (WS-DEP-IX)
                   IF PRES-MES = WS-PER-MM
                       ADD PRES-HORAS
                           TO DT-PRES-HORAS-MES (WS-DEP-IX)
                       ADD PRES-COSTO
                           TO DT-PRES-COSTO-MES (WS-DEP-IX)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-PRESUPUESTO.
      * LAS LINEAS APROBADAS DE LAS SEMANAS QUE PUEDEN CAER EN EL
      * ANIO SE ORDENAN POR EMPLEADO Y SEMANA, COMO EN NOMINA-LOTE.
       ORDENAR-LINEAS.
           SORT LINEAS-CLASIFICA
               ON ASCENDING KEY CLA-ID CLA-SEMANA
               INPUT PROCEDURE IS SELECCIONAR-LINEAS
               GIVING LINEAS-ORDENADAS.
       SELECCIONAR-LINEAS.
           MOVE "N" TO WS-FIN-HORAS.
           OPEN INPUT HORAS-ARCHIVO.
           PERFORM LEER-HORAS.
           PERFORM ELEGIR-LINEA UNTIL FIN-HORAS.
           CLOSE HORAS-ARCHIVO.
       LEER-HORAS.
           READ HORAS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-HORAS
           END-READ.
       ELEGIR-LINEA.
           IF HORAS-ID NOT = "*CTL*"
              AND HORAS-APROBADA
              AND HORAS-SEMANA-FIN NOT < WS-SEMANA-DESDE
              AND HORAS-SEMANA-FIN NOT > WS-FECHA-HASTA
               MOVE HORAS-ID TO CLA-ID
               MOVE HORAS-SEMANA-FIN TO CLA-SEMANA
               MOVE HORAS-DEPTO TO CLA-DEPTO
               MOVE HORAS-TOTAL TO CLA-HORAS
               RELEASE CLASIFICA-REGISTRO
           END-IF.
           PERFORM LEER-HORAS.
       CARGAR-LINEAS.
           MOVE "N" TO WS-FIN-HORAS.
           OPEN INPUT LINEAS-ORDENADAS.
           PERFORM LEER-ORDENADA.
           PERFORM GUARDAR-LINEA UNTIL FIN-HORAS.
           CLOSE LINEAS-ORDENADAS.
       LEER-ORDENADA.
           READ LINEAS-ORDENADAS
               AT END MOVE "S" TO WS-FIN-HORAS
           END-READ.
       GUARDAR-LINEA.
           IF WS-LIN-USADOS < 6000
               ADD 1 TO WS-LIN-USADOS
               MOVE ORD-ID TO LIN-ID (WS-LIN-USADOS)
               MOVE ORD-SEMANA TO LIN-SEMANA (WS-LIN-USADOS)
               MOVE ORD-DEPTO TO LIN-DEPTO (WS-LIN-USADOS)
               MOVE ORD-HORAS TO LIN-HORAS (WS-LIN-USADOS)
           ELSE
               ADD 1 TO WS-LIN-DESBORDES
           END-IF.
           PERFORM LEER-ORDENADA.
      * EL LEDGER SE RECORRE ENTERO EN ORDEN DE CLAVE (EMPLEADO Y
      * FECHA); SE RECUERDAN LOS PAGOS DESDE EL ANIO ANTERIOR PARA
      * LOS REVERSOS Y SE IMPUTAN LOS DEL ANIO HASTA EL MES PEDIDO.
       ACUMULAR-PAGOS.
           MOVE "N" TO WS-FIN-PAGOS.
           MOVE SPACES TO WS-ID-ACTUAL.
           MOVE 1 TO WS-LIN-INICIO.
           MOVE LOW-VALUES TO PAGO-CLAVE.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START.
           IF NOT FIN-PAGOS
               PERFORM LEER-PAGO
               PERFORM PROCESAR-PAGO UNTIL FIN-PAGOS
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PAGOS
           END-READ.
       PROCESAR-PAGO.
           IF PAGO-ID NOT = WS-ID-ACTUAL
               PERFORM CAMBIAR-EMPLEADO
           END-IF.
           IF PAGO-FECHA NOT < WS-FECHA-HISTORIA
              AND PAGO-FECHA NOT > WS-FECHA-HASTA
               IF NOT PAGO-REVERSO
                   PERFORM RECORDAR-PAGO
               END-IF
               IF PAGO-FECHA NOT < WS-FECHA-DESDE
                  AND NOT PAGO-AJUSTE-ANUAL
                   PERFORM IMPUTAR-PAGO
               END-IF
           END-IF.
           PERFORM LEER-PAGO.
      * EL DEPARTAMENTO PROPIO ES EL ACTUAL DEL MAESTRO.
       CAMBIAR-EMPLEADO.
           MOVE PAGO-ID TO WS-ID-ACTUAL.
           MOVE ZERO TO WS-MEM-USADOS.
           MOVE PAGO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "???" TO WS-DEPTO-PROPIO
               NOT INVALID KEY
                   MOVE EMPLEADOS-DEPTO TO WS-DEPTO-PROPIO
           END-READ.
           PERFORM AVANZAR-LINEA
               UNTIL WS-LIN-INICIO > WS-LIN-USADOS
               OR LIN-ID (WS-LIN-INICIO) NOT < WS-ID-ACTUAL.
       AVANZAR-LINEA.
           ADD 1 TO WS-LIN-INICIO.
       RECORDAR-PAGO.
           IF WS-MEM-USADOS < 150
               ADD 1 TO WS-MEM-USADOS
               MOVE PAGO-FECHA TO MEM-FECHA (WS-MEM-USADOS)
               MOVE PAGO-SECUENCIA TO MEM-SECUENCIA (WS-MEM-USADOS)
               MOVE PAGO-SEMANA-FIN TO MEM-SEMANA (WS-MEM-USADOS)
               COMPUTE MEM-HORAS (WS-MEM-USADOS) =
                   PAGO-HORAS-NORMALES + PAGO-HORAS-EXTRA-DIA
                   + PAGO-HORAS-EXTRA-SEM
           END-IF.
       IMPUTAR-PAGO.
           ADD 1 TO WS-CONT-PAGOS.
           COMPUTE WS-PAGO-HORAS = PAGO-HORAS-NORMALES
               + PAGO-HORAS-EXTRA-DIA + PAGO-HORAS-EXTRA-SEM.
           IF PAGO-REVERSO
               PERFORM BUSCAR-ORIGINAL
           END-IF.
           PERFORM ARMAR-REPARTO.
           MOVE PAGO-BRUTO TO WS-RESTO-BRUTO.
           MOVE WS-PAGO-HORAS TO WS-RESTO-HORAS.
           MOVE 1 TO WS-REP-IX.
           PERFORM IMPUTAR-DEPTO UNTIL WS-REP-IX > WS-REP-USADOS.
      * EL REVERSO TRAE CERO HORAS: SE TOMAN LAS DE LA FILA QUE
      * ANULA (MISMA FECHA Y SECUENCIA DE REFERENCIA Y SEMANA; UN
      * REVERSO VIEJO SIN SECUENCIA VA POR LA FECHA), UNA SOLA VEZ.
       BUSCAR-ORIGINAL.
           MOVE ZERO TO WS-PAGO-HORAS.
           MOVE 1 TO WS-MEM-IX.
           PERFORM COMPARAR-ORIGINAL UNTIL WS-MEM-IX > WS-MEM-USADOS.
       COMPARAR-ORIGINAL.
           IF MEM-FECHA (WS-MEM-IX) = PAGO-FECHA-REF
              AND MEM-SEMANA (WS-MEM-IX) = PAGO-SEMANA-FIN
              AND (PAGO-SECUENCIA-REF = ZERO
                OR MEM-SECUENCIA (WS-MEM-IX) = PAGO-SECUENCIA-REF)
               MOVE MEM-HORAS (WS-MEM-IX) TO WS-PAGO-HORAS
               MOVE ZERO TO MEM-FECHA (WS-MEM-IX)
               MOVE WS-MEM-USADOS TO WS-MEM-IX
           END-IF.
           ADD 1 TO WS-MEM-IX.
      * UNA LIQUIDACION SEMANAL SE REPARTE SEGUN LAS LINEAS
      * APROBADAS DE SU SEMANA; SIN LINEAS, TODO AL DEPARTAMENTO
      * PROPIO.
       ARMAR-REPARTO.
           MOVE ZERO TO WS-REP-USADOS.
           MOVE ZERO TO WS-REP-TOTAL.
           IF PAGO-SEMANA-FIN NOT = ZERO
               MOVE WS-LIN-INICIO TO WS-LIN-IX
               PERFORM REVISAR-LINEA-PAGO
                   UNTIL WS-LIN-IX > WS-LIN-USADOS
                   OR LIN-ID (WS-LIN-IX) NOT = WS-ID-ACTUAL
           END-IF.
           IF WS-REP-USADOS = ZERO OR WS-REP-TOTAL = ZERO
               MOVE 1 TO WS-REP-USADOS
               MOVE WS-DEPTO-PROPIO TO REP-DEPTO (1)
               MOVE 1 TO REP-HORAS (1)
               MOVE 1 TO WS-REP-TOTAL
           END-IF.
       REVISAR-LINEA-PAGO.
           IF LIN-SEMANA (WS-LIN-IX) = PAGO-SEMANA-FIN
              AND LIN-HORAS (WS-LIN-IX) > ZERO
               IF LIN-DEPTO (WS-LIN-IX) = SPACES
                   MOVE WS-DEPTO-PROPIO TO WS-DEPTO-BUSCADO
               ELSE
                   MOVE LIN-DEPTO (WS-LIN-IX) TO WS-DEPTO-BUSCADO
               END-IF
               PERFORM ANOTAR-REPARTO
           END-IF.
           ADD 1 TO WS-LIN-IX.
       ANOTAR-REPARTO.
           MOVE 1 TO WS-REP-IX.
           PERFORM BUSCAR-REPARTO
               UNTIL WS-REP-IX > WS-REP-USADOS
               OR REP-DEPTO (WS-REP-IX) = WS-DEPTO-BUSCADO.
           IF WS-REP-IX > WS-REP-USADOS
               IF WS-REP-USADOS < 10
                   ADD 1 TO WS-REP-USADOS
                   MOVE WS-REP-USADOS TO WS-REP-IX
                   MOVE WS-DEPTO-BUSCADO TO REP-DEPTO (WS-REP-IX)
                   MOVE ZERO TO REP-HORAS (WS-REP-IX)
               ELSE
                   MOVE 1 TO WS-REP-IX
               END-IF
           END-IF.
           ADD LIN-HORAS (WS-LIN-IX) TO REP-HORAS (WS-REP-IX).
           ADD LIN-HORAS (WS-LIN-IX) TO WS-REP-TOTAL.
       BUSCAR-REPARTO.
           ADD 1 TO WS-REP-IX.
      * CADA PARTE VA AL ANIO Y, SI EL PAGO ES DEL MES PEDIDO, AL
      * MES; EL REVERSO RESTA. EL ULTIMO DEPARTAMENTO LLEVA EL RESTO
      * DEL REDONDEO.
       IMPUTAR-DEPTO.
           IF WS-REP-IX = WS-REP-USADOS
               MOVE WS-RESTO-BRUTO TO WS-PARTE-BRUTO
               MOVE WS-RESTO-HORAS TO WS-PARTE-HORAS
           ELSE
               COMPUTE WS-PARTE-BRUTO ROUNDED = PAGO-BRUTO
                   * REP-HORAS (WS-REP-IX) / WS-REP-TOTAL
               COMPUTE WS-PARTE-HORAS ROUNDED = WS-PAGO-HORAS
                   * REP-HORAS (WS-REP-IX) / WS-REP-TOTAL
               SUBTRACT WS-PARTE-BRUTO FROM WS-RESTO-BRUTO
               SUBTRACT WS-PARTE-HORAS FROM WS-RESTO-HORAS
           END-IF.
           IF PAGO-REVERSO
               COMPUTE WS-PARTE-BRUTO = 0 - WS-PARTE-BRUTO
               COMPUTE WS-PARTE-HORAS = 0 - WS-PARTE-HORAS
           END-IF.
           MOVE REP-DEPTO (WS-REP-IX) TO WS-DEPTO-BUSCADO.
           PERFORM BUSCAR-DEPTO.
           IF DEP-HALLADO
               ADD WS-PARTE-BRUTO TO DT-COSTO-ANIO (WS-DEP-IX)
               ADD WS-PARTE-HORAS TO DT-HORAS-ANIO (WS-DEP-IX)
               IF PAGO-FECHA-AAAA = WS-PER-AAAA
                  AND PAGO-FECHA-MM = WS-PER-MM
                   ADD WS-PARTE-BRUTO TO DT-COSTO-MES (WS-DEP-IX)
                   ADD WS-PARTE-HORAS TO DT-HORAS-MES (WS-DEP-IX)
               END-IF
           END-IF.
           ADD 1 TO WS-REP-IX.
      * EL DEPARTAMENTO SE AGREGA A LA TABLA LA PRIMERA VEZ QUE
      * APARECE; CON LA TABLA LLENA SE CUENTA APARTE.
       BUSCAR-DEPTO.
           MOVE "N" TO WS-DEP-HALLADO.
           MOVE 1 TO WS-DEP-IX.
           PERFORM COMPARAR-DEPTO
               UNTIL DEP-HALLADO OR WS-DEP-IX > WS-DEP-USADOS.
           IF NOT DEP-HALLADO
               IF WS-DEP-USADOS < 50
                   ADD 1 TO WS-DEP-USADOS
                   MOVE WS-DEP-USADOS TO WS-DEP-IX
                   MOVE WS-DEPTO-BUSCADO TO DT-DEPTO (WS-DEP-IX)
                   MOVE ZERO TO DT-PRES-HORAS-MES (WS-DEP-IX)
                   MOVE ZERO TO DT-PRES-COSTO-MES (WS-DEP-IX)
                   MOVE ZERO TO DT-PRES-HORAS-ANIO (WS-DEP-IX)
                   MOVE ZERO TO DT-PRES-COSTO-ANIO (WS-DEP-IX)
                   MOVE ZERO TO DT-HORAS-MES (WS-DEP-IX)
                   MOVE ZERO TO DT-COSTO-MES (WS-DEP-IX)
                   MOVE ZERO TO DT-HORAS-ANIO (WS-DEP-IX)
                   MOVE ZERO TO DT-COSTO-ANIO (WS-DEP-IX)
                   MOVE "S" TO WS-DEP-HALLADO
               ELSE
                   ADD 1 TO WS-DEP-DESBORDES
               END-IF
           END-IF.
       COMPARAR-DEPTO.
           IF DT-DEPTO (WS-DEP-IX) = WS-DEPTO-BUSCADO
               MOVE "S" TO WS-DEP-HALLADO
           ELSE
               ADD 1 TO WS-DEP-IX
           END-IF.
       IMPRIMIR-REPORTE.
           MOVE ZERO TO WS-TOTALES.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE WS-PERIODO TO TIT-PERIODO.
           MOVE WS-PARAM-TOLERANCIA TO TIT-TOLERANCIA.
           MOVE WS-FECHA-CORRIDA TO TIT-FECHA.
           MOVE WS-LINEA-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "DEP NOMBRE               PER.  HRS PRES.   HRS REAL" &
               "  DESV%     COSTO PRES.   COSTO REAL    DESV%"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-DEP-IX.
           PERFORM IMPRIMIR-DEPTO UNTIL WS-DEP-IX > WS-DEP-USADOS.
           PERFORM IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DEPARTAMENTOS SOBRE LA TOLERANCIA: "
               WS-CONT-EXCEDIDOS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-LIN-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "*** LINEAS DE HORAS FUERA DE LA TABLA (VAN AL "
                   "DEPTO. PROPIO): " WS-LIN-DESBORDES
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           IF WS-DEP-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "*** MAS DE 50 DEPARTAMENTOS, IMPUTACIONES SIN "
                   "RESUMIR: " WS-DEP-DESBORDES
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
      * DOS RENGLONES POR DEPARTAMENTO: EL MES Y EL ANIO HASTA EL
      * MES. SE MARCA CUALQUIERA DE LOS DOS QUE PASE LA TOLERANCIA
      * EN HORAS O EN COSTO.
       IMPRIMIR-DEPTO.
           MOVE "N" TO WS-DEPTO-EXCEDIDO.
           MOVE DT-DEPTO (WS-DEP-IX) TO DET-DEPTO.
           MOVE DT-DEPTO (WS-DEP-IX) TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO DET-NOMBRE
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO DET-NOMBRE
           END-READ.
           MOVE "MES" TO DET-PERIODO.
           MOVE DT-PRES-HORAS-MES (WS-DEP-IX) TO DET-HORAS-PRES.
           MOVE DT-HORAS-MES (WS-DEP-IX) TO DET-HORAS-REAL.
           MOVE DT-PRES-COSTO-MES (WS-DEP-IX) TO DET-COSTO-PRES.
           MOVE DT-COSTO-MES (WS-DEP-IX) TO DET-COSTO-REAL.
           PERFORM IMPRIMIR-RENGLON-MES.
           MOVE SPACES TO DET-DEPTO.
           MOVE SPACES TO DET-NOMBRE.
           PERFORM IMPRIMIR-RENGLON-ANIO.
           IF DEPTO-EXCEDIDO
               ADD 1 TO WS-CONT-EXCEDIDOS
           END-IF.
           ADD DT-PRES-HORAS-MES (WS-DEP-IX) TO WS-TOT-PRES-HORAS-MES.
           ADD DT-PRES-COSTO-MES (WS-DEP-IX) TO WS-TOT-PRES-COSTO-MES.
           ADD DT-HORAS-MES (WS-DEP-IX) TO WS-TOT-HORAS-MES.
           ADD DT-COSTO-MES (WS-DEP-IX) TO WS-TOT-COSTO-MES.
           ADD DT-PRES-HORAS-ANIO (WS-DEP-IX)
               TO WS-TOT-PRES-HORAS-ANIO.
           ADD DT-PRES-COSTO-ANIO (WS-DEP-IX)
               TO WS-TOT-PRES-COSTO-ANIO.
           ADD DT-HORAS-ANIO (WS-DEP-IX) TO WS-TOT-HORAS-ANIO.
           ADD DT-COSTO-ANIO (WS-DEP-IX) TO WS-TOT-COSTO-ANIO.
           ADD 1 TO WS-DEP-IX.
       IMPRIMIR-RENGLON-MES.
           MOVE SPACES TO DET-MARCA.
           MOVE DT-PRES-HORAS-MES (WS-DEP-IX) TO WS-EVA-PRES.
           MOVE DT-HORAS-MES (WS-DEP-IX) TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-HORAS-DESV.
           PERFORM MARCAR-RENGLON.
           MOVE DT-PRES-COSTO-MES (WS-DEP-IX) TO WS-EVA-PRES.
           MOVE DT-COSTO-MES (WS-DEP-IX) TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-COSTO-DESV.
           PERFORM MARCAR-RENGLON.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-RENGLON-ANIO.
           MOVE SPACES TO DET-MARCA.
           MOVE "ANIO" TO DET-PERIODO.
           MOVE DT-PRES-HORAS-ANIO (WS-DEP-IX) TO DET-HORAS-PRES.
           MOVE DT-HORAS-ANIO (WS-DEP-IX) TO DET-HORAS-REAL.
           MOVE DT-PRES-COSTO-ANIO (WS-DEP-IX) TO DET-COSTO-PRES.
           MOVE DT-COSTO-ANIO (WS-DEP-IX) TO DET-COSTO-REAL.
           MOVE DT-PRES-HORAS-ANIO (WS-DEP-IX) TO WS-EVA-PRES.
           MOVE DT-HORAS-ANIO (WS-DEP-IX) TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-HORAS-DESV.
           PERFORM MARCAR-RENGLON.
           MOVE DT-PRES-COSTO-ANIO (WS-DEP-IX) TO WS-EVA-PRES.
           MOVE DT-COSTO-ANIO (WS-DEP-IX) TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-COSTO-DESV.
           PERFORM MARCAR-RENGLON.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
      * DESVIO PORCENTUAL DEL REAL SOBRE EL PRESUPUESTO; SIN
      * PRESUPUESTO, CUALQUIER GASTO REAL SE MARCA.
       EVALUAR-DESVIO.
           MOVE "N" TO WS-EVA-EXCEDE.
           MOVE "N" TO WS-EVA-SIN-PRES.
           MOVE ZERO TO WS-EVA-DESVIO.
           IF WS-EVA-PRES = ZERO
               IF WS-EVA-REAL > ZERO
                   MOVE "S" TO WS-EVA-SIN-PRES
               END-IF
           ELSE
               COMPUTE WS-EVA-DESVIO ROUNDED =
                   (WS-EVA-REAL - WS-EVA-PRES) * 100 / WS-EVA-PRES
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-EVA-DESVIO
               END-COMPUTE
               IF WS-EVA-DESVIO > WS-PARAM-TOLERANCIA
                   MOVE "S" TO WS-EVA-EXCEDE
               END-IF
           END-IF.
       MARCAR-RENGLON.
           EVALUATE TRUE
           WHEN EVA-EXCEDE
               MOVE "*** EXCEDIDO ***" TO DET-MARCA
               MOVE "S" TO WS-DEPTO-EXCEDIDO
           WHEN EVA-SIN-PRES AND DET-MARCA = SPACES
               MOVE "SIN PRESUPUESTO" TO DET-MARCA
               MOVE "S" TO WS-DEPTO-EXCEDIDO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "TOT" TO DET-DEPTO.
           MOVE "TOTAL EMPRESA" TO DET-NOMBRE.
           MOVE "MES" TO DET-PERIODO.
           MOVE WS-TOT-PRES-HORAS-MES TO DET-HORAS-PRES.
           MOVE WS-TOT-HORAS-MES TO DET-HORAS-REAL.
           MOVE WS-TOT-PRES-COSTO-MES TO DET-COSTO-PRES.
           MOVE WS-TOT-COSTO-MES TO DET-COSTO-REAL.
           MOVE WS-TOT-PRES-HORAS-MES TO WS-EVA-PRES.
           MOVE WS-TOT-HORAS-MES TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-HORAS-DESV.
           MOVE WS-TOT-PRES-COSTO-MES TO WS-EVA-PRES.
           MOVE WS-TOT-COSTO-MES TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-COSTO-DESV.
           MOVE SPACES TO DET-MARCA.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO DET-DEPTO.
           MOVE SPACES TO DET-NOMBRE.
           MOVE "ANIO" TO DET-PERIODO.
           MOVE WS-TOT-PRES-HORAS-ANIO TO DET-HORAS-PRES.
           MOVE WS-TOT-HORAS-ANIO TO DET-HORAS-REAL.
           MOVE WS-TOT-PRES-COSTO-ANIO TO DET-COSTO-PRES.
           MOVE WS-TOT-COSTO-ANIO TO DET-COSTO-REAL.
           MOVE WS-TOT-PRES-HORAS-ANIO TO WS-EVA-PRES.
           MOVE WS-TOT-HORAS-ANIO TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-HORAS-DESV.
           MOVE WS-TOT-PRES-COSTO-ANIO TO WS-EVA-PRES.
           MOVE WS-TOT-COSTO-ANIO TO WS-EVA-REAL.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO DET-COSTO-DESV.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       RUTINA-SALIDA.
           CLOSE HISTORIA-PAGOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE PRESUPUESTO-ARCHIVO.
           DISPLAY "LIQUIDACIONES IMPUTADAS        : " WS-CONT-PAGOS.
           DISPLAY "DEPARTAMENTOS SOBRE TOLERANCIA : "
               WS-CONT-EXCEDIDOS.
           DISPLAY "REPORTE IMPRESO EN PRESUP.RPT.".
           GOBACK.
       END PROGRAM PRESUPUESTO-REPORTE.

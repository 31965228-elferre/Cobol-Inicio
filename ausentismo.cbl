      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Monthly absenteeism and tardiness report for the
      *          production meeting. For every hourly employee and
      *          every day of the requested month it takes the shift
      *          in force from programa.dat (the employee's own row,
      *          else the department's) and turnos.dat, and compares
      *          the planned days against the HORAS-DIA captured in
      *          horas.dat (rejected rows left out). Feriados.dat
      *          holidays and licencias.dat leaves are excused. A
      *          planned day with no hours is an absence; a day short
      *          of the planned hours by more than the AUSENCIA-
      *          TOLERANCIA minutes of parametros.dat is a short day.
      *          Prints absences and short days per employee and the
      *          absenteeism rate per department to ausent.rpt.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSENTISMO-REPORTE.
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

       SELECT OPTIONAL HORAS-ARCHIVO
       ASSIGN TO "horas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HORAS-CLASIFICA
       ASSIGN TO "ausecla.tmp".

       SELECT HORAS-ORDENADAS
       ASSIGN TO "auseord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TURNOS-ARCHIVO
       ASSIGN TO "turnos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TUR-CODIGO
       FILE STATUS IS WS-FILE-STATUS-TUR.

       SELECT OPTIONAL PROGRAMA-ARCHIVO
       ASSIGN TO "programa.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PROG-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PROG.

       SELECT OPTIONAL FERIADOS-ARCHIVO
       ASSIGN TO "feriados.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FER-FECHA
       FILE STATUS IS WS-FILE-STATUS-FER.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "licencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-LIC.

       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TARIFA-CLAVE
       FILE STATUS IS WS-FILE-STATUS-TARIFA.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "ausent.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO DE TRANSACCIONES DE HORAS SEMANALES
       FD HORAS-ARCHIVO.
           COPY HORREG.
      * ARCHIVO DE TRABAJO DEL SORT DE HORAS
       SD HORAS-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-ID PIC X(6).
               05 CLA-SEMANA PIC 9(8).
               05 CLA-DIA PIC 9(2)V99 OCCURS 7 TIMES.
      * HORAS DEL MES ORDENADAS POR EMPLEADO
       FD HORAS-ORDENADAS.
           01 ORDENADA-REGISTRO.
               05 ORD-ID PIC X(6).
               05 ORD-SEMANA PIC 9(8).
               05 ORD-DIA PIC 9(2)V99 OCCURS 7 TIMES.
      * MAESTRO DE TURNOS
       FD TURNOS-ARCHIVO.
           COPY TURREG.
      * PROGRAMACION DE TURNOS POR EMPLEADO O DEPARTAMENTO
       FD PROGRAMA-ARCHIVO.
           COPY PROREG.
      * CALENDARIO DE FERIADOS DE LA EMPRESA
       FD FERIADOS-ARCHIVO.
           COPY FERREG.
      * LEDGER DE LICENCIAS
       FD LICENCIAS-ARCHIVO.
           COPY LICREG.
      * ARCHIVO MAESTRO DE TARIFAS POR HORA
       FD TARIFAS-ARCHIVO.
           COPY TARREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * ARCHIVO DE IMPRESION DEL AUSENTISMO
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-TUR PIC X(2).
       01  WS-FILE-STATUS-PROG PIC X(2).
       01  WS-FILE-STATUS-FER PIC X(2).
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-FIN-HORAS PIC X.
           88 FIN-HORAS VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-PARAM-TOLERANCIA PIC 9(3) VALUE 15.
       01  WS-HORAS-TOLERANCIA PIC 9(2)V99.
       01  WS-PERIODO PIC 9(6).
       01  WS-PERIODO-REDEF REDEFINES WS-PERIODO.
           05 WS-PER-AAAA PIC 9(4).
           05 WS-PER-MM PIC 9(2).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
       01  WS-SEMANA-HASTA PIC 9(8).
       01  WS-FECHA-CORRIDA PIC 9(8).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAAMM PIC 9(6).
           05 WS-TRA-AAAAMM-REDEF REDEFINES WS-TRA-AAAAMM.
               10 WS-TRA-AAAA PIC 9(4).
               10 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(4).
       01  WS-CONTADOR PIC 9.
      * DIA DE LA SEMANA DEL PRIMERO DEL MES (CONGRUENCIA DE
      * ZELLER, LLEVADA A 1=LUNES ... 7=DOMINGO).
       01  WS-Z-ANIO PIC 9(4).
       01  WS-Z-MES PIC 9(2).
       01  WS-Z-K PIC 9(2).
       01  WS-Z-J PIC 9(2).
       01  WS-Z-SUMA PIC 9(5).
       01  WS-Z-T-MES PIC 9(3).
       01  WS-Z-T-K PIC 9(2).
       01  WS-Z-T-J PIC 9(2).
       01  WS-Z-T-SIGLO PIC 9(3).
       01  WS-Z-H PIC 9.
      * CALENDARIO DEL MES.
       01  WS-CAL-DIAS PIC 9(2).
       01  WS-CAL-IX PIC 9(2).
       01  WS-TABLA-CALENDARIO.
           05 WS-CAL-ENTRADA OCCURS 31 TIMES.
               10 CAL-FECHA PIC 9(8).
               10 CAL-DIA-SEMANA PIC 9.
               10 CAL-FERIADO PIC X.
      * TURNOS Y PROGRAMACION POR DEPARTAMENTO, EN MEMORIA.
       01  WS-TUR-USADOS PIC 9(3) VALUE ZERO.
       01  WS-TUR-IX PIC 9(3).
       01  WS-TABLA-TURNOS.
           05 WS-TUR-ENTRADA OCCURS 100 TIMES.
               10 TT-CODIGO PIC X(3).
               10 TT-DIAS.
                   15 TT-DIA PIC X OCCURS 7 TIMES.
               10 TT-HORAS PIC 9(2)V99.
       01  WS-PD-USADOS PIC 9(3) VALUE ZERO.
       01  WS-PD-IX PIC 9(3).
       01  WS-TABLA-PROG-DEPTO.
           05 WS-PD-ENTRADA OCCURS 300 TIMES.
               10 PD-DEPTO PIC X(6).
               10 PD-VIGENCIA PIC 9(8).
               10 PD-TURNO PIC X(3).
       01  WS-PE-USADOS PIC 9(3).
       01  WS-PE-IX PIC 9(3).
       01  WS-TABLA-PROG-EMPLEADO.
           05 WS-PE-ENTRADA OCCURS 30 TIMES.
               10 PE-VIGENCIA PIC 9(8).
               10 PE-TURNO PIC X(3).
       01  WS-TURNO-DIA PIC X(3).
       01  WS-MIN-INICIO PIC 9(5).
       01  WS-MIN-FIN PIC 9(5).
       01  WS-MIN-TURNO PIC 9(5).
      * DIAS DEL EMPLEADO EN CURSO.
       01  WS-TABLA-EMPLEADO.
           05 WS-EMP-DIA OCCURS 31 TIMES.
               10 ED-HORAS PIC 9(3)V99.
               10 ED-LICENCIA PIC X.
       01  WS-DIA-IX PIC 9.
       01  WS-SEMANA-IX PIC 9.
       01  WS-CLASE-TARIFA PIC X(1).
           88 CLASE-MENSUAL VALUE "M".
       01  WS-DESDE-EMPLEADO PIC 9(8).
       01  WS-HASTA-EMPLEADO PIC 9(8).
       01  WS-EMP-PLANIF PIC 9(3).
       01  WS-EMP-EXCUSADOS PIC 9(3).
       01  WS-EMP-AUSENCIAS PIC 9(3).
       01  WS-EMP-CORTOS PIC 9(3).
       01  WS-EMP-SIN-TURNO PIC 9(3).
       01  WS-EMP-HRS-PLAN PIC 9(5)V99.
       01  WS-EMP-HRS-FALTA PIC 9(5)V99.
       01  WS-FALTA-DIA PIC 9(3)V99.
       01  WS-TASA PIC 9(3)V9.
       01  WS-TASA-AUSENCIAS PIC 9(7).
       01  WS-BASE-TASA PIC 9(5).
       01  WS-LISTA-FALTAS PIC X(93).
       01  WS-LISTA-CORTOS PIC X(93).
       01  WS-PUNTERO-FALTAS PIC 9(3).
       01  WS-PUNTERO-CORTOS PIC 9(3).
      * RESUMEN POR DEPARTAMENTO.
       01  WS-DEP-USADOS PIC 99 VALUE ZERO.
       01  WS-DEP-IX PIC 99.
       01  WS-DEP-HALLADO PIC X.
           88 DEP-HALLADO VALUE "S".
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 50 TIMES.
               10 DT-DEPTO PIC X(3).
               10 DT-EMPLEADOS PIC 9(5).
               10 DT-PLANIF PIC 9(7).
               10 DT-AUSENCIAS PIC 9(7).
               10 DT-CORTOS PIC 9(7).
               10 DT-HRS-FALTA PIC 9(7)V99.
       01  WS-CONT-EMPLEADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-TURNO PIC 9(5) VALUE ZERO.
       01  WS-CONT-MENSUALES PIC 9(5) VALUE ZERO.
       01  WS-TOT-PLANIF PIC 9(7) VALUE ZERO.
       01  WS-TOT-AUSENCIAS PIC 9(7) VALUE ZERO.
       01  WS-TOT-CORTOS PIC 9(7) VALUE ZERO.
       01  WS-TOT-HRS-FALTA PIC 9(7)V99 VALUE ZERO.
       01  WS-LINEA-EMPLEADO.
           05 LE-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LE-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LE-DEPTO PIC X(3).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LE-PLANIF PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LE-EXCUSADOS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LE-AUSENCIAS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LE-CORTOS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LE-HRS-PLAN PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LE-HRS-FALTA PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LE-TASA PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LE-OBSERVACION PIC X(30).
       01  WS-LINEA-DEPTO.
           05 LD-DEPTO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 LD-NOMBRE PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 LD-EMPLEADOS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LD-PLANIF PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LD-AUSENCIAS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LD-CORTOS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LD-HRS-FALTA PIC ZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LD-TASA PIC ZZ9.9.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "AUSENTISMO-REPORTE".
           05 ARC-REPORTE PIC X(20) VALUE "ausent.rpt".
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
           MOVE "N" TO FIN-DEL-ARCHIVO.
           MOVE ZERO TO WS-TUR-USADOS.
           MOVE ZERO TO WS-PD-USADOS.
           MOVE ZERO TO WS-DEP-USADOS.
           MOVE ZERO TO WS-CONT-EMPLEADOS.
           MOVE ZERO TO WS-CONT-SIN-TURNO.
           MOVE ZERO TO WS-CONT-MENSUALES.
           MOVE ZERO TO WS-TOT-PLANIF.
           MOVE ZERO TO WS-TOT-AUSENCIAS.
           MOVE ZERO TO WS-TOT-CORTOS.
           MOVE ZERO TO WS-TOT-HRS-FALTA.
           MOVE 15 TO WS-PARAM-TOLERANCIA.
           DISPLAY "AUSENTISMO Y TARDANZAS DEL MES".
           DISPLAY "MES DEL REPORTE (AAAAMM) :".
           ACCEPT WS-PERIODO.
           IF WS-PER-MM = ZERO OR WS-PER-MM > 12
              OR WS-PER-AAAA = ZERO
               DISPLAY "MES INVALIDO, NO SE EMITE EL REPORTE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           COMPUTE WS-HORAS-TOLERANCIA ROUNDED =
               WS-PARAM-TOLERANCIA / 60.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ARMAR-CALENDARIO.
           PERFORM CARGAR-TURNOS.
           PERFORM CARGAR-PROG-DEPTOS.
           SORT HORAS-CLASIFICA
               ON ASCENDING KEY CLA-ID CLA-SEMANA
               INPUT PROCEDURE IS SELECCIONAR-HORAS
               GIVING HORAS-ORDENADAS.
           OPEN INPUT HORAS-ORDENADAS.
           MOVE "N" TO WS-FIN-HORAS.
           PERFORM LEER-ORDENADA.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM LEER-REGISTRO.
           PERFORM REVISAR-EMPLEADO UNTIL FIN-ARCHIVO.
           CLOSE HORAS-ORDENADAS.
           PERFORM IMPRIMIR-DEPARTAMENTOS.
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
           WHEN "AUSENCIA-TOLERANCIA"
               MOVE PARAM-VALOR TO WS-PARAM-TOLERANCIA
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT TURNOS-ARCHIVO.
           IF WS-FILE-STATUS-TUR = "35"
               OPEN OUTPUT TURNOS-ARCHIVO
               CLOSE TURNOS-ARCHIVO
               OPEN INPUT TURNOS-ARCHIVO
           END-IF.
           OPEN INPUT PROGRAMA-ARCHIVO.
           IF WS-FILE-STATUS-PROG = "35"
               OPEN OUTPUT PROGRAMA-ARCHIVO
               CLOSE PROGRAMA-ARCHIVO
               OPEN INPUT PROGRAMA-ARCHIVO
           END-IF.
           OPEN INPUT FERIADOS-ARCHIVO.
           IF WS-FILE-STATUS-FER = "35"
               OPEN OUTPUT FERIADOS-ARCHIVO
               CLOSE FERIADOS-ARCHIVO
               OPEN INPUT FERIADOS-ARCHIVO
           END-IF.
           OPEN INPUT LICENCIAS-ARCHIVO.
           IF WS-FILE-STATUS-LIC = "35"
               OPEN OUTPUT LICENCIAS-ARCHIVO
               CLOSE LICENCIAS-ARCHIVO
               OPEN INPUT LICENCIAS-ARCHIVO
           END-IF.
           OPEN INPUT TARIFAS-ARCHIVO.
           IF WS-FILE-STATUS-TARIFA = "35"
               OPEN OUTPUT TARIFAS-ARCHIVO
               CLOSE TARIFAS-ARCHIVO
               OPEN INPUT TARIFAS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
      * UN RENGLON POR DIA DEL MES CON SU DIA DE LA SEMANA Y LA
      * MARCA DE FERIADO; LAS SEMANAS DE HORAS.DAT QUE TOCAN EL MES
      * TERMINAN ENTRE EL PRIMERO Y SEIS DIAS DESPUES DEL ULTIMO.
       ARMAR-CALENDARIO.
           MOVE WS-PER-AAAA TO WS-TRA-AAAA.
           MOVE WS-PER-MM TO WS-TRA-MM.
           MOVE 1 TO WS-TRA-DD.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-DESDE.
           PERFORM DIAS-DEL-MES.
           MOVE WS-DIAS-DEL-MES TO WS-CAL-DIAS.
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE 1 TO WS-CAL-IX.
           PERFORM ARMAR-DIA UNTIL WS-CAL-IX > WS-CAL-DIAS.
           MOVE CAL-FECHA (WS-CAL-DIAS) TO WS-FECHA-HASTA.
           MOVE WS-FECHA-HASTA TO WS-FECHA-TRABAJO.
           MOVE ZERO TO WS-CONTADOR.
           PERFORM SUMAR-UN-DIA-CONTADO UNTIL WS-CONTADOR = 6.
           MOVE WS-FECHA-TRABAJO TO WS-SEMANA-HASTA.
       ARMAR-DIA.
           MOVE WS-PER-AAAA TO WS-TRA-AAAA.
           MOVE WS-PER-MM TO WS-TRA-MM.
           MOVE WS-CAL-IX TO WS-TRA-DD.
           MOVE WS-FECHA-TRABAJO TO CAL-FECHA (WS-CAL-IX).
           MOVE WS-Z-H TO CAL-DIA-SEMANA (WS-CAL-IX).
           MOVE "N" TO CAL-FERIADO (WS-CAL-IX).
           MOVE WS-FECHA-TRABAJO TO FER-FECHA.
           READ FERIADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO CAL-FERIADO (WS-CAL-IX)
           END-READ.
           IF WS-Z-H = 7
               MOVE 1 TO WS-Z-H
           ELSE
               ADD 1 TO WS-Z-H
           END-IF.
           ADD 1 TO WS-CAL-IX.
      * ZELLER: H = (D + 13(M+1)/5 + K + K/4 + J/4 + 5J) MOD 7, CON
      * ENERO Y FEBRERO COMO MESES 13 Y 14 DEL ANIO ANTERIOR; H=0 ES
      * SABADO. SE PASA A 1=LUNES ... 7=DOMINGO.
       CALCULAR-DIA-SEMANA.
           MOVE WS-PER-AAAA TO WS-Z-ANIO.
           MOVE WS-PER-MM TO WS-Z-MES.
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANIO
           END-IF.
           DIVIDE WS-Z-ANIO BY 100 GIVING WS-Z-J REMAINDER WS-Z-K.
      * CADA COCIENTE DE LA FORMULA SE TRUNCA POR SEPARADO.
           COMPUTE WS-Z-T-MES = 13 * (WS-Z-MES + 1).
           DIVIDE WS-Z-T-MES BY 5 GIVING WS-Z-T-MES.
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-T-K.
           DIVIDE WS-Z-J BY 4 GIVING WS-Z-T-J.
           MULTIPLY WS-Z-J BY 5 GIVING WS-Z-T-SIGLO.
           MOVE 1 TO WS-Z-SUMA.
           ADD WS-Z-T-MES WS-Z-K WS-Z-T-K WS-Z-T-J WS-Z-T-SIGLO
               TO WS-Z-SUMA.
           DIVIDE WS-Z-SUMA BY 7 GIVING WS-COCIENTE
               REMAINDER WS-Z-H.
           ADD 5 TO WS-Z-H.
           IF WS-Z-H > 6
               SUBTRACT 7 FROM WS-Z-H
           END-IF.
           ADD 1 TO WS-Z-H.
       SUMAR-UN-DIA-CONTADO.
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
           ADD 1 TO WS-CONTADOR.
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
           WHEN 2
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
      * LAS HORAS PLANIFICADAS DEL TURNO SON SALIDA MENOS ENTRADA
      * (CRUZANDO LA MEDIANOCHE SI HACE FALTA) MENOS EL DESCANSO.
       CARGAR-TURNOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO TUR-CODIGO.
           START TURNOS-ARCHIVO
               KEY IS NOT LESS THAN TUR-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-TURNO
               PERFORM GUARDAR-TURNO UNTIL FIN-LISTA
           END-IF.
       LEER-TURNO.
           READ TURNOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-TURNO.
           IF WS-TUR-USADOS < 100
               ADD 1 TO WS-TUR-USADOS
               MOVE TUR-CODIGO TO TT-CODIGO (WS-TUR-USADOS)
               MOVE TUR-DIAS TO TT-DIAS (WS-TUR-USADOS)
               COMPUTE WS-MIN-INICIO =
                   TUR-INICIO-HH * 60 + TUR-INICIO-MI
               COMPUTE WS-MIN-FIN = TUR-FIN-HH * 60 + TUR-FIN-MI
               IF WS-MIN-FIN > WS-MIN-INICIO
                   COMPUTE WS-MIN-TURNO = WS-MIN-FIN - WS-MIN-INICIO
               ELSE
                   COMPUTE WS-MIN-TURNO =
                       1440 - WS-MIN-INICIO + WS-MIN-FIN
               END-IF
               IF TUR-DESCANSO-MIN < WS-MIN-TURNO
                   SUBTRACT TUR-DESCANSO-MIN FROM WS-MIN-TURNO
               END-IF
               COMPUTE TT-HORAS (WS-TUR-USADOS) ROUNDED =
                   WS-MIN-TURNO / 60
           END-IF.
           PERFORM LEER-TURNO.
       CARGAR-PROG-DEPTOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE "D" TO PROG-NIVEL.
           MOVE LOW-VALUES TO PROG-CODIGO.
           MOVE ZERO TO PROG-VIGENCIA.
           START PROGRAMA-ARCHIVO
               KEY IS NOT LESS THAN PROG-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PROGRAMA
               PERFORM GUARDAR-PROG-DEPTO UNTIL FIN-LISTA
           END-IF.
       LEER-PROGRAMA.
           READ PROGRAMA-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-PROG-DEPTO.
           IF NOT PROG-DEPARTAMENTO
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               IF WS-PD-USADOS < 300
                   ADD 1 TO WS-PD-USADOS
                   MOVE PROG-CODIGO TO PD-DEPTO (WS-PD-USADOS)
                   MOVE PROG-VIGENCIA TO PD-VIGENCIA (WS-PD-USADOS)
                   MOVE PROG-TURNO TO PD-TURNO (WS-PD-USADOS)
               END-IF
               PERFORM LEER-PROGRAMA
           END-IF.
      * SE ORDENAN LAS FILAS DE LAS SEMANAS QUE TOCAN EL MES (SIN
      * LAS RECHAZADAS) POR EMPLEADO, PARA CRUZARLAS CON EMP.DAT.
       SELECCIONAR-HORAS.
           MOVE "N" TO WS-FIN-HORAS.
           OPEN INPUT HORAS-ARCHIVO.
           PERFORM LEER-HORAS.
           PERFORM ELEGIR-HORAS UNTIL FIN-HORAS.
           CLOSE HORAS-ARCHIVO.
       LEER-HORAS.
           READ HORAS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-HORAS
           END-READ.
       ELEGIR-HORAS.
           IF HORAS-ID NOT = "*CTL*"
              AND NOT HORAS-RECHAZADA
              AND HORAS-SEMANA-FIN NOT < WS-FECHA-DESDE
              AND HORAS-SEMANA-FIN NOT > WS-SEMANA-HASTA
               MOVE HORAS-ID TO CLA-ID
               MOVE HORAS-SEMANA-FIN TO CLA-SEMANA
               MOVE 1 TO WS-DIA-IX
               PERFORM MOVER-DIA-CLASIFICA UNTIL WS-DIA-IX > 7
               RELEASE CLASIFICA-REGISTRO
           END-IF.
           PERFORM LEER-HORAS.
       MOVER-DIA-CLASIFICA.
           MOVE HORAS-DIA (WS-DIA-IX) TO CLA-DIA (WS-DIA-IX).
           ADD 1 TO WS-DIA-IX.
       LEER-ORDENADA.
           READ HORAS-ORDENADAS
               AT END MOVE "S" TO WS-FIN-HORAS
           END-READ.
       IMPRIMIR-TITULOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "AUSENTISMO Y TARDANZAS DEL MES " WS-PERIODO
               "   TOLERANCIA DIA CORTO (MIN): " WS-PARAM-TOLERANCIA
               "   EMITIDO " WS-FECHA-CORRIDA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ID     NOMBRE               DEP  PLAN  EXCUS  AUSEN" &
               "  CORTO  HRS PLAN  HRS FALTA  TASA%" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       LEER-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
      * EL EMPLEADO CUENTA DESDE SU ALTA Y HASTA SU BAJA; EL
      * PERSONAL MENSUAL NO CAPTURA HORAS Y QUEDA FUERA.
       REVISAR-EMPLEADO.
           PERFORM AVANZAR-HORAS
               UNTIL FIN-HORAS OR ORD-ID NOT < EMPLEADOS-ID.
           MOVE WS-FECHA-DESDE TO WS-DESDE-EMPLEADO.
           IF EMPLEADOS-FECHA-ALTA NUMERIC
              AND EMPLEADOS-FECHA-ALTA > WS-DESDE-EMPLEADO
               MOVE EMPLEADOS-FECHA-ALTA TO WS-DESDE-EMPLEADO
           END-IF.
           MOVE WS-FECHA-HASTA TO WS-HASTA-EMPLEADO.
           IF EMPLEADOS-TERMINADO
              AND EMPLEADOS-FECHA-BAJA NUMERIC
              AND EMPLEADOS-FECHA-BAJA < WS-HASTA-EMPLEADO
               MOVE EMPLEADOS-FECHA-BAJA TO WS-HASTA-EMPLEADO
           END-IF.
           IF WS-DESDE-EMPLEADO NOT > WS-HASTA-EMPLEADO
               PERFORM BUSCAR-CLASE-TARIFA
               IF CLASE-MENSUAL
                   ADD 1 TO WS-CONT-MENSUALES
               ELSE
                   PERFORM EVALUAR-EMPLEADO
               END-IF
           END-IF.
           PERFORM LEER-REGISTRO.
       AVANZAR-HORAS.
           PERFORM LEER-ORDENADA.
       BUSCAR-CLASE-TARIFA.
           MOVE SPACE TO WS-CLASE-TARIFA.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE EMPLEADOS-ID TO TARIFA-ID.
           MOVE ZERO TO TARIFA-VIGENCIA.
           START TARIFAS-ARCHIVO
               KEY IS NOT LESS THAN TARIFA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-TARIFA
               PERFORM ELEGIR-TARIFA UNTIL FIN-LISTA
           END-IF.
       LEER-TARIFA.
           READ TARIFAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       ELEGIR-TARIFA.
           IF TARIFA-ID NOT = EMPLEADOS-ID
              OR TARIFA-VIGENCIA > WS-HASTA-EMPLEADO
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               MOVE TARIFA-CLASE TO WS-CLASE-TARIFA
               PERFORM LEER-TARIFA
           END-IF.
       EVALUAR-EMPLEADO.
           MOVE ZERO TO WS-TABLA-EMPLEADO.
           MOVE 1 TO WS-CAL-IX.
           PERFORM LIMPIAR-LICENCIA UNTIL WS-CAL-IX > WS-CAL-DIAS.
           PERFORM CARGAR-HORAS-EMPLEADO
               UNTIL FIN-HORAS OR ORD-ID NOT = EMPLEADOS-ID.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-PROG-EMPLEADO.
           MOVE ZERO TO WS-EMP-PLANIF.
           MOVE ZERO TO WS-EMP-EXCUSADOS.
           MOVE ZERO TO WS-EMP-AUSENCIAS.
           MOVE ZERO TO WS-EMP-CORTOS.
           MOVE ZERO TO WS-EMP-SIN-TURNO.
           MOVE ZERO TO WS-EMP-HRS-PLAN.
           MOVE ZERO TO WS-EMP-HRS-FALTA.
           MOVE SPACES TO WS-LISTA-FALTAS.
           MOVE SPACES TO WS-LISTA-CORTOS.
           MOVE 1 TO WS-PUNTERO-FALTAS.
           MOVE 1 TO WS-PUNTERO-CORTOS.
           MOVE 1 TO WS-CAL-IX.
           PERFORM EVALUAR-DIA UNTIL WS-CAL-IX > WS-CAL-DIAS.
           IF WS-EMP-SIN-TURNO > ZERO
               ADD 1 TO WS-CONT-SIN-TURNO
           END-IF.
           IF WS-EMP-PLANIF > ZERO
               PERFORM IMPRIMIR-EMPLEADO
               PERFORM ACUMULAR-DEPTO
           END-IF.
       LIMPIAR-LICENCIA.
           MOVE "N" TO ED-LICENCIA (WS-CAL-IX).
           ADD 1 TO WS-CAL-IX.
      * CADA FILA DE HORAS REPARTE SUS SIETE DIAS HACIA ATRAS DESDE
      * LA FECHA FIN DE SEMANA; SOLO QUEDAN LOS QUE CAEN EN EL MES.
       CARGAR-HORAS-EMPLEADO.
           MOVE ORD-SEMANA TO WS-FECHA-TRABAJO.
           MOVE 7 TO WS-SEMANA-IX.
           PERFORM REPARTIR-DIA-HORAS UNTIL WS-SEMANA-IX = ZERO.
           PERFORM LEER-ORDENADA.
       REPARTIR-DIA-HORAS.
           IF WS-TRA-AAAA = WS-PER-AAAA AND WS-TRA-MM = WS-PER-MM
               ADD ORD-DIA (WS-SEMANA-IX) TO ED-HORAS (WS-TRA-DD)
           END-IF.
           PERFORM RESTAR-UN-DIA.
           SUBTRACT 1 FROM WS-SEMANA-IX.
      * UNA LICENCIA EXCUSA DESDE SU INICIO Y, SI YA SE CERRO,
      * HASTA EL DIA ANTERIOR AL RETORNO; ABIERTA, HASTA FIN DE MES.
       CARGAR-LICENCIAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE EMPLEADOS-ID TO LIC-ID.
           MOVE ZERO TO LIC-FECHA-INICIO.
           START LICENCIAS-ARCHIVO
               KEY IS NOT LESS THAN LIC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-LICENCIA
               PERFORM MARCAR-LICENCIA UNTIL FIN-LISTA
           END-IF.
       LEER-LICENCIA.
           READ LICENCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       MARCAR-LICENCIA.
           IF LIC-ID NOT = EMPLEADOS-ID
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               MOVE 1 TO WS-CAL-IX
               PERFORM MARCAR-DIA-LICENCIA
                   UNTIL WS-CAL-IX > WS-CAL-DIAS
               PERFORM LEER-LICENCIA
           END-IF.
       MARCAR-DIA-LICENCIA.
           IF CAL-FECHA (WS-CAL-IX) NOT < LIC-FECHA-INICIO
              AND (LIC-ABIERTA
                   OR CAL-FECHA (WS-CAL-IX) < LIC-FECHA-RETORNO)
               MOVE "S" TO ED-LICENCIA (WS-CAL-IX)
           END-IF.
           ADD 1 TO WS-CAL-IX.
       CARGAR-PROG-EMPLEADO.
           MOVE ZERO TO WS-PE-USADOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE "E" TO PROG-NIVEL.
           MOVE EMPLEADOS-ID TO PROG-CODIGO.
           MOVE ZERO TO PROG-VIGENCIA.
           START PROGRAMA-ARCHIVO
               KEY IS NOT LESS THAN PROG-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PROGRAMA
               PERFORM GUARDAR-PROG-EMPLEADO UNTIL FIN-LISTA
           END-IF.
       GUARDAR-PROG-EMPLEADO.
           IF NOT PROG-EMPLEADO OR PROG-CODIGO NOT = EMPLEADOS-ID
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               IF WS-PE-USADOS < 30
                   ADD 1 TO WS-PE-USADOS
                   MOVE PROG-VIGENCIA TO PE-VIGENCIA (WS-PE-USADOS)
                   MOVE PROG-TURNO TO PE-TURNO (WS-PE-USADOS)
               END-IF
               PERFORM LEER-PROGRAMA
           END-IF.
      * UN DIA FUERA DEL ALTA/BAJA O SIN TURNO NO SE PLANIFICA; UN
      * DIA LABORAL DEL TURNO SE EXCUSA POR FERIADO O LICENCIA, Y SI
      * NO, SE COMPARA CONTRA LAS HORAS CAPTURADAS.
       EVALUAR-DIA.
           IF CAL-FECHA (WS-CAL-IX) NOT < WS-DESDE-EMPLEADO
              AND CAL-FECHA (WS-CAL-IX) NOT > WS-HASTA-EMPLEADO
               PERFORM BUSCAR-TURNO-DIA
               IF WS-TUR-IX = ZERO
                   ADD 1 TO WS-EMP-SIN-TURNO
               ELSE
                   IF TT-DIA (WS-TUR-IX, CAL-DIA-SEMANA (WS-CAL-IX))
                       = "S"
                       PERFORM EVALUAR-DIA-LABORAL
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CAL-IX.
       EVALUAR-DIA-LABORAL.
           ADD 1 TO WS-EMP-PLANIF.
           IF CAL-FERIADO (WS-CAL-IX) = "S"
              OR ED-LICENCIA (WS-CAL-IX) = "S"
               ADD 1 TO WS-EMP-EXCUSADOS
           ELSE
               ADD TT-HORAS (WS-TUR-IX) TO WS-EMP-HRS-PLAN
               EVALUATE TRUE
               WHEN ED-HORAS (WS-CAL-IX) = ZERO
                   ADD 1 TO WS-EMP-AUSENCIAS
                   ADD TT-HORAS (WS-TUR-IX) TO WS-EMP-HRS-FALTA
                   STRING CAL-FECHA (WS-CAL-IX) (7:2) " "
                       DELIMITED BY SIZE INTO WS-LISTA-FALTAS
                       WITH POINTER WS-PUNTERO-FALTAS
               WHEN ED-HORAS (WS-CAL-IX) + WS-HORAS-TOLERANCIA
                    < TT-HORAS (WS-TUR-IX)
                   ADD 1 TO WS-EMP-CORTOS
                   COMPUTE WS-FALTA-DIA = TT-HORAS (WS-TUR-IX)
                       - ED-HORAS (WS-CAL-IX)
                   ADD WS-FALTA-DIA TO WS-EMP-HRS-FALTA
                   STRING CAL-FECHA (WS-CAL-IX) (7:2) " "
                       DELIMITED BY SIZE INTO WS-LISTA-CORTOS
                       WITH POINTER WS-PUNTERO-CORTOS
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
      * MANDA LA FILA DEL EMPLEADO DE MAYOR VIGENCIA NO POSTERIOR AL
      * DIA; SIN ELLA, LA DEL DEPARTAMENTO. LAS TABLAS VIENEN EN
      * ORDEN DE CLAVE, ASI QUE LA ULTIMA QUE CALZA ES LA VIGENTE.
       BUSCAR-TURNO-DIA.
           MOVE SPACES TO WS-TURNO-DIA.
           MOVE 1 TO WS-PE-IX.
           PERFORM MIRAR-PROG-EMPLEADO UNTIL WS-PE-IX > WS-PE-USADOS.
           IF WS-TURNO-DIA = SPACES
               MOVE 1 TO WS-PD-IX
               PERFORM MIRAR-PROG-DEPTO UNTIL WS-PD-IX > WS-PD-USADOS
           END-IF.
           MOVE ZERO TO WS-TUR-IX.
           IF WS-TURNO-DIA NOT = SPACES
               MOVE 1 TO WS-TUR-IX
               PERFORM AVANZAR-TURNO
                   UNTIL WS-TUR-IX > WS-TUR-USADOS
                   OR TT-CODIGO (WS-TUR-IX) = WS-TURNO-DIA
               IF WS-TUR-IX > WS-TUR-USADOS
                   MOVE ZERO TO WS-TUR-IX
               END-IF
           END-IF.
       MIRAR-PROG-EMPLEADO.
           IF PE-VIGENCIA (WS-PE-IX) NOT > CAL-FECHA (WS-CAL-IX)
               MOVE PE-TURNO (WS-PE-IX) TO WS-TURNO-DIA
           END-IF.
           ADD 1 TO WS-PE-IX.
       MIRAR-PROG-DEPTO.
           IF PD-DEPTO (WS-PD-IX) = EMPLEADOS-DEPTO
              AND PD-VIGENCIA (WS-PD-IX) NOT > CAL-FECHA (WS-CAL-IX)
               MOVE PD-TURNO (WS-PD-IX) TO WS-TURNO-DIA
           END-IF.
           ADD 1 TO WS-PD-IX.
       AVANZAR-TURNO.
           ADD 1 TO WS-TUR-IX.
       IMPRIMIR-EMPLEADO.
           ADD 1 TO WS-CONT-EMPLEADOS.
           MOVE EMPLEADOS-ID TO LE-ID.
           MOVE EMPLEADOS-NOMBRE TO LE-NOMBRE.
           MOVE EMPLEADOS-DEPTO TO LE-DEPTO.
           MOVE WS-EMP-PLANIF TO LE-PLANIF.
           MOVE WS-EMP-EXCUSADOS TO LE-EXCUSADOS.
           MOVE WS-EMP-AUSENCIAS TO LE-AUSENCIAS.
           MOVE WS-EMP-CORTOS TO LE-CORTOS.
           MOVE WS-EMP-HRS-PLAN TO LE-HRS-PLAN.
           MOVE WS-EMP-HRS-FALTA TO LE-HRS-FALTA.
           COMPUTE WS-BASE-TASA = WS-EMP-PLANIF - WS-EMP-EXCUSADOS.
           MOVE WS-EMP-AUSENCIAS TO WS-TASA-AUSENCIAS.
           PERFORM CALCULAR-TASA.
           MOVE WS-TASA TO LE-TASA.
           MOVE SPACES TO LE-OBSERVACION.
           IF WS-EMP-SIN-TURNO > ZERO
               MOVE "DIAS SIN TURNO PROGRAMADO" TO LE-OBSERVACION
           END-IF.
           MOVE WS-LINEA-EMPLEADO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-EMP-AUSENCIAS > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "       AUSENTE LOS DIAS: " WS-LISTA-FALTAS
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           IF WS-EMP-CORTOS > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "       DIAS CORTOS     : " WS-LISTA-CORTOS
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
       ACUMULAR-DEPTO.
           MOVE "N" TO WS-DEP-HALLADO.
           MOVE 1 TO WS-DEP-IX.
           PERFORM COMPARAR-DEPTO
               UNTIL DEP-HALLADO OR WS-DEP-IX > WS-DEP-USADOS.
           IF NOT DEP-HALLADO AND WS-DEP-USADOS < 50
               ADD 1 TO WS-DEP-USADOS
               MOVE WS-DEP-USADOS TO WS-DEP-IX
               MOVE EMPLEADOS-DEPTO TO DT-DEPTO (WS-DEP-IX)
               MOVE ZERO TO DT-EMPLEADOS (WS-DEP-IX)
               MOVE ZERO TO DT-PLANIF (WS-DEP-IX)
               MOVE ZERO TO DT-AUSENCIAS (WS-DEP-IX)
               MOVE ZERO TO DT-CORTOS (WS-DEP-IX)
               MOVE ZERO TO DT-HRS-FALTA (WS-DEP-IX)
               MOVE "S" TO WS-DEP-HALLADO
           END-IF.
           IF DEP-HALLADO
               ADD 1 TO DT-EMPLEADOS (WS-DEP-IX)
               ADD WS-BASE-TASA TO DT-PLANIF (WS-DEP-IX)
               ADD WS-EMP-AUSENCIAS TO DT-AUSENCIAS (WS-DEP-IX)
               ADD WS-EMP-CORTOS TO DT-CORTOS (WS-DEP-IX)
               ADD WS-EMP-HRS-FALTA TO DT-HRS-FALTA (WS-DEP-IX)
           END-IF.
           ADD WS-BASE-TASA TO WS-TOT-PLANIF.
           ADD WS-EMP-AUSENCIAS TO WS-TOT-AUSENCIAS.
           ADD WS-EMP-CORTOS TO WS-TOT-CORTOS.
           ADD WS-EMP-HRS-FALTA TO WS-TOT-HRS-FALTA.
       COMPARAR-DEPTO.
           IF DT-DEPTO (WS-DEP-IX) = EMPLEADOS-DEPTO
               MOVE "S" TO WS-DEP-HALLADO
           ELSE
               ADD 1 TO WS-DEP-IX
           END-IF.
      * TASA DE AUSENTISMO: AUSENCIAS SOBRE DIAS PLANIFICADOS NO
      * EXCUSADOS, EN PORCENTAJE.
       CALCULAR-TASA.
           MOVE ZERO TO WS-TASA.
           IF WS-BASE-TASA > ZERO
               COMPUTE WS-TASA ROUNDED =
                   WS-TASA-AUSENCIAS * 100 / WS-BASE-TASA
           END-IF.
       IMPRIMIR-DEPARTAMENTOS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "TASA DE AUSENTISMO POR DEPARTAMENTO" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "DEP NOMBRE                    EMPL.  DIAS PLAN" &
               "  AUSENCIAS     CORTOS  HRS FALTA   TASA%"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-DEP-IX.
           PERFORM IMPRIMIR-DEPTO UNTIL WS-DEP-IX > WS-DEP-USADOS.
           MOVE "TOT" TO LD-DEPTO.
           MOVE "TOTAL EMPRESA" TO LD-NOMBRE.
           MOVE WS-CONT-EMPLEADOS TO LD-EMPLEADOS.
           MOVE WS-TOT-PLANIF TO LD-PLANIF.
           MOVE WS-TOT-AUSENCIAS TO LD-AUSENCIAS.
           MOVE WS-TOT-CORTOS TO LD-CORTOS.
           MOVE WS-TOT-HRS-FALTA TO LD-HRS-FALTA.
           MOVE WS-TOT-PLANIF TO WS-BASE-TASA.
           MOVE WS-TOT-AUSENCIAS TO WS-TASA-AUSENCIAS.
           PERFORM CALCULAR-TASA.
           MOVE WS-TASA TO LD-TASA.
           MOVE WS-LINEA-DEPTO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-DEPTO.
           MOVE DT-DEPTO (WS-DEP-IX) TO LD-DEPTO.
           MOVE DT-DEPTO (WS-DEP-IX) TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO LD-NOMBRE
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO LD-NOMBRE
           END-READ.
           MOVE DT-EMPLEADOS (WS-DEP-IX) TO LD-EMPLEADOS.
           MOVE DT-PLANIF (WS-DEP-IX) TO LD-PLANIF.
           MOVE DT-AUSENCIAS (WS-DEP-IX) TO LD-AUSENCIAS.
           MOVE DT-CORTOS (WS-DEP-IX) TO LD-CORTOS.
           MOVE DT-HRS-FALTA (WS-DEP-IX) TO LD-HRS-FALTA.
           MOVE DT-PLANIF (WS-DEP-IX) TO WS-BASE-TASA.
           MOVE DT-AUSENCIAS (WS-DEP-IX) TO WS-TASA-AUSENCIAS.
           PERFORM CALCULAR-TASA.
           MOVE WS-TASA TO LD-TASA.
           MOVE WS-LINEA-DEPTO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-DEP-IX.
       RUTINA-SALIDA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EMPLEADOS CON DIAS SIN TURNO PROGRAMADO: "
               WS-CONT-SIN-TURNO
               "   MENSUALES NO EVALUADOS: " WS-CONT-MENSUALES
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE TURNOS-ARCHIVO.
           CLOSE PROGRAMA-ARCHIVO.
           CLOSE FERIADOS-ARCHIVO.
           CLOSE LICENCIAS-ARCHIVO.
           CLOSE TARIFAS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "EMPLEADOS EVALUADOS   : " WS-CONT-EMPLEADOS.
           DISPLAY "AUSENCIAS             : " WS-TOT-AUSENCIAS.
           DISPLAY "DIAS CORTOS           : " WS-TOT-CORTOS.
           DISPLAY "REPORTE IMPRESO EN AUSENT.RPT.".
           GOBACK.
       END PROGRAM AUSENTISMO-REPORTE.

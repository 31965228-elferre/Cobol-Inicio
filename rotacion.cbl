      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Staff turnover report per department for a month
      *          (AAAAMM) or a whole year (AAAA00). Every employment
      *          stint is read from emp.dat and from hist.dat (a
      *          rehired employee has one stint in each) and counted
      *          in its department and in the company total:
      *          headcount at the start and at the end of the
      *          period, hires in the period, exits in the period by
      *          EMPLEADOS-MOTIVO-BAJA reason code and by tenure band,
      *          and the turnover rate (exits over the average of the
      *          start and end headcount). The first-year share of
      *          the exits shows whether we lose people early.
      *          Prints to rotacion.rpt, archived in the report
      *          index.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACION-PERSONAL.
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

       SELECT OPTIONAL EMPLEADOS-HISTORICO
       ASSIGN TO "hist.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "rotacion.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO HISTORICO DE EMPLEADOS
       FD EMPLEADOS-HISTORICO.
           COPY HISREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO DE IMPRESION DE LA ROTACION
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FECHA-CORRIDA PIC 9(8).
       01  WS-PERIODO PIC 9(6).
       01  WS-PERIODO-REDEF REDEFINES WS-PERIODO.
           05 WS-PER-AAAA PIC 9(4).
           05 WS-PER-MM PIC 9(2).
       01  WS-DESDE PIC 9(8).
       01  WS-DESDE-REDEF REDEFINES WS-DESDE.
           05 WS-DESDE-AAAA PIC 9(4).
           05 WS-DESDE-MM PIC 9(2).
           05 WS-DESDE-DD PIC 9(2).
       01  WS-HASTA PIC 9(8).
       01  WS-HASTA-REDEF REDEFINES WS-HASTA.
           05 WS-HASTA-AAAA PIC 9(4).
           05 WS-HASTA-MM PIC 9(2).
           05 WS-HASTA-DD PIC 9(2).
      * LA ESTADIA (UN PERIODO DE EMPLEO) QUE SE ESTA CONTANDO.
       01  WS-ST-ALTA PIC 9(8).
       01  WS-ST-ALTA-REDEF REDEFINES WS-ST-ALTA.
           05 WS-ALTA-AAAA PIC 9(4).
           05 WS-ALTA-MM PIC 9(2).
           05 WS-ALTA-DD PIC 9(2).
       01  WS-ST-BAJA PIC 9(8).
       01  WS-ST-BAJA-REDEF REDEFINES WS-ST-BAJA.
           05 WS-BAJA-AAAA PIC 9(4).
           05 WS-BAJA-MM PIC 9(2).
           05 WS-BAJA-DD PIC 9(2).
       01  WS-ST-DEPTO PIC X(3).
       01  WS-ST-MOTIVO PIC X(2).
       01  WS-ST-ESTADO PIC X.
           88 ST-TERMINADO VALUE "T".
       01  WS-MESES-ANTIGUEDAD PIC S9(5).
       01  WS-MX PIC 9(2).
       01  WS-BX PIC 9(2).
       01  WS-DX PIC 9(3).
       01  WS-SX PIC 9(3).
       01  WS-IX PIC 9(2).
       01  WS-PX PIC 9(3).
       01  WS-HALLADO PIC X.
           88 HALLADO VALUE "S".
      * DEPARTAMENTOS EN EL ORDEN DE DEPT.DAT; LOS CODIGOS QUE NO
      * FIGURAN SE AGREGAN AL FINAL. LA ENTRADA 101 ES EL TOTAL.
       01  WS-DEP-USADOS PIC 9(3) VALUE ZERO.
       01  WS-DEP-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 101 TIMES.
               10 DEP-CODIGO PIC X(3).
               10 DEP-NOMBRE PIC X(25).
               10 DEP-INICIO PIC 9(5).
               10 DEP-FIN PIC 9(5).
               10 DEP-INGRESOS PIC 9(5).
               10 DEP-BAJAS PIC 9(5).
               10 DEP-MOTIVO PIC 9(5) OCCURS 10 TIMES.
               10 DEP-BANDA PIC 9(5) OCCURS 6 TIMES.
      * CODIGOS DE EMPREG EN EL ORDEN DE LAS COLUMNAS; SM = BAJAS
      * SIN MOTIVO CARGADO (ANTERIORES AL CODIGO).
       01  WS-CODIGOS-MOTIVO.
           05 FILLER PIC X(2) VALUE "RE".
           05 FILLER PIC X(2) VALUE "DC".
           05 FILLER PIC X(2) VALUE "DS".
           05 FILLER PIC X(2) VALUE "FC".
           05 FILLER PIC X(2) VALUE "JU".
           05 FILLER PIC X(2) VALUE "FA".
           05 FILLER PIC X(2) VALUE "MA".
           05 FILLER PIC X(2) VALUE "AB".
           05 FILLER PIC X(2) VALUE "OT".
           05 FILLER PIC X(2) VALUE "SM".
       01  WS-CODIGOS-REDEF REDEFINES WS-CODIGOS-MOTIVO.
           05 WS-CODIGO-MOTIVO PIC X(2) OCCURS 10 TIMES.
      * BANDAS DE ANTIGUEDAD AL MOMENTO DE LA BAJA, EN MESES.
       01  WS-NOMBRES-BANDA.
           05 FILLER PIC X(6) VALUE "<3M".
           05 FILLER PIC X(6) VALUE "3-11M".
           05 FILLER PIC X(6) VALUE "1-2A".
           05 FILLER PIC X(6) VALUE "3-4A".
           05 FILLER PIC X(6) VALUE "5-9A".
           05 FILLER PIC X(6) VALUE "10+A".
       01  WS-BANDAS-REDEF REDEFINES WS-NOMBRES-BANDA.
           05 WS-NOMBRE-BANDA PIC X(6) OCCURS 6 TIMES.
       01  WS-PROMEDIO PIC 9(5)V9.
       01  WS-TASA PIC 9(4)V99.
       01  WS-PRIMER-ANIO PIC 9(5).
       01  WS-PCT-PRIMER-ANIO PIC 9(3)V9.
       01  WS-CANT-ED PIC ZZZZ9.
       01  WS-PCT-ED PIC ZZ9.9.
       01  WS-PUNTERO PIC 9(3).
       01  WS-LINEA-DOTACION.
           05 FILLER PIC X(19) VALUE "  DOTACION INICIAL ".
           05 LD-INICIO PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  FINAL ".
           05 LD-FIN PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  PROMEDIO ".
           05 LD-PROMEDIO PIC ZZZZ9.9.
           05 FILLER PIC X(11) VALUE "  INGRESOS ".
           05 LD-INGRESOS PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  BAJAS ".
           05 LD-BAJAS PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  ROTACION ".
           05 LD-TASA PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE "%".
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "ROTACION-PERSONAL".
           05 ARC-REPORTE PIC X(20) VALUE "rotacion.rpt".
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
           DISPLAY "ROTACION DE PERSONAL POR DEPARTAMENTO".
           DISPLAY "PERIODO (AAAAMM PARA UN MES, AAAA00 PARA EL "
               "ANIO) :".
           ACCEPT WS-PERIODO.
           IF WS-PER-MM > 12 OR WS-PER-AAAA = ZERO
               DISPLAY "PERIODO INVALIDO, NO SE EMITE EL REPORTE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
      * LOS LIMITES SE COMPARAN COMO AAAAMMDD, ASI QUE EL DIA 31
      * CIERRA CUALQUIER MES.
           MOVE WS-PER-AAAA TO WS-DESDE-AAAA.
           MOVE WS-PER-AAAA TO WS-HASTA-AAAA.
           MOVE 1 TO WS-DESDE-DD.
           MOVE 31 TO WS-HASTA-DD.
           IF WS-PER-MM = ZERO
               MOVE 1 TO WS-DESDE-MM
               MOVE 12 TO WS-HASTA-MM
           ELSE
               MOVE WS-PER-MM TO WS-DESDE-MM
               MOVE WS-PER-MM TO WS-HASTA-MM
           END-IF.
           MOVE 101 TO WS-DX.
           PERFORM LIMPIAR-DEPTO.
           MOVE "TOT" TO DEP-CODIGO (101).
           MOVE "TOTAL EMPRESA" TO DEP-NOMBRE (101).
           PERFORM CARGAR-DEPTOS.
           PERFORM CONTAR-EMPLEADOS.
           PERFORM CONTAR-HISTORICO.
           PERFORM IMPRIMIR-REPORTE.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "BAJAS DEL PERIODO   : " DEP-BAJAS (101).
           DISPLAY "INGRESOS DEL PERIODO: " DEP-INGRESOS (101).
           DISPLAY "REPORTE IMPRESO EN ROTACION.RPT".
           GOBACK.
       CARGAR-DEPTOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT DEPTO-ARCHIVO.
           PERFORM LEER-DEPTO.
           PERFORM GUARDAR-DEPTO UNTIL FIN-LISTA.
           CLOSE DEPTO-ARCHIVO.
       LEER-DEPTO.
           READ DEPTO-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-DEPTO.
           MOVE DEPTO-CODIGO TO WS-ST-DEPTO.
           PERFORM AGREGAR-DEPTO.
           IF HALLADO
               MOVE DEPTO-NOMBRE TO DEP-NOMBRE (WS-DX)
           END-IF.
           PERFORM LEER-DEPTO.
      * DEJA EN WS-DX LA ENTRADA DEL DEPTO WS-ST-DEPTO (LA CREA SI
      * NO ESTA); CON LA TABLA LLENA EL DEPTO SOLO SUMA AL TOTAL.
       AGREGAR-DEPTO.
           MOVE "N" TO WS-HALLADO.
           MOVE 1 TO WS-DX.
           PERFORM COMPARAR-DEPTO
               UNTIL HALLADO OR WS-DX > WS-DEP-USADOS.
           IF NOT HALLADO
               IF WS-DEP-USADOS < 100
                   ADD 1 TO WS-DEP-USADOS
                   MOVE WS-DEP-USADOS TO WS-DX
                   PERFORM LIMPIAR-DEPTO
                   MOVE WS-ST-DEPTO TO DEP-CODIGO (WS-DX)
                   IF WS-ST-DEPTO = SPACES
                       MOVE "SIN DEPARTAMENTO" TO DEP-NOMBRE (WS-DX)
                   ELSE
                       MOVE "NO FIGURA EN DEPT.DAT"
                           TO DEP-NOMBRE (WS-DX)
                   END-IF
                   MOVE "S" TO WS-HALLADO
               ELSE
                   ADD 1 TO WS-DEP-DESBORDES
               END-IF
           END-IF.
       COMPARAR-DEPTO.
           IF DEP-CODIGO (WS-DX) = WS-ST-DEPTO
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO WS-DX
           END-IF.
       LIMPIAR-DEPTO.
           MOVE SPACES TO DEP-CODIGO (WS-DX).
           MOVE SPACES TO DEP-NOMBRE (WS-DX).
           MOVE ZERO TO DEP-INICIO (WS-DX).
           MOVE ZERO TO DEP-FIN (WS-DX).
           MOVE ZERO TO DEP-INGRESOS (WS-DX).
           MOVE ZERO TO DEP-BAJAS (WS-DX).
           MOVE 1 TO WS-IX.
           PERFORM LIMPIAR-MOTIVO UNTIL WS-IX > 10.
           MOVE 1 TO WS-IX.
           PERFORM LIMPIAR-BANDA UNTIL WS-IX > 6.
       LIMPIAR-MOTIVO.
           MOVE ZERO TO DEP-MOTIVO (WS-DX WS-IX).
           ADD 1 TO WS-IX.
       LIMPIAR-BANDA.
           MOVE ZERO TO DEP-BANDA (WS-DX WS-IX).
           ADD 1 TO WS-IX.
       CONTAR-EMPLEADOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM LEER-EMPLEADO.
           PERFORM CONTAR-EMPLEADO UNTIL FIN-LISTA.
           CLOSE EMPLEADOS-ARCHIVO.
       LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       CONTAR-EMPLEADO.
           MOVE EMPLEADOS-FECHA-ALTA TO WS-ST-ALTA.
           MOVE EMPLEADOS-FECHA-BAJA TO WS-ST-BAJA.
           MOVE EMPLEADOS-ESTADO TO WS-ST-ESTADO.
           MOVE EMPLEADOS-DEPTO TO WS-ST-DEPTO.
           MOVE EMPLEADOS-MOTIVO-BAJA TO WS-ST-MOTIVO.
           PERFORM CONTAR-ESTADIA.
           PERFORM LEER-EMPLEADO.
       CONTAR-HISTORICO.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT EMPLEADOS-HISTORICO.
           PERFORM LEER-HISTORICO.
           PERFORM CONTAR-UN-HISTORICO UNTIL FIN-LISTA.
           CLOSE EMPLEADOS-HISTORICO.
       LEER-HISTORICO.
           READ EMPLEADOS-HISTORICO
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
      * TODA FILA DE HIST.DAT ES UNA ESTADIA TERMINADA.
       CONTAR-UN-HISTORICO.
           MOVE HISTORICO-FECHA-ALTA TO WS-ST-ALTA.
           MOVE HISTORICO-FECHA-BAJA TO WS-ST-BAJA.
           MOVE "T" TO WS-ST-ESTADO.
           MOVE HISTORICO-DEPTO TO WS-ST-DEPTO.
           MOVE HISTORICO-MOTIVO-BAJA TO WS-ST-MOTIVO.
           PERFORM CONTAR-ESTADIA.
           PERFORM LEER-HISTORICO.
       CONTAR-ESTADIA.
           IF WS-ST-ALTA NOT NUMERIC
               MOVE ZERO TO WS-ST-ALTA
           END-IF.
           IF WS-ST-BAJA NOT NUMERIC
               MOVE ZERO TO WS-ST-BAJA
           END-IF.
           PERFORM AGREGAR-DEPTO.
           PERFORM CALCULAR-MOTIVO-Y-BANDA.
           IF HALLADO
               MOVE WS-DX TO WS-SX
               PERFORM SUMAR-ESTADIA
           END-IF.
           MOVE 101 TO WS-SX.
           PERFORM SUMAR-ESTADIA.
       CALCULAR-MOTIVO-Y-BANDA.
           MOVE 10 TO WS-MX.
           MOVE 1 TO WS-IX.
           PERFORM BUSCAR-MOTIVO UNTIL WS-IX > 9.
           COMPUTE WS-MESES-ANTIGUEDAD =
               (WS-BAJA-AAAA - WS-ALTA-AAAA) * 12
                   + (WS-BAJA-MM - WS-ALTA-MM).
           IF WS-BAJA-DD < WS-ALTA-DD
               SUBTRACT 1 FROM WS-MESES-ANTIGUEDAD
           END-IF.
           EVALUATE TRUE
           WHEN WS-MESES-ANTIGUEDAD < 3
               MOVE 1 TO WS-BX
           WHEN WS-MESES-ANTIGUEDAD < 12
               MOVE 2 TO WS-BX
           WHEN WS-MESES-ANTIGUEDAD < 36
               MOVE 3 TO WS-BX
           WHEN WS-MESES-ANTIGUEDAD < 60
               MOVE 4 TO WS-BX
           WHEN WS-MESES-ANTIGUEDAD < 120
               MOVE 5 TO WS-BX
           WHEN OTHER
               MOVE 6 TO WS-BX
           END-EVALUATE.
       BUSCAR-MOTIVO.
           IF WS-CODIGO-MOTIVO (WS-IX) = WS-ST-MOTIVO
               MOVE WS-IX TO WS-MX
               MOVE 10 TO WS-IX
           ELSE
               ADD 1 TO WS-IX
           END-IF.
      * DOTACION INICIAL: ALTA ANTES DEL PERIODO Y SIN BAJA ANTERIOR
      * A SU PRIMER DIA. DOTACION FINAL: ALTA HASTA EL ULTIMO DIA Y
      * SIN BAJA HASTA ESE DIA. LOS DE LICENCIA CUENTAN EN LA DOTACION.
       SUMAR-ESTADIA.
           IF WS-ST-ALTA < WS-DESDE
              AND (NOT ST-TERMINADO OR WS-ST-BAJA >= WS-DESDE)
               ADD 1 TO DEP-INICIO (WS-SX)
           END-IF.
           IF WS-ST-ALTA <= WS-HASTA
              AND (NOT ST-TERMINADO OR WS-ST-BAJA > WS-HASTA)
               ADD 1 TO DEP-FIN (WS-SX)
           END-IF.
           IF WS-ST-ALTA >= WS-DESDE AND WS-ST-ALTA <= WS-HASTA
               ADD 1 TO DEP-INGRESOS (WS-SX)
           END-IF.
           IF ST-TERMINADO
              AND WS-ST-BAJA >= WS-DESDE AND WS-ST-BAJA <= WS-HASTA
               ADD 1 TO DEP-BAJAS (WS-SX)
               ADD 1 TO DEP-MOTIVO (WS-SX WS-MX)
               ADD 1 TO DEP-BANDA (WS-SX WS-BX)
           END-IF.
      ******************************************************************
      * IMPRESION
      ******************************************************************
       IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           IF WS-PER-MM = ZERO
               STRING "ROTACION DE PERSONAL DEL ANIO " WS-PER-AAAA
                   "  (DEL " WS-DESDE " AL " WS-HASTA ")"
                   "  EMITIDO " WS-FECHA-CORRIDA
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING "ROTACION DE PERSONAL DEL MES " WS-PER-MM "/"
                   WS-PER-AAAA "  EMITIDO " WS-FECHA-CORRIDA
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF.
           WRITE REPORTE-LINEA.
           MOVE "ROTACION = BAJAS DEL PERIODO / PROMEDIO DE LA "
               & "DOTACION INICIAL Y FINAL X 100" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-DEP-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "*** AVISO: " WS-DEP-DESBORDES " ESTADIAS DE "
                   "DEPARTAMENTOS FUERA DE LA TABLA SOLO SUMAN AL "
                   "TOTAL. ***"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           MOVE 1 TO WS-DX.
           PERFORM IMPRIMIR-DEPTO-SI-HAY UNTIL WS-DX > WS-DEP-USADOS.
           MOVE 101 TO WS-DX.
           PERFORM IMPRIMIR-DEPTO.
           PERFORM IMPRIMIR-LEYENDA.
           CLOSE REPORTE-ARCHIVO.
       IMPRIMIR-DEPTO-SI-HAY.
           IF DEP-INICIO (WS-DX) > ZERO OR DEP-FIN (WS-DX) > ZERO
              OR DEP-INGRESOS (WS-DX) > ZERO
              OR DEP-BAJAS (WS-DX) > ZERO
               PERFORM IMPRIMIR-DEPTO
           END-IF.
           ADD 1 TO WS-DX.
       IMPRIMIR-DEPTO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           IF WS-DX = 101
               MOVE DEP-NOMBRE (WS-DX) TO REPORTE-LINEA
           ELSE
               STRING "DEPTO " DEP-CODIGO (WS-DX) "  "
                   DEP-NOMBRE (WS-DX)
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF.
           WRITE REPORTE-LINEA.
           COMPUTE WS-PROMEDIO ROUNDED =
               (DEP-INICIO (WS-DX) + DEP-FIN (WS-DX)) / 2.
           IF WS-PROMEDIO > ZERO
               COMPUTE WS-TASA ROUNDED =
                   DEP-BAJAS (WS-DX) * 100 / WS-PROMEDIO
           ELSE
               MOVE ZERO TO WS-TASA
           END-IF.
           MOVE DEP-INICIO (WS-DX) TO LD-INICIO.
           MOVE DEP-FIN (WS-DX) TO LD-FIN.
           MOVE WS-PROMEDIO TO LD-PROMEDIO.
           MOVE DEP-INGRESOS (WS-DX) TO LD-INGRESOS.
           MOVE DEP-BAJAS (WS-DX) TO LD-BAJAS.
           MOVE WS-TASA TO LD-TASA.
           MOVE WS-LINEA-DOTACION TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           MOVE "  BAJAS POR MOTIVO     " TO REPORTE-LINEA.
           MOVE 24 TO WS-PUNTERO.
           MOVE 1 TO WS-IX.
           PERFORM ARMAR-MOTIVO UNTIL WS-IX > 10.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           MOVE "  BAJAS POR ANTIGUEDAD " TO REPORTE-LINEA.
           MOVE 24 TO WS-PUNTERO.
           MOVE 1 TO WS-IX.
           PERFORM ARMAR-BANDA UNTIL WS-IX > 6.
           COMPUTE WS-PRIMER-ANIO =
               DEP-BANDA (WS-DX 1) + DEP-BANDA (WS-DX 2).
           IF DEP-BAJAS (WS-DX) > ZERO
               COMPUTE WS-PCT-PRIMER-ANIO ROUNDED =
                   WS-PRIMER-ANIO * 100 / DEP-BAJAS (WS-DX)
           ELSE
               MOVE ZERO TO WS-PCT-PRIMER-ANIO
           END-IF.
           MOVE WS-PRIMER-ANIO TO WS-CANT-ED.
           MOVE WS-PCT-PRIMER-ANIO TO WS-PCT-ED.
           STRING "   PRIMER ANIO " WS-CANT-ED " ("
               WS-PCT-ED "%)"
               DELIMITED BY SIZE INTO REPORTE-LINEA
               WITH POINTER WS-PUNTERO.
           WRITE REPORTE-LINEA.
       ARMAR-MOTIVO.
           MOVE DEP-MOTIVO (WS-DX WS-IX) TO WS-CANT-ED.
           STRING WS-CODIGO-MOTIVO (WS-IX) " " WS-CANT-ED "  "
               DELIMITED BY SIZE INTO REPORTE-LINEA
               WITH POINTER WS-PUNTERO.
           ADD 1 TO WS-IX.
       ARMAR-BANDA.
           MOVE DEP-BANDA (WS-DX WS-IX) TO WS-CANT-ED.
           STRING WS-NOMBRE-BANDA (WS-IX) WS-CANT-ED "  "
               DELIMITED BY SIZE INTO REPORTE-LINEA
               WITH POINTER WS-PUNTERO.
           ADD 1 TO WS-IX.
       IMPRIMIR-LEYENDA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "MOTIVOS: RE RENUNCIA  DC DESPIDO CON CAUSA  DS "
               & "DESPIDO SIN CAUSA  FC FIN DE CONTRATO  JU JUBILACION"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "         FA FALLECIMIENTO  MA MUTUO ACUERDO  AB "
               & "ABANDONO  OT OTRO  SM SIN MOTIVO CARGADO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ANTIGUEDAD AL MOMENTO DE LA BAJA: M = MESES, A = "
               & "ANIOS; PRIMER ANIO = <3M MAS 3-11M."
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       END PROGRAM ROTACION-PERSONAL.

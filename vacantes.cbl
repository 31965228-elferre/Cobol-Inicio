      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Vacancy report. For every department and pay
      *          category it sets the plazas authorized in plazas.dat
      *          against the positions filled by active and on-leave
      *          employees of emp.dat, the category being the
      *          TARIFA-CATEGORIA of each employee's current rate in
      *          tarifas.dat. Filled positions of a category with no
      *          authorized plazas, or of employees without a rate
      *          yet, show as excess lines. Department subtotals and
      *          a company total, printed to vacantes.rpt and
      *          registered in the report archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACANTES-REPORTE.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL PLAZAS-ARCHIVO
       ASSIGN TO "plazas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PLZ-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PLZ.

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

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT PLAZAS-CLASIFICA
       ASSIGN TO "vaccla.tmp".

       SELECT PLAZAS-ORDENADAS
       ASSIGN TO "vacord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "vacantes.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * PLAZAS AUTORIZADAS POR DEPARTAMENTO Y CATEGORIA
       FD PLAZAS-ARCHIVO.
           COPY PLZREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE TARIFAS CON VIGENCIA
       FD TARIFAS-ARCHIVO.
           COPY TARREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO DE TRABAJO DEL SORT DE PLAZAS
       SD PLAZAS-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-DEPTO PIC X(3).
               05 CLA-CATEGORIA PIC X(10).
               05 CLA-AUTORIZADAS PIC 9(5).
               05 CLA-OCUPADAS PIC 9(5).
      * PLAZAS ORDENADAS POR DEPARTAMENTO Y CATEGORIA
       FD PLAZAS-ORDENADAS.
           01 ORDENADA-REGISTRO.
               05 ORD-DEPTO PIC X(3).
               05 ORD-CATEGORIA PIC X(10).
               05 ORD-AUTORIZADAS PIC 9(5).
               05 ORD-OCUPADAS PIC 9(5).
      * ARCHIVO DE IMPRESION DE VACANTES
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PLZ PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-TARIFAS PIC X.
           88 FIN-TARIFAS VALUE "S".
       01  WS-FIN-ORDENADAS PIC X.
           88 FIN-ORDENADAS VALUE "S".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-CATEGORIA-VIGENTE PIC X(10).
      * UNA ENTRADA POR DEPARTAMENTO Y CATEGORIA, CON LAS PLAZAS DE
      * PLAZAS.DAT Y LOS EMPLEADOS QUE LAS OCUPAN.
       01  WS-VT-USADOS PIC 9(3) VALUE ZERO.
       01  WS-VT-IX PIC 9(3).
       01  WS-VT-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-VT-HALLADA PIC X.
           88 VT-HALLADA VALUE "S".
       01  WS-BUSCA-DEPTO PIC X(3).
       01  WS-BUSCA-CATEGORIA PIC X(10).
       01  WS-TABLA-VACANTES.
           05 WS-VT-ENTRADA OCCURS 500 TIMES.
               10 VT-DEPTO PIC X(3).
               10 VT-CATEGORIA PIC X(10).
               10 VT-AUTORIZADAS PIC 9(5).
               10 VT-OCUPADAS PIC 9(5).
       01  WS-DEPTO-ANTERIOR PIC X(3).
       01  WS-DEP-AUTORIZADAS PIC 9(5).
       01  WS-DEP-OCUPADAS PIC 9(5).
       01  WS-TOT-AUTORIZADAS PIC 9(6) VALUE ZERO.
       01  WS-TOT-OCUPADAS PIC 9(6) VALUE ZERO.
       01  WS-CALC-AUTORIZADAS PIC 9(6).
       01  WS-CALC-OCUPADAS PIC 9(6).
       01  WS-LINEA-PLAZA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LP-CATEGORIA PIC X(12).
           05 LP-AUTORIZADAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LP-OCUPADAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LP-VACANTES PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LP-EXCEDIDAS PIC ZZZ,ZZ9.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "VACANTES-REPORTE".
           05 ARC-REPORTE PIC X(20) VALUE "vacantes.rpt".
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
           MOVE ZERO TO WS-VT-USADOS.
           MOVE ZERO TO WS-VT-DESBORDES.
           MOVE ZERO TO WS-TOT-AUTORIZADAS.
           MOVE ZERO TO WS-TOT-OCUPADAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-PLAZAS.
           PERFORM CONTAR-EMPLEADOS.
           SORT PLAZAS-CLASIFICA
               ON ASCENDING KEY CLA-DEPTO CLA-CATEGORIA
               INPUT PROCEDURE IS SOLTAR-TABLA
               GIVING PLAZAS-ORDENADAS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PLAZAS AUTORIZADAS, OCUPADAS Y VACANTES AL "
               WS-FECHA-HOY DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           OPEN INPUT PLAZAS-ORDENADAS.
           MOVE "N" TO WS-FIN-ORDENADAS.
           MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR.
           PERFORM LEER-ORDENADA.
           IF FIN-ORDENADAS
               MOVE "SIN PLAZAS NI EMPLEADOS ACTIVOS." TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-PLAZA UNTIL FIN-ORDENADAS.
           IF WS-DEPTO-ANTERIOR NOT = HIGH-VALUES
               PERFORM IMPRIMIR-TOTAL-DEPTO
           END-IF.
           CLOSE PLAZAS-ORDENADAS.
           PERFORM RUTINA-SALIDA.
       CARGAR-PLAZAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO PLZ-CLAVE.
           START PLAZAS-ARCHIVO
               KEY IS NOT LESS THAN PLZ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PLAZA
               PERFORM GUARDAR-PLAZA UNTIL FIN-LISTA
           END-IF.
       LEER-PLAZA.
           READ PLAZAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-PLAZA.
           MOVE PLZ-DEPTO TO WS-BUSCA-DEPTO.
           MOVE PLZ-CATEGORIA TO WS-BUSCA-CATEGORIA.
           PERFORM BUSCAR-ENTRADA.
           IF VT-HALLADA
               ADD PLZ-AUTORIZADAS TO VT-AUTORIZADAS (WS-VT-IX)
           END-IF.
           PERFORM LEER-PLAZA.
      * OCUPAN PLAZA LOS ACTIVOS Y LOS DE LICENCIA, EN LA CATEGORIA
      * DE SU TARIFA VIGENTE A HOY.
       CONTAR-EMPLEADOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO
               KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-EMPLEADO
               PERFORM CONTAR-EMPLEADO UNTIL FIN-LISTA
           END-IF.
       LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       CONTAR-EMPLEADO.
           IF EMPLEADOS-ACTIVO OR EMPLEADOS-LICENCIA
               PERFORM BUSCAR-CATEGORIA
               MOVE EMPLEADOS-DEPTO TO WS-BUSCA-DEPTO
               MOVE WS-CATEGORIA-VIGENTE TO WS-BUSCA-CATEGORIA
               PERFORM BUSCAR-ENTRADA
               IF VT-HALLADA
                   ADD 1 TO VT-OCUPADAS (WS-VT-IX)
               END-IF
           END-IF.
           PERFORM LEER-EMPLEADO.
       BUSCAR-CATEGORIA.
           MOVE "(SIN TAR.)" TO WS-CATEGORIA-VIGENTE.
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
               PERFORM REVISAR-TARIFA UNTIL FIN-TARIFAS
           END-IF.
       LEER-TARIFA.
           READ TARIFAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-TARIFAS
           END-READ.
       REVISAR-TARIFA.
           IF TARIFA-ID = EMPLEADOS-ID
              AND TARIFA-VIGENCIA NOT > WS-FECHA-HOY
               MOVE TARIFA-CATEGORIA TO WS-CATEGORIA-VIGENTE
               PERFORM LEER-TARIFA
           ELSE
               MOVE "S" TO WS-FIN-TARIFAS
           END-IF.
      * BUSCA LA ENTRADA DEL DEPARTAMENTO Y CATEGORIA PEDIDOS; SI NO
      * ESTA LA AGREGA EN CERO MIENTRAS HAYA LUGAR EN LA TABLA.
       BUSCAR-ENTRADA.
           MOVE "N" TO WS-VT-HALLADA.
           MOVE 1 TO WS-VT-IX.
           PERFORM COMPARAR-ENTRADA
               UNTIL VT-HALLADA OR WS-VT-IX > WS-VT-USADOS.
           IF NOT VT-HALLADA
               IF WS-VT-USADOS < 500
                   ADD 1 TO WS-VT-USADOS
                   MOVE WS-VT-USADOS TO WS-VT-IX
                   MOVE WS-BUSCA-DEPTO TO VT-DEPTO (WS-VT-IX)
                   MOVE WS-BUSCA-CATEGORIA TO VT-CATEGORIA (WS-VT-IX)
                   MOVE ZERO TO VT-AUTORIZADAS (WS-VT-IX)
                   MOVE ZERO TO VT-OCUPADAS (WS-VT-IX)
                   MOVE "S" TO WS-VT-HALLADA
               ELSE
                   ADD 1 TO WS-VT-DESBORDES
               END-IF
           END-IF.
       COMPARAR-ENTRADA.
           IF VT-DEPTO (WS-VT-IX) = WS-BUSCA-DEPTO
              AND VT-CATEGORIA (WS-VT-IX) = WS-BUSCA-CATEGORIA
               MOVE "S" TO WS-VT-HALLADA
           ELSE
               ADD 1 TO WS-VT-IX
           END-IF.
       SOLTAR-TABLA.
           MOVE 1 TO WS-VT-IX.
           PERFORM SOLTAR-ENTRADA UNTIL WS-VT-IX > WS-VT-USADOS.
       SOLTAR-ENTRADA.
           MOVE VT-DEPTO (WS-VT-IX) TO CLA-DEPTO.
           MOVE VT-CATEGORIA (WS-VT-IX) TO CLA-CATEGORIA.
           MOVE VT-AUTORIZADAS (WS-VT-IX) TO CLA-AUTORIZADAS.
           MOVE VT-OCUPADAS (WS-VT-IX) TO CLA-OCUPADAS.
           RELEASE CLASIFICA-REGISTRO.
           ADD 1 TO WS-VT-IX.
       LEER-ORDENADA.
           READ PLAZAS-ORDENADAS
               AT END MOVE "S" TO WS-FIN-ORDENADAS
           END-READ.
       IMPRIMIR-PLAZA.
           IF ORD-DEPTO NOT = WS-DEPTO-ANTERIOR
               IF WS-DEPTO-ANTERIOR NOT = HIGH-VALUES
                   PERFORM IMPRIMIR-TOTAL-DEPTO
               END-IF
               PERFORM IMPRIMIR-CABECERA-DEPTO
           END-IF.
           MOVE ORD-CATEGORIA TO LP-CATEGORIA.
           MOVE ORD-AUTORIZADAS TO WS-CALC-AUTORIZADAS.
           MOVE ORD-OCUPADAS TO WS-CALC-OCUPADAS.
           PERFORM ARMAR-LINEA-PLAZA.
           ADD ORD-AUTORIZADAS TO WS-DEP-AUTORIZADAS.
           ADD ORD-OCUPADAS TO WS-DEP-OCUPADAS.
           PERFORM LEER-ORDENADA.
       ARMAR-LINEA-PLAZA.
           MOVE WS-CALC-AUTORIZADAS TO LP-AUTORIZADAS.
           MOVE WS-CALC-OCUPADAS TO LP-OCUPADAS.
           IF WS-CALC-AUTORIZADAS > WS-CALC-OCUPADAS
               SUBTRACT WS-CALC-OCUPADAS FROM WS-CALC-AUTORIZADAS
                   GIVING LP-VACANTES
               MOVE ZERO TO LP-EXCEDIDAS
           ELSE
               MOVE ZERO TO LP-VACANTES
               SUBTRACT WS-CALC-AUTORIZADAS FROM WS-CALC-OCUPADAS
                   GIVING LP-EXCEDIDAS
           END-IF.
           MOVE WS-LINEA-PLAZA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-CABECERA-DEPTO.
           MOVE ORD-DEPTO TO WS-DEPTO-ANTERIOR.
           MOVE ZERO TO WS-DEP-AUTORIZADAS.
           MOVE ZERO TO WS-DEP-OCUPADAS.
           IF ORD-DEPTO = SPACES
               MOVE "(SIN DEPARTAMENTO)" TO DEPTO-NOMBRE
           ELSE
               MOVE ORD-DEPTO TO DEPTO-CODIGO
               READ DEPTO-ARCHIVO
                   INVALID KEY
                       MOVE "(NO ESTA EN DEPT.DAT)" TO DEPTO-NOMBRE
               END-READ
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DEPARTAMENTO " ORD-DEPTO " " DEPTO-NOMBRE
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "    CATEGORIA  AUTORIZ.  OCUPADAS  VACANTES  EXCEDID."
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-TOTAL-DEPTO.
           MOVE "TOTAL DEPTO" TO LP-CATEGORIA.
           MOVE WS-DEP-AUTORIZADAS TO WS-CALC-AUTORIZADAS.
           MOVE WS-DEP-OCUPADAS TO WS-CALC-OCUPADAS.
           PERFORM ARMAR-LINEA-PLAZA.
           ADD WS-DEP-AUTORIZADAS TO WS-TOT-AUTORIZADAS.
           ADD WS-DEP-OCUPADAS TO WS-TOT-OCUPADAS.
       ABRIR-ARCHIVOS.
           OPEN INPUT PLAZAS-ARCHIVO.
           IF WS-FILE-STATUS-PLZ = "35"
               OPEN OUTPUT PLAZAS-ARCHIVO
               CLOSE PLAZAS-ARCHIVO
               OPEN INPUT PLAZAS-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
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
       RUTINA-SALIDA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "TOTAL EMPRESA" TO LP-CATEGORIA.
           MOVE WS-TOT-AUTORIZADAS TO WS-CALC-AUTORIZADAS.
           MOVE WS-TOT-OCUPADAS TO WS-CALC-OCUPADAS.
           PERFORM ARMAR-LINEA-PLAZA.
           IF WS-VT-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "*** TABLA LLENA: " WS-VT-DESBORDES
                   " FILAS SIN CONTAR ***"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           CLOSE PLAZAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE TARIFAS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "PLAZAS AUTORIZADAS : " WS-TOT-AUTORIZADAS.
           DISPLAY "PLAZAS OCUPADAS    : " WS-TOT-OCUPADAS.
           DISPLAY "REPORTE IMPRESO EN VACANTES.RPT.".
           GOBACK.
       END PROGRAM VACANTES-REPORTE.

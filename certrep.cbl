      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Weekly certification expiry report by department.
      *          From empcert.dat it lists, for employees not
      *          terminated, the certificates already expired and the
      *          ones expiring within the next CERT-DIAS-AVISO days of
      *          parametros.dat (default 30), marking those the
      *          employee's department requires in certreq.dat; it
      *          also lists the required certificates an employee does
      *          not hold at all. Grouped by the employee's department
      *          and printed to certven.rpt, registered in the report
      *          archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIF-REPORTE.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL CERTIF-EMPLEADO-ARCHIVO
       ASSIGN TO "empcert.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ECR-CLAVE
       FILE STATUS IS WS-FILE-STATUS-ECR.

       SELECT OPTIONAL CERTIFICACIONES-ARCHIVO
       ASSIGN TO "certif.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CRT-CODIGO
       FILE STATUS IS WS-FILE-STATUS-CRT.

       SELECT OPTIONAL EXIGIDAS-ARCHIVO
       ASSIGN TO "certreq.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CRQ-CLAVE
       FILE STATUS IS WS-FILE-STATUS-CRQ.

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

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AVISOS-CLASIFICA
       ASSIGN TO "certcla.tmp".

       SELECT AVISOS-ORDENADOS
       ASSIGN TO "certord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "certven.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * CERTIFICACIONES DE CADA EMPLEADO
       FD CERTIF-EMPLEADO-ARCHIVO.
           COPY ECRREG.
      * MAESTRO DE CERTIFICACIONES
       FD CERTIFICACIONES-ARCHIVO.
           COPY CRTREG.
      * CERTIFICACIONES EXIGIDAS POR DEPARTAMENTO
       FD EXIGIDAS-ARCHIVO.
           COPY CRQREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * ARCHIVO DE TRABAJO DEL SORT DE AVISOS
       SD AVISOS-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-DEPTO PIC X(3).
               05 CLA-ORDEN PIC 9.
               05 CLA-VENCE PIC 9(8).
               05 CLA-ID PIC X(6).
               05 CLA-CODIGO PIC X(6).
               05 CLA-EXIGIDO PIC X.
      * AVISOS ORDENADOS POR DEPARTAMENTO Y ESTADO
       FD AVISOS-ORDENADOS.
           01 ORDENADO-REGISTRO.
               05 ORD-DEPTO PIC X(3).
               05 ORD-ORDEN PIC 9.
                   88 ORD-VENCIDO VALUE 1.
                   88 ORD-POR-VENCER VALUE 2.
                   88 ORD-FALTANTE VALUE 3.
               05 ORD-VENCE PIC 9(8).
               05 ORD-ID PIC X(6).
               05 ORD-CODIGO PIC X(6).
               05 ORD-EXIGIDO PIC X.
      * ARCHIVO DE IMPRESION DE VENCIMIENTOS
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-ECR PIC X(2).
       01  WS-FILE-STATUS-CRT PIC X(2).
       01  WS-FILE-STATUS-CRQ PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-AVISOS PIC X.
           88 FIN-AVISOS VALUE "S".
       01  WS-PARAM-DIAS-AVISO PIC 9(3) VALUE 30.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
       01  WS-CONTADOR PIC 9(3).
      * CERTIFICACIONES EXIGIDAS, EN MEMORIA EN ORDEN DE CLAVE.
       01  WS-EX-USADOS PIC 9(3) VALUE ZERO.
       01  WS-EX-IX PIC 9(3).
       01  WS-EX-HALLADA PIC X.
           88 EX-HALLADA VALUE "S".
       01  WS-TABLA-EXIGIDAS.
           05 WS-EX-ENTRADA OCCURS 500 TIMES.
               10 EX-DEPTO PIC X(3).
               10 EX-CODIGO PIC X(6).
       01  WS-DEPTO-ANTERIOR PIC X(3).
       01  WS-CONT-VENCIDOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-POR-VENCER PIC 9(5) VALUE ZERO.
       01  WS-CONT-FALTANTES PIC 9(5) VALUE ZERO.
       01  WS-LINEA-AVISO.
           05 LA-ESTADO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LA-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LA-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LA-CODIGO PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LA-DESCRIPCION PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LA-VENCE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LA-EXIGIDO PIC X(7).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "CERTIF-REPORTE".
           05 ARC-REPORTE PIC X(20) VALUE "certven.rpt".
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
           MOVE ZERO TO WS-EX-USADOS.
           MOVE ZERO TO WS-CONT-VENCIDOS.
           MOVE ZERO TO WS-CONT-POR-VENCER.
           MOVE ZERO TO WS-CONT-FALTANTES.
           MOVE 30 TO WS-PARAM-DIAS-AVISO.
           PERFORM LEER-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO.
           MOVE ZERO TO WS-CONTADOR.
           PERFORM SUMAR-UN-DIA-CONTADO
               UNTIL WS-CONTADOR = WS-PARAM-DIAS-AVISO.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-LIMITE.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-EXIGIDAS.
           SORT AVISOS-CLASIFICA
               ON ASCENDING KEY CLA-DEPTO CLA-ORDEN CLA-VENCE CLA-ID
               INPUT PROCEDURE IS SELECCIONAR-AVISOS
               GIVING AVISOS-ORDENADOS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-TITULOS.
           OPEN INPUT AVISOS-ORDENADOS.
           MOVE "N" TO WS-FIN-AVISOS.
           MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR.
           PERFORM LEER-AVISO.
           IF FIN-AVISOS
               MOVE "SIN CERTIFICADOS VENCIDOS, POR VENCER NI "
                   & "FALTANTES." TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-AVISO UNTIL FIN-AVISOS.
           CLOSE AVISOS-ORDENADOS.
           PERFORM RUTINA-SALIDA.
       CARGAR-EXIGIDAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO CRQ-CLAVE.
           START EXIGIDAS-ARCHIVO
               KEY IS NOT LESS THAN CRQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-EXIGIDA
               PERFORM GUARDAR-EXIGIDA UNTIL FIN-LISTA
           END-IF.
       LEER-EXIGIDA.
           READ EXIGIDAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-EXIGIDA.
           IF WS-EX-USADOS < 500
               ADD 1 TO WS-EX-USADOS
               MOVE CRQ-DEPTO TO EX-DEPTO (WS-EX-USADOS)
               MOVE CRQ-CODIGO TO EX-CODIGO (WS-EX-USADOS)
           END-IF.
           PERFORM LEER-EXIGIDA.
      * PRIMERO LOS CERTIFICADOS VENCIDOS O POR VENCER; DESPUES, POR
      * CADA EMPLEADO, LOS EXIGIDOS EN SU DEPARTAMENTO QUE NO TIENE.
       SELECCIONAR-AVISOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO ECR-CLAVE.
           START CERTIF-EMPLEADO-ARCHIVO
               KEY IS NOT LESS THAN ECR-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-CERTIFICADO
               PERFORM REVISAR-CERTIFICADO UNTIL FIN-LISTA
           END-IF.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO
               KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-EMPLEADO
               PERFORM REVISAR-EMPLEADO UNTIL FIN-LISTA
           END-IF.
       LEER-CERTIFICADO.
           READ CERTIF-EMPLEADO-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-CERTIFICADO.
           IF ECR-FECHA-VENCE NOT = ZERO
              AND ECR-FECHA-VENCE NOT > WS-FECHA-LIMITE
               MOVE ECR-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT EMPLEADOS-TERMINADO
                           PERFORM SOLTAR-CERTIFICADO
                       END-IF
               END-READ
           END-IF.
           PERFORM LEER-CERTIFICADO.
       SOLTAR-CERTIFICADO.
           MOVE EMPLEADOS-DEPTO TO CLA-DEPTO.
           IF ECR-FECHA-VENCE < WS-FECHA-HOY
               MOVE 1 TO CLA-ORDEN
           ELSE
               MOVE 2 TO CLA-ORDEN
           END-IF.
           MOVE ECR-FECHA-VENCE TO CLA-VENCE.
           MOVE ECR-ID TO CLA-ID.
           MOVE ECR-CODIGO TO CLA-CODIGO.
           PERFORM BUSCAR-EXIGIDA.
           IF EX-HALLADA
               MOVE "S" TO CLA-EXIGIDO
           ELSE
               MOVE "N" TO CLA-EXIGIDO
           END-IF.
           RELEASE CLASIFICA-REGISTRO.
       BUSCAR-EXIGIDA.
           MOVE "N" TO WS-EX-HALLADA.
           MOVE 1 TO WS-EX-IX.
           PERFORM COMPARAR-EXIGIDA
               UNTIL EX-HALLADA OR WS-EX-IX > WS-EX-USADOS.
       COMPARAR-EXIGIDA.
           IF EX-DEPTO (WS-EX-IX) = EMPLEADOS-DEPTO
              AND EX-CODIGO (WS-EX-IX) = ECR-CODIGO
               MOVE "S" TO WS-EX-HALLADA
           ELSE
               ADD 1 TO WS-EX-IX
           END-IF.
       LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-EMPLEADO.
           IF NOT EMPLEADOS-TERMINADO
               MOVE 1 TO WS-EX-IX
               PERFORM REVISAR-FALTANTE UNTIL WS-EX-IX > WS-EX-USADOS
           END-IF.
           PERFORM LEER-EMPLEADO.
       REVISAR-FALTANTE.
           IF EX-DEPTO (WS-EX-IX) = EMPLEADOS-DEPTO
               MOVE EMPLEADOS-ID TO ECR-ID
               MOVE EX-CODIGO (WS-EX-IX) TO ECR-CODIGO
               READ CERTIF-EMPLEADO-ARCHIVO
                   INVALID KEY
                       MOVE EMPLEADOS-DEPTO TO CLA-DEPTO
                       MOVE 3 TO CLA-ORDEN
                       MOVE ZERO TO CLA-VENCE
                       MOVE EMPLEADOS-ID TO CLA-ID
                       MOVE EX-CODIGO (WS-EX-IX) TO CLA-CODIGO
                       MOVE "S" TO CLA-EXIGIDO
                       RELEASE CLASIFICA-REGISTRO
               END-READ
           END-IF.
           ADD 1 TO WS-EX-IX.
       LEER-AVISO.
           READ AVISOS-ORDENADOS
               AT END MOVE "S" TO WS-FIN-AVISOS
           END-READ.
       IMPRIMIR-TITULOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CERTIFICACIONES VENCIDAS Y POR VENCER AL "
               WS-FECHA-HOY "   AVISO CON " WS-PARAM-DIAS-AVISO
               " DIAS (HASTA " WS-FECHA-LIMITE ")"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-AVISO.
           IF ORD-DEPTO NOT = WS-DEPTO-ANTERIOR
               PERFORM IMPRIMIR-CABECERA-DEPTO
           END-IF.
           MOVE SPACES TO WS-LINEA-AVISO.
           EVALUATE TRUE
           WHEN ORD-VENCIDO
               MOVE "VENCIDO" TO LA-ESTADO
               ADD 1 TO WS-CONT-VENCIDOS
           WHEN ORD-POR-VENCER
               MOVE "POR VENCER" TO LA-ESTADO
               ADD 1 TO WS-CONT-POR-VENCER
           WHEN OTHER
               MOVE "NO LO TIENE" TO LA-ESTADO
               ADD 1 TO WS-CONT-FALTANTES
           END-EVALUATE.
           MOVE ORD-ID TO LA-ID.
           MOVE ORD-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO LA-NOMBRE
               NOT INVALID KEY
                   MOVE SPACES TO LA-NOMBRE
                   STRING FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                       DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(EMPLEADOS-NOMBRE)
                       DELIMITED BY SIZE
                       INTO LA-NOMBRE
                   END-STRING
           END-READ.
           MOVE ORD-CODIGO TO LA-CODIGO.
           MOVE ORD-CODIGO TO CRT-CODIGO.
           READ CERTIFICACIONES-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN CERTIF.DAT)" TO LA-DESCRIPCION
               NOT INVALID KEY
                   MOVE CRT-DESCRIPCION TO LA-DESCRIPCION
           END-READ.
           IF ORD-FALTANTE
               MOVE SPACES TO LA-VENCE
           ELSE
               MOVE ORD-VENCE TO LA-VENCE
           END-IF.
           IF ORD-EXIGIDO = "S"
               MOVE "EXIGIDO" TO LA-EXIGIDO
           END-IF.
           MOVE WS-LINEA-AVISO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM LEER-AVISO.
       IMPRIMIR-CABECERA-DEPTO.
           MOVE ORD-DEPTO TO WS-DEPTO-ANTERIOR.
           MOVE ORD-DEPTO TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO DEPTO-NOMBRE
           END-READ.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DEPARTAMENTO " ORD-DEPTO " " DEPTO-NOMBRE
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ESTADO       ID     NOMBRE                         "
               & "CODIGO DESCRIPCION                    VENCE"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
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
           WHEN "CERT-DIAS-AVISO"
               MOVE PARAM-VALOR TO WS-PARAM-DIAS-AVISO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
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
       ABRIR-ARCHIVOS.
           OPEN INPUT CERTIF-EMPLEADO-ARCHIVO.
           IF WS-FILE-STATUS-ECR = "35"
               OPEN OUTPUT CERTIF-EMPLEADO-ARCHIVO
               CLOSE CERTIF-EMPLEADO-ARCHIVO
               OPEN INPUT CERTIF-EMPLEADO-ARCHIVO
           END-IF.
           OPEN INPUT CERTIFICACIONES-ARCHIVO.
           IF WS-FILE-STATUS-CRT = "35"
               OPEN OUTPUT CERTIFICACIONES-ARCHIVO
               CLOSE CERTIFICACIONES-ARCHIVO
               OPEN INPUT CERTIFICACIONES-ARCHIVO
           END-IF.
           OPEN INPUT EXIGIDAS-ARCHIVO.
           IF WS-FILE-STATUS-CRQ = "35"
               OPEN OUTPUT EXIGIDAS-ARCHIVO
               CLOSE EXIGIDAS-ARCHIVO
               OPEN INPUT EXIGIDAS-ARCHIVO
           END-IF.
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
       RUTINA-SALIDA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VENCIDOS: " WS-CONT-VENCIDOS
               "   POR VENCER: " WS-CONT-POR-VENCER
               "   EXIGIDOS QUE FALTAN: " WS-CONT-FALTANTES
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE CERTIF-EMPLEADO-ARCHIVO.
           CLOSE CERTIFICACIONES-ARCHIVO.
           CLOSE EXIGIDAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "CERTIFICADOS VENCIDOS : " WS-CONT-VENCIDOS.
           DISPLAY "POR VENCER            : " WS-CONT-POR-VENCER.
           DISPLAY "EXIGIDOS QUE FALTAN   : " WS-CONT-FALTANTES.
           DISPLAY "REPORTE IMPRESO EN CERTVEN.RPT.".
           GOBACK.
       END PROGRAM CERTIF-REPORTE.

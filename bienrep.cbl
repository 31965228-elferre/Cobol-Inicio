      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Outstanding company property report by department.
      *          Lists every bienes.dat item still held by the
      *          employee it was issued to (BIE-EN-PODER), grouped by
      *          the employee's department, with the employee's
      *          situation (terminated employees first in line for a
      *          follow-up: their settlement is held until the items
      *          come back), the issue date and value, and the count
      *          and value per department and in total. Items charged
      *          in BIENES-MANT are not outstanding. Printed to
      *          bienes.rpt, registered in the report archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIENES-PENDIENTES.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL BIENES-ARCHIVO
       ASSIGN TO "bienes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BIE-CLAVE
       FILE STATUS IS WS-FILE-STATUS-BIE.

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

       SELECT PENDIENTES-CLASIFICA
       ASSIGN TO "biencla.tmp".

       SELECT PENDIENTES-ORDENADOS
       ASSIGN TO "bienord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "bienes.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * BIENES DE LA EMPRESA ENTREGADOS A CADA EMPLEADO
       FD BIENES-ARCHIVO.
           COPY BIEREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO DE TRABAJO DEL SORT DE PENDIENTES
       SD PENDIENTES-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-DEPTO PIC X(3).
               05 CLA-ORDEN PIC 9.
               05 CLA-ID PIC X(6).
               05 CLA-CODIGO PIC X(10).
               05 CLA-ENTREGA PIC 9(8).
               05 CLA-DESCRIPCION PIC X(30).
               05 CLA-VALOR PIC 9(6)V99.
      * PENDIENTES ORDENADOS POR DEPARTAMENTO Y SITUACION
       FD PENDIENTES-ORDENADOS.
           01 ORDENADO-REGISTRO.
               05 ORD-DEPTO PIC X(3).
               05 ORD-ORDEN PIC 9.
                   88 ORD-TERMINADO VALUE 1.
                   88 ORD-NO-FIGURA VALUE 2.
                   88 ORD-LICENCIA VALUE 3.
                   88 ORD-ACTIVO VALUE 4.
               05 ORD-ID PIC X(6).
               05 ORD-CODIGO PIC X(10).
               05 ORD-ENTREGA PIC 9(8).
               05 ORD-DESCRIPCION PIC X(30).
               05 ORD-VALOR PIC 9(6)V99.
      * ARCHIVO DE IMPRESION DE BIENES PENDIENTES
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-BIE PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-PENDIENTES PIC X.
           88 FIN-PENDIENTES VALUE "S".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-DEPTO-ANTERIOR PIC X(3).
       01  WS-CONT-DEPTO PIC 9(5) VALUE ZERO.
       01  WS-VALOR-DEPTO PIC 9(8)V99 VALUE ZERO.
       01  WS-CONT-TOTAL PIC 9(5) VALUE ZERO.
       01  WS-VALOR-TOTAL PIC 9(8)V99 VALUE ZERO.
       01  WS-CONT-TERMINADOS PIC 9(5) VALUE ZERO.
       01  WS-VALOR-ED PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LINEA-BIEN.
           05 LB-SITUACION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LB-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LB-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LB-CODIGO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LB-DESCRIPCION PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LB-ENTREGA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LB-VALOR PIC ZZZ,ZZ9.99.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "BIENES-PENDIENTES".
           05 ARC-REPORTE PIC X(20) VALUE "bienes.rpt".
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
           MOVE ZERO TO WS-CONT-DEPTO.
           MOVE ZERO TO WS-VALOR-DEPTO.
           MOVE ZERO TO WS-CONT-TOTAL.
           MOVE ZERO TO WS-VALOR-TOTAL.
           MOVE ZERO TO WS-CONT-TERMINADOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           SORT PENDIENTES-CLASIFICA
               ON ASCENDING KEY CLA-DEPTO CLA-ORDEN CLA-ID
                   CLA-CODIGO CLA-ENTREGA
               INPUT PROCEDURE IS SELECCIONAR-PENDIENTES
               GIVING PENDIENTES-ORDENADOS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-TITULOS.
           OPEN INPUT PENDIENTES-ORDENADOS.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR.
           PERFORM LEER-PENDIENTE.
           IF FIN-PENDIENTES
               MOVE "SIN BIENES DE LA EMPRESA PENDIENTES DE "
                   & "DEVOLUCION." TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-PENDIENTE UNTIL FIN-PENDIENTES.
           IF WS-CONT-DEPTO > ZERO
               PERFORM IMPRIMIR-SUBTOTAL
           END-IF.
           CLOSE PENDIENTES-ORDENADOS.
           PERFORM RUTINA-SALIDA.
       SELECCIONAR-PENDIENTES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO BIE-CLAVE.
           START BIENES-ARCHIVO
               KEY IS NOT LESS THAN BIE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-BIEN
               PERFORM REVISAR-BIEN UNTIL FIN-LISTA
           END-IF.
       LEER-BIEN.
           READ BIENES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
      * UN BIEN DE UN ID QUE YA NO ESTA EN EMP.DAT (ARCHIVADO AL
      * HISTORICO) SALE SIN DEPARTAMENTO, PARA QUE NO SE PIERDA.
       REVISAR-BIEN.
           IF BIE-EN-PODER
               MOVE BIE-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE SPACES TO CLA-DEPTO
                       MOVE 2 TO CLA-ORDEN
                   NOT INVALID KEY
                       MOVE EMPLEADOS-DEPTO TO CLA-DEPTO
                       EVALUATE TRUE
                       WHEN EMPLEADOS-TERMINADO
                           MOVE 1 TO CLA-ORDEN
                       WHEN EMPLEADOS-LICENCIA
                           MOVE 3 TO CLA-ORDEN
                       WHEN OTHER
                           MOVE 4 TO CLA-ORDEN
                       END-EVALUATE
               END-READ
               MOVE BIE-ID TO CLA-ID
               MOVE BIE-CODIGO TO CLA-CODIGO
               MOVE BIE-FECHA-ENTREGA TO CLA-ENTREGA
               MOVE BIE-DESCRIPCION TO CLA-DESCRIPCION
               MOVE BIE-VALOR TO CLA-VALOR
               RELEASE CLASIFICA-REGISTRO
           END-IF.
           PERFORM LEER-BIEN.
       LEER-PENDIENTE.
           READ PENDIENTES-ORDENADOS
               AT END MOVE "S" TO WS-FIN-PENDIENTES
           END-READ.
       IMPRIMIR-TITULOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "BIENES DE LA EMPRESA PENDIENTES DE DEVOLUCION AL "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-PENDIENTE.
           IF ORD-DEPTO NOT = WS-DEPTO-ANTERIOR
               IF WS-CONT-DEPTO > ZERO
                   PERFORM IMPRIMIR-SUBTOTAL
               END-IF
               PERFORM IMPRIMIR-CABECERA-DEPTO
           END-IF.
           MOVE SPACES TO WS-LINEA-BIEN.
           EVALUATE TRUE
           WHEN ORD-TERMINADO
               MOVE "** BAJA **" TO LB-SITUACION
               ADD 1 TO WS-CONT-TERMINADOS
           WHEN ORD-NO-FIGURA
               MOVE "HISTORICO" TO LB-SITUACION
               ADD 1 TO WS-CONT-TERMINADOS
           WHEN ORD-LICENCIA
               MOVE "LICENCIA" TO LB-SITUACION
           WHEN OTHER
               MOVE "ACTIVO" TO LB-SITUACION
           END-EVALUATE.
           MOVE ORD-ID TO LB-ID.
           MOVE ORD-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO LB-NOMBRE
               NOT INVALID KEY
                   MOVE SPACES TO LB-NOMBRE
                   STRING FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                       DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(EMPLEADOS-NOMBRE)
                       DELIMITED BY SIZE
                       INTO LB-NOMBRE
                   END-STRING
           END-READ.
           MOVE ORD-CODIGO TO LB-CODIGO.
           MOVE ORD-DESCRIPCION TO LB-DESCRIPCION.
           MOVE ORD-ENTREGA TO LB-ENTREGA.
           MOVE ORD-VALOR TO LB-VALOR.
           MOVE WS-LINEA-BIEN TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-CONT-DEPTO.
           ADD ORD-VALOR TO WS-VALOR-DEPTO.
           ADD 1 TO WS-CONT-TOTAL.
           ADD ORD-VALOR TO WS-VALOR-TOTAL.
           PERFORM LEER-PENDIENTE.
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
           MOVE "SITUACION  ID     NOMBRE                         "
               & "CODIGO     DESCRIPCION                    ENTREGA"
               & "        VALOR" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-SUBTOTAL.
           MOVE WS-VALOR-DEPTO TO WS-VALOR-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  BIENES PENDIENTES DEL DEPARTAMENTO: "
               WS-CONT-DEPTO "   VALOR: " WS-VALOR-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE ZERO TO WS-CONT-DEPTO.
           MOVE ZERO TO WS-VALOR-DEPTO.
       ABRIR-ARCHIVOS.
           OPEN INPUT BIENES-ARCHIVO.
           IF WS-FILE-STATUS-BIE = "35"
               OPEN OUTPUT BIENES-ARCHIVO
               CLOSE BIENES-ARCHIVO
               OPEN INPUT BIENES-ARCHIVO
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
           MOVE WS-VALOR-TOTAL TO WS-VALOR-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL BIENES PENDIENTES: " WS-CONT-TOTAL
               "   VALOR: " WS-VALOR-ED
               "   EN PODER DE EX EMPLEADOS: " WS-CONT-TERMINADOS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE BIENES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "BIENES PENDIENTES      : " WS-CONT-TOTAL.
           DISPLAY "EN PODER DE EX EMPL.   : " WS-CONT-TERMINADOS.
           DISPLAY "REPORTE IMPRESO EN BIENES.RPT.".
           GOBACK.
       END PROGRAM BIENES-PENDIENTES.

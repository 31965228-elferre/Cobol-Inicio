      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Outstanding pay-stub signatures report for the labor
      *          inspection. Lists every stub registered in
      *          recfirma.dat whose signed copy has not come back
      *          (pending, signature refused, employee absent),
      *          grouped by the department the employee was in when
      *          the stub was printed and by pay date, with a count
      *          per pay date. A stub printed FIRMA-DIAS-AVISO days
      *          ago or more (parametros.dat, default 15) is flagged
      *          VENCIDO. Printed to recpend.rpt and registered in
      *          the report archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBOS-PENDIENTES.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL RECIBOS-FIRMA
       ASSIGN TO "recfirma.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RFI-CLAVE
       FILE STATUS IS WS-FILE-STATUS-RFI.

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

       SELECT PENDIENTES-CLASIFICA
       ASSIGN TO "recpcla.tmp".

       SELECT PENDIENTES-ORDENADOS
       ASSIGN TO "recpord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "recpend.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE RECIBOS IMPRESOS Y SU FIRMA
       FD RECIBOS-FIRMA.
           COPY RFIREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * ARCHIVO DE TRABAJO DEL SORT DE RECIBOS SIN FIRMA
       SD PENDIENTES-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-DEPTO PIC X(3).
               05 CLA-FECHA PIC 9(8).
               05 CLA-ID PIC X(6).
               05 CLA-SECUENCIA PIC 9(3).
               05 CLA-TIPO PIC X(1).
               05 CLA-NETO PIC 9(6)V99.
               05 CLA-IMPRESION PIC 9(8).
               05 CLA-COPIAS PIC 9(2).
               05 CLA-ESTADO PIC X(1).
               05 CLA-FECHA-ESTADO PIC 9(8).
      * RECIBOS SIN FIRMA POR DEPARTAMENTO Y FECHA DE PAGO
       FD PENDIENTES-ORDENADOS.
           01 ORDENADO-REGISTRO.
               05 ORD-DEPTO PIC X(3).
               05 ORD-FECHA PIC 9(8).
               05 ORD-ID PIC X(6).
               05 ORD-SECUENCIA PIC 9(3).
               05 ORD-TIPO PIC X(1).
               05 ORD-NETO PIC 9(6)V99.
               05 ORD-IMPRESION PIC 9(8).
               05 ORD-COPIAS PIC 9(2).
               05 ORD-ESTADO PIC X(1).
                   88 ORD-RECHAZADO VALUE "R".
                   88 ORD-AUSENTE VALUE "A".
               05 ORD-FECHA-ESTADO PIC 9(8).
      * ARCHIVO DE IMPRESION DE FIRMAS PENDIENTES
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-RFI PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-PENDIENTES PIC X.
           88 FIN-PENDIENTES VALUE "S".
       01  WS-PARAM-DIAS-AVISO PIC 9(5) VALUE 15.
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
       01  WS-CONTADOR PIC 9(5).
       01  WS-DEPTO-ANTERIOR PIC X(3).
       01  WS-FECHA-ANTERIOR PIC 9(8).
       01  WS-FECHA-SIN-FIRMA PIC 9(5).
       01  WS-FECHA-VENCIDOS PIC 9(5).
       01  WS-CONT-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-CONT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-AUSENTES PIC 9(5) VALUE ZERO.
       01  WS-CONT-VENCIDOS PIC 9(5) VALUE ZERO.
       01  WS-LINEA-PENDIENTE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LP-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LP-SECUENCIA PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 LP-TIPO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LP-NETO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-IMPRESION PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LP-COPIAS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-ESTADO PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 LP-VENCIDO PIC X(11).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "RECIBOS-PENDIENTES".
           05 ARC-REPORTE PIC X(20) VALUE "recpend.rpt".
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
           MOVE ZERO TO WS-CONT-PENDIENTES.
           MOVE ZERO TO WS-CONT-RECHAZADOS.
           MOVE ZERO TO WS-CONT-AUSENTES.
           MOVE ZERO TO WS-CONT-VENCIDOS.
           MOVE 15 TO WS-PARAM-DIAS-AVISO.
           PERFORM LEER-PARAMETROS.
      * VENCIDO ES EL RECIBO IMPRESO HASTA LA FECHA LIMITE, ES DECIR
      * HACE FIRMA-DIAS-AVISO DIAS O MAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO.
           MOVE ZERO TO WS-CONTADOR.
           PERFORM RESTAR-UN-DIA-CONTADO
               UNTIL WS-CONTADOR = WS-PARAM-DIAS-AVISO.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-LIMITE.
           PERFORM ABRIR-ARCHIVOS.
           SORT PENDIENTES-CLASIFICA
               ON ASCENDING KEY CLA-DEPTO CLA-FECHA CLA-ID
                   CLA-SECUENCIA
               INPUT PROCEDURE IS SELECCIONAR-PENDIENTES
               GIVING PENDIENTES-ORDENADOS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-TITULOS.
           OPEN INPUT PENDIENTES-ORDENADOS.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR.
           MOVE ZERO TO WS-FECHA-ANTERIOR.
           PERFORM LEER-PENDIENTE.
           IF FIN-PENDIENTES
               MOVE "TODOS LOS RECIBOS IMPRESOS VOLVIERON FIRMADOS."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-PENDIENTE UNTIL FIN-PENDIENTES.
           IF WS-FECHA-ANTERIOR NOT = ZERO
               PERFORM IMPRIMIR-TOTAL-FECHA
           END-IF.
           CLOSE PENDIENTES-ORDENADOS.
           PERFORM RUTINA-SALIDA.
       SELECCIONAR-PENDIENTES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO RFI-CLAVE.
           START RECIBOS-FIRMA
               KEY IS NOT LESS THAN RFI-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-RECIBO
               PERFORM REVISAR-RECIBO UNTIL FIN-LISTA
           END-IF.
       LEER-RECIBO.
           READ RECIBOS-FIRMA NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-RECIBO.
           IF NOT RFI-FIRMADO
               MOVE RFI-DEPTO TO CLA-DEPTO
               MOVE RFI-FECHA TO CLA-FECHA
               MOVE RFI-ID TO CLA-ID
               MOVE RFI-SECUENCIA TO CLA-SECUENCIA
               MOVE RFI-TIPO TO CLA-TIPO
               MOVE RFI-NETO TO CLA-NETO
               MOVE RFI-FECHA-IMPRESION TO CLA-IMPRESION
               MOVE RFI-COPIAS TO CLA-COPIAS
               MOVE RFI-ESTADO TO CLA-ESTADO
               MOVE RFI-FECHA-ESTADO TO CLA-FECHA-ESTADO
               RELEASE CLASIFICA-REGISTRO
           END-IF.
           PERFORM LEER-RECIBO.
       LEER-PENDIENTE.
           READ PENDIENTES-ORDENADOS
               AT END MOVE "S" TO WS-FIN-PENDIENTES
           END-READ.
       IMPRIMIR-TITULOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "RECIBOS DE PAGO SIN FIRMA AL " WS-FECHA-HOY
               "   VENCIDOS: IMPRESOS HACE " WS-PARAM-DIAS-AVISO
               " DIAS O MAS (HASTA EL " WS-FECHA-LIMITE ")"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-PENDIENTE.
           IF ORD-DEPTO NOT = WS-DEPTO-ANTERIOR
               IF WS-FECHA-ANTERIOR NOT = ZERO
                   PERFORM IMPRIMIR-TOTAL-FECHA
               END-IF
               PERFORM IMPRIMIR-CABECERA-DEPTO
           END-IF.
           IF ORD-FECHA NOT = WS-FECHA-ANTERIOR
               IF WS-FECHA-ANTERIOR NOT = ZERO
                   PERFORM IMPRIMIR-TOTAL-FECHA
               END-IF
               PERFORM IMPRIMIR-CABECERA-FECHA
           END-IF.
           MOVE SPACES TO WS-LINEA-PENDIENTE.
           MOVE ORD-ID TO LP-ID.
           MOVE ORD-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO LP-NOMBRE
               NOT INVALID KEY
                   MOVE SPACES TO LP-NOMBRE
                   STRING FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                       DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(EMPLEADOS-NOMBRE)
                       DELIMITED BY SIZE
                       INTO LP-NOMBRE
                   END-STRING
           END-READ.
           MOVE ORD-SECUENCIA TO LP-SECUENCIA.
           EVALUATE ORD-TIPO
           WHEN "G"
               MOVE "AGUINALDO" TO LP-TIPO
           WHEN "F"
               MOVE "FINIQUITO" TO LP-TIPO
           WHEN "R"
               MOVE "RETROACTIVO" TO LP-TIPO
           WHEN "V"
               MOVE "REVERSO" TO LP-TIPO
           WHEN "M"
               MOVE "MENSUAL" TO LP-TIPO
           WHEN "A"
               MOVE "AJUSTE ANUAL" TO LP-TIPO
           WHEN "L"
               MOVE "LICENCIA" TO LP-TIPO
           WHEN OTHER
               MOVE "SEMANAL" TO LP-TIPO
           END-EVALUATE.
           MOVE ORD-NETO TO LP-NETO.
           MOVE ORD-IMPRESION TO LP-IMPRESION.
           MOVE ORD-COPIAS TO LP-COPIAS.
           EVALUATE TRUE
           WHEN ORD-RECHAZADO
               STRING "RECHAZO FIRMAR " ORD-FECHA-ESTADO
                   DELIMITED BY SIZE INTO LP-ESTADO
               ADD 1 TO WS-CONT-RECHAZADOS
           WHEN ORD-AUSENTE
               STRING "AUSENTE " ORD-FECHA-ESTADO
                   DELIMITED BY SIZE INTO LP-ESTADO
               ADD 1 TO WS-CONT-AUSENTES
           WHEN OTHER
               MOVE "PENDIENTE" TO LP-ESTADO
               ADD 1 TO WS-CONT-PENDIENTES
           END-EVALUATE.
           ADD 1 TO WS-FECHA-SIN-FIRMA.
           IF ORD-IMPRESION NOT > WS-FECHA-LIMITE
               MOVE "*** VENCIDO" TO LP-VENCIDO
               ADD 1 TO WS-FECHA-VENCIDOS
               ADD 1 TO WS-CONT-VENCIDOS
           END-IF.
           MOVE WS-LINEA-PENDIENTE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM LEER-PENDIENTE.
       IMPRIMIR-CABECERA-DEPTO.
           MOVE ORD-DEPTO TO WS-DEPTO-ANTERIOR.
           MOVE ZERO TO WS-FECHA-ANTERIOR.
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
       IMPRIMIR-CABECERA-FECHA.
           MOVE ORD-FECHA TO WS-FECHA-ANTERIOR.
           MOVE ZERO TO WS-FECHA-SIN-FIRMA.
           MOVE ZERO TO WS-FECHA-VENCIDOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING " FECHA DE PAGO " ORD-FECHA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "  ID     NOMBRE                         SEC TIPO     "
               & "          NETO  IMPRESO COP ESTADO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-TOTAL-FECHA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  FECHA " WS-FECHA-ANTERIOR ": " WS-FECHA-SIN-FIRMA
               " RECIBOS SIN FIRMA, " WS-FECHA-VENCIDOS " VENCIDOS"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
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
           WHEN "FIRMA-DIAS-AVISO"
               MOVE PARAM-VALOR TO WS-PARAM-DIAS-AVISO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
       RESTAR-UN-DIA-CONTADO.
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
           OPEN INPUT RECIBOS-FIRMA.
           IF WS-FILE-STATUS-RFI = "35"
               OPEN OUTPUT RECIBOS-FIRMA
               CLOSE RECIBOS-FIRMA
               OPEN INPUT RECIBOS-FIRMA
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
           STRING "PENDIENTES: " WS-CONT-PENDIENTES
               "   RECHAZARON FIRMAR: " WS-CONT-RECHAZADOS
               "   AUSENTES: " WS-CONT-AUSENTES
               "   VENCIDOS: " WS-CONT-VENCIDOS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE RECIBOS-FIRMA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "RECIBOS PENDIENTES    : " WS-CONT-PENDIENTES.
           DISPLAY "RECHAZARON FIRMAR     : " WS-CONT-RECHAZADOS.
           DISPLAY "EMPLEADO AUSENTE      : " WS-CONT-AUSENTES.
           DISPLAY "VENCIDOS              : " WS-CONT-VENCIDOS.
           DISPLAY "REPORTE IMPRESO EN RECPEND.RPT.".
           GOBACK.
       END PROGRAM RECIBOS-PENDIENTES.

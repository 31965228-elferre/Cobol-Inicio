      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: One-time conversion of tarifas.dat to the TARREG
      *          layout with the pay class (TARIFA-CLASE) and the
      *          fixed monthly salary (TARIFA-SUELDO-MES). Reads the
      *          old-layout tarifas.dat and writes every rate to
      *          tarifasconv.dat with the class as spaces (hourly, as
      *          before) and the monthly salary in zero; the operator
      *          swaps it in after checking that the counts of rows
      *          read and written agree.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-TARIFAS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL VIEJO-TARIFAS
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS VIEJO-CLAVE
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NUEVO-TARIFAS
       ASSIGN TO "tarifasconv.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS TARIFA-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NUEVO.

       DATA DIVISION.
       FILE SECTION.
      * TARIFAS CON EL LAYOUT VIEJO (SIN CLASE NI SUELDO MENSUAL)
       FD VIEJO-TARIFAS.
           01 VIEJO-REGISTRO.
               05 VIEJO-CLAVE.
                   10 VIEJO-ID PIC X(6).
                   10 VIEJO-VIGENCIA PIC 9(8).
               05 VIEJO-HORA PIC 9(3)V99.
               05 VIEJO-CATEGORIA PIC X(10).
      * TARIFAS CONVERTIDAS CON EL LAYOUT NUEVO
       FD NUEVO-TARIFAS.
           COPY TARREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-NUEVO PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-CONT-LEIDAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-GRABADAS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION DE TARIFAS.DAT AL LAYOUT CON CLASE".
           PERFORM CONVERTIR-TARIFAS.
           DISPLAY "TARIFAS LEIDAS DE TARIFAS.DAT         : "
               WS-CONT-LEIDAS.
           DISPLAY "TARIFAS GRABADAS EN TARIFASCONV.DAT   : "
               WS-CONT-GRABADAS.
           IF WS-CONT-LEIDAS NOT = WS-CONT-GRABADAS
               DISPLAY "LOS CONTEOS NO COINCIDEN, NO REEMPLACE "
                   "TARIFAS.DAT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REVISE LOS CONTEOS Y REEMPLACE TARIFAS.DAT "
                   "POR TARIFASCONV.DAT."
           END-IF.
           GOBACK.
       CONVERTIR-TARIFAS.
           OPEN INPUT VIEJO-TARIFAS.
           IF WS-FILE-STATUS = "35"
               DISPLAY "TARIFAS.DAT NO EXISTE, NADA QUE CONVERTIR."
           ELSE
               OPEN OUTPUT NUEVO-TARIFAS
               PERFORM LEER-TARIFA
               PERFORM CONVERTIR-TARIFA UNTIL FIN-ARCHIVO
               CLOSE VIEJO-TARIFAS
               CLOSE NUEVO-TARIFAS
           END-IF.
       LEER-TARIFA.
           READ VIEJO-TARIFAS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
      * LAS TARIFAS VIEJAS SON TODAS POR HORA.
       CONVERTIR-TARIFA.
           ADD 1 TO WS-CONT-LEIDAS.
           MOVE VIEJO-ID TO TARIFA-ID.
           MOVE VIEJO-VIGENCIA TO TARIFA-VIGENCIA.
           MOVE VIEJO-HORA TO TARIFA-HORA.
           MOVE VIEJO-CATEGORIA TO TARIFA-CATEGORIA.
           MOVE SPACE TO TARIFA-CLASE.
           MOVE ZERO TO TARIFA-SUELDO-MES.
           WRITE TARIFAS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR " TARIFA-CLAVE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRABADAS
           END-WRITE.
           PERFORM LEER-TARIFA.
       END PROGRAM CONVIERTE-TARIFAS.

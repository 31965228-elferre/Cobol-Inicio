      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: One-time conversion of bancos.dat to the BANREG
      *          layout with the returned-transfer fields
      *          (BAN-CORRECCION, BAN-MOTIVO-DEV, BAN-FECHA-DEV).
      *          Reads the old-layout bancos.dat and writes every row
      *          to bancosconv.dat with no correction pending (flag
      *          and reason code as spaces, return date in zero); the
      *          operator swaps it in after checking that the counts
      *          of rows read and written agree.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-BANCOS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL VIEJO-BANCOS
       ASSIGN TO "bancos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS VIEJO-ID
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NUEVO-BANCOS
       ASSIGN TO "bancosconv.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS BAN-ID
       FILE STATUS IS WS-FILE-STATUS-NUEVO.

       DATA DIVISION.
       FILE SECTION.
      * DATOS BANCARIOS CON EL LAYOUT VIEJO (SIN DATOS DE DEVOLUCION)
       FD VIEJO-BANCOS.
           01 VIEJO-REGISTRO.
               05 VIEJO-ID PIC X(6).
               05 VIEJO-BANCO PIC X(3).
               05 VIEJO-SUCURSAL PIC X(4).
               05 VIEJO-CUENTA PIC X(12).
               05 VIEJO-METODO PIC X(1).
      * DATOS BANCARIOS CONVERTIDOS CON EL LAYOUT NUEVO
       FD NUEVO-BANCOS.
           COPY BANREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-NUEVO PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-CONT-LEIDOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-GRABADOS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION DE BANCOS.DAT AL LAYOUT CON DEVOLUCION".
           PERFORM CONVERTIR-BANCOS.
           DISPLAY "CUENTAS LEIDAS DE BANCOS.DAT          : "
               WS-CONT-LEIDOS.
           DISPLAY "CUENTAS GRABADAS EN BANCOSCONV.DAT    : "
               WS-CONT-GRABADOS.
           IF WS-CONT-LEIDOS NOT = WS-CONT-GRABADOS
               DISPLAY "LOS CONTEOS NO COINCIDEN, NO REEMPLACE "
                   "BANCOS.DAT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REVISE LOS CONTEOS Y REEMPLACE BANCOS.DAT "
                   "POR BANCOSCONV.DAT."
           END-IF.
           GOBACK.
       CONVERTIR-BANCOS.
           OPEN INPUT VIEJO-BANCOS.
           IF WS-FILE-STATUS = "35"
               DISPLAY "BANCOS.DAT NO EXISTE, NADA QUE CONVERTIR."
           ELSE
               OPEN OUTPUT NUEVO-BANCOS
               PERFORM LEER-BANCO
               PERFORM CONVERTIR-BANCO UNTIL FIN-ARCHIVO
               CLOSE VIEJO-BANCOS
               CLOSE NUEVO-BANCOS
           END-IF.
       LEER-BANCO.
           READ VIEJO-BANCOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
      * NINGUNA CUENTA VIEJA TIENE UNA DEVOLUCION REGISTRADA.
       CONVERTIR-BANCO.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE VIEJO-ID TO BAN-ID.
           MOVE VIEJO-BANCO TO BAN-BANCO.
           MOVE VIEJO-SUCURSAL TO BAN-SUCURSAL.
           MOVE VIEJO-CUENTA TO BAN-CUENTA.
           MOVE VIEJO-METODO TO BAN-METODO.
           MOVE SPACE TO BAN-CORRECCION.
           MOVE SPACES TO BAN-MOTIVO-DEV.
           MOVE ZERO TO BAN-FECHA-DEV.
           WRITE BANCO-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR " BAN-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRABADOS
           END-WRITE.
           PERFORM LEER-BANCO.
       END PROGRAM CONVIERTE-BANCOS.

      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: One-time conversion of emp.dat and movpend.dat to
      *          the EMPREG and MOVREG layouts with the termination
      *          reason code (EMPLEADOS-MOTIVO-BAJA, MOV-MOTIVO-BAJA).
      *          Reads the old-layout files and writes every row to
      *          empconv.dat and movpendconv.dat with the reason code
      *          as spaces (the turnover report counts those as sin
      *          motivo); the operator swaps them in after checking
      *          that the counts of rows read and written agree.
      *          hist.dat is line sequential and needs no conversion.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-MOTIVOS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL VIEJO-EMPLEADOS
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS VIEJO-ID
       ALTERNATE RECORD KEY IS VIEJO-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NUEVO-EMPLEADOS
       ASSIGN TO "empconv.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-NUEVO.

       SELECT OPTIONAL VIEJO-MOVIMIENTOS
       ASSIGN TO "movpend.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS VMOV-CLAVE
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT NUEVO-MOVIMIENTOS
       ASSIGN TO "movpendconv.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS MOV-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NMOV.

       DATA DIVISION.
       FILE SECTION.
      * MAESTRO DE EMPLEADOS CON EL LAYOUT VIEJO (SIN MOTIVO DE BAJA)
       FD VIEJO-EMPLEADOS.
           01 VIEJO-REGISTRO.
               05 VIEJO-ID PIC X(6).
               05 VIEJO-NOMBRE PIC X(25).
               05 VIEJO-APELLIDOS PIC X(35).
               05 VIEJO-EDAD PIC X(3).
               05 VIEJO-TELEFONO PIC X(9).
               05 VIEJO-DIRECCION PIC X(35).
               05 VIEJO-FECHA-ALTA PIC 9(8).
               05 VIEJO-ESTADO PIC X(1).
               05 VIEJO-FECHA-BAJA PIC 9(8).
               05 VIEJO-DEPTO PIC X(3).
      * MAESTRO CONVERTIDO CON EL LAYOUT NUEVO
       FD NUEVO-EMPLEADOS.
           COPY EMPREG.
      * MOVIMIENTOS PENDIENTES CON EL LAYOUT VIEJO
       FD VIEJO-MOVIMIENTOS.
           01 VMOV-REGISTRO.
               05 VMOV-CLAVE.
                   10 VMOV-ID PIC X(6).
                   10 VMOV-FECHA-EFECTIVA PIC 9(8).
               05 VMOV-TIPO PIC X(1).
               05 VMOV-ESTADO PIC X(1).
      * MOVIMIENTOS PENDIENTES CONVERTIDOS
       FD NUEVO-MOVIMIENTOS.
           COPY MOVREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-NUEVO PIC X(2).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-FILE-STATUS-NMOV PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  FIN-DE-MOVIMIENTOS PIC X VALUE "N".
           88 FIN-MOVIMIENTOS VALUE "S".
       01  WS-EMP-LEIDOS PIC 9(5) VALUE ZERO.
       01  WS-EMP-GRABADOS PIC 9(5) VALUE ZERO.
       01  WS-MOV-LEIDOS PIC 9(5) VALUE ZERO.
       01  WS-MOV-GRABADOS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION DE EMP.DAT Y MOVPEND.DAT AL LAYOUT "
               "CON MOTIVO DE BAJA".
           PERFORM CONVERTIR-EMPLEADOS.
           PERFORM CONVERTIR-MOVIMIENTOS.
           DISPLAY "EMPLEADOS LEIDOS DE EMP.DAT           : "
               WS-EMP-LEIDOS.
           DISPLAY "EMPLEADOS GRABADOS EN EMPCONV.DAT     : "
               WS-EMP-GRABADOS.
           DISPLAY "MOVIMIENTOS LEIDOS DE MOVPEND.DAT     : "
               WS-MOV-LEIDOS.
           DISPLAY "MOVIMIENTOS GRABADOS EN MOVPENDCONV.DAT: "
               WS-MOV-GRABADOS.
           IF WS-EMP-LEIDOS NOT = WS-EMP-GRABADOS
              OR WS-MOV-LEIDOS NOT = WS-MOV-GRABADOS
               DISPLAY "LOS CONTEOS NO COINCIDEN, NO REEMPLACE "
                   "LOS ARCHIVOS."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REVISE LOS CONTEOS Y REEMPLACE EMP.DAT Y "
                   "MOVPEND.DAT POR LOS ARCHIVOS CONVERTIDOS."
           END-IF.
           GOBACK.
       CONVERTIR-EMPLEADOS.
           OPEN INPUT VIEJO-EMPLEADOS.
           IF WS-FILE-STATUS = "35"
               DISPLAY "EMP.DAT NO EXISTE, NADA QUE CONVERTIR."
           ELSE
               OPEN OUTPUT NUEVO-EMPLEADOS
               PERFORM LEER-EMPLEADO
               PERFORM CONVERTIR-EMPLEADO UNTIL FIN-ARCHIVO
               CLOSE VIEJO-EMPLEADOS
               CLOSE NUEVO-EMPLEADOS
           END-IF.
       LEER-EMPLEADO.
           READ VIEJO-EMPLEADOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       CONVERTIR-EMPLEADO.
           ADD 1 TO WS-EMP-LEIDOS.
           MOVE VIEJO-ID TO EMPLEADOS-ID.
           MOVE VIEJO-NOMBRE TO EMPLEADOS-NOMBRE.
           MOVE VIEJO-APELLIDOS TO EMPLEADOS-APELLIDOS.
           MOVE VIEJO-EDAD TO EMPLEADOS-EDAD.
           MOVE VIEJO-TELEFONO TO EMPLEADOS-TELEFONO.
           MOVE VIEJO-DIRECCION TO EMPLEADOS-DIRECCION.
           MOVE VIEJO-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA.
           MOVE VIEJO-ESTADO TO EMPLEADOS-ESTADO.
           MOVE VIEJO-FECHA-BAJA TO EMPLEADOS-FECHA-BAJA.
           MOVE VIEJO-DEPTO TO EMPLEADOS-DEPTO.
           MOVE SPACES TO EMPLEADOS-MOTIVO-BAJA.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR " EMPLEADOS-ID
               NOT INVALID KEY
                   ADD 1 TO WS-EMP-GRABADOS
           END-WRITE.
           PERFORM LEER-EMPLEADO.
       CONVERTIR-MOVIMIENTOS.
           OPEN INPUT VIEJO-MOVIMIENTOS.
           IF WS-FILE-STATUS-MOV = "35"
               DISPLAY "MOVPEND.DAT NO EXISTE, NADA QUE CONVERTIR."
           ELSE
               OPEN OUTPUT NUEVO-MOVIMIENTOS
               PERFORM LEER-MOVIMIENTO
               PERFORM CONVERTIR-MOVIMIENTO UNTIL FIN-MOVIMIENTOS
               CLOSE VIEJO-MOVIMIENTOS
               CLOSE NUEVO-MOVIMIENTOS
           END-IF.
       LEER-MOVIMIENTO.
           READ VIEJO-MOVIMIENTOS NEXT RECORD
               AT END MOVE "S" TO FIN-DE-MOVIMIENTOS
           END-READ.
       CONVERTIR-MOVIMIENTO.
           ADD 1 TO WS-MOV-LEIDOS.
           MOVE VMOV-ID TO MOV-ID.
           MOVE VMOV-FECHA-EFECTIVA TO MOV-FECHA-EFECTIVA.
           MOVE VMOV-TIPO TO MOV-TIPO.
           MOVE VMOV-ESTADO TO MOV-ESTADO.
           MOVE SPACES TO MOV-MOTIVO-BAJA.
           WRITE MOVIMIENTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR " MOV-CLAVE
               NOT INVALID KEY
                   ADD 1 TO WS-MOV-GRABADOS
           END-WRITE.
           PERFORM LEER-MOVIMIENTO.
       END PROGRAM CONVIERTE-MOTIVOS.

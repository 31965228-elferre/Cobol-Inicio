      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for programa.dat, the shift
      *          schedule. A shift from turnos.dat is assigned to one
      *          employee or to a whole department from an effective
      *          date on; the screen lists the assignments of the
      *          requested employee or department and lets the
      *          operator add, change or delete one. The employee
      *          must exist in emp.dat and the department in
      *          dept.dat.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA-TURNOS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL PROGRAMA-ARCHIVO
       ASSIGN TO "programa.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PROG-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PROG.

       SELECT OPTIONAL TURNOS-ARCHIVO
       ASSIGN TO "turnos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TUR-CODIGO
       FILE STATUS IS WS-FILE-STATUS-TUR.

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

       DATA DIVISION.
       FILE SECTION.
      * PROGRAMACION DE TURNOS POR EMPLEADO O DEPARTAMENTO
       FD PROGRAMA-ARCHIVO.
           COPY PROREG.
      * MAESTRO DE TURNOS
       FD TURNOS-ARCHIVO.
           COPY TURREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PROG PIC X(2).
       01  WS-FILE-STATUS-TUR PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-NIVEL-PEDIDO PIC X(3).
       01  WS-CODIGO-PEDIDO PIC X(6).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-VIGENCIA-PEDIDA PIC 9(8).
       01  WS-VIGENCIA-TEXTO PIC X(8).
       01  WS-FECHA-VALIDA PIC X.
           88 FECHA-VALIDA VALUE "S".
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
       01  WS-TURNO-PEDIDO PIC X(3).
       01  WS-OPCION PIC 9.
       01  WS-CODIGO-VALIDO PIC X.
           88 CODIGO-VALIDO VALUE "S".
       01  WS-TURNO-VALIDO PIC X.
           88 TURNO-VALIDO VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "E=EMPLEADO / D=DEPARTAMENTO (FIN=SALE) :".
           ACCEPT WS-NIVEL-PEDIDO.
           IF WS-NIVEL-PEDIDO = "FIN" OR WS-NIVEL-PEDIDO = "fin"
               PERFORM RUTINA-SALIDA
           END-IF.
           MOVE "N" TO WS-CODIGO-VALIDO.
           EVALUATE WS-NIVEL-PEDIDO
           WHEN "E"
           WHEN "e"
               MOVE "E" TO WS-NIVEL-PEDIDO
               PERFORM PEDIR-EMPLEADO
           WHEN "D"
           WHEN "d"
               MOVE "D" TO WS-NIVEL-PEDIDO
               PERFORM PEDIR-DEPARTAMENTO
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
           IF CODIGO-VALIDO
               PERFORM MANTENER-PROGRAMA
           END-IF.
           PERFORM RUTINA1.
       PEDIR-EMPLEADO.
           DISPLAY "ID DE EMPLEADO :".
           ACCEPT WS-ID-BUSQUEDA.
           INSPECT WS-ID-BUSQUEDA REPLACING LEADING SPACE BY ZERO.
           MOVE WS-ID-BUSQUEDA TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE EMPLEADO CON ESE ID."
               NOT INVALID KEY
                   DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
                       EMPLEADOS-APELLIDOS " DEPTO " EMPLEADOS-DEPTO
                   MOVE WS-ID-BUSQUEDA TO WS-CODIGO-PEDIDO
                   MOVE "S" TO WS-CODIGO-VALIDO
           END-READ.
       PEDIR-DEPARTAMENTO.
           DISPLAY "DEPARTAMENTO (XXX) :".
           MOVE SPACES TO WS-CODIGO-PEDIDO.
           ACCEPT WS-CODIGO-PEDIDO.
           MOVE WS-CODIGO-PEDIDO TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESE DEPARTAMENTO EN DEPT.DAT."
               NOT INVALID KEY
                   DISPLAY "DEPARTAMENTO: " DEPTO-NOMBRE
                   MOVE "S" TO WS-CODIGO-VALIDO
           END-READ.
       MANTENER-PROGRAMA.
           PERFORM LISTAR-PROGRAMA.
           DISPLAY "1=ALTA / 2=MODIFICAR / 3=ELIMINAR "
               "/ 9=SALE SIN CAMBIOS :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ALTA-PROGRAMA
           WHEN 2
               PERFORM MODIFICAR-PROGRAMA
           WHEN 3
               PERFORM ELIMINAR-PROGRAMA
           WHEN 9
               DISPLAY "SIN CAMBIOS."
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       LISTAR-PROGRAMA.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE WS-NIVEL-PEDIDO TO PROG-NIVEL.
           MOVE WS-CODIGO-PEDIDO TO PROG-CODIGO.
           MOVE ZERO TO PROG-VIGENCIA.
           START PROGRAMA-ARCHIVO
               KEY IS NOT LESS THAN PROG-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PROGRAMA
               PERFORM LISTAR-FILA UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN TURNOS PROGRAMADOS."
           END-IF.
       LEER-PROGRAMA.
           READ PROGRAMA-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-FILA.
           IF PROG-NIVEL = WS-NIVEL-PEDIDO
              AND PROG-CODIGO = WS-CODIGO-PEDIDO
               MOVE PROG-TURNO TO TUR-CODIGO
               READ TURNOS-ARCHIVO
                   INVALID KEY
                       MOVE "(TURNO INEXISTENTE)" TO TUR-DESCRIPCION
               END-READ
               DISPLAY "  DESDE " PROG-VIGENCIA " TURNO " PROG-TURNO
                   " " TUR-DESCRIPCION
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-PROGRAMA
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       ALTA-PROGRAMA.
           PERFORM PEDIR-VIGENCIA.
           PERFORM PEDIR-TURNO.
           IF TURNO-VALIDO
               MOVE WS-TURNO-PEDIDO TO PROG-TURNO
               WRITE PROGRAMA-REGISTRO
                   INVALID KEY
                       DISPLAY "YA HAY UN TURNO DESDE ESA FECHA, "
                           "USE MODIFICAR."
                   NOT INVALID KEY
                       DISPLAY "TURNO PROGRAMADO."
               END-WRITE
           END-IF.
       MODIFICAR-PROGRAMA.
           PERFORM PEDIR-VIGENCIA.
           READ PROGRAMA-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY TURNO PROGRAMADO DESDE ESA FECHA."
               NOT INVALID KEY
                   PERFORM PEDIR-TURNO
                   IF TURNO-VALIDO
                       MOVE WS-TURNO-PEDIDO TO PROG-TURNO
                       REWRITE PROGRAMA-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL MODIFICAR LA "
                                   "PROGRAMACION."
                           NOT INVALID KEY
                               DISPLAY "PROGRAMACION ACTUALIZADA."
                       END-REWRITE
                   END-IF
           END-READ.
       ELIMINAR-PROGRAMA.
           PERFORM PEDIR-VIGENCIA.
           READ PROGRAMA-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY TURNO PROGRAMADO DESDE ESA FECHA."
               NOT INVALID KEY
                   DELETE PROGRAMA-ARCHIVO
                       INVALID KEY
                           DISPLAY "ERROR AL ELIMINAR LA "
                               "PROGRAMACION."
                       NOT INVALID KEY
                           DISPLAY "PROGRAMACION ELIMINADA."
                   END-DELETE
           END-READ.
      * LA FECHA SE VUELVE A PEDIR HASTA QUE SEA UNA FECHA REAL.
       PEDIR-VIGENCIA.
           MOVE "N" TO WS-FECHA-VALIDA.
           PERFORM PEDIR-FECHA-VIGENCIA UNTIL FECHA-VALIDA.
           MOVE WS-NIVEL-PEDIDO TO PROG-NIVEL.
           MOVE WS-CODIGO-PEDIDO TO PROG-CODIGO.
           MOVE WS-VIGENCIA-PEDIDA TO PROG-VIGENCIA.
       PEDIR-FECHA-VIGENCIA.
           DISPLAY "VIGENTE DESDE (AAAAMMDD) :".
           MOVE SPACES TO WS-VIGENCIA-TEXTO.
           ACCEPT WS-VIGENCIA-TEXTO.
           IF WS-VIGENCIA-TEXTO NUMERIC
               MOVE WS-VIGENCIA-TEXTO TO WS-FECHA-TRABAJO
               PERFORM VALIDAR-FECHA
           END-IF.
           IF FECHA-VALIDA
               MOVE WS-FECHA-TRABAJO TO WS-VIGENCIA-PEDIDA
           ELSE
               DISPLAY "FECHA INVALIDA."
           END-IF.
       VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF WS-FECHA-TRABAJO NUMERIC
               IF WS-TRA-AAAA > 1900
                  AND WS-TRA-MM > ZERO AND WS-TRA-MM < 13
                   PERFORM DIAS-DEL-MES
                   IF WS-TRA-DD > ZERO
                      AND WS-TRA-DD NOT > WS-DIAS-DEL-MES
                       MOVE "S" TO WS-FECHA-VALIDA
                   END-IF
               END-IF
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
       PEDIR-TURNO.
           MOVE "N" TO WS-TURNO-VALIDO.
           DISPLAY "CODIGO DE TURNO (XXX) :".
           ACCEPT WS-TURNO-PEDIDO.
           MOVE WS-TURNO-PEDIDO TO TUR-CODIGO.
           READ TURNOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESE TURNO EN TURNOS.DAT."
               NOT INVALID KEY
                   DISPLAY "TURNO: " TUR-DESCRIPCION " DIAS "
                       TUR-DIAS " " TUR-HORA-INICIO "-" TUR-HORA-FIN
                   MOVE "S" TO WS-TURNO-VALIDO
           END-READ.
       ABRIR-ARCHIVOS.
           OPEN I-O PROGRAMA-ARCHIVO.
           IF WS-FILE-STATUS-PROG = "35"
               OPEN OUTPUT PROGRAMA-ARCHIVO
               CLOSE PROGRAMA-ARCHIVO
               OPEN I-O PROGRAMA-ARCHIVO
           END-IF.
           OPEN INPUT TURNOS-ARCHIVO.
           IF WS-FILE-STATUS-TUR = "35"
               OPEN OUTPUT TURNOS-ARCHIVO
               CLOSE TURNOS-ARCHIVO
               OPEN INPUT TURNOS-ARCHIVO
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
           CLOSE PROGRAMA-ARCHIVO.
           CLOSE TURNOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           GOBACK.
       END PROGRAM PROGRAMA-TURNOS.

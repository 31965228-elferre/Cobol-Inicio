      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Supervisor review of the one-off earnings in
      *          novedades.dat, the same way aprhoras.cbl reviews the
      *          timesheets: lists the rows of a requested department
      *          and week-ending date with the employee name from
      *          emp.dat, and lets a rol-S operator approve or reject
      *          the department's week in one decision. The payroll
      *          run pays only approved rows. Rows already paid are
      *          listed but never re-marked.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-NOVEDADES.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "novedades.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NVD-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NVD.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "operadores.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-OPER.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO DE NOVEDADES DE PAGO (INGRESOS EVENTUALES)
       FD NOVEDADES-ARCHIVO.
           COPY NVDREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO DE PERFILES DE OPERADOR
       FD OPERADORES-ARCHIVO.
           COPY OPERREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-NVD PIC X(2).
       01  WS-FILE-STATUS-OPER PIC X(2).
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-ES-SUPERVISOR PIC X.
           88 ES-SUPERVISOR VALUE "S".
       01  FIN-DE-OPERADORES PIC X.
           88 FIN-OPERADORES VALUE "S".
       01  WS-FIN-NOVEDADES PIC X.
           88 FIN-NOVEDADES VALUE "S".
       01  WS-DEPTO-PEDIDO PIC X(3).
       01  WS-SEMANA-PEDIDA PIC 9(8).
       01  WS-DECISION PIC X.
       01  WS-ESTADO-TEXTO PIC X(9).
       01  WS-DEL-DEPTO PIC X.
           88 DEL-DEPTO VALUE "S".
       01  WS-MOSTRADAS PIC 9(4).
       01  WS-CAMBIADAS PIC 9(4).
       01  WS-TOTAL-SEMANA PIC 9(8)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APROBACION DE NOVEDADES DE PAGO (SOLO "
               "SUPERVISOR)".
           DISPLAY "INGRESE ID DE OPERADOR :".
           ACCEPT WS-OPERADOR-ID.
           PERFORM VERIFICAR-SUPERVISOR.
           IF NOT ES-SUPERVISOR
               DISPLAY "SOLO UN OPERADOR CON ROL S PUEDE APROBAR "
                   "NOVEDADES."
               GOBACK
           END-IF.
           OPEN I-O NOVEDADES-ARCHIVO.
           IF WS-FILE-STATUS-NVD = "35"
               OPEN OUTPUT NOVEDADES-ARCHIVO
               CLOSE NOVEDADES-ARCHIVO
               OPEN I-O NOVEDADES-ARCHIVO
           END-IF.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
       RUTINA1.
           DISPLAY "DEPARTAMENTO A REVISAR (XXX, FIN=SALE) :".
           ACCEPT WS-DEPTO-PEDIDO.
           IF WS-DEPTO-PEDIDO = "FIN" OR WS-DEPTO-PEDIDO = "fin"
               PERFORM RUTINA-SALIDA
           END-IF.
           DISPLAY "FECHA FIN DE SEMANA (AAAAMMDD) :".
           ACCEPT WS-SEMANA-PEDIDA.
           PERFORM MOSTRAR-SEMANA-DEPTO.
           IF WS-MOSTRADAS = ZERO
               DISPLAY "SIN NOVEDADES DE ESE DEPARTAMENTO PARA ESA "
                   "SEMANA."
           ELSE
               PERFORM DECIDIR-SEMANA
           END-IF.
           PERFORM RUTINA1.
      * EL ARCHIVO ESTA POR EMPLEADO: SE RECORRE ENTERO Y SE TOMAN
      * LAS FILAS DE LA SEMANA CUYO EMPLEADO ES DEL DEPARTAMENTO.
       POSICIONAR-NOVEDADES.
           MOVE "N" TO WS-FIN-NOVEDADES.
           MOVE LOW-VALUES TO NVD-CLAVE.
           START NOVEDADES-ARCHIVO
               KEY IS NOT LESS THAN NVD-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-NOVEDADES
           END-START.
           IF NOT FIN-NOVEDADES
               PERFORM LEER-NOVEDAD
           END-IF.
       LEER-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-NOVEDADES
           END-READ.
       REVISAR-DEPTO.
           MOVE "N" TO WS-DEL-DEPTO.
           IF NVD-SEMANA-FIN = WS-SEMANA-PEDIDA
               MOVE NVD-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPLEADOS-DEPTO = WS-DEPTO-PEDIDO
                           MOVE "S" TO WS-DEL-DEPTO
                       END-IF
               END-READ
           END-IF.
       MOSTRAR-SEMANA-DEPTO.
           MOVE ZERO TO WS-MOSTRADAS.
           MOVE ZERO TO WS-TOTAL-SEMANA.
           PERFORM POSICIONAR-NOVEDADES.
           PERFORM MOSTRAR-FILA UNTIL FIN-NOVEDADES.
       MOSTRAR-FILA.
           PERFORM REVISAR-DEPTO.
           IF DEL-DEPTO
               PERFORM LISTAR-FILA
           END-IF.
           PERFORM LEER-NOVEDAD.
       LISTAR-FILA.
           EVALUATE TRUE
           WHEN NVD-PAGADA
               MOVE "PAGADA" TO WS-ESTADO-TEXTO
           WHEN NVD-APROBADA
               MOVE "APROBADA" TO WS-ESTADO-TEXTO
           WHEN NVD-RECHAZADA
               MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
           WHEN OTHER
               MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           DISPLAY "  " NVD-ID " " EMPLEADOS-NOMBRE
               " " NVD-CONCEPTO " " NVD-IMPORTE
               " GRAV " NVD-GRAVABLE " " WS-ESTADO-TEXTO.
           ADD NVD-IMPORTE TO WS-TOTAL-SEMANA.
           ADD 1 TO WS-MOSTRADAS.
       DECIDIR-SEMANA.
           DISPLAY "NOVEDADES DEL DEPARTAMENTO EN LA SEMANA: "
               WS-MOSTRADAS " POR " WS-TOTAL-SEMANA.
           DISPLAY "A=APROBAR TODAS / R=RECHAZAR TODAS "
               "/ 9=SIN CAMBIOS :".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
           WHEN "A"
           WHEN "a"
               PERFORM MARCAR-SEMANA
           WHEN "R"
           WHEN "r"
               PERFORM MARCAR-SEMANA
           WHEN OTHER
               DISPLAY "SIN CAMBIOS."
           END-EVALUATE.
       MARCAR-SEMANA.
           MOVE ZERO TO WS-CAMBIADAS.
           PERFORM POSICIONAR-NOVEDADES.
           PERFORM MARCAR-FILA UNTIL FIN-NOVEDADES.
           DISPLAY "NOVEDADES MARCADAS: " WS-CAMBIADAS
               ", NOVEDADES.DAT ACTUALIZADO.".
      * UNA NOVEDAD YA PAGADA NO SE VUELVE A MARCAR.
       MARCAR-FILA.
           PERFORM REVISAR-DEPTO.
           IF DEL-DEPTO AND NOT NVD-PAGADA
               IF WS-DECISION = "A" OR WS-DECISION = "a"
                   MOVE "A" TO NVD-APROBACION
               ELSE
                   MOVE "R" TO NVD-APROBACION
               END-IF
               REWRITE NOVEDAD-PAGO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR LA NOVEDAD DE "
                           NVD-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-CAMBIADAS
               END-REWRITE
           END-IF.
           PERFORM LEER-NOVEDAD.
      * SIN OPERADORES.DAT SE CONCEDE, IGUAL QUE EL SIGN-ON DE
      * PRIMERO.CBL EL PRIMER DIA.
       VERIFICAR-SUPERVISOR.
           MOVE "N" TO WS-ES-SUPERVISOR.
           MOVE "N" TO FIN-DE-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF WS-FILE-STATUS-OPER = "35"
               MOVE "S" TO WS-ES-SUPERVISOR
           ELSE
               PERFORM LEER-OPERADOR
               IF FIN-OPERADORES
                   MOVE "S" TO WS-ES-SUPERVISOR
               END-IF
               PERFORM COMPARAR-OPERADOR UNTIL FIN-OPERADORES
           END-IF.
           CLOSE OPERADORES-ARCHIVO.
       LEER-OPERADOR.
           READ OPERADORES-ARCHIVO
               AT END MOVE "S" TO FIN-DE-OPERADORES
           END-READ.
       COMPARAR-OPERADOR.
           IF OPER-ID = WS-OPERADOR-ID AND OPER-SUPERVISOR
               MOVE "S" TO WS-ES-SUPERVISOR
           END-IF.
           PERFORM LEER-OPERADOR.
       RUTINA-SALIDA.
           CLOSE NOVEDADES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.
       END PROGRAM APRUEBA-NOVEDADES.

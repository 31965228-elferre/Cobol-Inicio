      * 2026-09-03 - The rewrite drops the old "*CTL*" control
      *              trailers and appends a fresh one, keeping the
      *              feed verifiable by NOMINA-LOTE.
      * 2026-10-15 - Each row is routed to the department that
      *              received the work (HORAS-DEPTO, or the
      *              employee's own department when blank), so hours
      *              lent to another department are approved by that
      *              department's supervisor; the listing names the
      *              supervisor from dept.dat and marks rows of
      *              employees borrowed from another department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-HORAS.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-OPER.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO DE TRANSACCIONES DE HORAS SEMANALES
      * ARCHIVO DE PERFILES DE OPERADOR
       FD OPERADORES-ARCHIVO.
           COPY OPERREG.
      * MAESTRO DE DEPARTAMENTOS (CENTROS DE COSTO)
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-OPER PIC X(2).
           05 WS-HOR-ENTRADA OCCURS 2000 TIMES.
               10 HOR-REGISTRO PIC X(60).
               10 HOR-DEL-DEPTO PIC X(1).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-DEPTO-FILA PIC X(3).
       01  WS-PRESTADO-TEXTO PIC X(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APROBACION DE HORAS SEMANALES (SOLO SUPERVISOR)".
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
       RUTINA1.
           DISPLAY "DEPARTAMENTO A REVISAR (XXX, FIN=SALE) :".
           ACCEPT WS-DEPTO-PEDIDO.
           END-IF.
           DISPLAY "FECHA FIN DE SEMANA (AAAAMMDD) :".
           ACCEPT WS-SEMANA-PEDIDA.
           MOVE WS-DEPTO-PEDIDO TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   DISPLAY "DEPARTAMENTO NO REGISTRADO EN DEPT.DAT."
               NOT INVALID KEY
                   DISPLAY "DEPARTAMENTO " DEPTO-NOMBRE
                       " SUPERVISOR " DEPTO-SUPERVISOR
           END-READ.
           PERFORM MOSTRAR-SEMANA-DEPTO.
           IF WS-MOSTRADAS = ZERO
               DISPLAY "SIN CAPTURAS DE ESE DEPARTAMENTO PARA ESA "
           MOVE ZERO TO WS-MOSTRADAS.
           MOVE 1 TO WS-IX.
           PERFORM MOSTRAR-FILA UNTIL WS-IX > WS-USADAS.
      * LA FILA LA APRUEBA EL DEPARTAMENTO QUE RECIBIO EL TRABAJO:
      * HORAS-DEPTO, O EL DEPARTAMENTO PROPIO DEL EMPLEADO SI LA
      * FILA NO LO TRAE (CAPTURAS ANTERIORES A LAS LINEAS).
       MOSTRAR-FILA.
           MOVE HOR-REGISTRO (WS-IX) TO HORAS-REGISTRO.
           MOVE "N" TO HOR-DEL-DEPTO (WS-IX).
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HORAS-DEPTO = SPACES
                           MOVE EMPLEADOS-DEPTO TO WS-DEPTO-FILA
                       ELSE
                           MOVE HORAS-DEPTO TO WS-DEPTO-FILA
                       END-IF
                       IF WS-DEPTO-FILA = WS-DEPTO-PEDIDO
                           PERFORM LISTAR-FILA
                       END-IF
               END-READ
           WHEN OTHER
               MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           IF EMPLEADOS-DEPTO = WS-DEPTO-FILA
               MOVE SPACES TO WS-PRESTADO-TEXTO
           ELSE
               MOVE SPACES TO WS-PRESTADO-TEXTO
               STRING "PRESTADO DE " EMPLEADOS-DEPTO
                   DELIMITED BY SIZE INTO WS-PRESTADO-TEXTO
           END-IF.
           DISPLAY "  " HORAS-ID " " EMPLEADOS-NOMBRE
               " HORAS " HORAS-TOTAL " FERIADO " HORAS-FERIADO
               " " WS-ESTADO-TEXTO " " WS-PRESTADO-TEXTO.
           MOVE "S" TO HOR-DEL-DEPTO (WS-IX).
           ADD 1 TO WS-MOSTRADAS.
       DECIDIR-SEMANA.
           PERFORM LEER-OPERADOR.
       RUTINA-SALIDA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           GOBACK.
       END PROGRAM APRUEBA-HORAS.

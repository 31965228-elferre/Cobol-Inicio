      *              to the capturista and accumulated in the new
      *              HORAS-FERIADO field of the record, so holiday
      *              pay can be told from worked pay.
      * 2026-10-15 - An employee-week may now be keyed as one or
      *              more lines, one per department (cost center)
      *              where the hours were worked, validated against
      *              dept.dat; ENTER keeps the employee's own
      *              department. Each line is a horas.dat row with
      *              HORAS-DEPTO, and the 24-hour and 80-hour checks
      *              add up the lines of the week.
      * 2026-10-15 - After the week-ending date is keyed the employee's
      *              certificates are checked against those required
      *              for the home department in certreq.dat; a
      *              required certificate that is missing or expired
      *              before the week ends is announced as a warning
      *              and the capture goes on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAS-EMPLEADOS.
       RECORD KEY IS FER-FECHA
       FILE STATUS IS WS-FILE-STATUS-FER.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

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

       SELECT OPTIONAL CERTIF-EMPLEADO-ARCHIVO
       ASSIGN TO "empcert.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ECR-CLAVE
       FILE STATUS IS WS-FILE-STATUS-ECR.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
      * CALENDARIO DE FERIADOS DE LA EMPRESA
       FD FERIADOS-ARCHIVO.
           COPY FERREG.
      * MAESTRO DE DEPARTAMENTOS (CENTROS DE COSTO)
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * MAESTRO DE CERTIFICACIONES
       FD CERTIFICACIONES-ARCHIVO.
           COPY CRTREG.
      * CERTIFICACIONES EXIGIDAS POR DEPARTAMENTO
       FD EXIGIDAS-ARCHIVO.
           COPY CRQREG.
      * CERTIFICACIONES DE CADA EMPLEADO
       FD CERTIF-EMPLEADO-ARCHIVO.
           COPY ECRREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-CTL-HORAS PIC 9(7)V99.
       01  WS-ID-NUMERICO PIC X(6) JUSTIFIED RIGHT.
       01  WS-ID-VALOR PIC 9(6).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-DEPTO-LINEA PIC X(3).
       01  WS-DEPTO-VALIDO PIC X.
           88 DEPTO-VALIDO VALUE "S".
       01  WS-OTRA-LINEA PIC X.
           88 OTRA-LINEA VALUE "S" "s".
       01  WS-HORAS-LINEA PIC 9(3)V99.
       01  WS-HORAS-ACUMULADAS PIC 9(3)V99.
       01  WS-HORAS-DIA-TOTAL PIC 9(3)V99.
       01  WS-ACUMULADO-TABLA.
           05 WS-ACUM-DIA PIC 9(3)V99 OCCURS 7 TIMES.
       01  WS-FILE-STATUS-CRT PIC X(2).
       01  WS-FILE-STATUS-CRQ PIC X(2).
       01  WS-FILE-STATUS-ECR PIC X(2).
       01  WS-FIN-EXIGIDAS PIC X.
           88 FIN-EXIGIDAS VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
           DISPLAY "FECHA FIN DE SEMANA (AAAAMMDD) :".
           ACCEPT WS-SEMANA-FIN.
           PERFORM FECHAR-SEMANA.
           PERFORM REVISAR-CERTIFICADOS.
           MOVE ZERO TO WS-HORAS-SEMANA.
           MOVE ZERO TO WS-ACUMULADO-TABLA.
           MOVE "S" TO WS-OTRA-LINEA.
           PERFORM CAPTURAR-LINEA UNTIL NOT OTRA-LINEA.
           DISPLAY "TOTAL DE HORAS DE LA SEMANA: " WS-HORAS-SEMANA.
      * LAS CERTIFICACIONES QUE EXIGE EL DEPARTAMENTO DEL EMPLEADO
      * SE BUSCAN EN EMPCERT.DAT; LA FALTA O EL VENCIMIENTO ANTES DEL
      * FIN DE SEMANA ES SOLO UN AVISO, LAS HORAS SE CAPTURAN IGUAL.
       REVISAR-CERTIFICADOS.
           MOVE "N" TO WS-FIN-EXIGIDAS.
           MOVE EMPLEADOS-DEPTO TO CRQ-DEPTO.
           MOVE LOW-VALUES TO CRQ-CODIGO.
           START EXIGIDAS-ARCHIVO
               KEY IS NOT LESS THAN CRQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-EXIGIDAS
           END-START.
           IF NOT FIN-EXIGIDAS
               PERFORM LEER-EXIGIDA
               PERFORM REVISAR-EXIGIDA UNTIL FIN-EXIGIDAS
           END-IF.
       LEER-EXIGIDA.
           READ EXIGIDAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-EXIGIDAS
           END-READ.
           IF NOT FIN-EXIGIDAS
              AND CRQ-DEPTO NOT = EMPLEADOS-DEPTO
               MOVE "S" TO WS-FIN-EXIGIDAS
           END-IF.
       REVISAR-EXIGIDA.
           MOVE CRQ-CODIGO TO CRT-CODIGO.
           READ CERTIFICACIONES-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO CRT-DESCRIPCION
           END-READ.
           MOVE EMPLEADOS-ID TO ECR-ID.
           MOVE CRQ-CODIGO TO ECR-CODIGO.
           READ CERTIF-EMPLEADO-ARCHIVO
               INVALID KEY
                   DISPLAY "*** AVISO: NO TIENE EL CERTIFICADO "
                       CRQ-CODIGO " " CRT-DESCRIPCION
                   DISPLAY "    EXIGIDO EN EL DEPARTAMENTO "
                       EMPLEADOS-DEPTO " ***"
               NOT INVALID KEY
                   IF ECR-FECHA-VENCE NOT = ZERO
                      AND ECR-FECHA-VENCE < WS-SEMANA-FIN
                       DISPLAY "*** AVISO: CERTIFICADO " CRQ-CODIGO
                           " " CRT-DESCRIPCION
                       DISPLAY "    VENCIDO EL " ECR-FECHA-VENCE
                           ", EXIGIDO EN EL DEPARTAMENTO "
                           EMPLEADOS-DEPTO " ***"
                   END-IF
           END-READ.
           PERFORM LEER-EXIGIDA.
      * CADA LINEA ES UN DEPARTAMENTO DONDE SE TRABAJO EN LA SEMANA;
      * LOS TOPES DE CONFIRMACION SE MIDEN CONTRA LO YA GRABADO EN
      * LAS LINEAS ANTERIORES MAS LA LINEA EN CURSO.
       CAPTURAR-LINEA.
           MOVE "N" TO WS-DEPTO-VALIDO.
           PERFORM PEDIR-DEPTO-LINEA UNTIL DEPTO-VALIDO.
           MOVE ZERO TO WS-HORAS-LINEA.
           MOVE ZERO TO WS-HORAS-FERIADO.
           MOVE 1 TO WS-DIA.
           PERFORM CAPTURAR-DIA UNTIL WS-DIA > 7.
           COMPUTE WS-HORAS-ACUMULADAS =
               WS-HORAS-SEMANA + WS-HORAS-LINEA.
           DISPLAY "HORAS DE LA LINEA: " WS-HORAS-LINEA
               " ACUMULADO DE LA SEMANA: " WS-HORAS-ACUMULADAS.
           IF WS-HORAS-ACUMULADAS > 80
               DISPLAY "MAS DE 80 HORAS EN LA SEMANA, CONFIRMA? "
                   "(S/N) :"
               ACCEPT GUARDA-ENTER
               IF GUARDA-ENTER = "S" OR GUARDA-ENTER = "s"
                   PERFORM GRABAR-SEMANA
               ELSE
                   DISPLAY "LINEA DESCARTADA POR EL OPERADOR."
               END-IF
           ELSE
               PERFORM GRABAR-SEMANA
           END-IF.
           DISPLAY "OTRA LINEA EN OTRO DEPARTAMENTO? (S/N) :".
           ACCEPT WS-OTRA-LINEA.
      * ENTER DEJA EL DEPARTAMENTO PROPIO DEL EMPLEADO; OTRO CODIGO
      * DEBE EXISTIR EN DEPT.DAT.
       PEDIR-DEPTO-LINEA.
           DISPLAY "DEPARTAMENTO DONDE SE TRABAJO (XXX, ENTER="
               "PROPIO " EMPLEADOS-DEPTO ") :".
           MOVE SPACES TO WS-DEPTO-LINEA.
           ACCEPT WS-DEPTO-LINEA.
           IF WS-DEPTO-LINEA = SPACES
              OR WS-DEPTO-LINEA = EMPLEADOS-DEPTO
               MOVE EMPLEADOS-DEPTO TO WS-DEPTO-LINEA
               MOVE "S" TO WS-DEPTO-VALIDO
           ELSE
               MOVE WS-DEPTO-LINEA TO DEPTO-CODIGO
               READ DEPTO-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO EXISTE ESE DEPARTAMENTO EN "
                           "DEPT.DAT."
                   NOT INVALID KEY
                       DISPLAY "LAS HORAS SE CARGAN A "
                           DEPTO-NOMBRE
                       MOVE "S" TO WS-DEPTO-VALIDO
               END-READ
           END-IF.
       CAPTURAR-DIA.
           DISPLAY "HORAS DEL DIA " WS-DIA " (NN.NN) :".
           ACCEPT WS-HORAS-ENTRADA.
           COMPUTE WS-HORAS-DIA-TOTAL =
               WS-ACUM-DIA (WS-DIA) + WS-HORAS-ENTRADA.
           IF WS-HORAS-DIA-TOTAL > 24
               DISPLAY "MAS DE 24 HORAS EN UN DIA, CONFIRMA? (S/N) :"
               ACCEPT GUARDA-ENTER
               IF GUARDA-ENTER = "S" OR GUARDA-ENTER = "s"
           END-IF.
       ACEPTAR-DIA.
           MOVE WS-HORAS-ENTRADA TO WS-HORAS-DEL-DIA (WS-DIA).
           ADD WS-HORAS-ENTRADA TO WS-HORAS-LINEA.
           IF WS-HORAS-ENTRADA > ZERO
               PERFORM REVISAR-FERIADO
           END-IF.
           MOVE WS-SEMANA-FIN TO HORAS-SEMANA-FIN.
           MOVE 1 TO WS-DIA.
           PERFORM MOVER-DIA UNTIL WS-DIA > 7.
           MOVE WS-HORAS-LINEA TO HORAS-TOTAL.
           MOVE WS-HORAS-FERIADO TO HORAS-FERIADO.
           MOVE "P" TO HORAS-APROBACION.
           MOVE WS-DEPTO-LINEA TO HORAS-DEPTO.
           WRITE HORAS-REGISTRO.
           ADD WS-HORAS-LINEA TO WS-HORAS-SEMANA.
           ADD 1 TO WS-CONTADOR-CAPTURAS.
           DISPLAY "LINEA GRABADA EN HORAS.DAT.".
       MOVER-DIA.
           MOVE WS-HORAS-DEL-DIA (WS-DIA) TO HORAS-DIA (WS-DIA).
           ADD WS-HORAS-DEL-DIA (WS-DIA) TO WS-ACUM-DIA (WS-DIA).
           ADD 1 TO WS-DIA.
       ABRIR-ARCHIVOS.
           OPEN I-O EMPLEADOS-ARCHIVO.
               CLOSE FERIADOS-ARCHIVO
               OPEN I-O FERIADOS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
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
           OPEN INPUT CERTIF-EMPLEADO-ARCHIVO.
           IF WS-FILE-STATUS-ECR = "35"
               OPEN OUTPUT CERTIF-EMPLEADO-ARCHIVO
               CLOSE CERTIF-EMPLEADO-ARCHIVO
               OPEN INPUT CERTIF-EMPLEADO-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           DISPLAY "LINEAS CAPTURADAS: " WS-CONTADOR-CAPTURAS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE HORAS-ARCHIVO.
           IF WS-CONTADOR-CAPTURAS > ZERO
               PERFORM GRABAR-TRAILER-HORAS
           END-IF.
           CLOSE FERIADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE CERTIFICACIONES-ARCHIVO.
           CLOSE EXIGIDAS-ARCHIVO.
           CLOSE CERTIF-EMPLEADO-ARCHIVO.
           GOBACK.
      * EL TRAILER SE RECALCULA SOBRE TODO EL ARCHIVO AL SALIR DE
      * LA SESION (CUENTA, HASH DE IDS, TOTAL DE HORAS); NOMINA-LOTE

      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Supervisor review of the pending vacation requests in
      *          solvac.dat, the same way aprnoved.cbl reviews the
      *          one-off earnings: for a requested department it shows
      *          each pending request with the employee name from
      *          emp.dat and the vacac.dat balance, and lets a rol-S
      *          operator approve or reject it. Approval checks again
      *          that the balance covers the days and that the
      *          department limit of people out at once (VAC-MAX-
      *          AUSENTES / VAC-MAX-DEP-xxx of parametros.dat) still
      *          holds against the approved requests; otherwise the
      *          request stays pending. The approver and the date are
      *          stamped on the row, and the daily licaplica.cbl run
      *          opens the leave on the first day.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-VACACIONES.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL SOLICITUDES-ARCHIVO
       ASSIGN TO "solvac.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SOL-CLAVE
       FILE STATUS IS WS-FILE-STATUS-SOL.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL VACACIONES-ARCHIVO
       ASSIGN TO "vacac.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VAC-ID
       FILE STATUS IS WS-FILE-STATUS-VAC.

       SELECT OPTIONAL FERIADOS-ARCHIVO
       ASSIGN TO "feriados.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FER-FECHA
       FILE STATUS IS WS-FILE-STATUS-FER.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "operadores.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-OPER.

       DATA DIVISION.
       FILE SECTION.
      * SOLICITUDES DE VACACIONES
       FD SOLICITUDES-ARCHIVO.
           COPY SOLREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * LEDGER DE VACACIONES
       FD VACACIONES-ARCHIVO.
           COPY VACREG.
      * CALENDARIO DE FERIADOS DE LA EMPRESA
       FD FERIADOS-ARCHIVO.
           COPY FERREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * ARCHIVO DE PERFILES DE OPERADOR
       FD OPERADORES-ARCHIVO.
           COPY OPERREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-SOL PIC X(2).
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FILE-STATUS-FER PIC X(2).
       01  WS-FILE-STATUS-OPER PIC X(2).
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-ES-SUPERVISOR PIC X.
           88 ES-SUPERVISOR VALUE "S".
       01  FIN-DE-OPERADORES PIC X.
           88 FIN-OPERADORES VALUE "S".
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-DEPTO-PEDIDO PIC X(3).
       01  WS-DECISION PIC X.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-SOL-GUARDADA PIC X(55).
       01  WS-GUARDADA-REDEF REDEFINES WS-SOL-GUARDADA.
           05 GUA-ID PIC X(6).
           05 GUA-DESDE PIC 9(8).
           05 GUA-HASTA PIC 9(8).
           05 FILLER PIC X(33).
       01  WS-CAMBIADAS PIC 9(4).
      * CLAVES DE LAS SOLICITUDES PENDIENTES DEL DEPARTAMENTO.
       01  WS-PEN-USADAS PIC 9(3).
       01  WS-PEN-IX PIC 9(3).
       01  WS-TABLA-PENDIENTES.
           05 WS-PEN-ENTRADA OCCURS 200 TIMES.
               10 PEN-CLAVE PIC X(14).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
       01  WS-Z-ANIO PIC 9(4).
       01  WS-Z-MES PIC 9(2).
       01  WS-Z-J PIC 9(2).
       01  WS-Z-K PIC 9(2).
       01  WS-Z-SUMA PIC 9(5).
       01  WS-Z-T-MES PIC 9(3).
       01  WS-Z-T-K PIC 9(2).
       01  WS-Z-T-J PIC 9(2).
       01  WS-Z-T-SIGLO PIC 9(3).
       01  WS-Z-H PIC 9.
       01  WS-DIAS-CORRIDOS PIC 9(3).
       01  WS-COMPROMETIDO PIC 9(3)V99.
       01  WS-SALDO PIC S9(3)V99.
       01  WS-SALDO-EDIT PIC -ZZ9.99.
       01  WS-CUMPLE PIC X.
           88 CUMPLE VALUE "S".
      * LIMITE DE AUSENTES A LA VEZ POR DEPARTAMENTO.
       01  WS-PARAM-MAX-AUSENTES PIC 9(3) VALUE 2.
       01  WS-PARAM-MAX-DEPTO PIC 9(3).
       01  WS-HAY-MAX-DEPTO PIC X.
           88 HAY-MAX-DEPTO VALUE "S".
       01  WS-CLAVE-DEPTO PIC X(20).
       01  WS-MAX-DEPTO PIC 9(3).
      * SOLICITUDES APROBADAS DE OTROS EMPLEADOS DEL DEPARTAMENTO QUE
      * SE SUPERPONEN CON LA REVISADA.
       01  WS-OT-USADAS PIC 9(3).
       01  WS-OT-IX PIC 9(3).
       01  WS-TABLA-OTRAS.
           05 WS-OT-ENTRADA OCCURS 300 TIMES.
               10 OT-DESDE PIC 9(8).
               10 OT-HASTA PIC 9(8).
       01  WS-EN-DIA PIC 9(3).
       01  WS-PICO PIC 9(3).
       01  WS-FECHA-PICO PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APROBACION DE SOLICITUDES DE VACACIONES (SOLO "
               "SUPERVISOR)".
           DISPLAY "INGRESE ID DE OPERADOR :".
           ACCEPT WS-OPERADOR-ID.
           PERFORM VERIFICAR-SUPERVISOR.
           IF NOT ES-SUPERVISOR
               DISPLAY "SOLO UN OPERADOR CON ROL S PUEDE APROBAR "
                   "VACACIONES."
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "DEPARTAMENTO A REVISAR (XXX, FIN=SALE) :".
           ACCEPT WS-DEPTO-PEDIDO.
           IF WS-DEPTO-PEDIDO = "FIN" OR WS-DEPTO-PEDIDO = "fin"
               PERFORM RUTINA-SALIDA
           END-IF.
           PERFORM CARGAR-PENDIENTES.
           IF WS-PEN-USADAS = ZERO
               DISPLAY "SIN SOLICITUDES PENDIENTES DE ESE "
                   "DEPARTAMENTO."
           ELSE
               MOVE ZERO TO WS-CAMBIADAS
               MOVE 1 TO WS-PEN-IX
               PERFORM REVISAR-PENDIENTE
                   UNTIL WS-PEN-IX > WS-PEN-USADAS
               DISPLAY "SOLICITUDES DECIDIDAS: " WS-CAMBIADAS
                   ", SOLVAC.DAT ACTUALIZADO."
           END-IF.
           PERFORM RUTINA1.
      * SE JUNTAN PRIMERO LAS CLAVES: LA REVISION DE CADA UNA VUELVE A
      * RECORRER EL ARCHIVO PARA EL LIMITE DEL DEPARTAMENTO.
       CARGAR-PENDIENTES.
           MOVE ZERO TO WS-PEN-USADAS.
           PERFORM POSICIONAR-SOLICITUDES.
           PERFORM JUNTAR-PENDIENTE UNTIL FIN-LISTA.
       POSICIONAR-SOLICITUDES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO SOL-CLAVE.
           START SOLICITUDES-ARCHIVO
               KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-SOLICITUD
           END-IF.
       LEER-SOLICITUD.
           READ SOLICITUDES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       JUNTAR-PENDIENTE.
           IF SOL-PENDIENTE AND SOL-DEPTO = WS-DEPTO-PEDIDO
               IF WS-PEN-USADAS < 200
                   ADD 1 TO WS-PEN-USADAS
                   MOVE SOL-CLAVE TO PEN-CLAVE (WS-PEN-USADAS)
               ELSE
                   DISPLAY "MAS DE 200 PENDIENTES, EL RESTO EN LA "
                       "PROXIMA REVISION."
                   MOVE "S" TO WS-FIN-LISTA
               END-IF
           END-IF.
           IF NOT FIN-LISTA
               PERFORM LEER-SOLICITUD
           END-IF.
       REVISAR-PENDIENTE.
           MOVE PEN-CLAVE (WS-PEN-IX) TO SOL-CLAVE.
           READ SOLICITUDES-ARCHIVO
               INVALID KEY
                   DISPLAY "LA SOLICITUD " SOL-ID " " SOL-FECHA-DESDE
                       " YA NO EXISTE."
               NOT INVALID KEY
                   IF SOL-PENDIENTE
                       PERFORM DECIDIR-SOLICITUD
                   END-IF
           END-READ.
           ADD 1 TO WS-PEN-IX.
       DECIDIR-SOLICITUD.
           MOVE SOL-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO EMPLEADOS-NOMBRE
                   MOVE SPACES TO EMPLEADOS-APELLIDOS
           END-READ.
           MOVE SOLICITUD-VACACION-REGISTRO TO WS-SOL-GUARDADA.
           PERFORM VERIFICAR-SOLICITUD.
           MOVE WS-SOL-GUARDADA TO SOLICITUD-VACACION-REGISTRO.
           DISPLAY "  " SOL-ID " " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           DISPLAY "    DESDE " SOL-FECHA-DESDE " HASTA "
               SOL-FECHA-HASTA " DIAS HABILES " SOL-DIAS-HABILES
               " SALDO " WS-SALDO-EDIT " PEDIDA EL "
               SOL-FECHA-PEDIDO.
           DISPLAY "    MAXIMO DE AUSENTES YA APROBADOS EN UN DIA: "
               WS-PICO " (LIMITE " WS-MAX-DEPTO ", 0=SIN LIMITE)".
           IF SOL-FECHA-DESDE NOT > WS-FECHA-HOY
               DISPLAY "    *** EL PRIMER DIA YA PASO: SI SE APRUEBA, "
                   "LA LICENCIA SE ABRE EN LA PROXIMA CORRIDA. ***"
           END-IF.
           DISPLAY "A=APROBAR / R=RECHAZAR / 9=DEJAR PENDIENTE :".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
           WHEN "A"
           WHEN "a"
               IF CUMPLE
                   SET SOL-APROBADA TO TRUE
                   PERFORM MARCAR-SOLICITUD
               ELSE
                   DISPLAY "NO SE PUEDE APROBAR, QUEDA PENDIENTE."
               END-IF
           WHEN "R"
           WHEN "r"
               SET SOL-RECHAZADA TO TRUE
               PERFORM MARCAR-SOLICITUD
           WHEN OTHER
               DISPLAY "QUEDA PENDIENTE."
           END-EVALUATE.
       MARCAR-SOLICITUD.
           MOVE WS-OPERADOR-ID TO SOL-APROBADOR.
           MOVE WS-FECHA-HOY TO SOL-FECHA-DECISION.
           REWRITE SOLICITUD-VACACION-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR LA SOLICITUD DE " SOL-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CAMBIADAS
           END-REWRITE.
      * PARA APROBAR, EL SALDO DEBE CUBRIR LOS DIAS NETO DE LAS OTRAS
      * SOLICITUDES APROBADAS DEL EMPLEADO, Y NINGUN DIA HABIL DEL
      * PERIODO PUEDE LLEGAR AL LIMITE CON LAS APROBADAS DEL DEPTO.
       VERIFICAR-SOLICITUD.
           MOVE "S" TO WS-CUMPLE.
           PERFORM BUSCAR-LIMITE-DEPTO.
           PERFORM CARGAR-APROBADAS.
           MOVE WS-SOL-GUARDADA TO SOLICITUD-VACACION-REGISTRO.
           MOVE SOL-ID TO VAC-ID.
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   MOVE ZERO TO VAC-DIAS-ACREDITADOS
                   MOVE ZERO TO VAC-DIAS-TOMADOS
           END-READ.
           COMPUTE WS-SALDO = VAC-DIAS-ACREDITADOS - VAC-DIAS-TOMADOS
               - WS-COMPROMETIDO.
           IF SOL-DIAS-HABILES > WS-SALDO
               DISPLAY "    *** SALDO DE VACACIONES INSUFICIENTE. ***"
               MOVE "N" TO WS-CUMPLE
           END-IF.
           PERFORM RECORRER-DIAS.
           IF WS-MAX-DEPTO > ZERO
               IF WS-PICO NOT < WS-MAX-DEPTO
                   DISPLAY "    *** EL " WS-FECHA-PICO " YA HAY "
                       WS-PICO " AUSENTES APROBADOS EN EL DEPTO. ***"
                   MOVE "N" TO WS-CUMPLE
               END-IF
           END-IF.
       CARGAR-APROBADAS.
           MOVE ZERO TO WS-COMPROMETIDO.
           MOVE ZERO TO WS-OT-USADAS.
           PERFORM POSICIONAR-SOLICITUDES.
           PERFORM TOMAR-APROBADA UNTIL FIN-LISTA.
       TOMAR-APROBADA.
           IF SOL-APROBADA OR SOL-APLICADA
               IF SOL-ID = GUA-ID
                   IF SOL-APROBADA
                       ADD SOL-DIAS-HABILES TO WS-COMPROMETIDO
                   END-IF
               ELSE
                   IF SOL-DEPTO = WS-DEPTO-PEDIDO
                      AND SOL-FECHA-DESDE NOT > GUA-HASTA
                      AND SOL-FECHA-HASTA NOT < GUA-DESDE
                      AND WS-OT-USADAS < 300
                       ADD 1 TO WS-OT-USADAS
                       MOVE SOL-FECHA-DESDE TO OT-DESDE (WS-OT-USADAS)
                       MOVE SOL-FECHA-HASTA TO OT-HASTA (WS-OT-USADAS)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-SOLICITUD.
       RECORRER-DIAS.
           MOVE ZERO TO WS-DIAS-CORRIDOS.
           MOVE ZERO TO WS-PICO.
           MOVE ZERO TO WS-FECHA-PICO.
           MOVE SOL-FECHA-DESDE TO WS-FECHA-TRABAJO.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM REVISAR-DIA
               UNTIL WS-FECHA-TRABAJO > SOL-FECHA-HASTA
                  OR WS-DIAS-CORRIDOS > 366.
      * SABADO, DOMINGO Y FERIADO NO CUENTAN COMO DIA DE VACACIONES.
       REVISAR-DIA.
           IF WS-Z-H < 6
               MOVE WS-FECHA-TRABAJO TO FER-FECHA
               READ FERIADOS-ARCHIVO
                   INVALID KEY
                       PERFORM CONTAR-AUSENTES-DIA
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           PERFORM SUMAR-UN-DIA.
           ADD 1 TO WS-DIAS-CORRIDOS.
           IF WS-Z-H = 7
               MOVE 1 TO WS-Z-H
           ELSE
               ADD 1 TO WS-Z-H
           END-IF.
       CONTAR-AUSENTES-DIA.
           MOVE ZERO TO WS-EN-DIA.
           MOVE 1 TO WS-OT-IX.
           PERFORM CONTAR-AUSENTE UNTIL WS-OT-IX > WS-OT-USADAS.
           IF WS-EN-DIA > WS-PICO
               MOVE WS-EN-DIA TO WS-PICO
               MOVE WS-FECHA-TRABAJO TO WS-FECHA-PICO
           END-IF.
       CONTAR-AUSENTE.
           IF OT-DESDE (WS-OT-IX) NOT > WS-FECHA-TRABAJO
              AND OT-HASTA (WS-OT-IX) NOT < WS-FECHA-TRABAJO
               ADD 1 TO WS-EN-DIA
           END-IF.
           ADD 1 TO WS-OT-IX.
      * EL LIMITE DEL DEPARTAMENTO (VAC-MAX-DEP-XXX) MANDA SOBRE EL
      * GENERAL (VAC-MAX-AUSENTES); CERO ES SIN LIMITE.
       BUSCAR-LIMITE-DEPTO.
           MOVE 2 TO WS-PARAM-MAX-AUSENTES.
           MOVE "N" TO WS-HAY-MAX-DEPTO.
           MOVE SPACES TO WS-CLAVE-DEPTO.
           STRING "VAC-MAX-DEP-" DELIMITED BY SIZE
               WS-DEPTO-PEDIDO DELIMITED BY SIZE
               INTO WS-CLAVE-DEPTO
           END-STRING.
           PERFORM LEER-PARAMETROS.
           IF HAY-MAX-DEPTO
               MOVE WS-PARAM-MAX-DEPTO TO WS-MAX-DEPTO
           ELSE
               MOVE WS-PARAM-MAX-AUSENTES TO WS-MAX-DEPTO
           END-IF.
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
           WHEN "VAC-MAX-AUSENTES"
               MOVE PARAM-VALOR TO WS-PARAM-MAX-AUSENTES
           WHEN WS-CLAVE-DEPTO
               MOVE PARAM-VALOR TO WS-PARAM-MAX-DEPTO
               MOVE "S" TO WS-HAY-MAX-DEPTO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
      * ZELLER: H = (D + 13(M+1)/5 + K + K/4 + J/4 + 5J) MOD 7, CON
      * ENERO Y FEBRERO COMO MESES 13 Y 14 DEL ANIO ANTERIOR; H=0 ES
      * SABADO. SE PASA A 1=LUNES ... 7=DOMINGO.
       CALCULAR-DIA-SEMANA.
           MOVE WS-TRA-AAAA TO WS-Z-ANIO.
           MOVE WS-TRA-MM TO WS-Z-MES.
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANIO
           END-IF.
           DIVIDE WS-Z-ANIO BY 100 GIVING WS-Z-J REMAINDER WS-Z-K.
      * CADA COCIENTE DE LA FORMULA SE TRUNCA POR SEPARADO.
           COMPUTE WS-Z-T-MES = 13 * (WS-Z-MES + 1).
           DIVIDE WS-Z-T-MES BY 5 GIVING WS-Z-T-MES.
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-T-K.
           DIVIDE WS-Z-J BY 4 GIVING WS-Z-T-J.
           MULTIPLY WS-Z-J BY 5 GIVING WS-Z-T-SIGLO.
           MOVE WS-TRA-DD TO WS-Z-SUMA.
           ADD WS-Z-T-MES WS-Z-K WS-Z-T-K WS-Z-T-J WS-Z-T-SIGLO
               TO WS-Z-SUMA.
           DIVIDE WS-Z-SUMA BY 7 GIVING WS-COCIENTE
               REMAINDER WS-Z-H.
           ADD 5 TO WS-Z-H.
           IF WS-Z-H > 6
               SUBTRACT 7 FROM WS-Z-H
           END-IF.
           ADD 1 TO WS-Z-H.
       SUMAR-UN-DIA.
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
       ABRIR-ARCHIVOS.
           OPEN I-O SOLICITUDES-ARCHIVO.
           IF WS-FILE-STATUS-SOL = "35"
               OPEN OUTPUT SOLICITUDES-ARCHIVO
               CLOSE SOLICITUDES-ARCHIVO
               OPEN I-O SOLICITUDES-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT VACACIONES-ARCHIVO.
           IF WS-FILE-STATUS-VAC = "35"
               OPEN OUTPUT VACACIONES-ARCHIVO
               CLOSE VACACIONES-ARCHIVO
               OPEN INPUT VACACIONES-ARCHIVO
           END-IF.
           OPEN INPUT FERIADOS-ARCHIVO.
           IF WS-FILE-STATUS-FER = "35"
               OPEN OUTPUT FERIADOS-ARCHIVO
               CLOSE FERIADOS-ARCHIVO
               OPEN INPUT FERIADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE SOLICITUDES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE VACACIONES-ARCHIVO.
           CLOSE FERIADOS-ARCHIVO.
           GOBACK.
       END PROGRAM APRUEBA-VACACIONES.

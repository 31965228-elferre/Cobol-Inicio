      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Vacation request screen over solvac.dat. Keys the
      *          employee id and the first and last vacation day,
      *          counts the working days (Monday to Friday, feriados.dat
      *          holidays left out), and refuses the request when the
      *          vacac.dat balance, net of the days already requested
      *          and not yet taken, does not cover it, or when on any
      *          of those days the department would have more people
      *          out at once than VAC-MAX-AUSENTES of parametros.dat
      *          (VAC-MAX-DEP-xxx overrides it for department xxx, 0 =
      *          no limit; pending requests hold their place). An
      *          accepted request waits pendiente for the supervisor in
      *          aprvac.cbl; a pending or approved request can be
      *          annulled here until the daily run opens the leave.
      *          Patterned on the novedades.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITUD-VACACIONES.
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
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-SOL PIC X(2).
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FILE-STATUS-FER PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-OPCION PIC 9.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
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
       01  WS-ESTADO-TEXTO PIC X(9).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-FECHA-VALIDA PIC X.
           88 FECHA-VALIDA VALUE "S".
       01  WS-SUPERPUESTA PIC X.
           88 SUPERPUESTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-DIAS-CORRIDOS PIC 9(3).
       01  WS-DIAS-HABILES PIC 9(3).
       01  WS-COMPROMETIDO PIC 9(3)V99.
       01  WS-SALDO PIC S9(3)V99.
       01  WS-SALDO-EDIT PIC -ZZ9.99.
      * LIMITE DE AUSENTES A LA VEZ POR DEPARTAMENTO.
       01  WS-PARAM-MAX-AUSENTES PIC 9(3) VALUE 2.
       01  WS-PARAM-MAX-DEPTO PIC 9(3).
       01  WS-HAY-MAX-DEPTO PIC X.
           88 HAY-MAX-DEPTO VALUE "S".
       01  WS-CLAVE-DEPTO PIC X(20).
       01  WS-MAX-DEPTO PIC 9(3).
      * SOLICITUDES DE OTROS EMPLEADOS DEL DEPARTAMENTO QUE SE
      * SUPERPONEN CON LA PEDIDA.
       01  WS-OT-USADAS PIC 9(3).
       01  WS-OT-IX PIC 9(3).
       01  WS-TABLA-OTRAS.
           05 WS-OT-ENTRADA OCCURS 300 TIMES.
               10 OT-DESDE PIC 9(8).
               10 OT-HASTA PIC 9(8).
       01  WS-EN-DIA PIC 9(3).
       01  WS-PICO PIC 9(3).
       01  WS-FECHA-PICO PIC 9(8).
       01  WS-CONTADOR-CAPTURAS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE ZERO TO WS-CONTADOR-CAPTURAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "INGRESE ID DE EMPLEADO (000000=SALE) :".
           ACCEPT WS-ID-BUSQUEDA.
           INSPECT WS-ID-BUSQUEDA REPLACING LEADING SPACE BY ZERO.
           IF WS-ID-BUSQUEDA = ZEROS
               PERFORM RUTINA-SALIDA
           END-IF.
           MOVE WS-ID-BUSQUEDA TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE EMPLEADO CON ESE ID."
               NOT INVALID KEY
                   IF EMPLEADOS-TERMINADO
                       DISPLAY "EMPLEADO DADO DE BAJA, NO SE "
                           "CAPTURAN SOLICITUDES."
                   ELSE
                       PERFORM MANTENER-SOLICITUDES
                   END-IF
           END-READ.
           PERFORM RUTINA1.
       MANTENER-SOLICITUDES.
           DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS " DEPTO " EMPLEADOS-DEPTO.
           PERFORM LISTAR-SOLICITUDES.
           MOVE ZERO TO WS-FECHA-DESDE.
           MOVE ZERO TO WS-FECHA-HASTA.
           PERFORM CARGAR-OTRAS-SOLICITUDES.
           PERFORM CALCULAR-SALDO.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           DISPLAY "SALDO DISPONIBLE (NETO DE SOLICITUDES PENDIENTES "
               "Y APROBADAS): " WS-SALDO-EDIT " DIAS".
           DISPLAY "1=NUEVA SOLICITUD / 2=ANULAR / 9=SALE SIN "
               "CAMBIOS :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ALTA-SOLICITUD
           WHEN 2
               PERFORM ANULAR-SOLICITUD
           WHEN 9
               DISPLAY "SIN CAMBIOS."
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       LISTAR-SOLICITUDES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE WS-ID-BUSQUEDA TO SOL-ID.
           MOVE ZERO TO SOL-FECHA-DESDE.
           START SOLICITUDES-ARCHIVO
               KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-SOLICITUD
           END-IF.
           PERFORM LISTAR-SOLICITUD UNTIL FIN-LISTA.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN SOLICITUDES DE VACACIONES."
           END-IF.
       LEER-SOLICITUD.
           READ SOLICITUDES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-SOLICITUD.
           IF SOL-ID NOT = WS-ID-BUSQUEDA
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "  DESDE " SOL-FECHA-DESDE " HASTA "
                   SOL-FECHA-HASTA " DIAS HABILES " SOL-DIAS-HABILES
                   " " WS-ESTADO-TEXTO
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-SOLICITUD
           END-IF.
       DESCRIBIR-ESTADO.
           EVALUATE TRUE
           WHEN SOL-PENDIENTE
               MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
           WHEN SOL-APROBADA
               MOVE "APROBADA" TO WS-ESTADO-TEXTO
           WHEN SOL-RECHAZADA
               MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
           WHEN SOL-APLICADA
               MOVE "APLICADA" TO WS-ESTADO-TEXTO
           WHEN SOL-ANULADA
               MOVE "ANULADA" TO WS-ESTADO-TEXTO
           WHEN OTHER
               MOVE "?" TO WS-ESTADO-TEXTO
           END-EVALUATE.
      * EL SALDO ES EL DEL LEDGER MENOS LOS DIAS YA PEDIDOS QUE
      * TODAVIA NO SE TOMARON (PENDIENTES Y APROBADAS).
       CALCULAR-SALDO.
           MOVE WS-ID-BUSQUEDA TO VAC-ID.
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   MOVE ZERO TO VAC-DIAS-ACREDITADOS
                   MOVE ZERO TO VAC-DIAS-TOMADOS
           END-READ.
           COMPUTE WS-SALDO = VAC-DIAS-ACREDITADOS - VAC-DIAS-TOMADOS
               - WS-COMPROMETIDO.
       ALTA-SOLICITUD.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "PRIMER DIA DE VACACIONES (AAAAMMDD) :".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "ULTIMO DIA DE VACACIONES (AAAAMMDD) :".
           ACCEPT WS-FECHA-HASTA.
           MOVE WS-FECHA-DESDE TO WS-FECHA-TRABAJO.
           PERFORM VALIDAR-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "PRIMER DIA INVALIDO."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           MOVE WS-FECHA-HASTA TO WS-FECHA-TRABAJO.
           PERFORM VALIDAR-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "ULTIMO DIA INVALIDO."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS
               IF WS-FECHA-DESDE NOT > WS-FECHA-HOY
                   DISPLAY "LAS VACACIONES SE PIDEN CON ANTICIPACION: "
                       "EL PRIMER DIA DEBE SER POSTERIOR A HOY."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF WS-FECHA-HASTA < WS-FECHA-DESDE
                   DISPLAY "EL ULTIMO DIA ES ANTERIOR AL PRIMERO."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               PERFORM EVALUAR-SOLICITUD
           END-IF.
           IF DATOS-VALIDOS
               PERFORM GRABAR-SOLICITUD
           ELSE
               DISPLAY "SOLICITUD NO GRABADA."
           END-IF.
      * SE RECORREN LOS DIAS PEDIDOS: CADA DIA HABIL SUMA UNO Y SE
      * CUENTA CUANTOS OTROS DEL DEPARTAMENTO YA ESTAN FUERA ESE DIA.
       EVALUAR-SOLICITUD.
           PERFORM CARGAR-OTRAS-SOLICITUDES.
           IF SUPERPUESTA
               DISPLAY "EL EMPLEADO YA TIENE UNA SOLICITUD PARA "
                   "ALGUNO DE ESOS DIAS."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           PERFORM BUSCAR-LIMITE-DEPTO.
           PERFORM RECORRER-DIAS.
           IF WS-DIAS-CORRIDOS > 366
               DISPLAY "LA SOLICITUD NO PUEDE PASAR DE UN ANIO."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-DIAS-HABILES = ZERO
               DISPLAY "EL PERIODO NO TIENE DIAS HABILES."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           PERFORM CALCULAR-SALDO.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           DISPLAY "DIAS HABILES PEDIDOS: " WS-DIAS-HABILES
               ", SALDO DISPONIBLE: " WS-SALDO-EDIT.
           IF WS-DIAS-HABILES > WS-SALDO
               DISPLAY "SALDO DE VACACIONES INSUFICIENTE."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-MAX-DEPTO > ZERO
               IF WS-PICO NOT < WS-MAX-DEPTO
                   DISPLAY "EL " WS-FECHA-PICO " YA HAY " WS-PICO
                       " DEL DEPTO " EMPLEADOS-DEPTO " AUSENTES "
                       "(MAXIMO " WS-MAX-DEPTO ")."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
      * SE TOMAN LAS SOLICITUDES VIVAS (PENDIENTES, APROBADAS O
      * APLICADAS): LAS PROPIAS PARA EL SALDO Y LA SUPERPOSICION, LAS
      * DEL MISMO DEPARTAMENTO QUE CRUZAN EL PERIODO PARA EL LIMITE.
       CARGAR-OTRAS-SOLICITUDES.
           MOVE "N" TO WS-SUPERPUESTA.
           MOVE ZERO TO WS-COMPROMETIDO.
           MOVE ZERO TO WS-OT-USADAS.
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
           PERFORM TOMAR-SOLICITUD UNTIL FIN-LISTA.
       TOMAR-SOLICITUD.
           IF SOL-PENDIENTE OR SOL-APROBADA OR SOL-APLICADA
               IF SOL-ID = WS-ID-BUSQUEDA
                   IF NOT SOL-APLICADA
                       ADD SOL-DIAS-HABILES TO WS-COMPROMETIDO
                   END-IF
                   IF SOL-FECHA-DESDE NOT > WS-FECHA-HASTA
                      AND SOL-FECHA-HASTA NOT < WS-FECHA-DESDE
                       MOVE "S" TO WS-SUPERPUESTA
                   END-IF
               ELSE
                   IF SOL-DEPTO = EMPLEADOS-DEPTO
                      AND SOL-FECHA-DESDE NOT > WS-FECHA-HASTA
                      AND SOL-FECHA-HASTA NOT < WS-FECHA-DESDE
                      AND WS-OT-USADAS < 300
                       ADD 1 TO WS-OT-USADAS
                       MOVE SOL-FECHA-DESDE TO OT-DESDE (WS-OT-USADAS)
                       MOVE SOL-FECHA-HASTA TO OT-HASTA (WS-OT-USADAS)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-SOLICITUD.
       RECORRER-DIAS.
           MOVE ZERO TO WS-DIAS-HABILES.
           MOVE ZERO TO WS-DIAS-CORRIDOS.
           MOVE ZERO TO WS-PICO.
           MOVE ZERO TO WS-FECHA-PICO.
           MOVE WS-FECHA-DESDE TO WS-FECHA-TRABAJO.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM REVISAR-DIA
               UNTIL WS-FECHA-TRABAJO > WS-FECHA-HASTA
                  OR WS-DIAS-CORRIDOS > 366.
      * SABADO, DOMINGO Y FERIADO NO CUENTAN COMO DIA DE VACACIONES.
       REVISAR-DIA.
           IF WS-Z-H < 6
               MOVE WS-FECHA-TRABAJO TO FER-FECHA
               READ FERIADOS-ARCHIVO
                   INVALID KEY
                       ADD 1 TO WS-DIAS-HABILES
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
               EMPLEADOS-DEPTO DELIMITED BY SIZE
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
       GRABAR-SOLICITUD.
           MOVE WS-ID-BUSQUEDA TO SOL-ID.
           MOVE WS-FECHA-DESDE TO SOL-FECHA-DESDE.
           MOVE WS-FECHA-HASTA TO SOL-FECHA-HASTA.
           MOVE WS-DIAS-HABILES TO SOL-DIAS-HABILES.
           MOVE EMPLEADOS-DEPTO TO SOL-DEPTO.
           SET SOL-PENDIENTE TO TRUE.
           MOVE WS-FECHA-HOY TO SOL-FECHA-PEDIDO.
           MOVE SPACES TO SOL-APROBADOR.
           MOVE ZERO TO SOL-FECHA-DECISION.
           WRITE SOLICITUD-VACACION-REGISTRO
               INVALID KEY
                   DISPLAY "YA EXISTE UNA SOLICITUD QUE EMPIEZA ESE "
                       "DIA."
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CAPTURAS
                   DISPLAY "SOLICITUD GRABADA, PENDIENTE DE "
                       "APROBACION DEL SUPERVISOR."
           END-WRITE.
      * UNA SOLICITUD YA APLICADA ES UNA LICENCIA ABIERTA: SE
      * MANEJA DESDE BAJA-EMPLEADOS.
       ANULAR-SOLICITUD.
           DISPLAY "PRIMER DIA DE LA SOLICITUD A ANULAR (AAAAMMDD) :".
           ACCEPT WS-FECHA-DESDE.
           MOVE WS-ID-BUSQUEDA TO SOL-ID.
           MOVE WS-FECHA-DESDE TO SOL-FECHA-DESDE.
           READ SOLICITUDES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESA SOLICITUD."
               NOT INVALID KEY
                   IF SOL-PENDIENTE OR SOL-APROBADA
                       SET SOL-ANULADA TO TRUE
                       REWRITE SOLICITUD-VACACION-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL ANULAR LA "
                                   "SOLICITUD."
                           NOT INVALID KEY
                               DISPLAY "SOLICITUD ANULADA."
                       END-REWRITE
                   ELSE
                       PERFORM DESCRIBIR-ESTADO
                       DISPLAY "LA SOLICITUD ESTA " WS-ESTADO-TEXTO
                           ", NO SE PUEDE ANULAR."
                   END-IF
           END-READ.
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
           DISPLAY "SOLICITUDES GRABADAS: " WS-CONTADOR-CAPTURAS.
           GOBACK.
       END PROGRAM SOLICITUD-VACACIONES.

      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Yearly vacation calendar per department from the
      *          solvac.dat vacation requests. For a requested year and
      *          department (blank = every department) it prints, month
      *          by month, one line per employee with a vacation in the
      *          month: V = approved or already taken, P = pending
      *          approval, . = working day, F = feriados.dat holiday,
      *          blank = weekend. Under each month a line counts the
      *          approved people out per working day and marks the
      *          days over the department limit of parametros.dat
      *          (VAC-MAX-AUSENTES / VAC-MAX-DEP-xxx). Rejected and
      *          annulled requests are left out. Printed to calvac.rpt
      *          and registered in the report archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO-VACACIONES.
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

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT OPTIONAL FERIADOS-ARCHIVO
       ASSIGN TO "feriados.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FER-FECHA
       FILE STATUS IS WS-FILE-STATUS-FER.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "calvac.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SOLICITUDES DE VACACIONES
       FD SOLICITUDES-ARCHIVO.
           COPY SOLREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * CALENDARIO DE FERIADOS DE LA EMPRESA
       FD FERIADOS-ARCHIVO.
           COPY FERREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * ARCHIVO DE IMPRESION DEL CALENDARIO
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-SOL PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FILE-STATUS-FER PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-ANIO PIC 9(4).
       01  WS-DEPTO-PEDIDO PIC X(3).
       01  WS-INICIO-ANIO PIC 9(8).
       01  WS-FIN-ANIO PIC 9(8).
       01  WS-MARCA-DESDE PIC 9(8).
       01  WS-MARCA-HASTA PIC 9(8).
       01  WS-MARCA PIC X.
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
       01  WS-LETRAS-DIAS PIC X(7) VALUE "LMMJVSD".
      * UNA FILA POR EMPLEADO CON SOLICITUDES EN EL ANIO: UN CARACTER
      * POR DIA DE CADA MES (V, P O BLANCO).
       01  WS-EC-USADOS PIC 9(3) VALUE ZERO.
       01  WS-EC-IX PIC 9(3).
       01  WS-EC-HALLADO PIC X.
           88 EC-HALLADO VALUE "S".
       01  WS-TABLA-CALENDARIO.
           05 WS-EC-ENTRADA OCCURS 300 TIMES.
               10 EC-ID PIC X(6).
               10 EC-DEPTO PIC X(3).
               10 EC-MES OCCURS 12 TIMES.
                   15 EC-DIA PIC X OCCURS 31 TIMES.
       01  WS-DESBORDES PIC 9(5) VALUE ZERO.
      * DEPARTAMENTOS CON SOLICITUDES, EN ORDEN DE CODIGO.
       01  WS-DL-USADOS PIC 99 VALUE ZERO.
       01  WS-DL-IX PIC 99.
       01  WS-DL-POS PIC 99.
       01  WS-TABLA-DEPTOS.
           05 WS-DL-ENTRADA OCCURS 50 TIMES.
               10 DL-DEPTO PIC X(3).
      * MES EN CURSO DE IMPRESION.
       01  WS-MES PIC 99.
       01  WS-DIA PIC 99.
       01  WS-TABLA-MES.
           05 WS-MES-DIA OCCURS 31 TIMES.
               10 MD-BASE PIC X.
               10 MD-LETRA PIC X.
               10 MD-CUENTA PIC 9(3).
       01  WS-EMPLEADOS-MES PIC 9(3).
       01  WS-HAY-EXCESO PIC X.
           88 HAY-EXCESO VALUE "S".
       01  WS-PARAM-MAX-AUSENTES PIC 9(3) VALUE 2.
       01  WS-PARAM-MAX-DEPTO PIC 9(3).
       01  WS-HAY-MAX-DEPTO PIC X.
           88 HAY-MAX-DEPTO VALUE "S".
       01  WS-CLAVE-DEPTO PIC X(20).
       01  WS-MAX-DEPTO PIC 9(3).
       01  WS-LINEA-DIAS PIC X(31).
       01  WS-LINEA-CALENDARIO.
           05 LC-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LC-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LC-DIAS PIC X(31).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "CALENDARIO-VACACIONES".
           05 ARC-REPORTE PIC X(20) VALUE "calvac.rpt".
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
           MOVE ZERO TO WS-EC-USADOS.
           MOVE ZERO TO WS-DL-USADOS.
           MOVE ZERO TO WS-DESBORDES.
           DISPLAY "CALENDARIO ANUAL DE VACACIONES".
           DISPLAY "ANIO DEL CALENDARIO (AAAA) :".
           ACCEPT WS-ANIO.
           IF WS-ANIO NOT NUMERIC OR WS-ANIO < 1900
               DISPLAY "ANIO INVALIDO, NO SE EMITE EL CALENDARIO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "DEPARTAMENTO (XXX, BLANCO=TODOS) :".
           ACCEPT WS-DEPTO-PEDIDO.
           COMPUTE WS-INICIO-ANIO = WS-ANIO * 10000 + 101.
           COMPUTE WS-FIN-ANIO = WS-ANIO * 10000 + 1231.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-SOLICITUDES.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CALENDARIO DE VACACIONES DEL ANIO " WS-ANIO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "V=APROBADA O TOMADA  P=PENDIENTE  .=HABIL  "
               & "F=FERIADO  BLANCO=FIN DE SEMANA" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-DL-USADOS = ZERO
               MOVE SPACES TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE "SIN SOLICITUDES DE VACACIONES EN EL ANIO."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           MOVE 1 TO WS-DL-IX.
           PERFORM IMPRIMIR-DEPTO UNTIL WS-DL-IX > WS-DL-USADOS.
           PERFORM RUTINA-SALIDA.
       CARGAR-SOLICITUDES.
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
       LEER-SOLICITUD.
           READ SOLICITUDES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       TOMAR-SOLICITUD.
           IF (SOL-PENDIENTE OR SOL-APROBADA OR SOL-APLICADA)
              AND SOL-FECHA-DESDE NOT > WS-FIN-ANIO
              AND SOL-FECHA-HASTA NOT < WS-INICIO-ANIO
              AND (WS-DEPTO-PEDIDO = SPACES
                   OR SOL-DEPTO = WS-DEPTO-PEDIDO)
               PERFORM BUSCAR-EMPLEADO-CAL
               IF EC-HALLADO
                   PERFORM MARCAR-SOLICITUD
               ELSE
                   ADD 1 TO WS-DESBORDES
               END-IF
           END-IF.
           PERFORM LEER-SOLICITUD.
      * EL ARCHIVO VA POR EMPLEADO, ASI QUE SU FILA ES LA ULTIMA
      * AGREGADA O UNA NUEVA.
       BUSCAR-EMPLEADO-CAL.
           MOVE "N" TO WS-EC-HALLADO.
           IF WS-EC-USADOS > ZERO
               IF EC-ID (WS-EC-USADOS) = SOL-ID
                   MOVE "S" TO WS-EC-HALLADO
               END-IF
           END-IF.
           IF NOT EC-HALLADO AND WS-EC-USADOS < 300
               ADD 1 TO WS-EC-USADOS
               MOVE SPACES TO WS-EC-ENTRADA (WS-EC-USADOS)
               MOVE SOL-ID TO EC-ID (WS-EC-USADOS)
               MOVE SOL-DEPTO TO EC-DEPTO (WS-EC-USADOS)
               MOVE "S" TO WS-EC-HALLADO
               PERFORM AGREGAR-DEPTO-LISTA
           END-IF.
           MOVE WS-EC-USADOS TO WS-EC-IX.
      * LA PARTE DE LA SOLICITUD DENTRO DEL ANIO; UNA PENDIENTE NO
      * TAPA UNA APROBADA EN EL MISMO DIA.
       MARCAR-SOLICITUD.
           IF SOL-PENDIENTE
               MOVE "P" TO WS-MARCA
           ELSE
               MOVE "V" TO WS-MARCA
           END-IF.
           IF SOL-FECHA-DESDE < WS-INICIO-ANIO
               MOVE WS-INICIO-ANIO TO WS-MARCA-DESDE
           ELSE
               MOVE SOL-FECHA-DESDE TO WS-MARCA-DESDE
           END-IF.
           IF SOL-FECHA-HASTA > WS-FIN-ANIO
               MOVE WS-FIN-ANIO TO WS-MARCA-HASTA
           ELSE
               MOVE SOL-FECHA-HASTA TO WS-MARCA-HASTA
           END-IF.
           MOVE WS-MARCA-DESDE TO WS-FECHA-TRABAJO.
           PERFORM MARCAR-DIA UNTIL WS-FECHA-TRABAJO > WS-MARCA-HASTA.
       MARCAR-DIA.
           IF EC-DIA (WS-EC-IX, WS-TRA-MM, WS-TRA-DD) NOT = "V"
               MOVE WS-MARCA TO EC-DIA (WS-EC-IX, WS-TRA-MM, WS-TRA-DD)
           END-IF.
           PERFORM SUMAR-UN-DIA.
      * LA LISTA DE DEPARTAMENTOS SE MANTIENE ORDENADA: EL NUEVO SE
      * INSERTA CORRIENDO LOS MAYORES UN LUGAR.
       AGREGAR-DEPTO-LISTA.
           MOVE 1 TO WS-DL-POS.
           PERFORM BUSCAR-POSICION-DEPTO
               UNTIL WS-DL-POS > WS-DL-USADOS
                  OR DL-DEPTO (WS-DL-POS) NOT < SOL-DEPTO.
           IF WS-DL-POS > WS-DL-USADOS
              OR DL-DEPTO (WS-DL-POS) NOT = SOL-DEPTO
               IF WS-DL-USADOS < 50
                   MOVE WS-DL-USADOS TO WS-DL-IX
                   PERFORM CORRER-DEPTO UNTIL WS-DL-IX < WS-DL-POS
                   MOVE SOL-DEPTO TO DL-DEPTO (WS-DL-POS)
                   ADD 1 TO WS-DL-USADOS
               END-IF
           END-IF.
       BUSCAR-POSICION-DEPTO.
           ADD 1 TO WS-DL-POS.
       CORRER-DEPTO.
           MOVE DL-DEPTO (WS-DL-IX) TO DL-DEPTO (WS-DL-IX + 1).
           SUBTRACT 1 FROM WS-DL-IX.
       IMPRIMIR-DEPTO.
           MOVE DL-DEPTO (WS-DL-IX) TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN DEPT.DAT)" TO DEPTO-NOMBRE
           END-READ.
           PERFORM BUSCAR-LIMITE-DEPTO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DEPARTAMENTO " DL-DEPTO (WS-DL-IX) " "
               DEPTO-NOMBRE "  LIMITE A LA VEZ: " WS-MAX-DEPTO
               " (0=SIN LIMITE)"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-MES.
           PERFORM IMPRIMIR-MES UNTIL WS-MES > 12.
           ADD 1 TO WS-DL-IX.
       IMPRIMIR-MES.
           PERFORM ARMAR-MES.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO WS-LINEA-CALENDARIO.
           STRING "MES " WS-MES "/" WS-ANIO
               DELIMITED BY SIZE INTO LC-NOMBRE.
           MOVE "         1111111111222222222233" TO LC-DIAS.
           MOVE LC-DIAS (1:WS-DIAS-DEL-MES) TO WS-LINEA-DIAS.
           MOVE WS-LINEA-DIAS TO LC-DIAS.
           MOVE WS-LINEA-CALENDARIO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO WS-LINEA-CALENDARIO.
           MOVE "1234567890123456789012345678901" TO LC-DIAS.
           MOVE LC-DIAS (1:WS-DIAS-DEL-MES) TO WS-LINEA-DIAS.
           MOVE WS-LINEA-DIAS TO LC-DIAS.
           MOVE WS-LINEA-CALENDARIO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO WS-LINEA-CALENDARIO.
           MOVE SPACES TO WS-LINEA-DIAS.
           MOVE 1 TO WS-DIA.
           PERFORM ARMAR-LETRA UNTIL WS-DIA > WS-DIAS-DEL-MES.
           MOVE WS-LINEA-DIAS TO LC-DIAS.
           MOVE WS-LINEA-CALENDARIO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE ZERO TO WS-EMPLEADOS-MES.
           MOVE 1 TO WS-EC-IX.
           PERFORM IMPRIMIR-EMPLEADO-MES UNTIL WS-EC-IX > WS-EC-USADOS.
           IF WS-EMPLEADOS-MES = ZERO
               MOVE "  (SIN VACACIONES EN EL MES)" TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               PERFORM IMPRIMIR-CUENTA-MES
           END-IF.
           ADD 1 TO WS-MES.
      * BASE DEL MES: LETRA DEL DIA DE LA SEMANA Y DIA HABIL, FIN DE
      * SEMANA O FERIADO.
       ARMAR-MES.
           MOVE SPACES TO WS-TABLA-MES.
           MOVE WS-ANIO TO WS-TRA-AAAA.
           MOVE WS-MES TO WS-TRA-MM.
           MOVE 1 TO WS-TRA-DD.
           PERFORM DIAS-DEL-MES.
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE 1 TO WS-DIA.
           PERFORM ARMAR-DIA-MES UNTIL WS-DIA > WS-DIAS-DEL-MES.
       ARMAR-DIA-MES.
           MOVE WS-DIA TO WS-TRA-DD.
           MOVE ZERO TO MD-CUENTA (WS-DIA).
           MOVE WS-LETRAS-DIAS (WS-Z-H:1) TO MD-LETRA (WS-DIA).
           IF WS-Z-H > 5
               MOVE SPACE TO MD-BASE (WS-DIA)
           ELSE
               MOVE "." TO MD-BASE (WS-DIA)
               MOVE WS-FECHA-TRABAJO TO FER-FECHA
               READ FERIADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "F" TO MD-BASE (WS-DIA)
               END-READ
           END-IF.
           IF WS-Z-H = 7
               MOVE 1 TO WS-Z-H
           ELSE
               ADD 1 TO WS-Z-H
           END-IF.
           ADD 1 TO WS-DIA.
       ARMAR-LETRA.
           MOVE MD-LETRA (WS-DIA) TO WS-LINEA-DIAS (WS-DIA:1).
           ADD 1 TO WS-DIA.
      * SOLO SE IMPRIMEN LOS EMPLEADOS DEL DEPARTAMENTO CON ALGUN DIA
      * MARCADO EN EL MES; LA MARCA SE MUESTRA EN LOS DIAS HABILES.
       IMPRIMIR-EMPLEADO-MES.
           IF EC-DEPTO (WS-EC-IX) = DL-DEPTO (WS-DL-IX)
              AND EC-MES (WS-EC-IX, WS-MES) NOT = SPACES
               ADD 1 TO WS-EMPLEADOS-MES
               MOVE SPACES TO WS-LINEA-CALENDARIO
               MOVE EC-ID (WS-EC-IX) TO LC-ID
               MOVE EC-ID (WS-EC-IX) TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE "(NO ESTA EN EMP.DAT)" TO LC-NOMBRE
                   NOT INVALID KEY
                       MOVE SPACES TO LC-NOMBRE
                       STRING FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                           DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(EMPLEADOS-NOMBRE)
                           DELIMITED BY SIZE
                           INTO LC-NOMBRE
                       END-STRING
               END-READ
               MOVE SPACES TO WS-LINEA-DIAS
               MOVE 1 TO WS-DIA
               PERFORM ARMAR-DIA-EMPLEADO
                   UNTIL WS-DIA > WS-DIAS-DEL-MES
               MOVE WS-LINEA-DIAS TO LC-DIAS
               MOVE WS-LINEA-CALENDARIO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           ADD 1 TO WS-EC-IX.
       ARMAR-DIA-EMPLEADO.
           IF MD-BASE (WS-DIA) = "."
              AND EC-DIA (WS-EC-IX, WS-MES, WS-DIA) NOT = SPACE
               MOVE EC-DIA (WS-EC-IX, WS-MES, WS-DIA)
                   TO WS-LINEA-DIAS (WS-DIA:1)
               IF EC-DIA (WS-EC-IX, WS-MES, WS-DIA) = "V"
                   ADD 1 TO MD-CUENTA (WS-DIA)
               END-IF
           ELSE
               MOVE MD-BASE (WS-DIA) TO WS-LINEA-DIAS (WS-DIA:1)
           END-IF.
           ADD 1 TO WS-DIA.
      * CUANTOS APROBADOS FALTAN CADA DIA (* = 10 O MAS) Y, DEBAJO,
      * LOS DIAS QUE PASAN EL LIMITE DEL DEPARTAMENTO.
       IMPRIMIR-CUENTA-MES.
           MOVE "N" TO WS-HAY-EXCESO.
           MOVE SPACES TO WS-LINEA-CALENDARIO.
           MOVE "AUSENTES APROBADOS" TO LC-NOMBRE.
           MOVE SPACES TO WS-LINEA-DIAS.
           MOVE 1 TO WS-DIA.
           PERFORM ARMAR-CUENTA-DIA UNTIL WS-DIA > WS-DIAS-DEL-MES.
           MOVE WS-LINEA-DIAS TO LC-DIAS.
           MOVE WS-LINEA-CALENDARIO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF HAY-EXCESO
               MOVE SPACES TO WS-LINEA-CALENDARIO
               MOVE "SOBRE EL LIMITE" TO LC-NOMBRE
               MOVE SPACES TO WS-LINEA-DIAS
               MOVE 1 TO WS-DIA
               PERFORM ARMAR-EXCESO-DIA UNTIL WS-DIA > WS-DIAS-DEL-MES
               MOVE WS-LINEA-DIAS TO LC-DIAS
               MOVE WS-LINEA-CALENDARIO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
       ARMAR-CUENTA-DIA.
           EVALUATE TRUE
           WHEN MD-CUENTA (WS-DIA) = ZERO
               CONTINUE
           WHEN MD-CUENTA (WS-DIA) > 9
               MOVE "*" TO WS-LINEA-DIAS (WS-DIA:1)
           WHEN OTHER
               MOVE MD-CUENTA (WS-DIA) (3:1)
                   TO WS-LINEA-DIAS (WS-DIA:1)
           END-EVALUATE.
           IF WS-MAX-DEPTO > ZERO
              AND MD-CUENTA (WS-DIA) > WS-MAX-DEPTO
               MOVE "S" TO WS-HAY-EXCESO
           END-IF.
           ADD 1 TO WS-DIA.
       ARMAR-EXCESO-DIA.
           IF MD-CUENTA (WS-DIA) > WS-MAX-DEPTO
               MOVE "^" TO WS-LINEA-DIAS (WS-DIA:1)
           END-IF.
           ADD 1 TO WS-DIA.
      * EL LIMITE DEL DEPARTAMENTO (VAC-MAX-DEP-XXX) MANDA SOBRE EL
      * GENERAL (VAC-MAX-AUSENTES); CERO ES SIN LIMITE.
       BUSCAR-LIMITE-DEPTO.
           MOVE 2 TO WS-PARAM-MAX-AUSENTES.
           MOVE "N" TO WS-HAY-MAX-DEPTO.
           MOVE SPACES TO WS-CLAVE-DEPTO.
           STRING "VAC-MAX-DEP-" DELIMITED BY SIZE
               DL-DEPTO (WS-DL-IX) DELIMITED BY SIZE
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
       ABRIR-ARCHIVOS.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           IF WS-FILE-STATUS-SOL = "35"
               OPEN OUTPUT SOLICITUDES-ARCHIVO
               CLOSE SOLICITUDES-ARCHIVO
               OPEN INPUT SOLICITUDES-ARCHIVO
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
           OPEN INPUT FERIADOS-ARCHIVO.
           IF WS-FILE-STATUS-FER = "35"
               OPEN OUTPUT FERIADOS-ARCHIVO
               CLOSE FERIADOS-ARCHIVO
               OPEN INPUT FERIADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           IF WS-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE SPACES TO REPORTE-LINEA
               STRING "SOLICITUDES NO INCLUIDAS POR TABLA LLENA: "
                   WS-DESBORDES DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           CLOSE SOLICITUDES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE FERIADOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "EMPLEADOS EN EL CALENDARIO: " WS-EC-USADOS.
           DISPLAY "CALENDARIO IMPRESO EN CALVAC.RPT.".
           GOBACK.
       END PROGRAM CALENDARIO-VACACIONES.

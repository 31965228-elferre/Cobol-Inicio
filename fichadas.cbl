      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Time-clock punch import. Reads the fichadas.dat
      *          badge-clock export, pairs each employee's entrada
      *          and salida punches of the requested week (a shift
      *          that crosses midnight belongs to the day it started,
      *          so the punches of the day before and the day after
      *          the week are read too), and writes one horas.dat row
      *          per employee with the hours per day, the holiday
      *          hours flagged from feriados.dat the way horas.cbl
      *          does, the employee's own department and approval
      *          pending, followed by a fresh "*CTL*" trailer. An
      *          unpaired, duplicate or unreadable punch goes to the
      *          fichadas.rpt exceptions report; an employee with an
      *          unpaired punch in the week is not imported at all,
      *          so no hours are guessed.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-FICHADAS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL FICHADAS-ARCHIVO
       ASSIGN TO "fichadas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHADAS-CLASIFICA
       ASSIGN TO "fichcla.tmp".

       SELECT FICHADAS-ORDENADAS
       ASSIGN TO "fichord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL HORAS-ARCHIVO
       ASSIGN TO "horas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

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
       ASSIGN TO "fichadas.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * FICHADAS EXPORTADAS POR LOS RELOJES DE PLANTA
       FD FICHADAS-ARCHIVO.
           COPY FICREG.
      * ARCHIVO DE TRABAJO DEL SORT DE FICHADAS
       SD FICHADAS-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-ID PIC X(6).
               05 CLA-FECHA PIC 9(8).
               05 CLA-HORA PIC 9(4).
               05 CLA-TIPO PIC X(1).
               05 CLA-DIA PIC 9(1).
      * FICHADAS DE LA VENTANA ORDENADAS POR EMPLEADO Y MOMENTO
       FD FICHADAS-ORDENADAS.
           01 ORDENADA-REGISTRO.
               05 ORD-ID PIC X(6).
               05 ORD-FECHA PIC 9(8).
               05 ORD-HORA.
                   10 ORD-HH PIC 9(2).
                   10 ORD-MI PIC 9(2).
               05 ORD-TIPO PIC X(1).
               05 ORD-DIA PIC 9(1).
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO DE TRANSACCIONES DE HORAS SEMANALES
       FD HORAS-ARCHIVO.
           COPY HORREG.
      * TRAILER DE CONTROL DEL FEED (MISMO FD)
           COPY CTLREG.
      * CALENDARIO DE FERIADOS DE LA EMPRESA
       FD FERIADOS-ARCHIVO.
           COPY FERREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * REPORTE DE EXCEPCIONES DE LA IMPORTACION
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-FER PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-FIN-FICHADAS PIC X.
           88 FIN-FICHADAS VALUE "S".
       01  WS-FIN-RECUENTO PIC X.
           88 FIN-RECUENTO VALUE "S".
       01  WS-PARAM-TURNO-MAX PIC 9(2) VALUE 16.
       01  WS-SEMANA-FIN PIC 9(8).
      * VENTANA DE FECHAS: LA ENTRADA 1 ES EL DIA ANTERIOR A LA
      * SEMANA, LAS 2 A 8 SON LOS DIAS 1 A 7 Y LA 9 EL DIA SIGUIENTE.
       01  WS-FECHAS-VENTANA.
           05 WS-FECHA-VENTANA PIC 9(8) OCCURS 9 TIMES.
       01  WS-VEN-IX PIC 99.
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(4).
       01  WS-RESTO-BISIESTO PIC 9(4).
      * FILAS QUE YA TIENEN LA SEMANA EN HORAS.DAT.
       01  WS-EXI-USADOS PIC 9(4) VALUE ZERO.
       01  WS-EXI-IX PIC 9(4).
       01  WS-TABLA-EXISTENTES.
           05 EXI-ID PIC X(6) OCCURS 3000 TIMES.
       01  WS-EXI-HALLADO PIC X.
           88 EXI-HALLADO VALUE "S".
      * FICHADAS DEL EMPLEADO EN CURSO.
       01  WS-ID-ACTUAL PIC X(6).
       01  WS-NOMBRE-ACTUAL PIC X(20).
       01  WS-FIC-USADAS PIC 9(3).
       01  WS-FIC-IX PIC 9(3).
       01  WS-FIC-ABIERTA PIC 9(3).
       01  WS-FIC-GUARDA PIC 9(3).
       01  WS-FIC-DESBORDE PIC X.
           88 FIC-DESBORDE VALUE "S".
       01  WS-TABLA-FICHADAS.
           05 WS-FIC-ENTRADA OCCURS 200 TIMES.
               10 T-FECHA PIC 9(8).
               10 T-HORA.
                   15 T-HH PIC 9(2).
                   15 T-MI PIC 9(2).
               10 T-TIPO PIC X(1).
               10 T-DIA PIC 9(1).
       01  WS-EMP-BLOQUEADO PIC X.
           88 EMP-BLOQUEADO VALUE "S".
       01  WS-TIENE-SEMANA PIC X.
           88 TIENE-SEMANA VALUE "S".
       01  WS-MINUTOS-TABLA.
           05 WS-MINUTOS-DIA PIC 9(5) OCCURS 7 TIMES.
       01  WS-DIA PIC 9.
       01  WS-MIN-ENTRADA PIC 9(5).
       01  WS-MIN-SALIDA PIC 9(5).
       01  WS-MIN-TURNO PIC 9(5).
       01  WS-HORAS-LINEA PIC 9(3)V99.
       01  WS-HORAS-FERIADO PIC 9(3)V99.
       01  WS-EXC-TEXTO PIC X(45).
       01  WS-CONT-FICHADAS PIC 9(7) VALUE ZERO.
       01  WS-CONT-ILEGIBLES PIC 9(5) VALUE ZERO.
       01  WS-CONT-DUPLICADAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-PAR PIC 9(5) VALUE ZERO.
       01  WS-CONT-IMPORTADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-HORAS PIC 9(7)V99 VALUE ZERO.
       01  WS-CTL-CUENTA PIC 9(5).
       01  WS-CTL-HASH PIC 9(10).
       01  WS-CTL-HORAS PIC 9(7)V99.
       01  WS-ID-NUMERICO PIC X(6) JUSTIFIED RIGHT.
       01  WS-ID-VALOR PIC 9(6).
       01  WS-LINEA-EXCEPCION.
           05 EXC-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-HH PIC X(2).
           05 EXC-SEPARADOR PIC X VALUE ":".
           05 EXC-MI PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-TIPO PIC X(1).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EXC-TEXTO PIC X(45).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "IMPORTA-FICHADAS".
           05 ARC-REPORTE PIC X(20) VALUE "fichadas.rpt".
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
           MOVE ZERO TO WS-EXI-USADOS.
           MOVE ZERO TO WS-CONT-FICHADAS.
           MOVE ZERO TO WS-CONT-ILEGIBLES.
           MOVE ZERO TO WS-CONT-DUPLICADAS.
           MOVE ZERO TO WS-CONT-SIN-PAR.
           MOVE ZERO TO WS-CONT-IMPORTADOS.
           MOVE ZERO TO WS-CONT-RECHAZADOS.
           MOVE ZERO TO WS-TOTAL-HORAS.
           MOVE 16 TO WS-PARAM-TURNO-MAX.
           DISPLAY "IMPORTACION DE FICHADAS DEL RELOJ".
           DISPLAY "FECHA FIN DE SEMANA (AAAAMMDD) :".
           ACCEPT WS-SEMANA-FIN.
           MOVE WS-SEMANA-FIN TO WS-FECHA-TRABAJO.
           IF WS-TRA-MM = ZERO OR WS-TRA-MM > 12
              OR WS-TRA-DD = ZERO OR WS-TRA-DD > 31
               DISPLAY "FECHA INVALIDA, NO SE IMPORTA NADA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LEER-PARAMETROS.
           PERFORM FECHAR-VENTANA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-EXISTENTES.
           SORT FICHADAS-CLASIFICA
               ON ASCENDING KEY CLA-ID CLA-FECHA CLA-HORA CLA-TIPO
               INPUT PROCEDURE IS SELECCIONAR-FICHADAS
               GIVING FICHADAS-ORDENADAS.
           PERFORM IMPORTAR-FICHADAS.
           PERFORM RUTINA-SALIDA.
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
           WHEN "FICHADA-TURNO-MAX"
               MOVE PARAM-VALOR TO WS-PARAM-TURNO-MAX
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
      * EL DIA 7 ES LA FECHA FIN DE SEMANA; HACIA ATRAS SE RESTA UN
      * DIA CALENDARIO HASTA EL DIA ANTERIOR A LA SEMANA, Y HACIA
      * ADELANTE SE SUMA UNO PARA EL DIA SIGUIENTE.
       FECHAR-VENTANA.
           MOVE WS-SEMANA-FIN TO WS-FECHA-VENTANA (8).
           MOVE WS-SEMANA-FIN TO WS-FECHA-TRABAJO.
           MOVE 7 TO WS-VEN-IX.
           PERFORM FECHAR-DIA UNTIL WS-VEN-IX = ZERO.
           MOVE WS-SEMANA-FIN TO WS-FECHA-TRABAJO.
           PERFORM SUMAR-UN-DIA.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-VENTANA (9).
       FECHAR-DIA.
           PERFORM RESTAR-UN-DIA.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-VENTANA (WS-VEN-IX).
           SUBTRACT 1 FROM WS-VEN-IX.
       RESTAR-UN-DIA.
           IF WS-TRA-DD > 1
               SUBTRACT 1 FROM WS-TRA-DD
           ELSE
               IF WS-TRA-MM > 1
                   SUBTRACT 1 FROM WS-TRA-MM
               ELSE
                   MOVE 12 TO WS-TRA-MM
                   SUBTRACT 1 FROM WS-TRA-AAAA
               END-IF
               PERFORM DIAS-DEL-MES
               MOVE WS-DIAS-DEL-MES TO WS-TRA-DD
           END-IF.
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
           WHEN 2
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
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT FERIADOS-ARCHIVO.
           IF WS-FILE-STATUS-FER = "35"
               OPEN OUTPUT FERIADOS-ARCHIVO
               CLOSE FERIADOS-ARCHIVO
               OPEN INPUT FERIADOS-ARCHIVO
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EXCEPCIONES DE LA IMPORTACION DE FICHADAS, SEMANA "
               WS-SEMANA-FIN
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ID     NOMBRE               FECHA    HORA  T  " &
               "OBSERVACION" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
      * UN EMPLEADO QUE YA TIENE LA SEMANA EN HORAS.DAT (CARGADA A
      * MANO O POR UNA IMPORTACION ANTERIOR) NO SE VUELVE A CARGAR.
       CARGAR-EXISTENTES.
           MOVE "N" TO WS-FIN-RECUENTO.
           OPEN INPUT HORAS-ARCHIVO.
           PERFORM LEER-PARA-RECUENTO.
           PERFORM ANOTAR-EXISTENTE UNTIL FIN-RECUENTO.
           CLOSE HORAS-ARCHIVO.
       ANOTAR-EXISTENTE.
           IF HORAS-ID NOT = "*CTL*"
              AND HORAS-SEMANA-FIN = WS-SEMANA-FIN
              AND WS-EXI-USADOS < 3000
               ADD 1 TO WS-EXI-USADOS
               MOVE HORAS-ID TO EXI-ID (WS-EXI-USADOS)
           END-IF.
           PERFORM LEER-PARA-RECUENTO.
      * SOLO PASAN AL SORT LAS FICHADAS DE LA VENTANA; UNA FILA
      * ILEGIBLE SE INFORMA (SI SU FECHA NO ES DE OTRA SEMANA).
       SELECCIONAR-FICHADAS.
           MOVE "N" TO WS-FIN-FICHADAS.
           OPEN INPUT FICHADAS-ARCHIVO.
           PERFORM LEER-FICHADA.
           PERFORM ELEGIR-FICHADA UNTIL FIN-FICHADAS.
           CLOSE FICHADAS-ARCHIVO.
       LEER-FICHADA.
           READ FICHADAS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-FICHADAS
           END-READ.
       ELEGIR-FICHADA.
           MOVE ZERO TO WS-VEN-IX.
           IF FIC-FECHA NUMERIC
               PERFORM BUSCAR-VENTANA
           END-IF.
           IF FIC-FECHA NOT NUMERIC OR WS-VEN-IX > ZERO
               IF FIC-HORA NUMERIC
                  AND FIC-HH < 24 AND FIC-MI < 60
                  AND (FIC-ENTRADA OR FIC-SALIDA)
                  AND WS-VEN-IX > ZERO
                   ADD 1 TO WS-CONT-FICHADAS
                   MOVE FIC-ID TO CLA-ID
                   MOVE FIC-FECHA TO CLA-FECHA
                   MOVE FIC-HORA TO CLA-HORA
                   MOVE FIC-TIPO TO CLA-TIPO
                   MOVE WS-VEN-IX TO CLA-DIA
                   RELEASE CLASIFICA-REGISTRO
               ELSE
                   MOVE FIC-ID TO EXC-ID
                   MOVE SPACES TO EXC-NOMBRE
                   MOVE FIC-FECHA TO EXC-FECHA
                   MOVE FIC-HH TO EXC-HH
                   MOVE FIC-MI TO EXC-MI
                   MOVE FIC-TIPO TO EXC-TIPO
                   MOVE "FICHADA ILEGIBLE, NO SE TOMA" TO EXC-TEXTO
                   PERFORM GRABAR-LINEA-EXCEPCION
                   ADD 1 TO WS-CONT-ILEGIBLES
               END-IF
           END-IF.
           PERFORM LEER-FICHADA.
       BUSCAR-VENTANA.
           MOVE 1 TO WS-VEN-IX.
           PERFORM AVANZAR-VENTANA
               UNTIL WS-VEN-IX > 9
               OR WS-FECHA-VENTANA (WS-VEN-IX) = FIC-FECHA.
           IF WS-VEN-IX > 9
               MOVE ZERO TO WS-VEN-IX
           END-IF.
       AVANZAR-VENTANA.
           ADD 1 TO WS-VEN-IX.
      * LAS FICHADAS ORDENADAS SE JUNTAN POR EMPLEADO Y SE PAREAN AL
      * CAMBIAR DE ID.
       IMPORTAR-FICHADAS.
           OPEN EXTEND HORAS-ARCHIVO.
           MOVE "N" TO WS-FIN-FICHADAS.
           MOVE SPACES TO WS-ID-ACTUAL.
           MOVE ZERO TO WS-FIC-USADAS.
           OPEN INPUT FICHADAS-ORDENADAS.
           PERFORM LEER-ORDENADA.
           PERFORM JUNTAR-FICHADA UNTIL FIN-FICHADAS.
           IF WS-ID-ACTUAL NOT = SPACES
               PERFORM PROCESAR-EMPLEADO
           END-IF.
           CLOSE FICHADAS-ORDENADAS.
           CLOSE HORAS-ARCHIVO.
       LEER-ORDENADA.
           READ FICHADAS-ORDENADAS
               AT END MOVE "S" TO WS-FIN-FICHADAS
           END-READ.
       JUNTAR-FICHADA.
           IF ORD-ID NOT = WS-ID-ACTUAL
               IF WS-ID-ACTUAL NOT = SPACES
                   PERFORM PROCESAR-EMPLEADO
               END-IF
               MOVE ORD-ID TO WS-ID-ACTUAL
               MOVE ZERO TO WS-FIC-USADAS
               MOVE "N" TO WS-FIC-DESBORDE
           END-IF.
           IF WS-FIC-USADAS < 200
               ADD 1 TO WS-FIC-USADAS
               MOVE ORD-FECHA TO T-FECHA (WS-FIC-USADAS)
               MOVE ORD-HORA TO T-HORA (WS-FIC-USADAS)
               MOVE ORD-TIPO TO T-TIPO (WS-FIC-USADAS)
               MOVE ORD-DIA TO T-DIA (WS-FIC-USADAS)
           ELSE
               MOVE "S" TO WS-FIC-DESBORDE
           END-IF.
           PERFORM LEER-ORDENADA.
      * SOLO INTERESA UN EMPLEADO CON FICHADAS DENTRO DE LA SEMANA
      * (VENTANA 2 A 8); LAS DEL DIA ANTERIOR Y SIGUIENTE SOLO
      * COMPLETAN TURNOS QUE CRUZAN LA MEDIANOCHE.
       PROCESAR-EMPLEADO.
           MOVE "N" TO WS-TIENE-SEMANA.
           MOVE 1 TO WS-FIC-IX.
           PERFORM MIRAR-SEMANA UNTIL WS-FIC-IX > WS-FIC-USADAS.
           IF TIENE-SEMANA
               PERFORM REVISAR-EMPLEADO
           END-IF.
       MIRAR-SEMANA.
           IF T-DIA (WS-FIC-IX) > 1 AND T-DIA (WS-FIC-IX) < 9
               MOVE "S" TO WS-TIENE-SEMANA
           END-IF.
           ADD 1 TO WS-FIC-IX.
       REVISAR-EMPLEADO.
           MOVE "N" TO WS-EMP-BLOQUEADO.
           MOVE ZERO TO WS-MINUTOS-TABLA.
           MOVE WS-ID-ACTUAL TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-ACTUAL
                   MOVE "ID QUE NO ESTA EN EMP.DAT" TO WS-EXC-TEXTO
                   PERFORM GRABAR-EXCEPCION-EMPLEADO
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO WS-NOMBRE-ACTUAL
                   IF EMPLEADOS-TERMINADO
                       MOVE "EMPLEADO DADO DE BAJA, NO SE CARGAN HORAS"
                           TO WS-EXC-TEXTO
                       PERFORM GRABAR-EXCEPCION-EMPLEADO
                   END-IF
           END-READ.
           PERFORM BUSCAR-EXISTENTE.
           IF EXI-HALLADO
               MOVE "YA TIENE HORAS DE LA SEMANA EN HORAS.DAT"
                   TO WS-EXC-TEXTO
               PERFORM GRABAR-EXCEPCION-EMPLEADO
           END-IF.
           IF FIC-DESBORDE
               MOVE "MAS DE 200 FICHADAS EN LA SEMANA"
                   TO WS-EXC-TEXTO
               PERFORM GRABAR-EXCEPCION-EMPLEADO
           END-IF.
           IF NOT EMP-BLOQUEADO
               PERFORM PAREAR-FICHADAS
           END-IF.
           IF NOT EMP-BLOQUEADO
               PERFORM GRABAR-HORAS
           END-IF.
           IF EMP-BLOQUEADO
               ADD 1 TO WS-CONT-RECHAZADOS
               MOVE SPACES TO REPORTE-LINEA
               STRING WS-ID-ACTUAL "   >> SEMANA NO IMPORTADA: "
                   "CORREGIR LAS FICHADAS O CARGAR EN HORAS "
                   "(OPCION 04)"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
       BUSCAR-EXISTENTE.
           MOVE "N" TO WS-EXI-HALLADO.
           MOVE 1 TO WS-EXI-IX.
           PERFORM COMPARAR-EXISTENTE
               UNTIL EXI-HALLADO OR WS-EXI-IX > WS-EXI-USADOS.
       COMPARAR-EXISTENTE.
           IF EXI-ID (WS-EXI-IX) = WS-ID-ACTUAL
               MOVE "S" TO WS-EXI-HALLADO
           ELSE
               ADD 1 TO WS-EXI-IX
           END-IF.
      * RECORRE LAS FICHADAS EN ORDEN: UNA ENTRADA ABRE EL TURNO Y
      * LA SALIDA SIGUIENTE LO CIERRA, EL MISMO DIA O EL SIGUIENTE.
      * LO QUE NO PAREA DENTRO DE LA SEMANA SE INFORMA Y BLOQUEA AL
      * EMPLEADO; UNA FICHADA REPETIDA (MISMO MOMENTO Y TIPO) SE
      * INFORMA Y SE DESCARTA.
       PAREAR-FICHADAS.
           MOVE ZERO TO WS-FIC-ABIERTA.
           MOVE 1 TO WS-FIC-IX.
           PERFORM PAREAR-FICHADA UNTIL WS-FIC-IX > WS-FIC-USADAS.
           IF WS-FIC-ABIERTA > ZERO
               MOVE WS-FIC-ABIERTA TO WS-FIC-IX
               PERFORM ENTRADA-SIN-SALIDA
           END-IF.
       PAREAR-FICHADA.
           EVALUATE TRUE
           WHEN WS-FIC-IX > 1
                AND T-FECHA (WS-FIC-IX) = T-FECHA (WS-FIC-IX - 1)
                AND T-HORA (WS-FIC-IX) = T-HORA (WS-FIC-IX - 1)
                AND T-TIPO (WS-FIC-IX) = T-TIPO (WS-FIC-IX - 1)
               MOVE "FICHADA DUPLICADA, SE DESCARTA" TO WS-EXC-TEXTO
               PERFORM GRABAR-EXCEPCION-FICHADA
               ADD 1 TO WS-CONT-DUPLICADAS
           WHEN T-TIPO (WS-FIC-IX) = "E"
               IF WS-FIC-ABIERTA > ZERO
                   MOVE WS-FIC-IX TO WS-FIC-GUARDA
                   MOVE WS-FIC-ABIERTA TO WS-FIC-IX
                   PERFORM ENTRADA-SIN-SALIDA
                   MOVE WS-FIC-GUARDA TO WS-FIC-IX
               END-IF
               MOVE WS-FIC-IX TO WS-FIC-ABIERTA
           WHEN WS-FIC-ABIERTA = ZERO
               PERFORM SALIDA-SIN-ENTRADA
           WHEN OTHER
               PERFORM CERRAR-TURNO
               MOVE ZERO TO WS-FIC-ABIERTA
           END-EVALUATE.
           ADD 1 TO WS-FIC-IX.
      * LA SALIDA DEBE CAER EL MISMO DIA DE LA ENTRADA O EL SIGUIENTE;
      * EL TURNO SE ANOTA AL DIA EN QUE EMPEZO, SI ES DE LA SEMANA.
       CERRAR-TURNO.
           COMPUTE WS-MIN-ENTRADA = T-HH (WS-FIC-ABIERTA) * 60
               + T-MI (WS-FIC-ABIERTA).
           COMPUTE WS-MIN-SALIDA = T-HH (WS-FIC-IX) * 60
               + T-MI (WS-FIC-IX).
           EVALUATE TRUE
           WHEN T-DIA (WS-FIC-IX) = T-DIA (WS-FIC-ABIERTA)
               COMPUTE WS-MIN-TURNO = WS-MIN-SALIDA - WS-MIN-ENTRADA
           WHEN T-DIA (WS-FIC-IX) = T-DIA (WS-FIC-ABIERTA) + 1
               COMPUTE WS-MIN-TURNO =
                   1440 - WS-MIN-ENTRADA + WS-MIN-SALIDA
           WHEN OTHER
               MOVE 99999 TO WS-MIN-TURNO
           END-EVALUATE.
           IF WS-MIN-TURNO = ZERO
              OR WS-MIN-TURNO > WS-PARAM-TURNO-MAX * 60
               IF (T-DIA (WS-FIC-ABIERTA) > 1
                  AND T-DIA (WS-FIC-ABIERTA) < 9)
                  OR (T-DIA (WS-FIC-IX) > 1 AND T-DIA (WS-FIC-IX) < 9)
                   MOVE "TURNO SIN DURACION O MAS LARGO QUE EL TOPE"
                       TO WS-EXC-TEXTO
                   PERFORM GRABAR-EXCEPCION-FICHADA
                   MOVE "S" TO WS-EMP-BLOQUEADO
                   ADD 1 TO WS-CONT-SIN-PAR
               END-IF
           ELSE
               IF T-DIA (WS-FIC-ABIERTA) > 1
                  AND T-DIA (WS-FIC-ABIERTA) < 9
                   COMPUTE WS-DIA = T-DIA (WS-FIC-ABIERTA) - 1
                   ADD WS-MIN-TURNO TO WS-MINUTOS-DIA (WS-DIA)
               END-IF
           END-IF.
       ENTRADA-SIN-SALIDA.
           IF T-DIA (WS-FIC-IX) > 1 AND T-DIA (WS-FIC-IX) < 9
               MOVE "ENTRADA SIN SALIDA" TO WS-EXC-TEXTO
               PERFORM GRABAR-EXCEPCION-FICHADA
               MOVE "S" TO WS-EMP-BLOQUEADO
               ADD 1 TO WS-CONT-SIN-PAR
           END-IF.
       SALIDA-SIN-ENTRADA.
           IF T-DIA (WS-FIC-IX) > 1 AND T-DIA (WS-FIC-IX) < 9
               MOVE "SALIDA SIN ENTRADA" TO WS-EXC-TEXTO
               PERFORM GRABAR-EXCEPCION-FICHADA
               MOVE "S" TO WS-EMP-BLOQUEADO
               ADD 1 TO WS-CONT-SIN-PAR
           END-IF.
      * LA FILA VA PENDIENTE DE APROBACION AL DEPARTAMENTO PROPIO,
      * CON LAS HORAS DE FERIADO SEPARADAS COMO EN HORAS-EMPLEADOS.
       GRABAR-HORAS.
           MOVE ZERO TO WS-HORAS-LINEA.
           MOVE ZERO TO WS-HORAS-FERIADO.
           MOVE 1 TO WS-DIA.
           PERFORM REVISAR-DIA UNTIL WS-DIA > 7.
           IF NOT EMP-BLOQUEADO AND WS-HORAS-LINEA > ZERO
               MOVE WS-ID-ACTUAL TO HORAS-ID
               MOVE WS-SEMANA-FIN TO HORAS-SEMANA-FIN
               MOVE WS-HORAS-LINEA TO HORAS-TOTAL
               MOVE WS-HORAS-FERIADO TO HORAS-FERIADO
               MOVE "P" TO HORAS-APROBACION
               MOVE EMPLEADOS-DEPTO TO HORAS-DEPTO
               WRITE HORAS-REGISTRO
               ADD 1 TO WS-CONT-IMPORTADOS
               ADD WS-HORAS-LINEA TO WS-TOTAL-HORAS
           END-IF.
       REVISAR-DIA.
           IF WS-MINUTOS-DIA (WS-DIA) > 1440
               MOVE "MAS DE 24 HORAS EN UN DIA" TO WS-EXC-TEXTO
               PERFORM GRABAR-EXCEPCION-EMPLEADO
           ELSE
               COMPUTE HORAS-DIA (WS-DIA) ROUNDED =
                   WS-MINUTOS-DIA (WS-DIA) / 60
               ADD HORAS-DIA (WS-DIA) TO WS-HORAS-LINEA
               IF HORAS-DIA (WS-DIA) > ZERO
                   PERFORM REVISAR-FERIADO
               END-IF
           END-IF.
           ADD 1 TO WS-DIA.
       REVISAR-FERIADO.
           MOVE WS-FECHA-VENTANA (WS-DIA + 1) TO FER-FECHA.
           READ FERIADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD HORAS-DIA (WS-DIA) TO WS-HORAS-FERIADO
           END-READ.
       GRABAR-EXCEPCION-EMPLEADO.
           MOVE WS-ID-ACTUAL TO EXC-ID.
           MOVE WS-NOMBRE-ACTUAL TO EXC-NOMBRE.
           MOVE SPACES TO EXC-FECHA.
           MOVE SPACES TO EXC-HH.
           MOVE SPACES TO EXC-MI.
           MOVE SPACES TO EXC-TIPO.
           MOVE WS-EXC-TEXTO TO EXC-TEXTO.
           PERFORM GRABAR-LINEA-EXCEPCION.
           MOVE "S" TO WS-EMP-BLOQUEADO.
       GRABAR-EXCEPCION-FICHADA.
           MOVE WS-ID-ACTUAL TO EXC-ID.
           MOVE WS-NOMBRE-ACTUAL TO EXC-NOMBRE.
           MOVE T-FECHA (WS-FIC-IX) TO EXC-FECHA.
           MOVE T-HH (WS-FIC-IX) TO EXC-HH.
           MOVE T-MI (WS-FIC-IX) TO EXC-MI.
           MOVE T-TIPO (WS-FIC-IX) TO EXC-TIPO.
           MOVE WS-EXC-TEXTO TO EXC-TEXTO.
           PERFORM GRABAR-LINEA-EXCEPCION.
       GRABAR-LINEA-EXCEPCION.
           MOVE WS-LINEA-EXCEPCION TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       RUTINA-SALIDA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "FICHADAS DE LA SEMANA LEIDAS : " WS-CONT-FICHADAS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "ILEGIBLES / DUPLICADAS / SIN PAR : "
               WS-CONT-ILEGIBLES " / " WS-CONT-DUPLICADAS " / "
               WS-CONT-SIN-PAR
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EMPLEADOS IMPORTADOS : " WS-CONT-IMPORTADOS
               "   NO IMPORTADOS : " WS-CONT-RECHAZADOS
               "   HORAS : " WS-TOTAL-HORAS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE FERIADOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           IF WS-CONT-IMPORTADOS > ZERO
               PERFORM GRABAR-TRAILER-HORAS
           END-IF.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "FICHADAS DE LA SEMANA : " WS-CONT-FICHADAS.
           DISPLAY "EMPLEADOS IMPORTADOS  : " WS-CONT-IMPORTADOS.
           DISPLAY "EMPLEADOS NO IMPORTADOS: " WS-CONT-RECHAZADOS.
           DISPLAY "HORAS IMPORTADAS      : " WS-TOTAL-HORAS.
           DISPLAY "LAS FILAS QUEDAN PENDIENTES DE APROBACION; "
               "EXCEPCIONES EN FICHADAS.RPT.".
           GOBACK.
      * EL TRAILER SE RECALCULA SOBRE TODO EL ARCHIVO (CUENTA, HASH
      * DE IDS, TOTAL DE HORAS) Y SE AGREGA AL FINAL, COMO LO HACE
      * HORAS-EMPLEADOS AL SALIR.
       GRABAR-TRAILER-HORAS.
           MOVE ZERO TO WS-CTL-CUENTA.
           MOVE ZERO TO WS-CTL-HASH.
           MOVE ZERO TO WS-CTL-HORAS.
           MOVE "N" TO WS-FIN-RECUENTO.
           OPEN INPUT HORAS-ARCHIVO.
           PERFORM LEER-PARA-RECUENTO.
           PERFORM CONTAR-FILA UNTIL FIN-RECUENTO.
           CLOSE HORAS-ARCHIVO.
           OPEN EXTEND HORAS-ARCHIVO.
           MOVE "*CTL*" TO CTL-MARCA.
           MOVE WS-CTL-CUENTA TO CTL-CUENTA.
           MOVE WS-CTL-HASH TO CTL-HASH.
           MOVE WS-CTL-HORAS TO CTL-HORAS.
           WRITE CONTROL-REGISTRO.
           CLOSE HORAS-ARCHIVO.
       LEER-PARA-RECUENTO.
           READ HORAS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-RECUENTO
           END-READ.
       CONTAR-FILA.
           IF HORAS-ID NOT = "*CTL*"
               ADD 1 TO WS-CTL-CUENTA
               MOVE HORAS-ID TO WS-ID-NUMERICO
               INSPECT WS-ID-NUMERICO
                   REPLACING LEADING SPACE BY ZERO
               IF WS-ID-NUMERICO NUMERIC
                   MOVE WS-ID-NUMERICO TO WS-ID-VALOR
                   ADD WS-ID-VALOR TO WS-CTL-HASH
               END-IF
               IF HORAS-TOTAL NUMERIC
                   ADD HORAS-TOTAL TO WS-CTL-HORAS
               END-IF
           END-IF.
           PERFORM LEER-PARA-RECUENTO.
       END PROGRAM IMPORTA-FICHADAS.

      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Week-over-week pay variance report, run after
      *          NOMINA-LOTE liquidates a week and before
      *          TRANSFERENCIAS-BANCO builds banco.txt. For every
      *          employee paid in the requested week it compares the
      *          week's gross, net and hours in pagohist.dat against
      *          the employee's previous weekly liquidation and the
      *          average of the weeks paid among the last N liquidated
      *          weeks of periodos.dat, and lists to varsem.rpt
      *          everyone beyond the VARIACION-UMBRAL percentage of
      *          parametros.dat, every first-time payee, and everyone
      *          paid in the previous week but not in this one.
      *          Reversos net out (their hours taken from the row
      *          they void); retro, aguinaldo, finiquito and monthly
      *          rows are not part of the weekly comparison.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - Paid leave rows (PAGO-TIPO L) count as weekly pay
      *              of their week, so an employee going on paid leave
      *              is compared on the whole week's pay.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACION-SEMANAL.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL PERIODOS-ARCHIVO
       ASSIGN TO "periodos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PER-SEMANA-FIN
       FILE STATUS IS WS-FILE-STATUS-PER.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "varsem.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * CONTROL DE PERIODOS DE PAGO
       FD PERIODOS-ARCHIVO.
           COPY PERREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * ARCHIVO DE IMPRESION DE LA VARIACION SEMANAL
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  FIN-DE-PARAMETROS PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       01  WS-FIN-PAGOS PIC X.
           88 FIN-PAGOS VALUE "S".
       01  WS-FIN-PERIODOS PIC X.
           88 FIN-PERIODOS VALUE "S".
       01  WS-PARAM-UMBRAL PIC 9(3) VALUE 25.
       01  WS-PARAM-SEMANAS PIC 9(2) VALUE 4.
       01  WS-SEMANA-PEDIDA PIC 9(8).
       01  WS-FECHA-CORRIDA PIC 9(8).
       01  WS-SEMANA-OK PIC X.
           88 SEMANA-OK VALUE "S".
      * LA CLAVE AAAAMM00 DE PERIODOS.DAT ES DE LA NOMINA MENSUAL.
       01  WS-CLAVE-PERIODO PIC 9(8).
       01  WS-CLAVE-PERIODO-REDEF REDEFINES WS-CLAVE-PERIODO.
           05 WS-CLAVE-AAAAMM PIC 9(6).
           05 WS-CLAVE-DD PIC 9(2).
      * SEMANAS DEL REPORTE: LA 1 ES LA PEDIDA, LA 2 LA ULTIMA
      * SEMANA LIQUIDADA ANTERIOR Y ASI HACIA ATRAS.
       01  WS-SEM-USADAS PIC 99.
       01  WS-SEM-IX PIC 99.
       01  WS-TABLA-SEMANAS.
           05 WS-SEM-ENTRADA OCCURS 13 TIMES.
               10 SEM-FECHA PIC 9(8).
               10 SEM-BRUTO PIC S9(7)V99.
               10 SEM-NETO PIC S9(7)V99.
               10 SEM-HORAS PIC S9(5)V99.
       01  WS-SEM-HALLADA PIC X.
           88 SEM-HALLADA VALUE "S".
      * PAGOS SEMANALES YA LEIDOS DEL EMPLEADO, PARA TOMAR LAS
      * HORAS DE LA FILA QUE ANULA UN REVERSO.
       01  WS-MEM-USADOS PIC 9(3).
       01  WS-MEM-IX PIC 9(3).
       01  WS-MEM-HALLADO PIC X.
           88 MEM-HALLADO VALUE "S".
       01  WS-TABLA-MEMORIA.
           05 WS-MEM-ENTRADA OCCURS 150 TIMES.
               10 MEM-FECHA PIC 9(8).
               10 MEM-SECUENCIA PIC 9(3).
               10 MEM-SEMANA PIC 9(8).
               10 MEM-HORAS PIC 9(4)V99.
       01  WS-ID-ACTUAL PIC X(6).
       01  WS-NOMBRE-ACTUAL PIC X(25).
       01  WS-PAGO-PREVIO PIC X.
           88 PAGO-PREVIO VALUE "S".
       01  WS-PAGO-HORAS PIC 9(4)V99.
      * COMPARACION DE UN EMPLEADO.
       01  WS-IX-ANTERIOR PIC 99.
       01  WS-CONT-PROMEDIO PIC 99.
       01  WS-ACT-BRUTO PIC S9(7)V99.
       01  WS-ACT-NETO PIC S9(7)V99.
       01  WS-ACT-HORAS PIC S9(5)V99.
       01  WS-ANT-BRUTO PIC S9(7)V99.
       01  WS-ANT-NETO PIC S9(7)V99.
       01  WS-ANT-HORAS PIC S9(5)V99.
       01  WS-PRO-BRUTO PIC S9(7)V99.
       01  WS-PRO-NETO PIC S9(7)V99.
       01  WS-PRO-HORAS PIC S9(5)V99.
       01  WS-EVA-ACTUAL PIC S9(7)V99.
       01  WS-EVA-REFERENCIA PIC S9(7)V99.
       01  WS-EVA-DESVIO PIC S9(4)V9.
       01  WS-EVA-ABSOLUTO PIC S9(4)V9.
       01  WS-EVA-EXCEDE PIC X.
           88 EVA-EXCEDE VALUE "S".
       01  WS-EMP-EXCEDE PIC X.
           88 EMP-EXCEDE VALUE "S".
       01  WS-DESV-TABLA.
           05 WS-DESV-ANT PIC S9(4)V9 OCCURS 3 TIMES.
           05 WS-DESV-PRO PIC S9(4)V9 OCCURS 3 TIMES.
           05 WS-DESV-MARCA PIC X OCCURS 3 TIMES.
       01  WS-OBSERVACION PIC X(34).
       01  WS-CONT-REVISADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-VARIACION PIC 9(5) VALUE ZERO.
       01  WS-CONT-PRIMEROS PIC 9(5) VALUE ZERO.
       01  WS-CONT-AUSENTES PIC 9(5) VALUE ZERO.
       01  WS-CONT-REAPARECEN PIC 9(5) VALUE ZERO.
       01  WS-LINEA-TITULO.
           05 FILLER PIC X(40)
               VALUE "VARIACION DE PAGO SEMANA CONTRA SEMANA".
           05 FILLER PIC X(8) VALUE "SEMANA: ".
           05 TIT-SEMANA PIC 9(8).
           05 FILLER PIC X(12) VALUE "  ANTERIOR: ".
           05 TIT-ANTERIOR PIC 9(8).
           05 FILLER PIC X(15) VALUE "  PROMEDIO DE: ".
           05 TIT-SEMANAS PIC Z9.
           05 FILLER PIC X(20) VALUE " SEMANAS  UMBRAL %: ".
           05 TIT-UMBRAL PIC ZZ9.
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CONCEPTO PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACTUAL PIC -ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-ANTERIOR PIC -ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-DESV-ANT PIC +ZZZ9.9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-PROMEDIO PIC -ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-DESV-PRO PIC +ZZZ9.9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-MARCA PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-OBSERVACION PIC X(34).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "VARIACION-SEMANAL".
           05 ARC-REPORTE PIC X(20) VALUE "varsem.rpt".
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
           MOVE ZERO TO WS-CONT-REVISADOS.
           MOVE ZERO TO WS-CONT-VARIACION.
           MOVE ZERO TO WS-CONT-PRIMEROS.
           MOVE ZERO TO WS-CONT-AUSENTES.
           MOVE ZERO TO WS-CONT-REAPARECEN.
           MOVE 25 TO WS-PARAM-UMBRAL.
           MOVE 4 TO WS-PARAM-SEMANAS.
           DISPLAY "VARIACION DE PAGO SEMANA CONTRA SEMANA".
           DISPLAY "FECHA FIN DE SEMANA LIQUIDADA (AAAAMMDD) :".
           ACCEPT WS-SEMANA-PEDIDA.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           IF WS-PARAM-SEMANAS = ZERO
               MOVE 1 TO WS-PARAM-SEMANAS
           END-IF.
           IF WS-PARAM-SEMANAS > 12
               MOVE 12 TO WS-PARAM-SEMANAS
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM VERIFICAR-SEMANA.
           IF NOT SEMANA-OK
               CLOSE HISTORIA-PAGOS
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE PERIODOS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGAR-SEMANAS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM REVISAR-PAGOS.
           PERFORM RESUMEN.
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
           WHEN "VARIACION-UMBRAL"
               MOVE PARAM-VALOR TO WS-PARAM-UMBRAL
           WHEN "VARIACION-SEMANAS"
               MOVE PARAM-VALOR TO WS-PARAM-SEMANAS
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM LEER-PARAMETRO.
       ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-PAGOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT PERIODOS-ARCHIVO.
           IF WS-FILE-STATUS-PER = "35"
               OPEN OUTPUT PERIODOS-ARCHIVO
               CLOSE PERIODOS-ARCHIVO
               OPEN INPUT PERIODOS-ARCHIVO
           END-IF.
      * SOLO SE COMPARA UNA SEMANA QUE NOMINA-LOTE YA LIQUIDO.
       VERIFICAR-SEMANA.
           MOVE "N" TO WS-SEMANA-OK.
           MOVE WS-SEMANA-PEDIDA TO PER-SEMANA-FIN.
           READ PERIODOS-ARCHIVO
               INVALID KEY
                   DISPLAY "LA SEMANA " WS-SEMANA-PEDIDA " NO ESTA "
                       "EN PERIODOS.DAT: NO SE EMITE EL REPORTE."
               NOT INVALID KEY
                   IF PER-LIQUIDADO OR PER-CERRADO
                       MOVE "S" TO WS-SEMANA-OK
                   ELSE
                       DISPLAY "LA SEMANA " WS-SEMANA-PEDIDA
                           " TODAVIA NO ESTA LIQUIDADA: NO SE "
                           "EMITE EL REPORTE."
                   END-IF
           END-READ.
      * LAS N ULTIMAS SEMANAS LIQUIDADAS ANTES DE LA PEDIDA, DE LA
      * MAS RECIENTE (ENTRADA 2) A LA MAS VIEJA.
       CARGAR-SEMANAS.
           MOVE 1 TO WS-SEM-USADAS.
           MOVE WS-SEMANA-PEDIDA TO SEM-FECHA (1).
           MOVE "N" TO WS-FIN-PERIODOS.
           MOVE LOW-VALUES TO PER-SEMANA-FIN.
           START PERIODOS-ARCHIVO
               KEY IS NOT LESS THAN PER-SEMANA-FIN
               INVALID KEY
                   MOVE "S" TO WS-FIN-PERIODOS
           END-START.
           IF NOT FIN-PERIODOS
               PERFORM LEER-PERIODO
               PERFORM ELEGIR-PERIODO UNTIL FIN-PERIODOS
           END-IF.
       LEER-PERIODO.
           READ PERIODOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PERIODOS
           END-READ.
       ELEGIR-PERIODO.
           MOVE PER-SEMANA-FIN TO WS-CLAVE-PERIODO.
           IF PER-SEMANA-FIN NOT < WS-SEMANA-PEDIDA
               MOVE "S" TO WS-FIN-PERIODOS
           ELSE
               IF WS-CLAVE-DD NOT = ZERO
                  AND (PER-LIQUIDADO OR PER-CERRADO)
                   PERFORM AGREGAR-SEMANA
               END-IF
               PERFORM LEER-PERIODO
           END-IF.
      * LA SEMANA NUEVA ENTRA EN LA POSICION 2 Y EMPUJA LAS DEMAS;
      * LA MAS VIEJA SALE CUANDO YA HAY N.
       AGREGAR-SEMANA.
           IF WS-SEM-USADAS < WS-PARAM-SEMANAS + 1
               ADD 1 TO WS-SEM-USADAS
           END-IF.
           MOVE WS-SEM-USADAS TO WS-SEM-IX.
           PERFORM CORRER-SEMANA UNTIL WS-SEM-IX < 3.
           MOVE PER-SEMANA-FIN TO SEM-FECHA (2).
       CORRER-SEMANA.
           MOVE SEM-FECHA (WS-SEM-IX - 1) TO SEM-FECHA (WS-SEM-IX).
           SUBTRACT 1 FROM WS-SEM-IX.
       IMPRIMIR-TITULOS.
           MOVE WS-SEMANA-PEDIDA TO TIT-SEMANA.
           IF WS-SEM-USADAS > 1
               MOVE SEM-FECHA (2) TO TIT-ANTERIOR
           ELSE
               MOVE ZERO TO TIT-ANTERIOR
           END-IF.
           COMPUTE TIT-SEMANAS = WS-SEM-USADAS - 1.
           MOVE WS-PARAM-UMBRAL TO TIT-UMBRAL.
           MOVE WS-LINEA-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EMITIDO EL " WS-FECHA-CORRIDA
               " -- REVISAR ANTES DE GENERAR BANCO.TXT"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ID     NOMBRE               CONC.      ACTUAL" &
               "    ANTERIOR   DESV%    PROMEDIO   DESV%     " &
               "OBSERVACION" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
      * EL LEDGER SE RECORRE ENTERO EN ORDEN DE CLAVE (EMPLEADO Y
      * FECHA); CADA CAMBIO DE EMPLEADO EVALUA AL ANTERIOR.
       REVISAR-PAGOS.
           MOVE "N" TO WS-FIN-PAGOS.
           MOVE SPACES TO WS-ID-ACTUAL.
           MOVE LOW-VALUES TO PAGO-CLAVE.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START.
           IF NOT FIN-PAGOS
               PERFORM LEER-PAGO
               PERFORM PROCESAR-PAGO UNTIL FIN-PAGOS
           END-IF.
           IF WS-ID-ACTUAL NOT = SPACES
               PERFORM EVALUAR-EMPLEADO
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PAGOS
           END-READ.
       PROCESAR-PAGO.
           IF PAGO-ID NOT = WS-ID-ACTUAL
               IF WS-ID-ACTUAL NOT = SPACES
                   PERFORM EVALUAR-EMPLEADO
               END-IF
               PERFORM CAMBIAR-EMPLEADO
           END-IF.
           IF (PAGO-SEMANAL OR PAGO-LICENCIA-PAGA)
              AND PAGO-SEMANA-FIN NOT = ZERO
              AND PAGO-SEMANA-FIN < WS-SEMANA-PEDIDA
               MOVE "S" TO WS-PAGO-PREVIO
           END-IF.
           IF PAGO-SEMANAL OR PAGO-LICENCIA-PAGA OR PAGO-REVERSO
               PERFORM BUSCAR-SEMANA
               IF SEM-HALLADA
                   PERFORM SUMAR-PAGO
               END-IF
           END-IF.
           PERFORM LEER-PAGO.
       CAMBIAR-EMPLEADO.
           MOVE PAGO-ID TO WS-ID-ACTUAL.
           MOVE "N" TO WS-PAGO-PREVIO.
           MOVE ZERO TO WS-MEM-USADOS.
           MOVE 1 TO WS-SEM-IX.
           PERFORM LIMPIAR-SEMANA UNTIL WS-SEM-IX > WS-SEM-USADAS.
           MOVE PAGO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO WS-NOMBRE-ACTUAL
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO WS-NOMBRE-ACTUAL
           END-READ.
       LIMPIAR-SEMANA.
           MOVE ZERO TO SEM-BRUTO (WS-SEM-IX).
           MOVE ZERO TO SEM-NETO (WS-SEM-IX).
           MOVE ZERO TO SEM-HORAS (WS-SEM-IX).
           ADD 1 TO WS-SEM-IX.
       BUSCAR-SEMANA.
           MOVE "N" TO WS-SEM-HALLADA.
           MOVE 1 TO WS-SEM-IX.
           PERFORM COMPARAR-SEMANA
               UNTIL SEM-HALLADA OR WS-SEM-IX > WS-SEM-USADAS.
       COMPARAR-SEMANA.
           IF SEM-FECHA (WS-SEM-IX) = PAGO-SEMANA-FIN
               MOVE "S" TO WS-SEM-HALLADA
           ELSE
               ADD 1 TO WS-SEM-IX
           END-IF.
      * UN REVERSO SOLO CUENTA SI ANULA UNA LIQUIDACION SEMANAL YA
      * LEIDA (MISMA FECHA Y SECUENCIA; UN REVERSO VIEJO SIN
      * SECUENCIA SE TOMA POR LA FECHA): RESTA SUS IMPORTES Y LAS
      * HORAS DE ESA FILA.
       SUMAR-PAGO.
           IF PAGO-REVERSO
               PERFORM BUSCAR-ORIGINAL
               IF MEM-HALLADO
                   SUBTRACT PAGO-BRUTO FROM SEM-BRUTO (WS-SEM-IX)
                   SUBTRACT PAGO-NETO FROM SEM-NETO (WS-SEM-IX)
                   SUBTRACT WS-PAGO-HORAS FROM SEM-HORAS (WS-SEM-IX)
               END-IF
           ELSE
               COMPUTE WS-PAGO-HORAS = PAGO-HORAS-NORMALES
                   + PAGO-HORAS-EXTRA-DIA + PAGO-HORAS-EXTRA-SEM
               ADD PAGO-BRUTO TO SEM-BRUTO (WS-SEM-IX)
               ADD PAGO-NETO TO SEM-NETO (WS-SEM-IX)
               ADD WS-PAGO-HORAS TO SEM-HORAS (WS-SEM-IX)
               IF WS-MEM-USADOS < 150
                   ADD 1 TO WS-MEM-USADOS
                   MOVE PAGO-FECHA TO MEM-FECHA (WS-MEM-USADOS)
                   MOVE PAGO-SECUENCIA TO MEM-SECUENCIA (WS-MEM-USADOS)
                   MOVE PAGO-SEMANA-FIN TO MEM-SEMANA (WS-MEM-USADOS)
                   MOVE WS-PAGO-HORAS TO MEM-HORAS (WS-MEM-USADOS)
               END-IF
           END-IF.
       BUSCAR-ORIGINAL.
           MOVE "N" TO WS-MEM-HALLADO.
           MOVE ZERO TO WS-PAGO-HORAS.
           MOVE 1 TO WS-MEM-IX.
           PERFORM COMPARAR-ORIGINAL
               UNTIL MEM-HALLADO OR WS-MEM-IX > WS-MEM-USADOS.
       COMPARAR-ORIGINAL.
           IF MEM-FECHA (WS-MEM-IX) = PAGO-FECHA-REF
              AND MEM-SEMANA (WS-MEM-IX) = PAGO-SEMANA-FIN
              AND (PAGO-SECUENCIA-REF = ZERO
                OR MEM-SECUENCIA (WS-MEM-IX) = PAGO-SECUENCIA-REF)
               MOVE "S" TO WS-MEM-HALLADO
               MOVE MEM-HORAS (WS-MEM-IX) TO WS-PAGO-HORAS
               MOVE ZERO TO MEM-FECHA (WS-MEM-IX)
           ELSE
               ADD 1 TO WS-MEM-IX
           END-IF.
      * CON PAGO EN LA SEMANA: PRIMER PAGO, REAPARECE DESPUES DE
      * LAS N SEMANAS, O COMPARACION CONTRA LA ANTERIOR Y EL
      * PROMEDIO. SIN PAGO: SE LISTA SI COBRO LA SEMANA ANTERIOR.
       EVALUAR-EMPLEADO.
           MOVE SEM-BRUTO (1) TO WS-ACT-BRUTO.
           MOVE SEM-NETO (1) TO WS-ACT-NETO.
           MOVE SEM-HORAS (1) TO WS-ACT-HORAS.
           PERFORM CALCULAR-REFERENCIAS.
           MOVE ZERO TO WS-DESV-TABLA.
           MOVE SPACES TO WS-DESV-MARCA (1).
           MOVE SPACES TO WS-DESV-MARCA (2).
           MOVE SPACES TO WS-DESV-MARCA (3).
           IF WS-ACT-BRUTO > ZERO
               ADD 1 TO WS-CONT-REVISADOS
               EVALUATE TRUE
               WHEN NOT PAGO-PREVIO
                   MOVE "PRIMER PAGO" TO WS-OBSERVACION
                   ADD 1 TO WS-CONT-PRIMEROS
                   PERFORM IMPRIMIR-EMPLEADO
               WHEN WS-IX-ANTERIOR = ZERO
                   MOVE "SIN PAGO EN LAS SEMANAS ANTERIORES"
                       TO WS-OBSERVACION
                   ADD 1 TO WS-CONT-REAPARECEN
                   PERFORM IMPRIMIR-EMPLEADO
               WHEN OTHER
                   PERFORM COMPARAR-EMPLEADO
               END-EVALUATE
           ELSE
               IF WS-IX-ANTERIOR = 2
                   MOVE "COBRO LA SEMANA ANTERIOR, ESTA NO"
                       TO WS-OBSERVACION
                   ADD 1 TO WS-CONT-AUSENTES
                   PERFORM IMPRIMIR-EMPLEADO
               END-IF
           END-IF.
      * LA ANTERIOR ES LA SEMANA PAGADA MAS RECIENTE DE LAS N; EL
      * PROMEDIO ES SOBRE LAS SEMANAS PAGADAS DE LAS N.
       CALCULAR-REFERENCIAS.
           MOVE ZERO TO WS-IX-ANTERIOR.
           MOVE ZERO TO WS-CONT-PROMEDIO.
           MOVE ZERO TO WS-ANT-BRUTO.
           MOVE ZERO TO WS-ANT-NETO.
           MOVE ZERO TO WS-ANT-HORAS.
           MOVE ZERO TO WS-PRO-BRUTO.
           MOVE ZERO TO WS-PRO-NETO.
           MOVE ZERO TO WS-PRO-HORAS.
           MOVE 2 TO WS-SEM-IX.
           PERFORM SUMAR-REFERENCIA UNTIL WS-SEM-IX > WS-SEM-USADAS.
           IF WS-CONT-PROMEDIO > ZERO
               COMPUTE WS-PRO-BRUTO ROUNDED =
                   WS-PRO-BRUTO / WS-CONT-PROMEDIO
               COMPUTE WS-PRO-NETO ROUNDED =
                   WS-PRO-NETO / WS-CONT-PROMEDIO
               COMPUTE WS-PRO-HORAS ROUNDED =
                   WS-PRO-HORAS / WS-CONT-PROMEDIO
           END-IF.
       SUMAR-REFERENCIA.
           IF SEM-BRUTO (WS-SEM-IX) > ZERO
               IF WS-IX-ANTERIOR = ZERO
                   MOVE WS-SEM-IX TO WS-IX-ANTERIOR
                   MOVE SEM-BRUTO (WS-SEM-IX) TO WS-ANT-BRUTO
                   MOVE SEM-NETO (WS-SEM-IX) TO WS-ANT-NETO
                   MOVE SEM-HORAS (WS-SEM-IX) TO WS-ANT-HORAS
               END-IF
               ADD 1 TO WS-CONT-PROMEDIO
               ADD SEM-BRUTO (WS-SEM-IX) TO WS-PRO-BRUTO
               ADD SEM-NETO (WS-SEM-IX) TO WS-PRO-NETO
               ADD SEM-HORAS (WS-SEM-IX) TO WS-PRO-HORAS
           END-IF.
           ADD 1 TO WS-SEM-IX.
       COMPARAR-EMPLEADO.
           MOVE "N" TO WS-EMP-EXCEDE.
           MOVE WS-ACT-BRUTO TO WS-EVA-ACTUAL.
           MOVE WS-ANT-BRUTO TO WS-EVA-REFERENCIA.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO WS-DESV-ANT (1).
           PERFORM MARCAR-DESVIO-1.
           MOVE WS-PRO-BRUTO TO WS-EVA-REFERENCIA.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO WS-DESV-PRO (1).
           PERFORM MARCAR-DESVIO-1.
           MOVE WS-ACT-NETO TO WS-EVA-ACTUAL.
           MOVE WS-ANT-NETO TO WS-EVA-REFERENCIA.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO WS-DESV-ANT (2).
           PERFORM MARCAR-DESVIO-2.
           MOVE WS-PRO-NETO TO WS-EVA-REFERENCIA.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO WS-DESV-PRO (2).
           PERFORM MARCAR-DESVIO-2.
           MOVE WS-ACT-HORAS TO WS-EVA-ACTUAL.
           MOVE WS-ANT-HORAS TO WS-EVA-REFERENCIA.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO WS-DESV-ANT (3).
           PERFORM MARCAR-DESVIO-3.
           MOVE WS-PRO-HORAS TO WS-EVA-REFERENCIA.
           PERFORM EVALUAR-DESVIO.
           MOVE WS-EVA-DESVIO TO WS-DESV-PRO (3).
           PERFORM MARCAR-DESVIO-3.
           IF EMP-EXCEDE
               MOVE "FUERA DEL UMBRAL" TO WS-OBSERVACION
               ADD 1 TO WS-CONT-VARIACION
               PERFORM IMPRIMIR-EMPLEADO
           END-IF.
       MARCAR-DESVIO-1.
           IF EVA-EXCEDE
               MOVE "*" TO WS-DESV-MARCA (1)
               MOVE "S" TO WS-EMP-EXCEDE
           END-IF.
       MARCAR-DESVIO-2.
           IF EVA-EXCEDE
               MOVE "*" TO WS-DESV-MARCA (2)
               MOVE "S" TO WS-EMP-EXCEDE
           END-IF.
       MARCAR-DESVIO-3.
           IF EVA-EXCEDE
               MOVE "*" TO WS-DESV-MARCA (3)
               MOVE "S" TO WS-EMP-EXCEDE
           END-IF.
      * DESVIO PORCENTUAL CONTRA LA REFERENCIA, EN CUALQUIER
      * SENTIDO; SIN REFERENCIA, CUALQUIER IMPORTE SE MARCA.
       EVALUAR-DESVIO.
           MOVE "N" TO WS-EVA-EXCEDE.
           MOVE ZERO TO WS-EVA-DESVIO.
           IF WS-EVA-REFERENCIA = ZERO
               IF WS-EVA-ACTUAL NOT = ZERO
                   MOVE 999.9 TO WS-EVA-DESVIO
                   MOVE "S" TO WS-EVA-EXCEDE
               END-IF
           ELSE
               COMPUTE WS-EVA-DESVIO ROUNDED =
                   (WS-EVA-ACTUAL - WS-EVA-REFERENCIA) * 100
                   / WS-EVA-REFERENCIA
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-EVA-DESVIO
               END-COMPUTE
               MOVE WS-EVA-DESVIO TO WS-EVA-ABSOLUTO
               IF WS-EVA-ABSOLUTO < ZERO
                   COMPUTE WS-EVA-ABSOLUTO = 0 - WS-EVA-ABSOLUTO
               END-IF
               IF WS-EVA-ABSOLUTO > WS-PARAM-UMBRAL
                   MOVE "S" TO WS-EVA-EXCEDE
               END-IF
           END-IF.
      * TRES RENGLONES POR EMPLEADO: BRUTO, NETO Y HORAS; LA
      * OBSERVACION VA EN EL PRIMERO Y EL "*" MARCA LO QUE PASA EL
      * UMBRAL.
       IMPRIMIR-EMPLEADO.
           MOVE WS-ID-ACTUAL TO DET-ID.
           MOVE WS-NOMBRE-ACTUAL TO DET-NOMBRE.
           MOVE "BRUTO" TO DET-CONCEPTO.
           MOVE WS-ACT-BRUTO TO DET-ACTUAL.
           MOVE WS-ANT-BRUTO TO DET-ANTERIOR.
           MOVE WS-DESV-ANT (1) TO DET-DESV-ANT.
           MOVE WS-PRO-BRUTO TO DET-PROMEDIO.
           MOVE WS-DESV-PRO (1) TO DET-DESV-PRO.
           MOVE WS-DESV-MARCA (1) TO DET-MARCA.
           MOVE WS-OBSERVACION TO DET-OBSERVACION.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO DET-ID.
           MOVE SPACES TO DET-NOMBRE.
           MOVE SPACES TO DET-OBSERVACION.
           MOVE "NETO" TO DET-CONCEPTO.
           MOVE WS-ACT-NETO TO DET-ACTUAL.
           MOVE WS-ANT-NETO TO DET-ANTERIOR.
           MOVE WS-DESV-ANT (2) TO DET-DESV-ANT.
           MOVE WS-PRO-NETO TO DET-PROMEDIO.
           MOVE WS-DESV-PRO (2) TO DET-DESV-PRO.
           MOVE WS-DESV-MARCA (2) TO DET-MARCA.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "HORAS" TO DET-CONCEPTO.
           MOVE WS-ACT-HORAS TO DET-ACTUAL.
           MOVE WS-ANT-HORAS TO DET-ANTERIOR.
           MOVE WS-DESV-ANT (3) TO DET-DESV-ANT.
           MOVE WS-PRO-HORAS TO DET-PROMEDIO.
           MOVE WS-DESV-PRO (3) TO DET-DESV-PRO.
           MOVE WS-DESV-MARCA (3) TO DET-MARCA.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EMPLEADOS PAGADOS EN LA SEMANA  : "
               WS-CONT-REVISADOS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "FUERA DEL UMBRAL                : "
               WS-CONT-VARIACION
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PRIMER PAGO                     : "
               WS-CONT-PRIMEROS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "SIN PAGO EN LAS SEMANAS ANTERIORES: "
               WS-CONT-REAPARECEN
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "COBRARON LA ANTERIOR Y ESTA NO  : "
               WS-CONT-AUSENTES
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY "EMPLEADOS PAGADOS EN LA SEMANA : "
               WS-CONT-REVISADOS.
           DISPLAY "FUERA DEL UMBRAL               : "
               WS-CONT-VARIACION.
           DISPLAY "PRIMER PAGO                    : "
               WS-CONT-PRIMEROS.
           DISPLAY "REAPARECEN SIN PAGOS RECIENTES : "
               WS-CONT-REAPARECEN.
           DISPLAY "COBRARON LA ANTERIOR Y ESTA NO : "
               WS-CONT-AUSENTES.
       RUTINA-SALIDA.
           CLOSE HISTORIA-PAGOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE PERIODOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "REPORTE IMPRESO EN VARSEM.RPT.".
           GOBACK.
       END PROGRAM VARIACION-SEMANAL.

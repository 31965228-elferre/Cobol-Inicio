      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Annual income-tax reconciliation, run before
      *          CIERRE-ANUAL rolls the year. For a requested year it
      *          nets each employee's taxable gross and the
      *          PAGO-IMPUESTO withheld from pagohist.dat (reversos
      *          subtracted, earlier ajuste anual rows counted) plus
      *          the saldoini.dat rows of that year, recomputes the
      *          tax on the annual gross with the impanual.dat
      *          bracket table (same layout and flat-rate rule as the
      *          weekly deducc.dat brackets) and prints the
      *          difference per employee to ajuste.rpt. MENU-PRINCIPAL
      *          passes the session like RETRO-PAGOS; after the rol-S
      *          operator confirms, each difference is posted as an
      *          ajuste anual liquidation (PAGO-TIPO A) on the last
      *          December pay date of the year: a refund goes out as
      *          net pay through a negative PAGO-DEDUCCIONES, an
      *          extra charge is booked as tax on a zero-net row and
      *          recovered from the following pays through a
      *          recdeduc.dat recurring deduction. A second run of
      *          the same year finds the posted rows and has nothing
      *          left to post.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-ANUAL.
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

       SELECT OPTIONAL SALDOS-ARCHIVO
       ASSIGN TO "saldoini.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRAMOS-ARCHIVO
       ASSIGN TO "impanual.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RECURRENTES-ARCHIVO
       ASSIGN TO "recdeduc.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-REC.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "ajuste.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * SALDOS INICIALES ARRASTRADOS POR EL CIERRE ANUAL
       FD SALDOS-ARCHIVO.
           COPY SALREG.
      * TRAMOS ANUALES DEL IMPUESTO (MISMO REGISTRO QUE DEDUCC.DAT)
       FD TRAMOS-ARCHIVO.
           COPY DEDREG.
      * MAESTRO DE DEDUCCIONES RECURRENTES POR EMPLEADO
       FD RECURRENTES-ARCHIVO.
           COPY RECREG.
      * ARCHIVO DE IMPRESION DEL AJUSTE ANUAL
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-REC PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  FIN-DE-SALDOS PIC X VALUE "N".
           88 FIN-SALDOS VALUE "S".
       01  FIN-DE-TABLA PIC X VALUE "N".
           88 FIN-TABLA VALUE "S".
       01  WS-CONFIRMA PIC X.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAA PIC 9(4).
           05 WS-HOY-MMDD PIC 9(4).
       01  WS-ANIO PIC 9(4).
       01  WS-FECHA-ASIENTO PIC 9(8) VALUE ZERO.
       01  WS-FECHA-DICIEMBRE PIC 9(8) VALUE ZERO.
       01  WS-MOTIVO-AJUSTE PIC X(20).
       01  WS-USADOS PIC 9(3) VALUE ZERO.
       01  WS-IDX PIC 9(3).
       01  WS-HALLADO PIC X.
           88 HALLADO VALUE "S".
       01  WS-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-PAGO-GRABADO PIC X.
           88 PAGO-GRABADO VALUE "S".
       01  WS-TRAMOS-USADOS PIC 99 VALUE ZERO.
       01  WS-TIX PIC 99.
       01  WS-TABLA-TRAMOS.
           05 WS-TRAMO-ENTRADA OCCURS 20 TIMES.
               10 TRA-DESDE PIC 9(6)V99.
               10 TRA-HASTA PIC 9(6)V99.
               10 TRA-PORCENTAJE PIC 9(2)V99.
       01  WS-TOTALES.
           05 WS-TOT-ENTRADA OCCURS 500 TIMES.
               10 TOT-ID PIC X(6).
               10 TOT-BRUTO PIC S9(8)V99.
               10 TOT-RETENIDO PIC S9(8)V99.
               10 TOT-CALCULADO PIC S9(8)V99.
               10 TOT-DIFERENCIA PIC S9(8)V99.
               10 TOT-TRAMO PIC X.
                   88 TOT-CON-TRAMO VALUE "S".
       01  WS-MONTO-AJUSTE PIC 9(6)V99.
       01  WS-CONT-COBROS PIC 9(5) VALUE ZERO.
       01  WS-CONT-DEVOLUCIONES PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-TRAMO PIC 9(5) VALUE ZERO.
       01  WS-CONT-ASENTADOS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-COBROS PIC S9(8)V99 VALUE ZERO.
       01  WS-TOTAL-DEVOLUCIONES PIC S9(8)V99 VALUE ZERO.
       01  WS-NOMBRE-COMPLETO PIC X(45).
       01  WS-LINEA-TITULO.
           05 FILLER PIC X(32)
               VALUE "AJUSTE ANUAL DE IMPUESTO - ANIO ".
           05 TIT-ANIO PIC 9(4).
           05 FILLER PIC X(10) VALUE "   FECHA: ".
           05 TIT-FECHA PIC 9(8).
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DET-BRUTO PIC --------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-RETENIDO PIC --------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-CALCULADO PIC --------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-DIFERENCIA PIC --------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOTA PIC X(14).
       01  WS-LINEA-TOTAL.
           05 TOT-TEXTO PIC X(30).
           05 TOT-CANTIDAD PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 TOT-IMPORTE PIC ----,---,--9.99.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "AJUSTE-ANUAL".
           05 ARC-REPORTE PIC X(20) VALUE "ajuste.rpt".
           05 ARC-OPERADOR PIC X(10) VALUE "AUTOMATICO".
       LINKAGE SECTION.
       01  LNK-SESION.
           05 LNK-OPERADOR PIC X(10).
           05 LNK-ROL PIC X(1).
               88 LNK-SUPERVISOR VALUE "S".
       PROCEDURE DIVISION USING LNK-SESION.
       MAIN-PROCEDURE.
      * EL OPERADOR DE LA SESION FIRMA LA FILA DEL INDICE DE
      * REPORTES CUANDO EL AJUSTE SE ARCHIVA.
           IF LNK-OPERADOR NOT = SPACES
               MOVE LNK-OPERADOR TO ARC-OPERADOR
           END-IF.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           MOVE ZERO TO WS-USADOS.
           MOVE ZERO TO WS-DESBORDES.
           MOVE ZERO TO WS-FECHA-DICIEMBRE.
           MOVE ZERO TO WS-CONT-COBROS.
           MOVE ZERO TO WS-CONT-DEVOLUCIONES.
           MOVE ZERO TO WS-CONT-SIN-TRAMO.
           MOVE ZERO TO WS-CONT-ASENTADOS.
           MOVE ZERO TO WS-TOTAL-COBROS.
           MOVE ZERO TO WS-TOTAL-DEVOLUCIONES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "AJUSTE ANUAL DE IMPUESTO A LA RENTA".
           DISPLAY "ANIO A AJUSTAR (AAAA) :".
           ACCEPT WS-ANIO.
           IF WS-ANIO > WS-HOY-AAAA OR WS-ANIO = ZERO
               DISPLAY "ANIO INVALIDO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGAR-TRAMOS.
           IF WS-TRAMOS-USADOS = ZERO
               DISPLAY "SIN TRAMOS ANUALES DE IMPUESTO EN "
                   "IMPANUAL.DAT: NO SE PUEDE AJUSTAR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM POSICIONAR-PAGOS.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
           PERFORM ACUMULAR-PAGO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
           PERFORM ACUMULAR-SALDOS-INICIALES.
           PERFORM ELEGIR-FECHA-ASIENTO.
           MOVE 1 TO WS-IDX.
           PERFORM CALCULAR-AJUSTE UNTIL WS-IDX > WS-USADOS.
           PERFORM IMPRIMIR-REPORTE.
           IF WS-CONT-COBROS + WS-CONT-DEVOLUCIONES = ZERO
               DISPLAY "SIN DIFERENCIAS QUE ASENTAR."
           ELSE
               PERFORM CONFIRMAR-ASIENTO
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.
       ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-PAGOS.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
      * LA TABLA ANUAL SE LEE COMO LA SEMANAL DE DEDUCC.DAT; SOLO
      * CUENTAN LAS FILAS DE IMPUESTO (TIPO I).
       CARGAR-TRAMOS.
           MOVE ZERO TO WS-TRAMOS-USADOS.
           MOVE "N" TO FIN-DE-TABLA.
           OPEN INPUT TRAMOS-ARCHIVO.
           PERFORM LEER-TRAMO.
           PERFORM GUARDAR-TRAMO
               UNTIL FIN-TABLA OR WS-TRAMOS-USADOS = 20.
           CLOSE TRAMOS-ARCHIVO.
       LEER-TRAMO.
           READ TRAMOS-ARCHIVO
               AT END MOVE "S" TO FIN-DE-TABLA
           END-READ.
       GUARDAR-TRAMO.
           IF DED-IMPUESTO
               ADD 1 TO WS-TRAMOS-USADOS
               MOVE DED-DESDE TO TRA-DESDE (WS-TRAMOS-USADOS)
               MOVE DED-HASTA TO TRA-HASTA (WS-TRAMOS-USADOS)
               MOVE DED-PORCENTAJE
                   TO TRA-PORCENTAJE (WS-TRAMOS-USADOS)
           END-IF.
           PERFORM LEER-TRAMO.
      * EL ANIO SE LEE POR LA CLAVE ALTERNA DESDE EL 1 DE ENERO.
       POSICIONAR-PAGOS.
           MOVE WS-ANIO TO PAGO-FECHA-AAAA.
           MOVE 01 TO PAGO-FECHA-MM.
           MOVE 01 TO PAGO-FECHA-DD.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
      * UN REVERSO (TIPO V) SE RESTA EN VEZ DE SUMARSE. UN AJUSTE
      * ANUAL YA ASENTADO SUMA SU IMPUESTO COBRADO Y RESTA LO QUE
      * DEVOLVIO COMO NETO, ASI UNA SEGUNDA CORRIDA DA DIFERENCIA
      * CERO. LA ULTIMA FECHA DE PAGO DE DICIEMBRE QUEDA GUARDADA
      * PARA EL ASIENTO.
       ACUMULAR-PAGO.
           IF PAGO-FECHA-AAAA NOT = WS-ANIO
               MOVE "S" TO FIN-DEL-ARCHIVO
           ELSE
               IF PAGO-FECHA-MM = 12 AND NOT PAGO-AJUSTE-ANUAL
                   MOVE PAGO-FECHA TO WS-FECHA-DICIEMBRE
               END-IF
               PERFORM BUSCAR-ENTRADA
               IF HALLADO
                   IF PAGO-REVERSO
                       SUBTRACT PAGO-BRUTO FROM TOT-BRUTO (WS-IDX)
                       SUBTRACT PAGO-IMPUESTO
                           FROM TOT-RETENIDO (WS-IDX)
                   ELSE
                       ADD PAGO-BRUTO TO TOT-BRUTO (WS-IDX)
                       ADD PAGO-IMPUESTO TO TOT-RETENIDO (WS-IDX)
                   END-IF
                   IF PAGO-AJUSTE-ANUAL
                       SUBTRACT PAGO-NETO FROM TOT-RETENIDO (WS-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-DESBORDES
               END-IF
               PERFORM LEER-PAGO
           END-IF.
       BUSCAR-ENTRADA.
           MOVE "N" TO WS-HALLADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-ENTRADA
               UNTIL HALLADO OR WS-IDX > WS-USADOS.
           IF NOT HALLADO
               IF WS-USADOS < 500
                   ADD 1 TO WS-USADOS
                   MOVE WS-USADOS TO WS-IDX
                   MOVE PAGO-ID TO TOT-ID (WS-IDX)
                   MOVE ZERO TO TOT-BRUTO (WS-IDX)
                   MOVE ZERO TO TOT-RETENIDO (WS-IDX)
                   MOVE ZERO TO TOT-CALCULADO (WS-IDX)
                   MOVE ZERO TO TOT-DIFERENCIA (WS-IDX)
                   MOVE "N" TO TOT-TRAMO (WS-IDX)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-IF.
       COMPARAR-ENTRADA.
           IF TOT-ID (WS-IDX) = PAGO-ID
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
      * LO QUE CIERRE-ANUAL YA MUDO A PAGOAAAA.DAT VUELVE POR LOS
      * TOTALES DE SALDOINI.DAT. UNA FILA GRABADA ANTES DE QUE EL
      * SALDO LLEVARA IMPUESTO LO LEE EN BLANCO Y CUENTA COMO CERO.
       ACUMULAR-SALDOS-INICIALES.
           MOVE "N" TO FIN-DE-SALDOS.
           OPEN INPUT SALDOS-ARCHIVO.
           PERFORM LEER-SALDO.
           PERFORM ACUMULAR-SALDO UNTIL FIN-SALDOS.
           CLOSE SALDOS-ARCHIVO.
       LEER-SALDO.
           READ SALDOS-ARCHIVO
               AT END MOVE "S" TO FIN-DE-SALDOS
           END-READ.
       ACUMULAR-SALDO.
           IF SAL-ANIO = WS-ANIO
               MOVE SAL-ID TO PAGO-ID
               PERFORM BUSCAR-ENTRADA
               IF HALLADO
                   ADD SAL-BRUTO TO TOT-BRUTO (WS-IDX)
                   IF SAL-IMPUESTO NUMERIC
                       ADD SAL-IMPUESTO TO TOT-RETENIDO (WS-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-DESBORDES
               END-IF
           END-IF.
           PERFORM LEER-SALDO.
      * EL AJUSTE SE ASIENTA EN LA ULTIMA FECHA DE PAGO DE DICIEMBRE
      * DEL ANIO; SIN PAGOS DE DICIEMBRE EN EL LEDGER (ANIO YA
      * CERRADO O SIN NOMINA ESE MES) VA AL 31 DE DICIEMBRE.
       ELEGIR-FECHA-ASIENTO.
           IF WS-FECHA-DICIEMBRE NOT = ZERO
               MOVE WS-FECHA-DICIEMBRE TO WS-FECHA-ASIENTO
           ELSE
               COMPUTE WS-FECHA-ASIENTO = WS-ANIO * 10000 + 1231
           END-IF.
      * EL IMPUESTO ANUAL SE CALCULA COMO EL SEMANAL: EL PORCENTAJE
      * DEL TRAMO DONDE CAE EL BRUTO SE APLICA SOBRE TODO EL BRUTO.
       CALCULAR-AJUSTE.
           MOVE ZERO TO TOT-CALCULADO (WS-IDX).
           MOVE "N" TO TOT-TRAMO (WS-IDX).
           IF TOT-BRUTO (WS-IDX) > ZERO
               MOVE 1 TO WS-TIX
               PERFORM APLICAR-TRAMO
                   UNTIL WS-TIX > WS-TRAMOS-USADOS
           ELSE
               MOVE "S" TO TOT-TRAMO (WS-IDX)
           END-IF.
           IF TOT-CON-TRAMO (WS-IDX)
               COMPUTE TOT-DIFERENCIA (WS-IDX) =
                   TOT-CALCULADO (WS-IDX) - TOT-RETENIDO (WS-IDX)
           ELSE
               MOVE ZERO TO TOT-DIFERENCIA (WS-IDX)
               ADD 1 TO WS-CONT-SIN-TRAMO
           END-IF.
           IF TOT-DIFERENCIA (WS-IDX) > ZERO
               ADD 1 TO WS-CONT-COBROS
               ADD TOT-DIFERENCIA (WS-IDX) TO WS-TOTAL-COBROS
           END-IF.
           IF TOT-DIFERENCIA (WS-IDX) < ZERO
               ADD 1 TO WS-CONT-DEVOLUCIONES
               SUBTRACT TOT-DIFERENCIA (WS-IDX)
                   FROM WS-TOTAL-DEVOLUCIONES
           END-IF.
           ADD 1 TO WS-IDX.
       APLICAR-TRAMO.
           IF NOT TOT-CON-TRAMO (WS-IDX)
              AND TOT-BRUTO (WS-IDX) >= TRA-DESDE (WS-TIX)
              AND TOT-BRUTO (WS-IDX) <= TRA-HASTA (WS-TIX)
               COMPUTE TOT-CALCULADO (WS-IDX) ROUNDED =
                   TOT-BRUTO (WS-IDX) * TRA-PORCENTAJE (WS-TIX) / 100
               MOVE "S" TO TOT-TRAMO (WS-IDX)
           END-IF.
           ADD 1 TO WS-TIX.
       IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE WS-ANIO TO TIT-ANIO.
           MOVE WS-FECHA-HOY TO TIT-FECHA.
           MOVE WS-LINEA-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "FECHA DE ASIENTO (ULTIMO PAGO DE DICIEMBRE): "
               DELIMITED BY SIZE
               WS-FECHA-ASIENTO DELIMITED BY SIZE
               INTO REPORTE-LINEA
           END-STRING.
           WRITE REPORTE-LINEA.
           MOVE "ID     NOMBRE Y APELLIDOS              " &
               "  BRUTO ANUAL     RETENIDO    CALCULADO   " &
               "DIFERENCIA"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-ENTRADA UNTIL WS-IDX > WS-USADOS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "EMPLEADOS CON PAGOS EN EL ANIO" TO TOT-TEXTO.
           MOVE WS-USADOS TO TOT-CANTIDAD.
           MOVE ZERO TO TOT-IMPORTE.
           PERFORM GRABAR-TOTAL.
           MOVE "COBROS (IMPUESTO FALTANTE)" TO TOT-TEXTO.
           MOVE WS-CONT-COBROS TO TOT-CANTIDAD.
           MOVE WS-TOTAL-COBROS TO TOT-IMPORTE.
           PERFORM GRABAR-TOTAL.
           MOVE "DEVOLUCIONES (RETENIDO DE MAS)" TO TOT-TEXTO.
           MOVE WS-CONT-DEVOLUCIONES TO TOT-CANTIDAD.
           MOVE WS-TOTAL-DEVOLUCIONES TO TOT-IMPORTE.
           PERFORM GRABAR-TOTAL.
           IF WS-CONT-SIN-TRAMO > ZERO
               MOVE "SIN TRAMO (NO SE AJUSTAN)" TO TOT-TEXTO
               MOVE WS-CONT-SIN-TRAMO TO TOT-CANTIDAD
               MOVE ZERO TO TOT-IMPORTE
               PERFORM GRABAR-TOTAL
           END-IF.
           IF WS-DESBORDES > ZERO
               MOVE "PAGOS FUERA DE TABLA LLENA" TO TOT-TEXTO
               MOVE WS-DESBORDES TO TOT-CANTIDAD
               MOVE ZERO TO TOT-IMPORTE
               PERFORM GRABAR-TOTAL
           END-IF.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "AJUSTE ANUAL IMPRESO EN AJUSTE.RPT".
           DISPLAY "COBROS       : " WS-CONT-COBROS.
           DISPLAY "DEVOLUCIONES : " WS-CONT-DEVOLUCIONES.
       GRABAR-TOTAL.
           MOVE WS-LINEA-TOTAL TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-ENTRADA.
           MOVE TOT-ID (WS-IDX) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO WS-NOMBRE-COMPLETO
               NOT INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-COMPLETO
                   STRING FUNCTION TRIM(EMPLEADOS-NOMBRE)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                       DELIMITED BY SIZE
                       INTO WS-NOMBRE-COMPLETO
                   END-STRING
           END-READ.
           MOVE TOT-ID (WS-IDX) TO DET-ID.
           MOVE WS-NOMBRE-COMPLETO TO DET-NOMBRE.
           MOVE TOT-BRUTO (WS-IDX) TO DET-BRUTO.
           MOVE TOT-RETENIDO (WS-IDX) TO DET-RETENIDO.
           MOVE TOT-CALCULADO (WS-IDX) TO DET-CALCULADO.
           MOVE TOT-DIFERENCIA (WS-IDX) TO DET-DIFERENCIA.
           EVALUATE TRUE
           WHEN NOT TOT-CON-TRAMO (WS-IDX)
               MOVE "SIN TRAMO" TO DET-NOTA
           WHEN TOT-DIFERENCIA (WS-IDX) > ZERO
               MOVE "COBRO" TO DET-NOTA
           WHEN TOT-DIFERENCIA (WS-IDX) < ZERO
               MOVE "DEVOLUCION" TO DET-NOTA
           WHEN OTHER
               MOVE "SIN DIFERENCIA" TO DET-NOTA
           END-EVALUATE.
           MOVE WS-LINEA-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-IDX.
      * EL ASIENTO NECESITA UN SUPERVISOR. SIN PAGOS DE DICIEMBRE
      * NO SE ASIENTA UN ANIO QUE TODAVIA NO TERMINO.
       CONFIRMAR-ASIENTO.
           IF WS-FECHA-DICIEMBRE = ZERO AND WS-ANIO = WS-HOY-AAAA
               DISPLAY "TODAVIA NO HAY PAGOS DE DICIEMBRE DE "
                   WS-ANIO ": EL AJUSTE NO SE ASIENTA."
           ELSE
               DISPLAY "ASENTAR LAS DIFERENCIAS EN PAGOHIST.DAT "
                   "AL " WS-FECHA-ASIENTO "? (S/N) :"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   IF LNK-SUPERVISOR
                       PERFORM ASENTAR-AJUSTES
                   ELSE
                       DISPLAY "SOLO UN OPERADOR CON ROL S PUEDE "
                           "ASENTAR EL AJUSTE ANUAL."
                   END-IF
               ELSE
                   DISPLAY "AJUSTE NO ASENTADO."
               END-IF
           END-IF.
       ASENTAR-AJUSTES.
           MOVE SPACES TO WS-MOTIVO-AJUSTE.
           STRING "AJUSTE ANUAL " DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               INTO WS-MOTIVO-AJUSTE
           END-STRING.
           OPEN I-O HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN I-O HISTORIA-PAGOS
           END-IF.
           OPEN I-O RECURRENTES-ARCHIVO.
           IF WS-FILE-STATUS-REC = "35"
               OPEN OUTPUT RECURRENTES-ARCHIVO
               CLOSE RECURRENTES-ARCHIVO
               OPEN I-O RECURRENTES-ARCHIVO
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM ASENTAR-UN-AJUSTE UNTIL WS-IDX > WS-USADOS.
           CLOSE HISTORIA-PAGOS.
           CLOSE RECURRENTES-ARCHIVO.
           DISPLAY "AJUSTES ASENTADOS: " WS-CONT-ASENTADOS
               ", PAGOHIST.DAT ACTUALIZADO.".
      * LA DEVOLUCION SALE COMO NETO A PAGAR CON DEDUCCIONES
      * NEGATIVAS. EL COBRO QUEDA COMO IMPUESTO DE UNA FILA DE NETO
      * CERO Y SE DESCUENTA DE LOS PAGOS SIGUIENTES POR UNA
      * DEDUCCION RECURRENTE CON SALDO.
       ASENTAR-UN-AJUSTE.
           IF TOT-DIFERENCIA (WS-IDX) NOT = ZERO
               MOVE TOT-ID (WS-IDX) TO PAGO-ID
               MOVE WS-FECHA-ASIENTO TO PAGO-FECHA
               MOVE ZERO TO PAGO-BRUTO
               MOVE ZERO TO PAGO-SEGSOC
               MOVE ZERO TO PAGO-SINDICATO
               MOVE ZERO TO PAGO-HORAS-NORMALES
               MOVE ZERO TO PAGO-HORAS-EXTRA-DIA
               MOVE ZERO TO PAGO-HORAS-EXTRA-SEM
               MOVE ZERO TO PAGO-OTRAS-DEDUCC
               MOVE "A" TO PAGO-TIPO
               MOVE ZERO TO PAGO-SEMANA-FIN
               COMPUTE PAGO-FECHA-REF = WS-ANIO * 10000 + 1231
               MOVE ZERO TO PAGO-SECUENCIA-REF
               MOVE SPACE TO PAGO-TIPO-REF
               MOVE WS-MOTIVO-AJUSTE TO PAGO-MOTIVO
               IF TOT-DIFERENCIA (WS-IDX) > ZERO
                   MOVE TOT-DIFERENCIA (WS-IDX) TO WS-MONTO-AJUSTE
                   MOVE WS-MONTO-AJUSTE TO PAGO-IMPUESTO
                   MOVE ZERO TO PAGO-DEDUCCIONES
                   MOVE ZERO TO PAGO-NETO
               ELSE
                   COMPUTE WS-MONTO-AJUSTE =
                       TOT-DIFERENCIA (WS-IDX) * -1
                   MOVE ZERO TO PAGO-IMPUESTO
                   COMPUTE PAGO-DEDUCCIONES = WS-MONTO-AJUSTE * -1
                   MOVE WS-MONTO-AJUSTE TO PAGO-NETO
               END-IF
               PERFORM GRABAR-PAGO
               IF PAGO-GRABADO
                   ADD 1 TO WS-CONT-ASENTADOS
                   IF TOT-DIFERENCIA (WS-IDX) > ZERO
                       PERFORM GRABAR-RECUPERO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-IDX.
      * EL LEDGER ES DE SOLO ALTA: SI EL EMPLEADO YA TIENE UNA FILA
      * EN LA MISMA FECHA SE TOMA LA SECUENCIA SIGUIENTE LIBRE.
       GRABAR-PAGO.
           MOVE ZERO TO PAGO-SECUENCIA.
           MOVE "N" TO WS-PAGO-GRABADO.
           PERFORM INTENTAR-PAGO
               UNTIL PAGO-GRABADO OR PAGO-SECUENCIA = 999.
           IF NOT PAGO-GRABADO
               DISPLAY "NO SE PUDO GRABAR EN PAGOHIST.DAT PARA "
                   PAGO-ID ", ESTADO " WS-FILE-STATUS-PAGO
           END-IF.
       INTENTAR-PAGO.
           ADD 1 TO PAGO-SECUENCIA.
           WRITE PAGO-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PAGO-GRABADO
           END-WRITE.
       GRABAR-RECUPERO.
           MOVE TOT-ID (WS-IDX) TO REC-ID.
           MOVE WS-MOTIVO-AJUSTE TO REC-CONCEPTO.
           MOVE "M" TO REC-MODO.
           MOVE WS-MONTO-AJUSTE TO REC-VALOR.
           MOVE WS-MONTO-AJUSTE TO REC-SALDO.
           MOVE 01 TO REC-PRIORIDAD.
           MOVE "A" TO REC-ESTADO.
           WRITE RECURRENTE-REGISTRO
               INVALID KEY
                   DISPLAY "YA EXISTE LA DEDUCCION " REC-CONCEPTO
                       " DE " REC-ID ": REVISAR EN RECDEDUC."
           END-WRITE.
       END PROGRAM AJUSTE-ANUAL.

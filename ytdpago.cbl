      *              year-to-date no longer carries a liquidation
      *              keyed against the wrong employee; the totals and
      *              detail columns went signed for that.
      * 2026-10-15 - pagohist.dat is indexed now: only the requested
      *              year is read, through the PAGO-FECHA alternate
      *              key, instead of the whole ledger.
      * 2026-10-15 - New LIC. PAGA column: the part of the gross paid
      *              as leave (PAGO-TIPO L rows from NOMINA-LOTE), so
      *              the certification tells leave pay from worked
      *              pay. The gross column still includes it.
      * 2026-10-15 - A reverso of a paid leave row (PAGO-TIPO-REF L)
      *              is netted out of the LIC. PAGA column as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTD-PAGOS.
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
       FD SALDOS-ARCHIVO.
           COPY SALREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
               10 TOT-BRUTO PIC S9(8)V99.
               10 TOT-DEDUCCIONES PIC S9(8)V99.
               10 TOT-NETO PIC S9(8)V99.
               10 TOT-LICENCIA PIC S9(8)V99.
       01  WS-NOMBRE-COMPLETO PIC X(45).
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 DET-DEDUCCIONES PIC --------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-NETO PIC --------9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-LICENCIA PIC --------9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
           DISPLAY "INGRESE ANIO A REPORTAR (AAAA) :".
           ACCEPT WS-ANIO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM POSICIONAR-PAGOS.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
           PERFORM ACUMULAR-PAGO UNTIL FIN-ARCHIVO.
           PERFORM ACUMULAR-SALDOS-INICIALES.
           PERFORM IMPRIMIR-REPORTE.
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
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
      * UN REVERSO (TIPO V) SE RESTA EN VEZ DE SUMARSE, ASI EL
      * ACUMULADO CERTIFICADO QUEDA NETO DE PAGOS ANULADOS. LA
      * LICENCIA PAGA (TIPO L) SE ABRE ADEMAS EN SU PROPIA COLUMNA,
      * DE LA QUE TAMBIEN SE RESTA EL REVERSO DE UNA FILA L.
       ACUMULAR-PAGO.
           IF PAGO-FECHA-AAAA NOT = WS-ANIO
               MOVE "S" TO FIN-DEL-ARCHIVO
           ELSE
               PERFORM BUSCAR-ENTRADA
               IF HALLADO
                   IF PAGO-REVERSO
                       SUBTRACT PAGO-DEDUCCIONES
                           FROM TOT-DEDUCCIONES (WS-IDX)
                       SUBTRACT PAGO-NETO FROM TOT-NETO (WS-IDX)
                       IF PAGO-TIPO-REF = "L"
                           SUBTRACT PAGO-BRUTO
                               FROM TOT-LICENCIA (WS-IDX)
                       END-IF
                   ELSE
                       ADD PAGO-BRUTO TO TOT-BRUTO (WS-IDX)
                       ADD PAGO-DEDUCCIONES
                           TO TOT-DEDUCCIONES (WS-IDX)
                       ADD PAGO-NETO TO TOT-NETO (WS-IDX)
                       IF PAGO-LICENCIA-PAGA
                           ADD PAGO-BRUTO TO TOT-LICENCIA (WS-IDX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-DESBORDES
               END-IF
               PERFORM LEER-PAGO
           END-IF.
       BUSCAR-ENTRADA.
           MOVE "N" TO WS-HALLADO.
           MOVE 1 TO WS-IDX.
                   MOVE ZERO TO TOT-BRUTO (WS-IDX)
                   MOVE ZERO TO TOT-DEDUCCIONES (WS-IDX)
                   MOVE ZERO TO TOT-NETO (WS-IDX)
                   MOVE ZERO TO TOT-LICENCIA (WS-IDX)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-IF.
           DISPLAY "ACUMULADO DE PAGOS DEL ANIO " WS-ANIO.
           DISPLAY "ID     NOMBRE Y APELLIDOS"
               "                           BRUTO       DEDUCCIONES"
               "        NETO   LIC. PAGA".
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-ENTRADA UNTIL WS-IDX > WS-USADOS.
           DISPLAY "EMPLEADOS CON PAGOS EN EL ANIO: " WS-USADOS.
           MOVE TOT-BRUTO (WS-IDX) TO DET-BRUTO.
           MOVE TOT-DEDUCCIONES (WS-IDX) TO DET-DEDUCCIONES.
           MOVE TOT-NETO (WS-IDX) TO DET-NETO.
           MOVE TOT-LICENCIA (WS-IDX) TO DET-LICENCIA.
           DISPLAY WS-LINEA-DETALLE.
           ADD 1 TO WS-IDX.
       CERRAR-ARCHIVOS.

      *          name from emp.dat, and writes a formatted receipt per
      *          liquidation (period, gross, adjustments, net) to the
      *          recibos.dat print file, for the written receipts the
      *          labor inspections require. Each stub is registered
      *          in recfirma.dat to track its signed copy.
      * Tectonics: cobc
      * Mods:
      * 2026-08-22 - MAIN-PROCEDURE reinicia las banderas de fin de
      *              check the stub against the signed timesheets.
      *              Ledger rows written before the hours fields
      *              existed read back as spaces and skip the block.
      * 2026-10-15 - pagohist.dat is indexed now: a pay date is read
      *              directly through the PAGO-FECHA alternate key
      *              instead of scanning the whole ledger; 0 (all
      *              dates) walks the same key from the start, so the
      *              stubs still come out in pay-date order.
      * 2026-10-15 - Every novedades.dat one-off earning the
      *              liquidation paid prints on its own line: the
      *              gravable ones above PAGO BRUTO, which includes
      *              them, the exento ones above AJUSTES Y
      *              DEDUCCIONES, which nets them out.
      * 2026-10-15 - An ajuste anual row (PAGO-TIPO A) prints its
      *              concept with the year and whether it is a refund
      *              or a charge recovered from the next pays.
      * 2026-10-15 - A paid leave row (PAGO-TIPO L) prints its concept
      *              with the week and a detail line with the leave
      *              type and paid days; its hours are the averaged
      *              hours the leave was paid on.
      * 2026-10-15 - Every stub printed is registered in recfirma.dat
      *              (employee, pay date, liquidation type, net) so
      *              its signed copy can be tracked for the labor
      *              inspection. A stub already registered prints as
      *              a numbered duplicate copy; an employee id can be
      *              given to reprint only that employee's stubs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBO-PAGOS.
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
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "novedades.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NVD-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NVD.

       SELECT OPTIONAL RECIBOS-FIRMA
       ASSIGN TO "recfirma.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RFI-CLAVE
       FILE STATUS IS WS-FILE-STATUS-RFI.

       SELECT RECIBOS-ARCHIVO
       ASSIGN TO "recibos.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO DE NOVEDADES DE PAGO (INGRESOS EVENTUALES)
       FD NOVEDADES-ARCHIVO.
           COPY NVDREG.
      * REGISTRO DE RECIBOS IMPRESOS Y SU FIRMA
       FD RECIBOS-FIRMA.
           COPY RFIREG.
      * ARCHIVO DE IMPRESION DE RECIBOS
       FD RECIBOS-ARCHIVO.
           01 RECIBO-LINEA PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-NVD PIC X(2).
       01  WS-FILE-STATUS-RFI PIC X(2).
       01  WS-FIN-ADICIONALES PIC X.
           88 FIN-ADICIONALES VALUE "S".
       01  WS-CLASE-ADICIONAL PIC X.
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-FECHA-PEDIDA PIC 9(8).
       01  WS-CONTADOR-RECIBOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-DUPLICADOS PIC 9(5) VALUE ZERO.
       01  WS-ID-PEDIDO PIC X(6) JUSTIFIED RIGHT.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-DEPTO-RECIBO PIC X(3).
       01  WS-ES-DUPLICADO PIC X.
           88 ES-DUPLICADO VALUE "S".
       01  WS-NOMBRE-COMPLETO PIC X(45).
       01  WS-RAYA PIC X(50) VALUE ALL "-".
       01  WS-MONTO-SIGNADO PIC S9(6)V99.
       01  WS-LINEA-MONTO.
           05 MON-TEXTO PIC X(22).
           05 MON-IMPORTE PIC ---,--9.99.
       01  WS-LINEA-ADICIONAL.
           05 ADI-CONCEPTO PIC X(20).
           05 FILLER PIC X(2) VALUE ": ".
           05 ADI-IMPORTE PIC ---,--9.99.
           05 ADI-NOTA PIC X(12).
       01  WS-LINEA-HORAS.
           05 HOR-TEXTO PIC X(22).
           05 HOR-CANTIDAD PIC ZZZ9.99.
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           MOVE ZERO TO WS-CONTADOR-RECIBOS.
           MOVE ZERO TO WS-CONTADOR-DUPLICADOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "FECHA DE PAGO A IMPRIMIR (AAAAMMDD, 0=TODAS) :".
           ACCEPT WS-FECHA-PEDIDA.
           DISPLAY "ID DE EMPLEADO A REIMPRIMIR (ENTER=TODOS) :".
           MOVE SPACES TO WS-ID-PEDIDO.
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO NOT = SPACES
               INSPECT WS-ID-PEDIDO REPLACING LEADING SPACE BY ZERO
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM POSICIONAR-PAGOS.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PAGO
           END-IF.
           PERFORM PROCESAR-PAGO UNTIL FIN-ARCHIVO.
           DISPLAY "RECIBOS IMPRESOS EN RECIBOS.DAT: "
               WS-CONTADOR-RECIBOS.
           DISPLAY "DE ELLOS COPIAS DUPLICADAS     : "
               WS-CONTADOR-DUPLICADOS.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.
       ABRIR-ARCHIVOS.
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
           OPEN INPUT NOVEDADES-ARCHIVO.
           OPEN I-O RECIBOS-FIRMA.
           IF WS-FILE-STATUS-RFI = "35"
               OPEN OUTPUT RECIBOS-FIRMA
               CLOSE RECIBOS-FIRMA
               OPEN I-O RECIBOS-FIRMA
           END-IF.
           OPEN OUTPUT RECIBOS-ARCHIVO.
      * EL LEDGER SE LEE POR LA CLAVE ALTERNA PAGO-FECHA DESDE LA
      * FECHA PEDIDA (O DESDE EL PRINCIPIO CUANDO ES CERO).
       POSICIONAR-PAGOS.
           MOVE WS-FECHA-PEDIDA TO PAGO-FECHA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-DEL-ARCHIVO
           END-START.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       PROCESAR-PAGO.
           IF WS-FECHA-PEDIDA NOT = ZERO
              AND PAGO-FECHA NOT = WS-FECHA-PEDIDA
               MOVE "S" TO FIN-DEL-ARCHIVO
           ELSE
               IF WS-ID-PEDIDO = SPACES OR PAGO-ID = WS-ID-PEDIDO
                   PERFORM IMPRIMIR-RECIBO
               END-IF
               PERFORM LEER-PAGO
           END-IF.
       IMPRIMIR-RECIBO.
           MOVE PAGO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EMP.DAT)" TO WS-NOMBRE-COMPLETO
                   MOVE SPACES TO WS-DEPTO-RECIBO
               NOT INVALID KEY
                   MOVE EMPLEADOS-DEPTO TO WS-DEPTO-RECIBO
                   MOVE SPACES TO WS-NOMBRE-COMPLETO
                   STRING FUNCTION TRIM(EMPLEADOS-NOMBRE)
                       DELIMITED BY SIZE
                       INTO WS-NOMBRE-COMPLETO
                   END-STRING
           END-READ.
           PERFORM REGISTRAR-RECIBO.
           MOVE WS-RAYA TO RECIBO-LINEA.
           WRITE RECIBO-LINEA.
           MOVE "RECIBO DE PAGO" TO RECIBO-LINEA.
           WRITE RECIBO-LINEA.
           IF ES-DUPLICADO
               MOVE SPACES TO RECIBO-LINEA
               STRING "*** DUPLICADO - COPIA " DELIMITED BY SIZE
                   RFI-COPIAS DELIMITED BY SIZE
                   " - ORIGINAL IMPRESO EL " DELIMITED BY SIZE
                   RFI-FECHA-IMPRESION DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO RECIBO-LINEA
               END-STRING
               WRITE RECIBO-LINEA
           END-IF.
           IF PAGO-AGUINALDO
               MOVE "CONCEPTO : AGUINALDO" TO RECIBO-LINEA
               WRITE RECIBO-LINEA
               MOVE "CONCEPTO : FINIQUITO" TO RECIBO-LINEA
               WRITE RECIBO-LINEA
           END-IF.
           IF PAGO-LICENCIA-PAGA
               MOVE SPACES TO RECIBO-LINEA
               STRING "CONCEPTO : LICENCIA PAGA SEMANA "
                   DELIMITED BY SIZE
                   PAGO-SEMANA-FIN DELIMITED BY SIZE
                   INTO RECIBO-LINEA
               END-STRING
               WRITE RECIBO-LINEA
               MOVE SPACES TO RECIBO-LINEA
               STRING "DETALLE  : " DELIMITED BY SIZE
                   PAGO-MOTIVO DELIMITED BY SIZE
                   INTO RECIBO-LINEA
               END-STRING
               WRITE RECIBO-LINEA
           END-IF.
           IF PAGO-AJUSTE-ANUAL
               MOVE SPACES TO RECIBO-LINEA
               STRING "CONCEPTO : AJUSTE ANUAL DE IMPUESTO "
                   DELIMITED BY SIZE
                   PAGO-FECHA-REF (1:4) DELIMITED BY SIZE
                   INTO RECIBO-LINEA
               END-STRING
               WRITE RECIBO-LINEA
               IF PAGO-NETO > ZERO
                   MOVE "DETALLE  : DEVOLUCION DE IMPUESTO RETENIDO "
                       & "DE MAS" TO RECIBO-LINEA
               ELSE
                   MOVE "DETALLE  : IMPUESTO FALTANTE, SE DESCUENTA "
                       & "EN LOS PROXIMOS PAGOS" TO RECIBO-LINEA
               END-IF
               WRITE RECIBO-LINEA
           END-IF.
           IF PAGO-REVERSO
               MOVE SPACES TO RECIBO-LINEA
               STRING "CONCEPTO : REVERSO DEL PAGO DE "
           END-STRING.
           WRITE RECIBO-LINEA.
           PERFORM IMPRIMIR-HORAS.
           MOVE "S" TO WS-CLASE-ADICIONAL.
           PERFORM IMPRIMIR-ADICIONALES.
           MOVE "PAGO BRUTO            :" TO MON-TEXTO.
           MOVE PAGO-BRUTO TO WS-MONTO-SIGNADO.
           PERFORM AJUSTAR-SIGNO.
               MOVE WS-MONTO-SIGNADO TO MON-IMPORTE
               PERFORM GRABAR-MONTO
           END-IF.
           MOVE "N" TO WS-CLASE-ADICIONAL.
           PERFORM IMPRIMIR-ADICIONALES.
           MOVE "AJUSTES Y DEDUCCIONES :" TO MON-TEXTO.
           MOVE PAGO-DEDUCCIONES TO WS-MONTO-SIGNADO.
           PERFORM AJUSTAR-SIGNO.
           MOVE WS-RAYA TO RECIBO-LINEA.
           WRITE RECIBO-LINEA.
           ADD 1 TO WS-CONTADOR-RECIBOS.
      * LA PRIMERA IMPRESION DE UNA FILA DEL LEDGER LA REGISTRA COMO
      * PENDIENTE DE FIRMA; LAS SIGUIENTES SOLO CUENTAN LA COPIA Y NO
      * TOCAN EL ESTADO DE LA FIRMA QUE LLEVA EL CAPTURISTA.
       REGISTRAR-RECIBO.
           MOVE "N" TO WS-ES-DUPLICADO.
           MOVE PAGO-ID TO RFI-ID.
           MOVE PAGO-FECHA TO RFI-FECHA.
           MOVE PAGO-SECUENCIA TO RFI-SECUENCIA.
           READ RECIBOS-FIRMA
               INVALID KEY
                   PERFORM GRABAR-REGISTRO-RECIBO
               NOT INVALID KEY
                   MOVE "S" TO WS-ES-DUPLICADO
      * EL CONTADOR DE COPIAS SE QUEDA EN 99 SI SE LLEGA AL TOPE.
                   ADD 1 TO RFI-COPIAS
                       ON SIZE ERROR
                           MOVE 99 TO RFI-COPIAS
                   END-ADD
                   MOVE WS-FECHA-HOY TO RFI-FECHA-COPIA
                   REWRITE RECIBO-FIRMA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL REGISTRAR LA COPIA DEL "
                               "RECIBO " RFI-CLAVE
                   END-REWRITE
                   ADD 1 TO WS-CONTADOR-DUPLICADOS
           END-READ.
       GRABAR-REGISTRO-RECIBO.
           MOVE PAGO-TIPO TO RFI-TIPO.
           MOVE PAGO-NETO TO RFI-NETO.
           MOVE WS-DEPTO-RECIBO TO RFI-DEPTO.
           MOVE WS-FECHA-HOY TO RFI-FECHA-IMPRESION.
           MOVE 1 TO RFI-COPIAS.
           MOVE ZERO TO RFI-FECHA-COPIA.
           MOVE "P" TO RFI-ESTADO.
           MOVE ZERO TO RFI-FECHA-ESTADO.
           MOVE SPACES TO RFI-OPERADOR.
           WRITE RECIBO-FIRMA-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR EL RECIBO " RFI-CLAVE
           END-WRITE.
      * LOS PAGOS GRABADOS ANTES DE QUE EL LEDGER LLEVARA HORAS SE
      * LEEN CON ESPACIOS EN ESOS CAMPOS Y NO IMPRIMEN EL BLOQUE.
       IMPRIMIR-HORAS.
                   PERFORM GRABAR-HORAS
               END-IF
           END-IF.
      * LAS NOVEDADES QUE PAGO ESTA FILA DEL LEDGER SON LAS MARCADAS
      * CON SU MISMA FECHA DE PAGO Y SECUENCIA; SE IMPRIME UNA LINEA
      * POR CONCEPTO DE LA CLASE PEDIDA (S=GRAVADO / N=EXENTO).
       IMPRIMIR-ADICIONALES.
           MOVE "N" TO WS-FIN-ADICIONALES.
           MOVE PAGO-ID TO NVD-ID.
           MOVE ZERO TO NVD-SEMANA-FIN.
           MOVE SPACES TO NVD-CONCEPTO.
           START NOVEDADES-ARCHIVO
               KEY IS NOT LESS THAN NVD-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ADICIONALES
           END-START.
           IF NOT FIN-ADICIONALES
               PERFORM LEER-ADICIONAL
               PERFORM IMPRIMIR-ADICIONAL UNTIL FIN-ADICIONALES
           END-IF.
       LEER-ADICIONAL.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-ADICIONALES
           END-READ.
       IMPRIMIR-ADICIONAL.
           IF NVD-ID NOT = PAGO-ID
               MOVE "S" TO WS-FIN-ADICIONALES
           ELSE
               IF NVD-PAGADA
                  AND NVD-FECHA-PAGO = PAGO-FECHA
                  AND NVD-SECUENCIA-PAGO = PAGO-SECUENCIA
                  AND NVD-GRAVABLE = WS-CLASE-ADICIONAL
                   MOVE NVD-CONCEPTO TO ADI-CONCEPTO
                   MOVE NVD-IMPORTE TO ADI-IMPORTE
                   IF NVD-EXENTO
                       MOVE " NO GRAVADO" TO ADI-NOTA
                   ELSE
                       MOVE " GRAVADO" TO ADI-NOTA
                   END-IF
                   MOVE WS-LINEA-ADICIONAL TO RECIBO-LINEA
                   WRITE RECIBO-LINEA
               END-IF
               PERFORM LEER-ADICIONAL
           END-IF.
       GRABAR-HORAS.
           MOVE WS-LINEA-HORAS TO RECIBO-LINEA.
           WRITE RECIBO-LINEA.
       CERRAR-ARCHIVOS.
           CLOSE HISTORIA-PAGOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE NOVEDADES-ARCHIVO.
           CLOSE RECIBOS-FIRMA.
           CLOSE RECIBOS-ARCHIVO.
       END PROGRAM RECIBO-PAGOS.

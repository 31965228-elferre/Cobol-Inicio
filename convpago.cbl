      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: One-time conversion of the pay-history ledger from
      *          the old line sequential pagohist.dat to the indexed
      *          layout of PAGREG (key employee id + pay date +
      *          PAGO-SECUENCIA, alternate key PAGO-FECHA). Before
      *          running it the operator renames the old ledger to
      *          pagohist.sec; the utility loads every row into a
      *          fresh pagohist.dat, numbering same-day rows of one
      *          employee 001, 002, ... in the order they were
      *          appended, then reads the indexed file back and proves
      *          the row count and the netted bruto / deducciones /
      *          neto totals (reversos subtracted) equal the source.
      *          pagohist.sec is only retired once the proof says OK.
      *          Option 2 re-lays a closed-year archive pagoAAAA.sec
      *          (old layout) into pagoAAAA.dat in the new layout with
      *          the same proof, so cierreanio.cbl can still list it.
      *          Option 3 re-lays an indexed ledger written before
      *          PAGO-SECUENCIA-REF and PAGO-TIPO-REF were appended
      *          (renamed to pagohist.idx by the operator) into a
      *          fresh pagohist.dat with the same keys, the two new
      *          fields as zero and space, and the same proof.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-PAGOS.
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

      * SIN OPTIONAL: EL "35" DETECTA QUE EL OPERADOR NO RENOMBRO
      * TODAVIA EL LEDGER VIEJO.
       SELECT PAGOS-ANTIGUOS
       ASSIGN USING WS-NOMBRE-ANTIGUO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ANTIGUO.

      * LEDGER INDEXADO ANTERIOR A LA REFERENCIA DE SECUENCIA.
       SELECT PAGOS-INDEXADOS
       ASSIGN TO "pagohist.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS IDX-CLAVE
       ALTERNATE RECORD KEY IS IDX-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-IDX.

       SELECT ARCHIVO-ANUAL
       ASSIGN USING WS-NOMBRE-ANUAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ANUAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * LAYOUT ANTERIOR DEL LEDGER: SIN PAGO-SECUENCIA
       FD PAGOS-ANTIGUOS.
           01 ANTIGUO-REGISTRO.
               05 ANTIGUO-ID PIC X(6).
               05 ANTIGUO-FECHA PIC 9(8).
               05 ANTIGUO-RESTO.
                   10 ANTIGUO-BRUTO PIC 9(6)V99.
                   10 ANTIGUO-DEDUCCIONES PIC S9(6)V99.
                   10 FILLER PIC X(24).
                   10 ANTIGUO-NETO PIC 9(6)V99.
                   10 FILLER PIC X(15).
                   10 ANTIGUO-TIPO PIC X(1).
                       88 ANTIGUO-REVERSO VALUE "V".
                   10 FILLER PIC X(44).
      * LAYOUT INDEXADO SIN PAGO-SECUENCIA-REF NI PAGO-TIPO-REF
       FD PAGOS-INDEXADOS.
           01 IDX-REGISTRO.
               05 IDX-CLAVE.
                   10 IDX-ID PIC X(6).
                   10 IDX-FECHA PIC 9(8).
                   10 IDX-SECUENCIA PIC 9(3).
               05 IDX-BRUTO PIC 9(6)V99.
               05 IDX-DEDUCCIONES PIC S9(6)V99.
               05 FILLER PIC X(24).
               05 IDX-NETO PIC 9(6)V99.
               05 FILLER PIC X(15).
               05 IDX-TIPO PIC X(1).
                   88 IDX-REVERSO VALUE "V".
               05 FILLER PIC X(44).
      * ARCHIVO DE UN ANIO CERRADO EN EL LAYOUT NUEVO
       FD ARCHIVO-ANUAL.
           01 ANUAL-LINEA PIC X(150).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-ANTIGUO PIC X(2).
       01  WS-FILE-STATUS-ANUAL PIC X(2).
       01  WS-FILE-STATUS-IDX PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-PAGO-GRABADO PIC X VALUE "N".
           88 PAGO-GRABADO VALUE "S".
       01  WS-OPCION PIC 9 VALUE ZERO.
       01  WS-ANIO-ARCHIVO PIC 9(4).
       01  WS-NOMBRE-ANTIGUO PIC X(16).
       01  WS-NOMBRE-ANUAL PIC X(16).
       01  GUARDA-ENTER PIC X.
      * TOTALES DEL ORIGEN Y DE LO CARGADO, REVERSOS NETEADOS
       01  WS-TOTALES-ORIGEN.
           05 WS-ORIGEN-FILAS PIC 9(7) VALUE ZERO.
           05 WS-ORIGEN-BRUTO PIC S9(9)V99 VALUE ZERO.
           05 WS-ORIGEN-DEDUCC PIC S9(9)V99 VALUE ZERO.
           05 WS-ORIGEN-NETO PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTALES-DESTINO.
           05 WS-DESTINO-FILAS PIC 9(7) VALUE ZERO.
           05 WS-DESTINO-BRUTO PIC S9(9)V99 VALUE ZERO.
           05 WS-DESTINO-DEDUCC PIC S9(9)V99 VALUE ZERO.
           05 WS-DESTINO-NETO PIC S9(9)V99 VALUE ZERO.
       01  WS-CONT-RECHAZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ED PIC Z(6)9.
       01  WS-IMPORTE-ED PIC -Z(8)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION DEL LEDGER DE PAGOS AL LAYOUT INDEXADO".
           DISPLAY "1=LEDGER VIVO (PAGOHIST.SEC -> PAGOHIST.DAT)".
           DISPLAY "2=ARCHIVO DE ANIO CERRADO (PAGOAAAA.SEC -> "
               "PAGOAAAA.DAT)".
           DISPLAY "3=LEDGER INDEXADO SIN REFERENCIA DE SECUENCIA "
               "(PAGOHIST.IDX -> PAGOHIST.DAT)".
           DISPLAY "OPCION :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM CONVERTIR-LEDGER
           WHEN 2
               PERFORM CONVERTIR-ARCHIVO
           WHEN 3
               PERFORM CONVERTIR-INDEXADO
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
           GOBACK.
      * EL LEDGER VIEJO SE CARGA SOLO SOBRE UN PAGOHIST.DAT VACIO:
      * SI YA TIENE FILAS LA CONVERSION YA CORRIO O ALGUIEN LIQUIDO
      * SOBRE EL ARCHIVO NUEVO, Y MEZCLAR LAS DOS COSAS DUPLICARIA
      * PAGOS.
       CONVERTIR-LEDGER.
           MOVE "pagohist.sec" TO WS-NOMBRE-ANTIGUO.
           OPEN INPUT PAGOS-ANTIGUOS.
           IF WS-FILE-STATUS-ANTIGUO = "35"
               DISPLAY "NO EXISTE PAGOHIST.SEC: RENOMBRAR PRIMERO EL "
                   "LEDGER VIEJO."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VERIFICAR-LEDGER-VACIO
               IF NOT FIN-ARCHIVO
                   DISPLAY "PAGOHIST.DAT YA TIENE FILAS, LA CONVERSION "
                       "SE RECHAZA."
                   CLOSE PAGOS-ANTIGUOS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CONFIRMA LA CONVERSION? (S/N) :"
                   ACCEPT GUARDA-ENTER
                   IF GUARDA-ENTER NOT = "S" AND GUARDA-ENTER NOT = "s"
                       DISPLAY "CONVERSION CANCELADA POR EL OPERADOR."
                       CLOSE PAGOS-ANTIGUOS
                   ELSE
                       PERFORM CARGAR-LEDGER
                       PERFORM PROBAR-LEDGER
                       PERFORM INFORMAR-RESULTADO
                   END-IF
               END-IF
           END-IF.
       VERIFICAR-LEDGER-VACIO.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM LEER-PAGO.
           CLOSE HISTORIA-PAGOS.
       CARGAR-LEDGER.
           OPEN OUTPUT HISTORIA-PAGOS.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           PERFORM LEER-ANTIGUO.
           PERFORM CARGAR-PAGO UNTIL FIN-ARCHIVO.
           CLOSE PAGOS-ANTIGUOS.
           CLOSE HISTORIA-PAGOS.
       LEER-ANTIGUO.
           READ PAGOS-ANTIGUOS
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       CARGAR-PAGO.
           PERFORM SUMAR-ORIGEN.
           PERFORM ARMAR-PAGO.
           PERFORM GRABAR-PAGO.
           IF NOT PAGO-GRABADO
               ADD 1 TO WS-CONT-RECHAZADOS
           END-IF.
           PERFORM LEER-ANTIGUO.
       SUMAR-ORIGEN.
           ADD 1 TO WS-ORIGEN-FILAS.
           IF ANTIGUO-REVERSO
               SUBTRACT ANTIGUO-BRUTO FROM WS-ORIGEN-BRUTO
               SUBTRACT ANTIGUO-DEDUCCIONES FROM WS-ORIGEN-DEDUCC
               SUBTRACT ANTIGUO-NETO FROM WS-ORIGEN-NETO
           ELSE
               ADD ANTIGUO-BRUTO TO WS-ORIGEN-BRUTO
               ADD ANTIGUO-DEDUCCIONES TO WS-ORIGEN-DEDUCC
               ADD ANTIGUO-NETO TO WS-ORIGEN-NETO
           END-IF.
      * LOS CAMPOS DESPUES DE LA FECHA NO CAMBIARON: SE COPIAN EN
      * BLOQUE DETRAS DE LA CLAVE NUEVA. UN REVERSO VIEJO NO SABE QUE
      * SECUENCIA ANULA Y QUEDA CON SECUENCIA-REF EN CERO.
       ARMAR-PAGO.
           MOVE SPACES TO PAGO-REGISTRO.
           MOVE ANTIGUO-ID TO PAGO-ID.
           MOVE ANTIGUO-FECHA TO PAGO-FECHA.
           MOVE 1 TO PAGO-SECUENCIA.
           MOVE ANTIGUO-RESTO TO PAGO-REGISTRO (18:108).
           MOVE ZERO TO PAGO-SECUENCIA-REF.
           MOVE SPACE TO PAGO-TIPO-REF.
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
      * LA PRUEBA SE HACE RELEYENDO EL ARCHIVO INDEXADO YA CERRADO,
      * NO CONTANDO LO QUE SE GRABO.
       PROBAR-LEDGER.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM LEER-PAGO.
           PERFORM SUMAR-DESTINO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       SUMAR-DESTINO.
           PERFORM ACUMULAR-DESTINO.
           PERFORM LEER-PAGO.
       ACUMULAR-DESTINO.
           ADD 1 TO WS-DESTINO-FILAS.
           IF PAGO-REVERSO
               SUBTRACT PAGO-BRUTO FROM WS-DESTINO-BRUTO
               SUBTRACT PAGO-DEDUCCIONES FROM WS-DESTINO-DEDUCC
               SUBTRACT PAGO-NETO FROM WS-DESTINO-NETO
           ELSE
               ADD PAGO-BRUTO TO WS-DESTINO-BRUTO
               ADD PAGO-DEDUCCIONES TO WS-DESTINO-DEDUCC
               ADD PAGO-NETO TO WS-DESTINO-NETO
           END-IF.
      * EL LEDGER INDEXADO VIEJO YA TIENE SU SECUENCIA: CADA FILA
      * CONSERVA LA CLAVE Y LOS REVERSOS QUEDAN CON SECUENCIA-REF EN
      * CERO, COMO LOS DEL LEDGER SECUENCIAL.
       CONVERTIR-INDEXADO.
           MOVE "pagohist.idx" TO WS-NOMBRE-ANTIGUO.
           OPEN INPUT PAGOS-INDEXADOS.
           IF WS-FILE-STATUS-IDX = "35"
               DISPLAY "NO EXISTE PAGOHIST.IDX: RENOMBRAR PRIMERO EL "
                   "LEDGER INDEXADO VIEJO."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VERIFICAR-LEDGER-VACIO
               IF NOT FIN-ARCHIVO
                   DISPLAY "PAGOHIST.DAT YA TIENE FILAS, LA CONVERSION "
                       "SE RECHAZA."
                   CLOSE PAGOS-INDEXADOS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CONFIRMA LA CONVERSION? (S/N) :"
                   ACCEPT GUARDA-ENTER
                   IF GUARDA-ENTER NOT = "S" AND GUARDA-ENTER NOT = "s"
                       DISPLAY "CONVERSION CANCELADA POR EL OPERADOR."
                       CLOSE PAGOS-INDEXADOS
                   ELSE
                       PERFORM CARGAR-INDEXADO
                       PERFORM PROBAR-LEDGER
                       PERFORM INFORMAR-RESULTADO
                   END-IF
               END-IF
           END-IF.
       CARGAR-INDEXADO.
           OPEN OUTPUT HISTORIA-PAGOS.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           PERFORM LEER-INDEXADO.
           PERFORM CARGAR-FILA-INDEXADA UNTIL FIN-ARCHIVO.
           CLOSE PAGOS-INDEXADOS.
           CLOSE HISTORIA-PAGOS.
       LEER-INDEXADO.
           READ PAGOS-INDEXADOS NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       CARGAR-FILA-INDEXADA.
           ADD 1 TO WS-ORIGEN-FILAS.
           IF IDX-REVERSO
               SUBTRACT IDX-BRUTO FROM WS-ORIGEN-BRUTO
               SUBTRACT IDX-DEDUCCIONES FROM WS-ORIGEN-DEDUCC
               SUBTRACT IDX-NETO FROM WS-ORIGEN-NETO
           ELSE
               ADD IDX-BRUTO TO WS-ORIGEN-BRUTO
               ADD IDX-DEDUCCIONES TO WS-ORIGEN-DEDUCC
               ADD IDX-NETO TO WS-ORIGEN-NETO
           END-IF.
           MOVE SPACES TO PAGO-REGISTRO.
           MOVE IDX-REGISTRO TO PAGO-REGISTRO (1:125).
           MOVE ZERO TO PAGO-SECUENCIA-REF.
           MOVE SPACE TO PAGO-TIPO-REF.
           WRITE PAGO-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EN PAGOHIST.DAT PARA "
                       PAGO-ID ", ESTADO " WS-FILE-STATUS-PAGO
                   ADD 1 TO WS-CONT-RECHAZADOS
           END-WRITE.
           PERFORM LEER-INDEXADO.
      * EL ARCHIVO ANUAL SIGUE SIENDO SECUENCIAL: NO TIENE CLAVE QUE
      * DESEMPATAR, ASI QUE TODAS SUS FILAS LLEVAN SECUENCIA 001.
       CONVERTIR-ARCHIVO.
           DISPLAY "ANIO DEL ARCHIVO A CONVERTIR (AAAA) :".
           ACCEPT WS-ANIO-ARCHIVO.
           MOVE SPACES TO WS-NOMBRE-ANTIGUO.
           STRING "pago" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               ".sec" DELIMITED BY SIZE
               INTO WS-NOMBRE-ANTIGUO
           END-STRING.
           MOVE SPACES TO WS-NOMBRE-ANUAL.
           STRING "pago" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NOMBRE-ANUAL
           END-STRING.
           OPEN INPUT PAGOS-ANTIGUOS.
           IF WS-FILE-STATUS-ANTIGUO = "35"
               DISPLAY "NO EXISTE " WS-NOMBRE-ANTIGUO
                   ": RENOMBRAR PRIMERO EL ARCHIVO VIEJO."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARCHIVO-ANUAL
               MOVE "N" TO FIN-DEL-ARCHIVO
               PERFORM LEER-ANTIGUO
               PERFORM COPIAR-ANUAL UNTIL FIN-ARCHIVO
               CLOSE PAGOS-ANTIGUOS
               CLOSE ARCHIVO-ANUAL
               PERFORM PROBAR-ANUAL
               PERFORM INFORMAR-RESULTADO
           END-IF.
       COPIAR-ANUAL.
           PERFORM SUMAR-ORIGEN.
           PERFORM ARMAR-PAGO.
           MOVE SPACES TO ANUAL-LINEA.
           MOVE PAGO-REGISTRO TO ANUAL-LINEA.
           WRITE ANUAL-LINEA.
           PERFORM LEER-ANTIGUO.
       PROBAR-ANUAL.
           MOVE "N" TO FIN-DEL-ARCHIVO.
           OPEN INPUT ARCHIVO-ANUAL.
           PERFORM LEER-ANUAL.
           PERFORM SUMAR-ANUAL UNTIL FIN-ARCHIVO.
           CLOSE ARCHIVO-ANUAL.
       LEER-ANUAL.
           READ ARCHIVO-ANUAL
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
       SUMAR-ANUAL.
           MOVE ANUAL-LINEA TO PAGO-REGISTRO.
           PERFORM ACUMULAR-DESTINO.
           PERFORM LEER-ANUAL.
       INFORMAR-RESULTADO.
           MOVE WS-ORIGEN-FILAS TO WS-CONTADOR-ED.
           DISPLAY "FILAS EN EL ORIGEN      : " WS-CONTADOR-ED.
           MOVE WS-DESTINO-FILAS TO WS-CONTADOR-ED.
           DISPLAY "FILAS CARGADAS          : " WS-CONTADOR-ED.
           IF WS-CONT-RECHAZADOS > ZERO
               MOVE WS-CONT-RECHAZADOS TO WS-CONTADOR-ED
               DISPLAY "FILAS RECHAZADAS        : " WS-CONTADOR-ED
           END-IF.
           MOVE WS-ORIGEN-BRUTO TO WS-IMPORTE-ED.
           DISPLAY "BRUTO NETEADO ORIGEN    : " WS-IMPORTE-ED.
           MOVE WS-DESTINO-BRUTO TO WS-IMPORTE-ED.
           DISPLAY "BRUTO NETEADO CARGADO   : " WS-IMPORTE-ED.
           MOVE WS-ORIGEN-DEDUCC TO WS-IMPORTE-ED.
           DISPLAY "DEDUCC. NETEADAS ORIGEN : " WS-IMPORTE-ED.
           MOVE WS-DESTINO-DEDUCC TO WS-IMPORTE-ED.
           DISPLAY "DEDUCC. NETEADAS CARGADO: " WS-IMPORTE-ED.
           MOVE WS-ORIGEN-NETO TO WS-IMPORTE-ED.
           DISPLAY "NETO NETEADO ORIGEN     : " WS-IMPORTE-ED.
           MOVE WS-DESTINO-NETO TO WS-IMPORTE-ED.
           DISPLAY "NETO NETEADO CARGADO    : " WS-IMPORTE-ED.
           IF WS-ORIGEN-FILAS = WS-DESTINO-FILAS
               AND WS-ORIGEN-BRUTO = WS-DESTINO-BRUTO
               AND WS-ORIGEN-DEDUCC = WS-DESTINO-DEDUCC
               AND WS-ORIGEN-NETO = WS-DESTINO-NETO
               DISPLAY "RESULTADO: CONVERSION COMPLETA, EL ARCHIVO "
                   WS-NOMBRE-ANTIGUO " PUEDE RETIRARSE."
           ELSE
               DISPLAY "RESULTADO: DIFERENCIA DETECTADA, CONSERVAR "
                   WS-NOMBRE-ANTIGUO " Y REVISAR."
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM CONVIERTE-PAGOS.

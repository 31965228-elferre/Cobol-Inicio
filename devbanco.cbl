      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Processing of the bank's return file of rejected
      *          transfers (devbanco.txt). Each returned item is
      *          matched against the banco.txt line it rejects, as
      *          kept in envios.dat under its pay date, and against
      *          the pagohist.dat net liquidated that date. A matched
      *          item is marked returned in envios.dat, the
      *          employee's bancos.dat row is flagged for correction
      *          with the bank's reason code, and the employee goes
      *          onto the devefec.rpt cash payout sheet (efectivo.rpt
      *          layout, signature line) to be paid that week. Items
      *          that match nothing, or were already processed, are
      *          listed as exceptions. devconc.rpt lists the items
      *          and reconciles, per pay date, the transfers sent,
      *          accepted and returned; it is registered in the
      *          report archive.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCIONES-BANCO.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL DEVOLUCIONES-ENTRADA
       ASSIGN TO "devbanco.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ENVIOS-ARCHIVO
       ASSIGN TO "envios.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ENV-CLAVE
       FILE STATUS IS WS-FILE-STATUS-ENV.

       SELECT OPTIONAL BANCOS-ARCHIVO
       ASSIGN TO "bancos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BAN-ID
       FILE STATUS IS WS-FILE-STATUS-BAN.

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

       SELECT EFECTIVO-SALIDA
       ASSIGN TO "devefec.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "devconc.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO DE DEVOLUCIONES DEL BANCO
       FD DEVOLUCIONES-ENTRADA.
           COPY DEVREG.
      * REGISTRO PERMANENTE DE TRANSFERENCIAS ENVIADAS
       FD ENVIOS-ARCHIVO.
           COPY ENVREG.
      * MAESTRO DE DATOS BANCARIOS POR EMPLEADO
       FD BANCOS-ARCHIVO.
           COPY BANREG.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * PLANILLA DE PAGO EN EFECTIVO DE LAS DEVOLUCIONES
       FD EFECTIVO-SALIDA.
           01 EFECTIVO-LINEA PIC X(100).
      * ARCHIVO DE IMPRESION DE LA CONCILIACION
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-ENV PIC X(2).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FIN-DEVOLUCIONES PIC X.
           88 FIN-DEVOLUCIONES VALUE "S".
       01  WS-FIN-PAGOS PIC X.
           88 FIN-PAGOS VALUE "S".
       01  WS-FIN-ENVIOS PIC X.
           88 FIN-ENVIOS VALUE "S".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-BUSCADA PIC 9(8).
       01  WS-NOMBRE-COMPLETO PIC X(45).
       01  WS-MONTO-CENTAVOS PIC 9(10).
       01  WS-MONTO-DEVUELTO PIC 9(8)V99.
       01  WS-NETO-PAGADO PIC S9(8)V99.
       01  WS-RESULTADO PIC X(24).
       01  WS-DESCRIPCION-MOTIVO PIC X(20).
       01  WS-HAY-TRAILER PIC X.
           88 HAY-TRAILER VALUE "S".
       01  WS-TRA-CUENTA PIC 9(6).
       01  WS-TRA-MONTO PIC 9(12).
       01  WS-CONT-ITEMS PIC 9(6) VALUE ZERO.
       01  WS-SUMA-CENTAVOS PIC 9(12) VALUE ZERO.
       01  WS-CONT-DEVUELTAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-EXCEPCIONES PIC 9(5) VALUE ZERO.
       01  WS-TOT-EFECTIVO PIC 9(10)V99 VALUE ZERO.
      * ACUMULADORES DE LA CONCILIACION POR FECHA DE PAGO.
       01  WS-FECHA-ANTERIOR PIC 9(8).
       01  WS-FEC-ENVIADAS PIC 9(5).
       01  WS-FEC-MONTO-ENVIADO PIC 9(10)V99.
       01  WS-FEC-DEVUELTAS PIC 9(5).
       01  WS-FEC-MONTO-DEVUELTO PIC 9(10)V99.
       01  WS-CALC-CANTIDAD PIC 9(5).
       01  WS-CALC-MONTO PIC 9(10)V99.
       01  WS-LINEA-EFECTIVO.
           05 EFE-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 EFE-NOMBRE PIC X(45).
           05 FILLER PIC X VALUE SPACE.
           05 EFE-MONTO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE " FIRMA: ".
           05 FILLER PIC X(20) VALUE ALL "_".
       01  WS-LINEA-ITEM.
           05 LI-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LI-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LI-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LI-MONTO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LI-NETO PIC ZZZ,ZZ9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 LI-MOTIVO PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 LI-DESCRIPCION PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LI-RESULTADO PIC X(24).
       01  WS-LINEA-FECHA.
           05 LF-FECHA PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LF-ENVIADAS PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-MONTO-ENVIADO PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LF-ACEPTADAS PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-MONTO-ACEPTADO PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LF-DEVUELTAS PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-MONTO-DEVUELTO PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "DEVOLUCIONES-BANCO".
           05 ARC-REPORTE PIC X(20) VALUE "devconc.rpt".
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
           MOVE ZERO TO WS-CONT-ITEMS.
           MOVE ZERO TO WS-SUMA-CENTAVOS.
           MOVE ZERO TO WS-CONT-DEVUELTAS.
           MOVE ZERO TO WS-CONT-EXCEPCIONES.
           MOVE ZERO TO WS-TOT-EFECTIVO.
           MOVE "N" TO WS-HAY-TRAILER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           OPEN OUTPUT EFECTIVO-SALIDA.
           MOVE SPACES TO EFECTIVO-LINEA.
           STRING "PLANILLA DE PAGO EN EFECTIVO - TRANSFERENCIAS "
               "DEVUELTAS AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO EFECTIVO-LINEA.
           WRITE EFECTIVO-LINEA.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DEVOLUCIONES DEL BANCO PROCESADAS EL "
               WS-FECHA-HOY DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ID     NOMBRE                         F. PAGO    "
               & "DEVUELTO  NETO PAG.  MT DESCRIPCION          "
               & "RESULTADO" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           OPEN INPUT DEVOLUCIONES-ENTRADA.
           MOVE "N" TO WS-FIN-DEVOLUCIONES.
           PERFORM LEER-DEVOLUCION.
           IF FIN-DEVOLUCIONES
               MOVE "SIN DEVOLUCIONES EN DEVBANCO.TXT."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM PROCESAR-ITEM UNTIL FIN-DEVOLUCIONES.
           CLOSE DEVOLUCIONES-ENTRADA.
           PERFORM VERIFICAR-TRAILER.
           PERFORM CONCILIAR-ENVIOS.
           PERFORM RUTINA-SALIDA.
       LEER-DEVOLUCION.
           READ DEVOLUCIONES-ENTRADA
               AT END MOVE "S" TO WS-FIN-DEVOLUCIONES
           END-READ.
       PROCESAR-ITEM.
           IF DEV-TRAILER
               MOVE "S" TO WS-HAY-TRAILER
               MOVE DVT-CUENTA TO WS-TRA-CUENTA
               MOVE DVT-MONTO TO WS-TRA-MONTO
           ELSE
               IF DEV-DETALLE
                   ADD 1 TO WS-CONT-ITEMS
                   ADD DEV-MONTO TO WS-SUMA-CENTAVOS
                   PERFORM PROCESAR-DEVOLUCION
               END-IF
           END-IF.
           PERFORM LEER-DEVOLUCION.
      * LA DEVOLUCION TIENE QUE SER LA MISMA LINEA QUE SE MANDO EN
      * BANCO.TXT ESA FECHA: BANCO, SUCURSAL, CUENTA Y MONTO.
       PROCESAR-DEVOLUCION.
           PERFORM BUSCAR-NOMBRE.
           PERFORM DESCRIBIR-MOTIVO.
           MOVE ZERO TO WS-NETO-PAGADO.
           COMPUTE WS-MONTO-DEVUELTO = DEV-MONTO / 100.
           MOVE DEV-FECHA-PAGO TO ENV-FECHA.
           MOVE DEV-ID TO ENV-ID.
           READ ENVIOS-ARCHIVO
               INVALID KEY
                   MOVE "NO ENVIADA ESA FECHA" TO WS-RESULTADO
                   ADD 1 TO WS-CONT-EXCEPCIONES
               NOT INVALID KEY
                   PERFORM VERIFICAR-ENVIO
           END-READ.
           PERFORM IMPRIMIR-ITEM.
       VERIFICAR-ENVIO.
           COMPUTE WS-MONTO-CENTAVOS = ENV-MONTO * 100.
           IF ENV-BANCO NOT = DEV-BANCO
              OR ENV-SUCURSAL NOT = DEV-SUCURSAL
              OR ENV-CUENTA NOT = DEV-CUENTA
              OR WS-MONTO-CENTAVOS NOT = DEV-MONTO
               MOVE "NO COINCIDE CON ENVIO" TO WS-RESULTADO
               ADD 1 TO WS-CONT-EXCEPCIONES
           ELSE
               IF ENV-DEVUELTA
                   MOVE "YA PROCESADA" TO WS-RESULTADO
                   ADD 1 TO WS-CONT-EXCEPCIONES
               ELSE
                   PERFORM REGISTRAR-DEVOLUCION
               END-IF
           END-IF.
       REGISTRAR-DEVOLUCION.
           PERFORM CALCULAR-NETO-PAGADO.
           SET ENV-DEVUELTA TO TRUE.
           MOVE DEV-MOTIVO TO ENV-MOTIVO.
           MOVE WS-FECHA-HOY TO ENV-FECHA-DEV.
           REWRITE ENVIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR EL ENVIO DE " ENV-ID "."
           END-REWRITE.
           MOVE DEV-ID TO BAN-ID.
           READ BANCOS-ARCHIVO
               INVALID KEY
                   DISPLAY "SIN FILA EN BANCOS.DAT PARA " DEV-ID
                       ", NO SE MARCA."
               NOT INVALID KEY
                   MOVE "S" TO BAN-CORRECCION
                   MOVE DEV-MOTIVO TO BAN-MOTIVO-DEV
                   MOVE WS-FECHA-HOY TO BAN-FECHA-DEV
                   REWRITE BANCO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL MARCAR BANCOS.DAT DE "
                               DEV-ID "."
                   END-REWRITE
           END-READ.
           IF WS-NETO-PAGADO = ENV-MONTO
               MOVE "DEVUELTA, EN EFECTIVO" TO WS-RESULTADO
           ELSE
               MOVE "EFECTIVO, NETO DIFIERE" TO WS-RESULTADO
           END-IF.
           ADD 1 TO WS-CONT-DEVUELTAS.
           PERFORM GRABAR-EFECTIVO.
      * NETO DE LA FECHA EN PAGOHIST.DAT, REVERSOS RESTADOS, COMO LO
      * ARMA TRANSFER.CBL AL DISPERSAR.
       CALCULAR-NETO-PAGADO.
           MOVE ZERO TO WS-NETO-PAGADO.
           MOVE "N" TO WS-FIN-PAGOS.
           MOVE DEV-FECHA-PAGO TO WS-FECHA-BUSCADA.
           MOVE DEV-ID TO PAGO-ID.
           MOVE WS-FECHA-BUSCADA TO PAGO-FECHA.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START.
           IF NOT FIN-PAGOS
               PERFORM LEER-PAGO
               PERFORM SUMAR-PAGO UNTIL FIN-PAGOS
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PAGOS
           END-READ.
       SUMAR-PAGO.
           IF PAGO-ID = DEV-ID AND PAGO-FECHA = WS-FECHA-BUSCADA
               IF PAGO-REVERSO
                   SUBTRACT PAGO-NETO FROM WS-NETO-PAGADO
               ELSE
                   ADD PAGO-NETO TO WS-NETO-PAGADO
               END-IF
               PERFORM LEER-PAGO
           ELSE
               MOVE "S" TO WS-FIN-PAGOS
           END-IF.
      * SE PAGA EN EFECTIVO LO QUE EL BANCO DEVOLVIO.
       GRABAR-EFECTIVO.
           MOVE DEV-ID TO EFE-ID.
           MOVE WS-NOMBRE-COMPLETO TO EFE-NOMBRE.
           MOVE WS-MONTO-DEVUELTO TO EFE-MONTO.
           MOVE WS-LINEA-EFECTIVO TO EFECTIVO-LINEA.
           WRITE EFECTIVO-LINEA.
           ADD WS-MONTO-DEVUELTO TO WS-TOT-EFECTIVO.
       BUSCAR-NOMBRE.
           MOVE DEV-ID TO EMPLEADOS-ID.
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
       DESCRIBIR-MOTIVO.
           EVALUATE DEV-MOTIVO
           WHEN "01"
               MOVE "CUENTA CERRADA" TO WS-DESCRIPCION-MOTIVO
           WHEN "02"
               MOVE "SUCURSAL ERRONEA" TO WS-DESCRIPCION-MOTIVO
           WHEN "03"
               MOVE "CUENTA INEXISTENTE" TO WS-DESCRIPCION-MOTIVO
           WHEN "04"
               MOVE "TITULAR NO COINCIDE" TO WS-DESCRIPCION-MOTIVO
           WHEN "05"
               MOVE "CUENTA BLOQUEADA" TO WS-DESCRIPCION-MOTIVO
           WHEN OTHER
               MOVE "OTRO MOTIVO" TO WS-DESCRIPCION-MOTIVO
           END-EVALUATE.
       IMPRIMIR-ITEM.
           MOVE DEV-ID TO LI-ID.
           MOVE WS-NOMBRE-COMPLETO TO LI-NOMBRE.
           MOVE DEV-FECHA-PAGO TO LI-FECHA.
           MOVE WS-MONTO-DEVUELTO TO LI-MONTO.
           MOVE WS-NETO-PAGADO TO LI-NETO.
           MOVE DEV-MOTIVO TO LI-MOTIVO.
           MOVE WS-DESCRIPCION-MOTIVO TO LI-DESCRIPCION.
           MOVE WS-RESULTADO TO LI-RESULTADO.
           MOVE WS-LINEA-ITEM TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
      * EL TRAILER DEL BANCO TRAE LA CUENTA Y EL TOTAL EN CENTAVOS;
      * SIN TRAILER SE AVISA Y SE SIGUE.
       VERIFICAR-TRAILER.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           IF NOT HAY-TRAILER
               MOVE "DEVBANCO.TXT SIN TRAILER DE CONTROL, NO SE "
                   & "VERIFICA." TO REPORTE-LINEA
           ELSE
               IF WS-TRA-CUENTA NOT = WS-CONT-ITEMS
                  OR WS-TRA-MONTO NOT = WS-SUMA-CENTAVOS
                   STRING "*** EL TRAILER NO CUADRA: TRAILER "
                       WS-TRA-CUENTA " ITEMS " WS-TRA-MONTO
                       " / ARCHIVO " WS-CONT-ITEMS " ITEMS "
                       WS-SUMA-CENTAVOS " ***"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   DISPLAY "EL TRAILER DE DEVBANCO.TXT NO CUADRA."
               ELSE
                   STRING "TRAILER DE CONTROL CORRECTO: "
                       WS-CONT-ITEMS " ITEMS"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               END-IF
           END-IF.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DEVUELTAS PAGADAS EN EFECTIVO: " WS-CONT-DEVUELTAS
               "   EXCEPCIONES: " WS-CONT-EXCEPCIONES
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
      * CONCILIACION DE TODO EL REGISTRO DE ENVIOS, POR FECHA DE
      * PAGO: ENVIADAS = ACEPTADAS + DEVUELTAS.
       CONCILIAR-ENVIOS.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "CONCILIACION DE TRANSFERENCIAS POR FECHA DE PAGO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "F. PAGO   ENVIAD.            MONTO   ACEPT.       "
               & "     MONTO  DEVUEL.            MONTO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE ZERO TO WS-FECHA-ANTERIOR.
           MOVE "N" TO WS-FIN-ENVIOS.
           MOVE LOW-VALUES TO ENV-CLAVE.
           START ENVIOS-ARCHIVO
               KEY IS NOT LESS THAN ENV-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ENVIOS
           END-START.
           IF NOT FIN-ENVIOS
               PERFORM LEER-ENVIO
           END-IF.
           IF FIN-ENVIOS
               MOVE "SIN TRANSFERENCIAS REGISTRADAS EN ENVIOS.DAT."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM CONCILIAR-ENVIO UNTIL FIN-ENVIOS.
           IF WS-FECHA-ANTERIOR NOT = ZERO
               PERFORM IMPRIMIR-FECHA
           END-IF.
       LEER-ENVIO.
           READ ENVIOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-ENVIOS
           END-READ.
       CONCILIAR-ENVIO.
           IF ENV-FECHA NOT = WS-FECHA-ANTERIOR
               IF WS-FECHA-ANTERIOR NOT = ZERO
                   PERFORM IMPRIMIR-FECHA
               END-IF
               MOVE ENV-FECHA TO WS-FECHA-ANTERIOR
               MOVE ZERO TO WS-FEC-ENVIADAS
               MOVE ZERO TO WS-FEC-MONTO-ENVIADO
               MOVE ZERO TO WS-FEC-DEVUELTAS
               MOVE ZERO TO WS-FEC-MONTO-DEVUELTO
           END-IF.
           ADD 1 TO WS-FEC-ENVIADAS.
           ADD ENV-MONTO TO WS-FEC-MONTO-ENVIADO.
           IF ENV-DEVUELTA
               ADD 1 TO WS-FEC-DEVUELTAS
               ADD ENV-MONTO TO WS-FEC-MONTO-DEVUELTO
           END-IF.
           PERFORM LEER-ENVIO.
       IMPRIMIR-FECHA.
           MOVE WS-FECHA-ANTERIOR TO LF-FECHA.
           MOVE WS-FEC-ENVIADAS TO LF-ENVIADAS.
           MOVE WS-FEC-MONTO-ENVIADO TO LF-MONTO-ENVIADO.
           SUBTRACT WS-FEC-DEVUELTAS FROM WS-FEC-ENVIADAS
               GIVING WS-CALC-CANTIDAD.
           MOVE WS-CALC-CANTIDAD TO LF-ACEPTADAS.
           SUBTRACT WS-FEC-MONTO-DEVUELTO FROM WS-FEC-MONTO-ENVIADO
               GIVING WS-CALC-MONTO.
           MOVE WS-CALC-MONTO TO LF-MONTO-ACEPTADO.
           MOVE WS-FEC-DEVUELTAS TO LF-DEVUELTAS.
           MOVE WS-FEC-MONTO-DEVUELTO TO LF-MONTO-DEVUELTO.
           MOVE WS-LINEA-FECHA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       ABRIR-ARCHIVOS.
           OPEN I-O ENVIOS-ARCHIVO.
           IF WS-FILE-STATUS-ENV = "35"
               OPEN OUTPUT ENVIOS-ARCHIVO
               CLOSE ENVIOS-ARCHIVO
               OPEN I-O ENVIOS-ARCHIVO
           END-IF.
           OPEN I-O BANCOS-ARCHIVO.
           IF WS-FILE-STATUS-BAN = "35"
               OPEN OUTPUT BANCOS-ARCHIVO
               CLOSE BANCOS-ARCHIVO
               OPEN I-O BANCOS-ARCHIVO
           END-IF.
           OPEN INPUT HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN INPUT HISTORIA-PAGOS
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           MOVE SPACES TO EFECTIVO-LINEA.
           STRING "TOTAL A PAGAR EN EFECTIVO: " WS-TOT-EFECTIVO
               DELIMITED BY SIZE INTO EFECTIVO-LINEA.
           WRITE EFECTIVO-LINEA.
           CLOSE EFECTIVO-SALIDA.
           CLOSE ENVIOS-ARCHIVO.
           CLOSE BANCOS-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "ITEMS DEVUELTOS LEIDOS    : " WS-CONT-ITEMS.
           DISPLAY "PAGADOS EN EFECTIVO       : " WS-CONT-DEVUELTAS
               " POR " WS-TOT-EFECTIVO.
           DISPLAY "EXCEPCIONES               : " WS-CONT-EXCEPCIONES.
           DISPLAY "PLANILLA EN DEVEFEC.RPT, CONCILIACION EN "
               "DEVCONC.RPT.".
           GOBACK.
       END PROGRAM DEVOLUCIONES-BANCO.

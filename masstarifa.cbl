      *          exactly what was applied.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - The new row keeps the pay class of the row in
      *              force: a monthly-salaried employee gets the
      *              adjustment on TARIFA-SUELDO-MES (previewed and
      *              journaled as SUELDO) instead of being rewritten
      *              as an hourly row at a zero rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFAS-MASIVO.
               05 TLG-TARIFA-VIEJA PIC 9(3)V99.
               05 TLG-TARIFA-NUEVA PIC 9(3)V99.
               05 TLG-VIGENCIA PIC 9(8).
               05 TLG-CLASE PIC X(1).
               05 TLG-SUELDO-VIEJO PIC 9(6)V99.
               05 TLG-SUELDO-NUEVO PIC 9(6)V99.
      * REPORTE PREVIO DEL AJUSTE MASIVO
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(80).
       01  WS-CATEGORIA-VIGENTE PIC X(10).
       01  WS-HAY-VIGENTE PIC X.
       01  WS-TARIFA-NUEVA PIC 9(3)V99.
       01  WS-CLASE-VIGENTE PIC X(1).
           88 CLASE-MENSUAL VALUE "M".
       01  WS-SUELDO-VIGENTE PIC 9(6)V99.
       01  WS-SUELDO-NUEVO PIC 9(6)V99.
       01  WS-USADOS PIC 9(3) VALUE ZERO.
       01  WS-IX PIC 9(3).
       01  WS-DESBORDES PIC 9(3) VALUE ZERO.
               10 CAM-ID PIC X(6).
               10 CAM-VIEJA PIC 9(3)V99.
               10 CAM-NUEVA PIC 9(3)V99.
               10 CAM-CLASE PIC X(1).
               10 CAM-SUELDO-VIEJO PIC 9(6)V99.
               10 CAM-SUELDO-NUEVO PIC 9(6)V99.
       01  WS-LINEA-PREVIA.
           05 PRE-ID PIC X(6).
           05 FILLER PIC X(10) VALUE " TARIFA ".
           05 PRE-VIEJA PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE " -> ".
           05 PRE-NUEVA PIC ZZ9.99.
       01  WS-LINEA-PREVIA-MES.
           05 PRM-ID PIC X(6).
           05 FILLER PIC X(10) VALUE " SUELDO ".
           05 PRM-VIEJO PIC ZZZZZ9.99.
           05 FILLER PIC X(4) VALUE " -> ".
           05 PRM-NUEVO PIC ZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
           IF TARIFA-VIGENCIA <= WS-FECHA-EFECTIVA
               MOVE TARIFA-HORA TO WS-TARIFA-VIGENTE
               MOVE TARIFA-CATEGORIA TO WS-CATEGORIA-VIGENTE
               MOVE TARIFA-CLASE TO WS-CLASE-VIGENTE
               MOVE TARIFA-SUELDO-MES TO WS-SUELDO-VIGENTE
               MOVE "S" TO WS-HAY-VIGENTE
           END-IF.
           PERFORM LEER-TARIFA.
              AND WS-CATEGORIA-VIGENTE = WS-CATEGORIA-PEDIDA
               PERFORM GUARDAR-CAMBIO
           END-IF.
      * AL PERSONAL MENSUAL EL AJUSTE SE LE APLICA AL SUELDO; LA
      * TARIFA POR HORA (EN CERO) NO SE TOCA.
       GUARDAR-CAMBIO.
           MOVE WS-TARIFA-VIGENTE TO WS-TARIFA-NUEVA.
           MOVE WS-SUELDO-VIGENTE TO WS-SUELDO-NUEVO.
           IF CLASE-MENSUAL
               IF WS-TIPO-AJUSTE = "P" OR WS-TIPO-AJUSTE = "p"
                   COMPUTE WS-SUELDO-NUEVO ROUNDED =
                       WS-SUELDO-VIGENTE
                       * (100 + WS-VALOR-AJUSTE) / 100
               ELSE
                   COMPUTE WS-SUELDO-NUEVO =
                       WS-SUELDO-VIGENTE + WS-VALOR-AJUSTE
               END-IF
           ELSE
               IF WS-TIPO-AJUSTE = "P" OR WS-TIPO-AJUSTE = "p"
                   COMPUTE WS-TARIFA-NUEVA ROUNDED =
                       WS-TARIFA-VIGENTE
                       * (100 + WS-VALOR-AJUSTE) / 100
               ELSE
                   COMPUTE WS-TARIFA-NUEVA =
                       WS-TARIFA-VIGENTE + WS-VALOR-AJUSTE
               END-IF
           END-IF.
           IF WS-USADOS < 500
               ADD 1 TO WS-USADOS
               MOVE WS-ID-ACTUAL TO CAM-ID (WS-USADOS)
               MOVE WS-TARIFA-VIGENTE TO CAM-VIEJA (WS-USADOS)
               MOVE WS-TARIFA-NUEVA TO CAM-NUEVA (WS-USADOS)
               MOVE WS-CLASE-VIGENTE TO CAM-CLASE (WS-USADOS)
               MOVE WS-SUELDO-VIGENTE TO CAM-SUELDO-VIEJO (WS-USADOS)
               MOVE WS-SUELDO-NUEVO TO CAM-SUELDO-NUEVO (WS-USADOS)
           ELSE
               ADD 1 TO WS-DESBORDES
           END-IF.
                   ", CORRER EN DOS TANDAS."
           END-IF.
       MOSTRAR-UNO.
           IF CAM-CLASE (WS-IX) = "M"
               MOVE CAM-ID (WS-IX) TO PRM-ID
               MOVE CAM-SUELDO-VIEJO (WS-IX) TO PRM-VIEJO
               MOVE CAM-SUELDO-NUEVO (WS-IX) TO PRM-NUEVO
               DISPLAY "  " WS-LINEA-PREVIA-MES
               MOVE WS-LINEA-PREVIA-MES TO REPORTE-LINEA
           ELSE
               MOVE CAM-ID (WS-IX) TO PRE-ID
               MOVE CAM-VIEJA (WS-IX) TO PRE-VIEJA
               MOVE CAM-NUEVA (WS-IX) TO PRE-NUEVA
               DISPLAY "  " WS-LINEA-PREVIA
               MOVE WS-LINEA-PREVIA TO REPORTE-LINEA
           END-IF.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-IX.
      * CADA ID RECIBE UNA FILA NUEVA CON LA VIGENCIA EFECTIVA; SI
           MOVE WS-FECHA-EFECTIVA TO TARIFA-VIGENCIA.
           MOVE CAM-NUEVA (WS-IX) TO TARIFA-HORA.
           MOVE WS-CATEGORIA-PEDIDA TO TARIFA-CATEGORIA.
           MOVE CAM-CLASE (WS-IX) TO TARIFA-CLASE.
           MOVE CAM-SUELDO-NUEVO (WS-IX) TO TARIFA-SUELDO-MES.
           WRITE TARIFAS-REGISTRO
               INVALID KEY
                   REWRITE TARIFAS-REGISTRO
           MOVE CAM-VIEJA (WS-IX) TO TLG-TARIFA-VIEJA.
           MOVE CAM-NUEVA (WS-IX) TO TLG-TARIFA-NUEVA.
           MOVE WS-FECHA-EFECTIVA TO TLG-VIGENCIA.
           MOVE CAM-CLASE (WS-IX) TO TLG-CLASE.
           MOVE CAM-SUELDO-VIEJO (WS-IX) TO TLG-SUELDO-VIEJO.
           MOVE CAM-SUELDO-NUEVO (WS-IX) TO TLG-SUELDO-NUEVO.
           WRITE TARLOG-REGISTRO.
      * SIN OPERADORES.DAT SE CONCEDE, IGUAL QUE EL SIGN-ON DE
      * PRIMERO.CBL EL PRIMER DIA.

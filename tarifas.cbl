      *              contract allows) pays the rate in force for that
      *              week. The screen lists the id's history and
      *              works on one vigencia at a time.
      * 2026-10-15 - Each vigencia carries the pay class: H keeps the
      *              rate per hour, M holds a fixed monthly salary for
      *              the NOMINA-MENSUAL run instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFAS-EMPLEADOS.
           END-READ.
       LISTAR-VIGENCIA.
           IF TARIFA-ID = WS-ID-BUSQUEDA
               IF TARIFA-MENSUAL
                   DISPLAY "  VIGENTE DESDE " TARIFA-VIGENCIA
                       " SUELDO MENSUAL " TARIFA-SUELDO-MES
                       " CATEGORIA " TARIFA-CATEGORIA
               ELSE
                   DISPLAY "  VIGENTE DESDE " TARIFA-VIGENCIA
                       " TARIFA " TARIFA-HORA
                       " CATEGORIA " TARIFA-CATEGORIA
               END-IF
               ADD 1 TO WS-CONT-VIGENCIAS
               PERFORM LEER-VIGENCIA
           ELSE
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD) :".
           ACCEPT TARIFA-VIGENCIA.
           PERFORM CAPTURAR-IMPORTE.
      * EL PERSONAL MENSUAL NO TIENE TARIFA POR HORA: SE PAGA EN LA
      * CORRIDA MENSUAL Y LA SEMANAL LO SALTA.
       CAPTURAR-IMPORTE.
           DISPLAY "CLASE DE PAGO (H=POR HORA / M=SUELDO MENSUAL) :".
           ACCEPT TARIFA-CLASE.
           INSPECT TARIFA-CLASE CONVERTING "hm" TO "HM".
           IF TARIFA-MENSUAL
               DISPLAY "SUELDO MENSUAL :"
               ACCEPT TARIFA-SUELDO-MES
               MOVE ZERO TO TARIFA-HORA
           ELSE
               MOVE "H" TO TARIFA-CLASE
               DISPLAY "TARIFA POR HORA :"
               ACCEPT TARIFA-HORA
               MOVE ZERO TO TARIFA-SUELDO-MES
           END-IF.
           DISPLAY "CATEGORIA DE PAGO :".
           ACCEPT TARIFA-CATEGORIA.
       ABRIR-ARCHIVOS.

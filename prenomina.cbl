      *          money is computed, not after.
      * Tectonics: cobc
      * Mods:
      * 2026-10-15 - Monthly-salaried employees (TARIFA-CLASE M) are
      *              not expected to capture hours and no longer show
      *              up as ACTIVO SIN HORAS CAPTURADAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRE-NOMINA.
       01  WS-HAY-APROBADAS PIC X.
       01  WS-HAY-TARIFA PIC X.
           88 HAY-TARIFA VALUE "S".
       01  WS-CLASE-TARIFA PIC X(1).
           88 CLASE-MENSUAL VALUE "M".
       01  WS-CONT-SIN-HORAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-APROBAR PIC 9(5) VALUE ZERO.
       01  WS-CONT-SIN-TARIFA PIC 9(5) VALUE ZERO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-DEL-ARCHIVO
           END-READ.
      * EL PERSONAL MENSUAL NO CAPTURA HORAS: LO PAGA LA NOMINA
      * MENSUAL.
       REVISAR-REGISTRO.
           IF EMPLEADOS-ACTIVO
               PERFORM BUSCAR-TARIFA-SEMANA
               IF NOT HAY-TARIFA OR NOT CLASE-MENSUAL
                   PERFORM REVISAR-ACTIVO
               END-IF
           END-IF.
           PERFORM LEER-REGISTRO.
       REVISAR-ACTIVO.
           PERFORM LEER-HORAS.
       BUSCAR-TARIFA-SEMANA.
           MOVE "N" TO WS-HAY-TARIFA.
           MOVE SPACE TO WS-CLASE-TARIFA.
           MOVE "N" TO WS-FIN-TARIFAS.
           MOVE EMPLEADOS-ID TO TARIFA-ID.
           MOVE ZERO TO TARIFA-VIGENCIA.
               MOVE "S" TO WS-FIN-TARIFAS
           ELSE
               MOVE "S" TO WS-HAY-TARIFA
               MOVE TARIFA-CLASE TO WS-CLASE-TARIFA
               PERFORM LEER-TARIFA
           END-IF.
      * LA PASADA INVERSA: HORAS DE LA SEMANA CUYO ID NO ESTA

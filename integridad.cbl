      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Monthly referential-integrity sweep of the satellite
      *          files against the employee masters. calidad.cbl only
      *          checks emp.dat against its own rules; this run reads
      *          tarifas.dat, horas.dat, vacac.dat, bancos.dat,
      *          contactos.dat, recdeduc.dat, licencias.dat,
      *          movpend.dat and pagohist.dat end to end and checks
      *          every row against emp.dat and hist.dat (rows whose
      *          id is in neither are orphans) and against the rules
      *          that tie the row to a live employee: an active
      *          recurring deduction, a bank row, an open leave or a
      *          pending movement of a terminated or archived
      *          employee, hours still waiting for approval of one,
      *          a timesheet charged to a department gone from
      *          dept.dat, more vacation days taken than credited,
      *          beneficiaries not adding up to 100% and a reversal
      *          or retro row pointing at a pay of the live ledger
      *          that does not exist. The findings are sorted and
      *          printed to integridad.rpt by file and rule with a
      *          count per rule and a summary per file, and the
      *          report is archived. Nothing is changed.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD-ARCHIVOS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL EMPLEADOS-HISTORICO
       ASSIGN TO "hist.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TARIFA-CLAVE
       FILE STATUS IS WS-FILE-STATUS-TARIFA.

       SELECT OPTIONAL HORAS-ARCHIVO
       ASSIGN TO "horas.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL VACACIONES-ARCHIVO
       ASSIGN TO "vacac.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VAC-ID
       FILE STATUS IS WS-FILE-STATUS-VAC.

       SELECT OPTIONAL BANCOS-ARCHIVO
       ASSIGN TO "bancos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BAN-ID
       FILE STATUS IS WS-FILE-STATUS-BAN.

       SELECT OPTIONAL CONTACTOS-ARCHIVO
       ASSIGN TO "contactos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CON-CLAVE
       FILE STATUS IS WS-FILE-STATUS-CON.

       SELECT OPTIONAL RECURRENTES-ARCHIVO
       ASSIGN TO "recdeduc.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-REC.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "licencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-LIC.

       SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
       ASSIGN TO "movpend.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MOV-CLAVE
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT HALLAZGOS-CLASIFICA
       ASSIGN TO "intcla.tmp".

       SELECT HALLAZGOS-ORDENADOS
       ASSIGN TO "intord.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "integridad.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO HISTORICO DE EMPLEADOS
       FD EMPLEADOS-HISTORICO.
           COPY HISREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * MAESTRO DE TARIFAS CON VIGENCIA
       FD TARIFAS-ARCHIVO.
           COPY TARREG.
      * PLANILLAS SEMANALES DE HORAS
       FD HORAS-ARCHIVO.
           COPY HORREG.
      * LIBRO DE VACACIONES
       FD VACACIONES-ARCHIVO.
           COPY VACREG.
      * DATOS BANCARIOS POR EMPLEADO
       FD BANCOS-ARCHIVO.
           COPY BANREG.
      * BENEFICIARIOS Y CONTACTOS DE EMERGENCIA
       FD CONTACTOS-ARCHIVO.
           COPY CONREG.
      * DEDUCCIONES RECURRENTES POR EMPLEADO
       FD RECURRENTES-ARCHIVO.
           COPY RECREG.
      * LIBRO DE LICENCIAS
       FD LICENCIAS-ARCHIVO.
           COPY LICREG.
      * MOVIMIENTOS PENDIENTES
       FD MOVIMIENTOS-ARCHIVO.
           COPY MOVREG.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * ARCHIVO DE TRABAJO DEL SORT DE HALLAZGOS
       SD HALLAZGOS-CLASIFICA.
           01 CLASIFICA-REGISTRO.
               05 CLA-ARCHIVO PIC 9(2).
               05 CLA-REGLA PIC X(2).
               05 CLA-ID PIC X(6).
               05 CLA-DATO PIC X(30).
               05 CLA-SITUACION PIC X(12).
      * HALLAZGOS ORDENADOS POR ARCHIVO Y REGLA
       FD HALLAZGOS-ORDENADOS.
           01 ORDENADO-REGISTRO.
               05 ORD-ARCHIVO PIC 9(2).
               05 ORD-REGLA PIC X(2).
               05 ORD-ID PIC X(6).
               05 ORD-DATO PIC X(30).
               05 ORD-SITUACION PIC X(12).
      * ARCHIVO DE IMPRESION DE INTEGRIDAD
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-FILE-STATUS-TARIFA PIC X(2).
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-FILE-STATUS-CON PIC X(2).
       01  WS-FILE-STATUS-REC PIC X(2).
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-HALLAZGOS PIC X.
           88 FIN-HALLAZGOS VALUE "S".
       01  WS-FECHA-HOY PIC 9(8).
      * IDS DE HIST.DAT EN MEMORIA; LOS QUE NO ENTRAN SE CUENTAN Y
      * SE AVISAN, PORQUE SALDRIAN COMO HUERFANOS SIN SERLO.
       01  WS-HIS-USADOS PIC 9(4) VALUE ZERO.
       01  WS-HIS-IX PIC 9(4).
       01  WS-HIS-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-TABLA-HISTORICO.
           05 WS-HIS-ID PIC X(6) OCCURS 5000 TIMES.
      * SITUACION DEL ID REVISADO FRENTE A LOS MAESTROS. LOS
      * SATELITES VIENEN EN ORDEN DE ID, POR ESO SE RECUERDA EL
      * ULTIMO UBICADO.
       01  WS-ID-REVISADO PIC X(6).
       01  WS-ID-UBICADO PIC X(6).
       01  WS-SITUACION PIC X.
           88 SIT-VIGENTE VALUE "V".
           88 SIT-BAJA VALUE "B".
           88 SIT-ARCHIVADO VALUE "H".
           88 SIT-HUERFANO VALUE "N".
           88 SIT-FUERA VALUE "B" "H".
       01  WS-SITUACION-TEXTO PIC X(12).
      * TOTALES POR ARCHIVO REVISADO, EN EL ORDEN DE CLA-ARCHIVO.
       01  WS-AX PIC 9(2).
       01  WS-NOMBRES-ARCHIVO.
           05 FILLER PIC X(14) VALUE "TARIFAS.DAT".
           05 FILLER PIC X(14) VALUE "HORAS.DAT".
           05 FILLER PIC X(14) VALUE "VACAC.DAT".
           05 FILLER PIC X(14) VALUE "BANCOS.DAT".
           05 FILLER PIC X(14) VALUE "CONTACTOS.DAT".
           05 FILLER PIC X(14) VALUE "RECDEDUC.DAT".
           05 FILLER PIC X(14) VALUE "LICENCIAS.DAT".
           05 FILLER PIC X(14) VALUE "MOVPEND.DAT".
           05 FILLER PIC X(14) VALUE "PAGOHIST.DAT".
       01  WS-NOMBRES-REDEF REDEFINES WS-NOMBRES-ARCHIVO.
           05 WS-NOMBRE-ARCHIVO PIC X(14) OCCURS 9 TIMES.
       01  WS-TOTALES-ARCHIVO.
           05 WS-TOT-ARCHIVO OCCURS 9 TIMES.
               10 WS-LEIDOS PIC 9(7).
               10 WS-HALLAZGOS PIC 9(7).
      * CONTACTOS: SUMA DE PORCENTAJES DE BENEFICIARIOS POR ID.
       01  WS-CON-ID-GRUPO PIC X(6).
       01  WS-CON-SUMA-PCT PIC 9(4).
       01  WS-CON-BENEFICIARIOS PIC 9(3).
      * PAGOHIST: LA FILA EN CURSO SE GUARDA MIENTRAS SE BUSCA EL
      * PAGO AL QUE APUNTA, Y DESPUES SE REPOSICIONA LA LECTURA.
       01  WS-CLAVE-PAGO PIC X(17).
       01  WS-PAGO-ID PIC X(6).
       01  WS-PAGO-FECHA PIC 9(8).
       01  WS-PAGO-SECUENCIA PIC 9(3).
       01  WS-PAGO-REF PIC 9(8).
       01  WS-PAGO-REF-REDEF REDEFINES WS-PAGO-REF.
           05 WS-REF-AAAA PIC 9(4).
           05 WS-REF-MMDD PIC 9(4).
       01  WS-PAGO-SEC-REF PIC 9(3).
       01  WS-PAGO-ANIO PIC 9(4).
       01  WS-PAGO-REFERIDO PIC X.
           88 PAGO-REFERIDO-HALLADO VALUE "S".
       01  WS-ARCHIVO-ANTERIOR PIC 9(2).
       01  WS-REGLA-ANTERIOR PIC X(2).
       01  WS-CONT-REGLA PIC 9(7).
       01  WS-CONT-TOTAL PIC 9(7) VALUE ZERO.
       01  WS-DESCRIPCION-REGLA PIC X(60).
       01  WS-DIAS-ED PIC ZZ9.99.
       01  WS-DIAS-ED2 PIC ZZ9.99.
       01  WS-LINEA-HALLAZGO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LH-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LH-SITUACION PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LH-DATO PIC X(30).
       01  WS-LINEA-RESUMEN.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-ARCHIVO PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-LEIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LR-HALLAZGOS PIC ZZZZZZ9.
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "INTEGRIDAD-ARCHIVOS".
           05 ARC-REPORTE PIC X(20) VALUE "integridad.rpt".
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
           MOVE ZERO TO WS-HIS-USADOS.
           MOVE ZERO TO WS-HIS-DESBORDES.
           MOVE ZERO TO WS-CONT-TOTAL.
           MOVE SPACES TO WS-ID-UBICADO.
           MOVE 1 TO WS-AX.
           PERFORM LIMPIAR-TOTAL UNTIL WS-AX > 9.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-HISTORICO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN INPUT DEPTO-ARCHIVO.
           SORT HALLAZGOS-CLASIFICA
               ON ASCENDING KEY CLA-ARCHIVO CLA-REGLA CLA-ID CLA-DATO
               INPUT PROCEDURE IS REVISAR-ARCHIVOS
               GIVING HALLAZGOS-ORDENADOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-TITULOS.
           OPEN INPUT HALLAZGOS-ORDENADOS.
           MOVE "N" TO WS-FIN-HALLAZGOS.
           MOVE ZERO TO WS-ARCHIVO-ANTERIOR.
           MOVE SPACES TO WS-REGLA-ANTERIOR.
           MOVE ZERO TO WS-CONT-REGLA.
           PERFORM LEER-HALLAZGO.
           IF FIN-HALLAZGOS
               MOVE "SIN HALLAZGOS: TODOS LOS ARCHIVOS SATELITE "
                   & "CONCUERDAN CON LOS MAESTROS." TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-HALLAZGO UNTIL FIN-HALLAZGOS.
           IF WS-CONT-REGLA > ZERO
               PERFORM IMPRIMIR-TOTAL-REGLA
           END-IF.
           CLOSE HALLAZGOS-ORDENADOS.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE REPORTE-ARCHIVO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "HALLAZGOS DE INTEGRIDAD: " WS-CONT-TOTAL.
           DISPLAY "REPORTE IMPRESO EN INTEGRIDAD.RPT".
           GOBACK.
       LIMPIAR-TOTAL.
           MOVE ZERO TO WS-LEIDOS (WS-AX).
           MOVE ZERO TO WS-HALLAZGOS (WS-AX).
           ADD 1 TO WS-AX.
       CARGAR-HISTORICO.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT EMPLEADOS-HISTORICO.
           PERFORM LEER-HISTORICO.
           PERFORM GUARDAR-HISTORICO UNTIL FIN-LISTA.
           CLOSE EMPLEADOS-HISTORICO.
       LEER-HISTORICO.
           READ EMPLEADOS-HISTORICO
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-HISTORICO.
           IF WS-HIS-USADOS < 5000
               ADD 1 TO WS-HIS-USADOS
               MOVE HISTORICO-ID TO WS-HIS-ID (WS-HIS-USADOS)
           ELSE
               ADD 1 TO WS-HIS-DESBORDES
           END-IF.
           PERFORM LEER-HISTORICO.
      * V = EN EMP.DAT ACTIVO O DE LICENCIA, B = EN EMP.DAT DADO DE
      * BAJA, H = SOLO EN HIST.DAT (ARCHIVADO), N = EN NINGUNO.
       UBICAR-EMPLEADO.
           IF WS-ID-REVISADO NOT = WS-ID-UBICADO
               MOVE WS-ID-REVISADO TO WS-ID-UBICADO
               MOVE WS-ID-REVISADO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       PERFORM BUSCAR-HISTORICO
                   NOT INVALID KEY
                       IF EMPLEADOS-TERMINADO
                           MOVE "B" TO WS-SITUACION
                       ELSE
                           MOVE "V" TO WS-SITUACION
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
           WHEN SIT-VIGENTE
               MOVE "VIGENTE" TO WS-SITUACION-TEXTO
           WHEN SIT-BAJA
               MOVE "DE BAJA" TO WS-SITUACION-TEXTO
           WHEN SIT-ARCHIVADO
               MOVE "ARCHIVADO" TO WS-SITUACION-TEXTO
           WHEN OTHER
               MOVE "SIN MAESTRO" TO WS-SITUACION-TEXTO
           END-EVALUATE.
       BUSCAR-HISTORICO.
           MOVE "N" TO WS-SITUACION.
           MOVE 1 TO WS-HIS-IX.
           PERFORM COMPARAR-HISTORICO
               UNTIL SIT-ARCHIVADO OR WS-HIS-IX > WS-HIS-USADOS.
       COMPARAR-HISTORICO.
           IF WS-HIS-ID (WS-HIS-IX) = WS-ID-REVISADO
               MOVE "H" TO WS-SITUACION
           ELSE
               ADD 1 TO WS-HIS-IX
           END-IF.
      * CLA-ARCHIVO, CLA-REGLA, CLA-ID Y CLA-DATO VIENEN CARGADOS;
      * LA SITUACION ES LA DEL ULTIMO ID UBICADO.
       SOLTAR-HALLAZGO.
           MOVE WS-SITUACION-TEXTO TO CLA-SITUACION.
           ADD 1 TO WS-HALLAZGOS (CLA-ARCHIVO).
           RELEASE CLASIFICA-REGISTRO.
       REVISAR-ARCHIVOS.
           PERFORM REVISAR-TARIFAS.
           PERFORM REVISAR-HORAS.
           PERFORM REVISAR-VACACIONES.
           PERFORM REVISAR-BANCOS.
           PERFORM REVISAR-CONTACTOS.
           PERFORM REVISAR-RECURRENTES.
           PERFORM REVISAR-LICENCIAS.
           PERFORM REVISAR-MOVIMIENTOS.
           PERFORM REVISAR-PAGOS.
      ******************************************************************
      * 01 TARIFAS.DAT
      ******************************************************************
       REVISAR-TARIFAS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT TARIFAS-ARCHIVO.
           PERFORM LEER-TARIFA.
           PERFORM REVISAR-TARIFA UNTIL FIN-LISTA.
           CLOSE TARIFAS-ARCHIVO.
       LEER-TARIFA.
           READ TARIFAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-TARIFA.
           ADD 1 TO WS-LEIDOS (1).
           MOVE TARIFA-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           IF SIT-HUERFANO
               MOVE 1 TO CLA-ARCHIVO
               MOVE "T1" TO CLA-REGLA
               MOVE TARIFA-ID TO CLA-ID
               MOVE SPACES TO CLA-DATO
               STRING "VIGENCIA " TARIFA-VIGENCIA " "
                   TARIFA-CATEGORIA
                   DELIMITED BY SIZE INTO CLA-DATO
               PERFORM SOLTAR-HALLAZGO
           END-IF.
           PERFORM LEER-TARIFA.
      ******************************************************************
      * 02 HORAS.DAT
      ******************************************************************
       REVISAR-HORAS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT HORAS-ARCHIVO.
           PERFORM LEER-HORAS.
           PERFORM REVISAR-HORA UNTIL FIN-LISTA.
           CLOSE HORAS-ARCHIVO.
       LEER-HORAS.
           READ HORAS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-HORA.
      * LAS FILAS *CTL* SON LOS TRAILERS DE CONTROL DE LA CAPTURA.
           IF HORAS-ID NOT = "*CTL*"
               ADD 1 TO WS-LEIDOS (2)
               MOVE HORAS-ID TO WS-ID-REVISADO
               PERFORM UBICAR-EMPLEADO
               MOVE 2 TO CLA-ARCHIVO
               MOVE HORAS-ID TO CLA-ID
               MOVE SPACES TO CLA-DATO
               STRING "SEMANA AL " HORAS-SEMANA-FIN
                   " DEPTO " HORAS-DEPTO
                   DELIMITED BY SIZE INTO CLA-DATO
               EVALUATE TRUE
               WHEN SIT-HUERFANO
                   MOVE "H1" TO CLA-REGLA
                   PERFORM SOLTAR-HALLAZGO
               WHEN SIT-FUERA AND HORAS-PENDIENTE
                   MOVE "H2" TO CLA-REGLA
                   PERFORM SOLTAR-HALLAZGO
               END-EVALUATE
               IF HORAS-DEPTO NOT = SPACES
                   MOVE HORAS-DEPTO TO DEPTO-CODIGO
                   READ DEPTO-ARCHIVO
                       INVALID KEY
                           MOVE "H3" TO CLA-REGLA
                           PERFORM SOLTAR-HALLAZGO
                   END-READ
               END-IF
           END-IF.
           PERFORM LEER-HORAS.
      ******************************************************************
      * 03 VACAC.DAT
      ******************************************************************
       REVISAR-VACACIONES.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT VACACIONES-ARCHIVO.
           PERFORM LEER-VACACION.
           PERFORM REVISAR-VACACION UNTIL FIN-LISTA.
           CLOSE VACACIONES-ARCHIVO.
       LEER-VACACION.
           READ VACACIONES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-VACACION.
           ADD 1 TO WS-LEIDOS (3).
           MOVE VAC-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           MOVE 3 TO CLA-ARCHIVO.
           MOVE VAC-ID TO CLA-ID.
           MOVE VAC-DIAS-ACREDITADOS TO WS-DIAS-ED.
           MOVE VAC-DIAS-TOMADOS TO WS-DIAS-ED2.
           MOVE SPACES TO CLA-DATO.
           STRING "ACREDITADOS " WS-DIAS-ED " TOMADOS " WS-DIAS-ED2
               DELIMITED BY SIZE INTO CLA-DATO.
           EVALUATE TRUE
           WHEN SIT-HUERFANO
               MOVE "V1" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           WHEN VAC-DIAS-TOMADOS > VAC-DIAS-ACREDITADOS
               MOVE "V2" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           END-EVALUATE.
           PERFORM LEER-VACACION.
      ******************************************************************
      * 04 BANCOS.DAT
      ******************************************************************
       REVISAR-BANCOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT BANCOS-ARCHIVO.
           PERFORM LEER-BANCO.
           PERFORM REVISAR-BANCO UNTIL FIN-LISTA.
           CLOSE BANCOS-ARCHIVO.
       LEER-BANCO.
           READ BANCOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-BANCO.
           ADD 1 TO WS-LEIDOS (4).
           MOVE BAN-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           MOVE 4 TO CLA-ARCHIVO.
           MOVE BAN-ID TO CLA-ID.
           MOVE SPACES TO CLA-DATO.
           STRING BAN-BANCO "/" BAN-SUCURSAL "/" BAN-CUENTA
               " METODO " BAN-METODO
               DELIMITED BY SIZE INTO CLA-DATO.
           EVALUATE TRUE
           WHEN SIT-HUERFANO
               MOVE "B1" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           WHEN SIT-FUERA
               MOVE "B2" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           END-EVALUATE.
           PERFORM LEER-BANCO.
      ******************************************************************
      * 05 CONTACTOS.DAT -- LOS BENEFICIARIOS DE UN ID VIENEN JUNTOS
      * POR LA CLAVE; LA SUMA SE CIERRA AL CAMBIAR DE ID.
      ******************************************************************
       REVISAR-CONTACTOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE SPACES TO WS-CON-ID-GRUPO.
           MOVE ZERO TO WS-CON-SUMA-PCT.
           MOVE ZERO TO WS-CON-BENEFICIARIOS.
           OPEN INPUT CONTACTOS-ARCHIVO.
           PERFORM LEER-CONTACTO.
           PERFORM REVISAR-CONTACTO UNTIL FIN-LISTA.
           PERFORM CERRAR-GRUPO-CONTACTOS.
           CLOSE CONTACTOS-ARCHIVO.
       LEER-CONTACTO.
           READ CONTACTOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-CONTACTO.
           IF CON-ID NOT = WS-CON-ID-GRUPO
               PERFORM CERRAR-GRUPO-CONTACTOS
               MOVE CON-ID TO WS-CON-ID-GRUPO
           END-IF.
           ADD 1 TO WS-LEIDOS (5).
           IF CON-BENEFICIARIO
               ADD 1 TO WS-CON-BENEFICIARIOS
               IF CON-PORCENTAJE NUMERIC
                   ADD CON-PORCENTAJE TO WS-CON-SUMA-PCT
               END-IF
           END-IF.
           MOVE CON-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           IF SIT-HUERFANO
               MOVE 5 TO CLA-ARCHIVO
               MOVE "C1" TO CLA-REGLA
               MOVE CON-ID TO CLA-ID
               MOVE SPACES TO CLA-DATO
               STRING CON-CONSEC " " CON-NOMBRE
                   DELIMITED BY SIZE INTO CLA-DATO
               PERFORM SOLTAR-HALLAZGO
           END-IF.
           PERFORM LEER-CONTACTO.
       CERRAR-GRUPO-CONTACTOS.
           IF WS-CON-BENEFICIARIOS > ZERO
              AND WS-CON-SUMA-PCT NOT = 100
               MOVE WS-CON-ID-GRUPO TO WS-ID-REVISADO
               PERFORM UBICAR-EMPLEADO
               MOVE 5 TO CLA-ARCHIVO
               MOVE "C2" TO CLA-REGLA
               MOVE WS-CON-ID-GRUPO TO CLA-ID
               MOVE SPACES TO CLA-DATO
               STRING WS-CON-BENEFICIARIOS " BENEFICIARIOS, SUMAN "
                   WS-CON-SUMA-PCT "%"
                   DELIMITED BY SIZE INTO CLA-DATO
               PERFORM SOLTAR-HALLAZGO
           END-IF.
           MOVE ZERO TO WS-CON-SUMA-PCT.
           MOVE ZERO TO WS-CON-BENEFICIARIOS.
      ******************************************************************
      * 06 RECDEDUC.DAT
      ******************************************************************
       REVISAR-RECURRENTES.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT RECURRENTES-ARCHIVO.
           PERFORM LEER-RECURRENTE.
           PERFORM REVISAR-RECURRENTE UNTIL FIN-LISTA.
           CLOSE RECURRENTES-ARCHIVO.
       LEER-RECURRENTE.
           READ RECURRENTES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-RECURRENTE.
           ADD 1 TO WS-LEIDOS (6).
           MOVE REC-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           MOVE 6 TO CLA-ARCHIVO.
           MOVE REC-ID TO CLA-ID.
           MOVE SPACES TO CLA-DATO.
           STRING REC-CONCEPTO " ESTADO " REC-ESTADO
               DELIMITED BY SIZE INTO CLA-DATO.
           EVALUATE TRUE
           WHEN SIT-HUERFANO
               MOVE "R1" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           WHEN SIT-FUERA AND REC-ACTIVA
               MOVE "R2" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           END-EVALUATE.
           PERFORM LEER-RECURRENTE.
      ******************************************************************
      * 07 LICENCIAS.DAT
      ******************************************************************
       REVISAR-LICENCIAS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT LICENCIAS-ARCHIVO.
           PERFORM LEER-LICENCIA.
           PERFORM REVISAR-LICENCIA UNTIL FIN-LISTA.
           CLOSE LICENCIAS-ARCHIVO.
       LEER-LICENCIA.
           READ LICENCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-LICENCIA.
           ADD 1 TO WS-LEIDOS (7).
           MOVE LIC-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           MOVE 7 TO CLA-ARCHIVO.
           MOVE LIC-ID TO CLA-ID.
           MOVE SPACES TO CLA-DATO.
           STRING "DESDE " LIC-FECHA-INICIO " " LIC-TIPO
               " " LIC-ESTADO
               DELIMITED BY SIZE INTO CLA-DATO.
           EVALUATE TRUE
           WHEN SIT-HUERFANO
               MOVE "L1" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           WHEN SIT-FUERA AND LIC-ABIERTA
               MOVE "L2" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           END-EVALUATE.
           PERFORM LEER-LICENCIA.
      ******************************************************************
      * 08 MOVPEND.DAT
      ******************************************************************
       REVISAR-MOVIMIENTOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           PERFORM LEER-MOVIMIENTO.
           PERFORM REVISAR-MOVIMIENTO UNTIL FIN-LISTA.
           CLOSE MOVIMIENTOS-ARCHIVO.
       LEER-MOVIMIENTO.
           READ MOVIMIENTOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-MOVIMIENTO.
           ADD 1 TO WS-LEIDOS (8).
           MOVE MOV-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           MOVE 8 TO CLA-ARCHIVO.
           MOVE MOV-ID TO CLA-ID.
           MOVE SPACES TO CLA-DATO.
           STRING "EFECTIVO " MOV-FECHA-EFECTIVA " TIPO " MOV-TIPO
               " " MOV-ESTADO
               DELIMITED BY SIZE INTO CLA-DATO.
           EVALUATE TRUE
           WHEN SIT-HUERFANO
               MOVE "M1" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           WHEN SIT-FUERA AND MOV-PENDIENTE
               MOVE "M2" TO CLA-REGLA
               PERFORM SOLTAR-HALLAZGO
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.
      ******************************************************************
      * 09 PAGOHIST.DAT -- UN RETRO O UN REVERSO APUNTA POR
      * PAGO-FECHA-REF (Y PAGO-SECUENCIA-REF SI NO ES CERO) A OTRO
      * PAGO DEL MISMO EMPLEADO. SOLO SE BUSCA DENTRO DEL MISMO
      * ANIO: LOS ANIOS CERRADOS SE MUDARON A SU PAGOAAAA.DAT Y NO
      * FALTAN.
      ******************************************************************
       REVISAR-PAGOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT HISTORIA-PAGOS.
           PERFORM LEER-PAGO.
           PERFORM REVISAR-PAGO UNTIL FIN-LISTA.
           CLOSE HISTORIA-PAGOS.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-PAGO.
           ADD 1 TO WS-LEIDOS (9).
           MOVE PAGO-CLAVE TO WS-CLAVE-PAGO.
           MOVE PAGO-ID TO WS-PAGO-ID.
           MOVE PAGO-FECHA TO WS-PAGO-FECHA.
           MOVE PAGO-SECUENCIA TO WS-PAGO-SECUENCIA.
           MOVE PAGO-FECHA-AAAA TO WS-PAGO-ANIO.
           MOVE PAGO-FECHA-REF TO WS-PAGO-REF.
           MOVE PAGO-SECUENCIA-REF TO WS-PAGO-SEC-REF.
           MOVE PAGO-ID TO WS-ID-REVISADO.
           PERFORM UBICAR-EMPLEADO.
           MOVE 9 TO CLA-ARCHIVO.
           MOVE WS-PAGO-ID TO CLA-ID.
           IF SIT-HUERFANO
               MOVE "P1" TO CLA-REGLA
               MOVE SPACES TO CLA-DATO
               STRING "PAGO " WS-PAGO-FECHA "-" WS-PAGO-SECUENCIA
                   " TIPO " PAGO-TIPO
                   DELIMITED BY SIZE INTO CLA-DATO
               PERFORM SOLTAR-HALLAZGO
           END-IF.
           IF (PAGO-RETRO OR PAGO-REVERSO)
              AND WS-PAGO-REF NOT = ZERO
              AND WS-REF-AAAA = WS-PAGO-ANIO
               PERFORM BUSCAR-PAGO-REFERIDO
               IF NOT PAGO-REFERIDO-HALLADO
                   MOVE 9 TO CLA-ARCHIVO
                   MOVE WS-PAGO-ID TO CLA-ID
                   MOVE "P2" TO CLA-REGLA
                   MOVE SPACES TO CLA-DATO
                   STRING "PAGO " WS-PAGO-FECHA "-" WS-PAGO-SECUENCIA
                       " REF " WS-PAGO-REF
                       DELIMITED BY SIZE INTO CLA-DATO
                   PERFORM SOLTAR-HALLAZGO
               END-IF
               PERFORM REPOSICIONAR-PAGOS
           END-IF.
           IF NOT FIN-LISTA
               PERFORM LEER-PAGO
           END-IF.
       BUSCAR-PAGO-REFERIDO.
           MOVE "N" TO WS-PAGO-REFERIDO.
           MOVE WS-PAGO-ID TO PAGO-ID.
           MOVE WS-PAGO-REF TO PAGO-FECHA.
           MOVE WS-PAGO-SEC-REF TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HISTORIA-PAGOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PAGO-ID = WS-PAGO-ID
                              AND PAGO-FECHA = WS-PAGO-REF
                              AND (WS-PAGO-SEC-REF = ZERO
                                OR PAGO-SECUENCIA = WS-PAGO-SEC-REF)
                               MOVE "S" TO WS-PAGO-REFERIDO
                           END-IF
                   END-READ
           END-START.
       REPOSICIONAR-PAGOS.
           MOVE WS-CLAVE-PAGO TO PAGO-CLAVE.
           START HISTORIA-PAGOS
               KEY IS GREATER THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
      ******************************************************************
      * IMPRESION
      ******************************************************************
       LEER-HALLAZGO.
           READ HALLAZGOS-ORDENADOS
               AT END MOVE "S" TO WS-FIN-HALLAZGOS
           END-READ.
       IMPRIMIR-TITULOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "INTEGRIDAD DE ARCHIVOS SATELITE CONTRA EMP.DAT Y "
               "HIST.DAT AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-HIS-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "*** AVISO: " WS-HIS-DESBORDES
                   " FILAS DE HIST.DAT NO ENTRARON EN LA TABLA; SUS "
                   "IDS PUEDEN FIGURAR COMO SIN MAESTRO. ***"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
       IMPRIMIR-HALLAZGO.
           IF ORD-ARCHIVO NOT = WS-ARCHIVO-ANTERIOR
              OR ORD-REGLA NOT = WS-REGLA-ANTERIOR
               IF WS-CONT-REGLA > ZERO
                   PERFORM IMPRIMIR-TOTAL-REGLA
               END-IF
               IF ORD-ARCHIVO NOT = WS-ARCHIVO-ANTERIOR
                   PERFORM IMPRIMIR-CABECERA-ARCHIVO
               END-IF
               PERFORM IMPRIMIR-CABECERA-REGLA
           END-IF.
           MOVE ORD-ID TO LH-ID.
           MOVE ORD-SITUACION TO LH-SITUACION.
           MOVE ORD-DATO TO LH-DATO.
           MOVE WS-LINEA-HALLAZGO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-CONT-REGLA.
           ADD 1 TO WS-CONT-TOTAL.
           PERFORM LEER-HALLAZGO.
       IMPRIMIR-CABECERA-ARCHIVO.
           MOVE ORD-ARCHIVO TO WS-ARCHIVO-ANTERIOR.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "ARCHIVO " WS-NOMBRE-ARCHIVO (ORD-ARCHIVO)
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-CABECERA-REGLA.
           MOVE ORD-REGLA TO WS-REGLA-ANTERIOR.
           MOVE ZERO TO WS-CONT-REGLA.
           PERFORM DESCRIBIR-REGLA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  REGLA " ORD-REGLA " - " WS-DESCRIPCION-REGLA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "    ID      SITUACION     DATO" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-TOTAL-REGLA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "    FILAS CON LA REGLA " WS-REGLA-ANTERIOR ": "
               WS-CONT-REGLA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       DESCRIBIR-REGLA.
           EVALUATE ORD-REGLA
           WHEN "T1"
           WHEN "H1"
           WHEN "V1"
           WHEN "B1"
           WHEN "C1"
           WHEN "R1"
           WHEN "L1"
           WHEN "M1"
           WHEN "P1"
               MOVE "EL ID NO EXISTE EN EMP.DAT NI EN HIST.DAT"
                   TO WS-DESCRIPCION-REGLA
           WHEN "H2"
               MOVE "HORAS SIN APROBAR DE EMPLEADO DE BAJA O ARCHIVADO"
                   TO WS-DESCRIPCION-REGLA
           WHEN "H3"
               MOVE "DEPARTAMENTO DE LA PLANILLA NO EXISTE EN DEPT.DAT"
                   TO WS-DESCRIPCION-REGLA
           WHEN "V2"
               MOVE "DIAS TOMADOS MAYORES QUE LOS ACREDITADOS"
                   TO WS-DESCRIPCION-REGLA
           WHEN "B2"
               MOVE "DATOS BANCARIOS DE EMPLEADO DE BAJA O ARCHIVADO"
                   TO WS-DESCRIPCION-REGLA
           WHEN "C2"
               MOVE "LOS PORCENTAJES DE BENEFICIARIOS NO SUMAN 100"
                   TO WS-DESCRIPCION-REGLA
           WHEN "R2"
               MOVE "DEDUCCION ACTIVA DE EMPLEADO DE BAJA O ARCHIVADO"
                   TO WS-DESCRIPCION-REGLA
           WHEN "L2"
               MOVE "LICENCIA ABIERTA DE EMPLEADO DE BAJA O ARCHIVADO"
                   TO WS-DESCRIPCION-REGLA
           WHEN "M2"
               MOVE "MOVIMIENTO PENDIENTE DE UN ID YA DADO DE BAJA"
                   TO WS-DESCRIPCION-REGLA
           WHEN "P2"
               MOVE "RETRO O REVERSO APUNTA A UN PAGO QUE NO EXISTE"
                   TO WS-DESCRIPCION-REGLA
           WHEN OTHER
               MOVE SPACES TO WS-DESCRIPCION-REGLA
           END-EVALUATE.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "RESUMEN POR ARCHIVO" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "  ARCHIVO          LEIDOS  HALLAZGOS"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-AX.
           PERFORM IMPRIMIR-RESUMEN-ARCHIVO UNTIL WS-AX > 9.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  TOTAL DE HALLAZGOS: " WS-CONT-TOTAL
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
       IMPRIMIR-RESUMEN-ARCHIVO.
           MOVE WS-NOMBRE-ARCHIVO (WS-AX) TO LR-ARCHIVO.
           MOVE WS-LEIDOS (WS-AX) TO LR-LEIDOS.
           MOVE WS-HALLAZGOS (WS-AX) TO LR-HALLAZGOS.
           MOVE WS-LINEA-RESUMEN TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-AX.
       END PROGRAM INTEGRIDAD-ARCHIVOS.

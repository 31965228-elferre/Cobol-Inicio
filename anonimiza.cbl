      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Personal-data anonymization of former employees past
      *          the legal retention period. The data-protection law
      *          only lets us keep the personal data of a former
      *          employee for ANIOS-CONSERVA-DATOS years after the
      *          baja (parametros.dat key, default 5). Every id of
      *          hist.dat whose latest fecha-baja is that old, and
      *          that is not back in emp.dat, is masked:
      *            hist.dat       nombre ANONIMIZADO, apellidos,
      *                           edad, telefono, direccion blank
      *            contactos.dat  nombre ANONIMIZADO, parentesco
      *                           and telefono blank
      *            bancos.dat     cuenta masked but the last four
      *            envios.dat     cuenta masked but the last four
      *            auditemp.dat   the same fields inside the
      *                           before/after images
      *            constancias.dat nombre and destino of the letters
      *          The id, the dates, the department and every amount
      *          of pagohist.dat stay, because the tax office can
      *          still audit them. An employee with a pending
      *          movimiento in movpend.dat, or with an open finiquito
      *          (a settlement reversed and not issued again, or one
      *          whose transfer the bank returned, or one held by
      *          FINIQUITO-EMPLEADOS because company property in
      *          bienes.dat is still out), is refused. The
      *          run lists the candidates and asks for confirmation
      *          before touching anything, and prints the certificate
      *          of what was anonymized and what was refused to
      *          anonim.rpt (no personal data on it), archived in the
      *          report index.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-EMPLEADOS.
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

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "parametros.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

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

       SELECT OPTIONAL ENVIOS-ARCHIVO
       ASSIGN TO "envios.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ENV-CLAVE
       FILE STATUS IS WS-FILE-STATUS-ENV.

       SELECT OPTIONAL CONTACTOS-ARCHIVO
       ASSIGN TO "contactos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CON-CLAVE
       FILE STATUS IS WS-FILE-STATUS-CON.

       SELECT OPTIONAL BANCOS-ARCHIVO
       ASSIGN TO "bancos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BAN-ID
       FILE STATUS IS WS-FILE-STATUS-BAN.

       SELECT OPTIONAL CONSTANCIAS-ARCHIVO
       ASSIGN TO "constancias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CNS-NUMERO
       FILE STATUS IS WS-FILE-STATUS-CNS.

       SELECT OPTIONAL BIENES-ARCHIVO
       ASSIGN TO "bienes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BIE-CLAVE
       FILE STATUS IS WS-FILE-STATUS-BIE.

       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO "auditemp.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TRABAJO-ARCHIVO
       ASSIGN TO "anonim.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "anonim.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * ARCHIVO HISTORICO DE EMPLEADOS (SE REESCRIBE)
       FD EMPLEADOS-HISTORICO.
           COPY HISREG.
      * ARCHIVO CENTRAL DE PARAMETROS
       FD PARAMETROS-ARCHIVO.
           COPY PARREG.
      * MOVIMIENTOS PENDIENTES
       FD MOVIMIENTOS-ARCHIVO.
           COPY MOVREG.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * REGISTRO PERMANENTE DE TRANSFERENCIAS ENVIADAS
       FD ENVIOS-ARCHIVO.
           COPY ENVREG.
      * BENEFICIARIOS Y CONTACTOS DE EMERGENCIA
       FD CONTACTOS-ARCHIVO.
           COPY CONREG.
      * DATOS BANCARIOS POR EMPLEADO
       FD BANCOS-ARCHIVO.
           COPY BANREG.
      * REGISTRO DE CONSTANCIAS EMITIDAS
       FD CONSTANCIAS-ARCHIVO.
           COPY CNSREG.
      * JOURNAL DE AUDITORIA DE CAMBIOS A EMP.DAT (SE REESCRIBE)
       FD BIENES-ARCHIVO.
           COPY BIEREG.
       FD AUDITORIA-ARCHIVO.
           COPY AUDREG.
      * ARCHIVO DE TRABAJO DE LA REESCRITURA
       FD TRABAJO-ARCHIVO.
           01 TRABAJO-LINEA PIC X(400).
      * CERTIFICADO DE ANONIMIZACION
       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-ENV PIC X(2).
       01  WS-FILE-STATUS-CON PIC X(2).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-FILE-STATUS-CNS PIC X(2).
       01  WS-FILE-STATUS-BIE PIC X(2).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-PARAMETROS PIC X.
           88 FIN-PARAMETROS VALUE "S".
       01  WS-ANIOS-CONSERVA PIC 9(5) VALUE 5.
       01  WS-MESES-CONSERVA PIC 9(7).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HOY-REDEF REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAA PIC 9999.
           05 WS-HOY-MM PIC 99.
           05 WS-HOY-DD PIC 99.
       01  WS-FECHA-BAJA PIC 9(8).
       01  WS-BAJA-REDEF REDEFINES WS-FECHA-BAJA.
           05 WS-BAJA-AAAA PIC 9999.
           05 WS-BAJA-MM PIC 99.
           05 WS-BAJA-DD PIC 99.
       01  WS-MESES-TRANSCURRIDOS PIC S9(7).
       01  WS-CONFIRMA PIC X.
       01  WS-ID-BUSCADO PIC X(6).
      * UN ID POR FILA; SE QUEDA CON LA BAJA MAS RECIENTE DEL ID
      * (UN REINGRESADO Y VUELTO A ARCHIVAR TIENE VARIAS FILAS).
      * E = SE ANONIMIZA, R = RECHAZADO, N = DENTRO DEL PLAZO.
       01  WS-CAN-USADOS PIC 9(4) VALUE ZERO.
       01  WS-CX PIC 9(4).
       01  WS-CAN-DESBORDES PIC 9(5) VALUE ZERO.
       01  WS-CANDIDATO PIC X.
           88 CANDIDATO-HALLADO VALUE "S".
       01  WS-TABLA-CANDIDATOS.
           05 WS-CAN-ENTRADA OCCURS 2000 TIMES.
               10 CAN-ID PIC X(6).
               10 CAN-FECHA-BAJA PIC 9(8).
               10 CAN-ESTADO PIC X(1).
                   88 CAN-ELEGIBLE VALUE "E".
                   88 CAN-RECHAZADO VALUE "R".
                   88 CAN-EN-PLAZO VALUE "N".
               10 CAN-MOTIVO PIC X(40).
               10 CAN-CANT-HIS PIC 9(3).
               10 CAN-CANT-CON PIC 9(3).
               10 CAN-CANT-BAN PIC 9(1).
               10 CAN-CANT-ENV PIC 9(4).
               10 CAN-CANT-AUD PIC 9(5).
               10 CAN-CANT-CNS PIC 9(3).
       01  WS-CONT-ELEGIBLES PIC 9(5) VALUE ZERO.
       01  WS-CONT-RECHAZADOS PIC 9(5) VALUE ZERO.
      * FINIQUITOS DEL ID Y LOS REVERSOS QUE LOS ANULAN, COMO EN
      * FINIQUITO-EMPLEADOS.
       01  WS-FIN-PAGOS PIC X.
           88 FIN-PAGOS VALUE "S".
       01  WS-FPR-USADOS PIC 9(2).
       01  WS-FPR-IX PIC 9(2).
       01  WS-TABLA-FINIQUITOS.
           05 FPR-FECHA PIC 9(8) OCCURS 10 TIMES.
       01  WS-REF-USADOS PIC 9(2).
       01  WS-REF-IX PIC 9(2).
       01  WS-TABLA-REVERSOS.
           05 REF-FECHA PIC 9(8) OCCURS 50 TIMES.
       01  WS-TABLA-TIPOS-REF.
           05 REF-TIPO PIC X(1) OCCURS 50 TIMES.
       01  WS-REF-HALLADO PIC X.
           88 REF-HALLADO VALUE "S".
       01  WS-FINIQ-VIGENTES PIC 9(2).
       01  WS-FINIQ-ANULADOS PIC 9(2).
       01  WS-FINIQ-DEVUELTO PIC X.
           88 FINIQUITO-DEVUELTO VALUE "S".
       01  WS-MOV-PENDIENTE PIC X.
           88 HAY-MOV-PENDIENTE VALUE "S".
       01  WS-FIN-BIENES PIC X.
           88 FIN-BIENES VALUE "S".
       01  WS-BIEN-EN-PODER PIC X.
           88 HAY-BIEN-EN-PODER VALUE "S".
      * LA CUENTA SE ENMASCARA DEJANDO LOS ULTIMOS CUATRO DIGITOS,
      * QUE ALCANZAN PARA CRUZAR UNA TRANSFERENCIA CON EL BANCO.
       01  WS-CUENTA PIC X(12).
       01  WS-CUENTA-REDEF REDEFINES WS-CUENTA.
           05 WS-CUENTA-OCULTA PIC X(8).
           05 WS-CUENTA-FINAL PIC X(4).
      * IMAGEN DE EMP.DAT DENTRO DE AUD-ANTES / AUD-DESPUES.
       01  WS-IMAGEN PIC X(150).
       01  WS-IMAGEN-REDEF REDEFINES WS-IMAGEN.
           05 IMG-ID PIC X(6).
           05 IMG-NOMBRE PIC X(25).
           05 IMG-APELLIDOS PIC X(35).
           05 IMG-EDAD PIC X(3).
           05 IMG-TELEFONO PIC X(9).
           05 IMG-DIRECCION PIC X(35).
           05 FILLER PIC X(37).
       01  WS-AUD-TOCADA PIC X.
           88 AUD-TOCADA VALUE "S".
       01  WS-TOT-HIS PIC 9(7) VALUE ZERO.
       01  WS-TOT-CON PIC 9(7) VALUE ZERO.
       01  WS-TOT-BAN PIC 9(7) VALUE ZERO.
       01  WS-TOT-ENV PIC 9(7) VALUE ZERO.
       01  WS-TOT-AUD PIC 9(7) VALUE ZERO.
       01  WS-TOT-CNS PIC 9(7) VALUE ZERO.
       01  WS-LINEA-ANONIMO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-FECHA-BAJA PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-HIS PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-CON PIC ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 LA-BAN PIC 9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-ENV PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-AUD PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-CNS PIC ZZ9.
       01  WS-LINEA-RECHAZO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LX-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LX-FECHA-BAJA PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LX-MOTIVO PIC X(40).
       01  WS-ARCHIVA-REPORTE.
           05 ARC-PROGRAMA PIC X(30) VALUE "ANONIMIZA-EMPLEADOS".
           05 ARC-REPORTE PIC X(20) VALUE "anonim.rpt".
           05 ARC-OPERADOR PIC X(10) VALUE "AUTOMATICO".
       LINKAGE SECTION.
       01  LNK-SESION.
           05 LNK-OPERADOR PIC X(10).
           05 LNK-ROL PIC X(1).
       PROCEDURE DIVISION USING LNK-SESION.
       MAIN-PROCEDURE.
      * EL OPERADOR DE LA SESION FIRMA EL CERTIFICADO Y LA FILA DEL
      * INDICE DE REPORTES; EN BLANCO QUEDA AUTOMATICO.
           IF LNK-OPERADOR NOT = SPACES
               MOVE LNK-OPERADOR TO ARC-OPERADOR
           ELSE
               MOVE "AUTOMATICO" TO ARC-OPERADOR
           END-IF.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE ZERO TO WS-CAN-USADOS.
           MOVE ZERO TO WS-CAN-DESBORDES.
           MOVE ZERO TO WS-CONT-ELEGIBLES.
           MOVE ZERO TO WS-CONT-RECHAZADOS.
           MOVE ZERO TO WS-TOT-HIS.
           MOVE ZERO TO WS-TOT-CON.
           MOVE ZERO TO WS-TOT-BAN.
           MOVE ZERO TO WS-TOT-ENV.
           MOVE ZERO TO WS-TOT-AUD.
           MOVE ZERO TO WS-TOT-CNS.
           MOVE 5 TO WS-ANIOS-CONSERVA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           COMPUTE WS-MESES-CONSERVA = WS-ANIOS-CONSERVA * 12.
           PERFORM CARGAR-CANDIDATOS.
           IF WS-CAN-DESBORDES > ZERO
               DISPLAY "AVISO: " WS-CAN-DESBORDES " IDS DE HIST.DAT "
                   "NO ENTRARON EN LA TABLA; QUEDAN PARA OTRA CORRIDA."
           END-IF.
           PERFORM ABRIR-CONSULTAS.
           MOVE 1 TO WS-CX.
           PERFORM CALIFICAR-CANDIDATO UNTIL WS-CX > WS-CAN-USADOS.
           PERFORM CERRAR-CONSULTAS.
           DISPLAY "PLAZO DE CONSERVACION: " WS-ANIOS-CONSERVA
               " ANIOS DESDE LA BAJA.".
           DISPLAY "EX EMPLEADOS A ANONIMIZAR: " WS-CONT-ELEGIBLES.
           DISPLAY "RECHAZADOS               : " WS-CONT-RECHAZADOS.
           MOVE 1 TO WS-CX.
           PERFORM MOSTRAR-CANDIDATO UNTIL WS-CX > WS-CAN-USADOS.
           IF WS-CONT-ELEGIBLES = ZERO
               DISPLAY "NADA QUE ANONIMIZAR."
               GOBACK
           END-IF.
           DISPLAY "LOS DATOS PERSONALES NO SE PUEDEN RECUPERAR. "
               "CONFIRMA LA ANONIMIZACION (S/N) :".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ANONIMIZACION CANCELADA POR EL OPERADOR."
               GOBACK
           END-IF.
           PERFORM ANONIMIZAR-HISTORICO.
           PERFORM ANONIMIZAR-CONTACTOS.
           PERFORM ANONIMIZAR-BANCOS.
           PERFORM ANONIMIZAR-ENVIOS.
           PERFORM ANONIMIZAR-CONSTANCIAS.
           PERFORM ANONIMIZAR-AUDITORIA.
           PERFORM IMPRIMIR-CERTIFICADO.
           CALL "REPORTE-ARCHIVA" USING WS-ARCHIVA-REPORTE.
           DISPLAY "EMPLEADOS ANONIMIZADOS: " WS-CONT-ELEGIBLES.
           DISPLAY "CERTIFICADO IMPRESO EN ANONIM.RPT".
           GOBACK.
       LEER-PARAMETROS.
           MOVE "N" TO WS-FIN-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           PERFORM LEER-PARAMETRO.
           PERFORM APLICAR-PARAMETRO UNTIL FIN-PARAMETROS.
           CLOSE PARAMETROS-ARCHIVO.
       LEER-PARAMETRO.
           READ PARAMETROS-ARCHIVO
               AT END MOVE "S" TO WS-FIN-PARAMETROS
           END-READ.
       APLICAR-PARAMETRO.
           IF PARAM-CLAVE = "ANIOS-CONSERVA-DATOS"
               MOVE PARAM-VALOR TO WS-ANIOS-CONSERVA
           END-IF.
           PERFORM LEER-PARAMETRO.
      ******************************************************************
      * CANDIDATOS: IDS DE HIST.DAT CON DATOS SIN ANONIMIZAR
      ******************************************************************
       CARGAR-CANDIDATOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT EMPLEADOS-HISTORICO.
           PERFORM LEER-HISTORICO.
           PERFORM GUARDAR-CANDIDATO UNTIL FIN-LISTA.
           CLOSE EMPLEADOS-HISTORICO.
       LEER-HISTORICO.
           READ EMPLEADOS-HISTORICO
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       GUARDAR-CANDIDATO.
           MOVE HISTORICO-ID TO WS-ID-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF CANDIDATO-HALLADO
               IF HISTORICO-FECHA-BAJA > CAN-FECHA-BAJA (WS-CX)
                   MOVE HISTORICO-FECHA-BAJA TO CAN-FECHA-BAJA (WS-CX)
               END-IF
           ELSE
               IF NOT HISTORICO-ANONIMIZADO
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-IF.
           PERFORM LEER-HISTORICO.
       AGREGAR-CANDIDATO.
           IF WS-CAN-USADOS < 2000
               ADD 1 TO WS-CAN-USADOS
               MOVE WS-CAN-USADOS TO WS-CX
               MOVE HISTORICO-ID TO CAN-ID (WS-CX)
               MOVE HISTORICO-FECHA-BAJA TO CAN-FECHA-BAJA (WS-CX)
               MOVE "N" TO CAN-ESTADO (WS-CX)
               MOVE SPACES TO CAN-MOTIVO (WS-CX)
               MOVE ZERO TO CAN-CANT-HIS (WS-CX)
               MOVE ZERO TO CAN-CANT-CON (WS-CX)
               MOVE ZERO TO CAN-CANT-BAN (WS-CX)
               MOVE ZERO TO CAN-CANT-ENV (WS-CX)
               MOVE ZERO TO CAN-CANT-AUD (WS-CX)
               MOVE ZERO TO CAN-CANT-CNS (WS-CX)
           ELSE
               ADD 1 TO WS-CAN-DESBORDES
           END-IF.
       BUSCAR-CANDIDATO.
           MOVE "N" TO WS-CANDIDATO.
           MOVE 1 TO WS-CX.
           PERFORM COMPARAR-CANDIDATO
               UNTIL CANDIDATO-HALLADO OR WS-CX > WS-CAN-USADOS.
       COMPARAR-CANDIDATO.
           IF CAN-ID (WS-CX) = WS-ID-BUSCADO
               MOVE "S" TO WS-CANDIDATO
           ELSE
               ADD 1 TO WS-CX
           END-IF.
      * EL ID SE ANONIMIZA SOLO SI TODAS SUS FILAS DE HIST.DAT ESTAN
      * FUERA DEL PLAZO, NO VOLVIO A EMP.DAT Y NO TIENE NADA ABIERTO.
       CALIFICAR-CANDIDATO.
           MOVE CAN-FECHA-BAJA (WS-CX) TO WS-FECHA-BAJA.
           COMPUTE WS-MESES-TRANSCURRIDOS =
               (WS-HOY-AAAA - WS-BAJA-AAAA) * 12
                   + (WS-HOY-MM - WS-BAJA-MM).
           IF WS-MESES-TRANSCURRIDOS >= WS-MESES-CONSERVA
               MOVE "E" TO CAN-ESTADO (WS-CX)
               PERFORM VERIFICAR-EMPLEADO
               IF CAN-ELEGIBLE (WS-CX)
                   PERFORM VERIFICAR-MOVIMIENTOS
               END-IF
               IF CAN-ELEGIBLE (WS-CX)
                   PERFORM VERIFICAR-FINIQUITO
               END-IF
               IF CAN-ELEGIBLE (WS-CX)
                   PERFORM VERIFICAR-BIENES
               END-IF
               IF CAN-ELEGIBLE (WS-CX)
                   ADD 1 TO WS-CONT-ELEGIBLES
               ELSE
                   ADD 1 TO WS-CONT-RECHAZADOS
               END-IF
           END-IF.
           ADD 1 TO WS-CX.
       VERIFICAR-EMPLEADO.
           MOVE CAN-ID (WS-CX) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO CAN-ESTADO (WS-CX)
                   MOVE "REINGRESADO, SIGUE EN EMP.DAT"
                       TO CAN-MOTIVO (WS-CX)
           END-READ.
       VERIFICAR-MOVIMIENTOS.
           MOVE "N" TO WS-MOV-PENDIENTE.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE CAN-ID (WS-CX) TO MOV-ID.
           MOVE ZERO TO MOV-FECHA-EFECTIVA.
           START MOVIMIENTOS-ARCHIVO
               KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-MOVIMIENTO
               PERFORM REVISAR-MOVIMIENTO
                   UNTIL FIN-LISTA OR HAY-MOV-PENDIENTE
           END-IF.
           IF HAY-MOV-PENDIENTE
               MOVE "R" TO CAN-ESTADO (WS-CX)
               MOVE "MOVIMIENTO PENDIENTE EN MOVPEND.DAT"
                   TO CAN-MOTIVO (WS-CX)
           END-IF.
       LEER-MOVIMIENTO.
           READ MOVIMIENTOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-MOVIMIENTO.
           IF MOV-ID NOT = CAN-ID (WS-CX)
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               IF MOV-PENDIENTE
                   MOVE "S" TO WS-MOV-PENDIENTE
               ELSE
                   PERFORM LEER-MOVIMIENTO
               END-IF
           END-IF.
      * FINIQUITO ABIERTO: UN FINIQUITO REVERSADO SIN OTRO VIGENTE
      * QUE LO REEMPLACE (HAY QUE REHACERLO), O UN FINIQUITO VIGENTE
      * CUYA TRANSFERENCIA DEVOLVIO EL BANCO (TODAVIA SE DEBE).
       VERIFICAR-FINIQUITO.
           MOVE ZERO TO WS-FPR-USADOS.
           MOVE ZERO TO WS-REF-USADOS.
           MOVE ZERO TO WS-FINIQ-VIGENTES.
           MOVE ZERO TO WS-FINIQ-ANULADOS.
           MOVE "N" TO WS-FINIQ-DEVUELTO.
           MOVE "N" TO WS-FIN-PAGOS.
           MOVE CAN-ID (WS-CX) TO PAGO-ID.
           MOVE ZERO TO PAGO-FECHA.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START.
           IF NOT FIN-PAGOS
               PERFORM LEER-PAGO
               PERFORM JUNTAR-FINIQUITOS UNTIL FIN-PAGOS
           END-IF.
           MOVE 1 TO WS-FPR-IX.
           PERFORM CLASIFICAR-FINIQUITO UNTIL WS-FPR-IX > WS-FPR-USADOS.
           IF WS-FINIQ-ANULADOS > ZERO AND WS-FINIQ-VIGENTES = ZERO
               MOVE "R" TO CAN-ESTADO (WS-CX)
               MOVE "FINIQUITO REVERSADO SIN REEMITIR"
                   TO CAN-MOTIVO (WS-CX)
           END-IF.
           IF FINIQUITO-DEVUELTO
               MOVE "R" TO CAN-ESTADO (WS-CX)
               MOVE "FINIQUITO CON TRANSFERENCIA DEVUELTA"
                   TO CAN-MOTIVO (WS-CX)
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PAGOS
           END-READ.
       JUNTAR-FINIQUITOS.
           IF PAGO-ID NOT = CAN-ID (WS-CX)
               MOVE "S" TO WS-FIN-PAGOS
           ELSE
               EVALUATE TRUE
               WHEN PAGO-FINIQUITO
                   IF WS-FPR-USADOS < 10
                       ADD 1 TO WS-FPR-USADOS
                       MOVE PAGO-FECHA TO FPR-FECHA (WS-FPR-USADOS)
                   END-IF
               WHEN PAGO-REVERSO
                   IF WS-REF-USADOS < 50
                       ADD 1 TO WS-REF-USADOS
                       MOVE PAGO-FECHA-REF TO REF-FECHA (WS-REF-USADOS)
                       MOVE PAGO-TIPO-REF TO REF-TIPO (WS-REF-USADOS)
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               PERFORM LEER-PAGO
           END-IF.
       CLASIFICAR-FINIQUITO.
           MOVE "N" TO WS-REF-HALLADO.
           MOVE 1 TO WS-REF-IX.
           PERFORM COMPARAR-REF
               UNTIL REF-HALLADO OR WS-REF-IX > WS-REF-USADOS.
           IF REF-HALLADO
               ADD 1 TO WS-FINIQ-ANULADOS
           ELSE
               ADD 1 TO WS-FINIQ-VIGENTES
               MOVE FPR-FECHA (WS-FPR-IX) TO ENV-FECHA
               MOVE CAN-ID (WS-CX) TO ENV-ID
               READ ENVIOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENV-DEVUELTA
                           MOVE "S" TO WS-FINIQ-DEVUELTO
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WS-FPR-IX.
      * EL REVERSO DE OTRA FILA DE LA MISMA FECHA NO ANULA EL
      * FINIQUITO; UNO VIEJO SIN TIPO-REF VA POR LA FECHA SOLA.
       COMPARAR-REF.
           IF REF-FECHA (WS-REF-IX) = FPR-FECHA (WS-FPR-IX)
              AND (REF-TIPO (WS-REF-IX) = SPACE
                OR REF-TIPO (WS-REF-IX) = "F")
               MOVE "S" TO WS-REF-HALLADO
           ELSE
               ADD 1 TO WS-REF-IX
           END-IF.
      * CON UN BIEN TODAVIA EN PODER DEL EMPLEADO EL FINIQUITO QUEDA
      * RETENIDO Y NO HAY FILA EN PAGOHIST.DAT QUE LO MUESTRE.
       VERIFICAR-BIENES.
           MOVE "N" TO WS-BIEN-EN-PODER.
           MOVE "N" TO WS-FIN-BIENES.
           MOVE CAN-ID (WS-CX) TO BIE-ID.
           MOVE LOW-VALUES TO BIE-CODIGO.
           MOVE ZERO TO BIE-FECHA-ENTREGA.
           START BIENES-ARCHIVO
               KEY IS NOT LESS THAN BIE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-BIENES
           END-START.
           IF NOT FIN-BIENES
               PERFORM LEER-BIEN
               PERFORM REVISAR-BIEN
                   UNTIL FIN-BIENES OR HAY-BIEN-EN-PODER
           END-IF.
           IF HAY-BIEN-EN-PODER
               MOVE "R" TO CAN-ESTADO (WS-CX)
               MOVE "BIENES SIN DEVOLVER, FINIQUITO RETENIDO"
                   TO CAN-MOTIVO (WS-CX)
           END-IF.
       LEER-BIEN.
           READ BIENES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-BIENES
           END-READ.
       REVISAR-BIEN.
           IF BIE-ID NOT = CAN-ID (WS-CX)
               MOVE "S" TO WS-FIN-BIENES
           ELSE
               IF BIE-EN-PODER
                   MOVE "S" TO WS-BIEN-EN-PODER
               ELSE
                   PERFORM LEER-BIEN
               END-IF
           END-IF.
       MOSTRAR-CANDIDATO.
           IF CAN-ELEGIBLE (WS-CX)
               DISPLAY "  " CAN-ID (WS-CX) " BAJA "
                   CAN-FECHA-BAJA (WS-CX) " SE ANONIMIZA"
           END-IF.
           IF CAN-RECHAZADO (WS-CX)
               DISPLAY "  " CAN-ID (WS-CX) " BAJA "
                   CAN-FECHA-BAJA (WS-CX) " RECHAZADO: "
                   CAN-MOTIVO (WS-CX)
           END-IF.
           ADD 1 TO WS-CX.
       ABRIR-CONSULTAS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           OPEN INPUT HISTORIA-PAGOS.
           OPEN INPUT ENVIOS-ARCHIVO.
           OPEN INPUT BIENES-ARCHIVO.
           IF WS-FILE-STATUS-BIE = "35"
               OPEN OUTPUT BIENES-ARCHIVO
               CLOSE BIENES-ARCHIVO
               OPEN INPUT BIENES-ARCHIVO
           END-IF.
       CERRAR-CONSULTAS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE MOVIMIENTOS-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
           CLOSE ENVIOS-ARCHIVO.
           CLOSE BIENES-ARCHIVO.
      ******************************************************************
      * HIST.DAT -- SE REESCRIBE ENTERO POR EL ARCHIVO DE TRABAJO,
      * COMO CIERRE-ANUAL HACE CON AUDITEMP.DAT.
      ******************************************************************
       ANONIMIZAR-HISTORICO.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT EMPLEADOS-HISTORICO.
           OPEN OUTPUT TRABAJO-ARCHIVO.
           PERFORM LEER-HISTORICO.
           PERFORM COPIAR-HISTORICO UNTIL FIN-LISTA.
           CLOSE EMPLEADOS-HISTORICO.
           CLOSE TRABAJO-ARCHIVO.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT TRABAJO-ARCHIVO.
           OPEN OUTPUT EMPLEADOS-HISTORICO.
           PERFORM LEER-TRABAJO.
           PERFORM REGRESAR-HISTORICO UNTIL FIN-LISTA.
           CLOSE TRABAJO-ARCHIVO.
           CLOSE EMPLEADOS-HISTORICO.
       COPIAR-HISTORICO.
           MOVE HISTORICO-ID TO WS-ID-BUSCADO.
           PERFORM BUSCAR-ELEGIBLE.
           IF CANDIDATO-HALLADO AND NOT HISTORICO-ANONIMIZADO
               MOVE "ANONIMIZADO" TO HISTORICO-NOMBRE
               MOVE SPACES TO HISTORICO-APELLIDOS
               MOVE SPACES TO HISTORICO-EDAD
               MOVE SPACES TO HISTORICO-TELEFONO
               MOVE SPACES TO HISTORICO-DIRECCION
               ADD 1 TO CAN-CANT-HIS (WS-CX)
               ADD 1 TO WS-TOT-HIS
           END-IF.
           MOVE SPACES TO TRABAJO-LINEA.
           MOVE HISTORICO-REGISTRO TO TRABAJO-LINEA.
           WRITE TRABAJO-LINEA.
           PERFORM LEER-HISTORICO.
       LEER-TRABAJO.
           READ TRABAJO-ARCHIVO
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REGRESAR-HISTORICO.
           MOVE TRABAJO-LINEA TO HISTORICO-REGISTRO.
           WRITE HISTORICO-REGISTRO.
           PERFORM LEER-TRABAJO.
       BUSCAR-ELEGIBLE.
           PERFORM BUSCAR-CANDIDATO.
           IF CANDIDATO-HALLADO
               IF NOT CAN-ELEGIBLE (WS-CX)
                   MOVE "N" TO WS-CANDIDATO
               END-IF
           END-IF.
      ******************************************************************
      * CONTACTOS.DAT -- TODAS LAS FILAS DEL ID POR LA CLAVE
      ******************************************************************
       ANONIMIZAR-CONTACTOS.
           OPEN I-O CONTACTOS-ARCHIVO.
           MOVE 1 TO WS-CX.
           PERFORM ANONIMIZAR-CONTACTOS-ID
               UNTIL WS-CX > WS-CAN-USADOS.
           CLOSE CONTACTOS-ARCHIVO.
       ANONIMIZAR-CONTACTOS-ID.
           IF CAN-ELEGIBLE (WS-CX)
               MOVE "N" TO WS-FIN-LISTA
               MOVE CAN-ID (WS-CX) TO CON-ID
               MOVE ZERO TO CON-CONSEC
               START CONTACTOS-ARCHIVO
                   KEY IS NOT LESS THAN CON-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-LISTA
               END-START
               IF NOT FIN-LISTA
                   PERFORM LEER-CONTACTO
                   PERFORM ANONIMIZAR-CONTACTO UNTIL FIN-LISTA
               END-IF
           END-IF.
           ADD 1 TO WS-CX.
       LEER-CONTACTO.
           READ CONTACTOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       ANONIMIZAR-CONTACTO.
           IF CON-ID NOT = CAN-ID (WS-CX)
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               IF CON-NOMBRE NOT = "ANONIMIZADO"
                   MOVE "ANONIMIZADO" TO CON-NOMBRE
                   MOVE SPACES TO CON-PARENTESCO
                   MOVE SPACES TO CON-TELEFONO
                   REWRITE CONTACTO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL ANONIMIZAR CONTACTO "
                               CON-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO CAN-CANT-CON (WS-CX)
                           ADD 1 TO WS-TOT-CON
                   END-REWRITE
               END-IF
               PERFORM LEER-CONTACTO
           END-IF.
      ******************************************************************
      * BANCOS.DAT
      ******************************************************************
       ANONIMIZAR-BANCOS.
           OPEN I-O BANCOS-ARCHIVO.
           MOVE 1 TO WS-CX.
           PERFORM ANONIMIZAR-BANCO UNTIL WS-CX > WS-CAN-USADOS.
           CLOSE BANCOS-ARCHIVO.
       ANONIMIZAR-BANCO.
           IF CAN-ELEGIBLE (WS-CX)
               MOVE CAN-ID (WS-CX) TO BAN-ID
               READ BANCOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAN-CUENTA TO WS-CUENTA
                       IF WS-CUENTA-OCULTA NOT = "********"
                           MOVE "********" TO WS-CUENTA-OCULTA
                           MOVE WS-CUENTA TO BAN-CUENTA
                           REWRITE BANCO-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERROR AL ANONIMIZAR BANCO "
                                       BAN-ID
                               NOT INVALID KEY
                                   ADD 1 TO CAN-CANT-BAN (WS-CX)
                                   ADD 1 TO WS-TOT-BAN
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WS-CX.
      ******************************************************************
      * ENVIOS.DAT -- CLAVE FECHA + ID, SE RECORRE ENTERO
      ******************************************************************
       ANONIMIZAR-ENVIOS.
           OPEN I-O ENVIOS-ARCHIVO.
           MOVE "N" TO WS-FIN-LISTA.
           PERFORM LEER-ENVIO.
           PERFORM ANONIMIZAR-ENVIO UNTIL FIN-LISTA.
           CLOSE ENVIOS-ARCHIVO.
       LEER-ENVIO.
           READ ENVIOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       ANONIMIZAR-ENVIO.
           MOVE ENV-ID TO WS-ID-BUSCADO.
           PERFORM BUSCAR-ELEGIBLE.
           IF CANDIDATO-HALLADO
               MOVE ENV-CUENTA TO WS-CUENTA
               IF WS-CUENTA-OCULTA NOT = "********"
                   MOVE "********" TO WS-CUENTA-OCULTA
                   MOVE WS-CUENTA TO ENV-CUENTA
                   REWRITE ENVIO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL ANONIMIZAR ENVIO "
                               ENV-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO CAN-CANT-ENV (WS-CX)
                           ADD 1 TO WS-TOT-ENV
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LEER-ENVIO.
      ******************************************************************
      * CONSTANCIAS.DAT -- CLAVE NUMERO, SE RECORRE ENTERO
      ******************************************************************
       ANONIMIZAR-CONSTANCIAS.
           OPEN I-O CONSTANCIAS-ARCHIVO.
           MOVE "N" TO WS-FIN-LISTA.
           PERFORM LEER-CONSTANCIA.
           PERFORM ANONIMIZAR-CONSTANCIA UNTIL FIN-LISTA.
           CLOSE CONSTANCIAS-ARCHIVO.
       LEER-CONSTANCIA.
           READ CONSTANCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       ANONIMIZAR-CONSTANCIA.
           MOVE CNS-ID TO WS-ID-BUSCADO.
           PERFORM BUSCAR-ELEGIBLE.
           IF CANDIDATO-HALLADO AND CNS-NOMBRE NOT = "ANONIMIZADO"
               MOVE "ANONIMIZADO" TO CNS-NOMBRE
               MOVE SPACES TO CNS-DESTINO
               REWRITE CONSTANCIA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL ANONIMIZAR CONSTANCIA "
                           CNS-NUMERO
                   NOT INVALID KEY
                       ADD 1 TO CAN-CANT-CNS (WS-CX)
                       ADD 1 TO WS-TOT-CNS
               END-REWRITE
           END-IF.
           PERFORM LEER-CONSTANCIA.
      ******************************************************************
      * AUDITEMP.DAT -- LAS IMAGENES ANTES/DESPUES SON EL REGISTRO DE
      * EMP.DAT; SE ENMASCARAN LOS MISMOS CAMPOS QUE EN HIST.DAT Y EL
      * RESTO DE LA FILA (FECHA, OPERADOR, PROGRAMA) QUEDA.
      ******************************************************************
       ANONIMIZAR-AUDITORIA.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT AUDITORIA-ARCHIVO.
           OPEN OUTPUT TRABAJO-ARCHIVO.
           PERFORM LEER-AUDITORIA.
           PERFORM COPIAR-AUDITORIA UNTIL FIN-LISTA.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE TRABAJO-ARCHIVO.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT TRABAJO-ARCHIVO.
           OPEN OUTPUT AUDITORIA-ARCHIVO.
           PERFORM LEER-TRABAJO.
           PERFORM REGRESAR-AUDITORIA UNTIL FIN-LISTA.
           CLOSE TRABAJO-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
       LEER-AUDITORIA.
           READ AUDITORIA-ARCHIVO
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       COPIAR-AUDITORIA.
           MOVE "N" TO WS-AUD-TOCADA.
           MOVE AUD-ANTES TO WS-IMAGEN.
           PERFORM ENMASCARAR-IMAGEN.
           MOVE WS-IMAGEN TO AUD-ANTES.
           MOVE AUD-DESPUES TO WS-IMAGEN.
           PERFORM ENMASCARAR-IMAGEN.
           MOVE WS-IMAGEN TO AUD-DESPUES.
           IF AUD-TOCADA
               ADD 1 TO WS-TOT-AUD
           END-IF.
           MOVE SPACES TO TRABAJO-LINEA.
           MOVE AUDITORIA-REGISTRO TO TRABAJO-LINEA.
           WRITE TRABAJO-LINEA.
           PERFORM LEER-AUDITORIA.
       ENMASCARAR-IMAGEN.
           IF IMG-ID NOT = SPACES AND IMG-NOMBRE NOT = "ANONIMIZADO"
               MOVE IMG-ID TO WS-ID-BUSCADO
               PERFORM BUSCAR-ELEGIBLE
               IF CANDIDATO-HALLADO
                   MOVE "ANONIMIZADO" TO IMG-NOMBRE
                   MOVE SPACES TO IMG-APELLIDOS
                   MOVE SPACES TO IMG-EDAD
                   MOVE SPACES TO IMG-TELEFONO
                   MOVE SPACES TO IMG-DIRECCION
                   IF NOT AUD-TOCADA
                       ADD 1 TO CAN-CANT-AUD (WS-CX)
                   END-IF
                   MOVE "S" TO WS-AUD-TOCADA
               END-IF
           END-IF.
       REGRESAR-AUDITORIA.
           MOVE TRABAJO-LINEA TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.
           PERFORM LEER-TRABAJO.
      ******************************************************************
      * CERTIFICADO
      ******************************************************************
       IMPRIMIR-CERTIFICADO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES "
               "DE EX EMPLEADOS AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PLAZO DE CONSERVACION: " WS-ANIOS-CONSERVA
               " ANIOS DESDE LA BAJA (ANIOS-CONSERVA-DATOS)"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "SE CONSERVAN EL ID, LAS FECHAS, EL DEPARTAMENTO Y "
               & "LOS IMPORTES DE PAGOHIST.DAT." TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "EX EMPLEADOS ANONIMIZADOS (FILAS POR ARCHIVO)"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "  ID      BAJA        HIST  CONTAC  BANCO  ENVIOS  "
               & "AUDIT  CONST" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 1 TO WS-CX.
           PERFORM IMPRIMIR-ANONIMIZADO UNTIL WS-CX > WS-CAN-USADOS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "  TOTAL " WS-CONT-ELEGIBLES " EMPLEADOS. FILAS: "
               "HIST " WS-TOT-HIS " CONTACTOS " WS-TOT-CON
               " BANCOS " WS-TOT-BAN " ENVIOS " WS-TOT-ENV
               " AUDITEMP " WS-TOT-AUD " CONSTANCIAS " WS-TOT-CNS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "EX EMPLEADOS FUERA DE PLAZO RECHAZADOS"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-CONT-RECHAZADOS = ZERO
               MOVE "  NINGUNO." TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               MOVE "  ID      BAJA        MOTIVO" TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE 1 TO WS-CX
               PERFORM IMPRIMIR-RECHAZADO UNTIL WS-CX > WS-CAN-USADOS
           END-IF.
           IF WS-CAN-DESBORDES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "  AVISO: " WS-CAN-DESBORDES
                   " IDS DE HIST.DAT NO SE REVISARON EN ESTA CORRIDA."
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EMITIDO POR " ARC-OPERADOR
               "        FIRMA: ______________________________"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           CLOSE REPORTE-ARCHIVO.
       IMPRIMIR-ANONIMIZADO.
           IF CAN-ELEGIBLE (WS-CX)
               MOVE CAN-ID (WS-CX) TO LA-ID
               MOVE CAN-FECHA-BAJA (WS-CX) TO LA-FECHA-BAJA
               MOVE CAN-CANT-HIS (WS-CX) TO LA-HIS
               MOVE CAN-CANT-CON (WS-CX) TO LA-CON
               MOVE CAN-CANT-BAN (WS-CX) TO LA-BAN
               MOVE CAN-CANT-ENV (WS-CX) TO LA-ENV
               MOVE CAN-CANT-AUD (WS-CX) TO LA-AUD
               MOVE CAN-CANT-CNS (WS-CX) TO LA-CNS
               MOVE WS-LINEA-ANONIMO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           ADD 1 TO WS-CX.
       IMPRIMIR-RECHAZADO.
           IF CAN-RECHAZADO (WS-CX)
               MOVE CAN-ID (WS-CX) TO LX-ID
               MOVE CAN-FECHA-BAJA (WS-CX) TO LX-FECHA-BAJA
               MOVE CAN-MOTIVO (WS-CX) TO LX-MOTIVO
               MOVE WS-LINEA-RECHAZO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           ADD 1 TO WS-CX.
       END PROGRAM ANONIMIZA-EMPLEADOS.

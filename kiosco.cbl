      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Self-service inquiry kiosk for the employees, run on
      *          its own terminal apart from MENU-PRINCIPAL. The
      *          employee signs on with the EMPLEADOS-ID and the
      *          personal PIN of pines.dat and sees only the own
      *          data: the last recibos of pagohist.dat, the earnings
      *          of the year to date, the vacation balance of
      *          vacac.dat, the open leaves of licencias.dat and the
      *          contacts of contactos.dat, and may change the PIN.
      *          Nothing is updated but the PIN. Three failed PINs in
      *          a row lock it like the operator sign-on does, a
      *          provisional PIN issued in pinmant.cbl must be
      *          changed to get in, and every attempt, entry, lock,
      *          PIN change and exit is journaled in kiosco.dat with
      *          the firmas.dat layout and action codes. Employee id
      *          000000 shuts the kiosk down once a supervisor of
      *          operadores.dat signs on (rol S, password, account
      *          not blocked); the shutdown is journaled as action A
      *          under the supervisor id, a refused one as F or X.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSCO-EMPLEADOS.
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

       SELECT OPTIONAL PINES-ARCHIVO
       ASSIGN TO "pines.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PIN-ID
       FILE STATUS IS WS-FILE-STATUS-PIN.

       SELECT OPTIONAL HISTORIA-PAGOS
       ASSIGN TO "pagohist.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAGO-CLAVE
       ALTERNATE RECORD KEY IS PAGO-FECHA
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS-PAGO.

       SELECT OPTIONAL VACACIONES-ARCHIVO
       ASSIGN TO "vacac.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VAC-ID
       FILE STATUS IS WS-FILE-STATUS-VAC.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "licencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-LIC.

       SELECT OPTIONAL CONTACTOS-ARCHIVO
       ASSIGN TO "contactos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CON-CLAVE
       FILE STATUS IS WS-FILE-STATUS-CON.

       SELECT OPTIONAL KIOSCO-FIRMAS
       ASSIGN TO "kiosco.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "operadores.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-OPER.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
      * PINES PERSONALES DEL KIOSCO
       FD PINES-ARCHIVO.
           COPY PINREG.
      * LEDGER PERMANENTE DE PAGOS LIQUIDADOS
       FD HISTORIA-PAGOS.
           COPY PAGREG.
      * LIBRO DE VACACIONES
       FD VACACIONES-ARCHIVO.
           COPY VACREG.
      * LIBRO DE LICENCIAS
       FD LICENCIAS-ARCHIVO.
           COPY LICREG.
      * BENEFICIARIOS Y CONTACTOS DE EMERGENCIA
       FD CONTACTOS-ARCHIVO.
           COPY CONREG.
      * BITACORA DE FIRMAS DEL KIOSCO
       FD KIOSCO-FIRMAS.
           COPY FIRREG.
      * ARCHIVO DE PERFILES DE OPERADOR
       FD OPERADORES-ARCHIVO.
           COPY OPERREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PIN PIC X(2).
       01  WS-FILE-STATUS-PAGO PIC X(2).
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FILE-STATUS-LIC PIC X(2).
       01  WS-FILE-STATUS-CON PIC X(2).
       01  WS-FILE-STATUS-OPER PIC X(2).
       01  WS-EMPLEADO-ID PIC X(6) JUSTIFIED RIGHT.
       01  WS-FIRMANTE PIC X(10).
       01  WS-SUPERVISOR-ID PIC X(10).
       01  WS-SUPERVISOR-CLAVE PIC X(10).
       01  WS-ES-SUPERVISOR PIC X.
           88 ES-SUPERVISOR VALUE "S".
           88 SUPERVISOR-BLOQUEADO VALUE "B".
       01  FIN-DE-OPERADORES PIC X.
           88 FIN-OPERADORES VALUE "S".
       01  WS-PIN PIC X(6).
       01  WS-PIN-NUEVO PIC X(6).
       01  WS-PIN-REPETIDO PIC X(6).
       01  WS-OPCION PIC 9.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HOY-REDEF REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAA PIC 9(4).
           05 WS-HOY-MMDD PIC 9(4).
       01  WS-EMPLEADO PIC X.
           88 EMPLEADO-HALLADO VALUE "S".
       01  WS-TIENE-PIN PIC X.
           88 PIN-HALLADO VALUE "S".
       01  WS-ACCESO PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
       01  WS-PIN-CAMBIADO PIC X.
           88 PIN-CAMBIADO VALUE "S".
       01  WS-SESION PIC X.
           88 FIN-SESION VALUE "S".
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-RECIBOS-MOSTRAR PIC 9(3) VALUE 5.
       01  WS-CONT-RECIBOS PIC 9(5).
       01  WS-SALTEAR PIC 9(5).
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-YTD-BRUTO PIC S9(8)V99.
       01  WS-YTD-IMPUESTO PIC S9(8)V99.
       01  WS-YTD-DEDUCCIONES PIC S9(8)V99.
       01  WS-YTD-NETO PIC S9(8)V99.
       01  WS-SALDO-VAC PIC S9(3)V99.
       01  WS-IMPORTE-ED PIC --------9.99.
       01  WS-DIAS-ED PIC ---9.99.
       01  WS-TIPO-DESC PIC X(12).
       01  WS-LINEA-RECIBO.
           05 REC-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 REC-TIPO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 REC-BRUTO PIC ZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 REC-DEDUCCIONES PIC -ZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 REC-NETO PIC ZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           MOVE "N" TO WS-ACCESO.
           DISPLAY " ".
           DISPLAY "KIOSCO DE CONSULTA DEL EMPLEADO".
           DISPLAY "NUMERO DE EMPLEADO (000000=APAGA EL KIOSCO) :".
           ACCEPT WS-EMPLEADO-ID.
           INSPECT WS-EMPLEADO-ID REPLACING LEADING SPACE BY ZERO.
           MOVE WS-EMPLEADO-ID TO WS-FIRMANTE.
           IF WS-EMPLEADO-ID = ZEROS
               PERFORM AUTORIZAR-APAGADO
           ELSE
               PERFORM VERIFICAR-EMPLEADO
               IF ACCESO-CONCEDIDO
                   PERFORM ATENDER-EMPLEADO
               END-IF
           END-IF.
           PERFORM RUTINA1.
      * EL KIOSCO QUEDA SIN ATENCION: SOLO UN SUPERVISOR DE
      * OPERADORES.DAT LO APAGA. SIN ESE ARCHIVO NO HAY QUIEN
      * AUTORICE Y EL KIOSCO SIGUE ATENDIENDO.
       AUTORIZAR-APAGADO.
           DISPLAY "ID DE SUPERVISOR :".
           ACCEPT WS-SUPERVISOR-ID.
           DISPLAY "CLAVE :".
           ACCEPT WS-SUPERVISOR-CLAVE.
           MOVE WS-SUPERVISOR-ID TO WS-FIRMANTE.
           PERFORM VERIFICAR-SUPERVISOR.
           EVALUATE TRUE
           WHEN ES-SUPERVISOR
               MOVE "A" TO FIR-ACCION
               PERFORM GRABAR-FIRMA
               DISPLAY "KIOSCO APAGADO POR " WS-SUPERVISOR-ID "."
               PERFORM RUTINA-SALIDA
           WHEN SUPERVISOR-BLOQUEADO
               DISPLAY "CUENTA BLOQUEADA, EL KIOSCO SIGUE ATENDIENDO."
               MOVE "X" TO FIR-ACCION
               PERFORM GRABAR-FIRMA
           WHEN OTHER
               DISPLAY "SUPERVISOR O CLAVE INCORRECTOS, EL KIOSCO "
                   "SIGUE ATENDIENDO."
               MOVE "F" TO FIR-ACCION
               PERFORM GRABAR-FIRMA
           END-EVALUATE.
       VERIFICAR-SUPERVISOR.
           MOVE "N" TO WS-ES-SUPERVISOR.
           MOVE "N" TO FIN-DE-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF WS-FILE-STATUS-OPER NOT = "35"
               PERFORM LEER-OPERADOR
               PERFORM COMPARAR-OPERADOR UNTIL FIN-OPERADORES
           END-IF.
           CLOSE OPERADORES-ARCHIVO.
       LEER-OPERADOR.
           READ OPERADORES-ARCHIVO
               AT END MOVE "S" TO FIN-DE-OPERADORES
           END-READ.
       COMPARAR-OPERADOR.
           IF OPER-ID = WS-SUPERVISOR-ID
               EVALUATE TRUE
               WHEN OPER-BLOQUEADO
                   MOVE "B" TO WS-ES-SUPERVISOR
               WHEN OPER-SUPERVISOR
                  AND OPER-CLAVE = WS-SUPERVISOR-CLAVE
                   MOVE "S" TO WS-ES-SUPERVISOR
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM LEER-OPERADOR.
      * EL PIN SE PIDE SIEMPRE, EXISTA O NO EL EMPLEADO, Y EL
      * RECHAZO NO DICE CUAL DE LOS DOS DATOS FALLO.
       VERIFICAR-EMPLEADO.
           DISPLAY "PIN :".
           ACCEPT WS-PIN.
           MOVE "S" TO WS-EMPLEADO.
           MOVE WS-EMPLEADO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO WS-EMPLEADO
           END-READ.
           MOVE "S" TO WS-TIENE-PIN.
           MOVE WS-EMPLEADO-ID TO PIN-ID.
           READ PINES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO WS-TIENE-PIN
           END-READ.
           EVALUATE TRUE
           WHEN NOT EMPLEADO-HALLADO
             OR EMPLEADOS-TERMINADO
             OR NOT PIN-HALLADO
               DISPLAY "NUMERO DE EMPLEADO O PIN INCORRECTOS."
               MOVE "F" TO FIR-ACCION
               PERFORM GRABAR-FIRMA
           WHEN PIN-BLOQUEADO
               DISPLAY "PIN BLOQUEADO: PIDA A PERSONAL QUE LO "
                   "REHABILITE."
               MOVE "X" TO FIR-ACCION
               PERFORM GRABAR-FIRMA
           WHEN PIN-CLAVE NOT = WS-PIN
               PERFORM REGISTRAR-FALLO
           WHEN OTHER
               PERFORM CONCEDER-ACCESO
           END-EVALUATE.
      * TRES FALLOS SEGUIDOS BLOQUEAN EL PIN, COMO EN EL SIGN-ON DE
      * OPERADORES; EL CONTADOR Y EL BLOQUEO PERSISTEN EN PINES.DAT.
       REGISTRAR-FALLO.
           DISPLAY "NUMERO DE EMPLEADO O PIN INCORRECTOS."
           PERFORM CONTAR-FALLO.
           PERFORM GRABAR-FIRMA.
       CONTAR-FALLO.
           IF PIN-INTENTOS NOT NUMERIC
               MOVE ZERO TO PIN-INTENTOS
           END-IF.
           ADD 1 TO PIN-INTENTOS.
           MOVE "F" TO FIR-ACCION.
           IF PIN-INTENTOS >= 3
               MOVE "B" TO PIN-BLOQUEO
               MOVE "B" TO FIR-ACCION
               DISPLAY "PIN BLOQUEADO POR INTENTOS FALLIDOS."
           END-IF.
           PERFORM REGRABAR-PIN.
      * UN PIN PROVISORIO (EMITIDO POR PERSONAL) SE CAMBIA ANTES DE
      * ENTRAR; SIN CAMBIO EXITOSO CUENTA COMO INTENTO FALLIDO Y EL
      * CONTADOR SE CONSERVA HASTA QUE EL CAMBIO SE HAGA.
       CONCEDER-ACCESO.
           IF NOT PIN-PROVISORIO
               IF PIN-INTENTOS NOT NUMERIC OR PIN-INTENTOS NOT = ZERO
                   MOVE ZERO TO PIN-INTENTOS
                   PERFORM REGRABAR-PIN
               END-IF
           END-IF.
           MOVE "S" TO WS-ACCESO.
           IF PIN-PROVISORIO
               DISPLAY "SU PIN ES PROVISORIO, DEBE CAMBIARLO PARA "
                   "ENTRAR."
               PERFORM CAMBIAR-PIN
               IF NOT PIN-CAMBIADO
                   MOVE "N" TO WS-ACCESO
                   PERFORM CONTAR-FALLO
               END-IF
           END-IF.
           IF ACCESO-CONCEDIDO
               MOVE "E" TO FIR-ACCION
           END-IF.
           PERFORM GRABAR-FIRMA.
       CAMBIAR-PIN.
           MOVE "N" TO WS-PIN-CAMBIADO.
           DISPLAY "NUEVO PIN (6 DIGITOS) :".
           ACCEPT WS-PIN-NUEVO.
           DISPLAY "REPITA EL NUEVO PIN :".
           ACCEPT WS-PIN-REPETIDO.
           EVALUATE TRUE
           WHEN WS-PIN-NUEVO NOT NUMERIC
               DISPLAY "EL PIN DEBE TENER 6 DIGITOS, SIN CAMBIO."
           WHEN WS-PIN-NUEVO NOT = WS-PIN-REPETIDO
               DISPLAY "LOS PINES NO COINCIDEN, SIN CAMBIO."
           WHEN WS-PIN-NUEVO = PIN-CLAVE
               DISPLAY "EL NUEVO PIN DEBE SER DISTINTO DEL ACTUAL."
           WHEN OTHER
               MOVE WS-PIN-NUEVO TO PIN-CLAVE
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO PIN-FECHA
               MOVE ZERO TO PIN-INTENTOS
               MOVE SPACE TO PIN-BLOQUEO
               MOVE SPACE TO PIN-ESTADO
               PERFORM REGRABAR-PIN
               MOVE "S" TO WS-PIN-CAMBIADO
               MOVE "C" TO FIR-ACCION
               PERFORM GRABAR-FIRMA
               DISPLAY "PIN ACTUALIZADO."
           END-EVALUATE.
       REGRABAR-PIN.
           REWRITE PIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL PIN."
           END-REWRITE.
       ATENDER-EMPLEADO.
           DISPLAY "BIENVENIDO/A " EMPLEADOS-NOMBRE.
           MOVE "N" TO WS-SESION.
           PERFORM MENU-KIOSCO UNTIL FIN-SESION.
           MOVE "S" TO FIR-ACCION.
           PERFORM GRABAR-FIRMA.
           DISPLAY "SESION CERRADA.".
       MENU-KIOSCO.
           DISPLAY " ".
           DISPLAY "1=ULTIMOS RECIBOS     2=ACUMULADO DEL ANIO".
           DISPLAY "3=SALDO VACACIONES    4=LICENCIAS ABIERTAS".
           DISPLAY "5=MIS CONTACTOS       6=CAMBIAR PIN".
           DISPLAY "9=TERMINAR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM MOSTRAR-RECIBOS
           WHEN 2
               PERFORM MOSTRAR-ACUMULADO
           WHEN 3
               PERFORM MOSTRAR-VACACIONES
           WHEN 4
               PERFORM MOSTRAR-LICENCIAS
           WHEN 5
               PERFORM MOSTRAR-CONTACTOS
           WHEN 6
               PERFORM CAMBIAR-PIN
           WHEN 9
               MOVE "S" TO WS-SESION
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
      * LOS RECIBOS DEL EMPLEADO ESTAN JUNTOS Y EN ORDEN DE FECHA
      * POR LA CLAVE PRIMARIA: UNA PASADA LOS CUENTA Y LA SEGUNDA
      * SALTEA HASTA DEJAR SOLO LOS ULTIMOS.
       MOSTRAR-RECIBOS.
           MOVE ZERO TO WS-CONT-RECIBOS.
           PERFORM POSICIONAR-PAGOS.
           PERFORM CONTAR-RECIBO UNTIL FIN-LISTA.
           IF WS-CONT-RECIBOS = ZERO
               DISPLAY "NO HAY RECIBOS REGISTRADOS."
           ELSE
               MOVE ZERO TO WS-SALTEAR
               IF WS-CONT-RECIBOS > WS-RECIBOS-MOSTRAR
                   COMPUTE WS-SALTEAR =
                       WS-CONT-RECIBOS - WS-RECIBOS-MOSTRAR
               END-IF
               DISPLAY "FECHA    TIPO              BRUTO"
                   "   DEDUCC.      NETO"
               PERFORM POSICIONAR-PAGOS
               PERFORM MOSTRAR-RECIBO UNTIL FIN-LISTA
           END-IF.
       POSICIONAR-PAGOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE WS-EMPLEADO-ID TO PAGO-ID.
           MOVE ZERO TO PAGO-FECHA.
           MOVE ZERO TO PAGO-SECUENCIA.
           START HISTORIA-PAGOS
               KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PAGO
           END-IF.
       LEER-PAGO.
           READ HISTORIA-PAGOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
           IF NOT FIN-LISTA AND PAGO-ID NOT = WS-EMPLEADO-ID
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       CONTAR-RECIBO.
           ADD 1 TO WS-CONT-RECIBOS.
           PERFORM LEER-PAGO.
       MOSTRAR-RECIBO.
           IF WS-SALTEAR > ZERO
               SUBTRACT 1 FROM WS-SALTEAR
           ELSE
               PERFORM DESCRIBIR-TIPO
               MOVE PAGO-FECHA TO REC-FECHA
               MOVE WS-TIPO-DESC TO REC-TIPO
               MOVE PAGO-BRUTO TO REC-BRUTO
               MOVE PAGO-DEDUCCIONES TO REC-DEDUCCIONES
               MOVE PAGO-NETO TO REC-NETO
               DISPLAY WS-LINEA-RECIBO
           END-IF.
           PERFORM LEER-PAGO.
       DESCRIBIR-TIPO.
           EVALUATE TRUE
           WHEN PAGO-SEMANAL
               MOVE "SEMANAL" TO WS-TIPO-DESC
           WHEN PAGO-AGUINALDO
               MOVE "AGUINALDO" TO WS-TIPO-DESC
           WHEN PAGO-FINIQUITO
               MOVE "FINIQUITO" TO WS-TIPO-DESC
           WHEN PAGO-RETRO
               MOVE "RETROACTIVO" TO WS-TIPO-DESC
           WHEN PAGO-REVERSO
               MOVE "ANULACION" TO WS-TIPO-DESC
           WHEN PAGO-MENSUAL
               MOVE "MENSUAL" TO WS-TIPO-DESC
           WHEN PAGO-AJUSTE-ANUAL
               MOVE "AJUSTE ANUAL" TO WS-TIPO-DESC
           WHEN PAGO-LICENCIA-PAGA
               MOVE "LICENCIA" TO WS-TIPO-DESC
           WHEN OTHER
               MOVE PAGO-TIPO TO WS-TIPO-DESC
           END-EVALUATE.
      * EL ACUMULADO SE NETEA COMO EN YTD-PAGOS: UN REVERSO RESTA.
      * EL EFECTO IMPOSITIVO DE UN AJUSTE ANUAL ES SU PAGO-IMPUESTO
      * MENOS SU PAGO-NETO (VER PAGREG).
       MOSTRAR-ACUMULADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-YTD-BRUTO.
           MOVE ZERO TO WS-YTD-IMPUESTO.
           MOVE ZERO TO WS-YTD-DEDUCCIONES.
           MOVE ZERO TO WS-YTD-NETO.
           PERFORM POSICIONAR-PAGOS.
           PERFORM ACUMULAR-PAGO UNTIL FIN-LISTA.
           DISPLAY "ACUMULADO DEL ANIO " WS-HOY-AAAA.
           MOVE WS-YTD-BRUTO TO WS-IMPORTE-ED.
           DISPLAY "  BRUTO        : " WS-IMPORTE-ED.
           MOVE WS-YTD-IMPUESTO TO WS-IMPORTE-ED.
           DISPLAY "  IMPUESTO     : " WS-IMPORTE-ED.
           MOVE WS-YTD-DEDUCCIONES TO WS-IMPORTE-ED.
           DISPLAY "  DEDUCCIONES  : " WS-IMPORTE-ED.
           MOVE WS-YTD-NETO TO WS-IMPORTE-ED.
           DISPLAY "  NETO         : " WS-IMPORTE-ED.
       ACUMULAR-PAGO.
           IF PAGO-FECHA-AAAA = WS-HOY-AAAA
               IF PAGO-REVERSO
                   SUBTRACT PAGO-BRUTO FROM WS-YTD-BRUTO
                   SUBTRACT PAGO-IMPUESTO FROM WS-YTD-IMPUESTO
                   SUBTRACT PAGO-DEDUCCIONES FROM WS-YTD-DEDUCCIONES
                   SUBTRACT PAGO-NETO FROM WS-YTD-NETO
               ELSE
                   ADD PAGO-BRUTO TO WS-YTD-BRUTO
                   ADD PAGO-IMPUESTO TO WS-YTD-IMPUESTO
                   ADD PAGO-DEDUCCIONES TO WS-YTD-DEDUCCIONES
                   ADD PAGO-NETO TO WS-YTD-NETO
                   IF PAGO-AJUSTE-ANUAL
                       SUBTRACT PAGO-NETO FROM WS-YTD-IMPUESTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-PAGO.
       MOSTRAR-VACACIONES.
           MOVE WS-EMPLEADO-ID TO VAC-ID.
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO TIENE VACACIONES ACREDITADAS."
               NOT INVALID KEY
                   COMPUTE WS-SALDO-VAC = VAC-DIAS-ACREDITADOS
                       - VAC-DIAS-TOMADOS
                   MOVE VAC-DIAS-ACREDITADOS TO WS-DIAS-ED
                   DISPLAY "  DIAS ACREDITADOS : " WS-DIAS-ED
                   MOVE VAC-DIAS-TOMADOS TO WS-DIAS-ED
                   DISPLAY "  DIAS TOMADOS     : " WS-DIAS-ED
                   MOVE WS-SALDO-VAC TO WS-DIAS-ED
                   DISPLAY "  SALDO            : " WS-DIAS-ED
                   DISPLAY "  ULTIMO ANIO ACREDITADO: "
                       VAC-ANIO-ACREDITADO
           END-READ.
       MOSTRAR-LICENCIAS.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE WS-EMPLEADO-ID TO LIC-ID.
           MOVE ZERO TO LIC-FECHA-INICIO.
           START LICENCIAS-ARCHIVO
               KEY IS NOT LESS THAN LIC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-LICENCIA
               PERFORM MOSTRAR-LICENCIA UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "NO TIENE LICENCIAS ABIERTAS."
           END-IF.
       LEER-LICENCIA.
           READ LICENCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
           IF NOT FIN-LISTA AND LIC-ID NOT = WS-EMPLEADO-ID
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       MOSTRAR-LICENCIA.
           IF LIC-ABIERTA
               DISPLAY "  LICENCIA " LIC-TIPO " DESDE "
                   LIC-FECHA-INICIO " RETORNO PREVISTO "
                   LIC-FECHA-RETORNO
               ADD 1 TO WS-CONT-FILAS
           END-IF.
           PERFORM LEER-LICENCIA.
       MOSTRAR-CONTACTOS.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE WS-EMPLEADO-ID TO CON-ID.
           MOVE ZERO TO CON-CONSEC.
           START CONTACTOS-ARCHIVO
               KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-CONTACTO
               PERFORM MOSTRAR-CONTACTO UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "NO TIENE CONTACTOS REGISTRADOS; PIDA A "
                   "PERSONAL QUE LOS CARGUE."
           END-IF.
       LEER-CONTACTO.
           READ CONTACTOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
           IF NOT FIN-LISTA AND CON-ID NOT = WS-EMPLEADO-ID
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       MOSTRAR-CONTACTO.
           IF CON-BENEFICIARIO
               DISPLAY "  BENEFICIARIO  : " CON-NOMBRE " "
                   CON-PARENTESCO " TEL " CON-TELEFONO " "
                   CON-PORCENTAJE "%"
           ELSE
               DISPLAY "  EMERGENCIA    : " CON-NOMBRE " "
                   CON-PARENTESCO " TEL " CON-TELEFONO
           END-IF.
           ADD 1 TO WS-CONT-FILAS.
           PERFORM LEER-CONTACTO.
       GRABAR-FIRMA.
           OPEN EXTEND KIOSCO-FIRMAS.
           ACCEPT FIR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FIR-HORA FROM TIME.
           MOVE WS-FIRMANTE TO FIR-OPERADOR.
           WRITE FIRMA-REGISTRO.
           CLOSE KIOSCO-FIRMAS.
       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           OPEN I-O PINES-ARCHIVO.
           IF WS-FILE-STATUS-PIN = "35"
               OPEN OUTPUT PINES-ARCHIVO
               CLOSE PINES-ARCHIVO
               OPEN I-O PINES-ARCHIVO
           END-IF.
           OPEN INPUT HISTORIA-PAGOS.
           IF WS-FILE-STATUS-PAGO = "35"
               OPEN OUTPUT HISTORIA-PAGOS
               CLOSE HISTORIA-PAGOS
               OPEN INPUT HISTORIA-PAGOS
           END-IF.
           OPEN INPUT VACACIONES-ARCHIVO.
           IF WS-FILE-STATUS-VAC = "35"
               OPEN OUTPUT VACACIONES-ARCHIVO
               CLOSE VACACIONES-ARCHIVO
               OPEN INPUT VACACIONES-ARCHIVO
           END-IF.
           OPEN INPUT LICENCIAS-ARCHIVO.
           IF WS-FILE-STATUS-LIC = "35"
               OPEN OUTPUT LICENCIAS-ARCHIVO
               CLOSE LICENCIAS-ARCHIVO
               OPEN INPUT LICENCIAS-ARCHIVO
           END-IF.
           OPEN INPUT CONTACTOS-ARCHIVO.
           IF WS-FILE-STATUS-CON = "35"
               OPEN OUTPUT CONTACTOS-ARCHIVO
               CLOSE CONTACTOS-ARCHIVO
               OPEN INPUT CONTACTOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE PINES-ARCHIVO.
           CLOSE HISTORIA-PAGOS.
           CLOSE VACACIONES-ARCHIVO.
           CLOSE LICENCIAS-ARCHIVO.
           CLOSE CONTACTOS-ARCHIVO.
           STOP RUN.
       END PROGRAM KIOSCO-EMPLEADOS.

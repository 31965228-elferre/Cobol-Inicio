      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for bienes.dat, the company
      *          property issued to each employee (item code,
      *          description, value, issue date, returned date),
      *          patterned on the empcert.cbl screen flow. Records
      *          the issue of an item, its return, and deletes a row
      *          keyed by mistake. An item the employee does not give
      *          back can be charged (supervisor session only): the
      *          agreed value becomes a recdeduc.dat recurring
      *          deduction "BIEN " plus the item code, recovered by
      *          NOMINA-LOTE from the next pays, or by FINIQUITO-
      *          EMPLEADOS from the settlement when the employee
      *          leaves. An item cannot be issued twice to the same
      *          employee while the first one is still out.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIENES-MANT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL BIENES-ARCHIVO
       ASSIGN TO "bienes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BIE-CLAVE
       FILE STATUS IS WS-FILE-STATUS-BIE.

       SELECT OPTIONAL RECURRENTES-ARCHIVO
       ASSIGN TO "recdeduc.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS WS-FILE-STATUS-REC.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "emp.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BIENES DE LA EMPRESA ENTREGADOS A CADA EMPLEADO
       FD BIENES-ARCHIVO.
           COPY BIEREG.
      * MAESTRO DE DEDUCCIONES RECURRENTES POR EMPLEADO
       FD RECURRENTES-ARCHIVO.
           COPY RECREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-BIE PIC X(2).
       01  WS-FILE-STATUS-REC PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-OPCION PIC 9.
       01  WS-CODIGO-PEDIDO PIC X(10).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-FECHA-VALIDA PIC X.
           88 FECHA-VALIDA VALUE "S".
       01  WS-BIEN-ABIERTO PIC X.
           88 BIEN-ABIERTO VALUE "S".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-PEDIDA PIC 9(8).
       01  WS-FECHA-TEXTO PIC X(8).
       01  WS-DESCRIPCION-PEDIDA PIC X(30).
       01  WS-VALOR-PEDIDO PIC 9(6)V99.
       01  WS-CUOTA-PEDIDA PIC 9(6)V99.
       01  WS-ESTADO-BIEN PIC X(24).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
      * LOS DESCUENTOS DE BIENES VAN DESPUES DE EMBARGOS Y ANTICIPOS.
       01  WS-PRIORIDAD-BIENES PIC 9(2) VALUE 90.
       LINKAGE SECTION.
       01  LNK-SESION.
           05 LNK-OPERADOR PIC X(10).
           05 LNK-ROL PIC X(1).
               88 SESION-SUPERVISOR VALUE "S".
       PROCEDURE DIVISION USING LNK-SESION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "INGRESE ID DE EMPLEADO (000000=SALE) :".
           ACCEPT WS-ID-BUSQUEDA.
           INSPECT WS-ID-BUSQUEDA REPLACING LEADING SPACE BY ZERO.
           IF WS-ID-BUSQUEDA = ZEROS
               PERFORM RUTINA-SALIDA
           END-IF.
           MOVE WS-ID-BUSQUEDA TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE EMPLEADO CON ESE ID."
               NOT INVALID KEY
                   PERFORM MANTENER-BIENES
           END-READ.
           PERFORM RUTINA1.
       MANTENER-BIENES.
           DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS " DEPTO " EMPLEADOS-DEPTO.
           IF EMPLEADOS-TERMINADO
               DISPLAY "*** EMPLEADO DADO DE BAJA EL "
                   EMPLEADOS-FECHA-BAJA " ***"
           END-IF.
           PERFORM LISTAR-BIENES.
           DISPLAY "1=ENTREGA / 2=DEVOLUCION / 3=COBRAR NO DEVUELTO "
               "/ 4=ELIMINAR / 9=TERMINA CON ESTE EMPLEADO :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ENTREGA-BIEN
               PERFORM MANTENER-BIENES
           WHEN 2
               PERFORM DEVOLUCION-BIEN
               PERFORM MANTENER-BIENES
           WHEN 3
               IF SESION-SUPERVISOR
                   PERFORM COBRAR-BIEN
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE CARGAR EL "
                       "DESCUENTO DE UN BIEN."
               END-IF
               PERFORM MANTENER-BIENES
           WHEN 4
               PERFORM ELIMINAR-BIEN
               PERFORM MANTENER-BIENES
           WHEN 9
               CONTINUE
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
               PERFORM MANTENER-BIENES
           END-EVALUATE.
       LISTAR-BIENES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE WS-ID-BUSQUEDA TO BIE-ID.
           MOVE LOW-VALUES TO BIE-CODIGO.
           MOVE ZERO TO BIE-FECHA-ENTREGA.
           START BIENES-ARCHIVO
               KEY IS NOT LESS THAN BIE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-BIEN
               PERFORM LISTAR-BIEN UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN BIENES ENTREGADOS A ESTE EMPLEADO."
           END-IF.
       LEER-BIEN.
           READ BIENES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-BIEN.
           IF BIE-ID = WS-ID-BUSQUEDA
               EVALUATE TRUE
               WHEN BIE-DEVUELTO
                   MOVE SPACES TO WS-ESTADO-BIEN
                   STRING "DEVUELTO " BIE-FECHA-DEVOLUCION
                       DELIMITED BY SIZE INTO WS-ESTADO-BIEN
               WHEN BIE-COBRADO
                   MOVE SPACES TO WS-ESTADO-BIEN
                   STRING "COBRADO " BIE-FECHA-COBRO
                       DELIMITED BY SIZE INTO WS-ESTADO-BIEN
               WHEN OTHER
                   MOVE "*** EN SU PODER ***" TO WS-ESTADO-BIEN
               END-EVALUATE
               DISPLAY "  " BIE-CODIGO " " BIE-DESCRIPCION
                   " VALOR " BIE-VALOR
               DISPLAY "      ENTREGADO " BIE-FECHA-ENTREGA " "
                   WS-ESTADO-BIEN
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-BIEN
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
      * DEJA EN EL AREA DEL REGISTRO EL BIEN WS-CODIGO-PEDIDO QUE EL
      * EMPLEADO TODAVIA TIENE EN SU PODER, SI LO HAY.
       BUSCAR-BIEN-ABIERTO.
           MOVE "N" TO WS-BIEN-ABIERTO.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE WS-ID-BUSQUEDA TO BIE-ID.
           MOVE WS-CODIGO-PEDIDO TO BIE-CODIGO.
           MOVE ZERO TO BIE-FECHA-ENTREGA.
           START BIENES-ARCHIVO
               KEY IS NOT LESS THAN BIE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-BIEN
               PERFORM REVISAR-BIEN-ABIERTO
                   UNTIL FIN-LISTA OR BIEN-ABIERTO
           END-IF.
       REVISAR-BIEN-ABIERTO.
           IF BIE-ID = WS-ID-BUSQUEDA
              AND BIE-CODIGO = WS-CODIGO-PEDIDO
               IF BIE-EN-PODER
                   MOVE "S" TO WS-BIEN-ABIERTO
               ELSE
                   PERFORM LEER-BIEN
               END-IF
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       PEDIR-CODIGO.
           ACCEPT WS-CODIGO-PEDIDO.
           INSPECT WS-CODIGO-PEDIDO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       ENTREGA-BIEN.
           MOVE "S" TO WS-DATOS-VALIDOS.
           IF EMPLEADOS-TERMINADO
               DISPLAY "EMPLEADO DADO DE BAJA, NO SE LE ENTREGAN "
                   "BIENES."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "CODIGO DEL BIEN :"
               PERFORM PEDIR-CODIGO
               IF WS-CODIGO-PEDIDO = SPACES
                   DISPLAY "FALTA EL CODIGO DEL BIEN."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               PERFORM BUSCAR-BIEN-ABIERTO
               IF BIEN-ABIERTO
                   DISPLAY "EL EMPLEADO YA TIENE ESE BIEN DESDE EL "
                       BIE-FECHA-ENTREGA ", REGISTRE ANTES LA "
                       "DEVOLUCION."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               PERFORM CAPTURAR-ENTREGA
           END-IF.
           IF DATOS-VALIDOS
               MOVE WS-ID-BUSQUEDA TO BIE-ID
               MOVE WS-CODIGO-PEDIDO TO BIE-CODIGO
               MOVE WS-FECHA-PEDIDA TO BIE-FECHA-ENTREGA
               MOVE WS-DESCRIPCION-PEDIDA TO BIE-DESCRIPCION
               MOVE WS-VALOR-PEDIDO TO BIE-VALOR
               MOVE ZERO TO BIE-FECHA-DEVOLUCION
               MOVE "E" TO BIE-ESTADO
               MOVE ZERO TO BIE-VALOR-COBRO
               MOVE ZERO TO BIE-FECHA-COBRO
               WRITE BIEN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA ENTREGA."
                   NOT INVALID KEY
                       DISPLAY "ENTREGA REGISTRADA."
               END-WRITE
           ELSE
               DISPLAY "ENTREGA NO GRABADA."
           END-IF.
       CAPTURAR-ENTREGA.
           DISPLAY "DESCRIPCION :".
           ACCEPT WS-DESCRIPCION-PEDIDA.
           DISPLAY "VALOR DEL BIEN (NNNNNN.NN) :".
           ACCEPT WS-VALOR-PEDIDO.
           DISPLAY "FECHA DE ENTREGA (AAAAMMDD, ENTER=HOY) :".
           PERFORM PEDIR-FECHA.
           IF DATOS-VALIDOS
               IF WS-FECHA-PEDIDA > WS-FECHA-HOY
                   DISPLAY "LA FECHA DE ENTREGA ES POSTERIOR A HOY."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
      * ENTER TOMA LA FECHA DE HOY.
       PEDIR-FECHA.
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO.
           IF WS-FECHA-TEXTO = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
           ELSE
               IF WS-FECHA-TEXTO NOT NUMERIC
                   DISPLAY "FECHA INVALIDA."
                   MOVE "N" TO WS-DATOS-VALIDOS
               ELSE
                   MOVE WS-FECHA-TEXTO TO WS-FECHA-PEDIDA
                   MOVE WS-FECHA-PEDIDA TO WS-FECHA-TRABAJO
                   PERFORM VALIDAR-FECHA
                   IF NOT FECHA-VALIDA
                       DISPLAY "FECHA INVALIDA."
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
       DEVOLUCION-BIEN.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "CODIGO DEL BIEN DEVUELTO :".
           PERFORM PEDIR-CODIGO.
           PERFORM BUSCAR-BIEN-ABIERTO.
           IF NOT BIEN-ABIERTO
               DISPLAY "EL EMPLEADO NO TIENE ESE BIEN EN SU PODER."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "FECHA DE DEVOLUCION (AAAAMMDD, ENTER=HOY) :"
               PERFORM PEDIR-FECHA
           END-IF.
           IF DATOS-VALIDOS
               IF WS-FECHA-PEDIDA > WS-FECHA-HOY
                  OR WS-FECHA-PEDIDA < BIE-FECHA-ENTREGA
                   DISPLAY "LA DEVOLUCION DEBE ESTAR ENTRE LA ENTREGA "
                       BIE-FECHA-ENTREGA " Y HOY."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               MOVE WS-FECHA-PEDIDA TO BIE-FECHA-DEVOLUCION
               MOVE "D" TO BIE-ESTADO
               REWRITE BIEN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA DEVOLUCION."
                   NOT INVALID KEY
                       DISPLAY "DEVOLUCION REGISTRADA."
               END-REWRITE
           ELSE
               DISPLAY "DEVOLUCION NO GRABADA."
           END-IF.
      * EL VALOR ACORDADO CON EL EMPLEADO (POR DEFECTO EL VALOR DEL
      * BIEN) SE CARGA COMO DEDUCCION RECURRENTE CON SALDO; LA CUOTA
      * ES LO QUE SE DESCUENTA EN CADA LIQUIDACION.
       COBRAR-BIEN.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "CODIGO DEL BIEN NO DEVUELTO :".
           PERFORM PEDIR-CODIGO.
           PERFORM BUSCAR-BIEN-ABIERTO.
           IF NOT BIEN-ABIERTO
               DISPLAY "EL EMPLEADO NO TIENE ESE BIEN EN SU PODER."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY BIE-CODIGO " " BIE-DESCRIPCION " VALOR "
                   BIE-VALOR
               DISPLAY "VALOR ACORDADO A DESCONTAR (NNNNNN.NN, "
                   "0=VALOR DEL BIEN) :"
               ACCEPT WS-VALOR-PEDIDO
               IF WS-VALOR-PEDIDO = ZERO
                   MOVE BIE-VALOR TO WS-VALOR-PEDIDO
               END-IF
               IF WS-VALOR-PEDIDO = ZERO
                   DISPLAY "EL VALOR A DESCONTAR NO PUEDE SER CERO."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "CUOTA POR LIQUIDACION (NNNNNN.NN, "
                   "0=TODO EN UNA) :"
               ACCEPT WS-CUOTA-PEDIDA
               IF WS-CUOTA-PEDIDA = ZERO
                   MOVE WS-VALOR-PEDIDO TO WS-CUOTA-PEDIDA
               END-IF
               IF WS-CUOTA-PEDIDA > WS-VALOR-PEDIDO
                   DISPLAY "LA CUOTA NO PUEDE SUPERAR EL VALOR."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               PERFORM GRABAR-DEDUCCION
           END-IF.
           IF DATOS-VALIDOS
               MOVE "C" TO BIE-ESTADO
               MOVE WS-VALOR-PEDIDO TO BIE-VALOR-COBRO
               MOVE WS-FECHA-HOY TO BIE-FECHA-COBRO
               REWRITE BIEN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR EL BIEN COMO COBRADO."
                   NOT INVALID KEY
                       DISPLAY "BIEN MARCADO COMO COBRADO."
               END-REWRITE
           ELSE
               DISPLAY "DESCUENTO NO CARGADO."
           END-IF.
       GRABAR-DEDUCCION.
           MOVE WS-ID-BUSQUEDA TO REC-ID.
           MOVE SPACES TO REC-CONCEPTO.
           STRING "BIEN " WS-CODIGO-PEDIDO
               DELIMITED BY SIZE INTO REC-CONCEPTO.
           MOVE "M" TO REC-MODO.
           MOVE WS-CUOTA-PEDIDA TO REC-VALOR.
           MOVE WS-VALOR-PEDIDO TO REC-SALDO.
           MOVE WS-PRIORIDAD-BIENES TO REC-PRIORIDAD.
           MOVE "A" TO REC-ESTADO.
           WRITE RECURRENTE-REGISTRO
               INVALID KEY
                   DISPLAY "YA EXISTE LA DEDUCCION " REC-CONCEPTO
                       " DE " REC-ID ": REVISAR EN RECDEDUC."
                   MOVE "N" TO WS-DATOS-VALIDOS
               NOT INVALID KEY
                   DISPLAY "DEDUCCION " REC-CONCEPTO " CARGADA."
           END-WRITE.
      * SOLO PARA CORREGIR UNA CARGA ERRONEA; UN BIEN COBRADO TIENE
      * SU DEDUCCION EN RECDEDUC.DAT Y NO SE ELIMINA DESDE AQUI.
       ELIMINAR-BIEN.
           DISPLAY "CODIGO DEL BIEN A ELIMINAR :".
           PERFORM PEDIR-CODIGO.
           DISPLAY "FECHA DE ENTREGA DE ESA FILA (AAAAMMDD) :".
           ACCEPT WS-FECHA-PEDIDA.
           MOVE WS-ID-BUSQUEDA TO BIE-ID.
           MOVE WS-CODIGO-PEDIDO TO BIE-CODIGO.
           MOVE WS-FECHA-PEDIDA TO BIE-FECHA-ENTREGA.
           READ BIENES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESA ENTREGA PARA EL EMPLEADO."
               NOT INVALID KEY
                   IF BIE-COBRADO
                       DISPLAY "EL BIEN YA FUE COBRADO, NO SE "
                           "ELIMINA."
                   ELSE
                       DELETE BIENES-ARCHIVO
                           INVALID KEY
                               DISPLAY "ERROR AL ELIMINAR LA FILA."
                           NOT INVALID KEY
                               DISPLAY "FILA ELIMINADA."
                       END-DELETE
                   END-IF
           END-READ.
       VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF WS-FECHA-TRABAJO NUMERIC
               IF WS-TRA-AAAA > 1900
                  AND WS-TRA-MM > ZERO AND WS-TRA-MM < 13
                   PERFORM DIAS-DEL-MES
                   IF WS-TRA-DD > ZERO
                      AND WS-TRA-DD NOT > WS-DIAS-DEL-MES
                       MOVE "S" TO WS-FECHA-VALIDA
                   END-IF
               END-IF
           END-IF.
       DIAS-DEL-MES.
           EVALUATE WS-TRA-MM
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
               MOVE 31 TO WS-DIAS-DEL-MES
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO WS-DIAS-DEL-MES
           WHEN OTHER
               PERFORM DIAS-DE-FEBRERO
           END-EVALUATE.
       DIAS-DE-FEBRERO.
           MOVE 28 TO WS-DIAS-DEL-MES.
           DIVIDE WS-TRA-AAAA BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = ZERO
               MOVE 29 TO WS-DIAS-DEL-MES
           END-IF.
           DIVIDE WS-TRA-AAAA BY 100 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = ZERO
               MOVE 28 TO WS-DIAS-DEL-MES
               DIVIDE WS-TRA-AAAA BY 400 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WS-DIAS-DEL-MES
               END-IF
           END-IF.
       ABRIR-ARCHIVOS.
           OPEN I-O BIENES-ARCHIVO.
           IF WS-FILE-STATUS-BIE = "35"
               OPEN OUTPUT BIENES-ARCHIVO
               CLOSE BIENES-ARCHIVO
               OPEN I-O BIENES-ARCHIVO
           END-IF.
           OPEN I-O RECURRENTES-ARCHIVO.
           IF WS-FILE-STATUS-REC = "35"
               OPEN OUTPUT RECURRENTES-ARCHIVO
               CLOSE RECURRENTES-ARCHIVO
               OPEN I-O RECURRENTES-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE BIENES-ARCHIVO.
           CLOSE RECURRENTES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.
       END PROGRAM BIENES-MANT.

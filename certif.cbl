      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for certif.dat, the training and
      *          certification master (code, description, validity
      *          months), and for certreq.dat, the departments that
      *          require each certificate of their employees. Lists
      *          the defined certificates and lets the operator add,
      *          change or delete one, and add or remove the
      *          departments that require it. Patterned on the
      *          tiposlic.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICACIONES-MANT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL CERTIFICACIONES-ARCHIVO
       ASSIGN TO "certif.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CRT-CODIGO
       FILE STATUS IS WS-FILE-STATUS-CRT.

       SELECT OPTIONAL EXIGIDAS-ARCHIVO
       ASSIGN TO "certreq.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CRQ-CLAVE
       FILE STATUS IS WS-FILE-STATUS-CRQ.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       DATA DIVISION.
       FILE SECTION.
      * MAESTRO DE CERTIFICACIONES
       FD CERTIFICACIONES-ARCHIVO.
           COPY CRTREG.
      * CERTIFICACIONES EXIGIDAS POR DEPARTAMENTO
       FD EXIGIDAS-ARCHIVO.
           COPY CRQREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CRT PIC X(2).
       01  WS-FILE-STATUS-CRQ PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-CODIGO-PEDIDO PIC X(6).
       01  WS-DEPTO-PEDIDO PIC X(3).
       01  WS-OPCION PIC 9.
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-EXIGIDAS PIC X.
           88 FIN-EXIGIDAS VALUE "S".
       01  WS-RESPUESTA PIC X.
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-CONT-DEPTOS PIC 9(3).
       01  WS-FECHA-HOY PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           PERFORM LISTAR-CERTIFICACIONES.
           DISPLAY "CODIGO DE CERTIFICACION (FIN=SALE) :".
           ACCEPT WS-CODIGO-PEDIDO.
           INSPECT WS-CODIGO-PEDIDO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CODIGO-PEDIDO = "FIN"
               PERFORM RUTINA-SALIDA
           END-IF.
           IF WS-CODIGO-PEDIDO = SPACES
               DISPLAY "CODIGO INVALIDO."
           ELSE
               PERFORM MANTENER-CERTIFICACION
           END-IF.
           PERFORM RUTINA1.
       LISTAR-CERTIFICACIONES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO CRT-CODIGO.
           START CERTIFICACIONES-ARCHIVO
               KEY IS NOT LESS THAN CRT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF FIN-LISTA
               DISPLAY "NO HAY CERTIFICACIONES DEFINIDAS."
           ELSE
               DISPLAY "CODIGO DESCRIPCION                    "
                   "MESES VIGENCIA"
               PERFORM LEER-CERTIFICACION
               PERFORM LISTAR-CERTIFICACION UNTIL FIN-LISTA
           END-IF.
       LEER-CERTIFICACION.
           READ CERTIFICACIONES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-CERTIFICACION.
           DISPLAY CRT-CODIGO " " CRT-DESCRIPCION " "
               CRT-MESES-VIGENCIA.
           PERFORM LEER-CERTIFICACION.
       MANTENER-CERTIFICACION.
           MOVE WS-CODIGO-PEDIDO TO CRT-CODIGO.
           READ CERTIFICACIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "CERTIFICACION NUEVA."
                   PERFORM ALTA-CERTIFICACION
               NOT INVALID KEY
                   PERFORM MOSTRAR-CERTIFICACION
                   DISPLAY "2=MODIFICAR / 3=ELIMINAR / 4=AGREGAR "
                       "DEPTO QUE LA EXIGE / 5=QUITAR DEPTO / "
                       "9=SALE SIN CAMBIOS :"
                   ACCEPT WS-OPCION
                   EVALUATE WS-OPCION
                   WHEN 2
                       PERFORM MODIFICAR-CERTIFICACION
                   WHEN 3
                       PERFORM ELIMINAR-CERTIFICACION
                   WHEN 4
                       PERFORM AGREGAR-EXIGIDA
                   WHEN 5
                       PERFORM QUITAR-EXIGIDA
                   WHEN 9
                       DISPLAY "SIN CAMBIOS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
                   END-EVALUATE
           END-READ.
       MOSTRAR-CERTIFICACION.
           DISPLAY "CERTIFICACION " CRT-CODIGO ": " CRT-DESCRIPCION.
           IF CRT-MESES-VIGENCIA = ZERO
               DISPLAY "  NO VENCE"
           ELSE
               DISPLAY "  VIGENCIA " CRT-MESES-VIGENCIA " MESES"
           END-IF.
           PERFORM LISTAR-EXIGIDAS.
      * LOS DEPARTAMENTOS QUE EXIGEN EL CERTIFICADO: CERTREQ.DAT VA
      * POR DEPARTAMENTO, ASI QUE SE RECORRE ENTERO.
       LISTAR-EXIGIDAS.
           MOVE ZERO TO WS-CONT-DEPTOS.
           MOVE "N" TO WS-FIN-EXIGIDAS.
           MOVE LOW-VALUES TO CRQ-CLAVE.
           START EXIGIDAS-ARCHIVO
               KEY IS NOT LESS THAN CRQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-EXIGIDAS
           END-START.
           IF NOT FIN-EXIGIDAS
               PERFORM LEER-EXIGIDA
               PERFORM LISTAR-EXIGIDA UNTIL FIN-EXIGIDAS
           END-IF.
           IF WS-CONT-DEPTOS = ZERO
               DISPLAY "  NINGUN DEPARTAMENTO LA EXIGE."
           END-IF.
       LEER-EXIGIDA.
           READ EXIGIDAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-EXIGIDAS
           END-READ.
       LISTAR-EXIGIDA.
           IF CRQ-CODIGO = CRT-CODIGO
               ADD 1 TO WS-CONT-DEPTOS
               MOVE CRQ-DEPTO TO DEPTO-CODIGO
               READ DEPTO-ARCHIVO
                   INVALID KEY
                       MOVE "(NO ESTA EN DEPT.DAT)" TO DEPTO-NOMBRE
               END-READ
               DISPLAY "  EXIGIDA EN " CRQ-DEPTO " " DEPTO-NOMBRE
                   " DESDE " CRQ-FECHA-ALTA
           END-IF.
           PERFORM LEER-EXIGIDA.
       ALTA-CERTIFICACION.
           MOVE WS-CODIGO-PEDIDO TO CRT-CODIGO.
           PERFORM CAPTURAR-CERTIFICACION.
           IF DATOS-VALIDOS
               WRITE CERTIFICACION-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL DAR DE ALTA LA CERTIFICACION."
                   NOT INVALID KEY
                       DISPLAY "CERTIFICACION DADA DE ALTA. LOS "
                           "DEPARTAMENTOS QUE LA EXIGEN SE AGREGAN "
                           "VOLVIENDO A INGRESAR EL CODIGO."
               END-WRITE
           END-IF.
       MODIFICAR-CERTIFICACION.
           PERFORM CAPTURAR-CERTIFICACION.
           IF DATOS-VALIDOS
               REWRITE CERTIFICACION-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL MODIFICAR LA CERTIFICACION."
                   NOT INVALID KEY
                       DISPLAY "CERTIFICACION ACTUALIZADA. LOS "
                           "VENCIMIENTOS YA GRABADOS NO CAMBIAN."
               END-REWRITE
           END-IF.
      * UNA CERTIFICACION EXIGIDA POR ALGUN DEPARTAMENTO NO SE BORRA:
      * PRIMERO SE QUITAN LOS DEPARTAMENTOS.
       ELIMINAR-CERTIFICACION.
           IF WS-CONT-DEPTOS > ZERO
               DISPLAY "LA CERTIFICACION ESTA EXIGIDA EN "
                   WS-CONT-DEPTOS " DEPARTAMENTO(S); QUITELOS ANTES "
                   "DE ELIMINARLA."
           ELSE
               DISPLAY "CONFIRMA LA ELIMINACION? (S/N) :"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   DELETE CERTIFICACIONES-ARCHIVO
                       INVALID KEY
                           DISPLAY "ERROR AL ELIMINAR LA "
                               "CERTIFICACION."
                       NOT INVALID KEY
                           DISPLAY "CERTIFICACION ELIMINADA."
                   END-DELETE
               ELSE
                   DISPLAY "SIN CAMBIOS."
               END-IF
           END-IF.
       CAPTURAR-CERTIFICACION.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "DESCRIPCION :".
           ACCEPT CRT-DESCRIPCION.
           DISPLAY "MESES DE VIGENCIA (NNN, 000=NO VENCE) :".
           ACCEPT CRT-MESES-VIGENCIA.
           IF CRT-MESES-VIGENCIA NOT NUMERIC
               DISPLAY "MESES INVALIDOS, NO SE GRABA."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
       AGREGAR-EXIGIDA.
           PERFORM PEDIR-DEPTO.
           IF DATOS-VALIDOS
               MOVE WS-FECHA-HOY TO CRQ-FECHA-ALTA
               WRITE CERTIF-EXIGIDA-REGISTRO
                   INVALID KEY
                       DISPLAY "EL DEPARTAMENTO YA LA EXIGE."
                   NOT INVALID KEY
                       DISPLAY "CERTIFICACION EXIGIDA EN "
                           WS-DEPTO-PEDIDO "."
               END-WRITE
           END-IF.
       QUITAR-EXIGIDA.
           PERFORM PEDIR-DEPTO.
           IF DATOS-VALIDOS
               DELETE EXIGIDAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "EL DEPARTAMENTO NO LA EXIGIA."
                   NOT INVALID KEY
                       DISPLAY "EL DEPARTAMENTO " WS-DEPTO-PEDIDO
                           " YA NO LA EXIGE."
               END-DELETE
           END-IF.
       PEDIR-DEPTO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "DEPARTAMENTO (XXX) :".
           MOVE SPACES TO WS-DEPTO-PEDIDO.
           ACCEPT WS-DEPTO-PEDIDO.
           MOVE WS-DEPTO-PEDIDO TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESE DEPARTAMENTO EN DEPT.DAT."
                   MOVE "N" TO WS-DATOS-VALIDOS
           END-READ.
           MOVE WS-DEPTO-PEDIDO TO CRQ-DEPTO.
           MOVE CRT-CODIGO TO CRQ-CODIGO.
       ABRIR-ARCHIVOS.
           OPEN I-O CERTIFICACIONES-ARCHIVO.
           IF WS-FILE-STATUS-CRT = "35"
               OPEN OUTPUT CERTIFICACIONES-ARCHIVO
               CLOSE CERTIFICACIONES-ARCHIVO
               OPEN I-O CERTIFICACIONES-ARCHIVO
           END-IF.
           OPEN I-O EXIGIDAS-ARCHIVO.
           IF WS-FILE-STATUS-CRQ = "35"
               OPEN OUTPUT EXIGIDAS-ARCHIVO
               CLOSE EXIGIDAS-ARCHIVO
               OPEN I-O EXIGIDAS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE CERTIFICACIONES-ARCHIVO.
           CLOSE EXIGIDAS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           GOBACK.
       END PROGRAM CERTIFICACIONES-MANT.

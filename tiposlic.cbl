      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for tiposlic.dat, the leave type
      *          master: the pay rule of each LIC-TIPO (sin goce, full
      *          average, or a percentage of the average) and the
      *          maximum paid days per leave. Lists the defined types
      *          and lets the operator add, change or delete one.
      *          NOMINA-LOTE liquidates the leave days of the week
      *          with these rules. Patterned on the turnos.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPOS-LICENCIA.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
       ASSIGN TO "tiposlic.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TLI-TIPO
       FILE STATUS IS WS-FILE-STATUS-TLI.

       DATA DIVISION.
       FILE SECTION.
      * MAESTRO DE TIPOS DE LICENCIA
       FD TIPOS-LICENCIA-ARCHIVO.
           COPY TLIREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-TLI PIC X(2).
       01  WS-TIPO-PEDIDO PIC X(10).
       01  WS-OPCION PIC 9.
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-RESPUESTA PIC X.
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-REGLA-TEXTO PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           PERFORM LISTAR-TIPOS.
           DISPLAY "TIPO DE LICENCIA (FIN=SALE) :".
           ACCEPT WS-TIPO-PEDIDO.
           INSPECT WS-TIPO-PEDIDO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-TIPO-PEDIDO = "FIN"
               PERFORM RUTINA-SALIDA
           END-IF.
           IF WS-TIPO-PEDIDO = SPACES
               DISPLAY "TIPO INVALIDO."
           ELSE
               PERFORM MANTENER-TIPO
           END-IF.
           PERFORM RUTINA1.
       LISTAR-TIPOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO TLI-TIPO.
           START TIPOS-LICENCIA-ARCHIVO
               KEY IS NOT LESS THAN TLI-TIPO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF FIN-LISTA
               DISPLAY "NO HAY TIPOS DE LICENCIA DEFINIDOS (TODA "
                   "LICENCIA SE TRATA COMO SIN GOCE)."
           ELSE
               DISPLAY "TIPO       DESCRIPCION                    "
                   "REGLA                PCT DIAS"
               PERFORM LEER-TIPO
               PERFORM LISTAR-TIPO UNTIL FIN-LISTA
           END-IF.
       LEER-TIPO.
           READ TIPOS-LICENCIA-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-TIPO.
           PERFORM DESCRIBIR-REGLA.
           DISPLAY TLI-TIPO " " TLI-DESCRIPCION " " WS-REGLA-TEXTO
               " " TLI-PORCENTAJE " " TLI-DIAS-MAX.
           PERFORM LEER-TIPO.
       DESCRIBIR-REGLA.
           EVALUATE TRUE
           WHEN TLI-SIN-GOCE
               MOVE "SIN GOCE" TO WS-REGLA-TEXTO
           WHEN TLI-PROMEDIO-COMPLETO
               MOVE "PROMEDIO COMPLETO" TO WS-REGLA-TEXTO
           WHEN TLI-PORCENTAJE-PROMEDIO
               MOVE "PORCENTAJE" TO WS-REGLA-TEXTO
           WHEN OTHER
               MOVE "DESCONOCIDA" TO WS-REGLA-TEXTO
           END-EVALUATE.
       MANTENER-TIPO.
           MOVE WS-TIPO-PEDIDO TO TLI-TIPO.
           READ TIPOS-LICENCIA-ARCHIVO
               INVALID KEY
                   DISPLAY "TIPO NUEVO."
                   PERFORM ALTA-TIPO
               NOT INVALID KEY
                   PERFORM MOSTRAR-TIPO
                   DISPLAY "2=MODIFICAR / 3=ELIMINAR / 9=SALE SIN "
                       "CAMBIOS :"
                   ACCEPT WS-OPCION
                   EVALUATE WS-OPCION
                   WHEN 2
                       PERFORM MODIFICAR-TIPO
                   WHEN 3
                       PERFORM ELIMINAR-TIPO
                   WHEN 9
                       DISPLAY "SIN CAMBIOS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
                   END-EVALUATE
           END-READ.
       MOSTRAR-TIPO.
           PERFORM DESCRIBIR-REGLA.
           DISPLAY "TIPO " TLI-TIPO ": " TLI-DESCRIPCION.
           DISPLAY "  REGLA " WS-REGLA-TEXTO " PORCENTAJE "
               TLI-PORCENTAJE " DIAS MAXIMOS " TLI-DIAS-MAX.
       ALTA-TIPO.
           MOVE WS-TIPO-PEDIDO TO TLI-TIPO.
           PERFORM CAPTURAR-TIPO.
           IF DATOS-VALIDOS
               WRITE TIPO-LICENCIA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL DAR DE ALTA EL TIPO."
                   NOT INVALID KEY
                       DISPLAY "TIPO DADO DE ALTA."
               END-WRITE
           END-IF.
       MODIFICAR-TIPO.
           PERFORM CAPTURAR-TIPO.
           IF DATOS-VALIDOS
               REWRITE TIPO-LICENCIA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL MODIFICAR EL TIPO."
                   NOT INVALID KEY
                       DISPLAY "TIPO ACTUALIZADO."
               END-REWRITE
           END-IF.
      * LAS LICENCIAS YA GRABADAS CON UN TIPO ELIMINADO QUEDAN SIN
      * REGLA Y LA NOMINA POR LOTE DEJA DE PAGARLAS.
       ELIMINAR-TIPO.
           DISPLAY "CONFIRMA LA ELIMINACION? (S/N) :".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               DELETE TIPOS-LICENCIA-ARCHIVO
                   INVALID KEY
                       DISPLAY "ERROR AL ELIMINAR EL TIPO."
                   NOT INVALID KEY
                       DISPLAY "TIPO ELIMINADO."
               END-DELETE
           ELSE
               DISPLAY "SIN CAMBIOS."
           END-IF.
      * SIN GOCE NO LLEVA PORCENTAJE; EL PROMEDIO COMPLETO ES EL 100;
      * EL PORCENTAJE DEBE ESTAR ENTRE 1 Y 100.
       CAPTURAR-TIPO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "DESCRIPCION :".
           ACCEPT TLI-DESCRIPCION.
           DISPLAY "REGLA DE PAGO (N=SIN GOCE / C=PROMEDIO COMPLETO "
               "/ P=PORCENTAJE DEL PROMEDIO) :".
           ACCEPT TLI-REGLA.
           INSPECT TLI-REGLA
               CONVERTING "ncp" TO "NCP".
           MOVE ZERO TO TLI-PORCENTAJE.
           MOVE ZERO TO TLI-DIAS-MAX.
           EVALUATE TRUE
           WHEN TLI-SIN-GOCE
               CONTINUE
           WHEN TLI-PROMEDIO-COMPLETO
               MOVE 100 TO TLI-PORCENTAJE
               PERFORM CAPTURAR-DIAS-MAX
           WHEN TLI-PORCENTAJE-PROMEDIO
               DISPLAY "PORCENTAJE DEL PROMEDIO A PAGAR (NNN) :"
               ACCEPT TLI-PORCENTAJE
               IF TLI-PORCENTAJE NOT NUMERIC
                  OR TLI-PORCENTAJE = ZERO
                  OR TLI-PORCENTAJE > 100
                   DISPLAY "PORCENTAJE INVALIDO, NO SE GRABA."
                   MOVE "N" TO WS-DATOS-VALIDOS
               ELSE
                   PERFORM CAPTURAR-DIAS-MAX
               END-IF
           WHEN OTHER
               DISPLAY "REGLA INVALIDA, NO SE GRABA."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-EVALUATE.
       CAPTURAR-DIAS-MAX.
           DISPLAY "DIAS MAXIMOS PAGOS POR LICENCIA (NNN, 000=SIN "
               "TOPE) :".
           ACCEPT TLI-DIAS-MAX.
           IF TLI-DIAS-MAX NOT NUMERIC
               DISPLAY "DIAS INVALIDOS, NO SE GRABA."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
       ABRIR-ARCHIVOS.
           OPEN I-O TIPOS-LICENCIA-ARCHIVO.
           IF WS-FILE-STATUS-TLI = "35"
               OPEN OUTPUT TIPOS-LICENCIA-ARCHIVO
               CLOSE TIPOS-LICENCIA-ARCHIVO
               OPEN I-O TIPOS-LICENCIA-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE TIPOS-LICENCIA-ARCHIVO.
           GOBACK.
       END PROGRAM TIPOS-LICENCIA.

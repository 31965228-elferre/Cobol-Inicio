      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for turnos.dat, the shift master
      *          (code, description, working days of the week, start
      *          and end time, unpaid break). Lists the defined
      *          shifts and lets the operator add, change or delete
      *          one. Patterned on the presmant.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOS-MANT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL TURNOS-ARCHIVO
       ASSIGN TO "turnos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TUR-CODIGO
       FILE STATUS IS WS-FILE-STATUS-TUR.

       DATA DIVISION.
       FILE SECTION.
      * MAESTRO DE TURNOS
       FD TURNOS-ARCHIVO.
           COPY TURREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-TUR PIC X(2).
       01  WS-TURNO-PEDIDO PIC X(3).
       01  WS-OPCION PIC 9.
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-DIA PIC 9.
       01  WS-NOMBRES-DIAS.
           05 FILLER PIC X(9) VALUE "LUNES".
           05 FILLER PIC X(9) VALUE "MARTES".
           05 FILLER PIC X(9) VALUE "MIERCOLES".
           05 FILLER PIC X(9) VALUE "JUEVES".
           05 FILLER PIC X(9) VALUE "VIERNES".
           05 FILLER PIC X(9) VALUE "SABADO".
           05 FILLER PIC X(9) VALUE "DOMINGO".
       01  WS-NOMBRES-REDEF REDEFINES WS-NOMBRES-DIAS.
           05 WS-NOMBRE-DIA PIC X(9) OCCURS 7 TIMES.
       01  WS-RESPUESTA PIC X.
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-MIN-INICIO PIC 9(5).
       01  WS-MIN-FIN PIC 9(5).
       01  WS-MIN-TURNO PIC 9(5).
       01  WS-HORAS-TURNO PIC 9(2)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           PERFORM LISTAR-TURNOS.
           DISPLAY "CODIGO DE TURNO (XXX, FIN=SALE) :".
           ACCEPT WS-TURNO-PEDIDO.
           IF WS-TURNO-PEDIDO = "FIN" OR WS-TURNO-PEDIDO = "fin"
               PERFORM RUTINA-SALIDA
           END-IF.
           IF WS-TURNO-PEDIDO = SPACES
               DISPLAY "CODIGO INVALIDO."
           ELSE
               PERFORM MANTENER-TURNO
           END-IF.
           PERFORM RUTINA1.
       LISTAR-TURNOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO TUR-CODIGO.
           START TURNOS-ARCHIVO
               KEY IS NOT LESS THAN TUR-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF FIN-LISTA
               DISPLAY "NO HAY TURNOS DEFINIDOS."
           ELSE
               DISPLAY "COD DESCRIPCION          LMMJVSD INIC FIN  "
                   "DESC"
               PERFORM LEER-TURNO
               PERFORM LISTAR-TURNO UNTIL FIN-LISTA
           END-IF.
       LEER-TURNO.
           READ TURNOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-TURNO.
           DISPLAY TUR-CODIGO " " TUR-DESCRIPCION " " TUR-DIAS " "
               TUR-HORA-INICIO " " TUR-HORA-FIN " " TUR-DESCANSO-MIN.
           PERFORM LEER-TURNO.
       MANTENER-TURNO.
           MOVE WS-TURNO-PEDIDO TO TUR-CODIGO.
           READ TURNOS-ARCHIVO
               INVALID KEY
                   DISPLAY "TURNO NUEVO."
                   PERFORM ALTA-TURNO
               NOT INVALID KEY
                   PERFORM MOSTRAR-TURNO
                   DISPLAY "2=MODIFICAR / 3=ELIMINAR / 9=SALE SIN "
                       "CAMBIOS :"
                   ACCEPT WS-OPCION
                   EVALUATE WS-OPCION
                   WHEN 2
                       PERFORM MODIFICAR-TURNO
                   WHEN 3
                       PERFORM ELIMINAR-TURNO
                   WHEN 9
                       DISPLAY "SIN CAMBIOS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
                   END-EVALUATE
           END-READ.
       MOSTRAR-TURNO.
           DISPLAY "TURNO " TUR-CODIGO ": " TUR-DESCRIPCION.
           DISPLAY "  DIAS (LMMJVSD): " TUR-DIAS.
           DISPLAY "  DESDE " TUR-HORA-INICIO " HASTA " TUR-HORA-FIN
               " DESCANSO " TUR-DESCANSO-MIN " MIN".
       ALTA-TURNO.
           MOVE WS-TURNO-PEDIDO TO TUR-CODIGO.
           PERFORM CAPTURAR-TURNO.
           IF DATOS-VALIDOS
               WRITE TURNO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL DAR DE ALTA EL TURNO."
                   NOT INVALID KEY
                       DISPLAY "TURNO DADO DE ALTA."
               END-WRITE
           END-IF.
       MODIFICAR-TURNO.
           PERFORM CAPTURAR-TURNO.
           IF DATOS-VALIDOS
               REWRITE TURNO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL MODIFICAR EL TURNO."
                   NOT INVALID KEY
                       DISPLAY "TURNO ACTUALIZADO."
               END-REWRITE
           END-IF.
      * UN TURNO QUE TODAVIA FIGURA EN PROGRAMA.DAT DEJA ESAS FILAS
      * SIN TURNO VALIDO; EL REPORTE DE AUSENTISMO LAS CUENTA APARTE.
       ELIMINAR-TURNO.
           DISPLAY "CONFIRMA LA ELIMINACION? (S/N) :".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               DELETE TURNOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "ERROR AL ELIMINAR EL TURNO."
                   NOT INVALID KEY
                       DISPLAY "TURNO ELIMINADO."
               END-DELETE
           ELSE
               DISPLAY "SIN CAMBIOS."
           END-IF.
       CAPTURAR-TURNO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "DESCRIPCION :".
           ACCEPT TUR-DESCRIPCION.
           MOVE 1 TO WS-DIA.
           PERFORM CAPTURAR-DIA UNTIL WS-DIA > 7.
           DISPLAY "HORA DE ENTRADA (HHMM) :".
           ACCEPT TUR-HORA-INICIO.
           DISPLAY "HORA DE SALIDA (HHMM) :".
           ACCEPT TUR-HORA-FIN.
           DISPLAY "DESCANSO NO PAGO EN MINUTOS (NNN) :".
           ACCEPT TUR-DESCANSO-MIN.
           IF TUR-HORA-INICIO NOT NUMERIC
              OR TUR-HORA-FIN NOT NUMERIC
              OR TUR-DESCANSO-MIN NOT NUMERIC
              OR TUR-INICIO-HH > 23 OR TUR-INICIO-MI > 59
              OR TUR-FIN-HH > 23 OR TUR-FIN-MI > 59
               DISPLAY "HORARIO INVALIDO, NO SE GRABA."
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               PERFORM CALCULAR-HORAS-TURNO
           END-IF.
      * LA SALIDA ANTERIOR A LA ENTRADA ES UN TURNO QUE CRUZA LA
      * MEDIANOCHE.
       CALCULAR-HORAS-TURNO.
           COMPUTE WS-MIN-INICIO = TUR-INICIO-HH * 60 + TUR-INICIO-MI.
           COMPUTE WS-MIN-FIN = TUR-FIN-HH * 60 + TUR-FIN-MI.
           IF WS-MIN-FIN > WS-MIN-INICIO
               COMPUTE WS-MIN-TURNO = WS-MIN-FIN - WS-MIN-INICIO
           ELSE
               COMPUTE WS-MIN-TURNO =
                   1440 - WS-MIN-INICIO + WS-MIN-FIN
           END-IF.
           IF TUR-DESCANSO-MIN NOT < WS-MIN-TURNO
               DISPLAY "EL DESCANSO NO PUEDE CUBRIR TODO EL TURNO, "
                   "NO SE GRABA."
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               COMPUTE WS-HORAS-TURNO ROUNDED =
                   (WS-MIN-TURNO - TUR-DESCANSO-MIN) / 60
               DISPLAY "HORAS PLANIFICADAS POR DIA: " WS-HORAS-TURNO
           END-IF.
       CAPTURAR-DIA.
           DISPLAY "TRABAJA EL " WS-NOMBRE-DIA (WS-DIA) "? (S/N) :".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               MOVE "S" TO TUR-DIA-LABORAL (WS-DIA)
           ELSE
               MOVE "N" TO TUR-DIA-LABORAL (WS-DIA)
           END-IF.
           ADD 1 TO WS-DIA.
       ABRIR-ARCHIVOS.
           OPEN I-O TURNOS-ARCHIVO.
           IF WS-FILE-STATUS-TUR = "35"
               OPEN OUTPUT TURNOS-ARCHIVO
               CLOSE TURNOS-ARCHIVO
               OPEN I-O TURNOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE TURNOS-ARCHIVO.
           GOBACK.
       END PROGRAM TURNOS-MANT.

      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Capture screen for novedades.dat, the one-off
      *          earnings file (production bonuses, sales commissions,
      *          travel per diems, attendance prizes). Keys employee
      *          id, week-ending date, concept, amount and whether the
      *          amount is gravable, validates the id against emp.dat
      *          (refusing terminated employees the way horas.cbl
      *          does) and leaves every row pendiente until a
      *          supervisor approves it in aprnoved.cbl. A row the
      *          payroll run already paid can no longer be changed or
      *          removed. Replaces the one-employee-at-a-time bonus
      *          of nomina.cbl's add-on menu, which left no record of
      *          what the money was for. Patterned on the
      *          recdeduc.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOVEDADES-PAGO.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "novedades.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NVD-CLAVE
       FILE STATUS IS WS-FILE-STATUS-NVD.

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
      * ARCHIVO DE NOVEDADES DE PAGO (INGRESOS EVENTUALES)
       FD NOVEDADES-ARCHIVO.
           COPY NVDREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-NVD PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-OPCION PIC 9.
       01  WS-SEMANA-PEDIDA PIC 9(8).
       01  WS-CONCEPTO-PEDIDO PIC X(20).
       01  WS-GRAVABLE PIC X.
       01  WS-ESTADO-TEXTO PIC X(9).
       01  WS-PAGO-TEXTO PIC X(8).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-CONTADOR-CAPTURAS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE REINICIA EL ESTADO DE LA CORRIDA: EL MENU PUEDE LLAMAR
      * ESTE PROGRAMA VARIAS VECES EN LA MISMA SESION.
           MOVE ZERO TO WS-CONTADOR-CAPTURAS.
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
                   IF EMPLEADOS-TERMINADO
                       DISPLAY "EMPLEADO DADO DE BAJA, NO SE "
                           "CAPTURAN NOVEDADES."
                   ELSE
                       PERFORM MANTENER-NOVEDADES
                   END-IF
           END-READ.
           PERFORM RUTINA1.
       MANTENER-NOVEDADES.
           DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS.
           PERFORM LISTAR-NOVEDADES.
           DISPLAY "1=ALTA / 2=MODIFICAR / 3=ELIMINAR "
               "/ 9=SALE SIN CAMBIOS :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ALTA-NOVEDAD
           WHEN 2
               PERFORM MODIFICAR-NOVEDAD
           WHEN 3
               PERFORM ELIMINAR-NOVEDAD
           WHEN 9
               DISPLAY "SIN CAMBIOS."
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       LISTAR-NOVEDADES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE WS-ID-BUSQUEDA TO NVD-ID.
           MOVE ZERO TO NVD-SEMANA-FIN.
           MOVE SPACES TO NVD-CONCEPTO.
           START NOVEDADES-ARCHIVO
               KEY IS NOT LESS THAN NVD-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-NOVEDAD
               PERFORM LISTAR-NOVEDAD UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN NOVEDADES DE PAGO PARA ESTE EMPLEADO."
           END-IF.
       LEER-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-NOVEDAD.
           IF NVD-ID = WS-ID-BUSQUEDA
               PERFORM ARMAR-ESTADO
               DISPLAY "  " NVD-SEMANA-FIN " " NVD-CONCEPTO
                   " " NVD-IMPORTE " GRAVABLE " NVD-GRAVABLE
                   " " WS-ESTADO-TEXTO " " WS-PAGO-TEXTO
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-NOVEDAD
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       ARMAR-ESTADO.
           EVALUATE TRUE
           WHEN NVD-APROBADA
               MOVE "APROBADA" TO WS-ESTADO-TEXTO
           WHEN NVD-RECHAZADA
               MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
           WHEN OTHER
               MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           IF NVD-PAGADA
               MOVE "PAGADA" TO WS-PAGO-TEXTO
           ELSE
               MOVE "SIN PAGO" TO WS-PAGO-TEXTO
           END-IF.
      * TODA NOVEDAD NUEVA QUEDA PENDIENTE HASTA QUE UN SUPERVISOR
      * LA APRUEBE EN APRNOVED.CBL.
       ALTA-NOVEDAD.
           PERFORM PEDIR-CLAVE.
           PERFORM CAPTURAR-VALORES.
           SET NVD-PENDIENTE TO TRUE.
           SET NVD-POR-PAGAR TO TRUE.
           MOVE ZERO TO NVD-FECHA-PAGO.
           MOVE ZERO TO NVD-SECUENCIA-PAGO.
           WRITE NOVEDAD-PAGO-REGISTRO
               INVALID KEY
                   DISPLAY "YA HAY UNA NOVEDAD CON ESE CONCEPTO EN "
                       "ESA SEMANA, USE MODIFICAR."
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CAPTURAS
                   DISPLAY "NOVEDAD GRABADA, PENDIENTE DE "
                       "APROBACION."
           END-WRITE.
      * UNA NOVEDAD PAGADA YA NO SE TOCA; UNA MODIFICADA VUELVE A
      * QUEDAR PENDIENTE, ASI EL SUPERVISOR APRUEBA EL IMPORTE NUEVO.
       MODIFICAR-NOVEDAD.
           PERFORM PEDIR-CLAVE.
           READ NOVEDADES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY NOVEDAD CON ESE CONCEPTO EN ESA "
                       "SEMANA."
               NOT INVALID KEY
                   IF NVD-PAGADA
                       DISPLAY "LA NOVEDAD YA FUE PAGADA EL "
                           NVD-FECHA-PAGO ", NO SE MODIFICA."
                   ELSE
                       PERFORM CAPTURAR-VALORES
                       MOVE "P" TO NVD-APROBACION
                       REWRITE NOVEDAD-PAGO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL MODIFICAR LA "
                                   "NOVEDAD."
                           NOT INVALID KEY
                               DISPLAY "NOVEDAD ACTUALIZADA, "
                                   "PENDIENTE DE APROBACION."
                       END-REWRITE
                   END-IF
           END-READ.
       ELIMINAR-NOVEDAD.
           PERFORM PEDIR-CLAVE.
           READ NOVEDADES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY NOVEDAD CON ESE CONCEPTO EN ESA "
                       "SEMANA."
               NOT INVALID KEY
                   IF NVD-PAGADA
                       DISPLAY "LA NOVEDAD YA FUE PAGADA EL "
                           NVD-FECHA-PAGO ", NO SE ELIMINA."
                   ELSE
                       DELETE NOVEDADES-ARCHIVO
                           INVALID KEY
                               DISPLAY "ERROR AL ELIMINAR LA "
                                   "NOVEDAD."
                           NOT INVALID KEY
                               DISPLAY "NOVEDAD ELIMINADA."
                       END-DELETE
                   END-IF
           END-READ.
       PEDIR-CLAVE.
           MOVE WS-ID-BUSQUEDA TO NVD-ID.
           DISPLAY "FECHA FIN DE SEMANA (AAAAMMDD) :".
           ACCEPT WS-SEMANA-PEDIDA.
           MOVE WS-SEMANA-PEDIDA TO NVD-SEMANA-FIN.
           DISPLAY "CONCEPTO (BONO PRODUCCION, COMISION, VIATICO...) :".
           ACCEPT WS-CONCEPTO-PEDIDO.
           INSPECT WS-CONCEPTO-PEDIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CONCEPTO-PEDIDO TO NVD-CONCEPTO.
       CAPTURAR-VALORES.
           DISPLAY "IMPORTE (NNNNNN.NN) :".
           ACCEPT NVD-IMPORTE.
           DISPLAY "GRAVABLE? (S=SUMA AL BRUTO GRAVADO / N=EXENTO) :".
           ACCEPT WS-GRAVABLE.
           IF WS-GRAVABLE = "N" OR WS-GRAVABLE = "n"
               MOVE "N" TO NVD-GRAVABLE
           ELSE
               MOVE "S" TO NVD-GRAVABLE
           END-IF.
       ABRIR-ARCHIVOS.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
           OPEN I-O NOVEDADES-ARCHIVO.
           IF WS-FILE-STATUS-NVD = "35"
               OPEN OUTPUT NOVEDADES-ARCHIVO
               CLOSE NOVEDADES-ARCHIVO
               OPEN I-O NOVEDADES-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           DISPLAY "NOVEDADES CAPTURADAS: " WS-CONTADOR-CAPTURAS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE NOVEDADES-ARCHIVO.
           GOBACK.
       END PROGRAM NOVEDADES-PAGO.

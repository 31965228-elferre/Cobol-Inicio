      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Signed pay-stub return screen for the capturista.
      *          For a pay date it shows how many of the stubs
      *          RECIBO-PAGOS registered in recfirma.dat are still
      *          pending, then, employee by employee, lists that
      *          employee's stubs of the date (type, net, copies) and
      *          marks each one returned signed, signature refused,
      *          employee absent, or back to pending, stamping the
      *          date and the session operator. The stubs still
      *          unsigned are listed by RECIBOS-PENDIENTES.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBO-FIRMAS.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL RECIBOS-FIRMA
       ASSIGN TO "recfirma.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RFI-CLAVE
       FILE STATUS IS WS-FILE-STATUS-RFI.

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
      * REGISTRO DE RECIBOS IMPRESOS Y SU FIRMA
       FD RECIBOS-FIRMA.
           COPY RFIREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-RFI PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-FECHA-PAGO PIC 9(8).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-FECHA PIC X.
           88 FIN-FECHA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-CONT-MARCADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-RECIBOS PIC 9(5).
       01  WS-CONT-PENDIENTES PIC 9(5).
       01  WS-CONT-FIRMADOS PIC 9(5).
       01  WS-CONT-RECHAZADOS PIC 9(5).
       01  WS-CONT-AUSENTES PIC 9(5).
       01  WS-MARCA PIC X.
       01  WS-ESTADO-TEXTO PIC X(24).
       01  WS-TIPO-TEXTO PIC X(12).
       01  WS-NETO-EDITADO PIC ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01  LNK-SESION.
           05 LNK-OPERADOR PIC X(10).
           05 LNK-ROL PIC X(1).
       PROCEDURE DIVISION USING LNK-SESION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CONT-MARCADOS.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "FECHA DE PAGO DE LOS RECIBOS (AAAAMMDD, 0=SALE) :".
           ACCEPT WS-FECHA-PAGO.
           IF WS-FECHA-PAGO = ZERO
               PERFORM RUTINA-SALIDA
           END-IF.
           PERFORM CONTAR-FECHA.
           IF WS-CONT-RECIBOS = ZERO
               DISPLAY "NO HAY RECIBOS IMPRESOS CON ESA FECHA DE PAGO."
           ELSE
               DISPLAY "RECIBOS: " WS-CONT-RECIBOS
                   "  FIRMADOS: " WS-CONT-FIRMADOS
                   "  PENDIENTES: " WS-CONT-PENDIENTES
               DISPLAY "RECHAZADOS: " WS-CONT-RECHAZADOS
                   "  AUSENTES: " WS-CONT-AUSENTES
               MOVE "N" TO WS-FIN-FECHA
               PERFORM PEDIR-EMPLEADO UNTIL FIN-FECHA
           END-IF.
           PERFORM RUTINA1.
      * EL REGISTRO VA POR EMPLEADO, ASI QUE EL RESUMEN DE UNA FECHA
      * RECORRE EL ARCHIVO ENTERO.
       CONTAR-FECHA.
           MOVE ZERO TO WS-CONT-RECIBOS.
           MOVE ZERO TO WS-CONT-PENDIENTES.
           MOVE ZERO TO WS-CONT-FIRMADOS.
           MOVE ZERO TO WS-CONT-RECHAZADOS.
           MOVE ZERO TO WS-CONT-AUSENTES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO RFI-CLAVE.
           START RECIBOS-FIRMA
               KEY IS NOT LESS THAN RFI-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-RECIBO
               PERFORM CONTAR-RECIBO UNTIL FIN-LISTA
           END-IF.
       LEER-RECIBO.
           READ RECIBOS-FIRMA NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       CONTAR-RECIBO.
           IF RFI-FECHA = WS-FECHA-PAGO
               ADD 1 TO WS-CONT-RECIBOS
               EVALUATE TRUE
               WHEN RFI-FIRMADO
                   ADD 1 TO WS-CONT-FIRMADOS
               WHEN RFI-RECHAZADO
                   ADD 1 TO WS-CONT-RECHAZADOS
               WHEN RFI-AUSENTE
                   ADD 1 TO WS-CONT-AUSENTES
               WHEN OTHER
                   ADD 1 TO WS-CONT-PENDIENTES
               END-EVALUATE
           END-IF.
           PERFORM LEER-RECIBO.
       PEDIR-EMPLEADO.
           DISPLAY "ID DE EMPLEADO (000000=OTRA FECHA) :".
           ACCEPT WS-ID-BUSQUEDA.
           INSPECT WS-ID-BUSQUEDA REPLACING LEADING SPACE BY ZERO.
           IF WS-ID-BUSQUEDA = ZEROS
               MOVE "S" TO WS-FIN-FECHA
           ELSE
               MOVE WS-ID-BUSQUEDA TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "EMPLEADO " WS-ID-BUSQUEDA
                           " (NO ESTA EN EMP.DAT)"
                   NOT INVALID KEY
                       DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
                           EMPLEADOS-APELLIDOS " DEPTO "
                           EMPLEADOS-DEPTO
               END-READ
               PERFORM MARCAR-RECIBOS
           END-IF.
      * UN EMPLEADO PUEDE TENER MAS DE UNA LIQUIDACION EN LA MISMA
      * FECHA (SEMANAL, AGUINALDO, REVERSO); SE PASAN UNA POR UNA.
       MARCAR-RECIBOS.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE WS-ID-BUSQUEDA TO RFI-ID.
           MOVE WS-FECHA-PAGO TO RFI-FECHA.
           MOVE ZERO TO RFI-SECUENCIA.
           START RECIBOS-FIRMA
               KEY IS NOT LESS THAN RFI-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-RECIBO
               PERFORM MARCAR-RECIBO UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "EL EMPLEADO NO TIENE RECIBOS IMPRESOS CON ESA "
                   "FECHA DE PAGO."
           END-IF.
       MARCAR-RECIBO.
           IF RFI-ID NOT = WS-ID-BUSQUEDA
              OR RFI-FECHA NOT = WS-FECHA-PAGO
               MOVE "S" TO WS-FIN-LISTA
           ELSE
               ADD 1 TO WS-CONT-FILAS
               PERFORM MOSTRAR-RECIBO
               DISPLAY "F=FIRMADO / R=RECHAZO FIRMAR / A=AUSENTE / "
                   "P=PENDIENTE / ENTER=SIN CAMBIO :"
               MOVE SPACE TO WS-MARCA
               ACCEPT WS-MARCA
               INSPECT WS-MARCA CONVERTING "frap" TO "FRAP"
               EVALUATE WS-MARCA
               WHEN SPACE
                   CONTINUE
               WHEN "F"
               WHEN "R"
               WHEN "A"
               WHEN "P"
                   PERFORM GRABAR-MARCA
               WHEN OTHER
                   DISPLAY "MARCA INVALIDA, EL RECIBO QUEDA COMO "
                       "ESTABA."
               END-EVALUATE
               PERFORM LEER-RECIBO
           END-IF.
       MOSTRAR-RECIBO.
           EVALUATE RFI-TIPO
           WHEN "G"
               MOVE "AGUINALDO" TO WS-TIPO-TEXTO
           WHEN "F"
               MOVE "FINIQUITO" TO WS-TIPO-TEXTO
           WHEN "R"
               MOVE "RETROACTIVO" TO WS-TIPO-TEXTO
           WHEN "V"
               MOVE "REVERSO" TO WS-TIPO-TEXTO
           WHEN "M"
               MOVE "MENSUAL" TO WS-TIPO-TEXTO
           WHEN "A"
               MOVE "AJUSTE ANUAL" TO WS-TIPO-TEXTO
           WHEN "L"
               MOVE "LICENCIA" TO WS-TIPO-TEXTO
           WHEN OTHER
               MOVE "SEMANAL" TO WS-TIPO-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
           WHEN RFI-FIRMADO
               MOVE SPACES TO WS-ESTADO-TEXTO
               STRING "FIRMADO " RFI-FECHA-ESTADO
                   DELIMITED BY SIZE INTO WS-ESTADO-TEXTO
           WHEN RFI-RECHAZADO
               MOVE SPACES TO WS-ESTADO-TEXTO
               STRING "RECHAZO FIRMAR " RFI-FECHA-ESTADO
                   DELIMITED BY SIZE INTO WS-ESTADO-TEXTO
           WHEN RFI-AUSENTE
               MOVE SPACES TO WS-ESTADO-TEXTO
               STRING "AUSENTE " RFI-FECHA-ESTADO
                   DELIMITED BY SIZE INTO WS-ESTADO-TEXTO
           WHEN OTHER
               MOVE "*** PENDIENTE ***" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           MOVE RFI-NETO TO WS-NETO-EDITADO.
           DISPLAY "  SEC " RFI-SECUENCIA " " WS-TIPO-TEXTO
               " NETO " WS-NETO-EDITADO " IMPRESO "
               RFI-FECHA-IMPRESION " COPIAS " RFI-COPIAS.
           DISPLAY "      " WS-ESTADO-TEXTO.
       GRABAR-MARCA.
           MOVE WS-MARCA TO RFI-ESTADO.
           MOVE WS-FECHA-HOY TO RFI-FECHA-ESTADO.
           MOVE LNK-OPERADOR TO RFI-OPERADOR.
           REWRITE RECIBO-FIRMA-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA MARCA DEL RECIBO."
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-MARCADOS
                   DISPLAY "RECIBO MARCADO."
           END-REWRITE.
       ABRIR-ARCHIVOS.
           OPEN I-O RECIBOS-FIRMA.
           IF WS-FILE-STATUS-RFI = "35"
               OPEN OUTPUT RECIBOS-FIRMA
               CLOSE RECIBOS-FIRMA
               OPEN I-O RECIBOS-FIRMA
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           DISPLAY "RECIBOS MARCADOS EN ESTA SESION: " WS-CONT-MARCADOS.
           CLOSE RECIBOS-FIRMA.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.
       END PROGRAM RECIBO-FIRMAS.

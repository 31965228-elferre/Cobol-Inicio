      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for empcert.dat, the training and
      *          certification record of each employee (certif.dat
      *          code, certificate number, issue and expiry dates),
      *          patterned on the contactos.cbl screen flow. The
      *          expiry date is proposed from the issue date plus the
      *          validity months of the certif.dat master and can be
      *          overridden; a renewal keys the same code again and
      *          replaces the dates. The listing flags expired
      *          certificates and the ones the employee's department
      *          requires (certreq.dat) that the employee lacks.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIF-EMPLEADO.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL CERTIF-EMPLEADO-ARCHIVO
       ASSIGN TO "empcert.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ECR-CLAVE
       FILE STATUS IS WS-FILE-STATUS-ECR.

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
      * CERTIFICACIONES DE CADA EMPLEADO
       FD CERTIF-EMPLEADO-ARCHIVO.
           COPY ECRREG.
      * MAESTRO DE CERTIFICACIONES
       FD CERTIFICACIONES-ARCHIVO.
           COPY CRTREG.
      * CERTIFICACIONES EXIGIDAS POR DEPARTAMENTO
       FD EXIGIDAS-ARCHIVO.
           COPY CRQREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-ECR PIC X(2).
       01  WS-FILE-STATUS-CRT PIC X(2).
       01  WS-FILE-STATUS-CRQ PIC X(2).
       01  WS-ID-BUSQUEDA PIC X(6) JUSTIFIED RIGHT.
       01  WS-OPCION PIC 9.
       01  WS-CODIGO-PEDIDO PIC X(6).
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-DATOS-VALIDOS PIC X.
           88 DATOS-VALIDOS VALUE "S".
       01  WS-FECHA-VALIDA PIC X.
           88 FECHA-VALIDA VALUE "S".
       01  WS-EXISTE-CERTIFICADO PIC X.
           88 EXISTE-CERTIFICADO VALUE "S".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-EMISION PIC 9(8).
       01  WS-FECHA-VENCE PIC 9(8).
       01  WS-VENCE-TEXTO PIC X(8).
       01  WS-NUMERO-PEDIDO PIC X(15).
       01  WS-ESTADO-CERTIFICADO PIC X(20).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-TRABAJO-REDEF REDEFINES WS-FECHA-TRABAJO.
           05 WS-TRA-AAAA PIC 9(4).
           05 WS-TRA-MM PIC 9(2).
           05 WS-TRA-DD PIC 9(2).
       01  WS-DIAS-DEL-MES PIC 9(2).
       01  WS-COCIENTE PIC 9(6).
       01  WS-RESTO-BISIESTO PIC 9(3).
       01  WS-ANIOS-SUMA PIC 9(3).
       01  WS-MESES-SUMA PIC 9(2).
       PROCEDURE DIVISION.
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
                   PERFORM MANTENER-CERTIFICADOS
           END-READ.
           PERFORM RUTINA1.
       MANTENER-CERTIFICADOS.
           DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS " DEPTO " EMPLEADOS-DEPTO.
           PERFORM LISTAR-CERTIFICADOS.
           PERFORM LISTAR-FALTANTES.
           DISPLAY "1=ALTA O RENOVACION / 2=ELIMINAR "
               "/ 9=TERMINA CON ESTE EMPLEADO :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ALTA-CERTIFICADO
               PERFORM MANTENER-CERTIFICADOS
           WHEN 2
               PERFORM ELIMINAR-CERTIFICADO
               PERFORM MANTENER-CERTIFICADOS
           WHEN 9
               CONTINUE
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
               PERFORM MANTENER-CERTIFICADOS
           END-EVALUATE.
       LISTAR-CERTIFICADOS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE WS-ID-BUSQUEDA TO ECR-ID.
           MOVE LOW-VALUES TO ECR-CODIGO.
           START CERTIF-EMPLEADO-ARCHIVO
               KEY IS NOT LESS THAN ECR-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-CERTIFICADO
               PERFORM LISTAR-CERTIFICADO UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN CERTIFICADOS PARA ESTE EMPLEADO."
           END-IF.
       LEER-CERTIFICADO.
           READ CERTIF-EMPLEADO-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-CERTIFICADO.
           IF ECR-ID = WS-ID-BUSQUEDA
               MOVE ECR-CODIGO TO CRT-CODIGO
               READ CERTIFICACIONES-ARCHIVO
                   INVALID KEY
                       MOVE "(NO ESTA EN CERTIF.DAT)"
                           TO CRT-DESCRIPCION
               END-READ
               EVALUATE TRUE
               WHEN ECR-FECHA-VENCE = ZERO
                   MOVE "NO VENCE" TO WS-ESTADO-CERTIFICADO
               WHEN ECR-FECHA-VENCE < WS-FECHA-HOY
                   MOVE "*** VENCIDO ***" TO WS-ESTADO-CERTIFICADO
               WHEN OTHER
                   MOVE "VIGENTE" TO WS-ESTADO-CERTIFICADO
               END-EVALUATE
               DISPLAY "  " ECR-CODIGO " " CRT-DESCRIPCION " NRO "
                   ECR-NUMERO
               DISPLAY "      EMITIDO " ECR-FECHA-EMISION " VENCE "
                   ECR-FECHA-VENCE " " WS-ESTADO-CERTIFICADO
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-CERTIFICADO
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
      * LO QUE EL DEPARTAMENTO DEL EMPLEADO EXIGE Y EL EMPLEADO NO
      * TIENE CARGADO.
       LISTAR-FALTANTES.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE EMPLEADOS-DEPTO TO CRQ-DEPTO.
           MOVE LOW-VALUES TO CRQ-CODIGO.
           START EXIGIDAS-ARCHIVO
               KEY IS NOT LESS THAN CRQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-EXIGIDA
               PERFORM REVISAR-EXIGIDA UNTIL FIN-LISTA
           END-IF.
       LEER-EXIGIDA.
           READ EXIGIDAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       REVISAR-EXIGIDA.
           IF CRQ-DEPTO = EMPLEADOS-DEPTO
               MOVE WS-ID-BUSQUEDA TO ECR-ID
               MOVE CRQ-CODIGO TO ECR-CODIGO
               READ CERTIF-EMPLEADO-ARCHIVO
                   INVALID KEY
                       DISPLAY "  *** FALTA " CRQ-CODIGO
                           ", EXIGIDO EN EL DEPARTAMENTO "
                           CRQ-DEPTO " ***"
               END-READ
               PERFORM LEER-EXIGIDA
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       ALTA-CERTIFICADO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "CODIGO DE CERTIFICACION :".
           ACCEPT WS-CODIGO-PEDIDO.
           INSPECT WS-CODIGO-PEDIDO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CODIGO-PEDIDO TO CRT-CODIGO.
           READ CERTIFICACIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CERTIFICACION EN CERTIF.DAT."
                   MOVE "N" TO WS-DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS
               PERFORM CAPTURAR-FECHAS
           END-IF.
           IF DATOS-VALIDOS
               PERFORM GRABAR-CERTIFICADO
           ELSE
               DISPLAY "CERTIFICADO NO GRABADO."
           END-IF.
      * EL VENCIMIENTO PROPUESTO ES LA EMISION MAS LOS MESES DE
      * VIGENCIA DEL MAESTRO (SIN VENCIMIENTO SI SON CERO); ENTER LO
      * ACEPTA.
       CAPTURAR-FECHAS.
           DISPLAY CRT-CODIGO " " CRT-DESCRIPCION.
           DISPLAY "NUMERO DE CERTIFICADO :".
           ACCEPT WS-NUMERO-PEDIDO.
           DISPLAY "FECHA DE EMISION (AAAAMMDD) :".
           ACCEPT WS-FECHA-EMISION.
           MOVE WS-FECHA-EMISION TO WS-FECHA-TRABAJO.
           PERFORM VALIDAR-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA DE EMISION INVALIDA."
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF WS-FECHA-EMISION > WS-FECHA-HOY
                   DISPLAY "LA FECHA DE EMISION ES POSTERIOR A HOY."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               IF CRT-MESES-VIGENCIA = ZERO
                   MOVE ZERO TO WS-FECHA-VENCE
               ELSE
                   PERFORM SUMAR-MESES-VIGENCIA
                   MOVE WS-FECHA-TRABAJO TO WS-FECHA-VENCE
               END-IF
               DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, 0=NO VENCE, "
                   "ENTER=" WS-FECHA-VENCE ") :"
               MOVE SPACES TO WS-VENCE-TEXTO
               ACCEPT WS-VENCE-TEXTO
               IF WS-VENCE-TEXTO NOT = SPACES
                   PERFORM TOMAR-VENCIMIENTO
               END-IF
           END-IF.
       TOMAR-VENCIMIENTO.
           IF WS-VENCE-TEXTO = "0"
               MOVE ZEROS TO WS-VENCE-TEXTO
           END-IF.
           IF WS-VENCE-TEXTO NOT NUMERIC
               DISPLAY "FECHA DE VENCIMIENTO INVALIDA."
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               MOVE WS-VENCE-TEXTO TO WS-FECHA-VENCE
               IF WS-FECHA-VENCE NOT = ZERO
                   MOVE WS-FECHA-VENCE TO WS-FECHA-TRABAJO
                   PERFORM VALIDAR-FECHA
                   IF NOT FECHA-VALIDA
                      OR WS-FECHA-VENCE < WS-FECHA-EMISION
                       DISPLAY "FECHA DE VENCIMIENTO INVALIDA."
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
      * LA RENOVACION REEMPLAZA LAS FECHAS DEL CERTIFICADO ANTERIOR.
       GRABAR-CERTIFICADO.
           MOVE WS-ID-BUSQUEDA TO ECR-ID.
           MOVE WS-CODIGO-PEDIDO TO ECR-CODIGO.
           MOVE "N" TO WS-EXISTE-CERTIFICADO.
           READ CERTIF-EMPLEADO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE-CERTIFICADO
           END-READ.
           MOVE WS-ID-BUSQUEDA TO ECR-ID.
           MOVE WS-CODIGO-PEDIDO TO ECR-CODIGO.
           MOVE WS-NUMERO-PEDIDO TO ECR-NUMERO.
           MOVE WS-FECHA-EMISION TO ECR-FECHA-EMISION.
           MOVE WS-FECHA-VENCE TO ECR-FECHA-VENCE.
           IF EXISTE-CERTIFICADO
               REWRITE CERTIF-EMPLEADO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL RENOVAR EL CERTIFICADO."
                   NOT INVALID KEY
                       DISPLAY "CERTIFICADO RENOVADO."
               END-REWRITE
           ELSE
               WRITE CERTIF-EMPLEADO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL CERTIFICADO."
                   NOT INVALID KEY
                       DISPLAY "CERTIFICADO DADO DE ALTA."
               END-WRITE
           END-IF.
       ELIMINAR-CERTIFICADO.
           DISPLAY "CODIGO DE CERTIFICACION A ELIMINAR :".
           ACCEPT WS-CODIGO-PEDIDO.
           INSPECT WS-CODIGO-PEDIDO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-ID-BUSQUEDA TO ECR-ID.
           MOVE WS-CODIGO-PEDIDO TO ECR-CODIGO.
           DELETE CERTIF-EMPLEADO-ARCHIVO
               INVALID KEY
                   DISPLAY "EL EMPLEADO NO TIENE ESE CERTIFICADO."
               NOT INVALID KEY
                   DISPLAY "CERTIFICADO ELIMINADO."
           END-DELETE.
      * EMISION MAS LOS MESES DE VIGENCIA; SI EL DIA NO EXISTE EN EL
      * MES DE LLEGADA SE TOMA EL ULTIMO DIA DE ESE MES.
       SUMAR-MESES-VIGENCIA.
           MOVE WS-FECHA-EMISION TO WS-FECHA-TRABAJO.
           DIVIDE CRT-MESES-VIGENCIA BY 12 GIVING WS-ANIOS-SUMA
               REMAINDER WS-MESES-SUMA.
           ADD WS-ANIOS-SUMA TO WS-TRA-AAAA.
           ADD WS-MESES-SUMA TO WS-TRA-MM.
           IF WS-TRA-MM > 12
               SUBTRACT 12 FROM WS-TRA-MM
               ADD 1 TO WS-TRA-AAAA
           END-IF.
           PERFORM DIAS-DEL-MES.
           IF WS-TRA-DD > WS-DIAS-DEL-MES
               MOVE WS-DIAS-DEL-MES TO WS-TRA-DD
           END-IF.
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
           OPEN I-O CERTIF-EMPLEADO-ARCHIVO.
           IF WS-FILE-STATUS-ECR = "35"
               OPEN OUTPUT CERTIF-EMPLEADO-ARCHIVO
               CLOSE CERTIF-EMPLEADO-ARCHIVO
               OPEN I-O CERTIF-EMPLEADO-ARCHIVO
           END-IF.
           OPEN INPUT CERTIFICACIONES-ARCHIVO.
           IF WS-FILE-STATUS-CRT = "35"
               OPEN OUTPUT CERTIFICACIONES-ARCHIVO
               CLOSE CERTIFICACIONES-ARCHIVO
               OPEN INPUT CERTIFICACIONES-ARCHIVO
           END-IF.
           OPEN INPUT EXIGIDAS-ARCHIVO.
           IF WS-FILE-STATUS-CRQ = "35"
               OPEN OUTPUT EXIGIDAS-ARCHIVO
               CLOSE EXIGIDAS-ARCHIVO
               OPEN INPUT EXIGIDAS-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE CERTIF-EMPLEADO-ARCHIVO.
           CLOSE CERTIFICACIONES-ARCHIVO.
           CLOSE EXIGIDAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.
       END PROGRAM CERTIF-EMPLEADO.

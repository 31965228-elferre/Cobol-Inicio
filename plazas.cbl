      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for plazas.dat, the authorized
      *          headcount per department and pay category. Shows the
      *          rows of the requested department with the total
      *          authorized against the positions filled by active
      *          and on-leave employees of emp.dat, and lets the
      *          operator load, change or delete a category. The
      *          department must exist in dept.dat. Patterned on the
      *          presmant.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZAS-MANT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL PLAZAS-ARCHIVO
       ASSIGN TO "plazas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PLZ-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PLZ.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

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
      * PLAZAS AUTORIZADAS POR DEPARTAMENTO Y CATEGORIA
       FD PLAZAS-ARCHIVO.
           COPY PLZREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
      * ARCHIVO LOGICO O REGISTRO
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PLZ PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-DEPTO-PEDIDO PIC X(3).
       01  WS-CATEGORIA-PEDIDA PIC X(10).
       01  WS-AUTORIZADAS-TEXTO PIC X(4).
       01  WS-OPCION PIC 9.
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-TOTAL-AUTORIZADAS PIC 9(5).
       01  WS-TOTAL-OCUPADAS PIC 9(5).
       01  WS-FECHA-HOY PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
       RUTINA1.
           DISPLAY "DEPARTAMENTO (XXX, FIN=SALE) :".
           ACCEPT WS-DEPTO-PEDIDO.
           IF WS-DEPTO-PEDIDO = "FIN" OR WS-DEPTO-PEDIDO = "fin"
               PERFORM RUTINA-SALIDA
           END-IF.
           MOVE WS-DEPTO-PEDIDO TO DEPTO-CODIGO.
           READ DEPTO-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE ESE DEPARTAMENTO EN DEPT.DAT."
               NOT INVALID KEY
                   PERFORM MANTENER-PLAZAS
           END-READ.
           PERFORM RUTINA1.
       MANTENER-PLAZAS.
           DISPLAY "DEPARTAMENTO: " DEPTO-NOMBRE.
           PERFORM LISTAR-PLAZAS.
           DISPLAY "1=ALTA / 2=MODIFICAR / 3=ELIMINAR "
               "/ 9=SALE SIN CAMBIOS :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ALTA-PLAZA
           WHEN 2
               PERFORM MODIFICAR-PLAZA
           WHEN 3
               PERFORM ELIMINAR-PLAZA
           WHEN 9
               DISPLAY "SIN CAMBIOS."
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       LISTAR-PLAZAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE ZERO TO WS-TOTAL-AUTORIZADAS.
           MOVE WS-DEPTO-PEDIDO TO PLZ-DEPTO.
           MOVE LOW-VALUES TO PLZ-CATEGORIA.
           START PLAZAS-ARCHIVO
               KEY IS NOT LESS THAN PLZ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PLAZA
               PERFORM LISTAR-CATEGORIA UNTIL FIN-LISTA
           END-IF.
           PERFORM CONTAR-OCUPADAS.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN PLAZAS CARGADAS: EL DEPARTAMENTO NO "
                   "TIENE CONTROL DE DOTACION."
               DISPLAY "  OCUPADAS " WS-TOTAL-OCUPADAS
           ELSE
               DISPLAY "  TOTAL AUTORIZADAS " WS-TOTAL-AUTORIZADAS
                   " OCUPADAS " WS-TOTAL-OCUPADAS
           END-IF.
       LEER-PLAZA.
           READ PLAZAS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-CATEGORIA.
           IF PLZ-DEPTO = WS-DEPTO-PEDIDO
               DISPLAY "  CATEGORIA " PLZ-CATEGORIA " AUTORIZADAS "
                   PLZ-AUTORIZADAS " APROBADAS EL "
                   PLZ-FECHA-APROBACION
               ADD PLZ-AUTORIZADAS TO WS-TOTAL-AUTORIZADAS
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-PLAZA
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
      * OCUPAN PLAZA LOS EMPLEADOS ACTIVOS Y LOS DE LICENCIA DEL
      * DEPARTAMENTO; LOS DADOS DE BAJA LA LIBERAN.
       CONTAR-OCUPADAS.
           MOVE ZERO TO WS-TOTAL-OCUPADAS.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO
               KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-EMPLEADO
               PERFORM CONTAR-EMPLEADO UNTIL FIN-LISTA
           END-IF.
       LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       CONTAR-EMPLEADO.
           IF EMPLEADOS-DEPTO = WS-DEPTO-PEDIDO
              AND (EMPLEADOS-ACTIVO OR EMPLEADOS-LICENCIA)
               ADD 1 TO WS-TOTAL-OCUPADAS
           END-IF.
           PERFORM LEER-EMPLEADO.
       ALTA-PLAZA.
           PERFORM PEDIR-CATEGORIA.
           IF WS-CATEGORIA-PEDIDA NOT = SPACES
               PERFORM CAPTURAR-VALORES
               WRITE PLAZA-REGISTRO
                   INVALID KEY
                       DISPLAY "YA HAY PLAZAS PARA ESA CATEGORIA, "
                           "USE MODIFICAR."
                   NOT INVALID KEY
                       DISPLAY "PLAZAS DADAS DE ALTA."
               END-WRITE
           END-IF.
       MODIFICAR-PLAZA.
           PERFORM PEDIR-CATEGORIA.
           READ PLAZAS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY PLAZAS PARA ESA CATEGORIA."
               NOT INVALID KEY
                   DISPLAY "ACTUAL: AUTORIZADAS " PLZ-AUTORIZADAS
                       " APROBADAS EL " PLZ-FECHA-APROBACION
                   PERFORM CAPTURAR-VALORES
                   REWRITE PLAZA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL MODIFICAR LAS PLAZAS."
                       NOT INVALID KEY
                           DISPLAY "PLAZAS ACTUALIZADAS."
                   END-REWRITE
           END-READ.
       ELIMINAR-PLAZA.
           PERFORM PEDIR-CATEGORIA.
           READ PLAZAS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY PLAZAS PARA ESA CATEGORIA."
               NOT INVALID KEY
                   DELETE PLAZAS-ARCHIVO
                       INVALID KEY
                           DISPLAY "ERROR AL ELIMINAR LAS PLAZAS."
                       NOT INVALID KEY
                           DISPLAY "PLAZAS ELIMINADAS."
                   END-DELETE
           END-READ.
       PEDIR-CATEGORIA.
           DISPLAY "CATEGORIA DE PAGO :".
           ACCEPT WS-CATEGORIA-PEDIDA.
           IF WS-CATEGORIA-PEDIDA = SPACES
               DISPLAY "CATEGORIA EN BLANCO."
           END-IF.
           MOVE WS-DEPTO-PEDIDO TO PLZ-DEPTO.
           MOVE WS-CATEGORIA-PEDIDA TO PLZ-CATEGORIA.
      * SE REPITE LA PREGUNTA HASTA TENER LAS CUATRO CIFRAS.
       CAPTURAR-VALORES.
           MOVE SPACES TO WS-AUTORIZADAS-TEXTO.
           PERFORM PEDIR-AUTORIZADAS
               UNTIL WS-AUTORIZADAS-TEXTO NUMERIC.
           MOVE WS-AUTORIZADAS-TEXTO TO PLZ-AUTORIZADAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO PLZ-FECHA-APROBACION.
       PEDIR-AUTORIZADAS.
           DISPLAY "PLAZAS AUTORIZADAS (NNNN) :".
           ACCEPT WS-AUTORIZADAS-TEXTO.
           IF WS-AUTORIZADAS-TEXTO NOT NUMERIC
               DISPLAY "CANTIDAD INVALIDA, USE CUATRO DIGITOS."
           END-IF.
       ABRIR-ARCHIVOS.
           OPEN I-O PLAZAS-ARCHIVO.
           IF WS-FILE-STATUS-PLZ = "35"
               OPEN OUTPUT PLAZAS-ARCHIVO
               CLOSE PLAZAS-ARCHIVO
               OPEN I-O PLAZAS-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE PLAZAS-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.
       END PROGRAM PLAZAS-MANT.

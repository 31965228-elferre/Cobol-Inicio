      ******************************************************************
      * Author: Edgardo
      * Date: 15/10/26
      * Purpose: Maintenance screen for presup.dat, the department
      *          labor budget (budgeted hours and payroll cost per
      *          department and month). Shows the year's twelve
      *          months of the requested department and lets the
      *          operator load, change or delete a month. The
      *          department must exist in dept.dat. Patterned on
      *          the recdeduc.cbl screen.
      * Tectonics: cobc
      * Mods:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-MANT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ACHIVOS FISICO
       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO "presup.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRES-CLAVE
       FILE STATUS IS WS-FILE-STATUS-PRES.

       SELECT OPTIONAL DEPTO-ARCHIVO
       ASSIGN TO "dept.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS WS-FILE-STATUS-DEPTO.

       DATA DIVISION.
       FILE SECTION.
      * PRESUPUESTO DE MANO DE OBRA POR DEPARTAMENTO Y MES
       FD PRESUPUESTO-ARCHIVO.
           COPY PRESREG.
      * MAESTRO DE DEPARTAMENTOS
       FD DEPTO-ARCHIVO.
           COPY DEPREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRES PIC X(2).
       01  WS-FILE-STATUS-DEPTO PIC X(2).
       01  WS-DEPTO-PEDIDO PIC X(3).
       01  WS-ANIO-PEDIDO PIC 9(4).
       01  WS-MES-PEDIDO PIC 9(2).
       01  WS-OPCION PIC 9.
       01  WS-FIN-LISTA PIC X.
           88 FIN-LISTA VALUE "S".
       01  WS-CONT-FILAS PIC 9(3).
       01  WS-TOTAL-HORAS PIC 9(7)V99.
       01  WS-TOTAL-COSTO PIC 9(9)V99.
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
                   PERFORM MANTENER-PRESUPUESTO
           END-READ.
           PERFORM RUTINA1.
       MANTENER-PRESUPUESTO.
           DISPLAY "DEPARTAMENTO: " DEPTO-NOMBRE.
           DISPLAY "ANIO DEL PRESUPUESTO (AAAA) :".
           ACCEPT WS-ANIO-PEDIDO.
           PERFORM LISTAR-PRESUPUESTO.
           DISPLAY "1=ALTA / 2=MODIFICAR / 3=ELIMINAR "
               "/ 9=SALE SIN CAMBIOS :".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1
               PERFORM ALTA-PRESUPUESTO
           WHEN 2
               PERFORM MODIFICAR-PRESUPUESTO
           WHEN 3
               PERFORM ELIMINAR-PRESUPUESTO
           WHEN 9
               DISPLAY "SIN CAMBIOS."
           WHEN OTHER
               DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       LISTAR-PRESUPUESTO.
           MOVE "N" TO WS-FIN-LISTA.
           MOVE ZERO TO WS-CONT-FILAS.
           MOVE ZERO TO WS-TOTAL-HORAS.
           MOVE ZERO TO WS-TOTAL-COSTO.
           MOVE WS-DEPTO-PEDIDO TO PRES-DEPTO.
           MOVE WS-ANIO-PEDIDO TO PRES-ANIO.
           MOVE ZERO TO PRES-MES.
           START PRESUPUESTO-ARCHIVO
               KEY IS NOT LESS THAN PRES-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LISTA
           END-START.
           IF NOT FIN-LISTA
               PERFORM LEER-PRESUPUESTO
               PERFORM LISTAR-MES UNTIL FIN-LISTA
           END-IF.
           IF WS-CONT-FILAS = ZERO
               DISPLAY "SIN PRESUPUESTO CARGADO PARA ESE ANIO."
           ELSE
               DISPLAY "  TOTAL HORAS " WS-TOTAL-HORAS
                   " COSTO " WS-TOTAL-COSTO
           END-IF.
       LEER-PRESUPUESTO.
           READ PRESUPUESTO-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.
       LISTAR-MES.
           IF PRES-DEPTO = WS-DEPTO-PEDIDO
              AND PRES-ANIO = WS-ANIO-PEDIDO
               DISPLAY "  MES " PRES-MES " HORAS " PRES-HORAS
                   " COSTO " PRES-COSTO
               ADD PRES-HORAS TO WS-TOTAL-HORAS
               ADD PRES-COSTO TO WS-TOTAL-COSTO
               ADD 1 TO WS-CONT-FILAS
               PERFORM LEER-PRESUPUESTO
           ELSE
               MOVE "S" TO WS-FIN-LISTA
           END-IF.
       ALTA-PRESUPUESTO.
           PERFORM PEDIR-MES.
           IF WS-MES-PEDIDO > ZERO AND WS-MES-PEDIDO < 13
               PERFORM CAPTURAR-VALORES
               WRITE PRESUPUESTO-REGISTRO
                   INVALID KEY
                       DISPLAY "YA HAY PRESUPUESTO PARA ESE MES, "
                           "USE MODIFICAR."
                   NOT INVALID KEY
                       DISPLAY "PRESUPUESTO DADO DE ALTA."
               END-WRITE
           END-IF.
       MODIFICAR-PRESUPUESTO.
           PERFORM PEDIR-MES.
           READ PRESUPUESTO-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY PRESUPUESTO PARA ESE MES."
               NOT INVALID KEY
                   DISPLAY "ACTUAL: HORAS " PRES-HORAS
                       " COSTO " PRES-COSTO
                   PERFORM CAPTURAR-VALORES
                   REWRITE PRESUPUESTO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL MODIFICAR EL "
                               "PRESUPUESTO."
                       NOT INVALID KEY
                           DISPLAY "PRESUPUESTO ACTUALIZADO."
                   END-REWRITE
           END-READ.
       ELIMINAR-PRESUPUESTO.
           PERFORM PEDIR-MES.
           READ PRESUPUESTO-ARCHIVO
               INVALID KEY
                   DISPLAY "NO HAY PRESUPUESTO PARA ESE MES."
               NOT INVALID KEY
                   DELETE PRESUPUESTO-ARCHIVO
                       INVALID KEY
                           DISPLAY "ERROR AL ELIMINAR EL "
                               "PRESUPUESTO."
                       NOT INVALID KEY
                           DISPLAY "PRESUPUESTO ELIMINADO."
                   END-DELETE
           END-READ.
       PEDIR-MES.
           DISPLAY "MES (01 A 12) :".
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO = ZERO OR WS-MES-PEDIDO > 12
               DISPLAY "MES INVALIDO."
           END-IF.
           MOVE WS-DEPTO-PEDIDO TO PRES-DEPTO.
           MOVE WS-ANIO-PEDIDO TO PRES-ANIO.
           MOVE WS-MES-PEDIDO TO PRES-MES.
       CAPTURAR-VALORES.
           DISPLAY "HORAS PRESUPUESTADAS (NNNNNN.NN) :".
           ACCEPT PRES-HORAS.
           DISPLAY "COSTO DE NOMINA PRESUPUESTADO (NNNNNNNN.NN) :".
           ACCEPT PRES-COSTO.
       ABRIR-ARCHIVOS.
           OPEN I-O PRESUPUESTO-ARCHIVO.
           IF WS-FILE-STATUS-PRES = "35"
               OPEN OUTPUT PRESUPUESTO-ARCHIVO
               CLOSE PRESUPUESTO-ARCHIVO
               OPEN I-O PRESUPUESTO-ARCHIVO
           END-IF.
           OPEN INPUT DEPTO-ARCHIVO.
           IF WS-FILE-STATUS-DEPTO = "35"
               OPEN OUTPUT DEPTO-ARCHIVO
               CLOSE DEPTO-ARCHIVO
               OPEN INPUT DEPTO-ARCHIVO
           END-IF.
       RUTINA-SALIDA.
           CLOSE PRESUPUESTO-ARCHIVO.
           CLOSE DEPTO-ARCHIVO.
           GOBACK.
       END PROGRAM PRESUPUESTO-MANT.

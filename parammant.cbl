      *              MENU-PRINCIPAL puede CALL este programa varias
      *              veces en la misma sesion y el WORKING-STORAGE
      *              queda con el estado de la corrida anterior.
      * 2026-10-15 - The parameter table holds 60 keys instead of 20:
      *              parametros.dat already carries more than twenty,
      *              and the ones past the twentieth were dropped when
      *              the file was written back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETROS-MANT.
       01  WS-HUBO-CAMBIOS PIC X VALUE "N".
           88 HUBO-CAMBIOS VALUE "S".
       01  WS-TABLA-PARAMETROS.
           05 WS-PAR-ENTRADA OCCURS 60 TIMES.
               10 PAR-CLAVE PIC X(20).
               10 PAR-VALOR PIC 9(5).
       PROCEDURE DIVISION.
           OPEN INPUT PARAMETROS-ARCHIVO.
           PERFORM LEER-PARAMETRO.
           PERFORM GUARDAR-PARAMETRO
               UNTIL FIN-ARCHIVO OR WS-USADOS = 60.
           CLOSE PARAMETROS-ARCHIVO.
       LEER-PARAMETRO.
           READ PARAMETROS-ARCHIVO
               MOVE "S" TO WS-HUBO-CAMBIOS
               DISPLAY "PARAMETRO ACTUALIZADO."
           ELSE
               IF WS-USADOS < 60
                   ADD 1 TO WS-USADOS
                   MOVE WS-CLAVE-PEDIDA TO PAR-CLAVE (WS-USADOS)
                   MOVE WS-VALOR-PEDIDO TO PAR-VALOR (WS-USADOS)

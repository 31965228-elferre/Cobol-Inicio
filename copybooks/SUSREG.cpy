      *            CA campos de mas/menos    LG campo muy largo
      *            ID id en blanco           NU id no numerico
      *            ED edad invalida          DP depto inexistente
      *            DU id duplicado           PL sin plaza vacante
      ******************************************************************
           01 SUSPENSO-REGISTRO.
               05 SUS-FECHA PIC 9(8).

      *            DIAS-AGUINALDO   (aguinaldo, default 15)
      *            MESES-RETENCION-LOG (cierre anual, default 12)
      *            DIAS-VIGENCIA-CLAVE (sign-on, default 90)
      *            PRESUP-TOLERANCIA (presupuesto %, default 5)
      *            VARIACION-UMBRAL (variacion semanal %, default 25)
      *            VARIACION-SEMANAS (semanas del promedio, default 4)
      *            FICHADA-TURNO-MAX (horas por turno, default 16)
      *            AUSENCIA-TOLERANCIA (minutos de dia corto,
      *            default 15)
      *            LICENCIA-SEMANAS (semanas del promedio de horas de
      *            una licencia paga, default 4, maximo 60)
      *            VAC-MAX-AUSENTES (vacaciones a la vez por depto,
      *            default 2, 0=sin limite)
      *            VAC-MAX-DEP-xxx  (limite propio del depto xxx)
      *            CERT-DIAS-AVISO  (certificados por vencer,
      *            default 30)
      *            ANIOS-CONSERVA-DATOS (anios desde la baja hasta
      *            anonimizar los datos personales, default 5)
      *            PROYECCION-SEMANAS (semanas del promedio de horas
      *            de la proyeccion de costo, default 13, maximo 52)
      *            FIRMA-DIAS-AVISO (dias para marcar vencido un
      *            recibo sin firma, default 15)
      ******************************************************************
           01 PARAMETRO-REGISTRO.
               05 PARAM-CLAVE PIC X(20).

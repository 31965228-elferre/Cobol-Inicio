      *              through REPORTE-ARCHIVA now receive WS-SESION
      *              (the busca.cbl pattern) so repindex.dat records
      *              the real operator instead of AUTOMATICO.
      * 2026-10-15 - Option 52 dispatches NOMINA-MENSUAL, the monthly
      *              salaried run (supervisor only).
      * 2026-10-15 - Option 53 dispatches the novedades.dat one-off
      *              earnings capture and option 54 their approval
      *              (supervisor only), like 04 and 39 for the hours.
      * 2026-10-15 - Option 55 dispatches AJUSTE-ANUAL, the year-end
      *              income-tax reconciliation (supervisor only, with
      *              the session like RETRO-PAGOS).
      * 2026-10-15 - Option 56 dispatches DISTRIBUCION-HORAS, the
      *              weekly labor distribution report of hours lent
      *              and borrowed between departments (supervisor
      *              only, with the session).
      * 2026-10-15 - Options 57 and 58 dispatch PRESUPUESTO-MANT, the
      *              department labor budget screen, and
      *              PRESUPUESTO-REPORTE, budget versus actual
      *              (both supervisor only).
      * 2026-10-15 - Option 59 dispatches VARIACION-SEMANAL, the
      *              week-over-week pay variance check run between
      *              the batch payroll and the bank dispersal
      *              (supervisor only, with the session).
      * 2026-10-15 - Option 60 dispatches IMPORTA-FICHADAS, the badge
      *              clock punch import into horas.dat (supervisor
      *              only, with the session).
      * 2026-10-15 - Options 61 to 63 dispatch TURNOS-MANT, the shift
      *              master, PROGRAMA-TURNOS, the shift schedule per
      *              employee or department, and AUSENTISMO-REPORTE,
      *              the monthly absenteeism report (supervisor only).
      * 2026-10-15 - Option 64 dispatches TIPOS-LICENCIA, the leave
      *              type master with the pay rule of each type
      *              (supervisor only).
      * 2026-10-15 - Option 65 dispatches SOLICITUD-VACACIONES, the
      *              vacation request entry; options 66 and 67
      *              dispatch APRUEBA-VACACIONES and the yearly
      *              CALENDARIO-VACACIONES (supervisor only).
      * 2026-10-15 - Option 68 dispatches ACCIDENTES-MANT, the
      *              accident register and incident form; option 69
      *              dispatches SEGURIDAD-REPORTE, the monthly safety
      *              report (supervisor only).
      * 2026-10-15 - Options 70 and 72 dispatch CERTIFICACIONES-MANT,
      *              the certification master and department
      *              requirements, and CERTIF-REPORTE, the weekly
      *              expiry report (supervisor only); option 71
      *              dispatches CERTIF-EMPLEADO.
      * 2026-10-15 - Options 73 and 74 dispatch PLAZAS-MANT, the
      *              authorized headcount per department and
      *              category, and VACANTES-REPORTE (supervisor only).
      * 2026-10-15 - Option 75 dispatches DEVOLUCIONES-BANCO, the
      *              bank return-file processing (supervisor only).
      * 2026-10-15 - Option 76 dispatches PINES-MANT, the PIN issue and
      *              reset screen of the employee self-service kiosk
      *              (kiosco.cbl runs on its own terminal, not from
      *              this menu; supervisor only).
      * 2026-10-15 - Option 77 dispatches CONSTANCIAS, the numbered
      *              employment, salary and service certificate
      *              letters and their register (supervisor only,
      *              with the session).
      * 2026-10-15 - Option 78 dispatches INTEGRIDAD-ARCHIVOS, the
      *              monthly cross-file integrity sweep of the
      *              satellite files (supervisor only).
      * 2026-10-15 - Option 79 dispatches ANONIMIZA-EMPLEADOS, the
      *              personal-data anonymization of former employees
      *              past the retention period (supervisor only).
      * 2026-10-15 - Option 80 dispatches ROTACION-PERSONAL, the staff
      *              turnover report by department (supervisor only).
      * 2026-10-15 - Option 81 dispatches BIENES-MANT, the company
      *              property issue and return screen (open to every
      *              operator; only its charge option asks for the
      *              supervisor), and option 82 BIENES-PENDIENTES, the
      *              outstanding items report (supervisor only).
      * 2026-10-15 - Option 83 dispatches PROYECCION-COSTO, the annual
      *              payroll cost forecast under raise scenarios
      *              (supervisor only).
      * 2026-10-15 - Option 15 dispatches RECIBO-FIRMAS, where the
      *              capturista marks each printed pay stub returned
      *              signed, refused or employee absent, and option 84
      *              RECIBOS-PENDIENTES, the outstanding signatures
      *              report (supervisor only).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
            DISPLAY "09=CALCULADORA         10=FORMATO NUMERICO".
            DISPLAY "11=CLASIFICA EDAD      12=PAGO NETO".
            DISPLAY "13=FICHA DE EMPLEADO   14=CONTACTOS EMERG.".
            DISPLAY "15=FIRMA DE RECIBOS".
            DISPLAY "-- SOLO SUPERVISOR --".
            DISPLAY "20=NOMINA INTERACTIVA  21=NOMINA POR LOTE".
            DISPLAY "22=MANTENIMIENTO       23=BAJA/LICENCIA".
            DISPLAY "46=SUSPENSOS DE ALTAS  47=CIERRE ANUAL".
            DISPLAY "48=OPERADORES          49=REPORTE DE FIRMAS".
            DISPLAY "50=ARCHIVO DE REPORTES 51=TARIFAS MASIVO".
            DISPLAY "52=NOMINA MENSUAL      53=NOVEDADES DE PAGO".
            DISPLAY "54=APROBAR NOVEDADES   55=AJUSTE ANUAL".
            DISPLAY "56=DISTRIB. DE HORAS   57=PRESUPUESTOS".
            DISPLAY "58=PRESUP. VS REAL     59=VARIACION SEMANAL".
            DISPLAY "60=IMPORTA FICHADAS    61=TURNOS".
            DISPLAY "62=PROGRAMA DE TURNOS  63=AUSENTISMO".
            DISPLAY "64=TIPOS DE LICENCIA   65=SOLICITUD VACAC.".
            DISPLAY "66=APRUEBA VACACIONES  67=CALENDARIO VACAC.".
            DISPLAY "68=ACCIDENTES          69=SEGURIDAD MENSUAL".
            DISPLAY "70=CERTIFICACIONES     71=CERTIF. EMPLEADO".
            DISPLAY "72=VENCIM. CERTIFIC.   73=PLAZAS AUTORIZADAS".
            DISPLAY "74=VACANTES            75=DEVOLUCIONES BANCO".
            DISPLAY "76=PINES KIOSCO        77=CONSTANCIAS".
            DISPLAY "78=INTEGRIDAD ARCHIVOS 79=ANONIMIZA EX EMPL.".
            DISPLAY "80=ROTACION PERSONAL   81=BIENES EMPRESA".
            DISPLAY "82=BIENES PENDIENTES   83=PROYECCION COSTO".
            DISPLAY "84=FIRMAS PENDIENTES".
            DISPLAY "99=SALE".
            ACCEPT OPCION-MENU.
            EVALUATE OPCION-MENU
               CALL "FICHA-EMPLEADOS"
            WHEN 14
               CALL "CONTACTOS-EMP"
            WHEN 15
               CALL "RECIBO-FIRMAS" USING WS-SESION
            WHEN 20
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "TARIFAS-MASIVO"
               END-IF
            WHEN 52
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "NOMINA-MENSUAL"
               END-IF
            WHEN 53
               CALL "NOVEDADES-PAGO"
            WHEN 54
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "APRUEBA-NOVEDADES"
               END-IF
            WHEN 55
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "AJUSTE-ANUAL" USING WS-SESION
               END-IF
            WHEN 56
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "DISTRIBUCION-HORAS" USING WS-SESION
               END-IF
            WHEN 57
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "PRESUPUESTO-MANT"
               END-IF
            WHEN 58
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "PRESUPUESTO-REPORTE" USING WS-SESION
               END-IF
            WHEN 59
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "VARIACION-SEMANAL" USING WS-SESION
               END-IF
            WHEN 60
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "IMPORTA-FICHADAS" USING WS-SESION
               END-IF
            WHEN 61
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "TURNOS-MANT"
               END-IF
            WHEN 62
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "PROGRAMA-TURNOS"
               END-IF
            WHEN 63
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "AUSENTISMO-REPORTE" USING WS-SESION
               END-IF
            WHEN 64
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "TIPOS-LICENCIA"
               END-IF
            WHEN 65
               CALL "SOLICITUD-VACACIONES"
            WHEN 66
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "APRUEBA-VACACIONES"
               END-IF
            WHEN 67
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "CALENDARIO-VACACIONES" USING WS-SESION
               END-IF
            WHEN 68
               CALL "ACCIDENTES-MANT" USING WS-SESION
            WHEN 69
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "SEGURIDAD-REPORTE" USING WS-SESION
               END-IF
            WHEN 70
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "CERTIFICACIONES-MANT"
               END-IF
            WHEN 71
               CALL "CERTIF-EMPLEADO"
            WHEN 72
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "CERTIF-REPORTE" USING WS-SESION
               END-IF
            WHEN 73
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "PLAZAS-MANT"
               END-IF
            WHEN 74
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "VACANTES-REPORTE" USING WS-SESION
               END-IF
            WHEN 75
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "DEVOLUCIONES-BANCO" USING WS-SESION
               END-IF
            WHEN 76
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "PINES-MANT"
               END-IF
            WHEN 77
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "CONSTANCIAS" USING WS-SESION
               END-IF
            WHEN 78
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "INTEGRIDAD-ARCHIVOS" USING WS-SESION
               END-IF
            WHEN 79
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "ANONIMIZA-EMPLEADOS" USING WS-SESION
               END-IF
            WHEN 80
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "ROTACION-PERSONAL" USING WS-SESION
               END-IF
            WHEN 81
               CALL "BIENES-MANT" USING WS-SESION
            WHEN 82
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "BIENES-PENDIENTES" USING WS-SESION
               END-IF
            WHEN 83
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "PROYECCION-COSTO" USING WS-SESION
               END-IF
            WHEN 84
               PERFORM VERIFICAR-SUPERVISOR
               IF SESION-SUPERVISOR
                   CALL "RECIBOS-PENDIENTES" USING WS-SESION
               END-IF
            WHEN 99
               PERFORM RUTINA-SALIDA
            WHEN OTHER

      *         de feeds: un maestro indexado corrupto (VCS1MSTR o
      *         IFHIST) detiene el batch con codigo severo antes de
      *         ejecutar el primer paso.
      * Mod:    15-10-2026 - La tabla de pasos (DRVSTEPS y la bitacora
      *         de pasos de RUNCTL) sube de 20 a 40 entradas: la noche
      *         ya pasa de 20 pasos con existencias y anulaciones.
      * Mod:    15-10-2026 - Pronostico de la ventana del batch: cada
      *         paso ejecutado agrega su transcurrido al historico de
      *         tiempos por paso STEPHIST (fecha, dia de la semana,
      *         paso, programa, inicio, segundos y codigo). Al cerrar
      *         cada paso el driver proyecta lo que resta de la noche
      *         con el promedio de los pasos pendientes en las ultimas
      *         semanas del MISMO dia de la semana (o de cualquier dia
      *         si el paso no tiene historia de ese dia) y lo deja en
      *         DRVLOG; si el fin estimado cruza la hora limite de la
      *         tarjeta DRVWIND, una alerta de severidad W llega a
      *         OPALERT (una vez por corrida). Un batch completo llama
      *         ademas a PLATZI-STEP-TREND, el reporte semanal de
      *         tendencia por paso.
      * Mod:    15-10-2026 - La linea de ARITMETICA en RUNCTL muestra
      *         los detalles de ARITTRAN que no se procesaron por venir
      *         en una transmision rechazada (RUN-ARIT-RECHAZADOS).
      * Mod:    15-10-2026 - Al final de la corrida se llama a
      *         PLATZI-RPT-DISTRIB, que arma los paquetes de reportes
      *         por destinatario segun RPTDIST y graba RPTDLOG.
      * Mod:    15-10-2026 - RPT-DISTRIB confirma contra STEPHIST que
      *         el paso de cada reporte termino en la fecha de corrida
      *         antes de enviarlo; un reporte que no sale de un paso
      *         debe traer la fecha en su encabezado. Si no, lo marca
      *         FALTANTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-BATCH-DRIVER.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TARJETA-STATUS.

           SELECT DRV-TIEMPOS-FILE ASSIGN TO "STEPHIST"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TIEMPOS-STATUS.

           SELECT DRV-VENTANA-FILE ASSIGN TO "DRVWIND"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-VENTANA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRV-LOG-FILE.
           05 DTC-RUN-DATE             PIC 9(08).
           05 FILLER                   PIC X(58).

      *> HISTORICO DE TIEMPOS POR PASO (ACUMULATIVO): UN REGISTRO POR
      *> PASO EJECUTADO; LO LEEN EL PRONOSTICO DE LA VENTANA Y
      *> PLATZI-STEP-TREND. EL DIA DE LA SEMANA VA DE 1 (LUNES) A 7.
       FD  DRV-TIEMPOS-FILE.
       01  DRV-TIEMPOS-RECORD.
           05 STH-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 STH-DIA-SEMANA           PIC 9(01).
           05 FILLER                   PIC X(01).
           05 STH-PASO                 PIC 9(02).
           05 FILLER                   PIC X(01).
           05 STH-PROGRAMA             PIC X(22).
           05 FILLER                   PIC X(01).
           05 STH-INICIO               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 STH-SEGUNDOS             PIC 9(05).
           05 FILLER                   PIC X(01).
           05 STH-RC                   PIC 9(03).
           05 FILLER                   PIC X(27).

      *> TARJETA DE LA VENTANA DEL BATCH: HORA LIMITE (HHMMSS) PARA
      *> TERMINAR LA NOCHE Y CUANTAS SEMANAS DE HISTORIA PROMEDIA EL
      *> PRONOSTICO (4 POR OMISION). SIN TARJETA NO HAY ALERTA, PERO
      *> LA PROYECCION SE SIGUE DEJANDO EN DRVLOG.
       FD  DRV-VENTANA-FILE.
       01  DRV-VENTANA-RECORD.
           05 DWR-HORA-LIMITE          PIC 9(06).
           05 FILLER                   PIC X(01).
           05 DWR-SEMANAS              PIC 9(02).
           05 FILLER                   PIC X(71).

       WORKING-STORAGE SECTION.
       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.
       COPY RUNSTATS.

      *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG; EL
      *> DRIVER SOLO GRABA EL AVISO DE VENTANA EN RIESGO (QUE VA
      *> ADEMAS A OPALERT) Y MANDA EL CIERRE DE MODO LOTE AL TERMINAR
      *> LA CORRIDA.
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='DRIVER'==.

       01 WSV-LOG-LINEA                PIC X(80) VALUE SPACES.
      *> BITACORA DE PASOS EJECUTADOS, IMPRESA POR 030-ESCRIBE-RESUMEN
      *> EN EL REPORTE DE CONTROL RUNCTL
       01 WSV-PASOS-TABLA.
          05 WSV-PASO-ENTRADA OCCURS 40 TIMES.
             10 WSV-PE-NOMBRE          PIC X(22).
             10 WSV-PE-RC              PIC 9(03).
             10 WSV-PE-INICIO          PIC 9(06).
      *> (O LA SECUENCIA HISTORICA DE CINCO PASOS CUANDO NO HAY
      *> TARJETA); EL UMBRAL SEVERO ES POR PASO.
       01 WSV-SECUENCIA-TABLA.
          05 WSV-SEC-ENTRADA OCCURS 40 TIMES.
             10 WSV-SE-NUMERO          PIC 9(02).
             10 WSV-SE-PROGRAMA        PIC X(22).
             10 WSV-SE-RC-SEVERO       PIC 9(03).
             10 WSV-SE-REANUDA         PIC X(01).
             10 WSV-SE-SUMA-DIA        PIC 9(07).
             10 WSV-SE-CUENTA-DIA      PIC 9(03).
             10 WSV-SE-SUMA-TODOS      PIC 9(07).
             10 WSV-SE-CUENTA-TODOS    PIC 9(03).
             10 WSV-SE-ESTIMADO        PIC 9(05).

       77 WSC-SECUENCIA-MAXIMO         PIC 9(02) VALUE 40.
       77 WSV-SECUENCIA-TOTAL          PIC 9(02) VALUE ZEROS.
       77 WSV-SECUENCIA-IDX            PIC 9(02) VALUE ZEROS.

          05 WSV-TJ-ARIT-MAX           PIC 9(5)V99 VALUE ZEROS.
          05 WSV-TJ-IF-MAX             PIC 9(05) VALUE ZEROS.

      *> PRONOSTICO DE LA VENTANA: HORA LIMITE DE DRVWIND, SEMANAS
      *> DE HISTORIA A PROMEDIAR, DIA DE LA SEMANA DE LA FECHA DE
      *> CORRIDA Y LA HORA DE ARRANQUE DEL BATCH EN SEGUNDOS.
       77 WSV-TIEMPOS-STATUS           PIC XX    VALUE SPACES.
       77 WSV-VENTANA-STATUS           PIC XX    VALUE SPACES.

       77 WSS-VENTANA-SWITCHES         PIC X     VALUE '0'.
           88 WSS-HAY-VENTANA                     VALUE '1'.

       77 WSS-AVISO-SWITCHES           PIC X     VALUE '0'.
           88 WSS-VENTANA-AVISADA                 VALUE '1'.

       77 WSS-TIEMPOS-SWITCHES         PIC X     VALUE '1'.
           88 WSS-TIEMPOS-FIN                     VALUE '0'.

       01 WSV-VENTANA-TRABAJO.
          05 WSV-VN-HORA-LIMITE        PIC 9(06) VALUE ZEROS.
          05 WSV-VN-HL-DETALLE        REDEFINES WSV-VN-HORA-LIMITE.
             10 WSV-VN-HL-HH           PIC 9(02).
             10 WSV-VN-HL-MM           PIC 9(02).
             10 WSV-VN-HL-SS           PIC 9(02).
          05 WSV-VN-SEMANAS            PIC 9(02) VALUE 4.
          05 WSV-VN-DIA-SEMANA         PIC 9(01) VALUE ZEROS.
          05 WSV-VN-DIAS-ENTERO        PIC 9(07) VALUE ZEROS.
          05 WSV-VN-COCIENTE           PIC 9(07) VALUE ZEROS.
          05 WSV-VN-RESIDUO            PIC 9(01) VALUE ZEROS.
          05 WSV-VN-FECHA-DESDE        PIC 9(08) VALUE ZEROS.
          05 WSV-VN-SEG-ARRANQUE       PIC S9(06) VALUE ZEROS.
          05 WSV-VN-SEG-LIMITE         PIC S9(06) VALUE ZEROS.
          05 WSV-VN-SEG-TRANSCURRIDO   PIC S9(06) VALUE ZEROS.
          05 WSV-VN-SEG-RESTANTE       PIC 9(07) VALUE ZEROS.
          05 WSV-VN-SEG-PROYECTADO     PIC 9(07) VALUE ZEROS.
          05 WSV-VN-SEG-FIN-ESTIMADO   PIC 9(07) VALUE ZEROS.
          05 WSV-VN-SEG-DEL-DIA        PIC 9(05) VALUE ZEROS.
          05 WSV-VN-FIN-ESTIMADO       PIC 9(06) VALUE ZEROS.
          05 WSV-VN-FE-DETALLE        REDEFINES WSV-VN-FIN-ESTIMADO.
             10 WSV-VN-FE-HH           PIC 9(02).
             10 WSV-VN-FE-MM           PIC 9(02).
             10 WSV-VN-FE-SS           PIC 9(02).
          05 WSV-VN-RESTO-HORA         PIC 9(05) VALUE ZEROS.

       77 WSV-PROY-IDX                 PIC 9(02) VALUE ZEROS.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

           MOVE ZEROS TO WSV-PASOS-TOTAL.
           MOVE ZEROS TO WSV-SECUENCIA-TOTAL.
           MOVE ZEROS TO RUN-STATS-RECORD.
           MOVE '0' TO WSS-AVISO-SWITCHES.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-LOG-LINEA.
           WRITE DRV-LOG-RECORD FROM WSV-LOG-LINEA.
           PERFORM 019-LEE-VENTANA.
           PERFORM 012-LEE-FORZADO.
           PERFORM 013-VERIFICA-CANDADO.
           IF NOT WSS-CORRIDA-RECHAZADA
       016-SALIDA.
           EXIT.

      *> ARRANQUE DEL RELOJ DE LA VENTANA: LA HORA LIMITE DE DRVWIND
      *> SE CONVIERTE EN SEGUNDOS DESDE EL ARRANQUE DEL BATCH (UN
      *> LIMITE ANTERIOR A LA HORA DE ARRANQUE ES DE LA MANANA
      *> SIGUIENTE); EL DIA DE LA SEMANA DE LA FECHA DE CORRIDA
      *> (1 = LUNES) ELIGE LA HISTORIA COMPARABLE.
       019-LEE-VENTANA.
           ACCEPT WSV-HORA-BRUTA FROM TIME.
           MOVE WSV-HB-HHMMSS TO WSV-HORA-INICIO.
           COMPUTE WSV-VN-SEG-ARRANQUE =
               WSV-HI-HH * 3600 + WSV-HI-MM * 60 + WSV-HI-SS.
           MOVE '0' TO WSS-VENTANA-SWITCHES.
           OPEN INPUT DRV-VENTANA-FILE.
           IF WSV-VENTANA-STATUS = '00'
               READ DRV-VENTANA-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-VENTANA-STATUS = '00'
                       AND DWR-HORA-LIMITE NUMERIC
                   SET WSS-HAY-VENTANA TO TRUE
                   MOVE DWR-HORA-LIMITE TO WSV-VN-HORA-LIMITE
                   IF DWR-SEMANAS NUMERIC AND DWR-SEMANAS > ZEROS
                       MOVE DWR-SEMANAS TO WSV-VN-SEMANAS
                   END-IF
               END-IF
               CLOSE DRV-VENTANA-FILE
           END-IF.
           IF WSS-HAY-VENTANA
               COMPUTE WSV-VN-SEG-LIMITE =
                   WSV-VN-HL-HH * 3600 + WSV-VN-HL-MM * 60
                   + WSV-VN-HL-SS - WSV-VN-SEG-ARRANQUE
               IF WSV-VN-SEG-LIMITE < ZEROS
                   ADD 86400 TO WSV-VN-SEG-LIMITE
               END-IF
               MOVE SPACES TO WSV-LOG-LINEA
               STRING 'VENTANA DEL BATCH: LIMITE ' WSV-VN-HORA-LIMITE
                       ' HISTORIA DE ' WSV-VN-SEMANAS ' SEMANAS'
                       DELIMITED BY SIZE INTO WSV-LOG-LINEA
               WRITE DRV-LOG-RECORD FROM WSV-LOG-LINEA
           END-IF.
           COMPUTE WSV-VN-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE).
           DIVIDE 7 INTO WSV-VN-DIAS-ENTERO GIVING WSV-VN-COCIENTE
               REMAINDER WSV-VN-RESIDUO.
      *> EL ENTERO 1 (01-01-1601) FUE LUNES: RESIDUO 1 ES LUNES Y
      *> RESIDUO 0 ES DOMINGO.
           IF WSV-VN-RESIDUO = ZEROS
               MOVE 7 TO WSV-VN-DIA-SEMANA
           ELSE
               MOVE WSV-VN-RESIDUO TO WSV-VN-DIA-SEMANA
           END-IF.
           COMPUTE WSV-VN-DIAS-ENTERO =
               WSV-VN-DIAS-ENTERO - WSV-VN-SEMANAS * 7.
           COMPUTE WSV-VN-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER (WSV-VN-DIAS-ENTERO).

      *> LEE EL BYTE DE DRVOVRD QUE UN OPERADOR DEJA CUANDO QUIERE
      *> FORZAR LA CORRIDA COMPLETA (MISMO PATRON QUE SWFEED/VC1CTL);
      *> SIN ARCHIVO O SIN 'F', LA REANUDACION NORMAL APLICA.

       020-EJECUTA-PROGRAMAS.
           PERFORM 0201-CARGA-SECUENCIA.
           PERFORM 0207-CARGA-TIEMPOS.
           PERFORM 0205-EJECUTA-UN-PASO
               VARYING WSV-SECUENCIA-IDX FROM 1 BY 1
               UNTIL WSV-SECUENCIA-IDX > WSV-SECUENCIA-TOTAL.
           MOVE WSC-RC-SEVERO TO WSV-SE-RC-SEVERO (WSV-SECUENCIA-IDX).
           MOVE 'S' TO WSV-SE-REANUDA (WSV-SECUENCIA-IDX).

      *> PROMEDIO POR PASO DE LA SECUENCIA EN LAS ULTIMAS SEMANAS DE
      *> STEPHIST (ANTES DE LA FECHA DE CORRIDA, SOLO PASOS QUE NO
      *> TERMINARON EN CODIGO SEVERO): PRIMERO EL MISMO DIA DE LA
      *> SEMANA, Y SI EL PASO NO TIENE HISTORIA DE ESE DIA, EL DE
      *> CUALQUIER DIA; UN PASO SIN HISTORIA SE ESTIMA EN CERO.
       0207-CARGA-TIEMPOS.
           PERFORM 0208-LIMPIA-TIEMPOS
               VARYING WSV-SECUENCIA-IDX FROM 1 BY 1
               UNTIL WSV-SECUENCIA-IDX > WSV-SECUENCIA-TOTAL.
           MOVE '1' TO WSS-TIEMPOS-SWITCHES.
           OPEN INPUT DRV-TIEMPOS-FILE.
           IF WSV-TIEMPOS-STATUS = '00'
               PERFORM 0209-LEE-TIEMPO UNTIL WSS-TIEMPOS-FIN
               CLOSE DRV-TIEMPOS-FILE
           END-IF.
           PERFORM 0211-PROMEDIA-PASO
               VARYING WSV-SECUENCIA-IDX FROM 1 BY 1
               UNTIL WSV-SECUENCIA-IDX > WSV-SECUENCIA-TOTAL.

       0208-LIMPIA-TIEMPOS.
           MOVE ZEROS TO WSV-SE-SUMA-DIA (WSV-SECUENCIA-IDX).
           MOVE ZEROS TO WSV-SE-CUENTA-DIA (WSV-SECUENCIA-IDX).
           MOVE ZEROS TO WSV-SE-SUMA-TODOS (WSV-SECUENCIA-IDX).
           MOVE ZEROS TO WSV-SE-CUENTA-TODOS (WSV-SECUENCIA-IDX).
           MOVE ZEROS TO WSV-SE-ESTIMADO (WSV-SECUENCIA-IDX).

       0209-LEE-TIEMPO.
           READ DRV-TIEMPOS-FILE
               AT END SET WSS-TIEMPOS-FIN TO TRUE
           END-READ.
           IF NOT WSS-TIEMPOS-FIN
               IF STH-FECHA NOT < WSV-VN-FECHA-DESDE
                       AND STH-FECHA < CTL-RUN-DATE
                       AND STH-RC < WSC-RC-SEVERO
                   PERFORM 0210-ACUMULA-TIEMPO
                       VARYING WSV-SECUENCIA-IDX FROM 1 BY 1
                       UNTIL WSV-SECUENCIA-IDX > WSV-SECUENCIA-TOTAL
               END-IF
           END-IF.

       0210-ACUMULA-TIEMPO.
           IF WSV-SE-PROGRAMA (WSV-SECUENCIA-IDX) = STH-PROGRAMA
               ADD STH-SEGUNDOS
                   TO WSV-SE-SUMA-TODOS (WSV-SECUENCIA-IDX)
               ADD 1 TO WSV-SE-CUENTA-TODOS (WSV-SECUENCIA-IDX)
               IF STH-DIA-SEMANA = WSV-VN-DIA-SEMANA
                   ADD STH-SEGUNDOS
                       TO WSV-SE-SUMA-DIA (WSV-SECUENCIA-IDX)
                   ADD 1 TO WSV-SE-CUENTA-DIA (WSV-SECUENCIA-IDX)
               END-IF
           END-IF.

       0211-PROMEDIA-PASO.
           EVALUATE TRUE
               WHEN WSV-SE-CUENTA-DIA (WSV-SECUENCIA-IDX) > ZEROS
                   COMPUTE WSV-SE-ESTIMADO (WSV-SECUENCIA-IDX) ROUNDED
                       = WSV-SE-SUMA-DIA (WSV-SECUENCIA-IDX)
                       / WSV-SE-CUENTA-DIA (WSV-SECUENCIA-IDX)
               WHEN WSV-SE-CUENTA-TODOS (WSV-SECUENCIA-IDX) > ZEROS
                   COMPUTE WSV-SE-ESTIMADO (WSV-SECUENCIA-IDX) ROUNDED
                       = WSV-SE-SUMA-TODOS (WSV-SECUENCIA-IDX)
                       / WSV-SE-CUENTA-TODOS (WSV-SECUENCIA-IDX)
               WHEN OTHER
                   MOVE ZEROS TO WSV-SE-ESTIMADO (WSV-SECUENCIA-IDX)
           END-EVALUATE.

      *> EJECUTA (U OMITE) EL PASO DE LA SECUENCIA EN TURNO: EN UNA
      *> REANUDACION SE OMITEN LOS PASOS YA COMPLETOS Y LOS MARCADOS
      *> 'N' (TRABAJAN SOBRE TOTALES QUE UNA REANUDACION DEJA
                   ' SEG: ' WSV-PE-SEGUNDOS (WSV-PASOS-TOTAL)
                   DELIMITED BY SIZE INTO WSV-LOG-LINEA.
           WRITE DRV-LOG-RECORD FROM WSV-LOG-LINEA.
           PERFORM 025-GRABA-TIEMPO.
           IF WSV-PASO-RC > WSV-RC-MAXIMO
               MOVE WSV-PASO-RC TO WSV-RC-MAXIMO
           END-IF.
      *> REANUDACION PARA QUE UNA RE-CORRIDA DEL MISMO DIA ARRANQUE
      *> EN EL SIGUIENTE.
               PERFORM 024-GRABA-REANUDACION
               PERFORM 027-PROYECTA-VENTANA
           END-IF.

      *> AGREGA EL TRANSCURRIDO DEL PASO AL HISTORICO STEPHIST.
       025-GRABA-TIEMPO.
           MOVE SPACES TO DRV-TIEMPOS-RECORD.
           MOVE CTL-RUN-DATE TO STH-FECHA.
           MOVE WSV-VN-DIA-SEMANA TO STH-DIA-SEMANA.
           MOVE WSV-PASO-NUMERO TO STH-PASO.
           MOVE WSV-PASO-NOMBRE TO STH-PROGRAMA.
           MOVE WSV-HORA-INICIO TO STH-INICIO.
           MOVE WSV-PE-SEGUNDOS (WSV-PASOS-TOTAL) TO STH-SEGUNDOS.
           MOVE WSV-PASO-RC TO STH-RC.
           OPEN EXTEND DRV-TIEMPOS-FILE.
           IF WSV-TIEMPOS-STATUS = '35'
               OPEN OUTPUT DRV-TIEMPOS-FILE
               CLOSE DRV-TIEMPOS-FILE
               OPEN EXTEND DRV-TIEMPOS-FILE
           END-IF.
           WRITE DRV-TIEMPOS-RECORD.
           CLOSE DRV-TIEMPOS-FILE.

      *> PROYECTA EL FIN DE LA NOCHE: TRANSCURRIDO DESDE EL ARRANQUE
      *> MAS EL PROMEDIO HISTORICO DE LOS PASOS QUE FALTAN. LA
      *> PROYECCION QUEDA EN DRVLOG; SI CRUZA EL LIMITE DE DRVWIND SE
      *> AVISA UNA SOLA VEZ POR CORRIDA CON SEVERIDAD W A OPALERT.
       027-PROYECTA-VENTANA.
           MOVE ZEROS TO WSV-VN-SEG-RESTANTE.
           COMPUTE WSV-PROY-IDX = WSV-SECUENCIA-IDX + 1.
           PERFORM 0271-SUMA-PENDIENTE
               VARYING WSV-PROY-IDX FROM WSV-PROY-IDX BY 1
               UNTIL WSV-PROY-IDX > WSV-SECUENCIA-TOTAL.
           COMPUTE WSV-VN-SEG-TRANSCURRIDO =
               WSV-SEG-FIN - WSV-VN-SEG-ARRANQUE.
           IF WSV-VN-SEG-TRANSCURRIDO < ZEROS
               ADD 86400 TO WSV-VN-SEG-TRANSCURRIDO
           END-IF.
           COMPUTE WSV-VN-SEG-PROYECTADO =
               WSV-VN-SEG-TRANSCURRIDO + WSV-VN-SEG-RESTANTE.
           COMPUTE WSV-VN-SEG-FIN-ESTIMADO =
               WSV-SEG-FIN + WSV-VN-SEG-RESTANTE.
           DIVIDE 86400 INTO WSV-VN-SEG-FIN-ESTIMADO
               GIVING WSV-VN-COCIENTE
               REMAINDER WSV-VN-SEG-DEL-DIA.
           DIVIDE 3600 INTO WSV-VN-SEG-DEL-DIA
               GIVING WSV-VN-FE-HH REMAINDER WSV-VN-RESTO-HORA.
           DIVIDE 60 INTO WSV-VN-RESTO-HORA
               GIVING WSV-VN-FE-MM REMAINDER WSV-VN-FE-SS.
           MOVE SPACES TO WSV-LOG-LINEA.
           STRING 'PROYECCION TRAS PASO ' WSV-PASO-NUMERO
                   ': RESTAN ' WSV-VN-SEG-RESTANTE
                   ' SEG, FIN ESTIMADO ' WSV-VN-FIN-ESTIMADO
                   DELIMITED BY SIZE INTO WSV-LOG-LINEA.
           IF WSS-HAY-VENTANA
               MOVE ' LIMITE ' TO WSV-LOG-LINEA (65:8)
               MOVE WSV-VN-HORA-LIMITE TO WSV-LOG-LINEA (73:6)
           END-IF.
           WRITE DRV-LOG-RECORD FROM WSV-LOG-LINEA.
           IF WSS-HAY-VENTANA
                   AND NOT WSS-VENTANA-AVISADA
                   AND WSV-VN-SEG-PROYECTADO > WSV-VN-SEG-LIMITE
               PERFORM 0273-AVISA-VENTANA
           END-IF.

       0271-SUMA-PENDIENTE.
           ADD WSV-SE-ESTIMADO (WSV-PROY-IDX) TO WSV-VN-SEG-RESTANTE.

       0273-AVISA-VENTANA.
           SET WSS-VENTANA-AVISADA TO TRUE.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'VENTANA EN RIESGO: FIN ' WSV-VN-FIN-ESTIMADO
                   ' LIMITE ' WSV-VN-HORA-LIMITE
                   ' TRAS ' WSV-PASO-NOMBRE
                   ' RESTAN ' WSV-VN-SEG-RESTANTE ' SEG'
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           SET AUD-ALERTA-OPERADOR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           MOVE AUD-MENSAJE TO WSV-LOG-LINEA.
           WRITE DRV-LOG-RECORD FROM WSV-LOG-LINEA.
           DISPLAY 'DRIVER - ' WSV-LOG-LINEA.

       024-GRABA-REANUDACION.
           MOVE SPACES TO DRV-RESTART-RECORD.
           MOVE CTL-RUN-DATE TO DRR-FECHA.
               MOVE WSV-PASO-RC TO WSV-RC-MAXIMO
           END-IF.

      *> TENDENCIA SEMANAL DE TIEMPOS POR PASO SOBRE STEPHIST: IGUAL
      *> QUE EL CIERRE DE MES, EL PROGRAMA DECIDE SI LA FECHA DE
      *> CORRIDA ES EL ULTIMO DIA HABIL DE LA SEMANA Y EN CUALQUIER
      *> OTRO DIA TERMINA LIMPIO SIN TRABAJAR.
       036-TENDENCIA-SEMANAL.
           MOVE 0 TO RETURN-CODE.
           CALL 'PLATZI-STEP-TREND'.
           MOVE RETURN-CODE TO WSV-PASO-RC.
           MOVE SPACES TO WSV-LOG-LINEA.
           STRING 'TENDENCIA SEMANAL (PLATZI-STEP-TREND) RC: '
                   WSV-PASO-RC
                   DELIMITED BY SIZE INTO WSV-LOG-LINEA.
           WRITE DRV-LOG-RECORD FROM WSV-LOG-LINEA.
           IF WSV-PASO-RC > WSV-RC-MAXIMO
               MOVE WSV-PASO-RC TO WSV-RC-MAXIMO
           END-IF.

      *> UN BATCH COMPLETO CORTA EL CTLCARD DE LA SIGUIENTE CORRIDA.
      *> EL CORTE VA AL FINAL DE TODO (DESPUES DE GEN-KEEPER,
      *> HOUSEKEEPING Y EL RELEVO): ESOS PASOS RELEEN CTLCARD VIA
           MOVE SPACES TO WSV-CTL-LINEA.
           STRING 'ARITMETICA   - PARES PROCESADOS: '
                   RUN-ARIT-PARES ' SUSPENSOS: ' RUN-ARIT-SUSPENSOS
                   ' DET.RECHAZ: ' RUN-ARIT-RECHAZADOS
                   DELIMITED BY SIZE INTO WSV-CTL-LINEA.
           WRITE DRV-CTL-REPORT-RECORD FROM WSV-CTL-LINEA.

      *> CIERRE Y EL ESTADO DE MES SALIA INCONSISTENTE CONTRA LOS
      *> HISTORICOS IFDHIST/SUSPHIST QUE SI TRAIAN EL DIA.
                       PERFORM 034-CIERRA-MES
                       PERFORM 036-TENDENCIA-SEMANAL
                   ELSE
                       MOVE SPACES TO WSV-LOG-LINEA
                       STRING 'HISTORIA RUNHIST OMITIDA (TOTALES '
                   MOVE RETURN-CODE TO WSV-RC-MAXIMO
               END-IF
           END-IF.
      *> LOS PAQUETES POR DESTINATARIO SE ARMAN CON TODOS LOS
      *> REPORTES YA EN DISCO, INCLUIDO EL RELEVO; UNA CORRIDA
      *> DETENIDA SI SE DISTRIBUYE: UN REPORTE CUYO PASO NO TERMINO
      *> CON ESTA FECHA EN STEPHIST (NO CORRIO, FALLO O SE OMITIO), O
      *> QUE NO SALE DE UN PASO Y NO TRAE LA FECHA EN SU ENCABEZADO,
      *> QUEDA MARCADO COMO FALTANTE EN RPTDLOG AUNQUE EN DISCO HAYA
      *> UNA COPIA DE OTRA NOCHE.
           IF NOT WSS-CORRIDA-RECHAZADA
               MOVE 0 TO RETURN-CODE
               CALL 'PLATZI-RPT-DISTRIB'
               IF RETURN-CODE > WSV-RC-MAXIMO
                   MOVE RETURN-CODE TO WSV-RC-MAXIMO
               END-IF
           END-IF.
      *> EL CORTE DE LA TARJETA DEL SIGUIENTE DIA ES LO ULTIMO DE LA
      *> CORRIDA: TODOS LOS CONSUMIDORES DE CTLCARD (GEN-KEEPER,
      *> HOUSEKEEPING, EL RELEVO Y LA BITACORA) YA TERMINARON CON LA

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Tendencia semanal de los tiempos del batch por paso.
      *          El driver deja el transcurrido de cada paso en el
      *          historico STEPHIST y con el pronostica la ventana de
      *          la noche, pero un paso que crece unos segundos por
      *          semana no se nota en ninguna noche suelta hasta que
      *          la ventana ya no alcanza. El driver llama este paso
      *          al final de cada batch completo, pero solo trabaja
      *          cuando la fecha de corrida es el ULTIMO DIA HABIL de
      *          la semana (el siguiente dia habil segun PLATZI-BIZDAY
      *          cae en otra semana), igual que PLATZI-MONTH-END con
      *          el mes: compara el promedio por paso de los ultimos
      *          siete dias contra el de los siete anteriores y deja
      *          en STEPTRPT cada paso con su diferencia en segundos y
      *          en porcentaje, marcando los que crecen mas que el
      *          umbral de la tarjeta STEPTPRM (10% por omision), y al
      *          final los pasos en crecimiento de mayor a menor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-STEP-TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STT-TIEMPOS-FILE ASSIGN TO "STEPHIST"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TIEMPOS-STATUS.

           SELECT STT-PARAM-FILE   ASSIGN TO "STEPTPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT STT-REPORT-FILE  ASSIGN TO "STEPTRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE DRV-TIEMPOS-RECORD EN PLATZI-BATCH-DRIVER.
       FD  STT-TIEMPOS-FILE.
       01  STT-TIEMPOS-RECORD.
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

      *> UMBRAL DE CRECIMIENTO EN PORCENTAJE A PARTIR DEL QUE UN PASO
      *> SE MARCA EN EL REPORTE.
       FD  STT-PARAM-FILE.
       01  STT-PARAM-RECORD.
           05 STP-UMBRAL-PCT           PIC 9(03).
           05 FILLER                   PIC X(77).

       FD  STT-REPORT-FILE.
       01  STT-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-LECTURA-SWITCHES       PIC X     VALUE '1'.
           88 WSS-LECTURA-FIN                   VALUE '0'.

      *> LA FECHA DE CORRIDA ES EL ULTIMO DIA HABIL DE LA SEMANA; SIN
      *> ESO EL PASO NO TRABAJA (Y TERMINA LIMPIO).
       77 WSS-CIERRE-SWITCHES        PIC X     VALUE '0'.
           88 WSS-ES-CIERRE-DE-SEMANA           VALUE '1'.

       77 WSV-TIEMPOS-STATUS         PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

       77 WSC-RC-SEVERO              PIC 9(03) VALUE 8.
       77 WSV-UMBRAL-PCT             PIC 9(03) VALUE 10.

      *> LIMITES DE LAS DOS SEMANAS EN DIAS ENTEROS: LA ACTUAL SON LOS
      *> SIETE DIAS QUE TERMINAN EN LA FECHA DE CORRIDA Y LA ANTERIOR
      *> LOS SIETE PREVIOS.
       01 WSV-SEMANAS.
          05 WSV-ENTERO-CORRIDA      PIC 9(07) VALUE ZEROS.
          05 WSV-ENTERO-SIGUIENTE    PIC 9(07) VALUE ZEROS.
          05 WSV-ENTERO-REGISTRO     PIC 9(07) VALUE ZEROS.
          05 WSV-DIA-CORRIDA         PIC 9(01) VALUE ZEROS.
          05 WSV-DIA-SIGUIENTE       PIC 9(01) VALUE ZEROS.
          05 WSV-COCIENTE            PIC 9(07) VALUE ZEROS.
          05 WSV-RESIDUO             PIC 9(01) VALUE ZEROS.
          05 WSV-ANTIGUEDAD          PIC 9(07) VALUE ZEROS.

      *> PASOS VISTOS EN LAS DOS SEMANAS, CON SUMA Y CUENTA DE CADA
      *> UNA, SU PROMEDIO Y LA DIFERENCIA (SEGUNDOS Y PORCENTAJE).
       01 WSV-PASOS-TABLA.
          05 WSV-PS-ENTRADA         OCCURS 40 TIMES.
             10 WSV-PS-PROGRAMA     PIC X(22).
             10 WSV-PS-SUMA-ACT     PIC 9(07).
             10 WSV-PS-CUENTA-ACT   PIC 9(03).
             10 WSV-PS-SUMA-ANT     PIC 9(07).
             10 WSV-PS-CUENTA-ANT   PIC 9(03).
             10 WSV-PS-PROM-ACT     PIC 9(05).
             10 WSV-PS-PROM-ANT     PIC 9(05).
             10 WSV-PS-DIFERENCIA   PIC S9(05).
             10 WSV-PS-PCT          PIC S9(05)V9.
             10 WSV-PS-CRECE        PIC X(01).
             10 WSV-PS-LISTADO      PIC X(01).

       77 WSC-PASOS-MAXIMO           PIC 9(02) VALUE 40.
       77 WSV-PASOS-TOTAL            PIC 9(02) VALUE ZEROS.
       77 WSV-PASO-IDX               PIC 9(02) VALUE ZEROS.
       77 WSV-PASO-ENCONTRADO        PIC 9(02) VALUE ZEROS.
       77 WSV-MAYOR-IDX              PIC 9(02) VALUE ZEROS.
       77 WSV-RANGO                  PIC 9(02) VALUE ZEROS.

       *> TOTALES DE LA NOCHE PROMEDIO DE CADA SEMANA
       01 WSV-TOTALES.
          05 WSV-NOCHE-ACT           PIC 9(07) VALUE ZEROS.
          05 WSV-NOCHE-ANT           PIC 9(07) VALUE ZEROS.
          05 WSV-NOCHE-DIF           PIC S9(07) VALUE ZEROS.
          05 WSV-CONT-CRECEN         PIC 9(02) VALUE ZEROS.
          05 WSV-CONT-DECRECEN       PIC 9(02) VALUE ZEROS.
          05 WSV-CONT-NUEVOS         PIC 9(02) VALUE ZEROS.

      *> CAMPOS EDITADOS DEL REPORTE
       01 WSV-EDICION.
          05 WSV-ED-PROM-ACT         PIC ZZZZ9.
          05 WSV-ED-PROM-ANT         PIC ZZZZ9.
          05 WSV-ED-DIFERENCIA       PIC -ZZZZ9.
          05 WSV-ED-PCT              PIC -ZZZZ9.9.
          05 WSV-ED-NOCHE            PIC ZZZZZZ9.
          05 WSV-ED-NOCHE-DIF        PIC -ZZZZZZ9.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-ES-CIERRE-DE-SEMANA
               PERFORM 015-LEE-PARAMETRO
               PERFORM 020-CARGA-TIEMPOS
               PERFORM 030-CALCULA-TENDENCIA
                   VARYING WSV-PASO-IDX FROM 1 BY 1
                   UNTIL WSV-PASO-IDX > WSV-PASOS-TOTAL
               PERFORM 050-ESCRIBE-REPORTE
           END-IF.
           PERFORM 090-TERMINA.

           GOBACK.

      *> LA TENDENCIA SOLO TRABAJA CUANDO LA FECHA DE CORRIDA ES EL
      *> ULTIMO DIA HABIL DE LA SEMANA: EL SIGUIENTE DIA HABIL SEGUN
      *> BIZCAL CAE UNA SEMANA O MAS ADELANTE, O EN UN DIA DE LA
      *> SEMANA QUE NO ES POSTERIOR AL DE HOY (1 = LUNES).
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           COMPUTE WSV-ENTERO-CORRIDA =
               FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE).
           DIVIDE 7 INTO WSV-ENTERO-CORRIDA GIVING WSV-COCIENTE
               REMAINDER WSV-RESIDUO.
           MOVE WSV-RESIDUO TO WSV-DIA-CORRIDA.
           IF WSV-DIA-CORRIDA = ZEROS
               MOVE 7 TO WSV-DIA-CORRIDA
           END-IF.
           SET BZD-SIGUIENTE-HABIL TO TRUE.
           MOVE CTL-RUN-DATE TO BZD-FECHA-1.
           CALL 'PLATZI-BIZDAY' USING BZD-PARM-RECORD.
           IF BZD-OK
               COMPUTE WSV-ENTERO-SIGUIENTE =
                   FUNCTION INTEGER-OF-DATE (BZD-FECHA-RESULTADO)
               DIVIDE 7 INTO WSV-ENTERO-SIGUIENTE GIVING WSV-COCIENTE
                   REMAINDER WSV-RESIDUO
               MOVE WSV-RESIDUO TO WSV-DIA-SIGUIENTE
               IF WSV-DIA-SIGUIENTE = ZEROS
                   MOVE 7 TO WSV-DIA-SIGUIENTE
               END-IF
               IF WSV-ENTERO-SIGUIENTE - WSV-ENTERO-CORRIDA > 6
                       OR WSV-DIA-SIGUIENTE NOT > WSV-DIA-CORRIDA
                   SET WSS-ES-CIERRE-DE-SEMANA TO TRUE
               END-IF
           END-IF.
           IF NOT WSS-ES-CIERRE-DE-SEMANA
               DISPLAY 'STEP-TREND - ' CTL-RUN-DATE ' NO ES EL '
                   'ULTIMO DIA HABIL DE LA SEMANA, SIN TENDENCIA'
           ELSE
               DISPLAY 'STEP-TREND - TENDENCIA DE LA SEMANA AL '
                   CTL-RUN-DATE
           END-IF.

       015-LEE-PARAMETRO.
           OPEN INPUT STT-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ STT-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                       AND STP-UMBRAL-PCT NUMERIC
                       AND STP-UMBRAL-PCT > ZEROS
                   MOVE STP-UMBRAL-PCT TO WSV-UMBRAL-PCT
               END-IF
               CLOSE STT-PARAM-FILE
           END-IF.

      *> SOLO CUENTAN LOS PASOS QUE NO TERMINARON EN CODIGO SEVERO:
      *> UN PASO QUE ABORTA A MEDIO CAMINO NO MIDE SU DURACION REAL.
       020-CARGA-TIEMPOS.
           OPEN INPUT STT-TIEMPOS-FILE.
           IF WSV-TIEMPOS-STATUS = '00'
               PERFORM 022-LEE-TIEMPO UNTIL WSS-LECTURA-FIN
               CLOSE STT-TIEMPOS-FILE
           ELSE
               DISPLAY 'STEP-TREND - SIN HISTORICO STEPHIST'
           END-IF.

       022-LEE-TIEMPO.
           READ STT-TIEMPOS-FILE
               AT END SET WSS-LECTURA-FIN TO TRUE
           END-READ.
           IF NOT WSS-LECTURA-FIN
               IF STH-FECHA NUMERIC AND STH-FECHA > ZEROS
                       AND STH-FECHA NOT > CTL-RUN-DATE
                       AND STH-RC < WSC-RC-SEVERO
                   COMPUTE WSV-ENTERO-REGISTRO =
                       FUNCTION INTEGER-OF-DATE (STH-FECHA)
                   COMPUTE WSV-ANTIGUEDAD =
                       WSV-ENTERO-CORRIDA - WSV-ENTERO-REGISTRO
                   IF WSV-ANTIGUEDAD < 14
                       PERFORM 024-UBICA-PASO
                       PERFORM 026-ACUMULA-TIEMPO
                   END-IF
               END-IF
           END-IF.

       024-UBICA-PASO.
           MOVE ZEROS TO WSV-PASO-ENCONTRADO.
           IF WSV-PASOS-TOTAL > ZEROS
               PERFORM 025-COMPARA-PASO
                   VARYING WSV-PASO-IDX FROM 1 BY 1
                   UNTIL WSV-PASO-IDX > WSV-PASOS-TOTAL
           END-IF.
           IF WSV-PASO-ENCONTRADO = ZEROS
                   AND WSV-PASOS-TOTAL < WSC-PASOS-MAXIMO
               ADD 1 TO WSV-PASOS-TOTAL
               MOVE WSV-PASOS-TOTAL TO WSV-PASO-ENCONTRADO
               INITIALIZE WSV-PS-ENTRADA (WSV-PASO-ENCONTRADO)
               MOVE STH-PROGRAMA
                   TO WSV-PS-PROGRAMA (WSV-PASO-ENCONTRADO)
               MOVE 'N' TO WSV-PS-CRECE (WSV-PASO-ENCONTRADO)
               MOVE 'N' TO WSV-PS-LISTADO (WSV-PASO-ENCONTRADO)
           END-IF.

       025-COMPARA-PASO.
           IF WSV-PS-PROGRAMA (WSV-PASO-IDX) = STH-PROGRAMA
               MOVE WSV-PASO-IDX TO WSV-PASO-ENCONTRADO
           END-IF.

       026-ACUMULA-TIEMPO.
           IF WSV-PASO-ENCONTRADO > ZEROS
               IF WSV-ANTIGUEDAD < 7
                   ADD STH-SEGUNDOS
                       TO WSV-PS-SUMA-ACT (WSV-PASO-ENCONTRADO)
                   ADD 1 TO WSV-PS-CUENTA-ACT (WSV-PASO-ENCONTRADO)
               ELSE
                   ADD STH-SEGUNDOS
                       TO WSV-PS-SUMA-ANT (WSV-PASO-ENCONTRADO)
                   ADD 1 TO WSV-PS-CUENTA-ANT (WSV-PASO-ENCONTRADO)
               END-IF
           END-IF.

      *> PROMEDIO DE CADA SEMANA Y DIFERENCIA; UN PASO SIN HISTORIA
      *> EN LA SEMANA ANTERIOR ES NUEVO Y NO SE CALIFICA.
       030-CALCULA-TENDENCIA.
           IF WSV-PS-CUENTA-ACT (WSV-PASO-IDX) > ZEROS
               COMPUTE WSV-PS-PROM-ACT (WSV-PASO-IDX) ROUNDED =
                   WSV-PS-SUMA-ACT (WSV-PASO-IDX)
                   / WSV-PS-CUENTA-ACT (WSV-PASO-IDX)
           END-IF.
           IF WSV-PS-CUENTA-ANT (WSV-PASO-IDX) > ZEROS
               COMPUTE WSV-PS-PROM-ANT (WSV-PASO-IDX) ROUNDED =
                   WSV-PS-SUMA-ANT (WSV-PASO-IDX)
                   / WSV-PS-CUENTA-ANT (WSV-PASO-IDX)
           END-IF.
           ADD WSV-PS-PROM-ACT (WSV-PASO-IDX) TO WSV-NOCHE-ACT.
           ADD WSV-PS-PROM-ANT (WSV-PASO-IDX) TO WSV-NOCHE-ANT.
           COMPUTE WSV-PS-DIFERENCIA (WSV-PASO-IDX) =
               WSV-PS-PROM-ACT (WSV-PASO-IDX)
               - WSV-PS-PROM-ANT (WSV-PASO-IDX).
           EVALUATE TRUE
               WHEN WSV-PS-CUENTA-ANT (WSV-PASO-IDX) = ZEROS
                       OR WSV-PS-CUENTA-ACT (WSV-PASO-IDX) = ZEROS
                   ADD 1 TO WSV-CONT-NUEVOS
               WHEN WSV-PS-PROM-ANT (WSV-PASO-IDX) = ZEROS
                   IF WSV-PS-DIFERENCIA (WSV-PASO-IDX) > ZEROS
                       MOVE 'S' TO WSV-PS-CRECE (WSV-PASO-IDX)
                       ADD 1 TO WSV-CONT-CRECEN
                   END-IF
               WHEN OTHER
                   COMPUTE WSV-PS-PCT (WSV-PASO-IDX) ROUNDED =
                       WSV-PS-DIFERENCIA (WSV-PASO-IDX) * 100
                       / WSV-PS-PROM-ANT (WSV-PASO-IDX)
                   IF WSV-PS-DIFERENCIA (WSV-PASO-IDX) > ZEROS
                           AND WSV-PS-PCT (WSV-PASO-IDX)
                               NOT < WSV-UMBRAL-PCT
                       MOVE 'S' TO WSV-PS-CRECE (WSV-PASO-IDX)
                       ADD 1 TO WSV-CONT-CRECEN
                   END-IF
                   IF WSV-PS-DIFERENCIA (WSV-PASO-IDX) < ZEROS
                       ADD 1 TO WSV-CONT-DECRECEN
                   END-IF
           END-EVALUATE.

       050-ESCRIBE-REPORTE.
           OPEN OUTPUT STT-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TENDENCIA SEMANAL DE TIEMPOS POR PASO - SEMANA AL '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PROMEDIO EN SEGUNDOS, ULTIMOS 7 DIAS CONTRA LOS 7 '
                   'ANTERIORES; UMBRAL ' WSV-UMBRAL-PCT '%'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO STT-REPORT-LINE.
           WRITE STT-REPORT-LINE.
           MOVE 'PASO                   ACTUAL ANTER.   DIF.     PCT'
               TO WSV-REPORTE-LINEA.
           WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 052-ESCRIBE-PASO
               VARYING WSV-PASO-IDX FROM 1 BY 1
               UNTIL WSV-PASO-IDX > WSV-PASOS-TOTAL.
           MOVE SPACES TO STT-REPORT-LINE.
           WRITE STT-REPORT-LINE.
           COMPUTE WSV-NOCHE-DIF = WSV-NOCHE-ACT - WSV-NOCHE-ANT.
           MOVE WSV-NOCHE-ACT TO WSV-ED-NOCHE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'NOCHE PROMEDIO ACTUAL:   ' WSV-ED-NOCHE ' SEG'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-NOCHE-ANT TO WSV-ED-NOCHE.
           MOVE WSV-NOCHE-DIF TO WSV-ED-NOCHE-DIF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'NOCHE PROMEDIO ANTERIOR: ' WSV-ED-NOCHE ' SEG'
                   '  DIFERENCIA: ' WSV-ED-NOCHE-DIF ' SEG'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PASOS EN CRECIMIENTO: ' WSV-CONT-CRECEN
                   '  EN BAJA: ' WSV-CONT-DECRECEN
                   '  SIN SEMANA DE COMPARACION: ' WSV-CONT-NUEVOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-CONT-CRECEN > ZEROS
               MOVE SPACES TO STT-REPORT-LINE
               WRITE STT-REPORT-LINE
               MOVE 'PASOS EN CRECIMIENTO, DE MAYOR A MENOR (SEG):'
                   TO WSV-REPORTE-LINEA
               WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA
               PERFORM 056-ESCRIBE-MAYOR
                   VARYING WSV-RANGO FROM 1 BY 1
                   UNTIL WSV-RANGO > WSV-CONT-CRECEN
           END-IF.
           CLOSE STT-REPORT-FILE.

       052-ESCRIBE-PASO.
           PERFORM 054-EDITA-PASO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-PS-PROGRAMA (WSV-PASO-IDX)
                   ' ' WSV-ED-PROM-ACT
                   ' ' WSV-ED-PROM-ANT
                   ' ' WSV-ED-DIFERENCIA
                   ' ' WSV-ED-PCT
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           EVALUATE TRUE
               WHEN WSV-PS-CUENTA-ANT (WSV-PASO-IDX) = ZEROS
                       OR WSV-PS-CUENTA-ACT (WSV-PASO-IDX) = ZEROS
                   MOVE 'SIN COMPARACION' TO WSV-REPORTE-LINEA (62:15)
               WHEN WSV-PS-CRECE (WSV-PASO-IDX) = 'S'
                   MOVE '<< CRECE' TO WSV-REPORTE-LINEA (62:8)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA.

       054-EDITA-PASO.
           MOVE WSV-PS-PROM-ACT (WSV-PASO-IDX) TO WSV-ED-PROM-ACT.
           MOVE WSV-PS-PROM-ANT (WSV-PASO-IDX) TO WSV-ED-PROM-ANT.
           MOVE WSV-PS-DIFERENCIA (WSV-PASO-IDX) TO WSV-ED-DIFERENCIA.
           MOVE WSV-PS-PCT (WSV-PASO-IDX) TO WSV-ED-PCT.

      *> CADA VUELTA BUSCA EL PASO EN CRECIMIENTO AUN NO LISTADO CON
      *> LA MAYOR DIFERENCIA EN SEGUNDOS Y LO ESCRIBE.
       056-ESCRIBE-MAYOR.
           MOVE ZEROS TO WSV-MAYOR-IDX.
           PERFORM 058-COMPARA-MAYOR
               VARYING WSV-PASO-IDX FROM 1 BY 1
               UNTIL WSV-PASO-IDX > WSV-PASOS-TOTAL.
           IF WSV-MAYOR-IDX > ZEROS
               MOVE 'S' TO WSV-PS-LISTADO (WSV-MAYOR-IDX)
               MOVE WSV-MAYOR-IDX TO WSV-PASO-IDX
               PERFORM 054-EDITA-PASO
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING '  ' WSV-RANGO '. '
                       WSV-PS-PROGRAMA (WSV-MAYOR-IDX)
                       ' +' WSV-ED-DIFERENCIA ' SEG '
                       WSV-ED-PCT '%'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE STT-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

       058-COMPARA-MAYOR.
           IF WSV-PS-CRECE (WSV-PASO-IDX) = 'S'
                   AND WSV-PS-LISTADO (WSV-PASO-IDX) = 'N'
               IF WSV-MAYOR-IDX = ZEROS
                   MOVE WSV-PASO-IDX TO WSV-MAYOR-IDX
               ELSE
                   IF WSV-PS-DIFERENCIA (WSV-PASO-IDX)
                           > WSV-PS-DIFERENCIA (WSV-MAYOR-IDX)
                       MOVE WSV-PASO-IDX TO WSV-MAYOR-IDX
                   END-IF
               END-IF
           END-IF.

      *> SIEMPRE TERMINA EN CERO: LA TENDENCIA ES INFORMATIVA Y NO
      *> DEBE ENSUCIAR EL CODIGO DE LA CORRIDA.
       090-TERMINA.
           IF WSS-ES-CIERRE-DE-SEMANA
               DISPLAY 'STEP-TREND - PASOS: ' WSV-PASOS-TOTAL
                   ' EN CRECIMIENTO: ' WSV-CONT-CRECEN
           END-IF.
           MOVE 0 TO RETURN-CODE.

       END PROGRAM PLATZI-STEP-TREND.

      * Mod:    23-08-2026 - El respaldo de 010-INICIO cuando CTLCARD no
      *         trae limite sube de 99 a 99999.99, el maximo del nuevo
      *         dominio fraccionario de CTL-ARIT-MAX.
      * Mod:    15-10-2026 - ARITTRAN puede traer varias transmisiones
      *         por dia, cada una con su propio header 'H' y trailer
      *         'T'. 050-VALIDA-TRANSMISIONES hace una primera pasada
      *         que cuadra conteo y hash totals de cada transmision por
      *         separado; una transmision truncada, desbalanceada, de
      *         otra fecha o sin fuente se rechaza sola (reporte
      *         ARITTXRP, bitacora con severidad de error y
      *         RETURN-CODE 4) y las demas se procesan en la segunda
      *         pasada. El paso solo aborta con 12 si ninguna
      *         transmision queda aceptada. ARITOUT y ARITSUSP llevan
      *         la fuente de la transmision en cada registro, el
      *         checkpoint guarda la posicion fisica en ARITTRAN, y
      *         RUN-ARIT-RECHAZADOS lleva los detalles no procesados
      *         para el cuadre de fin de dia. El nuevo registro de
      *         fuentes esperadas ARITSRC (fuente y dias de la semana)
      *         alerta al operador por cada fuente esperada hoy que no
      *         llego.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-ARITMETICA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARIT-TRANS-FILE  ASSIGN TO "ARITTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRANS-STATUS.

           SELECT ARIT-SUSPENSE-FILE ASSIGN TO "ARITSUSP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CHKPT-STATUS.

           SELECT ARIT-FUENTES-FILE ASSIGN TO "ARITSRC"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-FUENTES-STATUS.

           SELECT ARIT-TX-REPORT-FILE ASSIGN TO "ARITTXRP"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARIT-TRANS-FILE.
           05 ASR-MOTIVO               PIC X(40).
           05 ASR-FILLER-2             PIC X(1).
           05 ASR-FECHA-PROCESO        PIC 9(08).
           05 ASR-FILLER-3             PIC X(1).
           05 ASR-FUENTE               PIC X(08).

      *> INTERFASE DE POSTEO: UN REGISTRO POR TRANSACCION CALCULADA,
      *> CON LOS OPERANDOS, LOS CUATRO RESULTADOS, LA FECHA DE CORRIDA
      *> Y UN CODIGO DE ESTADO ('OK' LIMPIO, 'EX' CON EXCEPCION DE
      *> DESBORDE O DIVISION POR CERO EN ALGUNA OPERACION), MAS LA
      *> FUENTE DE LA TRANSMISION DE ARITTRAN QUE TRAJO EL PAR.
       FD  ARIT-OUT-FILE.
       01  ARIT-OUT-RECORD.
           05 AOR-NUMERO-A             PIC 9(5)V99.
           05 AOR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 AOR-ESTADO               PIC X(02).
           05 FILLER                   PIC X(1).
           05 AOR-FUENTE               PIC X(08).

      *> CHECKPOINT DE RE-CORRIDA (MISMO PATRON QUE PTCHKPT EN
      *> PLATZI-PERFORM-TIMES): POSICION COMPROMETIDA EN ARITTRAN Y
      *> TOTALES ACUMULADOS HASTA ELLA, SELLADOS CON LA FECHA DE
      *> CORRIDA PARA NO RESTAURAR UN CHECKPOINT DE OTRO DIA.
      *> AKR-POSICION ES EL NUMERO DE REGISTRO FISICO DE ARITTRAN
      *> (HEADERS Y TRAILERS INCLUIDOS) DEL ULTIMO DETALLE PROCESADO.
       FD  ARIT-CHECKPOINT-FILE.
       01  ARIT-CHECKPOINT-RECORD.
           05 AKR-PARES                PIC 9(05).
           05 AKR-HASH-A               PIC 9(09)V99.
           05 AKR-HASH-B               PIC 9(09)V99.
           05 AKR-FECHA                PIC 9(08).
           05 AKR-POSICION             PIC 9(07).
           05 FILLER                   PIC X(33).

      *> REGISTRO DE FUENTES ESPERADAS: UNA FUENTE POR REGISTRO Y UNA
      *> MARCA 'S' POR CADA DIA DE LA SEMANA (LUNES A DOMINGO) EN QUE
      *> ESA FUENTE DEBE MANDAR SU TRANSMISION DE ARITTRAN.
       FD  ARIT-FUENTES-FILE.
       01  ARIT-FUENTES-RECORD.
           05 ASF-FUENTE               PIC X(08).
           05 FILLER                   PIC X(01).
           05 ASF-DIAS.
              10 ASF-DIA               PIC X(01) OCCURS 7 TIMES.
           05 FILLER                   PIC X(64).

      *> REPORTE DE TRANSMISIONES DEL DIA: ACEPTADAS, RECHAZADAS CON
      *> SU MOTIVO, Y FUENTES ESPERADAS QUE NO LLEGARON.
       FD  ARIT-TX-REPORT-FILE.
       01  ARIT-TX-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-CONTROL-SWITCHES        PIC X     VALUE '0'.
           88 WSS-CONTROL-ABEND                  VALUE '1'.

       *> HAY UNA TRANSMISION ABIERTA (HEADER O DETALLES SIN SU
       *> TRAILER TODAVIA) EN LA PASADA DE VALIDACION; SI EL ARCHIVO
       *> TERMINA ASI, ESA TRANSMISION LLEGO TRUNCADA.
       77 WSS-TX-SWITCHES             PIC X     VALUE '0'.
           88 WSS-TX-ABIERTA                     VALUE '1'.

       *> EL REGISTRO RECIEN LEIDO EN LA PASADA DE PROCESO ES UN
       *> DETALLE DE UNA TRANSMISION ACEPTADA, TODAVIA NO PROCESADO.
       77 WSS-DETALLE-SWITCHES        PIC X     VALUE '0'.
           88 WSS-DETALLE-PROCESABLE             VALUE '1'.

       *> FIN DEL REGISTRO DE FUENTES ESPERADAS Y FUENTE ENCONTRADA
       *> ENTRE LAS TRANSMISIONES DEL DIA.
       77 WSS-FUENTES-SWITCHES        PIC X     VALUE '1'.
           88 WSS-FUENTES-FIN                    VALUE '0'.
       77 WSS-LLEGO-SWITCHES          PIC X     VALUE '0'.
           88 WSS-FUENTE-LLEGO                   VALUE '1'.

       *> CONSTANTES
       77 WSC-NUMERO-A                PICTURE S9(5)V99
       *> REPORTE DE CONTROL CONSOLIDADO DEL DIA)
       77 WSV-ARIT-PARES              PIC 9(05) VALUE ZEROS.

       *> TOTALES DE CONTROL ACUMULADOS SOBRE LOS DETALLES PROCESADOS,
       *> CONCILIADOS POR 085-CUADRA-PASADA CONTRA LOS DE LAS
       *> TRANSMISIONES ACEPTADAS EN LA PASADA DE VALIDACION.
       77 WSV-HASH-A                  PIC 9(09)V99 VALUE ZEROS.
       77 WSV-HASH-B                  PIC 9(09)V99 VALUE ZEROS.

       *> TRANSMISIONES DE ARITTRAN ENCONTRADAS POR LA PASADA DE
       *> VALIDACION. CADA REGISTRO FISICO DEL ARCHIVO QUEDA DENTRO DEL
       *> RANGO DESDE/HASTA DE EXACTAMENTE UNA ENTRADA: UN TRAILER O
       *> DETALLES FUERA DE UN HEADER ABREN SU PROPIA ENTRADA, YA
       *> RECHAZADA, PARA QUE LA PASADA DE PROCESO LOS PUEDA SALTAR.
       01 WSV-TX-TABLA.
          05 WSV-TX-ENTRADA         OCCURS 50 TIMES.
             10 WSV-TX-FUENTE       PIC X(08).
             10 WSV-TX-FECHA        PIC 9(08).
             10 WSV-TX-DESDE        PIC 9(07).
             10 WSV-TX-HASTA        PIC 9(07).
             10 WSV-TX-DETALLES     PIC 9(05).
             10 WSV-TX-HASH-A       PIC 9(09)V99.
             10 WSV-TX-HASH-B       PIC 9(09)V99.
             10 WSV-TX-ESTADO       PIC X(01).
                88 WSV-TX-ACEPTADA            VALUE 'A'.
                88 WSV-TX-RECHAZADA           VALUE 'R'.
             10 WSV-TX-REGISTRO     PIC X(01).
                88 WSV-TX-REGISTRADA          VALUE 'S'.
             10 WSV-TX-MOTIVO       PIC X(40).

       77 WSC-TX-MAXIMO               PIC 9(03) VALUE 50.
       77 WSV-TX-CANTIDAD             PIC 9(03) VALUE ZEROS.
       77 WSV-TX-IDX                  PIC 9(03) VALUE ZEROS.
       77 WSV-TX-RECHAZO              PIC X(40) VALUE SPACES.

       *> POSICION FISICA DEL REGISTRO LEIDO EN ARITTRAN (LA MISMA EN
       *> LAS DOS PASADAS) Y TOTALES DE LA PASADA DE VALIDACION
       77 WSV-POSICION                PIC 9(07) VALUE ZEROS.
       77 WSV-TX-ACEPTADAS            PIC 9(03) VALUE ZEROS.
       77 WSV-TX-RECHAZADAS           PIC 9(03) VALUE ZEROS.
       77 WSV-DET-ACEPTADOS           PIC 9(05) VALUE ZEROS.
       77 WSV-DET-RECHAZADOS          PIC 9(05) VALUE ZEROS.
       77 WSV-ACE-HASH-A              PIC 9(09)V99 VALUE ZEROS.
       77 WSV-ACE-HASH-B              PIC 9(09)V99 VALUE ZEROS.

       *> DIA DE LA SEMANA DE LA FECHA DE CORRIDA (1 = LUNES), PARA
       *> BUSCAR SU MARCA EN EL REGISTRO DE FUENTES ESPERADAS
       77 WSV-ENTERO-CORRIDA          PIC 9(07) VALUE ZEROS.
       77 WSV-COCIENTE                PIC 9(07) VALUE ZEROS.
       77 WSV-RESIDUO                 PIC 9(01) VALUE ZEROS.
       77 WSV-DIA-CORRIDA             PIC 9(01) VALUE ZEROS.
       77 WSV-FUENTES-FALTANTES       PIC 9(03) VALUE ZEROS.
       77 WSV-FUENTES-STATUS          PIC XX    VALUE SPACES.

       77 WSV-REPORTE-LINEA           PIC X(80) VALUE SPACES.

       *> MOTIVO DEL ABORTO DE CONTROL, MOSTRADO Y ENVIADO A LA
       *> BITACORA POR 095-ABORTA-CONTROL
       77 WSV-ABEND-MOTIVO            PIC X(40) VALUE SPACES.

       *> CONTROL DEL CHECKPOINT DE RE-CORRIDA: ESTADOS DE ARCHIVO Y
       *> POSICION FISICA DEL ULTIMO DETALLE YA PROCESADO, HASTA LA
       *> QUE 032-LEE-REGISTRO DEBE BRINCAR AL REANUDAR
       77 WSV-CHKPT-STATUS            PIC XX    VALUE SPACES.
       77 WSV-SUSP-STATUS             PIC XX    VALUE SPACES.
       77 WSV-OUT-STATUS              PIC XX    VALUE SPACES.
       77 WSV-TRANS-STATUS            PIC XX    VALUE SPACES.
       77 WSV-REANUDA-POSICION        PIC 9(07) VALUE ZEROS.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TRANSACCIONES UNTIL WSS-ARIT-FIN.
           PERFORM 085-CUADRA-PASADA.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

      *> PRIMERO SE VALIDAN TODAS LAS TRANSMISIONES DE ARITTRAN Y SE
      *> REVISA EL REGISTRO DE FUENTES ESPERADAS; LUEGO ARITTRAN SE
      *> REABRE PARA LA PASADA DE PROCESO, QUE SOLO TOCA LOS DETALLES
      *> DE LAS TRANSMISIONES ACEPTADAS.
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           IF CTL-ARIT-MAX = ZEROS
               MOVE 99999.99 TO CTL-ARIT-MAX
           END-IF.
           PERFORM 006-LEE-CHECKPOINT.
           OPEN OUTPUT ARIT-TX-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TRANSMISIONES DE ARITTRAN   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO ARIT-TX-REPORT-LINE.
           WRITE ARIT-TX-REPORT-LINE.
           MOVE 'FUENTE   FECHA     DETAL. ESTADO    MOTIVO'
               TO WSV-REPORTE-LINEA.
           WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 050-VALIDA-TRANSMISIONES.
           PERFORM 070-VERIFICA-FUENTES.
      *> EN UNA REANUDACION LAS SALIDAS SE ABREN EN EXTEND PARA NO
      *> PISAR LOS SUSPENSOS Y POSTEOS YA CONFIRMADOS DE LA CORRIDA
      *> INTERRUMPIDA; EN UNA CORRIDA NORMAL SE ABREN EN OUTPUT COMO
      *> SIEMPRE.
           IF WSV-REANUDA-POSICION > 0
               OPEN EXTEND ARIT-SUSPENSE-FILE
               IF WSV-SUSP-STATUS = '35'
                   OPEN OUTPUT ARIT-SUSPENSE-FILE
               OPEN OUTPUT ARIT-OUT-FILE
           END-IF.
           DISPLAY 'ARITMETICA - FECHA DE PROCESO: ' CTL-RUN-DATE.
           IF NOT WSS-CONTROL-ABEND
               MOVE '1' TO WSS-ARIT-SWITCHES
               MOVE ZEROS TO WSV-POSICION
               MOVE 1 TO WSV-TX-IDX
               OPEN INPUT ARIT-TRANS-FILE
               PERFORM 030-LEE-TRANSACCION
           END-IF.

      *> RESTAURA LA POSICION COMPROMETIDA DE UNA CORRIDA INTERRUMPIDA
      *> DEL MISMO DIA (MISMO PATRON QUE 006-LEE-CHECKPOINT DE
               IF WSV-CHKPT-STATUS = '00'
                       AND AKR-FECHA = CTL-RUN-DATE
                       AND AKR-PARES > 0
                       AND AKR-POSICION IS NUMERIC
                       AND AKR-POSICION > 0
                   MOVE AKR-PARES TO WSV-ARIT-PARES
                   MOVE AKR-POSICION TO WSV-REANUDA-POSICION
                   MOVE AKR-SUSPENSOS TO WSV-ARIT-SUSPENSOS
                   MOVE AKR-HASH-A TO WSV-HASH-A
                   MOVE AKR-HASH-B TO WSV-HASH-B
                   DISPLAY 'ARITMETICA - REANUDA DESPUES DEL REGISTRO: '
                       WSV-REANUDA-POSICION
               END-IF
               CLOSE ARIT-CHECKPOINT-FILE
           END-IF.

       020-PROCESA-TRANSACCIONES.
           ADD 1 TO WSV-ARIT-PARES.
           ADD ATR-NUMERO-A TO WSV-HASH-A.
           PERFORM 048-ESCRIBE-CHECKPOINT.
           PERFORM 030-LEE-TRANSACCION.

      *> AVANZA HASTA EL SIGUIENTE DETALLE QUE HAYA QUE PROCESAR:
      *> HEADERS, TRAILERS, DETALLES DE TRANSMISIONES RECHAZADAS Y LOS
      *> YA CONFIRMADOS EN EL CHECKPOINT SE BRINCAN SIN TOCARLOS.
       030-LEE-TRANSACCION.
           MOVE '0' TO WSS-DETALLE-SWITCHES.
           PERFORM 032-LEE-REGISTRO
               UNTIL WSS-ARIT-FIN OR WSS-DETALLE-PROCESABLE.

       032-LEE-REGISTRO.
           READ ARIT-TRANS-FILE
               AT END SET WSS-ARIT-FIN TO TRUE
           END-READ.
           IF NOT WSS-ARIT-FIN
               ADD 1 TO WSV-POSICION
               PERFORM 034-AVANZA-TRANSMISION
                   UNTIL WSS-CONTROL-ABEND
                   OR WSV-POSICION NOT > WSV-TX-HASTA (WSV-TX-IDX)
               IF NOT WSS-CONTROL-ABEND
                       AND NOT ATH-ES-HEADER
                       AND NOT ATT-ES-TRAILER
                       AND WSV-TX-ACEPTADA (WSV-TX-IDX)
                       AND WSV-POSICION > WSV-REANUDA-POSICION
                   SET WSS-DETALLE-PROCESABLE TO TRUE
               END-IF
           END-IF.

      *> EL REGISTRO LEIDO CAE DESPUES DE LA TRANSMISION EN CURSO:
      *> PASA A LA SIGUIENTE. SI YA NO HAY MAS, ARITTRAN CAMBIO ENTRE
      *> LA PASADA DE VALIDACION Y LA DE PROCESO.
       034-AVANZA-TRANSMISION.
           IF WSV-TX-IDX < WSV-TX-CANTIDAD
               ADD 1 TO WSV-TX-IDX
           ELSE
               MOVE 'ARITTRAN CAMBIO ENTRE PASADAS'
                   TO WSV-ABEND-MOTIVO
               PERFORM 095-ABORTA-CONTROL
           END-IF.

       040-CALCULA-RESULTADOS.
      *> LAS CUATRO OPERACIONES (Y SU EQUIVALENTE EN COMPUTE) SE
      *> DELEGAN A LA RUTINA COMUN PLATZI-ARIT-CALC.
           MOVE WSV-R-MUL TO AOR-R-MUL.
           MOVE WSV-R-DIV TO AOR-R-DIV.
           MOVE CTL-RUN-DATE TO AOR-FECHA-PROCESO.
           MOVE WSV-TX-FUENTE (WSV-TX-IDX) TO AOR-FUENTE.
           IF CALC-MUL-DESBORDE OR CALC-DIV-DESBORDE
                   OR CALC-CMUL-DESBORDE OR CALC-CDIV-DESBORDE
               MOVE 'EX' TO AOR-ESTADO
           MOVE SPACE TO ASR-FILLER-1.
           MOVE SPACE TO ASR-FILLER-2.
           MOVE CTL-RUN-DATE TO ASR-FECHA-PROCESO.
           MOVE SPACE TO ASR-FILLER-3.
           MOVE WSV-TX-FUENTE (WSV-TX-IDX) TO ASR-FUENTE.
           WRITE ARIT-SUSPENSE-RECORD.
           ADD 1 TO WSV-ARIT-SUSPENSOS.
      *> EL MOTIVO DEL SUSPENSO VA A LA BITACORA CON SEVERIDAD DE
               PERFORM 045-REGISTRA-SUSPENSO
           END-IF.

      *> PRIMERA PASADA SOBRE ARITTRAN: SEPARA LAS TRANSMISIONES DEL
      *> DIA (CADA UNA DE SU HEADER A SU TRAILER) Y CUADRA CONTEO Y
      *> HASH TOTALS DE CADA UNA POR SU LADO, SIN PROCESAR NADA. UNA
      *> TRANSMISION MALA QUEDA RECHAZADA SOLA; EL PASO SOLO ABORTA SI
      *> EL ARCHIVO NO ESTA, VIENE VACIO O NINGUNA QUEDA ACEPTADA.
       050-VALIDA-TRANSMISIONES.
           MOVE ZEROS TO WSV-POSICION.
           OPEN INPUT ARIT-TRANS-FILE.
           IF WSV-TRANS-STATUS NOT = '00'
               MOVE 'ARITTRAN NO DISPONIBLE' TO WSV-ABEND-MOTIVO
               PERFORM 095-ABORTA-CONTROL
           ELSE
               PERFORM 052-VALIDA-REGISTRO UNTIL WSS-ARIT-FIN
               CLOSE ARIT-TRANS-FILE
               IF WSS-TX-ABIERTA AND NOT WSS-CONTROL-ABEND
                   MOVE 'TRANSMISION TRUNCADA, SIN TRAILER'
                       TO WSV-TX-RECHAZO
                   PERFORM 062-RECHAZA-ACTUAL
               END-IF
           END-IF.
           IF NOT WSS-CONTROL-ABEND
               IF WSV-TX-CANTIDAD = ZEROS
                   MOVE 'ARITTRAN VACIO, SIN REGISTRO HEADER'
                       TO WSV-ABEND-MOTIVO
                   PERFORM 095-ABORTA-CONTROL
               ELSE
                   PERFORM 066-REPORTA-TRANSMISION
                       VARYING WSV-TX-IDX FROM 1 BY 1
                       UNTIL WSV-TX-IDX > WSV-TX-CANTIDAD
                   IF WSV-TX-ACEPTADAS = ZEROS
                       MOVE 'NINGUNA TRANSMISION DE ARITTRAN ACEPTADA'
                           TO WSV-ABEND-MOTIVO
                       PERFORM 095-ABORTA-CONTROL
                   END-IF
               END-IF
           END-IF.

       052-VALIDA-REGISTRO.
           READ ARIT-TRANS-FILE
               AT END SET WSS-ARIT-FIN TO TRUE
           END-READ.
           IF NOT WSS-ARIT-FIN
               ADD 1 TO WSV-POSICION
               EVALUATE TRUE
                   WHEN ATH-ES-HEADER
                       PERFORM 054-ABRE-HEADER
                   WHEN ATT-ES-TRAILER
                       PERFORM 056-CIERRA-TRAILER
                   WHEN OTHER
                       PERFORM 058-ACUMULA-DETALLE
               END-EVALUATE
               IF NOT WSS-CONTROL-ABEND
                   MOVE WSV-POSICION TO WSV-TX-HASTA (WSV-TX-IDX)
               END-IF
           END-IF.

      *> UN HEADER ABRE UNA TRANSMISION NUEVA; SI LA ANTERIOR SEGUIA
      *> ABIERTA, SE QUEDO SIN TRAILER Y SE RECHAZA. LA FECHA DEBE SER
      *> LA DE CORRIDA Y LA FUENTE NO PUEDE VENIR EN BLANCO.
       054-ABRE-HEADER.
           IF WSS-TX-ABIERTA
               MOVE 'TRANSMISION SIN TRAILER' TO WSV-TX-RECHAZO
               PERFORM 062-RECHAZA-ACTUAL
           END-IF.
           PERFORM 060-ABRE-TRANSMISION.
           IF NOT WSS-CONTROL-ABEND
               MOVE ATH-FUENTE TO WSV-TX-FUENTE (WSV-TX-IDX)
               MOVE ATH-FECHA TO WSV-TX-FECHA (WSV-TX-IDX)
               IF ATH-FECHA NOT = CTL-RUN-DATE
                   MOVE 'FECHA DE HEADER NO ES LA DE CORRIDA'
                       TO WSV-TX-RECHAZO
                   PERFORM 062-RECHAZA-ACTUAL
               END-IF
               IF ATH-FUENTE = SPACES
                   MOVE 'HEADER SIN FUENTE' TO WSV-TX-RECHAZO
                   PERFORM 062-RECHAZA-ACTUAL
               END-IF
           END-IF.

      *> EL TRAILER CIERRA LA TRANSMISION ABIERTA Y CUADRA SU CONTEO
      *> Y SUS HASH TOTALS CONTRA LO ACUMULADO SOBRE SUS DETALLES.
       056-CIERRA-TRAILER.
           IF NOT WSS-TX-ABIERTA
               PERFORM 060-ABRE-TRANSMISION
               MOVE 'TRAILER SIN HEADER' TO WSV-TX-RECHAZO
               PERFORM 062-RECHAZA-ACTUAL
           END-IF.
           IF NOT WSS-CONTROL-ABEND
               EVALUATE TRUE
                   WHEN ATT-TOTAL-REGISTROS
                           NOT = WSV-TX-DETALLES (WSV-TX-IDX)
                       MOVE 'CONTEO DE TRAILER NO BALANCEA'
                           TO WSV-TX-RECHAZO
                       PERFORM 062-RECHAZA-ACTUAL
                   WHEN ATT-HASH-A NOT = WSV-TX-HASH-A (WSV-TX-IDX)
                           OR ATT-HASH-B
                           NOT = WSV-TX-HASH-B (WSV-TX-IDX)
                       MOVE 'HASH TOTAL DE TRAILER NO BALANCEA'
                           TO WSV-TX-RECHAZO
                       PERFORM 062-RECHAZA-ACTUAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE '0' TO WSS-TX-SWITCHES
           END-IF.

      *> DETALLES QUE NO VIENEN DESPUES DE UN HEADER QUEDAN EN UNA
      *> ENTRADA PROPIA, RECHAZADA, HASTA EL SIGUIENTE HEADER.
       058-ACUMULA-DETALLE.
           IF NOT WSS-TX-ABIERTA
               PERFORM 060-ABRE-TRANSMISION
               MOVE 'DETALLES FUERA DE UNA TRANSMISION'
                   TO WSV-TX-RECHAZO
               PERFORM 062-RECHAZA-ACTUAL
           END-IF.
           IF NOT WSS-CONTROL-ABEND
               ADD 1 TO WSV-TX-DETALLES (WSV-TX-IDX)
               ADD ATR-NUMERO-A TO WSV-TX-HASH-A (WSV-TX-IDX)
               ADD ATR-NUMERO-B TO WSV-TX-HASH-B (WSV-TX-IDX)
           END-IF.

       060-ABRE-TRANSMISION.
           IF WSV-TX-CANTIDAD NOT < WSC-TX-MAXIMO
               MOVE 'MAS TRANSMISIONES QUE LA TABLA'
                   TO WSV-ABEND-MOTIVO
               PERFORM 095-ABORTA-CONTROL
           ELSE
               ADD 1 TO WSV-TX-CANTIDAD
               MOVE WSV-TX-CANTIDAD TO WSV-TX-IDX
               MOVE SPACES TO WSV-TX-FUENTE (WSV-TX-IDX)
               MOVE ZEROS TO WSV-TX-FECHA (WSV-TX-IDX)
               MOVE WSV-POSICION TO WSV-TX-DESDE (WSV-TX-IDX)
               MOVE WSV-POSICION TO WSV-TX-HASTA (WSV-TX-IDX)
               MOVE ZEROS TO WSV-TX-DETALLES (WSV-TX-IDX)
               MOVE ZEROS TO WSV-TX-HASH-A (WSV-TX-IDX)
               MOVE ZEROS TO WSV-TX-HASH-B (WSV-TX-IDX)
               SET WSV-TX-ACEPTADA (WSV-TX-IDX) TO TRUE
               MOVE SPACE TO WSV-TX-REGISTRO (WSV-TX-IDX)
               MOVE SPACES TO WSV-TX-MOTIVO (WSV-TX-IDX)
               SET WSS-TX-ABIERTA TO TRUE
           END-IF.

      *> SE CONSERVA EL PRIMER MOTIVO DE RECHAZO DE LA TRANSMISION.
       062-RECHAZA-ACTUAL.
           IF NOT WSS-CONTROL-ABEND
               IF WSV-TX-ACEPTADA (WSV-TX-IDX)
                   SET WSV-TX-RECHAZADA (WSV-TX-IDX) TO TRUE
                   MOVE WSV-TX-RECHAZO TO WSV-TX-MOTIVO (WSV-TX-IDX)
               END-IF
           END-IF.

      *> UNA LINEA DE REPORTE POR TRANSMISION. LAS RECHAZADAS VAN
      *> ADEMAS A LA BITACORA CON SEVERIDAD DE ERROR (SOLO EN LA
      *> CORRIDA ORIGINAL, NO EN UNA REANUDACION DEL MISMO DIA).
       066-REPORTA-TRANSMISION.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           IF WSV-TX-ACEPTADA (WSV-TX-IDX)
               ADD 1 TO WSV-TX-ACEPTADAS
               ADD WSV-TX-DETALLES (WSV-TX-IDX) TO WSV-DET-ACEPTADOS
               ADD WSV-TX-HASH-A (WSV-TX-IDX) TO WSV-ACE-HASH-A
               ADD WSV-TX-HASH-B (WSV-TX-IDX) TO WSV-ACE-HASH-B
               STRING WSV-TX-FUENTE (WSV-TX-IDX) ' '
                       WSV-TX-FECHA (WSV-TX-IDX) '  '
                       WSV-TX-DETALLES (WSV-TX-IDX) '  ACEPTADA'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               DISPLAY 'ARITTRAN TRANSMISION ACEPTADA - FUENTE: '
                   WSV-TX-FUENTE (WSV-TX-IDX) ' DETALLES: '
                   WSV-TX-DETALLES (WSV-TX-IDX)
           ELSE
               ADD 1 TO WSV-TX-RECHAZADAS
               ADD WSV-TX-DETALLES (WSV-TX-IDX) TO WSV-DET-RECHAZADOS
               STRING WSV-TX-FUENTE (WSV-TX-IDX) ' '
                       WSV-TX-FECHA (WSV-TX-IDX) '  '
                       WSV-TX-DETALLES (WSV-TX-IDX) '  RECHAZADA '
                       WSV-TX-MOTIVO (WSV-TX-IDX)
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               DISPLAY 'ARITTRAN TRANSMISION RECHAZADA - FUENTE: '
                   WSV-TX-FUENTE (WSV-TX-IDX) ' '
                   WSV-TX-MOTIVO (WSV-TX-IDX)
               IF WSV-REANUDA-POSICION = ZEROS
                   MOVE SPACES TO AUD-MENSAJE
                   STRING 'TRANSMISION RECHAZADA '
                           WSV-TX-FUENTE (WSV-TX-IDX)
                           ' DET=' WSV-TX-DETALLES (WSV-TX-IDX) ' '
                           WSV-TX-MOTIVO (WSV-TX-IDX)
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ERROR TO TRUE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               END-IF
           END-IF.
           WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA.

      *> CRUZA LAS TRANSMISIONES DEL DIA CONTRA EL REGISTRO DE FUENTES
      *> ESPERADAS ARITSRC: CADA FUENTE MARCADA PARA EL DIA DE LA
      *> SEMANA DE LA CORRIDA QUE NO MANDO NINGUNA TRANSMISION (NI
      *> SIQUIERA UNA RECHAZADA) SE AVISA AL OPERADOR, Y CADA FUENTE
      *> QUE LLEGO SIN ESTAR REGISTRADA SE ANOTA COMO ADVERTENCIA.
       070-VERIFICA-FUENTES.
           MOVE SPACES TO ARIT-TX-REPORT-LINE.
           WRITE ARIT-TX-REPORT-LINE.
           OPEN INPUT ARIT-FUENTES-FILE.
           IF WSV-FUENTES-STATUS NOT = '00'
               MOVE 'SIN REGISTRO DE FUENTES ARITSRC, NO SE VERIFICA'
                   TO WSV-REPORTE-LINEA
               WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA
               DISPLAY 'ARITMETICA - ' WSV-REPORTE-LINEA (1:50)
           ELSE
               COMPUTE WSV-ENTERO-CORRIDA =
                   FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE)
               DIVIDE 7 INTO WSV-ENTERO-CORRIDA GIVING WSV-COCIENTE
                   REMAINDER WSV-RESIDUO
               MOVE WSV-RESIDUO TO WSV-DIA-CORRIDA
               IF WSV-DIA-CORRIDA = ZEROS
                   MOVE 7 TO WSV-DIA-CORRIDA
               END-IF
               MOVE '1' TO WSS-FUENTES-SWITCHES
               PERFORM 072-LEE-FUENTE UNTIL WSS-FUENTES-FIN
               CLOSE ARIT-FUENTES-FILE
               PERFORM 076-FUENTE-NO-REGISTRADA
                   VARYING WSV-TX-IDX FROM 1 BY 1
                   UNTIL WSV-TX-IDX > WSV-TX-CANTIDAD
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'FUENTES ESPERADAS SIN TRANSMISION: '
                       WSV-FUENTES-FALTANTES
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

       072-LEE-FUENTE.
           READ ARIT-FUENTES-FILE
               AT END SET WSS-FUENTES-FIN TO TRUE
           END-READ.
           IF NOT WSS-FUENTES-FIN AND ASF-FUENTE NOT = SPACES
               MOVE '0' TO WSS-LLEGO-SWITCHES
               PERFORM 074-MARCA-REGISTRADA
                   VARYING WSV-TX-IDX FROM 1 BY 1
                   UNTIL WSV-TX-IDX > WSV-TX-CANTIDAD
               IF ASF-DIA (WSV-DIA-CORRIDA) = 'S'
                       AND NOT WSS-FUENTE-LLEGO
                   PERFORM 078-FUENTE-FALTANTE
               END-IF
           END-IF.

       074-MARCA-REGISTRADA.
           IF WSV-TX-FUENTE (WSV-TX-IDX) = ASF-FUENTE
               SET WSV-TX-REGISTRADA (WSV-TX-IDX) TO TRUE
               SET WSS-FUENTE-LLEGO TO TRUE
           END-IF.

       076-FUENTE-NO-REGISTRADA.
           IF WSV-TX-FUENTE (WSV-TX-IDX) NOT = SPACES
                   AND NOT WSV-TX-REGISTRADA (WSV-TX-IDX)
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'FUENTE NO REGISTRADA EN ARITSRC: '
                       WSV-TX-FUENTE (WSV-TX-IDX)
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA
               IF WSV-REANUDA-POSICION = ZEROS
                   MOVE WSV-REPORTE-LINEA TO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               END-IF
           END-IF.

      *> LA FUENTE DEBIA TRANSMITIR HOY Y NO LLEGO: AVISO INMEDIATO
      *> AL OPERADOR POR OPALERT PARA QUE LA PERSIGA DURANTE LA NOCHE.
       078-FUENTE-FALTANTE.
           ADD 1 TO WSV-FUENTES-FALTANTES.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FUENTE ESPERADA SIN TRANSMISION: ' ASF-FUENTE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'ARITMETICA - ' WSV-REPORTE-LINEA (1:50).
           IF WSV-REANUDA-POSICION = ZEROS
               MOVE SPACES TO AUD-MENSAJE
               STRING 'FUENTE ' ASF-FUENTE
                       ' ESPERADA HOY SIN TRANSMISION EN ARITTRAN'
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               SET AUD-ALERTA-OPERADOR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

      *> CUADRA LA PASADA DE PROCESO CONTRA LA DE VALIDACION: LOS
      *> DETALLES PROCESADOS Y SUS HASH TOTALS DEBEN SER EXACTAMENTE
      *> LOS DE LAS TRANSMISIONES ACEPTADAS; CUALQUIER DIFERENCIA
      *> ABORTA EL PASO CON RETURN-CODE 12.
       085-CUADRA-PASADA.
           IF NOT WSS-CONTROL-ABEND
               IF WSV-ARIT-PARES NOT = WSV-DET-ACEPTADOS
                       OR WSV-HASH-A NOT = WSV-ACE-HASH-A
                       OR WSV-HASH-B NOT = WSV-ACE-HASH-B
                   MOVE 'PASADA NO CUADRA CON LAS TRANSMISIONES'
                       TO WSV-ABEND-MOTIVO
                   PERFORM 095-ABORTA-CONTROL
               ELSE
                   DISPLAY 'ARITTRAN BALANCEADO - DETALLES: '
                       WSV-ARIT-PARES
      *> LA PASADA QUEDO COMPLETA Y BALANCEADA: EL CHECKPOINT DE
      *> RE-CORRIDA YA NO TIENE NADA QUE REANUDAR Y SE BORRA (UN
      *> ABORTO DE CONTROL LO CONSERVA PARA LA REANUDACION).
                   PERFORM 049-BORRA-CHECKPOINT
               END-IF
           END-IF.

      *> GRABA LA POSICION COMPROMETIDA DESPUES DE CADA TRANSACCION
           MOVE WSV-HASH-A TO AKR-HASH-A.
           MOVE WSV-HASH-B TO AKR-HASH-B.
           MOVE CTL-RUN-DATE TO AKR-FECHA.
           MOVE WSV-POSICION TO AKR-POSICION.
           OPEN OUTPUT ARIT-CHECKPOINT-FILE.
           WRITE ARIT-CHECKPOINT-RECORD.
           CLOSE ARIT-CHECKPOINT-FILE.
           MOVE ZEROS TO AKR-HASH-A.
           MOVE ZEROS TO AKR-HASH-B.
           MOVE ZEROS TO AKR-FECHA.
           MOVE ZEROS TO AKR-POSICION.
           OPEN OUTPUT ARIT-CHECKPOINT-FILE.
           WRITE ARIT-CHECKPOINT-RECORD.
           CLOSE ARIT-CHECKPOINT-FILE.
           CLOSE ARIT-TRANS-FILE.
           CLOSE ARIT-SUSPENSE-FILE.
           CLOSE ARIT-OUT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TRANSMISIONES ACEPTADAS: ' WSV-TX-ACEPTADAS
                   '  RECHAZADAS: ' WSV-TX-RECHAZADAS
                   '  DETALLES RECHAZADOS: ' WSV-DET-RECHAZADOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSS-CONTROL-ABEND
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'PASO ABORTADO: ' WSV-ABEND-MOTIVO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE ARIT-TX-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           CLOSE ARIT-TX-REPORT-FILE.

      *> ABORTO POR CONTROL DE HEADER/TRAILER: DEJA EL MOTIVO EN
      *> CONSOLA Y EN LA BITACORA, FIJA RETURN-CODE 12 Y CORTA LA

      *> FIJA EL RETURN-CODE DE SALIDA PARA QUE EL JCL (O EL DRIVER
      *> DIARIO) PUEDA DISTINGUIR UNA CORRIDA LIMPIA DE UNA CON
      *> REGISTROS EN EL REPORTE DE SUSPENSO, TRANSMISIONES
      *> RECHAZADAS O FUENTES ESPERADAS QUE NO LLEGARON.
       099-FINALIZA.
           MOVE WSV-ARIT-PARES TO RUN-ARIT-PARES.
           MOVE WSV-ARIT-SUSPENSOS TO RUN-ARIT-SUSPENSOS.
           MOVE WSV-DET-RECHAZADOS TO RUN-ARIT-RECHAZADOS.
           IF NOT WSS-CONTROL-ABEND
               IF WSV-ARIT-SUSPENSOS > 0
                       OR WSV-TX-RECHAZADAS > 0
                       OR WSV-FUENTES-FALTANTES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE

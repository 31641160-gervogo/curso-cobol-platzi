      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Antiguedad de saldos de cuentas por cobrar, avisos de
      *          cobro e interes moratorio. Corre cada noche despues de
      *          PLATZI-AR-LEDGER sobre el maestro de partidas abiertas
      *          ARMSTR. A cada factura le fija una sola vez la fecha
      *          de vencimiento: la fecha de factura mas CMR-PLAZO dias
      *          HABILES del maestro CLIMSTR, contados con la rutina
      *          comun PLATZI-BIZDAY (un cliente sin CLIMSTR vence el
      *          mismo dia de la factura). El saldo abierto se reparte
      *          por cliente en los tramos corriente / 1-30 / 31-60 /
      *          61-90 / mas de 90 dias vencidos (dias naturales desde
      *          el vencimiento) en el reporte ARAGERPT. Cuando una
      *          factura sube de tramo vencido se graba un aviso de
      *          cobro en ARDUNN con el nivel de carta (1 a 4); el nivel
      *          ya avisado queda en la partida para no repetir la
      *          carta. El interes moratorio se calcula con la tasa
      *          mensual del registro INTMOR de VCS1MSTR (centesimos de
      *          por ciento: 00150 = 1.50% mensual; sin registro no se
      *          cobra interes) sobre el saldo vencido por los dias
      *          naturales desde el vencimiento o el ultimo cobro de
      *          interes, y se graba en ARINTBIL con el layout de BILLIN
      *          (articulo INTMOR) para que FACTURACION lo cobre como
      *          cualquier otro cargo, igual que FEEBILL. Una re-corrida
      *          del mismo dia no repite cartas ni interes.
      * Mod:    15-10-2026 - Control ARAGCTL con la ultima fecha de
      *         corrida completada (mismo criterio que ARCTL en
      *         PLATZI-AR-LEDGER): una re-corrida del mismo dia no
      *         reabre ARDUNN ni ARINTBIL y deja intactos los avisos y
      *         el interes que grabo la primera corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-AR-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-MAESTRO-FILE ASSIGN TO "ARMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ARM-FACTURA
                                    ALTERNATE RECORD KEY IS ARM-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT AGE-CLIENTE-FILE ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CMR-CODIGO
                                    FILE STATUS IS WSV-CLIMSTR-STATUS.

           SELECT AGE-UMBRAL-FILE  ASSIGN TO "VCS1MSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS VMR-NOMBRE
                                    FILE STATUS IS WSV-UMBRAL-STATUS.

           SELECT AGE-AVISO-FILE   ASSIGN TO "ARDUNN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-INTERES-FILE ASSIGN TO "ARINTBIL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-REPORTE-FILE ASSIGN TO "ARAGERPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-CONTROL-FILE ASSIGN TO "ARAGCTL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE AR-MASTER-RECORD EN PLATZI-AR-LEDGER.
       FD  AGE-MAESTRO-FILE.
       01  AR-MASTER-RECORD.
           05 ARM-FACTURA              PIC 9(06).
           05 ARM-CLIENTE              PIC X(06).
           05 ARM-FECHA-FACTURA        PIC 9(08).
           05 ARM-IMPORTE              PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-CREDITOS             PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-PAGOS                PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-SALDO                PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-FECHA-ULT-PAGO       PIC 9(08).
           05 ARM-ESTADO               PIC X(01).
              88 ARM-ABIERTA                     VALUE 'A'.
              88 ARM-PAGADA                      VALUE 'P'.
           05 ARM-FECHA-VENCE          PIC 9(08).
           05 ARM-NIVEL-AVISO          PIC 9(01).
           05 ARM-FECHA-INTERES        PIC 9(08).
           05 FILLER                   PIC X(03).

      *> MISMO LAYOUT QUE CLI-MASTER-RECORD EN PLATZI-CLI-MANT.
       FD  AGE-CLIENTE-FILE.
       01  CLI-MASTER-RECORD.
           05 CMR-CODIGO               PIC X(06).
           05 CMR-NOMBRE               PIC X(20).
           05 CMR-PLAZO                PIC 9(03).
           05 CMR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CMR-EXENTO               PIC X(01).

      *> MISMO LAYOUT QUE VMR-MASTER-RECORD EN VARIABLES-Y-CONSTANTES;
      *> DE AQUI SALE LA TASA DE INTERES MORATORIO (REGISTRO INTMOR).
       FD  AGE-UMBRAL-FILE.
       01  VMR-MASTER-RECORD.
           05 VMR-NOMBRE               PIC X(06).
           05 VMR-VALOR                PIC 9(05).

      *> AVISO DE COBRO: CLIENTE, NOMBRE, FACTURA, FECHAS DE FACTURA Y
      *> VENCIMIENTO, DIAS VENCIDOS, SALDO, NIVEL DE CARTA (1 = 1-30,
      *> 2 = 31-60, 3 = 61-90, 4 = MAS DE 90 DIAS) Y FECHA DE CORRIDA.
       FD  AGE-AVISO-FILE.
       01  AGE-AVISO-RECORD.
           05 ADR-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(01).
           05 ADR-NOMBRE               PIC X(20).
           05 FILLER                   PIC X(01).
           05 ADR-FACTURA              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 ADR-FECHA-FACTURA        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ADR-FECHA-VENCE          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ADR-DIAS-VENCIDOS        PIC 9(05).
           05 FILLER                   PIC X(01).
           05 ADR-SALDO                PIC 9(9)V99.
           05 FILLER                   PIC X(01).
           05 ADR-NIVEL                PIC 9(01).
           05 FILLER                   PIC X(01).
           05 ADR-FECHA-PROCESO        PIC 9(08).

      *> LINEAS DE INTERES EN EL LAYOUT DE BILLIN (VER
      *> PLATZI-FACTURACION): ARTICULO INTMOR, CANTIDAD 1 Y EL INTERES
      *> COMO PRECIO UNITARIO, UNA POR FACTURA VENCIDA.
       FD  AGE-INTERES-FILE.
       01  AGE-INTERES-RECORD.
           05 FLR-CLIENTE              PIC X(06).
           05 FLR-ARTICULO             PIC X(06).
           05 FLR-CANTIDAD             PIC 9(5)V99.
           05 FLR-PRECIO-UNITARIO      PIC 9(5)V99.
           05 FLR-ACCION               PIC X(01).
           05 FILLER                   PIC X(53).

       FD  AGE-REPORTE-FILE.
       01  AGE-REPORTE-LINE            PIC X(80).

      *> ULTIMA FECHA DE CORRIDA CON AVISOS E INTERES YA GRABADOS; SE
      *> REGRABA AL TERMINAR LA CORRIDA.
       FD  AGE-CONTROL-FILE.
       01  AGE-CONTROL-RECORD.
           05 AGC-FECHA-COMPLETA       PIC 9(08).
           05 FILLER                   PIC X(72).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-MAESTRO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-MAESTRO-FIN                   VALUE '0'.

       77 WSS-CLIMSTR-SWITCHES       PIC X     VALUE '0'.
           88 WSS-CLIMSTR-DISPONIBLE            VALUE '1'.

      *> EL CALCULO DEL VENCIMIENTO TROPEZO CON UNA FECHA INVALIDA
       77 WSS-VENCE-SWITCHES         PIC X     VALUE '0'.
           88 WSS-VENCE-ERROR                   VALUE '1'.

      *> LA FECHA DE CORRIDA YA SE COMPLETO (RE-CORRIDA): NO SE
      *> VUELVEN A GRABAR AVISOS NI INTERES.
       77 WSS-COMPLETA-SWITCHES      PIC X     VALUE '0'.
           88 WSS-FECHA-YA-COMPLETA             VALUE '1'.

       77 WSV-MAESTRO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-CONTROL-STATUS         PIC XX    VALUE SPACES.
       77 WSV-CLIMSTR-STATUS         PIC XX    VALUE SPACES.
       77 WSV-UMBRAL-STATUS          PIC XX    VALUE SPACES.

      *> TASA MENSUAL DE INTERES MORATORIO EN CENTESIMOS DE POR CIENTO
      *> (REGISTRO INTMOR DE VCS1MSTR; CERO = NO SE COBRA INTERES)
       77 WSV-TASA-INTERES           PIC 9(05) VALUE ZEROS.

      *> CLIENTE EN PROCESO (CORTE DE CONTROL) CON SU NOMBRE Y PLAZO
       01 WSV-CLIENTE-ACTUAL.
          05 WSV-CA-CODIGO           PIC X(06) VALUE SPACES.
          05 WSV-CA-NOMBRE           PIC X(20) VALUE SPACES.
          05 WSV-CA-PLAZO            PIC 9(03) VALUE ZEROS.

      *> DATOS DE LA PARTIDA EN PROCESO
       01 WSV-PARTIDA-TRABAJO.
          05 WSV-FECHA-CALCULO       PIC 9(08) VALUE ZEROS.
          05 WSV-DIAS-VENCIDOS       PIC 9(05) VALUE ZEROS.
          05 WSV-NIVEL               PIC 9(01) VALUE ZEROS.
          05 WSV-FECHA-DESDE         PIC 9(08) VALUE ZEROS.
          05 WSV-DIAS-INTERES        PIC 9(05) VALUE ZEROS.
          05 WSV-INTERES             PIC 9(09)V99 VALUE ZEROS.

      *> SALDO POR TRAMO DEL CLIENTE EN PROCESO Y DEL TOTAL DE LA
      *> CORRIDA: 1 = CORRIENTE, 2 = 1-30, 3 = 31-60, 4 = 61-90,
      *> 5 = MAS DE 90 DIAS VENCIDOS.
       01 WSV-TRAMOS-CLIENTE.
          05 WSV-TC-SALDO            PIC 9(10)V99 OCCURS 5 TIMES.
       01 WSV-TRAMOS-TOTAL.
          05 WSV-TT-SALDO            PIC 9(10)V99 OCCURS 5 TIMES.
       77 WSV-TRAMO-IDX              PIC 9(01) VALUE ZEROS.
       77 WSV-SALDO-CLIENTE          PIC 9(10)V99 VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-PARTIDAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CLIENTES       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-VENCIDAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-VENCE-FIJADO   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-VENCE-ERROR    PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-AVISOS         PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-INTERESES      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-INT-DESBORDE   PIC 9(05) VALUE ZEROS.
          05 WSV-TOTAL-INTERES       PIC 9(09)V99 VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='ARAGING '==.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF NOT WSS-FECHA-YA-COMPLETA
               PERFORM 016-ABRE-ARCHIVOS
               PERFORM 020-LEE-PARTIDA
               PERFORM 030-PROCESA-CLIENTE UNTIL WSS-MAESTRO-FIN
               PERFORM 080-REGRABA-CONTROL
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           PERFORM 012-LEE-TASA.
           OPEN OUTPUT AGE-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ANTIGUEDAD DE SALDOS CXC   FECHA: ' CTL-RUN-DATE
                   '   TASA INTERES MENSUAL: ' WSV-TASA-INTERES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AGE-REPORTE-LINE.
           WRITE AGE-REPORTE-LINE.
           MOVE '       CORRIENTE        1-30       31-60       61-90'
               TO WSV-REPORTE-LINEA.
           MOVE '      MAS 90' TO WSV-REPORTE-LINEA (53:12).
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AGE-REPORTE-LINE.
           WRITE AGE-REPORTE-LINE.
           MOVE ZEROS TO WSV-TRAMOS-TOTAL.
           PERFORM 014-LEE-CONTROL.

      *> CARGA LA TASA DE INTERES DEL REGISTRO INTMOR DE VCS1MSTR
      *> (MISMO PATRON QUE FEEPCT EN FEE-ASSESS); SIN MAESTRO O SIN
      *> REGISTRO NO SE COBRA INTERES.
       012-LEE-TASA.
           OPEN INPUT AGE-UMBRAL-FILE.
           IF WSV-UMBRAL-STATUS = '00'
               MOVE 'INTMOR' TO VMR-NOMBRE
               READ AGE-UMBRAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VMR-VALOR TO WSV-TASA-INTERES
               END-READ
               CLOSE AGE-UMBRAL-FILE
           END-IF.

      *> UNA RE-CORRIDA DEL MISMO CTL-RUN-DATE NO VUELVE A PROCESAR:
      *> LAS CARTAS Y EL INTERES DEL DIA YA ESTAN EN ARDUNN Y ARINTBIL
      *> Y REABRIRLOS LOS DEJARIA VACIOS.
       014-LEE-CONTROL.
           OPEN INPUT AGE-CONTROL-FILE.
           IF WSV-CONTROL-STATUS = '00'
               READ AGE-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-CONTROL-STATUS = '00'
                       AND AGC-FECHA-COMPLETA = CTL-RUN-DATE
                   SET WSS-FECHA-YA-COMPLETA TO TRUE
                   MOVE 'FECHA YA PROCESADA, NO SE REGRABAN AVISOS DE '
                       TO WSV-REPORTE-LINEA
                   WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   MOVE 'COBRO (ARDUNN) NI INTERES (ARINTBIL)'
                       TO WSV-REPORTE-LINEA
                   WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   DISPLAY 'AR-AGING - FECHA ' CTL-RUN-DATE
                       ' YA PROCESADA, SE OMITE'
               END-IF
               CLOSE AGE-CONTROL-FILE
           END-IF.

       016-ABRE-ARCHIVOS.
           OPEN OUTPUT AGE-AVISO-FILE.
           OPEN OUTPUT AGE-INTERES-FILE.
           OPEN INPUT AGE-CLIENTE-FILE.
           IF WSV-CLIMSTR-STATUS = '00'
               SET WSS-CLIMSTR-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'AR-AGING - SIN MAESTRO CLIMSTR, LAS FACTURAS '
                   'VENCEN EL DIA DE SU EMISION'
           END-IF.
      *> RECORRIDO POR LA LLAVE ALTERNA: LAS PARTIDAS DE CADA CLIENTE
      *> LLEGAN JUNTAS Y PERMITEN EL CORTE DE CONTROL POR CLIENTE.
           OPEN I-O AGE-MAESTRO-FILE.
           IF WSV-MAESTRO-STATUS NOT = '00'
               SET WSS-MAESTRO-FIN TO TRUE
               MOVE 'SIN MAESTRO ARMSTR, NADA QUE ANALIZAR'
                   TO WSV-REPORTE-LINEA
               WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA
           ELSE
               MOVE LOW-VALUES TO ARM-CLIENTE
               START AGE-MAESTRO-FILE
                   KEY IS NOT LESS THAN ARM-CLIENTE
                   INVALID KEY
                       SET WSS-MAESTRO-FIN TO TRUE
               END-START
           END-IF.

       020-LEE-PARTIDA.
           READ AGE-MAESTRO-FILE NEXT RECORD
               AT END SET WSS-MAESTRO-FIN TO TRUE
           END-READ.

      *> CORTE DE CONTROL POR CLIENTE: TOMA NOMBRE Y PLAZO DE CLIMSTR,
      *> ANALIZA TODAS SUS PARTIDAS Y ESCRIBE SU LINEA DE TRAMOS.
       030-PROCESA-CLIENTE.
           MOVE ARM-CLIENTE TO WSV-CA-CODIGO.
           MOVE SPACES TO WSV-CA-NOMBRE.
           MOVE ZEROS TO WSV-CA-PLAZO.
           IF WSS-CLIMSTR-DISPONIBLE
               MOVE ARM-CLIENTE TO CMR-CODIGO
               READ AGE-CLIENTE-FILE
                   INVALID KEY
                       MOVE 'NO EXISTE EN CLIMSTR' TO WSV-CA-NOMBRE
                   NOT INVALID KEY
                       MOVE CMR-NOMBRE TO WSV-CA-NOMBRE
                       MOVE CMR-PLAZO TO WSV-CA-PLAZO
               END-READ
           END-IF.
           MOVE ZEROS TO WSV-TRAMOS-CLIENTE.
           MOVE ZEROS TO WSV-SALDO-CLIENTE.
           PERFORM 040-ANALIZA-PARTIDA
               UNTIL WSS-MAESTRO-FIN
                  OR ARM-CLIENTE NOT = WSV-CA-CODIGO.
           IF WSV-SALDO-CLIENTE > ZEROS
               PERFORM 070-ESCRIBE-CLIENTE
           END-IF.

      *> SOLO LAS PARTIDAS ABIERTAS CON SALDO ENTRAN A LA ANTIGUEDAD.
       040-ANALIZA-PARTIDA.
           IF ARM-ABIERTA AND ARM-SALDO > ZEROS
               ADD 1 TO WSV-CONT-PARTIDAS
               IF ARM-FECHA-VENCE = ZEROS
                   PERFORM 042-FIJA-VENCIMIENTO
               END-IF
               PERFORM 044-CLASIFICA-TRAMO
               IF WSV-NIVEL > ARM-NIVEL-AVISO
                   PERFORM 050-GRABA-AVISO
               END-IF
               IF WSV-DIAS-VENCIDOS > ZEROS
                       AND WSV-TASA-INTERES > ZEROS
                   PERFORM 060-CALCULA-INTERES
               END-IF
               REWRITE AR-MASTER-RECORD
           END-IF.
           PERFORM 020-LEE-PARTIDA.

      *> VENCIMIENTO = FECHA DE FACTURA MAS CMR-PLAZO DIAS HABILES,
      *> AVANZANDO UN DIA HABIL A LA VEZ CON PLATZI-BIZDAY. SE FIJA
      *> UNA SOLA VEZ: UN CAMBIO POSTERIOR DE PLAZO NO MUEVE FACTURAS
      *> YA EMITIDAS.
       042-FIJA-VENCIMIENTO.
           MOVE ARM-FECHA-FACTURA TO WSV-FECHA-CALCULO.
           MOVE '0' TO WSS-VENCE-SWITCHES.
           PERFORM 043-SUMA-DIA-HABIL WSV-CA-PLAZO TIMES.
           IF WSS-VENCE-ERROR
               ADD 1 TO WSV-CONT-VENCE-ERROR
               MOVE ARM-FECHA-FACTURA TO ARM-FECHA-VENCE
               MOVE SPACES TO AUD-MENSAJE
               STRING 'FACTURA=' ARM-FACTURA
                       ' FECHA INVALIDA AL CALCULAR VENCIMIENTO,'
                       ' VENCE EL DIA DE EMISION'
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           ELSE
               MOVE WSV-FECHA-CALCULO TO ARM-FECHA-VENCE
           END-IF.
           ADD 1 TO WSV-CONT-VENCE-FIJADO.

       043-SUMA-DIA-HABIL.
           IF NOT WSS-VENCE-ERROR
               SET BZD-SIGUIENTE-HABIL TO TRUE
               MOVE WSV-FECHA-CALCULO TO BZD-FECHA-1
               CALL 'PLATZI-BIZDAY' USING BZD-PARM-RECORD
               IF BZD-OK
                   MOVE BZD-FECHA-RESULTADO TO WSV-FECHA-CALCULO
               ELSE
                   SET WSS-VENCE-ERROR TO TRUE
               END-IF
           END-IF.

      *> DIAS NATURALES VENCIDOS DESDE EL VENCIMIENTO Y TRAMO DEL
      *> SALDO; EL NIVEL DE CARTA COINCIDE CON EL TRAMO VENCIDO.
       044-CLASIFICA-TRAMO.
           MOVE ZEROS TO WSV-DIAS-VENCIDOS.
           IF CTL-RUN-DATE > ARM-FECHA-VENCE
               COMPUTE WSV-DIAS-VENCIDOS =
                   FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (ARM-FECHA-VENCE)
           END-IF.
           EVALUATE TRUE
               WHEN WSV-DIAS-VENCIDOS = ZEROS
                   MOVE 1 TO WSV-TRAMO-IDX
               WHEN WSV-DIAS-VENCIDOS NOT > 30
                   MOVE 2 TO WSV-TRAMO-IDX
               WHEN WSV-DIAS-VENCIDOS NOT > 60
                   MOVE 3 TO WSV-TRAMO-IDX
               WHEN WSV-DIAS-VENCIDOS NOT > 90
                   MOVE 4 TO WSV-TRAMO-IDX
               WHEN OTHER
                   MOVE 5 TO WSV-TRAMO-IDX
           END-EVALUATE.
           COMPUTE WSV-NIVEL = WSV-TRAMO-IDX - 1.
           IF WSV-NIVEL > ZEROS
               ADD 1 TO WSV-CONT-VENCIDAS
           END-IF.
           ADD ARM-SALDO TO WSV-TC-SALDO (WSV-TRAMO-IDX).
           ADD ARM-SALDO TO WSV-TT-SALDO (WSV-TRAMO-IDX).
           ADD ARM-SALDO TO WSV-SALDO-CLIENTE.

      *> LA FACTURA SUBIO DE TRAMO VENCIDO DESDE LA ULTIMA CARTA: SE
      *> GRABA EL AVISO DEL NUEVO NIVEL Y SE RECUERDA EN LA PARTIDA.
       050-GRABA-AVISO.
           MOVE SPACES TO AGE-AVISO-RECORD.
           MOVE ARM-CLIENTE TO ADR-CLIENTE.
           MOVE WSV-CA-NOMBRE TO ADR-NOMBRE.
           MOVE ARM-FACTURA TO ADR-FACTURA.
           MOVE ARM-FECHA-FACTURA TO ADR-FECHA-FACTURA.
           MOVE ARM-FECHA-VENCE TO ADR-FECHA-VENCE.
           MOVE WSV-DIAS-VENCIDOS TO ADR-DIAS-VENCIDOS.
           MOVE ARM-SALDO TO ADR-SALDO.
           MOVE WSV-NIVEL TO ADR-NIVEL.
           MOVE CTL-RUN-DATE TO ADR-FECHA-PROCESO.
           WRITE AGE-AVISO-RECORD.
           MOVE WSV-NIVEL TO ARM-NIVEL-AVISO.
           ADD 1 TO WSV-CONT-AVISOS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  AVISO NIVEL ' WSV-NIVEL ' CLIENTE ' ARM-CLIENTE
                   ' FACTURA ' ARM-FACTURA
                   ' VENCIDA ' WSV-DIAS-VENCIDOS ' DIAS'
                   ' SALDO: ' ARM-SALDO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'AVISO DE COBRO NIVEL ' WSV-NIVEL
                   ' FACTURA=' ARM-FACTURA
                   ' CLIENTE=' ARM-CLIENTE
                   ' DIAS=' WSV-DIAS-VENCIDOS
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> INTERES = SALDO X TASA MENSUAL X DIAS / 30, POR LOS DIAS
      *> NATURALES DESDE EL VENCIMIENTO O DESDE EL ULTIMO COBRO DE
      *> INTERES (LO QUE SEA POSTERIOR). LA FECHA DE INTERES AVANZA A
      *> LA FECHA DE CORRIDA SOLO CUANDO LA LINEA SE GRABA, ASI QUE UNA
      *> RE-CORRIDA DEL MISMO DIA NO VUELVE A COBRAR.
       060-CALCULA-INTERES.
           IF ARM-FECHA-INTERES > ARM-FECHA-VENCE
               MOVE ARM-FECHA-INTERES TO WSV-FECHA-DESDE
           ELSE
               MOVE ARM-FECHA-VENCE TO WSV-FECHA-DESDE
           END-IF.
           MOVE ZEROS TO WSV-DIAS-INTERES.
           IF CTL-RUN-DATE > WSV-FECHA-DESDE
               COMPUTE WSV-DIAS-INTERES =
                   FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (WSV-FECHA-DESDE)
           END-IF.
           MOVE ZEROS TO WSV-INTERES.
           IF WSV-DIAS-INTERES > ZEROS
               COMPUTE WSV-INTERES ROUNDED =
                   ARM-SALDO * WSV-TASA-INTERES / 10000
                   * WSV-DIAS-INTERES / 30
               IF WSV-INTERES > 99999.99
      *> NO CABE EN EL PRECIO UNITARIO DE BILLIN: SE REPORTA PARA
      *> COBRO MANUAL Y LA FECHA DE INTERES NO AVANZA.
                   ADD 1 TO WSV-CONT-INT-DESBORDE
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '  INTERES ' ARM-CLIENTE
                           ' FACTURA ' ARM-FACTURA
                           ' EXCEDE EL PRECIO DE BILLIN: ' WSV-INTERES
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   MOVE WSV-REPORTE-LINEA TO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               ELSE
                   IF WSV-INTERES > ZEROS
                       PERFORM 062-GRABA-INTERES
                   END-IF
               END-IF
           END-IF.

       062-GRABA-INTERES.
           MOVE SPACES TO AGE-INTERES-RECORD.
           MOVE ARM-CLIENTE TO FLR-CLIENTE.
           MOVE 'INTMOR' TO FLR-ARTICULO.
           MOVE 1 TO FLR-CANTIDAD.
           MOVE WSV-INTERES TO FLR-PRECIO-UNITARIO.
           MOVE 'V' TO FLR-ACCION.
           WRITE AGE-INTERES-RECORD.
           MOVE CTL-RUN-DATE TO ARM-FECHA-INTERES.
           ADD 1 TO WSV-CONT-INTERESES.
           ADD WSV-INTERES TO WSV-TOTAL-INTERES.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  INTERES ' ARM-CLIENTE ' FACTURA ' ARM-FACTURA
                   ' DIAS: ' WSV-DIAS-INTERES
                   ' MONTO: ' WSV-INTERES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'INTERES MORATORIO FACTURA=' ARM-FACTURA
                   ' CLIENTE=' ARM-CLIENTE
                   ' DIAS=' WSV-DIAS-INTERES
                   ' MONTO=' WSV-INTERES
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> LINEA DEL CLIENTE: ENCABEZADO CON NOMBRE Y SALDO TOTAL, Y LOS
      *> CINCO TRAMOS DEBAJO.
       070-ESCRIBE-CLIENTE.
           ADD 1 TO WSV-CONT-CLIENTES.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CLIENTE ' WSV-CA-CODIGO ' ' WSV-CA-NOMBRE
                   ' PLAZO: ' WSV-CA-PLAZO
                   ' SALDO: ' WSV-SALDO-CLIENTE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' WSV-TC-SALDO (1) ' ' WSV-TC-SALDO (2)
                   ' ' WSV-TC-SALDO (3) ' ' WSV-TC-SALDO (4)
                   ' ' WSV-TC-SALDO (5)
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.

       080-REGRABA-CONTROL.
           MOVE SPACES TO AGE-CONTROL-RECORD.
           MOVE CTL-RUN-DATE TO AGC-FECHA-COMPLETA.
           OPEN OUTPUT AGE-CONTROL-FILE.
           WRITE AGE-CONTROL-RECORD.
           CLOSE AGE-CONTROL-FILE.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-MAESTRO-STATUS = '00' OR WSV-MAESTRO-STATUS = '10'
               CLOSE AGE-MAESTRO-FILE
           END-IF.
           IF WSS-CLIMSTR-DISPONIBLE
               CLOSE AGE-CLIENTE-FILE
           END-IF.
           IF NOT WSS-FECHA-YA-COMPLETA
               CLOSE AGE-AVISO-FILE
               CLOSE AGE-INTERES-FILE
           END-IF.
           MOVE SPACES TO AGE-REPORTE-LINE.
           WRITE AGE-REPORTE-LINE.
           MOVE 'TOTAL DE LA CARTERA POR TRAMO' TO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' WSV-TT-SALDO (1) ' ' WSV-TT-SALDO (2)
                   ' ' WSV-TT-SALDO (3) ' ' WSV-TT-SALDO (4)
                   ' ' WSV-TT-SALDO (5)
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CLIENTES: ' WSV-CONT-CLIENTES
                   ' PARTIDAS ABIERTAS: ' WSV-CONT-PARTIDAS
                   ' VENCIDAS: ' WSV-CONT-VENCIDAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'AVISOS DE COBRO: ' WSV-CONT-AVISOS
                   ' LINEAS DE INTERES: ' WSV-CONT-INTERESES
                   ' INTERES: ' WSV-TOTAL-INTERES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'VENCIMIENTOS FIJADOS: ' WSV-CONT-VENCE-FIJADO
                   ' CON FECHA INVALIDA: ' WSV-CONT-VENCE-ERROR
                   ' INTERES SIN COBRAR: ' WSV-CONT-INT-DESBORDE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE AGE-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'AR-AGING - PARTIDAS: ' WSV-CONT-PARTIDAS
               ' VENCIDAS: ' WSV-CONT-VENCIDAS
               ' AVISOS: ' WSV-CONT-AVISOS
               ' INTERESES: ' WSV-CONT-INTERESES.
           CLOSE AGE-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 4 SI QUEDO UN VENCIMIENTO CON FECHA
      *> INVALIDA O UN INTERES QUE NO SE PUDO GRABAR EN BILLIN (ALGUIEN
      *> TIENE QUE REVISARLO); LA CARTERA VENCIDA EN SI ES OPERACION
      *> NORMAL DE COBRANZA Y NO ALTERA EL CODIGO.
       099-FINALIZA.
           IF WSV-CONT-VENCE-ERROR > ZEROS
                   OR WSV-CONT-INT-DESBORDE > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-AR-AGING.

      *          clasificacion de riesgo -> ingreso queda cerrado con
      *          las piezas que ya existen. El resumen queda en el
      *          reporte FEERPT.
      * Mod:    15-10-2026 - Exenciones y reversos de cargos. Los
      *         oficiales de credito llenan el archivo FEEWTRAN: 'E'
      *         exenta la cuenta hasta una fecha (con un tope por
      *         cargo), 'R' reversa un cargo ya emitido y genera la
      *         linea de credito 'D' en FEEBILL, 'A'/'X' aprueba o
      *         rechaza como segundo firmante lo que quedo pendiente.
      *         Cada oficial tiene su tope de aprobacion en la tabla
      *         FEEOFIC; sobre el tope la exencion o el reverso espera
      *         la segunda firma en el nuevo maestro FEEWAIV. Cada
      *         cargo calculado queda en el nuevo maestro FEEHIST con
      *         lo exento, lo cobrado y lo reversado (base del registro
      *         mensual PLATZI-FEE-WAIVREG). FEERPT muestra los montos
      *         calculados, exentos y reversados y los pendientes de
      *         segunda firma.
      * Mod:    15-10-2026 - Sin tope de 500 clasificaciones: el balance
      *         y la tolerancia del dia por cuenta se cargan de IFCLAS
      *         al archivo de trabajo indexado FEECLSW (llave la
      *         cuenta), vaciado al inicio de cada corrida, en vez de
      *         la tabla en memoria. Una cuenta repetida en IFCLAS se
      *         queda con su ultimo registro, como en la tabla.
      * Mod:    15-10-2026 - Cada linea de FEEBILL lleva la fecha de
      *         corrida que la genero (FLR-FECHA-CARGO, en el relleno
      *         del layout de BILLIN que FACTURACION no usa), para que
      *         PLATZI-GL-JOURNAL reclasifique solo los cargos del dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-FEE-ASSESS.
           SELECT FEE-REPORT-FILE  ASSIGN TO "FEERPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-OFICIAL-FILE ASSIGN TO "FEEOFIC"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-OFICIAL-STATUS.

           SELECT FEE-TRANSAC-FILE ASSIGN TO "FEEWTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRANSAC-STATUS.

           SELECT FEE-EXENCION-FILE ASSIGN TO "FEEWAIV"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FWV-LLAVE
                                    FILE STATUS IS WSV-EXENCION-STATUS.

           SELECT FEE-CARGOS-FILE  ASSIGN TO "FEEHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FHS-LLAVE
                                    FILE STATUS IS WSV-CARGOS-STATUS.

           SELECT FEE-CLASIF-TRAB-FILE ASSIGN TO "FEECLSW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FCW-CUENTA
                                    FILE STATUS IS WSV-TRABAJO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE IFE-HIST-RECORD EN PLATZI-IF-ELSE.
           05 FLR-CANTIDAD             PIC 9(5)V99.
           05 FLR-PRECIO-UNITARIO      PIC 9(5)V99.
           05 FLR-ACCION               PIC X(01).
           05 FLR-FECHA-CARGO          PIC 9(08).
           05 FILLER                   PIC X(45).

       FD  FEE-REPORT-FILE.
       01  FEE-REPORT-LINE             PIC X(80).

      *> TABLA DE OFICIALES DE CREDITO CON SU TOPE DE APROBACION POR
      *> EXENCION O REVERSO.
       FD  FEE-OFICIAL-FILE.
       01  FEE-OFICIAL-RECORD.
           05 FOF-OFICIAL              PIC X(08).
           05 FILLER                   PIC X(01).
           05 FOF-TOPE                 PIC 9(5)V99.
           05 FILLER                   PIC X(01).
           05 FOF-NOMBRE               PIC X(30).
           05 FILLER                   PIC X(33).

      *> TRANSACCIONES DE LOS OFICIALES: 'E' EXENCION HASTA FWT-FECHA
      *> CON TOPE FWT-MONTO POR CARGO; 'R' REVERSO DEL CARGO DE LA
      *> FECHA FWT-FECHA (MONTO EN CEROS = TODO EL SALDO DEL CARGO);
      *> 'A'/'X' APRUEBA O RECHAZA EL PENDIENTE FWT-TIPO-PENDIENTE
      *> (E O R) DE ESA CUENTA Y FECHA, CON FWT-OFICIAL COMO SEGUNDO
      *> FIRMANTE. FWT-SEGUNDO ES UN SEGUNDO FIRMANTE OPCIONAL DESDE
      *> EL ALTA.
       FD  FEE-TRANSAC-FILE.
       01  FEE-TRANSAC-RECORD.
           05 FWT-TIPO                 PIC X(01).
           05 FWT-CUENTA               PIC X(08).
           05 FWT-FECHA                PIC 9(08).
           05 FWT-MONTO                PIC 9(5)V99.
           05 FWT-OFICIAL              PIC X(08).
           05 FWT-SEGUNDO              PIC X(08).
           05 FWT-MOTIVO               PIC X(04).
           05 FWT-DESCRIPCION          PIC X(20).
           05 FWT-TIPO-PENDIENTE       PIC X(01).
           05 FILLER                   PIC X(15).

      *> EXENCIONES Y REVERSOS REGISTRADOS, UNO POR CUENTA, TIPO Y
      *> FECHA (HASTA DE LA EXENCION O DEL CARGO REVERSADO).
       FD  FEE-EXENCION-FILE.
       01  FEE-EXENCION-RECORD.
           05 FWV-LLAVE.
              10 FWV-CUENTA            PIC X(08).
              10 FWV-TIPO              PIC X(01).
              10 FWV-FECHA             PIC 9(08).
           05 FWV-MONTO                PIC 9(5)V99.
           05 FWV-OFICIAL              PIC X(08).
           05 FWV-SEGUNDO              PIC X(08).
           05 FWV-MOTIVO               PIC X(04).
           05 FWV-DESCRIPCION          PIC X(20).
           05 FWV-ESTADO               PIC X(01).
              88 FWV-PENDIENTE                  VALUE 'P'.
              88 FWV-APROBADA                   VALUE 'A'.
              88 FWV-APLICADA                   VALUE 'U'.
              88 FWV-RECHAZADA                  VALUE 'X'.
           05 FWV-FECHA-ALTA           PIC 9(08).
           05 FWV-FECHA-APLICADA       PIC 9(08).
           05 FWV-MONTO-APLICADO       PIC 9(5)V99.
           05 FILLER                   PIC X(10).

      *> UN REGISTRO POR CARGO CALCULADO (CUENTA Y FECHA DE CORRIDA):
      *> LO CALCULADO, LO EXENTO, LO COBRADO EN FEEBILL Y LO
      *> REVERSADO DESPUES.
       FD  FEE-CARGOS-FILE.
       01  FEE-CARGOS-RECORD.
           05 FHS-LLAVE.
              10 FHS-CUENTA            PIC X(08).
              10 FHS-FECHA             PIC 9(08).
           05 FHS-EXCEDENTE            PIC 9(06).
           05 FHS-MONTO-CALCULADO      PIC 9(5)V99.
           05 FHS-MONTO-EXENTO         PIC 9(5)V99.
           05 FHS-MONTO-CARGADO        PIC 9(5)V99.
           05 FHS-MONTO-REVERSADO      PIC 9(5)V99.
           05 FHS-OFICIAL-EXENCION     PIC X(08).
           05 FHS-SEGUNDO-EXENCION     PIC X(08).
           05 FHS-MOTIVO-EXENCION      PIC X(04).
           05 FILLER                   PIC X(10).

      *> CLASIFICACIONES DEL DIA POR CUENTA, CARGADAS DE IFCLAS PARA
      *> RESOLVER BALANCE Y TOLERANCIA SIN RELEER IFCLAS POR CADA
      *> ESCALADA. ES ARCHIVO DE TRABAJO: SE VACIA AL INICIO DE CADA
      *> CORRIDA.
       FD  FEE-CLASIF-TRAB-FILE.
       01  FEE-CLASIF-TRAB-RECORD.
           05 FCW-CUENTA               PIC X(08).
           05 FCW-BALANCE              PIC 9(05).
           05 FCW-TOLERANCIA           PIC 9(05).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-HIST-SWITCHES          PIC X     VALUE '1'.
       77 WSS-CLASIF-SWITCHES        PIC X     VALUE '1'.
           88 WSS-CLASIF-FIN                    VALUE '0'.

       77 WSS-TRANSAC-SWITCHES       PIC X     VALUE '1'.
           88 WSS-TRANSAC-FIN                   VALUE '0'.

       77 WSS-EXENCION-SWITCHES      PIC X     VALUE '1'.
           88 WSS-EXENCION-FIN                  VALUE '0'.

       77 WSS-OFICIAL-SWITCHES       PIC X     VALUE '1'.
           88 WSS-OFICIAL-FIN                   VALUE '0'.

       77 WSS-VALIDA-SWITCHES        PIC X     VALUE 'S'.
           88 WSS-TRAN-VALIDA                   VALUE 'S'.
           88 WSS-TRAN-RECHAZADA                VALUE 'N'.

       77 WSV-HIST-STATUS            PIC XX    VALUE SPACES.
       77 WSV-CLASIF-STATUS          PIC XX    VALUE SPACES.
       77 WSV-UMBRAL-STATUS          PIC XX    VALUE SPACES.
       77 WSV-OFICIAL-STATUS         PIC XX    VALUE SPACES.
       77 WSV-TRANSAC-STATUS         PIC XX    VALUE SPACES.
       77 WSV-EXENCION-STATUS        PIC XX    VALUE SPACES.
       77 WSV-CARGOS-STATUS          PIC XX    VALUE SPACES.

      *> OFICIALES DE CREDITO Y SU TOPE DE APROBACION (TABLA FEEOFIC)
       01 WSV-OFICIALES-TABLA.
          05 WSV-OFICIAL-ENTRADA    OCCURS 50 TIMES.
             10 WSV-OF-OFICIAL      PIC X(08).
             10 WSV-OF-TOPE         PIC 9(5)V99.

       77 WSC-OFICIALES-MAXIMO       PIC 9(02) VALUE 50.
       77 WSV-OFICIALES-TOTAL        PIC 9(02) VALUE ZEROS.
       77 WSV-OFICIAL-IDX            PIC 9(02) VALUE ZEROS.
       77 WSV-OFICIAL-ENCONTRADO     PIC 9(02) VALUE ZEROS.
       77 WSV-OFICIAL-BUSCADO        PIC X(08) VALUE SPACES.

      *> TRANSACCION EN PROCESO: MOTIVO DE RECHAZO Y SALDO QUE TODAVIA
      *> SE PUEDE REVERSAR DEL CARGO
       77 WSV-MOTIVO-RECHAZO         PIC X(45) VALUE SPACES.
       77 WSV-SALDO-REVERSIBLE       PIC 9(5)V99 VALUE ZEROS.
       77 WSV-MONTO-TRAN             PIC 9(5)V99 VALUE ZEROS.
       77 WSV-TOPE-ORIGEN            PIC 9(5)V99 VALUE ZEROS.

      *> LA CUENTA ESCALADA EN PROCESO TIENE SU REGISTRO EN FEECLSW.
       77 WSS-CLASIF-TRAB-SWITCHES   PIC X     VALUE '0'.
           88 WSS-CLASIF-HALLADA                VALUE '1'.

       77 WSV-TRABAJO-STATUS         PIC XX    VALUE SPACES.

      *> TASA DEL CARGO EN POR CIENTO (REGISTRO FEEPCT DE VCS1MSTR;
      *> 2 POR OMISION) Y SU EQUIVALENTE FRACCIONARIO PARA ARIT-CALC
       01 WSV-CARGO-TRABAJO.
          05 WSV-EXCEDENTE           PIC S9(06) VALUE ZEROS.
          05 WSV-MONTO-CARGO         PIC 9(5)V99 VALUE ZEROS.
          05 WSV-MONTO-EXENTO        PIC 9(5)V99 VALUE ZEROS.
          05 WSV-MONTO-NETO          PIC 9(5)V99 VALUE ZEROS.
          05 WSV-EXE-OFICIAL         PIC X(08) VALUE SPACES.
          05 WSV-EXE-SEGUNDO         PIC X(08) VALUE SPACES.
          05 WSV-EXE-MOTIVO          PIC X(04) VALUE SPACES.
          05 WSV-EXE-HASTA           PIC 9(08) VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-SIN-EXCEDENTE  PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-SIN-CLASIF     PIC 9(05) VALUE ZEROS.
          05 WSV-TOTAL-CARGOS        PIC 9(09)V99 VALUE ZEROS.
          05 WSV-CONT-TRANSACCIONES  PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REPETIDAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-PENDIENTES     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CALCULADOS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-EXENTOS        PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REVERSOS       PIC 9(05) VALUE ZEROS.
          05 WSV-TOTAL-CALCULADO     PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TOTAL-EXENTO        PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TOTAL-REVERSADO     PIC 9(09)V99 VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS DE LA RUTINA COMUN PLATZI-ARIT-CALC
       COPY ARITCALC.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 050-PROCESA-TRANSACCION UNTIL WSS-TRANSAC-FIN.
           PERFORM 048-INICIA-CARGOS.
           PERFORM 020-RECORRE-HISTORIA UNTIL WSS-HIST-FIN.
           PERFORM 070-LISTA-PENDIENTES.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           WRITE FEE-REPORT-LINE.
           OPEN OUTPUT FEE-SALIDA-FILE.
           PERFORM 014-CARGA-CLASIFICACIONES.
           PERFORM 013-CARGA-OFICIALES.
      *> LOS MAESTROS DE EXENCIONES Y DE CARGOS SE CREAN VACIOS EN LA
      *> PRIMERA CORRIDA.
           OPEN I-O FEE-EXENCION-FILE.
           IF WSV-EXENCION-STATUS = '35'
               OPEN OUTPUT FEE-EXENCION-FILE
               CLOSE FEE-EXENCION-FILE
               OPEN I-O FEE-EXENCION-FILE
           END-IF.
           OPEN I-O FEE-CARGOS-FILE.
           IF WSV-CARGOS-STATUS = '35'
               OPEN OUTPUT FEE-CARGOS-FILE
               CLOSE FEE-CARGOS-FILE
               OPEN I-O FEE-CARGOS-FILE
           END-IF.
      *> SIN ARCHIVO FEEWTRAN NO HAY EXENCIONES NI REVERSOS NUEVOS;
      *> LAS EXENCIONES VIGENTES DEL MAESTRO SE APLICAN IGUAL.
           OPEN INPUT FEE-TRANSAC-FILE.
           IF WSV-TRANSAC-STATUS NOT = '00'
               SET WSS-TRANSAC-FIN TO TRUE
           ELSE
               MOVE 'EXENCIONES Y REVERSOS DEL DIA (FEEWTRAN)'
                   TO WSV-REPORTE-LINEA
               WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
               CLOSE FEE-UMBRAL-FILE
           END-IF.

      *> TABLA DE OFICIALES DE CREDITO; SIN FEEOFIC NINGUNA
      *> TRANSACCION DE EXENCION O REVERSO PUEDE AUTORIZARSE.
       013-CARGA-OFICIALES.
           OPEN INPUT FEE-OFICIAL-FILE.
           IF WSV-OFICIAL-STATUS = '00'
               PERFORM 015-LEE-OFICIAL UNTIL WSS-OFICIAL-FIN
               CLOSE FEE-OFICIAL-FILE
           END-IF.

       014-CARGA-CLASIFICACIONES.
           OPEN OUTPUT FEE-CLASIF-TRAB-FILE.
           CLOSE FEE-CLASIF-TRAB-FILE.
           OPEN I-O FEE-CLASIF-TRAB-FILE.
           OPEN INPUT FEE-CLASIF-FILE.
           IF WSV-CLASIF-STATUS = '00'
               PERFORM 016-LEE-CLASIFICACION UNTIL WSS-CLASIF-FIN
               CLOSE FEE-CLASIF-FILE
           END-IF.

       015-LEE-OFICIAL.
           READ FEE-OFICIAL-FILE
               AT END SET WSS-OFICIAL-FIN TO TRUE
           END-READ.
           IF NOT WSS-OFICIAL-FIN
               IF WSV-OFICIALES-TOTAL < WSC-OFICIALES-MAXIMO
                       AND FOF-OFICIAL NOT = SPACES
                       AND FOF-TOPE IS NUMERIC
                   ADD 1 TO WSV-OFICIALES-TOTAL
                   MOVE FOF-OFICIAL
                       TO WSV-OF-OFICIAL (WSV-OFICIALES-TOTAL)
                   MOVE FOF-TOPE
                       TO WSV-OF-TOPE (WSV-OFICIALES-TOTAL)
               END-IF
           END-IF.

       016-LEE-CLASIFICACION.
           READ FEE-CLASIF-FILE
               AT END SET WSS-CLASIF-FIN TO TRUE
           END-READ.
           IF NOT WSS-CLASIF-FIN
               MOVE ICR-CUENTA TO FCW-CUENTA
               MOVE ICR-BALANCE TO FCW-BALANCE
               MOVE ICR-TOLERANCIA TO FCW-TOLERANCIA
               WRITE FEE-CLASIF-TRAB-RECORD
                   INVALID KEY
      *> CUENTA REPETIDA EN IFCLAS: GANA SU ULTIMO REGISTRO.
                       REWRITE FEE-CLASIF-TRAB-RECORD
               END-WRITE
           END-IF.

       017-BUSCA-OFICIAL.
           MOVE ZEROS TO WSV-OFICIAL-ENCONTRADO.
           IF WSV-OFICIALES-TOTAL > ZEROS
               PERFORM 019-COMPARA-OFICIAL
                   VARYING WSV-OFICIAL-IDX FROM 1 BY 1
                   UNTIL WSV-OFICIAL-IDX > WSV-OFICIALES-TOTAL
           END-IF.

       019-COMPARA-OFICIAL.
           IF WSV-OF-OFICIAL (WSV-OFICIAL-IDX) = WSV-OFICIAL-BUSCADO
               MOVE WSV-OFICIAL-IDX TO WSV-OFICIAL-ENCONTRADO
           END-IF.

      *> UNA CUENTA ESCALADA DEL DIA ES LA MISMA QUE IF-ELSE MANDA A

       030-EVALUA-CARGO.
           PERFORM 032-BUSCA-CLASIFICACION.
           IF NOT WSS-CLASIF-HALLADA
      *> ESCALADA SIN REGISTRO EN IFCLAS (NO DEBERIA PASAR EN UNA
      *> CORRIDA SANA): SE REPORTA Y LA CORRIDA SALE CON CODIGO 4.
               ADD 1 TO WSV-CONT-SIN-CLASIF
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           ELSE
               COMPUTE WSV-EXCEDENTE =
                   FCW-BALANCE - FCW-TOLERANCIA
               IF WSV-EXCEDENTE > ZEROS
                   PERFORM 040-CALCULA-CARGO
               ELSE
           END-IF.

       032-BUSCA-CLASIFICACION.
           SET WSS-CLASIF-HALLADA TO TRUE.
           MOVE IHR-CUENTA TO FCW-CUENTA.
           READ FEE-CLASIF-TRAB-FILE
               INVALID KEY
                   MOVE '0' TO WSS-CLASIF-TRAB-SWITCHES
           END-READ.

      *> EL MONTO DEL CARGO SALE DE LA RUTINA COMUN PLATZI-ARIT-CALC:
      *> EXCEDENTE POR LA TASA FRACCIONARIA. LA LINEA DE CARGO SE
      *> GRABA EN EL LAYOUT DE BILLIN: ARTICULO CARGO1, CANTIDAD 1 Y
      *> EL CARGO COMO PRECIO UNITARIO, PARA QUE FACTURACION LA COBRE
      *> CON SU PASO NORMAL (EL CLIENTE ES LA CUENTA RECORTADA A LOS
      *> SEIS BYTES DE FLR-CLIENTE). UNA EXENCION VIGENTE DESCUENTA
      *> HASTA SU TOPE; SOLO EL NETO SE COBRA EN FEEBILL.
       040-CALCULA-CARGO.
           MOVE WSV-EXCEDENTE TO CALC-NUMERO-A.
           MOVE WSV-TASA-FRACCION TO CALC-NUMERO-B.
               ADD 1 TO WSV-CONT-SIN-CLASIF
           ELSE
               MOVE CALC-R-MUL TO WSV-MONTO-CARGO
               ADD 1 TO WSV-CONT-CALCULADOS
               ADD WSV-MONTO-CARGO TO WSV-TOTAL-CALCULADO
               PERFORM 044-BUSCA-EXENCION
               COMPUTE WSV-MONTO-NETO =
                   WSV-MONTO-CARGO - WSV-MONTO-EXENTO
               IF WSV-MONTO-EXENTO > ZEROS
                   ADD 1 TO WSV-CONT-EXENTOS
                   ADD WSV-MONTO-EXENTO TO WSV-TOTAL-EXENTO
               END-IF
               PERFORM 046-REGISTRA-CARGO
               IF WSV-MONTO-NETO > ZEROS
                   ADD 1 TO WSV-CONT-CARGADAS
                   ADD WSV-MONTO-NETO TO WSV-TOTAL-CARGOS
                   MOVE SPACES TO FEE-SALIDA-RECORD
                   MOVE IHR-CUENTA (1:6) TO FLR-CLIENTE
                   MOVE 'CARGO1' TO FLR-ARTICULO
                   MOVE 1 TO FLR-CANTIDAD
                   MOVE WSV-MONTO-NETO TO FLR-PRECIO-UNITARIO
                   MOVE 'V' TO FLR-ACCION
                   MOVE CTL-RUN-DATE TO FLR-FECHA-CARGO
                   WRITE FEE-SALIDA-RECORD
               END-IF
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'CUENTA ' IHR-CUENTA
                       ' EXCEDENTE: ' WSV-EXCEDENTE
                       ' CARGO: ' WSV-MONTO-CARGO
                       ' EXENTO: ' WSV-MONTO-EXENTO
                       ' ' WSV-EXE-MOTIVO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO AUD-MENSAJE
               STRING 'CARGO CUENTA=' IHR-CUENTA
                       ' EXCEDENTE=' WSV-EXCEDENTE
                       ' MONTO=' WSV-MONTO-CARGO
                       ' EXENTO=' WSV-MONTO-EXENTO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

      *> EXENCION VIGENTE DE LA CUENTA: LA PRIMERA APROBADA CON FECHA
      *> HASTA NO MENOR A LA FECHA DE CORRIDA. EXIME EL CARGO HASTA EL
      *> TOPE REGISTRADO.
       044-BUSCA-EXENCION.
           MOVE ZEROS TO WSV-MONTO-EXENTO.
           MOVE ZEROS TO WSV-EXE-HASTA.
           MOVE SPACES TO WSV-EXE-OFICIAL.
           MOVE SPACES TO WSV-EXE-SEGUNDO.
           MOVE SPACES TO WSV-EXE-MOTIVO.
           MOVE '1' TO WSS-EXENCION-SWITCHES.
           MOVE IHR-CUENTA TO FWV-CUENTA.
           MOVE 'E' TO FWV-TIPO.
           MOVE CTL-RUN-DATE TO FWV-FECHA.
           START FEE-EXENCION-FILE KEY IS NOT LESS THAN FWV-LLAVE
               INVALID KEY SET WSS-EXENCION-FIN TO TRUE
           END-START.
           PERFORM 045-LEE-EXENCION UNTIL WSS-EXENCION-FIN.

       045-LEE-EXENCION.
           READ FEE-EXENCION-FILE NEXT RECORD
               AT END SET WSS-EXENCION-FIN TO TRUE
           END-READ.
           IF NOT WSS-EXENCION-FIN
               IF FWV-CUENTA NOT = IHR-CUENTA OR FWV-TIPO NOT = 'E'
                   SET WSS-EXENCION-FIN TO TRUE
               ELSE
                   IF FWV-APROBADA
                           AND FWV-FECHA-ALTA NOT > CTL-RUN-DATE
                       IF FWV-MONTO < WSV-MONTO-CARGO
                           MOVE FWV-MONTO TO WSV-MONTO-EXENTO
                       ELSE
                           MOVE WSV-MONTO-CARGO TO WSV-MONTO-EXENTO
                       END-IF
                       MOVE FWV-FECHA TO WSV-EXE-HASTA
                       MOVE FWV-OFICIAL TO WSV-EXE-OFICIAL
                       MOVE FWV-SEGUNDO TO WSV-EXE-SEGUNDO
                       MOVE FWV-MOTIVO TO WSV-EXE-MOTIVO
                       SET WSS-EXENCION-FIN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> REGISTRO DEL CARGO EN FEEHIST. UNA RECORRIDA DEL MISMO DIA
      *> REESCRIBE EL REGISTRO Y CONSERVA LO YA REVERSADO.
       046-REGISTRA-CARGO.
           MOVE IHR-CUENTA TO FHS-CUENTA.
           MOVE CTL-RUN-DATE TO FHS-FECHA.
           READ FEE-CARGOS-FILE
               INVALID KEY
                   PERFORM 047-ARMA-CARGO
                   MOVE ZEROS TO FHS-MONTO-REVERSADO
                   WRITE FEE-CARGOS-RECORD
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 047-ARMA-CARGO
                   REWRITE FEE-CARGOS-RECORD
                   END-REWRITE
           END-READ.

       047-ARMA-CARGO.
           MOVE IHR-CUENTA TO FHS-CUENTA.
           MOVE CTL-RUN-DATE TO FHS-FECHA.
           MOVE WSV-EXCEDENTE TO FHS-EXCEDENTE.
           MOVE WSV-MONTO-CARGO TO FHS-MONTO-CALCULADO.
           MOVE WSV-MONTO-EXENTO TO FHS-MONTO-EXENTO.
           MOVE WSV-MONTO-NETO TO FHS-MONTO-CARGADO.
           MOVE WSV-EXE-OFICIAL TO FHS-OFICIAL-EXENCION.
           MOVE WSV-EXE-SEGUNDO TO FHS-SEGUNDO-EXENCION.
           MOVE WSV-EXE-MOTIVO TO FHS-MOTIVO-EXENCION.

      *> TERMINADAS LAS TRANSACCIONES EMPIEZA LA EVALUACION DE CARGOS
      *> DEL DIA, CON LAS EXENCIONES YA DADAS DE ALTA.
       048-INICIA-CARGOS.
           IF WSV-TRANSAC-STATUS = '00' OR WSV-TRANSAC-STATUS = '10'
               CLOSE FEE-TRANSAC-FILE
               MOVE SPACES TO FEE-REPORT-LINE
               WRITE FEE-REPORT-LINE
           END-IF.
           MOVE 'CARGOS DEL DIA' TO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT FEE-HIST-FILE.
           IF WSV-HIST-STATUS NOT = '00'
               SET WSS-HIST-FIN TO TRUE
               MOVE 'SIN MAESTRO IFHIST, NADA QUE CARGAR'
                   TO WSV-REPORTE-LINEA
               WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

      *> UNA TRANSACCION DE FEEWTRAN. UNA RECORRIDA DEL MISMO DIA
      *> RECONOCE LO QUE YA SE DIO DE ALTA Y NO LO DUPLICA.
       050-PROCESA-TRANSACCION.
           READ FEE-TRANSAC-FILE
               AT END SET WSS-TRANSAC-FIN TO TRUE
           END-READ.
           IF NOT WSS-TRANSAC-FIN
               ADD 1 TO WSV-CONT-TRANSACCIONES
               SET WSS-TRAN-VALIDA TO TRUE
               PERFORM 052-VALIDA-TRANSACCION
               IF WSS-TRAN-VALIDA
                   EVALUATE FWT-TIPO
                       WHEN 'E'
                           PERFORM 054-ALTA-EXENCION
                       WHEN 'R'
                           PERFORM 055-ALTA-REVERSO
                       WHEN OTHER
                           PERFORM 058-RESUELVE-PENDIENTE
                   END-EVALUATE
               END-IF
               IF WSS-TRAN-RECHAZADA
                   PERFORM 059-RECHAZA-TRANSACCION
               END-IF
           END-IF.

       052-VALIDA-TRANSACCION.
           MOVE FWT-OFICIAL TO WSV-OFICIAL-BUSCADO.
           PERFORM 017-BUSCA-OFICIAL.
           SET WSS-TRAN-RECHAZADA TO TRUE.
           EVALUATE TRUE
               WHEN FWT-TIPO NOT = 'E' AND FWT-TIPO NOT = 'R'
                       AND FWT-TIPO NOT = 'A' AND FWT-TIPO NOT = 'X'
                   MOVE 'TIPO DE TRANSACCION INVALIDO'
                       TO WSV-MOTIVO-RECHAZO
               WHEN FWT-CUENTA = SPACES
                   MOVE 'CUENTA EN BLANCO' TO WSV-MOTIVO-RECHAZO
               WHEN FWT-FECHA NOT NUMERIC
                       OR FWT-FECHA (5:2) < '01'
                       OR FWT-FECHA (5:2) > '12'
                       OR FWT-FECHA (7:2) < '01'
                       OR FWT-FECHA (7:2) > '31'
                   MOVE 'FECHA INVALIDA' TO WSV-MOTIVO-RECHAZO
               WHEN FWT-MONTO NOT NUMERIC
                   MOVE 'MONTO NO NUMERICO' TO WSV-MOTIVO-RECHAZO
               WHEN WSV-OFICIAL-ENCONTRADO = ZEROS
                   MOVE 'OFICIAL NO REGISTRADO EN FEEOFIC'
                       TO WSV-MOTIVO-RECHAZO
               WHEN (FWT-TIPO = 'E' OR FWT-TIPO = 'R')
                       AND FWT-MOTIVO = SPACES
                   MOVE 'MOTIVO EN BLANCO' TO WSV-MOTIVO-RECHAZO
               WHEN OTHER
                   SET WSS-TRAN-VALIDA TO TRUE
                   MOVE WSV-OF-TOPE (WSV-OFICIAL-ENCONTRADO)
                       TO WSV-TOPE-ORIGEN
           END-EVALUATE.

      *> EXENCION PREVIA AL CARGO: LA CUENTA QUEDA EXENTA HASTA LA
      *> FECHA INDICADA, HASTA EL TOPE FWT-MONTO POR CADA CARGO.
       054-ALTA-EXENCION.
           IF FWT-FECHA < CTL-RUN-DATE
               SET WSS-TRAN-RECHAZADA TO TRUE
               MOVE 'FECHA HASTA ANTERIOR A LA CORRIDA'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               IF FWT-MONTO = ZEROS
                   SET WSS-TRAN-RECHAZADA TO TRUE
                   MOVE 'TOPE DE EXENCION EN CEROS'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   MOVE FWT-CUENTA TO FWV-CUENTA
                   MOVE 'E' TO FWV-TIPO
                   MOVE FWT-FECHA TO FWV-FECHA
                   READ FEE-EXENCION-FILE
                       INVALID KEY
                           MOVE FWT-MONTO TO WSV-MONTO-TRAN
                           PERFORM 060-GRABA-EXENCION
                       NOT INVALID KEY
                           PERFORM 057-YA-REGISTRADA
                   END-READ
               END-IF
           END-IF.

      *> REVERSO POSTERIOR AL CARGO: EL CARGO DE LA FECHA INDICADA
      *> DEBE ESTAR EN FEEHIST CON SALDO COBRADO SIN REVERSAR. UN
      *> SOLO REVERSO POR CARGO; MONTO EN CEROS = TODO EL SALDO.
       055-ALTA-REVERSO.
           MOVE FWT-CUENTA TO FWV-CUENTA.
           MOVE 'R' TO FWV-TIPO.
           MOVE FWT-FECHA TO FWV-FECHA.
           READ FEE-EXENCION-FILE
               INVALID KEY
                   PERFORM 056-NUEVO-REVERSO
               NOT INVALID KEY
                   PERFORM 057-YA-REGISTRADA
           END-READ.

       056-NUEVO-REVERSO.
           MOVE FWT-CUENTA TO FWV-CUENTA.
           MOVE FWT-FECHA TO FWV-FECHA.
           PERFORM 064-CALCULA-SALDO.
           IF WSV-SALDO-REVERSIBLE = ZEROS
               SET WSS-TRAN-RECHAZADA TO TRUE
               MOVE 'SIN CARGO COBRADO POR REVERSAR EN FEEHIST'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               IF FWT-MONTO > WSV-SALDO-REVERSIBLE
                   SET WSS-TRAN-RECHAZADA TO TRUE
                   MOVE 'MONTO MAYOR AL SALDO DEL CARGO'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF FWT-MONTO = ZEROS
                       MOVE WSV-SALDO-REVERSIBLE TO WSV-MONTO-TRAN
                   ELSE
                       MOVE FWT-MONTO TO WSV-MONTO-TRAN
                   END-IF
                   PERFORM 060-GRABA-EXENCION
               END-IF
           END-IF.

      *> LA LLAVE YA EXISTE. SI LA DIO DE ALTA EL MISMO OFICIAL EN LA
      *> MISMA FECHA DE CORRIDA ES UNA RECORRIDA: NO SE DUPLICA, PERO
      *> EL REVERSO APLICADO HOY VUELVE A SALIR EN FEEBILL, QUE SE
      *> REGENERA EN CADA CORRIDA.
       057-YA-REGISTRADA.
           IF FWV-FECHA-ALTA = CTL-RUN-DATE
                   AND FWV-OFICIAL = FWT-OFICIAL
               ADD 1 TO WSV-CONT-REPETIDAS
               PERFORM 063-REEMITE-REVERSO
           ELSE
               SET WSS-TRAN-RECHAZADA TO TRUE
               MOVE 'YA REGISTRADA PARA ESA CUENTA Y FECHA'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

      *> SEGUNDA FIRMA SOBRE UNA EXENCION O REVERSO PENDIENTE: 'A'
      *> APRUEBA SI EL TOPE DEL SEGUNDO OFICIAL CUBRE EL MONTO, 'X'
      *> RECHAZA. EL SEGUNDO FIRMANTE DEBE SER OTRO OFICIAL.
       058-RESUELVE-PENDIENTE.
           IF FWT-TIPO-PENDIENTE NOT = 'E'
                   AND FWT-TIPO-PENDIENTE NOT = 'R'
               SET WSS-TRAN-RECHAZADA TO TRUE
               MOVE 'TIPO PENDIENTE DEBE SER E O R'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               MOVE FWT-CUENTA TO FWV-CUENTA
               MOVE FWT-TIPO-PENDIENTE TO FWV-TIPO
               MOVE FWT-FECHA TO FWV-FECHA
               READ FEE-EXENCION-FILE
                   INVALID KEY
                       SET WSS-TRAN-RECHAZADA TO TRUE
                       MOVE 'NO HAY EXENCION O REVERSO CON ESA LLAVE'
                           TO WSV-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       PERFORM 061-SEGUNDA-FIRMA
               END-READ
           END-IF.

       059-RECHAZA-TRANSACCION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  RECHAZO ' FWT-TIPO ' ' FWT-CUENTA ' ' FWT-FECHA
                   ' ' WSV-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'EXENCION RECHAZADA ' FWT-TIPO ' CUENTA=' FWT-CUENTA
                   ' OFICIAL=' FWT-OFICIAL ' ' WSV-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> ALTA DE UNA EXENCION O REVERSO NUEVO. UN REVERSO APROBADO EN
      *> EL ALTA SE APLICA DE INMEDIATO.
       060-GRABA-EXENCION.
           MOVE FWT-CUENTA TO FWV-CUENTA.
           MOVE FWT-TIPO TO FWV-TIPO.
           MOVE FWT-FECHA TO FWV-FECHA.
           MOVE WSV-MONTO-TRAN TO FWV-MONTO.
           MOVE FWT-OFICIAL TO FWV-OFICIAL.
           MOVE FWT-MOTIVO TO FWV-MOTIVO.
           MOVE FWT-DESCRIPCION TO FWV-DESCRIPCION.
           MOVE CTL-RUN-DATE TO FWV-FECHA-ALTA.
           MOVE ZEROS TO FWV-FECHA-APLICADA.
           MOVE ZEROS TO FWV-MONTO-APLICADO.
           PERFORM 062-DETERMINA-ESTADO.
           IF FWV-TIPO = 'R' AND FWV-APROBADA
               PERFORM 066-APLICA-REVERSO
           END-IF.
           WRITE FEE-EXENCION-RECORD.
           PERFORM 065-REPORTA-MOVIMIENTO.

      *> SEGUNDA FIRMA SOBRE EL REGISTRO LEIDO DE FEEWAIV.
       061-SEGUNDA-FIRMA.
           IF NOT FWV-PENDIENTE
               IF FWV-SEGUNDO = FWT-OFICIAL
                   ADD 1 TO WSV-CONT-REPETIDAS
                   PERFORM 063-REEMITE-REVERSO
               ELSE
                   SET WSS-TRAN-RECHAZADA TO TRUE
                   MOVE 'YA NO ESTA PENDIENTE DE SEGUNDA FIRMA'
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           ELSE
               IF FWT-OFICIAL = FWV-OFICIAL
                   SET WSS-TRAN-RECHAZADA TO TRUE
                   MOVE 'EL SEGUNDO FIRMANTE DEBE SER OTRO OFICIAL'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF FWT-TIPO = 'X'
                       MOVE FWT-OFICIAL TO FWV-SEGUNDO
                       SET FWV-RECHAZADA TO TRUE
                       REWRITE FEE-EXENCION-RECORD
                       PERFORM 065-REPORTA-MOVIMIENTO
                   ELSE
                       PERFORM 067-APRUEBA-PENDIENTE
                   END-IF
               END-IF
           END-IF.

      *> APROBADO SI EL TOPE DEL OFICIAL QUE LA REGISTRA CUBRE EL
      *> MONTO, O SI TRAE UN SEGUNDO FIRMANTE DISTINTO CUYO TOPE LO
      *> CUBRE; SI NO, QUEDA PENDIENTE DE SEGUNDA FIRMA.
       062-DETERMINA-ESTADO.
           MOVE SPACES TO FWV-SEGUNDO.
           IF WSV-MONTO-TRAN NOT > WSV-TOPE-ORIGEN
               SET FWV-APROBADA TO TRUE
           ELSE
               SET FWV-PENDIENTE TO TRUE
               IF FWT-SEGUNDO NOT = SPACES
                       AND FWT-SEGUNDO NOT = FWT-OFICIAL
                   MOVE FWT-SEGUNDO TO WSV-OFICIAL-BUSCADO
                   PERFORM 017-BUSCA-OFICIAL
                   IF WSV-OFICIAL-ENCONTRADO > ZEROS
                       IF WSV-MONTO-TRAN NOT >
                               WSV-OF-TOPE (WSV-OFICIAL-ENCONTRADO)
                           MOVE FWT-SEGUNDO TO FWV-SEGUNDO
                           SET FWV-APROBADA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       063-REEMITE-REVERSO.
           IF FWV-APLICADA AND FWV-FECHA-APLICADA = CTL-RUN-DATE
               MOVE FWV-MONTO-APLICADO TO WSV-MONTO-TRAN
               PERFORM 068-LINEA-REVERSO
           END-IF.

      *> SALDO DEL CARGO DE FWV-CUENTA Y FWV-FECHA QUE TODAVIA SE
      *> PUEDE REVERSAR: LO COBRADO MENOS LO YA REVERSADO.
       064-CALCULA-SALDO.
           MOVE ZEROS TO WSV-SALDO-REVERSIBLE.
           MOVE FWV-CUENTA TO FHS-CUENTA.
           MOVE FWV-FECHA TO FHS-FECHA.
           READ FEE-CARGOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FHS-MONTO-CARGADO > FHS-MONTO-REVERSADO
                       COMPUTE WSV-SALDO-REVERSIBLE =
                           FHS-MONTO-CARGADO - FHS-MONTO-REVERSADO
                   END-IF
           END-READ.

       065-REPORTA-MOVIMIENTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' FWT-TIPO ' ' FWV-TIPO ' ' FWV-CUENTA
                   ' ' FWV-FECHA ' MONTO: ' FWV-MONTO
                   ' ESTADO: ' FWV-ESTADO
                   ' ' FWV-OFICIAL ' ' FWV-SEGUNDO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'EXENCION ' FWT-TIPO ' ' FWV-TIPO
                   ' CUENTA=' FWV-CUENTA ' FECHA=' FWV-FECHA
                   ' MONTO=' FWV-MONTO ' ESTADO=' FWV-ESTADO
                   ' OFICIAL=' FWT-OFICIAL
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> APLICA EL REVERSO: SUMA A LO REVERSADO DEL CARGO EN FEEHIST
      *> Y EMITE LA LINEA DE CREDITO. EL LLAMADOR GRABA FEEWAIV.
       066-APLICA-REVERSO.
           MOVE FWV-CUENTA TO FHS-CUENTA.
           MOVE FWV-FECHA TO FHS-FECHA.
           READ FEE-CARGOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WSV-MONTO-TRAN TO FHS-MONTO-REVERSADO
                   REWRITE FEE-CARGOS-RECORD
                   END-REWRITE
           END-READ.
           SET FWV-APLICADA TO TRUE.
           MOVE CTL-RUN-DATE TO FWV-FECHA-APLICADA.
           MOVE WSV-MONTO-TRAN TO FWV-MONTO-APLICADO.
           PERFORM 068-LINEA-REVERSO.

       067-APRUEBA-PENDIENTE.
           IF FWV-MONTO > WSV-TOPE-ORIGEN
               SET WSS-TRAN-RECHAZADA TO TRUE
               MOVE 'MONTO SOBRE EL TOPE DEL SEGUNDO FIRMANTE'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               IF FWV-TIPO = 'R'
                   PERFORM 064-CALCULA-SALDO
               END-IF
               IF FWV-TIPO = 'R'
                       AND FWV-MONTO > WSV-SALDO-REVERSIBLE
                   SET WSS-TRAN-RECHAZADA TO TRUE
                   MOVE 'EL SALDO DEL CARGO YA NO CUBRE EL REVERSO'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   MOVE FWT-OFICIAL TO FWV-SEGUNDO
                   SET FWV-APROBADA TO TRUE
                   IF FWV-TIPO = 'R'
                       MOVE FWV-MONTO TO WSV-MONTO-TRAN
                       PERFORM 066-APLICA-REVERSO
                   END-IF
                   REWRITE FEE-EXENCION-RECORD
                   PERFORM 065-REPORTA-MOVIMIENTO
               END-IF
           END-IF.

      *> LINEA DE CREDITO DEL REVERSO EN FEEBILL: MISMO ARTICULO CARGO1
      *> CON ACCION 'D', QUE FACTURACION EMITE COMO NOTA DE CREDITO.
       068-LINEA-REVERSO.
           ADD 1 TO WSV-CONT-REVERSOS.
           ADD WSV-MONTO-TRAN TO WSV-TOTAL-REVERSADO.
           MOVE SPACES TO FEE-SALIDA-RECORD.
           MOVE FWV-CUENTA (1:6) TO FLR-CLIENTE.
           MOVE 'CARGO1' TO FLR-ARTICULO.
           MOVE 1 TO FLR-CANTIDAD.
           MOVE WSV-MONTO-TRAN TO FLR-PRECIO-UNITARIO.
           MOVE 'D' TO FLR-ACCION.
           MOVE CTL-RUN-DATE TO FLR-FECHA-CARGO.
           WRITE FEE-SALIDA-RECORD.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  REVERSO CUENTA ' FWV-CUENTA
                   ' CARGO DEL ' FWV-FECHA
                   ' CREDITO: ' WSV-MONTO-TRAN
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.

      *> EXENCIONES Y REVERSOS QUE SIGUEN ESPERANDO SEGUNDA FIRMA.
       070-LISTA-PENDIENTES.
           MOVE SPACES TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE 'PENDIENTES DE SEGUNDA FIRMA' TO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE '1' TO WSS-EXENCION-SWITCHES.
           MOVE LOW-VALUES TO FWV-LLAVE.
           START FEE-EXENCION-FILE KEY IS NOT LESS THAN FWV-LLAVE
               INVALID KEY SET WSS-EXENCION-FIN TO TRUE
           END-START.
           PERFORM 072-LEE-PENDIENTE UNTIL WSS-EXENCION-FIN.
           IF WSV-CONT-PENDIENTES = ZEROS
               MOVE '  NINGUNO' TO WSV-REPORTE-LINEA
               WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

       072-LEE-PENDIENTE.
           READ FEE-EXENCION-FILE NEXT RECORD
               AT END SET WSS-EXENCION-FIN TO TRUE
           END-READ.
           IF NOT WSS-EXENCION-FIN
               IF FWV-PENDIENTE
                   ADD 1 TO WSV-CONT-PENDIENTES
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '  ' FWV-TIPO ' ' FWV-CUENTA
                           ' ' FWV-FECHA ' MONTO: ' FWV-MONTO
                           ' OFICIAL: ' FWV-OFICIAL
                           ' ALTA: ' FWV-FECHA-ALTA
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA
               END-IF
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
               CLOSE FEE-HIST-FILE
           END-IF.
           CLOSE FEE-SALIDA-FILE.
           CLOSE FEE-EXENCION-FILE.
           CLOSE FEE-CARGOS-FILE.
           CLOSE FEE-CLASIF-TRAB-FILE.
           MOVE SPACES TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TRANSACCIONES: ' WSV-CONT-TRANSACCIONES
                   ' RECHAZADAS: ' WSV-CONT-RECHAZADAS
                   ' REPETIDAS: ' WSV-CONT-REPETIDAS
                   ' PENDIENTES: ' WSV-CONT-PENDIENTES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'MONTO CALCULADO:  ' WSV-TOTAL-CALCULADO
                   '   CARGOS: ' WSV-CONT-CALCULADOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'MONTO EXENTO:     ' WSV-TOTAL-EXENTO
                   '   CARGOS: ' WSV-CONT-EXENTOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TOTAL DE CARGOS EMITIDOS: ' WSV-TOTAL-CARGOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'MONTO REVERSADO:  ' WSV-TOTAL-REVERSADO
                   '   REVERSOS: ' WSV-CONT-REVERSOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FEE-REPORT-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'FEE-ASSESS - ESCALADAS: ' WSV-CONT-ESCALADAS
               ' CARGADAS: ' WSV-CONT-CARGADAS
               ' TOTAL: ' WSV-TOTAL-CARGOS.
           DISPLAY 'FEE-ASSESS - EXENTO: ' WSV-TOTAL-EXENTO
               ' REVERSADO: ' WSV-TOTAL-REVERSADO
               ' PENDIENTES: ' WSV-CONT-PENDIENTES.
           CLOSE FEE-REPORT-FILE.

      *> FIJA EL RETURN-CODE: 4 CUANDO ALGUNA ESCALADA NO PUDO
      *> EVALUARSE (SIN REGISTRO EN IFCLAS O DESBORDE DE CALCULO) O
      *> ALGUNA TRANSACCION DE FEEWTRAN FUE RECHAZADA.
       099-FINALIZA.
           IF WSV-CONT-SIN-CLASIF > ZEROS
                   OR WSV-CONT-RECHAZADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Analisis de ventas por cliente y articulo sobre el
      *          historico SLSHIST que acumula PLATZI-SALES-HIST cada
      *          noche. Se corre a peticion: el periodo lo fija la
      *          tarjeta SLSAPRM (un mes AAAAMM, un trimestre AAAATT o
      *          un rango de fechas) y sin tarjeta es el mes de la
      *          fecha de corrida. El periodo se compara siempre contra
      *          el anterior del mismo largo (el mes o trimestre previo,
      *          o los mismos dias inmediatamente antes del rango).
      *          Deja en SLSARPT: el ranking de clientes por venta neta
      *          con la del periodo anterior y su variacion, el ranking
      *          de articulos con lo mismo mas el importe y la tasa de
      *          devoluciones, los clientes sin compras en los ultimos
      *          N dias (90 por omision; incluye los de CLIMSTR que
      *          nunca han comprado) y, si la tarjeta nombra un
      *          cliente, el detalle de ese cliente por articulo. Los
      *          rankings se arman con SORT (sin tablas en memoria) y
      *          listan los primeros lugares que pide la tarjeta (20
      *          por omision); los totales cubren todos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-SALES-ANALYSIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLS-HISTORIA-FILE ASSIGN TO "SLSHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SHR-LLAVE
                                    FILE STATUS IS WSV-HISTORIA-STATUS.

           SELECT SLS-CLIENTE-FILE ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CMR-CODIGO
                                    FILE STATUS IS WSV-CLIMSTR-STATUS.

           SELECT SLS-PARAM-FILE   ASSIGN TO "SLSAPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT SLS-DETALLE-FILE ASSIGN TO "SLSADET"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLS-RANKING-FILE ASSIGN TO "SLSARNK"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLS-ACUMULADO-FILE ASSIGN TO "SLSACLI"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLS-REPORT-FILE  ASSIGN TO "SLSARPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

           SELECT SORT-RANK-FILE   ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE SLS-HISTORIA-RECORD EN PLATZI-SALES-HIST.
       FD  SLS-HISTORIA-FILE.
       01  SLS-HISTORIA-RECORD.
           05 SHR-LLAVE.
              10 SHR-FECHA             PIC 9(08).
              10 SHR-CLIENTE           PIC X(06).
              10 SHR-ARTICULO          PIC X(06).
           05 SHR-LINEAS-VENTA         PIC 9(05).
           05 SHR-LINEAS-DEVOLUCION    PIC 9(05).
           05 SHR-CANTIDAD             PIC 9(07)V99.
           05 SHR-CANT-DEVUELTA        PIC 9(07)V99.
           05 SHR-BRUTO                PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SHR-DEVOLUCIONES         PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SHR-NETO                 PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(20).

      *> MISMO LAYOUT QUE CLI-MASTER-RECORD EN PLATZI-CLI-MANT.
       FD  SLS-CLIENTE-FILE.
       01  CLI-MASTER-RECORD.
           05 CMR-CODIGO               PIC X(06).
           05 CMR-NOMBRE               PIC X(20).
           05 CMR-PLAZO                PIC 9(03).
           05 CMR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CMR-EXENTO               PIC X(01).

      *> TARJETA OPCIONAL DEL PERIODO: TIPO 'M' (SLP-PERIODO = AAAAMM),
      *> 'T' (SLP-PERIODO = AAAATT, TRIMESTRE 01 A 04) O 'R' (RANGO
      *> DESDE/HASTA); DIAS SIN COMPRA PARA LA LISTA DE INACTIVOS,
      *> LUGARES DE LOS RANKINGS Y UN CLIENTE OPCIONAL PARA EL DETALLE
      *> POR ARTICULO. UN CAMPO EN CEROS TOMA SU VALOR POR OMISION.
       FD  SLS-PARAM-FILE.
       01  SLS-PARAM-RECORD.
           05 SLP-TIPO                 PIC X(01).
              88 SLP-POR-MES                     VALUE 'M'.
              88 SLP-POR-TRIMESTRE               VALUE 'T'.
              88 SLP-POR-RANGO                   VALUE 'R'.
           05 FILLER                   PIC X(01).
           05 SLP-PERIODO              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 SLP-FECHA-DESDE          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SLP-FECHA-HASTA          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SLP-DIAS-INACTIVO        PIC 9(03).
           05 FILLER                   PIC X(01).
           05 SLP-LUGARES              PIC 9(03).
           05 FILLER                   PIC X(01).
           05 SLP-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(39).

      *> DETALLE DEL HISTORICO ORDENADO POR LA CLAVE DEL PASE (CLIENTE
      *> O ARTICULO). MISMO ORDEN DE BYTES QUE SORT-WORK-RECORD.
       FD  SLS-DETALLE-FILE.
       01  SLS-DETALLE-RECORD.
           05 SDT-CLAVE                PIC X(06).
           05 SDT-FECHA                PIC 9(08).
           05 SDT-PERIODO              PIC X(01).
           05 SDT-LINEAS-VENTA         PIC 9(05).
           05 SDT-CANTIDAD             PIC 9(07)V99.
           05 SDT-CANT-DEVUELTA        PIC 9(07)V99.
           05 SDT-BRUTO                PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SDT-DEVOLUCIONES         PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SDT-NETO                 PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.

      *> ACUMULADO POR CLAVE ORDENADO POR VENTA NETA DEL PERIODO, DE
      *> MAYOR A MENOR. MISMO ORDEN DE BYTES QUE SORT-RANK-RECORD.
       FD  SLS-RANKING-FILE.
       01  SLS-RANKING-RECORD.
           05 RNK-NETO-ACT             PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 RNK-CLAVE                PIC X(06).
           05 RNK-NETO-ANT             PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 RNK-BRUTO-ACT            PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 RNK-DEVOL-ACT            PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 RNK-CANTIDAD-ACT         PIC 9(09)V99.
           05 RNK-CANT-DEVUELTA-ACT    PIC 9(09)V99.
           05 RNK-MOVTOS-ACT           PIC 9(07).
           05 RNK-MOVTOS-ANT           PIC 9(07).
           05 RNK-ULTIMA-COMPRA        PIC 9(08).

      *> ACUMULADO POR CLIENTE EN ORDEN DE CLIENTE (TODO EL HISTORICO
      *> HASTA EL FIN DEL PERIODO), PARA LA LISTA DE INACTIVOS.
       FD  SLS-ACUMULADO-FILE.
       01  SLS-ACUMULADO-RECORD.
           05 FILLER                   PIC X(16).
           05 ACL-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(84).
           05 ACL-ULTIMA-COMPRA        PIC 9(08).

       FD  SLS-REPORT-FILE.
       01  SLS-REPORT-LINE             PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-CLAVE                PIC X(06).
           05 SWR-FECHA                PIC 9(08).
           05 SWR-PERIODO              PIC X(01).
           05 SWR-LINEAS-VENTA         PIC 9(05).
           05 SWR-CANTIDAD             PIC 9(07)V99.
           05 SWR-CANT-DEVUELTA        PIC 9(07)V99.
           05 SWR-BRUTO                PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SWR-DEVOLUCIONES         PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SWR-NETO                 PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.

       SD  SORT-RANK-FILE.
       01  SORT-RANK-RECORD.
           05 SRK-NETO-ACT             PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SRK-CLAVE                PIC X(06).
           05 FILLER                   PIC X(92).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-HISTORIA-SWITCHES      PIC X     VALUE '1'.
           88 WSS-HISTORIA-FIN                  VALUE '0'.

      *> SLSHIST SE ABRIO AL INICIO (SU FILE STATUS CAMBIA CON CADA
      *> START Y LECTURA DE LOS PASES, NO SIRVE PARA SABERLO AL FINAL)
       77 WSS-APERTURA-SWITCHES      PIC X     VALUE '0'.
           88 WSS-HISTORIA-ABIERTA              VALUE '1'.

       77 WSS-DETALLE-SWITCHES       PIC X     VALUE '1'.
           88 WSS-DETALLE-FIN                   VALUE '0'.

       77 WSS-RANKING-SWITCHES       PIC X     VALUE '1'.
           88 WSS-RANKING-FIN                   VALUE '0'.

       77 WSS-CLIMSTR-SWITCHES       PIC X     VALUE '0'.
           88 WSS-CLIMSTR-DISPONIBLE            VALUE '1'.

      *> LA TARJETA SLSAPRM VINO CON UN PERIODO QUE NO SE PUDO USAR
       77 WSS-PARAMETRO-SWITCHES     PIC X     VALUE '0'.
           88 WSS-PARAMETRO-INVALIDO            VALUE '1'.

      *> PASE EN PROCESO: 'C' RANKING DE CLIENTES, 'A' RANKING DE
      *> ARTICULOS, 'F' ARTICULOS DEL CLIENTE DE LA TARJETA.
       77 WSS-PASE-SWITCHES          PIC X     VALUE 'C'.
           88 WSS-PASE-CLIENTES                 VALUE 'C'.
           88 WSS-PASE-ARTICULOS                VALUE 'A'.
           88 WSS-PASE-CLIENTE-FILTRO           VALUE 'F'.

       77 WSV-HISTORIA-STATUS        PIC XX    VALUE SPACES.
       77 WSV-CLIMSTR-STATUS         PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

      *> PERIODO ANALIZADO Y EL ANTERIOR DEL MISMO LARGO
       01 WSV-PERIODOS.
          05 WSV-TIPO-PERIODO        PIC X(09) VALUE 'MES'.
          05 WSV-ACT-DESDE           PIC 9(08) VALUE ZEROS.
          05 WSV-ACT-HASTA           PIC 9(08) VALUE ZEROS.
          05 WSV-ANT-DESDE           PIC 9(08) VALUE ZEROS.
          05 WSV-ANT-HASTA           PIC 9(08) VALUE ZEROS.
          05 WSV-FECHA-REFERENCIA    PIC 9(08) VALUE ZEROS.

      *> CALCULO DE MESES: ANIO Y MES DE INICIO, LARGO EN MESES DEL
      *> PERIODO Y EL MES ABSOLUTO (ANIO * 12 + MES - 1).
       01 WSV-CALCULO-MESES.
          05 WSV-CM-ANIO             PIC 9(04) VALUE ZEROS.
          05 WSV-CM-MES              PIC 9(02) VALUE ZEROS.
          05 WSV-CM-LARGO            PIC 9(02) VALUE 1.
          05 WSV-CM-ABSOLUTO         PIC 9(06) VALUE ZEROS.
          05 WSV-CM-DESTINO          PIC 9(06) VALUE ZEROS.
          05 WSV-CM-ANIO-DESTINO     PIC 9(04) VALUE ZEROS.
          05 WSV-CM-MES-DESTINO      PIC 9(02) VALUE ZEROS.
          05 WSV-CM-FECHA            PIC 9(08) VALUE ZEROS.

       77 WSV-ENTERO-DESDE           PIC 9(07) VALUE ZEROS.
       77 WSV-ENTERO-HASTA           PIC 9(07) VALUE ZEROS.
       77 WSV-DIAS-PERIODO           PIC 9(05) VALUE ZEROS.

      *> PARAMETROS DE LOS LISTADOS
       77 WSV-DIAS-INACTIVO          PIC 9(03) VALUE 90.
       77 WSV-LUGARES                PIC 9(03) VALUE 20.
       77 WSV-CLIENTE-FILTRO         PIC X(06) VALUE SPACES.

      *> ACUMULADO DE LA CLAVE EN CURSO (MISMO LAYOUT QUE
      *> SLS-RANKING-RECORD)
       01 WSV-ACUMULADO.
          05 WSV-AC-NETO-ACT         PIC S9(11)V9(4)
                                      SIGN IS TRAILING SEPARATE.
          05 WSV-AC-CLAVE            PIC X(06).
          05 WSV-AC-NETO-ANT         PIC S9(11)V9(4)
                                      SIGN IS TRAILING SEPARATE.
          05 WSV-AC-BRUTO-ACT        PIC S9(11)V9(4)
                                      SIGN IS TRAILING SEPARATE.
          05 WSV-AC-DEVOL-ACT        PIC S9(11)V9(4)
                                      SIGN IS TRAILING SEPARATE.
          05 WSV-AC-CANTIDAD-ACT     PIC 9(09)V99.
          05 WSV-AC-CANT-DEVUELTA-ACT PIC 9(09)V99.
          05 WSV-AC-MOVTOS-ACT       PIC 9(07).
          05 WSV-AC-MOVTOS-ANT       PIC 9(07).
          05 WSV-AC-ULTIMA-COMPRA    PIC 9(08).

      *> TOTALES DEL RANKING EN CURSO (TODAS LAS CLAVES, NO SOLO LAS
      *> LISTADAS)
       01 WSV-TOTALES.
          05 WSV-LUGAR               PIC 9(07) VALUE ZEROS.
          05 WSV-TOT-NETO-ACT        PIC S9(12)V9(4) VALUE ZEROS.
          05 WSV-TOT-NETO-ANT        PIC S9(12)V9(4) VALUE ZEROS.
          05 WSV-TOT-BRUTO-ACT       PIC S9(12)V9(4) VALUE ZEROS.
          05 WSV-TOT-DEVOL-ACT       PIC S9(12)V9(4) VALUE ZEROS.

      *> CIFRAS DE CONTROL DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-HIS-LEIDOS          PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-CLIENTES        PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-ARTICULOS       PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-INACTIVOS       PIC 9(07) VALUE ZEROS.

      *> CLAVES DEL CRUCE DE INACTIVOS (HIGH-VALUES AL TERMINAR CADA
      *> LADO)
       77 WSV-CLAVE-HISTORIA         PIC X(06) VALUE SPACES.
       77 WSV-CLAVE-MAESTRO          PIC X(06) VALUE SPACES.
       77 WSV-ULTIMA-COMPRA          PIC 9(08) VALUE ZEROS.
       77 WSV-DIAS-SIN-COMPRA        PIC 9(05) VALUE ZEROS.
       77 WSV-NOMBRE                 PIC X(20) VALUE SPACES.

      *> VARIACION CONTRA EL PERIODO ANTERIOR Y TASA DE DEVOLUCION
       77 WSV-BASE-VARIACION         PIC S9(12)V9(4) VALUE ZEROS.
       77 WSV-BASE-ANTERIOR          PIC S9(12)V9(4) VALUE ZEROS.
       77 WSV-BASE-BRUTO             PIC S9(12)V9(4) VALUE ZEROS.
       77 WSV-BASE-DEVOLUCION        PIC S9(12)V9(4) VALUE ZEROS.
       77 WSV-VARIACION              PIC S9(05)V9 VALUE ZEROS.
       77 WSV-TASA-DEVOLUCION        PIC 9(03)V9 VALUE ZEROS.
       77 WSV-VARIACION-TEXTO        PIC X(08) VALUE SPACES.
       77 WSV-TASA-TEXTO             PIC X(05) VALUE SPACES.

      *> CAMPOS EDITADOS DEL REPORTE
       01 WSV-EDICION.
          05 WSV-ED-LUGAR            PIC ZZ9.
          05 WSV-ED-NETO-ACT         PIC -ZZZ,ZZZ,ZZ9.99.
          05 WSV-ED-NETO-ANT         PIC -ZZZ,ZZZ,ZZ9.99.
          05 WSV-ED-DEVOLUCIONES     PIC -ZZZ,ZZZ,ZZ9.99.
          05 WSV-ED-VARIACION        PIC -ZZZZ9.9.
          05 WSV-ED-TASA             PIC ZZ9.9.
          05 WSV-ED-DIAS             PIC ZZZZ9.
          05 WSV-ED-CONTEO           PIC Z,ZZZ,ZZ9.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='SLSANLZ '==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-HISTORIA-ABIERTA
               SET WSS-PASE-CLIENTES TO TRUE
               PERFORM 020-ORDENA-PASE
               PERFORM 040-REPORTA-RANKING
               PERFORM 050-CLIENTES-INACTIVOS
               SET WSS-PASE-ARTICULOS TO TRUE
               PERFORM 020-ORDENA-PASE
               PERFORM 040-REPORTA-RANKING
               IF WSV-CLIENTE-FILTRO NOT = SPACES
                   SET WSS-PASE-CLIENTE-FILTRO TO TRUE
                   PERFORM 020-ORDENA-PASE
                   PERFORM 040-REPORTA-RANKING
               END-IF
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           PERFORM 012-LEE-PARAMETROS.
           MOVE WSV-ACT-HASTA TO WSV-FECHA-REFERENCIA.
           IF WSV-FECHA-REFERENCIA > CTL-RUN-DATE
               MOVE CTL-RUN-DATE TO WSV-FECHA-REFERENCIA
           END-IF.
           DISPLAY 'SALES-ANALYSIS - ' WSV-TIPO-PERIODO ' DEL '
               WSV-ACT-DESDE ' AL ' WSV-ACT-HASTA
               ' CONTRA ' WSV-ANT-DESDE ' AL ' WSV-ANT-HASTA.
           OPEN OUTPUT SLS-REPORT-FILE.
           PERFORM 018-ENCABEZADO.
           OPEN INPUT SLS-CLIENTE-FILE.
           IF WSV-CLIMSTR-STATUS = '00'
               SET WSS-CLIMSTR-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'SALES-ANALYSIS - SIN MAESTRO CLIMSTR, CLIENTES '
                   'SIN NOMBRE'
           END-IF.
           OPEN INPUT SLS-HISTORIA-FILE.
           IF WSV-HISTORIA-STATUS NOT = '00'
               DISPLAY 'SALES-ANALYSIS - SIN HISTORICO SLSHIST'
               MOVE 'SIN HISTORICO DE VENTAS SLSHIST, NADA QUE ANALIZAR'
                   TO WSV-REPORTE-LINEA
               WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
           ELSE
               SET WSS-HISTORIA-ABIERTA TO TRUE
           END-IF.

      *> POR OMISION SE ANALIZA EL MES DE LA FECHA DE CORRIDA CONTRA EL
      *> MES ANTERIOR. UNA TARJETA CON UN PERIODO INVALIDO SE AVISA Y
      *> SE QUEDA EL PERIODO POR OMISION.
       012-LEE-PARAMETROS.
           COMPUTE WSV-CM-ANIO = CTL-RUN-DATE / 10000.
           COMPUTE WSV-CM-MES = (CTL-RUN-DATE / 100)
               - (WSV-CM-ANIO * 100).
           MOVE 1 TO WSV-CM-LARGO.
           OPEN INPUT SLS-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ SLS-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                   PERFORM 013-TOMA-TARJETA
               END-IF
               CLOSE SLS-PARAM-FILE
           END-IF.
           IF WSV-TIPO-PERIODO NOT = 'RANGO'
               PERFORM 014-PERIODO-MESES
           ELSE
               PERFORM 016-PERIODO-RANGO
           END-IF.
           IF WSS-PARAMETRO-INVALIDO
               DISPLAY 'SALES-ANALYSIS - SLSAPRM INVALIDA, SE '
                   'ANALIZA EL MES DE LA FECHA DE CORRIDA'
               MOVE SPACES TO AUD-MENSAJE
               STRING 'SLSAPRM CON PERIODO INVALIDO (' SLP-TIPO ' '
                       SLP-PERIODO ' ' SLP-FECHA-DESDE ' '
                       SLP-FECHA-HASTA '), SE USA EL MES DE CORRIDA'
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       013-TOMA-TARJETA.
           EVALUATE TRUE
               WHEN SLP-POR-MES
                   IF SLP-PERIODO NUMERIC
                           AND SLP-PERIODO (5:2) > '00'
                           AND SLP-PERIODO (5:2) < '13'
                           AND SLP-PERIODO (1:4) > '0000'
                       COMPUTE WSV-CM-ANIO = SLP-PERIODO / 100
                       COMPUTE WSV-CM-MES = SLP-PERIODO
                           - (WSV-CM-ANIO * 100)
                   ELSE
                       SET WSS-PARAMETRO-INVALIDO TO TRUE
                   END-IF
               WHEN SLP-POR-TRIMESTRE
                   IF SLP-PERIODO NUMERIC
                           AND SLP-PERIODO (5:2) > '00'
                           AND SLP-PERIODO (5:2) < '05'
                           AND SLP-PERIODO (1:4) > '0000'
                       MOVE 'TRIMESTRE' TO WSV-TIPO-PERIODO
                       MOVE 3 TO WSV-CM-LARGO
                       COMPUTE WSV-CM-ANIO = SLP-PERIODO / 100
                       COMPUTE WSV-CM-MES = (SLP-PERIODO
                           - (WSV-CM-ANIO * 100) - 1) * 3 + 1
                   ELSE
                       SET WSS-PARAMETRO-INVALIDO TO TRUE
                   END-IF
               WHEN SLP-POR-RANGO
                   IF SLP-FECHA-DESDE NUMERIC
                           AND SLP-FECHA-HASTA NUMERIC
                           AND SLP-FECHA-DESDE > ZEROS
                           AND SLP-FECHA-DESDE NOT > SLP-FECHA-HASTA
                       COMPUTE WSV-ENTERO-DESDE =
                           FUNCTION INTEGER-OF-DATE (SLP-FECHA-DESDE)
                       COMPUTE WSV-ENTERO-HASTA =
                           FUNCTION INTEGER-OF-DATE (SLP-FECHA-HASTA)
                   END-IF
                   IF WSV-ENTERO-DESDE > ZEROS
                           AND WSV-ENTERO-HASTA > ZEROS
                       MOVE 'RANGO' TO WSV-TIPO-PERIODO
                       MOVE SLP-FECHA-DESDE TO WSV-ACT-DESDE
                       MOVE SLP-FECHA-HASTA TO WSV-ACT-HASTA
                   ELSE
                       SET WSS-PARAMETRO-INVALIDO TO TRUE
                   END-IF
               WHEN OTHER
                   SET WSS-PARAMETRO-INVALIDO TO TRUE
           END-EVALUATE.
           IF SLP-DIAS-INACTIVO NUMERIC AND SLP-DIAS-INACTIVO > ZEROS
               MOVE SLP-DIAS-INACTIVO TO WSV-DIAS-INACTIVO
           END-IF.
           IF SLP-LUGARES NUMERIC AND SLP-LUGARES > ZEROS
               MOVE SLP-LUGARES TO WSV-LUGARES
           END-IF.
           MOVE SLP-CLIENTE TO WSV-CLIENTE-FILTRO.

      *> MES O TRIMESTRE: DEL PRIMER DIA DEL MES DE INICIO AL DIA
      *> ANTERIOR AL PRIMERO DEL PERIODO SIGUIENTE; EL ANTERIOR EMPIEZA
      *> WSV-CM-LARGO MESES ANTES Y TERMINA UN DIA ANTES DEL PERIODO.
       014-PERIODO-MESES.
           COMPUTE WSV-ACT-DESDE = WSV-CM-ANIO * 10000
               + WSV-CM-MES * 100 + 1.
           COMPUTE WSV-CM-ABSOLUTO = WSV-CM-ANIO * 12 + WSV-CM-MES - 1.
           COMPUTE WSV-CM-DESTINO = WSV-CM-ABSOLUTO + WSV-CM-LARGO.
           PERFORM 015-PRIMERO-DE-MES.
           COMPUTE WSV-ACT-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WSV-CM-FECHA) - 1).
           COMPUTE WSV-CM-DESTINO = WSV-CM-ABSOLUTO - WSV-CM-LARGO.
           PERFORM 015-PRIMERO-DE-MES.
           MOVE WSV-CM-FECHA TO WSV-ANT-DESDE.
           COMPUTE WSV-ANT-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WSV-ACT-DESDE) - 1).

      *> PRIMER DIA DEL MES ABSOLUTO WSV-CM-DESTINO.
       015-PRIMERO-DE-MES.
           DIVIDE WSV-CM-DESTINO BY 12 GIVING WSV-CM-ANIO-DESTINO
               REMAINDER WSV-CM-MES-DESTINO.
           ADD 1 TO WSV-CM-MES-DESTINO.
           COMPUTE WSV-CM-FECHA = WSV-CM-ANIO-DESTINO * 10000
               + WSV-CM-MES-DESTINO * 100 + 1.

      *> RANGO: EL ANTERIOR SON LOS MISMOS DIAS INMEDIATAMENTE ANTES.
       016-PERIODO-RANGO.
           COMPUTE WSV-DIAS-PERIODO =
               WSV-ENTERO-HASTA - WSV-ENTERO-DESDE + 1.
           COMPUTE WSV-ANT-HASTA = FUNCTION DATE-OF-INTEGER
               (WSV-ENTERO-DESDE - 1).
           COMPUTE WSV-ANT-DESDE = FUNCTION DATE-OF-INTEGER
               (WSV-ENTERO-DESDE - WSV-DIAS-PERIODO).

       018-ENCABEZADO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ANALISIS DE VENTAS POR CLIENTE Y ARTICULO'
                   '   CORRIDA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PERIODO: ' WSV-TIPO-PERIODO ' DEL ' WSV-ACT-DESDE
                   ' AL ' WSV-ACT-HASTA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PERIODO ANTERIOR:   DEL ' WSV-ANT-DESDE
                   ' AL ' WSV-ANT-HASTA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSS-PARAMETRO-INVALIDO
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'TARJETA SLSAPRM INVALIDA: SE ANALIZA EL MES '
                       'DE LA CORRIDA'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           MOVE SPACES TO SLS-REPORT-LINE.
           WRITE SLS-REPORT-LINE.

      *> ORDENA EL HISTORICO POR LA CLAVE DEL PASE Y LUEGO LOS
      *> ACUMULADOS POR CLAVE DE MAYOR A MENOR VENTA NETA DEL PERIODO.
       020-ORDENA-PASE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-CLAVE
               INPUT PROCEDURE IS 022-ENTREGA-HISTORIA
               GIVING SLS-DETALLE-FILE.
           SORT SORT-RANK-FILE
               ON DESCENDING KEY SRK-NETO-ACT
               ON ASCENDING KEY SRK-CLAVE
               INPUT PROCEDURE IS 030-ACUMULA-DETALLE
               GIVING SLS-RANKING-FILE.

      *> EL PASE DE CLIENTES LEE TODO EL HISTORICO HASTA EL FIN DEL
      *> PERIODO (LA ULTIMA COMPRA DE CADA CLIENTE PUEDE SER ANTERIOR AL
      *> PERIODO ANTERIOR); LOS DE ARTICULOS SOLO LOS DOS PERIODOS.
       022-ENTREGA-HISTORIA.
           MOVE '1' TO WSS-HISTORIA-SWITCHES.
           IF WSS-PASE-CLIENTES
               MOVE ZEROS TO SHR-FECHA
           ELSE
               MOVE WSV-ANT-DESDE TO SHR-FECHA
           END-IF.
           MOVE LOW-VALUES TO SHR-CLIENTE SHR-ARTICULO.
           START SLS-HISTORIA-FILE KEY IS NOT LESS THAN SHR-LLAVE
               INVALID KEY
                   SET WSS-HISTORIA-FIN TO TRUE
           END-START.
           PERFORM 024-ENTREGA-REGISTRO UNTIL WSS-HISTORIA-FIN.

       024-ENTREGA-REGISTRO.
           READ SLS-HISTORIA-FILE NEXT RECORD
               AT END SET WSS-HISTORIA-FIN TO TRUE
           END-READ.
           IF NOT WSS-HISTORIA-FIN AND SHR-FECHA > WSV-ACT-HASTA
               SET WSS-HISTORIA-FIN TO TRUE
           END-IF.
           IF NOT WSS-HISTORIA-FIN
               ADD 1 TO WSV-HIS-LEIDOS
               MOVE SHR-FECHA TO SWR-FECHA
               EVALUATE TRUE
                   WHEN SHR-FECHA NOT < WSV-ACT-DESDE
                       MOVE 'A' TO SWR-PERIODO
                   WHEN SHR-FECHA NOT < WSV-ANT-DESDE
                       MOVE 'P' TO SWR-PERIODO
                   WHEN OTHER
                       MOVE SPACE TO SWR-PERIODO
               END-EVALUATE
               MOVE SHR-LINEAS-VENTA TO SWR-LINEAS-VENTA
               MOVE SHR-CANTIDAD TO SWR-CANTIDAD
               MOVE SHR-CANT-DEVUELTA TO SWR-CANT-DEVUELTA
               MOVE SHR-BRUTO TO SWR-BRUTO
               MOVE SHR-DEVOLUCIONES TO SWR-DEVOLUCIONES
               MOVE SHR-NETO TO SWR-NETO
               EVALUATE TRUE
                   WHEN WSS-PASE-CLIENTES
                       MOVE SHR-CLIENTE TO SWR-CLAVE
                       RELEASE SORT-WORK-RECORD
                   WHEN WSS-PASE-ARTICULOS
                       MOVE SHR-ARTICULO TO SWR-CLAVE
                       RELEASE SORT-WORK-RECORD
                   WHEN SHR-CLIENTE = WSV-CLIENTE-FILTRO
                       MOVE SHR-ARTICULO TO SWR-CLAVE
                       RELEASE SORT-WORK-RECORD
               END-EVALUATE
           END-IF.

      *> QUIEBRE POR CLAVE SOBRE EL DETALLE ORDENADO: CADA CLAVE CON
      *> MOVIMIENTO EN ALGUNO DE LOS DOS PERIODOS VA AL RANKING; EN EL
      *> PASE DE CLIENTES TODOS VAN ADEMAS A SLSACLI PARA LOS INACTIVOS.
       030-ACUMULA-DETALLE.
           OPEN INPUT SLS-DETALLE-FILE.
           IF WSS-PASE-CLIENTES
               OPEN OUTPUT SLS-ACUMULADO-FILE
           END-IF.
           MOVE '1' TO WSS-DETALLE-SWITCHES.
           MOVE LOW-VALUES TO WSV-AC-CLAVE.
           PERFORM 032-LEE-DETALLE.
           PERFORM 034-ACUMULA-UNO UNTIL WSS-DETALLE-FIN.
           IF WSV-AC-CLAVE NOT = LOW-VALUES
               PERFORM 036-ENTREGA-ACUMULADO
           END-IF.
           CLOSE SLS-DETALLE-FILE.
           IF WSS-PASE-CLIENTES
               CLOSE SLS-ACUMULADO-FILE
           END-IF.

       032-LEE-DETALLE.
           READ SLS-DETALLE-FILE
               AT END SET WSS-DETALLE-FIN TO TRUE
           END-READ.

       034-ACUMULA-UNO.
           IF SDT-CLAVE NOT = WSV-AC-CLAVE
               IF WSV-AC-CLAVE NOT = LOW-VALUES
                   PERFORM 036-ENTREGA-ACUMULADO
               END-IF
               INITIALIZE WSV-ACUMULADO
               MOVE SDT-CLAVE TO WSV-AC-CLAVE
           END-IF.
           EVALUATE SDT-PERIODO
               WHEN 'A'
                   ADD SDT-NETO TO WSV-AC-NETO-ACT
                   ADD SDT-BRUTO TO WSV-AC-BRUTO-ACT
                   ADD SDT-DEVOLUCIONES TO WSV-AC-DEVOL-ACT
                   ADD SDT-CANTIDAD TO WSV-AC-CANTIDAD-ACT
                   ADD SDT-CANT-DEVUELTA TO WSV-AC-CANT-DEVUELTA-ACT
                   ADD 1 TO WSV-AC-MOVTOS-ACT
               WHEN 'P'
                   ADD SDT-NETO TO WSV-AC-NETO-ANT
                   ADD 1 TO WSV-AC-MOVTOS-ANT
           END-EVALUATE.
           IF SDT-LINEAS-VENTA > ZEROS
                   AND SDT-FECHA > WSV-AC-ULTIMA-COMPRA
               MOVE SDT-FECHA TO WSV-AC-ULTIMA-COMPRA
           END-IF.
           PERFORM 032-LEE-DETALLE.

       036-ENTREGA-ACUMULADO.
           IF WSS-PASE-CLIENTES
               WRITE SLS-ACUMULADO-RECORD FROM WSV-ACUMULADO
           END-IF.
           IF WSV-AC-MOVTOS-ACT > ZEROS OR WSV-AC-MOVTOS-ANT > ZEROS
               RELEASE SORT-RANK-RECORD FROM WSV-ACUMULADO
           END-IF.

      *> LISTA LOS PRIMEROS WSV-LUGARES DEL RANKING (EL DETALLE DEL
      *> CLIENTE DE LA TARJETA SE LISTA COMPLETO) Y LOS TOTALES DE
      *> TODAS LAS CLAVES.
       040-REPORTA-RANKING.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           EVALUATE TRUE
               WHEN WSS-PASE-CLIENTES
                   MOVE 'RANKING DE CLIENTES POR VENTA NETA'
                       TO WSV-REPORTE-LINEA
                   WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING 'LUG CLIENT NOMBRE                 '
                           'NETO PERIODO   NETO ANTERIOR    VAR %'
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WHEN WSS-PASE-ARTICULOS
                   MOVE 'RANKING DE ARTICULOS POR VENTA NETA'
                       TO WSV-REPORTE-LINEA
                   WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
                   PERFORM 041-TITULO-ARTICULOS
               WHEN OTHER
                   STRING 'VENTAS DEL CLIENTE ' WSV-CLIENTE-FILTRO
                           ' POR ARTICULO'
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
                   PERFORM 041-TITULO-ARTICULOS
           END-EVALUATE.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           INITIALIZE WSV-TOTALES.
           MOVE '1' TO WSS-RANKING-SWITCHES.
           OPEN INPUT SLS-RANKING-FILE.
           PERFORM 044-LEE-RANKING.
           PERFORM 042-LINEA-RANKING UNTIL WSS-RANKING-FIN.
           CLOSE SLS-RANKING-FILE.
           PERFORM 049-TOTAL-RANKING.

       041-TITULO-ARTICULOS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'LUG ARTIC    NETO PERIODO   NETO ANTERIOR    VAR %'
                   '    DEVOLUCIONES DEV %'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.

       042-LINEA-RANKING.
           ADD 1 TO WSV-LUGAR.
           ADD RNK-NETO-ACT TO WSV-TOT-NETO-ACT.
           ADD RNK-NETO-ANT TO WSV-TOT-NETO-ANT.
           ADD RNK-BRUTO-ACT TO WSV-TOT-BRUTO-ACT.
           ADD RNK-DEVOL-ACT TO WSV-TOT-DEVOL-ACT.
           IF WSS-PASE-CLIENTE-FILTRO OR WSV-LUGAR NOT > WSV-LUGARES
               MOVE WSV-LUGAR TO WSV-ED-LUGAR
               MOVE RNK-NETO-ACT TO WSV-ED-NETO-ACT
               MOVE RNK-NETO-ANT TO WSV-ED-NETO-ANT
               MOVE RNK-NETO-ACT TO WSV-BASE-VARIACION
               MOVE RNK-NETO-ANT TO WSV-BASE-ANTERIOR
               PERFORM 046-CALCULA-VARIACION
               MOVE SPACES TO WSV-REPORTE-LINEA
               IF WSS-PASE-CLIENTES
                   PERFORM 045-NOMBRE-CLIENTE
                   STRING WSV-ED-LUGAR ' ' RNK-CLAVE ' ' WSV-NOMBRE
                           ' ' WSV-ED-NETO-ACT ' ' WSV-ED-NETO-ANT
                           ' ' WSV-VARIACION-TEXTO
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               ELSE
                   MOVE RNK-DEVOL-ACT TO WSV-ED-DEVOLUCIONES
                   MOVE RNK-BRUTO-ACT TO WSV-BASE-BRUTO
                   MOVE RNK-DEVOL-ACT TO WSV-BASE-DEVOLUCION
                   PERFORM 048-CALCULA-TASA
                   STRING WSV-ED-LUGAR ' ' RNK-CLAVE ' '
                           WSV-ED-NETO-ACT ' ' WSV-ED-NETO-ANT
                           ' ' WSV-VARIACION-TEXTO
                           ' ' WSV-ED-DEVOLUCIONES ' ' WSV-TASA-TEXTO
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               END-IF
               WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           PERFORM 044-LEE-RANKING.

       044-LEE-RANKING.
           READ SLS-RANKING-FILE
               AT END SET WSS-RANKING-FIN TO TRUE
           END-READ.

       045-NOMBRE-CLIENTE.
           MOVE SPACES TO WSV-NOMBRE.
           IF WSS-CLIMSTR-DISPONIBLE
               MOVE RNK-CLAVE TO CMR-CODIGO
               READ SLS-CLIENTE-FILE
                   INVALID KEY
                       MOVE '(NO ESTA EN CLIMSTR)' TO WSV-NOMBRE
                   NOT INVALID KEY
                       MOVE CMR-NOMBRE TO WSV-NOMBRE
               END-READ
           END-IF.

      *> VARIACION PORCENTUAL DEL NETO DEL PERIODO (EN
      *> WSV-BASE-VARIACION) CONTRA EL DEL ANTERIOR (EN
      *> WSV-BASE-ANTERIOR); SIN
      *> VENTA ANTERIOR LA CLAVE ES NUEVA. SE DIVIDE ENTRE EL VALOR
      *> ABSOLUTO DEL ANTERIOR PARA QUE EL SIGNO DIGA SI SUBIO O BAJO.
       046-CALCULA-VARIACION.
           IF WSV-BASE-ANTERIOR = ZEROS
               IF WSV-BASE-VARIACION = ZEROS
                   MOVE '       -' TO WSV-VARIACION-TEXTO
               ELSE
                   MOVE '   NUEVO' TO WSV-VARIACION-TEXTO
               END-IF
           ELSE
               IF WSV-BASE-ANTERIOR > ZEROS
                   COMPUTE WSV-VARIACION ROUNDED =
                       (WSV-BASE-VARIACION - WSV-BASE-ANTERIOR) * 100
                       / WSV-BASE-ANTERIOR
                       ON SIZE ERROR MOVE 99999.9 TO WSV-VARIACION
                   END-COMPUTE
               ELSE
                   COMPUTE WSV-VARIACION ROUNDED =
                       (WSV-BASE-VARIACION - WSV-BASE-ANTERIOR) * 100
                       / (0 - WSV-BASE-ANTERIOR)
                       ON SIZE ERROR MOVE 99999.9 TO WSV-VARIACION
                   END-COMPUTE
               END-IF
               MOVE WSV-VARIACION TO WSV-ED-VARIACION
               MOVE WSV-ED-VARIACION TO WSV-VARIACION-TEXTO
           END-IF.

      *> TASA DE DEVOLUCION DEL ARTICULO: IMPORTE DEVUELTO ENTRE EL
      *> IMPORTE BRUTO VENDIDO EN EL PERIODO. CON DEVOLUCIONES Y SIN
      *> VENTA EN EL PERIODO LA TASA NO SE PUEDE CALCULAR (S/V).
       048-CALCULA-TASA.
           EVALUATE TRUE
               WHEN WSV-BASE-BRUTO > ZEROS
                   COMPUTE WSV-TASA-DEVOLUCION ROUNDED =
                       WSV-BASE-DEVOLUCION * 100 / WSV-BASE-BRUTO
                       ON SIZE ERROR MOVE 999.9 TO WSV-TASA-DEVOLUCION
                   END-COMPUTE
                   MOVE WSV-TASA-DEVOLUCION TO WSV-ED-TASA
                   MOVE WSV-ED-TASA TO WSV-TASA-TEXTO
               WHEN WSV-BASE-DEVOLUCION > ZEROS
                   MOVE '  S/V' TO WSV-TASA-TEXTO
               WHEN OTHER
                   MOVE '    -' TO WSV-TASA-TEXTO
           END-EVALUATE.

       049-TOTAL-RANKING.
           MOVE WSV-TOT-NETO-ACT TO WSV-ED-NETO-ACT.
           MOVE WSV-TOT-NETO-ANT TO WSV-ED-NETO-ANT.
           MOVE WSV-TOT-NETO-ANT TO WSV-BASE-ANTERIOR.
           MOVE WSV-TOT-NETO-ACT TO WSV-BASE-VARIACION.
           PERFORM 046-CALCULA-VARIACION.
           MOVE WSV-LUGAR TO WSV-ED-CONTEO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           IF WSS-PASE-CLIENTES
               MOVE WSV-LUGAR TO WSV-CNT-CLIENTES
               STRING 'TOTAL ' WSV-ED-CONTEO ' CLIENTES        '
                       WSV-ED-NETO-ACT ' ' WSV-ED-NETO-ANT
                       ' ' WSV-VARIACION-TEXTO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           ELSE
               IF WSS-PASE-ARTICULOS
                   MOVE WSV-LUGAR TO WSV-CNT-ARTICULOS
               END-IF
               MOVE WSV-TOT-DEVOL-ACT TO WSV-ED-DEVOLUCIONES
               MOVE WSV-TOT-BRUTO-ACT TO WSV-BASE-BRUTO
               MOVE WSV-TOT-DEVOL-ACT TO WSV-BASE-DEVOLUCION
               PERFORM 048-CALCULA-TASA
               STRING 'TOTAL      '
                       WSV-ED-NETO-ACT ' ' WSV-ED-NETO-ANT
                       ' ' WSV-VARIACION-TEXTO
                       ' ' WSV-ED-DEVOLUCIONES ' ' WSV-TASA-TEXTO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'ARTICULOS EN EL RANKING: ' WSV-ED-CONTEO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           END-IF.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO SLS-REPORT-LINE.
           WRITE SLS-REPORT-LINE.

      *> CLIENTES SIN COMPRAS EN LOS ULTIMOS WSV-DIAS-INACTIVO DIAS A
      *> LA FECHA DE REFERENCIA (EL FIN DEL PERIODO, O LA FECHA DE
      *> CORRIDA SI EL PERIODO NO HA TERMINADO): SE CRUZAN EN ORDEN DE
      *> CLIENTE LOS ACUMULADOS DE SLSACLI CON CLIMSTR, ASI QUE TAMBIEN
      *> SALEN LOS CLIENTES DEL MAESTRO QUE NUNCA HAN COMPRADO.
       050-CLIENTES-INACTIVOS.
           MOVE WSV-DIAS-INACTIVO TO WSV-ED-DIAS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CLIENTES SIN COMPRAS EN ' WSV-ED-DIAS
                   ' DIAS AL ' WSV-FECHA-REFERENCIA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE 'CLIENT NOMBRE               ULT.COMPRA  DIAS'
               TO WSV-REPORTE-LINEA.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT SLS-ACUMULADO-FILE.
           PERFORM 052-LEE-ACUMULADO.
           MOVE HIGH-VALUES TO WSV-CLAVE-MAESTRO.
           IF WSS-CLIMSTR-DISPONIBLE
               MOVE LOW-VALUES TO CMR-CODIGO
               START SLS-CLIENTE-FILE KEY IS NOT LESS THAN CMR-CODIGO
                   INVALID KEY
                       MOVE HIGH-VALUES TO CMR-CODIGO
               END-START
               IF CMR-CODIGO NOT = HIGH-VALUES
                   PERFORM 054-LEE-MAESTRO
               END-IF
           END-IF.
           PERFORM 056-CRUZA-CLIENTE
               UNTIL WSV-CLAVE-HISTORIA = HIGH-VALUES
               AND WSV-CLAVE-MAESTRO = HIGH-VALUES.
           CLOSE SLS-ACUMULADO-FILE.
           MOVE WSV-CNT-INACTIVOS TO WSV-ED-CONTEO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CLIENTES INACTIVOS: ' WSV-ED-CONTEO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF NOT WSS-CLIMSTR-DISPONIBLE
               MOVE 'SIN MAESTRO CLIMSTR: SOLO CLIENTES CON HISTORICO'
                   TO WSV-REPORTE-LINEA
               WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           MOVE SPACES TO SLS-REPORT-LINE.
           WRITE SLS-REPORT-LINE.

       052-LEE-ACUMULADO.
           READ SLS-ACUMULADO-FILE
               AT END MOVE HIGH-VALUES TO WSV-CLAVE-HISTORIA
               NOT AT END MOVE ACL-CLIENTE TO WSV-CLAVE-HISTORIA
           END-READ.

       054-LEE-MAESTRO.
           READ SLS-CLIENTE-FILE NEXT RECORD
               AT END MOVE HIGH-VALUES TO WSV-CLAVE-MAESTRO
               NOT AT END MOVE CMR-CODIGO TO WSV-CLAVE-MAESTRO
           END-READ.

       056-CRUZA-CLIENTE.
           EVALUATE TRUE
               WHEN WSV-CLAVE-HISTORIA < WSV-CLAVE-MAESTRO
                   MOVE '(NO ESTA EN CLIMSTR)' TO WSV-NOMBRE
                   IF NOT WSS-CLIMSTR-DISPONIBLE
                       MOVE SPACES TO WSV-NOMBRE
                   END-IF
                   MOVE ACL-ULTIMA-COMPRA TO WSV-ULTIMA-COMPRA
                   MOVE WSV-CLAVE-HISTORIA TO CMR-CODIGO
                   PERFORM 058-REVISA-INACTIVO
                   PERFORM 052-LEE-ACUMULADO
               WHEN WSV-CLAVE-HISTORIA = WSV-CLAVE-MAESTRO
                   MOVE CMR-NOMBRE TO WSV-NOMBRE
                   MOVE ACL-ULTIMA-COMPRA TO WSV-ULTIMA-COMPRA
                   PERFORM 058-REVISA-INACTIVO
                   PERFORM 052-LEE-ACUMULADO
                   PERFORM 054-LEE-MAESTRO
               WHEN OTHER
                   MOVE CMR-NOMBRE TO WSV-NOMBRE
                   MOVE ZEROS TO WSV-ULTIMA-COMPRA
                   PERFORM 058-REVISA-INACTIVO
                   PERFORM 054-LEE-MAESTRO
           END-EVALUATE.

      *> EL CLIENTE EN CMR-CODIGO ES INACTIVO SI NUNCA HA COMPRADO O SI
      *> SU ULTIMA COMPRA TIENE WSV-DIAS-INACTIVO DIAS O MAS.
       058-REVISA-INACTIVO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           IF WSV-ULTIMA-COMPRA = ZEROS
               ADD 1 TO WSV-CNT-INACTIVOS
               STRING CMR-CODIGO ' ' WSV-NOMBRE ' NUNCA'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
           ELSE
               IF WSV-ULTIMA-COMPRA < WSV-FECHA-REFERENCIA
                   COMPUTE WSV-DIAS-SIN-COMPRA =
                       FUNCTION INTEGER-OF-DATE (WSV-FECHA-REFERENCIA)
                       - FUNCTION INTEGER-OF-DATE (WSV-ULTIMA-COMPRA)
                   IF WSV-DIAS-SIN-COMPRA NOT < WSV-DIAS-INACTIVO
                       ADD 1 TO WSV-CNT-INACTIVOS
                       MOVE WSV-DIAS-SIN-COMPRA TO WSV-ED-DIAS
                       STRING CMR-CODIGO ' ' WSV-NOMBRE ' '
                               WSV-ULTIMA-COMPRA ' ' WSV-ED-DIAS
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                       WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA
                   END-IF
               END-IF
           END-IF.

       090-TERMINA.
           IF WSS-HISTORIA-ABIERTA
               CLOSE SLS-HISTORIA-FILE
           END-IF.
           IF WSS-CLIMSTR-DISPONIBLE
               CLOSE SLS-CLIENTE-FILE
           END-IF.
           MOVE WSV-HIS-LEIDOS TO WSV-ED-CONTEO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REGISTROS DE SLSHIST LEIDOS (TODOS LOS PASES): '
                   WSV-ED-CONTEO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SLS-REPORT-LINE FROM WSV-REPORTE-LINEA.
           CLOSE SLS-REPORT-FILE.
           DISPLAY 'SALES-ANALYSIS - CLIENTES: ' WSV-CNT-CLIENTES
               ' ARTICULOS: ' WSV-CNT-ARTICULOS
               ' INACTIVOS: ' WSV-CNT-INACTIVOS.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'ANALISIS DE VENTAS ' WSV-TIPO-PERIODO ' '
                   WSV-ACT-DESDE '-' WSV-ACT-HASTA
                   ' CLIENTES=' WSV-CNT-CLIENTES
                   ' ARTICULOS=' WSV-CNT-ARTICULOS
                   ' INACTIVOS=' WSV-CNT-INACTIVOS
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> FIJA EL RETURN-CODE: 4 SIN HISTORICO O CON TARJETA INVALIDA,
      *> 0 SI EL ANALISIS SALIO COMPLETO.
       099-FINALIZA.
           IF NOT WSS-HISTORIA-ABIERTA OR WSS-PARAMETRO-INVALIDO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-SALES-ANALYSIS.

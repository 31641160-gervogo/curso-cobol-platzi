      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Simulacion de las reglas de clasificacion de
      *          PLATZI-IF-ELSE. La tolerancia del 110% de 010-IF y el
      *          limite CTL-IF-MAX de CTLCARD deciden quien se escala
      *          y a quien se le cobra el cargo de FEE-ASSESS, y
      *          credito no tenia como ver el efecto de cambiarlos
      *          antes de hacerlo. Esta corrida, a pedido, toma la
      *          tolerancia y el limite propuestos de la tarjeta
      *          IFSIMPRM y reclasifica el IFPAIR del dia o una
      *          generacion pasada del catalogo GENCAT (IFPAIR.DAAAAMMDD
      *          de PLATZI-GEN-KEEPER) con las reglas vigentes y con
      *          las propuestas. Solo lee: no toca IFHIST, IFCLAS,
      *          IFDHIST ni FEEBILL. El reporte IFSIMRPT muestra lado a
      *          lado la distribucion vigente y la propuesta, el
      *          efecto en cargos (mismas reglas de FEE-ASSESS: CR o
      *          SL hoy y en la corrida anterior, excedente sobre la
      *          tolerancia por la tasa FEEPCT) y la lista de cuentas
      *          que cambiarian de clase o de cargo. La clasificacion
      *          anterior de cada cuenta sale de las fotos de IFSNAP
      *          (reclasificadas con cada juego de reglas) o, sin foto,
      *          de IFHIST tal como quedo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-IF-SIMUL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-PARAM-FILE   ASSIGN TO "IFSIMPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT SIM-CATALOGO-FILE ASSIGN TO "GENCAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CAT-STATUS.

           SELECT SIM-PARES-FILE   ASSIGN USING WSV-ENTRADA-NOMBRE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PARES-STATUS.

           SELECT SIM-ORDENADO-FILE ASSIGN TO "IFSIMSRT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SIM-FOTO-FILE    ASSIGN TO "IFSNAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ISN-LLAVE
                                    FILE STATUS IS WSV-FOTO-STATUS.

           SELECT SIM-HIST-FILE    ASSIGN TO "IFHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS IHR-CUENTA
                                    FILE STATUS IS WSV-HIST-STATUS.

           SELECT SIM-UMBRAL-FILE  ASSIGN TO "VCS1MSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS VMR-NOMBRE
                                    FILE STATUS IS WSV-UMBRAL-STATUS.

           SELECT SIM-TRABAJO-FILE ASSIGN TO "IFSIMWRK"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SIM-REPORTE-FILE ASSIGN TO "IFSIMRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *> TARJETA DE LA SIMULACION: TOLERANCIA PROPUESTA EN POR CIENTO
      *> DEL LIMITE (110.00 ES LA VIGENTE), LIMITE MAXIMO PROPUESTO
      *> (EL CTL-IF-MAX DE CTLCARD) Y FECHA DE LA GENERACION DE IFPAIR
      *> A RECLASIFICAR (EN CEROS, EL IFPAIR DEL DIA). UN VALOR EN
      *> CEROS CONSERVA LA REGLA VIGENTE.
       FD  SIM-PARAM-FILE.
       01  SIM-PARAM-RECORD.
           05 ISP-TOLERANCIA-PCT       PIC 9(03)V99.
           05 FILLER                   PIC X(01).
           05 ISP-LIMITE-MAXIMO        PIC 9(05).
           05 FILLER                   PIC X(01).
           05 ISP-FECHA-GENERACION     PIC 9(08).
           05 FILLER                   PIC X(60).

      *> MISMO LAYOUT QUE GEN-CATALOGO-RECORD EN PLATZI-GEN-KEEPER.
       FD  SIM-CATALOGO-FILE.
       01  SIM-CATALOGO-RECORD.
           05 GCR-NOMBRE               PIC X(08).
           05 FILLER                   PIC X(01).
           05 GCR-FECHA                PIC 9(08).
           05 FILLER                   PIC X(63).

      *> MISMO LAYOUT QUE IFE-PARES-RECORD EN PLATZI-IF-ELSE.
       FD  SIM-PARES-FILE.
       01  SIM-PARES-RECORD            PIC X(80).

      *> EL FEED ORDENADO POR CUENTA CONSERVANDO EL ORDEN DE LLEGADA
      *> DE LAS REPETICIONES (LA PRIMERA APARICION GANA, COMO EN
      *> IF-ELSE).
       FD  SIM-ORDENADO-FILE.
       01  SIM-ORDENADO-RECORD.
           05 IPR-CUENTA               PIC X(08).
           05 IPR-BALANCE              PIC 9(05).
           05 IPR-LIMITE               PIC 9(05).
           05 FILLER                   PIC X(62).

      *> MISMO LAYOUT QUE DRF-FOTO-RECORD EN PLATZI-IF-DRIFT.
       FD  SIM-FOTO-FILE.
       01  SIM-FOTO-RECORD.
           05 ISN-LLAVE.
              10 ISN-CUENTA            PIC X(08).
              10 ISN-FECHA             PIC 9(08).
           05 ISN-CODIGO               PIC X(02).
           05 ISN-BALANCE              PIC 9(05).
           05 ISN-LIMITE               PIC 9(05).
           05 ISN-RAZON                PIC 9(04)V99.
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE IFE-HIST-RECORD EN PLATZI-IF-ELSE.
       FD  SIM-HIST-FILE.
       01  SIM-HIST-RECORD.
           05 IHR-CUENTA               PIC X(08).
           05 IHR-FECHA-ULT            PIC 9(08).
           05 IHR-CLASIF-ULT           PIC X(02).
           05 IHR-FECHA-ANT            PIC 9(08).
           05 IHR-CLASIF-ANT           PIC X(02).

      *> MISMO LAYOUT QUE VMR-MASTER-RECORD EN VARIABLES-Y-CONSTANTES;
      *> DE AQUI SALE LA TASA DEL CARGO (REGISTRO FEEPCT).
       FD  SIM-UMBRAL-FILE.
       01  VMR-MASTER-RECORD.
           05 VMR-NOMBRE               PIC X(06).
           05 VMR-VALOR                PIC 9(05).

      *> LINEAS DE CUENTAS QUE CAMBIAN, QUE SE PASAN AL REPORTE
      *> DESPUES DE LA DISTRIBUCION.
       FD  SIM-TRABAJO-FILE.
       01  SIM-TRABAJO-LINE            PIC X(80).

       FD  SIM-REPORTE-FILE.
       01  SIM-REPORTE-LINE            PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-CUENTA               PIC X(08).
           05 FILLER                   PIC X(72).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-PARES-SWITCHES         PIC X     VALUE '1'.
           88 WSS-PARES-FIN                     VALUE '0'.

       77 WSS-CAT-SWITCHES           PIC X     VALUE '1'.
           88 WSS-CAT-FIN                       VALUE '0'.

       77 WSS-TRABAJO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-TRABAJO-FIN                   VALUE '0'.

       77 WSS-FOTO-SWITCHES          PIC X     VALUE '1'.
           88 WSS-FOTO-FIN                      VALUE '0'.

       77 WSS-ENTRADA-SWITCHES       PIC X     VALUE 'S'.
           88 WSS-ENTRADA-OK                    VALUE 'S'.
           88 WSS-ENTRADA-FALTA                 VALUE 'N'.

       77 WSS-FOTOS-SWITCHES         PIC X     VALUE 'N'.
           88 WSS-FOTOS-DISPONIBLE              VALUE 'S'.

       77 WSS-HIST-SWITCHES          PIC X     VALUE 'N'.
           88 WSS-HIST-DISPONIBLE               VALUE 'S'.

       77 WSS-PAR-SWITCHES           PIC X     VALUE 'S'.
           88 WSS-PAR-VALIDO                    VALUE 'S'.
           88 WSS-PAR-INVALIDO                  VALUE 'N'.

       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.
       77 WSV-CAT-STATUS             PIC XX    VALUE SPACES.
       77 WSV-PARES-STATUS           PIC XX    VALUE SPACES.
       77 WSV-FOTO-STATUS            PIC XX    VALUE SPACES.
       77 WSV-HIST-STATUS            PIC XX    VALUE SPACES.
       77 WSV-UMBRAL-STATUS          PIC XX    VALUE SPACES.

       *> NOMBRE DEL FEED A RECLASIFICAR (IFPAIR O SU GENERACION)
       77 WSV-ENTRADA-NOMBRE         PIC X(18) VALUE 'IFPAIR'.
       77 WSV-FECHA-SIMULADA         PIC 9(08) VALUE ZEROS.

      *> REGLAS VIGENTES (LA TOLERANCIA ES LA DE 010-IF EN
      *> PLATZI-IF-ELSE) Y PROPUESTAS; EL PISO DE BALANCE/LIMITE ES
      *> EL WSC-VALOR-MINIMO DE IF-ELSE.
       77 WSC-TOLERANCIA-VIGENTE     PIC 9(03)V99 VALUE 110.00.
       77 WSC-VALOR-MINIMO           PIC 9(05) VALUE 1.
       01 WSV-REGLAS.
          05 WSV-VIG-PCT             PIC 9(03)V99 VALUE ZEROS.
          05 WSV-VIG-MAXIMO          PIC 9(05) VALUE ZEROS.
          05 WSV-PRO-PCT             PIC 9(03)V99 VALUE ZEROS.
          05 WSV-PRO-MAXIMO          PIC 9(05) VALUE ZEROS.

      *> ENTRADA Y SALIDA DE 040-CLASIFICA: BALANCE, LIMITE Y REGLA A
      *> APLICAR; REGRESA EL CODIGO Y LA TOLERANCIA.
       01 WSV-CLASIFICA.
          05 WSV-CL-BALANCE          PIC 9(05) VALUE ZEROS.
          05 WSV-CL-LIMITE           PIC 9(05) VALUE ZEROS.
          05 WSV-CL-PCT              PIC 9(03)V99 VALUE ZEROS.
          05 WSV-CL-MAXIMO           PIC 9(05) VALUE ZEROS.
          05 WSV-CL-CODIGO           PIC X(02) VALUE SPACES.
          05 WSV-CL-TOLERANCIA       PIC 9(05) VALUE ZEROS.

      *> RESULTADO DE LA CUENTA EN PROCESO CON CADA JUEGO DE REGLAS
       01 WSV-CUENTA-TRABAJO.
          05 WSV-CTA-ANTERIOR        PIC X(08) VALUE SPACES.
          05 WSV-VIG-CODIGO          PIC X(02) VALUE SPACES.
          05 WSV-VIG-TOLERANCIA      PIC 9(05) VALUE ZEROS.
          05 WSV-VIG-PREVIO          PIC X(02) VALUE SPACES.
          05 WSV-VIG-CARGO           PIC 9(5)V99 VALUE ZEROS.
          05 WSV-PRO-CODIGO          PIC X(02) VALUE SPACES.
          05 WSV-PRO-TOLERANCIA      PIC 9(05) VALUE ZEROS.
          05 WSV-PRO-PREVIO          PIC X(02) VALUE SPACES.
          05 WSV-PRO-CARGO           PIC 9(5)V99 VALUE ZEROS.
          05 WSV-FOTO-BALANCE        PIC 9(05) VALUE ZEROS.
          05 WSV-FOTO-LIMITE         PIC 9(05) VALUE ZEROS.
          05 WSV-FOTO-CODIGO         PIC X(02) VALUE SPACES.
          05 WSV-HIST-PREVIO         PIC X(02) VALUE SPACES.

      *> ENTRADA Y SALIDA DE 060-CALCULA-CARGO
       01 WSV-CARGO-TRABAJO.
          05 WSV-CG-CODIGO           PIC X(02) VALUE SPACES.
          05 WSV-CG-PREVIO           PIC X(02) VALUE SPACES.
          05 WSV-CG-TOLERANCIA       PIC 9(05) VALUE ZEROS.
          05 WSV-CG-EXCEDENTE        PIC S9(06) VALUE ZEROS.
          05 WSV-CG-MONTO            PIC 9(5)V99 VALUE ZEROS.

      *> TASA DEL CARGO EN POR CIENTO (REGISTRO FEEPCT DE VCS1MSTR;
      *> 2 POR OMISION, IGUAL QUE FEE-ASSESS)
       77 WSV-TASA-PCT               PIC 9(05) VALUE 2.
       77 WSV-TASA-FRACCION          PIC 9(3)V9(4) VALUE ZEROS.

      *> DISTRIBUCION POR CODIGO, VIGENTE Y PROPUESTA
       01 WSC-CODIGOS.
          05 FILLER PIC X(20) VALUE 'DLDENTRO DEL LIMITE '.
          05 FILLER PIC X(20) VALUE 'ELEN EL LIMITE      '.
          05 FILLER PIC X(20) VALUE 'SLSOBRE LIMITE      '.
          05 FILLER PIC X(20) VALUE 'CRCRITICO           '.
          05 FILLER PIC X(20) VALUE 'FRFUERA DE RANGO    '.
       01 WSC-CODIGOS-R             REDEFINES WSC-CODIGOS.
          05 WSC-CODIGO-ENTRADA     OCCURS 5 TIMES.
             10 WSC-CO-CODIGO       PIC X(02).
             10 WSC-CO-NOMBRE       PIC X(18).

       01 WSV-DISTRIBUCION.
          05 WSV-DIST-ENTRADA       OCCURS 5 TIMES.
             10 WSV-DI-VIGENTE      PIC 9(05).
             10 WSV-DI-PROPUESTA    PIC 9(05).

       77 WSV-CODIGO-IDX             PIC 9(02) VALUE ZEROS.
       77 WSV-CODIGO-BUSCADO         PIC X(02) VALUE SPACES.
       77 WSV-CODIGO-ENCONTRADO      PIC 9(02) VALUE ZEROS.

       *> CONTADORES DE LA SIMULACION
       01 WSV-CONTADORES.
          05 WSV-CONT-PARES          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADOS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-DUPLICADOS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CLASIFICADOS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CAMBIAN        PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ESCAL-VIG      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ESCAL-PRO      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CARGOS-VIG     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CARGOS-PRO     PIC 9(05) VALUE ZEROS.
          05 WSV-TOTAL-CARGOS-VIG    PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TOTAL-CARGOS-PRO    PIC 9(09)V99 VALUE ZEROS.

       77 WSV-DIFERENCIA             PIC S9(05) VALUE ZEROS.
       77 WSV-DIFERENCIA-MONTO       PIC S9(09)V99 VALUE ZEROS.
       77 WSV-ED-VIGENTE             PIC ZZZZ9.
       77 WSV-ED-PROPUESTA           PIC ZZZZ9.
       77 WSV-ED-DIFERENCIA          PIC +ZZZZ9.
       77 WSV-ED-PCT                 PIC ZZ9.99.
       77 WSV-ED-CARGO-VIG           PIC ZZ,ZZ9.99.
       77 WSV-ED-CARGO-PRO           PIC ZZ,ZZ9.99.
       77 WSV-ED-TOTAL-VIG           PIC ZZZ,ZZZ,ZZ9.99.
       77 WSV-ED-TOTAL-PRO           PIC ZZZ,ZZZ,ZZ9.99.
       77 WSV-ED-TOTAL-DIF           PIC +ZZZ,ZZZ,ZZ9.99.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='IFSIMUL'==.

       *> PARAMETROS DE LA RUTINA COMUN PLATZI-ARIT-CALC
       COPY ARITCALC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-ENTRADA-OK
               PERFORM 020-ORDENA-FEED
               PERFORM 030-SIMULA-PAR UNTIL WSS-PARES-FIN
               PERFORM 070-REPORTA-RESUMEN
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           MOVE WSC-TOLERANCIA-VIGENTE TO WSV-VIG-PCT.
           MOVE CTL-IF-MAX TO WSV-VIG-MAXIMO.
           IF WSV-VIG-MAXIMO = ZEROS
               MOVE 99999 TO WSV-VIG-MAXIMO
           END-IF.
           MOVE WSV-VIG-PCT TO WSV-PRO-PCT.
           MOVE WSV-VIG-MAXIMO TO WSV-PRO-MAXIMO.
           MOVE CTL-RUN-DATE TO WSV-FECHA-SIMULADA.
           MOVE ZEROS TO WSV-DISTRIBUCION.
           PERFORM 012-LEE-PARAMETRO.
           PERFORM 014-LEE-TASA.
           COMPUTE WSV-TASA-FRACCION = WSV-TASA-PCT / 100.
           OPEN OUTPUT SIM-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'SIMULACION DE REGLAS IF-ELSE   FECHA: '
                   CTL-RUN-DATE '   FEED: ' WSV-ENTRADA-NOMBRE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-VIG-PCT TO WSV-ED-PCT.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REGLA VIGENTE:  TOLERANCIA ' WSV-ED-PCT
                   '% DEL LIMITE   LIMITE MAXIMO ' WSV-VIG-MAXIMO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-PRO-PCT TO WSV-ED-PCT.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REGLA PROPUESTA: TOLERANCIA ' WSV-ED-PCT
                   '% DEL LIMITE   LIMITE MAXIMO ' WSV-PRO-MAXIMO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TASA DEL CARGO (FEEPCT): ' WSV-TASA-PCT
                   ' POR CIENTO   (SIMULACION: NO SE ACTUALIZA NADA)'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO SIM-REPORTE-LINE.
           WRITE SIM-REPORTE-LINE.
           IF WSV-FECHA-SIMULADA NOT = CTL-RUN-DATE
               PERFORM 016-BUSCA-GENERACION
           END-IF.
           IF WSS-ENTRADA-OK
               OPEN INPUT SIM-PARES-FILE
               IF WSV-PARES-STATUS NOT = '00'
                   SET WSS-ENTRADA-FALTA TO TRUE
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING 'NO SE PUDO ABRIR EL FEED '
                           WSV-ENTRADA-NOMBRE
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   DISPLAY 'IF-SIMUL - ' WSV-REPORTE-LINEA (1:60)
               ELSE
                   CLOSE SIM-PARES-FILE
               END-IF
           END-IF.
           IF WSS-ENTRADA-OK
               OPEN INPUT SIM-FOTO-FILE
               IF WSV-FOTO-STATUS = '00'
                   SET WSS-FOTOS-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY 'IF-SIMUL - SIN IFSNAP, LA CLASIFICACION '
                       'ANTERIOR SALE SOLO DE IFHIST'
               END-IF
               OPEN INPUT SIM-HIST-FILE
               IF WSV-HIST-STATUS = '00'
                   SET WSS-HIST-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY 'IF-SIMUL - SIN IFHIST, SOLO CUENTAN LAS '
                       'FOTOS DE IFSNAP'
               END-IF
               OPEN OUTPUT SIM-TRABAJO-FILE
           END-IF.

       012-LEE-PARAMETRO.
           OPEN INPUT SIM-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ SIM-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                   IF ISP-TOLERANCIA-PCT NUMERIC
                           AND ISP-TOLERANCIA-PCT > ZEROS
                       MOVE ISP-TOLERANCIA-PCT TO WSV-PRO-PCT
                   END-IF
                   IF ISP-LIMITE-MAXIMO NUMERIC
                           AND ISP-LIMITE-MAXIMO > ZEROS
                       MOVE ISP-LIMITE-MAXIMO TO WSV-PRO-MAXIMO
                   END-IF
                   IF ISP-FECHA-GENERACION NUMERIC
                           AND ISP-FECHA-GENERACION > ZEROS
                       MOVE ISP-FECHA-GENERACION
                           TO WSV-FECHA-SIMULADA
                   END-IF
               END-IF
               CLOSE SIM-PARAM-FILE
           END-IF.
           IF WSV-FECHA-SIMULADA NOT = CTL-RUN-DATE
               MOVE SPACES TO WSV-ENTRADA-NOMBRE
               STRING 'IFPAIR.D' WSV-FECHA-SIMULADA
                       DELIMITED BY SIZE INTO WSV-ENTRADA-NOMBRE
           END-IF.

      *> CARGA LA TASA DEL CARGO DEL REGISTRO FEEPCT DE VCS1MSTR
      *> (MISMO PATRON QUE PLATZI-FEE-ASSESS).
       014-LEE-TASA.
           OPEN INPUT SIM-UMBRAL-FILE.
           IF WSV-UMBRAL-STATUS = '00'
               MOVE 'FEEPCT' TO VMR-NOMBRE
               READ SIM-UMBRAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VMR-VALOR > ZEROS
                           MOVE VMR-VALOR TO WSV-TASA-PCT
                       END-IF
               END-READ
               CLOSE SIM-UMBRAL-FILE
           END-IF.

      *> LA GENERACION PEDIDA DEBE ESTAR VIVA EN GENCAT; SI LA
      *> RETENCION YA LA VACIO SE RECHAZA LA SIMULACION LISTANDO LAS
      *> FECHAS DE IFPAIR DISPONIBLES (MISMO TRATO QUE
      *> PLATZI-GEN-RETRIEVE).
       016-BUSCA-GENERACION.
           SET WSS-ENTRADA-FALTA TO TRUE.
           OPEN INPUT SIM-CATALOGO-FILE.
           IF WSV-CAT-STATUS = '00'
               PERFORM 017-LEE-CATALOGO UNTIL WSS-CAT-FIN
               CLOSE SIM-CATALOGO-FILE
           END-IF.
           IF WSS-ENTRADA-FALTA
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'LA GENERACION ' WSV-ENTRADA-NOMBRE
                       ' NO ESTA EN EL CATALOGO GENCAT'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA
               DISPLAY 'IF-SIMUL - ' WSV-REPORTE-LINEA (1:70)
               MOVE 'FECHAS DE IFPAIR DISPONIBLES:'
                   TO WSV-REPORTE-LINEA
               WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA
               MOVE '1' TO WSS-CAT-SWITCHES
               OPEN INPUT SIM-CATALOGO-FILE
               IF WSV-CAT-STATUS = '00'
                   PERFORM 018-LISTA-DISPONIBLE UNTIL WSS-CAT-FIN
                   CLOSE SIM-CATALOGO-FILE
               END-IF
           END-IF.

       017-LEE-CATALOGO.
           READ SIM-CATALOGO-FILE
               AT END SET WSS-CAT-FIN TO TRUE
           END-READ.
           IF NOT WSS-CAT-FIN
               IF GCR-NOMBRE = 'IFPAIR'
                       AND GCR-FECHA = WSV-FECHA-SIMULADA
                   SET WSS-ENTRADA-OK TO TRUE
               END-IF
           END-IF.

       018-LISTA-DISPONIBLE.
           READ SIM-CATALOGO-FILE
               AT END SET WSS-CAT-FIN TO TRUE
           END-READ.
           IF NOT WSS-CAT-FIN
               IF GCR-NOMBRE = 'IFPAIR'
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '  ' GCR-FECHA
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA
               END-IF
           END-IF.

      *> ORDENA EL FEED POR CUENTA; LAS REPETICIONES QUEDAN EN SU
      *> ORDEN DE LLEGADA PARA QUE GANE LA PRIMERA, COMO EN IF-ELSE.
       020-ORDENA-FEED.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-CUENTA
               WITH DUPLICATES IN ORDER
               USING SIM-PARES-FILE
               GIVING SIM-ORDENADO-FILE.
           OPEN INPUT SIM-ORDENADO-FILE.
           PERFORM 028-LEE-PAR.

      *> CADA PAR SE CLASIFICA CON LA REGLA VIGENTE Y LA PROPUESTA; LA
      *> REPETICION DE UNA CUENTA YA VISTA SOLO SE CUENTA.
       030-SIMULA-PAR.
           ADD 1 TO WSV-CONT-PARES.
           IF IPR-CUENTA = WSV-CTA-ANTERIOR AND IPR-CUENTA NOT = SPACES
               ADD 1 TO WSV-CONT-DUPLICADOS
           ELSE
               MOVE IPR-CUENTA TO WSV-CTA-ANTERIOR
               PERFORM 032-VALIDA-PAR
               IF WSS-PAR-VALIDO
                   PERFORM 034-CLASIFICA-PAR
               ELSE
                   ADD 1 TO WSV-CONT-RECHAZADOS
               END-IF
           END-IF.
           PERFORM 028-LEE-PAR.

       028-LEE-PAR.
           READ SIM-ORDENADO-FILE
               AT END SET WSS-PARES-FIN TO TRUE
           END-READ.

      *> MISMAS VALIDACIONES QUE 008-VALIDA-PAR DE IF-ELSE.
       032-VALIDA-PAR.
           SET WSS-PAR-VALIDO TO TRUE.
           IF IPR-CUENTA = SPACES
                   OR IPR-BALANCE NOT NUMERIC
                   OR IPR-LIMITE NOT NUMERIC
               SET WSS-PAR-INVALIDO TO TRUE
           ELSE
               IF IPR-BALANCE < WSC-VALOR-MINIMO
                       OR IPR-LIMITE < WSC-VALOR-MINIMO
                   SET WSS-PAR-INVALIDO TO TRUE
               END-IF
           END-IF.

       034-CLASIFICA-PAR.
           ADD 1 TO WSV-CONT-CLASIFICADOS.
           MOVE IPR-BALANCE TO WSV-CL-BALANCE.
           MOVE IPR-LIMITE TO WSV-CL-LIMITE.
           MOVE WSV-VIG-PCT TO WSV-CL-PCT.
           MOVE WSV-VIG-MAXIMO TO WSV-CL-MAXIMO.
           PERFORM 040-CLASIFICA.
           MOVE WSV-CL-CODIGO TO WSV-VIG-CODIGO.
           MOVE WSV-CL-TOLERANCIA TO WSV-VIG-TOLERANCIA.
           MOVE WSV-PRO-PCT TO WSV-CL-PCT.
           MOVE WSV-PRO-MAXIMO TO WSV-CL-MAXIMO.
           PERFORM 040-CLASIFICA.
           MOVE WSV-CL-CODIGO TO WSV-PRO-CODIGO.
           MOVE WSV-CL-TOLERANCIA TO WSV-PRO-TOLERANCIA.
           MOVE WSV-VIG-CODIGO TO WSV-CODIGO-BUSCADO.
           PERFORM 044-BUSCA-CODIGO.
           ADD 1 TO WSV-DI-VIGENTE (WSV-CODIGO-ENCONTRADO).
           MOVE WSV-PRO-CODIGO TO WSV-CODIGO-BUSCADO.
           PERFORM 044-BUSCA-CODIGO.
           ADD 1 TO WSV-DI-PROPUESTA (WSV-CODIGO-ENCONTRADO).
           PERFORM 050-CLASIFICACION-PREVIA.
           MOVE WSV-VIG-CODIGO TO WSV-CG-CODIGO.
           MOVE WSV-VIG-PREVIO TO WSV-CG-PREVIO.
           MOVE WSV-VIG-TOLERANCIA TO WSV-CG-TOLERANCIA.
           PERFORM 060-CALCULA-CARGO.
           MOVE WSV-CG-MONTO TO WSV-VIG-CARGO.
           IF WSV-CG-CODIGO NOT = SPACES
               ADD 1 TO WSV-CONT-ESCAL-VIG
           END-IF.
           IF WSV-VIG-CARGO > ZEROS
               ADD 1 TO WSV-CONT-CARGOS-VIG
               ADD WSV-VIG-CARGO TO WSV-TOTAL-CARGOS-VIG
           END-IF.
           MOVE WSV-PRO-CODIGO TO WSV-CG-CODIGO.
           MOVE WSV-PRO-PREVIO TO WSV-CG-PREVIO.
           MOVE WSV-PRO-TOLERANCIA TO WSV-CG-TOLERANCIA.
           PERFORM 060-CALCULA-CARGO.
           MOVE WSV-CG-MONTO TO WSV-PRO-CARGO.
           IF WSV-CG-CODIGO NOT = SPACES
               ADD 1 TO WSV-CONT-ESCAL-PRO
           END-IF.
           IF WSV-PRO-CARGO > ZEROS
               ADD 1 TO WSV-CONT-CARGOS-PRO
               ADD WSV-PRO-CARGO TO WSV-TOTAL-CARGOS-PRO
           END-IF.
           IF WSV-VIG-CODIGO NOT = WSV-PRO-CODIGO
                   OR WSV-VIG-CARGO NOT = WSV-PRO-CARGO
               PERFORM 066-ANOTA-CAMBIO
           END-IF.

      *> MISMA CLASIFICACION QUE 010-IF DE IF-ELSE, CON LA TOLERANCIA
      *> Y EL LIMITE MAXIMO COMO PARAMETROS.
       040-CLASIFICA.
           MOVE ZEROS TO WSV-CL-TOLERANCIA.
           IF WSV-CL-LIMITE > WSV-CL-MAXIMO
               MOVE 'FR' TO WSV-CL-CODIGO
           ELSE
               COMPUTE WSV-CL-TOLERANCIA ROUNDED =
                   WSV-CL-LIMITE * WSV-CL-PCT / 100
                   ON SIZE ERROR
                       MOVE 99999 TO WSV-CL-TOLERANCIA
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WSV-CL-BALANCE < WSV-CL-LIMITE
                       MOVE 'DL' TO WSV-CL-CODIGO
                   WHEN WSV-CL-BALANCE = WSV-CL-LIMITE
                       MOVE 'EL' TO WSV-CL-CODIGO
                   WHEN WSV-CL-BALANCE > WSV-CL-LIMITE
                           AND WSV-CL-BALANCE NOT > WSV-CL-TOLERANCIA
                       MOVE 'SL' TO WSV-CL-CODIGO
                   WHEN OTHER
                       MOVE 'CR' TO WSV-CL-CODIGO
               END-EVALUATE
           END-IF.

       044-BUSCA-CODIGO.
           MOVE 5 TO WSV-CODIGO-ENCONTRADO.
           PERFORM 046-COMPARA-CODIGO
               VARYING WSV-CODIGO-IDX FROM 1 BY 1
               UNTIL WSV-CODIGO-IDX > 5.

       046-COMPARA-CODIGO.
           IF WSC-CO-CODIGO (WSV-CODIGO-IDX) = WSV-CODIGO-BUSCADO
               MOVE WSV-CODIGO-IDX TO WSV-CODIGO-ENCONTRADO
           END-IF.

      *> CLASIFICACION DE LA CORRIDA ANTERIOR A LA FECHA SIMULADA: LA
      *> ULTIMA FOTO DE IFSNAP ANTERIOR A ESA FECHA, RECLASIFICADA
      *> CON CADA JUEGO DE REGLAS; SIN FOTO, LA DE IFHIST TAL COMO
      *> QUEDO (IGUAL PARA AMBAS REGLAS).
       050-CLASIFICACION-PREVIA.
           MOVE SPACES TO WSV-VIG-PREVIO WSV-PRO-PREVIO
               WSV-FOTO-CODIGO.
           IF WSS-FOTOS-DISPONIBLE
               PERFORM 052-BUSCA-FOTO-PREVIA
           END-IF.
           IF WSV-FOTO-CODIGO NOT = SPACES
               MOVE WSV-FOTO-BALANCE TO WSV-CL-BALANCE
               MOVE WSV-FOTO-LIMITE TO WSV-CL-LIMITE
               MOVE WSV-VIG-PCT TO WSV-CL-PCT
               MOVE WSV-VIG-MAXIMO TO WSV-CL-MAXIMO
               PERFORM 040-CLASIFICA
               MOVE WSV-CL-CODIGO TO WSV-VIG-PREVIO
               MOVE WSV-PRO-PCT TO WSV-CL-PCT
               MOVE WSV-PRO-MAXIMO TO WSV-CL-MAXIMO
               PERFORM 040-CLASIFICA
               MOVE WSV-CL-CODIGO TO WSV-PRO-PREVIO
           ELSE
               IF WSS-HIST-DISPONIBLE
                   PERFORM 056-BUSCA-HISTORIA
                   MOVE WSV-HIST-PREVIO TO WSV-VIG-PREVIO
                   MOVE WSV-HIST-PREVIO TO WSV-PRO-PREVIO
               END-IF
           END-IF.

       052-BUSCA-FOTO-PREVIA.
           MOVE IPR-CUENTA TO ISN-CUENTA.
           MOVE ZEROS TO ISN-FECHA.
           MOVE '1' TO WSS-FOTO-SWITCHES.
           START SIM-FOTO-FILE KEY IS NOT LESS THAN ISN-LLAVE
               INVALID KEY SET WSS-FOTO-FIN TO TRUE
           END-START.
           PERFORM 054-LEE-FOTO UNTIL WSS-FOTO-FIN.

       054-LEE-FOTO.
           READ SIM-FOTO-FILE NEXT RECORD
               AT END SET WSS-FOTO-FIN TO TRUE
           END-READ.
           IF NOT WSS-FOTO-FIN
               IF ISN-CUENTA NOT = IPR-CUENTA
                       OR ISN-FECHA NOT < WSV-FECHA-SIMULADA
                   SET WSS-FOTO-FIN TO TRUE
               ELSE
                   MOVE ISN-BALANCE TO WSV-FOTO-BALANCE
                   MOVE ISN-LIMITE TO WSV-FOTO-LIMITE
                   MOVE ISN-CODIGO TO WSV-FOTO-CODIGO
               END-IF
           END-IF.

       056-BUSCA-HISTORIA.
           MOVE SPACES TO WSV-HIST-PREVIO.
           MOVE IPR-CUENTA TO IHR-CUENTA.
           READ SIM-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IHR-FECHA-ULT < WSV-FECHA-SIMULADA
                       MOVE IHR-CLASIF-ULT TO WSV-HIST-PREVIO
                   ELSE
                       IF IHR-FECHA-ANT < WSV-FECHA-SIMULADA
                           MOVE IHR-CLASIF-ANT TO WSV-HIST-PREVIO
                       END-IF
                   END-IF
           END-READ.

      *> MISMA REGLA QUE PLATZI-FEE-ASSESS: ESCALADA ES CR O SL HOY Y
      *> EN LA CORRIDA ANTERIOR; EL CARGO ES EL EXCEDENTE SOBRE LA
      *> TOLERANCIA POR LA TASA, EN PLATZI-ARIT-CALC. SIN ESCALAR
      *> REGRESA EL CODIGO EN BLANCO Y EL MONTO EN CEROS.
       060-CALCULA-CARGO.
           MOVE ZEROS TO WSV-CG-MONTO.
           IF (WSV-CG-CODIGO = 'CR' OR WSV-CG-CODIGO = 'SL')
                   AND (WSV-CG-PREVIO = 'CR' OR WSV-CG-PREVIO = 'SL')
               COMPUTE WSV-CG-EXCEDENTE =
                   IPR-BALANCE - WSV-CG-TOLERANCIA
               IF WSV-CG-EXCEDENTE > ZEROS
                   MOVE WSV-CG-EXCEDENTE TO CALC-NUMERO-A
                   MOVE WSV-TASA-FRACCION TO CALC-NUMERO-B
                   CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD
                   IF NOT CALC-MUL-DESBORDE
                           AND NOT CALC-CMUL-DESBORDE
                       MOVE CALC-R-MUL TO WSV-CG-MONTO
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WSV-CG-CODIGO
           END-IF.

       066-ANOTA-CAMBIO.
           ADD 1 TO WSV-CONT-CAMBIAN.
           MOVE WSV-VIG-CARGO TO WSV-ED-CARGO-VIG.
           MOVE WSV-PRO-CARGO TO WSV-ED-CARGO-PRO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING IPR-CUENTA ' ' IPR-BALANCE ' ' IPR-LIMITE
                   '   ' WSV-VIG-CODIGO ' > ' WSV-PRO-CODIGO
                   '   ' WSV-ED-CARGO-VIG '  ' WSV-ED-CARGO-PRO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-TRABAJO-LINE FROM WSV-REPORTE-LINEA.

      *> DISTRIBUCION LADO A LADO, EFECTO EN CARGOS Y, AL FINAL, LAS
      *> CUENTAS QUE CAMBIARIAN DE CLASE O DE CARGO.
       070-REPORTA-RESUMEN.
           CLOSE SIM-ORDENADO-FILE.
           CLOSE SIM-TRABAJO-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CODIGO CLASIFICACION         VIGENTE  PROPUESTA'
                   '  DIFERENCIA'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 072-REPORTA-CODIGO
               VARYING WSV-CODIGO-IDX FROM 1 BY 1
               UNTIL WSV-CODIGO-IDX > 5.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PARES LEIDOS: ' WSV-CONT-PARES
                   ' CLASIFICADOS: ' WSV-CONT-CLASIFICADOS
                   ' RECHAZADOS: ' WSV-CONT-RECHAZADOS
                   ' DUPLICADOS: ' WSV-CONT-DUPLICADOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO SIM-REPORTE-LINE.
           WRITE SIM-REPORTE-LINE.
           MOVE 'EFECTO EN CARGOS (REGLAS DE FEE-ASSESS)'
               TO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-CONT-ESCAL-VIG TO WSV-ED-VIGENTE.
           MOVE WSV-CONT-ESCAL-PRO TO WSV-ED-PROPUESTA.
           COMPUTE WSV-DIFERENCIA =
               WSV-CONT-ESCAL-PRO - WSV-CONT-ESCAL-VIG.
           MOVE WSV-DIFERENCIA TO WSV-ED-DIFERENCIA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  CUENTAS ESCALADAS              ' WSV-ED-VIGENTE
                   '      ' WSV-ED-PROPUESTA '      '
                   WSV-ED-DIFERENCIA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-CONT-CARGOS-VIG TO WSV-ED-VIGENTE.
           MOVE WSV-CONT-CARGOS-PRO TO WSV-ED-PROPUESTA.
           COMPUTE WSV-DIFERENCIA =
               WSV-CONT-CARGOS-PRO - WSV-CONT-CARGOS-VIG.
           MOVE WSV-DIFERENCIA TO WSV-ED-DIFERENCIA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  CUENTAS CON CARGO              ' WSV-ED-VIGENTE
                   '      ' WSV-ED-PROPUESTA '      '
                   WSV-ED-DIFERENCIA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-TOTAL-CARGOS-VIG TO WSV-ED-TOTAL-VIG.
           MOVE WSV-TOTAL-CARGOS-PRO TO WSV-ED-TOTAL-PRO.
           COMPUTE WSV-DIFERENCIA-MONTO =
               WSV-TOTAL-CARGOS-PRO - WSV-TOTAL-CARGOS-VIG.
           MOVE WSV-DIFERENCIA-MONTO TO WSV-ED-TOTAL-DIF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  MONTO VIGENTE:  ' WSV-ED-TOTAL-VIG
                   '   PROPUESTO: ' WSV-ED-TOTAL-PRO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  DIFERENCIA EN CARGOS:  ' WSV-ED-TOTAL-DIF
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO SIM-REPORTE-LINE.
           WRITE SIM-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CUENTAS QUE CAMBIARIAN: ' WSV-CONT-CAMBIAN
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CUENTA   BALAN LIMIT   VIG > PRO   '
                   'CARGO VIG  CARGO PRO'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT SIM-TRABAJO-FILE.
           PERFORM 076-COPIA-CAMBIO UNTIL WSS-TRABAJO-FIN.
           CLOSE SIM-TRABAJO-FILE.

       072-REPORTA-CODIGO.
           MOVE WSV-DI-VIGENTE (WSV-CODIGO-IDX) TO WSV-ED-VIGENTE.
           MOVE WSV-DI-PROPUESTA (WSV-CODIGO-IDX) TO WSV-ED-PROPUESTA.
           COMPUTE WSV-DIFERENCIA = WSV-DI-PROPUESTA (WSV-CODIGO-IDX)
               - WSV-DI-VIGENTE (WSV-CODIGO-IDX).
           MOVE WSV-DIFERENCIA TO WSV-ED-DIFERENCIA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' WSC-CO-CODIGO (WSV-CODIGO-IDX) '   '
                   WSC-CO-NOMBRE (WSV-CODIGO-IDX) '      '
                   WSV-ED-VIGENTE '      ' WSV-ED-PROPUESTA
                   '      ' WSV-ED-DIFERENCIA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE SIM-REPORTE-LINE FROM WSV-REPORTE-LINEA.

       076-COPIA-CAMBIO.
           READ SIM-TRABAJO-FILE
               AT END SET WSS-TRABAJO-FIN TO TRUE
           END-READ.
           IF NOT WSS-TRABAJO-FIN
               WRITE SIM-REPORTE-LINE FROM SIM-TRABAJO-LINE
           END-IF.

       090-TERMINA.
           IF WSS-ENTRADA-OK
               MOVE SPACES TO AUD-MENSAJE
               MOVE WSV-PRO-PCT TO WSV-ED-PCT
               STRING 'SIMULACION FEED=' WSV-ENTRADA-NOMBRE
                       ' TOLERANCIA=' WSV-ED-PCT
                       ' MAXIMO=' WSV-PRO-MAXIMO
                       ' CAMBIAN=' WSV-CONT-CAMBIAN
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               IF WSS-FOTOS-DISPONIBLE
                   CLOSE SIM-FOTO-FILE
               END-IF
               IF WSS-HIST-DISPONIBLE
                   CLOSE SIM-HIST-FILE
               END-IF
               DISPLAY 'IF-SIMUL - CLASIFICADOS: '
                   WSV-CONT-CLASIFICADOS
                   ' CAMBIAN: ' WSV-CONT-CAMBIAN
           END-IF.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           CLOSE SIM-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 4 CUANDO EL FEED PEDIDO NO ESTABA
      *> DISPONIBLE Y NO HUBO SIMULACION.
       099-FINALIZA.
           IF WSS-ENTRADA-FALTA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-IF-SIMUL.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Bandeja unica de excepciones del batch. Las
      *          excepciones caian en cinco archivos con cinco layouts
      *          (ARITSUSP, BILLSUSP, POSTPARK, IFERR e IFDUPRPT) y
      *          cada uno lo vigilaba quien se acordara; BILLSUSP e
      *          IFERR se grababan cada noche y nadie los trabajaba.
      *          Este programa, al final del batch, alimenta el maestro
      *          indexado EXCMSTR con todo lo que dejaron esos cinco
      *          archivos en la corrida: cada partida lleva su origen,
      *          su llave (fecha de corrida y secuencia en el archivo
      *          de origen, mas una referencia legible: cuenta, par o
      *          cliente/articulo), importe, motivo, fecha de primera
      *          vista y el equipo responsable que le asigna la tabla
      *          de ruteo EXCROUT (por origen y/o texto del motivo,
      *          mismo esquema que ALRTROUT; sin regla va a EQOPS), con
      *          los dias de SLA de la regla. Los equipos cierran sus
      *          partidas con un codigo de resolucion en EXCTRAN. El
      *          reporte EXCSLA presenta las partidas abiertas por
      *          equipo y antiguedad y lista aparte las que ya pasaron
      *          su SLA. Una re-corrida del mismo dia encuentra las
      *          llaves ya cargadas y no duplica partidas.
      * Mod:    15-10-2026 - ARITSUSP y POSTPARK traen al final la
      *         fuente de la transmision de ARITTRAN (ASR-FUENTE y
      *         AOR-FUENTE), igual que en PLATZI-ARITMETICA.
      * Mod:    15-10-2026 - Una excepcion que se repite noche a noche
      *         (mismo origen, referencia y motivo) actualiza su partida
      *         abierta en vez de abrir otra, y conserva la fecha de
      *         primera vista para que su antiguedad y su SLA corran.
      *         Las abiertas se indexan en el archivo de trabajo
      *         EXCABRW; EXC-FECHA-ULTIMA guarda la ultima vez vista.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-EXC-INBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-ARITSUSP-FILE ASSIGN TO "ARITSUSP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-ORIGEN-STATUS.

           SELECT EXC-BILLSUSP-FILE ASSIGN TO "BILLSUSP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-ORIGEN-STATUS.

           SELECT EXC-PARQUE-FILE  ASSIGN TO "POSTPARK"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-ORIGEN-STATUS.

           SELECT EXC-IFERR-FILE   ASSIGN TO "IFERR"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-ORIGEN-STATUS.

           SELECT EXC-IFDUP-FILE   ASSIGN TO "IFDUPRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-ORIGEN-STATUS.

           SELECT EXC-RUTEO-FILE   ASSIGN TO "EXCROUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-RUTEO-STATUS.

           SELECT EXC-MASTER-FILE  ASSIGN TO "EXCMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EXC-LLAVE
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT EXC-ABIERTA-TRAB-FILE ASSIGN TO "EXCABRW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EAW-LLAVE
                                    FILE STATUS IS WSV-TRABAJO-STATUS.

           SELECT EXC-TRAN-FILE    ASSIGN TO "EXCTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

           SELECT EXC-REPORT-FILE  ASSIGN TO "EXCSLA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE ARIT-SUSPENSE-RECORD EN PLATZI-ARITMETICA.
       FD  EXC-ARITSUSP-FILE.
       01  EXC-ARITSUSP-RECORD.
           05 ASR-NUMERO-A             PIC 9(5)V99.
           05 ASR-NUMERO-B             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 ASR-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(1).
           05 ASR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 ASR-FUENTE               PIC X(08).

      *> MISMO LAYOUT QUE FAC-SUSPENSE-RECORD EN PLATZI-FACTURACION.
       FD  EXC-BILLSUSP-FILE.
       01  EXC-BILLSUSP-RECORD.
           05 FXR-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(1).
           05 FXR-ARTICULO             PIC X(06).
           05 FILLER                   PIC X(1).
           05 FXR-CANTIDAD             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 FXR-PRECIO-UNITARIO      PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 FXR-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(1).
           05 FXR-FECHA-PROCESO        PIC 9(08).

      *> MISMO LAYOUT QUE ARIT-OUT-RECORD EN PLATZI-ARITMETICA (POSTPARK
      *> GUARDA EL REGISTRO DE ARITOUT COMPLETO).
       FD  EXC-PARQUE-FILE.
       01  EXC-PARQUE-RECORD.
           05 AOR-NUMERO-A             PIC 9(5)V99.
           05 AOR-NUMERO-B             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 AOR-R-ADD                PIC S9(6)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-R-SUB                PIC S9(5)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-R-MUL                PIC S9(10)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-R-DIV                PIC S9(7)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 AOR-ESTADO               PIC X(02).
           05 FILLER                   PIC X(1).
           05 AOR-FUENTE               PIC X(08).

      *> IFERR E IFDUPRPT SON LINEAS IMPRESAS DE PLATZI-IF-ELSE: EL
      *> TEXTO ANTES DE LOS DOS PUNTOS ES EL MOTIVO Y LA CUENTA VIENE
      *> JUSTO DESPUES ("... RECHAZADO: CTA0001 ..." EN IFERR,
      *> "CUENTA: CTA0001 CONTO ..." EN IFDUPRPT).
       FD  EXC-IFERR-FILE.
       01  EXC-IFERR-LINE              PIC X(80).

       FD  EXC-IFDUP-FILE.
       01  EXC-IFDUP-LINE              PIC X(80).

      *> TABLA DE RUTEO: ORIGEN (EN BLANCO = CUALQUIERA), TEXTO A
      *> BUSCAR EN EL MOTIVO (EN BLANCO = CUALQUIERA), EQUIPO
      *> RESPONSABLE Y DIAS DE SLA. GANA LA PRIMERA REGLA QUE APLIQUE.
       FD  EXC-RUTEO-FILE.
       01  EXC-RUTEO-RECORD.
           05 ERT-ORIGEN               PIC X(08).
           05 FILLER                   PIC X(01).
           05 ERT-TEXTO                PIC X(20).
           05 FILLER                   PIC X(01).
           05 ERT-EQUIPO               PIC X(08).
           05 FILLER                   PIC X(01).
           05 ERT-SLA-DIAS             PIC 9(03).
           05 FILLER                   PIC X(38).

      *> MAESTRO DE EXCEPCIONES, LLAVE ORIGEN + FECHA DE CORRIDA EN QUE
      *> SE VIO POR PRIMERA VEZ + SECUENCIA EN EL ARCHIVO DE ORIGEN.
      *> EXC-FECHA-ULTIMA ES LA ULTIMA CORRIDA QUE LA VOLVIO A TRAER.
       FD  EXC-MASTER-FILE.
       01  EXC-MASTER-RECORD.
           05 EXC-LLAVE.
              10 EXC-ORIGEN            PIC X(08).
              10 EXC-FECHA-CARGA       PIC 9(08).
              10 EXC-SECUENCIA         PIC 9(05).
           05 EXC-REFERENCIA           PIC X(20).
           05 EXC-IMPORTE              PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05 EXC-MOTIVO               PIC X(40).
           05 EXC-FECHA-PRIMERA        PIC 9(08).
           05 EXC-EQUIPO               PIC X(08).
           05 EXC-SLA-DIAS             PIC 9(03).
           05 EXC-ESTADO               PIC X(01).
              88 EXC-ABIERTA                     VALUE 'A'.
              88 EXC-CERRADA                     VALUE 'C'.
           05 EXC-RESOLUCION           PIC X(02).
           05 EXC-RESPONSABLE          PIC X(08).
           05 EXC-FECHA-CIERRE         PIC 9(08).
           05 EXC-FECHA-ULTIMA         PIC 9(08).
           05 FILLER                   PIC X(02).

      *> PARTIDAS ABIERTAS DEL MAESTRO POR ORIGEN, REFERENCIA Y MOTIVO,
      *> CON LA LLAVE DE SU PARTIDA EN EXCMSTR. ES ARCHIVO DE TRABAJO:
      *> SE VACIA Y SE VUELVE A CARGAR AL INICIO DE CADA CORRIDA.
       FD  EXC-ABIERTA-TRAB-FILE.
       01  EXC-ABIERTA-TRAB-RECORD.
           05 EAW-LLAVE.
              10 EAW-ORIGEN            PIC X(08).
              10 EAW-REFERENCIA        PIC X(20).
              10 EAW-MOTIVO            PIC X(40).
           05 EAW-LLAVE-MAESTRO        PIC X(21).

      *> CIERRE DE UNA PARTIDA POR SU EQUIPO: LLAVE COMPLETA, EQUIPO
      *> QUE CIERRA (DEBE SER EL DUENO), CODIGO DE RESOLUCION Y
      *> RESPONSABLE.
       FD  EXC-TRAN-FILE.
       01  EXC-TRAN-RECORD.
           05 ETR-ACCION               PIC X(01).
              88 ETR-CIERRA                      VALUE 'C'.
           05 ETR-ORIGEN               PIC X(08).
           05 ETR-FECHA-CARGA          PIC 9(08).
           05 ETR-SECUENCIA            PIC 9(05).
           05 ETR-EQUIPO               PIC X(08).
           05 ETR-RESOLUCION           PIC X(02).
              88 ETR-RESOLUCION-VALIDA           VALUE 'CO' 'RP'
                                                       'AN' 'CS'
                                                       'NA'.
           05 ETR-RESPONSABLE          PIC X(08).
           05 FILLER                   PIC X(40).

       FD  EXC-REPORT-FILE.
       01  EXC-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-ORIGEN-SWITCHES        PIC X     VALUE '1'.
           88 WSS-ORIGEN-FIN                    VALUE '0'.

       77 WSS-RUTEO-SWITCHES         PIC X     VALUE '1'.
           88 WSS-RUTEO-FIN                     VALUE '0'.

       77 WSS-TRAN-SWITCHES          PIC X     VALUE '1'.
           88 WSS-TRAN-FIN                      VALUE '0'.

       77 WSS-MASTER-SWITCHES        PIC X     VALUE '1'.
           88 WSS-MASTER-FIN                    VALUE '0'.

       77 WSV-ORIGEN-STATUS          PIC XX    VALUE SPACES.
       77 WSV-RUTEO-STATUS           PIC XX    VALUE SPACES.
       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.
       77 WSV-TRABAJO-STATUS         PIC XX    VALUE SPACES.

      *> REGLAS DE RUTEO EN MEMORIA (MISMO TOPE QUE ALRTROUT)
       01 WSV-RUTEO-TABLA.
          05 WSV-RUTEO-ENTRADA      OCCURS 20 TIMES.
             10 WSV-RU-ORIGEN       PIC X(08).
             10 WSV-RU-TEXTO        PIC X(20).
             10 WSV-RU-EQUIPO       PIC X(08).
             10 WSV-RU-SLA          PIC 9(03).

       77 WSC-RUTEO-MAXIMO           PIC 9(02) VALUE 20.
       77 WSV-RUTEO-TOTAL            PIC 9(02) VALUE ZEROS.
       77 WSV-RUTEO-IDX              PIC 9(02) VALUE ZEROS.
       77 WSV-RUTEO-ELEGIDO          PIC 9(02) VALUE ZEROS.

      *> SIN REGLA QUE APLIQUE: EQUIPO GENERAL Y SLA DE DOS DIAS
       77 WSC-EQUIPO-OMISION         PIC X(08) VALUE 'EQOPS'.
       77 WSC-SLA-OMISION            PIC 9(03) VALUE 2.

       *> CAMPOS DE LA BUSQUEDA DE TEXTO DE LA REGLA EN EL MOTIVO
       01 WSV-BUSQUEDA.
          05 WSV-TEXTO-LARGO         PIC 9(02) VALUE ZEROS.
          05 WSV-TEXTO-IDX           PIC 9(02) VALUE ZEROS.
          05 WSV-BUSCA-IDX           PIC 9(03) VALUE ZEROS.
          05 WSV-BUSCA-TOPE          PIC 9(03) VALUE ZEROS.
          05 WSV-TEXTO-HALLADO       PIC X(01) VALUE 'N'.

      *> PARTIDA EN ARMADO A PARTIR DEL REGISTRO DE ORIGEN
       01 WSV-PARTIDA.
          05 WSV-PA-ORIGEN           PIC X(08) VALUE SPACES.
          05 WSV-PA-SECUENCIA        PIC 9(05) VALUE ZEROS.
          05 WSV-PA-REFERENCIA       PIC X(20) VALUE SPACES.
          05 WSV-PA-IMPORTE          PIC S9(11)V99 VALUE ZEROS.
          05 WSV-PA-MOTIVO           PIC X(40) VALUE SPACES.

      *> PARTES DE UNA LINEA IMPRESA DE IF-ELSE
       01 WSV-LINEA-PARTES.
          05 WSV-LP-MOTIVO           PIC X(40) VALUE SPACES.
          05 WSV-LP-RESTO            PIC X(80) VALUE SPACES.

      *> ANTIGUEDAD DE LA PARTIDA ABIERTA EN DIAS NATURALES
       77 WSV-EDAD-DIAS              PIC 9(05) VALUE ZEROS.
       77 WSV-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.

      *> ABIERTAS POR EQUIPO Y TRAMO DE ANTIGUEDAD PARA EL REPORTE
      *> (0-1, 2-3, 4-7 Y 8 O MAS DIAS) Y LAS QUE PASARON SU SLA.
       01 WSV-EQUIPOS-TABLA.
          05 WSV-EQUIPO-ENTRADA     OCCURS 20 TIMES.
             10 WSV-EQ-NOMBRE       PIC X(08).
             10 WSV-EQ-TRAMO-1      PIC 9(05).
             10 WSV-EQ-TRAMO-2      PIC 9(05).
             10 WSV-EQ-TRAMO-3      PIC 9(05).
             10 WSV-EQ-TRAMO-4      PIC 9(05).
             10 WSV-EQ-VENCIDAS     PIC 9(05).
             10 WSV-EQ-IMPORTE      PIC S9(11)V99.

       77 WSC-EQUIPOS-MAXIMO         PIC 9(02) VALUE 20.
       77 WSV-EQUIPOS-TOTAL          PIC 9(02) VALUE ZEROS.
       77 WSV-EQUIPO-IDX             PIC 9(02) VALUE ZEROS.
       77 WSV-EQUIPO-ELEGIDO         PIC 9(02) VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-NUEVAS         PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-YA-CARGADAS    PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-PERSISTENTES   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CERRADAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-TRAN-ERROR     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ABIERTAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-VENCIDAS       PIC 9(05) VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='EXCINBOX'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-CARGA-ARITSUSP.
           PERFORM 022-CARGA-BILLSUSP.
           PERFORM 024-CARGA-POSTPARK.
           PERFORM 026-CARGA-IFERR.
           PERFORM 028-CARGA-IFDUPRPT.
           PERFORM 050-PROCESA-CIERRE UNTIL WSS-TRAN-FIN.
           PERFORM 060-REPORTE-SLA.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           PERFORM 012-CARGA-RUTEO.
           OPEN OUTPUT EXC-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'BANDEJA DE EXCEPCIONES - SLA POR EQUIPO   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO EXC-REPORT-LINE.
           WRITE EXC-REPORT-LINE.
           OPEN I-O EXC-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT EXC-MASTER-FILE
               CLOSE EXC-MASTER-FILE
               OPEN I-O EXC-MASTER-FILE
           END-IF.
           OPEN OUTPUT EXC-ABIERTA-TRAB-FILE.
           CLOSE EXC-ABIERTA-TRAB-FILE.
           OPEN I-O EXC-ABIERTA-TRAB-FILE.
           PERFORM 016-CARGA-ABIERTAS.
           OPEN INPUT EXC-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-TRAN-FIN TO TRUE
           ELSE
               PERFORM 055-LEE-TRANSACCION
           END-IF.

       012-CARGA-RUTEO.
           OPEN INPUT EXC-RUTEO-FILE.
           IF WSV-RUTEO-STATUS = '00'
               PERFORM 014-LEE-RUTEO UNTIL WSS-RUTEO-FIN
               CLOSE EXC-RUTEO-FILE
           END-IF.

       014-LEE-RUTEO.
           READ EXC-RUTEO-FILE
               AT END SET WSS-RUTEO-FIN TO TRUE
           END-READ.
           IF NOT WSS-RUTEO-FIN
               IF ERT-EQUIPO NOT = SPACES
                       AND WSV-RUTEO-TOTAL < WSC-RUTEO-MAXIMO
                   ADD 1 TO WSV-RUTEO-TOTAL
                   MOVE ERT-ORIGEN TO WSV-RU-ORIGEN (WSV-RUTEO-TOTAL)
                   MOVE ERT-TEXTO TO WSV-RU-TEXTO (WSV-RUTEO-TOTAL)
                   MOVE ERT-EQUIPO TO WSV-RU-EQUIPO (WSV-RUTEO-TOTAL)
                   IF ERT-SLA-DIAS NUMERIC
                       MOVE ERT-SLA-DIAS
                           TO WSV-RU-SLA (WSV-RUTEO-TOTAL)
                   ELSE
                       MOVE WSC-SLA-OMISION
                           TO WSV-RU-SLA (WSV-RUTEO-TOTAL)
                   END-IF
               END-IF
           END-IF.

      *> INDEXA LAS PARTIDAS ABIERTAS DEL MAESTRO POR ORIGEN, REFERENCIA
      *> Y MOTIVO. SI HAY MAS DE UNA CON LOS MISMOS DATOS QUEDA LA MAS
      *> ANTIGUA (EL MAESTRO SE RECORRE EN ORDEN DE FECHA DE CARGA).
       016-CARGA-ABIERTAS.
           MOVE LOW-VALUES TO EXC-LLAVE.
           START EXC-MASTER-FILE KEY IS NOT LESS THAN EXC-LLAVE
               INVALID KEY SET WSS-MASTER-FIN TO TRUE
           END-START.
           IF NOT WSS-MASTER-FIN
               PERFORM 068-LEE-MAESTRO
           END-IF.
           PERFORM 017-ANOTA-ABIERTA UNTIL WSS-MASTER-FIN.
           MOVE '1' TO WSS-MASTER-SWITCHES.

       017-ANOTA-ABIERTA.
           IF EXC-ABIERTA
               MOVE EXC-ORIGEN TO EAW-ORIGEN
               MOVE EXC-REFERENCIA TO EAW-REFERENCIA
               MOVE EXC-MOTIVO TO EAW-MOTIVO
               MOVE EXC-LLAVE TO EAW-LLAVE-MAESTRO
               WRITE EXC-ABIERTA-TRAB-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           PERFORM 068-LEE-MAESTRO.

      *> PARES EN SUSPENSO DEL DIA: EL IMPORTE ES EL MONTO DE POSTEO
      *> DEL PAR (A MAS B), EL MISMO CRITERIO DE AOR-R-ADD.
       020-CARGA-ARITSUSP.
           MOVE 'ARITSUSP' TO WSV-PA-ORIGEN.
           MOVE ZEROS TO WSV-PA-SECUENCIA.
           MOVE '1' TO WSS-ORIGEN-SWITCHES.
           OPEN INPUT EXC-ARITSUSP-FILE.
           IF WSV-ORIGEN-STATUS = '00'
               PERFORM 021-LEE-ARITSUSP UNTIL WSS-ORIGEN-FIN
               CLOSE EXC-ARITSUSP-FILE
           END-IF.

       021-LEE-ARITSUSP.
           READ EXC-ARITSUSP-FILE
               AT END SET WSS-ORIGEN-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORIGEN-FIN
               ADD 1 TO WSV-PA-SECUENCIA
               MOVE SPACES TO WSV-PA-REFERENCIA
               STRING 'A=' ASR-NUMERO-A ' B=' ASR-NUMERO-B
                       DELIMITED BY SIZE INTO WSV-PA-REFERENCIA
               COMPUTE WSV-PA-IMPORTE = ASR-NUMERO-A + ASR-NUMERO-B
               MOVE ASR-MOTIVO TO WSV-PA-MOTIVO
               PERFORM 030-REGISTRA-PARTIDA
           END-IF.

      *> LINEAS DE FACTURACION EN SUSPENSO: IMPORTE CANTIDAD POR PRECIO.
       022-CARGA-BILLSUSP.
           MOVE 'BILLSUSP' TO WSV-PA-ORIGEN.
           MOVE ZEROS TO WSV-PA-SECUENCIA.
           MOVE '1' TO WSS-ORIGEN-SWITCHES.
           OPEN INPUT EXC-BILLSUSP-FILE.
           IF WSV-ORIGEN-STATUS = '00'
               PERFORM 023-LEE-BILLSUSP UNTIL WSS-ORIGEN-FIN
               CLOSE EXC-BILLSUSP-FILE
           END-IF.

       023-LEE-BILLSUSP.
           READ EXC-BILLSUSP-FILE
               AT END SET WSS-ORIGEN-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORIGEN-FIN
               ADD 1 TO WSV-PA-SECUENCIA
               MOVE SPACES TO WSV-PA-REFERENCIA
               STRING FXR-CLIENTE ' ' FXR-ARTICULO
                       DELIMITED BY SIZE INTO WSV-PA-REFERENCIA
               COMPUTE WSV-PA-IMPORTE ROUNDED =
                   FXR-CANTIDAD * FXR-PRECIO-UNITARIO
               MOVE FXR-MOTIVO TO WSV-PA-MOTIVO
               PERFORM 030-REGISTRA-PARTIDA
           END-IF.

      *> REGISTROS PARQUEADOS POR ARIT-POST; LA SECUENCIA ES LA MISMA
      *> LLAVE CON QUE PLATZI-PARK-RESOLVE LOS CARGA A PARKMSTR.
       024-CARGA-POSTPARK.
           MOVE 'POSTPARK' TO WSV-PA-ORIGEN.
           MOVE ZEROS TO WSV-PA-SECUENCIA.
           MOVE '1' TO WSS-ORIGEN-SWITCHES.
           OPEN INPUT EXC-PARQUE-FILE.
           IF WSV-ORIGEN-STATUS = '00'
               PERFORM 025-LEE-POSTPARK UNTIL WSS-ORIGEN-FIN
               CLOSE EXC-PARQUE-FILE
           END-IF.

       025-LEE-POSTPARK.
           READ EXC-PARQUE-FILE
               AT END SET WSS-ORIGEN-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORIGEN-FIN
               ADD 1 TO WSV-PA-SECUENCIA
               MOVE SPACES TO WSV-PA-REFERENCIA
               STRING 'A=' AOR-NUMERO-A ' B=' AOR-NUMERO-B
                       DELIMITED BY SIZE INTO WSV-PA-REFERENCIA
               MOVE AOR-R-ADD TO WSV-PA-IMPORTE
               MOVE SPACES TO WSV-PA-MOTIVO
               STRING 'PARQUEADO ESTADO ' AOR-ESTADO
                       ' PROCESO ' AOR-FECHA-PROCESO
                       DELIMITED BY SIZE INTO WSV-PA-MOTIVO
               PERFORM 030-REGISTRA-PARTIDA
           END-IF.

      *> PARES RECHAZADOS POR LA VALIDACION DE IF-ELSE (SIN IMPORTE).
       026-CARGA-IFERR.
           MOVE 'IFERR' TO WSV-PA-ORIGEN.
           MOVE ZEROS TO WSV-PA-SECUENCIA.
           MOVE '1' TO WSS-ORIGEN-SWITCHES.
           OPEN INPUT EXC-IFERR-FILE.
           IF WSV-ORIGEN-STATUS = '00'
               PERFORM 027-LEE-IFERR UNTIL WSS-ORIGEN-FIN
               CLOSE EXC-IFERR-FILE
           END-IF.

       027-LEE-IFERR.
           READ EXC-IFERR-FILE
               AT END SET WSS-ORIGEN-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORIGEN-FIN
               IF EXC-IFERR-LINE NOT = SPACES
                   ADD 1 TO WSV-PA-SECUENCIA
                   MOVE SPACES TO WSV-LINEA-PARTES
                   UNSTRING EXC-IFERR-LINE DELIMITED BY ': '
                       INTO WSV-LP-MOTIVO WSV-LP-RESTO
                   END-UNSTRING
                   PERFORM 029-PARTIDA-DE-LINEA
               END-IF
           END-IF.

      *> REPETICIONES DE CUENTA EN IFPAIR; SOLO CUENTAN LAS LINEAS DE
      *> DETALLE "CUENTA: ...", NO LOS ENCABEZADOS NI EL RESUMEN.
       028-CARGA-IFDUPRPT.
           MOVE 'IFDUPRPT' TO WSV-PA-ORIGEN.
           MOVE ZEROS TO WSV-PA-SECUENCIA.
           MOVE '1' TO WSS-ORIGEN-SWITCHES.
           OPEN INPUT EXC-IFDUP-FILE.
           IF WSV-ORIGEN-STATUS = '00'
               PERFORM 031-LEE-IFDUPRPT UNTIL WSS-ORIGEN-FIN
               CLOSE EXC-IFDUP-FILE
           END-IF.

       029-PARTIDA-DE-LINEA.
           MOVE WSV-LP-RESTO (1:8) TO WSV-PA-REFERENCIA.
           IF WSV-PA-REFERENCIA = SPACES
               MOVE 'SIN CUENTA' TO WSV-PA-REFERENCIA
           END-IF.
           MOVE ZEROS TO WSV-PA-IMPORTE.
           MOVE WSV-LP-MOTIVO TO WSV-PA-MOTIVO.
           PERFORM 030-REGISTRA-PARTIDA.

       031-LEE-IFDUPRPT.
           READ EXC-IFDUP-FILE
               AT END SET WSS-ORIGEN-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORIGEN-FIN
               IF EXC-IFDUP-LINE (1:8) = 'CUENTA: '
                   ADD 1 TO WSV-PA-SECUENCIA
                   MOVE SPACES TO WSV-LINEA-PARTES
                   MOVE 'CUENTA DUPLICADA EN IFPAIR' TO WSV-LP-MOTIVO
                   MOVE EXC-IFDUP-LINE (9:72) TO WSV-LP-RESTO
                   PERFORM 029-PARTIDA-DE-LINEA
               END-IF
           END-IF.

      *> SI LA LLAVE DEL DIA YA EXISTE (RE-CORRIDA) NO SE TOCA; SI HAY
      *> UNA PARTIDA ABIERTA CON EL MISMO ORIGEN, REFERENCIA Y MOTIVO
      *> ES LA MISMA EXCEPCION QUE SIGUE AHI Y SE ACTUALIZA ESA; SI NO,
      *> SE DA DE ALTA CON SU EQUIPO Y SLA DE LA TABLA DE RUTEO.
       030-REGISTRA-PARTIDA.
           MOVE WSV-PA-ORIGEN TO EXC-ORIGEN.
           MOVE CTL-RUN-DATE TO EXC-FECHA-CARGA.
           MOVE WSV-PA-SECUENCIA TO EXC-SECUENCIA.
           READ EXC-MASTER-FILE
               INVALID KEY
                   PERFORM 038-BUSCA-ABIERTA
               NOT INVALID KEY
                   ADD 1 TO WSV-CONT-YA-CARGADAS
           END-READ.

       032-RUTEA-PARTIDA.
           MOVE ZEROS TO WSV-RUTEO-ELEGIDO.
           PERFORM 033-EVALUA-REGLA
               VARYING WSV-RUTEO-IDX FROM 1 BY 1
               UNTIL WSV-RUTEO-IDX > WSV-RUTEO-TOTAL
                   OR WSV-RUTEO-ELEGIDO > ZEROS.
           IF WSV-RUTEO-ELEGIDO > ZEROS
               MOVE WSV-RU-EQUIPO (WSV-RUTEO-ELEGIDO) TO EXC-EQUIPO
               MOVE WSV-RU-SLA (WSV-RUTEO-ELEGIDO) TO EXC-SLA-DIAS
           ELSE
               MOVE WSC-EQUIPO-OMISION TO EXC-EQUIPO
               MOVE WSC-SLA-OMISION TO EXC-SLA-DIAS
           END-IF.

       033-EVALUA-REGLA.
           IF WSV-RU-ORIGEN (WSV-RUTEO-IDX) = SPACES
                   OR WSV-RU-ORIGEN (WSV-RUTEO-IDX) = WSV-PA-ORIGEN
               IF WSV-RU-TEXTO (WSV-RUTEO-IDX) = SPACES
                   MOVE WSV-RUTEO-IDX TO WSV-RUTEO-ELEGIDO
               ELSE
                   PERFORM 034-BUSCA-TEXTO-REGLA
                   IF WSV-TEXTO-HALLADO = 'S'
                       MOVE WSV-RUTEO-IDX TO WSV-RUTEO-ELEGIDO
                   END-IF
               END-IF
           END-IF.

      *> BUSCA EL TEXTO DE LA REGLA DENTRO DEL MOTIVO (MISMO RASTREO
      *> POSICION POR POSICION QUE PLATZI-ALERT-MONITOR).
       034-BUSCA-TEXTO-REGLA.
           MOVE 'N' TO WSV-TEXTO-HALLADO.
           MOVE ZEROS TO WSV-TEXTO-LARGO.
           PERFORM 035-MIDE-UN-CARACTER
               VARYING WSV-TEXTO-IDX FROM 1 BY 1
               UNTIL WSV-TEXTO-IDX > 20.
           IF WSV-TEXTO-LARGO > ZEROS
               COMPUTE WSV-BUSCA-TOPE = 41 - WSV-TEXTO-LARGO
               PERFORM 037-COMPARA-POSICION
                   VARYING WSV-BUSCA-IDX FROM 1 BY 1
                   UNTIL WSV-BUSCA-IDX > WSV-BUSCA-TOPE
                       OR WSV-TEXTO-HALLADO = 'S'
           END-IF.

       035-MIDE-UN-CARACTER.
           IF WSV-RU-TEXTO (WSV-RUTEO-IDX) (WSV-TEXTO-IDX : 1)
                   NOT = SPACE
               MOVE WSV-TEXTO-IDX TO WSV-TEXTO-LARGO
           END-IF.

       036-GRABA-PARTIDA.
           MOVE WSV-PA-REFERENCIA TO EXC-REFERENCIA.
           MOVE WSV-PA-IMPORTE TO EXC-IMPORTE.
           MOVE WSV-PA-MOTIVO TO EXC-MOTIVO.
           MOVE CTL-RUN-DATE TO EXC-FECHA-PRIMERA.
           SET EXC-ABIERTA TO TRUE.
           MOVE SPACES TO EXC-RESOLUCION.
           MOVE SPACES TO EXC-RESPONSABLE.
           MOVE ZEROS TO EXC-FECHA-CIERRE.
           MOVE CTL-RUN-DATE TO EXC-FECHA-ULTIMA.
           WRITE EXC-MASTER-RECORD.
           ADD 1 TO WSV-CONT-NUEVAS.
           MOVE EXC-LLAVE TO EAW-LLAVE-MAESTRO.
           WRITE EXC-ABIERTA-TRAB-RECORD.

       037-COMPARA-POSICION.
           IF WSV-PA-MOTIVO (WSV-BUSCA-IDX : WSV-TEXTO-LARGO) =
                   WSV-RU-TEXTO (WSV-RUTEO-IDX) (1 : WSV-TEXTO-LARGO)
               MOVE 'S' TO WSV-TEXTO-HALLADO
           END-IF.

       038-BUSCA-ABIERTA.
           MOVE WSV-PA-ORIGEN TO EAW-ORIGEN.
           MOVE WSV-PA-REFERENCIA TO EAW-REFERENCIA.
           MOVE WSV-PA-MOTIVO TO EAW-MOTIVO.
           READ EXC-ABIERTA-TRAB-FILE
               INVALID KEY
                   PERFORM 032-RUTEA-PARTIDA
                   PERFORM 036-GRABA-PARTIDA
               NOT INVALID KEY
                   PERFORM 039-ACTUALIZA-ABIERTA
           END-READ.

      *> LA EXCEPCION SIGUE ABIERTA: TOMA EL IMPORTE DE HOY Y LA FECHA
      *> DE ULTIMA VISTA; LA FECHA DE PRIMERA VISTA, EL EQUIPO Y EL SLA
      *> NO CAMBIAN.
       039-ACTUALIZA-ABIERTA.
           MOVE EAW-LLAVE-MAESTRO TO EXC-LLAVE.
           READ EXC-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WSV-PA-IMPORTE TO EXC-IMPORTE
                   MOVE CTL-RUN-DATE TO EXC-FECHA-ULTIMA
                   REWRITE EXC-MASTER-RECORD
                   ADD 1 TO WSV-CONT-PERSISTENTES
           END-READ.

      *> CIERRE DE PARTIDAS POR SU EQUIPO: LA PARTIDA EXISTE, ESTA
      *> ABIERTA, LA CIERRA EL EQUIPO DUENO Y EL CODIGO ES DE LA TABLA
      *> (CO CORREGIDA, RP REPROCESADA, AN ANULADA, CS CASTIGADA, NA
      *> NO APLICA).
       050-PROCESA-CIERRE.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.
           MOVE ETR-ORIGEN TO EXC-ORIGEN.
           MOVE ETR-FECHA-CARGA TO EXC-FECHA-CARGA.
           MOVE ETR-SECUENCIA TO EXC-SECUENCIA.
           READ EXC-MASTER-FILE
               INVALID KEY
                   MOVE 'PARTIDA NO EXISTE' TO WSV-MOTIVO-RECHAZO
           END-READ.
           IF WSV-MOTIVO-RECHAZO = SPACES
               EVALUATE TRUE
                   WHEN NOT ETR-CIERRA
                       MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
                   WHEN EXC-CERRADA
                       MOVE 'PARTIDA YA CERRADA' TO WSV-MOTIVO-RECHAZO
                   WHEN ETR-EQUIPO NOT = EXC-EQUIPO
                       MOVE 'EQUIPO NO ES EL DUENO'
                           TO WSV-MOTIVO-RECHAZO
                   WHEN NOT ETR-RESOLUCION-VALIDA
                       MOVE 'CODIGO DE RESOLUCION INVALIDO'
                           TO WSV-MOTIVO-RECHAZO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 052-CIERRA-PARTIDA
           ELSE
               PERFORM 054-RECHAZA-CIERRE
           END-IF.
           PERFORM 055-LEE-TRANSACCION.

       052-CIERRA-PARTIDA.
           SET EXC-CERRADA TO TRUE.
           MOVE ETR-RESOLUCION TO EXC-RESOLUCION.
           MOVE ETR-RESPONSABLE TO EXC-RESPONSABLE.
           MOVE CTL-RUN-DATE TO EXC-FECHA-CIERRE.
           REWRITE EXC-MASTER-RECORD.
           ADD 1 TO WSV-CONT-CERRADAS.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'EXCEPCION CERRADA ' EXC-ORIGEN ' ' EXC-FECHA-CARGA
                   '-' EXC-SECUENCIA ' RESOLUCION=' EXC-RESOLUCION
                   ' EQUIPO=' EXC-EQUIPO ' POR=' EXC-RESPONSABLE
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       054-RECHAZA-CIERRE.
           ADD 1 TO WSV-CONT-TRAN-ERROR.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CIERRE RECHAZADO ' ETR-ORIGEN ' ' ETR-FECHA-CARGA
                   '-' ETR-SECUENCIA ': ' WSV-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-REPORTE-LINEA TO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       055-LEE-TRANSACCION.
           READ EXC-TRAN-FILE
               AT END SET WSS-TRAN-FIN TO TRUE
           END-READ.

      *> RECORRE EL MAESTRO: LAS ABIERTAS SE ACUMULAN POR EQUIPO Y
      *> TRAMO, Y LAS QUE PASARON SU SLA SE LISTAN UNA POR UNA.
       060-REPORTE-SLA.
           MOVE SPACES TO EXC-REPORT-LINE.
           WRITE EXC-REPORT-LINE.
           MOVE 'PARTIDAS FUERA DE SLA' TO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'EQUIPO   ORIGEN   CARGA-SEC      DIAS SLA '
                   'REFERENCIA / MOTIVO  ULTIMA'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE LOW-VALUES TO EXC-LLAVE.
           START EXC-MASTER-FILE KEY IS NOT LESS THAN EXC-LLAVE
               INVALID KEY SET WSS-MASTER-FIN TO TRUE
           END-START.
           IF NOT WSS-MASTER-FIN
               PERFORM 068-LEE-MAESTRO
           END-IF.
           PERFORM 062-EVALUA-PARTIDA UNTIL WSS-MASTER-FIN.
           IF WSV-CONT-VENCIDAS = ZEROS
               MOVE 'SIN PARTIDAS FUERA DE SLA' TO WSV-REPORTE-LINEA
               WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           MOVE SPACES TO EXC-REPORT-LINE.
           WRITE EXC-REPORT-LINE.
           MOVE 'ABIERTAS POR EQUIPO Y ANTIGUEDAD (DIAS)'
               TO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'EQUIPO     0-1   2-3   4-7    8+ FUERA SLA'
                   '        IMPORTE'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 066-LINEA-EQUIPO
               VARYING WSV-EQUIPO-IDX FROM 1 BY 1
               UNTIL WSV-EQUIPO-IDX > WSV-EQUIPOS-TOTAL.

       062-EVALUA-PARTIDA.
           IF EXC-ABIERTA
               ADD 1 TO WSV-CONT-ABIERTAS
               COMPUTE WSV-EDAD-DIAS =
                   FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (EXC-FECHA-PRIMERA)
               PERFORM 064-UBICA-EQUIPO
               IF WSV-EQUIPO-ELEGIDO > ZEROS
                   PERFORM 065-ACUMULA-EQUIPO
               END-IF
               IF WSV-EDAD-DIAS > EXC-SLA-DIAS
                   ADD 1 TO WSV-CONT-VENCIDAS
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING EXC-EQUIPO ' ' EXC-ORIGEN ' '
                           EXC-FECHA-CARGA '-' EXC-SECUENCIA ' '
                           WSV-EDAD-DIAS ' ' EXC-SLA-DIAS ' '
                           EXC-REFERENCIA ' ' EXC-FECHA-ULTIMA
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '         ' EXC-MOTIVO
                           ' IMPORTE=' EXC-IMPORTE
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA
               END-IF
           END-IF.
           PERFORM 068-LEE-MAESTRO.

       064-UBICA-EQUIPO.
           MOVE ZEROS TO WSV-EQUIPO-ELEGIDO.
           PERFORM 067-COMPARA-EQUIPO
               VARYING WSV-EQUIPO-IDX FROM 1 BY 1
               UNTIL WSV-EQUIPO-IDX > WSV-EQUIPOS-TOTAL
                   OR WSV-EQUIPO-ELEGIDO > ZEROS.
           IF WSV-EQUIPO-ELEGIDO = ZEROS
                   AND WSV-EQUIPOS-TOTAL < WSC-EQUIPOS-MAXIMO
               ADD 1 TO WSV-EQUIPOS-TOTAL
               MOVE WSV-EQUIPOS-TOTAL TO WSV-EQUIPO-ELEGIDO
               MOVE EXC-EQUIPO TO WSV-EQ-NOMBRE (WSV-EQUIPO-ELEGIDO)
               MOVE ZEROS TO WSV-EQ-TRAMO-1 (WSV-EQUIPO-ELEGIDO)
               MOVE ZEROS TO WSV-EQ-TRAMO-2 (WSV-EQUIPO-ELEGIDO)
               MOVE ZEROS TO WSV-EQ-TRAMO-3 (WSV-EQUIPO-ELEGIDO)
               MOVE ZEROS TO WSV-EQ-TRAMO-4 (WSV-EQUIPO-ELEGIDO)
               MOVE ZEROS TO WSV-EQ-VENCIDAS (WSV-EQUIPO-ELEGIDO)
               MOVE ZEROS TO WSV-EQ-IMPORTE (WSV-EQUIPO-ELEGIDO)
           END-IF.

       065-ACUMULA-EQUIPO.
           EVALUATE TRUE
               WHEN WSV-EDAD-DIAS < 2
                   ADD 1 TO WSV-EQ-TRAMO-1 (WSV-EQUIPO-ELEGIDO)
               WHEN WSV-EDAD-DIAS < 4
                   ADD 1 TO WSV-EQ-TRAMO-2 (WSV-EQUIPO-ELEGIDO)
               WHEN WSV-EDAD-DIAS < 8
                   ADD 1 TO WSV-EQ-TRAMO-3 (WSV-EQUIPO-ELEGIDO)
               WHEN OTHER
                   ADD 1 TO WSV-EQ-TRAMO-4 (WSV-EQUIPO-ELEGIDO)
           END-EVALUATE.
           IF WSV-EDAD-DIAS > EXC-SLA-DIAS
               ADD 1 TO WSV-EQ-VENCIDAS (WSV-EQUIPO-ELEGIDO)
           END-IF.
           ADD EXC-IMPORTE TO WSV-EQ-IMPORTE (WSV-EQUIPO-ELEGIDO).

       066-LINEA-EQUIPO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-EQ-NOMBRE (WSV-EQUIPO-IDX)
                   ' ' WSV-EQ-TRAMO-1 (WSV-EQUIPO-IDX)
                   ' ' WSV-EQ-TRAMO-2 (WSV-EQUIPO-IDX)
                   ' ' WSV-EQ-TRAMO-3 (WSV-EQUIPO-IDX)
                   ' ' WSV-EQ-TRAMO-4 (WSV-EQUIPO-IDX)
                   '     ' WSV-EQ-VENCIDAS (WSV-EQUIPO-IDX)
                   ' ' WSV-EQ-IMPORTE (WSV-EQUIPO-IDX)
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-EQ-VENCIDAS (WSV-EQUIPO-IDX) > ZEROS
               MOVE SPACES TO AUD-MENSAJE
               STRING 'EQUIPO ' WSV-EQ-NOMBRE (WSV-EQUIPO-IDX)
                       ' TIENE ' WSV-EQ-VENCIDAS (WSV-EQUIPO-IDX)
                       ' EXCEPCIONES FUERA DE SLA'
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       067-COMPARA-EQUIPO.
           IF WSV-EQ-NOMBRE (WSV-EQUIPO-IDX) = EXC-EQUIPO
               MOVE WSV-EQUIPO-IDX TO WSV-EQUIPO-ELEGIDO
           END-IF.

       068-LEE-MAESTRO.
           READ EXC-MASTER-FILE NEXT RECORD
               AT END SET WSS-MASTER-FIN TO TRUE
           END-READ.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE EXC-TRAN-FILE
           END-IF.
           CLOSE EXC-MASTER-FILE.
           CLOSE EXC-ABIERTA-TRAB-FILE.
           MOVE SPACES TO EXC-REPORT-LINE.
           WRITE EXC-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'NUEVAS: ' WSV-CONT-NUEVAS
                   ' YA CARGADAS: ' WSV-CONT-YA-CARGADAS
                   ' CERRADAS: ' WSV-CONT-CERRADAS
                   ' CIERRES RECHAZADOS: ' WSV-CONT-TRAN-ERROR
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ABIERTAS: ' WSV-CONT-ABIERTAS
                   ' FUERA DE SLA: ' WSV-CONT-VENCIDAS
                   ' PERSISTENTES: ' WSV-CONT-PERSISTENTES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'EXC-INBOX - NUEVAS: ' WSV-CONT-NUEVAS
               ' CERRADAS: ' WSV-CONT-CERRADAS
               ' ABIERTAS: ' WSV-CONT-ABIERTAS
               ' FUERA DE SLA: ' WSV-CONT-VENCIDAS.
           CLOSE EXC-REPORT-FILE.

      *> FIJA EL RETURN-CODE: 4 SI HAY PARTIDAS FUERA DE SLA O CIERRES
      *> RECHAZADOS.
       099-FINALIZA.
           IF WSV-CONT-VENCIDAS > ZEROS
                   OR WSV-CONT-TRAN-ERROR > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-EXC-INBOX.

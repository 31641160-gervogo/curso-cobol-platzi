      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Carga del archivo diario de tipos de cambio del banco
      *          FXRBANK al maestro FXRMSTR. Hasta ahora cada tasa se
      *          capturaba a mano por FXRTRAN en PLATZI-FXR-MANT, y un
      *          error de dedo en una tasa pasaba derecho al
      *          consolidado en USD de VARRPT. Cada tasa del banco se
      *          compara contra la vigente del maestro: si el
      *          movimiento porcentual cabe en la tolerancia de su
      *          moneda (tabla FXRTOL, renglon '***' para las demas,
      *          5% si no hay tabla) se aplica directo; si no cabe, o
      *          la moneda no existe en el maestro, la tasa queda en
      *          cuarentena como pendiente de FXR-MANT en OPRPEND (via
      *          PLATZI-OPER-AUTH, capturada por el operador FXRLOAD),
      *          para que un supervisor la confirme con 'V' o la
      *          rechace con 'X' en FXR-MANT, y el maestro conserva la
      *          tasa anterior marcada en cuarentena. Las monedas del
      *          maestro que el banco no mando conservan su tasa y
      *          quedan marcadas como rezagadas. El reporte FXRLRPT
      *          muestra por moneda la tasa anterior, la nueva, el
      *          movimiento porcentual, la tolerancia y la accion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-FXR-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXL-BANCO-FILE   ASSIGN TO "FXRBANK"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-BANCO-STATUS.

           SELECT FXL-TOLERANCIA-FILE ASSIGN TO "FXRTOL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TOL-STATUS.

           SELECT FXL-MASTER-FILE  ASSIGN TO "FXRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FXR-MONEDA
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT FXL-REPORTE-FILE ASSIGN TO "FXRLRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> UNA TASA POR MONEDA, EN USD POR UNIDAD DE LA MONEDA CON SEIS
      *> DECIMALES (LA MISMA ESCALA DE FXR-TASA), Y SU FECHA.
       FD  FXL-BANCO-FILE.
       01  FXL-BANCO-RECORD.
           05 FBK-MONEDA               PIC X(03).
           05 FBK-TASA                 PIC 9(4)V9(6).
           05 FBK-FECHA-TASA           PIC 9(08).
           05 FILLER                   PIC X(59).

      *> TOLERANCIA DEL MOVIMIENTO DIARIO POR MONEDA, EN PORCENTAJE
      *> CON DOS DECIMALES; LA MONEDA '***' APLICA A LAS NO LISTADAS.
       FD  FXL-TOLERANCIA-FILE.
       01  FXL-TOLERANCIA-RECORD.
           05 FTL-MONEDA               PIC X(03).
           05 FILLER                   PIC X(01).
           05 FTL-PORCENTAJE           PIC 9(3)V99.
           05 FILLER                   PIC X(71).

      *> MISMO LAYOUT QUE FXR-MASTER-RECORD EN PLATZI-FXR-MANT.
       FD  FXL-MASTER-FILE.
       01  FXR-MASTER-RECORD.
           05 FXR-MONEDA               PIC X(03).
           05 FXR-TASA                 PIC 9(4)V9(6).
           05 FXR-FECHA-TASA           PIC 9(08).
           05 FXR-ESTADO               PIC X(01).
              88 FXR-VIGENTE                     VALUE SPACE.
              88 FXR-REZAGADA                    VALUE 'R'.
              88 FXR-EN-CUARENTENA               VALUE 'Q'.

       FD  FXL-REPORTE-FILE.
       01  FXL-REPORTE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-BANCO-SWITCHES         PIC X     VALUE '1'.
           88 WSS-BANCO-FIN                     VALUE '0'.

       77 WSS-TOL-SWITCHES           PIC X     VALUE '1'.
           88 WSS-TOL-FIN                       VALUE '0'.

       77 WSS-MAESTRO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-MAESTRO-FIN                   VALUE '0'.

      *> EL FEED DEL BANCO NO LLEGO: TODAS LAS MONEDAS QUEDAN
      *> REZAGADAS.
       77 WSS-FEED-SWITCHES          PIC X     VALUE '1'.
           88 WSS-FEED-DISPONIBLE               VALUE '1'.
           88 WSS-FEED-FALTA                    VALUE '0'.

       77 WSV-BANCO-STATUS           PIC XX    VALUE SPACES.
       77 WSV-TOL-STATUS             PIC XX    VALUE SPACES.
       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.

      *> OPERADOR CON EL QUE EL CARGADOR DEJA SUS CUARENTENAS; LA
      *> FIRMA DE CUALQUIER SUPERVISOR ES SIEMPRE DE OTRO OPERADOR.
       77 WSC-OPERADOR-CARGA         PIC X(08) VALUE 'FXRLOAD'.
       77 WSC-PROGRAMA-MANT          PIC X(08) VALUE 'FXRMANT'.
       77 WSC-TOLERANCIA-OMISION     PIC 9(3)V99 VALUE 5.00.

      *> TABLA DE TOLERANCIAS DE FXRTOL
       01 WSV-TOLERANCIAS.
          05 WSV-TL-ENTRADA         OCCURS 50 TIMES.
             10 WSV-TL-MONEDA       PIC X(03).
             10 WSV-TL-PORCENTAJE   PIC 9(3)V99.

       77 WSC-TOL-MAXIMO             PIC 9(02) VALUE 50.
       77 WSV-TOL-TOTAL              PIC 9(02) VALUE ZEROS.
       77 WSV-TOL-IDX                PIC 9(02) VALUE ZEROS.
       77 WSV-TOL-GENERAL            PIC 9(3)V99 VALUE ZEROS.

      *> MONEDAS RECIBIDAS DEL BANCO EN ESTA CARGA: SIRVE PARA NEGAR
      *> UNA MONEDA REPETIDA Y PARA SABER CUALES DEL MAESTRO NO
      *> VINIERON.
       01 WSV-RECIBIDAS.
          05 WSV-RC-MONEDA          PIC X(03) OCCURS 200 TIMES.

       77 WSC-RECIBIDAS-MAXIMO       PIC 9(03) VALUE 200.
       77 WSV-RECIBIDAS-TOTAL        PIC 9(03) VALUE ZEROS.
       77 WSV-RECIBIDA-IDX           PIC 9(03) VALUE ZEROS.
       77 WSV-RECIBIDA-HALLADA       PIC 9(03) VALUE ZEROS.

      *> CALCULO DEL MOVIMIENTO DE UNA TASA
       01 WSV-MOVIMIENTO.
          05 WSV-TOLERANCIA          PIC 9(3)V99 VALUE ZEROS.
          05 WSV-TASA-ANTERIOR       PIC 9(4)V9(6) VALUE ZEROS.
          05 WSV-PCT-MOVIMIENTO      PIC S9(5)V99 VALUE ZEROS.
          05 WSV-PCT-ABSOLUTO        PIC 9(5)V99 VALUE ZEROS.
          05 WSV-ACCION              PIC X(20) VALUE SPACES.

      *> IMAGEN DE TRANSACCION FXRTRAN QUE SE DEJA EN CUARENTENA; FXR-
      *> MANT LA APLICA TAL CUAL CUANDO EL SUPERVISOR LA FIRMA.
       01 WSV-IMAGEN-FXRTRAN.
          05 WSV-IM-ACCION           PIC X(01) VALUE SPACE.
          05 WSV-IM-MONEDA           PIC X(03) VALUE SPACES.
          05 WSV-IM-TASA             PIC 9(4)V9(6) VALUE ZEROS.
          05 WSV-IM-FECHA-TASA       PIC 9(08) VALUE ZEROS.
          05 WSV-IM-OPERADOR         PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(50) VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-LEIDAS         PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-APLICADAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CUARENTENA     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REZAGADAS      PIC 9(05) VALUE ZEROS.

      *> CAMPOS EDITADOS DEL REPORTE
       01 WSV-EDICION.
          05 WSV-ED-TASA-ANT         PIC ZZZ9.999999.
          05 WSV-ED-TASA-NUEVA       PIC ZZZ9.999999.
          05 WSV-ED-PCT              PIC -ZZZZ9.99.
          05 WSV-ED-TOLERANCIA       PIC ZZ9.99.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='FXRLOAD'==.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TASA UNTIL WSS-BANCO-FIN.
           PERFORM 060-MARCA-REZAGADAS.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           MOVE WSC-TOLERANCIA-OMISION TO WSV-TOL-GENERAL.
           PERFORM 012-CARGA-TOLERANCIAS.
           OPEN I-O FXL-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT FXL-MASTER-FILE
               CLOSE FXL-MASTER-FILE
               OPEN I-O FXL-MASTER-FILE
           END-IF.
           OPEN OUTPUT FXL-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CARGA DE TIPOS DE CAMBIO DEL BANCO   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FXL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO FXL-REPORTE-LINE.
           WRITE FXL-REPORTE-LINE.
           MOVE 'MON     ANTERIOR        NUEVA    MOV. %  TOL. %'
               TO WSV-REPORTE-LINEA.
           MOVE 'ACCION' TO WSV-REPORTE-LINEA (50:6).
           WRITE FXL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT FXL-BANCO-FILE.
           IF WSV-BANCO-STATUS NOT = '00'
               SET WSS-FEED-FALTA TO TRUE
               SET WSS-BANCO-FIN TO TRUE
               MOVE '*** NO LLEGO EL FEED FXRBANK, SE CONSERVAN TASAS'
                   TO WSV-REPORTE-LINEA
               WRITE FXL-REPORTE-LINE FROM WSV-REPORTE-LINEA
               DISPLAY 'FXR-LOAD - SIN FEED DEL BANCO FXRBANK'
           ELSE
               PERFORM 040-LEE-BANCO
           END-IF.

      *> SIN TABLA FXRTOL TODAS LAS MONEDAS USAN LA TOLERANCIA POR
      *> OMISION; EL RENGLON '***' LA REEMPLAZA.
       012-CARGA-TOLERANCIAS.
           OPEN INPUT FXL-TOLERANCIA-FILE.
           IF WSV-TOL-STATUS = '00'
               PERFORM 014-LEE-TOLERANCIA UNTIL WSS-TOL-FIN
               CLOSE FXL-TOLERANCIA-FILE
           END-IF.

       014-LEE-TOLERANCIA.
           READ FXL-TOLERANCIA-FILE
               AT END SET WSS-TOL-FIN TO TRUE
           END-READ.
           IF NOT WSS-TOL-FIN AND FTL-PORCENTAJE NUMERIC
               IF FTL-MONEDA = '***'
                   MOVE FTL-PORCENTAJE TO WSV-TOL-GENERAL
               ELSE
                   IF WSV-TOL-TOTAL < WSC-TOL-MAXIMO
                       ADD 1 TO WSV-TOL-TOTAL
                       MOVE FTL-MONEDA
                           TO WSV-TL-MONEDA (WSV-TOL-TOTAL)
                       MOVE FTL-PORCENTAJE
                           TO WSV-TL-PORCENTAJE (WSV-TOL-TOTAL)
                   END-IF
               END-IF
           END-IF.

      *> VALIDA LA TASA, LA COMPARA CONTRA EL MAESTRO Y DECIDE ENTRE
      *> APLICARLA Y PONERLA EN CUARENTENA.
       020-PROCESA-TASA.
           ADD 1 TO WSV-CONT-LEIDAS.
           MOVE ZEROS TO WSV-TASA-ANTERIOR.
           MOVE ZEROS TO WSV-PCT-MOVIMIENTO.
           PERFORM 022-BUSCA-TOLERANCIA.
           PERFORM 024-BUSCA-RECIBIDA.
           EVALUATE TRUE
               WHEN FBK-MONEDA = SPACES OR FBK-MONEDA = 'USD'
                   MOVE 'RECHAZADA: MONEDA' TO WSV-ACCION
                   ADD 1 TO WSV-CONT-RECHAZADAS
               WHEN FBK-TASA NOT NUMERIC OR FBK-TASA = ZEROS
                   MOVE 'RECHAZADA: TASA' TO WSV-ACCION
                   ADD 1 TO WSV-CONT-RECHAZADAS
               WHEN FBK-FECHA-TASA NOT NUMERIC
                       OR FBK-FECHA-TASA = ZEROS
                   MOVE 'RECHAZADA: FECHA' TO WSV-ACCION
                   ADD 1 TO WSV-CONT-RECHAZADAS
               WHEN WSV-RECIBIDA-HALLADA > ZEROS
                   MOVE 'RECHAZADA: REPETIDA' TO WSV-ACCION
                   ADD 1 TO WSV-CONT-RECHAZADAS
               WHEN OTHER
                   PERFORM 026-ANOTA-RECIBIDA
                   MOVE FBK-MONEDA TO FXR-MONEDA
                   READ FXL-MASTER-FILE
                       INVALID KEY
                           MOVE 'A' TO WSV-IM-ACCION
                           PERFORM 030-PONE-CUARENTENA
                       NOT INVALID KEY
                           PERFORM 028-COMPARA-TASA
                   END-READ
           END-EVALUATE.
           PERFORM 050-REPORTA-TASA.
           PERFORM 040-LEE-BANCO.

       022-BUSCA-TOLERANCIA.
           MOVE WSV-TOL-GENERAL TO WSV-TOLERANCIA.
           PERFORM 023-COMPARA-TOLERANCIA
               VARYING WSV-TOL-IDX FROM 1 BY 1
               UNTIL WSV-TOL-IDX > WSV-TOL-TOTAL.

       023-COMPARA-TOLERANCIA.
           IF WSV-TL-MONEDA (WSV-TOL-IDX) = FBK-MONEDA
               MOVE WSV-TL-PORCENTAJE (WSV-TOL-IDX) TO WSV-TOLERANCIA
           END-IF.

       024-BUSCA-RECIBIDA.
           MOVE ZEROS TO WSV-RECIBIDA-HALLADA.
           PERFORM 025-COMPARA-RECIBIDA
               VARYING WSV-RECIBIDA-IDX FROM 1 BY 1
               UNTIL WSV-RECIBIDA-IDX > WSV-RECIBIDAS-TOTAL.

       025-COMPARA-RECIBIDA.
           IF WSV-RC-MONEDA (WSV-RECIBIDA-IDX) = FBK-MONEDA
               MOVE WSV-RECIBIDA-IDX TO WSV-RECIBIDA-HALLADA
           END-IF.

       026-ANOTA-RECIBIDA.
           IF WSV-RECIBIDAS-TOTAL < WSC-RECIBIDAS-MAXIMO
               ADD 1 TO WSV-RECIBIDAS-TOTAL
               MOVE FBK-MONEDA TO WSV-RC-MONEDA (WSV-RECIBIDAS-TOTAL)
           END-IF.

      *> MOVIMIENTO = (NUEVA - ANTERIOR) / ANTERIOR EN PORCENTAJE; SE
      *> COMPARA SU VALOR ABSOLUTO CONTRA LA TOLERANCIA DE LA MONEDA.
      *> UNA TASA DEL BANCO CON FECHA ANTERIOR A LA DEL MAESTRO NO
      *> REEMPLAZA A LA VIGENTE.
       028-COMPARA-TASA.
           MOVE FXR-TASA TO WSV-TASA-ANTERIOR.
           IF FXR-TASA > ZEROS
               COMPUTE WSV-PCT-MOVIMIENTO ROUNDED =
                   (FBK-TASA - FXR-TASA) * 100 / FXR-TASA
                   ON SIZE ERROR
                       MOVE 99999.99 TO WSV-PCT-MOVIMIENTO
               END-COMPUTE
           ELSE
               MOVE 99999.99 TO WSV-PCT-MOVIMIENTO
           END-IF.
           IF WSV-PCT-MOVIMIENTO < ZEROS
               COMPUTE WSV-PCT-ABSOLUTO = ZEROS - WSV-PCT-MOVIMIENTO
           ELSE
               MOVE WSV-PCT-MOVIMIENTO TO WSV-PCT-ABSOLUTO
           END-IF.
           EVALUATE TRUE
               WHEN FBK-FECHA-TASA < FXR-FECHA-TASA
                   MOVE 'RECHAZADA: ATRASADA' TO WSV-ACCION
                   ADD 1 TO WSV-CONT-RECHAZADAS
               WHEN WSV-PCT-ABSOLUTO > WSV-TOLERANCIA
                   MOVE 'U' TO WSV-IM-ACCION
                   PERFORM 030-PONE-CUARENTENA
               WHEN OTHER
                   MOVE FBK-TASA TO FXR-TASA
                   MOVE FBK-FECHA-TASA TO FXR-FECHA-TASA
                   SET FXR-VIGENTE TO TRUE
                   REWRITE FXR-MASTER-RECORD
                   ADD 1 TO WSV-CONT-APLICADAS
                   MOVE 'APLICADA' TO WSV-ACCION
                   MOVE SPACES TO AUD-MENSAJE
                   SET AUD-SEV-INFO TO TRUE
                   STRING 'TASA DEL BANCO APLICADA: ' FXR-MONEDA
                           ' TASA=' FXR-TASA
                           ' FECHA=' FXR-FECHA-TASA
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-EVALUATE.

      *> LA TASA SE DEJA PENDIENTE DE FXR-MANT COMO UNA TRANSACCION
      *> DE ALTA O ACTUALIZACION CAPTURADA POR FXRLOAD, Y EL MAESTRO
      *> (SI YA TENIA LA MONEDA) CONSERVA LA TASA ANTERIOR MARCADA EN
      *> CUARENTENA. SI LA MONEDA YA TENIA UN CAMBIO PENDIENTE DE
      *> FIRMA, LA TASA DE HOY NO SE RETIENE Y SE AVISA IGUAL.
       030-PONE-CUARENTENA.
           MOVE FBK-MONEDA TO WSV-IM-MONEDA.
           MOVE FBK-TASA TO WSV-IM-TASA.
           MOVE FBK-FECHA-TASA TO WSV-IM-FECHA-TASA.
           MOVE WSC-OPERADOR-CARGA TO WSV-IM-OPERADOR.
           MOVE WSC-OPERADOR-CARGA TO OPR-OPERADOR.
           MOVE WSC-PROGRAMA-MANT TO OPR-PROGRAMA.
           MOVE WSV-IM-ACCION TO OPR-ACCION.
           MOVE FBK-MONEDA TO OPR-LLAVE.
           MOVE WSV-IMAGEN-FXRTRAN TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           ADD 1 TO WSV-CONT-CUARENTENA.
           IF OPR-YA-PENDIENTE
               MOVE 'YA HABIA PENDIENTE' TO WSV-ACCION
           ELSE
               IF WSV-IM-ACCION = 'A'
                   MOVE 'CUARENTENA: NUEVA' TO WSV-ACCION
               ELSE
                   MOVE 'CUARENTENA' TO WSV-ACCION
               END-IF
           END-IF.
           IF WSV-IM-ACCION = 'U'
               SET FXR-EN-CUARENTENA TO TRUE
               REWRITE FXR-MASTER-RECORD
           END-IF.
           MOVE WSV-PCT-MOVIMIENTO TO WSV-ED-PCT.
           MOVE FBK-TASA TO WSV-ED-TASA-NUEVA.
           MOVE SPACES TO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           SET AUD-ALERTA-OPERADOR TO TRUE.
           STRING 'TASA DEL BANCO EN CUARENTENA: ' FBK-MONEDA
                   ' NUEVA=' WSV-ED-TASA-NUEVA
                   ' MOV=' WSV-ED-PCT '%'
                   ' FIRMAR EN FXRMANT'
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       040-LEE-BANCO.
           READ FXL-BANCO-FILE
               AT END SET WSS-BANCO-FIN TO TRUE
           END-READ.

       050-REPORTA-TASA.
           MOVE WSV-TASA-ANTERIOR TO WSV-ED-TASA-ANT.
           MOVE ZEROS TO WSV-ED-TASA-NUEVA.
           IF FBK-TASA NUMERIC
               MOVE FBK-TASA TO WSV-ED-TASA-NUEVA
           END-IF.
           MOVE WSV-PCT-MOVIMIENTO TO WSV-ED-PCT.
           MOVE WSV-TOLERANCIA TO WSV-ED-TOLERANCIA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING FBK-MONEDA '  ' WSV-ED-TASA-ANT
                   '  ' WSV-ED-TASA-NUEVA
                   ' ' WSV-ED-PCT
                   '  ' WSV-ED-TOLERANCIA
                   '  ' WSV-ACCION
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FXL-REPORTE-LINE FROM WSV-REPORTE-LINEA.

      *> RECORRE EL MAESTRO: TODA MONEDA QUE EL BANCO NO MANDO EN
      *> ESTA CARGA CONSERVA SU TASA Y QUEDA MARCADA COMO REZAGADA
      *> (UNA QUE YA ESTA EN CUARENTENA SE DEJA ASI).
       060-MARCA-REZAGADAS.
           MOVE LOW-VALUES TO FXR-MONEDA.
           START FXL-MASTER-FILE KEY IS NOT LESS THAN FXR-MONEDA
               INVALID KEY SET WSS-MAESTRO-FIN TO TRUE
           END-START.
           PERFORM 062-REVISA-MONEDA UNTIL WSS-MAESTRO-FIN.

       062-REVISA-MONEDA.
           READ FXL-MASTER-FILE NEXT RECORD
               AT END SET WSS-MAESTRO-FIN TO TRUE
           END-READ.
           IF NOT WSS-MAESTRO-FIN
               MOVE FXR-MONEDA TO FBK-MONEDA
               PERFORM 024-BUSCA-RECIBIDA
               IF WSV-RECIBIDA-HALLADA = ZEROS
                       AND NOT FXR-EN-CUARENTENA
                   SET FXR-REZAGADA TO TRUE
                   REWRITE FXR-MASTER-RECORD
                   ADD 1 TO WSV-CONT-REZAGADAS
                   MOVE FXR-TASA TO WSV-ED-TASA-ANT
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING FXR-MONEDA '  ' WSV-ED-TASA-ANT
                           '  NO VINO EN EL FEED, SE CONSERVA LA DEL '
                           FXR-FECHA-TASA
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE FXL-REPORTE-LINE FROM WSV-REPORTE-LINEA
               END-IF
           END-IF.

       090-TERMINA.
           MOVE SPACES TO FXL-REPORTE-LINE.
           WRITE FXL-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'LEIDAS: ' WSV-CONT-LEIDAS
                   '  APLICADAS: ' WSV-CONT-APLICADAS
                   '  CUARENTENA: ' WSV-CONT-CUARENTENA
                   '  RECHAZADAS: ' WSV-CONT-RECHAZADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FXL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REZAGADAS (SIN TASA DEL BANCO): '
                   WSV-CONT-REZAGADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FXL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           CLOSE FXL-REPORTE-FILE.
           CLOSE FXL-MASTER-FILE.
           IF WSS-FEED-DISPONIBLE
               CLOSE FXL-BANCO-FILE
           END-IF.
           MOVE SPACES TO AUD-MENSAJE.
           SET AUD-SEV-INFO TO TRUE.
           STRING 'CARGA FXRBANK LEIDAS=' WSV-CONT-LEIDAS
                   ' APLICADAS=' WSV-CONT-APLICADAS
                   ' CUARENTENA=' WSV-CONT-CUARENTENA
                   ' RECHAZADAS=' WSV-CONT-RECHAZADAS
                   ' REZAGADAS=' WSV-CONT-REZAGADAS
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           DISPLAY 'FXR-LOAD - APLICADAS: ' WSV-CONT-APLICADAS
               ' CUARENTENA: ' WSV-CONT-CUARENTENA
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS
               ' REZAGADAS: ' WSV-CONT-REZAGADAS.

      *> FIJA EL RETURN-CODE: 8 SI NO LLEGO EL FEED DEL BANCO, 4 SI
      *> QUEDO ALGUNA TASA EN CUARENTENA, RECHAZADA O REZAGADA.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN WSS-FEED-FALTA
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-CONT-CUARENTENA > ZEROS
                       OR WSV-CONT-RECHAZADAS > ZEROS
                       OR WSV-CONT-REZAGADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PLATZI-FXR-LOAD.

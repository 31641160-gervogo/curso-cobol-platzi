      *          La tasa se captura con seis decimales (USD POR UNIDAD
      *          DE LA MONEDA). Los rechazos salen numerados del
      *          catalogo comun MSGCAT (MSG-0101/0102/0103).
      * Mod:    15-10-2026 - Autoridad de operador y doble firma: cada
      *         transaccion trae el operador que la capturo
      *         (FTR-OPERADOR) y se verifica contra OPRAUTH por
      *         PLATZI-OPER-AUTH (MSG-0107 si no tiene la accion).
      *         Toda alta o actualizacion de tasa queda pendiente en
      *         OPRPEND hasta que otro operador la apruebe con accion
      *         'V' (o la rechace con 'X') sobre la misma moneda. La
      *         bitacora lleva al operador que capturo y al que firmo.
      * Mod:    15-10-2026 - FXRMSTR gana FXR-ESTADO (tasa vigente,
      *         rezagada porque el banco no la mando, o con una tasa
      *         nueva en cuarentena), que pone el cargador del feed
      *         del banco PLATZI-FXR-LOAD; toda tasa aplicada aqui la
      *         deja vigente. Las cuarentenas del cargador se firman
      *         aqui como cualquier pendiente ('V'/'X' sobre la
      *         moneda), y una imagen aprobada con fecha de tasa
      *         anterior a la del maestro se rechaza (MSG-0111) para
      *         no pisar una tasa mas nueva ya cargada.
      * Mod:    15-10-2026 - Un pendiente rechazado ('X') sobre una
      *         moneda en cuarentena la devuelve a vigente con la tasa
      *         anterior, en vez de dejarla marcada indefinidamente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-FXR-MANT.
       DATA DIVISION.
       FILE SECTION.
      *> MAESTRO DE TIPOS DE CAMBIO: MONEDA (EL MISMO ANCHO QUE
      *> VIR-MONEDA EN SWTIN), TASA A USD, FECHA DE LA TASA Y ESTADO
      *> DE LA TASA DEJADO POR EL CARGADOR DEL FEED DEL BANCO.
       FD  FXR-MASTER-FILE.
       01  FXR-MASTER-RECORD.
           05 FXR-MONEDA               PIC X(03).
           05 FXR-TASA                 PIC 9(4)V9(6).
           05 FXR-FECHA-TASA           PIC 9(08).
           05 FXR-ESTADO               PIC X(01).
              88 FXR-VIGENTE                     VALUE SPACE.
              88 FXR-REZAGADA                    VALUE 'R'.
              88 FXR-EN-CUARENTENA               VALUE 'Q'.

       FD  FXR-TRAN-FILE.
       01  FXR-TRAN-RECORD.
           05 FTR-MONEDA               PIC X(03).
           05 FTR-TASA                 PIC 9(4)V9(6).
           05 FTR-FECHA-TASA           PIC 9(08).
           05 FTR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(50).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.

      *> OPERADOR QUE FIRMA UN CAMBIO PENDIENTE (EN BLANCO MIENTRAS
      *> LA TRANSACCION NO VIENE DE UNA SEGUNDA FIRMA).
       77 WSV-APROBADOR              PIC X(08) VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ALTAS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ACTUALIZADAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RETENIDAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-APROBADAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-NO-APROBADAS   PIC 9(05) VALUE ZEROS.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='FXRMANT'==.
      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           GOBACK.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           OPEN I-O FXR-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT FXR-MASTER-FILE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

      *> PRIMERO LA AUTORIDAD DEL OPERADOR; UNA TASA NUEVA NUNCA SE
      *> APLICA CON UNA SOLA FIRMA: SE RETIENE, Y SE APLICA CUANDO
      *> OTRO OPERADOR FIRMA EL PENDIENTE.
       020-PROCESA-TRANSACCION.
           MOVE SPACES TO WSV-APROBADOR.
           MOVE FTR-OPERADOR TO OPR-OPERADOR.
           MOVE FTR-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-NO-AUTORIZADO
                   MOVE 0107 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN FTR-ACCION = 'V' OR FTR-ACCION = 'X'
                   PERFORM 060-FIRMA-PENDIENTE
               WHEN FTR-ACCION = 'A' OR FTR-ACCION = 'U'
                   PERFORM 064-RETIENE-CAMBIO
               WHEN OTHER
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

       025-APLICA-TRANSACCION.
           MOVE FTR-MONEDA TO FXR-MONEDA.
           EVALUATE FTR-ACCION
               WHEN 'A'
                   MOVE FTR-TASA TO FXR-TASA
                   MOVE FTR-FECHA-TASA TO FXR-FECHA-TASA
                   SET FXR-VIGENTE TO TRUE
                   WRITE FXR-MASTER-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           STRING 'ALTA MONEDA: ' FXR-MONEDA
                                   ' TASA=' FXR-TASA
                                   ' FECHA=' FXR-FECHA-TASA
                                   ' OP=' FTR-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           PERFORM 027-ACTUALIZA-TASA
                   END-READ
               WHEN OTHER
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.

      *> UNA IMAGEN QUE ESPERO FIRMA PUEDE HABER QUEDADO ATRAS DE UNA
      *> TASA MAS NUEVA CARGADA DEL FEED DEL BANCO; ESA NO SE APLICA.
       027-ACTUALIZA-TASA.
           IF FTR-FECHA-TASA < FXR-FECHA-TASA
               MOVE 0111 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               MOVE FTR-TASA TO FXR-TASA
               MOVE FTR-FECHA-TASA TO FXR-FECHA-TASA
               SET FXR-VIGENTE TO TRUE
               REWRITE FXR-MASTER-RECORD
               ADD 1 TO WSV-CONT-ACTUALIZADAS
               MOVE SPACES TO AUD-MENSAJE
               STRING 'ACTUALIZADA MONEDA: ' FXR-MONEDA
                       ' TASA=' FXR-TASA
                       ' FECHA=' FXR-FECHA-TASA
                       ' OP=' FTR-OPERADOR
                       '/' WSV-APROBADOR
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       040-LEE-TRANSACCION.
           READ FXR-TRAN-FILE
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' FTR-MONEDA
                   ' OP=' FTR-OPERADOR '/' WSV-APROBADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> SEGUNDA FIRMA SOBRE EL PENDIENTE DE LA MISMA MONEDA: 'V' LO
      *> APRUEBA Y APLICA LA IMAGEN CAPTURADA (CON EL OPERADOR QUE LA
      *> CAPTURO), 'X' LO DESCARTA Y LIBERA LA CUARENTENA DEL MAESTRO.
       060-FIRMA-PENDIENTE.
           MOVE FTR-OPERADOR TO WSV-APROBADOR.
           MOVE FTR-MONEDA TO OPR-LLAVE.
           SET OPR-BUSCA-PENDIENTE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-SIN-PENDIENTE
                   MOVE 0109 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN OPR-MISMO-OPERADOR
                   MOVE 0110 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN FTR-ACCION = 'X'
                   SET OPR-RECHAZA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-NO-APROBADAS
                   PERFORM 066-LIBERA-CUARENTENA
               WHEN OTHER
                   SET OPR-APRUEBA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-APROBADAS
                   MOVE OPR-IMAGEN TO FXR-TRAN-RECORD
                   PERFORM 025-APLICA-TRANSACCION
           END-EVALUATE.

       064-RETIENE-CAMBIO.
           MOVE FTR-MONEDA TO OPR-LLAVE.
           MOVE FXR-TRAN-RECORD TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-YA-PENDIENTE
               MOVE 0108 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               ADD 1 TO WSV-CONT-RETENIDAS
               DISPLAY 'FXR-MANT - PENDIENTE DE SEGUNDA FIRMA: '
                   FTR-MONEDA ' TASA=' FTR-TASA
           END-IF.

      *> UNA TASA DEL BANCO RECHAZADA EN LA SEGUNDA FIRMA NO DEJA LA
      *> MONEDA EN CUARENTENA: EL MAESTRO CONSERVA LA TASA ANTERIOR
      *> (LA QUE EL OPERADOR CONFIRMA AL RECHAZAR LA NUEVA) Y VUELVE A
      *> QUEDAR VIGENTE, COMO LO DEJA 027-ACTUALIZA-TASA.
       066-LIBERA-CUARENTENA.
           MOVE FTR-MONEDA TO FXR-MONEDA.
           READ FXR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FXR-EN-CUARENTENA
                       SET FXR-VIGENTE TO TRUE
                       REWRITE FXR-MASTER-RECORD
                       MOVE SPACES TO AUD-MENSAJE
                       STRING 'CUARENTENA LIBERADA MONEDA: ' FXR-MONEDA
                               ' TASA=' FXR-TASA
                               ' FECHA=' FXR-FECHA-TASA
                               ' OP=' WSV-APROBADOR
                               DELIMITED BY SIZE INTO AUD-MENSAJE
                       CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
                   END-IF
           END-READ.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE FXR-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE FXR-TRAN-FILE
           DISPLAY 'FXR-MANT - ALTAS: ' WSV-CONT-ALTAS
               ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.
           DISPLAY 'FXR-MANT - PENDIENTES DE FIRMA: '
               WSV-CONT-RETENIDAS
               ' APROBADAS: ' WSV-CONT-APROBADAS
               ' NO APROBADAS: ' WSV-CONT-NO-APROBADAS.

      *> FIJA EL RETURN-CODE: 4 SI ALGUNA TRANSACCION FUE RECHAZADA.
       099-FINALIZA.

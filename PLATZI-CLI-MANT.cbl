      *          comun MSGCAT (los mismos MSG-0101/0102/0103 del
      *          mantenimiento de VCS1MSTR) y van a la bitacora con
      *          severidad de error.
      * Mod:    15-10-2026 - Marca de cliente exento de impuesto
      *         (CMR-EXENTO 'S'; cualquier otro valor de la
      *         transaccion queda 'N'). PLATZI-FACTURACION no le cobra
      *         impuesto y el registro mensual PLATZI-TAX-REGISTER lo
      *         deja fuera de la base gravable.
      * Mod:    15-10-2026 - Autoridad de operador y doble firma: cada
      *         transaccion trae el operador que la capturo
      *         (CTR-OPERADOR) y se verifica contra OPRAUTH por
      *         PLATZI-OPER-AUTH (MSG-0107 si no tiene la accion). Un
      *         alta con limite de credito, o una actualizacion que
      *         cambia el limite, no se aplica: queda pendiente en
      *         OPRPEND hasta que otro operador la apruebe con accion
      *         'V' (o la rechace con 'X') sobre el mismo codigo. La
      *         bitacora lleva al operador que capturo y al que firmo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-CLI-MANT.
       FILE SECTION.
      *> MAESTRO DE CLIENTES DE FACTURACION: CODIGO (EL MISMO ANCHO
      *> QUE FLR-CLIENTE EN BILLIN), NOMBRE, PLAZO DE FACTURACION EN
      *> DIAS, LIMITE DE CREDITO DEL DIA Y MARCA DE EXENTO DE
      *> IMPUESTO.
       FD  CLI-MASTER-FILE.
       01  CLI-MASTER-RECORD.
           05 CMR-CODIGO               PIC X(06).
           05 CMR-NOMBRE               PIC X(20).
           05 CMR-PLAZO                PIC 9(03).
           05 CMR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CMR-EXENTO               PIC X(01).
              88 CMR-ES-EXENTO                   VALUE 'S'.

       FD  CLI-TRAN-FILE.
       01  CLI-TRAN-RECORD.
           05 CTR-NOMBRE               PIC X(20).
           05 CTR-PLAZO                PIC 9(03).
           05 CTR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CTR-EXENTO               PIC X(01).
           05 CTR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(32).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-CLI-SWITCHES           PIC X     VALUE '1'.
           88 WSS-CLI-FIN                       VALUE '0'.

      *> LA TRANSACCION TOCA EL LIMITE DE CREDITO Y ESPERA SEGUNDA
      *> FIRMA EN VEZ DE APLICARSE.
       77 WSS-SENSIBLE-SWITCHES      PIC X     VALUE 'N'.
           88 WSS-CAMBIO-SENSIBLE               VALUE 'S'.

       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.

      *> OPERADOR QUE FIRMA UN CAMBIO PENDIENTE (EN BLANCO PARA LAS
      *> TRANSACCIONES QUE SE APLICAN CON UNA SOLA FIRMA).
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
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='CLIMANT'==.
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
           OPEN I-O CLI-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT CLI-MASTER-FILE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

      *> PRIMERO LA AUTORIDAD DEL OPERADOR; LUEGO LA FIRMA DE UN
      *> PENDIENTE, LA RETENCION DE UN CAMBIO SENSIBLE O LA APLICACION
      *> DIRECTA.
       020-PROCESA-TRANSACCION.
           MOVE SPACES TO WSV-APROBADOR.
           MOVE CTR-OPERADOR TO OPR-OPERADOR.
           MOVE CTR-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-NO-AUTORIZADO
                   MOVE 0107 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN CTR-ACCION = 'V' OR CTR-ACCION = 'X'
                   PERFORM 060-FIRMA-PENDIENTE
               WHEN OTHER
                   PERFORM 062-REVISA-SENSIBLE
                   IF WSS-CAMBIO-SENSIBLE
                       PERFORM 064-RETIENE-CAMBIO
                   ELSE
                       PERFORM 025-APLICA-TRANSACCION
                   END-IF
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

       025-APLICA-TRANSACCION.
           MOVE CTR-CODIGO TO CMR-CODIGO.
           EVALUATE CTR-ACCION
               WHEN 'A'
                   MOVE CTR-NOMBRE TO CMR-NOMBRE
                   MOVE CTR-PLAZO TO CMR-PLAZO
                   MOVE CTR-LIMITE-CREDITO TO CMR-LIMITE-CREDITO
                   PERFORM 030-FIJA-EXENTO
                   WRITE CLI-MASTER-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ALTA CLIENTE: ' CMR-CODIGO
                                   ' LIMITE=' CMR-LIMITE-CREDITO
                                   ' EXENTO=' CMR-EXENTO
                                   ' OP=' CTR-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                           MOVE CTR-PLAZO TO CMR-PLAZO
                           MOVE CTR-LIMITE-CREDITO
                               TO CMR-LIMITE-CREDITO
                           PERFORM 030-FIJA-EXENTO
                           REWRITE CLI-MASTER-RECORD
                           ADD 1 TO WSV-CONT-ACTUALIZADAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ACTUALIZADO CLIENTE: ' CMR-CODIGO
                                   ' LIMITE=' CMR-LIMITE-CREDITO
                                   ' EXENTO=' CMR-EXENTO
                                   ' OP=' CTR-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.

      *> SOLO UNA 'S' EXPLICITA EXENTA AL CLIENTE; EL CLITRAN
      *> HISTORICO SIN LA COLUMNA DEJA AL CLIENTE GRAVADO.
       030-FIJA-EXENTO.
           IF CTR-EXENTO = 'S'
               SET CMR-ES-EXENTO TO TRUE
           ELSE
               MOVE 'N' TO CMR-EXENTO
           END-IF.

       040-LEE-TRANSACCION.
           READ CLI-TRAN-FILE
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' CTR-CODIGO
                   ' OP=' CTR-OPERADOR '/' WSV-APROBADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> SEGUNDA FIRMA SOBRE EL PENDIENTE DEL MISMO CODIGO: 'V' LO
      *> APRUEBA Y APLICA LA IMAGEN CAPTURADA (CON EL OPERADOR QUE LA
      *> CAPTURO), 'X' LO DESCARTA.
       060-FIRMA-PENDIENTE.
           MOVE CTR-OPERADOR TO WSV-APROBADOR.
           MOVE CTR-CODIGO TO OPR-LLAVE.
           SET OPR-BUSCA-PENDIENTE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-SIN-PENDIENTE
                   MOVE 0109 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN OPR-MISMO-OPERADOR
                   MOVE 0110 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN CTR-ACCION = 'X'
                   SET OPR-RECHAZA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-NO-APROBADAS
               WHEN OTHER
                   SET OPR-APRUEBA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-APROBADAS
                   MOVE OPR-IMAGEN TO CLI-TRAN-RECORD
                   PERFORM 025-APLICA-TRANSACCION
           END-EVALUATE.

      *> ES SENSIBLE UN ALTA CON LIMITE DE CREDITO O UNA ACTUALIZACION
      *> QUE CAMBIA EL LIMITE VIGENTE DEL MAESTRO.
       062-REVISA-SENSIBLE.
           MOVE 'N' TO WSS-SENSIBLE-SWITCHES.
           EVALUATE CTR-ACCION
               WHEN 'A'
                   IF CTR-LIMITE-CREDITO > ZEROS
                       SET WSS-CAMBIO-SENSIBLE TO TRUE
                   END-IF
               WHEN 'U'
                   MOVE CTR-CODIGO TO CMR-CODIGO
                   READ CLI-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CMR-LIMITE-CREDITO
                                   NOT = CTR-LIMITE-CREDITO
                               SET WSS-CAMBIO-SENSIBLE TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.

       064-RETIENE-CAMBIO.
           MOVE CTR-CODIGO TO OPR-LLAVE.
           MOVE CLI-TRAN-RECORD TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-YA-PENDIENTE
               MOVE 0108 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               ADD 1 TO WSV-CONT-RETENIDAS
               DISPLAY 'CLI-MANT - PENDIENTE DE SEGUNDA FIRMA: '
                   CTR-CODIGO ' LIMITE=' CTR-LIMITE-CREDITO
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE CLI-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE CLI-TRAN-FILE
           DISPLAY 'CLI-MANT - ALTAS: ' WSV-CONT-ALTAS
               ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.
           DISPLAY 'CLI-MANT - PENDIENTES DE FIRMA: '
               WSV-CONT-RETENIDAS
               ' APROBADAS: ' WSV-CONT-APROBADAS
               ' NO APROBADAS: ' WSV-CONT-NO-APROBADAS.

      *> FIJA EL RETURN-CODE: 4 SI ALGUNA TRANSACCION FUE RECHAZADA.
       099-FINALIZA.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Mantenimiento del catalogo de cuentas contables GLMAP
      *          que usa PLATZI-GL-JOURNAL (mismo patron de alta/
      *          actualizacion sobre maestro indexado que
      *          PLATZI-ART-MANT y PLATZI-CLI-MANT). Cada registro dice,
      *          para un origen del batch (POSTLEDG, INVREG, BILLCRED,
      *          FEEBILL, SUSPWOFF) y un tipo de movimiento, a que
      *          cuenta va el cargo (debe) y a cual el abono (haber)
      *          del asiento; contabilidad lo ajusta con transacciones
      *          de GLMTRAN sin recompilar el diario. Los rechazos
      *          salen numerados del catalogo comun MSGCAT
      *          (MSG-0101/0102/0103) y van a la bitacora con
      *          severidad de error. Cada transaccion trae el operador
      *          que la capturo (GTR-OPERADOR), verificado contra
      *          OPRAUTH por PLATZI-OPER-AUTH (MSG-0107), y toda alta o
      *          cambio de cuentas queda pendiente en OPRPEND hasta que
      *          otro operador lo apruebe con accion 'V' (o lo rechace
      *          con 'X') sobre el mismo origen y tipo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-GLMAP-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLM-MASTER-FILE  ASSIGN TO "GLMAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS GMR-LLAVE
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT GLM-TRAN-FILE    ASSIGN TO "GLMTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> CATALOGO DE CUENTAS: ORIGEN Y TIPO DE MOVIMIENTO, CUENTA DEL
      *> DEBE, CUENTA DEL HABER Y DESCRIPCION DEL ASIENTO.
       FD  GLM-MASTER-FILE.
       01  GL-MAP-RECORD.
           05 GMR-LLAVE.
              10 GMR-ORIGEN            PIC X(08).
              10 GMR-TIPO              PIC X(02).
           05 GMR-CUENTA-DEBE          PIC X(10).
           05 GMR-CUENTA-HABER         PIC X(10).
           05 GMR-DESCRIPCION          PIC X(30).

       FD  GLM-TRAN-FILE.
       01  GLM-TRAN-RECORD.
           05 GTR-ACCION               PIC X(01).
           05 GTR-ORIGEN               PIC X(08).
           05 GTR-TIPO                 PIC X(02).
           05 GTR-CUENTA-DEBE          PIC X(10).
           05 GTR-CUENTA-HABER         PIC X(10).
           05 GTR-DESCRIPCION          PIC X(30).
           05 GTR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(11).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-GLM-SWITCHES           PIC X     VALUE '1'.
           88 WSS-GLM-FIN                       VALUE '0'.

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
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='GLMMANT'==.

      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TRANSACCION UNTIL WSS-GLM-FIN.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           OPEN I-O GLM-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT GLM-MASTER-FILE
               CLOSE GLM-MASTER-FILE
               OPEN I-O GLM-MASTER-FILE
           END-IF.
           OPEN INPUT GLM-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-GLM-FIN TO TRUE
               DISPLAY 'GLMAP-MANT - SIN TRANSACCIONES GLMTRAN'
           ELSE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

      *> PRIMERO LA AUTORIDAD DEL OPERADOR; UN CAMBIO DE CUENTAS
      *> NUNCA SE APLICA CON UNA SOLA FIRMA: SE RETIENE, Y SE APLICA
      *> CUANDO OTRO OPERADOR FIRMA EL PENDIENTE.
       020-PROCESA-TRANSACCION.
           MOVE SPACES TO WSV-APROBADOR.
           MOVE GTR-OPERADOR TO OPR-OPERADOR.
           MOVE GTR-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-NO-AUTORIZADO
                   MOVE 0107 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN GTR-ACCION = 'V' OR GTR-ACCION = 'X'
                   PERFORM 060-FIRMA-PENDIENTE
               WHEN GTR-ACCION = 'A' OR GTR-ACCION = 'U'
                   PERFORM 064-RETIENE-CAMBIO
               WHEN OTHER
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

       025-APLICA-TRANSACCION.
           MOVE GTR-ORIGEN TO GMR-ORIGEN.
           MOVE GTR-TIPO TO GMR-TIPO.
           EVALUATE GTR-ACCION
               WHEN 'A'
                   MOVE GTR-CUENTA-DEBE TO GMR-CUENTA-DEBE
                   MOVE GTR-CUENTA-HABER TO GMR-CUENTA-HABER
                   MOVE GTR-DESCRIPCION TO GMR-DESCRIPCION
                   WRITE GL-MAP-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           ADD 1 TO WSV-CONT-ALTAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ALTA CUENTAS: ' GMR-ORIGEN
                                   ' ' GMR-TIPO
                                   ' DEBE=' GMR-CUENTA-DEBE
                                   ' HABER=' GMR-CUENTA-HABER
                                   ' OP=' GTR-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-WRITE
               WHEN 'U'
                   READ GLM-MASTER-FILE
                       INVALID KEY
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           MOVE GTR-CUENTA-DEBE TO GMR-CUENTA-DEBE
                           MOVE GTR-CUENTA-HABER TO GMR-CUENTA-HABER
                           MOVE GTR-DESCRIPCION TO GMR-DESCRIPCION
                           REWRITE GL-MAP-RECORD
                           ADD 1 TO WSV-CONT-ACTUALIZADAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ACTUALIZADO CUENTAS: ' GMR-ORIGEN
                                   ' ' GMR-TIPO
                                   ' DEBE=' GMR-CUENTA-DEBE
                                   ' HABER=' GMR-CUENTA-HABER
                                   ' OP=' GTR-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-READ
               WHEN OTHER
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.

       040-LEE-TRANSACCION.
           READ GLM-TRAN-FILE
               AT END SET WSS-GLM-FIN TO TRUE
           END-READ.

      *> EMITE EL RECHAZO NUMERADO DEL CATALOGO EN CONSOLA Y EN LA
      *> BITACORA CON SEVERIDAD DE ERROR (LLEGA A OPALERT).
       050-RECHAZA-TRANSACCION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD.
           DISPLAY 'MSG-' MSG-NUMERO ' ' MSG-TEXTO (1:36)
               ': ' GTR-ORIGEN ' ' GTR-TIPO.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' GTR-ORIGEN ' ' GTR-TIPO
                   ' OP=' GTR-OPERADOR '/' WSV-APROBADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> SEGUNDA FIRMA SOBRE EL PENDIENTE DEL MISMO ORIGEN Y TIPO: 'V'
      *> LO APRUEBA Y APLICA LA IMAGEN CAPTURADA (CON EL OPERADOR QUE
      *> LA CAPTURO), 'X' LO DESCARTA.
       060-FIRMA-PENDIENTE.
           MOVE GTR-OPERADOR TO WSV-APROBADOR.
           MOVE SPACES TO OPR-LLAVE.
           STRING GTR-ORIGEN GTR-TIPO
                   DELIMITED BY SIZE INTO OPR-LLAVE.
           SET OPR-BUSCA-PENDIENTE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-SIN-PENDIENTE
                   MOVE 0109 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN OPR-MISMO-OPERADOR
                   MOVE 0110 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN GTR-ACCION = 'X'
                   SET OPR-RECHAZA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-NO-APROBADAS
               WHEN OTHER
                   SET OPR-APRUEBA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-APROBADAS
                   MOVE OPR-IMAGEN TO GLM-TRAN-RECORD
                   PERFORM 025-APLICA-TRANSACCION
           END-EVALUATE.

       064-RETIENE-CAMBIO.
           MOVE SPACES TO OPR-LLAVE.
           STRING GTR-ORIGEN GTR-TIPO
                   DELIMITED BY SIZE INTO OPR-LLAVE.
           MOVE GLM-TRAN-RECORD TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-YA-PENDIENTE
               MOVE 0108 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               ADD 1 TO WSV-CONT-RETENIDAS
               DISPLAY 'GLMAP-MANT - PENDIENTE DE SEGUNDA FIRMA: '
                   GTR-ORIGEN ' ' GTR-TIPO
                   ' DEBE=' GTR-CUENTA-DEBE
                   ' HABER=' GTR-CUENTA-HABER
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE GLM-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE GLM-TRAN-FILE
           END-IF.
           DISPLAY 'GLMAP-MANT - ALTAS: ' WSV-CONT-ALTAS
               ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.
           DISPLAY 'GLMAP-MANT - PENDIENTES DE FIRMA: '
               WSV-CONT-RETENIDAS
               ' APROBADAS: ' WSV-CONT-APROBADAS
               ' NO APROBADAS: ' WSV-CONT-NO-APROBADAS.

      *> FIJA EL RETURN-CODE: 4 SI ALGUNA TRANSACCION FUE RECHAZADA.
       099-FINALIZA.
           IF WSV-CONT-RECHAZADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-GLMAP-MANT.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Mantenimiento de la lista de supresion de avisos
      *          NOTSUPR que consulta PLATZI-CUST-NOTICE (mismo patron
      *          de alta/actualizacion sobre maestro indexado que
      *          PLATZI-GLMAP-MANT, mas la baja). Cada registro es una
      *          cuenta o un cliente al que no se le debe enviar aviso,
      *          con la fecha hasta la que rige (ceros = sin fecha de
      *          fin) y el motivo (legal, cobranza externa, pedido del
      *          cliente). Las transacciones llegan en NSUPTRAN; los
      *          rechazos salen numerados del catalogo comun MSGCAT
      *          (MSG-0101/0102/0103) y van a la bitacora con
      *          severidad de error. Cada transaccion trae el operador
      *          que la capturo (NST-OPERADOR), verificado contra
      *          OPRAUTH por PLATZI-OPER-AUTH (MSG-0107) y anotado en
      *          la bitacora; una supresion no mueve dinero, asi que
      *          se aplica con una sola firma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-NOTSUP-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NSP-MASTER-FILE  ASSIGN TO "NOTSUPR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS NSR-PARTE
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT NSP-TRAN-FILE    ASSIGN TO "NSUPTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> LISTA DE SUPRESION: CUENTA (8) O CLIENTE (6, AJUSTADO A LA
      *> IZQUIERDA) QUE NO DEBE RECIBIR AVISOS, HASTA QUE FECHA Y POR
      *> QUE MOTIVO.
       FD  NSP-MASTER-FILE.
       01  NOT-SUPR-RECORD.
           05 NSR-PARTE                PIC X(08).
           05 NSR-FECHA-HASTA          PIC 9(08).
           05 NSR-MOTIVO               PIC X(30).
           05 FILLER                   PIC X(14).

      *> ACCION 'A' ALTA, 'U' ACTUALIZACION, 'B' BAJA.
       FD  NSP-TRAN-FILE.
       01  NSP-TRAN-RECORD.
           05 NST-ACCION               PIC X(01).
           05 NST-PARTE                PIC X(08).
           05 NST-FECHA-HASTA          PIC 9(08).
           05 NST-MOTIVO               PIC X(30).
           05 NST-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(25).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-NSP-SWITCHES           PIC X     VALUE '1'.
           88 WSS-NSP-FIN                       VALUE '0'.

       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ALTAS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ACTUALIZADAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-BAJAS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='NSUPMANT'==.

      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TRANSACCION UNTIL WSS-NSP-FIN.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           OPEN I-O NSP-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT NSP-MASTER-FILE
               CLOSE NSP-MASTER-FILE
               OPEN I-O NSP-MASTER-FILE
           END-IF.
           OPEN INPUT NSP-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-NSP-FIN TO TRUE
               DISPLAY 'NOTSUP-MANT - SIN TRANSACCIONES NSUPTRAN'
           ELSE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

      *> PRIMERO LA AUTORIDAD DEL OPERADOR SOBRE LA ACCION.
       020-PROCESA-TRANSACCION.
           MOVE NST-OPERADOR TO OPR-OPERADOR.
           MOVE NST-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-NO-AUTORIZADO
               MOVE 0107 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               PERFORM 025-APLICA-TRANSACCION
           END-IF.
           PERFORM 040-LEE-TRANSACCION.

       025-APLICA-TRANSACCION.
           MOVE NST-PARTE TO NSR-PARTE.
           EVALUATE NST-ACCION
               WHEN 'A'
                   MOVE NST-FECHA-HASTA TO NSR-FECHA-HASTA
                   MOVE NST-MOTIVO TO NSR-MOTIVO
                   WRITE NOT-SUPR-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           ADD 1 TO WSV-CONT-ALTAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ALTA SUPRESION: ' NSR-PARTE
                                   ' HASTA=' NSR-FECHA-HASTA
                                   ' OP=' NST-OPERADOR
                                   ' ' NSR-MOTIVO
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-WRITE
               WHEN 'U'
                   READ NSP-MASTER-FILE
                       INVALID KEY
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           MOVE NST-FECHA-HASTA TO NSR-FECHA-HASTA
                           MOVE NST-MOTIVO TO NSR-MOTIVO
                           REWRITE NOT-SUPR-RECORD
                           ADD 1 TO WSV-CONT-ACTUALIZADAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ACTUALIZADA SUPRESION: ' NSR-PARTE
                                   ' HASTA=' NSR-FECHA-HASTA
                                   ' OP=' NST-OPERADOR
                                   ' ' NSR-MOTIVO
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-READ
               WHEN 'B'
                   READ NSP-MASTER-FILE
                       INVALID KEY
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           DELETE NSP-MASTER-FILE RECORD
                           ADD 1 TO WSV-CONT-BAJAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'BAJA SUPRESION: ' NSR-PARTE
                                   ' OP=' NST-OPERADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-READ
               WHEN OTHER
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.

       040-LEE-TRANSACCION.
           READ NSP-TRAN-FILE
               AT END SET WSS-NSP-FIN TO TRUE
           END-READ.

      *> EMITE EL RECHAZO NUMERADO DEL CATALOGO EN CONSOLA Y EN LA
      *> BITACORA CON SEVERIDAD DE ERROR (LLEGA A OPALERT).
       050-RECHAZA-TRANSACCION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD.
           DISPLAY 'MSG-' MSG-NUMERO ' ' MSG-TEXTO (1:36)
               ': ' NST-PARTE.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' NST-PARTE
                   ' OP=' NST-OPERADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE NSP-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE NSP-TRAN-FILE
           END-IF.
           DISPLAY 'NOTSUP-MANT - ALTAS: ' WSV-CONT-ALTAS
               ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
               ' BAJAS: ' WSV-CONT-BAJAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.

      *> FIJA EL RETURN-CODE: 4 SI ALGUNA TRANSACCION FUE RECHAZADA.
       099-FINALIZA.
           IF WSV-CONT-RECHAZADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-NOTSUP-MANT.

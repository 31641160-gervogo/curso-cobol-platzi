      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Mantenimiento del maestro de tasas de impuesto
      *          TAXMSTR (mismo patron de alta/actualizacion sobre
      *          maestro indexado que PLATZI-FXR-MANT). Las facturas
      *          salian sin impuesto y finanzas lo agregaba a mano
      *          sobre el INVOICE impreso. El maestro guarda por codigo
      *          de impuesto (el AMR-CODIGO-IMPUESTO del articulo en
      *          ARTMSTR) cada tasa con la fecha desde la que rige: un
      *          cambio de tasa es un alta nueva con su fecha de
      *          vigencia, sin pisar la anterior, y PLATZI-FACTURACION
      *          aplica la ultima tasa cuya vigencia ya alcanzo la
      *          fecha de corrida. La actualizacion 'U' corrige la tasa
      *          o la descripcion de una vigencia ya capturada. La tasa
      *          se captura en porcentaje con dos decimales (12.00 =
      *          DOCE POR CIENTO). Los rechazos salen numerados del
      *          catalogo comun MSGCAT (MSG-0101/0102/0103). Cada
      *          transaccion trae el operador que la capturo
      *          (TTR-OPERADOR), verificado contra OPRAUTH por
      *          PLATZI-OPER-AUTH (MSG-0107), y toda alta o correccion
      *          de tasa queda pendiente en OPRPEND hasta que otro
      *          operador la apruebe con accion 'V' (o la rechace con
      *          'X') sobre el mismo codigo y vigencia, igual que las
      *          tasas de cambio de PLATZI-FXR-MANT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-TAX-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-MASTER-FILE  ASSIGN TO "TAXMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXR-LLAVE
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT TAX-TRAN-FILE    ASSIGN TO "TAXTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MAESTRO DE TASAS: CODIGO DE IMPUESTO MAS FECHA DESDE LA QUE
      *> RIGE (LA LLAVE), TASA EN PORCENTAJE Y DESCRIPCION PARA EL
      *> REGISTRO MENSUAL.
       FD  TAX-MASTER-FILE.
       01  TAX-MASTER-RECORD.
           05 TXR-LLAVE.
              10 TXR-CODIGO            PIC X(02).
              10 TXR-FECHA-VIGENTE     PIC 9(08).
           05 TXR-TASA                 PIC 9(2)V99.
           05 TXR-DESCRIPCION          PIC X(20).

       FD  TAX-TRAN-FILE.
       01  TAX-TRAN-RECORD.
           05 TTR-ACCION               PIC X(01).
           05 TTR-CODIGO               PIC X(02).
           05 TTR-FECHA-VIGENTE        PIC 9(08).
           05 TTR-TASA                 PIC 9(2)V99.
           05 TTR-DESCRIPCION          PIC X(20).
           05 TTR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(37).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-TAX-SWITCHES           PIC X     VALUE '1'.
           88 WSS-TAX-FIN                       VALUE '0'.

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
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='TAXMANT'==.

      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TRANSACCION UNTIL WSS-TAX-FIN.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           OPEN I-O TAX-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT TAX-MASTER-FILE
               CLOSE TAX-MASTER-FILE
               OPEN I-O TAX-MASTER-FILE
           END-IF.
           OPEN INPUT TAX-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-TAX-FIN TO TRUE
               DISPLAY 'TAX-MANT - SIN TRANSACCIONES TAXTRAN'
           ELSE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

      *> PRIMERO LA AUTORIDAD DEL OPERADOR; UNA TASA NUEVA O
      *> CORREGIDA NUNCA SE APLICA CON UNA SOLA FIRMA: SE RETIENE, Y
      *> SE APLICA CUANDO OTRO OPERADOR FIRMA EL PENDIENTE.
       020-PROCESA-TRANSACCION.
           MOVE SPACES TO WSV-APROBADOR.
           MOVE TTR-OPERADOR TO OPR-OPERADOR.
           MOVE TTR-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-NO-AUTORIZADO
                   MOVE 0107 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN TTR-ACCION = 'V' OR TTR-ACCION = 'X'
                   PERFORM 060-FIRMA-PENDIENTE
               WHEN TTR-ACCION = 'A' OR TTR-ACCION = 'U'
                   PERFORM 064-RETIENE-CAMBIO
               WHEN OTHER
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

       025-APLICA-TRANSACCION.
           MOVE TTR-CODIGO TO TXR-CODIGO.
           MOVE TTR-FECHA-VIGENTE TO TXR-FECHA-VIGENTE.
           EVALUATE TTR-ACCION
               WHEN 'A'
                   MOVE TTR-TASA TO TXR-TASA
                   MOVE TTR-DESCRIPCION TO TXR-DESCRIPCION
                   WRITE TAX-MASTER-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           ADD 1 TO WSV-CONT-ALTAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ALTA TASA: ' TXR-CODIGO
                                   ' VIGENTE=' TXR-FECHA-VIGENTE
                                   ' TASA=' TXR-TASA
                                   ' OP=' TTR-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-WRITE
               WHEN 'U'
                   READ TAX-MASTER-FILE
                       INVALID KEY
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           MOVE TTR-TASA TO TXR-TASA
                           MOVE TTR-DESCRIPCION TO TXR-DESCRIPCION
                           REWRITE TAX-MASTER-RECORD
                           ADD 1 TO WSV-CONT-ACTUALIZADAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ACTUALIZADA TASA: ' TXR-CODIGO
                                   ' VIGENTE=' TXR-FECHA-VIGENTE
                                   ' TASA=' TXR-TASA
                                   ' OP=' TTR-OPERADOR
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
           READ TAX-TRAN-FILE
               AT END SET WSS-TAX-FIN TO TRUE
           END-READ.

      *> EMITE EL RECHAZO NUMERADO DEL CATALOGO EN CONSOLA Y EN LA
      *> BITACORA CON SEVERIDAD DE ERROR (LLEGA A OPALERT).
       050-RECHAZA-TRANSACCION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD.
           DISPLAY 'MSG-' MSG-NUMERO ' ' MSG-TEXTO (1:36)
               ': ' TTR-CODIGO ' ' TTR-FECHA-VIGENTE.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' TTR-CODIGO ' ' TTR-FECHA-VIGENTE
                   ' OP=' TTR-OPERADOR '/' WSV-APROBADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> SEGUNDA FIRMA SOBRE EL PENDIENTE DEL MISMO CODIGO Y VIGENCIA:
      *> 'V' LO APRUEBA Y APLICA LA IMAGEN CAPTURADA (CON EL OPERADOR
      *> QUE LA CAPTURO), 'X' LO DESCARTA.
       060-FIRMA-PENDIENTE.
           MOVE TTR-OPERADOR TO WSV-APROBADOR.
           MOVE SPACES TO OPR-LLAVE.
           STRING TTR-CODIGO TTR-FECHA-VIGENTE
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
               WHEN TTR-ACCION = 'X'
                   SET OPR-RECHAZA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-NO-APROBADAS
               WHEN OTHER
                   SET OPR-APRUEBA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-APROBADAS
                   MOVE OPR-IMAGEN TO TAX-TRAN-RECORD
                   PERFORM 025-APLICA-TRANSACCION
           END-EVALUATE.

       064-RETIENE-CAMBIO.
           MOVE SPACES TO OPR-LLAVE.
           STRING TTR-CODIGO TTR-FECHA-VIGENTE
                   DELIMITED BY SIZE INTO OPR-LLAVE.
           MOVE TAX-TRAN-RECORD TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-YA-PENDIENTE
               MOVE 0108 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               ADD 1 TO WSV-CONT-RETENIDAS
               DISPLAY 'TAX-MANT - PENDIENTE DE SEGUNDA FIRMA: '
                   TTR-CODIGO ' ' TTR-FECHA-VIGENTE ' TASA=' TTR-TASA
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE TAX-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE TAX-TRAN-FILE
           END-IF.
           DISPLAY 'TAX-MANT - ALTAS: ' WSV-CONT-ALTAS
               ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.
           DISPLAY 'TAX-MANT - PENDIENTES DE FIRMA: '
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

       END PROGRAM PLATZI-TAX-MANT.

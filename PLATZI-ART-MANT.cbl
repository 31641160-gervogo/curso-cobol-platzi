      *          rechazos salen numerados del catalogo comun MSGCAT
      *          (MSG-0101/0102/0103) y van a la bitacora con
      *          severidad de error.
      * Mod:    15-10-2026 - El maestro lleva el codigo de impuesto
      *         del articulo (AMR-CODIGO-IMPUESTO, tomado de la
      *         transaccion en alta y actualizacion); la tasa vigente
      *         de cada codigo vive en TAXMSTR (PLATZI-TAX-MANT). Un
      *         codigo en blanco significa articulo no gravado.
      * Mod:    15-10-2026 - Autoridad de operador: cada transaccion
      *         trae el operador que la capturo (ATR-OPERADOR) y se
      *         verifica contra OPRAUTH por PLATZI-OPER-AUTH antes de
      *         aplicarse; sin la accion autorizada se rechaza con
      *         MSG-0107. La bitacora lleva al operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-ART-MANT.
       DATA DIVISION.
       FILE SECTION.
      *> MAESTRO DE PRECIOS: ARTICULO (EL MISMO ANCHO QUE FLR-ARTICULO
      *> EN BILLIN), PRECIO UNITARIO, FECHA DESDE LA QUE RIGE Y
      *> CODIGO DE IMPUESTO (LLAVE DE LA TASA EN TAXMSTR).
       FD  ART-MASTER-FILE.
       01  ART-MASTER-RECORD.
           05 AMR-ARTICULO             PIC X(06).
           05 AMR-PRECIO               PIC 9(5)V99.
           05 AMR-FECHA-VIGENTE        PIC 9(08).
           05 AMR-CODIGO-IMPUESTO      PIC X(02).

       FD  ART-TRAN-FILE.
       01  ART-TRAN-RECORD.
           05 ATR-ARTICULO             PIC X(06).
           05 ATR-PRECIO               PIC 9(5)V99.
           05 ATR-FECHA-VIGENTE        PIC 9(08).
           05 ATR-CODIGO-IMPUESTO      PIC X(02).
           05 ATR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(48).

       WORKING-STORAGE SECTION.
       *> SWITCHES
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
           OPEN I-O ART-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT ART-MASTER-FILE
           END-IF.

       020-PROCESA-TRANSACCION.
           MOVE ATR-OPERADOR TO OPR-OPERADOR.
           MOVE ATR-ACCION TO OPR-ACCION.
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
           MOVE ATR-ARTICULO TO AMR-ARTICULO.
           EVALUATE ATR-ACCION
               WHEN 'A'
                   MOVE ATR-PRECIO TO AMR-PRECIO
                   MOVE ATR-FECHA-VIGENTE TO AMR-FECHA-VIGENTE
                   MOVE ATR-CODIGO-IMPUESTO TO AMR-CODIGO-IMPUESTO
                   WRITE ART-MASTER-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           STRING 'ALTA ARTICULO: ' AMR-ARTICULO
                                   ' PRECIO=' AMR-PRECIO
                                   ' VIGENTE=' AMR-FECHA-VIGENTE
                                   ' IMPUESTO=' AMR-CODIGO-IMPUESTO
                                   ' OP=' ATR-OPERADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                           MOVE ATR-PRECIO TO AMR-PRECIO
                           MOVE ATR-FECHA-VIGENTE
                               TO AMR-FECHA-VIGENTE
                           MOVE ATR-CODIGO-IMPUESTO
                               TO AMR-CODIGO-IMPUESTO
                           REWRITE ART-MASTER-RECORD
                           ADD 1 TO WSV-CONT-ACTUALIZADAS
                           MOVE SPACES TO AUD-MENSAJE
                                   AMR-ARTICULO
                                   ' PRECIO=' AMR-PRECIO
                                   ' VIGENTE=' AMR-FECHA-VIGENTE
                                   ' IMPUESTO=' AMR-CODIGO-IMPUESTO
                                   ' OP=' ATR-OPERADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.

       040-LEE-TRANSACCION.
           READ ART-TRAN-FILE
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' ATR-ARTICULO ' OP=' ATR-OPERADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE ART-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE ART-TRAN-FILE

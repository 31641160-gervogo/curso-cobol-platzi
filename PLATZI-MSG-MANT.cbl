      *          que una alta no duplique numero y que una baja o
      *          actualizacion exista. Regraba MSGCAT y deja el
      *          resultado en el reporte MSGMRPT.
      * Mod:    15-10-2026 - Autoridad de operador: cada transaccion
      *         de MSGTRAN trae el operador que la capturo
      *         (MTR-OPERADOR) y se verifica contra OPRAUTH por
      *         PLATZI-OPER-AUTH antes de aplicarse. Los rechazos van
      *         ahora tambien a la bitacora compartida con el
      *         operador, y el reporte muestra quien aplico cada
      *         cambio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-MSG-MANT.
           05 MTR-NUMERO               PIC 9(04).
           05 FILLER                   PIC X(01).
           05 MTR-TEXTO                PIC X(60).
           05 MTR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(06).

       FD  MSG-REPORT-FILE.
       01  MSG-REPORT-LINE             PIC X(80).
       77 WSV-MOTIVO-RECHAZO         PIC X(40) VALUE SPACES.
       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='MSGMANT'==.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           STOP RUN.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           OPEN OUTPUT MSG-REPORT-FILE.
           MOVE 'MANTENIMIENTO DEL CATALOGO DE MENSAJES MSGCAT'
               TO WSV-REPORTE-LINEA.
           END-IF.

       020-PROCESA-TRANSACCION.
           MOVE MTR-OPERADOR TO OPR-OPERADOR.
           MOVE MTR-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-NO-AUTORIZADO
                   MOVE 'OPERADOR NO AUTORIZADO' TO WSV-MOTIVO-RECHAZO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN OTHER
                   PERFORM 025-APLICA-TRANSACCION
           END-EVALUATE.
           PERFORM 045-LEE-TRANSACCION.

       025-APLICA-TRANSACCION.
           EVALUATE MTR-ACCION
               WHEN 'A'
                   PERFORM 030-APLICA-ALTA THRU 030-SALIDA
                   MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.

       030-APLICA-ALTA.
           IF MTR-NUMERO NOT NUMERIC OR MTR-NUMERO = WSC-NUMERO-BAJA
           ADD 1 TO WSV-CONT-ALTAS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ALTA APLICADA:   MSG-' MTR-NUMERO
                   ' OP=' MTR-OPERADOR
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE MSG-REPORT-LINE FROM WSV-REPORTE-LINEA.

           ADD 1 TO WSV-CONT-CAMBIOS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CAMBIO APLICADO: MSG-' MTR-NUMERO
                   ' OP=' MTR-OPERADOR
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE MSG-REPORT-LINE FROM WSV-REPORTE-LINEA.

               ADD 1 TO WSV-CONT-BAJAS
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'BAJA APLICADA:   MSG-' MTR-NUMERO
                       ' OP=' MTR-OPERADOR
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE MSG-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE MSG-REPORT-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING WSV-REPORTE-LINEA DELIMITED BY '  '
                   ' OP=' MTR-OPERADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> REGRABA MSGCAT DESDE LA TABLA, COMPACTANDO LAS ENTRADAS QUE
      *> UNA BAJA DEJO MARCADAS.
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE MSG-TRAN-FILE
           END-IF.

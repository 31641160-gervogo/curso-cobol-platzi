      * Mod:    23-08-2026 - Los rechazos de transaccion y la
      *         advertencia de cobertura se mandan a la bitacora con
      *         la nueva severidad de advertencia de AUDPARM.
      * Mod:    15-10-2026 - Autoridad de operador: cada transaccion
      *         de BCALTRAN trae el operador que la capturo
      *         (BTR-OPERADOR) y se verifica contra OPRAUTH por
      *         PLATZI-OPER-AUTH antes de aplicarse. El reporte y la
      *         bitacora de rechazos muestran al operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-BIZCAL-MANT.
       01  BC-TRAN-RECORD.
           05 BTR-ACCION               PIC X(01).
           05 BTR-FECHA                PIC 9(08).
           05 BTR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(63).

       FD  BC-REPORT-FILE.
       01  BC-REPORT-LINE              PIC X(80).
       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='BIZCAL'==.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           STOP RUN.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           COMPUTE WSV-ANIO-DESDE = CTL-RUN-DATE / 10000 - 1.
           COMPUTE WSV-ANIO-HASTA = CTL-RUN-DATE / 10000 + 1.
           END-IF.

       020-PROCESA-TRANSACCION.
           MOVE BTR-OPERADOR TO OPR-OPERADOR.
           MOVE BTR-ACCION TO OPR-ACCION.
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
           EVALUATE BTR-ACCION
               WHEN 'A'
                   PERFORM 030-APLICA-ALTA
                   MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.

       030-APLICA-ALTA.
           MOVE BTR-FECHA TO WSV-FT-FECHA.
                   ADD 1 TO WSV-CONT-ALTAS
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING 'ALTA APLICADA:  ' BTR-FECHA
                           ' OP=' BTR-OPERADOR
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE BC-REPORT-LINE FROM WSV-REPORTE-LINEA
                   END-IF
               ADD 1 TO WSV-CONT-BAJAS
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'BAJA APLICADA:  ' BTR-FECHA
                       ' OP=' BTR-OPERADOR
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE BC-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           STRING 'RECHAZADA: ' BTR-ACCION ' ' BTR-FECHA
                   ' MOTIVO: ' WSV-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           MOVE BTR-OPERADOR TO WSV-REPORTE-LINEA (71:8).
           WRITE BC-REPORT-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE BC-TRAN-FILE
           END-IF.

      *         PLATZI-MSG-READER (MSG-0101 alta duplicada, MSG-0102
      *         actualizacion inexistente, MSG-0103 accion invalida),
      *         con el mismo texto en consola y bitacora.
      * Mod:    15-10-2026 - Autoridad de operador y doble firma: cada
      *         transaccion de VCS1TRAN trae el operador que la
      *         capturo (VTR-OPERADOR) y se verifica contra OPRAUTH
      *         por PLATZI-OPER-AUTH (MSG-0107 si no tiene la accion).
      *         Los umbrales que mueven cobros y alertas (FEEPCT,
      *         WRNFLR y ERRCLG) no se aplican con una sola firma:
      *         quedan pendientes en OPRPEND hasta que otro operador
      *         los apruebe con accion 'V' (o los rechace con 'X')
      *         sobre el mismo nombre. La bitacora lleva al operador
      *         que capturo y al que firmo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIABLES-Y-CONSTANTES.
       01  VC1-TRAN-RECORD.
           05 VTR-ACCION                PIC X(01).
           05 VTR-NOMBRE                PIC X(06).
              88 VTR-UMBRAL-SENSIBLE     VALUE 'FEEPCT' 'WRNFLR'
                                               'ERRCLG'.
           05 VTR-VALOR                 PIC 9(05).
           05 VTR-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(60).

       FD  VC1-CONTROL-FILE.
       01  VC1-CONTROL-RECORD.
       77 WSV-CONTROL-STATUS         PIC XX    VALUE SPACES.
       77 WSV-DIARIO-STATUS          PIC XX    VALUE SPACES.

      *> OPERADOR QUE FIRMA UN CAMBIO PENDIENTE (EN BLANCO MIENTRAS
      *> LA TRANSACCION NO VIENE DE UNA SEGUNDA FIRMA) Y CONTADORES DE
      *> LA DOBLE FIRMA.
       77 WSV-APROBADOR              PIC X(08) VALUE SPACES.
       77 WSV-CONT-RETENIDAS         PIC 9(05) VALUE ZEROS.
       77 WSV-CONT-APROBADAS         PIC 9(05) VALUE ZEROS.

       *> IMAGEN ANTERIOR DEL VALOR EN UNA ACTUALIZACION, CAPTURADA
       *> ANTES DE PISAR VMR-VALOR, Y HORA CRUDA DE ACCEPT FROM TIME
       *> (HHMMSSCC; SE TOMA SOLO EL HHMMSS POR REDEFINES).
      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY SALUDO.
           STOP RUN.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           OPEN I-O VC1-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT VC1-MASTER-FILE
               CLOSE VC1-CONTROL-FILE
           END-IF.

      *> PRIMERO LA AUTORIDAD DEL OPERADOR; LUEGO LA FIRMA DE UN
      *> PENDIENTE, LA RETENCION DE UN UMBRAL SENSIBLE O LA
      *> APLICACION DIRECTA.
       020-PROCESA-TRANSACCION.
           MOVE SPACES TO WSV-APROBADOR.
           MOVE VTR-OPERADOR TO OPR-OPERADOR.
           MOVE VTR-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-NO-AUTORIZADO
                   MOVE 0107 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN VTR-ACCION = 'V' OR VTR-ACCION = 'X'
                   PERFORM 060-FIRMA-PENDIENTE
               WHEN VTR-UMBRAL-SENSIBLE
                       AND (VTR-ACCION = 'A' OR VTR-ACCION = 'U')
                   PERFORM 064-RETIENE-CAMBIO
               WHEN OTHER
                   PERFORM 022-APLICA-TRANSACCION
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

       022-APLICA-TRANSACCION.
           MOVE VTR-NOMBRE TO VMR-NOMBRE.
           EVALUATE VTR-ACCION
               WHEN 'A'
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ACTUALIZADO: ' VMR-NOMBRE
                                   ' = ' VMR-VALOR
                                   ' OP=' VTR-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   SET AUD-SEV-ERROR TO TRUE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-EVALUATE.

      *> DEJA EN VCS1JRNL LA IMAGEN ANTERIOR Y LA NUEVA DE LA ALTA O
      *> ACTUALIZACION QUE ACABA DE APLICARSE AL MAESTRO; EL DIARIO
               AT END SET WSS-VC1-FIN TO TRUE
           END-READ.

      *> EMITE EL RECHAZO NUMERADO DE LA AUTORIDAD O DE LA DOBLE FIRMA
      *> EN CONSOLA Y EN LA BITACORA CON SEVERIDAD DE ERROR.
       050-RECHAZA-TRANSACCION.
           CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD.
           DISPLAY 'MSG-' MSG-NUMERO ' ' MSG-TEXTO (1:36)
               ': ' VTR-NOMBRE ' OP=' VTR-OPERADOR.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' VTR-NOMBRE
                   ' OP=' VTR-OPERADOR '/' WSV-APROBADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> SEGUNDA FIRMA SOBRE EL PENDIENTE DEL MISMO NOMBRE: 'V' LO
      *> APRUEBA Y APLICA LA IMAGEN CAPTURADA (CON EL OPERADOR QUE LA
      *> CAPTURO), 'X' LO DESCARTA.
       060-FIRMA-PENDIENTE.
           MOVE VTR-OPERADOR TO WSV-APROBADOR.
           MOVE VTR-NOMBRE TO OPR-LLAVE.
           SET OPR-BUSCA-PENDIENTE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-SIN-PENDIENTE
                   MOVE 0109 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN OPR-MISMO-OPERADOR
                   MOVE 0110 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN VTR-ACCION = 'X'
                   SET OPR-RECHAZA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
               WHEN OTHER
                   SET OPR-APRUEBA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-APROBADAS
                   MOVE OPR-IMAGEN TO VC1-TRAN-RECORD
                   PERFORM 022-APLICA-TRANSACCION
           END-EVALUATE.

       064-RETIENE-CAMBIO.
           MOVE VTR-NOMBRE TO OPR-LLAVE.
           MOVE VC1-TRAN-RECORD TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-YA-PENDIENTE
               MOVE 0108 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               ADD 1 TO WSV-CONT-RETENIDAS
               DISPLAY 'PENDIENTE DE SEGUNDA FIRMA: ' VTR-NOMBRE
                   ' = ' VTR-VALOR
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE VC1-MASTER-FILE.
           CLOSE VC1-TRAN-FILE.
           DISPLAY 'PENDIENTES DE FIRMA: ' WSV-CONT-RETENIDAS
               ' APROBADAS: ' WSV-CONT-APROBADAS.

       END PROGRAM VARIABLES-Y-CONSTANTES.

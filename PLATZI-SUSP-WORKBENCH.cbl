      *          (mismo patron que VC1CTL en VARIABLES-Y-CONSTANTES);
      *          sin el, el programa solo lista y termina, seguro
      *          bajo scheduler.
      * Mod:    15-10-2026 - Autoridad de operador y doble firma. La
      *         sesion interactiva pide primero el operador y cada
      *         captura su accion: 'R' correccion, 'W' aprobacion de
      *         castigo, 'V' firma de un castigo pendiente y 'X' su
      *         rechazo; cada accion se verifica contra OPRAUTH por
      *         PLATZI-OPER-AUTH. El castigo 'W' ya no llega directo a
      *         SUSPTRAN: queda pendiente en OPRPEND con el par como
      *         llave hasta que otro operador lo firma con 'V'; solo
      *         entonces se agrega a SUSPTRAN con los dos operadores
      *         (STR-OPERADOR y STR-APROBADOR) para el reciclaje.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-SUSP-WORKBENCH.
           05 STR-NUMERO-B             PIC 9(5)V99.
           05 STR-NUEVO-A              PIC 9(5)V99.
           05 STR-NUEVO-B              PIC 9(5)V99.
           05 STR-OPERADOR             PIC X(08).
           05 STR-APROBADOR            PIC X(08).
           05 FILLER                   PIC X(35).

       FD  SWB-CONTROL-FILE.
       01  SWB-CONTROL-RECORD.
       77 WSV-ITEM-IDX               PIC 9(03) VALUE ZEROS.
       77 WSV-ITEM-ENCONTRADO        PIC 9(03) VALUE ZEROS.

      *> CORRECCIONES Y CASTIGOS YA PENDIENTES EN SUSPTRAN (MAS LOS
      *> CAPTURADOS EN ESTA SESION), PARA RECHAZAR UN DUPLICADO.
       01 WSV-PEND-TABLA.
          05 WSV-PEND-ENTRADA       OCCURS 100 TIMES.
             10 WSV-PD-ACCION       PIC X(01).
             10 WSV-PD-NUMERO-A     PIC 9(5)V99.
             10 WSV-PD-NUMERO-B     PIC 9(5)V99.

       77 WSV-PEND-IDX               PIC 9(03) VALUE ZEROS.
       77 WSV-PEND-ENCONTRADO        PIC 9(03) VALUE ZEROS.

      *> OPERADOR DE LA SESION Y ACCION DE CADA CAPTURA.
       77 WSV-OPERADOR               PIC X(08) VALUE SPACES.
       77 WSV-CAP-ACCION             PIC X(01) VALUE SPACE.

      *> IMAGEN DEL CASTIGO 'W' QUE QUEDA PENDIENTE EN OPRPEND; ES
      *> EL MISMO LAYOUT DE SUSPTRAN, LISTA PARA AGREGARSE AL FIRMAR.
       01 WSV-CASTIGO-IMAGEN.
          05 WSV-CI-ACCION           PIC X(01).
          05 WSV-CI-NUMERO-A         PIC 9(5)V99.
          05 WSV-CI-NUMERO-B         PIC 9(5)V99.
          05 WSV-CI-NUEVO-A          PIC 9(5)V99.
          05 WSV-CI-NUEVO-B          PIC 9(5)V99.
          05 WSV-CI-OPERADOR         PIC X(08).
          05 WSV-CI-APROBADOR        PIC X(08).
          05 FILLER                  PIC X(35).

      *> CAPTURA DEL SUPERVISOR: CADA OPERANDO SE TECLEA COMO 7
      *> DIGITOS CON DOS DECIMALES IMPLICITOS (EL MISMO EMPAQUE DE
      *> COLUMNAS FIJAS DE SUSPTRAN) Y SE VALIDA NUMERICO ANTES DE
       01 WSV-CONTADORES.
          05 WSV-CONT-CAPTURADAS     PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-RETENIDAS      PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-APROBADAS      PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-NO-APROBADAS   PIC 9(03) VALUE ZEROS.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.
       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='SUSPWKBN'==.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-LISTA-ITEMS.
           IF WSS-EJECUTA-INTERACTIVO
               PERFORM 030-CAPTURA-TRANSACCION
                   UNTIL WSS-CAPTURA-FIN
           END-IF.
           PERFORM 090-TERMINA.
           GOBACK.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           IF CTL-ARIT-MAX = ZEROS
               MOVE 99999.99 TO CTL-ARIT-MAX
               AT END SET WSS-TRAN-FIN TO TRUE
           END-READ.
           IF NOT WSS-TRAN-FIN
               IF (STR-ACCION = 'R' OR STR-ACCION = 'W')
                       AND WSV-PEND-TOTAL < WSC-PEND-MAXIMO
                   ADD 1 TO WSV-PEND-TOTAL
                   MOVE STR-ACCION TO WSV-PD-ACCION (WSV-PEND-TOTAL)
                   MOVE STR-NUMERO-A
                       TO WSV-PD-NUMERO-A (WSV-PEND-TOTAL)
                   MOVE STR-NUMERO-B

      *> LEE EL BYTE DE SWBCTL QUE UN SUPERVISOR DEJA CUANDO QUIERE
      *> LA CAPTURA INTERACTIVA (MISMO PATRON QUE VC1CTL); SIN '1' EL
      *> PROGRAMA SOLO LISTA Y TERMINA. CON '1' PIDE EL OPERADOR DE
      *> LA SESION; SIN OPERADOR NO HAY CAPTURA.
       016-LEE-CONTROL-INTERACTIVO.
           OPEN INPUT SWB-CONTROL-FILE.
           IF WSV-CONTROL-STATUS = '00'
           END-IF.
           IF NOT WSS-EJECUTA-INTERACTIVO
               SET WSS-CAPTURA-FIN TO TRUE
           ELSE
               DISPLAY 'OPERADOR: ' WITH NO ADVANCING
               ACCEPT WSV-OPERADOR
               IF WSV-OPERADOR = SPACES
                   SET WSS-CAPTURA-FIN TO TRUE
               END-IF
           END-IF.

      *> LISTA LOS ITEMS ABIERTOS POR BALDE DE EDAD (LOS MISMOS
               ' DIAS=' WSV-IT-DIAS (WSV-ITEM-IDX)
               ' ' WSV-IT-MOTIVO (WSV-ITEM-IDX).

      *> CAPTURA DE UNA TRANSACCION: PRIMERO LA ACCION (UNA ACCION EN
      *> BLANCO TERMINA LA SESION), QUE SE VERIFICA CONTRA LA
      *> AUTORIDAD DEL OPERADOR ANTES DE PEDIR EL PAR ORIGINAL.
       030-CAPTURA-TRANSACCION.
           DISPLAY 'ACCION (R CORRECCION, W CASTIGO, V FIRMA CASTIGO, '
               'X RECHAZA CASTIGO; ENTER PARA TERMINAR): '
               WITH NO ADVANCING.
           ACCEPT WSV-CAP-ACCION.
           IF WSV-CAP-ACCION = SPACE
               SET WSS-CAPTURA-FIN TO TRUE
           ELSE
               PERFORM 032-VERIFICA-ACCION
           END-IF.

       032-VERIFICA-ACCION.
           MOVE WSV-OPERADOR TO OPR-OPERADOR.
           MOVE WSV-CAP-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN WSV-CAP-ACCION NOT = 'R' AND NOT = 'W'
                       AND NOT = 'V' AND NOT = 'X'
                   ADD 1 TO WSV-CONT-RECHAZADAS
                   DISPLAY 'RECHAZADA: ACCION INVALIDA ' WSV-CAP-ACCION
               WHEN OPR-NO-AUTORIZADO
                   ADD 1 TO WSV-CONT-RECHAZADAS
                   DISPLAY 'RECHAZADA: OPERADOR ' WSV-OPERADOR
                       ' NO AUTORIZADO PARA LA ACCION ' WSV-CAP-ACCION
               WHEN OTHER
                   DISPLAY 'PAR ORIGINAL A (7 DIGITOS, 2 DECIMALES '
                       'IMPLICITOS): ' WITH NO ADVANCING
                   ACCEPT WSV-CAP-A-X
                   DISPLAY 'PAR ORIGINAL B: ' WITH NO ADVANCING
                   ACCEPT WSV-CAP-B-X
                   PERFORM 034-CAPTURA-DETALLE
           END-EVALUATE.

       034-CAPTURA-DETALLE.
           EVALUATE WSV-CAP-ACCION
               WHEN 'R'
                   DISPLAY 'OPERANDO CORREGIDO A: ' WITH NO ADVANCING
                   ACCEPT WSV-CAP-NA-X
                   DISPLAY 'OPERANDO CORREGIDO B: ' WITH NO ADVANCING
                   ACCEPT WSV-CAP-NB-X
                   PERFORM 040-VALIDA-Y-GRABA
               WHEN 'W'
                   PERFORM 046-VALIDA-CASTIGO
               WHEN OTHER
                   PERFORM 060-FIRMA-CASTIGO THRU 060-SALIDA
           END-EVALUATE.

      *> VALIDA LA CAPTURA EN EL MOMENTO Y, SI PASA, AGREGA LA
      *> TRANSACCION 'R' A SUSPTRAN; CADA RECHAZO DICE SU MOTIVO DE
      *> INMEDIATO EN LA PANTALLA DEL SUPERVISOR.
           END-IF.

       045-COMPARA-PENDIENTE.
           IF WSV-PD-ACCION (WSV-PEND-IDX) = WSV-CAP-ACCION
                   AND WSV-PD-NUMERO-A (WSV-PEND-IDX) = WSV-CAP-A-9
                   AND WSV-PD-NUMERO-B (WSV-PEND-IDX) = WSV-CAP-B-9
               MOVE WSV-PEND-IDX TO WSV-PEND-ENCONTRADO
           END-IF.

      *> EL CASTIGO SE VALIDA IGUAL QUE LA CORRECCION (PAR EXISTENTE Y
      *> SIN OTRO CASTIGO YA FIRMADO) Y QUEDA RETENIDO EN OPRPEND, CON
      *> EL PAR COMO LLAVE, HASTA LA FIRMA DE OTRO OPERADOR.
       046-VALIDA-CASTIGO.
           EVALUATE TRUE
               WHEN WSV-CAP-A-X NOT NUMERIC
                       OR WSV-CAP-B-X NOT NUMERIC
                   ADD 1 TO WSV-CONT-RECHAZADAS
                   DISPLAY 'RECHAZADA: EL PAR DEBE SER NUMERICO DE 7 '
                       'DIGITOS'
               WHEN OTHER
                   PERFORM 042-BUSCA-ITEM
                   PERFORM 044-BUSCA-PENDIENTE
                   EVALUATE TRUE
                       WHEN WSV-ITEM-ENCONTRADO = ZEROS
                           ADD 1 TO WSV-CONT-RECHAZADAS
                           DISPLAY 'RECHAZADA: EL PAR ORIGINAL NO '
                               'EXISTE EN SUSPMSTR'
                       WHEN WSV-PEND-ENCONTRADO > ZEROS
                           ADD 1 TO WSV-CONT-RECHAZADAS
                           DISPLAY 'RECHAZADA: YA HAY CASTIGO FIRMADO '
                               'PARA ESE PAR'
                       WHEN OTHER
                           PERFORM 048-RETIENE-CASTIGO
                   END-EVALUATE
           END-EVALUATE.

       048-RETIENE-CASTIGO.
           MOVE SPACES TO WSV-CASTIGO-IMAGEN.
           MOVE 'W' TO WSV-CI-ACCION.
           MOVE WSV-CAP-A-9 TO WSV-CI-NUMERO-A.
           MOVE WSV-CAP-B-9 TO WSV-CI-NUMERO-B.
           MOVE ZEROS TO WSV-CI-NUEVO-A.
           MOVE ZEROS TO WSV-CI-NUEVO-B.
           MOVE WSV-OPERADOR TO WSV-CI-OPERADOR.
           PERFORM 049-ARMA-LLAVE.
           MOVE WSV-CASTIGO-IMAGEN TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-YA-PENDIENTE
               ADD 1 TO WSV-CONT-RECHAZADAS
               DISPLAY 'RECHAZADA: YA HAY CASTIGO PENDIENTE DE FIRMA '
                   'PARA ESE PAR'
           ELSE
               ADD 1 TO WSV-CONT-RETENIDAS
               DISPLAY 'CASTIGO RETENIDO, ESPERA LA FIRMA DE OTRO '
                   'OPERADOR: A=' WSV-CAP-A-9 ' B=' WSV-CAP-B-9
           END-IF.

      *> LA LLAVE DEL PENDIENTE ES EL PAR TAL COMO SE TECLEO.
       049-ARMA-LLAVE.
           MOVE 'W' TO OPR-ACCION.
           MOVE SPACES TO OPR-LLAVE.
           MOVE WSV-CAP-A-X TO OPR-LLAVE (1:7).
           MOVE WSV-CAP-B-X TO OPR-LLAVE (8:7).

      *> AGREGA LA CORRECCION VALIDADA A SUSPTRAN (EXTEND PARA NO
      *> PISAR LAS YA CAPTURADAS) Y LA REGISTRA COMO PENDIENTE DE LA
      *> SESION PARA EL CONTROL DE DUPLICADOS.
           MOVE WSV-CAP-B-9 TO STR-NUMERO-B.
           MOVE WSV-CAP-NA-9 TO STR-NUEVO-A.
           MOVE WSV-CAP-NB-9 TO STR-NUEVO-B.
           MOVE WSV-OPERADOR TO STR-OPERADOR.
           WRITE SWB-TRAN-RECORD.
           CLOSE SWB-TRAN-FILE.
           ADD 1 TO WSV-CONT-CAPTURADAS.
           IF WSV-PEND-TOTAL < WSC-PEND-MAXIMO
               ADD 1 TO WSV-PEND-TOTAL
               MOVE 'R' TO WSV-PD-ACCION (WSV-PEND-TOTAL)
               MOVE WSV-CAP-A-9 TO WSV-PD-NUMERO-A (WSV-PEND-TOTAL)
               MOVE WSV-CAP-B-9 TO WSV-PD-NUMERO-B (WSV-PEND-TOTAL)
           END-IF.
                   ' B=' WSV-CAP-B-9
                   ' NUEVO-A=' WSV-CAP-NA-9
                   ' NUEVO-B=' WSV-CAP-NB-9
                   ' OP=' WSV-OPERADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> SEGUNDA FIRMA DE UN CASTIGO PENDIENTE: 'V' LO AGREGA A
      *> SUSPTRAN CON LOS DOS OPERADORES Y LO CIERRA APROBADO; 'X'
      *> SOLO LO CIERRA RECHAZADO. QUIEN LO CAPTURO NO PUEDE FIRMARLO.
       060-FIRMA-CASTIGO.
           IF WSV-CAP-A-X NOT NUMERIC OR WSV-CAP-B-X NOT NUMERIC
               ADD 1 TO WSV-CONT-RECHAZADAS
               DISPLAY 'RECHAZADA: EL PAR DEBE SER NUMERICO DE 7 '
                   'DIGITOS'
               GO TO 060-SALIDA
           END-IF.
           MOVE WSV-OPERADOR TO OPR-OPERADOR.
           PERFORM 049-ARMA-LLAVE.
           SET OPR-BUSCA-PENDIENTE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-SIN-PENDIENTE
                   ADD 1 TO WSV-CONT-RECHAZADAS
                   DISPLAY 'RECHAZADA: NO HAY CASTIGO PENDIENTE PARA '
                       'ESE PAR'
               WHEN OPR-MISMO-OPERADOR
                   ADD 1 TO WSV-CONT-RECHAZADAS
                   DISPLAY 'RECHAZADA: LA SEGUNDA FIRMA DEBE SER DE '
                       'OTRO OPERADOR'
               WHEN WSV-CAP-ACCION = 'V'
                   MOVE OPR-IMAGEN TO WSV-CASTIGO-IMAGEN
                   MOVE WSV-OPERADOR TO WSV-CI-APROBADOR
                   PERFORM 062-GRABA-CASTIGO
                   SET OPR-APRUEBA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-APROBADAS
                   DISPLAY 'CASTIGO FIRMADO PARA RECICLAJE DE ESTA '
                       'NOCHE: A=' WSV-CAP-A-9 ' B=' WSV-CAP-B-9
               WHEN OTHER
                   SET OPR-RECHAZA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-NO-APROBADAS
                   DISPLAY 'CASTIGO RECHAZADO EN LA FIRMA: A='
                       WSV-CAP-A-9 ' B=' WSV-CAP-B-9
           END-EVALUATE.

       060-SALIDA.
           EXIT.

       062-GRABA-CASTIGO.
           OPEN EXTEND SWB-TRAN-FILE.
           IF WSV-TRAN-STATUS = '35'
               OPEN OUTPUT SWB-TRAN-FILE
           END-IF.
           MOVE WSV-CASTIGO-IMAGEN TO SWB-TRAN-RECORD.
           WRITE SWB-TRAN-RECORD.
           CLOSE SWB-TRAN-FILE.
           IF WSV-PEND-TOTAL < WSC-PEND-MAXIMO
               ADD 1 TO WSV-PEND-TOTAL
               MOVE 'W' TO WSV-PD-ACCION (WSV-PEND-TOTAL)
               MOVE WSV-CAP-A-9 TO WSV-PD-NUMERO-A (WSV-PEND-TOTAL)
               MOVE WSV-CAP-B-9 TO WSV-PD-NUMERO-B (WSV-PEND-TOTAL)
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           DISPLAY 'SUSP-WORKBENCH - CAPTURADAS: '
               WSV-CONT-CAPTURADAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.
           DISPLAY 'SUSP-WORKBENCH - CASTIGOS RETENIDOS: '
               WSV-CONT-RETENIDAS
               ' FIRMADOS: ' WSV-CONT-APROBADAS
               ' RECHAZADOS EN FIRMA: ' WSV-CONT-NO-APROBADAS.

      *> SIEMPRE TERMINA EN CERO: LOS RECHAZOS DE CAPTURA YA SE
      *> RESOLVIERON EN PANTALLA CON EL SUPERVISOR PRESENTE.

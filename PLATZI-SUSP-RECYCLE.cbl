      *         total en suspenso), del que el cierre de mes
      *         PLATZI-MONTH-END arma el resumen mensual de suspenso
      *         abierto contra resuelto contra castigado.
      * Mod:    15-10-2026 - Doble firma del castigo: SUSPTRAN trae el
      *         operador que capturo la transaccion y, en el castigo
      *         'W', el operador que lo firmo en PLATZI-SUSP-WORKBENCH.
      *         Una 'W' sin segunda firma, o firmada por el mismo
      *         operador que la capturo, se descarta con aviso igual
      *         que una aprobacion que no cabe en la tabla.
      * Mod:    15-10-2026 - ARITSUSP trae al final la fuente de la
      *         transmision de ARITTRAN (SDR-FUENTE).
      * Mod:    15-10-2026 - Sin tope de 50 correcciones 'R' ni de 50
      *         aprobaciones 'W' por corrida: las tablas en memoria se
      *         reemplazan por el archivo de trabajo indexado SUSPTRW
      *         (llave tipo, par A/B y secuencia de llegada), vaciado
      *         al inicio de cada corrida. Cada transaccion se sigue
      *         usando una sola vez y, para un mismo par, en el orden
      *         en que llego en SUSPTRAN. Ya no hay descarte por tabla
      *         llena; la 'W' sin segunda firma se sigue descartando
      *         y sigue sacando la corrida con codigo 8.
      * Mod:    15-10-2026 - El contador de correcciones descartadas
      *         pasa a WSV-CAST-SIN-FIRMA: sin tabla llena solo cuenta
      *         los castigos 'W' sin segunda firma, y asi lo dice el
      *         reporte.
      * Mod:    15-10-2026 - Los contadores de castigados y de
      *         castigos rechazados pasan de 9(03) a 9(05), el mismo
      *         ancho de SHR-CASTIGADOS en SUSPHIST: sin tope de
      *         aprobaciones por corrida ya pueden pasar de 999.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-SUSP-RECYCLE.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-SHIST-STATUS.

           SELECT SUSP-TRABAJO-FILE ASSIGN TO "SUSPTRW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS STW-LLAVE
                                    FILE STATUS IS WSV-TRABAJO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MAESTRO DE SUSPENSO ARRASTRADO DIA A DIA: EL MISMO LAYOUT DEL
           05 SDR-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(1).
           05 SDR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 SDR-FUENTE               PIC X(08).

      *> CORRECCIONES DEL SUPERVISOR: ACCION 'R' MARCA EL PAR ORIGINAL
      *> (A/B) PARA REPROCESO CON LOS OPERANDOS CORREGIDOS (NUEVO-A/B).
           05 STR-NUMERO-B             PIC 9(5)V99.
           05 STR-NUEVO-A              PIC 9(5)V99.
           05 STR-NUEVO-B              PIC 9(5)V99.
           05 STR-OPERADOR             PIC X(08).
           05 STR-APROBADOR            PIC X(08).
           05 FILLER                   PIC X(35).

       FD  SUSP-NUEVO-FILE.
       01  SUSP-NUEVO-RECORD.
           05 SHR-TOTAL-SUSPENSO       PIC 9(05).
           05 FILLER                   PIC X(48).

      *> TRANSACCIONES DEL SUPERVISOR CARGADAS DE SUSPTRAN: TIPO 'R'
      *> CORRECCION (CON LOS OPERANDOS CORREGIDOS) O 'W' APROBACION DE
      *> CASTIGO. LA SECUENCIA DE LLEGADA DEJA VARIAS TRANSACCIONES
      *> PARA UN MISMO PAR EN EL ORDEN DE SUSPTRAN; CADA UNA SE MARCA
      *> USADA PARA QUE NO RECICLE NI CASTIGUE DOS ITEMS DISTINTOS.
      *> ES ARCHIVO DE TRABAJO: SE VACIA AL INICIO DE CADA CORRIDA.
       FD  SUSP-TRABAJO-FILE.
       01  SUSP-TRABAJO-RECORD.
           05 STW-LLAVE.
              10 STW-TIPO              PIC X(01).
              10 STW-NUMERO-A          PIC 9(5)V99.
              10 STW-NUMERO-B          PIC 9(5)V99.
              10 STW-SECUENCIA         PIC 9(07).
           05 STW-NUEVO-A              PIC 9(5)V99.
           05 STW-NUEVO-B              PIC 9(5)V99.
           05 STW-USADA                PIC X(01).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-MASTER-SWITCHES        PIC X     VALUE '1'.
       77 WSV-DIA-STATUS             PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.

      *> APROBACIONES DE CASTIGO 'W' QUE LLEGAN A SUSPTRAN SIN SEGUNDA
      *> FIRMA (O FIRMADAS POR EL MISMO OPERADOR QUE LAS CAPTURO): NO
      *> SE APLICAN, SE REPORTAN Y LA CORRIDA SALE CON CODIGO 8, PARA
      *> QUE SUPERVISION SEPA QUE EL CASTIGO NO SE HIZO Y EL ITEM
      *> ENVEJECERA OTRO DIA. LAS CORRECCIONES 'R' YA NO SE DESCARTAN.
       77 WSV-CAST-SIN-FIRMA         PIC 9(05) VALUE ZEROS.

       77 WSV-TRABAJO-STATUS         PIC XX    VALUE SPACES.

       77 WSS-TRABAJO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-TRABAJO-FIN                   VALUE '0'.

       77 WSS-BUSCA-SWITCHES         PIC X     VALUE '0'.
           88 WSS-BUSCA-HALLADA                 VALUE '1'.

      *> SECUENCIA DE LLEGADA DE LAS TRANSACCIONES CARGADAS Y TIPO
      *> ('R' O 'W') QUE SE BUSCA PARA EL ITEM EN PROCESO
       77 WSV-TRAN-SECUENCIA         PIC 9(07) VALUE ZEROS.
       77 WSV-BUSCA-TIPO             PIC X(01) VALUE SPACES.

       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.
       77 WSV-CASTIGO-STATUS         PIC XX    VALUE SPACES.
      *> (TARJETA SUSPPRM; 10 DIAS POR OMISION)
       77 WSV-EDAD-CASTIGO           PIC 9(03) VALUE 10.

       77 WSS-CAST-SWITCHES          PIC X     VALUE '0'.
           88 WSS-CAST-HALLADO                  VALUE '1'.

      *> CONTADORES DEL CASTIGO: APLICADOS, APROBACIONES RECHAZADAS
      *> (ITEM AUN SIN EDAD O INEXISTENTE) Y ELEGIBLES QUE SIGUEN EN
      *> EL SUSPENSO ESPERANDO APROBACION
       77 WSV-CASTIGADOS             PIC 9(05) VALUE ZEROS.
       77 WSV-CAST-RECHAZADOS        PIC 9(05) VALUE ZEROS.
       77 WSV-ELEGIBLES              PIC 9(05) VALUE ZEROS.

       *> OPERANDOS CORREGIDOS DE LA CORRECCION HALLADA PARA EL ITEM
       01 WSV-CORRECCION-HALLADA.
           05 WSV-CORR-NUEVO-A         PIC 9(5)V99.
           05 WSV-CORR-NUEVO-B         PIC 9(5)V99.

       *> ITEM DE SUSPENSO EN PROCESO (VENGA DEL MAESTRO O DEL
       *> SUSPENSO NUEVO DEL DIA)
               CLOSE SUSP-PARAM-FILE
           END-IF.

      *> CARGA LAS CORRECCIONES DE SUPERVISION A SUSPTRW; SI SUSPTRAN
      *> NO EXISTE, LA CORRIDA ENVEJECE Y REPORTA SIN RECICLAR NADA.
       015-CARGA-CORRECCIONES.
           OPEN OUTPUT SUSP-TRABAJO-FILE.
           CLOSE SUSP-TRABAJO-FILE.
           OPEN I-O SUSP-TRABAJO-FILE.
           OPEN INPUT SUSP-TRAN-FILE.
           IF WSV-TRAN-STATUS = '00'
               PERFORM 016-LEE-CORRECCION

       017-GUARDA-CORRECCION.
           IF STR-ACCION = 'R'
               PERFORM 018-GRABA-TRANSACCION
           END-IF.
      *> LA APROBACION DE CASTIGO 'W' DEL SUPERVISOR SE GUARDA JUNTO
      *> A LAS CORRECCIONES 'R' CON SU PROPIO TIPO. SIN LA FIRMA DE UN
      *> SEGUNDO OPERADOR LA APROBACION NO VALE.
           EVALUATE TRUE
               WHEN STR-ACCION NOT = 'W'
                   CONTINUE
               WHEN STR-APROBADOR = SPACES
                       OR STR-APROBADOR = STR-OPERADOR
                   ADD 1 TO WSV-CAST-SIN-FIRMA
                   DISPLAY 'APROBACION DE CASTIGO DESCARTADA, SIN '
                       'SEGUNDA FIRMA: A=' STR-NUMERO-A
                       ' B=' STR-NUMERO-B
                   MOVE SPACES TO AUD-MENSAJE
                   STRING 'APROBACION DE CASTIGO DESCARTADA, SIN '
                           'SEGUNDA FIRMA: A=' STR-NUMERO-A
                           ' B=' STR-NUMERO-B
                           ' OP=' STR-OPERADOR
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               WHEN OTHER
                   PERFORM 018-GRABA-TRANSACCION
           END-EVALUATE.
           PERFORM 016-LEE-CORRECCION.

       018-GRABA-TRANSACCION.
           ADD 1 TO WSV-TRAN-SECUENCIA.
           MOVE STR-ACCION TO STW-TIPO.
           MOVE STR-NUMERO-A TO STW-NUMERO-A.
           MOVE STR-NUMERO-B TO STW-NUMERO-B.
           MOVE WSV-TRAN-SECUENCIA TO STW-SECUENCIA.
           IF STR-ACCION = 'R'
               MOVE STR-NUEVO-A TO STW-NUEVO-A
               MOVE STR-NUEVO-B TO STW-NUEVO-B
           ELSE
               MOVE ZEROS TO STW-NUEVO-A
               MOVE ZEROS TO STW-NUEVO-B
           END-IF.
           MOVE 'N' TO STW-USADA.
           WRITE SUSP-TRABAJO-RECORD
               INVALID KEY
                   DISPLAY 'SUSP-RECYCLE - LLAVE DUPLICADA EN SUSPTRW: '
                       STW-LLAVE
           END-WRITE.

      *> ITEMS QUE VIENEN ARRASTRADOS DEL MAESTRO: ENVEJECEN UN DIA
      *> MAS Y PASAN POR EL RECICLAJE COMUN.
       020-PROCESA-MAESTRO.
       040-SALIDA.
           EXIT.

      *> BUSCA EN SUSPTRW UNA APROBACION 'W' NO USADA PARA EL PAR
      *> DEL ITEM; SI LA HALLA, LA MARCA USADA.
       041-BUSCA-CASTIGO.
           MOVE '0' TO WSS-CAST-SWITCHES.
           MOVE 'W' TO WSV-BUSCA-TIPO.
           PERFORM 043-BUSCA-TRANSACCION.
           IF WSS-BUSCA-HALLADA
               SET WSS-CAST-HALLADO TO TRUE
           END-IF.

      *> RECORRE LAS TRANSACCIONES DEL TIPO BUSCADO PARA EL PAR DEL
      *> ITEM EN ORDEN DE LLEGADA Y TOMA LA PRIMERA NO USADA: LA MARCA
      *> USADA Y, SI ES CORRECCION, DEJA SUS OPERANDOS CORREGIDOS EN
      *> WSV-CORRECCION-HALLADA.
       043-BUSCA-TRANSACCION.
           MOVE '0' TO WSS-BUSCA-SWITCHES.
           MOVE WSV-BUSCA-TIPO TO STW-TIPO.
           MOVE WSV-ITEM-NUMERO-A TO STW-NUMERO-A.
           MOVE WSV-ITEM-NUMERO-B TO STW-NUMERO-B.
           MOVE ZEROS TO STW-SECUENCIA.
           MOVE '1' TO WSS-TRABAJO-SWITCHES.
           START SUSP-TRABAJO-FILE KEY IS NOT LESS THAN STW-LLAVE
               INVALID KEY
                   SET WSS-TRABAJO-FIN TO TRUE
           END-START.
           PERFORM 044-LEE-TRANSACCION
               UNTIL WSS-TRABAJO-FIN OR WSS-BUSCA-HALLADA.

       044-LEE-TRANSACCION.
           READ SUSP-TRABAJO-FILE NEXT RECORD
               AT END SET WSS-TRABAJO-FIN TO TRUE
           END-READ.
           IF NOT WSS-TRABAJO-FIN
               IF STW-TIPO NOT = WSV-BUSCA-TIPO
                       OR STW-NUMERO-A NOT = WSV-ITEM-NUMERO-A
                       OR STW-NUMERO-B NOT = WSV-ITEM-NUMERO-B
                   SET WSS-TRABAJO-FIN TO TRUE
               ELSE
                   IF STW-USADA = 'N'
                       SET WSS-BUSCA-HALLADA TO TRUE
                       MOVE STW-NUEVO-A TO WSV-CORR-NUEVO-A
                       MOVE STW-NUEVO-B TO WSV-CORR-NUEVO-B
                       MOVE 'S' TO STW-USADA
                       REWRITE SUSP-TRABAJO-RECORD
                   END-IF
               END-IF
           END-IF.

      *> SALIDA TERMINAL DEL ITEM: SE GRABA EN EL ARCHIVO FECHADO DE
      *> INEXISTENTE O YA RECICLADO) SE AVISA COMO RECHAZADA, IGUAL
      *> QUE UNA CORRECCION QUE NO CORRIGE NADA.
       048-REVISA-CASTIGOS-SIN-USO.
           MOVE 'W' TO STW-TIPO.
           MOVE ZEROS TO STW-NUMERO-A.
           MOVE ZEROS TO STW-NUMERO-B.
           MOVE ZEROS TO STW-SECUENCIA.
           MOVE '1' TO WSS-TRABAJO-SWITCHES.
           START SUSP-TRABAJO-FILE KEY IS NOT LESS THAN STW-LLAVE
               INVALID KEY
                   SET WSS-TRABAJO-FIN TO TRUE
           END-START.
           PERFORM 049-REVISA-UN-CASTIGO UNTIL WSS-TRABAJO-FIN.

       049-REVISA-UN-CASTIGO.
           READ SUSP-TRABAJO-FILE NEXT RECORD
               AT END SET WSS-TRABAJO-FIN TO TRUE
           END-READ.
           IF NOT WSS-TRABAJO-FIN AND STW-TIPO NOT = 'W'
               SET WSS-TRABAJO-FIN TO TRUE
           END-IF.
           IF NOT WSS-TRABAJO-FIN AND STW-USADA = 'N'
               ADD 1 TO WSV-CAST-RECHAZADOS
               DISPLAY 'CASTIGO SIN ITEM EN SUSPMSTR: A='
                   STW-NUMERO-A
                   ' B=' STW-NUMERO-B
               MOVE SPACES TO AUD-MENSAJE
               STRING 'CASTIGO SIN ITEM A=' STW-NUMERO-A
                       ' B=' STW-NUMERO-B
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

      *> BUSCA EN SUSPTRW UNA CORRECCION 'R' NO USADA PARA EL PAR
      *> ORIGINAL DEL ITEM; SI LA HALLA, DEJA SUS OPERANDOS CORREGIDOS
      *> EN WSV-CORRECCION-HALLADA Y LA MARCA USADA.
       042-BUSCA-CORRECCION.
           MOVE '0' TO WSS-CORR-SWITCHES.
           MOVE 'R' TO WSV-BUSCA-TIPO.
           PERFORM 043-BUSCA-TRANSACCION.
           IF WSS-BUSCA-HALLADA
               SET WSS-CORR-HALLADA TO TRUE
           END-IF.

      *> REPROCESA EL ITEM CORREGIDO POR LA MISMA RUTA DEL CALCULO
      *> BANDERA DE DESBORDE.
       045-REPROCESA-ITEM.
           MOVE '0' TO WSS-RECICLA-SWITCHES.
           MOVE WSV-CORR-NUEVO-A TO WSV-ITEM-NUMERO-A.
           MOVE WSV-CORR-NUEVO-B TO WSV-ITEM-NUMERO-B.
           IF WSV-ITEM-NUMERO-A > CTL-ARIT-MAX
                   OR WSV-ITEM-NUMERO-B > CTL-ARIT-MAX
               MOVE 'OPERANDO EXCEDE LIMITE CTLCARD' TO WSV-ITEM-MOTIVO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE SUSP-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           IF WSV-CAST-SIN-FIRMA > ZEROS
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'CASTIGOS SIN SEGUNDA FIRMA, NO APLICADOS: '
                       WSV-CAST-SIN-FIRMA
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE SUSP-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
               CLOSE SUSP-DIA-FILE
           END-IF.
           CLOSE SUSP-CASTIGO-FILE.
           CLOSE SUSP-TRABAJO-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CASTIGADOS EN LA CORRIDA: ' WSV-CASTIGADOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           CLOSE SUSP-CASTREG-FILE.
           CLOSE SUSP-REPORT-FILE.

      *> FIJA EL RETURN-CODE DE SALIDA: 8 CUANDO ALGUNA APROBACION SE
      *> DESCARTO POR FALTA DE SEGUNDA FIRMA (LA TRANSACCION DEL
      *> SUPERVISOR NO SE APLICO), 4 CUANDO QUEDAN ITEMS CON 5 O MAS
      *> DIAS ATORADOS EN EL SUSPENSO, 0 EN CASO CONTRARIO.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN WSV-CAST-SIN-FIRMA > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-ITEMS-5-O-MAS > 0
                   MOVE 4 TO RETURN-CODE

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Entradas de mercancia al maestro de existencias
      *          STKMSTR. La rutina comun de calculo se factorizo
      *          "para facturacion e inventario" pero nunca hubo
      *          inventario: no se sabia cuanto habia de cada articulo.
      *          STKMSTR, companero de ARTMSTR con la misma llave de
      *          articulo, guarda la existencia, el punto de reorden y
      *          el movimiento del dia (existencia inicial, entradas,
      *          ventas y devoluciones). Este programa corre antes de
      *          FACTURACION y aplica las transacciones de STKTRAN:
      *          'E' entrada de mercancia (la cantidad se suma a la
      *          existencia; el articulo se da de alta en STKMSTR con
      *          su primera entrada) y 'P' punto de reorden del
      *          articulo. FACTURACION descuenta las ventas y suma las
      *          devoluciones; PLATZI-STK-REPORT da el reporte nocturno.
      *          El articulo debe existir en ARTMSTR. Una re-corrida de
      *          la misma fecha primero deshace las entradas que ya
      *          habia aplicado y las vuelve a aplicar. Los rechazos
      *          salen numerados del catalogo comun MSGCAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-STK-RECEIPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STK-MASTER-FILE  ASSIGN TO "STKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS STK-ARTICULO
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT STK-ARTICULO-FILE ASSIGN TO "ARTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AMR-ARTICULO
                                    FILE STATUS IS WSV-ARTMSTR-STATUS.

           SELECT STK-TRAN-FILE    ASSIGN TO "STKTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MAESTRO DE EXISTENCIAS, LLAVE EL ARTICULO DE ARTMSTR: LA
      *> EXISTENCIA ACTUAL, EL PUNTO DE REORDEN, Y EL MOVIMIENTO DE LA
      *> FECHA STK-FECHA-MOVTO (EXISTENCIA AL INICIAR ESE DIA,
      *> ENTRADAS, VENTAS Y DEVOLUCIONES). EL PRIMER MOVIMIENTO DE UNA
      *> FECHA NUEVA ARRANCA EL DIA CON LA EXISTENCIA DEL ANTERIOR.
       FD  STK-MASTER-FILE.
       01  STK-MASTER-RECORD.
           05 STK-ARTICULO             PIC X(06).
           05 STK-EXISTENCIA           PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 STK-PUNTO-REORDEN        PIC 9(9)V99.
           05 STK-FECHA-MOVTO          PIC 9(08).
           05 STK-EXISTENCIA-INICIAL   PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 STK-ENTRADAS-DIA         PIC 9(9)V99.
           05 STK-VENTAS-DIA           PIC 9(9)V99.
           05 STK-DEVOLUCIONES-DIA     PIC 9(9)V99.
           05 STK-FECHA-ULT-ENTRADA    PIC 9(08).
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE ART-MASTER-RECORD EN PLATZI-ART-MANT.
       FD  STK-ARTICULO-FILE.
       01  ART-MASTER-RECORD.
           05 AMR-ARTICULO             PIC X(06).
           05 AMR-PRECIO               PIC 9(5)V99.
           05 AMR-FECHA-VIGENTE        PIC 9(08).
           05 AMR-CODIGO-IMPUESTO      PIC X(02).

      *> TRANSACCION DE EXISTENCIAS: 'E' ENTRADA DE MERCANCIA CON SU
      *> DOCUMENTO (REMISION) Y PROVEEDOR, 'P' PUNTO DE REORDEN (LA
      *> CANTIDAD ES EL NUEVO PUNTO).
       FD  STK-TRAN-FILE.
       01  STK-TRAN-RECORD.
           05 STT-ACCION               PIC X(01).
              88 STT-ENTRADA                     VALUE 'E'.
              88 STT-PUNTO-REORDEN               VALUE 'P'.
           05 STT-ARTICULO             PIC X(06).
           05 STT-CANTIDAD             PIC 9(7)V99.
           05 STT-DOCUMENTO            PIC X(10).
           05 STT-PROVEEDOR            PIC X(08).
           05 FILLER                   PIC X(46).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-STK-SWITCHES           PIC X     VALUE '1'.
           88 WSS-STK-FIN                       VALUE '0'.

       77 WSS-MASTER-SWITCHES        PIC X     VALUE '1'.
           88 WSS-MASTER-FIN                    VALUE '0'.

      *> EL MAESTRO DE ARTICULOS ESTA DISPONIBLE; SIN EL, LA CORRIDA
      *> AVISA Y ACEPTA EL ARTICULO SIN VALIDARLO.
       77 WSS-ARTMSTR-SWITCHES       PIC X     VALUE '0'.
           88 WSS-ARTMSTR-DISPONIBLE            VALUE '1'.

      *> EL ARTICULO DE LA TRANSACCION YA TIENE REGISTRO EN STKMSTR.
       77 WSS-EXISTE-SWITCHES        PIC X     VALUE 'N'.
           88 WSS-ARTICULO-EN-MAESTRO           VALUE 'S'.

       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-ARTMSTR-STATUS         PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ENTRADAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ALTAS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REORDEN        PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-DESHECHAS      PIC 9(05) VALUE ZEROS.

       77 WSV-TOT-ENTRADAS           PIC 9(11)V99 VALUE ZEROS.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='STKRECV'==.

      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TRANSACCION UNTIL WSS-STK-FIN.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN I-O STK-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT STK-MASTER-FILE
               CLOSE STK-MASTER-FILE
               OPEN I-O STK-MASTER-FILE
           END-IF.
           OPEN INPUT STK-ARTICULO-FILE.
           IF WSV-ARTMSTR-STATUS = '00'
               SET WSS-ARTMSTR-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'STK-RECEIPT - SIN MAESTRO ARTMSTR, NO SE '
                   'VALIDA EL ARTICULO'
           END-IF.
           PERFORM 012-DESHACE-ENTRADAS.
           OPEN INPUT STK-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-STK-FIN TO TRUE
               DISPLAY 'STK-RECEIPT - SIN TRANSACCIONES STKTRAN'
           ELSE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

      *> UNA CORRIDA ANTERIOR DE LA MISMA FECHA YA SUMO SUS ENTRADAS:
      *> SE RESTAN DE LA EXISTENCIA PARA QUE STKTRAN SE APLIQUE DE
      *> NUEVO SIN DUPLICARLAS.
       012-DESHACE-ENTRADAS.
           MOVE LOW-VALUES TO STK-ARTICULO.
           START STK-MASTER-FILE KEY IS NOT LESS THAN STK-ARTICULO
               INVALID KEY
                   SET WSS-MASTER-FIN TO TRUE
           END-START.
           PERFORM 014-DESHACE-UNA-ENTRADA UNTIL WSS-MASTER-FIN.
           IF WSV-CONT-DESHECHAS > ZEROS
               DISPLAY 'STK-RECEIPT - RE-CORRIDA, ENTRADAS DESHECHAS: '
                   WSV-CONT-DESHECHAS
           END-IF.

       014-DESHACE-UNA-ENTRADA.
           READ STK-MASTER-FILE NEXT RECORD
               AT END SET WSS-MASTER-FIN TO TRUE
           END-READ.
           IF NOT WSS-MASTER-FIN
               IF STK-FECHA-MOVTO = CTL-RUN-DATE
                       AND STK-ENTRADAS-DIA > ZEROS
                   SUBTRACT STK-ENTRADAS-DIA FROM STK-EXISTENCIA
                   MOVE ZEROS TO STK-ENTRADAS-DIA
                   REWRITE STK-MASTER-RECORD
                   ADD 1 TO WSV-CONT-DESHECHAS
               END-IF
           END-IF.

       020-PROCESA-TRANSACCION.
           PERFORM 022-BUSCA-EXISTENCIA.
           EVALUATE TRUE
               WHEN NOT STT-ENTRADA AND NOT STT-PUNTO-REORDEN
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN STT-CANTIDAD NOT NUMERIC
                       OR (STT-ENTRADA AND STT-CANTIDAD = ZEROS)
                   MOVE 0106 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN WSS-ARTMSTR-DISPONIBLE
                       AND WSV-ARTMSTR-STATUS NOT = '00'
                   MOVE 0105 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN STT-ENTRADA
                   PERFORM 030-APLICA-ENTRADA
               WHEN OTHER
                   PERFORM 032-APLICA-REORDEN
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

      *> LEE EL ARTICULO EN ARTMSTR (SU ESTADO QUEDA PARA LA
      *> VALIDACION) Y EN STKMSTR; SIN REGISTRO DE EXISTENCIA SE ARMA
      *> UNO NUEVO EN CEROS QUE SE DA DE ALTA AL APLICAR.
       022-BUSCA-EXISTENCIA.
           IF WSS-ARTMSTR-DISPONIBLE
               MOVE STT-ARTICULO TO AMR-ARTICULO
               READ STK-ARTICULO-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           MOVE STT-ARTICULO TO STK-ARTICULO.
           READ STK-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WSS-EXISTE-SWITCHES
                   MOVE SPACES TO STK-MASTER-RECORD
                   MOVE STT-ARTICULO TO STK-ARTICULO
                   MOVE ZEROS TO STK-EXISTENCIA STK-PUNTO-REORDEN
                                 STK-FECHA-MOVTO STK-EXISTENCIA-INICIAL
                                 STK-ENTRADAS-DIA STK-VENTAS-DIA
                                 STK-DEVOLUCIONES-DIA
                                 STK-FECHA-ULT-ENTRADA
               NOT INVALID KEY
                   SET WSS-ARTICULO-EN-MAESTRO TO TRUE
           END-READ.

       030-APLICA-ENTRADA.
           PERFORM 034-ABRE-DIA.
           ADD STT-CANTIDAD TO STK-EXISTENCIA.
           ADD STT-CANTIDAD TO STK-ENTRADAS-DIA.
           MOVE CTL-RUN-DATE TO STK-FECHA-ULT-ENTRADA.
           PERFORM 036-GRABA-EXISTENCIA.
           ADD 1 TO WSV-CONT-ENTRADAS.
           ADD STT-CANTIDAD TO WSV-TOT-ENTRADAS.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'ENTRADA ART=' STT-ARTICULO
                   ' CANT=' STT-CANTIDAD
                   ' DOC=' STT-DOCUMENTO
                   ' PROV=' STT-PROVEEDOR
                   ' EXISTENCIA=' STK-EXISTENCIA
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       032-APLICA-REORDEN.
           MOVE STT-CANTIDAD TO STK-PUNTO-REORDEN.
           PERFORM 036-GRABA-EXISTENCIA.
           ADD 1 TO WSV-CONT-REORDEN.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'PUNTO DE REORDEN ART=' STT-ARTICULO
                   ' PUNTO=' STK-PUNTO-REORDEN
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> EL PRIMER MOVIMIENTO DE LA FECHA DE CORRIDA ARRANCA EL DIA:
      *> LA EXISTENCIA ACTUAL ES LA INICIAL Y EL MOVIMIENTO EMPIEZA EN
      *> CEROS (MISMO CRITERIO QUE EN PLATZI-FACTURACION).
       034-ABRE-DIA.
           IF STK-FECHA-MOVTO NOT = CTL-RUN-DATE
               MOVE STK-EXISTENCIA TO STK-EXISTENCIA-INICIAL
               MOVE ZEROS TO STK-ENTRADAS-DIA STK-VENTAS-DIA
                             STK-DEVOLUCIONES-DIA
               MOVE CTL-RUN-DATE TO STK-FECHA-MOVTO
           END-IF.

       036-GRABA-EXISTENCIA.
           IF WSS-ARTICULO-EN-MAESTRO
               REWRITE STK-MASTER-RECORD
           ELSE
               WRITE STK-MASTER-RECORD
               ADD 1 TO WSV-CONT-ALTAS
           END-IF.

       040-LEE-TRANSACCION.
           READ STK-TRAN-FILE
               AT END SET WSS-STK-FIN TO TRUE
           END-READ.

      *> EMITE EL RECHAZO NUMERADO DEL CATALOGO EN CONSOLA Y EN LA
      *> BITACORA CON SEVERIDAD DE ERROR (LLEGA A OPALERT).
       050-RECHAZA-TRANSACCION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD.
           DISPLAY 'MSG-' MSG-NUMERO ' ' MSG-TEXTO (1:36)
               ': ' STT-ACCION ' ' STT-ARTICULO ' ' STT-DOCUMENTO.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' STT-ACCION ' ' STT-ARTICULO ' '
                   STT-DOCUMENTO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           CLOSE STK-MASTER-FILE.
           IF WSS-ARTMSTR-DISPONIBLE
               CLOSE STK-ARTICULO-FILE
           END-IF.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE STK-TRAN-FILE
           END-IF.
           DISPLAY 'STK-RECEIPT - ENTRADAS: ' WSV-CONT-ENTRADAS
               ' CANTIDAD: ' WSV-TOT-ENTRADAS
               ' ARTICULOS NUEVOS: ' WSV-CONT-ALTAS.
           DISPLAY 'STK-RECEIPT - PUNTOS DE REORDEN: ' WSV-CONT-REORDEN
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.

      *> FIJA EL RETURN-CODE: 4 SI ALGUNA TRANSACCION FUE RECHAZADA.
       099-FINALIZA.
           IF WSV-CONT-RECHAZADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-STK-RECEIPT.

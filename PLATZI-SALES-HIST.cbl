      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Historico de ventas por fecha de corrida, cliente y
      *          articulo. BILLOUT y BILLCRED se reescriben cada noche
      *          e INVREG solo guarda el total de cada factura, asi
      *          que no habia manera de contestar cuanto le compro un
      *          cliente de un articulo en un periodo. Este paso, que
      *          el driver corre despues de PLATZI-BILL-INVOICE, toma
      *          las lineas extendidas del dia (ventas de BILLOUT y
      *          devoluciones de BILLCRED, las dos de
      *          PLATZI-FACTURACION) y las acumula en el maestro
      *          indexado SLSHIST, un registro por fecha, cliente y
      *          articulo con las lineas, la cantidad vendida y
      *          devuelta, el importe bruto, el de devoluciones y el
      *          neto. Una re-corrida de la misma fecha primero borra
      *          lo que esa fecha ya habia acumulado (mismo criterio
      *          que TAXDET en FACTURACION), asi que el historico de la
      *          fecha siempre es el de los BILLOUT/BILLCRED vigentes.
      *          Las lineas de otra fecha de proceso no se acumulan. El
      *          analisis por periodo es PLATZI-SALES-ANALYSIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-SALES-HIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLS-SALIDA-FILE  ASSIGN TO "BILLOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-SALIDA-STATUS.

           SELECT SLS-CREDITO-FILE ASSIGN TO "BILLCRED"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CREDITO-STATUS.

           SELECT SLS-HISTORIA-FILE ASSIGN TO "SLSHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SHR-LLAVE
                                    FILE STATUS IS WSV-HISTORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> BILLOUT Y BILLCRED TIENEN EL LAYOUT DE FAC-SALIDA-RECORD EN
      *> PLATZI-FACTURACION; LAS DOS SE LEEN CON INTO A WSV-LINEA.
       FD  SLS-SALIDA-FILE.
       01  SLS-SALIDA-RECORD           PIC X(75).

       FD  SLS-CREDITO-FILE.
       01  SLS-CREDITO-RECORD          PIC X(75).

      *> HISTORICO DE VENTAS: UN REGISTRO POR FECHA DE CORRIDA, CLIENTE
      *> Y ARTICULO. LAS DEVOLUCIONES SE GUARDAN EN POSITIVO Y EL NETO
      *> ES EL BRUTO MENOS LAS DEVOLUCIONES. LO LEE
      *> PLATZI-SALES-ANALYSIS.
       FD  SLS-HISTORIA-FILE.
       01  SLS-HISTORIA-RECORD.
           05 SHR-LLAVE.
              10 SHR-FECHA             PIC 9(08).
              10 SHR-CLIENTE           PIC X(06).
              10 SHR-ARTICULO          PIC X(06).
           05 SHR-LINEAS-VENTA         PIC 9(05).
           05 SHR-LINEAS-DEVOLUCION    PIC 9(05).
           05 SHR-CANTIDAD             PIC 9(07)V99.
           05 SHR-CANT-DEVUELTA        PIC 9(07)V99.
           05 SHR-BRUTO                PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SHR-DEVOLUCIONES         PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 SHR-NETO                 PIC S9(11)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(20).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-LINEAS-SWITCHES        PIC X     VALUE '1'.
           88 WSS-LINEAS-FIN                    VALUE '0'.

       77 WSS-HISTORIA-SWITCHES      PIC X     VALUE '1'.
           88 WSS-HISTORIA-FIN                  VALUE '0'.

      *> LA LINEA EN PROCESO ES VENTA (BILLOUT) O DEVOLUCION (BILLCRED)
       77 WSS-TIPO-SWITCHES          PIC X     VALUE 'V'.
           88 WSS-LINEA-VENTA                   VALUE 'V'.
           88 WSS-LINEA-DEVOLUCION              VALUE 'D'.

      *> EL CLIENTE-ARTICULO NO TENIA REGISTRO EN LA FECHA
       77 WSS-NUEVO-SWITCHES         PIC X     VALUE '0'.
           88 WSS-REGISTRO-NUEVO                VALUE '1'.

       77 WSV-SALIDA-STATUS          PIC XX    VALUE SPACES.
       77 WSV-CREDITO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-HISTORIA-STATUS        PIC XX    VALUE SPACES.

      *> LINEA DE BILLOUT O BILLCRED (LAYOUT DE FAC-SALIDA-RECORD)
       01 WSV-LINEA.
          05 WSV-LN-CLIENTE          PIC X(06).
          05 FILLER                  PIC X(1).
          05 WSV-LN-ARTICULO         PIC X(06).
          05 FILLER                  PIC X(1).
          05 WSV-LN-CANTIDAD         PIC 9(5)V99.
          05 FILLER                  PIC X(1).
          05 WSV-LN-PRECIO-UNITARIO  PIC 9(5)V99.
          05 FILLER                  PIC X(1).
          05 WSV-LN-EXTENSION        PIC S9(10)V9(4)
                                      SIGN IS TRAILING SEPARATE.
          05 FILLER                  PIC X(1).
          05 WSV-LN-FECHA-PROCESO    PIC 9(08).
          05 FILLER                  PIC X(30).

      *> CIFRAS DE CONTROL DE LA CARGA
       01 WSV-CONTADORES.
          05 WSV-CNT-VENTAS          PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-DEVOLUCIONES    PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-OTRA-FECHA      PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-NUEVOS          PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-DEPURADOS       PIC 9(07) VALUE ZEROS.
          05 WSV-CNT-FALTANTES       PIC 9(01) VALUE ZEROS.
          05 WSV-TOT-BRUTO           PIC S9(12)V9(4) VALUE ZEROS.
          05 WSV-TOT-DEVOLUCIONES    PIC S9(12)V9(4) VALUE ZEROS.
          05 WSV-TOT-NETO            PIC S9(12)V9(4) VALUE ZEROS.

      *> CAMPOS EDITADOS DE LA CONSOLA Y LA BITACORA
       77 WSV-ED-BRUTO               PIC -ZZZ,ZZZ,ZZ9.99.
       77 WSV-ED-DEVOLUCIONES        PIC -ZZZ,ZZZ,ZZ9.99.
       77 WSV-ED-NETO                PIC -ZZZ,ZZZ,ZZ9.99.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='SLSHIST '==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 030-CARGA-VENTAS.
           PERFORM 040-CARGA-DEVOLUCIONES.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           DISPLAY 'SALES-HIST - FECHA DE PROCESO: ' CTL-RUN-DATE.
           OPEN I-O SLS-HISTORIA-FILE.
           IF WSV-HISTORIA-STATUS = '35'
               OPEN OUTPUT SLS-HISTORIA-FILE
               CLOSE SLS-HISTORIA-FILE
               OPEN I-O SLS-HISTORIA-FILE
           END-IF.
           PERFORM 020-DEPURA-FECHA.

      *> UNA RE-CORRIDA DE LA FECHA BORRA LO QUE ESA FECHA YA HABIA
      *> ACUMULADO, PARA QUE LAS LINEAS NO SE SUMEN DOS VECES. LA
      *> LLAVE EMPIEZA CON LA FECHA: SE BORRA DESDE EL PRIMER REGISTRO
      *> DE LA FECHA HASTA EL PRIMERO DE OTRA.
       020-DEPURA-FECHA.
           MOVE CTL-RUN-DATE TO SHR-FECHA.
           MOVE LOW-VALUES TO SHR-CLIENTE SHR-ARTICULO.
           START SLS-HISTORIA-FILE KEY IS NOT LESS THAN SHR-LLAVE
               INVALID KEY
                   SET WSS-HISTORIA-FIN TO TRUE
           END-START.
           PERFORM 022-DEPURA-REGISTRO UNTIL WSS-HISTORIA-FIN.
           IF WSV-CNT-DEPURADOS > ZEROS
               DISPLAY 'SALES-HIST - RE-CORRIDA, REGISTROS DE LA FECHA '
                   'BORRADOS: ' WSV-CNT-DEPURADOS
               MOVE SPACES TO AUD-MENSAJE
               STRING 'RE-CORRIDA ' CTL-RUN-DATE
                       ' HISTORICO DE LA FECHA BORRADO, REGISTROS='
                       WSV-CNT-DEPURADOS
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       022-DEPURA-REGISTRO.
           READ SLS-HISTORIA-FILE NEXT RECORD
               AT END SET WSS-HISTORIA-FIN TO TRUE
           END-READ.
           IF NOT WSS-HISTORIA-FIN
               IF SHR-FECHA NOT = CTL-RUN-DATE
                   SET WSS-HISTORIA-FIN TO TRUE
               ELSE
                   DELETE SLS-HISTORIA-FILE RECORD
                   ADD 1 TO WSV-CNT-DEPURADOS
               END-IF
           END-IF.

      *> VENTAS DEL DIA: LAS LINEAS DE BILLOUT.
       030-CARGA-VENTAS.
           SET WSS-LINEA-VENTA TO TRUE.
           MOVE '1' TO WSS-LINEAS-SWITCHES.
           OPEN INPUT SLS-SALIDA-FILE.
           IF WSV-SALIDA-STATUS NOT = '00'
               ADD 1 TO WSV-CNT-FALTANTES
               DISPLAY 'SALES-HIST - SIN BILLOUT, NO SE ACUMULAN '
                   'VENTAS'
               MOVE SPACES TO AUD-MENSAJE
               STRING 'SIN BILLOUT PARA LA FECHA ' CTL-RUN-DATE
                       ', HISTORICO SIN VENTAS'
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           ELSE
               PERFORM 032-LEE-VENTA
               PERFORM 050-ACUMULA-LINEA UNTIL WSS-LINEAS-FIN
               CLOSE SLS-SALIDA-FILE
           END-IF.

       032-LEE-VENTA.
           READ SLS-SALIDA-FILE INTO WSV-LINEA
               AT END SET WSS-LINEAS-FIN TO TRUE
           END-READ.

      *> DEVOLUCIONES DEL DIA: LAS NOTAS DE CREDITO DE BILLCRED.
       040-CARGA-DEVOLUCIONES.
           SET WSS-LINEA-DEVOLUCION TO TRUE.
           MOVE '1' TO WSS-LINEAS-SWITCHES.
           OPEN INPUT SLS-CREDITO-FILE.
           IF WSV-CREDITO-STATUS NOT = '00'
               ADD 1 TO WSV-CNT-FALTANTES
               DISPLAY 'SALES-HIST - SIN BILLCRED, NO SE ACUMULAN '
                   'DEVOLUCIONES'
               MOVE SPACES TO AUD-MENSAJE
               STRING 'SIN BILLCRED PARA LA FECHA ' CTL-RUN-DATE
                       ', HISTORICO SIN DEVOLUCIONES'
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           ELSE
               PERFORM 042-LEE-DEVOLUCION
               PERFORM 050-ACUMULA-LINEA UNTIL WSS-LINEAS-FIN
               CLOSE SLS-CREDITO-FILE
           END-IF.

       042-LEE-DEVOLUCION.
           READ SLS-CREDITO-FILE INTO WSV-LINEA
               AT END SET WSS-LINEAS-FIN TO TRUE
           END-READ.

      *> SUMA LA LINEA AL REGISTRO DE SU FECHA, CLIENTE Y ARTICULO,
      *> DANDOLO DE ALTA SI ES EL PRIMERO DEL DIA. LA EXTENSION DE LA
      *> DEVOLUCION VIENE NEGATIVA: RESTA DEL NETO Y SUMA EN POSITIVO A
      *> LAS DEVOLUCIONES.
       050-ACUMULA-LINEA.
           IF WSV-LN-FECHA-PROCESO NOT = CTL-RUN-DATE
               ADD 1 TO WSV-CNT-OTRA-FECHA
           ELSE
               MOVE '0' TO WSS-NUEVO-SWITCHES
               MOVE WSV-LN-FECHA-PROCESO TO SHR-FECHA
               MOVE WSV-LN-CLIENTE TO SHR-CLIENTE
               MOVE WSV-LN-ARTICULO TO SHR-ARTICULO
               READ SLS-HISTORIA-FILE
                   INVALID KEY
                       SET WSS-REGISTRO-NUEVO TO TRUE
               END-READ
               IF WSS-REGISTRO-NUEVO
                   PERFORM 052-INICIA-REGISTRO
               END-IF
               IF WSS-LINEA-VENTA
                   ADD 1 TO SHR-LINEAS-VENTA WSV-CNT-VENTAS
                   ADD WSV-LN-CANTIDAD TO SHR-CANTIDAD
                   ADD WSV-LN-EXTENSION TO SHR-BRUTO WSV-TOT-BRUTO
               ELSE
                   ADD 1 TO SHR-LINEAS-DEVOLUCION WSV-CNT-DEVOLUCIONES
                   ADD WSV-LN-CANTIDAD TO SHR-CANT-DEVUELTA
                   SUBTRACT WSV-LN-EXTENSION FROM SHR-DEVOLUCIONES
                       WSV-TOT-DEVOLUCIONES
               END-IF
               ADD WSV-LN-EXTENSION TO SHR-NETO WSV-TOT-NETO
               IF WSS-REGISTRO-NUEVO
                   ADD 1 TO WSV-CNT-NUEVOS
                   WRITE SLS-HISTORIA-RECORD
                       INVALID KEY
                           DISPLAY 'SALES-HIST - LLAVE DUPLICADA EN '
                               'SLSHIST: ' SHR-LLAVE
                   END-WRITE
               ELSE
                   REWRITE SLS-HISTORIA-RECORD
               END-IF
           END-IF.
           IF WSS-LINEA-VENTA
               PERFORM 032-LEE-VENTA
           ELSE
               PERFORM 042-LEE-DEVOLUCION
           END-IF.

       052-INICIA-REGISTRO.
           MOVE SPACES TO SLS-HISTORIA-RECORD.
           MOVE WSV-LN-FECHA-PROCESO TO SHR-FECHA.
           MOVE WSV-LN-CLIENTE TO SHR-CLIENTE.
           MOVE WSV-LN-ARTICULO TO SHR-ARTICULO.
           MOVE ZEROS TO SHR-LINEAS-VENTA SHR-LINEAS-DEVOLUCION
                         SHR-CANTIDAD SHR-CANT-DEVUELTA
                         SHR-BRUTO SHR-DEVOLUCIONES SHR-NETO.

       090-TERMINA.
           CLOSE SLS-HISTORIA-FILE.
           MOVE WSV-TOT-BRUTO TO WSV-ED-BRUTO.
           MOVE WSV-TOT-DEVOLUCIONES TO WSV-ED-DEVOLUCIONES.
           MOVE WSV-TOT-NETO TO WSV-ED-NETO.
           DISPLAY 'SALES-HIST - LINEAS DE VENTA: ' WSV-CNT-VENTAS
               ' DEVOLUCIONES: ' WSV-CNT-DEVOLUCIONES
               ' DE OTRA FECHA: ' WSV-CNT-OTRA-FECHA.
           DISPLAY 'SALES-HIST - CLIENTE-ARTICULO DEL DIA: '
               WSV-CNT-NUEVOS.
           DISPLAY 'SALES-HIST - BRUTO: ' WSV-ED-BRUTO
               ' DEVOLUCIONES: ' WSV-ED-DEVOLUCIONES
               ' NETO: ' WSV-ED-NETO.
           IF WSV-CNT-OTRA-FECHA > ZEROS
               MOVE SPACES TO AUD-MENSAJE
               STRING 'LINEAS CON OTRA FECHA DE PROCESO NO ACUMULADAS: '
                       WSV-CNT-OTRA-FECHA
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'HISTORICO ' CTL-RUN-DATE
                   ' VENTAS=' WSV-CNT-VENTAS
                   ' DEVOL=' WSV-CNT-DEVOLUCIONES
                   ' NETO=' WSV-ED-NETO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> FIJA EL RETURN-CODE: 4 SI FALTO BILLOUT O BILLCRED O HUBO
      *> LINEAS DE OTRA FECHA DE PROCESO, 0 SI LA CARGA QUEDO LIMPIA.
       099-FINALIZA.
           IF WSV-CNT-FALTANTES > ZEROS OR WSV-CNT-OTRA-FECHA > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-SALES-HIST.

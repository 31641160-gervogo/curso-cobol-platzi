      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Reporte nocturno de existencias STKRPT, al final del
      *          batch despues de FACTURACION. Recorre el maestro
      *          STKMSTR y lista por articulo la existencia al iniciar
      *          el dia, las entradas de mercancia (PLATZI-STK-RECEIPT),
      *          las ventas y devoluciones facturadas, la existencia
      *          actual y el punto de reorden; un articulo sin
      *          movimiento en la fecha de corrida sale con el
      *          movimiento en ceros. Al final lista aparte los
      *          articulos cuya existencia llego al punto de reorden o
      *          quedo debajo (punto en cero = sin reorden), cada uno
      *          avisado en la bitacora como advertencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-STK-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STK-MASTER-FILE  ASSIGN TO "STKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS STK-ARTICULO
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT STK-REPORT-FILE  ASSIGN TO "STKRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE STK-MASTER-RECORD EN PLATZI-STK-RECEIPT.
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

       FD  STK-REPORT-FILE.
       01  STK-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-MASTER-SWITCHES        PIC X     VALUE '1'.
           88 WSS-MASTER-FIN                    VALUE '0'.

       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.

      *> MOVIMIENTO DEL DIA DEL ARTICULO EN PROCESO (EN CEROS SI SU
      *> ULTIMO MOVIMIENTO ES DE OTRA FECHA)
       01 WSV-MOVIMIENTO.
          05 WSV-MV-INICIAL          PIC S9(9)V99 VALUE ZEROS.
          05 WSV-MV-ENTRADAS         PIC 9(9)V99 VALUE ZEROS.
          05 WSV-MV-VENTAS           PIC 9(9)V99 VALUE ZEROS.
          05 WSV-MV-DEVOLUCIONES     PIC 9(9)V99 VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ARTICULOS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CON-MOVTO      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REORDEN        PIC 9(05) VALUE ZEROS.

       *> TOTALES DEL DIA
       01 WSV-TOTALES.
          05 WSV-TOT-ENTRADAS        PIC 9(11)V99 VALUE ZEROS.
          05 WSV-TOT-VENTAS          PIC 9(11)V99 VALUE ZEROS.
          05 WSV-TOT-DEVOLUCIONES    PIC 9(11)V99 VALUE ZEROS.

       77 WSV-ED-INICIAL             PIC -ZZZZZZ9.99.
       77 WSV-ED-ENTRADAS            PIC ZZZZZZ9.99.
       77 WSV-ED-VENTAS              PIC ZZZZZZ9.99.
       77 WSV-ED-DEVOLUCIONES        PIC ZZZZZZ9.99.
       77 WSV-ED-EXISTENCIA          PIC -ZZZZZZ9.99.
       77 WSV-ED-PUNTO               PIC ZZZZZZ9.99.
       77 WSV-ED-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='STKRPT'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-REPORTA-ARTICULO UNTIL WSS-MASTER-FIN.
           PERFORM 030-TOTALES.
           PERFORM 040-BAJO-REORDEN.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT STK-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REPORTE DE EXISTENCIAS   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO STK-REPORT-LINE.
           WRITE STK-REPORT-LINE.
           MOVE 'ART.       INICIAL  ENTRADAS    VENTAS  DEVOLUC.'
               TO WSV-REPORTE-LINEA.
           MOVE '   EXISTENCIA    REORDEN'
               TO WSV-REPORTE-LINEA (49:24).
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT STK-MASTER-FILE.
           IF WSV-MASTER-STATUS NOT = '00'
               SET WSS-MASTER-FIN TO TRUE
               MOVE '  SIN MAESTRO STKMSTR, NINGUN ARTICULO'
                   TO WSV-REPORTE-LINEA
               WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 025-LEE-MAESTRO
           END-IF.

       020-REPORTA-ARTICULO.
           ADD 1 TO WSV-CONT-ARTICULOS.
           PERFORM 022-MOVIMIENTO-DIA.
           MOVE WSV-MV-INICIAL TO WSV-ED-INICIAL.
           MOVE WSV-MV-ENTRADAS TO WSV-ED-ENTRADAS.
           MOVE WSV-MV-VENTAS TO WSV-ED-VENTAS.
           MOVE WSV-MV-DEVOLUCIONES TO WSV-ED-DEVOLUCIONES.
           MOVE STK-EXISTENCIA TO WSV-ED-EXISTENCIA.
           MOVE STK-PUNTO-REORDEN TO WSV-ED-PUNTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING STK-ARTICULO ' ' WSV-ED-INICIAL
                   WSV-ED-ENTRADAS WSV-ED-VENTAS WSV-ED-DEVOLUCIONES
                   '  ' WSV-ED-EXISTENCIA ' ' WSV-ED-PUNTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           IF STK-PUNTO-REORDEN > ZEROS
                   AND STK-EXISTENCIA NOT > STK-PUNTO-REORDEN
               MOVE ' *' TO WSV-REPORTE-LINEA (77:2)
           END-IF.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 025-LEE-MAESTRO.

      *> EL MOVIMIENTO GUARDADO SOLO VALE SI ES DE LA FECHA DE
      *> CORRIDA; SI NO, EL ARTICULO NO SE MOVIO HOY Y ABRIO EL DIA
      *> CON SU EXISTENCIA ACTUAL.
       022-MOVIMIENTO-DIA.
           IF STK-FECHA-MOVTO = CTL-RUN-DATE
               ADD 1 TO WSV-CONT-CON-MOVTO
               MOVE STK-EXISTENCIA-INICIAL TO WSV-MV-INICIAL
               MOVE STK-ENTRADAS-DIA TO WSV-MV-ENTRADAS
               MOVE STK-VENTAS-DIA TO WSV-MV-VENTAS
               MOVE STK-DEVOLUCIONES-DIA TO WSV-MV-DEVOLUCIONES
           ELSE
               MOVE STK-EXISTENCIA TO WSV-MV-INICIAL
               MOVE ZEROS TO WSV-MV-ENTRADAS WSV-MV-VENTAS
                             WSV-MV-DEVOLUCIONES
           END-IF.
           ADD WSV-MV-ENTRADAS TO WSV-TOT-ENTRADAS.
           ADD WSV-MV-VENTAS TO WSV-TOT-VENTAS.
           ADD WSV-MV-DEVOLUCIONES TO WSV-TOT-DEVOLUCIONES.

       025-LEE-MAESTRO.
           READ STK-MASTER-FILE NEXT RECORD
               AT END SET WSS-MASTER-FIN TO TRUE
           END-READ.

       030-TOTALES.
           MOVE SPACES TO STK-REPORT-LINE.
           WRITE STK-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ARTICULOS: ' WSV-CONT-ARTICULOS
                   '   CON MOVIMIENTO HOY: ' WSV-CONT-CON-MOVTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-TOT-ENTRADAS TO WSV-ED-TOTAL.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TOTAL ENTRADAS:     ' WSV-ED-TOTAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-TOT-VENTAS TO WSV-ED-TOTAL.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TOTAL VENTAS:       ' WSV-ED-TOTAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-TOT-DEVOLUCIONES TO WSV-ED-TOTAL.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TOTAL DEVOLUCIONES: ' WSV-ED-TOTAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.

      *> SEGUNDA PASADA AL MAESTRO: SOLO LOS ARTICULOS EN O BAJO SU
      *> PUNTO DE REORDEN, CON LO QUE FALTA PARA LLEGAR A EL.
       040-BAJO-REORDEN.
           MOVE SPACES TO STK-REPORT-LINE.
           WRITE STK-REPORT-LINE.
           MOVE 'ARTICULOS EN O BAJO PUNTO DE REORDEN'
               TO WSV-REPORTE-LINEA.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-MASTER-STATUS = '00' OR WSV-MASTER-STATUS = '10'
               CLOSE STK-MASTER-FILE
               OPEN INPUT STK-MASTER-FILE
               MOVE '1' TO WSS-MASTER-SWITCHES
               PERFORM 025-LEE-MAESTRO
               PERFORM 042-REVISA-REORDEN UNTIL WSS-MASTER-FIN
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ARTICULOS A REORDENAR: ' WSV-CONT-REORDEN
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA.

       042-REVISA-REORDEN.
           IF STK-PUNTO-REORDEN > ZEROS
                   AND STK-EXISTENCIA NOT > STK-PUNTO-REORDEN
               ADD 1 TO WSV-CONT-REORDEN
               MOVE STK-EXISTENCIA TO WSV-ED-EXISTENCIA
               MOVE STK-PUNTO-REORDEN TO WSV-ED-PUNTO
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING '  ' STK-ARTICULO
                       ' EXISTENCIA ' WSV-ED-EXISTENCIA
                       ' PUNTO ' WSV-ED-PUNTO
                       ' ULT. ENTRADA ' STK-FECHA-ULT-ENTRADA
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE STK-REPORT-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO AUD-MENSAJE
               STRING 'ARTICULO BAJO PUNTO DE REORDEN ART='
                       STK-ARTICULO
                       ' EXISTENCIA=' STK-EXISTENCIA
                       ' PUNTO=' STK-PUNTO-REORDEN
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           PERFORM 025-LEE-MAESTRO.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-MASTER-STATUS = '00' OR WSV-MASTER-STATUS = '10'
               CLOSE STK-MASTER-FILE
           END-IF.
           CLOSE STK-REPORT-FILE.
           DISPLAY 'STK-REPORT - ARTICULOS: ' WSV-CONT-ARTICULOS
               ' CON MOVIMIENTO: ' WSV-CONT-CON-MOVTO
               ' A REORDENAR: ' WSV-CONT-REORDEN.

      *> FIJA EL RETURN-CODE: 4 SI HAY ARTICULOS A REORDENAR.
       099-FINALIZA.
           IF WSV-CONT-REORDEN > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-STK-REPORT.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Registro mensual de impuesto sobre ventas por codigo
      *          de impuesto. PLATZI-FACTURACION deja en TAXDET una
      *          linea por cada linea facturada con codigo de impuesto
      *          (base e impuesto con el signo de la linea, negativos
      *          en devolucion, y la marca de cliente exento). Igual
      *          que PLATZI-MONTH-END, el paso corre cada noche pero
      *          solo trabaja cuando la fecha de corrida es el ULTIMO
      *          DIA HABIL del mes (el siguiente dia habil segun
      *          PLATZI-BIZDAY cae en otro mes): totaliza el mes por
      *          codigo con las lineas, la base gravable y el impuesto
      *          de las lineas gravadas, y aparte, como memoria, la
      *          base vendida a clientes exentos. La tarjeta opcional
      *          TAXPRM (AAAAMM) fuerza el registro de un mes dado,
      *          para re-emitir un mes ya cerrado. La descripcion de
      *          cada codigo sale de la vigencia mas reciente en
      *          TAXMSTR. Produce el reporte TAXRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-TAX-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRG-DETALLE-FILE ASSIGN TO "TAXDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXD-LLAVE
                                    FILE STATUS IS WSV-DETALLE-STATUS.

           SELECT TRG-TASA-FILE    ASSIGN TO "TAXMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXR-LLAVE
                                    FILE STATUS IS WSV-TASA-STATUS.

           SELECT TRG-PARAM-FILE   ASSIGN TO "TAXPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT TRG-REPORT-FILE  ASSIGN TO "TAXRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE FAC-DETALLE-IMP-RECORD EN PLATZI-FACTURACION.
       FD  TRG-DETALLE-FILE.
       01  TRG-DETALLE-RECORD.
           05 TXD-LLAVE.
              10 TXD-FECHA             PIC 9(08).
              10 TXD-SECUENCIA         PIC 9(05).
           05 TXD-CLIENTE              PIC X(06).
           05 TXD-ARTICULO             PIC X(06).
           05 TXD-ACCION               PIC X(01).
           05 TXD-CODIGO               PIC X(02).
           05 TXD-TASA                 PIC 9(2)V99.
           05 TXD-EXENTO               PIC X(01).
              88 TXD-ES-EXENTO                  VALUE 'S'.
           05 TXD-BASE                 PIC S9(10)V99
                                        SIGN IS TRAILING SEPARATE.
           05 TXD-IMPUESTO             PIC S9(10)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE TAX-MASTER-RECORD EN PLATZI-TAX-MANT.
       FD  TRG-TASA-FILE.
       01  TRG-TASA-RECORD.
           05 TXR-LLAVE.
              10 TXR-CODIGO            PIC X(02).
              10 TXR-FECHA-VIGENTE     PIC 9(08).
           05 TXR-TASA                 PIC 9(2)V99.
           05 TXR-DESCRIPCION          PIC X(20).

      *> TARJETA OPCIONAL: MES A REGISTRAR (AAAAMM). SIN ELLA EL PASO
      *> SOLO TRABAJA EL ULTIMO DIA HABIL DEL MES DE CORRIDA.
       FD  TRG-PARAM-FILE.
       01  TRG-PARAM-RECORD.
           05 TPR-MES                  PIC 9(06).
           05 FILLER                   PIC X(74).

       FD  TRG-REPORT-FILE.
       01  TRG-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-DETALLE-SWITCHES       PIC X     VALUE '1'.
           88 WSS-DETALLE-FIN                   VALUE '0'.

      *> HAY MES QUE REGISTRAR: ULTIMO DIA HABIL O MES FORZADO POR
      *> TAXPRM; SIN ESO EL PASO NO TRABAJA (Y TERMINA LIMPIO).
       77 WSS-REGISTRO-SWITCHES      PIC X     VALUE '0'.
           88 WSS-HAY-REGISTRO                  VALUE '1'.

       77 WSS-TAXMSTR-SWITCHES       PIC X     VALUE '0'.
           88 WSS-TAXMSTR-DISPONIBLE            VALUE '1'.

       77 WSV-DETALLE-STATUS         PIC XX    VALUE SPACES.
       77 WSV-TASA-STATUS            PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

       *> MES A REGISTRAR (AAAAMM) Y EL MES DE CADA DETALLE LEIDO
       77 WSV-MES-REGISTRO           PIC 9(06) VALUE ZEROS.
       77 WSV-MES-LEIDO              PIC 9(06) VALUE ZEROS.
       77 WSV-MES-SIGUIENTE          PIC 9(06) VALUE ZEROS.

      *> TOTALES DEL MES POR CODIGO DE IMPUESTO. LOS CODIGOS SON
      *> POCOS (LOS DE TAXMSTR); UN CODIGO QUE NO CABE SE AVISA Y VA
      *> SOLO AL TOTAL GENERAL.
       01 WSV-CODIGOS-TABLA.
          05 WSV-CODIGO-ENTRADA     OCCURS 30 TIMES.
             10 WSV-CO-CODIGO       PIC X(02).
             10 WSV-CO-DESCRIPCION  PIC X(20).
             10 WSV-CO-LINEAS       PIC 9(05).
             10 WSV-CO-BASE         PIC S9(12)V99.
             10 WSV-CO-IMPUESTO     PIC S9(12)V99.
             10 WSV-CO-EXE-LINEAS   PIC 9(05).
             10 WSV-CO-EXE-BASE     PIC S9(12)V99.

       77 WSC-CODIGOS-MAXIMO         PIC 9(02) VALUE 30.
       77 WSV-CODIGOS-TOTAL          PIC 9(02) VALUE ZEROS.
       77 WSV-CODIGO-IDX             PIC 9(02) VALUE ZEROS.
       77 WSV-CODIGO-ENCONTRADO      PIC 9(02) VALUE ZEROS.

       *> TOTALES GENERALES DEL MES
       01 WSV-TOTALES.
          05 WSV-TOT-LINEAS          PIC 9(05) VALUE ZEROS.
          05 WSV-TOT-BASE            PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-IMPUESTO        PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-EXE-LINEAS      PIC 9(05) VALUE ZEROS.
          05 WSV-TOT-EXE-BASE        PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-FUERA-TABLA     PIC 9(05) VALUE ZEROS.

       *> CAMPOS EDITADOS DEL REPORTE
       77 WSV-ED-BASE                PIC -ZZZ,ZZZ,ZZ9.99.
       77 WSV-ED-IMPUESTO            PIC -ZZZ,ZZZ,ZZ9.99.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='TAXREG'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-HAY-REGISTRO
               PERFORM 020-ACUMULA-MES
               PERFORM 040-DESCRIPCIONES
               PERFORM 050-ESCRIBE-REGISTRO
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

      *> EL MES LO FIJA LA TARJETA TAXPRM SI VIENE; SI NO, EL REGISTRO
      *> SOLO SE EMITE CUANDO EL SIGUIENTE DIA HABIL SEGUN BIZCAL CAE
      *> EN OTRO MES (MISMA DECISION QUE PLATZI-MONTH-END).
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN INPUT TRG-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ TRG-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                   IF TPR-MES NUMERIC AND TPR-MES > ZEROS
                       MOVE TPR-MES TO WSV-MES-REGISTRO
                       SET WSS-HAY-REGISTRO TO TRUE
                   END-IF
               END-IF
               CLOSE TRG-PARAM-FILE
           END-IF.
           IF NOT WSS-HAY-REGISTRO
               COMPUTE WSV-MES-REGISTRO = CTL-RUN-DATE / 100
               SET BZD-SIGUIENTE-HABIL TO TRUE
               MOVE CTL-RUN-DATE TO BZD-FECHA-1
               CALL 'PLATZI-BIZDAY' USING BZD-PARM-RECORD
               IF BZD-OK
                   COMPUTE WSV-MES-SIGUIENTE =
                       BZD-FECHA-RESULTADO / 100
                   IF WSV-MES-SIGUIENTE NOT = WSV-MES-REGISTRO
                       SET WSS-HAY-REGISTRO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WSS-HAY-REGISTRO
               DISPLAY 'TAX-REGISTER - ' CTL-RUN-DATE ' NO ES EL '
                   'ULTIMO DIA HABIL DEL MES, SIN REGISTRO'
           ELSE
               DISPLAY 'TAX-REGISTER - REGISTRO DEL MES '
                   WSV-MES-REGISTRO
           END-IF.

      *> LEE TAXDET DESDE EL PRIMER DIA DEL MES (LA LLAVE EMPIEZA CON
      *> LA FECHA DE CORRIDA) HASTA EL PRIMER DETALLE DE OTRO MES.
       020-ACUMULA-MES.
           OPEN INPUT TRG-DETALLE-FILE.
           IF WSV-DETALLE-STATUS NOT = '00'
               DISPLAY 'TAX-REGISTER - SIN DETALLE TAXDET, REGISTRO '
                   'EN CEROS'
               MOVE SPACES TO AUD-MENSAJE
               STRING 'SIN DETALLE TAXDET PARA EL REGISTRO DEL MES '
                       WSV-MES-REGISTRO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           ELSE
               COMPUTE TXD-FECHA = WSV-MES-REGISTRO * 100 + 1
               MOVE ZEROS TO TXD-SECUENCIA
               START TRG-DETALLE-FILE KEY IS NOT LESS THAN TXD-LLAVE
                   INVALID KEY SET WSS-DETALLE-FIN TO TRUE
               END-START
               PERFORM 022-LEE-DETALLE
               PERFORM 024-ACUMULA-LINEA UNTIL WSS-DETALLE-FIN
               CLOSE TRG-DETALLE-FILE
           END-IF.

       022-LEE-DETALLE.
           IF NOT WSS-DETALLE-FIN
               READ TRG-DETALLE-FILE NEXT RECORD
                   AT END SET WSS-DETALLE-FIN TO TRUE
               END-READ
           END-IF.
           IF NOT WSS-DETALLE-FIN
               COMPUTE WSV-MES-LEIDO = TXD-FECHA / 100
               IF WSV-MES-LEIDO NOT = WSV-MES-REGISTRO
                   SET WSS-DETALLE-FIN TO TRUE
               END-IF
           END-IF.

      *> LA LINEA DE CLIENTE EXENTO NO LLEVA IMPUESTO: SU BASE VA A
      *> LA MEMORIA DE EXENTAS, NO A LA BASE GRAVABLE.
       024-ACUMULA-LINEA.
           PERFORM 026-UBICA-CODIGO.
           IF TXD-ES-EXENTO
               ADD 1 TO WSV-TOT-EXE-LINEAS
               ADD TXD-BASE TO WSV-TOT-EXE-BASE
               IF WSV-CODIGO-ENCONTRADO > ZEROS
                   ADD 1 TO WSV-CO-EXE-LINEAS (WSV-CODIGO-ENCONTRADO)
                   ADD TXD-BASE
                       TO WSV-CO-EXE-BASE (WSV-CODIGO-ENCONTRADO)
               END-IF
           ELSE
               ADD 1 TO WSV-TOT-LINEAS
               ADD TXD-BASE TO WSV-TOT-BASE
               ADD TXD-IMPUESTO TO WSV-TOT-IMPUESTO
               IF WSV-CODIGO-ENCONTRADO > ZEROS
                   ADD 1 TO WSV-CO-LINEAS (WSV-CODIGO-ENCONTRADO)
                   ADD TXD-BASE TO WSV-CO-BASE (WSV-CODIGO-ENCONTRADO)
                   ADD TXD-IMPUESTO
                       TO WSV-CO-IMPUESTO (WSV-CODIGO-ENCONTRADO)
               END-IF
           END-IF.
           PERFORM 022-LEE-DETALLE.

       026-UBICA-CODIGO.
           MOVE ZEROS TO WSV-CODIGO-ENCONTRADO.
           IF WSV-CODIGOS-TOTAL > ZEROS
               PERFORM 028-BUSCA-CODIGO
                   VARYING WSV-CODIGO-IDX FROM 1 BY 1
                   UNTIL WSV-CODIGO-IDX > WSV-CODIGOS-TOTAL
           END-IF.
           IF WSV-CODIGO-ENCONTRADO = ZEROS
               IF WSV-CODIGOS-TOTAL < WSC-CODIGOS-MAXIMO
                   ADD 1 TO WSV-CODIGOS-TOTAL
                   MOVE WSV-CODIGOS-TOTAL TO WSV-CODIGO-ENCONTRADO
                   MOVE TXD-CODIGO
                       TO WSV-CO-CODIGO (WSV-CODIGO-ENCONTRADO)
                   MOVE SPACES
                       TO WSV-CO-DESCRIPCION (WSV-CODIGO-ENCONTRADO)
                   MOVE ZEROS TO WSV-CO-LINEAS (WSV-CODIGO-ENCONTRADO)
                                 WSV-CO-BASE (WSV-CODIGO-ENCONTRADO)
                                 WSV-CO-IMPUESTO (WSV-CODIGO-ENCONTRADO)
                               WSV-CO-EXE-LINEAS (WSV-CODIGO-ENCONTRADO)
                               WSV-CO-EXE-BASE (WSV-CODIGO-ENCONTRADO)
               ELSE
                   ADD 1 TO WSV-TOT-FUERA-TABLA
               END-IF
           END-IF.

       028-BUSCA-CODIGO.
           IF WSV-CO-CODIGO (WSV-CODIGO-IDX) = TXD-CODIGO
               MOVE WSV-CODIGO-IDX TO WSV-CODIGO-ENCONTRADO
           END-IF.

      *> DESCRIPCION DE CADA CODIGO: LA DE SU VIGENCIA MAS RECIENTE EN
      *> TAXMSTR. SIN MAESTRO EL REGISTRO SALE SOLO CON EL CODIGO.
       040-DESCRIPCIONES.
           OPEN INPUT TRG-TASA-FILE.
           IF WSV-TASA-STATUS = '00'
               SET WSS-TAXMSTR-DISPONIBLE TO TRUE
               IF WSV-CODIGOS-TOTAL > ZEROS
                   PERFORM 042-DESCRIPCION-CODIGO
                       VARYING WSV-CODIGO-IDX FROM 1 BY 1
                       UNTIL WSV-CODIGO-IDX > WSV-CODIGOS-TOTAL
               END-IF
               CLOSE TRG-TASA-FILE
           END-IF.

       042-DESCRIPCION-CODIGO.
           MOVE '1' TO WSS-DETALLE-SWITCHES.
           MOVE WSV-CO-CODIGO (WSV-CODIGO-IDX) TO TXR-CODIGO.
           MOVE ZEROS TO TXR-FECHA-VIGENTE.
           START TRG-TASA-FILE KEY IS NOT LESS THAN TXR-LLAVE
               INVALID KEY SET WSS-DETALLE-FIN TO TRUE
           END-START.
           PERFORM 044-LEE-TASA UNTIL WSS-DETALLE-FIN.

       044-LEE-TASA.
           READ TRG-TASA-FILE NEXT RECORD
               AT END SET WSS-DETALLE-FIN TO TRUE
           END-READ.
           IF NOT WSS-DETALLE-FIN
               IF TXR-CODIGO NOT = WSV-CO-CODIGO (WSV-CODIGO-IDX)
                   SET WSS-DETALLE-FIN TO TRUE
               ELSE
                   MOVE TXR-DESCRIPCION
                       TO WSV-CO-DESCRIPCION (WSV-CODIGO-IDX)
               END-IF
           END-IF.

       050-ESCRIBE-REGISTRO.
           OPEN OUTPUT TRG-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REGISTRO DE IMPUESTO SOBRE VENTAS - MES '
                   WSV-MES-REGISTRO '   CORRIDA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO TRG-REPORT-LINE.
           WRITE TRG-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CD DESCRIPCION         LINEAS   BASE GRAVABLE'
                   '        IMPUESTO'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-CODIGOS-TOTAL > ZEROS
               PERFORM 052-LINEA-CODIGO
                   VARYING WSV-CODIGO-IDX FROM 1 BY 1
                   UNTIL WSV-CODIGO-IDX > WSV-CODIGOS-TOTAL
           END-IF.
           MOVE SPACES TO TRG-REPORT-LINE.
           WRITE TRG-REPORT-LINE.
           MOVE WSV-TOT-BASE TO WSV-ED-BASE.
           MOVE WSV-TOT-IMPUESTO TO WSV-ED-IMPUESTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TOTAL DEL MES           ' WSV-TOT-LINEAS
                   WSV-ED-BASE WSV-ED-IMPUESTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-TOT-EXE-BASE TO WSV-ED-BASE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'MEMORIA: EXENTAS        ' WSV-TOT-EXE-LINEAS
                   WSV-ED-BASE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-TOT-FUERA-TABLA > ZEROS
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'LINEAS DE CODIGOS FUERA DE TABLA (SOLO EN EL '
                       'TOTAL): ' WSV-TOT-FUERA-TABLA
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO AUD-MENSAJE
               STRING 'CODIGOS DE IMPUESTO FUERA DE TABLA, LINEAS: '
                       WSV-TOT-FUERA-TABLA
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           IF NOT WSS-TAXMSTR-DISPONIBLE
               MOVE 'SIN MAESTRO TAXMSTR: CODIGOS SIN DESCRIPCION'
                   TO WSV-REPORTE-LINEA
               WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           CLOSE TRG-REPORT-FILE.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'REGISTRO DE IMPUESTO MES ' WSV-MES-REGISTRO
                   ' LINEAS=' WSV-TOT-LINEAS
                   ' IMPUESTO=' WSV-ED-IMPUESTO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> UNA LINEA POR CODIGO CON LO GRAVADO; SI EL CODIGO TUVO
      *> VENTAS A EXENTOS, UNA SEGUNDA LINEA DE MEMORIA CON SU BASE.
       052-LINEA-CODIGO.
           MOVE WSV-CO-BASE (WSV-CODIGO-IDX) TO WSV-ED-BASE.
           MOVE WSV-CO-IMPUESTO (WSV-CODIGO-IDX) TO WSV-ED-IMPUESTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-CO-CODIGO (WSV-CODIGO-IDX) ' '
                   WSV-CO-DESCRIPCION (WSV-CODIGO-IDX) ' '
                   WSV-CO-LINEAS (WSV-CODIGO-IDX)
                   WSV-ED-BASE WSV-ED-IMPUESTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-CO-EXE-LINEAS (WSV-CODIGO-IDX) > ZEROS
               MOVE WSV-CO-EXE-BASE (WSV-CODIGO-IDX) TO WSV-ED-BASE
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING '   MEMORIA: EXENTAS     '
                       WSV-CO-EXE-LINEAS (WSV-CODIGO-IDX)
                       WSV-ED-BASE
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE TRG-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSS-HAY-REGISTRO
               DISPLAY 'TAX-REGISTER - LINEAS GRAVADAS: '
                   WSV-TOT-LINEAS ' EXENTAS: ' WSV-TOT-EXE-LINEAS
                   ' CODIGOS: ' WSV-CODIGOS-TOTAL
           END-IF.

      *> FIJA EL RETURN-CODE: 4 SI EL MES SE REGISTRO SIN TAXDET O
      *> CON CODIGOS QUE NO CUPIERON EN LA TABLA.
       099-FINALIZA.
           IF WSS-HAY-REGISTRO AND
                   (WSV-DETALLE-STATUS NOT = '00'
                    OR WSV-TOT-FUERA-TABLA > ZEROS)
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-TAX-REGISTER.

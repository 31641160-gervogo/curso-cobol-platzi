      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Aviso de vencimiento de contratos de precio. Recorre
      *          el maestro CONTMSTR (de PLATZI-CONT-MANT) y lista en
      *          el reporte CONTEXP cada contrato vigente que vence
      *          dentro de los proximos 30 dias naturales (la tarjeta
      *          opcional CONTPRM cambia la ventana), con los dias que
      *          le quedan y si ya tiene renovacion capturada (una
      *          vigencia posterior del mismo cliente y articulo). Al
      *          vencer, la linea del cliente vuelve a verificarse
      *          contra escalones o lista y cae en BILLSUSP si su
      *          precio sigue siendo el pactado; por eso cada contrato
      *          por vencer sin renovacion se avisa en la bitacora con
      *          severidad de advertencia (llega a OPALERT) y deja el
      *          paso en RC 4. Los contratos sin vencimiento (99999999)
      *          y los escalones generales '*TODOS' no se avisan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-CONT-EXPIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP-CONTRATO-FILE ASSIGN TO "CONTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CNR-LLAVE
                                    FILE STATUS IS WSV-CONTRATO-STATUS.

           SELECT EXP-PARAM-FILE   ASSIGN TO "CONTPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT EXP-REPORT-FILE  ASSIGN TO "CONTEXP"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE CONT-MASTER-RECORD EN PLATZI-CONT-MANT.
       FD  EXP-CONTRATO-FILE.
       01  CONT-MASTER-RECORD.
           05 CNR-LLAVE.
              10 CNR-CLIENTE           PIC X(06).
              10 CNR-ARTICULO          PIC X(06).
              10 CNR-FECHA-VIGENTE     PIC 9(08).
           05 CNR-FECHA-VENCE          PIC 9(08).
           05 CNR-PRECIO               PIC 9(5)V99.
           05 CNR-ESCALONES.
              10 CNR-ESCALON           OCCURS 3 TIMES.
                 15 CNR-ES-CANTIDAD    PIC 9(5)V99.
                 15 CNR-ES-PRECIO      PIC 9(5)V99.
           05 FILLER                   PIC X(10).

      *> TARJETA OPCIONAL: DIAS NATURALES DE ANTICIPACION DEL AVISO.
       FD  EXP-PARAM-FILE.
       01  EXP-PARAM-RECORD.
           05 EPR-DIAS                 PIC 9(03).
           05 FILLER                   PIC X(77).

       FD  EXP-REPORT-FILE.
       01  EXP-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-CONTRATO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-CONTRATO-FIN                  VALUE '0'.

      *> HAY UN CONTRATO LEIDO ESPERANDO A VER EL SIGUIENTE REGISTRO
      *> (QUE DICE SI QUEDO RENOVADO).
       77 WSS-ANTERIOR-SWITCHES      PIC X     VALUE '0'.
           88 WSS-HAY-ANTERIOR                  VALUE '1'.

       77 WSS-RENOVADO-SWITCHES      PIC X     VALUE 'N'.
           88 WSS-CONTRATO-RENOVADO             VALUE 'S'.

       77 WSV-CONTRATO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

       77 WSC-CLIENTE-GENERAL        PIC X(06) VALUE '*TODOS'.
       77 WSC-SIN-VENCIMIENTO        PIC 9(08) VALUE 99999999.

      *> VENTANA DEL AVISO EN DIAS NATURALES (30 SIN TARJETA) Y DIAS
      *> QUE LE QUEDAN AL CONTRATO EN REVISION
       77 WSV-DIAS-AVISO             PIC 9(03) VALUE 30.
       77 WSV-DIAS-CORRIDA           PIC 9(07) VALUE ZEROS.
       77 WSV-DIAS-RESTANTES         PIC S9(07) VALUE ZEROS.
       77 WSV-ED-DIAS                PIC ZZ9.
       77 WSV-ED-PRECIO              PIC ZZ,ZZ9.99.

      *> CONTRATO ANTERIOR EN ORDEN DE LLAVE (MISMA FORMA QUE
      *> CONT-MASTER-RECORD)
       01 WSV-ANTERIOR.
          05 WSV-AN-CLIENTE          PIC X(06).
          05 WSV-AN-ARTICULO         PIC X(06).
          05 WSV-AN-FECHA-VIGENTE    PIC 9(08).
          05 WSV-AN-FECHA-VENCE      PIC 9(08).
          05 WSV-AN-PRECIO           PIC 9(5)V99.
          05 FILLER                  PIC X(52).

       01 WSV-CONTADORES.
          05 WSV-CONT-LEIDOS         PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-POR-VENCER     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-SIN-RENOVAR    PIC 9(05) VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='CONTEXP'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-REVISA-CONTRATOS UNTIL WSS-CONTRATO-FIN.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           COMPUTE WSV-DIAS-CORRIDA =
               FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE).
           OPEN INPUT EXP-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ EXP-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                   IF EPR-DIAS NUMERIC AND EPR-DIAS > ZEROS
                       MOVE EPR-DIAS TO WSV-DIAS-AVISO
                   END-IF
               END-IF
               CLOSE EXP-PARAM-FILE
           END-IF.
           OPEN OUTPUT EXP-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CONTRATOS DE PRECIO POR VENCER EN ' WSV-DIAS-AVISO
                   ' DIAS   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXP-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO EXP-REPORT-LINE.
           WRITE EXP-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CLIENTE ARTICULO  RIGE     VENCE    DIAS'
                   '    PRECIO  RENOVADO'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXP-REPORT-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT EXP-CONTRATO-FILE.
           IF WSV-CONTRATO-STATUS NOT = '00'
               SET WSS-CONTRATO-FIN TO TRUE
               DISPLAY 'CONT-EXPIRY - SIN MAESTRO CONTMSTR, NADA '
                   'QUE REVISAR'
               MOVE '  SIN MAESTRO CONTMSTR' TO WSV-REPORTE-LINEA
               WRITE EXP-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

      *> EL MAESTRO VIENE EN ORDEN DE CLIENTE, ARTICULO Y VIGENCIA:
      *> CADA CONTRATO SE REVISA AL LEER EL SIGUIENTE, QUE DICE SI ES
      *> UNA RENOVACION DEL MISMO CLIENTE Y ARTICULO.
       020-REVISA-CONTRATOS.
           READ EXP-CONTRATO-FILE NEXT RECORD
               AT END SET WSS-CONTRATO-FIN TO TRUE
           END-READ.
           MOVE 'N' TO WSS-RENOVADO-SWITCHES.
           IF NOT WSS-CONTRATO-FIN
               ADD 1 TO WSV-CONT-LEIDOS
               IF WSS-HAY-ANTERIOR
                       AND CNR-CLIENTE = WSV-AN-CLIENTE
                       AND CNR-ARTICULO = WSV-AN-ARTICULO
                   SET WSS-CONTRATO-RENOVADO TO TRUE
               END-IF
           END-IF.
           IF WSS-HAY-ANTERIOR
               PERFORM 030-REVISA-ANTERIOR
           END-IF.
           IF NOT WSS-CONTRATO-FIN
               MOVE CONT-MASTER-RECORD TO WSV-ANTERIOR
               SET WSS-HAY-ANTERIOR TO TRUE
           END-IF.

      *> SOLO AVISA EL CONTRATO DE CLIENTE CON VENCIMIENTO, QUE YA
      *> RIGE, NO HA VENCIDO Y VENCE DENTRO DE LA VENTANA.
       030-REVISA-ANTERIOR.
           IF WSV-AN-CLIENTE NOT = WSC-CLIENTE-GENERAL
                   AND WSV-AN-FECHA-VENCE NOT = WSC-SIN-VENCIMIENTO
                   AND WSV-AN-FECHA-VIGENTE NOT > CTL-RUN-DATE
                   AND WSV-AN-FECHA-VENCE NOT < CTL-RUN-DATE
               COMPUTE WSV-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE (WSV-AN-FECHA-VENCE)
                   - WSV-DIAS-CORRIDA
               IF WSV-DIAS-RESTANTES NOT > WSV-DIAS-AVISO
                   PERFORM 040-AVISA-CONTRATO
               END-IF
           END-IF.

       040-AVISA-CONTRATO.
           ADD 1 TO WSV-CONT-POR-VENCER.
           MOVE WSV-DIAS-RESTANTES TO WSV-ED-DIAS.
           MOVE WSV-AN-PRECIO TO WSV-ED-PRECIO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-AN-CLIENTE '  ' WSV-AN-ARTICULO '    '
                   WSV-AN-FECHA-VIGENTE ' ' WSV-AN-FECHA-VENCE ' '
                   WSV-ED-DIAS '  ' WSV-ED-PRECIO '     '
                   WSS-RENOVADO-SWITCHES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXP-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF NOT WSS-CONTRATO-RENOVADO
               ADD 1 TO WSV-CONT-SIN-RENOVAR
               MOVE SPACES TO AUD-MENSAJE
               STRING 'CONTRATO SIN RENOVAR VENCE EN ' WSV-ED-DIAS
                       ' DIAS: ' WSV-AN-CLIENTE ' ' WSV-AN-ARTICULO
                       ' VENCE=' WSV-AN-FECHA-VENCE
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       090-TERMINA.
           MOVE SPACES TO EXP-REPORT-LINE.
           WRITE EXP-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CONTRATOS LEIDOS: ' WSV-CONT-LEIDOS
                   '  POR VENCER: ' WSV-CONT-POR-VENCER
                   '  SIN RENOVAR: ' WSV-CONT-SIN-RENOVAR
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE EXP-REPORT-LINE FROM WSV-REPORTE-LINEA.
           CLOSE EXP-REPORT-FILE.
           IF WSV-CONTRATO-STATUS = '00' OR WSV-CONTRATO-STATUS = '10'
               CLOSE EXP-CONTRATO-FILE
           END-IF.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           DISPLAY 'CONT-EXPIRY - LEIDOS: ' WSV-CONT-LEIDOS
               ' POR VENCER: ' WSV-CONT-POR-VENCER
               ' SIN RENOVAR: ' WSV-CONT-SIN-RENOVAR.

      *> FIJA EL RETURN-CODE: 4 SI ALGUN CONTRATO VENCE DENTRO DE LA
      *> VENTANA SIN RENOVACION CAPTURADA.
       099-FINALIZA.
           IF WSV-CONT-SIN-RENOVAR > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-CONT-EXPIRY.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Interfase de poliza contable del dia, ultimo paso del
      *          batch. Contabilidad volvia a teclear en el mayor los
      *          totales de POSTRPT, el registro de facturas, FEERPT y
      *          el registro de castigos. Este programa arma una sola
      *          poliza de partida doble para la fecha de corrida con
      *          los posteos del dia del maestro POSTLEDG, las facturas
      *          del dia de INVREG, las notas de credito de BILLCRED,
      *          los cargos de FEEBILL y los castigos del dia del
      *          archivo fechado SUSPWOFF (el detalle del registro
      *          SUSPWREG). Las cuentas del debe y del haber de cada
      *          origen y tipo de movimiento salen del catalogo GLMAP
      *          que mantiene PLATZI-GLMAP-MANT. La poliza se arma en
      *          el archivo de trabajo GLJWORK y solo se libera a GLJRNL
      *          si el debe y el haber cuadran y ningun movimiento quedo
      *          sin cuenta; de lo contrario GLJRNL queda vacio y la
      *          corrida sale con codigo 8. El listado GLJRPT presenta
      *          los movimientos ordenados por cuenta con su total.
      * Mod:    15-10-2026 - Nuevo origen PARKADJ: los ajustes que
      *         PLATZI-PARK-RESOLVE aplica en la fecha de corrida a
      *         posiciones POSTLEDG de dias anteriores entran a la
      *         poliza del dia (tipo AJ), ya que la posicion del dia
      *         de POSTLEDG no los incluye.
      * Mod:    15-10-2026 - El impuesto de las facturas y de las
      *         notas de credito va en su propio asiento (tipo IM de
      *         INVREG y de BILLCRED en GLMAP, contra la cuenta de
      *         impuesto por pagar); los asientos FA y NC quedan por
      *         el neto.
      * Mod:    15-10-2026 - Nuevo origen INVANUL: las facturas que
      *         PLATZI-INV-VOID anulo en la fecha de corrida revierten
      *         su venta (tipo FA, por el neto) y su impuesto (tipo IM)
      *         contra cuentas por cobrar. La reemision entra como
      *         factura del dia por INVREG.
      * Mod:    15-10-2026 - Las lineas 'D' de FEEBILL (reversos de
      *         cargo que autoriza credito en FEE-ASSESS) se asientan
      *         con su propio tipo RV de GLMAP, a la inversa del cargo.
      * Mod:    15-10-2026 - Los cargos de FEEBILL ya entran a la poliza
      *         cuando FACTURACION los cobra: en la factura (FA de
      *         INVREG) o en la nota de credito del reverso (NC de
      *         BILLCRED). CG y RV ahora solo reclasifican ese importe
      *         de ventas (o devoluciones) a ingreso por cargos, y solo
      *         se toman las lineas que FEE-ASSESS genero en la fecha
      *         de corrida (FLR-FECHA-CARGO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-GL-JOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJ-LEDGER-FILE  ASSIGN TO "POSTLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LGR-FECHA
                                    FILE STATUS IS WSV-LEDGER-STATUS.

           SELECT GLJ-REGISTRO-FILE ASSIGN TO "INVREG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-REGISTRO-STATUS.

           SELECT GLJ-CREDITO-FILE ASSIGN TO "BILLCRED"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CREDITO-STATUS.

           SELECT GLJ-CARGO-FILE   ASSIGN TO "FEEBILL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CARGO-STATUS.

           SELECT GLJ-CASTIGO-FILE ASSIGN TO "SUSPWOFF"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CASTIGO-STATUS.

           SELECT GLJ-AJUSTE-FILE  ASSIGN TO "PARKADJ"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-AJUSTE-STATUS.

           SELECT GLJ-ANULADA-FILE ASSIGN TO "INVANUL"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS IVA-NUMERO
                                    FILE STATUS IS WSV-ANULADA-STATUS.

           SELECT GLJ-MAPA-FILE    ASSIGN TO "GLMAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS GMR-LLAVE
                                    FILE STATUS IS WSV-MAPA-STATUS.

           SELECT GLJ-TRABAJO-FILE ASSIGN TO "GLJWORK"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLJ-ORDENADO-FILE ASSIGN TO "GLJSORT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLJ-DIARIO-FILE  ASSIGN TO "GLJRNL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLJ-REPORTE-FILE ASSIGN TO "GLJRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE POST-LEDGER-RECORD EN PLATZI-ARIT-POST.
       FD  GLJ-LEDGER-FILE.
       01  GLJ-LEDGER-RECORD.
           05 LGR-FECHA                PIC X(08).
           05 LGR-POSTEOS              PIC 9(05).
           05 LGR-VALOR                PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.

      *> MISMO LAYOUT QUE INV-REGISTRO-RECORD EN PLATZI-BILL-INVOICE.
       FD  GLJ-REGISTRO-FILE.
       01  GLJ-REGISTRO-RECORD.
           05 IVR-NUMERO               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 IVR-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(01).
           05 IVR-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 IVR-LINEAS               PIC 9(03).
           05 FILLER                   PIC X(01).
           05 IVR-TOTAL                PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVR-NETO                 PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVR-IMPUESTO             PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVR-ESTADO               PIC X(01).
           05 IVR-REFERENCIA           PIC 9(06).
           05 FILLER                   PIC X(01).

      *> MISMO LAYOUT QUE INV-ANULADA-RECORD EN PLATZI-INV-VOID.
       FD  GLJ-ANULADA-FILE.
       01  GLJ-ANULADA-RECORD.
           05 IVA-NUMERO               PIC 9(06).
           05 IVA-CLIENTE              PIC X(06).
           05 IVA-FECHA-FACTURA        PIC 9(08).
           05 IVA-FECHA-ANULA          PIC 9(08).
           05 IVA-LINEAS               PIC 9(03).
           05 IVA-NETO                 PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVA-IMPUESTO             PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVA-TOTAL                PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVA-MOTIVO               PIC X(30).
           05 IVA-APROBADOR            PIC X(08).
           05 IVA-REEMISION            PIC 9(06).
           05 IVA-RE-LINEAS            PIC 9(03).
           05 IVA-RE-NETO              PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVA-RE-IMPUESTO          PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVA-RE-TOTAL             PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVA-REGISTRADA           PIC X(01).
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE FAC-SALIDA-RECORD EN PLATZI-FACTURACION
      *> (BILLCRED LO COMPARTE CON BILLOUT, EXTENSION NEGATIVA).
       FD  GLJ-CREDITO-FILE.
       01  GLJ-CREDITO-RECORD.
           05 FSR-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(1).
           05 FSR-ARTICULO             PIC X(06).
           05 FILLER                   PIC X(1).
           05 FSR-CANTIDAD             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 FSR-PRECIO-UNITARIO      PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 FSR-EXTENSION            PIC S9(10)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 FSR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 FSR-CODIGO-IMPUESTO      PIC X(02).
           05 FILLER                   PIC X(1).
           05 FSR-IMPUESTO             PIC S9(10)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 FSR-EXENTO               PIC X(01).
           05 FILLER                   PIC X(1).
           05 FSR-ORIGEN-PRECIO        PIC X(01).

      *> MISMO LAYOUT QUE FEE-SALIDA-RECORD EN PLATZI-FEE-ASSESS (EL
      *> LAYOUT DE BILLIN MAS LA FECHA DE CORRIDA DEL CARGO).
       FD  GLJ-CARGO-FILE.
       01  GLJ-CARGO-RECORD.
           05 FLR-CLIENTE              PIC X(06).
           05 FLR-ARTICULO             PIC X(06).
           05 FLR-CANTIDAD             PIC 9(5)V99.
           05 FLR-PRECIO-UNITARIO      PIC 9(5)V99.
           05 FLR-ACCION               PIC X(01).
           05 FLR-FECHA-CARGO          PIC 9(08).
           05 FILLER                   PIC X(45).

      *> MISMO LAYOUT QUE SUSP-CASTIGO-RECORD EN PLATZI-SUSP-RECYCLE.
       FD  GLJ-CASTIGO-FILE.
       01  GLJ-CASTIGO-RECORD.
           05 SWF-NUMERO-A             PIC 9(5)V99.
           05 SWF-NUMERO-B             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 SWF-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(1).
           05 SWF-FECHA-SUSPENSO       PIC 9(08).
           05 FILLER                   PIC X(1).
           05 SWF-DIAS-EN-SUSPENSO     PIC 9(03).
           05 FILLER                   PIC X(1).
           05 SWF-FECHA-CASTIGO        PIC 9(08).

      *> MISMO LAYOUT QUE PRK-AJUSTE-RECORD EN PLATZI-PARK-RESOLVE.
       FD  GLJ-AJUSTE-FILE.
       01  GLJ-AJUSTE-RECORD.
           05 PAJ-FECHA-AJUSTE         PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PAJ-FECHA-POSICION       PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PAJ-FECHA-PARQUEO        PIC 9(08).
           05 PAJ-SECUENCIA            PIC 9(05).
           05 FILLER                   PIC X(01).
           05 PAJ-NUMERO-A             PIC 9(5)V99.
           05 PAJ-NUMERO-B             PIC 9(5)V99.
           05 FILLER                   PIC X(01).
           05 PAJ-NUEVO-A              PIC 9(5)V99.
           05 PAJ-NUEVO-B              PIC 9(5)V99.
           05 FILLER                   PIC X(01).
           05 PAJ-VALOR                PIC S9(6)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(01).
           05 PAJ-ANALISTA             PIC X(08).
           05 FILLER                   PIC X(01).

      *> MISMO LAYOUT QUE GL-MAP-RECORD EN PLATZI-GLMAP-MANT.
       FD  GLJ-MAPA-FILE.
       01  GL-MAP-RECORD.
           05 GMR-LLAVE.
              10 GMR-ORIGEN            PIC X(08).
              10 GMR-TIPO              PIC X(02).
           05 GMR-CUENTA-DEBE          PIC X(10).
           05 GMR-CUENTA-HABER         PIC X(10).
           05 GMR-DESCRIPCION          PIC X(30).

      *> MOVIMIENTO DE LA POLIZA: FECHA, NUMERO DE ASIENTO, CUENTA,
      *> NATURALEZA ('D' DEBE, 'H' HABER), IMPORTE, ORIGEN, TIPO Y
      *> REFERENCIA DEL DOCUMENTO. GLJWORK, GLJSORT Y GLJRNL COMPARTEN
      *> ESTE ORDEN DE BYTES (EL SORT MUEVE POR POSICION).
       FD  GLJ-TRABAJO-FILE.
       01  GLJ-TRABAJO-RECORD.
           05 GJL-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 GJL-ASIENTO              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 GJL-CUENTA               PIC X(10).
           05 FILLER                   PIC X(01).
           05 GJL-NATURALEZA           PIC X(01).
           05 FILLER                   PIC X(01).
           05 GJL-IMPORTE              PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 GJL-ORIGEN               PIC X(08).
           05 FILLER                   PIC X(01).
           05 GJL-TIPO                 PIC X(02).
           05 FILLER                   PIC X(01).
           05 GJL-REFERENCIA           PIC X(12).
           05 FILLER                   PIC X(13).

       FD  GLJ-ORDENADO-FILE.
       01  GLJ-ORDENADO-RECORD.
           05 GJO-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 GJO-ASIENTO              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 GJO-CUENTA               PIC X(10).
           05 FILLER                   PIC X(01).
           05 GJO-NATURALEZA           PIC X(01).
              88 GJO-DEBE                        VALUE 'D'.
              88 GJO-HABER                       VALUE 'H'.
           05 FILLER                   PIC X(01).
           05 GJO-IMPORTE              PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 GJO-ORIGEN               PIC X(08).
           05 FILLER                   PIC X(01).
           05 GJO-TIPO                 PIC X(02).
           05 FILLER                   PIC X(01).
           05 GJO-REFERENCIA           PIC X(12).
           05 FILLER                   PIC X(13).

       FD  GLJ-DIARIO-FILE.
       01  GLJ-DIARIO-RECORD           PIC X(80).

       FD  GLJ-REPORTE-FILE.
       01  GLJ-REPORTE-LINE            PIC X(80).

      *> MISMO ORDEN DE BYTES QUE GLJ-TRABAJO-RECORD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SWR-ASIENTO              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 SWR-CUENTA               PIC X(10).
           05 FILLER                   PIC X(01).
           05 SWR-NATURALEZA           PIC X(01).
           05 FILLER                   PIC X(01).
           05 SWR-IMPORTE              PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 SWR-ORIGEN               PIC X(08).
           05 FILLER                   PIC X(01).
           05 SWR-TIPO                 PIC X(02).
           05 FILLER                   PIC X(01).
           05 SWR-REFERENCIA           PIC X(12).
           05 FILLER                   PIC X(13).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-REGISTRO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-REGISTRO-FIN                  VALUE '0'.

       77 WSS-ANULADA-SWITCHES       PIC X     VALUE '1'.
           88 WSS-ANULADA-FIN                   VALUE '0'.

       77 WSS-CREDITO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-CREDITO-FIN                   VALUE '0'.

       77 WSS-CARGO-SWITCHES         PIC X     VALUE '1'.
           88 WSS-CARGO-FIN                     VALUE '0'.

       77 WSS-CASTIGO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-CASTIGO-FIN                   VALUE '0'.

       77 WSS-AJUSTE-SWITCHES        PIC X     VALUE '1'.
           88 WSS-AJUSTE-FIN                    VALUE '0'.

       77 WSS-ORDENADO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-ORDENADO-FIN                  VALUE '0'.

       77 WSS-MAPA-SWITCHES          PIC X     VALUE '0'.
           88 WSS-MAPA-DISPONIBLE               VALUE '1'.

       77 WSV-LEDGER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-REGISTRO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-ANULADA-STATUS         PIC XX    VALUE SPACES.
       77 WSV-CREDITO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-CARGO-STATUS           PIC XX    VALUE SPACES.
       77 WSV-CASTIGO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-AJUSTE-STATUS          PIC XX    VALUE SPACES.
       77 WSV-MAPA-STATUS            PIC XX    VALUE SPACES.

      *> MOVIMIENTO EN ARMADO: ORIGEN Y TIPO (LLAVE DE GLMAP), IMPORTE
      *> FIRMADO Y REFERENCIA. UN IMPORTE NEGATIVO INVIERTE EL DEBE Y
      *> EL HABER DEL CATALOGO.
       01 WSV-ASIENTO-TRABAJO.
          05 WSV-AS-ORIGEN           PIC X(08) VALUE SPACES.
          05 WSV-AS-TIPO             PIC X(02) VALUE SPACES.
          05 WSV-AS-IMPORTE          PIC S9(11)V99 VALUE ZEROS.
          05 WSV-AS-REFERENCIA       PIC X(12) VALUE SPACES.
          05 WSV-AS-CUENTA-DEBE      PIC X(10) VALUE SPACES.
          05 WSV-AS-CUENTA-HABER     PIC X(10) VALUE SPACES.
          05 WSV-AS-CUENTA           PIC X(10) VALUE SPACES.
          05 WSV-AS-NATURALEZA       PIC X(01) VALUE SPACES.

       77 WSV-ASIENTO                PIC 9(06) VALUE ZEROS.

      *> CORTE DE CONTROL DEL LISTADO POR CUENTA
       77 WSV-CUENTA-CONTROL         PIC X(10) VALUE SPACES.
       77 WSV-CTA-DEBE               PIC 9(11)V99 VALUE ZEROS.
       77 WSV-CTA-HABER              PIC 9(11)V99 VALUE ZEROS.

       *> CONTADORES Y TOTALES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-POSTEOS        PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-FACTURAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ANULADAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CREDITOS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CARGOS         PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CASTIGOS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-AJUSTES        PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-IMPUESTOS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-SIN-CUENTA     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-LINEAS         PIC 9(05) VALUE ZEROS.
          05 WSV-TOT-DEBE            PIC 9(11)V99 VALUE ZEROS.
          05 WSV-TOT-HABER           PIC 9(11)V99 VALUE ZEROS.

      *> LA POLIZA CUADRO Y SE LIBERO A GLJRNL
       77 WSS-LIBERADA-SWITCHES      PIC X     VALUE '0'.
           88 WSS-POLIZA-LIBERADA               VALUE '1'.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='GLJRNL  '==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-POSTEOS.
           PERFORM 030-FACTURAS.
           PERFORM 035-ANULACIONES.
           PERFORM 040-CREDITOS.
           PERFORM 050-CARGOS.
           PERFORM 060-CASTIGOS.
           PERFORM 065-AJUSTES.
           CLOSE GLJ-TRABAJO-FILE.
           PERFORM 075-LISTA-POR-CUENTA.
           PERFORM 085-LIBERA-POLIZA.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT GLJ-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'POLIZA CONTABLE DEL DIA   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO GLJ-REPORTE-LINE.
           WRITE GLJ-REPORTE-LINE.
           OPEN INPUT GLJ-MAPA-FILE.
           IF WSV-MAPA-STATUS = '00'
               SET WSS-MAPA-DISPONIBLE TO TRUE
           ELSE
               MOVE 'SIN CATALOGO GLMAP, NINGUN MOVIMIENTO TIENE CUENTA'
                   TO WSV-REPORTE-LINEA
               WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           OPEN OUTPUT GLJ-TRABAJO-FILE.

      *> POSICION DEL DIA EN EL MAESTRO DE POSTEO: UN SOLO ASIENTO POR
      *> EL VALOR POSTEADO DE LA FECHA DE CORRIDA.
       020-POSTEOS.
           OPEN INPUT GLJ-LEDGER-FILE.
           IF WSV-LEDGER-STATUS = '00'
               MOVE CTL-RUN-DATE TO LGR-FECHA
               READ GLJ-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WSV-CONT-POSTEOS
                       MOVE 'POSTLEDG' TO WSV-AS-ORIGEN
                       MOVE 'PO' TO WSV-AS-TIPO
                       MOVE LGR-VALOR TO WSV-AS-IMPORTE
                       MOVE SPACES TO WSV-AS-REFERENCIA
                       STRING 'POSTEOS ' LGR-POSTEOS
                               DELIMITED BY SIZE INTO WSV-AS-REFERENCIA
                       PERFORM 070-GENERA-ASIENTO
               END-READ
               CLOSE GLJ-LEDGER-FILE
           END-IF.

      *> FACTURAS EMITIDAS EN LA FECHA DE CORRIDA (INVREG ES
      *> ACUMULATIVO): UN ASIENTO POR EL NETO DE CADA FACTURA Y OTRO
      *> POR SU IMPUESTO CUANDO LO LLEVA.
       030-FACTURAS.
           OPEN INPUT GLJ-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS = '00'
               PERFORM 032-LEE-FACTURA
               PERFORM 031-ASIENTO-FACTURA UNTIL WSS-REGISTRO-FIN
               CLOSE GLJ-REGISTRO-FILE
           END-IF.

       031-ASIENTO-FACTURA.
           IF IVR-FECHA = CTL-RUN-DATE
               ADD 1 TO WSV-CONT-FACTURAS
               MOVE 'INVREG' TO WSV-AS-ORIGEN
               MOVE 'FA' TO WSV-AS-TIPO
               MOVE IVR-NETO TO WSV-AS-IMPORTE
               MOVE SPACES TO WSV-AS-REFERENCIA
               STRING 'FACT ' IVR-NUMERO
                       DELIMITED BY SIZE INTO WSV-AS-REFERENCIA
               PERFORM 070-GENERA-ASIENTO
               IF IVR-IMPUESTO NOT = ZEROS
                   ADD 1 TO WSV-CONT-IMPUESTOS
                   MOVE 'IM' TO WSV-AS-TIPO
                   MOVE IVR-IMPUESTO TO WSV-AS-IMPORTE
                   PERFORM 070-GENERA-ASIENTO
               END-IF
           END-IF.
           PERFORM 032-LEE-FACTURA.

       032-LEE-FACTURA.
           READ GLJ-REGISTRO-FILE
               AT END SET WSS-REGISTRO-FIN TO TRUE
           END-READ.

      *> FACTURAS ANULADAS EN LA FECHA DE CORRIDA (INVANUL ES
      *> ACUMULATIVO): UN ASIENTO QUE REVIERTE EL NETO DE LA FACTURA Y
      *> OTRO SU IMPUESTO, CON LAS CUENTAS DEL ORIGEN INVANUL.
       035-ANULACIONES.
           OPEN INPUT GLJ-ANULADA-FILE.
           IF WSV-ANULADA-STATUS = '00'
               PERFORM 037-LEE-ANULADA
               PERFORM 036-ASIENTO-ANULACION UNTIL WSS-ANULADA-FIN
               CLOSE GLJ-ANULADA-FILE
           END-IF.

       036-ASIENTO-ANULACION.
           IF IVA-FECHA-ANULA = CTL-RUN-DATE
               ADD 1 TO WSV-CONT-ANULADAS
               MOVE 'INVANUL' TO WSV-AS-ORIGEN
               MOVE 'FA' TO WSV-AS-TIPO
               MOVE IVA-NETO TO WSV-AS-IMPORTE
               MOVE SPACES TO WSV-AS-REFERENCIA
               STRING 'ANUL ' IVA-NUMERO
                       DELIMITED BY SIZE INTO WSV-AS-REFERENCIA
               PERFORM 070-GENERA-ASIENTO
               IF IVA-IMPUESTO NOT = ZEROS
                   ADD 1 TO WSV-CONT-IMPUESTOS
                   MOVE 'IM' TO WSV-AS-TIPO
                   MOVE IVA-IMPUESTO TO WSV-AS-IMPORTE
                   PERFORM 070-GENERA-ASIENTO
               END-IF
           END-IF.
           PERFORM 037-LEE-ANULADA.

       037-LEE-ANULADA.
           READ GLJ-ANULADA-FILE
               AT END SET WSS-ANULADA-FIN TO TRUE
           END-READ.

      *> NOTAS DE CREDITO DEL DIA: LA EXTENSION VIENE NEGATIVA, EL
      *> ASIENTO SE ARMA POR SU VALOR ABSOLUTO REDONDEADO A CENTAVOS;
      *> EL IMPUESTO DEVUELTO (TAMBIEN NEGATIVO) VA EN SU PROPIO
      *> ASIENTO IM DE BILLCRED.
       040-CREDITOS.
           OPEN INPUT GLJ-CREDITO-FILE.
           IF WSV-CREDITO-STATUS = '00'
               PERFORM 042-LEE-CREDITO
               PERFORM 041-ASIENTO-CREDITO UNTIL WSS-CREDITO-FIN
               CLOSE GLJ-CREDITO-FILE
           END-IF.

       041-ASIENTO-CREDITO.
           IF FSR-FECHA-PROCESO = CTL-RUN-DATE
               ADD 1 TO WSV-CONT-CREDITOS
               MOVE 'BILLCRED' TO WSV-AS-ORIGEN
               MOVE 'NC' TO WSV-AS-TIPO
               COMPUTE WSV-AS-IMPORTE ROUNDED = ZERO - FSR-EXTENSION
               MOVE SPACES TO WSV-AS-REFERENCIA
               STRING FSR-CLIENTE FSR-ARTICULO
                       DELIMITED BY SIZE INTO WSV-AS-REFERENCIA
               PERFORM 070-GENERA-ASIENTO
               IF FSR-IMPUESTO NOT = ZEROS
                   ADD 1 TO WSV-CONT-IMPUESTOS
                   MOVE 'IM' TO WSV-AS-TIPO
                   COMPUTE WSV-AS-IMPORTE = ZERO - FSR-IMPUESTO
                   PERFORM 070-GENERA-ASIENTO
               END-IF
           END-IF.
           PERFORM 042-LEE-CREDITO.

       042-LEE-CREDITO.
           READ GLJ-CREDITO-FILE
               AT END SET WSS-CREDITO-FIN TO TRUE
           END-READ.

      *> CARGOS DEL DIA DE FEE-ASSESS: CANTIDAD POR PRECIO DE LA LINEA.
      *> EL CARGO YA ESTA EN LA POLIZA POR LA FACTURA QUE LO COBRA (FA
      *> DE INVREG, CUENTAS POR COBRAR CONTRA VENTAS), ASI QUE CG SOLO
      *> LO PASA DE VENTAS A INGRESO POR CARGOS; UN REVERSO ('D') YA
      *> ESTA POR SU NOTA DE CREDITO (NC DE BILLCRED) Y RV LO PASA DE
      *> DEVOLUCIONES A INGRESO POR CARGOS. FEEBILL SE REESCRIBE EN
      *> CADA CORRIDA DE FEE-ASSESS; UNA LINEA DE OTRA FECHA (FEE-ASSESS
      *> NO CORRIO HOY) YA SE RECLASIFICO Y SE BRINCA.
       050-CARGOS.
           OPEN INPUT GLJ-CARGO-FILE.
           IF WSV-CARGO-STATUS = '00'
               PERFORM 052-LEE-CARGO
               PERFORM 051-ASIENTO-CARGO UNTIL WSS-CARGO-FIN
               CLOSE GLJ-CARGO-FILE
           END-IF.

       051-ASIENTO-CARGO.
           IF FLR-FECHA-CARGO IS NUMERIC
               IF FLR-FECHA-CARGO = CTL-RUN-DATE
                   PERFORM 053-RECLASIFICA-CARGO
               END-IF
           END-IF.
           PERFORM 052-LEE-CARGO.

       053-RECLASIFICA-CARGO.
           ADD 1 TO WSV-CONT-CARGOS.
           MOVE 'FEEBILL' TO WSV-AS-ORIGEN.
           IF FLR-ACCION = 'D'
               MOVE 'RV' TO WSV-AS-TIPO
           ELSE
               MOVE 'CG' TO WSV-AS-TIPO
           END-IF.
           COMPUTE WSV-AS-IMPORTE ROUNDED =
               FLR-CANTIDAD * FLR-PRECIO-UNITARIO.
           MOVE SPACES TO WSV-AS-REFERENCIA.
           STRING FLR-CLIENTE FLR-ARTICULO
                   DELIMITED BY SIZE INTO WSV-AS-REFERENCIA.
           PERFORM 070-GENERA-ASIENTO.

       052-LEE-CARGO.
           READ GLJ-CARGO-FILE
               AT END SET WSS-CARGO-FIN TO TRUE
           END-READ.

      *> CASTIGOS DEL DIA (SWF-FECHA-CASTIGO = FECHA DE CORRIDA; EL
      *> ARCHIVO ES ACUMULATIVO). EL IMPORTE ES EL MONTO DE POSTEO DEL
      *> PAR CASTIGADO, A MAS B, EL MISMO CRITERIO DE AOR-R-ADD.
       060-CASTIGOS.
           OPEN INPUT GLJ-CASTIGO-FILE.
           IF WSV-CASTIGO-STATUS = '00'
               PERFORM 062-LEE-CASTIGO
               PERFORM 061-ASIENTO-CASTIGO UNTIL WSS-CASTIGO-FIN
               CLOSE GLJ-CASTIGO-FILE
           END-IF.

       061-ASIENTO-CASTIGO.
           IF SWF-FECHA-CASTIGO = CTL-RUN-DATE
               ADD 1 TO WSV-CONT-CASTIGOS
               MOVE 'SUSPWOFF' TO WSV-AS-ORIGEN
               MOVE 'CS' TO WSV-AS-TIPO
               COMPUTE WSV-AS-IMPORTE = SWF-NUMERO-A + SWF-NUMERO-B
               MOVE SPACES TO WSV-AS-REFERENCIA
               STRING 'SUSP ' SWF-FECHA-SUSPENSO
                       DELIMITED BY SIZE INTO WSV-AS-REFERENCIA
               PERFORM 070-GENERA-ASIENTO
           END-IF.
           PERFORM 062-LEE-CASTIGO.

       062-LEE-CASTIGO.
           READ GLJ-CASTIGO-FILE
               AT END SET WSS-CASTIGO-FIN TO TRUE
           END-READ.

      *> AJUSTES DE PARQUEADOS LIBERADOS HOY (PAJ-FECHA-AJUSTE = FECHA
      *> DE CORRIDA; PARKADJ ES ACUMULATIVO), AUNQUE LA POSICION QUE
      *> AJUSTAN SEA DE OTRO DIA.
       065-AJUSTES.
           OPEN INPUT GLJ-AJUSTE-FILE.
           IF WSV-AJUSTE-STATUS = '00'
               PERFORM 067-LEE-AJUSTE
               PERFORM 066-ASIENTO-AJUSTE UNTIL WSS-AJUSTE-FIN
               CLOSE GLJ-AJUSTE-FILE
           END-IF.

       066-ASIENTO-AJUSTE.
           IF PAJ-FECHA-AJUSTE = CTL-RUN-DATE
               ADD 1 TO WSV-CONT-AJUSTES
               MOVE 'PARKADJ' TO WSV-AS-ORIGEN
               MOVE 'AJ' TO WSV-AS-TIPO
               MOVE PAJ-VALOR TO WSV-AS-IMPORTE
               MOVE SPACES TO WSV-AS-REFERENCIA
               STRING 'POS ' PAJ-FECHA-POSICION
                       DELIMITED BY SIZE INTO WSV-AS-REFERENCIA
               PERFORM 070-GENERA-ASIENTO
           END-IF.
           PERFORM 067-LEE-AJUSTE.

       067-LEE-AJUSTE.
           READ GLJ-AJUSTE-FILE
               AT END SET WSS-AJUSTE-FIN TO TRUE
           END-READ.

      *> ARMA EL ASIENTO DE PARTIDA DOBLE DEL MOVIMIENTO DEJADO EN
      *> WSV-ASIENTO-TRABAJO CON LAS CUENTAS DEL CATALOGO GLMAP. UN
      *> MOVIMIENTO SIN CUENTA (ORIGEN/TIPO AUSENTE O CON UNA CUENTA EN
      *> BLANCO) NO ENTRA A LA POLIZA Y BLOQUEA SU LIBERACION.
       070-GENERA-ASIENTO.
           IF WSV-AS-IMPORTE NOT = ZEROS
               MOVE SPACES TO WSV-AS-CUENTA-DEBE
               MOVE SPACES TO WSV-AS-CUENTA-HABER
               IF WSS-MAPA-DISPONIBLE
                   MOVE WSV-AS-ORIGEN TO GMR-ORIGEN
                   MOVE WSV-AS-TIPO TO GMR-TIPO
                   READ GLJ-MAPA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GMR-CUENTA-DEBE TO WSV-AS-CUENTA-DEBE
                           MOVE GMR-CUENTA-HABER
                               TO WSV-AS-CUENTA-HABER
                   END-READ
               END-IF
               IF WSV-AS-CUENTA-DEBE = SPACES
                       OR WSV-AS-CUENTA-HABER = SPACES
                   PERFORM 074-SIN-CUENTA
               ELSE
                   ADD 1 TO WSV-ASIENTO
                   IF WSV-AS-IMPORTE < ZEROS
                       COMPUTE WSV-AS-IMPORTE = ZERO - WSV-AS-IMPORTE
                       MOVE WSV-AS-CUENTA-HABER TO WSV-AS-CUENTA
                       MOVE WSV-AS-CUENTA-DEBE TO WSV-AS-CUENTA-HABER
                       MOVE WSV-AS-CUENTA TO WSV-AS-CUENTA-DEBE
                   END-IF
                   MOVE WSV-AS-CUENTA-DEBE TO WSV-AS-CUENTA
                   MOVE 'D' TO WSV-AS-NATURALEZA
                   PERFORM 072-GRABA-MOVIMIENTO
                   ADD WSV-AS-IMPORTE TO WSV-TOT-DEBE
                   MOVE WSV-AS-CUENTA-HABER TO WSV-AS-CUENTA
                   MOVE 'H' TO WSV-AS-NATURALEZA
                   PERFORM 072-GRABA-MOVIMIENTO
                   ADD WSV-AS-IMPORTE TO WSV-TOT-HABER
               END-IF
           END-IF.

      *> GRABA UN LADO DEL ASIENTO; WSV-AS-CUENTA Y WSV-AS-NATURALEZA
      *> LOS DEJA PUESTOS EL INVOCADOR.
       072-GRABA-MOVIMIENTO.
           MOVE SPACES TO GLJ-TRABAJO-RECORD.
           MOVE CTL-RUN-DATE TO GJL-FECHA.
           MOVE WSV-ASIENTO TO GJL-ASIENTO.
           MOVE WSV-AS-CUENTA TO GJL-CUENTA.
           MOVE WSV-AS-NATURALEZA TO GJL-NATURALEZA.
           MOVE WSV-AS-IMPORTE TO GJL-IMPORTE.
           MOVE WSV-AS-ORIGEN TO GJL-ORIGEN.
           MOVE WSV-AS-TIPO TO GJL-TIPO.
           MOVE WSV-AS-REFERENCIA TO GJL-REFERENCIA.
           WRITE GLJ-TRABAJO-RECORD.
           ADD 1 TO WSV-CONT-LINEAS.

       074-SIN-CUENTA.
           ADD 1 TO WSV-CONT-SIN-CUENTA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'SIN CUENTA EN GLMAP: ' WSV-AS-ORIGEN
                   ' ' WSV-AS-TIPO ' ' WSV-AS-REFERENCIA
                   ' IMPORTE: ' WSV-AS-IMPORTE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-REPORTE-LINEA TO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> ORDENA LA POLIZA POR CUENTA Y NATURALEZA Y LA LISTA CON UN
      *> TOTAL DE DEBE Y HABER POR CUENTA.
       075-LISTA-POR-CUENTA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-CUENTA SWR-NATURALEZA SWR-ASIENTO
               USING GLJ-TRABAJO-FILE
               GIVING GLJ-ORDENADO-FILE.
           MOVE SPACES TO GLJ-REPORTE-LINE.
           WRITE GLJ-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CUENTA     N ASIENTO IMPORTE       '
                   'ORIGEN   TP REFERENCIA'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT GLJ-ORDENADO-FILE.
           PERFORM 078-LEE-ORDENADO.
           IF NOT WSS-ORDENADO-FIN
               MOVE GJO-CUENTA TO WSV-CUENTA-CONTROL
           END-IF.
           PERFORM 076-LISTA-MOVIMIENTO UNTIL WSS-ORDENADO-FIN.
           IF WSV-CONT-LINEAS > ZEROS
               PERFORM 077-TOTAL-CUENTA
           END-IF.
           CLOSE GLJ-ORDENADO-FILE.

       076-LISTA-MOVIMIENTO.
           IF GJO-CUENTA NOT = WSV-CUENTA-CONTROL
               PERFORM 077-TOTAL-CUENTA
               MOVE GJO-CUENTA TO WSV-CUENTA-CONTROL
           END-IF.
           IF GJO-DEBE
               ADD GJO-IMPORTE TO WSV-CTA-DEBE
           ELSE
               ADD GJO-IMPORTE TO WSV-CTA-HABER
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING GJO-CUENTA ' ' GJO-NATURALEZA ' ' GJO-ASIENTO
                   ' ' GJO-IMPORTE ' ' GJO-ORIGEN ' ' GJO-TIPO
                   ' ' GJO-REFERENCIA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 078-LEE-ORDENADO.

       077-TOTAL-CUENTA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  TOTAL CUENTA ' WSV-CUENTA-CONTROL
                   ' DEBE: ' WSV-CTA-DEBE
                   ' HABER: ' WSV-CTA-HABER
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE ZEROS TO WSV-CTA-DEBE.
           MOVE ZEROS TO WSV-CTA-HABER.

       078-LEE-ORDENADO.
           READ GLJ-ORDENADO-FILE
               AT END SET WSS-ORDENADO-FIN TO TRUE
           END-READ.

      *> LA POLIZA SOLO SE LIBERA A GLJRNL SI EL DEBE CUADRA CON EL
      *> HABER Y NINGUN MOVIMIENTO QUEDO SIN CUENTA; SI NO, GLJRNL SE
      *> DEJA VACIO PARA QUE CONTABILIDAD NO CARGUE UNA POLIZA PARCIAL.
       085-LIBERA-POLIZA.
           OPEN OUTPUT GLJ-DIARIO-FILE.
           IF WSV-TOT-DEBE = WSV-TOT-HABER
                   AND WSV-CONT-SIN-CUENTA = ZEROS
               SET WSS-POLIZA-LIBERADA TO TRUE
               OPEN INPUT GLJ-TRABAJO-FILE
               MOVE '1' TO WSS-ORDENADO-SWITCHES
               PERFORM 086-COPIA-MOVIMIENTO UNTIL WSS-ORDENADO-FIN
               CLOSE GLJ-TRABAJO-FILE
           ELSE
               MOVE SPACES TO AUD-MENSAJE
               STRING 'POLIZA NO LIBERADA FECHA=' CTL-RUN-DATE
                       ' DEBE=' WSV-TOT-DEBE
                       ' HABER=' WSV-TOT-HABER
                       ' SIN CUENTA=' WSV-CONT-SIN-CUENTA
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ERROR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           CLOSE GLJ-DIARIO-FILE.

       086-COPIA-MOVIMIENTO.
           READ GLJ-TRABAJO-FILE
               AT END SET WSS-ORDENADO-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORDENADO-FIN
               WRITE GLJ-DIARIO-RECORD FROM GLJ-TRABAJO-RECORD
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSS-MAPA-DISPONIBLE
               CLOSE GLJ-MAPA-FILE
           END-IF.
           MOVE SPACES TO GLJ-REPORTE-LINE.
           WRITE GLJ-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'POSTEOS: ' WSV-CONT-POSTEOS
                   ' FACT: ' WSV-CONT-FACTURAS
                   ' NC: ' WSV-CONT-CREDITOS
                   ' CARGOS: ' WSV-CONT-CARGOS
                   ' CAST: ' WSV-CONT-CASTIGOS
                   ' AJUS: ' WSV-CONT-AJUSTES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ASIENTOS: ' WSV-ASIENTO
                   ' ANUL: ' WSV-CONT-ANULADAS
                   ' IMPUESTOS: ' WSV-CONT-IMPUESTOS
                   ' MOVTOS: ' WSV-CONT-LINEAS
                   ' SIN CUENTA: ' WSV-CONT-SIN-CUENTA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TOTAL DEBE: ' WSV-TOT-DEBE
                   '   TOTAL HABER: ' WSV-TOT-HABER
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           IF WSS-POLIZA-LIBERADA
               MOVE 'POLIZA CUADRADA, LIBERADA A GLJRNL'
                   TO WSV-REPORTE-LINEA
           ELSE
               MOVE 'POLIZA NO CUADRA O INCOMPLETA, NO SE LIBERA'
                   TO WSV-REPORTE-LINEA
           END-IF.
           WRITE GLJ-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'GL-JOURNAL - ASIENTOS: ' WSV-ASIENTO
               ' DEBE: ' WSV-TOT-DEBE
               ' HABER: ' WSV-TOT-HABER
               ' SIN CUENTA: ' WSV-CONT-SIN-CUENTA.
           CLOSE GLJ-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 8 SI LA POLIZA NO SE LIBERO (DESCUADRE O
      *> MOVIMIENTOS SIN CUENTA), 0 SI SALIO CUADRADA.
       099-FINALIZA.
           IF WSS-POLIZA-LIBERADA
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-GL-JOURNAL.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Anulacion y reemision de facturas. Una factura mal
      *          emitida se corregia a mano sobre el impreso y el
      *          consecutivo de INVCTL quedaba sin explicar. Cada
      *          anulacion llega en INVVTRAN con el numero de factura,
      *          el motivo, el aprobador y si se reemite; le pueden
      *          seguir lineas de correccion (articulo, cantidad y
      *          precio) que sustituyen las del mismo articulo en la
      *          reemision (cantidad cero la quita). La factura se
      *          reconstruye de su detalle INVDET, se imprime en INVVDOC
      *          el documento de reverso completo bajo el mismo numero
      *          marcado ANULADA y queda en el maestro indexado INVANUL;
      *          la reemision toma el siguiente numero de INVCTL, hace
      *          referencia a la anulada, graba su detalle en INVDET y
      *          su impuesto se recalcula con la tasa vigente de
      *          TAXMSTR (las lineas sin correccion conservan el suyo).
      *          El impuesto anulado y el reemitido van a TAXDET con
      *          consecutivos desde 50001. En INVREG la anulada queda
      *          con estado 'V' y la reemision se agrega con estado 'R'.
      *          No se anula una factura sin motivo o aprobador, sin
      *          detalle, ya anulada, ni con creditos o cobros
      *          aplicados en ARMSTR. El registro INVVREG lista las
      *          anulaciones y rechazos del dia y recorre el consecutivo
      *          completo de INVREG para demostrar que cada numero
      *          hasta el de INVCTL esta emitido, anulado o reemitido,
      *          sin faltantes ni duplicados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-INV-VOID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-TRAN-FILE    ASSIGN TO "INVVTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

           SELECT INV-CONTROL-FILE ASSIGN TO "INVCTL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CONTROL-STATUS.

           SELECT INV-DETALLE-FILE ASSIGN TO "INVDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS IVD-LLAVE
                                    FILE STATUS IS WSV-DETALLE-STATUS.

           SELECT INV-ANULADA-FILE ASSIGN TO "INVANUL"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS IVA-NUMERO
                                    FILE STATUS IS WSV-ANULADA-STATUS.

           SELECT INV-CXC-FILE     ASSIGN TO "ARMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ARM-FACTURA
                                    ALTERNATE RECORD KEY IS ARM-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS IS WSV-CXC-STATUS.

           SELECT INV-TASA-FILE    ASSIGN TO "TAXMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXR-LLAVE
                                    FILE STATUS IS WSV-TASA-STATUS.

           SELECT INV-DETALLE-IMP-FILE ASSIGN TO "TAXDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXD-LLAVE
                                    FILE STATUS IS WSV-IMPDET-STATUS.

           SELECT INV-REGISTRO-FILE ASSIGN TO "INVREG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-REGISTRO-STATUS.

           SELECT INV-TRABAJO-FILE ASSIGN TO "INVRWRK"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRABAJO-STATUS.

           SELECT INV-ORDENADO-FILE ASSIGN TO "INVRSRT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INV-DOCUMENTO-FILE ASSIGN TO "INVVDOC"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INV-REPORTE-FILE ASSIGN TO "INVVREG"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *> TRANSACCION DE ANULACION: UN ENCABEZADO 'A' CON LA FACTURA,
      *> EL MOTIVO, EL APROBADOR Y LA MARCA DE REEMISION ('S'/'N'),
      *> SEGUIDO DE CERO O MAS LINEAS DE CORRECCION 'L' DE LA MISMA
      *> FACTURA PARA LA REEMISION.
       FD  INV-TRAN-FILE.
       01  INV-TRAN-RECORD.
           05 IVT-TIPO                 PIC X(01).
              88 IVT-ENCABEZADO                  VALUE 'A'.
              88 IVT-CORRECCION                  VALUE 'L'.
           05 IVT-FACTURA              PIC 9(06).
           05 IVT-DATOS                PIC X(73).
           05 IVT-DATOS-ANULACION      REDEFINES IVT-DATOS.
              10 IVT-MOTIVO            PIC X(30).
              10 IVT-APROBADOR         PIC X(08).
              10 IVT-REEMITE           PIC X(01).
                 88 IVT-CON-REEMISION            VALUE 'S'.
              10 FILLER                PIC X(34).
           05 IVT-DATOS-CORRECCION     REDEFINES IVT-DATOS.
              10 IVT-ARTICULO          PIC X(06).
              10 IVT-CANTIDAD          PIC 9(5)V99.
              10 IVT-PRECIO            PIC 9(5)V99.
              10 FILLER                PIC X(53).

      *> MISMO LAYOUT QUE INV-CONTROL-RECORD EN PLATZI-BILL-INVOICE.
       FD  INV-CONTROL-FILE.
       01  INV-CONTROL-RECORD.
           05 IVC-ULTIMO-NUMERO        PIC 9(06).
           05 FILLER                   PIC X(74).

      *> MISMO LAYOUT QUE INV-DETALLE-RECORD EN PLATZI-BILL-INVOICE.
       FD  INV-DETALLE-FILE.
       01  INV-DETALLE-RECORD.
           05 IVD-LLAVE.
              10 IVD-NUMERO            PIC 9(06).
              10 IVD-RENGLON           PIC 9(03).
           05 IVD-CLIENTE              PIC X(06).
           05 IVD-FECHA                PIC 9(08).
           05 IVD-ARTICULO             PIC X(06).
           05 IVD-CANTIDAD             PIC 9(5)V99.
           05 IVD-PRECIO               PIC 9(5)V99.
           05 IVD-EXTENSION            PIC S9(10)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 IVD-CODIGO-IMP           PIC X(02).
           05 IVD-IMPUESTO             PIC S9(10)V99
                                        SIGN IS TRAILING SEPARATE.
           05 IVD-EXENTO               PIC X(01).
           05 IVD-ORIGEN-PRECIO        PIC X(01).
           05 FILLER                   PIC X(10).

      *> MAESTRO DE FACTURAS ANULADAS, LLAVE NUMERO DE LA ANULADA: EL
      *> CLIENTE, LA FECHA DE LA FACTURA Y LA DE ANULACION, SUS
      *> TOTALES, EL MOTIVO Y EL APROBADOR, Y LA REEMISION (NUMERO EN
      *> CEROS SI NO SE REEMITIO) CON SUS TOTALES. IVA-REGISTRADA
      *> QUEDA EN 'S' CUANDO LA REEMISION YA SE AGREGO A INVREG. LO
      *> LEEN PLATZI-AR-LEDGER Y PLATZI-GL-JOURNAL.
       FD  INV-ANULADA-FILE.
       01  INV-ANULADA-RECORD.
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
              88 IVA-EN-REGISTRO                 VALUE 'S'.
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE AR-MASTER-RECORD EN PLATZI-AR-LEDGER.
       FD  INV-CXC-FILE.
       01  AR-MASTER-RECORD.
           05 ARM-FACTURA              PIC 9(06).
           05 ARM-CLIENTE              PIC X(06).
           05 ARM-FECHA-FACTURA        PIC 9(08).
           05 ARM-IMPORTE              PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-CREDITOS             PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-PAGOS                PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-SALDO                PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 ARM-FECHA-ULT-PAGO       PIC 9(08).
           05 ARM-ESTADO               PIC X(01).
           05 ARM-FECHA-VENCE          PIC 9(08).
           05 ARM-NIVEL-AVISO          PIC 9(01).
           05 ARM-FECHA-INTERES        PIC 9(08).
           05 FILLER                   PIC X(03).

      *> MISMO LAYOUT QUE TAX-MASTER-RECORD EN PLATZI-TAX-MANT.
       FD  INV-TASA-FILE.
       01  TAX-MASTER-RECORD.
           05 TXR-LLAVE.
              10 TXR-CODIGO            PIC X(02).
              10 TXR-FECHA-VIGENTE     PIC 9(08).
           05 TXR-TASA                 PIC 9(2)V99.
           05 TXR-DESCRIPCION          PIC X(20).

      *> MISMO LAYOUT QUE FAC-DETALLE-IMP-RECORD EN PLATZI-FACTURACION.
      *> TXD-ACCION 'V' ES EL REVERSO DE UNA ANULADA (BASE E IMPUESTO
      *> CON SIGNO CONTRARIO) Y 'R' UNA LINEA DE REEMISION.
       FD  INV-DETALLE-IMP-FILE.
       01  INV-DETALLE-IMP-RECORD.
           05 TXD-LLAVE.
              10 TXD-FECHA             PIC 9(08).
              10 TXD-SECUENCIA         PIC 9(05).
           05 TXD-CLIENTE              PIC X(06).
           05 TXD-ARTICULO             PIC X(06).
           05 TXD-ACCION               PIC X(01).
           05 TXD-CODIGO               PIC X(02).
           05 TXD-TASA                 PIC 9(2)V99.
           05 TXD-EXENTO               PIC X(01).
           05 TXD-BASE                 PIC S9(10)V99
                                        SIGN IS TRAILING SEPARATE.
           05 TXD-IMPUESTO             PIC S9(10)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE INV-REGISTRO-RECORD EN PLATZI-BILL-INVOICE.
       FD  INV-REGISTRO-FILE.
       01  INV-REGISTRO-RECORD.
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
              88 IVR-EMITIDA                     VALUE ' '.
              88 IVR-ANULADA                     VALUE 'V'.
              88 IVR-REEMISION                   VALUE 'R'.
           05 IVR-REFERENCIA           PIC 9(06).
           05 FILLER                   PIC X(01).

      *> COPIA DE INVREG CON LAS ANULADAS MARCADAS; SE DEVUELVE
      *> COMPLETA A INVREG.
       FD  INV-TRABAJO-FILE.
       01  INV-TRABAJO-RECORD          PIC X(80).

      *> INVREG ORDENADO POR NUMERO PARA EL RECORRIDO DEL CONSECUTIVO.
       FD  INV-ORDENADO-FILE.
       01  INV-ORDENADO-RECORD.
           05 IVO-NUMERO               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 IVO-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(01).
           05 IVO-FECHA                PIC 9(08).
           05 FILLER                   PIC X(50).
           05 IVO-ESTADO               PIC X(01).
              88 IVO-EMITIDA                     VALUE ' '.
              88 IVO-ANULADA                     VALUE 'V'.
              88 IVO-REEMISION                   VALUE 'R'.
           05 IVO-REFERENCIA           PIC 9(06).
           05 FILLER                   PIC X(01).

       FD  INV-DOCUMENTO-FILE.
       01  INV-DOCUMENTO-LINE          PIC X(80).

       FD  INV-REPORTE-FILE.
       01  INV-REPORTE-LINE            PIC X(80).

      *> MISMO ORDEN DE BYTES QUE INV-REGISTRO-RECORD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-NUMERO               PIC 9(06).
           05 FILLER                   PIC X(74).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-TRAN-SWITCHES          PIC X     VALUE '1'.
           88 WSS-TRAN-FIN                      VALUE '0'.

       77 WSS-DETALLE-SWITCHES       PIC X     VALUE '1'.
           88 WSS-DETALLE-FIN                   VALUE '0'.

       77 WSS-ANULADA-SWITCHES       PIC X     VALUE '1'.
           88 WSS-ANULADA-FIN                   VALUE '0'.

       77 WSS-REGISTRO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-REGISTRO-FIN                  VALUE '0'.

       77 WSS-ORDENADO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-ORDENADO-FIN                  VALUE '0'.

       77 WSS-TASA-SWITCHES          PIC X     VALUE '1'.
           88 WSS-TASA-FIN                      VALUE '0'.

      *> MAESTROS OPCIONALES: SIN ARMSTR NO SE REVISAN COBROS (NINGUNA
      *> FACTURA ESTA AUN EN CARTERA); SIN TAXMSTR LAS LINEAS
      *> CORREGIDAS SE REEMITEN SIN IMPUESTO, COMO EN FACTURACION.
       77 WSS-ARMSTR-SWITCHES        PIC X     VALUE '0'.
           88 WSS-ARMSTR-DISPONIBLE             VALUE '1'.

       77 WSS-TAXMSTR-SWITCHES       PIC X     VALUE '0'.
           88 WSS-TAXMSTR-DISPONIBLE            VALUE '1'.

      *> RESULTADO DE LA VALIDACION DE LA ANULACION EN PROCESO; 'Y'
      *> ES UNA ANULACION YA APLICADA EN ESTA FECHA (RE-CORRIDA).
       77 WSS-VALIDA-SWITCHES        PIC X     VALUE 'S'.
           88 WSS-ANULACION-VALIDA              VALUE 'S'.
           88 WSS-ANULACION-RECHAZADA           VALUE 'N'.
           88 WSS-ANULACION-YA-APLICADA         VALUE 'Y'.

       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.
       77 WSV-CONTROL-STATUS         PIC XX    VALUE SPACES.
       77 WSV-DETALLE-STATUS         PIC XX    VALUE SPACES.
       77 WSV-ANULADA-STATUS         PIC XX    VALUE SPACES.
       77 WSV-CXC-STATUS             PIC XX    VALUE SPACES.
       77 WSV-TASA-STATUS            PIC XX    VALUE SPACES.
       77 WSV-IMPDET-STATUS          PIC XX    VALUE SPACES.
       77 WSV-REGISTRO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-TRABAJO-STATUS         PIC XX    VALUE SPACES.

      *> ANULACION EN PROCESO (ENCABEZADO DE INVVTRAN)
       01 WSV-ANULACION.
          05 WSV-AN-FACTURA          PIC 9(06) VALUE ZEROS.
          05 WSV-AN-MOTIVO           PIC X(30) VALUE SPACES.
          05 WSV-AN-APROBADOR        PIC X(08) VALUE SPACES.
          05 WSV-AN-REEMITE          PIC X(01) VALUE SPACE.
             88 WSV-AN-CON-REEMISION           VALUE 'S'.
          05 WSV-AN-CLIENTE          PIC X(06) VALUE SPACES.
          05 WSV-AN-FECHA            PIC 9(08) VALUE ZEROS.
          05 WSV-AN-NETO             PIC S9(12)V99 VALUE ZEROS.
          05 WSV-AN-IMPUESTO         PIC S9(12)V99 VALUE ZEROS.
          05 WSV-AN-TOTAL            PIC S9(12)V99 VALUE ZEROS.

       77 WSV-MOTIVO-RECHAZO         PIC X(40) VALUE SPACES.

      *> LINEAS ORIGINALES DE LA FACTURA (DE INVDET)
       01 WSV-ORIGINAL-TABLA.
          05 WSV-ORIGINAL-ENTRADA   OCCURS 999 TIMES.
             10 WSV-OR-ARTICULO     PIC X(06).
             10 WSV-OR-CANTIDAD     PIC 9(5)V99.
             10 WSV-OR-PRECIO       PIC 9(5)V99.
             10 WSV-OR-EXTENSION    PIC S9(10)V9(4).
             10 WSV-OR-CODIGO-IMP   PIC X(02).
             10 WSV-OR-IMPUESTO     PIC S9(10)V99.
             10 WSV-OR-EXENTO       PIC X(01).
             10 WSV-OR-ORIGEN       PIC X(01).

      *> LINEAS DE LA REEMISION YA CORREGIDAS
       01 WSV-REEMISION-TABLA.
          05 WSV-REEMISION-ENTRADA  OCCURS 999 TIMES.
             10 WSV-RE-ARTICULO     PIC X(06).
             10 WSV-RE-CANTIDAD     PIC 9(5)V99.
             10 WSV-RE-PRECIO       PIC 9(5)V99.
             10 WSV-RE-EXTENSION    PIC S9(10)V9(4).
             10 WSV-RE-CODIGO-IMP   PIC X(02).
             10 WSV-RE-TASA         PIC 9(2)V99.
             10 WSV-RE-IMPUESTO     PIC S9(10)V99.
             10 WSV-RE-EXENTO       PIC X(01).
             10 WSV-RE-ORIGEN       PIC X(01).

      *> LINEAS DE CORRECCION DE LA ANULACION EN PROCESO; LA MARCA DE
      *> USADA DEJA UNA SOLA LINEA POR ARTICULO EN LA REEMISION.
       01 WSV-CORRECCION-TABLA.
          05 WSV-CORRECCION-ENTRADA OCCURS 50 TIMES.
             10 WSV-CO-ARTICULO     PIC X(06).
             10 WSV-CO-CANTIDAD     PIC 9(5)V99.
             10 WSV-CO-PRECIO       PIC 9(5)V99.
             10 WSV-CO-USADA        PIC X(01).

      *> TOPE DE RENGLONES DE UNA FACTURA EN PLATZI-BILL-INVOICE
      *> (ANCHO DE IVR-LINEAS E IVD-RENGLON)
       77 WSC-LINEAS-MAXIMO          PIC 9(03) VALUE 999.
       77 WSC-CORRECCIONES-MAXIMO    PIC 9(03) VALUE 50.
       77 WSV-ORIGINAL-TOTAL         PIC 9(03) VALUE ZEROS.
       77 WSV-REEMISION-TOTAL        PIC 9(03) VALUE ZEROS.
       77 WSV-CORRECCION-TOTAL       PIC 9(03) VALUE ZEROS.
       77 WSV-OR-IDX                 PIC 9(04) VALUE ZEROS.
       77 WSV-RE-IDX                 PIC 9(04) VALUE ZEROS.
       77 WSV-CO-IDX                 PIC 9(03) VALUE ZEROS.
       77 WSV-CO-HALLADA             PIC 9(03) VALUE ZEROS.

      *> LA ANULACION TRAE MAS CORRECCIONES DE LAS QUE CABEN
       77 WSS-CORRECCION-SWITCHES    PIC X     VALUE '0'.
           88 WSS-CORRECCION-EXCEDIDA           VALUE '1'.

      *> REEMISION EN ARMADO
       01 WSV-REEMISION.
          05 WSV-RF-NUMERO           PIC 9(06) VALUE ZEROS.
          05 WSV-RF-NETO             PIC S9(12)V99 VALUE ZEROS.
          05 WSV-RF-IMPUESTO         PIC S9(12)V99 VALUE ZEROS.
          05 WSV-RF-TOTAL            PIC S9(12)V99 VALUE ZEROS.

      *> CALCULO DE LA LINEA CORREGIDA: EXTENSION, TASA Y BASE PARTIDA
      *> PARA ARIT-CALC (MISMO CRITERIO QUE PLATZI-FACTURACION).
       77 WSV-CODIGO-IMPUESTO        PIC X(02) VALUE SPACES.
       77 WSV-TASA-LINEA             PIC 9(2)V99 VALUE ZEROS.
       77 WSV-TASA-FECHA             PIC 9(08) VALUE ZEROS.
       77 WSV-BASE-LINEA             PIC 9(10)V99 VALUE ZEROS.
       77 WSV-BASE-ALTA              PIC 9(05) VALUE ZEROS.
       77 WSV-BASE-BAJA              PIC 9(5)V99 VALUE ZEROS.
       77 WSV-IMP-ALTA               PIC S9(10)V9(4) VALUE ZEROS.
       77 WSV-IMP-BAJA               PIC S9(10)V9(4) VALUE ZEROS.

      *> CONSECUTIVO DE TAXDET PROPIO DE ANULACIONES Y REEMISIONES;
      *> ARRANCA EN WSC-SEC-ANULACION, LOS DE FACTURACION QUEDAN ABAJO.
       77 WSC-SEC-ANULACION          PIC 9(05) VALUE 50000.
       77 WSV-SEC-IMPUESTO           PIC 9(05) VALUE ZEROS.

      *> RECORRIDO DEL CONSECUTIVO: SIGUIENTE NUMERO ESPERADO Y ULTIMO
      *> NUMERO LEIDO DE INVREG ORDENADO. WSV-CONTROL-LEIDO GUARDA EL
      *> CONSECUTIVO TAL COMO SE LEYO DE INVCTL AL ARRANCAR.
       77 WSV-ULTIMO-NUMERO          PIC 9(06) VALUE ZEROS.
       77 WSV-CONTROL-LEIDO          PIC 9(06) VALUE ZEROS.
       77 WSV-ESPERADO               PIC 9(07) VALUE ZEROS.
       77 WSV-NUMERO-ANTERIOR        PIC 9(06) VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-TRANSACCIONES  PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ANULADAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REEMITIDAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-EXCEDIDAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-YA-APLICADAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-MARCADAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-AGREGADAS      PIC 9(05) VALUE ZEROS.

       *> CUADRE DEL CONSECUTIVO
       01 WSV-CONSECUTIVO.
          05 WSV-SEC-EMITIDAS        PIC 9(06) VALUE ZEROS.
          05 WSV-SEC-ANULADAS        PIC 9(06) VALUE ZEROS.
          05 WSV-SEC-REEMISIONES     PIC 9(06) VALUE ZEROS.
          05 WSV-SEC-FALTANTES       PIC 9(06) VALUE ZEROS.
          05 WSV-SEC-DUPLICADOS      PIC 9(06) VALUE ZEROS.
          05 WSV-SEC-EXCEDENTES      PIC 9(06) VALUE ZEROS.
          05 WSV-SEC-CUENTA          PIC 9(06) VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA RUTINA COMUN PLATZI-ARIT-CALC
       COPY ARITCALC.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='INVVOID'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-ANULACION UNTIL WSS-TRAN-FIN.
           PERFORM 060-AGREGA-REEMISIONES.
           PERFORM 065-MARCA-ANULADAS.
           PERFORM 070-REGRABA-CONTROL.
           PERFORM 075-REVISA-CONSECUTIVO.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           PERFORM 012-LEE-CONTROL.
           OPEN OUTPUT INV-DOCUMENTO-FILE.
           OPEN OUTPUT INV-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REGISTRO DE ANULACIONES DE FACTURA   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO INV-REPORTE-LINE.
           WRITE INV-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'DOCUMENTOS DE ANULACION Y REEMISION   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           OPEN I-O INV-DETALLE-FILE.
           IF WSV-DETALLE-STATUS = '35'
               OPEN OUTPUT INV-DETALLE-FILE
               CLOSE INV-DETALLE-FILE
               OPEN I-O INV-DETALLE-FILE
           END-IF.
           OPEN I-O INV-ANULADA-FILE.
           IF WSV-ANULADA-STATUS = '35'
               OPEN OUTPUT INV-ANULADA-FILE
               CLOSE INV-ANULADA-FILE
               OPEN I-O INV-ANULADA-FILE
           END-IF.
           OPEN INPUT INV-CXC-FILE.
           IF WSV-CXC-STATUS = '00'
               SET WSS-ARMSTR-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'INV-VOID - SIN MAESTRO ARMSTR, NO SE REVISAN '
                   'COBROS'
           END-IF.
           OPEN INPUT INV-TASA-FILE.
           IF WSV-TASA-STATUS = '00'
               SET WSS-TAXMSTR-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'INV-VOID - SIN MAESTRO TAXMSTR, LAS LINEAS '
                   'CORREGIDAS SE REEMITEN SIN IMPUESTO'
           END-IF.
           PERFORM 014-ABRE-DETALLE-IMPUESTO.
           MOVE 'ANULACIONES DEL DIA (INVVTRAN)' TO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT INV-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-TRAN-FIN TO TRUE
               MOVE '  SIN INVVTRAN, NINGUNA ANULACION'
                   TO WSV-REPORTE-LINEA
               WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 029-LEE-TRANSACCION
           END-IF.

      *> ULTIMO CONSECUTIVO DE FACTURA ASIGNADO (EL MISMO CONTROL QUE
      *> USA PLATZI-BILL-INVOICE); LA REEMISION TOMA EL SIGUIENTE.
       012-LEE-CONTROL.
           OPEN INPUT INV-CONTROL-FILE.
           IF WSV-CONTROL-STATUS = '00'
               READ INV-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-CONTROL-STATUS = '00'
                       AND IVC-ULTIMO-NUMERO NUMERIC
                   MOVE IVC-ULTIMO-NUMERO TO WSV-ULTIMO-NUMERO
               END-IF
               CLOSE INV-CONTROL-FILE
           END-IF.
           MOVE WSV-ULTIMO-NUMERO TO WSV-CONTROL-LEIDO.

      *> ABRE TAXDET (CREANDOLO LA PRIMERA VEZ) Y UBICA EL ULTIMO
      *> CONSECUTIVO DE ANULACION YA USADO EN LA FECHA DE CORRIDA.
       014-ABRE-DETALLE-IMPUESTO.
           OPEN I-O INV-DETALLE-IMP-FILE.
           IF WSV-IMPDET-STATUS = '35'
               OPEN OUTPUT INV-DETALLE-IMP-FILE
               CLOSE INV-DETALLE-IMP-FILE
               OPEN I-O INV-DETALLE-IMP-FILE
           END-IF.
           MOVE WSC-SEC-ANULACION TO WSV-SEC-IMPUESTO.
           MOVE CTL-RUN-DATE TO TXD-FECHA.
           MOVE WSC-SEC-ANULACION TO TXD-SECUENCIA.
           START INV-DETALLE-IMP-FILE KEY IS NOT LESS THAN TXD-LLAVE
               INVALID KEY
                   SET WSS-DETALLE-FIN TO TRUE
           END-START.
           PERFORM 015-LEE-DETALLE-IMPUESTO UNTIL WSS-DETALLE-FIN.

       015-LEE-DETALLE-IMPUESTO.
           READ INV-DETALLE-IMP-FILE NEXT RECORD
               AT END SET WSS-DETALLE-FIN TO TRUE
           END-READ.
           IF NOT WSS-DETALLE-FIN
               IF TXD-FECHA NOT = CTL-RUN-DATE
                   SET WSS-DETALLE-FIN TO TRUE
               ELSE
                   MOVE TXD-SECUENCIA TO WSV-SEC-IMPUESTO
               END-IF
           END-IF.

      *> UNA ANULACION ES SU ENCABEZADO MAS LAS LINEAS DE CORRECCION
      *> QUE LE SIGUEN CON EL MISMO NUMERO DE FACTURA. UNA LINEA DE
      *> CORRECCION SUELTA (SIN ENCABEZADO) O UN TIPO DESCONOCIDO SE
      *> RECHAZA SOLO.
       020-PROCESA-ANULACION.
           ADD 1 TO WSV-CONT-TRANSACCIONES.
           MOVE IVT-FACTURA TO WSV-AN-FACTURA.
           IF NOT IVT-ENCABEZADO
               IF IVT-CORRECCION
                   MOVE 'LINEA DE CORRECCION SIN ENCABEZADO'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   MOVE 'TIPO DE TRANSACCION INVALIDO'
                       TO WSV-MOTIVO-RECHAZO
               END-IF
               MOVE SPACES TO WSV-AN-APROBADOR
               PERFORM 058-RECHAZA-ANULACION
               PERFORM 029-LEE-TRANSACCION
           ELSE
               MOVE IVT-MOTIVO TO WSV-AN-MOTIVO
               MOVE IVT-APROBADOR TO WSV-AN-APROBADOR
               MOVE IVT-REEMITE TO WSV-AN-REEMITE
               MOVE ZEROS TO WSV-CORRECCION-TOTAL
               MOVE '0' TO WSS-CORRECCION-SWITCHES
               PERFORM 029-LEE-TRANSACCION
               PERFORM 022-CARGA-CORRECCION
                   UNTIL WSS-TRAN-FIN
                      OR NOT IVT-CORRECCION
                      OR IVT-FACTURA NOT = WSV-AN-FACTURA
               SET WSS-ANULACION-VALIDA TO TRUE
               PERFORM 030-VALIDA-ANULACION
               EVALUATE TRUE
                   WHEN WSS-ANULACION-VALIDA
                       PERFORM 040-ANULA-FACTURA
                   WHEN WSS-ANULACION-YA-APLICADA
                       ADD 1 TO WSV-CONT-YA-APLICADAS
                       MOVE SPACES TO WSV-REPORTE-LINEA
                       STRING '  FACTURA ' WSV-AN-FACTURA
                               ' YA ANULADA EN ESTA FECHA, SE OMITE'
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                       WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   WHEN OTHER
                       PERFORM 058-RECHAZA-ANULACION
               END-EVALUATE
           END-IF.

       022-CARGA-CORRECCION.
           IF WSV-CORRECCION-TOTAL < WSC-CORRECCIONES-MAXIMO
               ADD 1 TO WSV-CORRECCION-TOTAL
               MOVE IVT-ARTICULO
                   TO WSV-CO-ARTICULO (WSV-CORRECCION-TOTAL)
               MOVE IVT-CANTIDAD
                   TO WSV-CO-CANTIDAD (WSV-CORRECCION-TOTAL)
               MOVE IVT-PRECIO TO WSV-CO-PRECIO (WSV-CORRECCION-TOTAL)
               MOVE 'N' TO WSV-CO-USADA (WSV-CORRECCION-TOTAL)
           ELSE
               SET WSS-CORRECCION-EXCEDIDA TO TRUE
           END-IF.
           PERFORM 029-LEE-TRANSACCION.

       029-LEE-TRANSACCION.
           READ INV-TRAN-FILE
               AT END SET WSS-TRAN-FIN TO TRUE
           END-READ.

      *> VALIDACIONES EN ORDEN; LA PRIMERA QUE FALLA DEJA EL MOTIVO Y
      *> LAS SIGUIENTES YA NO SE REVISAN.
       030-VALIDA-ANULACION.
           EVALUATE TRUE
               WHEN WSV-AN-MOTIVO = SPACES
                   MOVE 'ANULACION SIN MOTIVO' TO WSV-MOTIVO-RECHAZO
                   SET WSS-ANULACION-RECHAZADA TO TRUE
               WHEN WSV-AN-APROBADOR = SPACES
                   MOVE 'ANULACION SIN APROBADOR'
                       TO WSV-MOTIVO-RECHAZO
                   SET WSS-ANULACION-RECHAZADA TO TRUE
               WHEN WSV-AN-REEMITE NOT = 'S'
                       AND WSV-AN-REEMITE NOT = 'N'
                   MOVE 'MARCA DE REEMISION INVALIDA'
                       TO WSV-MOTIVO-RECHAZO
                   SET WSS-ANULACION-RECHAZADA TO TRUE
               WHEN WSV-CORRECCION-TOTAL > ZEROS
                       AND NOT WSV-AN-CON-REEMISION
                   MOVE 'CORRECCIONES SIN REEMISION'
                       TO WSV-MOTIVO-RECHAZO
                   SET WSS-ANULACION-RECHAZADA TO TRUE
               WHEN WSS-CORRECCION-EXCEDIDA
                   MOVE 'DEMASIADAS LINEAS DE CORRECCION'
                       TO WSV-MOTIVO-RECHAZO
                   SET WSS-ANULACION-RECHAZADA TO TRUE
               WHEN OTHER
                   PERFORM 031-BUSCA-ANULADA
           END-EVALUATE.
           IF WSS-ANULACION-VALIDA
               PERFORM 032-CARGA-ORIGINAL
           END-IF.
           IF WSS-ANULACION-VALIDA
               PERFORM 034-REVISA-CARTERA
           END-IF.
           IF WSS-ANULACION-VALIDA
               PERFORM 035-VALIDA-CORRECCION
                   VARYING WSV-CO-IDX FROM 1 BY 1
                   UNTIL WSV-CO-IDX > WSV-CORRECCION-TOTAL
                      OR NOT WSS-ANULACION-VALIDA
           END-IF.
           IF WSS-ANULACION-VALIDA AND WSV-AN-CON-REEMISION
               MOVE ZEROS TO WSV-REEMISION-TOTAL
               PERFORM 037-ARMA-REEMISION
                   VARYING WSV-OR-IDX FROM 1 BY 1
                   UNTIL WSV-OR-IDX > WSV-ORIGINAL-TOTAL
                      OR NOT WSS-ANULACION-VALIDA
               IF WSS-ANULACION-VALIDA AND WSV-REEMISION-TOTAL = ZEROS
                   MOVE 'REEMISION SIN LINEAS' TO WSV-MOTIVO-RECHAZO
                   SET WSS-ANULACION-RECHAZADA TO TRUE
               END-IF
           END-IF.

      *> UNA FACTURA YA ANULADA NO SE ANULA DOS VECES; SI LA ANULACION
      *> ES DE ESTA MISMA FECHA Y APROBADOR ES UNA RE-CORRIDA. SI LA
      *> CORRIDA INTERRUMPIDA YA LE HABIA DADO REEMISION PERO NO LLEGO
      *> A REGRABAR INVCTL, EL CONSECUTIVO SUBE HASTA ESA REEMISION
      *> ANTES DE NUMERAR LAS ANULACIONES QUE SIGUEN.
       031-BUSCA-ANULADA.
           MOVE WSV-AN-FACTURA TO IVA-NUMERO.
           READ INV-ANULADA-FILE KEY IS IVA-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IVA-FECHA-ANULA = CTL-RUN-DATE
                           AND IVA-APROBADOR = WSV-AN-APROBADOR
                       SET WSS-ANULACION-YA-APLICADA TO TRUE
                       IF IVA-REEMISION > WSV-ULTIMO-NUMERO
                           MOVE IVA-REEMISION TO WSV-ULTIMO-NUMERO
                       END-IF
                   ELSE
                       MOVE 'FACTURA YA ANULADA' TO WSV-MOTIVO-RECHAZO
                       SET WSS-ANULACION-RECHAZADA TO TRUE
                   END-IF
           END-READ.

      *> RECONSTRUYE LA FACTURA DE SU DETALLE INVDET Y SUS TOTALES.
       032-CARGA-ORIGINAL.
           MOVE ZEROS TO WSV-ORIGINAL-TOTAL.
           MOVE ZEROS TO WSV-AN-NETO.
           MOVE ZEROS TO WSV-AN-IMPUESTO.
           MOVE '1' TO WSS-DETALLE-SWITCHES.
           MOVE WSV-AN-FACTURA TO IVD-NUMERO.
           MOVE ZEROS TO IVD-RENGLON.
           START INV-DETALLE-FILE KEY IS NOT LESS THAN IVD-LLAVE
               INVALID KEY
                   SET WSS-DETALLE-FIN TO TRUE
           END-START.
           PERFORM 033-LEE-ORIGINAL UNTIL WSS-DETALLE-FIN.
           IF WSV-ORIGINAL-TOTAL = ZEROS
               MOVE 'FACTURA SIN DETALLE EN INVDET'
                   TO WSV-MOTIVO-RECHAZO
               SET WSS-ANULACION-RECHAZADA TO TRUE
           ELSE
               COMPUTE WSV-AN-TOTAL = WSV-AN-NETO + WSV-AN-IMPUESTO
           END-IF.

       033-LEE-ORIGINAL.
           READ INV-DETALLE-FILE NEXT RECORD
               AT END SET WSS-DETALLE-FIN TO TRUE
           END-READ.
           IF NOT WSS-DETALLE-FIN
               EVALUATE TRUE
                   WHEN IVD-NUMERO NOT = WSV-AN-FACTURA
                       SET WSS-DETALLE-FIN TO TRUE
                   WHEN WSV-ORIGINAL-TOTAL = WSC-LINEAS-MAXIMO
                       MOVE 'FACTURA EXCEDE LA TABLA DE RENGLONES'
                           TO WSV-MOTIVO-RECHAZO
                       SET WSS-ANULACION-RECHAZADA TO TRUE
                       ADD 1 TO WSV-CONT-EXCEDIDAS
                       SET WSS-DETALLE-FIN TO TRUE
                   WHEN OTHER
                       ADD 1 TO WSV-ORIGINAL-TOTAL
                       MOVE IVD-CLIENTE TO WSV-AN-CLIENTE
                       MOVE IVD-FECHA TO WSV-AN-FECHA
                       MOVE IVD-ARTICULO
                           TO WSV-OR-ARTICULO (WSV-ORIGINAL-TOTAL)
                       MOVE IVD-CANTIDAD
                           TO WSV-OR-CANTIDAD (WSV-ORIGINAL-TOTAL)
                       MOVE IVD-PRECIO
                           TO WSV-OR-PRECIO (WSV-ORIGINAL-TOTAL)
                       MOVE IVD-EXTENSION
                           TO WSV-OR-EXTENSION (WSV-ORIGINAL-TOTAL)
                       MOVE IVD-CODIGO-IMP
                           TO WSV-OR-CODIGO-IMP (WSV-ORIGINAL-TOTAL)
                       MOVE IVD-IMPUESTO
                           TO WSV-OR-IMPUESTO (WSV-ORIGINAL-TOTAL)
                       MOVE IVD-EXENTO
                           TO WSV-OR-EXENTO (WSV-ORIGINAL-TOTAL)
                       MOVE IVD-ORIGEN-PRECIO
                           TO WSV-OR-ORIGEN (WSV-ORIGINAL-TOTAL)
                       ADD IVD-EXTENSION TO WSV-AN-NETO
                       ADD IVD-IMPUESTO TO WSV-AN-IMPUESTO
               END-EVALUATE
           END-IF.

      *> UNA FACTURA CON NOTAS DE CREDITO O COBROS APLICADOS EN LA
      *> CARTERA NO SE ANULA: PRIMERO SE REVIERTE LO APLICADO.
       034-REVISA-CARTERA.
           IF WSS-ARMSTR-DISPONIBLE
               MOVE WSV-AN-FACTURA TO ARM-FACTURA
               READ INV-CXC-FILE KEY IS ARM-FACTURA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARM-PAGOS NOT = ZEROS
                               OR ARM-CREDITOS NOT = ZEROS
                           MOVE 'FACTURA CON COBROS O CREDITOS'
                               TO WSV-MOTIVO-RECHAZO
                           SET WSS-ANULACION-RECHAZADA TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> CADA LINEA DE CORRECCION DEBE SER DE UN ARTICULO DE LA
      *> FACTURA ANULADA.
       035-VALIDA-CORRECCION.
           MOVE ZEROS TO WSV-CO-HALLADA.
           PERFORM 036-BUSCA-ARTICULO
               VARYING WSV-OR-IDX FROM 1 BY 1
               UNTIL WSV-OR-IDX > WSV-ORIGINAL-TOTAL
                  OR WSV-CO-HALLADA > ZEROS.
           IF WSV-CO-HALLADA = ZEROS
               MOVE SPACES TO WSV-MOTIVO-RECHAZO
               STRING 'ARTICULO ' WSV-CO-ARTICULO (WSV-CO-IDX)
                       ' NO ESTA EN LA FACTURA'
                       DELIMITED BY SIZE INTO WSV-MOTIVO-RECHAZO
               SET WSS-ANULACION-RECHAZADA TO TRUE
           END-IF.

       036-BUSCA-ARTICULO.
           IF WSV-OR-ARTICULO (WSV-OR-IDX)
                   = WSV-CO-ARTICULO (WSV-CO-IDX)
               MOVE WSV-OR-IDX TO WSV-CO-HALLADA
           END-IF.

      *> ARMA LA LINEA DE REEMISION DE CADA LINEA ORIGINAL: SIN
      *> CORRECCION SE COPIA TAL CUAL (CON SU IMPUESTO); CON CORRECCION
      *> LA PRIMERA LINEA DEL ARTICULO TOMA LA CANTIDAD Y EL PRECIO
      *> CORREGIDOS Y SE RECALCULA, LAS DEMAS DEL MISMO ARTICULO SE
      *> QUITAN; UNA CORRECCION CON CANTIDAD CERO QUITA EL ARTICULO.
       037-ARMA-REEMISION.
           MOVE ZEROS TO WSV-CO-HALLADA.
           PERFORM 038-BUSCA-CORRECCION
               VARYING WSV-CO-IDX FROM 1 BY 1
               UNTIL WSV-CO-IDX > WSV-CORRECCION-TOTAL
                  OR WSV-CO-HALLADA > ZEROS.
           IF WSV-CO-HALLADA = ZEROS
               ADD 1 TO WSV-REEMISION-TOTAL
               MOVE WSV-REEMISION-TOTAL TO WSV-RE-IDX
               MOVE WSV-OR-ARTICULO (WSV-OR-IDX)
                   TO WSV-RE-ARTICULO (WSV-RE-IDX)
               MOVE WSV-OR-CANTIDAD (WSV-OR-IDX)
                   TO WSV-RE-CANTIDAD (WSV-RE-IDX)
               MOVE WSV-OR-PRECIO (WSV-OR-IDX)
                   TO WSV-RE-PRECIO (WSV-RE-IDX)
               MOVE WSV-OR-EXTENSION (WSV-OR-IDX)
                   TO WSV-RE-EXTENSION (WSV-RE-IDX)
               MOVE WSV-OR-CODIGO-IMP (WSV-OR-IDX)
                   TO WSV-RE-CODIGO-IMP (WSV-RE-IDX)
               MOVE ZEROS TO WSV-RE-TASA (WSV-RE-IDX)
               MOVE WSV-OR-IMPUESTO (WSV-OR-IDX)
                   TO WSV-RE-IMPUESTO (WSV-RE-IDX)
               MOVE WSV-OR-EXENTO (WSV-OR-IDX)
                   TO WSV-RE-EXENTO (WSV-RE-IDX)
               MOVE WSV-OR-ORIGEN (WSV-OR-IDX)
                   TO WSV-RE-ORIGEN (WSV-RE-IDX)
           ELSE
               IF WSV-CO-USADA (WSV-CO-HALLADA) = 'N'
                   MOVE 'S' TO WSV-CO-USADA (WSV-CO-HALLADA)
                   IF WSV-CO-CANTIDAD (WSV-CO-HALLADA) > ZEROS
                       PERFORM 039-CALCULA-CORREGIDA
                   END-IF
               END-IF
           END-IF.

       038-BUSCA-CORRECCION.
           IF WSV-CO-ARTICULO (WSV-CO-IDX)
                   = WSV-OR-ARTICULO (WSV-OR-IDX)
               MOVE WSV-CO-IDX TO WSV-CO-HALLADA
           END-IF.

      *> LINEA CORREGIDA: EXTENSION POR PLATZI-ARIT-CALC E IMPUESTO CON
      *> LA TASA VIGENTE DEL CODIGO DE LA LINEA ORIGINAL (EL CLIENTE
      *> EXENTO SIGUE EXENTO). SIN TASA VIGENTE O CON DESBORDE LA
      *> ANULACION SE RECHAZA.
       039-CALCULA-CORREGIDA.
           ADD 1 TO WSV-REEMISION-TOTAL.
           MOVE WSV-REEMISION-TOTAL TO WSV-RE-IDX.
           MOVE WSV-OR-ARTICULO (WSV-OR-IDX)
               TO WSV-RE-ARTICULO (WSV-RE-IDX).
           MOVE WSV-CO-CANTIDAD (WSV-CO-HALLADA)
               TO WSV-RE-CANTIDAD (WSV-RE-IDX).
           MOVE WSV-CO-PRECIO (WSV-CO-HALLADA)
               TO WSV-RE-PRECIO (WSV-RE-IDX).
           MOVE WSV-OR-CODIGO-IMP (WSV-OR-IDX)
               TO WSV-RE-CODIGO-IMP (WSV-RE-IDX).
           MOVE WSV-OR-EXENTO (WSV-OR-IDX)
               TO WSV-RE-EXENTO (WSV-RE-IDX).
           MOVE 'N' TO WSV-RE-ORIGEN (WSV-RE-IDX).
           MOVE ZEROS TO WSV-RE-TASA (WSV-RE-IDX).
           MOVE ZEROS TO WSV-RE-IMPUESTO (WSV-RE-IDX).
           MOVE WSV-RE-CANTIDAD (WSV-RE-IDX) TO CALC-NUMERO-A.
           MOVE WSV-RE-PRECIO (WSV-RE-IDX) TO CALC-NUMERO-B.
           CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD.
           IF CALC-MUL-DESBORDE OR CALC-CMUL-DESBORDE
               MOVE 'DESBORDE EN EXTENSION DE LINEA CORREGIDA'
                   TO WSV-MOTIVO-RECHAZO
               SET WSS-ANULACION-RECHAZADA TO TRUE
           ELSE
               MOVE CALC-R-MUL TO WSV-RE-EXTENSION (WSV-RE-IDX)
               MOVE WSV-RE-CODIGO-IMP (WSV-RE-IDX)
                   TO WSV-CODIGO-IMPUESTO
               IF WSV-CODIGO-IMPUESTO NOT = SPACES
                       AND WSV-RE-EXENTO (WSV-RE-IDX) NOT = 'S'
                       AND WSS-TAXMSTR-DISPONIBLE
                   PERFORM 048-BUSCA-TASA
                   IF WSV-TASA-FECHA = ZEROS
                       MOVE 'SIN TASA VIGENTE PARA CODIGO IMPUESTO'
                           TO WSV-MOTIVO-RECHAZO
                       SET WSS-ANULACION-RECHAZADA TO TRUE
                   ELSE
                       MOVE WSV-TASA-LINEA TO WSV-RE-TASA (WSV-RE-IDX)
                       PERFORM 049-APLICA-TASA
                   END-IF
               END-IF
           END-IF.

      *> LA FACTURA PASO LAS VALIDACIONES: DOCUMENTO DE REVERSO,
      *> REVERSO DEL IMPUESTO EN TAXDET, REEMISION SI SE PIDIO Y ALTA
      *> EN EL MAESTRO DE ANULADAS.
       040-ANULA-FACTURA.
           ADD 1 TO WSV-CONT-ANULADAS.
           MOVE SPACES TO INV-DOCUMENTO-LINE.
           WRITE INV-DOCUMENTO-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FACTURA: ' WSV-AN-FACTURA
                   '   *** ANULADA ***   CLIENTE: ' WSV-AN-CLIENTE
                   '   FECHA: ' WSV-AN-FECHA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ANULADA EL ' CTL-RUN-DATE
                   ' MOTIVO: ' WSV-AN-MOTIVO
                   ' APROBO: ' WSV-AN-APROBADOR
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 042-REVIERTE-LINEA
               VARYING WSV-OR-IDX FROM 1 BY 1
               UNTIL WSV-OR-IDX > WSV-ORIGINAL-TOTAL.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  NETO: -' WSV-AN-NETO
                   '   IMPUESTO: -' WSV-AN-IMPUESTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  TOTAL ANULADO (' WSV-ORIGINAL-TOTAL ' LINEAS): -'
                   WSV-AN-TOTAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           MOVE ZEROS TO WSV-RF-NUMERO.
           MOVE ZEROS TO WSV-RF-NETO.
           MOVE ZEROS TO WSV-RF-IMPUESTO.
           MOVE ZEROS TO WSV-RF-TOTAL.
           IF WSV-AN-CON-REEMISION
               PERFORM 050-REEMITE-FACTURA
           END-IF.
           PERFORM 046-GRABA-ANULADA.

      *> LINEA DEL DOCUMENTO DE REVERSO CON EL IMPORTE EN NEGATIVO Y
      *> SU REVERSO EN TAXDET SI LA LINEA LLEVABA CODIGO DE IMPUESTO.
       042-REVIERTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' WSV-OR-ARTICULO (WSV-OR-IDX)
                   ' CANT: ' WSV-OR-CANTIDAD (WSV-OR-IDX)
                   ' PRECIO: ' WSV-OR-PRECIO (WSV-OR-IDX)
                   ' IMPORTE: -' WSV-OR-EXTENSION (WSV-OR-IDX)
                   ' ' WSV-OR-CODIGO-IMP (WSV-OR-IDX)
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-OR-CODIGO-IMP (WSV-OR-IDX) NOT = SPACES
               ADD 1 TO WSV-SEC-IMPUESTO
               MOVE SPACES TO INV-DETALLE-IMP-RECORD
               MOVE CTL-RUN-DATE TO TXD-FECHA
               MOVE WSV-SEC-IMPUESTO TO TXD-SECUENCIA
               MOVE WSV-AN-CLIENTE TO TXD-CLIENTE
               MOVE WSV-OR-ARTICULO (WSV-OR-IDX) TO TXD-ARTICULO
               MOVE 'V' TO TXD-ACCION
               MOVE WSV-OR-CODIGO-IMP (WSV-OR-IDX) TO TXD-CODIGO
               MOVE ZEROS TO TXD-TASA
               MOVE WSV-OR-EXENTO (WSV-OR-IDX) TO TXD-EXENTO
               COMPUTE TXD-BASE ROUNDED =
                   ZERO - WSV-OR-EXTENSION (WSV-OR-IDX)
               COMPUTE TXD-IMPUESTO =
                   ZERO - WSV-OR-IMPUESTO (WSV-OR-IDX)
               PERFORM 044-GRABA-DETALLE-IMPUESTO
           END-IF.

       044-GRABA-DETALLE-IMPUESTO.
           WRITE INV-DETALLE-IMP-RECORD
               INVALID KEY
                   DISPLAY 'INV-VOID - LLAVE DUPLICADA EN TAXDET: '
                       TXD-LLAVE
           END-WRITE.

      *> ALTA EN INVANUL; LA REEMISION QUEDA PENDIENTE DE AGREGARSE A
      *> INVREG HASTA 060-AGREGA-REEMISIONES.
       046-GRABA-ANULADA.
           MOVE SPACES TO INV-ANULADA-RECORD.
           MOVE WSV-AN-FACTURA TO IVA-NUMERO.
           MOVE WSV-AN-CLIENTE TO IVA-CLIENTE.
           MOVE WSV-AN-FECHA TO IVA-FECHA-FACTURA.
           MOVE CTL-RUN-DATE TO IVA-FECHA-ANULA.
           MOVE WSV-ORIGINAL-TOTAL TO IVA-LINEAS.
           MOVE WSV-AN-NETO TO IVA-NETO.
           MOVE WSV-AN-IMPUESTO TO IVA-IMPUESTO.
           MOVE WSV-AN-TOTAL TO IVA-TOTAL.
           MOVE WSV-AN-MOTIVO TO IVA-MOTIVO.
           MOVE WSV-AN-APROBADOR TO IVA-APROBADOR.
           MOVE WSV-RF-NUMERO TO IVA-REEMISION.
           IF WSV-RF-NUMERO = ZEROS
               MOVE ZEROS TO IVA-RE-LINEAS
               SET IVA-EN-REGISTRO TO TRUE
           ELSE
               MOVE WSV-REEMISION-TOTAL TO IVA-RE-LINEAS
               MOVE 'N' TO IVA-REGISTRADA
           END-IF.
           MOVE WSV-RF-NETO TO IVA-RE-NETO.
           MOVE WSV-RF-IMPUESTO TO IVA-RE-IMPUESTO.
           MOVE WSV-RF-TOTAL TO IVA-RE-TOTAL.
           WRITE INV-ANULADA-RECORD
               INVALID KEY
                   DISPLAY 'INV-VOID - LLAVE DUPLICADA EN INVANUL: '
                       IVA-NUMERO
           END-WRITE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ANULADA ' WSV-AN-FACTURA ' ' WSV-AN-CLIENTE
                   ' ' WSV-AN-TOTAL
                   ' REEMISION: ' WSV-RF-NUMERO
                   ' APROBO: ' WSV-AN-APROBADOR
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '          MOTIVO: ' WSV-AN-MOTIVO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'FACTURA ANULADA ' WSV-AN-FACTURA
                   ' CLIENTE=' WSV-AN-CLIENTE
                   ' TOTAL=' WSV-AN-TOTAL
                   ' APROBO=' WSV-AN-APROBADOR
                   ' REEMISION=' WSV-RF-NUMERO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> RECORRE LAS VIGENCIAS DEL CODIGO EN ORDEN DE FECHA Y SE QUEDA
      *> CON LA ULTIMA QUE NO PASA DE LA FECHA DE CORRIDA.
       048-BUSCA-TASA.
           MOVE ZEROS TO WSV-TASA-FECHA.
           MOVE ZEROS TO WSV-TASA-LINEA.
           MOVE WSV-CODIGO-IMPUESTO TO TXR-CODIGO.
           MOVE ZEROS TO TXR-FECHA-VIGENTE.
           MOVE '1' TO WSS-TASA-SWITCHES.
           START INV-TASA-FILE KEY IS NOT LESS THAN TXR-LLAVE
               INVALID KEY
                   SET WSS-TASA-FIN TO TRUE
           END-START.
           PERFORM 047-LEE-TASA UNTIL WSS-TASA-FIN.

       047-LEE-TASA.
           READ INV-TASA-FILE NEXT RECORD
               AT END SET WSS-TASA-FIN TO TRUE
           END-READ.
           IF NOT WSS-TASA-FIN
               IF TXR-CODIGO NOT = WSV-CODIGO-IMPUESTO
                       OR TXR-FECHA-VIGENTE > CTL-RUN-DATE
                   SET WSS-TASA-FIN TO TRUE
               ELSE
                   MOVE TXR-FECHA-VIGENTE TO WSV-TASA-FECHA
                   MOVE TXR-TASA TO WSV-TASA-LINEA
               END-IF
           END-IF.

      *> IMPUESTO DE LA LINEA CORREGIDA CON LA BASE PARTIDA EN SU
      *> PARTE ALTA Y BAJA PARA ARIT-CALC, IGUAL QUE EN FACTURACION.
       049-APLICA-TASA.
           COMPUTE WSV-BASE-LINEA ROUNDED =
               WSV-RE-EXTENSION (WSV-RE-IDX).
           DIVIDE WSV-BASE-LINEA BY 100000 GIVING WSV-BASE-ALTA.
           COMPUTE WSV-BASE-BAJA =
               WSV-BASE-LINEA - WSV-BASE-ALTA * 100000.
           MOVE WSV-BASE-BAJA TO CALC-NUMERO-A.
           MOVE WSV-TASA-LINEA TO CALC-NUMERO-B.
           CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD.
           MOVE CALC-R-MUL TO WSV-IMP-BAJA.
           IF CALC-MUL-DESBORDE OR CALC-CMUL-DESBORDE
               SET WSS-ANULACION-RECHAZADA TO TRUE
           END-IF.
           MOVE WSV-BASE-ALTA TO CALC-NUMERO-A.
           CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD.
           MOVE CALC-R-MUL TO WSV-IMP-ALTA.
           IF CALC-MUL-DESBORDE OR CALC-CMUL-DESBORDE
               SET WSS-ANULACION-RECHAZADA TO TRUE
           END-IF.
           IF WSS-ANULACION-RECHAZADA
               MOVE 'DESBORDE EN CALCULO DE IMPUESTO'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               COMPUTE WSV-RE-IMPUESTO (WSV-RE-IDX) ROUNDED =
                   (WSV-IMP-ALTA * 100000 + WSV-IMP-BAJA) / 100
           END-IF.

      *> REEMISION: SIGUIENTE NUMERO DE INVCTL, DOCUMENTO QUE HACE
      *> REFERENCIA A LA ANULADA, DETALLE EN INVDET E IMPUESTO EN
      *> TAXDET.
       050-REEMITE-FACTURA.
           ADD 1 TO WSV-ULTIMO-NUMERO.
           ADD 1 TO WSV-CONT-REEMITIDAS.
           MOVE WSV-ULTIMO-NUMERO TO WSV-RF-NUMERO.
           MOVE SPACES TO INV-DOCUMENTO-LINE.
           WRITE INV-DOCUMENTO-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FACTURA: ' WSV-RF-NUMERO
                   '   CLIENTE: ' WSV-AN-CLIENTE
                   '   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  REEMISION DE LA FACTURA ANULADA ' WSV-AN-FACTURA
                   ' DEL ' WSV-AN-FECHA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 052-REEMITE-LINEA
               VARYING WSV-RE-IDX FROM 1 BY 1
               UNTIL WSV-RE-IDX > WSV-REEMISION-TOTAL.
           COMPUTE WSV-RF-TOTAL = WSV-RF-NETO + WSV-RF-IMPUESTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  NETO: ' WSV-RF-NETO
                   '   IMPUESTO: ' WSV-RF-IMPUESTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  TOTAL FACTURA (' WSV-REEMISION-TOTAL ' LINEAS): '
                   WSV-RF-TOTAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'FACTURA ' WSV-RF-NUMERO
                   ' REEMISION DE ' WSV-AN-FACTURA
                   ' CLIENTE=' WSV-AN-CLIENTE
                   ' TOTAL=' WSV-RF-TOTAL
                   ' IMP=' WSV-RF-IMPUESTO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       052-REEMITE-LINEA.
           ADD WSV-RE-EXTENSION (WSV-RE-IDX) TO WSV-RF-NETO.
           ADD WSV-RE-IMPUESTO (WSV-RE-IDX) TO WSV-RF-IMPUESTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' WSV-RE-ARTICULO (WSV-RE-IDX)
                   ' CANT: ' WSV-RE-CANTIDAD (WSV-RE-IDX)
                   ' PRECIO: ' WSV-RE-PRECIO (WSV-RE-IDX)
                   ' IMPORTE: ' WSV-RE-EXTENSION (WSV-RE-IDX)
                   ' ' WSV-RE-CODIGO-IMP (WSV-RE-IDX)
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-DOCUMENTO-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO INV-DETALLE-RECORD.
           MOVE WSV-RF-NUMERO TO IVD-NUMERO.
           MOVE WSV-RE-IDX TO IVD-RENGLON.
           MOVE WSV-AN-CLIENTE TO IVD-CLIENTE.
           MOVE CTL-RUN-DATE TO IVD-FECHA.
           MOVE WSV-RE-ARTICULO (WSV-RE-IDX) TO IVD-ARTICULO.
           MOVE WSV-RE-CANTIDAD (WSV-RE-IDX) TO IVD-CANTIDAD.
           MOVE WSV-RE-PRECIO (WSV-RE-IDX) TO IVD-PRECIO.
           MOVE WSV-RE-EXTENSION (WSV-RE-IDX) TO IVD-EXTENSION.
           MOVE WSV-RE-CODIGO-IMP (WSV-RE-IDX) TO IVD-CODIGO-IMP.
           MOVE WSV-RE-IMPUESTO (WSV-RE-IDX) TO IVD-IMPUESTO.
           MOVE WSV-RE-EXENTO (WSV-RE-IDX) TO IVD-EXENTO.
           MOVE WSV-RE-ORIGEN (WSV-RE-IDX) TO IVD-ORIGEN-PRECIO.
           WRITE INV-DETALLE-RECORD
               INVALID KEY
                   DISPLAY 'INV-VOID - LLAVE DUPLICADA EN INVDET: '
                       IVD-LLAVE
           END-WRITE.
           IF WSV-RE-CODIGO-IMP (WSV-RE-IDX) NOT = SPACES
               ADD 1 TO WSV-SEC-IMPUESTO
               MOVE SPACES TO INV-DETALLE-IMP-RECORD
               MOVE CTL-RUN-DATE TO TXD-FECHA
               MOVE WSV-SEC-IMPUESTO TO TXD-SECUENCIA
               MOVE WSV-AN-CLIENTE TO TXD-CLIENTE
               MOVE WSV-RE-ARTICULO (WSV-RE-IDX) TO TXD-ARTICULO
               MOVE 'R' TO TXD-ACCION
               MOVE WSV-RE-CODIGO-IMP (WSV-RE-IDX) TO TXD-CODIGO
               MOVE WSV-RE-TASA (WSV-RE-IDX) TO TXD-TASA
               MOVE WSV-RE-EXENTO (WSV-RE-IDX) TO TXD-EXENTO
               COMPUTE TXD-BASE ROUNDED = WSV-RE-EXTENSION (WSV-RE-IDX)
               MOVE WSV-RE-IMPUESTO (WSV-RE-IDX) TO TXD-IMPUESTO
               PERFORM 044-GRABA-DETALLE-IMPUESTO
           END-IF.

      *> RECHAZO DE LA ANULACION EN PROCESO: AL REGISTRO, A CONSOLA Y
      *> A LA BITACORA COMO ADVERTENCIA.
       058-RECHAZA-ANULACION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  RECHAZADA ' WSV-AN-FACTURA ' '
                   WSV-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'INV-VOID - ANULACION RECHAZADA ' WSV-AN-FACTURA
               ': ' WSV-MOTIVO-RECHAZO.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'ANULACION RECHAZADA FACTURA=' WSV-AN-FACTURA
                   ' APROBO=' WSV-AN-APROBADOR ' '
                   WSV-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> AGREGA A INVREG (ACUMULATIVO) LAS REEMISIONES AUN NO
      *> REGISTRADAS, CON ESTADO 'R' Y LA ANULADA COMO REFERENCIA, Y
      *> LAS DEJA MARCADAS EN INVANUL PARA QUE UNA RE-CORRIDA NO LAS
      *> AGREGUE DOS VECES. NINGUNA REEMISION DE INVANUL PUEDE QUEDAR
      *> ARRIBA DEL CONSECUTIVO QUE SE REGRABA EN INVCTL.
       060-AGREGA-REEMISIONES.
           OPEN EXTEND INV-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS = '35'
               OPEN OUTPUT INV-REGISTRO-FILE
           END-IF.
           MOVE ZEROS TO IVA-NUMERO.
           MOVE '1' TO WSS-ANULADA-SWITCHES.
           START INV-ANULADA-FILE KEY IS NOT LESS THAN IVA-NUMERO
               INVALID KEY
                   SET WSS-ANULADA-FIN TO TRUE
           END-START.
           PERFORM 062-AGREGA-UNA-REEMISION UNTIL WSS-ANULADA-FIN.
           CLOSE INV-REGISTRO-FILE.

       062-AGREGA-UNA-REEMISION.
           READ INV-ANULADA-FILE NEXT RECORD
               AT END SET WSS-ANULADA-FIN TO TRUE
           END-READ.
           IF NOT WSS-ANULADA-FIN
               IF IVA-REEMISION > WSV-ULTIMO-NUMERO
                   MOVE IVA-REEMISION TO WSV-ULTIMO-NUMERO
               END-IF
               IF NOT IVA-EN-REGISTRO AND IVA-REEMISION NOT = ZEROS
                   MOVE SPACES TO INV-REGISTRO-RECORD
                   MOVE IVA-REEMISION TO IVR-NUMERO
                   MOVE IVA-CLIENTE TO IVR-CLIENTE
                   MOVE IVA-FECHA-ANULA TO IVR-FECHA
                   MOVE IVA-RE-LINEAS TO IVR-LINEAS
                   MOVE IVA-RE-TOTAL TO IVR-TOTAL
                   MOVE IVA-RE-NETO TO IVR-NETO
                   MOVE IVA-RE-IMPUESTO TO IVR-IMPUESTO
                   SET IVR-REEMISION TO TRUE
                   MOVE IVA-NUMERO TO IVR-REFERENCIA
                   WRITE INV-REGISTRO-RECORD
                   SET IVA-EN-REGISTRO TO TRUE
                   REWRITE INV-ANULADA-RECORD
                   ADD 1 TO WSV-CONT-AGREGADAS
               END-IF
           END-IF.

      *> COPIA INVREG AL ARCHIVO DE TRABAJO MARCANDO COMO ANULADA ('V',
      *> CON SU REEMISION COMO REFERENCIA) TODA FACTURA QUE ESTE EN
      *> INVANUL, Y DEVUELVE LA COPIA A INVREG.
       065-MARCA-ANULADAS.
           OPEN INPUT INV-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS = '00'
               OPEN OUTPUT INV-TRABAJO-FILE
               MOVE '1' TO WSS-REGISTRO-SWITCHES
               PERFORM 068-LEE-REGISTRO
               PERFORM 066-COPIA-REGISTRO UNTIL WSS-REGISTRO-FIN
               CLOSE INV-REGISTRO-FILE
               CLOSE INV-TRABAJO-FILE
               OPEN INPUT INV-TRABAJO-FILE
               OPEN OUTPUT INV-REGISTRO-FILE
               MOVE '1' TO WSS-REGISTRO-SWITCHES
               PERFORM 069-LEE-TRABAJO
               PERFORM 067-DEVUELVE-REGISTRO UNTIL WSS-REGISTRO-FIN
               CLOSE INV-TRABAJO-FILE
               CLOSE INV-REGISTRO-FILE
           END-IF.

       066-COPIA-REGISTRO.
           MOVE IVR-NUMERO TO IVA-NUMERO.
           READ INV-ANULADA-FILE KEY IS IVA-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT IVR-ANULADA
                       ADD 1 TO WSV-CONT-MARCADAS
                   END-IF
                   SET IVR-ANULADA TO TRUE
                   MOVE IVA-REEMISION TO IVR-REFERENCIA
           END-READ.
           WRITE INV-TRABAJO-RECORD FROM INV-REGISTRO-RECORD.
           PERFORM 068-LEE-REGISTRO.

       067-DEVUELVE-REGISTRO.
           WRITE INV-REGISTRO-RECORD FROM INV-TRABAJO-RECORD.
           PERFORM 069-LEE-TRABAJO.

       068-LEE-REGISTRO.
           READ INV-REGISTRO-FILE
               AT END SET WSS-REGISTRO-FIN TO TRUE
           END-READ.

       069-LEE-TRABAJO.
           READ INV-TRABAJO-FILE
               AT END SET WSS-REGISTRO-FIN TO TRUE
           END-READ.

      *> PERSISTE EL ULTIMO CONSECUTIVO (AVANZADO POR LAS REEMISIONES
      *> DE HOY O POR LAS QUE UNA CORRIDA INTERRUMPIDA DEJO EN INVANUL)
      *> PARA QUE BILL-INVOICE CONTINUE LA NUMERACION.
       070-REGRABA-CONTROL.
           IF WSV-ULTIMO-NUMERO > WSV-CONTROL-LEIDO
               MOVE SPACES TO INV-CONTROL-RECORD
               MOVE WSV-ULTIMO-NUMERO TO IVC-ULTIMO-NUMERO
               OPEN OUTPUT INV-CONTROL-FILE
               WRITE INV-CONTROL-RECORD
               CLOSE INV-CONTROL-FILE
           END-IF.

      *> RECORRE INVREG ORDENADO POR NUMERO DEL 1 AL ULTIMO DE INVCTL:
      *> CADA NUMERO DEBE APARECER UNA SOLA VEZ COMO EMITIDA, ANULADA
      *> O REEMISION. SE LISTAN LAS ANULADAS, LAS REEMISIONES, LOS
      *> FALTANTES, LOS DUPLICADOS Y LOS NUMEROS POR ARRIBA DE INVCTL.
       075-REVISA-CONSECUTIVO.
           MOVE SPACES TO INV-REPORTE-LINE.
           WRITE INV-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CONSECUTIVO DE FACTURAS 000001 A ' WSV-ULTIMO-NUMERO
                   ' (INVCTL)'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE 1 TO WSV-ESPERADO.
           MOVE ZEROS TO WSV-NUMERO-ANTERIOR.
           OPEN INPUT INV-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS = '00'
               CLOSE INV-REGISTRO-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SWR-NUMERO
                   USING INV-REGISTRO-FILE
                   GIVING INV-ORDENADO-FILE
               OPEN INPUT INV-ORDENADO-FILE
               PERFORM 079-LEE-ORDENADO
               PERFORM 076-REVISA-NUMERO UNTIL WSS-ORDENADO-FIN
               CLOSE INV-ORDENADO-FILE
           END-IF.
           PERFORM 078-REPORTA-FALTANTE
               UNTIL WSV-ESPERADO > WSV-ULTIMO-NUMERO.
           COMPUTE WSV-SEC-CUENTA = WSV-SEC-EMITIDAS
               + WSV-SEC-ANULADAS + WSV-SEC-REEMISIONES.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  EMITIDAS: ' WSV-SEC-EMITIDAS
                   ' ANULADAS: ' WSV-SEC-ANULADAS
                   ' REEMISIONES: ' WSV-SEC-REEMISIONES
                   ' TOTAL: ' WSV-SEC-CUENTA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  FALTANTES: ' WSV-SEC-FALTANTES
                   ' DUPLICADOS: ' WSV-SEC-DUPLICADOS
                   ' SOBRE INVCTL: ' WSV-SEC-EXCEDENTES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-SEC-FALTANTES = ZEROS AND WSV-SEC-DUPLICADOS = ZEROS
                   AND WSV-SEC-EXCEDENTES = ZEROS
                   AND WSV-SEC-CUENTA = WSV-ULTIMO-NUMERO
               MOVE '  CONSECUTIVO COMPLETO, TODO NUMERO JUSTIFICADO'
                   TO WSV-REPORTE-LINEA
           ELSE
               MOVE '  CONSECUTIVO CON NUMEROS SIN JUSTIFICAR'
                   TO WSV-REPORTE-LINEA
               MOVE SPACES TO AUD-MENSAJE
               STRING 'CONSECUTIVO DE FACTURAS NO CUADRA FALTANTES='
                       WSV-SEC-FALTANTES
                       ' DUPLICADOS=' WSV-SEC-DUPLICADOS
                       ' SOBRE INVCTL=' WSV-SEC-EXCEDENTES
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ERROR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.

       076-REVISA-NUMERO.
           IF IVO-NUMERO = WSV-NUMERO-ANTERIOR
               ADD 1 TO WSV-SEC-DUPLICADOS
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING '  ' IVO-NUMERO ' DUPLICADO   CLIENTE '
                       IVO-CLIENTE ' FECHA ' IVO-FECHA
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 078-REPORTA-FALTANTE
                   UNTIL WSV-ESPERADO NOT < IVO-NUMERO
                      OR WSV-ESPERADO > WSV-ULTIMO-NUMERO
               IF IVO-NUMERO > WSV-ULTIMO-NUMERO
                   ADD 1 TO WSV-SEC-EXCEDENTES
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '  ' IVO-NUMERO
                           ' MAYOR AL ULTIMO NUMERO DE INVCTL'
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA
               ELSE
                   PERFORM 077-CLASIFICA-NUMERO
               END-IF
               COMPUTE WSV-ESPERADO = IVO-NUMERO + 1
               MOVE IVO-NUMERO TO WSV-NUMERO-ANTERIOR
           END-IF.
           PERFORM 079-LEE-ORDENADO.

       077-CLASIFICA-NUMERO.
           EVALUATE TRUE
               WHEN IVO-ANULADA
                   ADD 1 TO WSV-SEC-ANULADAS
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   IF IVO-REFERENCIA = ZEROS
                       STRING '  ' IVO-NUMERO ' ANULADA     CLIENTE '
                               IVO-CLIENTE ' SIN REEMISION'
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   ELSE
                       STRING '  ' IVO-NUMERO ' ANULADA     CLIENTE '
                               IVO-CLIENTE ' REEMITIDA EN '
                               IVO-REFERENCIA
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   END-IF
                   WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA
               WHEN IVO-REEMISION
                   ADD 1 TO WSV-SEC-REEMISIONES
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '  ' IVO-NUMERO ' REEMISION   CLIENTE '
                           IVO-CLIENTE ' DE LA ANULADA '
                           IVO-REFERENCIA
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA
               WHEN OTHER
                   ADD 1 TO WSV-SEC-EMITIDAS
           END-EVALUATE.

       078-REPORTA-FALTANTE.
           ADD 1 TO WSV-SEC-FALTANTES.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' WSV-ESPERADO (2:6) ' FALTANTE EN INVREG'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           ADD 1 TO WSV-ESPERADO.

       079-LEE-ORDENADO.
           READ INV-ORDENADO-FILE
               AT END SET WSS-ORDENADO-FIN TO TRUE
           END-READ.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE INV-TRAN-FILE
           END-IF.
           CLOSE INV-DETALLE-FILE.
           CLOSE INV-ANULADA-FILE.
           CLOSE INV-DETALLE-IMP-FILE.
           IF WSS-ARMSTR-DISPONIBLE
               CLOSE INV-CXC-FILE
           END-IF.
           IF WSS-TAXMSTR-DISPONIBLE
               CLOSE INV-TASA-FILE
           END-IF.
           MOVE SPACES TO INV-REPORTE-LINE.
           WRITE INV-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ANULADAS: ' WSV-CONT-ANULADAS
                   ' REEMITIDAS: ' WSV-CONT-REEMITIDAS
                   ' RECHAZADAS: ' WSV-CONT-RECHAZADAS
                   ' YA APLICADAS: ' WSV-CONT-YA-APLICADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'INV-VOID - ' WSV-REPORTE-LINEA (1:70).
           CLOSE INV-DOCUMENTO-FILE.
           CLOSE INV-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 8 SI EL CONSECUTIVO TIENE NUMEROS SIN
      *> JUSTIFICAR O UNA FACTURA NO CUPO EN LA TABLA DE RENGLONES, 4
      *> SI ALGUNA OTRA ANULACION FUE RECHAZADA, 0 SI NO.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN WSV-SEC-FALTANTES > ZEROS
                       OR WSV-SEC-DUPLICADOS > ZEROS
                       OR WSV-SEC-EXCEDENTES > ZEROS
                       OR WSV-CONT-EXCEDIDAS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-CONT-RECHAZADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PLATZI-INV-VOID.

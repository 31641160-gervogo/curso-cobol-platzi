      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Libro de partidas abiertas de cuentas por cobrar con
      *          aplicacion de cobros. PLATZI-BILL-INVOICE deja una
      *          linea por factura en INVREG pero nada sabia si la
      *          factura se pago: cobranza trabajaba de una impresion.
      *          Este paso, ejecutado despues de BILL-INVOICE, da de
      *          alta en el maestro indexado ARMSTR (llave numero de
      *          factura) las facturas del dia de INVREG, netea las
      *          notas de credito del dia de BILLCRED contra las
      *          partidas abiertas del cliente (la mas antigua
      *          primero), y aplica el archivo diario de cobros del
      *          banco BANKPAY (cliente, factura, importe y fecha
      *          valor) en forma total o parcial. Un cobro o credito
      *          que no encuentra partida abierta (factura inexistente,
      *          de otro cliente, ya pagada, o el excedente sobre el
      *          saldo) va al archivo de efectivo no aplicado ARUNAPP
      *          con su motivo, y el reporte de aplicacion de cobros
      *          ARCASHRP cubre lo aplicado y lo no aplicado. El
      *          control ARCTL guarda la ultima fecha aplicada: una
      *          re-corrida del mismo dia no vuelve a netear creditos
      *          ni a aplicar cobros (mismo criterio que el candado
      *          DRVLOCK del driver).
      * Mod:    15-10-2026 - ARMSTR toma del relleno la fecha de
      *         vencimiento, el nivel del ultimo aviso de cobro y la
      *         fecha de interes que mantiene PLATZI-AR-AGING; el alta
      *         de factura los deja en ceros.
      * Mod:    15-10-2026 - La nota de credito se aplica por su bruto
      *         (extension mas impuesto de la linea de BILLCRED), igual
      *         que la factura entra por su IVR-TOTAL con impuesto.
      * Mod:    15-10-2026 - Anulaciones del dia: cada factura que
      *         PLATZI-INV-VOID anulo en la fecha de corrida (INVANUL)
      *         queda en ARMSTR con saldo cero y estado 'V', fuera de
      *         la cartera; su reemision entra como factura nueva por
      *         INVREG.
      * Mod:    15-10-2026 - ARUNAPP se abre despues de leer ARCTL y
      *         solo si la fecha no esta aplicada: una re-corrida ya no
      *         vacia el efectivo no aplicado de la primera corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-AR-LEDGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARL-REGISTRO-FILE ASSIGN TO "INVREG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-REGISTRO-STATUS.

           SELECT ARL-CREDITO-FILE ASSIGN TO "BILLCRED"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CREDITO-STATUS.

           SELECT ARL-PAGOS-FILE   ASSIGN TO "BANKPAY"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PAGOS-STATUS.

           SELECT ARL-MAESTRO-FILE ASSIGN TO "ARMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ARM-FACTURA
                                    ALTERNATE RECORD KEY IS ARM-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT ARL-ANULADA-FILE ASSIGN TO "INVANUL"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS IVA-NUMERO
                                    FILE STATUS IS WSV-ANULADA-STATUS.

           SELECT ARL-NOAPLICADO-FILE ASSIGN TO "ARUNAPP"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARL-REPORTE-FILE ASSIGN TO "ARCASHRP"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARL-CONTROL-FILE ASSIGN TO "ARCTL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE INV-REGISTRO-RECORD EN PLATZI-BILL-INVOICE.
       FD  ARL-REGISTRO-FILE.
       01  ARL-REGISTRO-RECORD.
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

      *> MISMO LAYOUT QUE FAC-SALIDA-RECORD EN PLATZI-FACTURACION
      *> (BILLCRED LO COMPARTE CON BILLOUT, EXTENSION NEGATIVA).
       FD  ARL-CREDITO-FILE.
       01  ARL-CREDITO-RECORD.
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

      *> COBROS DEL DIA RECIBIDOS DEL BANCO: CLIENTE, FACTURA QUE EL
      *> CLIENTE DICE PAGAR, IMPORTE Y FECHA VALOR DEL DEPOSITO.
       FD  ARL-PAGOS-FILE.
       01  ARL-PAGOS-RECORD.
           05 BPR-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(01).
           05 BPR-FACTURA              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 BPR-IMPORTE              PIC 9(9)V99.
           05 FILLER                   PIC X(01).
           05 BPR-FECHA-VALOR          PIC 9(08).
           05 FILLER                   PIC X(46).

      *> MAESTRO DE PARTIDAS ABIERTAS: UNA POR FACTURA EMITIDA, CON
      *> EL IMPORTE ORIGINAL, LO NETEADO POR NOTAS DE CREDITO, LO
      *> COBRADO Y EL SALDO. LA LLAVE ALTERNA POR CLIENTE PERMITE
      *> RECORRER LAS PARTIDAS DE UN CLIENTE EN ORDEN DE ALTA. LA
      *> FECHA DE VENCIMIENTO, EL NIVEL DEL ULTIMO AVISO DE COBRO Y LA
      *> FECHA HASTA LA QUE SE COBRO INTERES LOS LLENA PLATZI-AR-AGING.
       FD  ARL-MAESTRO-FILE.
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
              88 ARM-ABIERTA                     VALUE 'A'.
              88 ARM-PAGADA                      VALUE 'P'.
              88 ARM-ANULADA                     VALUE 'V'.
           05 ARM-FECHA-VENCE          PIC 9(08).
           05 ARM-NIVEL-AVISO          PIC 9(01).
           05 ARM-FECHA-INTERES        PIC 9(08).
           05 FILLER                   PIC X(03).

      *> MISMO LAYOUT QUE INV-ANULADA-RECORD EN PLATZI-INV-VOID.
       FD  ARL-ANULADA-FILE.
       01  ARL-ANULADA-RECORD.
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

      *> EFECTIVO NO APLICADO: ORIGEN ('P' COBRO DEL BANCO, 'C' NOTA
      *> DE CREDITO), CLIENTE, FACTURA, IMPORTE SIN APLICAR, FECHA
      *> VALOR, MOTIVO Y FECHA DE CORRIDA.
       FD  ARL-NOAPLICADO-FILE.
       01  ARL-NOAPLICADO-RECORD.
           05 ANR-ORIGEN               PIC X(01).
           05 FILLER                   PIC X(01).
           05 ANR-CLIENTE              PIC X(06).
           05 FILLER                   PIC X(01).
           05 ANR-FACTURA              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 ANR-IMPORTE              PIC 9(9)V99.
           05 FILLER                   PIC X(01).
           05 ANR-FECHA-VALOR          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ANR-MOTIVO               PIC X(33).
           05 FILLER                   PIC X(01).
           05 ANR-FECHA-PROCESO        PIC 9(08).

       FD  ARL-REPORTE-FILE.
       01  ARL-REPORTE-LINE            PIC X(80).

      *> ULTIMA FECHA DE CORRIDA YA APLICADA AL MAESTRO; SE REGRABA AL
      *> TERMINAR LA CORRIDA.
       FD  ARL-CONTROL-FILE.
       01  ARL-CONTROL-RECORD.
           05 ACR-FECHA-APLICADA       PIC 9(08).
           05 FILLER                   PIC X(72).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-REGISTRO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-REGISTRO-FIN                  VALUE '0'.

       77 WSS-CREDITO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-CREDITO-FIN                   VALUE '0'.

       77 WSS-PAGOS-SWITCHES         PIC X     VALUE '1'.
           88 WSS-PAGOS-FIN                     VALUE '0'.

       77 WSS-ANULADA-SWITCHES       PIC X     VALUE '1'.
           88 WSS-ANULADA-FIN                   VALUE '0'.

      *> RECORRIDO DE LAS PARTIDAS DE UN CLIENTE POR LA LLAVE ALTERNA.
       77 WSS-PARTIDAS-SWITCHES      PIC X     VALUE '1'.
           88 WSS-PARTIDAS-FIN                  VALUE '0'.

      *> LA FECHA DE CORRIDA YA SE APLICO AL MAESTRO (RE-CORRIDA): NO
      *> SE VUELVEN A NETEAR CREDITOS NI A APLICAR COBROS.
       77 WSS-APLICADA-SWITCHES      PIC X     VALUE '0'.
           88 WSS-FECHA-YA-APLICADA             VALUE '1'.

       77 WSV-REGISTRO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-CREDITO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-PAGOS-STATUS           PIC XX    VALUE SPACES.
       77 WSV-MAESTRO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-CONTROL-STATUS         PIC XX    VALUE SPACES.
       77 WSV-ANULADA-STATUS         PIC XX    VALUE SPACES.

      *> IMPORTE PENDIENTE DE APLICAR DEL CREDITO O COBRO EN PROCESO
      *> Y LA PORCION QUE SE APLICA A LA PARTIDA EN TURNO.
       77 WSV-POR-APLICAR            PIC S9(12)V99 VALUE ZEROS.
       77 WSV-APLICADO               PIC S9(12)V99 VALUE ZEROS.

      *> DATOS DEL REGISTRO DE EFECTIVO NO APLICADO EN ARMADO
       01 WSV-NOAPLICADO.
          05 WSV-NA-ORIGEN           PIC X(01) VALUE SPACE.
          05 WSV-NA-CLIENTE          PIC X(06) VALUE SPACES.
          05 WSV-NA-FACTURA          PIC 9(06) VALUE ZEROS.
          05 WSV-NA-FECHA-VALOR      PIC 9(08) VALUE ZEROS.
          05 WSV-NA-MOTIVO           PIC X(33) VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-FACTURAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-DUPLICADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ANULADAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CREDITOS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-PAGOS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-PAGO-TOTAL     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-PAGO-PARCIAL   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-NOAPLICADOS    PIC 9(05) VALUE ZEROS.

       *> TOTALES DE LA CORRIDA
       01 WSV-TOTALES.
          05 WSV-TOT-FACTURADO       PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-ANULADO         PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-CREDITOS        PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-CRED-APLICADO   PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-RECIBIDO        PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-PAGO-APLICADO   PIC S9(12)V99 VALUE ZEROS.
          05 WSV-TOT-NOAPLICADO      PIC S9(12)V99 VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='ARLEDGER'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF NOT WSS-FECHA-YA-APLICADA
               PERFORM 020-CARGA-FACTURAS
               PERFORM 027-ANULACIONES
               PERFORM 030-NETEA-CREDITOS
               PERFORM 040-APLICA-PAGOS
               PERFORM 070-REGRABA-CONTROL
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT ARL-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'APLICACION DE COBROS CXC   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO ARL-REPORTE-LINE.
           WRITE ARL-REPORTE-LINE.
           OPEN I-O ARL-MAESTRO-FILE.
           IF WSV-MAESTRO-STATUS = '35'
               OPEN OUTPUT ARL-MAESTRO-FILE
               CLOSE ARL-MAESTRO-FILE
               OPEN I-O ARL-MAESTRO-FILE
           END-IF.
           PERFORM 012-LEE-CONTROL.
      *> EN RE-CORRIDA ARUNAPP SE DEJA COMO LO GRABO LA PRIMERA
      *> CORRIDA DEL DIA.
           IF NOT WSS-FECHA-YA-APLICADA
               OPEN OUTPUT ARL-NOAPLICADO-FILE
           END-IF.

      *> UNA RE-CORRIDA DEL MISMO CTL-RUN-DATE NO VUELVE A APLICAR
      *> NADA: LOS CREDITOS Y COBROS DEL DIA YA ESTAN EN EL MAESTRO Y
      *> APLICARLOS DE NUEVO DUPLICARIA LOS ABONOS.
       012-LEE-CONTROL.
           OPEN INPUT ARL-CONTROL-FILE.
           IF WSV-CONTROL-STATUS = '00'
               READ ARL-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-CONTROL-STATUS = '00'
                       AND ACR-FECHA-APLICADA = CTL-RUN-DATE
                   SET WSS-FECHA-YA-APLICADA TO TRUE
                   MOVE 'FECHA YA APLICADA AL MAESTRO ARMSTR, NO SE '
                       TO WSV-REPORTE-LINEA
                   WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   MOVE 'REAPLICAN FACTURAS, CREDITOS NI COBROS'
                       TO WSV-REPORTE-LINEA
                   WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   DISPLAY 'AR-LEDGER - FECHA ' CTL-RUN-DATE
                       ' YA APLICADA, SE OMITE'
               END-IF
               CLOSE ARL-CONTROL-FILE
           END-IF.

      *> ALTA DE LAS FACTURAS DEL DIA: INVREG ES ACUMULATIVO, ASI QUE
      *> SOLO SE TOMAN LAS LINEAS CON IVR-FECHA DE LA CORRIDA. UNA
      *> FACTURA QUE YA EXISTE EN EL MAESTRO NO SE DUPLICA.
       020-CARGA-FACTURAS.
           MOVE 'FACTURAS DEL DIA AL MAESTRO DE PARTIDAS ABIERTAS'
               TO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT ARL-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS NOT = '00'
               SET WSS-REGISTRO-FIN TO TRUE
               MOVE '  SIN INVREG, NINGUNA FACTURA QUE CARGAR'
                   TO WSV-REPORTE-LINEA
               WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 025-LEE-REGISTRO
               PERFORM 022-ALTA-FACTURA UNTIL WSS-REGISTRO-FIN
               CLOSE ARL-REGISTRO-FILE
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  FACTURAS CARGADAS: ' WSV-CONT-FACTURAS
                   ' YA EXISTENTES: ' WSV-CONT-DUPLICADAS
                   ' IMPORTE: ' WSV-TOT-FACTURADO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO ARL-REPORTE-LINE.
           WRITE ARL-REPORTE-LINE.

       022-ALTA-FACTURA.
           IF IVR-FECHA = CTL-RUN-DATE
               MOVE SPACES TO AR-MASTER-RECORD
               MOVE IVR-NUMERO TO ARM-FACTURA
               MOVE IVR-CLIENTE TO ARM-CLIENTE
               MOVE IVR-FECHA TO ARM-FECHA-FACTURA
               MOVE IVR-TOTAL TO ARM-IMPORTE
               MOVE ZEROS TO ARM-CREDITOS
               MOVE ZEROS TO ARM-PAGOS
               MOVE IVR-TOTAL TO ARM-SALDO
               MOVE ZEROS TO ARM-FECHA-ULT-PAGO
               MOVE ZEROS TO ARM-FECHA-VENCE
               MOVE ZEROS TO ARM-NIVEL-AVISO
               MOVE ZEROS TO ARM-FECHA-INTERES
               SET ARM-ABIERTA TO TRUE
               WRITE AR-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WSV-CONT-DUPLICADAS
                   NOT INVALID KEY
                       ADD 1 TO WSV-CONT-FACTURAS
                       ADD IVR-TOTAL TO WSV-TOT-FACTURADO
               END-WRITE
           END-IF.
           PERFORM 025-LEE-REGISTRO.

       025-LEE-REGISTRO.
           READ ARL-REGISTRO-FILE
               AT END SET WSS-REGISTRO-FIN TO TRUE
           END-READ.

      *> FACTURAS ANULADAS EN LA FECHA DE CORRIDA: LA PARTIDA QUEDA
      *> CON SALDO CERO Y ESTADO ANULADA, ASI NO LA TOCAN LOS CREDITOS
      *> NI LOS COBROS NI EL REPORTE DE ANTIGUEDAD. PLATZI-INV-VOID NO
      *> ANULA UNA FACTURA CON CREDITOS O COBROS APLICADOS.
       027-ANULACIONES.
           MOVE 'FACTURAS ANULADAS DEL DIA (INVANUL)'
               TO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT ARL-ANULADA-FILE.
           IF WSV-ANULADA-STATUS NOT = '00'
               MOVE '  SIN INVANUL, NINGUNA FACTURA ANULADA'
                   TO WSV-REPORTE-LINEA
               WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 029-LEE-ANULADA
               PERFORM 028-ANULA-PARTIDA UNTIL WSS-ANULADA-FIN
               CLOSE ARL-ANULADA-FILE
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  FACTURAS ANULADAS: ' WSV-CONT-ANULADAS
                   ' SALDO RETIRADO: ' WSV-TOT-ANULADO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO ARL-REPORTE-LINE.
           WRITE ARL-REPORTE-LINE.

       028-ANULA-PARTIDA.
           IF IVA-FECHA-ANULA = CTL-RUN-DATE
               MOVE IVA-NUMERO TO ARM-FACTURA
               READ ARL-MAESTRO-FILE KEY IS ARM-FACTURA
                   INVALID KEY
                       MOVE SPACES TO WSV-REPORTE-LINEA
                       STRING '  ANULADA ' IVA-NUMERO
                               ' SIN PARTIDA EN ARMSTR'
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                       WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
                       END-WRITE
                   NOT INVALID KEY
                       IF NOT ARM-ANULADA
                           ADD 1 TO WSV-CONT-ANULADAS
                           ADD ARM-SALDO TO WSV-TOT-ANULADO
                           MOVE ZEROS TO ARM-SALDO
                           SET ARM-ANULADA TO TRUE
                           REWRITE AR-MASTER-RECORD
                           MOVE SPACES TO WSV-REPORTE-LINEA
                           STRING '  ANULADA ' ARM-CLIENTE
                                   ' FACTURA ' ARM-FACTURA
                                   ' IMPORTE: ' ARM-IMPORTE
                                   ' REEMISION: ' IVA-REEMISION
                                   DELIMITED BY SIZE
                                   INTO WSV-REPORTE-LINEA
                           WRITE ARL-REPORTE-LINE
                               FROM WSV-REPORTE-LINEA
                           END-WRITE
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'PARTIDA ANULADA FACTURA='
                                   ARM-FACTURA
                                   ' CLIENTE=' ARM-CLIENTE
                                   ' IMPORTE=' ARM-IMPORTE
                                   ' APROBO=' IVA-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                       END-IF
               END-READ
           END-IF.
           PERFORM 029-LEE-ANULADA.

       029-LEE-ANULADA.
           READ ARL-ANULADA-FILE
               AT END SET WSS-ANULADA-FIN TO TRUE
           END-READ.

      *> CADA NOTA DE CREDITO DEL DIA SE NETEA CONTRA LAS PARTIDAS
      *> ABIERTAS DE SU CLIENTE EN ORDEN DE ALTA (LA MAS ANTIGUA
      *> PRIMERO); LO QUE NO ENCUENTRA SALDO VA A EFECTIVO NO APLICADO.
       030-NETEA-CREDITOS.
           MOVE 'NOTAS DE CREDITO NETEADAS (BILLCRED)'
               TO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT ARL-CREDITO-FILE.
           IF WSV-CREDITO-STATUS NOT = '00'
               SET WSS-CREDITO-FIN TO TRUE
               MOVE '  SIN BILLCRED, NINGUNA NOTA DE CREDITO'
                   TO WSV-REPORTE-LINEA
               WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 035-LEE-CREDITO
               PERFORM 032-APLICA-CREDITO UNTIL WSS-CREDITO-FIN
               CLOSE ARL-CREDITO-FILE
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  CREDITOS: ' WSV-CONT-CREDITOS
                   ' IMPORTE: ' WSV-TOT-CREDITOS
                   ' APLICADO: ' WSV-TOT-CRED-APLICADO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO ARL-REPORTE-LINE.
           WRITE ARL-REPORTE-LINE.

       032-APLICA-CREDITO.
           ADD 1 TO WSV-CONT-CREDITOS.
           COMPUTE WSV-POR-APLICAR ROUNDED =
               ZERO - FSR-EXTENSION - FSR-IMPUESTO.
           ADD WSV-POR-APLICAR TO WSV-TOT-CREDITOS.
           MOVE FSR-CLIENTE TO ARM-CLIENTE.
           MOVE '1' TO WSS-PARTIDAS-SWITCHES.
           START ARL-MAESTRO-FILE KEY IS EQUAL TO ARM-CLIENTE
               INVALID KEY
                   SET WSS-PARTIDAS-FIN TO TRUE
           END-START.
           PERFORM 033-NETEA-PARTIDA
               UNTIL WSS-PARTIDAS-FIN OR WSV-POR-APLICAR = ZEROS.
           IF WSV-POR-APLICAR > ZEROS
               MOVE 'C' TO WSV-NA-ORIGEN
               MOVE FSR-CLIENTE TO WSV-NA-CLIENTE
               MOVE ZEROS TO WSV-NA-FACTURA
               MOVE FSR-FECHA-PROCESO TO WSV-NA-FECHA-VALOR
               MOVE 'CREDITO SIN PARTIDA ABIERTA' TO WSV-NA-MOTIVO
               PERFORM 060-REGISTRA-NOAPLICADO
           END-IF.
           PERFORM 035-LEE-CREDITO.

      *> TOMA LA SIGUIENTE PARTIDA DEL CLIENTE POR LA LLAVE ALTERNA Y
      *> LE ABONA EL CREDITO HASTA DONDE ALCANCE SU SALDO.
       033-NETEA-PARTIDA.
           READ ARL-MAESTRO-FILE NEXT RECORD
               AT END SET WSS-PARTIDAS-FIN TO TRUE
           END-READ.
           IF NOT WSS-PARTIDAS-FIN
               IF ARM-CLIENTE NOT = FSR-CLIENTE
                   SET WSS-PARTIDAS-FIN TO TRUE
               ELSE
                   IF ARM-ABIERTA AND ARM-SALDO > ZEROS
                       IF WSV-POR-APLICAR > ARM-SALDO
                           MOVE ARM-SALDO TO WSV-APLICADO
                       ELSE
                           MOVE WSV-POR-APLICAR TO WSV-APLICADO
                       END-IF
                       ADD WSV-APLICADO TO ARM-CREDITOS
                       SUBTRACT WSV-APLICADO FROM ARM-SALDO
                       SUBTRACT WSV-APLICADO FROM WSV-POR-APLICAR
                       ADD WSV-APLICADO TO WSV-TOT-CRED-APLICADO
                       IF ARM-SALDO = ZEROS
                           SET ARM-PAGADA TO TRUE
                       END-IF
                       REWRITE AR-MASTER-RECORD
                       MOVE SPACES TO WSV-REPORTE-LINEA
                       STRING '  CREDITO ' FSR-CLIENTE
                               ' FACTURA ' ARM-FACTURA
                               ' ABONO: ' WSV-APLICADO
                               ' SALDO: ' ARM-SALDO
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                       WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
                   END-IF
               END-IF
           END-IF.

       035-LEE-CREDITO.
           READ ARL-CREDITO-FILE
               AT END SET WSS-CREDITO-FIN TO TRUE
           END-READ.

      *> CADA COBRO DEL BANCO SE APLICA A LA FACTURA QUE REFERENCIA:
      *> DEBE EXISTIR, SER DEL MISMO CLIENTE Y TENER SALDO; UN COBRO
      *> MAYOR QUE EL SALDO LIQUIDA LA FACTURA Y EL EXCEDENTE QUEDA
      *> COMO EFECTIVO NO APLICADO.
       040-APLICA-PAGOS.
           MOVE 'COBROS DEL BANCO (BANKPAY)' TO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT ARL-PAGOS-FILE.
           IF WSV-PAGOS-STATUS NOT = '00'
               SET WSS-PAGOS-FIN TO TRUE
               MOVE '  SIN BANKPAY, NINGUN COBRO QUE APLICAR'
                   TO WSV-REPORTE-LINEA
               WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 045-LEE-PAGO
               PERFORM 042-APLICA-UN-PAGO UNTIL WSS-PAGOS-FIN
               CLOSE ARL-PAGOS-FILE
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  COBROS: ' WSV-CONT-PAGOS
                   ' RECIBIDO: ' WSV-TOT-RECIBIDO
                   ' APLICADO: ' WSV-TOT-PAGO-APLICADO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  FACTURAS LIQUIDADAS: ' WSV-CONT-PAGO-TOTAL
                   ' CON PAGO PARCIAL: ' WSV-CONT-PAGO-PARCIAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO ARL-REPORTE-LINE.
           WRITE ARL-REPORTE-LINE.

       042-APLICA-UN-PAGO.
           ADD 1 TO WSV-CONT-PAGOS.
           ADD BPR-IMPORTE TO WSV-TOT-RECIBIDO.
           MOVE BPR-IMPORTE TO WSV-POR-APLICAR.
           MOVE 'P' TO WSV-NA-ORIGEN.
           MOVE BPR-CLIENTE TO WSV-NA-CLIENTE.
           MOVE BPR-FACTURA TO WSV-NA-FACTURA.
           MOVE BPR-FECHA-VALOR TO WSV-NA-FECHA-VALOR.
           MOVE BPR-FACTURA TO ARM-FACTURA.
           READ ARL-MAESTRO-FILE KEY IS ARM-FACTURA
               INVALID KEY
                   MOVE 'FACTURA NO EXISTE EN ARMSTR'
                       TO WSV-NA-MOTIVO
                   PERFORM 060-REGISTRA-NOAPLICADO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ARM-CLIENTE NOT = BPR-CLIENTE
                           MOVE 'CLIENTE NO COINCIDE CON FACTURA'
                               TO WSV-NA-MOTIVO
                           PERFORM 060-REGISTRA-NOAPLICADO
                       WHEN NOT ARM-ABIERTA OR ARM-SALDO NOT > ZEROS
                           MOVE 'FACTURA SIN SALDO ABIERTO'
                               TO WSV-NA-MOTIVO
                           PERFORM 060-REGISTRA-NOAPLICADO
                       WHEN OTHER
                           PERFORM 044-ABONA-PAGO
                   END-EVALUATE
           END-READ.
           PERFORM 045-LEE-PAGO.

      *> ABONA EL COBRO A LA FACTURA (TOTAL O PARCIAL) Y DEJA EL
      *> EXCEDENTE, SI LO HAY, COMO EFECTIVO NO APLICADO.
       044-ABONA-PAGO.
           IF WSV-POR-APLICAR > ARM-SALDO
               MOVE ARM-SALDO TO WSV-APLICADO
           ELSE
               MOVE WSV-POR-APLICAR TO WSV-APLICADO
           END-IF.
           ADD WSV-APLICADO TO ARM-PAGOS.
           SUBTRACT WSV-APLICADO FROM ARM-SALDO.
           SUBTRACT WSV-APLICADO FROM WSV-POR-APLICAR.
           ADD WSV-APLICADO TO WSV-TOT-PAGO-APLICADO.
           MOVE BPR-FECHA-VALOR TO ARM-FECHA-ULT-PAGO.
           IF ARM-SALDO = ZEROS
               SET ARM-PAGADA TO TRUE
               ADD 1 TO WSV-CONT-PAGO-TOTAL
           ELSE
               ADD 1 TO WSV-CONT-PAGO-PARCIAL
           END-IF.
           REWRITE AR-MASTER-RECORD.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  COBRO ' BPR-CLIENTE ' FACTURA ' ARM-FACTURA
                   ' APLICADO: ' WSV-APLICADO
                   ' SALDO: ' ARM-SALDO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'COBRO APLICADO FACTURA=' ARM-FACTURA
                   ' CLIENTE=' ARM-CLIENTE
                   ' IMPORTE=' WSV-APLICADO
                   ' SALDO=' ARM-SALDO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-POR-APLICAR > ZEROS
               MOVE 'COBRO EXCEDE SALDO DE FACTURA' TO WSV-NA-MOTIVO
               PERFORM 060-REGISTRA-NOAPLICADO
           END-IF.

       045-LEE-PAGO.
           READ ARL-PAGOS-FILE
               AT END SET WSS-PAGOS-FIN TO TRUE
           END-READ.

      *> GRABA EL IMPORTE PENDIENTE (WSV-POR-APLICAR) EN EL ARCHIVO DE
      *> EFECTIVO NO APLICADO CON LOS DATOS QUE DEJO EL INVOCADOR, Y
      *> LO MANDA AL REPORTE Y A LA BITACORA COMO ADVERTENCIA.
       060-REGISTRA-NOAPLICADO.
           ADD 1 TO WSV-CONT-NOAPLICADOS.
           ADD WSV-POR-APLICAR TO WSV-TOT-NOAPLICADO.
           MOVE SPACES TO ARL-NOAPLICADO-RECORD.
           MOVE WSV-NA-ORIGEN TO ANR-ORIGEN.
           MOVE WSV-NA-CLIENTE TO ANR-CLIENTE.
           MOVE WSV-NA-FACTURA TO ANR-FACTURA.
           MOVE WSV-POR-APLICAR TO ANR-IMPORTE.
           MOVE WSV-NA-FECHA-VALOR TO ANR-FECHA-VALOR.
           MOVE WSV-NA-MOTIVO TO ANR-MOTIVO.
           MOVE CTL-RUN-DATE TO ANR-FECHA-PROCESO.
           WRITE ARL-NOAPLICADO-RECORD.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  NO APLICADO ' WSV-NA-ORIGEN ' ' WSV-NA-CLIENTE
                   ' FACTURA ' WSV-NA-FACTURA
                   ' ' WSV-POR-APLICAR
                   ' ' WSV-NA-MOTIVO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'NO APLICADO ORIGEN=' WSV-NA-ORIGEN
                   ' CLIENTE=' WSV-NA-CLIENTE
                   ' FACTURA=' WSV-NA-FACTURA
                   ' ' WSV-NA-MOTIVO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> DEJA CONSTANCIA DE LA FECHA APLICADA PARA QUE UNA RE-CORRIDA
      *> DEL MISMO DIA NO DUPLIQUE CREDITOS NI COBROS.
       070-REGRABA-CONTROL.
           MOVE SPACES TO ARL-CONTROL-RECORD.
           MOVE CTL-RUN-DATE TO ACR-FECHA-APLICADA.
           OPEN OUTPUT ARL-CONTROL-FILE.
           WRITE ARL-CONTROL-RECORD.
           CLOSE ARL-CONTROL-FILE.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           CLOSE ARL-MAESTRO-FILE.
           IF NOT WSS-FECHA-YA-APLICADA
               CLOSE ARL-NOAPLICADO-FILE
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'EFECTIVO NO APLICADO: ' WSV-CONT-NOAPLICADOS
                   ' PARTIDAS, IMPORTE: ' WSV-TOT-NOAPLICADO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE ARL-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'AR-LEDGER - FACTURAS: ' WSV-CONT-FACTURAS
               ' ANULADAS: ' WSV-CONT-ANULADAS
               ' CREDITOS: ' WSV-CONT-CREDITOS
               ' COBROS: ' WSV-CONT-PAGOS
               ' NO APLICADOS: ' WSV-CONT-NOAPLICADOS.
           CLOSE ARL-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 4 SI QUEDO EFECTIVO SIN APLICAR QUE
      *> COBRANZA TIENE QUE TRABAJAR, 0 SI TODO SE APLICO.
       099-FINALIZA.
           IF WSV-CONT-NOAPLICADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-AR-LEDGER.

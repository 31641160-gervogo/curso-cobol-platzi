      *         ventas contra creditos, asi que la revision de limite
      *         de credito trabaja sobre la posicion real del cliente.
      *         Una accion desconocida va a BILLSUSP con motivo claro.
      * Mod:    15-10-2026 - Cola de retencion de credito en lugar de
      *         la advertencia de 085-REVISA-LIMITES: la exposicion del
      *         cliente es el neto del dia mas su saldo abierto de
      *         cuentas por cobrar (maestro ARMSTR de AR-LEDGER), y la
      *         linea de venta que la llevaria sobre CMR-LIMITE-CREDITO
      *         no sale a BILLOUT sino a la cola indexada BILLHOLD. El
      *         oficial de credito libera ('L') o rechaza ('R') cada
      *         linea retenida con el archivo HOLDTRAN; lo liberado se
      *         factura al inicio de la siguiente corrida sin volver a
      *         revisar el limite. El reporte BILLHRPT lista las
      *         resoluciones y la cola pendiente con cliente,
      *         exposicion, limite y horas retenida.
      * Mod:    15-10-2026 - Impuesto por linea: el codigo de impuesto
      *         del articulo (ARTMSTR) y la ultima tasa vigente de ese
      *         codigo en el nuevo maestro TAXMSTR dan el impuesto de
      *         la linea extendida, calculado en PLATZI-ARIT-CALC y
      *         negativo en las devoluciones 'D'. BILLOUT y BILLCRED
      *         ganan el codigo, el impuesto y la marca de exento; el
      *         cliente marcado exento en CLIMSTR no paga impuesto. Una
      *         linea gravada sin tasa vigente va a BILLSUSP. Cada
      *         linea con codigo de impuesto deja su detalle en el
      *         maestro TAXDET (fecha de corrida y consecutivo) para el
      *         registro mensual PLATZI-TAX-REGISTER. La exposicion de
      *         credito ya incluye el impuesto de la linea.
      * Mod:    15-10-2026 - Precio de contrato: antes del precio de
      *         lista de ARTMSTR la linea se verifica contra el
      *         contrato vigente del cliente y articulo en el nuevo
      *         maestro CONTMSTR (precio pactado) y, sin precio
      *         pactado, contra sus escalones de cantidad o los
      *         escalones generales del articulo (cliente '*TODOS').
      *         BILLOUT y BILLCRED ganan el origen del precio
      *         verificado: 'C' contrato, 'E' escalon, 'L' lista, 'N'
      *         sin precio de referencia.
      * Mod:    15-10-2026 - La depuracion de TAXDET de la fecha de
      *         corrida solo borra los consecutivos de facturacion
      *         (menores a 50000); los de anulacion y reemision que
      *         graba PLATZI-INV-VOID se conservan en una re-corrida.
      * Mod:    15-10-2026 - Existencias: la venta facturada descuenta
      *         su cantidad de la existencia del articulo en el nuevo
      *         maestro STKMSTR y la devolucion 'D' la regresa. La
      *         venta que dejaria la existencia negativa va a BILLSUSP
      *         como articulo agotado en vez de facturarse. Un articulo
      *         sin registro en STKMSTR factura sin control y solo se
      *         cuenta; sin maestro la corrida avisa y factura como
      *         antes. Una re-corrida de la misma fecha primero regresa
      *         a la existencia las ventas y devoluciones que ya habia
      *         aplicado.
      * Mod:    15-10-2026 - Sin tope de clientes por corrida: la tabla
      *         de 100 clientes con los totales del dia se reemplaza
      *         por el archivo de trabajo indexado BILLCLW (llave el
      *         cliente, llave alterna el orden de aparicion en el
      *         dia), vaciado al inicio de cada corrida. La exposicion,
      *         la retencion y el resumen de clientes sobre limite no
      *         cambian y el resumen sale en el mismo orden de antes.
      * Mod:    15-10-2026 - Proteccion de re-corrida (mismo patron de
      *         checkpoint que ARITCHKP en PLATZI-ARITMETICA): BILLCHKP
      *         guarda la fecha de corrida, la fase alcanzada
      *         (resoluciones de HOLDTRAN, liberadas, lineas de BILLIN),
      *         la posicion en BILLIN y los contadores de la corrida.
      *         Una fecha ya completa no se reprocesa: BILLOUT,
      *         BILLCRED, BILLSUSP y BILLHRPT se quedan como estan. Una
      *         corrida interrumpida se reanuda despues de la ultima
      *         linea confirmada con las salidas en EXTEND, sin volver a
      *         deshacer existencias ni depurar TAXDET y conservando los
      *         totales de BILLCLW. La refacturacion deliberada de una
      *         fecha requiere el override BILLOVRD del operador; esa
      *         corrida, ademas de deshacer existencias y TAXDET,
      *         regresa a liberadas las lineas de BILLHOLD facturadas
      *         en la fecha (nuevo HLD-FECHA-FACTURA) y borra las
      *         retenciones que la fecha habia creado, para que ni se
      *         pierdan ni se dupliquen. Una resolucion de HOLDTRAN
      *         que ya se aplico en la misma fecha por el mismo oficial
      *         ya no cuenta como rechazada.
      * Mod:    15-10-2026 - Una linea liberada que al facturarse cae
      *         en BILLSUSP (agotada, sin tasa, desborde) ya no se
      *         marca facturada: queda 'S' con la fecha del intento y
      *         se reintenta en la siguiente corrida. TAXDET admite
      *         hasta 49999 lineas gravadas por dia (de 50000 en
      *         adelante son de PLATZI-INV-VOID); al llegar al tope el
      *         paso se detiene con error en bitacora y RC 8 en vez de
      *         encimar el consecutivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-FACTURACION.
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FAC-SALIDA-FILE  ASSIGN TO "BILLOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-SALIDA-STATUS.

           SELECT FAC-SUSPENSE-FILE ASSIGN TO "BILLSUSP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-SUSPENSO-STATUS.

           SELECT FAC-CREDITO-FILE ASSIGN TO "BILLCRED"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CREDITO-STATUS.

           SELECT FAC-CLIENTE-FILE ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    RECORD KEY IS AMR-ARTICULO
                                    FILE STATUS IS WSV-ARTMSTR-STATUS.

           SELECT FAC-EXISTENCIA-FILE ASSIGN TO "STKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS STK-ARTICULO
                                    FILE STATUS IS WSV-STKMSTR-STATUS.

           SELECT FAC-CONTRATO-FILE ASSIGN TO "CONTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CNR-LLAVE
                                    FILE STATUS IS WSV-CONTRATO-STATUS.

           SELECT FAC-UMBRAL-FILE  ASSIGN TO "VCS1MSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS VMR-NOMBRE
                                    FILE STATUS IS WSV-UMBRAL-STATUS.

           SELECT FAC-CXC-FILE     ASSIGN TO "ARMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ARM-FACTURA
                                    ALTERNATE RECORD KEY IS ARM-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS IS WSV-CXC-STATUS.

           SELECT FAC-RETENIDA-FILE ASSIGN TO "BILLHOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS HLD-LLAVE
                                    FILE STATUS IS WSV-RETENIDA-STATUS.

           SELECT FAC-TASA-FILE    ASSIGN TO "TAXMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXR-LLAVE
                                    FILE STATUS IS WSV-TASA-STATUS.

           SELECT FAC-DETALLE-IMP-FILE ASSIGN TO "TAXDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXD-LLAVE
                                    FILE STATUS IS WSV-DETALLE-STATUS.

           SELECT FAC-RESOLUCION-FILE ASSIGN TO "HOLDTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-RESOL-STATUS.

           SELECT FAC-RETENCION-RPT ASSIGN TO "BILLHRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-HRPT-STATUS.

           SELECT FAC-TOTALES-FILE ASSIGN TO "BILLCLW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CLW-CODIGO
                                    ALTERNATE RECORD KEY IS CLW-ORDEN
                                    FILE STATUS IS WSV-TOTALES-STATUS.

           SELECT FAC-CHECKPOINT-FILE ASSIGN TO "BILLCHKP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CHKPT-STATUS.

           SELECT FAC-OVERRIDE-FILE ASSIGN TO "BILLOVRD"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-OVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAC-LINEAS-FILE.
           05 FILLER                   PIC X(53).

      *> FACTURA DE SALIDA: UNA LINEA EXTENDIDA POR CADA LINEA DE
      *> ENTRADA CALCULADA LIMPIA, CON LA FECHA DE CORRIDA DE CTLCARD,
      *> SU CODIGO DE IMPUESTO, EL IMPUESTO (CON EL SIGNO DE LA
      *> EXTENSION), LA MARCA DE CLIENTE EXENTO Y EL ORIGEN DEL PRECIO
      *> CONTRA EL QUE SE VERIFICO LA LINEA.
       FD  FAC-SALIDA-FILE.
       01  FAC-SALIDA-RECORD.
           05 FSR-CLIENTE              PIC X(06).
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
              88 FSR-PRECIO-CONTRATO             VALUE 'C'.
              88 FSR-PRECIO-ESCALON              VALUE 'E'.
              88 FSR-PRECIO-LISTA                VALUE 'L'.
              88 FSR-PRECIO-SIN-REFERENCIA       VALUE 'N'.

      *> NOTAS DE CREDITO DEL DIA (DEVOLUCIONES): MISMO LAYOUT QUE
      *> BILLOUT, CON LA EXTENSION NEGATIVA; SE GRABA CON WRITE FROM
      *> EL REGISTRO DE SALIDA YA ARMADO.
       FD  FAC-CREDITO-FILE.
       01  FAC-CREDITO-RECORD          PIC X(75).

      *> SUSPENSO PROPIO DE FACTURACION, MISMO PATRON QUE EL ARITSUSP
      *> DE PLATZI-ARITMETICA.
           05 CMR-NOMBRE               PIC X(20).
           05 CMR-PLAZO                PIC 9(03).
           05 CMR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CMR-EXENTO               PIC X(01).
              88 CMR-ES-EXENTO                   VALUE 'S'.

      *> MISMO LAYOUT QUE ART-MASTER-RECORD EN PLATZI-ART-MANT; DE
      *> AQUI SALEN EL PRECIO VIGENTE CONTRA EL QUE SE VERIFICA LA
      *> LINEA Y SU CODIGO DE IMPUESTO.
       FD  FAC-ARTICULO-FILE.
       01  ART-MASTER-RECORD.
           05 AMR-ARTICULO             PIC X(06).
           05 AMR-PRECIO               PIC 9(5)V99.
           05 AMR-FECHA-VIGENTE        PIC 9(08).
           05 AMR-CODIGO-IMPUESTO      PIC X(02).

      *> MISMO LAYOUT QUE STK-MASTER-RECORD EN PLATZI-STK-RECEIPT; DE
      *> AQUI SALE LA EXISTENCIA QUE LA VENTA DESCUENTA.
       FD  FAC-EXISTENCIA-FILE.
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

      *> MISMO LAYOUT QUE CONT-MASTER-RECORD EN PLATZI-CONT-MANT; DE
      *> AQUI SALEN EL PRECIO PACTADO Y LOS ESCALONES DE CANTIDAD.
       FD  FAC-CONTRATO-FILE.
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

      *> MISMO LAYOUT QUE TAX-MASTER-RECORD EN PLATZI-TAX-MANT; DE
      *> AQUI SALE LA TASA VIGENTE DEL CODIGO DE IMPUESTO.
       FD  FAC-TASA-FILE.
       01  TAX-MASTER-RECORD.
           05 TXR-LLAVE.
              10 TXR-CODIGO            PIC X(02).
              10 TXR-FECHA-VIGENTE     PIC 9(08).
           05 TXR-TASA                 PIC 9(2)V99.
           05 TXR-DESCRIPCION          PIC X(20).

      *> DETALLE DE IMPUESTO POR LINEA FACTURADA CON CODIGO DE
      *> IMPUESTO, LLAVE FECHA DE CORRIDA MAS CONSECUTIVO DE LA
      *> CORRIDA. LA BASE Y EL IMPUESTO LLEVAN EL SIGNO DE LA LINEA
      *> (NEGATIVOS EN DEVOLUCION). LO LEE PLATZI-TAX-REGISTER.
       FD  FAC-DETALLE-IMP-FILE.
       01  FAC-DETALLE-IMP-RECORD.
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

      *> MISMO LAYOUT QUE VMR-MASTER-RECORD EN VARIABLES-Y-CONSTANTES;
      *> DE AQUI SALE LA TOLERANCIA DE PRECIO (REGISTRO PRCTOL).
           05 VMR-NOMBRE               PIC X(06).
           05 VMR-VALOR                PIC 9(05).

      *> MISMO LAYOUT QUE AR-MASTER-RECORD EN PLATZI-AR-LEDGER; DE
      *> AQUI SALE EL SALDO ABIERTO DEL CLIENTE PARA SU EXPOSICION.
       FD  FAC-CXC-FILE.
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
           05 ARM-FECHA-VENCE          PIC 9(08).
           05 ARM-NIVEL-AVISO          PIC 9(01).
           05 ARM-FECHA-INTERES        PIC 9(08).
           05 FILLER                   PIC X(03).

      *> COLA DE LINEAS RETENIDAS POR CREDITO: LA LLAVE ES LA FECHA Y
      *> HORA REAL DE LA RETENCION MAS UN CONSECUTIVO DE LA CORRIDA
      *> (DE AHI SALEN LAS HORAS RETENIDA). GUARDA LA LINEA DE BILLIN
      *> COMPLETA, SU EXTENSION, LA EXPOSICION Y EL LIMITE AL
      *> RETENERLA, Y EL ESTADO: 'H' RETENIDA, 'L' LIBERADA POR EL
      *> OFICIAL (SE FACTURA EN LA SIGUIENTE CORRIDA), 'F' FACTURADA
      *> TRAS LA LIBERACION (HLD-FECHA-FACTURA ES LA FECHA DE CORRIDA
      *> QUE LA FACTURO), 'S' LIBERADA CUYO INTENTO DE FACTURA FUE A
      *> BILLSUSP (HLD-FECHA-FACTURA ES LA FECHA DEL INTENTO; SE
      *> REINTENTA EN LA SIGUIENTE CORRIDA), 'R' RECHAZADA.
       FD  FAC-RETENIDA-FILE.
       01  FAC-RETENIDA-RECORD.
           05 HLD-LLAVE.
              10 HLD-FECHA-RETENCION   PIC 9(08).
              10 HLD-HORA-RETENCION    PIC 9(06).
              10 HLD-SECUENCIA         PIC 9(05).
           05 HLD-CLIENTE              PIC X(06).
           05 HLD-ARTICULO             PIC X(06).
           05 HLD-CANTIDAD             PIC 9(5)V99.
           05 HLD-PRECIO-UNITARIO      PIC 9(5)V99.
           05 HLD-ACCION               PIC X(01).
           05 HLD-EXTENSION            PIC S9(10)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 HLD-EXPOSICION           PIC S9(12)V99
                                        SIGN IS TRAILING SEPARATE.
           05 HLD-LIMITE               PIC 9(7)V99.
           05 HLD-FECHA-PROCESO        PIC 9(08).
           05 HLD-ESTADO               PIC X(01).
              88 HLD-RETENIDA                    VALUE 'H'.
              88 HLD-LIBERADA                    VALUE 'L'.
              88 HLD-FACTURADA                   VALUE 'F'.
              88 HLD-SUSPENDIDA                  VALUE 'S'.
              88 HLD-RECHAZADA                   VALUE 'R'.
           05 HLD-OFICIAL              PIC X(08).
           05 HLD-FECHA-RESOLUCION     PIC 9(08).
           05 HLD-MOTIVO               PIC X(30).
           05 HLD-FECHA-FACTURA        PIC 9(08).
           05 FILLER                   PIC X(02).

      *> RESOLUCIONES DEL OFICIAL DE CREDITO: 'L' LIBERA O 'R'
      *> RECHAZA LA LINEA RETENIDA CUYA LLAVE SE INDICA (TAL COMO SALE
      *> EN BILLHRPT), CON SU ID DE OFICIAL Y UN MOTIVO LIBRE.
       FD  FAC-RESOLUCION-FILE.
       01  FAC-RESOLUCION-RECORD.
           05 HTR-ACCION               PIC X(01).
              88 HTR-LIBERA                      VALUE 'L'.
              88 HTR-RECHAZA                     VALUE 'R'.
           05 HTR-LLAVE                PIC X(19).
           05 HTR-OFICIAL              PIC X(08).
           05 HTR-MOTIVO               PIC X(30).
           05 FILLER                   PIC X(22).

       FD  FAC-RETENCION-RPT.
       01  FAC-RETENCION-LINE          PIC X(80).

      *> TOTALES DEL DIA POR CLIENTE, UN REGISTRO POR CLIENTE VALIDO
      *> QUE APARECE EN LA CORRIDA: EL LIMITE DE CREDITO SE GUARDA AL
      *> VALIDAR PARA NO RELEER EL MAESTRO AL REVISAR LOS LIMITES AL
      *> FINAL, EL SALDO ABIERTO DE CXC SE SUMA DE ARMSTR AL DAR DE
      *> ALTA AL CLIENTE Y LAS LINEAS RETENIDAS SE CUENTAN PARA EL
      *> RESUMEN. CLW-ORDEN ES EL ORDEN DE APARICION EN EL DIA. ES
      *> ARCHIVO DE TRABAJO: SE VACIA AL INICIO DE CADA CORRIDA (UNA
      *> REANUDACION LO CONSERVA).
       FD  FAC-TOTALES-FILE.
       01  FAC-TOTALES-RECORD.
           05 CLW-CODIGO               PIC X(06).
           05 CLW-ORDEN                PIC 9(07).
           05 CLW-TOTAL                PIC S9(12)V9(4).
           05 CLW-LIMITE               PIC 9(7)V99.
           05 CLW-SALDO-CXC            PIC S9(12)V99.
           05 CLW-RETENIDAS            PIC 9(05).

      *> CHECKPOINT DE RE-CORRIDA (MISMO PATRON QUE ARITCHKP EN
      *> PLATZI-ARITMETICA): FECHA DE CORRIDA, ESTADO ('P' EN PROCESO,
      *> 'C' COMPLETA), FASE ALCANZADA ('1' RESOLUCIONES APLICADAS, '2'
      *> LIBERADAS FACTURADAS, '3' EN LAS LINEAS DE BILLIN), POSICION
      *> DE LA ULTIMA LINEA DE BILLIN CONFIRMADA Y CONTADORES HASTA
      *> ELLA. SE GRABA Y SE LEE CON EL MISMO LAYOUT DE WSV-CHECKPOINT.
       FD  FAC-CHECKPOINT-FILE.
       01  FAC-CHECKPOINT-RECORD       PIC X(100).

      *> OVERRIDE DEL OPERADOR PARA REFACTURAR DELIBERADAMENTE UNA
      *> FECHA YA PROCESADA (MISMO LAYOUT QUE EN PLATZI-BILL-INVOICE):
      *> FECHA DE CORRIDA A LA QUE APLICA, UN BYTE 'F' POR PASO
      *> (BOR-FACTURACION PARA ESTE PASO, BOR-FACTURAS PARA
      *> PLATZI-BILL-INVOICE), OPERADOR QUE LO AUTORIZA Y MOTIVO. CADA
      *> PASO LIMPIA SU PROPIO BYTE AL APLICARLO.
       FD  FAC-OVERRIDE-FILE.
       01  FAC-OVERRIDE-RECORD.
           05 BOR-FECHA                PIC 9(08).
           05 BOR-FACTURACION          PIC X(01).
              88 BOR-REFACTURA-LINEAS            VALUE 'F'.
           05 BOR-FACTURAS             PIC X(01).
           05 BOR-OPERADOR             PIC X(08).
           05 BOR-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(22).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-FAC-SWITCHES           PIC X     VALUE '1'.
      *> LINEAS CON CLIENTE INEXISTENTE (CUENTAN COMO SUSPENSO) Y
      *> CLIENTES CUYO TOTAL DEL DIA EXCEDIO SU LIMITE DE CREDITO
       77 WSV-FAC-SIN-CLIENTE        PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-SOBRE-LIMITE       PIC 9(05) VALUE ZEROS.

      *> LA LINEA EN PROCESO TIENE SU CLIENTE EN BILLCLW (CLIENTE
      *> VALIDO EN CLIMSTR); EL REGISTRO QUEDA EN FAC-TOTALES-RECORD
      *> DESDE LA VALIDACION DE 032-VALIDA-CLIENTE.
       77 WSS-CLIENTE-TOTAL-SWITCHES PIC X     VALUE '0'.
           88 WSS-CLIENTE-CON-TOTAL             VALUE '1'.

       77 WSS-TOTALES-SWITCHES       PIC X     VALUE '1'.
           88 WSS-TOTALES-FIN                   VALUE '0'.

       77 WSV-TOTALES-STATUS         PIC XX    VALUE SPACES.

      *> CLIENTES DADOS DE ALTA EN BILLCLW EN LA CORRIDA
       77 WSV-CLIENTES-TOTAL         PIC 9(07) VALUE ZEROS.

      *> EL MAESTRO DE CUENTAS POR COBRAR ESTA DISPONIBLE; SIN EL, LA
      *> EXPOSICION ES SOLO EL NETO DEL DIA.
       77 WSS-CXC-SWITCHES           PIC X     VALUE '0'.
           88 WSS-CXC-DISPONIBLE                VALUE '1'.

       77 WSS-PARTIDAS-SWITCHES      PIC X     VALUE '1'.
           88 WSS-PARTIDAS-FIN                  VALUE '0'.

       77 WSS-RETENIDA-SWITCHES      PIC X     VALUE '1'.
           88 WSS-RETENIDA-FIN                  VALUE '0'.

       77 WSS-RESOLUCION-SWITCHES    PIC X     VALUE '1'.
           88 WSS-RESOLUCION-FIN                VALUE '0'.

      *> LA LINEA EN PROCESO VIENE DE LA COLA, YA LIBERADA POR EL
      *> OFICIAL: SE FACTURA SIN VOLVER A REVISAR EL LIMITE.
       77 WSS-LIBERADA-SWITCHES      PIC X     VALUE '0'.
           88 WSS-LINEA-LIBERADA                VALUE '1'.

      *> LA LINEA EN PROCESO SI LLEGO A BILLOUT O BILLCRED (NO FUE A
      *> SUSPENSO NI A LA COLA).
       77 WSS-GRABADA-SWITCHES       PIC X     VALUE '0'.
           88 WSS-LINEA-GRABADA                 VALUE '1'.

       77 WSV-CXC-STATUS             PIC XX    VALUE SPACES.
       77 WSV-RETENIDA-STATUS        PIC XX    VALUE SPACES.
       77 WSV-RESOL-STATUS      PIC XX    VALUE SPACES.

      *> EXPOSICION DEL CLIENTE CON LA LINEA EN PROCESO: SALDO
      *> ABIERTO DE CXC MAS NETO DEL DIA MAS LA EXTENSION DE LA LINEA
       77 WSV-EXPOSICION             PIC S9(12)V99 VALUE ZEROS.

      *> LINEAS RETENIDAS, LIBERADAS FACTURADAS Y RESOLUCIONES DEL DIA
       77 WSV-FAC-RETENIDAS          PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-LIBERADAS          PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-LIB-SUSPENSO       PIC 9(05) VALUE ZEROS.
       77 WSV-RES-APLICADAS          PIC 9(05) VALUE ZEROS.
       77 WSV-RES-RECHAZADAS         PIC 9(05) VALUE ZEROS.
       77 WSV-COLA-PENDIENTES        PIC 9(05) VALUE ZEROS.

      *> FECHA Y HORA REAL DE LA CORRIDA PARA SELLAR LAS RETENCIONES
      *> Y MEDIR LAS HORAS QUE LLEVA CADA UNA EN LA COLA.
       77 WSV-FECHA-HOY              PIC 9(08) VALUE ZEROS.
       77 WSV-SECUENCIA              PIC 9(05) VALUE ZEROS.
       77 WSV-SEG-RETENIDA           PIC S9(09) VALUE ZEROS.
       77 WSV-HORAS-RETENIDA         PIC 9(05) VALUE ZEROS.

      *> HORA CRUDA DE ACCEPT FROM TIME (HHMMSSCC): EL MOVE NUMERICO A
      *> UN 9(06) TRUNCA POR LA IZQUIERDA Y DEJARIA MMSSCC, ASI QUE SE
      *> RECIBE COMPLETA Y SE TOMA EL HHMMSS POR REDEFINES.
       01 WSV-HORA-BRUTA             PIC 9(08) VALUE ZEROS.
       01 WSV-HB-DETALLE            REDEFINES WSV-HORA-BRUTA.
          05 WSV-HB-HHMMSS           PIC 9(06).
          05 WSV-HB-CENTESIMAS       PIC 9(02).
       01 WSV-HORA-AHORA             PIC 9(06) VALUE ZEROS.
       01 WSV-HA-DETALLE            REDEFINES WSV-HORA-AHORA.
          05 WSV-HA-HH               PIC 9(02).
          05 WSV-HA-MM               PIC 9(02).
          05 WSV-HA-SS               PIC 9(02).
       01 WSV-HORA-RETENCION         PIC 9(06) VALUE ZEROS.
       01 WSV-HR-DETALLE            REDEFINES WSV-HORA-RETENCION.
          05 WSV-HR-HH               PIC 9(02).
          05 WSV-HR-MM               PIC 9(02).
          05 WSV-HR-SS               PIC 9(02).

      *> EL MAESTRO DE TASAS ESTA DISPONIBLE; SIN EL, LA CORRIDA AVISA
      *> Y FACTURA SIN IMPUESTO, COMO ANTES.
       77 WSS-TAXMSTR-SWITCHES       PIC X     VALUE '0'.
           88 WSS-TAXMSTR-DISPONIBLE            VALUE '1'.

      *> EL CLIENTE DE LA LINEA EN PROCESO ESTA MARCADO EXENTO.
       77 WSS-EXENTO-SWITCHES        PIC X     VALUE 'N'.
           88 WSS-CLIENTE-EXENTO                VALUE 'S'.

      *> RESULTADO DEL CALCULO DE IMPUESTO DE LA LINEA EN PROCESO;
      *> 'E' = SIN TASA VIGENTE O DESBORDE (LA LINEA VA A SUSPENSO).
       77 WSS-IMPUESTO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-IMPUESTO-OK                   VALUE '1'.
           88 WSS-IMPUESTO-ERROR                VALUE 'E'.

       77 WSS-TASA-SWITCHES          PIC X     VALUE '1'.
           88 WSS-TASA-FIN                      VALUE '0'.

       77 WSS-DETALLE-SWITCHES       PIC X     VALUE '1'.
           88 WSS-DETALLE-FIN                   VALUE '0'.

       77 WSV-TASA-STATUS            PIC XX    VALUE SPACES.
       77 WSV-DETALLE-STATUS         PIC XX    VALUE SPACES.

      *> IMPUESTO DE LA LINEA EN PROCESO: CODIGO DEL ARTICULO, TASA
      *> VIGENTE (Y SU FECHA, CERO SI NO HAY) E IMPUESTO FIRMADO.
       77 WSV-CODIGO-IMPUESTO        PIC X(02) VALUE SPACES.
       77 WSV-TASA-LINEA             PIC 9(2)V99 VALUE ZEROS.
       77 WSV-TASA-FECHA             PIC 9(08) VALUE ZEROS.
       77 WSV-IMPUESTO-LINEA         PIC S9(10)V99 VALUE ZEROS.

      *> BASE DEL IMPUESTO PARTIDA PARA ARIT-CALC: PARTE ALTA EN
      *> CIENTOS DE MILES ENTEROS Y PARTE BAJA (EL RESTO, QUE CABE EN
      *> EL OPERANDO DE 99999.99), CON EL PRODUCTO DE CADA UNA.
       77 WSV-BASE-LINEA             PIC 9(10)V99 VALUE ZEROS.
       77 WSV-BASE-ALTA              PIC 9(05) VALUE ZEROS.
       77 WSV-BASE-BAJA              PIC 9(5)V99 VALUE ZEROS.
       77 WSV-IMP-ALTA               PIC S9(10)V9(4) VALUE ZEROS.
       77 WSV-IMP-BAJA               PIC S9(10)V9(4) VALUE ZEROS.

      *> LINEAS GRAVADAS, EXENTAS POR CLIENTE Y SIN TASA VIGENTE,
      *> IMPUESTO NETO DEL DIA Y CONSECUTIVO DEL DETALLE TAXDET
       77 WSV-FAC-GRAVADAS           PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-EXENTAS            PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-SIN-TASA           PIC 9(05) VALUE ZEROS.
       77 WSV-TOT-IMPUESTO           PIC S9(12)V99 VALUE ZEROS.
       77 WSV-SEC-IMPUESTO           PIC 9(05) VALUE ZEROS.
       77 WSC-SEC-ANULACION          PIC 9(05) VALUE 50000.

      *> ULTIMO CONSECUTIVO DE TAXDET DE FACTURACION EN EL DIA (EL
      *> SIGUIENTE YA ES DE PLATZI-INV-VOID). CON EL CONSECUTIVO EN EL
      *> TOPE LA CORRIDA SE DETIENE ANTES DE LA SIGUIENTE LINEA.
       77 WSC-SEC-TOPE               PIC 9(05) VALUE 49999.
       77 WSS-TOPE-SWITCHES          PIC X     VALUE '0'.
           88 WSS-TOPE-IMPUESTO                 VALUE '1'.

      *> EL MAESTRO DE CONTRATOS ESTA DISPONIBLE; SIN EL, LA CORRIDA
      *> AVISA Y VERIFICA SOLO CONTRA EL PRECIO DE LISTA, COMO ANTES.
       77 WSS-CONTMSTR-SWITCHES      PIC X     VALUE '0'.
           88 WSS-CONTMSTR-DISPONIBLE           VALUE '1'.

      *> SE HALLO UN CONTRATO VIGENTE PARA EL CLIENTE Y ARTICULO
      *> BUSCADOS (SU REGISTRO QUEDA EN WSV-CONTRATO-VIGENTE).
       77 WSS-HALLADO-SWITCHES       PIC X     VALUE '0'.
           88 WSS-CONTRATO-HALLADO              VALUE '1'.

       77 WSS-CONTRATO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-CONTRATO-FIN                  VALUE '0'.

       77 WSV-CONTRATO-STATUS        PIC XX    VALUE SPACES.

      *> CLIENTE DE LOS ESCALONES GENERALES DEL ARTICULO
       77 WSC-CLIENTE-GENERAL        PIC X(06) VALUE '*TODOS'.
       77 WSV-CLIENTE-BUSCADO        PIC X(06) VALUE SPACES.

      *> ULTIMO CONTRATO CUYA VIGENCIA YA ALCANZO LA FECHA DE CORRIDA
      *> (MISMA FORMA QUE CONT-MASTER-RECORD).
       01 WSV-CONTRATO-VIGENTE.
          05 WSV-CV-LLAVE            PIC X(20).
          05 WSV-CV-FECHA-VENCE      PIC 9(08).
          05 WSV-CV-PRECIO           PIC 9(5)V99.
          05 WSV-CV-ESCALON          OCCURS 3 TIMES.
             10 WSV-CV-ES-CANTIDAD   PIC 9(5)V99.
             10 WSV-CV-ES-PRECIO     PIC 9(5)V99.
          05 FILLER                  PIC X(10).

       77 WSV-ESCALON-IDX            PIC 9(01) VALUE ZEROS.

      *> PRECIO DE REFERENCIA DE LA LINEA EN PROCESO Y SU ORIGEN:
      *> 'C' CONTRATO, 'E' ESCALON, 'L' LISTA, 'N' SIN REFERENCIA.
       77 WSV-PRECIO-REFERENCIA      PIC 9(5)V99 VALUE ZEROS.
       77 WSV-ORIGEN-PRECIO          PIC X(01) VALUE 'N'.

      *> LINEAS FACTURADAS POR ORIGEN DEL PRECIO
       77 WSV-FAC-CONTRATO           PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-ESCALON            PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-LISTA              PIC 9(05) VALUE ZEROS.

      *> EL MAESTRO DE EXISTENCIAS ESTA DISPONIBLE; SIN EL, LA
      *> CORRIDA AVISA Y FACTURA SIN CONTROL DE EXISTENCIA, COMO ANTES.
       77 WSS-STKMSTR-SWITCHES       PIC X     VALUE '0'.
           88 WSS-STKMSTR-DISPONIBLE            VALUE '1'.

      *> RESULTADO DE LA REVISION DE EXISTENCIA DE LA LINEA EN
      *> PROCESO: 'A' = LA VENTA DEJARIA LA EXISTENCIA NEGATIVA.
       77 WSS-EXISTENCIA-SWITCHES    PIC X     VALUE '1'.
           88 WSS-EXISTENCIA-OK                 VALUE '1'.
           88 WSS-EXISTENCIA-AGOTADA            VALUE 'A'.

       77 WSS-EXISTENCIAS-SWITCHES   PIC X     VALUE '1'.
           88 WSS-EXISTENCIAS-FIN               VALUE '0'.

       77 WSV-STKMSTR-STATUS         PIC XX    VALUE SPACES.

      *> VENTAS AGOTADAS (A SUSPENSO), LINEAS DE ARTICULOS SIN
      *> REGISTRO DE EXISTENCIA Y ARTICULOS CUYO MOVIMIENTO DE UNA
      *> CORRIDA ANTERIOR DE LA MISMA FECHA SE DESHIZO
       77 WSV-FAC-AGOTADAS           PIC 9(05) VALUE ZEROS.
       77 WSV-FAC-SIN-EXISTENCIA     PIC 9(05) VALUE ZEROS.
       77 WSV-STK-DESHECHOS          PIC 9(05) VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       77 WSV-SALIDA-STATUS          PIC XX    VALUE SPACES.
       77 WSV-SUSPENSO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-CREDITO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-HRPT-STATUS            PIC XX    VALUE SPACES.
       77 WSV-CHKPT-STATUS           PIC XX    VALUE SPACES.
       77 WSV-OVRD-STATUS            PIC XX    VALUE SPACES.

      *> MODO DE LA CORRIDA SEGUN EL CHECKPOINT DE LA FECHA: 'N'
      *> CORRIDA NORMAL (O REFACTURACION AUTORIZADA), 'R' REANUDA UNA
      *> CORRIDA INTERRUMPIDA, 'C' LA FECHA YA ESTA COMPLETA.
       77 WSS-MODO-SWITCHES          PIC X     VALUE 'N'.
           88 WSS-MODO-NUEVA                    VALUE 'N'.
           88 WSS-MODO-REANUDA                  VALUE 'R'.
           88 WSS-MODO-COMPLETA                 VALUE 'C'.

      *> EL OPERADOR DEJO EN BILLOVRD LA REFACTURACION DE LA FECHA.
       77 WSS-OVERRIDE-SWITCHES      PIC X     VALUE '0'.
           88 WSS-REFACTURA-AUTORIZADA          VALUE '1'.

      *> LA RESOLUCION EN PROCESO YA SE HABIA APLICADO EN ESTA FECHA
      *> POR EL MISMO OFICIAL (RE-CORRIDA): NO CUENTA COMO RECHAZADA.
       77 WSS-REPETIDA-SWITCHES      PIC X     VALUE '0'.
           88 WSS-RESOLUCION-REPETIDA           VALUE '1'.

      *> FASE QUE LA CORRIDA INTERRUMPIDA YA HABIA TERMINADO, POSICION
      *> DE LA ULTIMA LINEA DE BILLIN CONFIRMADA Y POSICION FISICA DE
      *> LA LINEA EN PROCESO
       77 WSV-FASE-REANUDA           PIC X(01) VALUE SPACE.
       77 WSV-REANUDA-POSICION       PIC 9(07) VALUE ZEROS.
       77 WSV-POSICION               PIC 9(07) VALUE ZEROS.

       77 WSV-OVR-OPERADOR           PIC X(08) VALUE SPACES.
       77 WSV-OVR-MOTIVO             PIC X(40) VALUE SPACES.

      *> LINEAS DE BILLHOLD QUE UNA CORRIDA ANTERIOR DE LA MISMA FECHA
      *> HABIA FACTURADO O RETENIDO Y QUE LA REFACTURACION DESHIZO
       77 WSV-HLD-DESHECHAS          PIC 9(05) VALUE ZEROS.

      *> CHECKPOINT DE LA CORRIDA (EL LEIDO AL ARRANCAR Y, DESPUES DE
      *> DECIDIR EL MODO, EL QUE SE VA GRABANDO).
       01 WSV-CHECKPOINT.
          05 WSV-CK-FECHA            PIC 9(08) VALUE ZEROS.
          05 WSV-CK-ESTADO           PIC X(01) VALUE SPACE.
          05 WSV-CK-FASE             PIC X(01) VALUE SPACE.
          05 WSV-CK-POSICION         PIC 9(07) VALUE ZEROS.
          05 WSV-CK-LINEAS           PIC 9(05) VALUE ZEROS.
          05 WSV-CK-SUSPENSOS        PIC 9(05) VALUE ZEROS.
          05 WSV-CK-CREDITOS         PIC 9(05) VALUE ZEROS.
          05 WSV-CK-RETENIDAS        PIC 9(05) VALUE ZEROS.
          05 WSV-CK-LIBERADAS        PIC 9(05) VALUE ZEROS.
          05 WSV-CK-RES-APLICADAS    PIC 9(05) VALUE ZEROS.
          05 WSV-CK-RES-RECHAZADAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CK-SIN-CLIENTE      PIC 9(05) VALUE ZEROS.
          05 WSV-CK-SECUENCIA        PIC 9(05) VALUE ZEROS.
          05 WSV-CK-SEC-IMPUESTO     PIC 9(05) VALUE ZEROS.
          05 WSV-CK-CLIENTES         PIC 9(07) VALUE ZEROS.
          05 WSV-CK-TOT-IMPUESTO     PIC S9(12)V99
                                      SIGN IS TRAILING SEPARATE
                                      VALUE ZEROS.
          05 WSV-CK-LIB-SUSPENSO     PIC 9(05) VALUE ZEROS.
          05 FILLER                  PIC X(06) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF NOT WSS-MODO-COMPLETA
               PERFORM 025-PROCESA-LINEAS UNTIL WSS-FAC-FIN
               PERFORM 085-REVISA-LIMITES
               IF NOT WSS-TOPE-IMPUESTO
                   MOVE 'C' TO WSV-CK-ESTADO
                   PERFORM 067-GRABA-CHECKPOINT
               END-IF
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           PERFORM 011-LEE-CHECKPOINT.
           PERFORM 012-LEE-OVERRIDE.
           PERFORM 013-DECIDE-CORRIDA.
           IF NOT WSS-MODO-COMPLETA
               PERFORM 014-ARRANCA-CORRIDA
           END-IF.

      *> TRAE EL CHECKPOINT DE LA ULTIMA FECHA PROCESADA; SIN BILLCHKP
      *> (O CON UNO ILEGIBLE) LA FECHA SE TRATA COMO NUNCA PROCESADA.
       011-LEE-CHECKPOINT.
           OPEN INPUT FAC-CHECKPOINT-FILE.
           IF WSV-CHKPT-STATUS = '00'
               READ FAC-CHECKPOINT-FILE INTO WSV-CHECKPOINT
                   AT END CONTINUE
               END-READ
               IF WSV-CHKPT-STATUS NOT = '00'
                       OR WSV-CK-FECHA IS NOT NUMERIC
                       OR WSV-CK-POSICION IS NOT NUMERIC
                   MOVE ZEROS TO WSV-CK-FECHA
               END-IF
               CLOSE FAC-CHECKPOINT-FILE
           END-IF.

      *> LEE EL OVERRIDE DE REFACTURACION. SOLO VALE PARA LA FECHA DE
      *> CORRIDA QUE NOMBRA Y CON OPERADOR RESPONSABLE; AL TOMARLO SE
      *> LIMPIA EL BYTE DE ESTE PASO (MISMO PATRON QUE DRVOVRD EN EL
      *> DRIVER) PARA QUE AUTORICE UNA SOLA REFACTURACION.
       012-LEE-OVERRIDE.
           OPEN INPUT FAC-OVERRIDE-FILE.
           IF WSV-OVRD-STATUS = '00'
               READ FAC-OVERRIDE-FILE
                   AT END CONTINUE
               END-READ
               CLOSE FAC-OVERRIDE-FILE
               IF WSV-OVRD-STATUS = '00'
                       AND BOR-FECHA = CTL-RUN-DATE
                       AND BOR-REFACTURA-LINEAS
                   IF BOR-OPERADOR = SPACES
                       DISPLAY 'FACTURACION - BILLOVRD SIN OPERADOR, '
                           'LA REFACTURACION NO SE APLICA'
                   ELSE
                       SET WSS-REFACTURA-AUTORIZADA TO TRUE
                       MOVE BOR-OPERADOR TO WSV-OVR-OPERADOR
                       MOVE BOR-MOTIVO TO WSV-OVR-MOTIVO
                       MOVE SPACE TO BOR-FACTURACION
                       OPEN OUTPUT FAC-OVERRIDE-FILE
                       WRITE FAC-OVERRIDE-RECORD
                       CLOSE FAC-OVERRIDE-FILE
                   END-IF
               END-IF
           END-IF.

      *> DECIDE QUE HACER CON LA FECHA SEGUN SU CHECKPOINT: UNA FECHA
      *> SIN CORRIDA PREVIA (O CON REFACTURACION AUTORIZADA EN
      *> BILLOVRD) CORRE COMPLETA; UNA FECHA COMPLETA NO SE REPROCESA;
      *> UNA INTERRUMPIDA SE REANUDA CON SUS CONTADORES.
       013-DECIDE-CORRIDA.
           MOVE SPACES TO AUD-MENSAJE.
           EVALUATE TRUE
               WHEN WSV-CK-FECHA NOT = CTL-RUN-DATE
                   SET WSS-MODO-NUEVA TO TRUE
               WHEN WSS-REFACTURA-AUTORIZADA
                   SET WSS-MODO-NUEVA TO TRUE
                   STRING 'REFACTURACION ' CTL-RUN-DATE
                           ' AUTORIZADA POR ' WSV-OVR-OPERADOR
                           ': ' WSV-OVR-MOTIVO
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
               WHEN WSV-CK-ESTADO = 'C'
                   SET WSS-MODO-COMPLETA TO TRUE
                   STRING 'FECHA ' CTL-RUN-DATE ' YA FACTURADA ('
                           WSV-CK-LINEAS ' LINEAS), NO SE REPROCESA'
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
               WHEN OTHER
                   SET WSS-MODO-REANUDA TO TRUE
                   MOVE WSV-CK-FASE TO WSV-FASE-REANUDA
                   MOVE WSV-CK-POSICION TO WSV-REANUDA-POSICION
                   PERFORM 066-RESTAURA-CONTADORES
                   STRING 'REANUDA LA FECHA ' CTL-RUN-DATE
                           ' DESPUES DE LA LINEA ' WSV-CK-POSICION
                           ' DE BILLIN'
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
           END-EVALUATE.
           IF AUD-MENSAJE NOT = SPACES
               DISPLAY 'FACTURACION - ' AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           IF WSS-MODO-NUEVA
               MOVE 'P' TO WSV-CK-ESTADO
               MOVE SPACE TO WSV-CK-FASE
               PERFORM 067-GRABA-CHECKPOINT
           END-IF.

      *> ARRANQUE DE UNA CORRIDA NORMAL O REANUDADA. EN LA REANUDACION
      *> LAS FASES QUE LA CORRIDA INTERRUMPIDA YA TERMINO NO SE
      *> REPITEN Y BILLIN SE BRINCA HASTA LA PRIMERA LINEA NO
      *> CONFIRMADA.
       014-ARRANCA-CORRIDA.
           OPEN INPUT FAC-LINEAS-FILE.
           PERFORM 015-ABRE-SALIDAS.
           OPEN INPUT FAC-CLIENTE-FILE.
           IF WSV-CLIMSTR-STATUS = '00'
               SET WSS-CLIMSTR-DISPONIBLE TO TRUE
               DISPLAY 'FACTURACION - SIN MAESTRO ARTMSTR, SE '
                   'FACTURA SIN VERIFICAR PRECIO'
           END-IF.
           PERFORM 026-LEE-TOLERANCIA.
           PERFORM 018-ABRE-IMPUESTOS.
           PERFORM 020-ABRE-EXISTENCIAS.
           OPEN INPUT FAC-CONTRATO-FILE.
           IF WSV-CONTRATO-STATUS = '00'
               SET WSS-CONTMSTR-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'FACTURACION - SIN MAESTRO CONTMSTR, SE '
                   'VERIFICA SOLO CONTRA PRECIO DE LISTA'
           END-IF.
           IF CTL-ARIT-MAX = ZEROS
               MOVE 99999.99 TO CTL-ARIT-MAX
           END-IF.
           DISPLAY 'FACTURACION - FECHA DE PROCESO: ' CTL-RUN-DATE.
           PERFORM 016-ABRE-TOTALES.
           PERFORM 017-ABRE-RETENCION.
           IF WSV-FASE-REANUDA = SPACE
               PERFORM 053-APLICA-RESOLUCIONES
               MOVE '1' TO WSV-CK-FASE
               PERFORM 067-GRABA-CHECKPOINT
           ELSE
               MOVE 'RESOLUCIONES YA APLICADAS ANTES DE LA INTERRUPCION'
                   TO WSV-REPORTE-LINEA
               WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           IF WSV-FASE-REANUDA = SPACE OR WSV-FASE-REANUDA = '1'
               PERFORM 056-FACTURA-LIBERADAS
               IF NOT WSS-TOPE-IMPUESTO
                   MOVE '2' TO WSV-CK-FASE
                   PERFORM 067-GRABA-CHECKPOINT
               END-IF
           ELSE
               MOVE 'LIBERADAS YA FACTURADAS ANTES DE LA INTERRUPCION'
                   TO WSV-REPORTE-LINEA
               WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           MOVE '3' TO WSV-CK-FASE.
           PERFORM 037-LEE-LINEA
               UNTIL WSS-FAC-FIN
               OR WSV-POSICION > WSV-REANUDA-POSICION.
           IF NOT WSS-FAC-FIN
               PERFORM 046-REVISA-TOPE-IMPUESTO
           END-IF.

      *> LAS SALIDAS DEL DIA SE ABREN EN OUTPUT; EN UNA REANUDACION SE
      *> ABREN EN EXTEND PARA NO PISAR LO QUE LA CORRIDA INTERRUMPIDA
      *> YA CONFIRMO (MISMO CRITERIO QUE ARITSUSP Y ARITOUT).
       015-ABRE-SALIDAS.
           IF WSS-MODO-REANUDA
               OPEN EXTEND FAC-SALIDA-FILE
               IF WSV-SALIDA-STATUS = '35'
                   OPEN OUTPUT FAC-SALIDA-FILE
               END-IF
               OPEN EXTEND FAC-SUSPENSE-FILE
               IF WSV-SUSPENSO-STATUS = '35'
                   OPEN OUTPUT FAC-SUSPENSE-FILE
               END-IF
               OPEN EXTEND FAC-CREDITO-FILE
               IF WSV-CREDITO-STATUS = '35'
                   OPEN OUTPUT FAC-CREDITO-FILE
               END-IF
           ELSE
               OPEN OUTPUT FAC-SALIDA-FILE
               OPEN OUTPUT FAC-SUSPENSE-FILE
               OPEN OUTPUT FAC-CREDITO-FILE
           END-IF.

      *> EL ARCHIVO DE TOTALES POR CLIENTE ARRANCA VACIO EN CADA
      *> CORRIDA (TAMBIEN EN UNA REFACTURACION DE LA MISMA FECHA); UNA
      *> REANUDACION CONSERVA LOS TOTALES QUE LA CORRIDA INTERRUMPIDA
      *> YA HABIA ACUMULADO.
       016-ABRE-TOTALES.
           IF WSS-MODO-REANUDA
               OPEN I-O FAC-TOTALES-FILE
           END-IF.
           IF NOT WSS-MODO-REANUDA OR WSV-TOTALES-STATUS = '35'
               OPEN OUTPUT FAC-TOTALES-FILE
               CLOSE FAC-TOTALES-FILE
               OPEN I-O FAC-TOTALES-FILE
           END-IF.

      *> ABRE LA COLA DE RETENCION (CREANDOLA LA PRIMERA VEZ), EL
      *> MAESTRO DE CXC PARA LA EXPOSICION Y EL REPORTE DE LA COLA, Y
      *> TOMA LA FECHA Y HORA REAL QUE SELLARA LAS RETENCIONES.
       017-ABRE-RETENCION.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-BRUTA FROM TIME.
           MOVE WSV-HB-HHMMSS TO WSV-HORA-AHORA.
           OPEN I-O FAC-RETENIDA-FILE.
           IF WSV-RETENIDA-STATUS = '35'
               OPEN OUTPUT FAC-RETENIDA-FILE
               CLOSE FAC-RETENIDA-FILE
               OPEN I-O FAC-RETENIDA-FILE
           END-IF.
           OPEN INPUT FAC-CXC-FILE.
           IF WSV-CXC-STATUS = '00'
               SET WSS-CXC-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'FACTURACION - SIN MAESTRO ARMSTR, LA '
                   'EXPOSICION ES SOLO EL NETO DEL DIA'
           END-IF.
           IF WSS-MODO-REANUDA
               OPEN EXTEND FAC-RETENCION-RPT
               IF WSV-HRPT-STATUS = '35'
                   OPEN OUTPUT FAC-RETENCION-RPT
               END-IF
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'REANUDACION DE LA CORRIDA INTERRUMPIDA   FECHA: '
                       CTL-RUN-DATE
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           ELSE
               OPEN OUTPUT FAC-RETENCION-RPT
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'COLA DE RETENCION DE CREDITO   FECHA: '
                       CTL-RUN-DATE
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           END-IF.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO FAC-RETENCION-LINE.
           WRITE FAC-RETENCION-LINE.
           IF WSS-MODO-NUEVA
               PERFORM 059-DESHACE-RETENCION
           END-IF.

      *> ABRE EL MAESTRO DE TASAS Y EL DETALLE TAXDET (CREANDOLO LA
      *> PRIMERA VEZ) Y BORRA EL DETALLE QUE UNA CORRIDA ANTERIOR DE
      *> LA MISMA FECHA HAYA DEJADO, PARA QUE UNA RE-CORRIDA NO LO
      *> DUPLIQUE EN EL REGISTRO MENSUAL. LOS CONSECUTIVOS DESDE
      *> WSC-SEC-ANULACION SON DE PLATZI-INV-VOID Y NO SE TOCAN. UNA
      *> REANUDACION CONSERVA EL DETALLE YA CONFIRMADO.
       018-ABRE-IMPUESTOS.
           OPEN INPUT FAC-TASA-FILE.
           IF WSV-TASA-STATUS = '00'
               SET WSS-TAXMSTR-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'FACTURACION - SIN MAESTRO TAXMSTR, SE '
                   'FACTURA SIN IMPUESTO'
           END-IF.
           OPEN I-O FAC-DETALLE-IMP-FILE.
           IF WSV-DETALLE-STATUS = '35'
               OPEN OUTPUT FAC-DETALLE-IMP-FILE
               CLOSE FAC-DETALLE-IMP-FILE
               OPEN I-O FAC-DETALLE-IMP-FILE
           END-IF.
           IF WSS-MODO-NUEVA
               MOVE CTL-RUN-DATE TO TXD-FECHA
               MOVE ZEROS TO TXD-SECUENCIA
               START FAC-DETALLE-IMP-FILE
                   KEY IS NOT LESS THAN TXD-LLAVE
                   INVALID KEY
                       SET WSS-DETALLE-FIN TO TRUE
               END-START
               PERFORM 019-DEPURA-DETALLE UNTIL WSS-DETALLE-FIN
           END-IF.

       019-DEPURA-DETALLE.
           READ FAC-DETALLE-IMP-FILE NEXT RECORD
               AT END SET WSS-DETALLE-FIN TO TRUE
           END-READ.
           IF NOT WSS-DETALLE-FIN
               IF TXD-FECHA NOT = CTL-RUN-DATE
                       OR TXD-SECUENCIA NOT < WSC-SEC-ANULACION
                   SET WSS-DETALLE-FIN TO TRUE
               ELSE
                   DELETE FAC-DETALLE-IMP-FILE RECORD
               END-IF
           END-IF.

      *> ABRE EL MAESTRO DE EXISTENCIAS Y REGRESA A LA EXISTENCIA LAS
      *> VENTAS Y DEVOLUCIONES QUE UNA CORRIDA ANTERIOR DE LA MISMA
      *> FECHA YA HABIA APLICADO, PARA QUE UNA RE-CORRIDA NO LAS
      *> DUPLIQUE (LAS ENTRADAS DE PLATZI-STK-RECEIPT NO SE TOCAN).
      *> UNA REANUDACION CONSERVA EL MOVIMIENTO YA CONFIRMADO.
       020-ABRE-EXISTENCIAS.
           OPEN I-O FAC-EXISTENCIA-FILE.
           IF WSV-STKMSTR-STATUS = '00'
               SET WSS-STKMSTR-DISPONIBLE TO TRUE
               IF NOT WSS-MODO-REANUDA
                   PERFORM 023-DESHACE-EXISTENCIAS
               END-IF
           ELSE
               DISPLAY 'FACTURACION - SIN MAESTRO STKMSTR, SE '
                   'FACTURA SIN CONTROL DE EXISTENCIA'
           END-IF.

       023-DESHACE-EXISTENCIAS.
           MOVE LOW-VALUES TO STK-ARTICULO.
           START FAC-EXISTENCIA-FILE
               KEY IS NOT LESS THAN STK-ARTICULO
               INVALID KEY
                   SET WSS-EXISTENCIAS-FIN TO TRUE
           END-START.
           PERFORM 024-DESHACE-MOVIMIENTO
               UNTIL WSS-EXISTENCIAS-FIN.
           IF WSV-STK-DESHECHOS > ZEROS
               DISPLAY 'FACTURACION - RE-CORRIDA, MOVIMIENTO DE '
                   'EXISTENCIA DESHECHO EN ' WSV-STK-DESHECHOS
                   ' ARTICULOS'
           END-IF.

       024-DESHACE-MOVIMIENTO.
           READ FAC-EXISTENCIA-FILE NEXT RECORD
               AT END SET WSS-EXISTENCIAS-FIN TO TRUE
           END-READ.
           IF NOT WSS-EXISTENCIAS-FIN
               IF STK-FECHA-MOVTO = CTL-RUN-DATE
                       AND (STK-VENTAS-DIA > ZEROS
                            OR STK-DEVOLUCIONES-DIA > ZEROS)
                   COMPUTE STK-EXISTENCIA = STK-EXISTENCIA
                       + STK-VENTAS-DIA - STK-DEVOLUCIONES-DIA
                   MOVE ZEROS TO STK-VENTAS-DIA STK-DEVOLUCIONES-DIA
                   REWRITE STK-MASTER-RECORD
                   ADD 1 TO WSV-STK-DESHECHOS
               END-IF
           END-IF.

       025-PROCESA-LINEAS.
           PERFORM 032-VALIDA-CLIENTE.
           PERFORM 027-VERIFICA-PRECIO.
           EVALUATE TRUE
               WHEN WSS-CLIENTE-INVALIDO
                   MOVE 'CLIENTE NO EXISTE EN MAESTRO CLIMSTR'
                       TO WSV-SUSP-MOTIVO
                   ADD 1 TO WSV-FAC-ACCION-MALA
                   PERFORM 045-REGISTRA-SUSPENSO
               WHEN WSS-PRECIO-DIFIERE AND WSV-ORIGEN-PRECIO = 'L'
                   MOVE 'PRECIO DIFIERE DEL MAESTRO ARTMSTR'
                       TO WSV-SUSP-MOTIVO
                   ADD 1 TO WSV-FAC-PRECIO-MALO
                   PERFORM 045-REGISTRA-SUSPENSO
               WHEN WSS-PRECIO-DIFIERE
                   MOVE 'PRECIO DIFIERE DEL CONTRATO CONTMSTR'
                       TO WSV-SUSP-MOTIVO
                   ADD 1 TO WSV-FAC-PRECIO-MALO
                   PERFORM 045-REGISTRA-SUSPENSO
               WHEN FLR-CANTIDAD > CTL-ARIT-MAX
                       OR FLR-PRECIO-UNITARIO > CTL-ARIT-MAX
                   MOVE 'OPERANDO EXCEDE LIMITE CTLCARD'
                       TO WSV-SUSP-MOTIVO
                   PERFORM 045-REGISTRA-SUSPENSO
               WHEN OTHER
                   PERFORM 038-EXTIENDE-LINEA
           END-EVALUATE.
           PERFORM 067-GRABA-CHECKPOINT.
           PERFORM 037-LEE-LINEA.
           IF NOT WSS-FAC-FIN
               PERFORM 046-REVISA-TOPE-IMPUESTO
           END-IF.

      *> CARGA LA TOLERANCIA DE PRECIO DEL REGISTRO PRCTOL DE
      *> VCS1MSTR (EL VALOR VIENE EN CENTAVOS; MISMO PATRON QUE LOS
      *> UMBRALES DE VAR-CONST-SWITCH). SIN MAESTRO O SIN REGISTRO
      *> APLICA CERO: COINCIDENCIA EXACTA CONTRA EL MAESTRO.
       026-LEE-TOLERANCIA.
           OPEN INPUT FAC-UMBRAL-FILE.
           IF WSV-UMBRAL-STATUS = '00'
               MOVE 'PRCTOL' TO VMR-NOMBRE
               CLOSE FAC-UMBRAL-FILE
           END-IF.

      *> VERIFICA EL PRECIO DE LA LINEA CONTRA SU PRECIO DE
      *> REFERENCIA, EN ESTE ORDEN: EL PRECIO PACTADO DEL CONTRATO
      *> VIGENTE DEL CLIENTE, EL ESCALON DE CANTIDAD QUE ALCANZA LA
      *> LINEA (DEL CONTRATO DEL CLIENTE O, SIN EL, DE LOS ESCALONES
      *> GENERALES DEL ARTICULO) Y EL PRECIO VIGENTE DE LISTA DEL
      *> MAESTRO. UNA DIFERENCIA ABSOLUTA MAYOR QUE LA TOLERANCIA
      *> MARCA LA LINEA PARA SUSPENSO. UN ARTICULO SIN REGISTRO, O
      *> CUYA VIGENCIA TODAVIA NO LLEGA, FACTURA CON SU PRECIO DE
      *> ENTRADA Y SOLO SE CUENTA EN EL RESUMEN.
       027-VERIFICA-PRECIO.
           SET WSS-PRECIO-OK TO TRUE.
           MOVE 'N' TO WSV-ORIGEN-PRECIO.
           MOVE ZEROS TO WSV-PRECIO-REFERENCIA.
           IF WSS-CONTMSTR-DISPONIBLE AND WSS-CLIENTE-VALIDO
               PERFORM 028-PRECIO-CONTRATO
           END-IF.
           IF WSV-ORIGEN-PRECIO = 'N'
                   AND WSS-ARTMSTR-DISPONIBLE AND WSS-CLIENTE-VALIDO
               MOVE FLR-ARTICULO TO AMR-ARTICULO
               READ FAC-ARTICULO-FILE
                   INVALID KEY
                       ADD 1 TO WSV-FAC-SIN-VIGENTE
                   NOT INVALID KEY
                       IF AMR-FECHA-VIGENTE NOT > CTL-RUN-DATE
                           MOVE AMR-PRECIO TO WSV-PRECIO-REFERENCIA
                           MOVE 'L' TO WSV-ORIGEN-PRECIO
                       ELSE
                           ADD 1 TO WSV-FAC-SIN-VIGENTE
                       END-IF
               END-READ
           END-IF.
           IF WSV-ORIGEN-PRECIO NOT = 'N'
               COMPUTE WSV-PRECIO-DIFERENCIA =
                   FLR-PRECIO-UNITARIO - WSV-PRECIO-REFERENCIA
               IF WSV-PRECIO-DIFERENCIA < ZEROS
                   COMPUTE WSV-PRECIO-DIFERENCIA =
                       ZERO - WSV-PRECIO-DIFERENCIA
               END-IF
               IF WSV-PRECIO-DIFERENCIA > WSV-PRECIO-TOLERANCIA
                   SET WSS-PRECIO-DIFIERE TO TRUE
               END-IF
           END-IF.

      *> CONTRATO DEL CLIENTE: SU PRECIO PACTADO, Y SIN PRECIO
      *> PACTADO SUS ESCALONES; SIN CONTRATO DEL CLIENTE (O SIN
      *> ESCALON ALCANZADO) LOS ESCALONES GENERALES DEL ARTICULO.
       028-PRECIO-CONTRATO.
           MOVE FLR-CLIENTE TO WSV-CLIENTE-BUSCADO.
           PERFORM 029-BUSCA-CONTRATO.
           IF WSS-CONTRATO-HALLADO
               IF WSV-CV-PRECIO > ZEROS
                   MOVE WSV-CV-PRECIO TO WSV-PRECIO-REFERENCIA
                   MOVE 'C' TO WSV-ORIGEN-PRECIO
               ELSE
                   PERFORM 031-APLICA-ESCALON
                       VARYING WSV-ESCALON-IDX FROM 1 BY 1
                       UNTIL WSV-ESCALON-IDX > 3
               END-IF
           END-IF.
           IF WSV-ORIGEN-PRECIO = 'N'
               MOVE WSC-CLIENTE-GENERAL TO WSV-CLIENTE-BUSCADO
               PERFORM 029-BUSCA-CONTRATO
               IF WSS-CONTRATO-HALLADO
                   PERFORM 031-APLICA-ESCALON
                       VARYING WSV-ESCALON-IDX FROM 1 BY 1
                       UNTIL WSV-ESCALON-IDX > 3
               END-IF
           END-IF.

      *> ULTIMA VIGENCIA DEL CLIENTE BUSCADO Y EL ARTICULO DE LA LINEA
      *> QUE YA ALCANZO LA FECHA DE CORRIDA; SOLO CUENTA SI TODAVIA NO
      *> VENCE (EL VENCIMIENTO ES INCLUSIVE).
       029-BUSCA-CONTRATO.
           MOVE '0' TO WSS-HALLADO-SWITCHES.
           MOVE '1' TO WSS-CONTRATO-SWITCHES.
           MOVE WSV-CLIENTE-BUSCADO TO CNR-CLIENTE.
           MOVE FLR-ARTICULO TO CNR-ARTICULO.
           MOVE ZEROS TO CNR-FECHA-VIGENTE.
           START FAC-CONTRATO-FILE KEY IS NOT LESS THAN CNR-LLAVE
               INVALID KEY
                   SET WSS-CONTRATO-FIN TO TRUE
           END-START.
           PERFORM 030-LEE-CONTRATO UNTIL WSS-CONTRATO-FIN.
           IF WSS-CONTRATO-HALLADO
                   AND WSV-CV-FECHA-VENCE < CTL-RUN-DATE
               MOVE '0' TO WSS-HALLADO-SWITCHES
           END-IF.

       030-LEE-CONTRATO.
           READ FAC-CONTRATO-FILE NEXT RECORD
               AT END SET WSS-CONTRATO-FIN TO TRUE
           END-READ.
           IF NOT WSS-CONTRATO-FIN
               IF CNR-CLIENTE NOT = WSV-CLIENTE-BUSCADO
                       OR CNR-ARTICULO NOT = FLR-ARTICULO
                       OR CNR-FECHA-VIGENTE > CTL-RUN-DATE
                   SET WSS-CONTRATO-FIN TO TRUE
               ELSE
                   MOVE CONT-MASTER-RECORD TO WSV-CONTRATO-VIGENTE
                   SET WSS-CONTRATO-HALLADO TO TRUE
               END-IF
           END-IF.

      *> LOS ESCALONES VAN EN ORDEN ASCENDENTE DE CANTIDAD: GANA EL
      *> ULTIMO CUYA CANTIDAD MINIMA ALCANZA LA LINEA.
       031-APLICA-ESCALON.
           IF WSV-CV-ES-CANTIDAD (WSV-ESCALON-IDX) > ZEROS
                   AND WSV-CV-ES-CANTIDAD (WSV-ESCALON-IDX)
                       NOT > FLR-CANTIDAD
               MOVE WSV-CV-ES-PRECIO (WSV-ESCALON-IDX)
                   TO WSV-PRECIO-REFERENCIA
               MOVE 'E' TO WSV-ORIGEN-PRECIO
           END-IF.

      *> VALIDA FLR-CLIENTE CONTRA EL MAESTRO CLIMSTR ANTES DE
      *> EXTENDER LA LINEA; UN CLIENTE HALLADO DEJA SU REGISTRO (CON
      *> SU LIMITE DE CREDITO) EN LOS TOTALES DEL DIA DE BILLCLW Y SU
      *> MARCA DE EXENTO DE IMPUESTO PARA LA LINEA. SIN
      *> MAESTRO DISPONIBLE LA LINEA PASA COMO ANTES DEL MAESTRO.
       032-VALIDA-CLIENTE.
           SET WSS-CLIENTE-VALIDO TO TRUE.
           MOVE '0' TO WSS-CLIENTE-TOTAL-SWITCHES.
           MOVE 'N' TO WSS-EXENTO-SWITCHES.
           IF WSS-CLIMSTR-DISPONIBLE
               MOVE FLR-CLIENTE TO CMR-CODIGO
               READ FAC-CLIENTE-FILE
                   INVALID KEY
                       SET WSS-CLIENTE-INVALIDO TO TRUE
                   NOT INVALID KEY
                       IF CMR-ES-EXENTO
                           SET WSS-CLIENTE-EXENTO TO TRUE
                       END-IF
                       PERFORM 033-REGISTRA-CLIENTE
               END-READ
           END-IF.

      *> TRAE EL REGISTRO DE TOTALES DEL CLIENTE, DANDOLO DE ALTA LA
      *> PRIMERA VEZ QUE APARECE EN EL DIA CON SU LIMITE.
       033-REGISTRA-CLIENTE.
           MOVE FLR-CLIENTE TO CLW-CODIGO.
           READ FAC-TOTALES-FILE
               INVALID KEY
                   PERFORM 034-ALTA-CLIENTE
           END-READ.
           SET WSS-CLIENTE-CON-TOTAL TO TRUE.

       034-ALTA-CLIENTE.
           ADD 1 TO WSV-CLIENTES-TOTAL.
           MOVE FLR-CLIENTE TO CLW-CODIGO.
           MOVE WSV-CLIENTES-TOTAL TO CLW-ORDEN.
           MOVE ZEROS TO CLW-TOTAL.
           MOVE CMR-LIMITE-CREDITO TO CLW-LIMITE.
           MOVE ZEROS TO CLW-RETENIDAS.
           PERFORM 035-SUMA-SALDO-CXC.
           WRITE FAC-TOTALES-RECORD
               INVALID KEY
                   DISPLAY 'FACTURACION - LLAVE DUPLICADA EN BILLCLW: '
                       CLW-CODIGO
           END-WRITE.

      *> SALDO ABIERTO DE CUENTAS POR COBRAR DEL CLIENTE RECIEN DADO
      *> DE ALTA EN LOS TOTALES: SUMA DE ARM-SALDO DE SUS PARTIDAS
      *> ABIERTAS, RECORRIDAS POR LA LLAVE ALTERNA DE ARMSTR.
       035-SUMA-SALDO-CXC.
           MOVE ZEROS TO CLW-SALDO-CXC.
           IF WSS-CXC-DISPONIBLE
               MOVE FLR-CLIENTE TO ARM-CLIENTE
               MOVE '1' TO WSS-PARTIDAS-SWITCHES
               START FAC-CXC-FILE KEY IS EQUAL TO ARM-CLIENTE
                   INVALID KEY
                       SET WSS-PARTIDAS-FIN TO TRUE
               END-START
               PERFORM 036-SUMA-PARTIDA UNTIL WSS-PARTIDAS-FIN
           END-IF.

       036-SUMA-PARTIDA.
           READ FAC-CXC-FILE NEXT RECORD
               AT END SET WSS-PARTIDAS-FIN TO TRUE
           END-READ.
           IF NOT WSS-PARTIDAS-FIN
               IF ARM-CLIENTE NOT = FLR-CLIENTE
                   SET WSS-PARTIDAS-FIN TO TRUE
               ELSE
                   IF ARM-ABIERTA
                       ADD ARM-SALDO TO CLW-SALDO-CXC
                   END-IF
               END-IF
           END-IF.

       037-LEE-LINEA.
           READ FAC-LINEAS-FILE
               AT END SET WSS-FAC-FIN TO TRUE
           END-READ.
           IF NOT WSS-FAC-FIN
               ADD 1 TO WSV-POSICION
           END-IF.

      *> LA EXTENSION DE LA LINEA (CANTIDAD POR PRECIO) SE DELEGA A LA
      *> RUTINA COMUN PLATZI-ARIT-CALC, LA MISMA QUE USA ARITMETICA;
      *> UNA LINEA CON DESBORDE EN LA MULTIPLICACION (O EN SU CONTROL
      *> POR COMPUTE) VA AL SUSPENSO EN VEZ DE FACTURARSE.
       038-EXTIENDE-LINEA.
           MOVE FLR-CANTIDAD TO CALC-NUMERO-A.
           MOVE FLR-PRECIO-UNITARIO TO CALC-NUMERO-B.
           CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD.
               ELSE
                   MOVE CALC-R-MUL TO WSV-EXTENSION-LINEA
               END-IF
               PERFORM 047-CALCULA-IMPUESTO
               IF WSS-IMPUESTO-ERROR
                   PERFORM 045-REGISTRA-SUSPENSO
               ELSE
                   PERFORM 039-REVISA-EXISTENCIA
                   IF WSS-EXISTENCIA-AGOTADA
                       MOVE 'EXISTENCIA INSUFICIENTE EN STKMSTR'
                           TO WSV-SUSP-MOTIVO
                       ADD 1 TO WSV-FAC-AGOTADAS
                       PERFORM 045-REGISTRA-SUSPENSO
                   ELSE
                       PERFORM 042-REVISA-EXPOSICION
                   END-IF
               END-IF
           END-IF.

      *> UNA VENTA NO PUEDE DEJAR NEGATIVA LA EXISTENCIA DEL ARTICULO
      *> EN STKMSTR; LAS DEVOLUCIONES SIEMPRE PASAN. UN ARTICULO SIN
      *> REGISTRO DE EXISTENCIA NO SE CONTROLA.
       039-REVISA-EXISTENCIA.
           SET WSS-EXISTENCIA-OK TO TRUE.
           IF WSS-STKMSTR-DISPONIBLE
               MOVE FLR-ARTICULO TO STK-ARTICULO
               READ FAC-EXISTENCIA-FILE
                   INVALID KEY
                       ADD 1 TO WSV-FAC-SIN-EXISTENCIA
                   NOT INVALID KEY
                       IF FLR-ES-VENTA
                               AND STK-EXISTENCIA < FLR-CANTIDAD
                           SET WSS-EXISTENCIA-AGOTADA TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> LA LINEA FACTURADA MUEVE LA EXISTENCIA: LA VENTA LA DESCUENTA
      *> Y LA DEVOLUCION LA REGRESA. EL PRIMER MOVIMIENTO DE LA FECHA
      *> ARRANCA EL DIA CON LA EXISTENCIA ACTUAL COMO INICIAL (MISMO
      *> CRITERIO QUE PLATZI-STK-RECEIPT).
       040-MUEVE-EXISTENCIA.
           IF WSS-STKMSTR-DISPONIBLE
               MOVE FLR-ARTICULO TO STK-ARTICULO
               READ FAC-EXISTENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STK-FECHA-MOVTO NOT = CTL-RUN-DATE
                           MOVE STK-EXISTENCIA
                               TO STK-EXISTENCIA-INICIAL
                           MOVE ZEROS TO STK-ENTRADAS-DIA
                                         STK-VENTAS-DIA
                                         STK-DEVOLUCIONES-DIA
                           MOVE CTL-RUN-DATE TO STK-FECHA-MOVTO
                       END-IF
                       IF FLR-ES-DEVOLUCION
                           ADD FLR-CANTIDAD TO STK-EXISTENCIA
                           ADD FLR-CANTIDAD TO STK-DEVOLUCIONES-DIA
                       ELSE
                           SUBTRACT FLR-CANTIDAD FROM STK-EXISTENCIA
                           ADD FLR-CANTIDAD TO STK-VENTAS-DIA
                       END-IF
                       REWRITE STK-MASTER-RECORD
               END-READ
           END-IF.

      *> UNA VENTA DE UN CLIENTE CON LIMITE ASIGNADO (UN LIMITE EN
      *> CERO SIGNIFICA SIN LIMITE) SE RETIENE SI SU EXPOSICION, SALDO
      *> ABIERTO DE CXC MAS NETO DEL DIA MAS ESTA LINEA CON SU
      *> IMPUESTO (LO QUE EL CLIENTE VA A DEBER), EXCEDE EL
      *> LIMITE. LAS DEVOLUCIONES Y LAS LINEAS YA LIBERADAS POR EL
      *> OFICIAL PASAN DIRECTO.
       042-REVISA-EXPOSICION.
           MOVE ZEROS TO WSV-EXPOSICION.
           IF FLR-ES-VENTA AND NOT WSS-LINEA-LIBERADA
                   AND WSS-CLIENTE-CON-TOTAL
               COMPUTE WSV-EXPOSICION =
                   CLW-SALDO-CXC + CLW-TOTAL
                   + WSV-EXTENSION-LINEA + WSV-IMPUESTO-LINEA
           END-IF.
           IF WSV-EXPOSICION > ZEROS
                   AND CLW-LIMITE > ZEROS
                   AND WSV-EXPOSICION > CLW-LIMITE
               PERFORM 052-RETIENE-LINEA
           ELSE
               PERFORM 043-GRABA-LINEA
           END-IF.

       043-GRABA-LINEA.
           SET WSS-LINEA-GRABADA TO TRUE.
           ADD 1 TO WSV-FAC-LINEAS.
           MOVE SPACES TO FAC-SALIDA-RECORD.
           MOVE FLR-CLIENTE TO FSR-CLIENTE.
           MOVE FLR-ARTICULO TO FSR-ARTICULO.
           MOVE FLR-CANTIDAD TO FSR-CANTIDAD.
           MOVE FLR-PRECIO-UNITARIO TO FSR-PRECIO-UNITARIO.
           MOVE WSV-EXTENSION-LINEA TO FSR-EXTENSION.
           MOVE CTL-RUN-DATE TO FSR-FECHA-PROCESO.
           MOVE WSV-CODIGO-IMPUESTO TO FSR-CODIGO-IMPUESTO.
           MOVE WSV-IMPUESTO-LINEA TO FSR-IMPUESTO.
           MOVE WSS-EXENTO-SWITCHES TO FSR-EXENTO.
           MOVE WSV-ORIGEN-PRECIO TO FSR-ORIGEN-PRECIO.
           EVALUATE TRUE
               WHEN FSR-PRECIO-CONTRATO
                   ADD 1 TO WSV-FAC-CONTRATO
               WHEN FSR-PRECIO-ESCALON
                   ADD 1 TO WSV-FAC-ESCALON
               WHEN FSR-PRECIO-LISTA
                   ADD 1 TO WSV-FAC-LISTA
           END-EVALUATE.
           ADD WSV-IMPUESTO-LINEA TO WSV-TOT-IMPUESTO.
           IF WSV-CODIGO-IMPUESTO NOT = SPACES
               PERFORM 051-GRABA-DETALLE-IMPUESTO
           END-IF.
           PERFORM 040-MUEVE-EXISTENCIA.
           IF FLR-ES-DEVOLUCION
               ADD 1 TO WSV-FAC-CREDITOS
               WRITE FAC-CREDITO-RECORD FROM FAC-SALIDA-RECORD
           ELSE
               WRITE FAC-SALIDA-RECORD
           END-IF.
           PERFORM 044-ACUMULA-CLIENTE.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'CLIENTE=' FLR-CLIENTE ' ART=' FLR-ARTICULO
                   ' ACC=' FLR-ACCION
                   ' EXT=' WSV-EXTENSION-LINEA
                   ' IMP=' WSV-IMPUESTO-LINEA
                   ' PRECIO=' WSV-ORIGEN-PRECIO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> ACUMULA LA EXTENSION DE LA LINEA CON SU IMPUESTO EN EL TOTAL
      *> DEL DIA DE SU CLIENTE; EL REGISTRO DE BILLCLW VIENE LEIDO
      *> DESDE LA VALIDACION DE 032-VALIDA-CLIENTE (SIN REGISTRO
      *> CUANDO NO HAY MAESTRO DE CLIENTES).
       044-ACUMULA-CLIENTE.
           IF WSS-CLIENTE-CON-TOTAL
               ADD WSV-EXTENSION-LINEA WSV-IMPUESTO-LINEA
                   TO CLW-TOTAL
               REWRITE FAC-TOTALES-RECORD
           END-IF.

       045-REGISTRA-SUSPENSO.
           SET AUD-SEV-ERROR TO TRUE
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> CADA LINEA PUEDE GRABAR UN DETALLE EN TAXDET; SI EL
      *> CONSECUTIVO DEL DIA YA LLEGO AL TOPE, LA SIGUIENTE LINEA
      *> CHOCARIA CON LOS DE PLATZI-INV-VOID. LA CORRIDA SE DETIENE
      *> AQUI CON EL CHECKPOINT EN LA ULTIMA LINEA CONFIRMADA; LO QUE
      *> FALTA DE BILLIN SE PASA A OTRA FECHA DE CORRIDA.
       046-REVISA-TOPE-IMPUESTO.
           IF WSV-SEC-IMPUESTO NOT < WSC-SEC-TOPE
               SET WSS-TOPE-IMPUESTO TO TRUE
               SET WSS-FAC-FIN TO TRUE
               MOVE SPACES TO AUD-MENSAJE
               STRING 'TOPE TAXDET ' WSC-SEC-TOPE
                       ' GRAVADAS ' CTL-RUN-DATE
                       ' DETENIDO TRAS LINEA ' WSV-POSICION
                       ' DE BILLIN'
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               DISPLAY 'FACTURACION - ' AUD-MENSAJE
               SET AUD-SEV-ERROR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

      *> IMPUESTO DE LA LINEA: EL CODIGO SALE DEL ARTICULO EN ARTMSTR
      *> (SIN CODIGO O SIN ARTICULO EN EL MAESTRO LA LINEA NO ES
      *> GRAVADA) Y LA TASA DE LA ULTIMA VIGENCIA DE ESE CODIGO EN
      *> TAXMSTR QUE YA ALCANZO LA FECHA DE CORRIDA. EL CLIENTE EXENTO
      *> CONSERVA EL CODIGO PERO NO PAGA IMPUESTO. UNA LINEA GRAVADA
      *> SIN TASA VIGENTE NO SE FACTURA: VA A SUSPENSO.
       047-CALCULA-IMPUESTO.
           SET WSS-IMPUESTO-OK TO TRUE.
           MOVE SPACES TO WSV-CODIGO-IMPUESTO.
           MOVE ZEROS TO WSV-TASA-LINEA.
           MOVE ZEROS TO WSV-IMPUESTO-LINEA.
           IF WSS-ARTMSTR-DISPONIBLE
               MOVE FLR-ARTICULO TO AMR-ARTICULO
               READ FAC-ARTICULO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AMR-CODIGO-IMPUESTO TO WSV-CODIGO-IMPUESTO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WSV-CODIGO-IMPUESTO = SPACES
                   CONTINUE
               WHEN WSS-CLIENTE-EXENTO
                   ADD 1 TO WSV-FAC-EXENTAS
               WHEN NOT WSS-TAXMSTR-DISPONIBLE
                   CONTINUE
               WHEN OTHER
                   PERFORM 048-BUSCA-TASA
                   IF WSV-TASA-FECHA = ZEROS
                       MOVE 'SIN TASA VIGENTE PARA CODIGO IMPUESTO'
                           TO WSV-SUSP-MOTIVO
                       ADD 1 TO WSV-FAC-SIN-TASA
                       SET WSS-IMPUESTO-ERROR TO TRUE
                   ELSE
                       PERFORM 050-APLICA-TASA
                   END-IF
           END-EVALUATE.

      *> RECORRE LAS VIGENCIAS DEL CODIGO EN ORDEN DE FECHA Y SE QUEDA
      *> CON LA ULTIMA QUE NO PASA DE LA FECHA DE CORRIDA.
       048-BUSCA-TASA.
           MOVE ZEROS TO WSV-TASA-FECHA.
           MOVE WSV-CODIGO-IMPUESTO TO TXR-CODIGO.
           MOVE ZEROS TO TXR-FECHA-VIGENTE.
           MOVE '1' TO WSS-TASA-SWITCHES.
           START FAC-TASA-FILE KEY IS NOT LESS THAN TXR-LLAVE
               INVALID KEY
                   SET WSS-TASA-FIN TO TRUE
           END-START.
           PERFORM 049-LEE-TASA UNTIL WSS-TASA-FIN.

       049-LEE-TASA.
           READ FAC-TASA-FILE NEXT RECORD
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

      *> LA BASE ES LA EXTENSION ABSOLUTA REDONDEADA A CENTAVOS. LOS
      *> OPERANDOS DE ARIT-CALC LLEGAN A 99999.99 Y UNA EXTENSION
      *> PUEDE PASAR DE ESO, ASI QUE LA BASE SE PARTE EN SU PARTE ALTA
      *> (CIENTOS DE MILES ENTEROS) Y SU PARTE BAJA, CADA UNA SE
      *> MULTIPLICA POR LA TASA EN ARIT-CALC Y EL IMPUESTO ES
      *> (ALTA * 100000 + BAJA) / 100, REDONDEADO A CENTAVOS. EN UNA
      *> DEVOLUCION EL IMPUESTO SALE NEGATIVO, COMO SU EXTENSION.
       050-APLICA-TASA.
           IF WSV-EXTENSION-LINEA < ZEROS
               COMPUTE WSV-BASE-LINEA ROUNDED =
                   ZERO - WSV-EXTENSION-LINEA
           ELSE
               COMPUTE WSV-BASE-LINEA ROUNDED = WSV-EXTENSION-LINEA
           END-IF.
           DIVIDE WSV-BASE-LINEA BY 100000 GIVING WSV-BASE-ALTA.
           COMPUTE WSV-BASE-BAJA =
               WSV-BASE-LINEA - WSV-BASE-ALTA * 100000.
           MOVE WSV-BASE-BAJA TO CALC-NUMERO-A.
           MOVE WSV-TASA-LINEA TO CALC-NUMERO-B.
           CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD.
           MOVE CALC-R-MUL TO WSV-IMP-BAJA.
           IF CALC-MUL-DESBORDE OR CALC-CMUL-DESBORDE
               SET WSS-IMPUESTO-ERROR TO TRUE
           END-IF.
           MOVE WSV-BASE-ALTA TO CALC-NUMERO-A.
           CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD.
           MOVE CALC-R-MUL TO WSV-IMP-ALTA.
           IF CALC-MUL-DESBORDE OR CALC-CMUL-DESBORDE
               SET WSS-IMPUESTO-ERROR TO TRUE
           END-IF.
           IF WSS-IMPUESTO-ERROR
               MOVE 'DESBORDE EN CALCULO DE IMPUESTO'
                   TO WSV-SUSP-MOTIVO
           ELSE
               COMPUTE WSV-IMPUESTO-LINEA ROUNDED =
                   (WSV-IMP-ALTA * 100000 + WSV-IMP-BAJA) / 100
               IF FLR-ES-DEVOLUCION
                   COMPUTE WSV-IMPUESTO-LINEA =
                       ZERO - WSV-IMPUESTO-LINEA
               END-IF
               ADD 1 TO WSV-FAC-GRAVADAS
           END-IF.

      *> DEJA EL DETALLE DE IMPUESTO DE LA LINEA FACTURADA PARA EL
      *> REGISTRO MENSUAL (LAS EXENTAS TAMBIEN, MARCADAS, PARA QUE EL
      *> REGISTRO LAS PRESENTE APARTE DE LA BASE GRAVABLE).
       051-GRABA-DETALLE-IMPUESTO.
           ADD 1 TO WSV-SEC-IMPUESTO.
           MOVE SPACES TO FAC-DETALLE-IMP-RECORD.
           MOVE CTL-RUN-DATE TO TXD-FECHA.
           MOVE WSV-SEC-IMPUESTO TO TXD-SECUENCIA.
           MOVE FLR-CLIENTE TO TXD-CLIENTE.
           MOVE FLR-ARTICULO TO TXD-ARTICULO.
           MOVE FLR-ACCION TO TXD-ACCION.
           MOVE WSV-CODIGO-IMPUESTO TO TXD-CODIGO.
           MOVE WSV-TASA-LINEA TO TXD-TASA.
           MOVE WSS-EXENTO-SWITCHES TO TXD-EXENTO.
           COMPUTE TXD-BASE ROUNDED = WSV-EXTENSION-LINEA.
           MOVE WSV-IMPUESTO-LINEA TO TXD-IMPUESTO.
           WRITE FAC-DETALLE-IMP-RECORD
               INVALID KEY
                   DISPLAY 'FACTURACION - LLAVE DUPLICADA EN TAXDET: '
                       TXD-LLAVE
           END-WRITE.

      *> LA VENTA EXCEDE EL LIMITE DE CREDITO: EN VEZ DE BILLOUT VA A
      *> LA COLA BILLHOLD CON LA EXPOSICION Y EL LIMITE DEL MOMENTO,
      *> SELLADA CON LA FECHA Y HORA REAL. NO SUMA AL NETO DEL DIA.
       052-RETIENE-LINEA.
           ADD 1 TO WSV-SECUENCIA.
           MOVE SPACES TO FAC-RETENIDA-RECORD.
           MOVE WSV-FECHA-HOY TO HLD-FECHA-RETENCION.
           MOVE WSV-HORA-AHORA TO HLD-HORA-RETENCION.
           MOVE WSV-SECUENCIA TO HLD-SECUENCIA.
           MOVE FLR-CLIENTE TO HLD-CLIENTE.
           MOVE FLR-ARTICULO TO HLD-ARTICULO.
           MOVE FLR-CANTIDAD TO HLD-CANTIDAD.
           MOVE FLR-PRECIO-UNITARIO TO HLD-PRECIO-UNITARIO.
           MOVE FLR-ACCION TO HLD-ACCION.
           MOVE WSV-EXTENSION-LINEA TO HLD-EXTENSION.
           MOVE WSV-EXPOSICION TO HLD-EXPOSICION.
           MOVE CLW-LIMITE TO HLD-LIMITE.
           MOVE CTL-RUN-DATE TO HLD-FECHA-PROCESO.
           SET HLD-RETENIDA TO TRUE.
           MOVE ZEROS TO HLD-FECHA-RESOLUCION.
           WRITE FAC-RETENIDA-RECORD
               INVALID KEY
                   DISPLAY 'FACTURACION - LLAVE DUPLICADA EN BILLHOLD: '
                       HLD-LLAVE
           END-WRITE.
           ADD 1 TO WSV-FAC-RETENIDAS.
           ADD 1 TO CLW-RETENIDAS.
           REWRITE FAC-TOTALES-RECORD.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'RETENIDA CLIENTE=' FLR-CLIENTE
                   ' ART=' FLR-ARTICULO
                   ' EXPOSICION=' WSV-EXPOSICION
                   ' LIMITE=' CLW-LIMITE
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> APLICA LAS RESOLUCIONES DEL OFICIAL DE CREDITO SOBRE LA
      *> COLA. SOLO UNA LINEA TODAVIA RETENIDA SE PUEDE LIBERAR O
      *> RECHAZAR: UNA RESOLUCION REPETIDA SE RECHAZA, ASI QUE
      *> REAPLICAR EL MISMO HOLDTRAN NO CAMBIA NADA.
       053-APLICA-RESOLUCIONES.
           MOVE 'RESOLUCIONES DEL OFICIAL DE CREDITO (HOLDTRAN)'
               TO WSV-REPORTE-LINEA.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT FAC-RESOLUCION-FILE.
           IF WSV-RESOL-STATUS NOT = '00'
               MOVE '  SIN HOLDTRAN, NINGUNA RESOLUCION'
                   TO WSV-REPORTE-LINEA
               WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 055-LEE-RESOLUCION
               PERFORM 054-APLICA-UNA-RESOLUCION
                   UNTIL WSS-RESOLUCION-FIN
               CLOSE FAC-RESOLUCION-FILE
           END-IF.
           MOVE SPACES TO FAC-RETENCION-LINE.
           WRITE FAC-RETENCION-LINE.

       054-APLICA-UNA-RESOLUCION.
           MOVE SPACES TO WSV-SUSP-MOTIVO.
           MOVE HTR-LLAVE TO HLD-LLAVE.
           READ FAC-RETENIDA-FILE
               INVALID KEY
                   MOVE 'LLAVE NO EXISTE EN BILLHOLD'
                       TO WSV-SUSP-MOTIVO
           END-READ.
           EVALUATE TRUE
               WHEN WSV-SUSP-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN NOT HTR-LIBERA AND NOT HTR-RECHAZA
                   MOVE 'ACCION DE RESOLUCION INVALIDA'
                       TO WSV-SUSP-MOTIVO
               WHEN HTR-OFICIAL = SPACES
                   MOVE 'RESOLUCION SIN ID DE OFICIAL'
                       TO WSV-SUSP-MOTIVO
      *> LA MISMA RESOLUCION YA SE APLICO EN ESTA FECHA (RE-CORRIDA).
               WHEN HLD-FECHA-RESOLUCION = CTL-RUN-DATE
                       AND HLD-OFICIAL = HTR-OFICIAL
                       AND ((HTR-LIBERA AND NOT HLD-RECHAZADA
                                        AND NOT HLD-RETENIDA)
                         OR (HTR-RECHAZA AND HLD-RECHAZADA))
                   SET WSS-RESOLUCION-REPETIDA TO TRUE
                   MOVE 'YA APLICADA EN ESTA FECHA' TO WSV-SUSP-MOTIVO
               WHEN NOT HLD-RETENIDA
                   MOVE 'LINEA YA RESUELTA' TO WSV-SUSP-MOTIVO
               WHEN OTHER
                   IF HTR-LIBERA
                       SET HLD-LIBERADA TO TRUE
                   ELSE
                       SET HLD-RECHAZADA TO TRUE
                   END-IF
                   MOVE HTR-OFICIAL TO HLD-OFICIAL
                   MOVE CTL-RUN-DATE TO HLD-FECHA-RESOLUCION
                   MOVE HTR-MOTIVO TO HLD-MOTIVO
                   REWRITE FAC-RETENIDA-RECORD
                   ADD 1 TO WSV-RES-APLICADAS
           END-EVALUATE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           EVALUATE TRUE
           WHEN WSV-SUSP-MOTIVO = SPACES
               STRING '  ' HTR-ACCION ' ' HTR-LLAVE
                       ' CLIENTE ' HLD-CLIENTE
                       ' OFICIAL ' HTR-OFICIAL ' ' HTR-MOTIVO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               STRING 'RESOLUCION ' HTR-ACCION ' RETENIDA=' HTR-LLAVE
                       ' CLIENTE=' HLD-CLIENTE
                       ' OFICIAL=' HTR-OFICIAL
                       DELIMITED BY SIZE INTO AUD-MENSAJE
           WHEN WSS-RESOLUCION-REPETIDA
               STRING '  ' WSV-SUSP-MOTIVO ' ' HTR-ACCION ' '
                       HTR-LLAVE ' OFICIAL ' HTR-OFICIAL
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               STRING 'RESOLUCION ' HTR-ACCION ' RETENIDA=' HTR-LLAVE
                       ' OFICIAL=' HTR-OFICIAL ' ' WSV-SUSP-MOTIVO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               MOVE '0' TO WSS-REPETIDA-SWITCHES
           WHEN OTHER
               ADD 1 TO WSV-RES-RECHAZADAS
               STRING '  RECHAZADA ' HTR-ACCION ' ' HTR-LLAVE
                       ' ' WSV-SUSP-MOTIVO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               STRING 'RESOLUCION RECHAZADA ' HTR-ACCION
                       ' RETENIDA=' HTR-LLAVE
                       ' OFICIAL=' HTR-OFICIAL ' ' WSV-SUSP-MOTIVO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
           END-EVALUATE.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           PERFORM 055-LEE-RESOLUCION.

       055-LEE-RESOLUCION.
           READ FAC-RESOLUCION-FILE
               AT END SET WSS-RESOLUCION-FIN TO TRUE
           END-READ.

      *> FACTURA LAS LINEAS QUE EL OFICIAL LIBERO: SE REARMAN COMO
      *> LINEA DE BILLIN Y PASAN POR LA VALIDACION DE CLIENTE Y LA
      *> EXTENSION NORMAL, SIN REVISION DE LIMITE NI DE PRECIO (YA SE
      *> VERIFICO AL RETENERLA). LA LINEA QUEDA 'F' EN LA COLA.
       056-FACTURA-LIBERADAS.
           MOVE LOW-VALUES TO HLD-LLAVE.
           MOVE '1' TO WSS-RETENIDA-SWITCHES.
           START FAC-RETENIDA-FILE KEY IS NOT LESS THAN HLD-LLAVE
               INVALID KEY
                   SET WSS-RETENIDA-FIN TO TRUE
           END-START.
           PERFORM 057-FACTURA-UNA-LIBERADA UNTIL WSS-RETENIDA-FIN.
           MOVE '0' TO WSS-LIBERADA-SWITCHES.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'LINEAS LIBERADAS FACTURADAS EN ESTA CORRIDA: '
                   WSV-FAC-LIBERADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'LINEAS LIBERADAS EN SUSPENSO (SE REINTENTAN): '
                   WSV-FAC-LIB-SUSPENSO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO FAC-RETENCION-LINE.
           WRITE FAC-RETENCION-LINE.

       057-FACTURA-UNA-LIBERADA.
           READ FAC-RETENIDA-FILE NEXT RECORD
               AT END SET WSS-RETENIDA-FIN TO TRUE
           END-READ.
      *> UNA 'S' DE ESTA MISMA FECHA YA SE INTENTO EN ESTA CORRIDA
      *> (REANUDACION) Y NO SE REPITE.
           IF NOT WSS-RETENIDA-FIN
                   AND (HLD-LIBERADA OR (HLD-SUSPENDIDA
                        AND HLD-FECHA-FACTURA NOT = CTL-RUN-DATE))
               PERFORM 046-REVISA-TOPE-IMPUESTO
               IF WSS-TOPE-IMPUESTO
                   SET WSS-RETENIDA-FIN TO TRUE
               ELSE
                   PERFORM 058-FACTURA-LIBERADA
               END-IF
           END-IF.

      *> SOLO LA LINEA QUE LLEGO A BILLOUT O BILLCRED QUEDA FACTURADA;
      *> LA QUE FUE A BILLSUSP QUEDA 'S' CON LA FECHA DEL INTENTO Y SE
      *> VUELVE A INTENTAR EN LA SIGUIENTE CORRIDA.
       058-FACTURA-LIBERADA.
           MOVE SPACES TO FAC-LINEA-RECORD.
           MOVE HLD-CLIENTE TO FLR-CLIENTE.
           MOVE HLD-ARTICULO TO FLR-ARTICULO.
           MOVE HLD-CANTIDAD TO FLR-CANTIDAD.
           MOVE HLD-PRECIO-UNITARIO TO FLR-PRECIO-UNITARIO.
           MOVE HLD-ACCION TO FLR-ACCION.
           SET WSS-LINEA-LIBERADA TO TRUE.
           MOVE '0' TO WSS-GRABADA-SWITCHES.
           PERFORM 032-VALIDA-CLIENTE.
      *> EL PRECIO YA SE VERIFICO AL RETENER LA LINEA; AQUI SOLO SE
      *> TOMA SU ORIGEN PARA BILLOUT.
           PERFORM 027-VERIFICA-PRECIO.
           IF WSS-CLIENTE-INVALIDO
               MOVE 'CLIENTE NO EXISTE EN MAESTRO CLIMSTR'
                   TO WSV-SUSP-MOTIVO
               ADD 1 TO WSV-FAC-SIN-CLIENTE
               PERFORM 045-REGISTRA-SUSPENSO
           ELSE
               PERFORM 038-EXTIENDE-LINEA
           END-IF.
           MOVE CTL-RUN-DATE TO HLD-FECHA-FACTURA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           IF WSS-LINEA-GRABADA
               ADD 1 TO WSV-FAC-LIBERADAS
               SET HLD-FACTURADA TO TRUE
               STRING '  FACTURADA ' HLD-LLAVE ' CLIENTE ' HLD-CLIENTE
                       ' ART ' HLD-ARTICULO
                       ' EXT: ' HLD-EXTENSION
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           ELSE
               ADD 1 TO WSV-FAC-LIB-SUSPENSO
               SET HLD-SUSPENDIDA TO TRUE
               STRING '  SUSPENSO  ' HLD-LLAVE ' CLIENTE ' HLD-CLIENTE
                       ' ART ' HLD-ARTICULO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           END-IF.
           REWRITE FAC-RETENIDA-RECORD.
           PERFORM 067-GRABA-CHECKPOINT.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           IF NOT WSS-LINEA-GRABADA
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING '            MOTIVO: ' WSV-SUSP-MOTIVO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA
           END-IF.

      *> REFACTURACION DE UNA FECHA YA PROCESADA: LAS LINEAS QUE ESA
      *> FECHA FACTURO DESDE LA COLA REGRESAN A LIBERADAS PARA QUE SE
      *> VUELVAN A FACTURAR, Y LAS QUE ESA FECHA RETUVO SE BORRAN
      *> PORQUE LAS LINEAS DE BILLIN SE VUELVEN A PROCESAR. LO QUE NO
      *> ES DE LA FECHA NO SE TOCA.
       059-DESHACE-RETENCION.
           MOVE LOW-VALUES TO HLD-LLAVE.
           MOVE '1' TO WSS-RETENIDA-SWITCHES.
           START FAC-RETENIDA-FILE KEY IS NOT LESS THAN HLD-LLAVE
               INVALID KEY
                   SET WSS-RETENIDA-FIN TO TRUE
           END-START.
           PERFORM 062-DESHACE-UNA-RETENIDA UNTIL WSS-RETENIDA-FIN.
           MOVE '1' TO WSS-RETENIDA-SWITCHES.
           IF WSV-HLD-DESHECHAS > ZEROS
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'LINEAS DE LA COLA DESHECHAS POR REFACTURACION: '
                       WSV-HLD-DESHECHAS
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO FAC-RETENCION-LINE
               WRITE FAC-RETENCION-LINE
           END-IF.

       062-DESHACE-UNA-RETENIDA.
           READ FAC-RETENIDA-FILE NEXT RECORD
               AT END SET WSS-RETENIDA-FIN TO TRUE
           END-READ.
           IF NOT WSS-RETENIDA-FIN
               EVALUATE TRUE
                   WHEN (HLD-FACTURADA OR HLD-SUSPENDIDA)
                           AND HLD-FECHA-FACTURA = CTL-RUN-DATE
                       SET HLD-LIBERADA TO TRUE
                       MOVE ZEROS TO HLD-FECHA-FACTURA
                       REWRITE FAC-RETENIDA-RECORD
                       ADD 1 TO WSV-HLD-DESHECHAS
                   WHEN HLD-RETENIDA
                           AND HLD-FECHA-PROCESO = CTL-RUN-DATE
                       DELETE FAC-RETENIDA-FILE RECORD
                       ADD 1 TO WSV-HLD-DESHECHAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> REANUDACION: LOS CONTADORES DE LA CORRIDA SIGUEN DESDE DONDE
      *> LOS DEJO EL ULTIMO CHECKPOINT.
       066-RESTAURA-CONTADORES.
           MOVE WSV-CK-LINEAS TO WSV-FAC-LINEAS.
           MOVE WSV-CK-SUSPENSOS TO WSV-FAC-SUSPENSOS.
           MOVE WSV-CK-CREDITOS TO WSV-FAC-CREDITOS.
           MOVE WSV-CK-RETENIDAS TO WSV-FAC-RETENIDAS.
           MOVE WSV-CK-LIBERADAS TO WSV-FAC-LIBERADAS.
           MOVE WSV-CK-LIB-SUSPENSO TO WSV-FAC-LIB-SUSPENSO.
           MOVE WSV-CK-RES-APLICADAS TO WSV-RES-APLICADAS.
           MOVE WSV-CK-RES-RECHAZADAS TO WSV-RES-RECHAZADAS.
           MOVE WSV-CK-SIN-CLIENTE TO WSV-FAC-SIN-CLIENTE.
           MOVE WSV-CK-SECUENCIA TO WSV-SECUENCIA.
           MOVE WSV-CK-SEC-IMPUESTO TO WSV-SEC-IMPUESTO.
           MOVE WSV-CK-CLIENTES TO WSV-CLIENTES-TOTAL.
           MOVE WSV-CK-TOT-IMPUESTO TO WSV-TOT-IMPUESTO.

      *> GRABA EL CHECKPOINT CON LA FASE, LA POSICION EN BILLIN Y LOS
      *> CONTADORES CONFIRMADOS HASTA AQUI (SE REESCRIBE COMPLETO, COMO
      *> ARITCHKP).
       067-GRABA-CHECKPOINT.
           MOVE CTL-RUN-DATE TO WSV-CK-FECHA.
           MOVE WSV-POSICION TO WSV-CK-POSICION.
           MOVE WSV-FAC-LINEAS TO WSV-CK-LINEAS.
           MOVE WSV-FAC-SUSPENSOS TO WSV-CK-SUSPENSOS.
           MOVE WSV-FAC-CREDITOS TO WSV-CK-CREDITOS.
           MOVE WSV-FAC-RETENIDAS TO WSV-CK-RETENIDAS.
           MOVE WSV-FAC-LIBERADAS TO WSV-CK-LIBERADAS.
           MOVE WSV-FAC-LIB-SUSPENSO TO WSV-CK-LIB-SUSPENSO.
           MOVE WSV-RES-APLICADAS TO WSV-CK-RES-APLICADAS.
           MOVE WSV-RES-RECHAZADAS TO WSV-CK-RES-RECHAZADAS.
           MOVE WSV-FAC-SIN-CLIENTE TO WSV-CK-SIN-CLIENTE.
           MOVE WSV-SECUENCIA TO WSV-CK-SECUENCIA.
           MOVE WSV-SEC-IMPUESTO TO WSV-CK-SEC-IMPUESTO.
           MOVE WSV-CLIENTES-TOTAL TO WSV-CK-CLIENTES.
           MOVE WSV-TOT-IMPUESTO TO WSV-CK-TOT-IMPUESTO.
           OPEN OUTPUT FAC-CHECKPOINT-FILE.
           WRITE FAC-CHECKPOINT-RECORD FROM WSV-CHECKPOINT.
           CLOSE FAC-CHECKPOINT-FILE.

      *> RESUMEN DE LA RETENCION POR CLIENTE: EL CLIENTE CON LINEAS
      *> RETENIDAS EN LA CORRIDA SE AVISA EN CONSOLA Y BITACORA; EL
      *> DETALLE PARA EL OFICIAL SALE EN LA COLA DE BILLHRPT.
       085-REVISA-LIMITES.
           MOVE ZEROS TO CLW-ORDEN.
           MOVE '1' TO WSS-TOTALES-SWITCHES.
           START FAC-TOTALES-FILE KEY IS NOT LESS THAN CLW-ORDEN
               INVALID KEY
                   SET WSS-TOTALES-FIN TO TRUE
           END-START.
           PERFORM 086-REVISA-UN-LIMITE UNTIL WSS-TOTALES-FIN.
           PERFORM 087-REPORTA-COLA.

      *> LOS CLIENTES SE RECORREN POR CLW-ORDEN, EN EL ORDEN EN QUE
      *> APARECIERON EN EL DIA.
       086-REVISA-UN-LIMITE.
           READ FAC-TOTALES-FILE NEXT RECORD
               AT END SET WSS-TOTALES-FIN TO TRUE
           END-READ.
           IF NOT WSS-TOTALES-FIN AND CLW-RETENIDAS > ZEROS
               ADD 1 TO WSV-FAC-SOBRE-LIMITE
               DISPLAY 'FACTURACION - CLIENTE CON LINEAS RETENIDAS '
                   'POR CREDITO: ' CLW-CODIGO
                   ' LINEAS: ' CLW-RETENIDAS
                   ' LIMITE: ' CLW-LIMITE
               MOVE SPACES TO AUD-MENSAJE
               STRING 'SOBRE LIMITE CLIENTE=' CLW-CODIGO
                       ' RETENIDAS=' CLW-RETENIDAS
                       ' CXC=' CLW-SALDO-CXC
                       ' LIMITE=' CLW-LIMITE
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

      *> LISTA LA COLA PENDIENTE COMPLETA (LO RETENIDO HOY Y LO QUE
      *> SIGUE SIN RESOLVER DE CORRIDAS ANTERIORES) CON LAS HORAS QUE
      *> LLEVA CADA LINEA RETENIDA.
       087-REPORTA-COLA.
           MOVE 'COLA PENDIENTE DE RESOLUCION' TO WSV-REPORTE-LINEA.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           MOVE 'LLAVE               ART    CLIENTE EXPOSICION'
               TO WSV-REPORTE-LINEA.
           MOVE 'LIMITE     HORAS' TO WSV-REPORTE-LINEA (53:16).
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           MOVE LOW-VALUES TO HLD-LLAVE.
           MOVE '1' TO WSS-RETENIDA-SWITCHES.
           START FAC-RETENIDA-FILE KEY IS NOT LESS THAN HLD-LLAVE
               INVALID KEY
                   SET WSS-RETENIDA-FIN TO TRUE
           END-START.
           PERFORM 088-REPORTA-RETENIDA UNTIL WSS-RETENIDA-FIN.
           MOVE SPACES TO FAC-RETENCION-LINE.
           WRITE FAC-RETENCION-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RETENIDAS HOY: ' WSV-FAC-RETENIDAS
                   ' PENDIENTES EN COLA: ' WSV-COLA-PENDIENTES
                   ' LIBERADAS FACTURADAS: ' WSV-FAC-LIBERADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RESOLUCIONES APLICADAS: ' WSV-RES-APLICADAS
                   ' RECHAZADAS: ' WSV-RES-RECHAZADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA.

       088-REPORTA-RETENIDA.
           READ FAC-RETENIDA-FILE NEXT RECORD
               AT END SET WSS-RETENIDA-FIN TO TRUE
           END-READ.
           IF NOT WSS-RETENIDA-FIN AND HLD-RETENIDA
               ADD 1 TO WSV-COLA-PENDIENTES
               MOVE HLD-HORA-RETENCION TO WSV-HORA-RETENCION
               COMPUTE WSV-SEG-RETENIDA =
                   (FUNCTION INTEGER-OF-DATE (WSV-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE (HLD-FECHA-RETENCION))
                   * 86400
                   + WSV-HA-HH * 3600 + WSV-HA-MM * 60 + WSV-HA-SS
                   - WSV-HR-HH * 3600 - WSV-HR-MM * 60 - WSV-HR-SS
               IF WSV-SEG-RETENIDA < ZEROS
                   MOVE ZEROS TO WSV-SEG-RETENIDA
               END-IF
               COMPUTE WSV-HORAS-RETENIDA = WSV-SEG-RETENIDA / 3600
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING HLD-LLAVE ' ' HLD-ARTICULO ' ' HLD-CLIENTE
                       ' ' HLD-EXPOSICION ' ' HLD-LIMITE
                       ' ' WSV-HORAS-RETENIDA
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE FAC-RETENCION-LINE FROM WSV-REPORTE-LINEA
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF NOT WSS-MODO-COMPLETA
               PERFORM 092-CIERRA-ARCHIVOS
           END-IF.

      *> UNA FECHA YA COMPLETA NO ABRIO NINGUN ARCHIVO.
       092-CIERRA-ARCHIVOS.
           CLOSE FAC-LINEAS-FILE.
           CLOSE FAC-SALIDA-FILE.
           CLOSE FAC-SUSPENSE-FILE.
           IF WSS-ARTMSTR-DISPONIBLE
               CLOSE FAC-ARTICULO-FILE
           END-IF.
           IF WSS-CXC-DISPONIBLE
               CLOSE FAC-CXC-FILE
           END-IF.
           CLOSE FAC-RETENIDA-FILE.
           CLOSE FAC-RETENCION-RPT.
           CLOSE FAC-TOTALES-FILE.
           IF WSS-TAXMSTR-DISPONIBLE
               CLOSE FAC-TASA-FILE
           END-IF.
           CLOSE FAC-DETALLE-IMP-FILE.
           IF WSS-CONTMSTR-DISPONIBLE
               CLOSE FAC-CONTRATO-FILE
           END-IF.
           IF WSS-STKMSTR-DISPONIBLE
               CLOSE FAC-EXISTENCIA-FILE
           END-IF.
           DISPLAY 'FACTURACION - LINEAS FACTURADAS: ' WSV-FAC-LINEAS
               ' SUSPENSOS: ' WSV-FAC-SUSPENSOS
               ' SIN CLIENTE: ' WSV-FAC-SIN-CLIENTE
               ' SIN PRECIO VIGENTE: ' WSV-FAC-SIN-VIGENTE
               ' NOTAS DE CREDITO: ' WSV-FAC-CREDITOS
               ' ACCION INVALIDA: ' WSV-FAC-ACCION-MALA.
           DISPLAY 'FACTURACION - RETENIDAS: ' WSV-FAC-RETENIDAS
               ' PENDIENTES EN COLA: ' WSV-COLA-PENDIENTES
               ' LIBERADAS FACTURADAS: ' WSV-FAC-LIBERADAS
               ' EN SUSPENSO: ' WSV-FAC-LIB-SUSPENSO.
           DISPLAY 'FACTURACION - LINEAS GRAVADAS: ' WSV-FAC-GRAVADAS
               ' EXENTAS: ' WSV-FAC-EXENTAS
               ' SIN TASA: ' WSV-FAC-SIN-TASA
               ' IMPUESTO DEL DIA: ' WSV-TOT-IMPUESTO.
           DISPLAY 'FACTURACION - PRECIO DE CONTRATO: '
               WSV-FAC-CONTRATO
               ' ESCALON: ' WSV-FAC-ESCALON
               ' LISTA: ' WSV-FAC-LISTA.
           DISPLAY 'FACTURACION - VENTAS AGOTADAS: ' WSV-FAC-AGOTADAS
               ' SIN CONTROL DE EXISTENCIA: ' WSV-FAC-SIN-EXISTENCIA.

      *> FIJA EL RETURN-CODE DE SALIDA SIGUIENDO EL MISMO PATRON DE
      *> ARITMETICA: 8 SI LA CORRIDA SE DETUVO EN EL TOPE DE TAXDET,
      *> 4 SI HUBO LINEAS EN SUSPENSO, LINEAS RETENIDAS POR CREDITO O
      *> RESOLUCIONES RECHAZADAS, 0 SI LA CORRIDA QUEDO LIMPIA.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN WSS-TOPE-IMPUESTO
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-FAC-SUSPENSOS > 0
                       OR WSV-FAC-RETENIDAS > 0
                       OR WSV-RES-RECHAZADAS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PLATZI-FACTURACION.

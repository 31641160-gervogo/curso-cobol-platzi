      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Extracto enmascarado de produccion para la region de
      *          pruebas. Copia CLIMSTR, IFHIST, INVREG, BILLIN, IFPAIR
      *          y ARITTRAN a un juego de prueba (TCLIMSTR, TIFHIST,
      *          TINVREG, TBILLIN, TIFPAIR, TARITTRN) sin exponer
      *          clientes: los codigos de cliente y los numeros de
      *          cuenta se revuelven con la clave de la tarjeta MASKPRM
      *          de forma consistente (el mismo codigo da siempre el
      *          mismo sustituto en todos los archivos, y dos codigos
      *          distintos nunca dan el mismo), para que los cruces
      *          entre archivos sigan funcionando; el nombre se
      *          sustituye por 'CLIENTE ' mas el codigo revuelto, y los
      *          montos de dinero (limite de credito, totales de
      *          factura, balance y limite de los pares, operandos de
      *          ARITTRAN) se escalan por el factor secreto de la misma
      *          tarjeta. El header y el trailer de cada transmision de
      *          ARITTRAN se rearman con el conteo y los hash totals de
      *          los detalles ya escalados, para que el lote de prueba
      *          cuadre. Cantidad y precio unitario de BILLIN no se
      *          tocan: el precio es el de lista o de contrato del
      *          articulo, que FACTURACION verifica contra los maestros
      *          de precios de la propia region de pruebas. La clave y
      *          el factor los custodia seguridad en MASKPRM; sin una
      *          tarjeta valida no se extrae nada (RETURN-CODE 12). Se
      *          corre a pedido, no es un paso del batch diario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-TEST-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSX-PARAM-FILE   ASSIGN TO "MASKPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT TSX-CLIENTE-FILE ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CMR-CODIGO
                                    FILE STATUS IS WSV-CLIENTE-STATUS.

           SELECT TSX-CLI-PRUEBA-FILE ASSIGN TO "TCLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TCM-CODIGO
                                    FILE STATUS IS WSV-SALIDA-STATUS.

           SELECT TSX-HIST-FILE    ASSIGN TO "IFHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS IHR-CUENTA
                                    FILE STATUS IS WSV-HIST-STATUS.

           SELECT TSX-HIST-PRUEBA-FILE ASSIGN TO "TIFHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TIH-CUENTA
                                    FILE STATUS IS WSV-SALIDA-STATUS.

           SELECT TSX-REGISTRO-FILE ASSIGN TO "INVREG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-REGISTRO-STATUS.

           SELECT TSX-REG-PRUEBA-FILE ASSIGN TO "TINVREG"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TSX-LINEAS-FILE  ASSIGN TO "BILLIN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-LINEAS-STATUS.

           SELECT TSX-LIN-PRUEBA-FILE ASSIGN TO "TBILLIN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TSX-PARES-FILE   ASSIGN TO "IFPAIR"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PARES-STATUS.

           SELECT TSX-PAR-PRUEBA-FILE ASSIGN TO "TIFPAIR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TSX-TRANS-FILE   ASSIGN TO "ARITTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRANS-STATUS.

           SELECT TSX-TRN-PRUEBA-FILE ASSIGN TO "TARITTRN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TSX-REPORTE-FILE ASSIGN TO "TSTXRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> TARJETA DE SEGURIDAD: CLAVE DE OCHO DIGITOS PARA REVOLVER
      *> CODIGOS Y FACTOR DE ESCALA DE LOS MONTOS (DISTINTO DE 1).
       FD  TSX-PARAM-FILE.
       01  TSX-PARAM-RECORD.
           05 MSK-CLAVE                PIC 9(08).
           05 MSK-FACTOR               PIC 9V9(4).
           05 FILLER                   PIC X(67).

      *> MISMO LAYOUT QUE CLI-MASTER-RECORD EN PLATZI-CLI-MANT.
       FD  TSX-CLIENTE-FILE.
       01  TSX-CLIENTE-RECORD.
           05 CMR-CODIGO               PIC X(06).
           05 CMR-NOMBRE               PIC X(20).
           05 CMR-PLAZO                PIC 9(03).
           05 CMR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CMR-EXENTO               PIC X(01).

       FD  TSX-CLI-PRUEBA-FILE.
       01  TSX-CLI-PRUEBA-RECORD.
           05 TCM-CODIGO               PIC X(06).
           05 TCM-NOMBRE               PIC X(20).
           05 TCM-PLAZO                PIC 9(03).
           05 TCM-LIMITE-CREDITO       PIC 9(7)V99.
           05 TCM-EXENTO               PIC X(01).

      *> MISMO LAYOUT QUE IFE-HIST-RECORD EN PLATZI-IF-ELSE.
       FD  TSX-HIST-FILE.
       01  TSX-HIST-RECORD.
           05 IHR-CUENTA               PIC X(08).
           05 IHR-FECHA-ULT            PIC 9(08).
           05 IHR-CLASIF-ULT           PIC X(02).
           05 IHR-FECHA-ANT            PIC 9(08).
           05 IHR-CLASIF-ANT           PIC X(02).

       FD  TSX-HIST-PRUEBA-FILE.
       01  TSX-HIST-PRUEBA-RECORD.
           05 TIH-CUENTA               PIC X(08).
           05 TIH-RESTO                PIC X(20).

      *> MISMO LAYOUT QUE INV-REGISTRO-RECORD EN PLATZI-BILL-INVOICE.
       FD  TSX-REGISTRO-FILE.
       01  TSX-REGISTRO-RECORD.
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

       FD  TSX-REG-PRUEBA-FILE.
       01  TSX-REG-PRUEBA-RECORD       PIC X(80).

      *> MISMO LAYOUT QUE FAC-LINEA-RECORD EN PLATZI-FACTURACION.
       FD  TSX-LINEAS-FILE.
       01  TSX-LINEAS-RECORD.
           05 FLR-CLIENTE              PIC X(06).
           05 FLR-RESTO                PIC X(74).

       FD  TSX-LIN-PRUEBA-FILE.
       01  TSX-LIN-PRUEBA-RECORD       PIC X(80).

      *> MISMO LAYOUT QUE IFE-PARES-RECORD EN PLATZI-IF-ELSE.
       FD  TSX-PARES-FILE.
       01  TSX-PARES-RECORD.
           05 IPR-CUENTA               PIC X(08).
           05 IPR-BALANCE              PIC 9(05).
           05 IPR-LIMITE               PIC 9(05).
           05 FILLER                   PIC X(62).

       FD  TSX-PAR-PRUEBA-FILE.
       01  TSX-PAR-PRUEBA-RECORD       PIC X(80).

      *> MISMO LAYOUT QUE ARIT-TRANS-RECORD EN PLATZI-ARITMETICA.
       FD  TSX-TRANS-FILE.
       01  TSX-TRANS-RECORD.
           05 ATR-DETALLE.
              10 ATR-NUMERO-A          PIC 9(5)V99.
              10 ATR-NUMERO-B          PIC 9(5)V99.
              10 FILLER                PIC X(66).
           05 ATR-HEADER REDEFINES ATR-DETALLE.
              10 ATH-TIPO              PIC X(01).
                 88 ATH-ES-HEADER                VALUE 'H'.
              10 ATH-FECHA             PIC 9(08).
              10 ATH-FUENTE            PIC X(08).
              10 FILLER                PIC X(63).
           05 ATR-TRAILER REDEFINES ATR-DETALLE.
              10 ATT-TIPO              PIC X(01).
                 88 ATT-ES-TRAILER               VALUE 'T'.
              10 ATT-TOTAL-REGISTROS   PIC 9(05).
              10 ATT-HASH-A            PIC 9(09)V99.
              10 ATT-HASH-B            PIC 9(09)V99.
              10 FILLER                PIC X(52).

       FD  TSX-TRN-PRUEBA-FILE.
       01  TSX-TRN-PRUEBA-RECORD       PIC X(80).

       FD  TSX-REPORTE-FILE.
       01  TSX-REPORTE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-LECTURA-SWITCHES       PIC X     VALUE '1'.
           88 WSS-LECTURA-FIN                   VALUE '0'.

      *> LA TARJETA MASKPRM TRAE CLAVE Y FACTOR UTILIZABLES; SIN ELLA
      *> NO SE ABRE NINGUN ARCHIVO DE PRODUCCION.
       77 WSS-CLAVE-SWITCHES         PIC X     VALUE '0'.
           88 WSS-CLAVE-VALIDA                  VALUE '1'.

      *> HAY UNA TRANSMISION DE ARITTRAN ABIERTA (HEADER SIN TRAILER).
       77 WSS-TRANSMISION-SWITCHES   PIC X     VALUE '0'.
           88 WSS-TRANSMISION-ABIERTA           VALUE '1'.

       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.
       77 WSV-CLIENTE-STATUS         PIC XX    VALUE SPACES.
       77 WSV-HIST-STATUS            PIC XX    VALUE SPACES.
       77 WSV-REGISTRO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-LINEAS-STATUS          PIC XX    VALUE SPACES.
       77 WSV-PARES-STATUS           PIC XX    VALUE SPACES.
       77 WSV-TRANS-STATUS           PIC XX    VALUE SPACES.
       77 WSV-SALIDA-STATUS          PIC XX    VALUE SPACES.

       77 WSV-FACTOR                 PIC 9V9(4) VALUE ZEROS.
       77 WSV-ARCHIVO                PIC X(08) VALUE SPACES.

      *> CLAVE DE LA TARJETA, VISTA DIGITO POR DIGITO PARA EL
      *> DESPLAZAMIENTO DE CADA POSICION DEL CODIGO.
       01 WSV-CLAVE                  PIC 9(08) VALUE ZEROS.
       01 WSV-CLAVE-R REDEFINES WSV-CLAVE.
          05 WSV-CLAVE-DIGITO        PIC 9(01) OCCURS 8 TIMES.

      *> ALFABETOS DEL REVOLVEDOR: UN DIGITO SE SUSTITUYE POR OTRO
      *> DIGITO Y UNA LETRA POR OTRA LETRA, ASI EL CODIGO CONSERVA SU
      *> FORMA; ESPACIOS Y SIGNOS QUEDAN COMO VIENEN.
       01 WSC-DIGITOS                PIC X(10) VALUE '0123456789'.
       01 WSC-DIGITOS-R REDEFINES WSC-DIGITOS.
          05 WSC-DIGITO              PIC X(01) OCCURS 10 TIMES.
       01 WSC-LETRAS                 PIC X(26)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WSC-LETRAS-R REDEFINES WSC-LETRAS.
          05 WSC-LETRA               PIC X(01) OCCURS 26 TIMES.

      *> CODIGO EN TRABAJO DEL REVOLVEDOR (CLIENTE X6 O CUENTA X8).
       01 WSV-MSK-CODIGO             PIC X(08) VALUE SPACES.
       01 WSV-MSK-CODIGO-R REDEFINES WSV-MSK-CODIGO.
          05 WSV-MSK-CARACTER        PIC X(01) OCCURS 8 TIMES.

       01 WSV-MSK-TRABAJO.
          05 WSV-MSK-LARGO           PIC 9(02) VALUE ZEROS.
          05 WSV-MSK-POS             PIC 9(02) VALUE ZEROS.
          05 WSV-MSK-IDX             PIC 9(02) VALUE ZEROS.
          05 WSV-MSK-VALOR           PIC 9(02) VALUE ZEROS.
          05 WSV-MSK-NUEVO           PIC 9(02) VALUE ZEROS.
          05 WSV-MSK-ACUMULADO       PIC 9(05) VALUE ZEROS.
          05 WSV-MSK-DESPLAZA        PIC 9(05) VALUE ZEROS.
          05 WSV-MSK-COCIENTE        PIC 9(05) VALUE ZEROS.
          05 WSV-MSK-CLASE           PIC X(01) VALUE SPACE.
             88 WSV-MSK-ES-DIGITO              VALUE 'D'.
             88 WSV-MSK-ES-LETRA               VALUE 'L'.
             88 WSV-MSK-SIN-CLASE              VALUE ' '.

      *> CONTROL DE CADA TRANSMISION DE ARITTRAN: TOTALES DEL ORIGEN
      *> (PARA SABER SI YA CUADRABA) Y DE LOS DETALLES ESCALADOS (PARA
      *> EL TRAILER NUEVO).
       01 WSV-TRANSMISION.
          05 WSV-TRN-REGISTROS       PIC 9(05) VALUE ZEROS.
          05 WSV-TRN-HASH-A-ORIG     PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TRN-HASH-B-ORIG     PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TRN-HASH-A          PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TRN-HASH-B          PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TRN-FUENTE          PIC X(08) VALUE SPACES.

       01 WSV-TRAILER-NUEVO.
          05 WSV-TN-TIPO             PIC X(01) VALUE 'T'.
          05 WSV-TN-REGISTROS        PIC 9(05) VALUE ZEROS.
          05 WSV-TN-HASH-A           PIC 9(09)V99 VALUE ZEROS.
          05 WSV-TN-HASH-B           PIC 9(09)V99 VALUE ZEROS.
          05 FILLER                  PIC X(52) VALUE SPACES.

       01 WSV-DETALLE-NUEVO.
          05 WSV-DN-NUMERO-A         PIC 9(5)V99 VALUE ZEROS.
          05 WSV-DN-NUMERO-B         PIC 9(5)V99 VALUE ZEROS.
          05 WSV-DN-RESTO            PIC X(66) VALUE SPACES.

       01 WSV-PAR-NUEVO.
          05 WSV-PN-CUENTA           PIC X(08) VALUE SPACES.
          05 WSV-PN-BALANCE          PIC 9(05) VALUE ZEROS.
          05 WSV-PN-LIMITE           PIC 9(05) VALUE ZEROS.
          05 WSV-PN-RESTO            PIC X(62) VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-CLIENTES       PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-HISTORIAS      PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-FACTURAS       PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-LINEAS         PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-PARES          PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-DETALLES       PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-TRANSMISIONES  PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-TOPADOS        PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-SIN-ESCALAR    PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-DUPLICADOS     PIC 9(07) VALUE ZEROS.
          05 WSV-CONT-FALTANTES      PIC 9(02) VALUE ZEROS.
          05 WSV-CONT-CONTADOR       PIC 9(07) VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='TSTEXTR'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-CLAVE-VALIDA
               PERFORM 020-EXTRAE-CLIENTES
               PERFORM 030-EXTRAE-HISTORIA
               PERFORM 040-EXTRAE-REGISTRO
               PERFORM 050-EXTRAE-LINEAS
               PERFORM 060-EXTRAE-PARES
               PERFORM 070-EXTRAE-TRANSACCIONES
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

      *> LA CLAVE Y EL FACTOR NO TIENEN VALOR POR OMISION: UN EXTRACTO
      *> SIN ENMASCARAR NO DEBE SALIR NUNCA DE PRODUCCION. UN FACTOR
      *> DE 1 DEJARIA LOS MONTOS REALES Y SE RECHAZA IGUAL.
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT TSX-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'EXTRACTO ENMASCARADO PARA PRUEBAS   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO TSX-REPORTE-LINE.
           WRITE TSX-REPORTE-LINE.
           OPEN INPUT TSX-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ TSX-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                       AND MSK-CLAVE NUMERIC
                       AND MSK-FACTOR NUMERIC
                       AND MSK-CLAVE > ZEROS
                       AND MSK-FACTOR > ZEROS
                       AND MSK-FACTOR NOT = 1
                   MOVE MSK-CLAVE TO WSV-CLAVE
                   MOVE MSK-FACTOR TO WSV-FACTOR
                   SET WSS-CLAVE-VALIDA TO TRUE
               END-IF
               CLOSE TSX-PARAM-FILE
           END-IF.
           IF NOT WSS-CLAVE-VALIDA
               MOVE 'SIN TARJETA MASKPRM VALIDA: NO SE EXTRAE NADA'
                   TO WSV-REPORTE-LINEA
               WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA
               DISPLAY 'TEST-EXTRACT - SIN CLAVE DE ENMASCARADO'
           END-IF.

      *> MAESTRO DE CLIENTES: CODIGO REVUELTO, NOMBRE SUSTITUIDO Y
      *> LIMITE DE CREDITO ESCALADO. EL CODIGO NUEVO CAMBIA EL ORDEN,
      *> ASI QUE EL MAESTRO DE PRUEBA SE ESCRIBE POR LLAVE.
       020-EXTRAE-CLIENTES.
           MOVE 'CLIMSTR' TO WSV-ARCHIVO.
           MOVE ZEROS TO WSV-CONT-CONTADOR.
           OPEN INPUT TSX-CLIENTE-FILE.
           IF WSV-CLIENTE-STATUS NOT = '00'
               PERFORM 082-REPORTA-FALTANTE
           ELSE
               OPEN OUTPUT TSX-CLI-PRUEBA-FILE
               MOVE '1' TO WSS-LECTURA-SWITCHES
               PERFORM 022-COPIA-CLIENTE UNTIL WSS-LECTURA-FIN
               CLOSE TSX-CLIENTE-FILE
               CLOSE TSX-CLI-PRUEBA-FILE
               MOVE WSV-CONT-CONTADOR TO WSV-CONT-CLIENTES
               PERFORM 084-REPORTA-COPIADOS
           END-IF.

       022-COPIA-CLIENTE.
           READ TSX-CLIENTE-FILE NEXT RECORD
               AT END SET WSS-LECTURA-FIN TO TRUE
           END-READ.
           IF NOT WSS-LECTURA-FIN
               MOVE TSX-CLIENTE-RECORD TO TSX-CLI-PRUEBA-RECORD
               MOVE CMR-CODIGO TO WSV-MSK-CODIGO
               MOVE 6 TO WSV-MSK-LARGO
               PERFORM 080-REVUELVE-CODIGO
               MOVE WSV-MSK-CODIGO TO TCM-CODIGO
               MOVE SPACES TO TCM-NOMBRE
               STRING 'CLIENTE ' WSV-MSK-CODIGO (1:6)
                       DELIMITED BY SIZE INTO TCM-NOMBRE
               IF CMR-LIMITE-CREDITO NUMERIC
                   COMPUTE TCM-LIMITE-CREDITO ROUNDED =
                       CMR-LIMITE-CREDITO * WSV-FACTOR
                       ON SIZE ERROR
                           MOVE 9999999.99 TO TCM-LIMITE-CREDITO
                           ADD 1 TO WSV-CONT-TOPADOS
                   END-COMPUTE
               ELSE
                   ADD 1 TO WSV-CONT-SIN-ESCALAR
               END-IF
               WRITE TSX-CLI-PRUEBA-RECORD
                   INVALID KEY ADD 1 TO WSV-CONT-DUPLICADOS
                   NOT INVALID KEY ADD 1 TO WSV-CONT-CONTADOR
               END-WRITE
           END-IF.

      *> HISTORIA DE CLASIFICACION: SOLO SE REVUELVE LA CUENTA; LAS
      *> FECHAS Y CODIGOS DE CLASIFICACION NO IDENTIFICAN A NADIE.
       030-EXTRAE-HISTORIA.
           MOVE 'IFHIST' TO WSV-ARCHIVO.
           MOVE ZEROS TO WSV-CONT-CONTADOR.
           OPEN INPUT TSX-HIST-FILE.
           IF WSV-HIST-STATUS NOT = '00'
               PERFORM 082-REPORTA-FALTANTE
           ELSE
               OPEN OUTPUT TSX-HIST-PRUEBA-FILE
               MOVE '1' TO WSS-LECTURA-SWITCHES
               PERFORM 032-COPIA-HISTORIA UNTIL WSS-LECTURA-FIN
               CLOSE TSX-HIST-FILE
               CLOSE TSX-HIST-PRUEBA-FILE
               MOVE WSV-CONT-CONTADOR TO WSV-CONT-HISTORIAS
               PERFORM 084-REPORTA-COPIADOS
           END-IF.

       032-COPIA-HISTORIA.
           READ TSX-HIST-FILE NEXT RECORD
               AT END SET WSS-LECTURA-FIN TO TRUE
           END-READ.
           IF NOT WSS-LECTURA-FIN
               MOVE TSX-HIST-RECORD TO TSX-HIST-PRUEBA-RECORD
               MOVE IHR-CUENTA TO WSV-MSK-CODIGO
               MOVE 8 TO WSV-MSK-LARGO
               PERFORM 080-REVUELVE-CODIGO
               MOVE WSV-MSK-CODIGO TO TIH-CUENTA
               WRITE TSX-HIST-PRUEBA-RECORD
                   INVALID KEY ADD 1 TO WSV-CONT-DUPLICADOS
                   NOT INVALID KEY ADD 1 TO WSV-CONT-CONTADOR
               END-WRITE
           END-IF.

      *> REGISTRO DE FACTURAS: CLIENTE REVUELTO, NETO E IMPUESTO
      *> ESCALADOS Y EL TOTAL REARMADO COMO SU SUMA, PARA QUE EL
      *> REDONDEO NO DESCUADRE LA FACTURA.
       040-EXTRAE-REGISTRO.
           MOVE 'INVREG' TO WSV-ARCHIVO.
           MOVE ZEROS TO WSV-CONT-CONTADOR.
           OPEN INPUT TSX-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS NOT = '00'
               PERFORM 082-REPORTA-FALTANTE
           ELSE
               OPEN OUTPUT TSX-REG-PRUEBA-FILE
               MOVE '1' TO WSS-LECTURA-SWITCHES
               PERFORM 042-COPIA-FACTURA UNTIL WSS-LECTURA-FIN
               CLOSE TSX-REGISTRO-FILE
               CLOSE TSX-REG-PRUEBA-FILE
               MOVE WSV-CONT-CONTADOR TO WSV-CONT-FACTURAS
               PERFORM 084-REPORTA-COPIADOS
           END-IF.

       042-COPIA-FACTURA.
           READ TSX-REGISTRO-FILE
               AT END SET WSS-LECTURA-FIN TO TRUE
           END-READ.
           IF NOT WSS-LECTURA-FIN
               MOVE IVR-CLIENTE TO WSV-MSK-CODIGO
               MOVE 6 TO WSV-MSK-LARGO
               PERFORM 080-REVUELVE-CODIGO
               MOVE WSV-MSK-CODIGO TO IVR-CLIENTE
               IF IVR-NETO NUMERIC AND IVR-IMPUESTO NUMERIC
                   COMPUTE IVR-NETO ROUNDED = IVR-NETO * WSV-FACTOR
                   COMPUTE IVR-IMPUESTO ROUNDED =
                       IVR-IMPUESTO * WSV-FACTOR
                   COMPUTE IVR-TOTAL = IVR-NETO + IVR-IMPUESTO
                       ON SIZE ERROR
                           ADD 1 TO WSV-CONT-TOPADOS
                   END-COMPUTE
               ELSE
                   ADD 1 TO WSV-CONT-SIN-ESCALAR
               END-IF
               WRITE TSX-REG-PRUEBA-RECORD FROM TSX-REGISTRO-RECORD
               ADD 1 TO WSV-CONT-CONTADOR
           END-IF.

      *> LINEAS DE FACTURACION: SOLO EL CLIENTE (VER EL PROPOSITO).
       050-EXTRAE-LINEAS.
           MOVE 'BILLIN' TO WSV-ARCHIVO.
           MOVE ZEROS TO WSV-CONT-CONTADOR.
           OPEN INPUT TSX-LINEAS-FILE.
           IF WSV-LINEAS-STATUS NOT = '00'
               PERFORM 082-REPORTA-FALTANTE
           ELSE
               OPEN OUTPUT TSX-LIN-PRUEBA-FILE
               MOVE '1' TO WSS-LECTURA-SWITCHES
               PERFORM 052-COPIA-LINEA UNTIL WSS-LECTURA-FIN
               CLOSE TSX-LINEAS-FILE
               CLOSE TSX-LIN-PRUEBA-FILE
               MOVE WSV-CONT-CONTADOR TO WSV-CONT-LINEAS
               PERFORM 084-REPORTA-COPIADOS
           END-IF.

       052-COPIA-LINEA.
           READ TSX-LINEAS-FILE
               AT END SET WSS-LECTURA-FIN TO TRUE
           END-READ.
           IF NOT WSS-LECTURA-FIN
               MOVE FLR-CLIENTE TO WSV-MSK-CODIGO
               MOVE 6 TO WSV-MSK-LARGO
               PERFORM 080-REVUELVE-CODIGO
               MOVE WSV-MSK-CODIGO TO FLR-CLIENTE
               WRITE TSX-LIN-PRUEBA-RECORD FROM TSX-LINEAS-RECORD
               ADD 1 TO WSV-CONT-CONTADOR
           END-IF.

      *> PARES BALANCE/LIMITE: CUENTA REVUELTA Y LOS DOS MONTOS POR EL
      *> MISMO FACTOR, ASI LA RAZON BALANCE/LIMITE (Y CON ELLA LA
      *> CLASIFICACION DE IF-ELSE) SE CONSERVA. UN CAMPO NO NUMERICO
      *> PASA TAL CUAL PARA QUE EL RECHAZO SE REPRODUZCA EN PRUEBAS.
       060-EXTRAE-PARES.
           MOVE 'IFPAIR' TO WSV-ARCHIVO.
           MOVE ZEROS TO WSV-CONT-CONTADOR.
           OPEN INPUT TSX-PARES-FILE.
           IF WSV-PARES-STATUS NOT = '00'
               PERFORM 082-REPORTA-FALTANTE
           ELSE
               OPEN OUTPUT TSX-PAR-PRUEBA-FILE
               MOVE '1' TO WSS-LECTURA-SWITCHES
               PERFORM 062-COPIA-PAR UNTIL WSS-LECTURA-FIN
               CLOSE TSX-PARES-FILE
               CLOSE TSX-PAR-PRUEBA-FILE
               MOVE WSV-CONT-CONTADOR TO WSV-CONT-PARES
               PERFORM 084-REPORTA-COPIADOS
           END-IF.

       062-COPIA-PAR.
           READ TSX-PARES-FILE
               AT END SET WSS-LECTURA-FIN TO TRUE
           END-READ.
           IF NOT WSS-LECTURA-FIN
               MOVE TSX-PARES-RECORD TO WSV-PAR-NUEVO
               MOVE IPR-CUENTA TO WSV-MSK-CODIGO
               MOVE 8 TO WSV-MSK-LARGO
               PERFORM 080-REVUELVE-CODIGO
               MOVE WSV-MSK-CODIGO TO WSV-PN-CUENTA
               IF IPR-BALANCE NUMERIC AND IPR-LIMITE NUMERIC
                   PERFORM 064-ESCALA-PAR
               ELSE
                   ADD 1 TO WSV-CONT-SIN-ESCALAR
               END-IF
               WRITE TSX-PAR-PRUEBA-RECORD FROM WSV-PAR-NUEVO
               ADD 1 TO WSV-CONT-CONTADOR
           END-IF.

      *> UN MONTO POSITIVO NUNCA BAJA A CERO (IF-ELSE LO RECHAZARIA
      *> COMO PAR INVALIDO) NI PASA DE CINCO DIGITOS.
       064-ESCALA-PAR.
           COMPUTE WSV-PN-BALANCE ROUNDED = IPR-BALANCE * WSV-FACTOR
               ON SIZE ERROR
                   MOVE 99999 TO WSV-PN-BALANCE
                   ADD 1 TO WSV-CONT-TOPADOS
           END-COMPUTE.
           COMPUTE WSV-PN-LIMITE ROUNDED = IPR-LIMITE * WSV-FACTOR
               ON SIZE ERROR
                   MOVE 99999 TO WSV-PN-LIMITE
                   ADD 1 TO WSV-CONT-TOPADOS
           END-COMPUTE.
           IF WSV-PN-BALANCE = ZEROS AND IPR-BALANCE > ZEROS
               MOVE 1 TO WSV-PN-BALANCE
           END-IF.
           IF WSV-PN-LIMITE = ZEROS AND IPR-LIMITE > ZEROS
               MOVE 1 TO WSV-PN-LIMITE
           END-IF.

      *> ARITTRAN: EL HEADER PASA TAL CUAL, LOS DETALLES SE ESCALAN Y
      *> CADA TRAILER SE REARMA CON EL CONTEO Y LOS HASH TOTALS DE LOS
      *> DETALLES ESCALADOS DE SU TRANSMISION. UNA TRANSMISION QUE EN
      *> PRODUCCION NO CUADRABA SE SENALA EN EL REPORTE.
       070-EXTRAE-TRANSACCIONES.
           MOVE 'ARITTRAN' TO WSV-ARCHIVO.
           MOVE ZEROS TO WSV-CONT-CONTADOR.
           OPEN INPUT TSX-TRANS-FILE.
           IF WSV-TRANS-STATUS NOT = '00'
               PERFORM 082-REPORTA-FALTANTE
           ELSE
               OPEN OUTPUT TSX-TRN-PRUEBA-FILE
               MOVE '1' TO WSS-LECTURA-SWITCHES
               PERFORM 072-COPIA-TRANSACCION UNTIL WSS-LECTURA-FIN
               IF WSS-TRANSMISION-ABIERTA
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '  TRANSMISION ' WSV-TRN-FUENTE
                           ' SIN TRAILER EN EL ORIGEN (SE COPIA '
                           'TRUNCADA)'
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA
               END-IF
               CLOSE TSX-TRANS-FILE
               CLOSE TSX-TRN-PRUEBA-FILE
               MOVE WSV-CONT-CONTADOR TO WSV-CONT-DETALLES
               PERFORM 084-REPORTA-COPIADOS
           END-IF.

       072-COPIA-TRANSACCION.
           READ TSX-TRANS-FILE
               AT END SET WSS-LECTURA-FIN TO TRUE
           END-READ.
           IF NOT WSS-LECTURA-FIN
               EVALUATE TRUE
                   WHEN ATH-ES-HEADER
                       MOVE ZEROS TO WSV-TRN-REGISTROS
                       MOVE ZEROS TO WSV-TRN-HASH-A-ORIG
                       MOVE ZEROS TO WSV-TRN-HASH-B-ORIG
                       MOVE ZEROS TO WSV-TRN-HASH-A
                       MOVE ZEROS TO WSV-TRN-HASH-B
                       MOVE ATH-FUENTE TO WSV-TRN-FUENTE
                       SET WSS-TRANSMISION-ABIERTA TO TRUE
                       ADD 1 TO WSV-CONT-TRANSMISIONES
                       WRITE TSX-TRN-PRUEBA-RECORD
                           FROM TSX-TRANS-RECORD
                   WHEN ATT-ES-TRAILER
                       PERFORM 076-REARMA-TRAILER
                   WHEN OTHER
                       PERFORM 074-ESCALA-DETALLE
               END-EVALUATE
           END-IF.

       074-ESCALA-DETALLE.
           MOVE TSX-TRANS-RECORD TO WSV-DETALLE-NUEVO.
           IF ATR-NUMERO-A NUMERIC AND ATR-NUMERO-B NUMERIC
               ADD ATR-NUMERO-A TO WSV-TRN-HASH-A-ORIG
               ADD ATR-NUMERO-B TO WSV-TRN-HASH-B-ORIG
               COMPUTE WSV-DN-NUMERO-A ROUNDED =
                   ATR-NUMERO-A * WSV-FACTOR
                   ON SIZE ERROR
                       MOVE 99999.99 TO WSV-DN-NUMERO-A
                       ADD 1 TO WSV-CONT-TOPADOS
               END-COMPUTE
               COMPUTE WSV-DN-NUMERO-B ROUNDED =
                   ATR-NUMERO-B * WSV-FACTOR
                   ON SIZE ERROR
                       MOVE 99999.99 TO WSV-DN-NUMERO-B
                       ADD 1 TO WSV-CONT-TOPADOS
               END-COMPUTE
               ADD WSV-DN-NUMERO-A TO WSV-TRN-HASH-A
               ADD WSV-DN-NUMERO-B TO WSV-TRN-HASH-B
           ELSE
               ADD 1 TO WSV-CONT-SIN-ESCALAR
           END-IF.
           ADD 1 TO WSV-TRN-REGISTROS.
           WRITE TSX-TRN-PRUEBA-RECORD FROM WSV-DETALLE-NUEVO.
           ADD 1 TO WSV-CONT-CONTADOR.

       076-REARMA-TRAILER.
           IF ATT-TOTAL-REGISTROS NOT = WSV-TRN-REGISTROS
                   OR ATT-HASH-A NOT = WSV-TRN-HASH-A-ORIG
                   OR ATT-HASH-B NOT = WSV-TRN-HASH-B-ORIG
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING '  TRANSMISION ' WSV-TRN-FUENTE
                       ' NO CUADRABA EN EL ORIGEN; EL TRAILER DE '
                       'PRUEBA SI'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           MOVE WSV-TRN-REGISTROS TO WSV-TN-REGISTROS.
           MOVE WSV-TRN-HASH-A TO WSV-TN-HASH-A.
           MOVE WSV-TRN-HASH-B TO WSV-TN-HASH-B.
           WRITE TSX-TRN-PRUEBA-RECORD FROM WSV-TRAILER-NUEVO.
           MOVE '0' TO WSS-TRANSMISION-SWITCHES.

      *> REVUELVE WSV-MSK-CODIGO EN SU LUGAR, EN DOS PASADAS (DE
      *> IZQUIERDA A DERECHA Y DE REGRESO). EN CADA POSICION EL
      *> CARACTER SE CORRE DENTRO DE SU ALFABETO POR EL DIGITO DE LA
      *> CLAVE MAS LO ACUMULADO DE LOS CARACTERES ORIGINALES YA
      *> PASADOS; COMO ESO SE PUEDE DESHACER EN EL MISMO ORDEN, DOS
      *> CODIGOS DISTINTOS NUNCA DAN EL MISMO RESULTADO, Y LA SEGUNDA
      *> PASADA HACE QUE CADA POSICION DEPENDA DE TODO EL CODIGO.
       080-REVUELVE-CODIGO.
           MOVE ZEROS TO WSV-MSK-ACUMULADO.
           PERFORM 086-CORRE-CARACTER
               VARYING WSV-MSK-POS FROM 1 BY 1
               UNTIL WSV-MSK-POS > WSV-MSK-LARGO.
           MOVE ZEROS TO WSV-MSK-ACUMULADO.
           PERFORM 086-CORRE-CARACTER
               VARYING WSV-MSK-POS FROM WSV-MSK-LARGO BY -1
               UNTIL WSV-MSK-POS < 1.

       082-REPORTA-FALTANTE.
           ADD 1 TO WSV-CONT-FALTANTES.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-ARCHIVO ' NO DISPONIBLE, NO SE EXTRAJO'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA.

       084-REPORTA-COPIADOS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-ARCHIVO ' REGISTROS EXTRAIDOS: '
                   WSV-CONT-CONTADOR
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA.

       086-CORRE-CARACTER.
           MOVE SPACE TO WSV-MSK-CLASE.
           MOVE ZEROS TO WSV-MSK-VALOR.
           PERFORM 087-BUSCA-DIGITO
               VARYING WSV-MSK-IDX FROM 1 BY 1
               UNTIL WSV-MSK-IDX > 10 OR NOT WSV-MSK-SIN-CLASE.
           IF WSV-MSK-SIN-CLASE
               PERFORM 088-BUSCA-LETRA
                   VARYING WSV-MSK-IDX FROM 1 BY 1
                   UNTIL WSV-MSK-IDX > 26 OR NOT WSV-MSK-SIN-CLASE
           END-IF.
           IF NOT WSV-MSK-SIN-CLASE
               COMPUTE WSV-MSK-DESPLAZA = WSV-MSK-VALOR
                   + WSV-CLAVE-DIGITO (WSV-MSK-POS)
                   + WSV-MSK-ACUMULADO
               IF WSV-MSK-ES-DIGITO
                   DIVIDE 10 INTO WSV-MSK-DESPLAZA
                       GIVING WSV-MSK-COCIENTE
                       REMAINDER WSV-MSK-NUEVO
                   MOVE WSC-DIGITO (WSV-MSK-NUEVO + 1)
                       TO WSV-MSK-CARACTER (WSV-MSK-POS)
               ELSE
                   DIVIDE 26 INTO WSV-MSK-DESPLAZA
                       GIVING WSV-MSK-COCIENTE
                       REMAINDER WSV-MSK-NUEVO
                   MOVE WSC-LETRA (WSV-MSK-NUEVO + 1)
                       TO WSV-MSK-CARACTER (WSV-MSK-POS)
               END-IF
               COMPUTE WSV-MSK-DESPLAZA = WSV-MSK-ACUMULADO
                   + WSV-MSK-VALOR + WSV-CLAVE-DIGITO (WSV-MSK-POS) + 1
               DIVIDE 1000 INTO WSV-MSK-DESPLAZA
                   GIVING WSV-MSK-COCIENTE
                   REMAINDER WSV-MSK-ACUMULADO
           END-IF.

       087-BUSCA-DIGITO.
           IF WSC-DIGITO (WSV-MSK-IDX) = WSV-MSK-CARACTER (WSV-MSK-POS)
               SET WSV-MSK-ES-DIGITO TO TRUE
               COMPUTE WSV-MSK-VALOR = WSV-MSK-IDX - 1
           END-IF.

       088-BUSCA-LETRA.
           IF WSC-LETRA (WSV-MSK-IDX) = WSV-MSK-CARACTER (WSV-MSK-POS)
               SET WSV-MSK-ES-LETRA TO TRUE
               COMPUTE WSV-MSK-VALOR = WSV-MSK-IDX - 1
           END-IF.

      *> NI LA CLAVE NI EL FACTOR SALEN EN EL REPORTE NI EN LA
      *> BITACORA; SOLO LOS CONTEOS.
       090-TERMINA.
           IF WSS-CLAVE-VALIDA
               MOVE SPACES TO TSX-REPORTE-LINE
               WRITE TSX-REPORTE-LINE
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'TRANSMISIONES ARITTRAN REARMADAS: '
                       WSV-CONT-TRANSMISIONES
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'MONTOS TOPADOS AL MAXIMO DEL CAMPO:  '
                       WSV-CONT-TOPADOS
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'MONTOS NO NUMERICOS COPIADOS TAL CUAL: '
                       WSV-CONT-SIN-ESCALAR
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'LLAVES DUPLICADAS NO GRABADAS:       '
                       WSV-CONT-DUPLICADOS
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE TSX-REPORTE-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO AUD-MENSAJE
               STRING 'EXTRACTO DE PRUEBA CLIENTES=' WSV-CONT-CLIENTES
                       ' FACTURAS=' WSV-CONT-FACTURAS
                       ' PARES=' WSV-CONT-PARES
                       ' DETALLES=' WSV-CONT-DETALLES
                       ' FALTANTES=' WSV-CONT-FALTANTES
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               DISPLAY 'TEST-EXTRACT - CLIENTES: ' WSV-CONT-CLIENTES
                   ' CUENTAS: ' WSV-CONT-HISTORIAS
                   ' FACTURAS: ' WSV-CONT-FACTURAS
               DISPLAY 'TEST-EXTRACT - LINEAS: ' WSV-CONT-LINEAS
                   ' PARES: ' WSV-CONT-PARES
                   ' DETALLES: ' WSV-CONT-DETALLES
           ELSE
               SET AUD-SEV-ERROR TO TRUE
               MOVE 'EXTRACTO DE PRUEBA SIN TARJETA MASKPRM VALIDA'
                   TO AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           CLOSE TSX-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 12 SIN TARJETA DE ENMASCARADO, 4 SI
      *> FALTO ALGUN ARCHIVO DE ORIGEN O HUBO LLAVES DUPLICADAS.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN NOT WSS-CLAVE-VALIDA
                   MOVE 12 TO RETURN-CODE
               WHEN WSV-CONT-FALTANTES > ZEROS
                       OR WSV-CONT-DUPLICADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PLATZI-TEST-EXTRACT.

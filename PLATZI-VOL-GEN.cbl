      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Generador del juego de volumen para la region de
      *          pruebas. Los programas que dejaron sus tablas en
      *          memoria por archivos de trabajo indexados
      *          (FACTURACION con BILLCLW, BILL-INVOICE con sus dos
      *          pasadas de SORT, IF-ELSE con IFVISTW, FEE-ASSESS con
      *          FEECLSW y SUSP-RECYCLE con SUSPTRW) se prueban con un
      *          dia de FACTOR veces el tope que tenian: 100 clientes
      *          por corrida, 500 renglones por factura, 500 cuentas
      *          distintas en IFPAIR y en IFCLAS, y 50 correcciones 'R'
      *          y 50 castigos 'W' por corrida. Con la tarjeta VOLPRM
      *          (confirmacion PRUEBAS, factor y semilla) se escriben
      *          CLIMSTR, ARTMSTR y TAXMSTR, las lineas BILLIN (con un
      *          cliente de 500 x FACTOR lineas), IFPAIR con sus
      *          repeticiones e IFHIST con la clasificacion del dia
      *          habil anterior, y SUSPMSTR, ARITSUSP y SUSPTRAN con
      *          correcciones y castigos firmados. La fecha de corrida
      *          y el limite CTL-IF-MAX salen de CTLCARD. Los datos
      *          salen de una secuencia pseudoaleatoria fija (la misma
      *          semilla da siempre el mismo juego), y el reporte
      *          VOLGRPT deja los conteos y totales de control que cada
      *          programa debe cuadrar al correr sobre el juego. PISA
      *          los maestros y entradas que escribe: sin la tarjeta
      *          con la confirmacion no se escribe nada (RETURN-CODE
      *          12). Se corre a pedido, no es un paso del batch diario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-VOL-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VGN-PARAM-FILE   ASSIGN TO "VOLPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT VGN-CLIENTE-FILE ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CMR-CODIGO
                                    FILE STATUS IS WSV-CLIENTE-STATUS.

           SELECT VGN-ARTICULO-FILE ASSIGN TO "ARTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AMR-ARTICULO
                                    FILE STATUS IS WSV-ARTICULO-STATUS.

           SELECT VGN-TASA-FILE    ASSIGN TO "TAXMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TXR-LLAVE
                                    FILE STATUS IS WSV-TASA-STATUS.

           SELECT VGN-LINEAS-FILE  ASSIGN TO "BILLIN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VGN-PARES-FILE   ASSIGN TO "IFPAIR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VGN-HIST-FILE    ASSIGN TO "IFHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS IHR-CUENTA
                                    FILE STATUS IS WSV-HIST-STATUS.

           SELECT VGN-SUSP-MAESTRO-FILE ASSIGN TO "SUSPMSTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VGN-SUSP-DIA-FILE ASSIGN TO "ARITSUSP"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VGN-SUSP-TRAN-FILE ASSIGN TO "SUSPTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VGN-REPORTE-FILE ASSIGN TO "VOLGRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> TARJETA DEL GENERADOR: LA PALABRA PRUEBAS CONFIRMA QUE LA
      *> CORRIDA ES EN LA REGION DE PRUEBAS; FACTOR DE VOLUMEN SOBRE
      *> LOS TOPES VIEJOS (10 POR OMISION) Y SEMILLA DE LA SECUENCIA
      *> PSEUDOALEATORIA (1 POR OMISION).
       FD  VGN-PARAM-FILE.
       01  VGN-PARAM-RECORD.
           05 VPR-CONFIRMA             PIC X(07).
              88 VPR-ES-PRUEBAS                  VALUE 'PRUEBAS'.
           05 FILLER                   PIC X(01).
           05 VPR-FACTOR               PIC 9(02).
           05 FILLER                   PIC X(01).
           05 VPR-SEMILLA              PIC 9(09).
           05 FILLER                   PIC X(60).

      *> MISMO LAYOUT QUE CLI-MASTER-RECORD EN PLATZI-CLI-MANT.
       FD  VGN-CLIENTE-FILE.
       01  CLI-MASTER-RECORD.
           05 CMR-CODIGO               PIC X(06).
           05 CMR-NOMBRE               PIC X(20).
           05 CMR-PLAZO                PIC 9(03).
           05 CMR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CMR-EXENTO               PIC X(01).

      *> MISMO LAYOUT QUE ART-MASTER-RECORD EN PLATZI-ART-MANT.
       FD  VGN-ARTICULO-FILE.
       01  ART-MASTER-RECORD.
           05 AMR-ARTICULO             PIC X(06).
           05 AMR-PRECIO               PIC 9(5)V99.
           05 AMR-FECHA-VIGENTE        PIC 9(08).
           05 AMR-CODIGO-IMPUESTO      PIC X(02).

      *> MISMO LAYOUT QUE TAX-MASTER-RECORD EN PLATZI-TAX-MANT.
       FD  VGN-TASA-FILE.
       01  TAX-MASTER-RECORD.
           05 TXR-LLAVE.
              10 TXR-CODIGO            PIC X(02).
              10 TXR-FECHA-VIGENTE     PIC 9(08).
           05 TXR-TASA                 PIC 9(2)V99.
           05 TXR-DESCRIPCION          PIC X(20).

      *> MISMO LAYOUT QUE FAC-LINEA-RECORD EN PLATZI-FACTURACION.
       FD  VGN-LINEAS-FILE.
       01  FAC-LINEA-RECORD.
           05 FLR-CLIENTE              PIC X(06).
           05 FLR-ARTICULO             PIC X(06).
           05 FLR-CANTIDAD             PIC 9(5)V99.
           05 FLR-PRECIO-UNITARIO      PIC 9(5)V99.
           05 FLR-ACCION               PIC X(01).
           05 FILLER                   PIC X(53).

      *> MISMO LAYOUT QUE IFE-PARES-RECORD EN PLATZI-IF-ELSE.
       FD  VGN-PARES-FILE.
       01  IFE-PARES-RECORD.
           05 IPR-CUENTA               PIC X(08).
           05 IPR-BALANCE              PIC 9(05).
           05 IPR-LIMITE               PIC 9(05).
           05 FILLER                   PIC X(62).

      *> MISMO LAYOUT QUE IFE-HIST-RECORD EN PLATZI-IF-ELSE.
       FD  VGN-HIST-FILE.
       01  IFE-HIST-RECORD.
           05 IHR-CUENTA               PIC X(08).
           05 IHR-FECHA-ULT            PIC 9(08).
           05 IHR-CLASIF-ULT           PIC X(02).
           05 IHR-FECHA-ANT            PIC 9(08).
           05 IHR-CLASIF-ANT           PIC X(02).

      *> MISMO LAYOUT QUE SUSP-MASTER-RECORD EN PLATZI-SUSP-RECYCLE.
       FD  VGN-SUSP-MAESTRO-FILE.
       01  SUSP-MASTER-RECORD.
           05 SMR-NUMERO-A             PIC 9(5)V99.
           05 SMR-NUMERO-B             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 SMR-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(1).
           05 SMR-FECHA-SUSPENSO       PIC 9(08).
           05 FILLER                   PIC X(1).
           05 SMR-DIAS-EN-SUSPENSO     PIC 9(03).

      *> MISMO LAYOUT QUE SUSP-DIA-RECORD EN PLATZI-SUSP-RECYCLE.
       FD  VGN-SUSP-DIA-FILE.
       01  SUSP-DIA-RECORD.
           05 SDR-NUMERO-A             PIC 9(5)V99.
           05 SDR-NUMERO-B             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 SDR-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(1).
           05 SDR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 SDR-FUENTE               PIC X(08).

      *> MISMO LAYOUT QUE SUSP-TRAN-RECORD EN PLATZI-SUSP-RECYCLE.
       FD  VGN-SUSP-TRAN-FILE.
       01  SUSP-TRAN-RECORD.
           05 STR-ACCION               PIC X(01).
           05 STR-NUMERO-A             PIC 9(5)V99.
           05 STR-NUMERO-B             PIC 9(5)V99.
           05 STR-NUEVO-A              PIC 9(5)V99.
           05 STR-NUEVO-B              PIC 9(5)V99.
           05 STR-OPERADOR             PIC X(08).
           05 STR-APROBADOR            PIC X(08).
           05 FILLER                   PIC X(35).

       FD  VGN-REPORTE-FILE.
       01  VGN-REPORTE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *> LA TARJETA VOLPRM TRAE LA CONFIRMACION DE LA REGION DE
      *> PRUEBAS; SIN ELLA NO SE ABRE NINGUN ARCHIVO DE SALIDA.
       77 WSS-TARJETA-SWITCHES       PIC X     VALUE '0'.
           88 WSS-TARJETA-VALIDA                VALUE '1'.

       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.
       77 WSV-CLIENTE-STATUS         PIC XX    VALUE SPACES.
       77 WSV-ARTICULO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-TASA-STATUS            PIC XX    VALUE SPACES.
       77 WSV-HIST-STATUS            PIC XX    VALUE SPACES.

       77 WSV-FACTOR                 PIC 9(02) VALUE 10.
       77 WSV-MOTIVO-RECHAZO         PIC X(50) VALUE SPACES.

      *> TOPES QUE TENIAN LAS TABLAS EN MEMORIA; EL VOLUMEN DE CADA
      *> ARCHIVO ES EL TOPE POR EL FACTOR.
       77 WSC-TOPE-CLIENTES          PIC 9(03) VALUE 100.
       77 WSC-TOPE-RENGLONES         PIC 9(03) VALUE 500.
       77 WSC-TOPE-CUENTAS           PIC 9(03) VALUE 500.
       77 WSC-TOPE-SUSPENSO          PIC 9(03) VALUE 50.
       77 WSC-RENGLONES-FACTURA      PIC 9(03) VALUE 999.
       77 WSC-ARTICULOS              PIC 9(02) VALUE 50.

      *> SECUENCIA PSEUDOALEATORIA DE PARK Y MILLER (SEMILLA POR
      *> 16807 MODULO 2**31 - 1): LA MISMA SEMILLA REPITE EL JUEGO.
      *> WSV-ALEA-RANGO ES EL NUMERO DE VALORES POSIBLES Y
      *> WSV-ALEA-VALOR SALE ENTRE CERO Y WSV-ALEA-RANGO MENOS UNO.
       01 WSV-ALEATORIO.
          05 WSV-SEMILLA             PIC 9(10) VALUE 1.
          05 WSV-ALEA-PRODUCTO       PIC 9(15) VALUE ZEROS.
          05 WSV-ALEA-COCIENTE       PIC 9(15) VALUE ZEROS.
          05 WSV-ALEA-RANGO          PIC 9(05) VALUE ZEROS.
          05 WSV-ALEA-VALOR          PIC 9(05) VALUE ZEROS.
       77 WSC-ALEA-MULTIPLICADOR     PIC 9(05) VALUE 16807.
       77 WSC-ALEA-MODULO            PIC 9(10) VALUE 2147483647.

      *> FECHAS DEL JUEGO: CORRIDA, DIA HABIL ANTERIOR (HISTORIA DE
      *> IFHIST Y SUSPENSO ARRASTRADO) Y PRIMERO DE DICIEMBRE DEL ANO
      *> ANTERIOR (ITEMS CON EDAD DE CASTIGO CUMPLIDA).
       01 WSV-FECHA-TRABAJO          PIC 9(08) VALUE ZEROS.
       01 WSV-FECHA-TRABAJO-R REDEFINES WSV-FECHA-TRABAJO.
          05 WSV-FT-ANO              PIC 9(04).
          05 WSV-FT-MES-DIA          PIC 9(04).
       77 WSV-FECHA-ANTERIOR         PIC 9(08) VALUE ZEROS.
       77 WSV-FECHA-VIEJA            PIC 9(08) VALUE ZEROS.
       77 WSV-FECHA-ENERO            PIC 9(08) VALUE ZEROS.

      *> VOLUMENES DEL JUEGO
       01 WSV-VOLUMEN.
          05 WSV-VOL-CLIENTES        PIC 9(05) VALUE ZEROS.
          05 WSV-VOL-CUENTAS         PIC 9(05) VALUE ZEROS.
          05 WSV-VOL-SUSPENSO        PIC 9(05) VALUE ZEROS.
          05 WSV-VOL-NUEVOS          PIC 9(05) VALUE ZEROS.

       77 WSV-IDX                    PIC 9(05) VALUE ZEROS.
       77 WSV-IDX-GRANDE             PIC 9(02) VALUE ZEROS.
       77 WSV-IDX-LINEA              PIC 9(02) VALUE ZEROS.
       77 WSV-RESIDUO                PIC 9(05) VALUE ZEROS.
       77 WSV-COCIENTE               PIC 9(07) VALUE ZEROS.

      *> CODIGOS ARMADOS: CLIENTE C99999, ARTICULO AR9999 Y CUENTA
      *> CTA99999.
       01 WSV-CLIENTE-CODIGO.
          05 FILLER                  PIC X(01) VALUE 'C'.
          05 WSV-CC-NUMERO           PIC 9(05) VALUE ZEROS.
       01 WSV-ARTICULO-CODIGO.
          05 FILLER                  PIC X(02) VALUE 'AR'.
          05 WSV-AC-NUMERO           PIC 9(04) VALUE ZEROS.
       01 WSV-CUENTA-CODIGO.
          05 FILLER                  PIC X(03) VALUE 'CTA'.
          05 WSV-CT-NUMERO           PIC 9(05) VALUE ZEROS.

      *> PRECIOS DE LISTA DE LOS ARTICULOS DEL JUEGO: LAS LINEAS DE
      *> BILLIN LLEVAN EXACTAMENTE ESTE PRECIO, ASI QUE NINGUNA CAE A
      *> BILLSUSP POR DIFERENCIA DE PRECIO.
       01 WSV-PRECIOS-TABLA.
          05 WSV-PRECIO-ARTICULO     PIC 9(5)V99 OCCURS 50 TIMES.

      *> LINEA EN PROCESO DE BILLIN Y SU EXTENSION
       77 WSV-LIN-CLIENTE            PIC 9(05) VALUE ZEROS.
       77 WSV-LIN-ACCION             PIC X(01) VALUE SPACE.
       77 WSV-EXTENSION              PIC 9(10)V9(4) VALUE ZEROS.

      *> PAR EN PROCESO DE IFPAIR: CLASE CONSTRUIDA (0 DL, 1 EL,
      *> 2 SL, 3 CR, 4 FR), LIMITE, TOLERANCIA (LA MISMA REGLA DEL
      *> 110% DE 010-IF), EXCEDENTE SOBRE ELLA Y TOPE DE LIMITE DENTRO
      *> DE RANGO.
       01 WSV-PAR-TRABAJO.
          05 WSV-PAR-CLASE           PIC 9(01) VALUE ZEROS.
          05 WSV-PAR-BALANCE         PIC 9(05) VALUE ZEROS.
          05 WSV-PAR-LIMITE          PIC 9(05) VALUE ZEROS.
          05 WSV-PAR-TOLERANCIA      PIC 9(05) VALUE ZEROS.
          05 WSV-PAR-EXCEDENTE       PIC 9(05) VALUE ZEROS.
          05 WSV-PAR-LIMITE-MAXIMO   PIC 9(05) VALUE ZEROS.
          05 WSV-PAR-RESIDUO-3       PIC 9(01) VALUE ZEROS.
          05 WSV-PAR-RESIDUO-10      PIC 9(02) VALUE ZEROS.

      *> TOTALES DE CONTROL QUE LOS PROGRAMAS DEBEN CUADRAR
       01 WSV-ESPERADO.
          05 WSV-ESP-CLIENTES        PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-LINEAS          PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-VENTAS          PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-DEVOLUCIONES    PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-EXT-VENTAS      PIC 9(13)V9(4) VALUE ZEROS.
          05 WSV-ESP-EXT-DEVOL       PIC 9(13)V9(4) VALUE ZEROS.
          05 WSV-ESP-LINEAS-GRANDE   PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-FACT-GRANDE     PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-FACTURAS        PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-PARES           PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-DUPLICADOS      PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-CLASE           PIC 9(07) VALUE ZEROS
                                     OCCURS 5 TIMES.
          05 WSV-ESP-HISTORIAS       PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-ESCALADAS       PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-CON-EXCEDENTE   PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-SIN-EXCEDENTE   PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-EXCEDENTE       PIC 9(09) VALUE ZEROS.
          05 WSV-ESP-CARGO           PIC 9(09)V99 VALUE ZEROS.
          05 WSV-ESP-SUSP-MAESTRO    PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-SUSP-NUEVOS     PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-CORRECCIONES    PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-CASTIGOS        PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-EN-SUSPENSO     PIC 9(07) VALUE ZEROS.
          05 WSV-ESP-DUP-LLAVE       PIC 9(07) VALUE ZEROS.

      *> NOMBRES DE LAS CLASES PARA EL REPORTE, EN EL ORDEN DE
      *> WSV-PAR-CLASE
       01 WSC-CLASES.
          05 FILLER          PIC X(18) VALUE 'DENTRO DEL LIMITE'.
          05 FILLER          PIC X(18) VALUE 'EN EL LIMITE'.
          05 FILLER          PIC X(18) VALUE 'SOBRE LIMITE'.
          05 FILLER          PIC X(18) VALUE 'CRITICO'.
          05 FILLER          PIC X(18) VALUE 'FUERA DE RANGO'.
       01 WSC-CLASES-R REDEFINES WSC-CLASES.
          05 WSC-CLASE-NOMBRE        PIC X(18) OCCURS 5 TIMES.

       77 WSC-MOTIVO-SUSPENSO        PIC X(40) VALUE
           'DIVISION POR CERO O DESBORDE EN DIVIDE'.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.
       77 WSV-EDITA-CONTEO           PIC Z,ZZZ,ZZ9.
       77 WSV-EDITA-MONTO            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
       77 WSV-EDITA-CARGO            PIC ZZZ,ZZZ,ZZ9.99.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='VOLGEN'==.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-TARJETA-VALIDA
               PERFORM 020-GENERA-MAESTROS
               PERFORM 030-GENERA-LINEAS
               PERFORM 040-GENERA-PARES
               PERFORM 050-GENERA-SUSPENSO
               PERFORM 060-ESCRIBE-ESPERADO
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

      *> SIN LA CONFIRMACION PRUEBAS EN VOLPRM NO SE ESCRIBE NADA: EL
      *> JUEGO PISA MAESTROS QUE EN PRODUCCION SON REALES.
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT VGN-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'JUEGO DE VOLUMEN PARA PRUEBAS   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO VGN-REPORTE-LINE.
           WRITE VGN-REPORTE-LINE.
           MOVE 'SIN TARJETA VOLPRM CON LA CONFIRMACION PRUEBAS'
               TO WSV-MOTIVO-RECHAZO.
           OPEN INPUT VGN-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ VGN-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00' AND VPR-ES-PRUEBAS
                   SET WSS-TARJETA-VALIDA TO TRUE
                   IF VPR-FACTOR NUMERIC AND VPR-FACTOR > ZEROS
                       MOVE VPR-FACTOR TO WSV-FACTOR
                   END-IF
                   IF VPR-SEMILLA NUMERIC AND VPR-SEMILLA > ZEROS
                       MOVE VPR-SEMILLA TO WSV-SEMILLA
                   END-IF
               END-IF
               CLOSE VGN-PARAM-FILE
           END-IF.
      *> EL LIMITE DE IF-ELSE SE TOMA COMO LO TOMA IF-ELSE (CERO =
      *> 99999); POR DEBAJO DE 10 NO CABEN LAS CINCO CLASES.
           IF CTL-IF-MAX = ZEROS
               MOVE 99999 TO CTL-IF-MAX
           END-IF.
           IF WSS-TARJETA-VALIDA AND CTL-IF-MAX < 10
               MOVE '0' TO WSS-TARJETA-SWITCHES
               MOVE 'CTL-IF-MAX DE CTLCARD MENOR A 10, SIN JUEGO'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.
           IF NOT WSS-TARJETA-VALIDA
               WRITE VGN-REPORTE-LINE FROM WSV-MOTIVO-RECHAZO
               DISPLAY 'VOL-GEN - ' WSV-MOTIVO-RECHAZO
           ELSE
               PERFORM 012-FIJA-VOLUMEN
           END-IF.

      *> VOLUMENES Y FECHAS DEL JUEGO.
       012-FIJA-VOLUMEN.
           COMPUTE WSV-VOL-CLIENTES = WSC-TOPE-CLIENTES * WSV-FACTOR.
           COMPUTE WSV-VOL-CUENTAS = WSC-TOPE-CUENTAS * WSV-FACTOR.
           COMPUTE WSV-VOL-SUSPENSO = WSC-TOPE-SUSPENSO * WSV-FACTOR.
           COMPUTE WSV-VOL-NUEVOS = 5 * WSV-FACTOR.
           MOVE CTL-RUN-DATE TO WSV-FECHA-TRABAJO.
           MOVE 0101 TO WSV-FT-MES-DIA.
           MOVE WSV-FECHA-TRABAJO TO WSV-FECHA-ENERO.
           SUBTRACT 1 FROM WSV-FT-ANO.
           MOVE 1201 TO WSV-FT-MES-DIA.
           MOVE WSV-FECHA-TRABAJO TO WSV-FECHA-VIEJA.
           SET BZD-ANTERIOR-HABIL TO TRUE.
           MOVE CTL-RUN-DATE TO BZD-FECHA-1.
           CALL 'PLATZI-BIZDAY' USING BZD-PARM-RECORD.
           IF BZD-OK
               MOVE BZD-FECHA-RESULTADO TO WSV-FECHA-ANTERIOR
           ELSE
               MOVE CTL-RUN-DATE TO WSV-FECHA-ANTERIOR
           END-IF.
           IF CTL-IF-MAX > 90000
               MOVE 90000 TO WSV-PAR-LIMITE-MAXIMO
           ELSE
               MOVE CTL-IF-MAX TO WSV-PAR-LIMITE-MAXIMO
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FACTOR: ' WSV-FACTOR '   SEMILLA: ' WSV-SEMILLA
                   '   CTL-IF-MAX: ' CTL-IF-MAX
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO VGN-REPORTE-LINE.
           WRITE VGN-REPORTE-LINE.

      *> CLIENTES (EL 00001 ES EL CLIENTE GRANDE), ARTICULOS CON SU
      *> PRECIO DE LISTA DESDE EL PRIMERO DE ENERO Y LA TASA 'IV'. EL
      *> LIMITE DE CREDITO VA AL MAXIMO PARA QUE NINGUNA LINEA SE
      *> RETENGA: LA COLA DE RETENCION NO ES LO QUE SE MIDE AQUI.
       020-GENERA-MAESTROS.
           OPEN OUTPUT VGN-CLIENTE-FILE.
           COMPUTE WSV-ESP-CLIENTES = WSV-VOL-CLIENTES + 1.
           PERFORM 022-GRABA-CLIENTE
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-ESP-CLIENTES.
           CLOSE VGN-CLIENTE-FILE.
           OPEN OUTPUT VGN-ARTICULO-FILE.
           PERFORM 024-GRABA-ARTICULO
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSC-ARTICULOS.
           CLOSE VGN-ARTICULO-FILE.
           OPEN OUTPUT VGN-TASA-FILE.
           MOVE 'IV' TO TXR-CODIGO.
           MOVE WSV-FECHA-ENERO TO TXR-FECHA-VIGENTE.
           MOVE 16.00 TO TXR-TASA.
           MOVE 'IVA GENERAL' TO TXR-DESCRIPCION.
           WRITE TAX-MASTER-RECORD
               INVALID KEY ADD 1 TO WSV-ESP-DUP-LLAVE
           END-WRITE.
           CLOSE VGN-TASA-FILE.

       022-GRABA-CLIENTE.
           MOVE WSV-IDX TO WSV-CC-NUMERO.
           MOVE WSV-CLIENTE-CODIGO TO CMR-CODIGO.
           MOVE SPACES TO CMR-NOMBRE.
           STRING 'CLIENTE VOLUMEN ' WSV-CC-NUMERO (2:4)
                   DELIMITED BY SIZE INTO CMR-NOMBRE.
           MOVE 30 TO CMR-PLAZO.
           MOVE 9999999.99 TO CMR-LIMITE-CREDITO.
           MOVE 'N' TO CMR-EXENTO.
           WRITE CLI-MASTER-RECORD
               INVALID KEY ADD 1 TO WSV-ESP-DUP-LLAVE
           END-WRITE.

       024-GRABA-ARTICULO.
           MOVE WSV-IDX TO WSV-AC-NUMERO.
           MOVE WSV-ARTICULO-CODIGO TO AMR-ARTICULO.
           MOVE 4900 TO WSV-ALEA-RANGO.
           PERFORM 080-ALEATORIO.
           COMPUTE AMR-PRECIO = (WSV-ALEA-VALOR + 100) / 100.
           MOVE AMR-PRECIO TO WSV-PRECIO-ARTICULO (WSV-IDX).
           MOVE WSV-FECHA-ENERO TO AMR-FECHA-VIGENTE.
           MOVE 'IV' TO AMR-CODIGO-IMPUESTO.
           WRITE ART-MASTER-RECORD
               INVALID KEY ADD 1 TO WSV-ESP-DUP-LLAVE
           END-WRITE.

      *> BILLIN: POR CADA CLIENTE CHICO, CINCO LINEAS DEL CLIENTE
      *> GRANDE Y TRES DEL CLIENTE CHICO, ASI QUE EL CLIENTE GRANDE
      *> LLEGA REVUELTO EN TODO EL ARCHIVO. LA TERCERA LINEA DE CADA
      *> DECIMO CLIENTE CHICO ES DEVOLUCION 'D'.
       030-GENERA-LINEAS.
           OPEN OUTPUT VGN-LINEAS-FILE.
           PERFORM 032-LINEAS-DE-CLIENTE
               VARYING WSV-IDX FROM 2 BY 1
               UNTIL WSV-IDX > WSV-ESP-CLIENTES.
           CLOSE VGN-LINEAS-FILE.
      *> FACTURAS ESPERADAS: UNA POR CLIENTE CHICO Y LAS DEL GRANDE,
      *> PARTIDO EN FACTURAS DE 999 RENGLONES.
           DIVIDE WSC-RENGLONES-FACTURA INTO WSV-ESP-LINEAS-GRANDE
               GIVING WSV-ESP-FACT-GRANDE REMAINDER WSV-RESIDUO.
           IF WSV-RESIDUO > ZEROS
               ADD 1 TO WSV-ESP-FACT-GRANDE
           END-IF.
           COMPUTE WSV-ESP-FACTURAS =
               WSV-VOL-CLIENTES + WSV-ESP-FACT-GRANDE.

       032-LINEAS-DE-CLIENTE.
           MOVE 1 TO WSV-LIN-CLIENTE.
           MOVE 'V' TO WSV-LIN-ACCION.
           PERFORM 034-GRABA-LINEA
               VARYING WSV-IDX-GRANDE FROM 1 BY 1
               UNTIL WSV-IDX-GRANDE > 5.
           MOVE WSV-IDX TO WSV-LIN-CLIENTE.
           PERFORM 036-LINEA-CHICA
               VARYING WSV-IDX-LINEA FROM 1 BY 1
               UNTIL WSV-IDX-LINEA > 3.

       036-LINEA-CHICA.
           MOVE 'V' TO WSV-LIN-ACCION.
           IF WSV-IDX-LINEA = 3
               DIVIDE 10 INTO WSV-IDX GIVING WSV-COCIENTE
                   REMAINDER WSV-RESIDUO
               IF WSV-RESIDUO = ZEROS
                   MOVE 'D' TO WSV-LIN-ACCION
               END-IF
           END-IF.
           PERFORM 034-GRABA-LINEA.

      *> UNA LINEA: ARTICULO Y CANTIDAD (1 A 9) DE LA SECUENCIA, EL
      *> PRECIO DE LISTA DEL ARTICULO Y SU EXTENSION A LOS TOTALES.
       034-GRABA-LINEA.
           MOVE SPACES TO FAC-LINEA-RECORD.
           MOVE WSV-LIN-CLIENTE TO WSV-CC-NUMERO.
           MOVE WSV-CLIENTE-CODIGO TO FLR-CLIENTE.
           MOVE WSC-ARTICULOS TO WSV-ALEA-RANGO.
           PERFORM 080-ALEATORIO.
           COMPUTE WSV-AC-NUMERO = WSV-ALEA-VALOR + 1.
           MOVE WSV-ARTICULO-CODIGO TO FLR-ARTICULO.
           MOVE WSV-PRECIO-ARTICULO (WSV-AC-NUMERO)
               TO FLR-PRECIO-UNITARIO.
           MOVE 9 TO WSV-ALEA-RANGO.
           PERFORM 080-ALEATORIO.
           COMPUTE FLR-CANTIDAD = WSV-ALEA-VALOR + 1.
           MOVE WSV-LIN-ACCION TO FLR-ACCION.
           WRITE FAC-LINEA-RECORD.
           ADD 1 TO WSV-ESP-LINEAS.
           IF WSV-LIN-CLIENTE = 1
               ADD 1 TO WSV-ESP-LINEAS-GRANDE
           END-IF.
           COMPUTE WSV-EXTENSION = FLR-CANTIDAD * FLR-PRECIO-UNITARIO.
           IF WSV-LIN-ACCION = 'D'
               ADD 1 TO WSV-ESP-DEVOLUCIONES
               ADD WSV-EXTENSION TO WSV-ESP-EXT-DEVOL
           ELSE
               ADD 1 TO WSV-ESP-VENTAS
               ADD WSV-EXTENSION TO WSV-ESP-EXT-VENTAS
           END-IF.

      *> IFPAIR: CADA CUENTA CAE EN LA CLASE DE SU NUMERO MODULO 5;
      *> LAS CUENTAS MULTIPLO DE 3 TRAEN CRITICO DEL DIA HABIL
      *> ANTERIOR EN IFHIST (SI HOY SALEN SL O CR SE ESCALAN Y
      *> FEE-ASSESS LES CALCULA CARGO), Y LAS TERMINADAS EN 7 SE
      *> REPITEN AL FINAL DEL ARCHIVO CON OTROS VALORES.
       040-GENERA-PARES.
           OPEN OUTPUT VGN-PARES-FILE.
           OPEN OUTPUT VGN-HIST-FILE.
           PERFORM 042-GRABA-PAR
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-VOL-CUENTAS.
           PERFORM 046-GRABA-REPETIDO
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-VOL-CUENTAS.
           CLOSE VGN-PARES-FILE.
           CLOSE VGN-HIST-FILE.
           COMPUTE WSV-ESP-CARGO = WSV-ESP-EXCEDENTE * 0.02.

       042-GRABA-PAR.
           DIVIDE 5 INTO WSV-IDX GIVING WSV-COCIENTE
               REMAINDER WSV-PAR-CLASE.
           IF WSV-PAR-CLASE = 4 AND CTL-IF-MAX NOT < 99999
               MOVE ZEROS TO WSV-PAR-CLASE
           END-IF.
           COMPUTE WSV-ALEA-RANGO = WSV-PAR-LIMITE-MAXIMO - 9.
           PERFORM 080-ALEATORIO.
           COMPUTE WSV-PAR-LIMITE = WSV-ALEA-VALOR + 10.
           COMPUTE WSV-PAR-TOLERANCIA ROUNDED = WSV-PAR-LIMITE * 1.10.
           MOVE ZEROS TO WSV-PAR-EXCEDENTE.
           EVALUATE WSV-PAR-CLASE
               WHEN 0
                   COMPUTE WSV-ALEA-RANGO = WSV-PAR-LIMITE - 1
                   PERFORM 080-ALEATORIO
                   COMPUTE WSV-PAR-BALANCE = WSV-ALEA-VALOR + 1
               WHEN 1
                   MOVE WSV-PAR-LIMITE TO WSV-PAR-BALANCE
               WHEN 2
                   COMPUTE WSV-ALEA-RANGO =
                       WSV-PAR-TOLERANCIA - WSV-PAR-LIMITE
                   PERFORM 080-ALEATORIO
                   COMPUTE WSV-PAR-BALANCE =
                       WSV-PAR-LIMITE + WSV-ALEA-VALOR + 1
               WHEN 3
                   MOVE 50 TO WSV-ALEA-RANGO
                   PERFORM 080-ALEATORIO
                   COMPUTE WSV-PAR-EXCEDENTE = WSV-ALEA-VALOR + 1
                   COMPUTE WSV-PAR-BALANCE =
                       WSV-PAR-TOLERANCIA + WSV-PAR-EXCEDENTE
               WHEN OTHER
                   COMPUTE WSV-ALEA-RANGO = 99999 - CTL-IF-MAX
                   PERFORM 080-ALEATORIO
                   COMPUTE WSV-PAR-LIMITE =
                       CTL-IF-MAX + WSV-ALEA-VALOR + 1
                   MOVE 9999 TO WSV-ALEA-RANGO
                   PERFORM 080-ALEATORIO
                   COMPUTE WSV-PAR-BALANCE = WSV-ALEA-VALOR + 1
           END-EVALUATE.
           MOVE SPACES TO IFE-PARES-RECORD.
           MOVE WSV-IDX TO WSV-CT-NUMERO.
           MOVE WSV-CUENTA-CODIGO TO IPR-CUENTA.
           MOVE WSV-PAR-BALANCE TO IPR-BALANCE.
           MOVE WSV-PAR-LIMITE TO IPR-LIMITE.
           WRITE IFE-PARES-RECORD.
           ADD 1 TO WSV-ESP-PARES.
           ADD 1 TO WSV-ESP-CLASE (WSV-PAR-CLASE + 1).
           DIVIDE 3 INTO WSV-IDX GIVING WSV-COCIENTE
               REMAINDER WSV-PAR-RESIDUO-3.
           IF WSV-PAR-RESIDUO-3 = ZEROS
               PERFORM 044-GRABA-HISTORIA
           END-IF.

      *> HISTORIA DEL DIA HABIL ANTERIOR: CRITICO, SIN ANTERIOR.
       044-GRABA-HISTORIA.
           MOVE WSV-CUENTA-CODIGO TO IHR-CUENTA.
           MOVE WSV-FECHA-ANTERIOR TO IHR-FECHA-ULT.
           MOVE 'CR' TO IHR-CLASIF-ULT.
           MOVE ZEROS TO IHR-FECHA-ANT.
           MOVE SPACES TO IHR-CLASIF-ANT.
           WRITE IFE-HIST-RECORD
               INVALID KEY ADD 1 TO WSV-ESP-DUP-LLAVE
               NOT INVALID KEY ADD 1 TO WSV-ESP-HISTORIAS
           END-WRITE.
           IF WSV-PAR-CLASE = 2 OR WSV-PAR-CLASE = 3
               ADD 1 TO WSV-ESP-ESCALADAS
               IF WSV-PAR-EXCEDENTE > ZEROS
                   ADD 1 TO WSV-ESP-CON-EXCEDENTE
                   ADD WSV-PAR-EXCEDENTE TO WSV-ESP-EXCEDENTE
               ELSE
                   ADD 1 TO WSV-ESP-SIN-EXCEDENTE
               END-IF
           END-IF.

      *> LA REPETICION TRAE OTRO BALANCE Y OTRO LIMITE; IF-ELSE LA
      *> MANDA A IFDUPRPT Y LA PRIMERA APARICION SE QUEDA.
       046-GRABA-REPETIDO.
           DIVIDE 10 INTO WSV-IDX GIVING WSV-COCIENTE
               REMAINDER WSV-PAR-RESIDUO-10.
           IF WSV-PAR-RESIDUO-10 = 7
               MOVE SPACES TO IFE-PARES-RECORD
               MOVE WSV-IDX TO WSV-CT-NUMERO
               MOVE WSV-CUENTA-CODIGO TO IPR-CUENTA
               MOVE 9999 TO WSV-ALEA-RANGO
               PERFORM 080-ALEATORIO
               COMPUTE IPR-BALANCE = WSV-ALEA-VALOR + 1
               PERFORM 080-ALEATORIO
               COMPUTE IPR-LIMITE = WSV-ALEA-VALOR + 1
               WRITE IFE-PARES-RECORD
               ADD 1 TO WSV-ESP-DUPLICADOS
           END-IF.

      *> SUSPENSO: EL MAESTRO TRAE TRES GRUPOS DE ITEMS POR DIVISION
      *> ENTRE CERO (B EN CEROS): LOS QUE SE CORRIGEN CON 'R', LOS
      *> QUE SE CASTIGAN CON 'W' (SUSPENDIDOS DESDE EL PRIMERO DE
      *> DICIEMBRE DEL ANO ANTERIOR, CON LA EDAD CUMPLIDA) Y LOS QUE
      *> SOLO SE ARRASTRAN; ARITSUSP TRAE LOS NUEVOS DEL DIA. EL
      *> OPERANDO A ES EL NUMERO DEL ITEM, ASI QUE CADA PAR ES UNICO.
       050-GENERA-SUSPENSO.
           OPEN OUTPUT VGN-SUSP-MAESTRO-FILE.
           COMPUTE WSV-ESP-SUSP-MAESTRO = WSV-VOL-SUSPENSO * 3.
           PERFORM 052-GRABA-ITEM
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-ESP-SUSP-MAESTRO.
           CLOSE VGN-SUSP-MAESTRO-FILE.
           OPEN OUTPUT VGN-SUSP-DIA-FILE.
           MOVE WSV-VOL-NUEVOS TO WSV-ESP-SUSP-NUEVOS.
           PERFORM 054-GRABA-NUEVO
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-VOL-NUEVOS.
           CLOSE VGN-SUSP-DIA-FILE.
           OPEN OUTPUT VGN-SUSP-TRAN-FILE.
           PERFORM 056-GRABA-TRANSACCIONES
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-VOL-SUSPENSO.
           CLOSE VGN-SUSP-TRAN-FILE.
           COMPUTE WSV-ESP-EN-SUSPENSO =
               WSV-VOL-SUSPENSO + WSV-VOL-NUEVOS.

       052-GRABA-ITEM.
           MOVE SPACES TO SUSP-MASTER-RECORD.
           MOVE WSV-IDX TO SMR-NUMERO-A.
           MOVE ZEROS TO SMR-NUMERO-B.
           MOVE WSC-MOTIVO-SUSPENSO TO SMR-MOTIVO.
           IF WSV-IDX > WSV-VOL-SUSPENSO
                   AND WSV-IDX NOT > WSV-VOL-SUSPENSO * 2
               MOVE WSV-FECHA-VIEJA TO SMR-FECHA-SUSPENSO
           ELSE
               MOVE WSV-FECHA-ANTERIOR TO SMR-FECHA-SUSPENSO
           END-IF.
           MOVE 1 TO SMR-DIAS-EN-SUSPENSO.
           WRITE SUSP-MASTER-RECORD.

       054-GRABA-NUEVO.
           MOVE SPACES TO SUSP-DIA-RECORD.
           COMPUTE SDR-NUMERO-A = WSV-ESP-SUSP-MAESTRO + WSV-IDX.
           MOVE ZEROS TO SDR-NUMERO-B.
           MOVE WSC-MOTIVO-SUSPENSO TO SDR-MOTIVO.
           MOVE CTL-RUN-DATE TO SDR-FECHA-PROCESO.
           MOVE 'VOLUMEN' TO SDR-FUENTE.
           WRITE SUSP-DIA-RECORD.

      *> LA CORRECCION 'R' DEL ITEM N (B CORREGIDO A 2.00) Y EL
      *> CASTIGO 'W' DEL ITEM N MAS EL VOLUMEN, FIRMADO POR UN
      *> SEGUNDO OPERADOR, LLEGAN INTERCALADOS.
       056-GRABA-TRANSACCIONES.
           MOVE SPACES TO SUSP-TRAN-RECORD.
           MOVE 'R' TO STR-ACCION.
           MOVE WSV-IDX TO STR-NUMERO-A.
           MOVE ZEROS TO STR-NUMERO-B.
           MOVE WSV-IDX TO STR-NUEVO-A.
           MOVE 2.00 TO STR-NUEVO-B.
           MOVE 'OPER0001' TO STR-OPERADOR.
           WRITE SUSP-TRAN-RECORD.
           ADD 1 TO WSV-ESP-CORRECCIONES.
           MOVE SPACES TO SUSP-TRAN-RECORD.
           MOVE 'W' TO STR-ACCION.
           COMPUTE STR-NUMERO-A = WSV-VOL-SUSPENSO + WSV-IDX.
           MOVE ZEROS TO STR-NUMERO-B.
           MOVE ZEROS TO STR-NUEVO-A.
           MOVE ZEROS TO STR-NUEVO-B.
           MOVE 'OPER0001' TO STR-OPERADOR.
           MOVE 'SUPV0001' TO STR-APROBADOR.
           WRITE SUSP-TRAN-RECORD.
           ADD 1 TO WSV-ESP-CASTIGOS.

      *> TOTALES DE CONTROL POR PROGRAMA.
       060-ESCRIBE-ESPERADO.
           MOVE 'FACTURACION Y BILL-INVOICE' TO WSV-REPORTE-LINEA.
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE 'CLIENTES EN CLIMSTR' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-CLIENTES TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'LINEAS EN BILLIN' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-LINEAS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'LINEAS A BILLOUT (VENTAS)' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-VENTAS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'LINEAS A BILLCRED (DEVOLUCIONES)' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-DEVOLUCIONES TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'LINEAS A BILLSUSP' TO WSV-REPORTE-LINEA.
           MOVE ZEROS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'EXTENSION DE VENTAS' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-EXT-VENTAS TO WSV-EDITA-MONTO.
           PERFORM 072-LINEA-MONTO.
           MOVE 'EXTENSION DE DEVOLUCIONES' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-EXT-DEVOL TO WSV-EDITA-MONTO.
           PERFORM 072-LINEA-MONTO.
           MOVE 'LINEAS DEL CLIENTE C00001' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-LINEAS-GRANDE TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'FACTURAS DEL CLIENTE C00001' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-FACT-GRANDE TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'FACTURAS EMITIDAS' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-FACTURAS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE SPACES TO VGN-REPORTE-LINE.
           WRITE VGN-REPORTE-LINE.
           MOVE 'IF-ELSE Y FEE-ASSESS' TO WSV-REPORTE-LINEA.
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE 'PARES LEIDOS DE IFPAIR' TO WSV-REPORTE-LINEA.
           COMPUTE WSV-EDITA-CONTEO =
               WSV-ESP-PARES + WSV-ESP-DUPLICADOS.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'CUENTAS DISTINTAS' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-PARES TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'REPETICIONES A IFDUPRPT' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-DUPLICADOS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           PERFORM 062-LINEA-CLASE
               VARYING WSV-IDX FROM 1 BY 1 UNTIL WSV-IDX > 5.
           MOVE 'HISTORIAS PREVIAS EN IFHIST' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-HISTORIAS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'CUENTAS ESCALADAS' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-ESCALADAS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'ESCALADAS CON CARGO' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-CON-EXCEDENTE TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'ESCALADAS SIN EXCEDENTE' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-SIN-EXCEDENTE TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'EXCEDENTE TOTAL SOBRE TOLERANCIA' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-EXCEDENTE TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'CARGO TOTAL A LA TASA DE 2 PCT' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-CARGO TO WSV-EDITA-CARGO.
           MOVE WSV-EDITA-CARGO TO WSV-REPORTE-LINEA (38:14).
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO VGN-REPORTE-LINE.
           WRITE VGN-REPORTE-LINE.
           MOVE 'SUSP-RECYCLE' TO WSV-REPORTE-LINEA.
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE 'ITEMS EN SUSPMSTR' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-SUSP-MAESTRO TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'ITEMS NUEVOS EN ARITSUSP' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-SUSP-NUEVOS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'CORRECCIONES R (RECICLADOS LIMPIOS)'
               TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-CORRECCIONES TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'CASTIGOS W FIRMADOS (CASTIGADOS)' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-CASTIGOS TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.
           MOVE 'TOTAL EN SUSPENSO AL CIERRE' TO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-EN-SUSPENSO TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.

       062-LINEA-CLASE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CLASIFICADOS ' WSC-CLASE-NOMBRE (WSV-IDX)
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           MOVE WSV-ESP-CLASE (WSV-IDX) TO WSV-EDITA-CONTEO.
           PERFORM 070-LINEA-CONTEO.

      *> EL ROTULO YA ESTA EN WSV-REPORTE-LINEA; LA CIFRA VA EN LA
      *> COLUMNA 40.
       070-LINEA-CONTEO.
           MOVE WSV-EDITA-CONTEO TO WSV-REPORTE-LINEA (40:9).
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.

       072-LINEA-MONTO.
           MOVE WSV-EDITA-MONTO TO WSV-REPORTE-LINEA (30:22).
           WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA.

      *> SIGUIENTE VALOR DE LA SECUENCIA, REDUCIDO AL RANGO PEDIDO.
       080-ALEATORIO.
           COMPUTE WSV-ALEA-PRODUCTO =
               WSV-SEMILLA * WSC-ALEA-MULTIPLICADOR.
           DIVIDE WSC-ALEA-MODULO INTO WSV-ALEA-PRODUCTO
               GIVING WSV-ALEA-COCIENTE REMAINDER WSV-SEMILLA.
           IF WSV-ALEA-RANGO = ZEROS
               MOVE ZEROS TO WSV-ALEA-VALOR
           ELSE
               DIVIDE WSV-ALEA-RANGO INTO WSV-SEMILLA
                   GIVING WSV-ALEA-COCIENTE REMAINDER WSV-ALEA-VALOR
           END-IF.

       090-TERMINA.
           IF WSS-TARJETA-VALIDA
               MOVE SPACES TO VGN-REPORTE-LINE
               WRITE VGN-REPORTE-LINE
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'LLAVES DUPLICADAS NO GRABADAS: '
                       WSV-ESP-DUP-LLAVE
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE VGN-REPORTE-LINE FROM WSV-REPORTE-LINEA
               MOVE SPACES TO AUD-MENSAJE
               STRING 'JUEGO DE VOLUMEN FACTOR=' WSV-FACTOR
                       ' LINEAS=' WSV-ESP-LINEAS
                       ' PARES=' WSV-ESP-PARES
                       ' SUSPENSO=' WSV-ESP-SUSP-MAESTRO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               DISPLAY 'VOL-GEN - CLIENTES: ' WSV-ESP-CLIENTES
                   ' LINEAS: ' WSV-ESP-LINEAS
                   ' PARES: ' WSV-ESP-PARES
           ELSE
               SET AUD-SEV-ERROR TO TRUE
               MOVE WSV-MOTIVO-RECHAZO TO AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           CLOSE VGN-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 12 SIN TARJETA VALIDA, 4 SI ALGUNA
      *> LLAVE DE MAESTRO SALIO DUPLICADA.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN NOT WSS-TARJETA-VALIDA
                   MOVE 12 TO RETURN-CODE
               WHEN WSV-ESP-DUP-LLAVE > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PLATZI-VOL-GEN.

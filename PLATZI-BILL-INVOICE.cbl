      *          trabajo no se factura y la corrida sale con codigo 8
      *          (mismo patron que la tabla del calendario), para que
      *          nadie cierre el dia con lineas sin facturar.
      * Mod:    15-10-2026 - Impuesto en la factura: cada linea del
      *         documento muestra su codigo de impuesto y el cierre de
      *         la factura presenta neto, impuesto y total (bruto).
      *         INVREG gana el neto y el impuesto de la factura en su
      *         relleno; IVR-TOTAL sigue siendo lo que el cliente debe,
      *         ahora con impuesto incluido.
      * Mod:    15-10-2026 - Detalle de factura INVDET (indexado por
      *         numero y renglon) con cada linea facturada, para que
      *         PLATZI-INV-VOID pueda anular o reemitir una factura sin
      *         depender del documento impreso. INVREG toma del relleno
      *         el estado de la factura (anulada o reemision) y el
      *         numero de la factura relacionada; aqui sale emitida.
      * Mod:    15-10-2026 - Sin tope de lineas por corrida: la tabla
      *         de 500 lineas en memoria (y su salida con codigo 8) se
      *         reemplaza por dos pasadas de SORT. La primera ordena
      *         BILLOUT por cliente y secuencia de llegada para marcar
      *         en cada linea la secuencia de la primera linea de su
      *         cliente; la segunda ordena por esa marca, asi las
      *         facturas salen numeradas en el mismo orden de primera
      *         aparicion y con las lineas en el mismo orden que antes.
      *         Una factura que llega a 999 renglones (ancho de
      *         IVR-LINEAS e IVD-RENGLON) se cierra y las lineas que
      *         siguen del mismo cliente abren la siguiente factura.
      * Mod:    15-10-2026 - Proteccion de re-corrida (mismo patron de
      *         checkpoint que ARITCHKP en PLATZI-ARITMETICA): INVCHKP
      *         guarda la fecha de corrida, el consecutivo con que
      *         arranco la fecha, la ultima factura ya registrada y el
      *         conteo y hash total de BILLOUT. Una re-corrida de una
      *         fecha completa no refactura nada; una corrida
      *         interrumpida se reanuda renumerando desde el mismo
      *         consecutivo, reimprime el documento completo y solo
      *         registra en INVREG e INVDET las facturas que faltaban,
      *         asi que las facturas salen con los mismos numeros. Si
      *         BILLOUT cambio desde la corrida original el paso sale
      *         con codigo 8. La refacturacion deliberada de una fecha
      *         requiere el override BILLOVRD del operador.
      * Mod:    15-10-2026 - Con el checkpoint de otra fecha todavia
      *         en 'P' (interrumpida) el paso no factura y sale con
      *         codigo 8: el consecutivo de INVCTL no incluye las
      *         facturas que esa corrida ya registro. Una refacturacion
      *         autorizada de una fecha interrumpida numera despues de
      *         la ultima factura ya registrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-BILL-INVOICE.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-REGISTRO-STATUS.

           SELECT INV-DETALLE-FILE ASSIGN TO "INVDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS IVD-LLAVE
                                    FILE STATUS IS WSV-DETALLE-STATUS.

           SELECT INV-ORDEN1-FILE  ASSIGN TO "INVSRT1"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INV-ORDEN2-FILE  ASSIGN TO "INVSRT2"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

           SELECT INV-CHECKPOINT-FILE ASSIGN TO "INVCHKP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CHKPT-STATUS.

           SELECT INV-OVERRIDE-FILE ASSIGN TO "BILLOVRD"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-OVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE FAC-SALIDA-RECORD EN PLATZI-FACTURACION.
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

      *> CONTROL DEL CONSECUTIVO DE FACTURA, PERSISTIDO ENTRE DIAS:
      *> EL ULTIMO NUMERO ASIGNADO. SE REGRABA AL FINAL DE LA CORRIDA.
      *> REGISTRO DE FACTURAS EMITIDAS, UNA LINEA POR FACTURA, PARA
      *> QUE COBRANZA TRABAJE DE UN ARCHIVO Y NO DEL DOCUMENTO
      *> IMPRESO. SE ABRE EN EXTEND: EL REGISTRO ES ACUMULATIVO.
      *> IVR-TOTAL ES EL BRUTO (NETO MAS IMPUESTO). IVR-ESTADO LO
      *> CAMBIA PLATZI-INV-VOID: UNA ANULADA LLEVA EN IVR-REFERENCIA
      *> SU REEMISION (CEROS SI NO SE REEMITIO) Y UNA REEMISION LLEVA
      *> LA FACTURA ANULADA QUE SUSTITUYE.
       FD  INV-REGISTRO-FILE.
       01  INV-REGISTRO-RECORD.
           05 IVR-NUMERO               PIC 9(06).
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

      *> DETALLE DE LAS LINEAS DE CADA FACTURA EMITIDA: LLAVE NUMERO
      *> DE FACTURA MAS RENGLON, CON LOS DATOS DE LA LINEA DE BILLOUT
      *> TAL COMO SE FACTURO. LO LEE PLATZI-INV-VOID.
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

      *> LINEAS DE BILLOUT ORDENADAS POR CLIENTE Y SECUENCIA DE
      *> LLEGADA (PRIMERA PASADA); LA LINEA VA TAL CUAL EN IV1-LINEA.
       FD  INV-ORDEN1-FILE.
       01  INV-ORDEN1-RECORD.
           05 IV1-PRIMERA              PIC 9(07).
           05 IV1-CLIENTE              PIC X(06).
           05 IV1-SECUENCIA            PIC 9(07).
           05 IV1-LINEA                PIC X(75).

      *> LINEAS ORDENADAS POR LA SECUENCIA DE LA PRIMERA LINEA DE SU
      *> CLIENTE Y LUEGO POR SU PROPIA SECUENCIA (SEGUNDA PASADA). EL
      *> DETALLE DE LA LINEA ES EL MISMO LAYOUT DE INV-LINEAS-RECORD.
       FD  INV-ORDEN2-FILE.
       01  INV-ORDEN2-RECORD.
           05 IV2-PRIMERA              PIC 9(07).
           05 IV2-CLIENTE              PIC X(06).
           05 IV2-SECUENCIA            PIC 9(07).
           05 IV2-LINEA.
              10 IV2-CLIENTE-LINEA     PIC X(06).
              10 FILLER                PIC X(1).
              10 IV2-ARTICULO          PIC X(06).
              10 FILLER                PIC X(1).
              10 IV2-CANTIDAD          PIC 9(5)V99.
              10 FILLER                PIC X(1).
              10 IV2-PRECIO            PIC 9(5)V99.
              10 FILLER                PIC X(1).
              10 IV2-EXTENSION         PIC S9(10)V9(4)
                                        SIGN IS TRAILING SEPARATE.
              10 FILLER                PIC X(1).
              10 IV2-FECHA-PROCESO     PIC 9(08).
              10 FILLER                PIC X(1).
              10 IV2-CODIGO-IMP        PIC X(02).
              10 FILLER                PIC X(1).
              10 IV2-IMPUESTO          PIC S9(10)V99
                                        SIGN IS TRAILING SEPARATE.
              10 FILLER                PIC X(1).
              10 IV2-EXENTO            PIC X(01).
              10 FILLER                PIC X(1).
              10 IV2-ORIGEN            PIC X(01).

      *> MISMO ORDEN DE BYTES QUE INV-ORDEN1-RECORD E INV-ORDEN2-RECORD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-PRIMERA              PIC 9(07).
           05 SWR-CLIENTE              PIC X(06).
           05 SWR-SECUENCIA            PIC 9(07).
           05 SWR-LINEA                PIC X(75).

      *> CHECKPOINT DE RE-CORRIDA (MISMO PATRON QUE ARITCHKP EN
      *> PLATZI-ARITMETICA): FECHA DE CORRIDA, ESTADO ('P' EN PROCESO,
      *> 'C' COMPLETA), CONSECUTIVO DE INVCTL CON QUE ARRANCO LA FECHA,
      *> ULTIMA FACTURA YA GRABADA EN INVREG, Y CONTEO Y HASH TOTAL DE
      *> LAS EXTENSIONES DE BILLOUT CON QUE SE FACTURO.
       FD  INV-CHECKPOINT-FILE.
       01  INV-CHECKPOINT-RECORD.
           05 ICK-FECHA                PIC 9(08).
           05 ICK-ESTADO               PIC X(01).
           05 ICK-NUMERO-INICIAL       PIC 9(06).
           05 ICK-ULTIMO-NUMERO        PIC 9(06).
           05 ICK-LINEAS               PIC 9(07).
           05 ICK-HASH                 PIC S9(12)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(35).

      *> OVERRIDE DEL OPERADOR PARA REFACTURAR DELIBERADAMENTE UNA
      *> FECHA YA PROCESADA (MISMO LAYOUT QUE EN PLATZI-FACTURACION):
      *> FECHA DE CORRIDA A LA QUE APLICA, UN BYTE 'F' POR PASO
      *> (BOR-FACTURACION PARA PLATZI-FACTURACION, BOR-FACTURAS PARA
      *> ESTE PASO), OPERADOR QUE LO AUTORIZA Y MOTIVO. CADA PASO
      *> LIMPIA SU PROPIO BYTE AL APLICARLO.
       FD  INV-OVERRIDE-FILE.
       01  INV-OVERRIDE-RECORD.
           05 BOR-FECHA                PIC 9(08).
           05 BOR-FACTURACION          PIC X(01).
           05 BOR-FACTURAS             PIC X(01).
              88 BOR-REFACTURA-FACTURAS          VALUE 'F'.
           05 BOR-OPERADOR             PIC X(08).
           05 BOR-MOTIVO               PIC X(40).
           05 FILLER                   PIC X(22).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-LINEAS-SWITCHES        PIC X     VALUE '1'.
           88 WSS-LINEAS-FIN                    VALUE '0'.

       77 WSS-ORDEN-SWITCHES         PIC X     VALUE '1'.
           88 WSS-ORDEN-FIN                     VALUE '0'.

       77 WSS-FACTURA-SWITCHES       PIC X     VALUE '0'.
           88 WSS-FACTURA-ABIERTA               VALUE '1'.

       77 WSV-LINEAS-STATUS          PIC XX    VALUE SPACES.
       77 WSV-CONTROL-STATUS         PIC XX    VALUE SPACES.
       77 WSV-REGISTRO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-DETALLE-STATUS         PIC XX    VALUE SPACES.
       77 WSV-CHKPT-STATUS           PIC XX    VALUE SPACES.
       77 WSV-OVRD-STATUS            PIC XX    VALUE SPACES.

      *> MODO DE LA CORRIDA SEGUN EL CHECKPOINT DE LA FECHA: 'N'
      *> FACTURA NORMAL, 'R' REANUDA UNA CORRIDA INTERRUMPIDA, 'C' LA
      *> FECHA YA ESTA FACTURADA, 'X' BILLOUT NO ES EL DE LA CORRIDA
      *> ORIGINAL (NO SE FACTURA Y EL PASO SALE CON CODIGO 8).
       77 WSS-MODO-SWITCHES          PIC X     VALUE 'N'.
           88 WSS-MODO-NUEVA                    VALUE 'N'.
           88 WSS-MODO-REANUDA                  VALUE 'R'.
           88 WSS-MODO-COMPLETA                 VALUE 'C'.
           88 WSS-MODO-RECHAZADA                VALUE 'X'.

      *> EL OPERADOR DEJO EN BILLOVRD LA REFACTURACION DE LA FECHA.
       77 WSS-OVERRIDE-SWITCHES      PIC X     VALUE '0'.
           88 WSS-REFACTURA-AUTORIZADA          VALUE '1'.

       77 WSS-BILLOUT-SWITCHES       PIC X     VALUE '1'.
           88 WSS-SIN-BILLOUT                   VALUE '0'.

      *> CHECKPOINT DE LA CORRIDA (EL LEIDO AL ARRANCAR Y, DESPUES DE
      *> DECIDIR EL MODO, EL QUE SE VA GRABANDO).
       01 WSV-CHECKPOINT.
          05 WSV-CK-FECHA            PIC 9(08) VALUE ZEROS.
          05 WSV-CK-ESTADO           PIC X(01) VALUE SPACES.
          05 WSV-CK-NUMERO-INICIAL   PIC 9(06) VALUE ZEROS.
          05 WSV-CK-ULTIMO-NUMERO    PIC 9(06) VALUE ZEROS.
          05 WSV-CK-LINEAS           PIC 9(07) VALUE ZEROS.
          05 WSV-CK-HASH             PIC S9(12)V9(4) VALUE ZEROS.

      *> HASH TOTAL DE LAS EXTENSIONES DE BILLOUT DE ESTA CORRIDA Y
      *> ULTIMA FACTURA QUE LA CORRIDA INTERRUMPIDA YA DEJO EN INVREG
      *> (LAS FACTURAS HASTA ELLA SOLO SE REIMPRIMEN).
       77 WSV-HASH-LINEAS            PIC S9(12)V9(4) VALUE ZEROS.
       77 WSV-REGISTRADA-HASTA       PIC 9(06) VALUE ZEROS.

       77 WSV-OVR-OPERADOR           PIC X(08) VALUE SPACES.
       77 WSV-OVR-MOTIVO             PIC X(40) VALUE SPACES.

      *> SECUENCIA DE LLEGADA DE CADA LINEA DE BILLOUT Y, EN LA
      *> SEGUNDA PASADA, LA SECUENCIA DE LA PRIMERA LINEA DEL CLIENTE
      *> EN CURSO: ES LA QUE FIJA EL ORDEN DE NUMERACION DE FACTURAS.
       77 WSV-SECUENCIA              PIC 9(07) VALUE ZEROS.
       77 WSV-PRIMERA-SECUENCIA      PIC 9(07) VALUE ZEROS.
       77 WSV-CLIENTE-ANTERIOR       PIC X(06) VALUE SPACES.

      *> RENGLONES QUE CABEN EN UNA FACTURA (ANCHO DE IVR-LINEAS E
      *> IVD-RENGLON); AL LLEGAR AL TOPE SE ABRE OTRA FACTURA.
       77 WSC-RENGLONES-MAXIMO       PIC 9(03) VALUE 999.

      *> IMPORTE DE LA LINEA CON EL SIGNO INCLUIDO, COMO SIEMPRE SE
      *> HA IMPRESO EN EL DOCUMENTO.
       77 WSV-LINEA-IMPORTE          PIC S9(10)V9(4) VALUE ZEROS.

       *> FACTURA EN ARMADO
       01 WSV-FACTURA-ACTUAL.
          05 WSV-FA-NUMERO           PIC 9(06) VALUE ZEROS.
          05 WSV-FA-CLIENTE          PIC X(06) VALUE SPACES.
          05 WSV-FA-LINEAS           PIC 9(03) VALUE ZEROS.
          05 WSV-FA-NETO             PIC S9(12)V99 VALUE ZEROS.
          05 WSV-FA-IMPUESTO         PIC S9(12)V99 VALUE ZEROS.
          05 WSV-FA-TOTAL            PIC S9(12)V99 VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-FACTURAS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-LINEAS         PIC 9(07) VALUE ZEROS.

       77 WSV-ULTIMO-NUMERO          PIC 9(06) VALUE ZEROS.
       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 015-ORDENA-LINEAS.
           PERFORM 060-DECIDE-CORRIDA.
           IF WSS-MODO-NUEVA OR WSS-MODO-REANUDA
               PERFORM 065-ABRE-SALIDAS
               PERFORM 030-ARMA-FACTURAS UNTIL WSS-ORDEN-FIN
               IF WSS-FACTURA-ABIERTA
                   PERFORM 050-CIERRA-FACTURA
               END-IF
               CLOSE INV-ORDEN2-FILE
               PERFORM 070-REGRABA-CONTROL
               MOVE 'C' TO WSV-CK-ESTADO
               PERFORM 072-GRABA-CHECKPOINT
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           PERFORM 012-LEE-CONTROL.
           PERFORM 013-LEE-CHECKPOINT.
           PERFORM 014-LEE-OVERRIDE.

      *> RESTAURA EL ULTIMO CONSECUTIVO ASIGNADO; SIN INVCTL (PRIMERA
      *> CORRIDA DEL SUBSISTEMA) EL CONSECUTIVO ARRANCA EN CERO Y LA
               CLOSE INV-CONTROL-FILE
           END-IF.

      *> TRAE EL CHECKPOINT DE LA ULTIMA FECHA FACTURADA; SIN INVCHKP
      *> (O CON UNO ILEGIBLE) LA FECHA SE TRATA COMO NUNCA FACTURADA.
       013-LEE-CHECKPOINT.
           OPEN INPUT INV-CHECKPOINT-FILE.
           IF WSV-CHKPT-STATUS = '00'
               READ INV-CHECKPOINT-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-CHKPT-STATUS = '00'
                       AND ICK-FECHA IS NUMERIC
                       AND ICK-NUMERO-INICIAL IS NUMERIC
                       AND ICK-ULTIMO-NUMERO IS NUMERIC
                       AND ICK-LINEAS IS NUMERIC
                   MOVE ICK-FECHA TO WSV-CK-FECHA
                   MOVE ICK-ESTADO TO WSV-CK-ESTADO
                   MOVE ICK-NUMERO-INICIAL TO WSV-CK-NUMERO-INICIAL
                   MOVE ICK-ULTIMO-NUMERO TO WSV-CK-ULTIMO-NUMERO
                   MOVE ICK-LINEAS TO WSV-CK-LINEAS
                   MOVE ICK-HASH TO WSV-CK-HASH
               END-IF
               CLOSE INV-CHECKPOINT-FILE
           END-IF.

      *> LEE EL OVERRIDE DE REFACTURACION. SOLO VALE PARA LA FECHA DE
      *> CORRIDA QUE NOMBRA Y CON OPERADOR RESPONSABLE; AL TOMARLO SE
      *> LIMPIA EL BYTE DE ESTE PASO (MISMO PATRON QUE DRVOVRD EN EL
      *> DRIVER) PARA QUE AUTORICE UNA SOLA REFACTURACION.
       014-LEE-OVERRIDE.
           OPEN INPUT INV-OVERRIDE-FILE.
           IF WSV-OVRD-STATUS = '00'
               READ INV-OVERRIDE-FILE
                   AT END CONTINUE
               END-READ
               CLOSE INV-OVERRIDE-FILE
               IF WSV-OVRD-STATUS = '00'
                       AND BOR-FECHA = CTL-RUN-DATE
                       AND BOR-REFACTURA-FACTURAS
                   IF BOR-OPERADOR = SPACES
                       DISPLAY 'BILL-INVOICE - BILLOVRD SIN OPERADOR, '
                           'LA REFACTURACION NO SE APLICA'
                   ELSE
                       SET WSS-REFACTURA-AUTORIZADA TO TRUE
                       MOVE BOR-OPERADOR TO WSV-OVR-OPERADOR
                       MOVE BOR-MOTIVO TO WSV-OVR-MOTIVO
                       MOVE SPACE TO BOR-FACTURAS
                       OPEN OUTPUT INV-OVERRIDE-FILE
                       WRITE INV-OVERRIDE-RECORD
                       CLOSE INV-OVERRIDE-FILE
                   END-IF
               END-IF
           END-IF.

      *> AGRUPA BILLOUT POR CLIENTE SIN TABLA EN MEMORIA (ASI NO
      *> IMPORTA QUE BILLOUT NO VENGA ORDENADO NI CUANTAS LINEAS
      *> TRAIGA). PRIMERA PASADA: POR CLIENTE Y SECUENCIA DE LLEGADA.
      *> SEGUNDA PASADA: POR LA SECUENCIA DE LA PRIMERA LINEA DE CADA
      *> CLIENTE, QUE ES EL ORDEN EN QUE SE NUMERAN LAS FACTURAS.
       015-ORDENA-LINEAS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-CLIENTE
               ON ASCENDING KEY SWR-SECUENCIA
               INPUT PROCEDURE IS 016-ENTREGA-LINEAS
               GIVING INV-ORDEN1-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-PRIMERA
               ON ASCENDING KEY SWR-SECUENCIA
               INPUT PROCEDURE IS 018-MARCA-PRIMERA
               GIVING INV-ORDEN2-FILE.

       016-ENTREGA-LINEAS.
           OPEN INPUT INV-LINEAS-FILE.
           IF WSV-LINEAS-STATUS NOT = '00'
               SET WSS-LINEAS-FIN TO TRUE
               SET WSS-SIN-BILLOUT TO TRUE
           ELSE
               PERFORM 025-LEE-LINEA
               PERFORM 020-ENTREGA-LINEA UNTIL WSS-LINEAS-FIN
               CLOSE INV-LINEAS-FILE
           END-IF.

      *> LA PRIMERA LINEA DE CADA CLIENTE EN LA PRIMERA PASADA ES LA
      *> QUE LLEGO ANTES EN BILLOUT: SU SECUENCIA SE COPIA A TODAS
      *> LAS LINEAS DE ESE CLIENTE.
       018-MARCA-PRIMERA.
           MOVE '1' TO WSS-ORDEN-SWITCHES.
           OPEN INPUT INV-ORDEN1-FILE.
           PERFORM 026-LEE-ORDEN1.
           IF NOT WSS-ORDEN-FIN
               MOVE IV1-CLIENTE TO WSV-CLIENTE-ANTERIOR
               MOVE IV1-SECUENCIA TO WSV-PRIMERA-SECUENCIA
           END-IF.
           PERFORM 019-ENTREGA-MARCADA UNTIL WSS-ORDEN-FIN.
           CLOSE INV-ORDEN1-FILE.

       019-ENTREGA-MARCADA.
           IF IV1-CLIENTE NOT = WSV-CLIENTE-ANTERIOR
               MOVE IV1-CLIENTE TO WSV-CLIENTE-ANTERIOR
               MOVE IV1-SECUENCIA TO WSV-PRIMERA-SECUENCIA
           END-IF.
           MOVE INV-ORDEN1-RECORD TO SORT-WORK-RECORD.
           MOVE WSV-PRIMERA-SECUENCIA TO SWR-PRIMERA.
           RELEASE SORT-WORK-RECORD.
           PERFORM 026-LEE-ORDEN1.

      *> CADA LINEA DE BILLOUT ENTRA AL SORT CON SU SECUENCIA DE
      *> LLEGADA; LA MARCA DE PRIMERA LINEA SE PONE EN LA SEGUNDA
      *> PASADA. EL CONTEO Y EL HASH DE EXTENSIONES IDENTIFICAN EL
      *> BILLOUT CON QUE SE FACTURA LA FECHA.
       020-ENTREGA-LINEA.
           ADD 1 TO WSV-SECUENCIA.
           ADD FSR-EXTENSION TO WSV-HASH-LINEAS.
           MOVE ZEROS TO SWR-PRIMERA.
           MOVE FSR-CLIENTE TO SWR-CLIENTE.
           MOVE WSV-SECUENCIA TO SWR-SECUENCIA.
           MOVE INV-LINEAS-RECORD TO SWR-LINEA.
           RELEASE SORT-WORK-RECORD.
           PERFORM 025-LEE-LINEA.

       025-LEE-LINEA.
               AT END SET WSS-LINEAS-FIN TO TRUE
           END-READ.

       026-LEE-ORDEN1.
           READ INV-ORDEN1-FILE
               AT END SET WSS-ORDEN-FIN TO TRUE
           END-READ.

       028-LEE-ORDENADA.
           READ INV-ORDEN2-FILE
               AT END SET WSS-ORDEN-FIN TO TRUE
           END-READ.

      *> CORTE DE CONTROL SOBRE LAS LINEAS ORDENADAS: UN CAMBIO DE
      *> CLIENTE (O UNA FACTURA QUE LLEGO A SU TOPE DE RENGLONES)
      *> CIERRA LA FACTURA EN CURSO CON SU TOTAL Y SU LINEA EN INVREG,
      *> Y LA LINEA SIGUIENTE ABRE LA PROXIMA CON EL SIGUIENTE
      *> CONSECUTIVO.
       030-ARMA-FACTURAS.
           IF WSS-FACTURA-ABIERTA
               IF IV2-CLIENTE NOT = WSV-FA-CLIENTE
                       OR WSV-FA-LINEAS = WSC-RENGLONES-MAXIMO
                   PERFORM 050-CIERRA-FACTURA
               END-IF
           END-IF.
           IF NOT WSS-FACTURA-ABIERTA
               ADD 1 TO WSV-ULTIMO-NUMERO
               ADD 1 TO WSV-CONT-FACTURAS
               MOVE WSV-ULTIMO-NUMERO TO WSV-FA-NUMERO
               MOVE IV2-CLIENTE TO WSV-FA-CLIENTE
               MOVE ZEROS TO WSV-FA-LINEAS
               MOVE ZEROS TO WSV-FA-NETO
               MOVE ZEROS TO WSV-FA-IMPUESTO
               MOVE ZEROS TO WSV-FA-TOTAL
               SET WSS-FACTURA-ABIERTA TO TRUE
               PERFORM 040-ESCRIBE-ENCABEZADO
           END-IF.
           PERFORM 045-JUNTA-LINEA.
           PERFORM 028-LEE-ORDENADA.

       040-ESCRIBE-ENCABEZADO.
           MOVE SPACES TO INV-FACTURA-LINE.
           WRITE INV-FACTURA-LINE FROM WSV-REPORTE-LINEA.

       045-JUNTA-LINEA.
           ADD 1 TO WSV-FA-LINEAS.
           ADD 1 TO WSV-CONT-LINEAS.
           ADD IV2-EXTENSION TO WSV-FA-NETO.
           ADD IV2-IMPUESTO TO WSV-FA-IMPUESTO.
           MOVE IV2-EXTENSION TO WSV-LINEA-IMPORTE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  ' IV2-ARTICULO
                   ' CANT: ' IV2-CANTIDAD
                   ' PRECIO: ' IV2-PRECIO
                   ' IMPORTE: ' WSV-LINEA-IMPORTE
                   ' ' IV2-CODIGO-IMP
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-FACTURA-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 047-GRABA-DETALLE.

      *> LA LINEA JUNTADA QUEDA EN INVDET CON EL RENGLON QUE OCUPA EN
      *> LA FACTURA.
       047-GRABA-DETALLE.
           IF WSV-FA-NUMERO > WSV-REGISTRADA-HASTA
               PERFORM 048-ARMA-DETALLE
           END-IF.

      *> EN UNA REANUDACION LA FACTURA QUE SE ESTABA ARMANDO AL
      *> INTERRUMPIRSE LA CORRIDA PUEDE TENER YA SUS PRIMEROS RENGLONES
      *> EN INVDET: SE REGRABAN CON LOS MISMOS DATOS.
       048-ARMA-DETALLE.
           MOVE SPACES TO INV-DETALLE-RECORD.
           MOVE WSV-FA-NUMERO TO IVD-NUMERO.
           MOVE WSV-FA-LINEAS TO IVD-RENGLON.
           MOVE WSV-FA-CLIENTE TO IVD-CLIENTE.
           MOVE CTL-RUN-DATE TO IVD-FECHA.
           MOVE IV2-ARTICULO TO IVD-ARTICULO.
           MOVE IV2-CANTIDAD TO IVD-CANTIDAD.
           MOVE IV2-PRECIO TO IVD-PRECIO.
           MOVE IV2-EXTENSION TO IVD-EXTENSION.
           MOVE IV2-CODIGO-IMP TO IVD-CODIGO-IMP.
           MOVE IV2-IMPUESTO TO IVD-IMPUESTO.
           MOVE IV2-EXENTO TO IVD-EXENTO.
           MOVE IV2-ORIGEN TO IVD-ORIGEN-PRECIO.
           WRITE INV-DETALLE-RECORD
               INVALID KEY
                   IF WSS-MODO-REANUDA
                       REWRITE INV-DETALLE-RECORD
                   ELSE
                       DISPLAY 'BILL-INVOICE - LLAVE DUPLICADA EN '
                           'INVDET: ' IVD-LLAVE
                   END-IF
           END-WRITE.

      *> CIERRA LA FACTURA CON NETO, IMPUESTO Y TOTAL BRUTO. UNA
      *> FACTURA QUE LA CORRIDA INTERRUMPIDA YA REGISTRO SOLO SE
      *> REIMPRIME; LAS DEMAS VAN A INVREG Y A LA BITACORA Y AVANZAN EL
      *> CHECKPOINT.
       050-CIERRA-FACTURA.
           COMPUTE WSV-FA-TOTAL = WSV-FA-NETO + WSV-FA-IMPUESTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  NETO: ' WSV-FA-NETO
                   '   IMPUESTO: ' WSV-FA-IMPUESTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-FACTURA-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  TOTAL FACTURA (' WSV-FA-LINEAS ' LINEAS): '
                   WSV-FA-TOTAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-FACTURA-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-FA-NUMERO > WSV-REGISTRADA-HASTA
               PERFORM 052-REGISTRA-FACTURA
           END-IF.
           MOVE '0' TO WSS-FACTURA-SWITCHES.

       052-REGISTRA-FACTURA.
           MOVE SPACES TO INV-REGISTRO-RECORD.
           MOVE WSV-FA-NUMERO TO IVR-NUMERO.
           MOVE WSV-FA-CLIENTE TO IVR-CLIENTE.
           MOVE CTL-RUN-DATE TO IVR-FECHA.
           MOVE WSV-FA-LINEAS TO IVR-LINEAS.
           MOVE WSV-FA-TOTAL TO IVR-TOTAL.
           MOVE WSV-FA-NETO TO IVR-NETO.
           MOVE WSV-FA-IMPUESTO TO IVR-IMPUESTO.
           SET IVR-EMITIDA TO TRUE.
           MOVE ZEROS TO IVR-REFERENCIA.
           WRITE INV-REGISTRO-RECORD.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'FACTURA ' WSV-FA-NUMERO
                   ' CLIENTE=' WSV-FA-CLIENTE
                   ' LINEAS=' WSV-FA-LINEAS
                   ' TOTAL=' WSV-FA-TOTAL
                   ' IMP=' WSV-FA-IMPUESTO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           MOVE WSV-FA-NUMERO TO WSV-CK-ULTIMO-NUMERO.
           PERFORM 072-GRABA-CHECKPOINT.

      *> DECIDE QUE HACER CON LA FECHA SEGUN SU CHECKPOINT: UNA FECHA
      *> SIN CORRIDA PREVIA (O CON REFACTURACION AUTORIZADA EN
      *> BILLOVRD) SE FACTURA DESDE EL CONSECUTIVO DE INVCTL; UNA
      *> FECHA COMPLETA NO SE VUELVE A FACTURAR; UNA INTERRUMPIDA SE
      *> REANUDA DESDE EL CONSECUTIVO CON QUE ARRANCO. SI BILLOUT NO
      *> CUADRA EN CONTEO Y HASH CON EL DE LA CORRIDA ORIGINAL NO SE
      *> FACTURA: LOS NUMEROS YA EMITIDOS NO CORRESPONDERIAN. TAMPOCO
      *> SE FACTURA UNA FECHA NUEVA MIENTRAS OTRA FECHA TENGA SU
      *> CORRIDA INTERRUMPIDA: INVCTL SOLO AVANZA AL TERMINAR, ASI QUE
      *> SE REPETIRIAN LOS NUMEROS QUE ESA CORRIDA YA DEJO EN INVREG.
       060-DECIDE-CORRIDA.
           MOVE SPACES TO AUD-MENSAJE.
           EVALUATE TRUE
               WHEN WSV-CK-FECHA NOT = CTL-RUN-DATE
                       AND WSV-CK-ESTADO = 'P'
                   SET WSS-MODO-RECHAZADA TO TRUE
                   STRING 'FACTURACION DEL ' WSV-CK-FECHA
                           ' INTERRUMPIDA (ULTIMA FACTURA '
                           WSV-CK-ULTIMO-NUMERO
                           '), REANUDE ESA FECHA PRIMERO'
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ERROR TO TRUE
               WHEN WSV-CK-FECHA NOT = CTL-RUN-DATE
                   SET WSS-MODO-NUEVA TO TRUE
               WHEN WSS-REFACTURA-AUTORIZADA
                   SET WSS-MODO-NUEVA TO TRUE
      *> SI LA FECHA QUEDO INTERRUMPIDA SUS FACTURAS YA REGISTRADAS
      *> NO ESTAN EN INVCTL: LA REFACTURACION SIGUE DESPUES DE ELLAS.
                   IF WSV-CK-ESTADO = 'P'
                           AND WSV-CK-ULTIMO-NUMERO > WSV-ULTIMO-NUMERO
                       MOVE WSV-CK-ULTIMO-NUMERO TO WSV-ULTIMO-NUMERO
                   END-IF
                   STRING 'REFACTURACION ' CTL-RUN-DATE
                           ' AUTORIZADA POR ' WSV-OVR-OPERADOR
                           ': ' WSV-OVR-MOTIVO
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
               WHEN WSV-CK-LINEAS NOT = WSV-SECUENCIA
                       OR WSV-CK-HASH NOT = WSV-HASH-LINEAS
                   SET WSS-MODO-RECHAZADA TO TRUE
                   STRING 'BILLOUT CAMBIO DESDE LA FACTURACION DEL '
                           CTL-RUN-DATE ' LINEAS ' WSV-CK-LINEAS
                           '/' WSV-SECUENCIA ' USE BILLOVRD'
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ERROR TO TRUE
               WHEN WSV-CK-ESTADO = 'C'
                   SET WSS-MODO-COMPLETA TO TRUE
                   STRING 'FECHA ' CTL-RUN-DATE ' YA FACTURADA '
                           '(ULTIMA FACTURA ' WSV-CK-ULTIMO-NUMERO
                           '), NO SE REFACTURA'
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
               WHEN OTHER
                   SET WSS-MODO-REANUDA TO TRUE
                   MOVE WSV-CK-NUMERO-INICIAL TO WSV-ULTIMO-NUMERO
                   MOVE WSV-CK-ULTIMO-NUMERO TO WSV-REGISTRADA-HASTA
                   STRING 'REANUDA LA FECHA ' CTL-RUN-DATE
                           ', FACTURAS YA REGISTRADAS HASTA LA '
                           WSV-CK-ULTIMO-NUMERO
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
           END-EVALUATE.
           IF AUD-MENSAJE NOT = SPACES
               DISPLAY 'BILL-INVOICE - ' AUD-MENSAJE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           IF WSS-MODO-NUEVA
               MOVE CTL-RUN-DATE TO WSV-CK-FECHA
               MOVE WSV-ULTIMO-NUMERO TO WSV-CK-NUMERO-INICIAL
               MOVE WSV-ULTIMO-NUMERO TO WSV-CK-ULTIMO-NUMERO
               MOVE WSV-SECUENCIA TO WSV-CK-LINEAS
               MOVE WSV-HASH-LINEAS TO WSV-CK-HASH
               MOVE 'P' TO WSV-CK-ESTADO
               PERFORM 072-GRABA-CHECKPOINT
           END-IF.

      *> ABRE LAS SALIDAS DE LA FACTURACION: EL DOCUMENTO SE ARMA
      *> COMPLETO (TAMBIEN EN UNA REANUDACION); INVREG E INVDET SON
      *> ACUMULATIVOS.
       065-ABRE-SALIDAS.
           OPEN OUTPUT INV-FACTURA-FILE.
           OPEN EXTEND INV-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS = '35'
               OPEN OUTPUT INV-REGISTRO-FILE
           END-IF.
           OPEN I-O INV-DETALLE-FILE.
           IF WSV-DETALLE-STATUS = '35'
               OPEN OUTPUT INV-DETALLE-FILE
               CLOSE INV-DETALLE-FILE
               OPEN I-O INV-DETALLE-FILE
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FACTURAS DEL DIA   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-FACTURA-LINE FROM WSV-REPORTE-LINEA.
           IF WSS-SIN-BILLOUT
               MOVE 'SIN BILLOUT DEL DIA, NADA QUE FACTURAR'
                   TO WSV-REPORTE-LINEA
               WRITE INV-FACTURA-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           MOVE '1' TO WSS-ORDEN-SWITCHES.
           OPEN INPUT INV-ORDEN2-FILE.
           PERFORM 028-LEE-ORDENADA.

      *> PERSISTE EL ULTIMO CONSECUTIVO ASIGNADO PARA QUE LA CORRIDA
      *> DE MANANA CONTINUE LA NUMERACION SIN REPETIR NI DEJAR HUECO.
           WRITE INV-CONTROL-RECORD.
           CLOSE INV-CONTROL-FILE.

      *> GRABA EL CHECKPOINT DE LA FECHA: AL DECIDIR LA CORRIDA, DESPUES
      *> DE CADA FACTURA REGISTRADA Y, CON ESTADO 'C', AL TERMINAR.
       072-GRABA-CHECKPOINT.
           MOVE SPACES TO INV-CHECKPOINT-RECORD.
           MOVE WSV-CK-FECHA TO ICK-FECHA.
           MOVE WSV-CK-ESTADO TO ICK-ESTADO.
           MOVE WSV-CK-NUMERO-INICIAL TO ICK-NUMERO-INICIAL.
           MOVE WSV-CK-ULTIMO-NUMERO TO ICK-ULTIMO-NUMERO.
           MOVE WSV-CK-LINEAS TO ICK-LINEAS.
           MOVE WSV-CK-HASH TO ICK-HASH.
           OPEN OUTPUT INV-CHECKPOINT-FILE.
           WRITE INV-CHECKPOINT-RECORD.
           CLOSE INV-CHECKPOINT-FILE.

      *> UNA FECHA YA FACTURADA O RECHAZADA NO TOCA EL DOCUMENTO NI
      *> LOS REGISTROS: QUEDAN LOS DE LA CORRIDA ORIGINAL.
       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSS-MODO-NUEVA OR WSS-MODO-REANUDA
               PERFORM 092-CIERRA-SALIDAS
           END-IF.

       092-CIERRA-SALIDAS.
           MOVE SPACES TO INV-FACTURA-LINE.
           WRITE INV-FACTURA-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FACTURAS EMITIDAS: ' WSV-CONT-FACTURAS
                   '   LINEAS FACTURADAS: ' WSV-CONT-LINEAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE INV-FACTURA-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'BILL-INVOICE - ' WSV-REPORTE-LINEA (1:70).
           CLOSE INV-FACTURA-FILE.
           CLOSE INV-REGISTRO-FILE.
           CLOSE INV-DETALLE-FILE.

      *> TODA LINEA DE BILLOUT QUEDA FACTURADA: SIN TOPE DE TABLA
      *> NO HAY CONDICION DE CODIGO 8. EL 8 ES UN BILLOUT QUE NO
      *> CUADRA CON EL DE LA FECHA YA FACTURADA, O UNA FECHA NUEVA CON
      *> OTRA FECHA TODAVIA INTERRUMPIDA.
       099-FINALIZA.
           IF WSS-MODO-RECHAZADA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

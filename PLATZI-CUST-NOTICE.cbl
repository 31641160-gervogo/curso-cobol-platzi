      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Archivo de avisos al cliente de la corrida. Hasta
      *          ahora el cliente se enteraba de una escalada, un cargo
      *          por exceso de limite o una venta retenida por credito
      *          solo al llegarle la factura. Este paso corre cada
      *          noche despues de PLATZI-FEE-ASSESS y arma el archivo
      *          de salida NOTICES para la imprenta, un registro por
      *          evento del cliente en la fecha de corrida:
      *            ESCA - cuenta escalada (la misma regla de IFESCRPT:
      *                   ultima y anterior clasificacion CR o SL en
      *                   IFHIST), con balance, limite y tolerancia de
      *                   IFCLAS;
      *            CARG - cuenta con cargo cobrado en FEEBILL (maestro
      *                   FEEHIST de FEE-ASSESS), con cargo, excedente
      *                   y monto exento;
      *            LIMI - cliente con ventas retenidas por limite de
      *                   credito en la cola BILLHOLD de FACTURACION
      *                   (un aviso por cliente con el total retenido,
      *                   la mayor exposicion y el limite).
      *          El asunto y el texto del aviso salen del catalogo de
      *          mensajes MSGCAT (0401 a 0406) por PLATZI-MSG-READER.
      *          La cuenta o el cliente que esta en la lista de
      *          supresion NOTSUPR vigente no recibe aviso. Cada aviso,
      *          emitido o suprimido, queda en el registro de avisos
      *          NOTIREG por cuenta o cliente, fecha y plantilla; una
      *          recorrida del mismo dia lo reescribe sin duplicarlo.
      *          La tarjeta opcional NOTIPRM con una cuenta o cliente
      *          lista en NOTIRPT todos sus avisos registrados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-CUST-NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTF-CLASIF-FILE  ASSIGN TO "IFCLAS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CLASIF-STATUS.

           SELECT NTF-HIST-FILE    ASSIGN TO "IFHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS IHR-CUENTA
                                    FILE STATUS IS WSV-HIST-STATUS.

           SELECT NTF-CARGOS-FILE  ASSIGN TO "FEEHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FHS-LLAVE
                                    FILE STATUS IS WSV-CARGOS-STATUS.

           SELECT NTF-RETENIDA-FILE ASSIGN TO "BILLHOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS HLD-LLAVE
                                    FILE STATUS IS WSV-RETENIDA-STATUS.

           SELECT NTF-CLIENTE-FILE ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CMR-CODIGO
                                    FILE STATUS IS WSV-CLIMSTR-STATUS.

           SELECT NTF-SUPRESION-FILE ASSIGN TO "NOTSUPR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS NSR-PARTE
                                    FILE STATUS IS WSV-SUPRESION-STATUS.

           SELECT NTF-REGISTRO-FILE ASSIGN TO "NOTIREG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS NRG-LLAVE
                                    FILE STATUS IS WSV-REGISTRO-STATUS.

           SELECT NTF-PARAM-FILE   ASSIGN TO "NOTIPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT NTF-TRABAJO-FILE ASSIGN TO "NOTIWRK"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NTF-ORDENADO-FILE ASSIGN TO "NOTISRT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NTF-AVISO-FILE   ASSIGN TO "NOTICES"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NTF-REPORT-FILE  ASSIGN TO "NOTIRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE IFE-CLASIF-RECORD EN PLATZI-IF-ELSE.
       FD  NTF-CLASIF-FILE.
       01  NTF-CLASIF-RECORD.
           05 ICR-CUENTA               PIC X(08).
           05 FILLER                   PIC X(01).
           05 ICR-BALANCE              PIC 9(05).
           05 FILLER                   PIC X(01).
           05 ICR-LIMITE               PIC 9(05).
           05 FILLER                   PIC X(01).
           05 ICR-TOLERANCIA           PIC 9(05).
           05 FILLER                   PIC X(01).
           05 ICR-CODIGO               PIC X(02).
           05 FILLER                   PIC X(01).
           05 ICR-CLASIFICACION        PIC X(18).
           05 FILLER                   PIC X(01).
           05 ICR-FECHA-PROCESO        PIC 9(08).

      *> MISMO LAYOUT QUE IFE-HIST-RECORD EN PLATZI-IF-ELSE.
       FD  NTF-HIST-FILE.
       01  NTF-HIST-RECORD.
           05 IHR-CUENTA               PIC X(08).
           05 IHR-FECHA-ULT            PIC 9(08).
           05 IHR-CLASIF-ULT           PIC X(02).
           05 IHR-FECHA-ANT            PIC 9(08).
           05 IHR-CLASIF-ANT           PIC X(02).

      *> MISMO LAYOUT QUE FEE-CARGOS-RECORD EN PLATZI-FEE-ASSESS.
       FD  NTF-CARGOS-FILE.
       01  NTF-CARGOS-RECORD.
           05 FHS-LLAVE.
              10 FHS-CUENTA            PIC X(08).
              10 FHS-FECHA             PIC 9(08).
           05 FHS-EXCEDENTE            PIC 9(06).
           05 FHS-MONTO-CALCULADO      PIC 9(5)V99.
           05 FHS-MONTO-EXENTO         PIC 9(5)V99.
           05 FHS-MONTO-CARGADO        PIC 9(5)V99.
           05 FHS-MONTO-REVERSADO      PIC 9(5)V99.
           05 FHS-OFICIAL-EXENCION     PIC X(08).
           05 FHS-SEGUNDO-EXENCION     PIC X(08).
           05 FHS-MOTIVO-EXENCION      PIC X(04).
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE FAC-RETENIDA-RECORD EN PLATZI-FACTURACION.
       FD  NTF-RETENIDA-FILE.
       01  NTF-RETENIDA-RECORD.
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
              88 HLD-RECHAZADA                   VALUE 'R'.
           05 HLD-OFICIAL              PIC X(08).
           05 HLD-FECHA-RESOLUCION     PIC 9(08).
           05 HLD-MOTIVO               PIC X(30).
           05 FILLER                   PIC X(10).

      *> MISMO LAYOUT QUE CLI-MASTER-RECORD EN PLATZI-CLI-MANT; DE
      *> AQUI SALE EL NOMBRE DEL CLIENTE PARA EL AVISO.
       FD  NTF-CLIENTE-FILE.
       01  CLI-MASTER-RECORD.
           05 CMR-CODIGO               PIC X(06).
           05 CMR-NOMBRE               PIC X(20).
           05 CMR-PLAZO                PIC 9(03).
           05 CMR-LIMITE-CREDITO       PIC 9(7)V99.
           05 CMR-EXENTO               PIC X(01).
              88 CMR-ES-EXENTO                   VALUE 'S'.

      *> MISMO LAYOUT QUE NOT-SUPR-RECORD EN PLATZI-NOTSUP-MANT.
       FD  NTF-SUPRESION-FILE.
       01  NOT-SUPR-RECORD.
           05 NSR-PARTE                PIC X(08).
           05 NSR-FECHA-HASTA          PIC 9(08).
           05 NSR-MOTIVO               PIC X(30).
           05 FILLER                   PIC X(14).

      *> REGISTRO DE AVISOS: UNO POR CUENTA O CLIENTE, FECHA Y
      *> PLANTILLA, CON LOS MONTOS AVISADOS Y SI SE EMITIO ('E') O
      *> QUEDO SUPRIMIDO ('S').
       FD  NTF-REGISTRO-FILE.
       01  NTF-REGISTRO-RECORD.
           05 NRG-LLAVE.
              10 NRG-PARTE             PIC X(08).
              10 NRG-FECHA             PIC 9(08).
              10 NRG-PLANTILLA         PIC X(04).
           05 NRG-TIPO-PARTE           PIC X(01).
           05 NRG-MONTO-1              PIC 9(9)V99.
           05 NRG-MONTO-2              PIC 9(9)V99.
           05 NRG-MONTO-3              PIC 9(9)V99.
           05 NRG-ESTADO               PIC X(01).
              88 NRG-EMITIDO                    VALUE 'E'.
              88 NRG-SUPRIMIDO                  VALUE 'S'.
           05 NRG-MOTIVO-SUPRESION     PIC X(30).
           05 FILLER                   PIC X(10).

      *> TARJETA OPCIONAL: CUENTA O CLIENTE CUYOS AVISOS REGISTRADOS
      *> SE LISTAN AL FINAL DE NOTIRPT.
       FD  NTF-PARAM-FILE.
       01  NTF-PARAM-RECORD.
           05 NPR-PARTE                PIC X(08).
           05 FILLER                   PIC X(72).

       FD  NTF-TRABAJO-FILE.
       01  NTF-TRABAJO-RECORD          PIC X(80).

      *> UN EVENTO DEL DIA: CUENTA ('C') O CLIENTE ('K'), PLANTILLA Y
      *> HASTA TRES MONTOS SEGUN LA PLANTILLA.
       FD  NTF-ORDENADO-FILE.
       01  NTF-ORDENADO-RECORD.
           05 NEV-PARTE                PIC X(08).
           05 NEV-PLANTILLA            PIC X(04).
           05 NEV-TIPO-PARTE           PIC X(01).
           05 NEV-MONTO-1              PIC 9(9)V99.
           05 NEV-MONTO-2              PIC 9(9)V99.
           05 NEV-MONTO-3              PIC 9(9)V99.
           05 FILLER                   PIC X(34).

      *> AVISO PARA LA IMPRENTA. MONTOS POR PLANTILLA:
      *>   ESCA: BALANCE, LIMITE, TOLERANCIA
      *>   CARG: CARGO COBRADO, EXCEDENTE, MONTO EXENTO
      *>   LIMI: TOTAL RETENIDO, EXPOSICION, LIMITE DE CREDITO
       FD  NTF-AVISO-FILE.
       01  NTF-AVISO-RECORD.
           05 NTC-PLANTILLA            PIC X(04).
           05 NTC-TIPO-PARTE           PIC X(01).
           05 NTC-PARTE                PIC X(08).
           05 NTC-NOMBRE               PIC X(20).
           05 NTC-FECHA                PIC 9(08).
           05 NTC-MONTO-1              PIC 9(9)V99.
           05 NTC-MONTO-2              PIC 9(9)V99.
           05 NTC-MONTO-3              PIC 9(9)V99.
           05 NTC-MSG-ASUNTO           PIC 9(04).
           05 NTC-ASUNTO               PIC X(60).
           05 NTC-MSG-TEXTO            PIC 9(04).
           05 NTC-TEXTO                PIC X(60).
           05 FILLER                   PIC X(18).

       FD  NTF-REPORT-FILE.
       01  NTF-REPORT-LINE             PIC X(80).

      *> MISMO ORDEN DE BYTES QUE NTF-ORDENADO-RECORD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-PARTE                PIC X(08).
           05 SWR-PLANTILLA            PIC X(04).
           05 FILLER                   PIC X(68).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-CLASIF-SWITCHES        PIC X     VALUE '1'.
           88 WSS-CLASIF-FIN                    VALUE '0'.

       77 WSS-CARGOS-SWITCHES        PIC X     VALUE '1'.
           88 WSS-CARGOS-FIN                    VALUE '0'.

       77 WSS-RETENIDA-SWITCHES      PIC X     VALUE '1'.
           88 WSS-RETENIDA-FIN                  VALUE '0'.

       77 WSS-ORDENADO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-ORDENADO-FIN                  VALUE '0'.

       77 WSS-REGISTRO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-REGISTRO-FIN                  VALUE '0'.

       77 WSS-CLIMSTR-SWITCHES       PIC X     VALUE 'N'.
           88 WSS-CLIMSTR-DISPONIBLE            VALUE 'S'.

       77 WSS-SUPRESION-SWITCHES     PIC X     VALUE 'N'.
           88 WSS-SUPRESION-DISPONIBLE          VALUE 'S'.

       77 WSS-SUPRIMIDO-SWITCHES     PIC X     VALUE 'N'.
           88 WSS-ES-SUPRIMIDO                  VALUE 'S'.

       77 WSV-CLASIF-STATUS          PIC XX    VALUE SPACES.
       77 WSV-HIST-STATUS            PIC XX    VALUE SPACES.
       77 WSV-CARGOS-STATUS          PIC XX    VALUE SPACES.
       77 WSV-RETENIDA-STATUS        PIC XX    VALUE SPACES.
       77 WSV-CLIMSTR-STATUS         PIC XX    VALUE SPACES.
       77 WSV-SUPRESION-STATUS       PIC XX    VALUE SPACES.
       77 WSV-REGISTRO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

      *> NUMEROS DE MENSAJE DE MSGCAT (ASUNTO Y TEXTO) POR PLANTILLA
       77 WSC-MSG-ESCA-ASUNTO        PIC 9(04) VALUE 0401.
       77 WSC-MSG-ESCA-TEXTO         PIC 9(04) VALUE 0402.
       77 WSC-MSG-CARG-ASUNTO        PIC 9(04) VALUE 0403.
       77 WSC-MSG-CARG-TEXTO         PIC 9(04) VALUE 0404.
       77 WSC-MSG-LIMI-ASUNTO        PIC 9(04) VALUE 0405.
       77 WSC-MSG-LIMI-TEXTO         PIC 9(04) VALUE 0406.

      *> EVENTO EN CURSO: SE ACUMULAN LOS REGISTROS ORDENADOS DE LA
      *> MISMA CUENTA O CLIENTE Y PLANTILLA (VARIAS VENTAS RETENIDAS
      *> DEL MISMO CLIENTE DAN UN SOLO AVISO).
       01 WSV-EVENTO.
          05 WSV-EV-PARTE            PIC X(08) VALUE SPACES.
          05 WSV-EV-PLANTILLA        PIC X(04) VALUE SPACES.
          05 WSV-EV-TIPO-PARTE       PIC X(01) VALUE SPACES.
          05 WSV-EV-MONTO-1          PIC 9(9)V99 VALUE ZEROS.
          05 WSV-EV-MONTO-2          PIC 9(9)V99 VALUE ZEROS.
          05 WSV-EV-MONTO-3          PIC 9(9)V99 VALUE ZEROS.

       77 WSV-NOMBRE                 PIC X(20) VALUE SPACES.
       77 WSV-MOTIVO-SUPRESION       PIC X(30) VALUE SPACES.
       77 WSV-PARTE-CONSULTA         PIC X(08) VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ESCALADAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CARGOS         PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RETENIDAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-EVENTOS        PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-EMITIDOS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-SUPRIMIDOS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REPETIDOS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-SIN-MENSAJE    PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CONSULTA       PIC 9(05) VALUE ZEROS.

       *> CAMPOS EDITADOS DEL REPORTE
       77 WSV-ED-MONTO-1             PIC ZZZ,ZZZ,ZZ9.99.
       77 WSV-ED-MONTO-2             PIC ZZZ,ZZZ,ZZ9.99.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='CUSTNOTC'==.

      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-ESCALADAS.
           PERFORM 030-CARGOS.
           PERFORM 040-RETENIDAS.
           PERFORM 050-EMITE-AVISOS.
           PERFORM 070-CONSULTA-REGISTRO.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

      *> LOS MAESTROS DE CONSULTA SON OPCIONALES; EL REGISTRO DE
      *> AVISOS SE CREA VACIO EN LA PRIMERA CORRIDA.
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT NTF-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'AVISOS AL CLIENTE   FECHA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO NTF-REPORT-LINE.
           WRITE NTF-REPORT-LINE.
           MOVE 'PLAN CUENTA   NOMBRE               MONTO 1'
               TO WSV-REPORTE-LINEA.
           MOVE 'MONTO 2  ESTADO' TO WSV-REPORTE-LINEA (50:15).
           WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT NTF-CLIENTE-FILE.
           IF WSV-CLIMSTR-STATUS = '00'
               SET WSS-CLIMSTR-DISPONIBLE TO TRUE
           END-IF.
           OPEN INPUT NTF-SUPRESION-FILE.
           IF WSV-SUPRESION-STATUS = '00'
               SET WSS-SUPRESION-DISPONIBLE TO TRUE
           END-IF.
           OPEN I-O NTF-REGISTRO-FILE.
           IF WSV-REGISTRO-STATUS = '35'
               OPEN OUTPUT NTF-REGISTRO-FILE
               CLOSE NTF-REGISTRO-FILE
               OPEN I-O NTF-REGISTRO-FILE
           END-IF.
           OPEN OUTPUT NTF-AVISO-FILE.
           OPEN OUTPUT NTF-TRABAJO-FILE.

      *> ESCALADAS DEL DIA: CADA CUENTA CLASIFICADA HOY EN IFCLAS CUYA
      *> HISTORIA IFHIST TRAE CR O SL EN LAS DOS ULTIMAS CORRIDAS.
       020-ESCALADAS.
           OPEN INPUT NTF-CLASIF-FILE.
           OPEN INPUT NTF-HIST-FILE.
           IF WSV-CLASIF-STATUS = '00' AND WSV-HIST-STATUS = '00'
               PERFORM 022-LEE-CLASIFICACION UNTIL WSS-CLASIF-FIN
           END-IF.
           IF WSV-CLASIF-STATUS = '00' OR WSV-CLASIF-STATUS = '10'
               CLOSE NTF-CLASIF-FILE
           END-IF.
           IF WSV-HIST-STATUS = '00' OR WSV-HIST-STATUS = '23'
               CLOSE NTF-HIST-FILE
           END-IF.

       022-LEE-CLASIFICACION.
           READ NTF-CLASIF-FILE
               AT END SET WSS-CLASIF-FIN TO TRUE
           END-READ.
           IF NOT WSS-CLASIF-FIN
               IF ICR-FECHA-PROCESO = CTL-RUN-DATE
                   MOVE ICR-CUENTA TO IHR-CUENTA
                   READ NTF-HIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 024-EVALUA-ESCALADA
                   END-READ
               END-IF
           END-IF.

       024-EVALUA-ESCALADA.
           IF IHR-FECHA-ULT = CTL-RUN-DATE
                   AND (IHR-CLASIF-ULT = 'CR'
                       OR IHR-CLASIF-ULT = 'SL')
                   AND (IHR-CLASIF-ANT = 'CR'
                       OR IHR-CLASIF-ANT = 'SL')
               ADD 1 TO WSV-CONT-ESCALADAS
               MOVE SPACES TO NTF-ORDENADO-RECORD
               MOVE ICR-CUENTA TO NEV-PARTE
               MOVE 'ESCA' TO NEV-PLANTILLA
               MOVE 'C' TO NEV-TIPO-PARTE
               MOVE ICR-BALANCE TO NEV-MONTO-1
               MOVE ICR-LIMITE TO NEV-MONTO-2
               MOVE ICR-TOLERANCIA TO NEV-MONTO-3
               WRITE NTF-TRABAJO-RECORD FROM NTF-ORDENADO-RECORD
           END-IF.

      *> CARGOS DEL DIA QUE SI SE COBRARON (NETO DE EXENCION MAYOR A
      *> CERO), LOS MISMOS QUE FEE-ASSESS GRABO EN FEEBILL.
       030-CARGOS.
           OPEN INPUT NTF-CARGOS-FILE.
           IF WSV-CARGOS-STATUS = '00'
               PERFORM 032-LEE-CARGO UNTIL WSS-CARGOS-FIN
               CLOSE NTF-CARGOS-FILE
           END-IF.

       032-LEE-CARGO.
           READ NTF-CARGOS-FILE NEXT RECORD
               AT END SET WSS-CARGOS-FIN TO TRUE
           END-READ.
           IF NOT WSS-CARGOS-FIN
               IF FHS-FECHA = CTL-RUN-DATE
                       AND FHS-MONTO-CARGADO > ZEROS
                   ADD 1 TO WSV-CONT-CARGOS
                   MOVE SPACES TO NTF-ORDENADO-RECORD
                   MOVE FHS-CUENTA TO NEV-PARTE
                   MOVE 'CARG' TO NEV-PLANTILLA
                   MOVE 'C' TO NEV-TIPO-PARTE
                   MOVE FHS-MONTO-CARGADO TO NEV-MONTO-1
                   MOVE FHS-EXCEDENTE TO NEV-MONTO-2
                   MOVE FHS-MONTO-EXENTO TO NEV-MONTO-3
                   WRITE NTF-TRABAJO-RECORD FROM NTF-ORDENADO-RECORD
               END-IF
           END-IF.

      *> VENTAS RETENIDAS POR LIMITE DE CREDITO EN LA CORRIDA DE HOY
      *> (LA COLA ES ACUMULATIVA; SOLO CUENTA LO RETENIDO EN LA FECHA
      *> DE PROCESO, SEA CUAL SEA SU ESTADO ACTUAL).
       040-RETENIDAS.
           OPEN INPUT NTF-RETENIDA-FILE.
           IF WSV-RETENIDA-STATUS = '00'
               PERFORM 042-LEE-RETENIDA UNTIL WSS-RETENIDA-FIN
               CLOSE NTF-RETENIDA-FILE
           END-IF.
           CLOSE NTF-TRABAJO-FILE.

       042-LEE-RETENIDA.
           READ NTF-RETENIDA-FILE NEXT RECORD
               AT END SET WSS-RETENIDA-FIN TO TRUE
           END-READ.
           IF NOT WSS-RETENIDA-FIN
               IF HLD-FECHA-PROCESO = CTL-RUN-DATE
                       AND HLD-ACCION NOT = 'D'
                   ADD 1 TO WSV-CONT-RETENIDAS
                   MOVE SPACES TO NTF-ORDENADO-RECORD
                   MOVE HLD-CLIENTE TO NEV-PARTE
                   MOVE 'LIMI' TO NEV-PLANTILLA
                   MOVE 'K' TO NEV-TIPO-PARTE
                   MOVE HLD-EXTENSION TO NEV-MONTO-1
                   MOVE HLD-EXPOSICION TO NEV-MONTO-2
                   MOVE HLD-LIMITE TO NEV-MONTO-3
                   WRITE NTF-TRABAJO-RECORD FROM NTF-ORDENADO-RECORD
               END-IF
           END-IF.

      *> ORDENA LOS EVENTOS POR CUENTA O CLIENTE Y PLANTILLA Y EMITE
      *> UN AVISO POR CADA CAMBIO DE LLAVE.
       050-EMITE-AVISOS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-PARTE
               ON ASCENDING KEY SWR-PLANTILLA
               USING NTF-TRABAJO-FILE
               GIVING NTF-ORDENADO-FILE.
           OPEN INPUT NTF-ORDENADO-FILE.
           PERFORM 058-LEE-ORDENADO.
           PERFORM 052-ACUMULA-EVENTO UNTIL WSS-ORDENADO-FIN.
           IF WSV-EV-PARTE NOT = SPACES
               PERFORM 060-EMITE-AVISO
           END-IF.
           CLOSE NTF-ORDENADO-FILE.
           IF WSV-CONT-EVENTOS = ZEROS
               MOVE '  SIN EVENTOS QUE AVISAR EN LA FECHA'
                   TO WSV-REPORTE-LINEA
               WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

      *> EL TOTAL RETENIDO SE SUMA; LA EXPOSICION QUE SE AVISA ES LA
      *> MAYOR DEL DIA (LA DE LA ULTIMA VENTA RETENIDA).
       052-ACUMULA-EVENTO.
           IF NEV-PARTE NOT = WSV-EV-PARTE
                   OR NEV-PLANTILLA NOT = WSV-EV-PLANTILLA
               IF WSV-EV-PARTE NOT = SPACES
                   PERFORM 060-EMITE-AVISO
               END-IF
               MOVE NEV-PARTE TO WSV-EV-PARTE
               MOVE NEV-PLANTILLA TO WSV-EV-PLANTILLA
               MOVE NEV-TIPO-PARTE TO WSV-EV-TIPO-PARTE
               MOVE NEV-MONTO-1 TO WSV-EV-MONTO-1
               MOVE NEV-MONTO-2 TO WSV-EV-MONTO-2
               MOVE NEV-MONTO-3 TO WSV-EV-MONTO-3
           ELSE
               ADD NEV-MONTO-1 TO WSV-EV-MONTO-1
               IF NEV-MONTO-2 > WSV-EV-MONTO-2
                   MOVE NEV-MONTO-2 TO WSV-EV-MONTO-2
               END-IF
           END-IF.
           PERFORM 058-LEE-ORDENADO.

       058-LEE-ORDENADO.
           READ NTF-ORDENADO-FILE
               AT END SET WSS-ORDENADO-FIN TO TRUE
           END-READ.

      *> UN AVISO: REVISA LA SUPRESION, ARMA EL REGISTRO DE NOTICES
      *> CON LOS TEXTOS DEL CATALOGO Y LO ANOTA EN NOTIREG.
       060-EMITE-AVISO.
           ADD 1 TO WSV-CONT-EVENTOS.
           PERFORM 062-REVISA-SUPRESION.
           PERFORM 064-BUSCA-NOMBRE.
           IF WSS-ES-SUPRIMIDO
               ADD 1 TO WSV-CONT-SUPRIMIDOS
           ELSE
               ADD 1 TO WSV-CONT-EMITIDOS
               MOVE SPACES TO NTF-AVISO-RECORD
               MOVE WSV-EV-PLANTILLA TO NTC-PLANTILLA
               MOVE WSV-EV-TIPO-PARTE TO NTC-TIPO-PARTE
               MOVE WSV-EV-PARTE TO NTC-PARTE
               MOVE WSV-NOMBRE TO NTC-NOMBRE
               MOVE CTL-RUN-DATE TO NTC-FECHA
               MOVE WSV-EV-MONTO-1 TO NTC-MONTO-1
               MOVE WSV-EV-MONTO-2 TO NTC-MONTO-2
               MOVE WSV-EV-MONTO-3 TO NTC-MONTO-3
               EVALUATE WSV-EV-PLANTILLA
                   WHEN 'ESCA'
                       MOVE WSC-MSG-ESCA-ASUNTO TO NTC-MSG-ASUNTO
                       MOVE WSC-MSG-ESCA-TEXTO TO NTC-MSG-TEXTO
                   WHEN 'CARG'
                       MOVE WSC-MSG-CARG-ASUNTO TO NTC-MSG-ASUNTO
                       MOVE WSC-MSG-CARG-TEXTO TO NTC-MSG-TEXTO
                   WHEN OTHER
                       MOVE WSC-MSG-LIMI-ASUNTO TO NTC-MSG-ASUNTO
                       MOVE WSC-MSG-LIMI-TEXTO TO NTC-MSG-TEXTO
               END-EVALUATE
               MOVE NTC-MSG-ASUNTO TO MSG-NUMERO
               CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD
               IF MSG-NO-CATALOGADO
                   ADD 1 TO WSV-CONT-SIN-MENSAJE
               END-IF
               MOVE MSG-TEXTO TO NTC-ASUNTO
               MOVE NTC-MSG-TEXTO TO MSG-NUMERO
               CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD
               IF MSG-NO-CATALOGADO
                   ADD 1 TO WSV-CONT-SIN-MENSAJE
               END-IF
               MOVE MSG-TEXTO TO NTC-TEXTO
               WRITE NTF-AVISO-RECORD
           END-IF.
           PERFORM 066-ANOTA-REGISTRO.
           MOVE WSV-EV-MONTO-1 TO WSV-ED-MONTO-1.
           MOVE WSV-EV-MONTO-2 TO WSV-ED-MONTO-2.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-EV-PLANTILLA ' ' WSV-EV-PARTE ' ' WSV-NOMBRE
                   WSV-ED-MONTO-1 WSV-ED-MONTO-2 '  '
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           IF WSS-ES-SUPRIMIDO
               MOVE 'SUPRIMIDO' TO WSV-REPORTE-LINEA (65:9)
           ELSE
               MOVE 'EMITIDO' TO WSV-REPORTE-LINEA (65:7)
           END-IF.
           WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA.

      *> SUPRESION VIGENTE: SIN FECHA HASTA O CON FECHA HASTA NO
      *> ANTERIOR A LA CORRIDA.
       062-REVISA-SUPRESION.
           MOVE 'N' TO WSS-SUPRIMIDO-SWITCHES.
           MOVE SPACES TO WSV-MOTIVO-SUPRESION.
           IF WSS-SUPRESION-DISPONIBLE
               MOVE WSV-EV-PARTE TO NSR-PARTE
               READ NTF-SUPRESION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NSR-FECHA-HASTA = ZEROS
                               OR NSR-FECHA-HASTA NOT < CTL-RUN-DATE
                           SET WSS-ES-SUPRIMIDO TO TRUE
                           MOVE NSR-MOTIVO TO WSV-MOTIVO-SUPRESION
                       END-IF
               END-READ
           END-IF.

      *> EL NOMBRE SOLO SE CONOCE PARA LOS CLIENTES DE CLIMSTR.
       064-BUSCA-NOMBRE.
           MOVE SPACES TO WSV-NOMBRE.
           IF WSS-CLIMSTR-DISPONIBLE AND WSV-EV-TIPO-PARTE = 'K'
               MOVE WSV-EV-PARTE (1:6) TO CMR-CODIGO
               READ NTF-CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMR-NOMBRE TO WSV-NOMBRE
               END-READ
           END-IF.

      *> UNA RECORRIDA DEL MISMO DIA REESCRIBE EL REGISTRO DEL AVISO.
       066-ANOTA-REGISTRO.
           MOVE WSV-EV-PARTE TO NRG-PARTE.
           MOVE CTL-RUN-DATE TO NRG-FECHA.
           MOVE WSV-EV-PLANTILLA TO NRG-PLANTILLA.
           READ NTF-REGISTRO-FILE
               INVALID KEY
                   PERFORM 068-ARMA-REGISTRO
                   WRITE NTF-REGISTRO-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WSV-CONT-REPETIDOS
                   PERFORM 068-ARMA-REGISTRO
                   REWRITE NTF-REGISTRO-RECORD
                   END-REWRITE
           END-READ.

       068-ARMA-REGISTRO.
           MOVE SPACES TO NTF-REGISTRO-RECORD.
           MOVE WSV-EV-PARTE TO NRG-PARTE.
           MOVE CTL-RUN-DATE TO NRG-FECHA.
           MOVE WSV-EV-PLANTILLA TO NRG-PLANTILLA.
           MOVE WSV-EV-TIPO-PARTE TO NRG-TIPO-PARTE.
           MOVE WSV-EV-MONTO-1 TO NRG-MONTO-1.
           MOVE WSV-EV-MONTO-2 TO NRG-MONTO-2.
           MOVE WSV-EV-MONTO-3 TO NRG-MONTO-3.
           IF WSS-ES-SUPRIMIDO
               SET NRG-SUPRIMIDO TO TRUE
               MOVE WSV-MOTIVO-SUPRESION TO NRG-MOTIVO-SUPRESION
           ELSE
               SET NRG-EMITIDO TO TRUE
           END-IF.

      *> CONSULTA OPCIONAL: TODOS LOS AVISOS REGISTRADOS DE LA CUENTA
      *> O CLIENTE DE LA TARJETA NOTIPRM, DEL MAS ANTIGUO AL ULTIMO.
       070-CONSULTA-REGISTRO.
           OPEN INPUT NTF-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ NTF-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00' AND NPR-PARTE NOT = SPACES
                   MOVE NPR-PARTE TO WSV-PARTE-CONSULTA
               END-IF
               CLOSE NTF-PARAM-FILE
           END-IF.
           IF WSV-PARTE-CONSULTA NOT = SPACES
               MOVE SPACES TO NTF-REPORT-LINE
               WRITE NTF-REPORT-LINE
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'AVISOS REGISTRADOS DE ' WSV-PARTE-CONSULTA
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA
               MOVE WSV-PARTE-CONSULTA TO NRG-PARTE
               MOVE ZEROS TO NRG-FECHA
               MOVE SPACES TO NRG-PLANTILLA
               START NTF-REGISTRO-FILE KEY IS NOT LESS THAN NRG-LLAVE
                   INVALID KEY SET WSS-REGISTRO-FIN TO TRUE
               END-START
               PERFORM 072-LEE-REGISTRO UNTIL WSS-REGISTRO-FIN
               IF WSV-CONT-CONSULTA = ZEROS
                   MOVE '  SIN AVISOS REGISTRADOS' TO WSV-REPORTE-LINEA
                   WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA
               END-IF
           END-IF.

       072-LEE-REGISTRO.
           READ NTF-REGISTRO-FILE NEXT RECORD
               AT END SET WSS-REGISTRO-FIN TO TRUE
           END-READ.
           IF NOT WSS-REGISTRO-FIN
               IF NRG-PARTE NOT = WSV-PARTE-CONSULTA
                   SET WSS-REGISTRO-FIN TO TRUE
               ELSE
                   ADD 1 TO WSV-CONT-CONSULTA
                   MOVE NRG-MONTO-1 TO WSV-ED-MONTO-1
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING '  ' NRG-FECHA ' ' NRG-PLANTILLA ' '
                           WSV-ED-MONTO-1 ' ' NRG-ESTADO ' '
                           NRG-MOTIVO-SUPRESION
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA
               END-IF
           END-IF.

       090-TERMINA.
           CLOSE NTF-AVISO-FILE.
           CLOSE NTF-REGISTRO-FILE.
           IF WSS-CLIMSTR-DISPONIBLE
               CLOSE NTF-CLIENTE-FILE
           END-IF.
           IF WSS-SUPRESION-DISPONIBLE
               CLOSE NTF-SUPRESION-FILE
           END-IF.
           MOVE SPACES TO NTF-REPORT-LINE.
           WRITE NTF-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ESCALADAS: ' WSV-CONT-ESCALADAS
                   ' CARGOS: ' WSV-CONT-CARGOS
                   ' VENTAS RETENIDAS: ' WSV-CONT-RETENIDAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'AVISOS: ' WSV-CONT-EVENTOS
                   ' EMITIDOS: ' WSV-CONT-EMITIDOS
                   ' SUPRIMIDOS: ' WSV-CONT-SUPRIMIDOS
                   ' YA REGISTRADOS HOY: ' WSV-CONT-REPETIDOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-CONT-SIN-MENSAJE > ZEROS
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'TEXTOS NO CATALOGADOS EN MSGCAT: '
                       WSV-CONT-SIN-MENSAJE
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE NTF-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           CLOSE NTF-REPORT-FILE.
           DISPLAY 'CUST-NOTICE - AVISOS: ' WSV-CONT-EVENTOS
               ' EMITIDOS: ' WSV-CONT-EMITIDOS
               ' SUPRIMIDOS: ' WSV-CONT-SUPRIMIDOS.
           IF WSV-CONT-SIN-MENSAJE > ZEROS
               MOVE SPACES TO AUD-MENSAJE
               STRING 'AVISOS CON TEXTO NO CATALOGADO EN MSGCAT: '
                       WSV-CONT-SIN-MENSAJE
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> FIJA EL RETURN-CODE: 4 SI ALGUN AVISO SALIO CON UN TEXTO QUE
      *> NO ESTA CATALOGADO EN MSGCAT.
       099-FINALIZA.
           IF WSV-CONT-SIN-MENSAJE > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-CUST-NOTICE.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Registro mensual de exenciones y reversos de cargos
      *          por exceso de limite, por oficial de credito y motivo.
      *          Las exenciones salen del maestro FEEHIST que deja
      *          PLATZI-FEE-ASSESS (cada cargo del mes con monto exento,
      *          con el oficial y el motivo de la exencion aplicada);
      *          los reversos salen del maestro FEEWAIV (reversos
      *          aplicados en el mes). Igual que PLATZI-TAX-REGISTER, el
      *          paso corre cada noche despues de FEE-ASSESS pero solo
      *          trabaja el ULTIMO DIA HABIL del mes; la tarjeta
      *          opcional FEEWPRM (AAAAMM) fuerza el registro de un mes
      *          dado. Los movimientos se ordenan por oficial, motivo,
      *          tipo y cuenta en FEEWSRT y el reporte FEEWRPT los
      *          lista con subtotales por oficial y motivo, por oficial
      *          y el total del mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-FEE-WAIVREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FWR-CARGOS-FILE  ASSIGN TO "FEEHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FHS-LLAVE
                                    FILE STATUS IS WSV-CARGOS-STATUS.

           SELECT FWR-EXENCION-FILE ASSIGN TO "FEEWAIV"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FWV-LLAVE
                                    FILE STATUS IS WSV-EXENCION-STATUS.

           SELECT FWR-PARAM-FILE   ASSIGN TO "FEEWPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT FWR-TRABAJO-FILE ASSIGN TO "FEEWWRK"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FWR-ORDENADO-FILE ASSIGN TO "FEEWSRT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FWR-REPORT-FILE  ASSIGN TO "FEEWRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE FEE-CARGOS-RECORD EN PLATZI-FEE-ASSESS.
       FD  FWR-CARGOS-FILE.
       01  FWR-CARGOS-RECORD.
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

      *> MISMO LAYOUT QUE FEE-EXENCION-RECORD EN PLATZI-FEE-ASSESS.
       FD  FWR-EXENCION-FILE.
       01  FWR-EXENCION-RECORD.
           05 FWV-LLAVE.
              10 FWV-CUENTA            PIC X(08).
              10 FWV-TIPO              PIC X(01).
              10 FWV-FECHA             PIC 9(08).
           05 FWV-MONTO                PIC 9(5)V99.
           05 FWV-OFICIAL              PIC X(08).
           05 FWV-SEGUNDO              PIC X(08).
           05 FWV-MOTIVO               PIC X(04).
           05 FWV-DESCRIPCION          PIC X(20).
           05 FWV-ESTADO               PIC X(01).
              88 FWV-PENDIENTE                  VALUE 'P'.
              88 FWV-APROBADA                   VALUE 'A'.
              88 FWV-APLICADA                   VALUE 'U'.
              88 FWV-RECHAZADA                  VALUE 'X'.
           05 FWV-FECHA-ALTA           PIC 9(08).
           05 FWV-FECHA-APLICADA       PIC 9(08).
           05 FWV-MONTO-APLICADO       PIC 9(5)V99.
           05 FILLER                   PIC X(10).

      *> TARJETA OPCIONAL: MES A REGISTRAR (AAAAMM). SIN ELLA EL PASO
      *> SOLO TRABAJA EL ULTIMO DIA HABIL DEL MES DE CORRIDA.
       FD  FWR-PARAM-FILE.
       01  FWR-PARAM-RECORD.
           05 FWP-MES                  PIC 9(06).
           05 FILLER                   PIC X(74).

       FD  FWR-TRABAJO-FILE.
       01  FWR-TRABAJO-RECORD          PIC X(80).

      *> UN MOVIMIENTO DEL MES: TIPO 'E' EXENCION APLICADA A UN CARGO,
      *> 'R' REVERSO DE UN CARGO. FECHA ES LA DEL CARGO.
       FD  FWR-ORDENADO-FILE.
       01  FWR-ORDENADO-RECORD.
           05 FWM-OFICIAL              PIC X(08).
           05 FWM-MOTIVO               PIC X(04).
           05 FWM-TIPO                 PIC X(01).
           05 FWM-CUENTA               PIC X(08).
           05 FWM-FECHA                PIC 9(08).
           05 FWM-MONTO                PIC 9(5)V99.
           05 FWM-SEGUNDO              PIC X(08).
           05 FILLER                   PIC X(36).

       FD  FWR-REPORT-FILE.
       01  FWR-REPORT-LINE             PIC X(80).

      *> MISMO ORDEN DE BYTES QUE FWR-ORDENADO-RECORD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-OFICIAL              PIC X(08).
           05 SWR-MOTIVO               PIC X(04).
           05 SWR-TIPO                 PIC X(01).
           05 SWR-CUENTA               PIC X(08).
           05 SWR-FECHA                PIC 9(08).
           05 FILLER                   PIC X(51).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-CARGOS-SWITCHES        PIC X     VALUE '1'.
           88 WSS-CARGOS-FIN                    VALUE '0'.

       77 WSS-EXENCION-SWITCHES      PIC X     VALUE '1'.
           88 WSS-EXENCION-FIN                  VALUE '0'.

       77 WSS-ORDENADO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-ORDENADO-FIN                  VALUE '0'.

      *> HAY MES QUE REGISTRAR: ULTIMO DIA HABIL O MES FORZADO POR
      *> FEEWPRM; SIN ESO EL PASO NO TRABAJA (Y TERMINA LIMPIO).
       77 WSS-REGISTRO-SWITCHES      PIC X     VALUE '0'.
           88 WSS-HAY-REGISTRO                  VALUE '1'.

       77 WSS-PRIMERO-SWITCHES       PIC X     VALUE 'S'.
           88 WSS-ES-PRIMERO                    VALUE 'S'.

       77 WSV-CARGOS-STATUS          PIC XX    VALUE SPACES.
       77 WSV-EXENCION-STATUS        PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

       *> MES A REGISTRAR (AAAAMM) Y EL MES DE CADA MOVIMIENTO LEIDO
       77 WSV-MES-REGISTRO           PIC 9(06) VALUE ZEROS.
       77 WSV-MES-LEIDO              PIC 9(06) VALUE ZEROS.
       77 WSV-MES-SIGUIENTE          PIC 9(06) VALUE ZEROS.

       *> CORTE DE CONTROL: OFICIAL Y MOTIVO EN CURSO
       77 WSV-OFICIAL-ACTUAL         PIC X(08) VALUE SPACES.
       77 WSV-MOTIVO-ACTUAL          PIC X(04) VALUE SPACES.

      *> ACUMULADORES POR OFICIAL Y MOTIVO, POR OFICIAL Y DEL MES
       01 WSV-TOTAL-MOTIVO.
          05 WSV-MOT-CONT-EXENTO     PIC 9(05) VALUE ZEROS.
          05 WSV-MOT-MONTO-EXENTO    PIC 9(09)V99 VALUE ZEROS.
          05 WSV-MOT-CONT-REVERSO    PIC 9(05) VALUE ZEROS.
          05 WSV-MOT-MONTO-REVERSO   PIC 9(09)V99 VALUE ZEROS.

       01 WSV-TOTAL-OFICIAL.
          05 WSV-OFI-CONT-EXENTO     PIC 9(05) VALUE ZEROS.
          05 WSV-OFI-MONTO-EXENTO    PIC 9(09)V99 VALUE ZEROS.
          05 WSV-OFI-CONT-REVERSO    PIC 9(05) VALUE ZEROS.
          05 WSV-OFI-MONTO-REVERSO   PIC 9(09)V99 VALUE ZEROS.

       01 WSV-TOTAL-MES.
          05 WSV-MES-CONT-EXENTO     PIC 9(05) VALUE ZEROS.
          05 WSV-MES-MONTO-EXENTO    PIC 9(09)V99 VALUE ZEROS.
          05 WSV-MES-CONT-REVERSO    PIC 9(05) VALUE ZEROS.
          05 WSV-MES-MONTO-REVERSO   PIC 9(09)V99 VALUE ZEROS.

       *> CAMPOS EDITADOS DEL REPORTE
       77 WSV-ED-MONTO               PIC ZZ,ZZ9.99.
       77 WSV-ED-EXENTO              PIC ZZZ,ZZZ,ZZ9.99.
       77 WSV-ED-REVERSO             PIC ZZZ,ZZZ,ZZ9.99.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='FEEWREG'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-HAY-REGISTRO
               PERFORM 020-EXTRAE-MES
               PERFORM 040-ORDENA-MOVIMIENTOS
               PERFORM 050-ESCRIBE-REGISTRO
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

      *> EL MES LO FIJA LA TARJETA FEEWPRM SI VIENE; SI NO, EL REGISTRO
      *> SOLO SE EMITE CUANDO EL SIGUIENTE DIA HABIL SEGUN BIZCAL CAE
      *> EN OTRO MES (MISMA DECISION QUE PLATZI-TAX-REGISTER).
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN INPUT FWR-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ FWR-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                   IF FWP-MES NUMERIC AND FWP-MES > ZEROS
                       MOVE FWP-MES TO WSV-MES-REGISTRO
                       SET WSS-HAY-REGISTRO TO TRUE
                   END-IF
               END-IF
               CLOSE FWR-PARAM-FILE
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
               DISPLAY 'FEE-WAIVREG - ' CTL-RUN-DATE ' NO ES EL '
                   'ULTIMO DIA HABIL DEL MES, SIN REGISTRO'
           ELSE
               DISPLAY 'FEE-WAIVREG - REGISTRO DEL MES '
                   WSV-MES-REGISTRO
           END-IF.

      *> ARMA EN FEEWWRK LOS MOVIMIENTOS DEL MES DE AMBOS MAESTROS.
       020-EXTRAE-MES.
           OPEN OUTPUT FWR-TRABAJO-FILE.
           OPEN INPUT FWR-CARGOS-FILE.
           IF WSV-CARGOS-STATUS NOT = '00'
               MOVE SPACES TO AUD-MENSAJE
               STRING 'SIN MAESTRO FEEHIST PARA EL REGISTRO DEL MES '
                       WSV-MES-REGISTRO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           ELSE
               PERFORM 022-LEE-CARGO UNTIL WSS-CARGOS-FIN
               CLOSE FWR-CARGOS-FILE
           END-IF.
           OPEN INPUT FWR-EXENCION-FILE.
           IF WSV-EXENCION-STATUS = '00'
               PERFORM 026-LEE-EXENCION UNTIL WSS-EXENCION-FIN
               CLOSE FWR-EXENCION-FILE
           END-IF.
           CLOSE FWR-TRABAJO-FILE.

      *> CARGO DEL MES CON MONTO EXENTO: UNA EXENCION APLICADA, A
      *> NOMBRE DEL OFICIAL QUE LA DIO DE ALTA.
       022-LEE-CARGO.
           READ FWR-CARGOS-FILE NEXT RECORD
               AT END SET WSS-CARGOS-FIN TO TRUE
           END-READ.
           IF NOT WSS-CARGOS-FIN
               COMPUTE WSV-MES-LEIDO = FHS-FECHA / 100
               IF WSV-MES-LEIDO = WSV-MES-REGISTRO
                       AND FHS-MONTO-EXENTO > ZEROS
                   MOVE SPACES TO FWR-ORDENADO-RECORD
                   MOVE FHS-OFICIAL-EXENCION TO FWM-OFICIAL
                   MOVE FHS-MOTIVO-EXENCION TO FWM-MOTIVO
                   MOVE 'E' TO FWM-TIPO
                   MOVE FHS-CUENTA TO FWM-CUENTA
                   MOVE FHS-FECHA TO FWM-FECHA
                   MOVE FHS-MONTO-EXENTO TO FWM-MONTO
                   MOVE FHS-SEGUNDO-EXENCION TO FWM-SEGUNDO
                   WRITE FWR-TRABAJO-RECORD FROM FWR-ORDENADO-RECORD
               END-IF
           END-IF.

      *> REVERSO APLICADO EN EL MES (LA FECHA DE APLICACION MANDA; LA
      *> DEL CARGO PUEDE SER DE UN MES ANTERIOR).
       026-LEE-EXENCION.
           READ FWR-EXENCION-FILE NEXT RECORD
               AT END SET WSS-EXENCION-FIN TO TRUE
           END-READ.
           IF NOT WSS-EXENCION-FIN
               COMPUTE WSV-MES-LEIDO = FWV-FECHA-APLICADA / 100
               IF FWV-TIPO = 'R' AND FWV-APLICADA
                       AND WSV-MES-LEIDO = WSV-MES-REGISTRO
                   MOVE SPACES TO FWR-ORDENADO-RECORD
                   MOVE FWV-OFICIAL TO FWM-OFICIAL
                   MOVE FWV-MOTIVO TO FWM-MOTIVO
                   MOVE 'R' TO FWM-TIPO
                   MOVE FWV-CUENTA TO FWM-CUENTA
                   MOVE FWV-FECHA TO FWM-FECHA
                   MOVE FWV-MONTO-APLICADO TO FWM-MONTO
                   MOVE FWV-SEGUNDO TO FWM-SEGUNDO
                   WRITE FWR-TRABAJO-RECORD FROM FWR-ORDENADO-RECORD
               END-IF
           END-IF.

       040-ORDENA-MOVIMIENTOS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-OFICIAL
               ON ASCENDING KEY SWR-MOTIVO
               ON ASCENDING KEY SWR-TIPO
               ON ASCENDING KEY SWR-CUENTA
               ON ASCENDING KEY SWR-FECHA
               USING FWR-TRABAJO-FILE
               GIVING FWR-ORDENADO-FILE.

      *> LISTADO CON CORTE POR OFICIAL Y MOTIVO Y POR OFICIAL.
       050-ESCRIBE-REGISTRO.
           OPEN OUTPUT FWR-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'REGISTRO DE EXENCIONES Y REVERSOS DE CARGOS - MES '
                   WSV-MES-REGISTRO '   CORRIDA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FWR-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO FWR-REPORT-LINE.
           WRITE FWR-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'OFICIAL  MOTV T CUENTA   FECHA CARGO      MONTO'
                   '  SEGUNDO'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FWR-REPORT-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT FWR-ORDENADO-FILE.
           PERFORM 058-LEE-ORDENADO.
           PERFORM 052-LINEA-MOVIMIENTO UNTIL WSS-ORDENADO-FIN.
           CLOSE FWR-ORDENADO-FILE.
           IF NOT WSS-ES-PRIMERO
               PERFORM 054-CORTE-MOTIVO
               PERFORM 056-CORTE-OFICIAL
           ELSE
               MOVE '  SIN EXENCIONES NI REVERSOS EN EL MES'
                   TO WSV-REPORTE-LINEA
               WRITE FWR-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           MOVE SPACES TO FWR-REPORT-LINE.
           WRITE FWR-REPORT-LINE.
           MOVE WSV-MES-MONTO-EXENTO TO WSV-ED-EXENTO.
           MOVE WSV-MES-MONTO-REVERSO TO WSV-ED-REVERSO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TOTAL DEL MES  EXENTO: ' WSV-MES-CONT-EXENTO
                   WSV-ED-EXENTO '  REVERSADO: ' WSV-MES-CONT-REVERSO
                   WSV-ED-REVERSO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FWR-REPORT-LINE FROM WSV-REPORTE-LINEA.
           CLOSE FWR-REPORT-FILE.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'REGISTRO DE EXENCIONES MES ' WSV-MES-REGISTRO
                   ' EXENTO=' WSV-ED-EXENTO
                   ' REVERSADO=' WSV-ED-REVERSO
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       052-LINEA-MOVIMIENTO.
           IF WSS-ES-PRIMERO
               MOVE 'N' TO WSS-PRIMERO-SWITCHES
               MOVE FWM-OFICIAL TO WSV-OFICIAL-ACTUAL
               MOVE FWM-MOTIVO TO WSV-MOTIVO-ACTUAL
           END-IF.
           IF FWM-OFICIAL NOT = WSV-OFICIAL-ACTUAL
               PERFORM 054-CORTE-MOTIVO
               PERFORM 056-CORTE-OFICIAL
               MOVE FWM-OFICIAL TO WSV-OFICIAL-ACTUAL
               MOVE FWM-MOTIVO TO WSV-MOTIVO-ACTUAL
           ELSE
               IF FWM-MOTIVO NOT = WSV-MOTIVO-ACTUAL
                   PERFORM 054-CORTE-MOTIVO
                   MOVE FWM-MOTIVO TO WSV-MOTIVO-ACTUAL
               END-IF
           END-IF.
           IF FWM-TIPO = 'E'
               ADD 1 TO WSV-MOT-CONT-EXENTO
               ADD FWM-MONTO TO WSV-MOT-MONTO-EXENTO
           ELSE
               ADD 1 TO WSV-MOT-CONT-REVERSO
               ADD FWM-MONTO TO WSV-MOT-MONTO-REVERSO
           END-IF.
           MOVE FWM-MONTO TO WSV-ED-MONTO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING FWM-OFICIAL ' ' FWM-MOTIVO ' ' FWM-TIPO ' '
                   FWM-CUENTA ' ' FWM-FECHA '  ' WSV-ED-MONTO
                   '  ' FWM-SEGUNDO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FWR-REPORT-LINE FROM WSV-REPORTE-LINEA.
           PERFORM 058-LEE-ORDENADO.

      *> SUBTOTAL DEL OFICIAL Y MOTIVO; PASA LO ACUMULADO AL OFICIAL.
       054-CORTE-MOTIVO.
           MOVE WSV-MOT-MONTO-EXENTO TO WSV-ED-EXENTO.
           MOVE WSV-MOT-MONTO-REVERSO TO WSV-ED-REVERSO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '  MOTIVO ' WSV-MOTIVO-ACTUAL
                   '  EXENTO: ' WSV-MOT-CONT-EXENTO WSV-ED-EXENTO
                   '  REVERSADO: ' WSV-MOT-CONT-REVERSO WSV-ED-REVERSO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FWR-REPORT-LINE FROM WSV-REPORTE-LINEA.
           ADD WSV-MOT-CONT-EXENTO TO WSV-OFI-CONT-EXENTO.
           ADD WSV-MOT-MONTO-EXENTO TO WSV-OFI-MONTO-EXENTO.
           ADD WSV-MOT-CONT-REVERSO TO WSV-OFI-CONT-REVERSO.
           ADD WSV-MOT-MONTO-REVERSO TO WSV-OFI-MONTO-REVERSO.
           INITIALIZE WSV-TOTAL-MOTIVO.

      *> TOTAL DEL OFICIAL; PASA LO ACUMULADO AL TOTAL DEL MES.
       056-CORTE-OFICIAL.
           MOVE WSV-OFI-MONTO-EXENTO TO WSV-ED-EXENTO.
           MOVE WSV-OFI-MONTO-REVERSO TO WSV-ED-REVERSO.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'OFICIAL ' WSV-OFICIAL-ACTUAL
                   ' EXENTO: ' WSV-OFI-CONT-EXENTO WSV-ED-EXENTO
                   '  REVERSADO: ' WSV-OFI-CONT-REVERSO WSV-ED-REVERSO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE FWR-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO FWR-REPORT-LINE.
           WRITE FWR-REPORT-LINE.
           ADD WSV-OFI-CONT-EXENTO TO WSV-MES-CONT-EXENTO.
           ADD WSV-OFI-MONTO-EXENTO TO WSV-MES-MONTO-EXENTO.
           ADD WSV-OFI-CONT-REVERSO TO WSV-MES-CONT-REVERSO.
           ADD WSV-OFI-MONTO-REVERSO TO WSV-MES-MONTO-REVERSO.
           INITIALIZE WSV-TOTAL-OFICIAL.

       058-LEE-ORDENADO.
           READ FWR-ORDENADO-FILE
               AT END SET WSS-ORDENADO-FIN TO TRUE
           END-READ.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSS-HAY-REGISTRO
               DISPLAY 'FEE-WAIVREG - EXENCIONES: '
                   WSV-MES-CONT-EXENTO ' REVERSOS: '
                   WSV-MES-CONT-REVERSO
           END-IF.

      *> FIJA EL RETURN-CODE: 4 SI EL MES SE REGISTRO SIN FEEHIST.
       099-FINALIZA.
           IF WSS-HAY-REGISTRO AND WSV-CARGOS-STATUS NOT = '00'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-FEE-WAIVREG.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Resolucion de los registros parqueados por
      *          PLATZI-ARIT-POST. POSTPARK se regraba en cada corrida
      *          y los registros 'EX' se quedaban ahi sin que su valor
      *          se posteara nunca, asi que la posicion de esos dias en
      *          POSTLEDG quedaba incompleta para siempre. Este programa
      *          carga los parqueados del dia al maestro indexado
      *          PARKMSTR (llave fecha de parqueo y secuencia), donde se
      *          arrastran de corrida en corrida hasta resolverse, y
      *          aplica las resoluciones del analista que llegan en
      *          PARKTRAN: 'L' libera el registro con los operandos
      *          corregidos (validados igual que el calculo normal,
      *          limite CTL-ARIT-MAX y PLATZI-ARIT-CALC sin desborde) y
      *          postea el monto de posteo corregido como ajuste a la
      *          posicion POSTLEDG de su AOR-FECHA-PROCESO original, no
      *          a la de hoy; 'R' lo rechaza con un codigo de motivo.
      *          Cada ajuste queda en el registro acumulativo PARKADJ y
      *          el reporte PARKRPT lista las resoluciones del dia y los
      *          parqueados que siguen pendientes con sus dias.
      * Mod:    15-10-2026 - POSTPARK trae al final la fuente de la
      *         transmision de ARITTRAN (AOR-FUENTE), igual que ARITOUT.
      * Mod:    15-10-2026 - Un ajuste a una fecha ya conciliada en
      *         PLDGRECN reabre ese dia para que PLATZI-POST-RECON lo
      *         vuelva a comparar contra el estado de cuenta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-PARK-RESOLVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRK-PARQUE-FILE  ASSIGN TO "POSTPARK"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PARQUE-STATUS.

           SELECT PRK-MASTER-FILE  ASSIGN TO "PARKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PKM-LLAVE
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT PRK-TRAN-FILE    ASSIGN TO "PARKTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

           SELECT PRK-LEDGER-FILE  ASSIGN TO "POSTLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LGR-FECHA
                                    FILE STATUS IS WSV-LEDGER-STATUS.

           SELECT PRK-RECON-FILE   ASSIGN TO "PLDGRECN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS RCN-FECHA
                                    FILE STATUS IS WSV-RECON-STATUS.

           SELECT PRK-AJUSTE-FILE  ASSIGN TO "PARKADJ"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-AJUSTE-STATUS.

           SELECT PRK-REPORT-FILE  ASSIGN TO "PARKRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE ARIT-OUT-RECORD EN PLATZI-ARITMETICA (POSTPARK
      *> GUARDA EL REGISTRO DE ARITOUT COMPLETO).
       FD  PRK-PARQUE-FILE.
       01  PRK-PARQUE-RECORD.
           05 AOR-NUMERO-A             PIC 9(5)V99.
           05 AOR-NUMERO-B             PIC 9(5)V99.
           05 FILLER                   PIC X(1).
           05 AOR-R-ADD                PIC S9(6)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-R-SUB                PIC S9(5)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-R-MUL                PIC S9(10)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-R-DIV                PIC S9(7)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(1).
           05 AOR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 AOR-ESTADO               PIC X(02).
           05 FILLER                   PIC X(1).
           05 AOR-FUENTE               PIC X(08).

      *> MAESTRO DE PARQUEADOS, LLAVE FECHA DE PARQUEO Y SECUENCIA EN
      *> EL POSTPARK DE ESE DIA: LOS OPERANDOS Y EL MONTO DE POSTEO
      *> ORIGINALES, LA FECHA DE PROCESO A LA QUE PERTENECE LA
      *> POSICION, EL ESTADO ('P' PENDIENTE, 'L' LIBERADO, 'R'
      *> RECHAZADO) Y LOS DATOS DE LA RESOLUCION.
       FD  PRK-MASTER-FILE.
       01  PRK-MASTER-RECORD.
           05 PKM-LLAVE.
              10 PKM-FECHA-PARQUEO     PIC 9(08).
              10 PKM-SECUENCIA         PIC 9(05).
           05 PKM-NUMERO-A             PIC 9(5)V99.
           05 PKM-NUMERO-B             PIC 9(5)V99.
           05 PKM-VALOR-ORIGINAL       PIC S9(6)V99
                                        SIGN IS TRAILING SEPARATE.
           05 PKM-FECHA-PROCESO        PIC 9(08).
           05 PKM-ESTADO-ARITOUT       PIC X(02).
           05 PKM-ESTADO               PIC X(01).
              88 PKM-PENDIENTE                   VALUE 'P'.
              88 PKM-LIBERADO                    VALUE 'L'.
              88 PKM-RECHAZADO                   VALUE 'R'.
           05 PKM-NUEVO-A              PIC 9(5)V99.
           05 PKM-NUEVO-B              PIC 9(5)V99.
           05 PKM-VALOR-AJUSTE         PIC S9(6)V99
                                        SIGN IS TRAILING SEPARATE.
           05 PKM-MOTIVO               PIC X(02).
           05 PKM-ANALISTA             PIC X(08).
           05 PKM-FECHA-RESOLUCION     PIC 9(08).
           05 FILLER                   PIC X(10).

      *> RESOLUCION DEL ANALISTA: 'L' LIBERA CON LOS OPERANDOS
      *> CORREGIDOS, 'R' RECHAZA CON UN CODIGO DE MOTIVO.
       FD  PRK-TRAN-FILE.
       01  PRK-TRAN-RECORD.
           05 PTR-ACCION               PIC X(01).
              88 PTR-LIBERA                      VALUE 'L'.
              88 PTR-RECHAZA                     VALUE 'R'.
           05 PTR-FECHA-PARQUEO        PIC 9(08).
           05 PTR-SECUENCIA            PIC 9(05).
           05 PTR-NUEVO-A              PIC 9(5)V99.
           05 PTR-NUEVO-B              PIC 9(5)V99.
           05 PTR-MOTIVO               PIC X(02).
              88 PTR-MOTIVO-VALIDO               VALUE 'DU' 'IN'
                                                       'CA' 'OT'.
           05 PTR-ANALISTA             PIC X(08).
           05 FILLER                   PIC X(42).

      *> MISMO LAYOUT QUE POST-LEDGER-RECORD EN PLATZI-ARIT-POST.
       FD  PRK-LEDGER-FILE.
       01  PRK-LEDGER-RECORD.
           05 LGR-FECHA                PIC X(08).
           05 LGR-POSTEOS              PIC 9(05).
           05 LGR-VALOR                PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.

      *> MISMO LAYOUT QUE RCN-MASTER-RECORD EN PLATZI-POST-RECON.
       FD  PRK-RECON-FILE.
       01  PRK-RECON-RECORD.
           05 RCN-FECHA                PIC 9(08).
           05 RCN-ESTADO               PIC X(01).
              88 RCN-CONCILIADO                  VALUE 'C'.
              88 RCN-ABIERTO                     VALUE 'A'.
           05 RCN-MOTIVO               PIC X(01).
           05 RCN-ESTADO-RECIBIDO      PIC X(01).
           05 RCN-LGR-POSTEOS          PIC 9(05).
           05 RCN-LGR-VALOR            PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05 RCN-STM-POSTEOS          PIC 9(05).
           05 RCN-STM-VALOR            PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05 RCN-DIFERENCIA           PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05 RCN-FECHA-DETECCION      PIC 9(08).
           05 RCN-FECHA-CONCILIA       PIC 9(08).
           05 FILLER                   PIC X(10).

      *> REGISTRO ACUMULATIVO DE AJUSTES: FECHA EN QUE SE APLICO, FECHA
      *> DE LA POSICION AJUSTADA, LLAVE DEL PARQUEADO, OPERANDOS
      *> ORIGINALES Y CORREGIDOS, MONTO AJUSTADO Y ANALISTA.
       FD  PRK-AJUSTE-FILE.
       01  PRK-AJUSTE-RECORD.
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

       FD  PRK-REPORT-FILE.
       01  PRK-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-PARQUE-SWITCHES        PIC X     VALUE '1'.
           88 WSS-PARQUE-FIN                    VALUE '0'.

       77 WSS-TRAN-SWITCHES          PIC X     VALUE '1'.
           88 WSS-TRAN-FIN                      VALUE '0'.

       77 WSS-MASTER-SWITCHES        PIC X     VALUE '1'.
           88 WSS-MASTER-FIN                    VALUE '0'.

      *> EL MAESTRO DE CONCILIACION PLDGRECN EXISTE Y QUEDO ABIERTO
       77 WSS-RECON-SWITCHES         PIC X     VALUE '0'.
           88 WSS-RECON-DISPONIBLE              VALUE '1'.

      *> LA TRANSACCION EN CURSO PASO TODAS LAS VALIDACIONES
       77 WSS-VALIDA-SWITCHES        PIC X     VALUE '0'.
           88 WSS-TRAN-VALIDA                   VALUE '1'.

       77 WSV-PARQUE-STATUS          PIC XX    VALUE SPACES.
       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.
       77 WSV-LEDGER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-AJUSTE-STATUS          PIC XX    VALUE SPACES.
       77 WSV-RECON-STATUS           PIC XX    VALUE SPACES.

       77 WSV-SECUENCIA              PIC 9(05) VALUE ZEROS.
       77 WSV-DIAS-PARQUEADO         PIC 9(05) VALUE ZEROS.
       77 WSV-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.

       *> CONTADORES Y TOTALES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-CARGADOS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-YA-CARGADOS    PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-LIBERADOS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADOS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-TRAN-ERROR     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-PENDIENTES     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-REABIERTOS     PIC 9(05) VALUE ZEROS.
          05 WSV-VALOR-AJUSTADO      PIC S9(11)V99 VALUE ZEROS.
          05 WSV-VALOR-PENDIENTE     PIC S9(11)V99 VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='PARKRSLV'==.

       *> INTERFAZ DE LA RUTINA COMUN DE CALCULO PLATZI-ARIT-CALC
       COPY ARITCALC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-CARGA-PARQUEADO UNTIL WSS-PARQUE-FIN.
           PERFORM 030-PROCESA-RESOLUCION UNTIL WSS-TRAN-FIN.
           PERFORM 070-LISTA-PENDIENTES.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           IF CTL-ARIT-MAX = ZEROS
               MOVE 99999.99 TO CTL-ARIT-MAX
           END-IF.
           OPEN OUTPUT PRK-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RESOLUCION DE PARQUEADOS POSTPARK   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO PRK-REPORT-LINE.
           WRITE PRK-REPORT-LINE.
           OPEN I-O PRK-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT PRK-MASTER-FILE
               CLOSE PRK-MASTER-FILE
               OPEN I-O PRK-MASTER-FILE
           END-IF.
           OPEN I-O PRK-LEDGER-FILE.
           IF WSV-LEDGER-STATUS = '35'
               OPEN OUTPUT PRK-LEDGER-FILE
               CLOSE PRK-LEDGER-FILE
               OPEN I-O PRK-LEDGER-FILE
           END-IF.
      *> SIN PLDGRECN NO HAY DIAS CONCILIADOS QUE REABRIR.
           OPEN I-O PRK-RECON-FILE.
           IF WSV-RECON-STATUS = '00'
               SET WSS-RECON-DISPONIBLE TO TRUE
           END-IF.
           OPEN EXTEND PRK-AJUSTE-FILE.
           IF WSV-AJUSTE-STATUS = '35'
               OPEN OUTPUT PRK-AJUSTE-FILE
           END-IF.
           OPEN INPUT PRK-PARQUE-FILE.
           IF WSV-PARQUE-STATUS NOT = '00'
               SET WSS-PARQUE-FIN TO TRUE
           ELSE
               PERFORM 025-LEE-PARQUEADO
           END-IF.
           OPEN INPUT PRK-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-TRAN-FIN TO TRUE
           ELSE
               PERFORM 035-LEE-TRANSACCION
           END-IF.

      *> LOS PARQUEADOS DEL POSTPARK DE HOY ENTRAN AL MAESTRO CON LA
      *> LLAVE FECHA DE CORRIDA MAS SU SECUENCIA EN EL ARCHIVO; UNA
      *> RE-CORRIDA DEL MISMO DIA ENCUENTRA LA LLAVE Y NO LOS DUPLICA.
       020-CARGA-PARQUEADO.
           ADD 1 TO WSV-SECUENCIA.
           MOVE CTL-RUN-DATE TO PKM-FECHA-PARQUEO.
           MOVE WSV-SECUENCIA TO PKM-SECUENCIA.
           MOVE AOR-NUMERO-A TO PKM-NUMERO-A.
           MOVE AOR-NUMERO-B TO PKM-NUMERO-B.
           MOVE AOR-R-ADD TO PKM-VALOR-ORIGINAL.
           MOVE AOR-FECHA-PROCESO TO PKM-FECHA-PROCESO.
           MOVE AOR-ESTADO TO PKM-ESTADO-ARITOUT.
           SET PKM-PENDIENTE TO TRUE.
           MOVE ZEROS TO PKM-NUEVO-A.
           MOVE ZEROS TO PKM-NUEVO-B.
           MOVE ZEROS TO PKM-VALOR-AJUSTE.
           MOVE SPACES TO PKM-MOTIVO.
           MOVE SPACES TO PKM-ANALISTA.
           MOVE ZEROS TO PKM-FECHA-RESOLUCION.
           WRITE PRK-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WSV-CONT-YA-CARGADOS
               NOT INVALID KEY
                   ADD 1 TO WSV-CONT-CARGADOS
           END-WRITE.
           PERFORM 025-LEE-PARQUEADO.

       025-LEE-PARQUEADO.
           READ PRK-PARQUE-FILE
               AT END SET WSS-PARQUE-FIN TO TRUE
           END-READ.

       030-PROCESA-RESOLUCION.
           PERFORM 040-VALIDA-TRANSACCION.
           IF WSS-TRAN-VALIDA
               IF PTR-LIBERA
                   PERFORM 050-LIBERA-PARQUEADO
               ELSE
                   PERFORM 060-RECHAZA-PARQUEADO
               END-IF
           ELSE
               PERFORM 045-TRANSACCION-ERRONEA
           END-IF.
           PERFORM 035-LEE-TRANSACCION.

       035-LEE-TRANSACCION.
           READ PRK-TRAN-FILE
               AT END SET WSS-TRAN-FIN TO TRUE
           END-READ.

      *> EL PARQUEADO EXISTE Y SIGUE PENDIENTE; UNA LIBERACION TRAE
      *> OPERANDOS QUE PASAN EL CALCULO NORMAL, UN RECHAZO TRAE UN
      *> MOTIVO DE LA TABLA.
       040-VALIDA-TRANSACCION.
           MOVE '0' TO WSS-VALIDA-SWITCHES.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.
           MOVE PTR-FECHA-PARQUEO TO PKM-FECHA-PARQUEO.
           MOVE PTR-SECUENCIA TO PKM-SECUENCIA.
           READ PRK-MASTER-FILE
               INVALID KEY
                   MOVE 'PARQUEADO NO EXISTE' TO WSV-MOTIVO-RECHAZO
           END-READ.
           IF WSV-MOTIVO-RECHAZO = SPACES
               EVALUATE TRUE
                   WHEN NOT PKM-PENDIENTE
                       MOVE 'PARQUEADO YA RESUELTO'
                           TO WSV-MOTIVO-RECHAZO
                   WHEN PTR-RECHAZA
                       IF NOT PTR-MOTIVO-VALIDO
                           MOVE 'CODIGO DE MOTIVO INVALIDO'
                               TO WSV-MOTIVO-RECHAZO
                       END-IF
                   WHEN PTR-LIBERA
                       PERFORM 042-VALIDA-OPERANDOS
                   WHEN OTHER
                       MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.
           IF WSV-MOTIVO-RECHAZO = SPACES
               SET WSS-TRAN-VALIDA TO TRUE
           END-IF.

      *> MISMA RUTA QUE EL REPROCESO DE SUSPENSO: LIMITE DE OPERANDO DE
      *> CTLCARD Y LAS CUATRO OPERACIONES DE PLATZI-ARIT-CALC SIN
      *> BANDERA DE DESBORDE.
       042-VALIDA-OPERANDOS.
           IF PTR-NUEVO-A NOT NUMERIC OR PTR-NUEVO-B NOT NUMERIC
               MOVE 'OPERANDOS NO NUMERICOS' TO WSV-MOTIVO-RECHAZO
           ELSE
               IF PTR-NUEVO-A > CTL-ARIT-MAX
                       OR PTR-NUEVO-B > CTL-ARIT-MAX
                   MOVE 'OPERANDO EXCEDE LIMITE CTLCARD'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   MOVE PTR-NUEVO-A TO CALC-NUMERO-A
                   MOVE PTR-NUEVO-B TO CALC-NUMERO-B
                   CALL 'PLATZI-ARIT-CALC' USING CALC-PARM-RECORD
                   IF CALC-MUL-DESBORDE OR CALC-DIV-DESBORDE
                           OR CALC-CMUL-DESBORDE OR CALC-CDIV-DESBORDE
                       MOVE 'CORRECCION FALLA EN ARIT-CALC'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

       045-TRANSACCION-ERRONEA.
           ADD 1 TO WSV-CONT-TRAN-ERROR.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TRANSACCION RECHAZADA ' PTR-ACCION ' '
                   PTR-FECHA-PARQUEO '-' PTR-SECUENCIA ': '
                   WSV-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE WSV-REPORTE-LINEA TO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> LIBERA EL PARQUEADO: EL MONTO DE POSTEO CORREGIDO (CALC-R-ADD,
      *> EL MISMO AOR-R-ADD QUE POSTEA ARIT-POST) SE SUMA COMO UN
      *> POSTEO MAS A LA POSICION DE SU FECHA DE PROCESO ORIGINAL.
       050-LIBERA-PARQUEADO.
           MOVE PKM-FECHA-PROCESO TO LGR-FECHA.
           READ PRK-LEDGER-FILE
               INVALID KEY
                   MOVE 1 TO LGR-POSTEOS
                   MOVE CALC-R-ADD TO LGR-VALOR
                   WRITE PRK-LEDGER-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO LGR-POSTEOS
                   ADD CALC-R-ADD TO LGR-VALOR
                   REWRITE PRK-LEDGER-RECORD
           END-READ.
           ADD 1 TO WSV-CONT-LIBERADOS.
           ADD CALC-R-ADD TO WSV-VALOR-AJUSTADO.
           SET PKM-LIBERADO TO TRUE.
           MOVE PTR-NUEVO-A TO PKM-NUEVO-A.
           MOVE PTR-NUEVO-B TO PKM-NUEVO-B.
           MOVE CALC-R-ADD TO PKM-VALOR-AJUSTE.
           MOVE PTR-ANALISTA TO PKM-ANALISTA.
           MOVE CTL-RUN-DATE TO PKM-FECHA-RESOLUCION.
           REWRITE PRK-MASTER-RECORD.
           MOVE SPACES TO PRK-AJUSTE-RECORD.
           MOVE CTL-RUN-DATE TO PAJ-FECHA-AJUSTE.
           MOVE PKM-FECHA-PROCESO TO PAJ-FECHA-POSICION.
           MOVE PKM-FECHA-PARQUEO TO PAJ-FECHA-PARQUEO.
           MOVE PKM-SECUENCIA TO PAJ-SECUENCIA.
           MOVE PKM-NUMERO-A TO PAJ-NUMERO-A.
           MOVE PKM-NUMERO-B TO PAJ-NUMERO-B.
           MOVE PKM-NUEVO-A TO PAJ-NUEVO-A.
           MOVE PKM-NUEVO-B TO PAJ-NUEVO-B.
           MOVE PKM-VALOR-AJUSTE TO PAJ-VALOR.
           MOVE PKM-ANALISTA TO PAJ-ANALISTA.
           WRITE PRK-AJUSTE-RECORD.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'LIBERADO ' PKM-FECHA-PARQUEO '-' PKM-SECUENCIA
                   ' A=' PKM-NUEVO-A ' B=' PKM-NUEVO-B
                   ' AJUSTE ' PKM-FECHA-PROCESO ' ' PKM-VALOR-AJUSTE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'PARQUEADO LIBERADO ' PKM-FECHA-PARQUEO '-'
                   PKM-SECUENCIA ' AJUSTE A POSICION '
                   PKM-FECHA-PROCESO ' VALOR=' PKM-VALOR-AJUSTE
                   ' ANALISTA=' PKM-ANALISTA
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSS-RECON-DISPONIBLE
               PERFORM 055-REABRE-CONCILIACION
           END-IF.

      *> EL AJUSTE CAMBIA LA POSICION DE UNA FECHA PASADA: SI ESE DIA
      *> YA ESTABA CONCILIADO EN PLDGRECN SE REABRE, PARA QUE
      *> PLATZI-POST-RECON LO VUELVA A COMPARAR CONTRA EL ESTADO DE
      *> CUENTA EN SU PROXIMA CORRIDA (Y ACEPTE UN REENVIO DEL DIA).
       055-REABRE-CONCILIACION.
           MOVE PKM-FECHA-PROCESO TO RCN-FECHA.
           READ PRK-RECON-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCN-CONCILIADO
                       PERFORM 057-MARCA-REABIERTO
                   END-IF
           END-READ.

       057-MARCA-REABIERTO.
           SET RCN-ABIERTO TO TRUE.
           MOVE ZEROS TO RCN-FECHA-CONCILIA.
           MOVE CTL-RUN-DATE TO RCN-FECHA-DETECCION.
           REWRITE PRK-RECON-RECORD.
           ADD 1 TO WSV-CONT-REABIERTOS.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'DIA CONCILIADO REABIERTO POR AJUSTE: ' RCN-FECHA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'CONCILIACION REABIERTA ' RCN-FECHA
                   ' POR AJUSTE DEL PARQUEADO ' PKM-FECHA-PARQUEO '-'
                   PKM-SECUENCIA
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       060-RECHAZA-PARQUEADO.
           ADD 1 TO WSV-CONT-RECHAZADOS.
           SET PKM-RECHAZADO TO TRUE.
           MOVE PTR-MOTIVO TO PKM-MOTIVO.
           MOVE PTR-ANALISTA TO PKM-ANALISTA.
           MOVE CTL-RUN-DATE TO PKM-FECHA-RESOLUCION.
           REWRITE PRK-MASTER-RECORD.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RECHAZADO ' PKM-FECHA-PARQUEO '-' PKM-SECUENCIA
                   ' A=' PKM-NUMERO-A ' B=' PKM-NUMERO-B
                   ' MOTIVO ' PKM-MOTIVO ' ' PKM-ANALISTA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'PARQUEADO RECHAZADO ' PKM-FECHA-PARQUEO '-'
                   PKM-SECUENCIA ' MOTIVO=' PKM-MOTIVO
                   ' VALOR=' PKM-VALOR-ORIGINAL
                   ' ANALISTA=' PKM-ANALISTA
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> LISTA LOS PARQUEADOS QUE SIGUEN PENDIENTES, CON SUS DIAS
      *> NATURALES DESDE QUE SE PARQUEARON.
       070-LISTA-PENDIENTES.
           MOVE SPACES TO PRK-REPORT-LINE.
           WRITE PRK-REPORT-LINE.
           MOVE 'PARQUEADOS PENDIENTES' TO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE LOW-VALUES TO PKM-LLAVE.
           START PRK-MASTER-FILE KEY IS NOT LESS THAN PKM-LLAVE
               INVALID KEY SET WSS-MASTER-FIN TO TRUE
           END-START.
           IF NOT WSS-MASTER-FIN
               PERFORM 074-LEE-MAESTRO
           END-IF.
           PERFORM 072-LISTA-PARQUEADO UNTIL WSS-MASTER-FIN.

       072-LISTA-PARQUEADO.
           IF PKM-PENDIENTE
               ADD 1 TO WSV-CONT-PENDIENTES
               ADD PKM-VALOR-ORIGINAL TO WSV-VALOR-PENDIENTE
               COMPUTE WSV-DIAS-PARQUEADO =
                   FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (PKM-FECHA-PARQUEO)
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING PKM-FECHA-PARQUEO '-' PKM-SECUENCIA
                       ' A=' PKM-NUMERO-A ' B=' PKM-NUMERO-B
                       ' ' PKM-ESTADO-ARITOUT
                       ' FECHA PROCESO ' PKM-FECHA-PROCESO
                       ' DIAS ' WSV-DIAS-PARQUEADO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.
           PERFORM 074-LEE-MAESTRO.

       074-LEE-MAESTRO.
           READ PRK-MASTER-FILE NEXT RECORD
               AT END SET WSS-MASTER-FIN TO TRUE
           END-READ.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-PARQUE-STATUS = '00' OR WSV-PARQUE-STATUS = '10'
               CLOSE PRK-PARQUE-FILE
           END-IF.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE PRK-TRAN-FILE
           END-IF.
           CLOSE PRK-MASTER-FILE.
           CLOSE PRK-LEDGER-FILE.
           IF WSS-RECON-DISPONIBLE
               CLOSE PRK-RECON-FILE
           END-IF.
           CLOSE PRK-AJUSTE-FILE.
           MOVE SPACES TO PRK-REPORT-LINE.
           WRITE PRK-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CARGADOS: ' WSV-CONT-CARGADOS
                   ' YA CARGADOS: ' WSV-CONT-YA-CARGADOS
                   ' LIBERADOS: ' WSV-CONT-LIBERADOS
                   ' RECHAZADOS: ' WSV-CONT-RECHAZADOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'TRANSACCIONES CON ERROR: ' WSV-CONT-TRAN-ERROR
                   ' VALOR AJUSTADO: ' WSV-VALOR-AJUSTADO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'DIAS CONCILIADOS REABIERTOS: ' WSV-CONT-REABIERTOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PENDIENTES: ' WSV-CONT-PENDIENTES
                   ' VALOR PENDIENTE: ' WSV-VALOR-PENDIENTE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE 'MOTIVOS: DU DUPLICADO IN INVALIDO CA CANCELADO OT OTRO'
               TO WSV-REPORTE-LINEA.
           WRITE PRK-REPORT-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'PARK-RESOLVE - LIBERADOS: ' WSV-CONT-LIBERADOS
               ' RECHAZADOS: ' WSV-CONT-RECHAZADOS
               ' PENDIENTES: ' WSV-CONT-PENDIENTES.
           CLOSE PRK-REPORT-FILE.

      *> FIJA EL RETURN-CODE: 4 SI HUBO TRANSACCIONES CON ERROR O
      *> QUEDAN PARQUEADOS PENDIENTES DE RESOLVER.
       099-FINALIZA.
           IF WSV-CONT-TRAN-ERROR > ZEROS
                   OR WSV-CONT-PENDIENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-PARK-RESOLVE.

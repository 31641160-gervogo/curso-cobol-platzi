      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Historia rodante de clasificaciones y puntaje de
      *          deterioro. IFHIST solo guarda las dos ultimas
      *          clasificaciones por cuenta, asi que credito ve una
      *          cuenta hasta que ya cayo dos veces en CR o SL. Esta
      *          pasada, ejecutada despues de PLATZI-IF-ELSE, fotografia
      *          cada dia el ICR-CODIGO y la razon balance/limite de
      *          cada cuenta de IFCLAS en el maestro IFSNAP (una foto
      *          por cuenta y fecha), depura las fotos que salen de la
      *          ventana de dias habiles de la tarjeta IFDRPRM (10 por
      *          omision) y califica cada cuenta por su deriva dentro
      *          de la ventana: niveles ganados (DL-EL-SL-CR), pasos
      *          hacia peor y alzas de la razon. Las cuentas que
      *          alcanzan el puntaje minimo de la tarjeta (20 por
      *          omision) y que IF-ELSE todavia no escala salen
      *          ordenadas de mayor a menor puntaje en el reporte de
      *          alerta temprana IFEWRPT, con advertencia en la
      *          bitacora y RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-IF-DRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRF-CLASIF-FILE  ASSIGN TO "IFCLAS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-CLASIF-STATUS.

           SELECT DRF-FOTO-FILE    ASSIGN TO "IFSNAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ISN-LLAVE
                                    FILE STATUS IS WSV-FOTO-STATUS.

           SELECT DRF-PARAM-FILE   ASSIGN TO "IFDRPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT DRF-TRABAJO-FILE ASSIGN TO "IFDRWRK"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRF-ORDENADO-FILE ASSIGN TO "IFDRSRT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRF-REPORTE-FILE ASSIGN TO "IFEWRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE IFE-CLASIF-RECORD EN PLATZI-IF-ELSE.
       FD  DRF-CLASIF-FILE.
       01  DRF-CLASIF-RECORD.
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

      *> FOTO DIARIA DE LA CLASIFICACION POR CUENTA; LA LLAVE CUENTA
      *> + FECHA DEJA LAS FOTOS DE CADA CUENTA JUNTAS Y EN ORDEN DE
      *> FECHA PARA EL RECORRIDO SECUENCIAL. LA RAZON ES EL BALANCE
      *> COMO PORCENTAJE DEL LIMITE (TOPADA EN 9999.99).
       FD  DRF-FOTO-FILE.
       01  DRF-FOTO-RECORD.
           05 ISN-LLAVE.
              10 ISN-CUENTA            PIC X(08).
              10 ISN-FECHA             PIC 9(08).
           05 ISN-CODIGO               PIC X(02).
           05 ISN-BALANCE              PIC 9(05).
           05 ISN-LIMITE               PIC 9(05).
           05 ISN-RAZON                PIC 9(04)V99.
           05 FILLER                   PIC X(10).

      *> TARJETA DE PARAMETROS: DIAS HABILES DE LA VENTANA (10 POR
      *> OMISION) Y PUNTAJE MINIMO PARA LA ALERTA (20 POR OMISION).
       FD  DRF-PARAM-FILE.
       01  DRF-PARAM-RECORD.
           05 IDP-DIAS-VENTANA         PIC 9(03).
           05 IDP-PUNTAJE-MINIMO       PIC 9(03).
           05 FILLER                   PIC X(74).

      *> CUENTAS CANDIDATAS A LA ALERTA, ANTES DE ORDENAR POR PUNTAJE.
       FD  DRF-TRABAJO-FILE.
       01  DRF-TRABAJO-RECORD          PIC X(80).

       FD  DRF-ORDENADO-FILE.
       01  DRF-ORDENADO-RECORD.
           05 IDC-PUNTAJE              PIC 9(05).
           05 IDC-CUENTA               PIC X(08).
           05 IDC-FOTOS                PIC 9(03).
           05 IDC-COD-INICIAL          PIC X(02).
           05 IDC-COD-FINAL            PIC X(02).
           05 IDC-PEORES               PIC 9(03).
           05 IDC-ALZAS                PIC 9(03).
           05 IDC-RAZON-INICIAL        PIC 9(04)V99.
           05 IDC-RAZON-FINAL          PIC 9(04)V99.
           05 FILLER                   PIC X(42).

       FD  DRF-REPORTE-FILE.
       01  DRF-REPORTE-LINE            PIC X(80).

      *> MISMO ORDEN DE BYTES QUE DRF-ORDENADO-RECORD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-PUNTAJE              PIC 9(05).
           05 SWR-CUENTA               PIC X(08).
           05 FILLER                   PIC X(67).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-CLASIF-SWITCHES        PIC X     VALUE '1'.
           88 WSS-CLASIF-FIN                    VALUE '0'.

       77 WSS-FOTO-SWITCHES          PIC X     VALUE '1'.
           88 WSS-FOTO-FIN                      VALUE '0'.

       77 WSS-ORDENADO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-ORDENADO-FIN                  VALUE '0'.

       77 WSV-CLASIF-STATUS          PIC XX    VALUE SPACES.
       77 WSV-FOTO-STATUS            PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

       *> PARAMETROS DE LA VENTANA Y FECHA DE CORTE DE LA DEPURACION
       77 WSV-DIAS-VENTANA           PIC 9(03) VALUE 10.
       77 WSV-PUNTAJE-MINIMO         PIC 9(03) VALUE 20.
       77 WSV-FECHA-CORTE            PIC 9(08) VALUE ZEROS.
       77 WSV-DIAS-ATRAS             PIC 9(03) VALUE ZEROS.

       *> ACUMULADOS DE LA CUENTA EN CURSO DENTRO DE LA VENTANA
       01 WSV-CUENTA-ACTUAL.
          05 WSV-CTA-CUENTA          PIC X(08) VALUE SPACES.
          05 WSV-CTA-FOTOS           PIC 9(03) VALUE ZEROS.
          05 WSV-CTA-FECHA-FINAL     PIC 9(08) VALUE ZEROS.
          05 WSV-CTA-COD-INICIAL     PIC X(02) VALUE SPACES.
          05 WSV-CTA-COD-PREVIO      PIC X(02) VALUE SPACES.
          05 WSV-CTA-COD-FINAL       PIC X(02) VALUE SPACES.
          05 WSV-CTA-NIVEL-INICIAL   PIC 9(01) VALUE ZEROS.
          05 WSV-CTA-NIVEL-ANTERIOR  PIC 9(01) VALUE ZEROS.
          05 WSV-CTA-PEORES          PIC 9(03) VALUE ZEROS.
          05 WSV-CTA-MEJORES         PIC 9(03) VALUE ZEROS.
          05 WSV-CTA-ALZAS           PIC 9(03) VALUE ZEROS.
          05 WSV-CTA-BAJAS           PIC 9(03) VALUE ZEROS.
          05 WSV-CTA-RAZON-INICIAL   PIC 9(04)V99 VALUE ZEROS.
          05 WSV-CTA-RAZON-ANTERIOR  PIC 9(04)V99 VALUE ZEROS.

      *> NIVEL DE LA CLASIFICACION: DL=1 EL=2 SL=3 CR=4; FUERA DE
      *> RANGO (FR) NO TIENE NIVEL Y NO CUENTA PARA LOS PASOS.
       77 WSV-NIVEL                  PIC 9(01) VALUE ZEROS.
       77 WSV-DELTA                  PIC S9(05)V99 VALUE ZEROS.
       77 WSV-PUNTAJE                PIC 9(05) VALUE ZEROS.
       77 WSV-RANGO                  PIC 9(05) VALUE ZEROS.

       *> CONTADORES DE LA PASADA
       01 WSV-CONTADORES.
          05 WSV-CONT-CLASIFICADOS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-FOTOS-NUEVAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-FOTOS-PISADAS  PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-DEPURADAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CUENTAS        PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-SIN-FOTO-HOY   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-YA-ESCALADAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ALERTAS        PIC 9(05) VALUE ZEROS.

       77 WSV-ED-RANGO               PIC ZZ9.
       77 WSV-ED-PUNTAJE             PIC ZZZZ9.
       77 WSV-ED-FOTOS               PIC ZZ9.
       77 WSV-ED-PEORES              PIC ZZ9.
       77 WSV-ED-ALZAS               PIC ZZ9.
       77 WSV-ED-RAZON-INICIAL       PIC ZZZ9.99.
       77 WSV-ED-RAZON-FINAL         PIC ZZZ9.99.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='IFDRIFT'==.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-CARGA-FOTO UNTIL WSS-CLASIF-FIN.
           PERFORM 030-RECORRE-VENTANA.
           PERFORM 060-ORDENA-ALERTAS.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           PERFORM 012-LEE-PARAMETRO.
           PERFORM 014-CALCULA-CORTE.
           OPEN I-O DRF-FOTO-FILE.
           IF WSV-FOTO-STATUS = '35'
               OPEN OUTPUT DRF-FOTO-FILE
               CLOSE DRF-FOTO-FILE
               OPEN I-O DRF-FOTO-FILE
           END-IF.
           OPEN INPUT DRF-CLASIF-FILE.
           IF WSV-CLASIF-STATUS NOT = '00'
               SET WSS-CLASIF-FIN TO TRUE
               DISPLAY 'IF-DRIFT - SIN IFCLAS DEL DIA, SOLO SE '
                   'CALIFICA LA HISTORIA'
           ELSE
               PERFORM 022-LEE-CLASIFICADO
           END-IF.
           OPEN OUTPUT DRF-REPORTE-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'ALERTA TEMPRANA DE DETERIORO   FECHA: ' CTL-RUN-DATE
                   '   VENTANA: ' WSV-DIAS-VENTANA ' DIAS HABILES'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE DRF-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FOTOS DESDE: ' WSV-FECHA-CORTE
                   '   PUNTAJE MINIMO: ' WSV-PUNTAJE-MINIMO
                   '   (SIN CUENTAS YA ESCALADAS)'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE DRF-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO DRF-REPORTE-LINE.
           WRITE DRF-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING ' NO CUENTA     PUNTAJE FOTOS CODIGO PEORES '
                   'RAZON INI>FIN   ALZAS'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE DRF-REPORTE-LINE FROM WSV-REPORTE-LINEA.

       012-LEE-PARAMETRO.
           OPEN INPUT DRF-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ DRF-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                   IF IDP-DIAS-VENTANA NUMERIC
                           AND IDP-DIAS-VENTANA > ZEROS
                       MOVE IDP-DIAS-VENTANA TO WSV-DIAS-VENTANA
                   END-IF
                   IF IDP-PUNTAJE-MINIMO NUMERIC
                           AND IDP-PUNTAJE-MINIMO > ZEROS
                       MOVE IDP-PUNTAJE-MINIMO TO WSV-PUNTAJE-MINIMO
                   END-IF
               END-IF
               CLOSE DRF-PARAM-FILE
           END-IF.

      *> LA VENTANA INCLUYE LA FECHA DE CORRIDA: LA FECHA DE CORTE ES
      *> EL DIA HABIL QUE QUEDA (VENTANA - 1) DIAS HABILES ATRAS, Y
      *> TODA FOTO ANTERIOR A ELLA SE DEPURA.
       014-CALCULA-CORTE.
           MOVE CTL-RUN-DATE TO WSV-FECHA-CORTE.
           COMPUTE WSV-DIAS-ATRAS = WSV-DIAS-VENTANA - 1.
           PERFORM 016-RETROCEDE-DIA WSV-DIAS-ATRAS TIMES.

       016-RETROCEDE-DIA.
           SET BZD-ANTERIOR-HABIL TO TRUE.
           MOVE WSV-FECHA-CORTE TO BZD-FECHA-1.
           CALL 'PLATZI-BIZDAY' USING BZD-PARM-RECORD.
           IF BZD-OK
               MOVE BZD-FECHA-RESULTADO TO WSV-FECHA-CORTE
           END-IF.

      *> GRABA LA FOTO DEL DIA DE CADA CUENTA CLASIFICADA; UNA
      *> RE-CORRIDA DE LA MISMA FECHA PISA LA FOTO YA GRABADA.
       020-CARGA-FOTO.
           IF ICR-CUENTA NOT = SPACES
                   AND ICR-BALANCE NUMERIC AND ICR-LIMITE NUMERIC
               ADD 1 TO WSV-CONT-CLASIFICADOS
               MOVE SPACES TO DRF-FOTO-RECORD
               MOVE ICR-CUENTA TO ISN-CUENTA
               MOVE CTL-RUN-DATE TO ISN-FECHA
               MOVE ICR-CODIGO TO ISN-CODIGO
               MOVE ICR-BALANCE TO ISN-BALANCE
               MOVE ICR-LIMITE TO ISN-LIMITE
               IF ICR-LIMITE = ZEROS
                   MOVE ZEROS TO ISN-RAZON
               ELSE
                   COMPUTE ISN-RAZON ROUNDED =
                           ICR-BALANCE * 100 / ICR-LIMITE
                       ON SIZE ERROR
                           MOVE 9999.99 TO ISN-RAZON
                   END-COMPUTE
               END-IF
               WRITE DRF-FOTO-RECORD
                   INVALID KEY
                       REWRITE DRF-FOTO-RECORD
                       ADD 1 TO WSV-CONT-FOTOS-PISADAS
                   NOT INVALID KEY
                       ADD 1 TO WSV-CONT-FOTOS-NUEVAS
               END-WRITE
           END-IF.
           PERFORM 022-LEE-CLASIFICADO.

       022-LEE-CLASIFICADO.
           READ DRF-CLASIF-FILE
               AT END SET WSS-CLASIF-FIN TO TRUE
           END-READ.

      *> RECORRE IFSNAP EN ORDEN DE CUENTA Y FECHA: LAS FOTOS FUERA
      *> DE LA VENTANA SE BORRAN; LAS DEMAS SE ACUMULAN POR CUENTA Y
      *> AL CAMBIAR DE CUENTA SE CALIFICA LA ANTERIOR. LAS CANDIDATAS
      *> QUEDAN EN IFDRWRK PARA ORDENARLAS POR PUNTAJE.
       030-RECORRE-VENTANA.
           OPEN OUTPUT DRF-TRABAJO-FILE.
           MOVE LOW-VALUES TO ISN-LLAVE.
           START DRF-FOTO-FILE KEY IS NOT LESS THAN ISN-LLAVE
               INVALID KEY SET WSS-FOTO-FIN TO TRUE
           END-START.
           PERFORM 032-LEE-FOTO UNTIL WSS-FOTO-FIN.
           IF WSV-CTA-CUENTA NOT = SPACES
               PERFORM 050-CALIFICA-CUENTA
           END-IF.
           CLOSE DRF-TRABAJO-FILE.

       032-LEE-FOTO.
           READ DRF-FOTO-FILE NEXT RECORD
               AT END SET WSS-FOTO-FIN TO TRUE
           END-READ.
           IF NOT WSS-FOTO-FIN
               IF ISN-FECHA < WSV-FECHA-CORTE
                   DELETE DRF-FOTO-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WSV-CONT-DEPURADAS
               ELSE
                   IF ISN-CUENTA NOT = WSV-CTA-CUENTA
                       IF WSV-CTA-CUENTA NOT = SPACES
                           PERFORM 050-CALIFICA-CUENTA
                       END-IF
                       INITIALIZE WSV-CUENTA-ACTUAL
                       MOVE ISN-CUENTA TO WSV-CTA-CUENTA
                       ADD 1 TO WSV-CONT-CUENTAS
                   END-IF
                   PERFORM 040-ACUMULA-FOTO
               END-IF
           END-IF.

      *> COMPARA LA FOTO CONTRA LA ANTERIOR DE LA MISMA CUENTA: UN
      *> NIVEL MAS ALTO ES UN PASO HACIA PEOR, UNA RAZON MAS ALTA ES
      *> UNA ALZA.
       040-ACUMULA-FOTO.
           ADD 1 TO WSV-CTA-FOTOS.
           MOVE ISN-FECHA TO WSV-CTA-FECHA-FINAL.
           MOVE WSV-CTA-COD-FINAL TO WSV-CTA-COD-PREVIO.
           MOVE ISN-CODIGO TO WSV-CTA-COD-FINAL.
           IF WSV-CTA-FOTOS = 1
               MOVE ISN-RAZON TO WSV-CTA-RAZON-INICIAL
           ELSE
               IF ISN-RAZON > WSV-CTA-RAZON-ANTERIOR
                   ADD 1 TO WSV-CTA-ALZAS
               END-IF
               IF ISN-RAZON < WSV-CTA-RAZON-ANTERIOR
                   ADD 1 TO WSV-CTA-BAJAS
               END-IF
           END-IF.
           MOVE ISN-RAZON TO WSV-CTA-RAZON-ANTERIOR.
           PERFORM 045-NIVEL-CODIGO.
           IF WSV-NIVEL > ZEROS
               IF WSV-CTA-NIVEL-INICIAL = ZEROS
                   MOVE WSV-NIVEL TO WSV-CTA-NIVEL-INICIAL
                   MOVE ISN-CODIGO TO WSV-CTA-COD-INICIAL
               ELSE
                   IF WSV-NIVEL > WSV-CTA-NIVEL-ANTERIOR
                       ADD 1 TO WSV-CTA-PEORES
                   END-IF
                   IF WSV-NIVEL < WSV-CTA-NIVEL-ANTERIOR
                       ADD 1 TO WSV-CTA-MEJORES
                   END-IF
               END-IF
               MOVE WSV-NIVEL TO WSV-CTA-NIVEL-ANTERIOR
           END-IF.

       045-NIVEL-CODIGO.
           EVALUATE ISN-CODIGO
               WHEN 'DL'
                   MOVE 1 TO WSV-NIVEL
               WHEN 'EL'
                   MOVE 2 TO WSV-NIVEL
               WHEN 'SL'
                   MOVE 3 TO WSV-NIVEL
               WHEN 'CR'
                   MOVE 4 TO WSV-NIVEL
               WHEN OTHER
                   MOVE ZEROS TO WSV-NIVEL
           END-EVALUATE.

      *> PUNTAJE DE DERIVA DE LA CUENTA EN LA VENTANA:
      *>   10 POR CADA NIVEL GANADO ENTRE LA PRIMERA Y LA ULTIMA FOTO
      *>    5 POR CADA PASO HACIA PEOR NO COMPENSADO POR UNO HACIA MEJOR
      *>    1 POR CADA 5 PUNTOS QUE SUBIO LA RAZON BALANCE/LIMITE
      *>    2 POR CADA ALZA DIARIA DE LA RAZON NO COMPENSADA POR BAJA
      *> SOLO SE CALIFICAN CUENTAS CON FOTO DE HOY Y AL MENOS DOS
      *> FOTOS; LAS QUE YA ESTAN EN CR/SL DOS CORRIDAS SEGUIDAS LAS
      *> ESCALA PLATZI-IF-ELSE Y NO SE REPITEN AQUI.
       050-CALIFICA-CUENTA.
           IF WSV-CTA-FECHA-FINAL NOT = CTL-RUN-DATE
               ADD 1 TO WSV-CONT-SIN-FOTO-HOY
           ELSE
               IF (WSV-CTA-COD-FINAL = 'CR'
                       OR WSV-CTA-COD-FINAL = 'SL')
                       AND (WSV-CTA-COD-PREVIO = 'CR'
                       OR WSV-CTA-COD-PREVIO = 'SL')
                   ADD 1 TO WSV-CONT-YA-ESCALADAS
               ELSE
                   IF WSV-CTA-FOTOS > 1
                       PERFORM 052-CALCULA-PUNTAJE
                       IF WSV-PUNTAJE NOT < WSV-PUNTAJE-MINIMO
                           PERFORM 055-GRABA-CANDIDATA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       052-CALCULA-PUNTAJE.
           MOVE ZEROS TO WSV-PUNTAJE.
           IF WSV-CTA-NIVEL-ANTERIOR > WSV-CTA-NIVEL-INICIAL
               COMPUTE WSV-PUNTAJE = WSV-PUNTAJE + 10 *
                   (WSV-CTA-NIVEL-ANTERIOR - WSV-CTA-NIVEL-INICIAL)
           END-IF.
           IF WSV-CTA-PEORES > WSV-CTA-MEJORES
               COMPUTE WSV-PUNTAJE = WSV-PUNTAJE + 5 *
                   (WSV-CTA-PEORES - WSV-CTA-MEJORES)
           END-IF.
           COMPUTE WSV-DELTA = WSV-CTA-RAZON-ANTERIOR
               - WSV-CTA-RAZON-INICIAL.
           IF WSV-DELTA > ZEROS
               COMPUTE WSV-PUNTAJE = WSV-PUNTAJE + (WSV-DELTA / 5)
           END-IF.
           IF WSV-CTA-ALZAS > WSV-CTA-BAJAS
               COMPUTE WSV-PUNTAJE = WSV-PUNTAJE + 2 *
                   (WSV-CTA-ALZAS - WSV-CTA-BAJAS)
           END-IF.

       055-GRABA-CANDIDATA.
           MOVE SPACES TO DRF-ORDENADO-RECORD.
           MOVE WSV-PUNTAJE TO IDC-PUNTAJE.
           MOVE WSV-CTA-CUENTA TO IDC-CUENTA.
           MOVE WSV-CTA-FOTOS TO IDC-FOTOS.
           MOVE WSV-CTA-COD-INICIAL TO IDC-COD-INICIAL.
           MOVE WSV-CTA-COD-FINAL TO IDC-COD-FINAL.
           MOVE WSV-CTA-PEORES TO IDC-PEORES.
           MOVE WSV-CTA-ALZAS TO IDC-ALZAS.
           MOVE WSV-CTA-RAZON-INICIAL TO IDC-RAZON-INICIAL.
           MOVE WSV-CTA-RAZON-ANTERIOR TO IDC-RAZON-FINAL.
           WRITE DRF-TRABAJO-RECORD FROM DRF-ORDENADO-RECORD.

      *> ORDENA LAS CANDIDATAS DE MAYOR A MENOR PUNTAJE (CUENTA COMO
      *> DESEMPATE) Y LAS LISTA CON SU LUGAR EN EL RANKING.
       060-ORDENA-ALERTAS.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SWR-PUNTAJE
               ON ASCENDING KEY SWR-CUENTA
               USING DRF-TRABAJO-FILE
               GIVING DRF-ORDENADO-FILE.
           OPEN INPUT DRF-ORDENADO-FILE.
           PERFORM 068-LEE-ORDENADO.
           PERFORM 065-REPORTA-ALERTA UNTIL WSS-ORDENADO-FIN.
           CLOSE DRF-ORDENADO-FILE.
           IF WSV-CONT-ALERTAS = ZEROS
               MOVE '  SIN CUENTAS EN DETERIORO SOBRE EL PUNTAJE MINIMO'
                   TO WSV-REPORTE-LINEA
               WRITE DRF-REPORTE-LINE FROM WSV-REPORTE-LINEA
           END-IF.

       065-REPORTA-ALERTA.
           ADD 1 TO WSV-CONT-ALERTAS.
           ADD 1 TO WSV-RANGO.
           MOVE WSV-RANGO TO WSV-ED-RANGO.
           MOVE IDC-PUNTAJE TO WSV-ED-PUNTAJE.
           MOVE IDC-FOTOS TO WSV-ED-FOTOS.
           MOVE IDC-PEORES TO WSV-ED-PEORES.
           MOVE IDC-ALZAS TO WSV-ED-ALZAS.
           MOVE IDC-RAZON-INICIAL TO WSV-ED-RAZON-INICIAL.
           MOVE IDC-RAZON-FINAL TO WSV-ED-RAZON-FINAL.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-ED-RANGO ' ' IDC-CUENTA '   ' WSV-ED-PUNTAJE
                   '   ' WSV-ED-FOTOS '  ' IDC-COD-INICIAL '>'
                   IDC-COD-FINAL '    ' WSV-ED-PEORES '  '
                   WSV-ED-RAZON-INICIAL '>' WSV-ED-RAZON-FINAL
                   '   ' WSV-ED-ALZAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE DRF-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'DETERIORO CUENTA=' IDC-CUENTA
                   ' PUNTAJE=' IDC-PUNTAJE
                   ' CODIGO=' IDC-COD-INICIAL '>' IDC-COD-FINAL
                   ' RAZON=' WSV-ED-RAZON-INICIAL '>'
                   WSV-ED-RAZON-FINAL
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           PERFORM 068-LEE-ORDENADO.

       068-LEE-ORDENADO.
           READ DRF-ORDENADO-FILE
               AT END SET WSS-ORDENADO-FIN TO TRUE
           END-READ.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-CLASIF-STATUS = '00' OR WSV-CLASIF-STATUS = '10'
               CLOSE DRF-CLASIF-FILE
           END-IF.
           CLOSE DRF-FOTO-FILE.
           MOVE SPACES TO DRF-REPORTE-LINE.
           WRITE DRF-REPORTE-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FOTOS DEL DIA: ' WSV-CONT-CLASIFICADOS
                   ' NUEVAS: ' WSV-CONT-FOTOS-NUEVAS
                   ' PISADAS: ' WSV-CONT-FOTOS-PISADAS
                   ' DEPURADAS: ' WSV-CONT-DEPURADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE DRF-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'IF-DRIFT - ' WSV-REPORTE-LINEA (1:70).
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CUENTAS: ' WSV-CONT-CUENTAS
                   ' SIN FOTO HOY: ' WSV-CONT-SIN-FOTO-HOY
                   ' YA ESCALADAS: ' WSV-CONT-YA-ESCALADAS
                   ' ALERTAS: ' WSV-CONT-ALERTAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE DRF-REPORTE-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'IF-DRIFT - ' WSV-REPORTE-LINEA (1:70).
           CLOSE DRF-REPORTE-FILE.

      *> FIJA EL RETURN-CODE: 4 CUANDO ALGUNA CUENTA SALIO EN LA
      *> ALERTA TEMPRANA.
       099-FINALIZA.
           IF WSV-CONT-ALERTAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-IF-DRIFT.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Conciliacion de las posiciones diarias de POSTLEDG
      *          contra el estado de cuenta de liquidacion de la
      *          contraparte. PLATZI-ARIT-POST cuadra ARITOUT contra lo
      *          posteado mas lo parqueado, pero nadie comprobaba que
      *          LGR-POSTEOS y LGR-VALOR fueran lo que la contraparte
      *          realmente liquido. Este programa lee el estado de
      *          cuenta SETLSTMT (fecha, numero de partidas e importe;
      *          puede traer la fecha de corrida y reenvios de dias
      *          anteriores) y lo lleva al maestro indexado de
      *          conciliacion PLDGRECN, llave la fecha de la posicion.
      *          Cada dia pendiente se compara contra el registro de
      *          POSTLEDG de la misma LGR-FECHA: si cuadran conteo e
      *          importe el dia queda marcado como conciliado; si no,
      *          queda como partida abierta y se vuelve a revisar cada
      *          noche (con la posicion vigente del ledger y el ultimo
      *          estado de cuenta recibido) hasta que cuadre. El
      *          reporte POSTRCN lista los dias sin conciliar con su
      *          antiguedad en dias habiles y la diferencia; una
      *          partida con mas de dos dias habiles de antiguedad va a
      *          la bitacora con severidad de error (llega a OPALERT).
      *          Un dia conciliado solo se reabre cuando
      *          PLATZI-PARK-RESOLVE postea un ajuste a esa fecha; queda
      *          entonces abierto y se revisa aqui como cualquier otro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-POST-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCN-ESTADO-FILE  ASSIGN TO "SETLSTMT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-ESTADO-STATUS.

           SELECT RCN-LEDGER-FILE  ASSIGN TO "POSTLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LGR-FECHA
                                    FILE STATUS IS WSV-LEDGER-STATUS.

           SELECT RCN-MASTER-FILE  ASSIGN TO "PLDGRECN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS RCN-FECHA
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT RCN-REPORT-FILE  ASSIGN TO "POSTRCN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> ESTADO DE CUENTA DE LIQUIDACION: UNA LINEA POR DIA LIQUIDADO
      *> CON EL NUMERO DE PARTIDAS Y EL IMPORTE QUE REGISTRO LA
      *> CONTRAPARTE.
       FD  RCN-ESTADO-FILE.
       01  RCN-ESTADO-RECORD.
           05 STM-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 STM-POSTEOS              PIC 9(05).
           05 FILLER                   PIC X(01).
           05 STM-VALOR                PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(51).

      *> MISMO LAYOUT QUE POST-LEDGER-RECORD EN PLATZI-ARIT-POST.
       FD  RCN-LEDGER-FILE.
       01  RCN-LEDGER-RECORD.
           05 LGR-FECHA                PIC X(08).
           05 LGR-POSTEOS              PIC 9(05).
           05 LGR-VALOR                PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.

      *> MAESTRO DE CONCILIACION, LLAVE FECHA DE LA POSICION: ESTADO
      *> ('C' CONCILIADO, 'A' PARTIDA ABIERTA), LO QUE TRAE EL LEDGER Y
      *> LO QUE TRAE EL ESTADO DE CUENTA, LA DIFERENCIA (LEDGER MENOS
      *> ESTADO DE CUENTA), EL MOTIVO DE LA PARTIDA ABIERTA Y LAS
      *> FECHAS DE DETECCION Y DE CONCILIACION.
       FD  RCN-MASTER-FILE.
       01  RCN-MASTER-RECORD.
           05 RCN-FECHA                PIC 9(08).
           05 RCN-ESTADO               PIC X(01).
              88 RCN-CONCILIADO                  VALUE 'C'.
              88 RCN-ABIERTO                     VALUE 'A'.
           05 RCN-MOTIVO               PIC X(01).
              88 RCN-SIN-ESTADO-CUENTA           VALUE 'E'.
              88 RCN-SIN-POSICION                VALUE 'L'.
              88 RCN-DIFIERE-CONTEO              VALUE 'C'.
              88 RCN-DIFIERE-IMPORTE             VALUE 'M'.
           05 RCN-ESTADO-RECIBIDO      PIC X(01).
              88 RCN-CON-ESTADO-CUENTA           VALUE 'S'.
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

       FD  RCN-REPORT-FILE.
       01  RCN-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-ESTADO-SWITCHES        PIC X     VALUE '1'.
           88 WSS-ESTADO-FIN                    VALUE '0'.

       77 WSS-MASTER-SWITCHES        PIC X     VALUE '1'.
           88 WSS-MASTER-FIN                    VALUE '0'.

      *> EL ESTADO DE CUENTA TRAJO LA FECHA DE CORRIDA
       77 WSS-DIA-SWITCHES           PIC X     VALUE '0'.
           88 WSS-DIA-RECIBIDO                  VALUE '1'.

       77 WSS-LEDGER-SWITCHES        PIC X     VALUE '0'.
           88 WSS-LEDGER-DISPONIBLE             VALUE '1'.

       77 WSV-ESTADO-STATUS          PIC XX    VALUE SPACES.
       77 WSV-LEDGER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.

      *> ANTIGUEDAD DE LA PARTIDA EN DIAS HABILES Y EL UMBRAL A PARTIR
      *> DEL CUAL SE ESCALA CON SEVERIDAD DE ERROR.
       77 WSV-ANTIGUEDAD             PIC 9(05) VALUE ZEROS.
       77 WSC-DIAS-ESCALA            PIC 9(05) VALUE 2.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ESTADO         PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-CONCILIADOS    PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ABIERTOS       PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ESCALADOS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-YA-CONCILIADO  PIC 9(05) VALUE ZEROS.
          05 WSV-TOT-DIFERENCIA      PIC S9(11)V99 VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='POSTRECN'==.

       *> PARAMETROS DE LA RUTINA COMUN DE DIAS HABILES PLATZI-BIZDAY
       COPY BIZDAYP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-ESTADO UNTIL WSS-ESTADO-FIN.
           PERFORM 030-DIA-SIN-ESTADO.
           PERFORM 040-REVISA-PENDIENTES.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT RCN-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'CONCILIACION POSTLEDG VS ESTADO DE CUENTA   FECHA: '
                   CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO RCN-REPORT-LINE.
           WRITE RCN-REPORT-LINE.
           OPEN I-O RCN-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT RCN-MASTER-FILE
               CLOSE RCN-MASTER-FILE
               OPEN I-O RCN-MASTER-FILE
           END-IF.
           OPEN INPUT RCN-LEDGER-FILE.
           IF WSV-LEDGER-STATUS = '00'
               SET WSS-LEDGER-DISPONIBLE TO TRUE
           END-IF.
           OPEN INPUT RCN-ESTADO-FILE.
           IF WSV-ESTADO-STATUS NOT = '00'
               SET WSS-ESTADO-FIN TO TRUE
               MOVE 'SIN ESTADO DE CUENTA SETLSTMT DEL DIA'
                   TO WSV-REPORTE-LINEA
               WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA
           ELSE
               PERFORM 025-LEE-ESTADO
           END-IF.

      *> LLEVA CADA LINEA DEL ESTADO DE CUENTA AL MAESTRO: UN DIA YA
      *> CONCILIADO NO SE REABRE (SE REPORTA); UN DIA NUEVO O ABIERTO
      *> (TAMBIEN EL QUE REABRIO UN AJUSTE DE PLATZI-PARK-RESOLVE)
      *> TOMA LOS VALORES RECIBIDOS Y QUEDA PENDIENTE DE REVISION.
       020-PROCESA-ESTADO.
           ADD 1 TO WSV-CONT-ESTADO.
           IF STM-FECHA = CTL-RUN-DATE
               SET WSS-DIA-RECIBIDO TO TRUE
           END-IF.
           MOVE STM-FECHA TO RCN-FECHA.
           READ RCN-MASTER-FILE
               INVALID KEY
                   PERFORM 022-NUEVA-PARTIDA
                   PERFORM 024-TOMA-ESTADO
                   WRITE RCN-MASTER-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF RCN-CONCILIADO
                       ADD 1 TO WSV-CONT-YA-CONCILIADO
                       MOVE SPACES TO WSV-REPORTE-LINEA
                       STRING 'REENVIO DE DIA YA CONCILIADO, SE '
                               'IGNORA: ' STM-FECHA
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                       WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA
                   ELSE
                       PERFORM 024-TOMA-ESTADO
                       REWRITE RCN-MASTER-RECORD
                   END-IF
           END-READ.
           PERFORM 025-LEE-ESTADO.

       022-NUEVA-PARTIDA.
           MOVE ZEROS TO RCN-LGR-POSTEOS.
           MOVE ZEROS TO RCN-LGR-VALOR.
           MOVE ZEROS TO RCN-STM-POSTEOS.
           MOVE ZEROS TO RCN-STM-VALOR.
           MOVE ZEROS TO RCN-DIFERENCIA.
           MOVE ZEROS TO RCN-FECHA-CONCILIA.
           MOVE SPACES TO RCN-MOTIVO.
           MOVE SPACES TO RCN-ESTADO-RECIBIDO.
           MOVE CTL-RUN-DATE TO RCN-FECHA-DETECCION.
           SET RCN-ABIERTO TO TRUE.

       024-TOMA-ESTADO.
           SET RCN-CON-ESTADO-CUENTA TO TRUE.
           MOVE STM-POSTEOS TO RCN-STM-POSTEOS.
           MOVE STM-VALOR TO RCN-STM-VALOR.

       025-LEE-ESTADO.
           READ RCN-ESTADO-FILE
               AT END SET WSS-ESTADO-FIN TO TRUE
           END-READ.

      *> LA POSICION DE LA FECHA DE CORRIDA SIN LINEA EN EL ESTADO DE
      *> CUENTA TAMBIEN ABRE PARTIDA: LA CONTRAPARTE NO LA LIQUIDO.
       030-DIA-SIN-ESTADO.
           IF NOT WSS-DIA-RECIBIDO AND WSS-LEDGER-DISPONIBLE
               MOVE CTL-RUN-DATE TO LGR-FECHA
               READ RCN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-RUN-DATE TO RCN-FECHA
                       READ RCN-MASTER-FILE
                           INVALID KEY
                               PERFORM 022-NUEVA-PARTIDA
                               WRITE RCN-MASTER-RECORD
                       END-READ
               END-READ
           END-IF.

      *> RECORRE EL MAESTRO DE CONCILIACION COMPLETO Y REVISA CADA DIA
      *> ABIERTO CONTRA LA POSICION VIGENTE DEL LEDGER; LOS DIAS YA
      *> CONCILIADOS SE SALTAN.
       040-REVISA-PENDIENTES.
           MOVE 'DIAS SIN CONCILIAR' TO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'FECHA    M DIAS LEDGER(CONT/IMPORTE)'
                   '        ESTADO CTA   DIFERENCIA'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE ZEROS TO RCN-FECHA.
           START RCN-MASTER-FILE KEY IS NOT LESS THAN RCN-FECHA
               INVALID KEY SET WSS-MASTER-FIN TO TRUE
           END-START.
           IF NOT WSS-MASTER-FIN
               PERFORM 048-LEE-MAESTRO
           END-IF.
           PERFORM 042-REVISA-DIA UNTIL WSS-MASTER-FIN.

       042-REVISA-DIA.
           IF RCN-ABIERTO
               PERFORM 044-COMPARA-POSICION
               IF RCN-CONCILIADO
                   ADD 1 TO WSV-CONT-CONCILIADOS
                   MOVE CTL-RUN-DATE TO RCN-FECHA-CONCILIA
                   MOVE SPACES TO RCN-MOTIVO
                   MOVE SPACES TO AUD-MENSAJE
                   STRING 'DIA CONCILIADO: ' RCN-FECHA
                           ' POSTEOS=' RCN-LGR-POSTEOS
                           ' VALOR=' RCN-LGR-VALOR
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               ELSE
                   PERFORM 046-REPORTA-ABIERTO
               END-IF
               REWRITE RCN-MASTER-RECORD
           END-IF.
           PERFORM 048-LEE-MAESTRO.

      *> COMPARA CONTEO E IMPORTE DEL DIA CONTRA EL LEDGER; SIN ESTADO
      *> DE CUENTA O SIN POSICION EL DIA SIGUE ABIERTO.
       044-COMPARA-POSICION.
           MOVE ZEROS TO RCN-LGR-POSTEOS.
           MOVE ZEROS TO RCN-LGR-VALOR.
           SET RCN-SIN-POSICION TO TRUE.
           IF WSS-LEDGER-DISPONIBLE
               MOVE RCN-FECHA TO LGR-FECHA
               READ RCN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LGR-POSTEOS TO RCN-LGR-POSTEOS
                       MOVE LGR-VALOR TO RCN-LGR-VALOR
                       MOVE SPACES TO RCN-MOTIVO
               END-READ
           END-IF.
           COMPUTE RCN-DIFERENCIA = RCN-LGR-VALOR - RCN-STM-VALOR.
           EVALUATE TRUE
               WHEN RCN-SIN-POSICION
                   CONTINUE
               WHEN NOT RCN-CON-ESTADO-CUENTA
                   SET RCN-SIN-ESTADO-CUENTA TO TRUE
               WHEN RCN-LGR-POSTEOS NOT = RCN-STM-POSTEOS
                   SET RCN-DIFIERE-CONTEO TO TRUE
               WHEN RCN-DIFERENCIA NOT = ZEROS
                   SET RCN-DIFIERE-IMPORTE TO TRUE
               WHEN OTHER
                   SET RCN-CONCILIADO TO TRUE
           END-EVALUATE.

      *> LINEA DEL REPORTE CON LA ANTIGUEDAD EN DIAS HABILES DESDE LA
      *> FECHA DE LA POSICION; MAS DE DOS DIAS SE ESCALA A OPALERT.
       046-REPORTA-ABIERTO.
           ADD 1 TO WSV-CONT-ABIERTOS.
           ADD RCN-DIFERENCIA TO WSV-TOT-DIFERENCIA.
           SET BZD-DIAS-ENTRE TO TRUE.
           MOVE RCN-FECHA TO BZD-FECHA-1.
           MOVE CTL-RUN-DATE TO BZD-FECHA-2.
           CALL 'PLATZI-BIZDAY' USING BZD-PARM-RECORD.
           IF BZD-OK
               MOVE BZD-DIAS-RESULTADO TO WSV-ANTIGUEDAD
           ELSE
               MOVE ZEROS TO WSV-ANTIGUEDAD
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING RCN-FECHA ' ' RCN-MOTIVO ' ' WSV-ANTIGUEDAD
                   ' ' RCN-LGR-POSTEOS ' ' RCN-LGR-VALOR
                   ' ' RCN-STM-POSTEOS ' ' RCN-STM-VALOR
                   ' ' RCN-DIFERENCIA
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           IF WSV-ANTIGUEDAD > WSC-DIAS-ESCALA
               ADD 1 TO WSV-CONT-ESCALADOS
               MOVE SPACES TO AUD-MENSAJE
               STRING 'PARTIDA SIN CONCILIAR ' RCN-FECHA
                       ' MOTIVO=' RCN-MOTIVO
                       ' DIAS HABILES=' WSV-ANTIGUEDAD
                       ' DIFERENCIA=' RCN-DIFERENCIA
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ERROR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       048-LEE-MAESTRO.
           READ RCN-MASTER-FILE NEXT RECORD
               AT END SET WSS-MASTER-FIN TO TRUE
           END-READ.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           IF WSV-ESTADO-STATUS = '00' OR WSV-ESTADO-STATUS = '10'
               CLOSE RCN-ESTADO-FILE
           END-IF.
           IF WSS-LEDGER-DISPONIBLE
               CLOSE RCN-LEDGER-FILE
           END-IF.
           CLOSE RCN-MASTER-FILE.
           MOVE SPACES TO RCN-REPORT-LINE.
           WRITE RCN-REPORT-LINE.
           MOVE 'MOTIVO: E SIN ESTADO CUENTA   L SIN POSICION LEDGER'
               TO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE '        C DIFIERE CONTEO      M DIFIERE IMPORTE'
               TO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO RCN-REPORT-LINE.
           WRITE RCN-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'LINEAS ESTADO: ' WSV-CONT-ESTADO
                   ' CONCILIADOS: ' WSV-CONT-CONCILIADOS
                   ' ABIERTOS: ' WSV-CONT-ABIERTOS
                   ' ESCALADOS: ' WSV-CONT-ESCALADOS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'DIFERENCIA TOTAL ABIERTA: ' WSV-TOT-DIFERENCIA
                   ' REENVIOS IGNORADOS: ' WSV-CONT-YA-CONCILIADO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RCN-REPORT-LINE FROM WSV-REPORTE-LINEA.
           DISPLAY 'POST-RECON - CONCILIADOS: ' WSV-CONT-CONCILIADOS
               ' ABIERTOS: ' WSV-CONT-ABIERTOS
               ' ESCALADOS: ' WSV-CONT-ESCALADOS.
           CLOSE RCN-REPORT-FILE.

      *> FIJA EL RETURN-CODE: 4 SI QUEDAN DIAS SIN CONCILIAR (LOS DE
      *> MAS DE DOS DIAS HABILES YA SE ESCALARON POR LA BITACORA).
       099-FINALIZA.
           IF WSV-CONT-ABIERTOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-POST-RECON.

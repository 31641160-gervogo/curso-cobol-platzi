      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Mantenimiento del maestro de precios de contrato
      *          CONTMSTR (mismo patron de alta/actualizacion sobre
      *          maestro indexado que PLATZI-TAX-MANT). Los
      *          distribuidores con precio negociado caian cada noche
      *          en BILLSUSP por diferencia contra el precio de lista
      *          de ARTMSTR. El maestro guarda por cliente y articulo
      *          cada contrato con la fecha desde la que rige (la
      *          llave), la fecha en que vence, el precio pactado y
      *          hasta tres escalones de cantidad (cantidad minima y
      *          precio); el cliente '*TODOS' define escalones de
      *          volumen del articulo para cualquier cliente sin
      *          contrato. Un contrato nuevo es un alta con su fecha
      *          de vigencia; la actualizacion 'U' corrige precio,
      *          escalones o vencimiento de una vigencia ya capturada
      *          (un vencimiento anticipado es una 'U'). Un vencimiento
      *          en ceros se guarda como contrato sin vencimiento
      *          (99999999). Los rechazos salen numerados del catalogo
      *          comun MSGCAT (MSG-0101/0102/0103/0104). Cada
      *          transaccion trae el operador que la capturo
      *          (CTT-OPERADOR, despues de los 80 bytes del contrato),
      *          verificado contra OPRAUTH por PLATZI-OPER-AUTH
      *          (MSG-0107), y toda alta o correccion de contrato queda
      *          pendiente en OPRPEND hasta que otro operador la
      *          apruebe con accion 'V' (o la rechace con 'X') sobre el
      *          mismo cliente, articulo y vigencia. El pendiente
      *          guarda los 80 bytes del contrato; quien lo capturo lo
      *          regresa PLATZI-OPER-AUTH al firmarlo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-CONT-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONT-MASTER-FILE ASSIGN TO "CONTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CNR-LLAVE
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT CONT-TRAN-FILE   ASSIGN TO "CONTTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MAESTRO DE CONTRATOS: CLIENTE, ARTICULO Y FECHA DESDE LA QUE
      *> RIGE (LA LLAVE), FECHA DE VENCIMIENTO (INCLUSIVE), PRECIO
      *> PACTADO (CERO = SOLO ESCALONES) Y ESCALONES DE CANTIDAD EN
      *> ORDEN ASCENDENTE (CANTIDAD EN CERO = ESCALON SIN USO).
       FD  CONT-MASTER-FILE.
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

       FD  CONT-TRAN-FILE.
       01  CONT-TRAN-RECORD.
           05 CTT-CONTRATO.
              10 CTT-ACCION            PIC X(01).
              10 CTT-CLIENTE           PIC X(06).
              10 CTT-ARTICULO          PIC X(06).
              10 CTT-FECHA-VIGENTE     PIC 9(08).
              10 CTT-FECHA-VENCE       PIC 9(08).
              10 CTT-PRECIO            PIC 9(5)V99.
              10 CTT-ESCALONES         PIC X(42).
              10 FILLER                PIC X(02).
           05 CTT-OPERADOR             PIC X(08).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-CONT-SWITCHES          PIC X     VALUE '1'.
           88 WSS-CONT-FIN                      VALUE '0'.

       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.

      *> OPERADOR QUE FIRMA UN CAMBIO PENDIENTE (EN BLANCO MIENTRAS
      *> LA TRANSACCION NO VIENE DE UNA SEGUNDA FIRMA).
       77 WSV-APROBADOR              PIC X(08) VALUE SPACES.

      *> VENCIMIENTO EFECTIVO DE LA TRANSACCION (CEROS = SIN
      *> VENCIMIENTO)
       77 WSV-FECHA-VENCE            PIC 9(08) VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ALTAS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ACTUALIZADAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RETENIDAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-APROBADAS      PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-NO-APROBADAS   PIC 9(05) VALUE ZEROS.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='CONTMANT'==.

      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

      *> PARAMETROS DE LA RUTINA DE AUTORIDAD PLATZI-OPER-AUTH
       COPY OPRPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TRANSACCION UNTIL WSS-CONT-FIN.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           MOVE AUD-PROGRAMA TO OPR-PROGRAMA.
           OPEN I-O CONT-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT CONT-MASTER-FILE
               CLOSE CONT-MASTER-FILE
               OPEN I-O CONT-MASTER-FILE
           END-IF.
           OPEN INPUT CONT-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-CONT-FIN TO TRUE
               DISPLAY 'CONT-MANT - SIN TRANSACCIONES CONTTRAN'
           ELSE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

      *> PRIMERO LA AUTORIDAD DEL OPERADOR; UN CONTRATO VALIDO NUNCA
      *> SE APLICA CON UNA SOLA FIRMA: SE RETIENE, Y SE APLICA CUANDO
      *> OTRO OPERADOR FIRMA EL PENDIENTE.
       020-PROCESA-TRANSACCION.
           MOVE SPACES TO WSV-APROBADOR.
           MOVE CTT-OPERADOR TO OPR-OPERADOR.
           MOVE CTT-ACCION TO OPR-ACCION.
           SET OPR-VERIFICA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           PERFORM 022-FIJA-VENCE.
           EVALUATE TRUE
               WHEN OPR-NO-AUTORIZADO
                   MOVE 0107 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN CTT-ACCION = 'V' OR CTT-ACCION = 'X'
                   PERFORM 060-FIRMA-PENDIENTE
               WHEN CTT-ACCION NOT = 'A' AND CTT-ACCION NOT = 'U'
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN WSV-FECHA-VENCE < CTT-FECHA-VIGENTE
                   MOVE 0104 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN OTHER
                   PERFORM 064-RETIENE-CAMBIO
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

      *> VENCIMIENTO EFECTIVO: EN CEROS ES CONTRATO SIN VENCIMIENTO.
       022-FIJA-VENCE.
           IF CTT-FECHA-VENCE = ZEROS
               MOVE 99999999 TO WSV-FECHA-VENCE
           ELSE
               MOVE CTT-FECHA-VENCE TO WSV-FECHA-VENCE
           END-IF.

       025-APLICA-TRANSACCION.
           MOVE CTT-CLIENTE TO CNR-CLIENTE.
           MOVE CTT-ARTICULO TO CNR-ARTICULO.
           MOVE CTT-FECHA-VIGENTE TO CNR-FECHA-VIGENTE.
           PERFORM 022-FIJA-VENCE.
           EVALUATE CTT-ACCION
               WHEN 'A'
                   PERFORM 030-MUEVE-CONTRATO
                   WRITE CONT-MASTER-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           ADD 1 TO WSV-CONT-ALTAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ALTA CONTRATO: ' CNR-CLIENTE
                                   ' ' CNR-ARTICULO
                                   ' ' CNR-FECHA-VIGENTE
                                   '-' CNR-FECHA-VENCE
                                   ' PRECIO=' CNR-PRECIO
                                   ' OP=' CTT-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-WRITE
               WHEN OTHER
                   READ CONT-MASTER-FILE
                       INVALID KEY
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           PERFORM 030-MUEVE-CONTRATO
                           REWRITE CONT-MASTER-RECORD
                           ADD 1 TO WSV-CONT-ACTUALIZADAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ACTUALIZADO CONTRATO: ' CNR-CLIENTE
                                   ' ' CNR-ARTICULO
                                   ' ' CNR-FECHA-VIGENTE
                                   '-' CNR-FECHA-VENCE
                                   ' PRECIO=' CNR-PRECIO
                                   ' OP=' CTT-OPERADOR
                                   '/' WSV-APROBADOR
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-READ
           END-EVALUATE.

       030-MUEVE-CONTRATO.
           MOVE WSV-FECHA-VENCE TO CNR-FECHA-VENCE.
           MOVE CTT-PRECIO TO CNR-PRECIO.
           MOVE CTT-ESCALONES TO CNR-ESCALONES.
           IF CNR-ESCALONES NOT NUMERIC
               MOVE ZEROS TO CNR-ES-CANTIDAD (1) CNR-ES-PRECIO (1)
                             CNR-ES-CANTIDAD (2) CNR-ES-PRECIO (2)
                             CNR-ES-CANTIDAD (3) CNR-ES-PRECIO (3)
           END-IF.

       040-LEE-TRANSACCION.
           READ CONT-TRAN-FILE
               AT END SET WSS-CONT-FIN TO TRUE
           END-READ.

      *> EMITE EL RECHAZO NUMERADO DEL CATALOGO EN CONSOLA Y EN LA
      *> BITACORA CON SEVERIDAD DE ERROR (LLEGA A OPALERT).
       050-RECHAZA-TRANSACCION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD.
           DISPLAY 'MSG-' MSG-NUMERO ' ' MSG-TEXTO (1:36)
               ': ' CTT-CLIENTE ' ' CTT-ARTICULO ' '
               CTT-FECHA-VIGENTE.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' CTT-CLIENTE ' ' CTT-ARTICULO ' '
                   CTT-FECHA-VIGENTE
                   ' OP=' CTT-OPERADOR '/' WSV-APROBADOR
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> SEGUNDA FIRMA SOBRE EL PENDIENTE DEL MISMO CLIENTE, ARTICULO
      *> Y VIGENCIA: 'V' LO APRUEBA Y APLICA EL CONTRATO CAPTURADO
      *> (CON EL OPERADOR QUE LO CAPTURO), 'X' LO DESCARTA.
       060-FIRMA-PENDIENTE.
           MOVE CTT-OPERADOR TO WSV-APROBADOR.
           MOVE SPACES TO OPR-LLAVE.
           STRING CTT-CLIENTE CTT-ARTICULO CTT-FECHA-VIGENTE
                   DELIMITED BY SIZE INTO OPR-LLAVE.
           SET OPR-BUSCA-PENDIENTE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           EVALUATE TRUE
               WHEN OPR-SIN-PENDIENTE
                   MOVE 0109 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN OPR-MISMO-OPERADOR
                   MOVE 0110 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
               WHEN CTT-ACCION = 'X'
                   SET OPR-RECHAZA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-NO-APROBADAS
               WHEN OTHER
                   SET OPR-APRUEBA TO TRUE
                   CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD
                   ADD 1 TO WSV-CONT-APROBADAS
                   MOVE OPR-IMAGEN TO CTT-CONTRATO
                   MOVE OPR-OPERADOR-ORIGEN TO CTT-OPERADOR
                   PERFORM 025-APLICA-TRANSACCION
           END-EVALUATE.

       064-RETIENE-CAMBIO.
           MOVE SPACES TO OPR-LLAVE.
           STRING CTT-CLIENTE CTT-ARTICULO CTT-FECHA-VIGENTE
                   DELIMITED BY SIZE INTO OPR-LLAVE.
           MOVE CTT-CONTRATO TO OPR-IMAGEN.
           SET OPR-RETIENE TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           IF OPR-YA-PENDIENTE
               MOVE 0108 TO MSG-NUMERO
               PERFORM 050-RECHAZA-TRANSACCION
           ELSE
               ADD 1 TO WSV-CONT-RETENIDAS
               DISPLAY 'CONT-MANT - PENDIENTE DE SEGUNDA FIRMA: '
                   CTT-CLIENTE ' ' CTT-ARTICULO ' '
                   CTT-FECHA-VIGENTE ' PRECIO=' CTT-PRECIO
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           SET OPR-CIERRA TO TRUE.
           CALL 'PLATZI-OPER-AUTH' USING OPR-PARM-RECORD.
           CLOSE CONT-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE CONT-TRAN-FILE
           END-IF.
           DISPLAY 'CONT-MANT - ALTAS: ' WSV-CONT-ALTAS
               ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS.
           DISPLAY 'CONT-MANT - PENDIENTES DE FIRMA: '
               WSV-CONT-RETENIDAS
               ' APROBADAS: ' WSV-CONT-APROBADAS
               ' NO APROBADAS: ' WSV-CONT-NO-APROBADAS.

      *> FIJA EL RETURN-CODE: 4 SI ALGUNA TRANSACCION FUE RECHAZADA.
       099-FINALIZA.
           IF WSV-CONT-RECHAZADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-CONT-MANT.

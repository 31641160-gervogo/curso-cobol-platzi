      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Mantenimiento del maestro de autoridad de operadores
      *          OPRAUTH que consulta PLATZI-OPER-AUTH (mismo patron de
      *          alta/actualizacion/baja sobre maestro indexado que
      *          PLATZI-NOTSUP-MANT). Cada registro dice que acciones
      *          (letras de accion de la transaccion del programa, mas
      *          'V' para aprobar y 'X' para rechazar un cambio
      *          pendiente de doble firma) puede ejecutar un operador
      *          en un programa de mantenimiento, identificado por su
      *          tag de bitacora (CLIMANT, ARTMANT, FXRMANT, MSGMANT,
      *          BIZCAL, VARCONST, SUSPWKBN, CONTMANT, TAXMANT,
      *          GLMMANT, NSUPMANT). Un operador suspendido
      *          se deja con estado 'I' en vez de borrarlo, para que
      *          el rastro de quien tuvo autoridad se conserve. Lo
      *          administra seguridad informatica con OPRTRAN. Al final
      *          lista en OPRARPT los cambios que siguen pendientes de
      *          segunda firma en OPRPEND, con quien los capturo y
      *          desde cuando.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-OPR-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPM-MASTER-FILE  ASSIGN TO "OPRAUTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OAU-LLAVE
                                    FILE STATUS IS WSV-MASTER-STATUS.

           SELECT OPM-PENDIENTE-FILE ASSIGN TO "OPRPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OPD-LLAVE
                                    FILE STATUS IS WSV-PENDIENTE-STATUS.

           SELECT OPM-TRAN-FILE    ASSIGN TO "OPRTRAN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TRAN-STATUS.

           SELECT OPM-REPORT-FILE  ASSIGN TO "OPRARPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> AUTORIDAD DE OPERADORES: OPERADOR Y TAG DE PROGRAMA, NOMBRE,
      *> LETRAS DE ACCION PERMITIDAS Y ESTADO ('A' ACTIVO, 'I'
      *> SUSPENDIDO).
       FD  OPM-MASTER-FILE.
       01  OPR-AUTORIDAD-RECORD.
           05 OAU-LLAVE.
              10 OAU-OPERADOR          PIC X(08).
              10 OAU-PROGRAMA          PIC X(08).
           05 OAU-NOMBRE               PIC X(30).
           05 OAU-ACCIONES             PIC X(10).
           05 OAU-ESTADO               PIC X(01).
              88 OAU-ACTIVO                     VALUE 'A'.
              88 OAU-INACTIVO                   VALUE 'I'.
           05 FILLER                   PIC X(23).

      *> MISMO LAYOUT QUE OPR-PENDIENTE-RECORD EN PLATZI-OPER-AUTH.
       FD  OPM-PENDIENTE-FILE.
       01  OPR-PENDIENTE-RECORD.
           05 OPD-LLAVE.
              10 OPD-PROGRAMA          PIC X(08).
              10 OPD-CLAVE             PIC X(20).
           05 OPD-ACCION               PIC X(01).
           05 OPD-OPERADOR             PIC X(08).
           05 OPD-FECHA                PIC 9(08).
           05 OPD-HORA                 PIC 9(06).
           05 OPD-IMAGEN               PIC X(80).
           05 OPD-ESTADO               PIC X(01).
              88 OPD-PENDIENTE                  VALUE 'P'.
              88 OPD-APROBADO                   VALUE 'A'.
              88 OPD-RECHAZADO                  VALUE 'X'.
           05 OPD-APROBADOR            PIC X(08).
           05 OPD-FECHA-RESOLUCION     PIC 9(08).
           05 FILLER                   PIC X(10).

      *> ACCION 'A' ALTA, 'U' ACTUALIZACION, 'B' BAJA.
       FD  OPM-TRAN-FILE.
       01  OPM-TRAN-RECORD.
           05 OTR-ACCION               PIC X(01).
           05 OTR-OPERADOR             PIC X(08).
           05 OTR-PROGRAMA             PIC X(08).
           05 OTR-NOMBRE               PIC X(30).
           05 OTR-ACCIONES             PIC X(10).
           05 OTR-ESTADO               PIC X(01).
           05 FILLER                   PIC X(22).

       FD  OPM-REPORT-FILE.
       01  OPM-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-OPM-SWITCHES           PIC X     VALUE '1'.
           88 WSS-OPM-FIN                       VALUE '0'.

       77 WSS-PENDIENTE-SWITCHES     PIC X     VALUE '1'.
           88 WSS-PENDIENTE-FIN                 VALUE '0'.

       77 WSV-MASTER-STATUS          PIC XX    VALUE SPACES.
       77 WSV-PENDIENTE-STATUS       PIC XX    VALUE SPACES.
       77 WSV-TRAN-STATUS            PIC XX    VALUE SPACES.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-ALTAS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-ACTUALIZADAS   PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-BAJAS          PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-RECHAZADAS     PIC 9(05) VALUE ZEROS.
          05 WSV-CONT-PENDIENTES     PIC 9(05) VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='OPRMANT'==.

      *> PARAMETROS DEL CATALOGO DE MENSAJES PLATZI-MSG-READER
       COPY MSGPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-PROCESA-TRANSACCION UNTIL WSS-OPM-FIN.
           PERFORM 060-LISTA-PENDIENTES.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           OPEN I-O OPM-MASTER-FILE.
           IF WSV-MASTER-STATUS = '35'
               OPEN OUTPUT OPM-MASTER-FILE
               CLOSE OPM-MASTER-FILE
               OPEN I-O OPM-MASTER-FILE
           END-IF.
           OPEN OUTPUT OPM-REPORT-FILE.
           MOVE 'AUTORIDAD DE OPERADORES - CAMBIOS PENDIENTES DE FIRMA'
               TO WSV-REPORTE-LINEA.
           WRITE OPM-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO OPM-REPORT-LINE.
           WRITE OPM-REPORT-LINE.
           OPEN INPUT OPM-TRAN-FILE.
           IF WSV-TRAN-STATUS NOT = '00'
               SET WSS-OPM-FIN TO TRUE
               DISPLAY 'OPR-MANT - SIN TRANSACCIONES OPRTRAN'
           ELSE
               PERFORM 040-LEE-TRANSACCION
           END-IF.

       020-PROCESA-TRANSACCION.
           MOVE OTR-OPERADOR TO OAU-OPERADOR.
           MOVE OTR-PROGRAMA TO OAU-PROGRAMA.
           EVALUATE OTR-ACCION
               WHEN 'A'
                   PERFORM 030-ARMA-AUTORIDAD
                   WRITE OPR-AUTORIDAD-RECORD
                       INVALID KEY
                           MOVE 0101 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           ADD 1 TO WSV-CONT-ALTAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ALTA AUTORIDAD: ' OAU-OPERADOR
                                   ' ' OAU-PROGRAMA
                                   ' ACCIONES=' OAU-ACCIONES
                                   ' ESTADO=' OAU-ESTADO
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-WRITE
               WHEN 'U'
                   READ OPM-MASTER-FILE
                       INVALID KEY
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           PERFORM 030-ARMA-AUTORIDAD
                           REWRITE OPR-AUTORIDAD-RECORD
                           ADD 1 TO WSV-CONT-ACTUALIZADAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'ACTUALIZADA AUTORIDAD: '
                                   OAU-OPERADOR ' ' OAU-PROGRAMA
                                   ' ACCIONES=' OAU-ACCIONES
                                   ' ESTADO=' OAU-ESTADO
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-READ
               WHEN 'B'
                   READ OPM-MASTER-FILE
                       INVALID KEY
                           MOVE 0102 TO MSG-NUMERO
                           PERFORM 050-RECHAZA-TRANSACCION
                       NOT INVALID KEY
                           DELETE OPM-MASTER-FILE RECORD
                           ADD 1 TO WSV-CONT-BAJAS
                           MOVE SPACES TO AUD-MENSAJE
                           STRING 'BAJA AUTORIDAD: ' OAU-OPERADOR
                                   ' ' OAU-PROGRAMA
                                   DELIMITED BY SIZE INTO AUD-MENSAJE
                           CALL 'PLATZI-AUDIT-LOG' USING
                                   AUD-PARM-RECORD
                   END-READ
               WHEN OTHER
                   MOVE 0103 TO MSG-NUMERO
                   PERFORM 050-RECHAZA-TRANSACCION
           END-EVALUATE.
           PERFORM 040-LEE-TRANSACCION.

      *> SOLO UNA 'I' EXPLICITA SUSPENDE AL OPERADOR; CUALQUIER OTRO
      *> VALOR LO DEJA ACTIVO.
       030-ARMA-AUTORIDAD.
           MOVE OTR-NOMBRE TO OAU-NOMBRE.
           MOVE OTR-ACCIONES TO OAU-ACCIONES.
           IF OTR-ESTADO = 'I'
               SET OAU-INACTIVO TO TRUE
           ELSE
               SET OAU-ACTIVO TO TRUE
           END-IF.

       040-LEE-TRANSACCION.
           READ OPM-TRAN-FILE
               AT END SET WSS-OPM-FIN TO TRUE
           END-READ.

      *> EMITE EL RECHAZO NUMERADO DEL CATALOGO EN CONSOLA Y EN LA
      *> BITACORA CON SEVERIDAD DE ERROR (LLEGA A OPALERT).
       050-RECHAZA-TRANSACCION.
           ADD 1 TO WSV-CONT-RECHAZADAS.
           CALL 'PLATZI-MSG-READER' USING MSG-PARM-RECORD.
           DISPLAY 'MSG-' MSG-NUMERO ' ' MSG-TEXTO (1:36)
               ': ' OTR-OPERADOR ' ' OTR-PROGRAMA.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'MSG-' MSG-NUMERO ' '
                   MSG-TEXTO DELIMITED BY '  '
                   ': ' OTR-OPERADOR ' ' OTR-PROGRAMA
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ERROR TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> RECORRE OPRPEND Y LISTA LO QUE SIGUE ESPERANDO SEGUNDA FIRMA.
       060-LISTA-PENDIENTES.
           MOVE 'PROGRAMA LLAVE                ACC CAPTURO  FECHA'
               TO WSV-REPORTE-LINEA.
           WRITE OPM-REPORT-LINE FROM WSV-REPORTE-LINEA.
           OPEN INPUT OPM-PENDIENTE-FILE.
           IF WSV-PENDIENTE-STATUS = '00'
               PERFORM 062-LEE-PENDIENTE UNTIL WSS-PENDIENTE-FIN
               CLOSE OPM-PENDIENTE-FILE
           END-IF.
           IF WSV-CONT-PENDIENTES = ZEROS
               MOVE '  SIN CAMBIOS PENDIENTES DE FIRMA'
                   TO WSV-REPORTE-LINEA
               WRITE OPM-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

       062-LEE-PENDIENTE.
           READ OPM-PENDIENTE-FILE NEXT RECORD
               AT END SET WSS-PENDIENTE-FIN TO TRUE
           END-READ.
           IF NOT WSS-PENDIENTE-FIN
               IF OPD-PENDIENTE
                   ADD 1 TO WSV-CONT-PENDIENTES
                   MOVE SPACES TO WSV-REPORTE-LINEA
                   STRING OPD-PROGRAMA ' ' OPD-CLAVE ' '
                           OPD-ACCION '   ' OPD-OPERADOR ' '
                           OPD-FECHA
                           DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                   WRITE OPM-REPORT-LINE FROM WSV-REPORTE-LINEA
               END-IF
           END-IF.

       090-TERMINA.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
           CLOSE OPM-MASTER-FILE.
           IF WSV-TRAN-STATUS = '00' OR WSV-TRAN-STATUS = '10'
               CLOSE OPM-TRAN-FILE
           END-IF.
           MOVE SPACES TO OPM-REPORT-LINE.
           WRITE OPM-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RESUMEN - ALTAS: ' WSV-CONT-ALTAS
                   ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
                   ' BAJAS: ' WSV-CONT-BAJAS
                   ' RECHAZADAS: ' WSV-CONT-RECHAZADAS
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE OPM-REPORT-LINE FROM WSV-REPORTE-LINEA.
           CLOSE OPM-REPORT-FILE.
           DISPLAY 'OPR-MANT - ALTAS: ' WSV-CONT-ALTAS
               ' ACTUALIZADAS: ' WSV-CONT-ACTUALIZADAS
               ' BAJAS: ' WSV-CONT-BAJAS
               ' RECHAZADAS: ' WSV-CONT-RECHAZADAS
               ' PENDIENTES DE FIRMA: ' WSV-CONT-PENDIENTES.

      *> FIJA EL RETURN-CODE: 4 SI ALGUNA TRANSACCION FUE RECHAZADA.
       099-FINALIZA.
           IF WSV-CONT-RECHAZADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM PLATZI-OPR-MANT.

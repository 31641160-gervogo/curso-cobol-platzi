      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Rutina comun de autoridad de operadores y doble firma
      *          (mismo patron que PLATZI-MSG-READER y PLATZI-AUDIT-LOG)
      *          para los programas de mantenimiento. Hasta ahora cada
      *          mantenimiento aplicaba lo que trajera su archivo de
      *          transacciones, lo hubiera tecleado quien fuera. Cada
      *          transaccion trae ahora el operador que la capturo, y
      *          esta rutina lo verifica contra el maestro de autoridad
      *          OPRAUTH (operador, programa y acciones permitidas,
      *          mantenido por PLATZI-OPR-MANT). Los cambios sensibles
      *          (limite de credito, tipo de cambio, umbrales FEEPCT/
      *          WRNFLR/ERRCLG, castigos de suspenso) no se aplican al
      *          capturarse: el programa los deja aqui como pendientes
      *          en OPRPEND con la imagen completa de la transaccion, y
      *          solo se aplican cuando un operador distinto del que
      *          los capturo los aprueba. Las negativas, retenciones,
      *          aprobaciones y rechazos quedan en AUDITLOG a nombre
      *          del programa que llama, con los dos operadores. Los
      *          maestros se abren en la primera llamada de la corrida
      *          y el llamador los cierra con la funcion 'C'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-OPER-AUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPR-AUTORIDAD-FILE ASSIGN TO "OPRAUTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OAU-LLAVE
                                    FILE STATUS IS WSV-AUTORIDAD-STATUS.

           SELECT OPR-PENDIENTE-FILE ASSIGN TO "OPRPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OPD-LLAVE
                                    FILE STATUS IS WSV-PENDIENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LAYOUT QUE OPR-AUTORIDAD-RECORD EN PLATZI-OPR-MANT.
       FD  OPR-AUTORIDAD-FILE.
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

      *> CAMBIOS SENSIBLES EN ESPERA DE SEGUNDA FIRMA: PROGRAMA Y
      *> LLAVE DEL CAMBIO, IMAGEN DE LA TRANSACCION TAL COMO SE
      *> CAPTURO, QUIEN Y CUANDO LA CAPTURO, Y COMO SE RESOLVIO.
       FD  OPR-PENDIENTE-FILE.
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

       WORKING-STORAGE SECTION.
       *> SWITCHES
      *> LOS MAESTROS YA SE ABRIERON EN ESTA CORRIDA; LAS LLAMADAS
      *> SIGUIENTES LOS USAN SIN REABRIR.
       77 WSS-ABIERTO-SWITCHES       PIC X     VALUE '0'.
           88 WSS-MAESTROS-ABIERTOS             VALUE '1'.

       77 WSS-AUTORIDAD-SWITCHES     PIC X     VALUE 'N'.
           88 WSS-AUTORIDAD-DISPONIBLE          VALUE 'S'.

       77 WSV-AUTORIDAD-STATUS       PIC XX    VALUE SPACES.
       77 WSV-PENDIENTE-STATUS       PIC XX    VALUE SPACES.

       77 WSV-ACCIONES-HALLADAS      PIC 9(02) VALUE ZEROS.

      *> HORA CRUDA DE ACCEPT FROM TIME (HHMMSSCC); SE TOMA SOLO EL
      *> HHMMSS POR REDEFINES, IGUAL QUE PLATZI-AUDIT-LOG.
       01 WSV-HORA-BRUTA             PIC 9(08) VALUE ZEROS.
       01 WSV-HB-DETALLE            REDEFINES WSV-HORA-BRUTA.
          05 WSV-HB-HHMMSS           PIC 9(06).
          05 WSV-HB-CENTESIMAS       PIC 9(02).

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG; EL
       *> TAG SE SUSTITUYE EN CADA ENTRADA POR EL DEL LLAMADOR.
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='OPERAUTH'==.

       LINKAGE SECTION.
       COPY OPRPARM.

       PROCEDURE DIVISION USING OPR-PARM-RECORD.
       MAIN-PROCEDURE.
           IF OPR-CIERRA
               PERFORM 090-CIERRA-MAESTROS
               GOBACK
           END-IF.
           IF NOT WSS-MAESTROS-ABIERTOS
               PERFORM 010-ABRE-MAESTROS
           END-IF.
           SET OPR-CONFORME TO TRUE.
           MOVE OPR-PROGRAMA TO AUD-PROGRAMA.
           EVALUATE TRUE
               WHEN OPR-VERIFICA
                   PERFORM 020-VERIFICA-AUTORIDAD
               WHEN OPR-RETIENE
                   PERFORM 030-RETIENE-CAMBIO
               WHEN OPR-BUSCA-PENDIENTE
                   PERFORM 040-BUSCA-PENDIENTE
               WHEN OPR-APRUEBA
               WHEN OPR-RECHAZA
                   PERFORM 050-RESUELVE-PENDIENTE
           END-EVALUATE.

           GOBACK.

      *> SIN OPRAUTH NINGUN OPERADOR QUEDA AUTORIZADO; OPRPEND SE
      *> CREA VACIO EN LA PRIMERA CORRIDA.
       010-ABRE-MAESTROS.
           SET WSS-MAESTROS-ABIERTOS TO TRUE.
           OPEN INPUT OPR-AUTORIDAD-FILE.
           IF WSV-AUTORIDAD-STATUS = '00'
               SET WSS-AUTORIDAD-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'OPER-AUTH - SIN MAESTRO DE AUTORIDAD OPRAUTH, '
                   'NINGUN OPERADOR AUTORIZADO'
           END-IF.
           OPEN I-O OPR-PENDIENTE-FILE.
           IF WSV-PENDIENTE-STATUS = '35'
               OPEN OUTPUT OPR-PENDIENTE-FILE
               CLOSE OPR-PENDIENTE-FILE
               OPEN I-O OPR-PENDIENTE-FILE
           END-IF.

      *> EL OPERADOR DEBE ESTAR ACTIVO PARA EL PROGRAMA Y TRAER LA
      *> LETRA DE LA ACCION ENTRE SUS ACCIONES PERMITIDAS.
       020-VERIFICA-AUTORIDAD.
           MOVE ZEROS TO WSV-ACCIONES-HALLADAS.
           IF WSS-AUTORIDAD-DISPONIBLE
                   AND OPR-OPERADOR NOT = SPACES
                   AND OPR-ACCION NOT = SPACE
               MOVE OPR-OPERADOR TO OAU-OPERADOR
               MOVE OPR-PROGRAMA TO OAU-PROGRAMA
               READ OPR-AUTORIDAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OAU-ACTIVO
                           INSPECT OAU-ACCIONES TALLYING
                               WSV-ACCIONES-HALLADAS
                               FOR ALL OPR-ACCION
                       END-IF
               END-READ
           END-IF.
           IF WSV-ACCIONES-HALLADAS = ZEROS
               SET OPR-NO-AUTORIZADO TO TRUE
               MOVE SPACES TO AUD-MENSAJE
               STRING 'NEGADO: OPERADOR ' OPR-OPERADOR
                       ' SIN ACCION ' OPR-ACCION
                       ' EN ' OPR-PROGRAMA
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ERROR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

      *> UNA LLAVE SOLO PUEDE TENER UN CAMBIO PENDIENTE A LA VEZ; UNO
      *> YA RESUELTO SE REEMPLAZA POR EL NUEVO (EL RASTRO DEL ANTERIOR
      *> QUEDA EN AUDITLOG).
       030-RETIENE-CAMBIO.
           MOVE OPR-PROGRAMA TO OPD-PROGRAMA.
           MOVE OPR-LLAVE TO OPD-CLAVE.
           READ OPR-PENDIENTE-FILE
               INVALID KEY
                   PERFORM 032-ARMA-PENDIENTE
                   WRITE OPR-PENDIENTE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF OPD-PENDIENTE
                       SET OPR-YA-PENDIENTE TO TRUE
                   ELSE
                       PERFORM 032-ARMA-PENDIENTE
                       REWRITE OPR-PENDIENTE-RECORD
                       END-REWRITE
                   END-IF
           END-READ.
           IF OPR-CONFORME
               MOVE SPACES TO AUD-MENSAJE
               STRING 'RETENIDO PARA APROBACION: ' OPR-LLAVE
                       ' ACC=' OPR-ACCION
                       ' OP=' OPR-OPERADOR
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ADVERTENCIA TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       032-ARMA-PENDIENTE.
           MOVE SPACES TO OPR-PENDIENTE-RECORD.
           MOVE OPR-PROGRAMA TO OPD-PROGRAMA.
           MOVE OPR-LLAVE TO OPD-CLAVE.
           MOVE OPR-ACCION TO OPD-ACCION.
           MOVE OPR-OPERADOR TO OPD-OPERADOR.
           ACCEPT OPD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-BRUTA FROM TIME.
           MOVE WSV-HB-HHMMSS TO OPD-HORA.
           MOVE OPR-IMAGEN TO OPD-IMAGEN.
           SET OPD-PENDIENTE TO TRUE.
           MOVE ZEROS TO OPD-FECHA-RESOLUCION.

      *> ENTREGA LA IMAGEN PENDIENTE DE LA LLAVE; QUIEN CAPTURO EL
      *> CAMBIO NO PUEDE SER QUIEN LO FIRMA.
       040-BUSCA-PENDIENTE.
           MOVE SPACES TO OPR-IMAGEN.
           MOVE SPACES TO OPR-OPERADOR-ORIGEN.
           MOVE OPR-PROGRAMA TO OPD-PROGRAMA.
           MOVE OPR-LLAVE TO OPD-CLAVE.
           READ OPR-PENDIENTE-FILE
               INVALID KEY
                   SET OPR-SIN-PENDIENTE TO TRUE
               NOT INVALID KEY
                   IF NOT OPD-PENDIENTE
                       SET OPR-SIN-PENDIENTE TO TRUE
                   END-IF
           END-READ.
           IF OPR-CONFORME
               MOVE OPD-OPERADOR TO OPR-OPERADOR-ORIGEN
               IF OPD-OPERADOR = OPR-OPERADOR
                   SET OPR-MISMO-OPERADOR TO TRUE
                   MOVE SPACES TO AUD-MENSAJE
                   STRING 'FIRMA NEGADA, MISMO OPERADOR: ' OPR-LLAVE
                           ' OP=' OPR-OPERADOR
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ERROR TO TRUE
                   CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
               ELSE
                   MOVE OPD-IMAGEN TO OPR-IMAGEN
               END-IF
           END-IF.

      *> CIERRA EL PENDIENTE CON LA SEGUNDA FIRMA; LA ENTRADA DE
      *> BITACORA LLEVA A QUIEN CAPTURO Y A QUIEN FIRMO.
       050-RESUELVE-PENDIENTE.
           MOVE OPR-PROGRAMA TO OPD-PROGRAMA.
           MOVE OPR-LLAVE TO OPD-CLAVE.
           READ OPR-PENDIENTE-FILE
               INVALID KEY
                   SET OPR-SIN-PENDIENTE TO TRUE
               NOT INVALID KEY
                   IF NOT OPD-PENDIENTE
                       SET OPR-SIN-PENDIENTE TO TRUE
                   END-IF
           END-READ.
           IF OPR-CONFORME
               MOVE OPD-OPERADOR TO OPR-OPERADOR-ORIGEN
               MOVE OPR-OPERADOR TO OPD-APROBADOR
               ACCEPT OPD-FECHA-RESOLUCION FROM DATE YYYYMMDD
               MOVE SPACES TO AUD-MENSAJE
               IF OPR-APRUEBA
                   SET OPD-APROBADO TO TRUE
                   STRING 'APROBADO: ' OPR-LLAVE
                           ' OP=' OPD-OPERADOR
                           ' APRUEBA=' OPR-OPERADOR
                           DELIMITED BY SIZE INTO AUD-MENSAJE
               ELSE
                   SET OPD-RECHAZADO TO TRUE
                   STRING 'RECHAZADO EN APROBACION: ' OPR-LLAVE
                           ' OP=' OPD-OPERADOR
                           ' RECHAZA=' OPR-OPERADOR
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
               END-IF
               REWRITE OPR-PENDIENTE-RECORD
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.

       090-CIERRA-MAESTROS.
           IF WSS-MAESTROS-ABIERTOS
               IF WSS-AUTORIDAD-DISPONIBLE
                   CLOSE OPR-AUTORIDAD-FILE
               END-IF
               CLOSE OPR-PENDIENTE-FILE
               MOVE '0' TO WSS-ABIERTO-SWITCHES
               MOVE 'N' TO WSS-AUTORIDAD-SWITCHES
           END-IF.
           SET OPR-CONFORME TO TRUE.

       END PROGRAM PLATZI-OPER-AUTH.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Restauracion de maestros desde los juegos de respaldo
      *          que deja cada noche PLATZI-MSTR-BACKUP. Guiada por la
      *          tarjeta RSTPRM (fecha del juego, en ceros el mas
      *          reciente del manifiesto; y el maestro a restaurar, o
      *          '*TODOS' para el juego completo), recarga cada maestro
      *          pedido desde su copia plana NOMBRE.BAAAAMMDD (el
      *          maestro se recrea vacio y se carga en orden de llave),
      *          lo relee completo y compara el conteo de registros y
      *          el total de control contra la linea del manifiesto
      *          BKPMANF de esa fecha. Un maestro que no existia al
      *          respaldar no se toca; uno cuyo respaldo quedo con
      *          error o sin copia no se restaura. El resultado por
      *          maestro queda en el reporte RSTRPT y en la bitacora.
      *          Codigo 8 si la tarjeta no es valida, el juego no
      *          existe o algun maestro no se pudo restaurar o no
      *          cuadra con el manifiesto; 4 si el maestro pedido no
      *          existia en ese juego.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-MSTR-RESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RST-CLIMSTR-FILE  ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-CLIMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-ARTMSTR-FILE  ASSIGN TO "ARTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-ARTMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-ARMSTR-FILE   ASSIGN TO "ARMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-ARMSTR-LLAVE
                                    ALTERNATE RECORD KEY IS
                                        RST-ARMSTR-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-BILLHOLD-FILE ASSIGN TO "BILLHOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-BILLHOLD-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-CONTMSTR-FILE ASSIGN TO "CONTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-CONTMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-TAXMSTR-FILE  ASSIGN TO "TAXMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-TAXMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-TAXDET-FILE   ASSIGN TO "TAXDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-TAXDET-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-INVDET-FILE   ASSIGN TO "INVDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-INVDET-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-INVANUL-FILE  ASSIGN TO "INVANUL"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-INVANUL-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-STKMSTR-FILE  ASSIGN TO "STKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-STKMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-SLSHIST-FILE  ASSIGN TO "SLSHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-SLSHIST-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-GLMAP-FILE    ASSIGN TO "GLMAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-GLMAP-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-POSTLEDG-FILE ASSIGN TO "POSTLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-POSTLEDG-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-PLDGRECN-FILE ASSIGN TO "PLDGRECN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-PLDGRECN-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-PARKMSTR-FILE ASSIGN TO "PARKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-PARKMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-EXCMSTR-FILE  ASSIGN TO "EXCMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-EXCMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-FXRMSTR-FILE  ASSIGN TO "FXRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-FXRMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-VCS1MSTR-FILE ASSIGN TO "VCS1MSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-VCS1MSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-IFHIST-FILE   ASSIGN TO "IFHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-IFHIST-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-IFSNAP-FILE   ASSIGN TO "IFSNAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-IFSNAP-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-FEEWAIV-FILE  ASSIGN TO "FEEWAIV"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-FEEWAIV-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-FEEHIST-FILE  ASSIGN TO "FEEHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-FEEHIST-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-NOTSUPR-FILE  ASSIGN TO "NOTSUPR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-NOTSUPR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-NOTIREG-FILE  ASSIGN TO "NOTIREG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-NOTIREG-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-OPRAUTH-FILE  ASSIGN TO "OPRAUTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-OPRAUTH-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-OPRPEND-FILE  ASSIGN TO "OPRPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS RST-OPRPEND-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-SUSPMSTR-FILE ASSIGN TO "SUSPMSTR"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-ALRTMSTR-FILE ASSIGN TO "ALRTMSTR"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT RST-RESPALDO-FILE ASSIGN USING WSV-RESPALDO-NOMBRE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-RESPALDO-STATUS.

           SELECT RST-MANIFIESTO-FILE ASSIGN TO "BKPMANF"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-MANF-STATUS.

           SELECT RST-PARAM-FILE   ASSIGN TO "RSTPRM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT RST-REPORT-FILE  ASSIGN TO "RSTRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO LARGO Y LLAVE QUE LOS MAESTROS EN PLATZI-MSTR-BACKUP;
      *> EL REGISTRO SE GRABA COMO IMAGEN COMPLETA DESDE WSV-IMAGEN.
       FD  RST-CLIMSTR-FILE.
       01  RST-CLIMSTR-RECORD.
           05 RST-CLIMSTR-LLAVE        PIC X(06).
           05 FILLER                   PIC X(33).

       FD  RST-ARTMSTR-FILE.
       01  RST-ARTMSTR-RECORD.
           05 RST-ARTMSTR-LLAVE        PIC X(06).
           05 FILLER                   PIC X(17).

       FD  RST-ARMSTR-FILE.
       01  RST-ARMSTR-RECORD.
           05 RST-ARMSTR-LLAVE         PIC X(06).
           05 RST-ARMSTR-CLIENTE       PIC X(06).
           05 FILLER                   PIC X(97).

       FD  RST-BILLHOLD-FILE.
       01  RST-BILLHOLD-RECORD.
           05 RST-BILLHOLD-LLAVE       PIC X(19).
           05 FILLER                   PIC X(131).

       FD  RST-CONTMSTR-FILE.
       01  RST-CONTMSTR-RECORD.
           05 RST-CONTMSTR-LLAVE       PIC X(20).
           05 FILLER                   PIC X(67).

       FD  RST-TAXMSTR-FILE.
       01  RST-TAXMSTR-RECORD.
           05 RST-TAXMSTR-LLAVE        PIC X(10).
           05 FILLER                   PIC X(24).

       FD  RST-TAXDET-FILE.
       01  RST-TAXDET-RECORD.
           05 RST-TAXDET-LLAVE         PIC X(13).
           05 FILLER                   PIC X(56).

       FD  RST-INVDET-FILE.
       01  RST-INVDET-RECORD.
           05 RST-INVDET-LLAVE         PIC X(09).
           05 FILLER                   PIC X(76).

       FD  RST-INVANUL-FILE.
       01  RST-INVANUL-RECORD.
           05 RST-INVANUL-LLAVE        PIC X(06).
           05 FILLER                   PIC X(173).

       FD  RST-STKMSTR-FILE.
       01  RST-STKMSTR-RECORD.
           05 RST-STKMSTR-LLAVE        PIC X(06).
           05 FILLER                   PIC X(94).

       FD  RST-SLSHIST-FILE.
       01  RST-SLSHIST-RECORD.
           05 RST-SLSHIST-LLAVE        PIC X(20).
           05 FILLER                   PIC X(96).

       FD  RST-GLMAP-FILE.
       01  RST-GLMAP-RECORD.
           05 RST-GLMAP-LLAVE          PIC X(10).
           05 FILLER                   PIC X(50).

       FD  RST-POSTLEDG-FILE.
       01  RST-POSTLEDG-RECORD.
           05 RST-POSTLEDG-LLAVE       PIC X(08).
           05 FILLER                   PIC X(19).

       FD  RST-PLDGRECN-FILE.
       01  RST-PLDGRECN-RECORD.
           05 RST-PLDGRECN-LLAVE       PIC X(08).
           05 FILLER                   PIC X(81).

       FD  RST-PARKMSTR-FILE.
       01  RST-PARKMSTR-RECORD.
           05 RST-PARKMSTR-LLAVE       PIC X(13).
           05 FILLER                   PIC X(85).

       FD  RST-EXCMSTR-FILE.
       01  RST-EXCMSTR-RECORD.
           05 RST-EXCMSTR-LLAVE        PIC X(21).
           05 FILLER                   PIC X(122).

       FD  RST-FXRMSTR-FILE.
       01  RST-FXRMSTR-RECORD.
           05 RST-FXRMSTR-LLAVE        PIC X(03).
           05 FILLER                   PIC X(19).

       FD  RST-VCS1MSTR-FILE.
       01  RST-VCS1MSTR-RECORD.
           05 RST-VCS1MSTR-LLAVE       PIC X(06).
           05 FILLER                   PIC X(05).

       FD  RST-IFHIST-FILE.
       01  RST-IFHIST-RECORD.
           05 RST-IFHIST-LLAVE         PIC X(08).
           05 FILLER                   PIC X(20).

       FD  RST-IFSNAP-FILE.
       01  RST-IFSNAP-RECORD.
           05 RST-IFSNAP-LLAVE         PIC X(16).
           05 FILLER                   PIC X(28).

       FD  RST-FEEWAIV-FILE.
       01  RST-FEEWAIV-RECORD.
           05 RST-FEEWAIV-LLAVE        PIC X(17).
           05 FILLER                   PIC X(81).

       FD  RST-FEEHIST-FILE.
       01  RST-FEEHIST-RECORD.
           05 RST-FEEHIST-LLAVE        PIC X(16).
           05 FILLER                   PIC X(64).

       FD  RST-NOTSUPR-FILE.
       01  RST-NOTSUPR-RECORD.
           05 RST-NOTSUPR-LLAVE        PIC X(08).
           05 FILLER                   PIC X(52).

       FD  RST-NOTIREG-FILE.
       01  RST-NOTIREG-RECORD.
           05 RST-NOTIREG-LLAVE        PIC X(20).
           05 FILLER                   PIC X(75).

       FD  RST-OPRAUTH-FILE.
       01  RST-OPRAUTH-RECORD.
           05 RST-OPRAUTH-LLAVE        PIC X(16).
           05 FILLER                   PIC X(64).

       FD  RST-OPRPEND-FILE.
       01  RST-OPRPEND-RECORD.
           05 RST-OPRPEND-LLAVE        PIC X(28).
           05 FILLER                   PIC X(130).

       FD  RST-SUSPMSTR-FILE.
       01  RST-SUSPMSTR-RECORD         PIC X(68).

       FD  RST-ALRTMSTR-FILE.
       01  RST-ALRTMSTR-RECORD         PIC X(80).

      *> MISMO LAYOUT QUE BKP-RESPALDO-RECORD EN PLATZI-MSTR-BACKUP.
       FD  RST-RESPALDO-FILE.
       01  RST-RESPALDO-RECORD         PIC X(200).

      *> MISMO LAYOUT QUE BKP-MANIFIESTO-RECORD EN PLATZI-MSTR-BACKUP.
       FD  RST-MANIFIESTO-FILE.
       01  RST-MANIFIESTO-RECORD.
           05 MNF-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 MNF-MAESTRO              PIC X(08).
           05 FILLER                   PIC X(01).
           05 MNF-ESTADO               PIC X(01).
           05 FILLER                   PIC X(01).
           05 MNF-REGISTROS            PIC 9(09).
           05 FILLER                   PIC X(01).
           05 MNF-CONTROL              PIC S9(15)V9(6)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(01).
           05 MNF-HORA                 PIC 9(06).
           05 FILLER                   PIC X(21).

      *> TARJETA DE RESTAURACION: FECHA DEL JUEGO (CEROS = EL MAS
      *> RECIENTE) Y MAESTRO ('*TODOS' = EL JUEGO COMPLETO).
       FD  RST-PARAM-FILE.
       01  RST-PARAM-RECORD.
           05 RSP-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 RSP-MAESTRO              PIC X(08).
              88 RSP-JUEGO-COMPLETO              VALUE '*TODOS'.
           05 FILLER                   PIC X(63).

       FD  RST-REPORT-FILE.
       01  RST-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-MAESTRO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-MAESTRO-FIN                   VALUE '0'.

       77 WSS-RESPALDO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-RESPALDO-FIN                  VALUE '0'.

       77 WSS-MANIFIESTO-SWITCHES    PIC X     VALUE '1'.
           88 WSS-MANIFIESTO-FIN                VALUE '0'.

      *> LA TARJETA RSTPRM SE LEYO Y NOMBRA UN JUEGO QUE EXISTE
       77 WSS-TARJETA-SWITCHES       PIC X     VALUE '0'.
           88 WSS-TARJETA-VALIDA                VALUE '1'.

      *> RESULTADO DEL MAESTRO EN CURSO: 'R' RESTAURADO Y CUADRADO,
      *> 'O' OMITIDO, 'E' ERROR
       77 WSS-RESULTADO-SWITCHES     PIC X     VALUE SPACE.
           88 WSS-RESULTADO-RESTAURADO          VALUE 'R'.
           88 WSS-RESULTADO-OMITIDO             VALUE 'O'.
           88 WSS-RESULTADO-ERROR               VALUE 'E'.

       77 WSV-MAESTRO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-RESPALDO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-MANF-STATUS            PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.

      *> NOMBRE DINAMICO DE LA COPIA PLANA DEL MAESTRO
       77 WSV-RESPALDO-NOMBRE        PIC X(18) VALUE SPACES.
       77 WSV-MAESTRO-NOMBRE         PIC X(08) VALUE SPACES.

      *> JUEGO PEDIDO: FECHA Y MAESTRO (WSV-MA-SOLO EN CEROS = TODOS)
       77 WSV-FECHA-JUEGO            PIC 9(08) VALUE ZEROS.
       77 WSV-MAESTRO-PEDIDO         PIC X(08) VALUE SPACES.
       77 WSV-MA-SOLO                PIC 9(02) VALUE ZEROS.
       77 WSV-MOTIVO                 PIC X(60) VALUE SPACES.

      *> MISMA TABLA DE MAESTROS QUE WSC-MAESTROS EN
      *> PLATZI-MSTR-BACKUP (NOMBRE, ORGANIZACION, LARGO Y CAMPO DE
      *> CONTROL), EN EL MISMO ORDEN QUE LOS EVALUATE.
       01 WSC-MAESTROS.
          05 FILLER                  PIC X(08) VALUE 'CLIMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 039.
          05 FILLER                  PIC X(12) VALUE 'LIMITE-CRED'.
          05 FILLER                  PIC X(08) VALUE 'ARTMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 023.
          05 FILLER                  PIC X(12) VALUE 'PRECIO'.
          05 FILLER                  PIC X(08) VALUE 'ARMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 109.
          05 FILLER                  PIC X(12) VALUE 'SALDO'.
          05 FILLER                  PIC X(08) VALUE 'BILLHOLD'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 150.
          05 FILLER                  PIC X(12) VALUE 'EXTENSION'.
          05 FILLER                  PIC X(08) VALUE 'CONTMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 087.
          05 FILLER                  PIC X(12) VALUE 'PRECIO'.
          05 FILLER                  PIC X(08) VALUE 'TAXMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 034.
          05 FILLER                  PIC X(12) VALUE 'TASA'.
          05 FILLER                  PIC X(08) VALUE 'TAXDET'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 069.
          05 FILLER                  PIC X(12) VALUE 'IMPUESTO'.
          05 FILLER                  PIC X(08) VALUE 'INVDET'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 085.
          05 FILLER                  PIC X(12) VALUE 'EXTENSION'.
          05 FILLER                  PIC X(08) VALUE 'INVANUL'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 179.
          05 FILLER                  PIC X(12) VALUE 'TOTAL'.
          05 FILLER                  PIC X(08) VALUE 'STKMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 100.
          05 FILLER                  PIC X(12) VALUE 'EXISTENCIA'.
          05 FILLER                  PIC X(08) VALUE 'SLSHIST'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 116.
          05 FILLER                  PIC X(12) VALUE 'NETO'.
          05 FILLER                  PIC X(08) VALUE 'GLMAP'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 060.
          05 FILLER                  PIC X(12) VALUE 'CARACTERES'.
          05 FILLER                  PIC X(08) VALUE 'POSTLEDG'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 027.
          05 FILLER                  PIC X(12) VALUE 'VALOR'.
          05 FILLER                  PIC X(08) VALUE 'PLDGRECN'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 089.
          05 FILLER                  PIC X(12) VALUE 'VALOR-LIBRO'.
          05 FILLER                  PIC X(08) VALUE 'PARKMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 098.
          05 FILLER                  PIC X(12) VALUE 'VALOR-ORIG'.
          05 FILLER                  PIC X(08) VALUE 'EXCMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 143.
          05 FILLER                  PIC X(12) VALUE 'IMPORTE'.
          05 FILLER                  PIC X(08) VALUE 'FXRMSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 022.
          05 FILLER                  PIC X(12) VALUE 'TASA'.
          05 FILLER                  PIC X(08) VALUE 'VCS1MSTR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 011.
          05 FILLER                  PIC X(12) VALUE 'VALOR'.
          05 FILLER                  PIC X(08) VALUE 'IFHIST'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 028.
          05 FILLER                  PIC X(12) VALUE 'FECHA-ULT'.
          05 FILLER                  PIC X(08) VALUE 'IFSNAP'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 044.
          05 FILLER                  PIC X(12) VALUE 'BALANCE'.
          05 FILLER                  PIC X(08) VALUE 'FEEWAIV'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 098.
          05 FILLER                  PIC X(12) VALUE 'MONTO'.
          05 FILLER                  PIC X(08) VALUE 'FEEHIST'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 080.
          05 FILLER                  PIC X(12) VALUE 'CARGADO'.
          05 FILLER                  PIC X(08) VALUE 'NOTSUPR'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 060.
          05 FILLER                  PIC X(12) VALUE 'FECHA-HASTA'.
          05 FILLER                  PIC X(08) VALUE 'NOTIREG'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 095.
          05 FILLER                  PIC X(12) VALUE 'MONTO-1'.
          05 FILLER                  PIC X(08) VALUE 'OPRAUTH'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 080.
          05 FILLER                  PIC X(12) VALUE 'CARACTERES'.
          05 FILLER                  PIC X(08) VALUE 'OPRPEND'.
          05 FILLER                  PIC X(01) VALUE 'I'.
          05 FILLER                  PIC 9(03) VALUE 158.
          05 FILLER                  PIC X(12) VALUE 'FECHA'.
          05 FILLER                  PIC X(08) VALUE 'SUSPMSTR'.
          05 FILLER                  PIC X(01) VALUE 'S'.
          05 FILLER                  PIC 9(03) VALUE 068.
          05 FILLER                  PIC X(12) VALUE 'NUMERO-A'.
          05 FILLER                  PIC X(08) VALUE 'ALRTMSTR'.
          05 FILLER                  PIC X(01) VALUE 'S'.
          05 FILLER                  PIC 9(03) VALUE 080.
          05 FILLER                  PIC X(12) VALUE 'VECES'.
       01 WSC-MAESTROS-R           REDEFINES WSC-MAESTROS.
          05 WSC-MAESTRO            OCCURS 28 TIMES.
             10 WSC-MA-NOMBRE       PIC X(08).
             10 WSC-MA-ORGANIZACION PIC X(01).
             10 WSC-MA-LARGO        PIC 9(03).
             10 WSC-MA-CONTROL      PIC X(12).

       77 WSC-MAESTROS-TOTAL         PIC 9(02) VALUE 28.
       77 WSV-MA-IDX                 PIC 9(02) VALUE ZEROS.
       77 WSV-MA-BUSCA               PIC 9(02) VALUE ZEROS.

      *> LINEA DEL MANIFIESTO DE CADA MAESTRO EN EL JUEGO PEDIDO
       01 WSV-MANIFIESTO.
          05 WSV-MANIFIESTO-MAESTRO OCCURS 28 TIMES.
             10 WSV-MF-ENCONTRADO   PIC X(01).
             10 WSV-MF-ESTADO       PIC X(01).
             10 WSV-MF-REGISTROS    PIC 9(09).
             10 WSV-MF-CONTROL      PIC S9(15)V9(6).

      *> IMAGEN DEL REGISTRO EN CURSO Y LA VISTA DE CADA MAESTRO CON SU
      *> CAMPO DE CONTROL (MISMAS VISTAS QUE PLATZI-MSTR-BACKUP)
       01 WSV-IMAGEN                 PIC X(200) VALUE SPACES.
       01 WSV-VISTA-CLIMSTR          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(29).
          05 WSV-CTL-CLIMSTR         PIC 9(7)V99.
       01 WSV-VISTA-ARTMSTR          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(06).
          05 WSV-CTL-ARTMSTR         PIC 9(5)V99.
       01 WSV-VISTA-ARMSTR           REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(65).
          05 WSV-CTL-ARMSTR          PIC S9(12)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-BILLHOLD         REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(46).
          05 WSV-CTL-BILLHOLD        PIC S9(10)V9(4)
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-CONTMSTR         REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(28).
          05 WSV-CTL-CONTMSTR        PIC 9(5)V99.
       01 WSV-VISTA-TAXMSTR          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(10).
          05 WSV-CTL-TAXMSTR         PIC 9(2)V99.
       01 WSV-VISTA-TAXDET           REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(46).
          05 WSV-CTL-TAXDET          PIC S9(10)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-INVDET           REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(43).
          05 WSV-CTL-INVDET          PIC S9(10)V9(4)
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-INVANUL          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(61).
          05 WSV-CTL-INVANUL         PIC S9(12)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-STKMSTR          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(06).
          05 WSV-CTL-STKMSTR         PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-SLSHIST          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(80).
          05 WSV-CTL-SLSHIST         PIC S9(11)V9(4)
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-POSTLEDG         REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(13).
          05 WSV-CTL-POSTLEDG        PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-PLDGRECN         REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(16).
          05 WSV-CTL-PLDGRECN        PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-PARKMSTR         REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(27).
          05 WSV-CTL-PARKMSTR        PIC S9(6)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-EXCMSTR          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(41).
          05 WSV-CTL-EXCMSTR         PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
       01 WSV-VISTA-FXRMSTR          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(03).
          05 WSV-CTL-FXRMSTR         PIC 9(4)V9(6).
       01 WSV-VISTA-VCS1MSTR         REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(06).
          05 WSV-CTL-VCS1MSTR        PIC 9(05).
       01 WSV-VISTA-IFHIST           REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(08).
          05 WSV-CTL-IFHIST          PIC 9(08).
       01 WSV-VISTA-IFSNAP           REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(18).
          05 WSV-CTL-IFSNAP          PIC 9(05).
       01 WSV-VISTA-FEEWAIV          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(17).
          05 WSV-CTL-FEEWAIV         PIC 9(5)V99.
       01 WSV-VISTA-FEEHIST          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(36).
          05 WSV-CTL-FEEHIST         PIC 9(5)V99.
       01 WSV-VISTA-NOTSUPR          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(08).
          05 WSV-CTL-NOTSUPR         PIC 9(08).
       01 WSV-VISTA-NOTIREG          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(21).
          05 WSV-CTL-NOTIREG         PIC 9(9)V99.
       01 WSV-VISTA-OPRPEND          REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(37).
          05 WSV-CTL-OPRPEND         PIC 9(08).
       01 WSV-VISTA-SUSPMSTR         REDEFINES WSV-IMAGEN.
          05 WSV-CTL-SUSPMSTR        PIC 9(5)V99.
       01 WSV-VISTA-ALRTMSTR         REDEFINES WSV-IMAGEN.
          05 FILLER                  PIC X(59).
          05 WSV-CTL-ALRTMSTR        PIC 9(05).

       77 WSV-CONT-CARGADOS          PIC 9(09) VALUE ZEROS.
       77 WSV-CONT-RECHAZOS          PIC 9(09) VALUE ZEROS.
       77 WSV-CONT-REGISTROS         PIC 9(09) VALUE ZEROS.
       77 WSV-SUMA-CONTROL           PIC S9(15)V9(6) VALUE ZEROS.
       77 WSV-BLANCOS                PIC 9(03) VALUE ZEROS.

      *> CONTADORES DEL REPORTE
       01 WSV-CONTADORES.
          05 WSV-CNT-RESTAURADOS     PIC 9(03) VALUE ZEROS.
          05 WSV-CNT-OMITIDOS        PIC 9(03) VALUE ZEROS.
          05 WSV-CNT-ERRORES         PIC 9(03) VALUE ZEROS.

      *> CAMPOS EDITADOS DEL REPORTE
       01 WSV-EDICION.
          05 WSV-ED-ESPERADOS        PIC ZZZ,ZZZ,ZZ9.
          05 WSV-ED-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
          05 WSV-ED-CONTROL          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.999999.

       77 WSV-VEREDICTO              PIC X(19) VALUE SPACES.
       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='MSTRREST'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WSS-TARJETA-VALIDA
               PERFORM 030-RESTAURA-MAESTRO THRU 030-SALIDA
                   VARYING WSV-MA-IDX FROM 1 BY 1
                   UNTIL WSV-MA-IDX > WSC-MAESTROS-TOTAL
           ELSE
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING 'NO SE RESTAURA NADA: ' WSV-MOTIVO
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               WRITE RST-REPORT-LINE FROM WSV-REPORTE-LINEA
               DISPLAY 'MSTR-RESTORE - ' WSV-REPORTE-LINEA (1:65)
               MOVE SPACES TO AUD-MENSAJE
               STRING 'RESTAURACION RECHAZADA: ' WSV-MOTIVO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ERROR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           OPEN OUTPUT RST-REPORT-FILE.
           OPEN INPUT RST-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ RST-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                   PERFORM 012-VALIDA-TARJETA
               ELSE
                   MOVE 'TARJETA RSTPRM VACIA' TO WSV-MOTIVO
               END-IF
               CLOSE RST-PARAM-FILE
           ELSE
               MOVE 'SIN TARJETA RSTPRM' TO WSV-MOTIVO
           END-IF.
           IF WSV-MOTIVO = SPACES
               PERFORM 020-CARGA-MANIFIESTO
           END-IF.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RESTAURACION MAESTROS  JUEGO: ' WSV-FECHA-JUEGO
                   '  MAESTRO: ' WSV-MAESTRO-PEDIDO
                   '  CORRIDA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RST-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO RST-REPORT-LINE.
           WRITE RST-REPORT-LINE.
           IF WSS-TARJETA-VALIDA
               MOVE 'MAESTRO    MANIFIESTO  RESTAURADOS'
                   TO WSV-REPORTE-LINEA
               MOVE 'TOTAL DE CONTROL' TO WSV-REPORTE-LINEA (45:16)
               MOVE 'RESULTADO' TO WSV-REPORTE-LINEA (62:9)
               WRITE RST-REPORT-LINE FROM WSV-REPORTE-LINEA
           END-IF.

      *> LA FECHA DEBE SER NUMERICA (CEROS = EL JUEGO MAS RECIENTE) Y
      *> EL MAESTRO '*TODOS' O UNO DE LA TABLA.
       012-VALIDA-TARJETA.
           MOVE RSP-MAESTRO TO WSV-MAESTRO-PEDIDO.
           IF RSP-FECHA NUMERIC
               MOVE RSP-FECHA TO WSV-FECHA-JUEGO
           ELSE
               MOVE 'FECHA DEL JUEGO NO NUMERICA EN RSTPRM'
                   TO WSV-MOTIVO
           END-IF.
           IF NOT RSP-JUEGO-COMPLETO
               MOVE ZEROS TO WSV-MA-SOLO
               PERFORM 014-BUSCA-PEDIDO
                   VARYING WSV-MA-BUSCA FROM 1 BY 1
                   UNTIL WSV-MA-BUSCA > WSC-MAESTROS-TOTAL
               IF WSV-MA-SOLO = ZEROS
                   MOVE SPACES TO WSV-MOTIVO
                   STRING 'MAESTRO ' RSP-MAESTRO
                           ' NO ES PARTE DEL JUEGO DE RESPALDO'
                           DELIMITED BY SIZE INTO WSV-MOTIVO
               END-IF
           END-IF.

       014-BUSCA-PEDIDO.
           IF WSC-MA-NOMBRE (WSV-MA-BUSCA) = RSP-MAESTRO
               MOVE WSV-MA-BUSCA TO WSV-MA-SOLO
           END-IF.

      *> SIN FECHA EN LA TARJETA SE TOMA LA MAS RECIENTE DEL
      *> MANIFIESTO; LUEGO SE CARGAN LAS LINEAS DE ESA FECHA.
       020-CARGA-MANIFIESTO.
           INITIALIZE WSV-MANIFIESTO.
           IF WSV-FECHA-JUEGO = ZEROS
               MOVE '1' TO WSS-MANIFIESTO-SWITCHES
               OPEN INPUT RST-MANIFIESTO-FILE
               IF WSV-MANF-STATUS = '00'
                   PERFORM 022-BUSCA-RECIENTE UNTIL WSS-MANIFIESTO-FIN
                   CLOSE RST-MANIFIESTO-FILE
               END-IF
           END-IF.
           MOVE '1' TO WSS-MANIFIESTO-SWITCHES.
           OPEN INPUT RST-MANIFIESTO-FILE.
           IF WSV-MANF-STATUS = '00'
               PERFORM 024-CARGA-LINEA UNTIL WSS-MANIFIESTO-FIN
               CLOSE RST-MANIFIESTO-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WSV-MANF-STATUS = '35'
                   MOVE 'SIN MANIFIESTO BKPMANF' TO WSV-MOTIVO
               WHEN WSS-TARJETA-VALIDA
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WSV-MOTIVO
                   STRING 'NO HAY JUEGO DE RESPALDO DEL '
                           WSV-FECHA-JUEGO ' EN BKPMANF'
                           DELIMITED BY SIZE INTO WSV-MOTIVO
           END-EVALUATE.

       022-BUSCA-RECIENTE.
           READ RST-MANIFIESTO-FILE
               AT END SET WSS-MANIFIESTO-FIN TO TRUE
           END-READ.
           IF NOT WSS-MANIFIESTO-FIN AND MNF-FECHA > WSV-FECHA-JUEGO
               MOVE MNF-FECHA TO WSV-FECHA-JUEGO
           END-IF.

       024-CARGA-LINEA.
           READ RST-MANIFIESTO-FILE
               AT END SET WSS-MANIFIESTO-FIN TO TRUE
           END-READ.
           IF NOT WSS-MANIFIESTO-FIN AND MNF-FECHA = WSV-FECHA-JUEGO
               SET WSS-TARJETA-VALIDA TO TRUE
               PERFORM 026-UBICA-MAESTRO
                   VARYING WSV-MA-BUSCA FROM 1 BY 1
                   UNTIL WSV-MA-BUSCA > WSC-MAESTROS-TOTAL
           END-IF.

       026-UBICA-MAESTRO.
           IF WSC-MA-NOMBRE (WSV-MA-BUSCA) = MNF-MAESTRO
               MOVE 'S' TO WSV-MF-ENCONTRADO (WSV-MA-BUSCA)
               MOVE MNF-ESTADO TO WSV-MF-ESTADO (WSV-MA-BUSCA)
               MOVE MNF-REGISTROS TO WSV-MF-REGISTROS (WSV-MA-BUSCA)
               MOVE MNF-CONTROL TO WSV-MF-CONTROL (WSV-MA-BUSCA)
           END-IF.

      *> RESTAURA UN MAESTRO DEL JUEGO (O SOLO EL PEDIDO) Y LO VERIFICA
      *> CONTRA SU LINEA DEL MANIFIESTO.
       030-RESTAURA-MAESTRO.
           IF WSV-MA-SOLO NOT = ZEROS AND WSV-MA-SOLO NOT = WSV-MA-IDX
               GO TO 030-SALIDA
           END-IF.
           MOVE WSC-MA-NOMBRE (WSV-MA-IDX) TO WSV-MAESTRO-NOMBRE.
           MOVE SPACES TO WSV-RESPALDO-NOMBRE.
           STRING WSV-MAESTRO-NOMBRE DELIMITED BY SPACE
                   '.B' DELIMITED BY SIZE
                   WSV-FECHA-JUEGO DELIMITED BY SIZE
                   INTO WSV-RESPALDO-NOMBRE.
           MOVE ZEROS TO WSV-CONT-CARGADOS WSV-CONT-RECHAZOS
                         WSV-CONT-REGISTROS WSV-SUMA-CONTROL.
           SET WSS-RESULTADO-ERROR TO TRUE.
           IF WSV-MF-ENCONTRADO (WSV-MA-IDX) NOT = 'S'
               MOVE 'SIN LINEA EN MANIF.' TO WSV-VEREDICTO
               GO TO 030-REPORTA
           END-IF.
           IF WSV-MF-ESTADO (WSV-MA-IDX) = 'N'
               SET WSS-RESULTADO-OMITIDO TO TRUE
               MOVE 'NO EXISTIA, INTACTO' TO WSV-VEREDICTO
               GO TO 030-REPORTA
           END-IF.
           IF WSV-MF-ESTADO (WSV-MA-IDX) NOT = 'C'
               MOVE 'RESPALDO CON ERROR' TO WSV-VEREDICTO
               GO TO 030-REPORTA
           END-IF.
           MOVE '1' TO WSS-RESPALDO-SWITCHES.
           OPEN INPUT RST-RESPALDO-FILE.
           IF WSV-RESPALDO-STATUS NOT = '00'
               MOVE 'SIN COPIA PLANA' TO WSV-VEREDICTO
               GO TO 030-REPORTA
           END-IF.
           PERFORM 032-ABRE-SALIDA.
           IF WSV-MAESTRO-STATUS NOT = '00'
               CLOSE RST-RESPALDO-FILE
               MOVE SPACES TO WSV-VEREDICTO
               STRING 'NO ABRE, STATUS ' WSV-MAESTRO-STATUS
                       DELIMITED BY SIZE INTO WSV-VEREDICTO
               GO TO 030-REPORTA
           END-IF.
           PERFORM 034-CARGA-REGISTRO UNTIL WSS-RESPALDO-FIN.
           CLOSE RST-RESPALDO-FILE.
           PERFORM 038-CIERRA-MAESTRO.
           PERFORM 040-RELEE-MAESTRO.
           IF WSV-CONT-REGISTROS = WSV-MF-REGISTROS (WSV-MA-IDX)
                   AND WSV-SUMA-CONTROL = WSV-MF-CONTROL (WSV-MA-IDX)
                   AND WSV-CONT-RECHAZOS = ZEROS
               SET WSS-RESULTADO-RESTAURADO TO TRUE
               MOVE 'RESTAURADO, CUADRA' TO WSV-VEREDICTO
           ELSE
               MOVE 'NO CUADRA CON MANIF' TO WSV-VEREDICTO
           END-IF.

       030-REPORTA.
           PERFORM 050-LINEA-REPORTE.

       030-SALIDA.
           EXIT.

       032-ABRE-SALIDA.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   OPEN OUTPUT RST-CLIMSTR-FILE
               WHEN 2
                   OPEN OUTPUT RST-ARTMSTR-FILE
               WHEN 3
                   OPEN OUTPUT RST-ARMSTR-FILE
               WHEN 4
                   OPEN OUTPUT RST-BILLHOLD-FILE
               WHEN 5
                   OPEN OUTPUT RST-CONTMSTR-FILE
               WHEN 6
                   OPEN OUTPUT RST-TAXMSTR-FILE
               WHEN 7
                   OPEN OUTPUT RST-TAXDET-FILE
               WHEN 8
                   OPEN OUTPUT RST-INVDET-FILE
               WHEN 9
                   OPEN OUTPUT RST-INVANUL-FILE
               WHEN 10
                   OPEN OUTPUT RST-STKMSTR-FILE
               WHEN 11
                   OPEN OUTPUT RST-SLSHIST-FILE
               WHEN 12
                   OPEN OUTPUT RST-GLMAP-FILE
               WHEN 13
                   OPEN OUTPUT RST-POSTLEDG-FILE
               WHEN 14
                   OPEN OUTPUT RST-PLDGRECN-FILE
               WHEN 15
                   OPEN OUTPUT RST-PARKMSTR-FILE
               WHEN 16
                   OPEN OUTPUT RST-EXCMSTR-FILE
               WHEN 17
                   OPEN OUTPUT RST-FXRMSTR-FILE
               WHEN 18
                   OPEN OUTPUT RST-VCS1MSTR-FILE
               WHEN 19
                   OPEN OUTPUT RST-IFHIST-FILE
               WHEN 20
                   OPEN OUTPUT RST-IFSNAP-FILE
               WHEN 21
                   OPEN OUTPUT RST-FEEWAIV-FILE
               WHEN 22
                   OPEN OUTPUT RST-FEEHIST-FILE
               WHEN 23
                   OPEN OUTPUT RST-NOTSUPR-FILE
               WHEN 24
                   OPEN OUTPUT RST-NOTIREG-FILE
               WHEN 25
                   OPEN OUTPUT RST-OPRAUTH-FILE
               WHEN 26
                   OPEN OUTPUT RST-OPRPEND-FILE
               WHEN 27
                   OPEN OUTPUT RST-SUSPMSTR-FILE
               WHEN 28
                   OPEN OUTPUT RST-ALRTMSTR-FILE
           END-EVALUATE.

       034-CARGA-REGISTRO.
           READ RST-RESPALDO-FILE INTO WSV-IMAGEN
               AT END SET WSS-RESPALDO-FIN TO TRUE
           END-READ.
           IF NOT WSS-RESPALDO-FIN
               ADD 1 TO WSV-CONT-CARGADOS
               PERFORM 036-GRABA-MAESTRO
           END-IF.

      *> LA COPIA VIENE EN ORDEN DE LLAVE; UNA LLAVE FUERA DE ORDEN O
      *> DUPLICADA SE CUENTA COMO RECHAZO Y EL MAESTRO NO CUADRA.
       036-GRABA-MAESTRO.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   WRITE RST-CLIMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 2
                   WRITE RST-ARTMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 3
                   WRITE RST-ARMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 4
                   WRITE RST-BILLHOLD-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 5
                   WRITE RST-CONTMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 6
                   WRITE RST-TAXMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 7
                   WRITE RST-TAXDET-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 8
                   WRITE RST-INVDET-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 9
                   WRITE RST-INVANUL-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 10
                   WRITE RST-STKMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 11
                   WRITE RST-SLSHIST-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 12
                   WRITE RST-GLMAP-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 13
                   WRITE RST-POSTLEDG-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 14
                   WRITE RST-PLDGRECN-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 15
                   WRITE RST-PARKMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 16
                   WRITE RST-EXCMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 17
                   WRITE RST-FXRMSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 18
                   WRITE RST-VCS1MSTR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 19
                   WRITE RST-IFHIST-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 20
                   WRITE RST-IFSNAP-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 21
                   WRITE RST-FEEWAIV-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 22
                   WRITE RST-FEEHIST-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 23
                   WRITE RST-NOTSUPR-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 24
                   WRITE RST-NOTIREG-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 25
                   WRITE RST-OPRAUTH-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 26
                   WRITE RST-OPRPEND-RECORD FROM WSV-IMAGEN
                       INVALID KEY ADD 1 TO WSV-CONT-RECHAZOS
                   END-WRITE
               WHEN 27
                   WRITE RST-SUSPMSTR-RECORD FROM WSV-IMAGEN
               WHEN 28
                   WRITE RST-ALRTMSTR-RECORD FROM WSV-IMAGEN
           END-EVALUATE.

       038-CIERRA-MAESTRO.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   CLOSE RST-CLIMSTR-FILE
               WHEN 2
                   CLOSE RST-ARTMSTR-FILE
               WHEN 3
                   CLOSE RST-ARMSTR-FILE
               WHEN 4
                   CLOSE RST-BILLHOLD-FILE
               WHEN 5
                   CLOSE RST-CONTMSTR-FILE
               WHEN 6
                   CLOSE RST-TAXMSTR-FILE
               WHEN 7
                   CLOSE RST-TAXDET-FILE
               WHEN 8
                   CLOSE RST-INVDET-FILE
               WHEN 9
                   CLOSE RST-INVANUL-FILE
               WHEN 10
                   CLOSE RST-STKMSTR-FILE
               WHEN 11
                   CLOSE RST-SLSHIST-FILE
               WHEN 12
                   CLOSE RST-GLMAP-FILE
               WHEN 13
                   CLOSE RST-POSTLEDG-FILE
               WHEN 14
                   CLOSE RST-PLDGRECN-FILE
               WHEN 15
                   CLOSE RST-PARKMSTR-FILE
               WHEN 16
                   CLOSE RST-EXCMSTR-FILE
               WHEN 17
                   CLOSE RST-FXRMSTR-FILE
               WHEN 18
                   CLOSE RST-VCS1MSTR-FILE
               WHEN 19
                   CLOSE RST-IFHIST-FILE
               WHEN 20
                   CLOSE RST-IFSNAP-FILE
               WHEN 21
                   CLOSE RST-FEEWAIV-FILE
               WHEN 22
                   CLOSE RST-FEEHIST-FILE
               WHEN 23
                   CLOSE RST-NOTSUPR-FILE
               WHEN 24
                   CLOSE RST-NOTIREG-FILE
               WHEN 25
                   CLOSE RST-OPRAUTH-FILE
               WHEN 26
                   CLOSE RST-OPRPEND-FILE
               WHEN 27
                   CLOSE RST-SUSPMSTR-FILE
               WHEN 28
                   CLOSE RST-ALRTMSTR-FILE
           END-EVALUATE.

      *> RELEE EL MAESTRO RESTAURADO: CONTEO Y TOTAL DE CONTROL PARA
      *> COMPARAR CONTRA EL MANIFIESTO.
       040-RELEE-MAESTRO.
           MOVE '1' TO WSS-MAESTRO-SWITCHES.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   OPEN INPUT RST-CLIMSTR-FILE
               WHEN 2
                   OPEN INPUT RST-ARTMSTR-FILE
               WHEN 3
                   OPEN INPUT RST-ARMSTR-FILE
               WHEN 4
                   OPEN INPUT RST-BILLHOLD-FILE
               WHEN 5
                   OPEN INPUT RST-CONTMSTR-FILE
               WHEN 6
                   OPEN INPUT RST-TAXMSTR-FILE
               WHEN 7
                   OPEN INPUT RST-TAXDET-FILE
               WHEN 8
                   OPEN INPUT RST-INVDET-FILE
               WHEN 9
                   OPEN INPUT RST-INVANUL-FILE
               WHEN 10
                   OPEN INPUT RST-STKMSTR-FILE
               WHEN 11
                   OPEN INPUT RST-SLSHIST-FILE
               WHEN 12
                   OPEN INPUT RST-GLMAP-FILE
               WHEN 13
                   OPEN INPUT RST-POSTLEDG-FILE
               WHEN 14
                   OPEN INPUT RST-PLDGRECN-FILE
               WHEN 15
                   OPEN INPUT RST-PARKMSTR-FILE
               WHEN 16
                   OPEN INPUT RST-EXCMSTR-FILE
               WHEN 17
                   OPEN INPUT RST-FXRMSTR-FILE
               WHEN 18
                   OPEN INPUT RST-VCS1MSTR-FILE
               WHEN 19
                   OPEN INPUT RST-IFHIST-FILE
               WHEN 20
                   OPEN INPUT RST-IFSNAP-FILE
               WHEN 21
                   OPEN INPUT RST-FEEWAIV-FILE
               WHEN 22
                   OPEN INPUT RST-FEEHIST-FILE
               WHEN 23
                   OPEN INPUT RST-NOTSUPR-FILE
               WHEN 24
                   OPEN INPUT RST-NOTIREG-FILE
               WHEN 25
                   OPEN INPUT RST-OPRAUTH-FILE
               WHEN 26
                   OPEN INPUT RST-OPRPEND-FILE
               WHEN 27
                   OPEN INPUT RST-SUSPMSTR-FILE
               WHEN 28
                   OPEN INPUT RST-ALRTMSTR-FILE
           END-EVALUATE.
           IF WSV-MAESTRO-STATUS = '00'
               PERFORM 042-LEE-MAESTRO UNTIL WSS-MAESTRO-FIN
               PERFORM 038-CIERRA-MAESTRO
           END-IF.

       042-LEE-MAESTRO.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   READ RST-CLIMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 2
                   READ RST-ARTMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 3
                   READ RST-ARMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 4
                   READ RST-BILLHOLD-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 5
                   READ RST-CONTMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 6
                   READ RST-TAXMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 7
                   READ RST-TAXDET-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 8
                   READ RST-INVDET-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 9
                   READ RST-INVANUL-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 10
                   READ RST-STKMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 11
                   READ RST-SLSHIST-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 12
                   READ RST-GLMAP-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 13
                   READ RST-POSTLEDG-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 14
                   READ RST-PLDGRECN-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 15
                   READ RST-PARKMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 16
                   READ RST-EXCMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 17
                   READ RST-FXRMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 18
                   READ RST-VCS1MSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 19
                   READ RST-IFHIST-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 20
                   READ RST-IFSNAP-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 21
                   READ RST-FEEWAIV-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 22
                   READ RST-FEEHIST-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 23
                   READ RST-NOTSUPR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 24
                   READ RST-NOTIREG-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 25
                   READ RST-OPRAUTH-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 26
                   READ RST-OPRPEND-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 27
                   READ RST-SUSPMSTR-FILE INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 28
                   READ RST-ALRTMSTR-FILE INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
           END-EVALUATE.
           IF NOT WSS-MAESTRO-FIN
                   AND WSV-MAESTRO-STATUS NOT = '00'
                   AND WSV-MAESTRO-STATUS NOT = '02'
               SET WSS-MAESTRO-FIN TO TRUE
           END-IF.
           IF NOT WSS-MAESTRO-FIN
               ADD 1 TO WSV-CONT-REGISTROS
               PERFORM 044-SUMA-CONTROL
           END-IF.

      *> SUMA AL TOTAL DE CONTROL EL CAMPO DE CONTROL DEL MAESTRO EN
      *> CURSO, TOMADO DE SU VISTA SOBRE WSV-IMAGEN.
       044-SUMA-CONTROL.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   ADD WSV-CTL-CLIMSTR TO WSV-SUMA-CONTROL
               WHEN 2
                   ADD WSV-CTL-ARTMSTR TO WSV-SUMA-CONTROL
               WHEN 3
                   ADD WSV-CTL-ARMSTR TO WSV-SUMA-CONTROL
               WHEN 4
                   ADD WSV-CTL-BILLHOLD TO WSV-SUMA-CONTROL
               WHEN 5
                   ADD WSV-CTL-CONTMSTR TO WSV-SUMA-CONTROL
               WHEN 6
                   ADD WSV-CTL-TAXMSTR TO WSV-SUMA-CONTROL
               WHEN 7
                   ADD WSV-CTL-TAXDET TO WSV-SUMA-CONTROL
               WHEN 8
                   ADD WSV-CTL-INVDET TO WSV-SUMA-CONTROL
               WHEN 9
                   ADD WSV-CTL-INVANUL TO WSV-SUMA-CONTROL
               WHEN 10
                   ADD WSV-CTL-STKMSTR TO WSV-SUMA-CONTROL
               WHEN 11
                   ADD WSV-CTL-SLSHIST TO WSV-SUMA-CONTROL
               WHEN 12
                   PERFORM 046-CUENTA-CARACTERES
               WHEN 13
                   ADD WSV-CTL-POSTLEDG TO WSV-SUMA-CONTROL
               WHEN 14
                   ADD WSV-CTL-PLDGRECN TO WSV-SUMA-CONTROL
               WHEN 15
                   ADD WSV-CTL-PARKMSTR TO WSV-SUMA-CONTROL
               WHEN 16
                   ADD WSV-CTL-EXCMSTR TO WSV-SUMA-CONTROL
               WHEN 17
                   ADD WSV-CTL-FXRMSTR TO WSV-SUMA-CONTROL
               WHEN 18
                   ADD WSV-CTL-VCS1MSTR TO WSV-SUMA-CONTROL
               WHEN 19
                   ADD WSV-CTL-IFHIST TO WSV-SUMA-CONTROL
               WHEN 20
                   ADD WSV-CTL-IFSNAP TO WSV-SUMA-CONTROL
               WHEN 21
                   ADD WSV-CTL-FEEWAIV TO WSV-SUMA-CONTROL
               WHEN 22
                   ADD WSV-CTL-FEEHIST TO WSV-SUMA-CONTROL
               WHEN 23
                   ADD WSV-CTL-NOTSUPR TO WSV-SUMA-CONTROL
               WHEN 24
                   ADD WSV-CTL-NOTIREG TO WSV-SUMA-CONTROL
               WHEN 25
                   PERFORM 046-CUENTA-CARACTERES
               WHEN 26
                   ADD WSV-CTL-OPRPEND TO WSV-SUMA-CONTROL
               WHEN 27
                   ADD WSV-CTL-SUSPMSTR TO WSV-SUMA-CONTROL
               WHEN 28
                   ADD WSV-CTL-ALRTMSTR TO WSV-SUMA-CONTROL
           END-EVALUATE.

       046-CUENTA-CARACTERES.
           MOVE ZEROS TO WSV-BLANCOS.
           INSPECT WSV-IMAGEN (1:WSC-MA-LARGO (WSV-MA-IDX))
               TALLYING WSV-BLANCOS FOR ALL SPACE.
           ADD WSC-MA-LARGO (WSV-MA-IDX) TO WSV-SUMA-CONTROL.
           SUBTRACT WSV-BLANCOS FROM WSV-SUMA-CONTROL.

       050-LINEA-REPORTE.
           MOVE WSV-MF-REGISTROS (WSV-MA-IDX) TO WSV-ED-ESPERADOS.
           MOVE WSV-CONT-REGISTROS TO WSV-ED-REGISTROS.
           MOVE WSV-SUMA-CONTROL TO WSV-ED-CONTROL.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-MAESTRO-NOMBRE ' ' WSV-ED-ESPERADOS
                   ' ' WSV-ED-REGISTROS ' ' WSV-ED-CONTROL
                   ' ' WSV-VEREDICTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RST-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO AUD-MENSAJE.
           EVALUATE TRUE
               WHEN WSS-RESULTADO-RESTAURADO
                   ADD 1 TO WSV-CNT-RESTAURADOS
                   STRING WSV-MAESTRO-NOMBRE ' RESTAURADO DEL JUEGO '
                           WSV-FECHA-JUEGO ', ' WSV-CONT-REGISTROS
                           ' REGISTROS, CUADRA CON EL MANIFIESTO'
                           DELIMITED BY SIZE INTO AUD-MENSAJE
               WHEN WSS-RESULTADO-OMITIDO
                   ADD 1 TO WSV-CNT-OMITIDOS
                   STRING WSV-MAESTRO-NOMBRE ' NO EXISTIA EN EL JUEGO '
                           WSV-FECHA-JUEGO ', NO SE TOCA'
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ADVERTENCIA TO TRUE
               WHEN OTHER
                   ADD 1 TO WSV-CNT-ERRORES
                   STRING WSV-MAESTRO-NOMBRE ' NO RESTAURADO, JUEGO '
                           WSV-FECHA-JUEGO ': ' WSV-VEREDICTO
                           ' REG=' WSV-CONT-CARGADOS
                           ' RECH=' WSV-CONT-RECHAZOS
                           DELIMITED BY SIZE INTO AUD-MENSAJE
                   SET AUD-SEV-ERROR TO TRUE
                   IF WSV-MF-ENCONTRADO (WSV-MA-IDX) = 'S'
                       MOVE WSV-MF-CONTROL (WSV-MA-IDX)
                           TO WSV-ED-CONTROL
                       MOVE SPACES TO WSV-REPORTE-LINEA
                       STRING '         CONTROL EN EL MANIFIESTO:    '
                               WSV-ED-CONTROL
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                       WRITE RST-REPORT-LINE FROM WSV-REPORTE-LINEA
                   END-IF
           END-EVALUATE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

       090-TERMINA.
           MOVE SPACES TO RST-REPORT-LINE.
           WRITE RST-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RESTAURADOS Y CUADRADOS: ' WSV-CNT-RESTAURADOS
                   '   NO EXISTIAN: ' WSV-CNT-OMITIDOS
                   '   CON ERROR: ' WSV-CNT-ERRORES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE RST-REPORT-LINE FROM WSV-REPORTE-LINEA.
           CLOSE RST-REPORT-FILE.
           DISPLAY 'MSTR-RESTORE - RESTAURADOS: ' WSV-CNT-RESTAURADOS
               ' NO EXISTIAN: ' WSV-CNT-OMITIDOS
               ' CON ERROR: ' WSV-CNT-ERRORES.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> FIJA EL RETURN-CODE: 8 CON TARJETA O JUEGO INVALIDO O ALGUN
      *> MAESTRO SIN RESTAURAR, 4 SI EL MAESTRO PEDIDO NO EXISTIA EN
      *> EL JUEGO, 0 SI TODO LO PEDIDO QUEDO RESTAURADO Y CUADRADO.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN NOT WSS-TARJETA-VALIDA
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-CNT-ERRORES > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-MA-SOLO NOT = ZEROS
                       AND WSV-CNT-OMITIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PLATZI-MSTR-RESTORE.

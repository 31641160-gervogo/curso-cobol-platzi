      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Juego de respaldo nocturno de los maestros. Hasta
      *          ahora solo VCS1MSTR tenia respaldo (PLATZI-VCS1-
      *          RECOVER); un CLIMSTR, ARTMSTR, FXRMSTR, IFHIST,
      *          POSTLEDG o cualquier otro maestro danado no tenia
      *          camino de regreso sancionado. Ejecutado como ultimo
      *          paso de la noche (todos los maestros en el mismo punto
      *          del batch), vuelca cada maestro de la tabla WSC-
      *          MAESTROS (todos los indexados permanentes mas los
      *          secuenciales SUSPMSTR y ALRTMSTR) a su copia plana
      *          NOMBRE.BAAAAMMDD con la fecha de corrida, cuenta los
      *          registros y suma el campo de control de cada maestro,
      *          relee la copia para comprobar que trae el mismo conteo
      *          y total, y deja una linea por maestro en el manifiesto
      *          BKPMANF (fecha, maestro, estado, registros, total de
      *          control, hora). PLATZI-MSTR-RESTORE restaura desde el
      *          juego de una fecha y verifica contra el manifiesto. La
      *          tarjeta BKPPARM fija cuantos juegos se conservan (7
      *          por omision); los mas viejos se vacian, igual que las
      *          generaciones de PLATZI-GEN-KEEPER, pero solo cuando el
      *          juego del dia salio completo. El reporte BKPRPT dice
      *          por maestro si quedo capturado y si cuadro con el
      *          manifiesto. Codigo 8 si algun maestro no se pudo leer
      *          o su copia no cuadra; 4 si alguno no existe.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-MSTR-BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKP-CLIMSTR-FILE  ASSIGN TO "CLIMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-CLIMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-ARTMSTR-FILE  ASSIGN TO "ARTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-ARTMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-ARMSTR-FILE   ASSIGN TO "ARMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-ARMSTR-LLAVE
                                    ALTERNATE RECORD KEY IS
                                        BKP-ARMSTR-CLIENTE
                                        WITH DUPLICATES
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-BILLHOLD-FILE ASSIGN TO "BILLHOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-BILLHOLD-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-CONTMSTR-FILE ASSIGN TO "CONTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-CONTMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-TAXMSTR-FILE  ASSIGN TO "TAXMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-TAXMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-TAXDET-FILE   ASSIGN TO "TAXDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-TAXDET-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-INVDET-FILE   ASSIGN TO "INVDET"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-INVDET-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-INVANUL-FILE  ASSIGN TO "INVANUL"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-INVANUL-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-STKMSTR-FILE  ASSIGN TO "STKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-STKMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-SLSHIST-FILE  ASSIGN TO "SLSHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-SLSHIST-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-GLMAP-FILE    ASSIGN TO "GLMAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-GLMAP-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-POSTLEDG-FILE ASSIGN TO "POSTLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-POSTLEDG-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-PLDGRECN-FILE ASSIGN TO "PLDGRECN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-PLDGRECN-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-PARKMSTR-FILE ASSIGN TO "PARKMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-PARKMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-EXCMSTR-FILE  ASSIGN TO "EXCMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-EXCMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-FXRMSTR-FILE  ASSIGN TO "FXRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-FXRMSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-VCS1MSTR-FILE ASSIGN TO "VCS1MSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-VCS1MSTR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-IFHIST-FILE   ASSIGN TO "IFHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-IFHIST-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-IFSNAP-FILE   ASSIGN TO "IFSNAP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-IFSNAP-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-FEEWAIV-FILE  ASSIGN TO "FEEWAIV"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-FEEWAIV-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-FEEHIST-FILE  ASSIGN TO "FEEHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-FEEHIST-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-NOTSUPR-FILE  ASSIGN TO "NOTSUPR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-NOTSUPR-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-NOTIREG-FILE  ASSIGN TO "NOTIREG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-NOTIREG-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-OPRAUTH-FILE  ASSIGN TO "OPRAUTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-OPRAUTH-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-OPRPEND-FILE  ASSIGN TO "OPRPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BKP-OPRPEND-LLAVE
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-SUSPMSTR-FILE ASSIGN TO "SUSPMSTR"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-ALRTMSTR-FILE ASSIGN TO "ALRTMSTR"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-MAESTRO-STATUS.

           SELECT BKP-RESPALDO-FILE ASSIGN USING WSV-RESPALDO-NOMBRE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-RESPALDO-STATUS.

           SELECT BKP-MANIFIESTO-FILE ASSIGN TO "BKPMANF"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-MANF-STATUS.

           SELECT BKP-MANTRABAJO-FILE ASSIGN TO "BKPMANW"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-MANW-STATUS.

           SELECT BKP-PARAM-FILE   ASSIGN TO "BKPPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PRM-STATUS.

           SELECT BKP-REPORT-FILE  ASSIGN TO "BKPRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> LOS MAESTROS SE COPIAN COMO IMAGEN COMPLETA: AQUI SOLO SE
      *> DECLARAN EL LARGO Y LA LLAVE (MISMOS QUE EN SUS PROGRAMAS
      *> DUENOS); EL CAMPO DE CONTROL SE TOMA DE LA VISTA DE
      *> WSV-IMAGEN DE CADA MAESTRO.
       FD  BKP-CLIMSTR-FILE.
       01  BKP-CLIMSTR-RECORD.
           05 BKP-CLIMSTR-LLAVE        PIC X(06).
           05 FILLER                   PIC X(33).

       FD  BKP-ARTMSTR-FILE.
       01  BKP-ARTMSTR-RECORD.
           05 BKP-ARTMSTR-LLAVE        PIC X(06).
           05 FILLER                   PIC X(17).

       FD  BKP-ARMSTR-FILE.
       01  BKP-ARMSTR-RECORD.
           05 BKP-ARMSTR-LLAVE         PIC X(06).
           05 BKP-ARMSTR-CLIENTE       PIC X(06).
           05 FILLER                   PIC X(97).

       FD  BKP-BILLHOLD-FILE.
       01  BKP-BILLHOLD-RECORD.
           05 BKP-BILLHOLD-LLAVE       PIC X(19).
           05 FILLER                   PIC X(131).

       FD  BKP-CONTMSTR-FILE.
       01  BKP-CONTMSTR-RECORD.
           05 BKP-CONTMSTR-LLAVE       PIC X(20).
           05 FILLER                   PIC X(67).

       FD  BKP-TAXMSTR-FILE.
       01  BKP-TAXMSTR-RECORD.
           05 BKP-TAXMSTR-LLAVE        PIC X(10).
           05 FILLER                   PIC X(24).

       FD  BKP-TAXDET-FILE.
       01  BKP-TAXDET-RECORD.
           05 BKP-TAXDET-LLAVE         PIC X(13).
           05 FILLER                   PIC X(56).

       FD  BKP-INVDET-FILE.
       01  BKP-INVDET-RECORD.
           05 BKP-INVDET-LLAVE         PIC X(09).
           05 FILLER                   PIC X(76).

       FD  BKP-INVANUL-FILE.
       01  BKP-INVANUL-RECORD.
           05 BKP-INVANUL-LLAVE        PIC X(06).
           05 FILLER                   PIC X(173).

       FD  BKP-STKMSTR-FILE.
       01  BKP-STKMSTR-RECORD.
           05 BKP-STKMSTR-LLAVE        PIC X(06).
           05 FILLER                   PIC X(94).

       FD  BKP-SLSHIST-FILE.
       01  BKP-SLSHIST-RECORD.
           05 BKP-SLSHIST-LLAVE        PIC X(20).
           05 FILLER                   PIC X(96).

       FD  BKP-GLMAP-FILE.
       01  BKP-GLMAP-RECORD.
           05 BKP-GLMAP-LLAVE          PIC X(10).
           05 FILLER                   PIC X(50).

       FD  BKP-POSTLEDG-FILE.
       01  BKP-POSTLEDG-RECORD.
           05 BKP-POSTLEDG-LLAVE       PIC X(08).
           05 FILLER                   PIC X(19).

       FD  BKP-PLDGRECN-FILE.
       01  BKP-PLDGRECN-RECORD.
           05 BKP-PLDGRECN-LLAVE       PIC X(08).
           05 FILLER                   PIC X(81).

       FD  BKP-PARKMSTR-FILE.
       01  BKP-PARKMSTR-RECORD.
           05 BKP-PARKMSTR-LLAVE       PIC X(13).
           05 FILLER                   PIC X(85).

       FD  BKP-EXCMSTR-FILE.
       01  BKP-EXCMSTR-RECORD.
           05 BKP-EXCMSTR-LLAVE        PIC X(21).
           05 FILLER                   PIC X(122).

       FD  BKP-FXRMSTR-FILE.
       01  BKP-FXRMSTR-RECORD.
           05 BKP-FXRMSTR-LLAVE        PIC X(03).
           05 FILLER                   PIC X(19).

       FD  BKP-VCS1MSTR-FILE.
       01  BKP-VCS1MSTR-RECORD.
           05 BKP-VCS1MSTR-LLAVE       PIC X(06).
           05 FILLER                   PIC X(05).

       FD  BKP-IFHIST-FILE.
       01  BKP-IFHIST-RECORD.
           05 BKP-IFHIST-LLAVE         PIC X(08).
           05 FILLER                   PIC X(20).

       FD  BKP-IFSNAP-FILE.
       01  BKP-IFSNAP-RECORD.
           05 BKP-IFSNAP-LLAVE         PIC X(16).
           05 FILLER                   PIC X(28).

       FD  BKP-FEEWAIV-FILE.
       01  BKP-FEEWAIV-RECORD.
           05 BKP-FEEWAIV-LLAVE        PIC X(17).
           05 FILLER                   PIC X(81).

       FD  BKP-FEEHIST-FILE.
       01  BKP-FEEHIST-RECORD.
           05 BKP-FEEHIST-LLAVE        PIC X(16).
           05 FILLER                   PIC X(64).

       FD  BKP-NOTSUPR-FILE.
       01  BKP-NOTSUPR-RECORD.
           05 BKP-NOTSUPR-LLAVE        PIC X(08).
           05 FILLER                   PIC X(52).

       FD  BKP-NOTIREG-FILE.
       01  BKP-NOTIREG-RECORD.
           05 BKP-NOTIREG-LLAVE        PIC X(20).
           05 FILLER                   PIC X(75).

       FD  BKP-OPRAUTH-FILE.
       01  BKP-OPRAUTH-RECORD.
           05 BKP-OPRAUTH-LLAVE        PIC X(16).
           05 FILLER                   PIC X(64).

       FD  BKP-OPRPEND-FILE.
       01  BKP-OPRPEND-RECORD.
           05 BKP-OPRPEND-LLAVE        PIC X(28).
           05 FILLER                   PIC X(130).

       FD  BKP-SUSPMSTR-FILE.
       01  BKP-SUSPMSTR-RECORD         PIC X(68).

       FD  BKP-ALRTMSTR-FILE.
       01  BKP-ALRTMSTR-RECORD         PIC X(80).

      *> COPIA PLANA DE UN MAESTRO: UNA LINEA POR REGISTRO CON LA
      *> IMAGEN COMPLETA DEL REGISTRO.
       FD  BKP-RESPALDO-FILE.
       01  BKP-RESPALDO-RECORD         PIC X(200).

      *> MANIFIESTO DE LOS JUEGOS DE RESPALDO: UNA LINEA POR FECHA Y
      *> MAESTRO. ESTADO 'C' CAPTURADO Y CUADRADO, 'N' EL MAESTRO NO
      *> EXISTIA, 'E' NO SE PUDO LEER O LA COPIA NO CUADRO.
       FD  BKP-MANIFIESTO-FILE.
       01  BKP-MANIFIESTO-RECORD.
           05 MNF-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 MNF-MAESTRO              PIC X(08).
           05 FILLER                   PIC X(01).
           05 MNF-ESTADO               PIC X(01).
              88 MNF-CAPTURADO                   VALUE 'C'.
           05 FILLER                   PIC X(01).
           05 MNF-REGISTROS            PIC 9(09).
           05 FILLER                   PIC X(01).
           05 MNF-CONTROL              PIC S9(15)V9(6)
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                   PIC X(01).
           05 MNF-HORA                 PIC 9(06).
           05 FILLER                   PIC X(21).

      *> MANIFIESTO NUEVO MIENTRAS SE APLICA LA RETENCION; AL FINAL SE
      *> COPIA SOBRE BKPMANF.
       FD  BKP-MANTRABAJO-FILE.
       01  BKP-MANTRABAJO-RECORD       PIC X(80).

      *> TARJETA DE RETENCION: NUMERO DE JUEGOS A CONSERVAR.
       FD  BKP-PARAM-FILE.
       01  BKP-PARAM-RECORD.
           05 BPR-RETENCION            PIC 9(02).
           05 FILLER                   PIC X(78).

       FD  BKP-REPORT-FILE.
       01  BKP-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-MAESTRO-SWITCHES       PIC X     VALUE '1'.
           88 WSS-MAESTRO-FIN                   VALUE '0'.

       77 WSS-RESPALDO-SWITCHES      PIC X     VALUE '1'.
           88 WSS-RESPALDO-FIN                  VALUE '0'.

       77 WSS-MANIFIESTO-SWITCHES    PIC X     VALUE '1'.
           88 WSS-MANIFIESTO-FIN                VALUE '0'.

      *> LA LECTURA DEL MAESTRO EN CURSO TERMINO CON UN STATUS DE ERROR
      *> (NO CON FIN DE ARCHIVO)
       77 WSS-LECTURA-SWITCHES       PIC X     VALUE '0'.
           88 WSS-ERROR-LECTURA                 VALUE '1'.

       77 WSV-MAESTRO-STATUS         PIC XX    VALUE SPACES.
       77 WSV-RESPALDO-STATUS        PIC XX    VALUE SPACES.
       77 WSV-MANF-STATUS            PIC XX    VALUE SPACES.
       77 WSV-MANW-STATUS            PIC XX    VALUE SPACES.
       77 WSV-PRM-STATUS             PIC XX    VALUE SPACES.
       77 WSV-STATUS-ERROR           PIC XX    VALUE SPACES.

      *> NOMBRE DINAMICO DE LA COPIA PLANA DEL MAESTRO
       77 WSV-RESPALDO-NOMBRE        PIC X(18) VALUE SPACES.
       77 WSV-MAESTRO-NOMBRE         PIC X(08) VALUE SPACES.

      *> JUEGOS DE RESPALDO A CONSERVAR
       77 WSV-RETENCION              PIC 9(02) VALUE 7.

      *> LOS MAESTROS DEL JUEGO: NOMBRE, ORGANIZACION ('I' INDEXADO,
      *> 'S' SECUENCIAL), LARGO DEL REGISTRO Y CAMPO DE CONTROL QUE SE
      *> SUMA. GLMAP Y OPRAUTH NO TIENEN CAMPO NUMERICO: SU CONTROL ES
      *> EL TOTAL DE CARACTERES NO BLANCOS. EL ORDEN ES EL DE LOS
      *> EVALUATE DE APERTURA, LECTURA, CIERRE Y CONTROL.
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

      *> RESULTADO DEL JUEGO DEL DIA POR MAESTRO (MISMO ORDEN QUE
      *> WSC-MAESTROS); DE AQUI SALEN LAS LINEAS DEL MANIFIESTO.
       01 WSV-RESULTADOS.
          05 WSV-RESULTADO          OCCURS 28 TIMES.
             10 WSV-RS-ESTADO       PIC X(01).
             10 WSV-RS-REGISTROS    PIC 9(09).
             10 WSV-RS-CONTROL      PIC S9(15)V9(6).

      *> IMAGEN DEL REGISTRO EN CURSO Y LA VISTA DE CADA MAESTRO CON SU
      *> CAMPO DE CONTROL
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

       77 WSV-CONT-REGISTROS         PIC 9(09) VALUE ZEROS.
       77 WSV-SUMA-CONTROL           PIC S9(15)V9(6) VALUE ZEROS.
       77 WSV-BLANCOS                PIC 9(03) VALUE ZEROS.

      *> RETENCION SOBRE EL MANIFIESTO
       77 WSV-JUEGOS-ANTERIORES      PIC 9(05) VALUE ZEROS.
       77 WSV-JUEGOS-DEPURAR         PIC S9(05) VALUE ZEROS.
       77 WSV-JUEGO-NUMERO           PIC 9(05) VALUE ZEROS.
       77 WSV-FECHA-ANTERIOR         PIC 9(08) VALUE ZEROS.

      *> HORA CRUDA DE ACCEPT FROM TIME (HHMMSSCC); SE TOMA EL HHMMSS
      *> POR REDEFINES, MISMO PATRON QUE PLATZI-AUDIT-LOG.
       01 WSV-HORA-BRUTA             PIC 9(08) VALUE ZEROS.
       01 WSV-HB-DETALLE            REDEFINES WSV-HORA-BRUTA.
          05 WSV-HB-HHMMSS           PIC 9(06).
          05 WSV-HB-CENTESIMAS       PIC 9(02).

      *> CONTADORES DEL REPORTE
       01 WSV-CONTADORES.
          05 WSV-CNT-CAPTURADOS      PIC 9(03) VALUE ZEROS.
          05 WSV-CNT-NO-EXISTEN      PIC 9(03) VALUE ZEROS.
          05 WSV-CNT-ERRORES         PIC 9(03) VALUE ZEROS.
          05 WSV-CNT-DEPURADOS       PIC 9(05) VALUE ZEROS.

      *> CAMPOS EDITADOS DEL REPORTE
       01 WSV-EDICION.
          05 WSV-ED-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
          05 WSV-ED-CONTROL          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.999999.

       77 WSV-VEREDICTO              PIC X(18) VALUE SPACES.
       77 WSV-REPORTE-LINEA          PIC X(80) VALUE SPACES.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       *> PARAMETROS DE LA BITACORA COMPARTIDA PLATZI-AUDIT-LOG
       COPY AUDPARM REPLACING ==PROGRAMA-TAG== BY =='MSTRBKUP'==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 030-RESPALDA-MAESTRO
               VARYING WSV-MA-IDX FROM 1 BY 1
               UNTIL WSV-MA-IDX > WSC-MAESTROS-TOTAL.
           PERFORM 060-ACTUALIZA-MANIFIESTO.
           PERFORM 090-TERMINA.
           PERFORM 099-FINALIZA.

           GOBACK.

       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           ACCEPT WSV-HORA-BRUTA FROM TIME.
           OPEN INPUT BKP-PARAM-FILE.
           IF WSV-PRM-STATUS = '00'
               READ BKP-PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF WSV-PRM-STATUS = '00'
                       AND BPR-RETENCION NUMERIC
                       AND BPR-RETENCION > ZEROS
                   MOVE BPR-RETENCION TO WSV-RETENCION
               END-IF
               CLOSE BKP-PARAM-FILE
           END-IF.
           OPEN OUTPUT BKP-REPORT-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'RESPALDO DE MAESTROS   FECHA: ' CTL-RUN-DATE
                   '   HORA: ' WSV-HB-HHMMSS
                   '   RETENCION: ' WSV-RETENCION ' JUEGOS'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE BKP-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO BKP-REPORT-LINE.
           WRITE BKP-REPORT-LINE.
           MOVE 'MAESTRO  CONTROL        REGISTROS'
               TO WSV-REPORTE-LINEA.
           MOVE 'TOTAL DE CONTROL' TO WSV-REPORTE-LINEA (46:16).
           MOVE 'RESULTADO' TO WSV-REPORTE-LINEA (63:9).
           WRITE BKP-REPORT-LINE FROM WSV-REPORTE-LINEA.

      *> VUELCA UN MAESTRO A SU COPIA NOMBRE.BAAAAMMDD, RELEE LA COPIA
      *> Y DEJA EL RESULTADO EN WSV-RESULTADO PARA EL MANIFIESTO.
       030-RESPALDA-MAESTRO.
           MOVE WSC-MA-NOMBRE (WSV-MA-IDX) TO WSV-MAESTRO-NOMBRE.
           MOVE SPACES TO WSV-RESPALDO-NOMBRE.
           STRING WSV-MAESTRO-NOMBRE DELIMITED BY SPACE
                   '.B' DELIMITED BY SIZE
                   CTL-RUN-DATE DELIMITED BY SIZE
                   INTO WSV-RESPALDO-NOMBRE.
           MOVE ZEROS TO WSV-CONT-REGISTROS WSV-SUMA-CONTROL
                         WSV-RS-REGISTROS (WSV-MA-IDX)
                         WSV-RS-CONTROL (WSV-MA-IDX).
           MOVE '1' TO WSS-MAESTRO-SWITCHES.
           MOVE '0' TO WSS-LECTURA-SWITCHES.
           PERFORM 032-ABRE-MAESTRO.
           EVALUATE TRUE
               WHEN WSV-MAESTRO-STATUS = '35'
                   MOVE 'N' TO WSV-RS-ESTADO (WSV-MA-IDX)
                   MOVE 'NO EXISTE' TO WSV-VEREDICTO
                   ADD 1 TO WSV-CNT-NO-EXISTEN
               WHEN WSV-MAESTRO-STATUS NOT = '00'
                   MOVE 'E' TO WSV-RS-ESTADO (WSV-MA-IDX)
                   MOVE SPACES TO WSV-VEREDICTO
                   STRING 'NO ABRE, STATUS ' WSV-MAESTRO-STATUS
                           DELIMITED BY SIZE INTO WSV-VEREDICTO
               WHEN OTHER
                   OPEN OUTPUT BKP-RESPALDO-FILE
                   PERFORM 034-COPIA-REGISTRO UNTIL WSS-MAESTRO-FIN
                   CLOSE BKP-RESPALDO-FILE
                   PERFORM 036-CIERRA-MAESTRO
                   MOVE WSV-CONT-REGISTROS
                       TO WSV-RS-REGISTROS (WSV-MA-IDX)
                   MOVE WSV-SUMA-CONTROL TO WSV-RS-CONTROL (WSV-MA-IDX)
                   IF WSS-ERROR-LECTURA
                       MOVE 'E' TO WSV-RS-ESTADO (WSV-MA-IDX)
                       MOVE SPACES TO WSV-VEREDICTO
                       STRING 'ERROR LEE, ST ' WSV-STATUS-ERROR
                               DELIMITED BY SIZE INTO WSV-VEREDICTO
                   ELSE
                       PERFORM 040-VERIFICA-RESPALDO
                   END-IF
           END-EVALUATE.
           IF WSV-RS-ESTADO (WSV-MA-IDX) = 'E'
               ADD 1 TO WSV-CNT-ERRORES
               MOVE SPACES TO AUD-MENSAJE
               STRING 'RESPALDO DE ' WSV-MAESTRO-NOMBRE
                       ' FALLIDO: ' WSV-VEREDICTO
                       DELIMITED BY SIZE INTO AUD-MENSAJE
               SET AUD-SEV-ERROR TO TRUE
               CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD
           END-IF.
           PERFORM 050-LINEA-REPORTE.

       032-ABRE-MAESTRO.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   OPEN INPUT BKP-CLIMSTR-FILE
               WHEN 2
                   OPEN INPUT BKP-ARTMSTR-FILE
               WHEN 3
                   OPEN INPUT BKP-ARMSTR-FILE
               WHEN 4
                   OPEN INPUT BKP-BILLHOLD-FILE
               WHEN 5
                   OPEN INPUT BKP-CONTMSTR-FILE
               WHEN 6
                   OPEN INPUT BKP-TAXMSTR-FILE
               WHEN 7
                   OPEN INPUT BKP-TAXDET-FILE
               WHEN 8
                   OPEN INPUT BKP-INVDET-FILE
               WHEN 9
                   OPEN INPUT BKP-INVANUL-FILE
               WHEN 10
                   OPEN INPUT BKP-STKMSTR-FILE
               WHEN 11
                   OPEN INPUT BKP-SLSHIST-FILE
               WHEN 12
                   OPEN INPUT BKP-GLMAP-FILE
               WHEN 13
                   OPEN INPUT BKP-POSTLEDG-FILE
               WHEN 14
                   OPEN INPUT BKP-PLDGRECN-FILE
               WHEN 15
                   OPEN INPUT BKP-PARKMSTR-FILE
               WHEN 16
                   OPEN INPUT BKP-EXCMSTR-FILE
               WHEN 17
                   OPEN INPUT BKP-FXRMSTR-FILE
               WHEN 18
                   OPEN INPUT BKP-VCS1MSTR-FILE
               WHEN 19
                   OPEN INPUT BKP-IFHIST-FILE
               WHEN 20
                   OPEN INPUT BKP-IFSNAP-FILE
               WHEN 21
                   OPEN INPUT BKP-FEEWAIV-FILE
               WHEN 22
                   OPEN INPUT BKP-FEEHIST-FILE
               WHEN 23
                   OPEN INPUT BKP-NOTSUPR-FILE
               WHEN 24
                   OPEN INPUT BKP-NOTIREG-FILE
               WHEN 25
                   OPEN INPUT BKP-OPRAUTH-FILE
               WHEN 26
                   OPEN INPUT BKP-OPRPEND-FILE
               WHEN 27
                   OPEN INPUT BKP-SUSPMSTR-FILE
               WHEN 28
                   OPEN INPUT BKP-ALRTMSTR-FILE
           END-EVALUATE.

       034-COPIA-REGISTRO.
           PERFORM 035-LEE-MAESTRO.
           IF NOT WSS-MAESTRO-FIN
               WRITE BKP-RESPALDO-RECORD FROM WSV-IMAGEN
               ADD 1 TO WSV-CONT-REGISTROS
               PERFORM 044-SUMA-CONTROL
           END-IF.

      *> UN STATUS DISTINTO DE '00' (O '02', LLAVE ALTERNA DUPLICADA
      *> EN ARMSTR) QUE NO SEA FIN DE ARCHIVO CORTA LA COPIA.
       035-LEE-MAESTRO.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   READ BKP-CLIMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 2
                   READ BKP-ARTMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 3
                   READ BKP-ARMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 4
                   READ BKP-BILLHOLD-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 5
                   READ BKP-CONTMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 6
                   READ BKP-TAXMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 7
                   READ BKP-TAXDET-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 8
                   READ BKP-INVDET-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 9
                   READ BKP-INVANUL-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 10
                   READ BKP-STKMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 11
                   READ BKP-SLSHIST-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 12
                   READ BKP-GLMAP-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 13
                   READ BKP-POSTLEDG-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 14
                   READ BKP-PLDGRECN-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 15
                   READ BKP-PARKMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 16
                   READ BKP-EXCMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 17
                   READ BKP-FXRMSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 18
                   READ BKP-VCS1MSTR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 19
                   READ BKP-IFHIST-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 20
                   READ BKP-IFSNAP-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 21
                   READ BKP-FEEWAIV-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 22
                   READ BKP-FEEHIST-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 23
                   READ BKP-NOTSUPR-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 24
                   READ BKP-NOTIREG-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 25
                   READ BKP-OPRAUTH-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 26
                   READ BKP-OPRPEND-FILE NEXT RECORD INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 27
                   READ BKP-SUSPMSTR-FILE INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
               WHEN 28
                   READ BKP-ALRTMSTR-FILE INTO WSV-IMAGEN
                       AT END SET WSS-MAESTRO-FIN TO TRUE
                   END-READ
           END-EVALUATE.
           IF NOT WSS-MAESTRO-FIN
                   AND WSV-MAESTRO-STATUS NOT = '00'
                   AND WSV-MAESTRO-STATUS NOT = '02'
               MOVE WSV-MAESTRO-STATUS TO WSV-STATUS-ERROR
               SET WSS-ERROR-LECTURA TO TRUE
               SET WSS-MAESTRO-FIN TO TRUE
           END-IF.

       036-CIERRA-MAESTRO.
           EVALUATE WSV-MA-IDX
               WHEN 1
                   CLOSE BKP-CLIMSTR-FILE
               WHEN 2
                   CLOSE BKP-ARTMSTR-FILE
               WHEN 3
                   CLOSE BKP-ARMSTR-FILE
               WHEN 4
                   CLOSE BKP-BILLHOLD-FILE
               WHEN 5
                   CLOSE BKP-CONTMSTR-FILE
               WHEN 6
                   CLOSE BKP-TAXMSTR-FILE
               WHEN 7
                   CLOSE BKP-TAXDET-FILE
               WHEN 8
                   CLOSE BKP-INVDET-FILE
               WHEN 9
                   CLOSE BKP-INVANUL-FILE
               WHEN 10
                   CLOSE BKP-STKMSTR-FILE
               WHEN 11
                   CLOSE BKP-SLSHIST-FILE
               WHEN 12
                   CLOSE BKP-GLMAP-FILE
               WHEN 13
                   CLOSE BKP-POSTLEDG-FILE
               WHEN 14
                   CLOSE BKP-PLDGRECN-FILE
               WHEN 15
                   CLOSE BKP-PARKMSTR-FILE
               WHEN 16
                   CLOSE BKP-EXCMSTR-FILE
               WHEN 17
                   CLOSE BKP-FXRMSTR-FILE
               WHEN 18
                   CLOSE BKP-VCS1MSTR-FILE
               WHEN 19
                   CLOSE BKP-IFHIST-FILE
               WHEN 20
                   CLOSE BKP-IFSNAP-FILE
               WHEN 21
                   CLOSE BKP-FEEWAIV-FILE
               WHEN 22
                   CLOSE BKP-FEEHIST-FILE
               WHEN 23
                   CLOSE BKP-NOTSUPR-FILE
               WHEN 24
                   CLOSE BKP-NOTIREG-FILE
               WHEN 25
                   CLOSE BKP-OPRAUTH-FILE
               WHEN 26
                   CLOSE BKP-OPRPEND-FILE
               WHEN 27
                   CLOSE BKP-SUSPMSTR-FILE
               WHEN 28
                   CLOSE BKP-ALRTMSTR-FILE
           END-EVALUATE.

      *> RELEE LA COPIA PLANA: DEBE TRAER EL MISMO CONTEO Y EL MISMO
      *> TOTAL DE CONTROL QUE SE LEYERON DEL MAESTRO.
       040-VERIFICA-RESPALDO.
           MOVE ZEROS TO WSV-CONT-REGISTROS WSV-SUMA-CONTROL.
           MOVE '1' TO WSS-RESPALDO-SWITCHES.
           OPEN INPUT BKP-RESPALDO-FILE.
           IF WSV-RESPALDO-STATUS = '00'
               PERFORM 042-RELEE-RESPALDO UNTIL WSS-RESPALDO-FIN
               CLOSE BKP-RESPALDO-FILE
           END-IF.
           IF WSV-CONT-REGISTROS = WSV-RS-REGISTROS (WSV-MA-IDX)
                   AND WSV-SUMA-CONTROL = WSV-RS-CONTROL (WSV-MA-IDX)
               MOVE 'C' TO WSV-RS-ESTADO (WSV-MA-IDX)
               MOVE 'CAPTURADO, CUADRA' TO WSV-VEREDICTO
               ADD 1 TO WSV-CNT-CAPTURADOS
           ELSE
               MOVE 'E' TO WSV-RS-ESTADO (WSV-MA-IDX)
               MOVE 'COPIA NO CUADRA' TO WSV-VEREDICTO
           END-IF.

       042-RELEE-RESPALDO.
           READ BKP-RESPALDO-FILE INTO WSV-IMAGEN
               AT END SET WSS-RESPALDO-FIN TO TRUE
           END-READ.
           IF NOT WSS-RESPALDO-FIN
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
           MOVE WSV-RS-REGISTROS (WSV-MA-IDX) TO WSV-ED-REGISTROS.
           MOVE WSV-RS-CONTROL (WSV-MA-IDX) TO WSV-ED-CONTROL.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING WSV-MAESTRO-NOMBRE ' ' WSC-MA-CONTROL (WSV-MA-IDX)
                   ' ' WSV-ED-REGISTROS ' ' WSV-ED-CONTROL
                   ' ' WSV-VEREDICTO
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE BKP-REPORT-LINE FROM WSV-REPORTE-LINEA.

      *> REARMA EL MANIFIESTO EN BKPMANW: QUITA LAS LINEAS DE UNA
      *> CORRIDA ANTERIOR DE LA MISMA FECHA, VACIA Y DA DE BAJA LOS
      *> JUEGOS MAS VIEJOS QUE EXCEDEN LA RETENCION (SOLO SI EL JUEGO
      *> DEL DIA SALIO SIN ERRORES), AGREGA LAS LINEAS DEL DIA Y COPIA
      *> EL RESULTADO SOBRE BKPMANF. LAS LINEAS VAN AGRUPADAS POR FECHA
      *> EN ORDEN DE CORRIDA.
       060-ACTUALIZA-MANIFIESTO.
           PERFORM 062-CUENTA-JUEGOS.
           COMPUTE WSV-JUEGOS-DEPURAR =
               WSV-JUEGOS-ANTERIORES + 1 - WSV-RETENCION.
           IF WSV-JUEGOS-DEPURAR < ZEROS OR WSV-CNT-ERRORES > ZEROS
               MOVE ZEROS TO WSV-JUEGOS-DEPURAR
           END-IF.
           OPEN OUTPUT BKP-MANTRABAJO-FILE.
           MOVE ZEROS TO WSV-JUEGO-NUMERO WSV-FECHA-ANTERIOR.
           MOVE '1' TO WSS-MANIFIESTO-SWITCHES.
           OPEN INPUT BKP-MANIFIESTO-FILE.
           IF WSV-MANF-STATUS = '00'
               PERFORM 064-DEPURA-LINEA UNTIL WSS-MANIFIESTO-FIN
               CLOSE BKP-MANIFIESTO-FILE
           END-IF.
           PERFORM 066-GRABA-LINEA-DIA
               VARYING WSV-MA-IDX FROM 1 BY 1
               UNTIL WSV-MA-IDX > WSC-MAESTROS-TOTAL.
           CLOSE BKP-MANTRABAJO-FILE.
           PERFORM 068-REGRABA-MANIFIESTO.

       062-CUENTA-JUEGOS.
           MOVE ZEROS TO WSV-JUEGOS-ANTERIORES WSV-FECHA-ANTERIOR.
           MOVE '1' TO WSS-MANIFIESTO-SWITCHES.
           OPEN INPUT BKP-MANIFIESTO-FILE.
           IF WSV-MANF-STATUS = '00'
               PERFORM 063-CUENTA-LINEA UNTIL WSS-MANIFIESTO-FIN
               CLOSE BKP-MANIFIESTO-FILE
           END-IF.

       063-CUENTA-LINEA.
           READ BKP-MANIFIESTO-FILE
               AT END SET WSS-MANIFIESTO-FIN TO TRUE
           END-READ.
           IF NOT WSS-MANIFIESTO-FIN
                   AND MNF-FECHA NOT = CTL-RUN-DATE
                   AND MNF-FECHA NOT = WSV-FECHA-ANTERIOR
               ADD 1 TO WSV-JUEGOS-ANTERIORES
               MOVE MNF-FECHA TO WSV-FECHA-ANTERIOR
           END-IF.

       064-DEPURA-LINEA.
           READ BKP-MANIFIESTO-FILE
               AT END SET WSS-MANIFIESTO-FIN TO TRUE
           END-READ.
           IF NOT WSS-MANIFIESTO-FIN AND MNF-FECHA NOT = CTL-RUN-DATE
               IF MNF-FECHA NOT = WSV-FECHA-ANTERIOR
                   ADD 1 TO WSV-JUEGO-NUMERO
                   MOVE MNF-FECHA TO WSV-FECHA-ANTERIOR
                   IF WSV-JUEGO-NUMERO NOT > WSV-JUEGOS-DEPURAR
                       ADD 1 TO WSV-CNT-DEPURADOS
                       MOVE SPACES TO WSV-REPORTE-LINEA
                       STRING 'JUEGO DEL ' MNF-FECHA
                               ' VACIADO POR RETENCION'
                               DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
                       WRITE BKP-REPORT-LINE FROM WSV-REPORTE-LINEA
                   END-IF
               END-IF
               IF WSV-JUEGO-NUMERO > WSV-JUEGOS-DEPURAR
                   WRITE BKP-MANTRABAJO-RECORD
                       FROM BKP-MANIFIESTO-RECORD
               ELSE
                   PERFORM 065-VACIA-COPIA
               END-IF
           END-IF.

       065-VACIA-COPIA.
           IF MNF-CAPTURADO
               MOVE SPACES TO WSV-RESPALDO-NOMBRE
               STRING MNF-MAESTRO DELIMITED BY SPACE
                       '.B' DELIMITED BY SIZE
                       MNF-FECHA DELIMITED BY SIZE
                       INTO WSV-RESPALDO-NOMBRE
               OPEN OUTPUT BKP-RESPALDO-FILE
               CLOSE BKP-RESPALDO-FILE
           END-IF.

       066-GRABA-LINEA-DIA.
           MOVE SPACES TO BKP-MANIFIESTO-RECORD.
           MOVE CTL-RUN-DATE TO MNF-FECHA.
           MOVE WSC-MA-NOMBRE (WSV-MA-IDX) TO MNF-MAESTRO.
           MOVE WSV-RS-ESTADO (WSV-MA-IDX) TO MNF-ESTADO.
           MOVE WSV-RS-REGISTROS (WSV-MA-IDX) TO MNF-REGISTROS.
           MOVE WSV-RS-CONTROL (WSV-MA-IDX) TO MNF-CONTROL.
           MOVE WSV-HB-HHMMSS TO MNF-HORA.
           WRITE BKP-MANTRABAJO-RECORD FROM BKP-MANIFIESTO-RECORD.

       068-REGRABA-MANIFIESTO.
           OPEN INPUT BKP-MANTRABAJO-FILE.
           OPEN OUTPUT BKP-MANIFIESTO-FILE.
           MOVE '1' TO WSS-MANIFIESTO-SWITCHES.
           PERFORM 069-COPIA-MANIFIESTO UNTIL WSS-MANIFIESTO-FIN.
           CLOSE BKP-MANIFIESTO-FILE.
           CLOSE BKP-MANTRABAJO-FILE.

       069-COPIA-MANIFIESTO.
           READ BKP-MANTRABAJO-FILE
               AT END SET WSS-MANIFIESTO-FIN TO TRUE
           END-READ.
           IF NOT WSS-MANIFIESTO-FIN
               WRITE BKP-MANIFIESTO-RECORD FROM BKP-MANTRABAJO-RECORD
           END-IF.

       090-TERMINA.
           MOVE SPACES TO BKP-REPORT-LINE.
           WRITE BKP-REPORT-LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'MAESTROS CAPTURADOS Y CUADRADOS: ' WSV-CNT-CAPTURADOS
                   '   NO EXISTEN: ' WSV-CNT-NO-EXISTEN
                   '   CON ERROR: ' WSV-CNT-ERRORES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           WRITE BKP-REPORT-LINE FROM WSV-REPORTE-LINEA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           IF WSV-CNT-ERRORES > ZEROS
               MOVE 'JUEGO INCOMPLETO: NO SE VACIAN JUEGOS ANTERIORES'
                   TO WSV-REPORTE-LINEA
           ELSE
               STRING 'JUEGOS VACIADOS POR RETENCION: '
                       WSV-CNT-DEPURADOS
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           END-IF.
           WRITE BKP-REPORT-LINE FROM WSV-REPORTE-LINEA.
           CLOSE BKP-REPORT-FILE.
           DISPLAY 'MSTR-BACKUP - CAPTURADOS: ' WSV-CNT-CAPTURADOS
               ' NO EXISTEN: ' WSV-CNT-NO-EXISTEN
               ' CON ERROR: ' WSV-CNT-ERRORES.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'JUEGO DE RESPALDO ' CTL-RUN-DATE
                   ' CAPTURADOS=' WSV-CNT-CAPTURADOS
                   ' NO EXISTEN=' WSV-CNT-NO-EXISTEN
                   ' CON ERROR=' WSV-CNT-ERRORES
                   ' VACIADOS=' WSV-CNT-DEPURADOS
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           IF WSV-CNT-NO-EXISTEN > ZEROS
               SET AUD-SEV-ADVERTENCIA TO TRUE
           END-IF.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.
      *> CIERRE FINAL DE LA BITACORA COMPARTIDA EN MODO LOTE.
           SET AUD-CIERRA-BITACORA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

      *> FIJA EL RETURN-CODE: 8 SI ALGUN MAESTRO NO QUEDO RESPALDADO,
      *> 4 SI ALGUNO NO EXISTE, 0 CON EL JUEGO COMPLETO.
       099-FINALIZA.
           EVALUATE TRUE
               WHEN WSV-CNT-ERRORES > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-CNT-NO-EXISTEN > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PLATZI-MSTR-BACKUP.

      *          indique la tarjeta GENPARM (5 por omision) vaciando
      *          las mas viejas. El dia en curso sigue disponible bajo
      *          el nombre plano para los jobs que lo consumen.
      * Mod:    15-10-2026 - Se archiva tambien el feed IFPAIR, para
      *         que la simulacion de reglas PLATZI-IF-SIMUL pueda
      *         reclasificar el feed de un dia pasado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-GEN-KEEPER.
       *> GENERACIONES A CONSERVAR POR ARCHIVO
       77 WSV-RETENCION              PIC 9(02) VALUE 5.

      *> LAS SALIDAS DIARIAS (Y EL FEED IFPAIR) QUE SE ARCHIVAN POR
      *> GENERACION
       01 WSC-ARCHIVOS.
          05 FILLER                 PIC X(08) VALUE 'ARITSUSP'.
          05 FILLER                 PIC X(08) VALUE 'RUNCTL'.
          05 FILLER                 PIC X(08) VALUE 'VARRPT'.
          05 FILLER                 PIC X(08) VALUE 'PTSUMRPT'.
          05 FILLER                 PIC X(08) VALUE 'DRVLOG'.
          05 FILLER                 PIC X(08) VALUE 'IFPAIR'.
       01 WSC-ARCHIVOS-R           REDEFINES WSC-ARCHIVOS.
          05 WSC-ARCHIVO-NOMBRE     PIC X(08) OCCURS 6 TIMES.

       77 WSV-ARCHIVO-IDX            PIC 9(02) VALUE ZEROS.

           PERFORM 020-CARGA-CATALOGO.
           PERFORM 030-ARCHIVA-SALIDA
               VARYING WSV-ARCHIVO-IDX FROM 1 BY 1
               UNTIL WSV-ARCHIVO-IDX > 6.
           PERFORM 060-REGRABA-CATALOGO.
           PERFORM 090-TERMINA.


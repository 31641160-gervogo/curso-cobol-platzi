      * Mod:    23-08-2026 - Los desbalances se mandan a la bitacora
      *         con la nueva severidad de error de AUDPARM, que los
      *         rutea al archivo de alertas OPALERT.
      * Mod:    15-10-2026 - ARITTRAN puede traer varias transmisiones
      *         y ARITMETICA no procesa las rechazadas: los detalles
      *         fisicos se cuadran contra pares procesados mas
      *         RUN-ARIT-RECHAZADOS. ARITSUSP se amplia a 73 bytes con
      *         la fuente de la transmision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-EOD-BALANCE.
           05 FILLER                   PIC X(79).

       FD  BAL-SUSP-FILE.
       01  BAL-SUSP-RECORD             PIC X(73).

       FD  BAL-PARES-FILE.
       01  BAL-PARES-RECORD            PIC X(80).
      *> CRUZA CADA CONTEO FISICO CONTRA EL TOTAL AUTO-REPORTADO EN
      *> RUN-STATS-RECORD; CADA PATA DEJA SU LINEA EN EL REPORTE.
       070-CRUZA-TOTALES.
      *> LOS DETALLES DE TRANSMISIONES RECHAZADAS NO SE PROCESAN,
      *> PERO SIGUEN FISICAMENTE EN ARITTRAN.
           MOVE 'ARITTRAN DET VS PARES+RECHAZ' TO WSV-PATA-NOMBRE.
           MOVE WSV-CONT-TRANS TO WSV-PATA-CONTADO.
           COMPUTE WSV-PATA-REPORTADO =
               RUN-ARIT-PARES + RUN-ARIT-RECHAZADOS.
           PERFORM 072-COMPARA-PATA.

           MOVE 'ARITSUSP VS SUSPENSOS' TO WSV-PATA-NOMBRE.

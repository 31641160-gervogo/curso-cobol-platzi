      *          RETURN-CODE 8; registros parqueados dejan codigo 4.
      *          Una re-corrida del mismo dia regraba la posicion del
      *          dia desde cero en vez de duplicar los montos.
      * Mod:    15-10-2026 - ARITOUT trae al final la fuente de la
      *         transmision de ARITTRAN (AOR-FUENTE); POSTPARK se amplia
      *         a 83 bytes para seguir guardando el registro completo y
      *         la bitacora del parqueo muestra la fuente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-ARIT-POST.
           05 AOR-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(1).
           05 AOR-ESTADO               PIC X(02).
           05 FILLER                   PIC X(1).
           05 AOR-FUENTE               PIC X(08).

      *> MAESTRO DE POSICIONES DEL POSTEO, LLAVE FECHA DE CORRIDA: EL
      *> CONTEO DE POSTEOS DEL DIA Y EL VALOR ACUMULADO (LA SUMA DE
      *> REGISTROS 'EX' PARQUEADOS PARA REVISION, CON EL LAYOUT
      *> COMPLETO DE ARITOUT PARA QUE NADA SE PIERDA EN EL CAMINO.
       FD  POST-PARQUE-FILE.
       01  POST-PARQUE-RECORD          PIC X(83).

       FD  POST-REPORT-FILE.
       01  POST-REPORT-LINE            PIC X(80).
           WRITE POST-PARQUE-RECORD.
           MOVE SPACES TO AUD-MENSAJE.
           STRING 'PARQUEADO A=' AOR-NUMERO-A ' B=' AOR-NUMERO-B
                   ' ESTADO=' AOR-ESTADO ' FUENTE=' AOR-FUENTE
                   DELIMITED BY SIZE INTO AUD-MENSAJE.
           SET AUD-SEV-ADVERTENCIA TO TRUE.
           CALL 'PLATZI-AUDIT-LOG' USING AUD-PARM-RECORD.

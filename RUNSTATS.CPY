      *      del dia (reportadas en IFDUPRPT y no clasificadas), para
      *      que el reporte de control RUNCTL muestre cuanto del
      *      conteo del dia vino doble-enviado.
      *
      * Mod: 15-10-2026 - Se agrega RUN-ARIT-RECHAZADOS: los detalles
      *      de ARITTRAN que ARITMETICA no proceso porque venian en una
      *      transmision rechazada (truncada, desbalanceada, de otra
      *      fecha o sin header), para que PLATZI-EOD-BALANCE cuadre
      *      los detalles fisicos contra procesados mas rechazados.
      *****************************************************************
       01 RUN-STATS-RECORD.
           05 RUN-ARIT-PARES              PIC 9(05) VALUE ZEROS.
           05 RUN-PT-CONTADOR-FINAL       PIC 9(05) VALUE ZEROS.
           05 RUN-PT-INCREMENT-FINAL      PIC 9(05) VALUE ZEROS.
           05 RUN-IF-DUPLICADOS           PIC 9(05) VALUE ZEROS.
           05 RUN-ARIT-RECHAZADOS         PIC 9(05) VALUE ZEROS.

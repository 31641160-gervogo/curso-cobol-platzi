      *         multi-fecha selle cada fecha con su propia serie.
      *         OPALERT y los lectores del layout (AUDIT-INQUIRY,
      *         ALERT-MONITOR) crecen a la par.
      * Mod:    15-10-2026 - Una entrada con AUD-ACCION 'A' se copia a
      *         OPALERT aunque su severidad sea 'W' (el aviso de
      *         ventana del batch en riesgo del driver) y descarga de
      *         inmediato igual que una de error; la accion regresa a
      *         ' ' despues de grabar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-AUDIT-LOG.
           05 FILLER                    PIC X(01).
           05 ALR-SECUENCIA             PIC 9(06).

      *> ALERTAS EN TIEMPO REAL PARA EL TURNO DE CONSOLA: LAS
      *> ENTRADAS CON SEVERIDAD 'E' Y LAS QUE EL LLAMADOR MARCA CON
      *> AUD-ACCION 'A' LLEGAN AQUI.
       FD  OPER-ALERT-FILE.
       01  OPER-ALERT-RECORD           PIC X(133).

      *> CUMPLIRSE LA VENTANA DE WSC-LOTE-CORTE ENTRADAS; UN ABEND A
      *> MEDIA CORRIDA PIERDE A LO MAS LA COLA INFORMATIVA DE LA
      *> ULTIMA VENTANA.
           IF ALR-SEVERIDAD = 'E' OR AUD-ALERTA-OPERADOR
                   OR WSV-ESCRITAS-LOTE NOT < WSC-LOTE-CORTE
               PERFORM 015-DESCARGA-LOTE
           END-IF.

           IF ALR-SEVERIDAD = 'E' OR AUD-ALERTA-OPERADOR
               PERFORM 020-RUTEA-ALERTA
           END-IF.
           IF AUD-ALERTA-OPERADOR
               MOVE SPACE TO AUD-ACCION
           END-IF.

      *> LA SEVERIDAD REGRESA A 'I' DESPUES DE GRABAR: EL LLAMADOR
      *> SOLO MARCA SUS EXCEPCIONES ANTES DEL CALL Y LAS ENTRADAS

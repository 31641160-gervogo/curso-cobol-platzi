      *      MAIN de un programa suelto) manda el cierre una vez al
      *      terminar; la rutina regresa la accion a ' ' despues de
      *      cerrar.
      *****************************************************************
      * Mod: 15-10-2026 - AUD-ACCION gana el valor 'A': graba la
      *      entrada como siempre y ademas la copia a OPALERT aunque
      *      su severidad no sea 'E' (el aviso de ventana del batch en
      *      riesgo es una advertencia que el turno de consola debe
      *      ver durante la noche). La rutina regresa la accion a ' '
      *      despues de grabar.
      *****************************************************************
       01 AUD-PARM-RECORD.
           05 AUD-PROGRAMA               PIC X(08) VALUE PROGRAMA-TAG.
              88 AUD-SEV-ERROR                     VALUE 'E'.
           05 AUD-ACCION                 PIC X(01) VALUE SPACE.
              88 AUD-CIERRA-BITACORA               VALUE 'C'.
              88 AUD-ALERTA-OPERADOR               VALUE 'A'.
           05 AUD-MENSAJE                PIC X(90).

      *         convierte pero deja su advertencia visible y empuja el
      *         RETURN-CODE a 4 como minimo, para que nadie confie en
      *         un total armado sobre una tasa rancia.
      * Mod:    15-10-2026 - FXRMSTR gana FXR-ESTADO, que deja el
      *         cargador del feed del banco PLATZI-FXR-LOAD: una tasa
      *         que el banco no mando hoy o cuya tasa nueva quedo en
      *         cuarentena convierte con la anterior, y el consolidado
      *         dice cual de las dos cosas paso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-VAR-CONST-SWITCH.
           05 FXR-MONEDA               PIC X(03).
           05 FXR-TASA                 PIC 9(4)V9(6).
           05 FXR-FECHA-TASA           PIC 9(08).
           05 FXR-ESTADO               PIC X(01).
              88 FXR-REZAGADA                    VALUE 'R'.
              88 FXR-EN-CUARENTENA               VALUE 'Q'.

       WORKING-STORAGE SECTION.
       *> SWITCHES (Llamado por convención WORKING-STORAGE SWITCH o WSS)
                       WSV-ME-CODIGO (WSV-MONEDA-IDX)
                       ': ' FXR-FECHA-TASA
               END-IF
               PERFORM 098-ESTADO-TASA
           END-IF.

      *> EL ESTADO QUE DEJO EL CARGADOR DEL FEED DEL BANCO EXPLICA
      *> POR QUE LA TASA NO ES LA DEL DIA.
       098-ESTADO-TASA.
           IF WSV-ME-CODIGO (WSV-MONEDA-IDX) NOT = 'USD'
               MOVE SPACES TO VCS-REPORT-LINE
               EVALUATE TRUE
                   WHEN FXR-REZAGADA
                       STRING '      (EL BANCO NO MANDO TASA DE '
                           WSV-ME-CODIGO (WSV-MONEDA-IDX)
                           ' EN EL ULTIMO FEED)'
                           DELIMITED BY SIZE INTO VCS-REPORT-LINE
                       END-STRING
                   WHEN FXR-EN-CUARENTENA
                       STRING '      (TASA NUEVA DE '
                           WSV-ME-CODIGO (WSV-MONEDA-IDX)
                           ' EN CUARENTENA, PENDIENTE DE FIRMA)'
                           DELIMITED BY SIZE INTO VCS-REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF VCS-REPORT-LINE NOT = SPACES
                   WRITE VCS-REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *> FIJA EL RETURN-CODE DE SALIDA COMBINANDO LA SEÑAL EXTERNA DE

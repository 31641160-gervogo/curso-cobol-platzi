      *         y las escaladas), del que el cierre de mes
      *         PLATZI-MONTH-END arma el resumen mensual de
      *         clasificaciones sin releer IFCLAS de treinta dias.
      * Mod:    15-10-2026 - El rechazo por FUERA DE RANGO en IFERR
      *         lleva la cuenta justo despues de los dos puntos, en la
      *         misma posicion que los otros dos rechazos, para que la
      *         bandeja de excepciones PLATZI-EXC-INBOX tome la llave
      *         de la cuenta de cualquier linea de IFERR.
      * Mod:    15-10-2026 - La deteccion de duplicados ya no tiene
      *         tope de 500 cuentas: la tabla de cuentas vistas en el
      *         dia pasa al archivo de trabajo indexado IFVISTW (llave
      *         la cuenta), vaciado al inicio de cada corrida. La
      *         regla (la primera aparicion gana) y el reporte IFDUPRPT
      *         no cambian.
      * Mod:    15-10-2026 - La alta de una cuenta nueva en IFHIST
      *         cierra su WRITE con END-WRITE: el NOT INVALID KEY de
      *         014-ACTUALIZA-HISTORIA quedaba del WRITE y no del READ,
      *         asi que una cuenta conocida nunca corria su ultima
      *         clasificacion a la anterior y ninguna cuenta llegaba al
      *         reporte de escalamiento IFESCRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-DHIST-STATUS.

           SELECT IFE-VISTAS-FILE  ASSIGN TO "IFVISTW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS IFV-CUENTA
                                    FILE STATUS IS WSV-VISTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IFE-PARES-FILE.
           05 IDH-ESCALADAS            PIC 9(05).
           05 FILLER                   PIC X(34).

      *> CUENTAS YA VISTAS EN EL FEED DEL DIA, CON EL BALANCE/LIMITE
      *> QUE CONTO (LA PRIMERA APARICION); CONTRA ESTE ARCHIVO SE
      *> DETECTAN LAS REPETICIONES. ES ARCHIVO DE TRABAJO: SE VACIA
      *> AL INICIO DE CADA CORRIDA.
       FD  IFE-VISTAS-FILE.
       01  IFE-VISTAS-RECORD.
           05 IFV-CUENTA               PIC X(08).
           05 IFV-BALANCE              PIC 9(05).
           05 IFV-LIMITE               PIC 9(05).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-IF-SWITCHES           PIC X     VALUE '1'.
           88 WSS-IF-FIN                       VALUE '0'.

       77 WSS-IF-VISTA              PIC X     VALUE '0'.
           88 WSS-IF-REPETIDA                  VALUE '1'.

       77 WSS-IF-VALIDACION         PIC X     VALUE '1'.
           88 WSS-IF-PAR-VALIDO                VALUE '1'.
           88 WSS-IF-PAR-INVALIDO              VALUE '0'.
       *> PARA DECIDIR EL RETURN-CODE DE SALIDA DEL PROGRAMA)
       77 WSV-IF-ANOMALIAS         PIC 9(05) VALUE ZEROS.

       *> ESTADO DEL ARCHIVO DE CUENTAS VISTAS IFVISTW
       77 WSV-VISTAS-STATUS        PIC XX    VALUE SPACES.

       *> CONTADOR DE REPETICIONES DETECTADAS EN EL FEED DEL DIA
       77 WSV-IF-DUPLICADOS        PIC 9(05) VALUE ZEROS.
               END-IF.
               OPEN OUTPUT IFE-ESCALA-FILE.
               OPEN OUTPUT IFE-DUPLICADO-FILE.
               OPEN OUTPUT IFE-VISTAS-FILE.
               CLOSE IFE-VISTAS-FILE.
               OPEN I-O IFE-VISTAS-FILE.
               CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
               MOVE SPACES TO WSV-DUP-LINEA.
               STRING 'IF-ELSE - CUENTAS DUPLICADAS EN IFPAIR '
      *> SE CLASIFICA NI TOCA IFHIST (LA PRIMERA APARICION GANA):
      *> SOLO SE REPORTA Y SE CUENTA.
               PERFORM 009-DETECTA-DUPLICADO.
               IF WSS-IF-REPETIDA
                   PERFORM 011-REPORTA-DUPLICADO
                   SET WSS-IF-PAR-INVALIDO TO TRUE
               ELSE
               END-IF
               PERFORM 015-LEE-PAR.

      *> BUSCA LA CUENTA EN LAS VISTAS DEL DIA (IFVISTW); UNA CUENTA
      *> NUEVA (NO BLANCA) SE REGISTRA CON EL BALANCE/LIMITE QUE
      *> CONTO, PARA QUE EL REPORTE DE DUPLICADOS MUESTRE AMBOS
      *> JUEGOS DE VALORES. UNA CUENTA YA VISTA DEJA SU REGISTRO EN
      *> IFE-VISTAS-RECORD PARA 011.
           009-DETECTA-DUPLICADO.
               MOVE '0' TO WSS-IF-VISTA
               IF IPR-CUENTA NOT = SPACES
                   MOVE IPR-CUENTA TO IFV-CUENTA
                   READ IFE-VISTAS-FILE
                       INVALID KEY
                           PERFORM 0095-REGISTRA-VISTA
                       NOT INVALID KEY
                           SET WSS-IF-REPETIDA TO TRUE
                   END-READ
               END-IF.

           0095-REGISTRA-VISTA.
               MOVE IPR-CUENTA TO IFV-CUENTA
               MOVE IPR-BALANCE TO IFV-BALANCE
               MOVE IPR-LIMITE TO IFV-LIMITE
               WRITE IFE-VISTAS-RECORD
                   INVALID KEY
                       DISPLAY 'IF-ELSE - LLAVE DUPLICADA EN IFVISTW: '
                           IFV-CUENTA
               END-WRITE.

           011-REPORTA-DUPLICADO.
               ADD 1 TO WSV-IF-DUPLICADOS
               MOVE SPACES TO WSV-DUP-LINEA
               STRING 'CUENTA: ' IPR-CUENTA
                       ' CONTO BAL=' IFV-BALANCE
                       ' LIM=' IFV-LIMITE
                       ' REPETIDO BAL=' WSC-A
                       ' LIM=' WSC-B
                       DELIMITED BY SIZE INTO WSV-DUP-LINEA
                       MOVE ZEROS TO IHR-FECHA-ANT
                       MOVE SPACES TO IHR-CLASIF-ANT
                       WRITE IFE-HIST-RECORD
                       END-WRITE
                   NOT INVALID KEY
                       IF IHR-FECHA-ULT NOT = CTL-RUN-DATE
                           MOVE IHR-FECHA-ULT TO IHR-FECHA-ANT
                           OR WSC-B < WSC-VALOR-MINIMO
                       SET WSS-IF-PAR-INVALIDO TO TRUE
                       STRING 'FUERA DE RANGO RECHAZADO: '
                               IPR-CUENTA
                               ' BALANCE=' WSC-A ' LIMITE=' WSC-B
                               DELIMITED BY SIZE INTO WSV-ERROR-LINEA
                   END-IF
               END-IF
                   WRITE IFE-DUPLICADO-LINE FROM WSV-DUP-LINEA
               END-IF.
               CLOSE IFE-DUPLICADO-FILE.
               CLOSE IFE-VISTAS-FILE.
               PERFORM 025-ESCRIBE-DISTRIB.
               PERFORM 028-GRABA-DIST-HISTORIA.
               PERFORM 099-FINALIZA.

      ******************************************************************
      * Author: GERSON GALVEZ
      * Date:   15-10-2026
      * Purpose: Distribucion de reportes por destinatario. Cada manana
      *          alguien de operaciones imprimia los reportes de la
      *          noche y los repartia a mano a credito, cobros,
      *          finanzas y al jefe de turno; un reporte vacio o que
      *          no se genero solo se notaba cuando el area reclamaba.
      *          Este programa, ejecutado al final del batch, lee la
      *          tabla de distribucion RPTDIST (que reportes recibe
      *          cada destinatario, cuantas copias y que dias de la
      *          semana) y arma un paquete por destinatario
      *          (DESTINO.BAAAAMMDD) con pagina de caratula, indice de
      *          contenido y numeracion de paginas corrida. La bitacora
      *          RPTDLOG deja por fecha de corrida que reporte se
      *          entrego a quien y marca como VACIO o FALTANTE todo
      *          reporte esperado que no traia lineas o que no existia;
      *          cualquiera de esas marcas sale con codigo 4. Cada
      *          linea de RPTDIST nombra ademas el paso del driver que
      *          genera el reporte: si ese programa no tiene en
      *          STEPHIST una ejecucion completa (codigo menor al
      *          severo de su paso en DRVSTEPS) con la fecha de
      *          corrida, el reporte va como FALTANTE aunque haya en
      *          disco una copia de otra noche (batch detenido o paso
      *          omitido). Los reportes que no salen de un paso (los
      *          que escribe el propio driver y los de programas que
      *          corren por separado, como FEERPT y VARRPT) van sin
      *          programa y se confirman por su contenido: deben traer
      *          la fecha de corrida o la del dia en sus primeras
      *          lineas; si no, tambien son FALTANTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATZI-RPT-DISTRIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIS-TABLA-FILE   ASSIGN TO "RPTDIST"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TABLA-STATUS.

           SELECT DIS-ORIGEN-FILE  ASSIGN USING WSV-ORIGEN-NOMBRE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-ORIGEN-STATUS.

           SELECT DIS-PAQUETE-FILE ASSIGN USING WSV-PAQUETE-NOMBRE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PAQUETE-STATUS.

           SELECT DIS-BITACORA-FILE ASSIGN TO "RPTDLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIS-PASOS-FILE   ASSIGN TO "DRVSTEPS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-PASOS-STATUS.

           SELECT DIS-TIEMPOS-FILE ASSIGN TO "STEPHIST"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WSV-TIEMPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TABLA DE DISTRIBUCION: UNA LINEA POR DESTINATARIO Y REPORTE.
      *> LOS DIAS VAN DE LUNES A DOMINGO, 'S' = SE ENTREGA ESE DIA; EL
      *> PROGRAMA ES EL PASO DE DRVSTEPS QUE GENERA EL REPORTE (EN
      *> BLANCO PARA LOS QUE NO SALEN DE UN PASO: LOS QUE ESCRIBE EL
      *> PROPIO DRIVER, COMO RUNCTL Y TURNRPT, Y LOS DE PROGRAMAS QUE
      *> CORREN POR SEPARADO, COMO FEERPT Y VARRPT); EL NOMBRE DEL
      *> DESTINATARIO SE TOMA DE SU PRIMERA LINEA QUE LO TRAIGA.
      *> LINEAS EN BLANCO O CON '*' EN LA COLUMNA 1 SE OMITEN.
       FD  DIS-TABLA-FILE.
       01  DIS-TABLA-RECORD.
           05 DTR-DESTINO              PIC X(08).
           05 FILLER                   PIC X(01).
           05 DTR-REPORTE              PIC X(08).
           05 FILLER                   PIC X(01).
           05 DTR-COPIAS               PIC 9(02).
           05 FILLER                   PIC X(01).
           05 DTR-DIAS.
              10 DTR-DIA               PIC X(01) OCCURS 7 TIMES.
           05 FILLER                   PIC X(01).
           05 DTR-PROGRAMA             PIC X(25).
           05 FILLER                   PIC X(01).
           05 DTR-NOMBRE               PIC X(25).

       FD  DIS-ORIGEN-FILE.
       01  DIS-ORIGEN-RECORD           PIC X(160).

       FD  DIS-PAQUETE-FILE.
       01  DIS-PAQUETE-LINE            PIC X(160).

      *> BITACORA DE DISTRIBUCION: UNA LINEA POR REPORTE ENTREGADO O
      *> MARCADO, CON LA FECHA DE CORRIDA AL FRENTE.
       FD  DIS-BITACORA-FILE.
       01  DIS-BITACORA-RECORD.
           05 RDL-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 RDL-DESTINO              PIC X(08).
           05 FILLER                   PIC X(01).
           05 RDL-REPORTE              PIC X(08).
           05 FILLER                   PIC X(01).
           05 RDL-COPIAS               PIC 9(02).
           05 FILLER                   PIC X(01).
           05 RDL-LINEAS               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 RDL-PAGINA-DESDE         PIC 9(04).
           05 FILLER                   PIC X(01).
           05 RDL-PAGINAS              PIC 9(04).
           05 FILLER                   PIC X(01).
           05 RDL-ESTADO               PIC X(08).
           05 FILLER                   PIC X(25).

      *> MISMO LAYOUT QUE DRV-PASOS-RECORD EN PLATZI-BATCH-DRIVER.
       FD  DIS-PASOS-FILE.
       01  DIS-PASOS-RECORD.
           05 DSP-NUMERO               PIC 9(02).
           05 FILLER                   PIC X(01).
           05 DSP-PROGRAMA             PIC X(22).
           05 FILLER                   PIC X(01).
           05 DSP-RC-SEVERO            PIC 9(03).
           05 FILLER                   PIC X(01).
           05 DSP-REANUDA              PIC X(01).
           05 FILLER                   PIC X(49).

      *> MISMO LAYOUT QUE DRV-TIEMPOS-RECORD EN PLATZI-BATCH-DRIVER.
       FD  DIS-TIEMPOS-FILE.
       01  DIS-TIEMPOS-RECORD.
           05 STH-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 STH-DIA-SEMANA           PIC 9(01).
           05 FILLER                   PIC X(01).
           05 STH-PASO                 PIC 9(02).
           05 FILLER                   PIC X(01).
           05 STH-PROGRAMA             PIC X(22).
           05 FILLER                   PIC X(01).
           05 STH-INICIO               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 STH-SEGUNDOS             PIC 9(05).
           05 FILLER                   PIC X(01).
           05 STH-RC                   PIC 9(03).
           05 FILLER                   PIC X(27).

       WORKING-STORAGE SECTION.
       *> SWITCHES
       77 WSS-TABLA-SWITCHES         PIC X     VALUE '1'.
           88 WSS-TABLA-FIN                     VALUE '0'.

       77 WSS-ORIGEN-SWITCHES        PIC X     VALUE '1'.
           88 WSS-ORIGEN-FIN                    VALUE '0'.

       77 WSS-PASOS-SWITCHES         PIC X     VALUE '1'.
           88 WSS-PASOS-FIN                     VALUE '0'.

       77 WSS-TIEMPOS-SWITCHES       PIC X     VALUE '1'.
           88 WSS-TIEMPOS-FIN                   VALUE '0'.

      *> EL REPORTE SIN PROGRAMA TRAE LA FECHA EN SUS PRIMERAS LINEAS
       77 WSS-FECHA-SWITCHES         PIC X     VALUE '0'.
           88 WSS-REPORTE-FECHADO               VALUE '1'.

       77 WSV-TABLA-STATUS           PIC XX    VALUE SPACES.
       77 WSV-ORIGEN-STATUS          PIC XX    VALUE SPACES.
       77 WSV-PAQUETE-STATUS         PIC XX    VALUE SPACES.
       77 WSV-PASOS-STATUS           PIC XX    VALUE SPACES.
       77 WSV-TIEMPOS-STATUS         PIC XX    VALUE SPACES.

      *> FECHAS QUE CONFIRMAN UN REPORTE SIN PROGRAMA, CORRIDAS Y CON
      *> GUIONES: LA DE CORRIDA (LA QUE IMPRIMEN FEERPT, RUNCTL Y
      *> TURNRPT) Y LA DEL DIA (VARRPT IMPRIME LA FECHA DEL SISTEMA).
      *> SE BUSCAN EN LAS PRIMERAS WSC-LINEAS-FECHA LINEAS.
       77 WSC-LINEAS-FECHA           PIC 9(02) VALUE 5.
       77 WSV-FECHAS-HALLADAS        PIC 9(03) VALUE ZEROS.
       77 WSV-FECHA-HOY              PIC 9(08) VALUE ZEROS.
       77 WSV-FECHA-CORRIDA          PIC X(08) VALUE SPACES.
       77 WSV-FECHA-DIA              PIC X(08) VALUE SPACES.
       01 WSV-CORRIDA-GUIONES.
          05 WSV-CG-ANIO             PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WSV-CG-MES              PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WSV-CG-DIA              PIC X(02) VALUE SPACES.
       01 WSV-DIA-GUIONES.
          05 WSV-DG-ANIO             PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WSV-DG-MES              PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WSV-DG-DIA              PIC X(02) VALUE SPACES.

      *> UMBRAL SEVERO DE UN PASO SIN UMBRAL EN DRVSTEPS (EL MISMO 8
      *> HISTORICO QUE APLICA EL DRIVER)
       77 WSC-RC-SEVERO              PIC 9(03) VALUE 8.

       *> NOMBRES DINAMICOS DEL REPORTE Y DEL PAQUETE DEL DESTINATARIO
       77 WSV-ORIGEN-NOMBRE          PIC X(08) VALUE SPACES.
       77 WSV-PAQUETE-NOMBRE         PIC X(18) VALUE SPACES.

       *> DIA DE LA SEMANA DE LA CORRIDA (1 = LUNES ... 7 = DOMINGO)
       77 WSV-ENTERO-CORRIDA         PIC 9(07) VALUE ZEROS.
       77 WSV-COCIENTE               PIC 9(07) VALUE ZEROS.
       77 WSV-RESIDUO                PIC 9(01) VALUE ZEROS.
       77 WSV-DIA-SEMANA             PIC 9(01) VALUE ZEROS.

      *> ENTREGAS QUE TOCAN HOY, EN EL ORDEN DE LA TABLA
       01 WSV-DIS-TABLA.
          05 WSV-DIS-ENTRADA        OCCURS 200 TIMES.
             10 WSV-DE-DESTINO      PIC X(08).
             10 WSV-DE-REPORTE      PIC X(08).
             10 WSV-DE-PROGRAMA     PIC X(25).
             10 WSV-DE-RC-SEVERO    PIC 9(03).
             10 WSV-DE-PRODUCIDO    PIC X(01).
                88 WSV-DE-CONFIRMADO           VALUE 'S'.
             10 WSV-DE-COPIAS       PIC 9(02).
             10 WSV-DE-LINEAS       PIC 9(06).
             10 WSV-DE-PAG-COPIA    PIC 9(04).
             10 WSV-DE-PAGINAS      PIC 9(04).
             10 WSV-DE-DESDE        PIC 9(04).
             10 WSV-DE-ESTADO       PIC X(01).
                88 WSV-DE-ENVIADO              VALUE 'E'.
                88 WSV-DE-VACIO                VALUE 'V'.
                88 WSV-DE-FALTANTE             VALUE 'F'.
             10 WSV-DE-ARMADO       PIC X(01).
                88 WSV-DE-YA-ARMADO            VALUE 'S'.

       77 WSC-DIS-MAXIMO             PIC 9(03) VALUE 200.
       77 WSV-DIS-TOTAL              PIC 9(03) VALUE ZEROS.
       77 WSV-DIS-IDX                PIC 9(03) VALUE ZEROS.
       77 WSV-ENT-IDX                PIC 9(03) VALUE ZEROS.

      *> NOMBRES DE LOS DESTINATARIOS PARA LA CARATULA
       01 WSV-NOM-TABLA.
          05 WSV-NOM-ENTRADA        OCCURS 50 TIMES.
             10 WSV-NE-DESTINO      PIC X(08).
             10 WSV-NE-NOMBRE       PIC X(30).

       77 WSC-NOM-MAXIMO             PIC 9(02) VALUE 50.
       77 WSV-NOM-TOTAL              PIC 9(02) VALUE ZEROS.
       77 WSV-NOM-IDX                PIC 9(02) VALUE ZEROS.
       77 WSV-NOM-ENCONTRADO         PIC 9(02) VALUE ZEROS.

      *> PAGINACION DEL PAQUETE EN ARMADO
       77 WSC-LINEAS-POR-PAGINA      PIC 99    VALUE 50.
       77 WSC-RENGLONES-INDICE       PIC 99    VALUE 40.
       77 WSV-DESTINO-ACTUAL         PIC X(08) VALUE SPACES.
       77 WSV-NOMBRE-ACTUAL          PIC X(30) VALUE SPACES.
       77 WSV-PAQ-REPORTES           PIC 9(03) VALUE ZEROS.
       77 WSV-PAQ-PAG-INDICE         PIC 9(04) VALUE ZEROS.
       77 WSV-PAQ-TOTAL-PAG          PIC 9(04) VALUE ZEROS.
       77 WSV-PAGINA                 PIC 9(04) VALUE ZEROS.
       77 WSV-LINEAS-PAGINA          PIC 9(02) VALUE ZEROS.
       77 WSV-RENGLON-INDICE         PIC 9(02) VALUE ZEROS.
       77 WSV-COPIA                  PIC 9(02) VALUE ZEROS.
       77 WSV-RESTO                  PIC 9(02) VALUE ZEROS.

       *> CONTADORES DE LA CORRIDA
       01 WSV-CONTADORES.
          05 WSV-CONT-PAQUETES       PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-ENVIADOS       PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-VACIOS         PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-FALTANTES      PIC 9(03) VALUE ZEROS.
          05 WSV-CONT-EXCEDENTES     PIC 9(03) VALUE ZEROS.

       77 WSV-REPORTE-LINEA          PIC X(160) VALUE SPACES.
       77 WSV-RC-FINAL               PIC 9(02) VALUE ZEROS.

       *> PARAMETROS COMPARTIDOS (LEIDOS POR PLATZI-CTL-READER)
       COPY CTLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-CARGA-TABLA.
           PERFORM 025-CONFIRMA-PRODUCTORES.
           PERFORM 030-MIDE-REPORTE
               VARYING WSV-DIS-IDX FROM 1 BY 1
               UNTIL WSV-DIS-IDX > WSV-DIS-TOTAL.
           PERFORM 040-ARMA-PAQUETE
               VARYING WSV-DIS-IDX FROM 1 BY 1
               UNTIL WSV-DIS-IDX > WSV-DIS-TOTAL.
           PERFORM 090-TERMINA.

           GOBACK.

      *> DIA DE LA SEMANA POR EL ENTERO DE FECHA: EL 1601-01-01 FUE
      *> LUNES, ASI QUE EL RESIDUO ENTRE 7 DA 1 = LUNES ... 0 = DOMINGO.
       010-INICIO.
           CALL 'PLATZI-CTL-READER' USING CTL-PARM-RECORD.
           COMPUTE WSV-ENTERO-CORRIDA =
               FUNCTION INTEGER-OF-DATE (CTL-RUN-DATE).
           DIVIDE 7 INTO WSV-ENTERO-CORRIDA
               GIVING WSV-COCIENTE REMAINDER WSV-RESIDUO.
           IF WSV-RESIDUO = 0
               MOVE 7 TO WSV-DIA-SEMANA
           ELSE
               MOVE WSV-RESIDUO TO WSV-DIA-SEMANA
           END-IF.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE CTL-RUN-DATE TO WSV-FECHA-CORRIDA.
           MOVE WSV-FECHA-CORRIDA (1:4) TO WSV-CG-ANIO.
           MOVE WSV-FECHA-CORRIDA (5:2) TO WSV-CG-MES.
           MOVE WSV-FECHA-CORRIDA (7:2) TO WSV-CG-DIA.
           MOVE WSV-FECHA-HOY TO WSV-FECHA-DIA.
           MOVE WSV-FECHA-DIA (1:4) TO WSV-DG-ANIO.
           MOVE WSV-FECHA-DIA (5:2) TO WSV-DG-MES.
           MOVE WSV-FECHA-DIA (7:2) TO WSV-DG-DIA.
           OPEN OUTPUT DIS-BITACORA-FILE.

      *> CARGA SOLO LAS ENTREGAS QUE TOCAN EL DIA DE LA CORRIDA; LAS
      *> QUE NO CABEN EN LA TABLA SE AVISAN Y LA CORRIDA SALE EN 4.
       020-CARGA-TABLA.
           OPEN INPUT DIS-TABLA-FILE.
           IF WSV-TABLA-STATUS NOT = '00'
               DISPLAY 'RPT-DISTRIB - SIN TABLA RPTDIST, NO SE '
                   'DISTRIBUYE NINGUN REPORTE'
               MOVE 4 TO WSV-RC-FINAL
           ELSE
               PERFORM 022-LEE-TABLA UNTIL WSS-TABLA-FIN
               CLOSE DIS-TABLA-FILE
           END-IF.
           IF WSV-CONT-EXCEDENTES > ZEROS
               DISPLAY 'RPT-DISTRIB - ENTREGAS SIN LUGAR EN LA TABLA: '
                   WSV-CONT-EXCEDENTES
               MOVE 4 TO WSV-RC-FINAL
           END-IF.

       022-LEE-TABLA.
           READ DIS-TABLA-FILE
               AT END SET WSS-TABLA-FIN TO TRUE
           END-READ.
           IF NOT WSS-TABLA-FIN
                   AND DIS-TABLA-RECORD NOT = SPACES
                   AND DIS-TABLA-RECORD (1:1) NOT = '*'
                   AND DTR-DESTINO NOT = SPACES
                   AND DTR-REPORTE NOT = SPACES
               PERFORM 024-REGISTRA-NOMBRE
               IF DTR-DIA (WSV-DIA-SEMANA) = 'S'
                   IF WSV-DIS-TOTAL < WSC-DIS-MAXIMO
                       ADD 1 TO WSV-DIS-TOTAL
                       INITIALIZE WSV-DIS-ENTRADA (WSV-DIS-TOTAL)
                       MOVE DTR-DESTINO
                           TO WSV-DE-DESTINO (WSV-DIS-TOTAL)
                       MOVE DTR-REPORTE
                           TO WSV-DE-REPORTE (WSV-DIS-TOTAL)
                       MOVE DTR-PROGRAMA
                           TO WSV-DE-PROGRAMA (WSV-DIS-TOTAL)
                       MOVE WSC-RC-SEVERO
                           TO WSV-DE-RC-SEVERO (WSV-DIS-TOTAL)
                       IF DTR-COPIAS NUMERIC AND DTR-COPIAS > ZEROS
                           MOVE DTR-COPIAS
                               TO WSV-DE-COPIAS (WSV-DIS-TOTAL)
                       ELSE
                           MOVE 1 TO WSV-DE-COPIAS (WSV-DIS-TOTAL)
                       END-IF
                   ELSE
                       ADD 1 TO WSV-CONT-EXCEDENTES
                   END-IF
               END-IF
           END-IF.

       024-REGISTRA-NOMBRE.
           MOVE ZEROS TO WSV-NOM-ENCONTRADO.
           PERFORM 026-BUSCA-NOMBRE
               VARYING WSV-NOM-IDX FROM 1 BY 1
               UNTIL WSV-NOM-IDX > WSV-NOM-TOTAL.
           IF WSV-NOM-ENCONTRADO = ZEROS
               IF WSV-NOM-TOTAL < WSC-NOM-MAXIMO
                   ADD 1 TO WSV-NOM-TOTAL
                   MOVE DTR-DESTINO TO WSV-NE-DESTINO (WSV-NOM-TOTAL)
                   MOVE DTR-NOMBRE TO WSV-NE-NOMBRE (WSV-NOM-TOTAL)
               END-IF
           ELSE
               IF WSV-NE-NOMBRE (WSV-NOM-ENCONTRADO) = SPACES
                   MOVE DTR-NOMBRE
                       TO WSV-NE-NOMBRE (WSV-NOM-ENCONTRADO)
               END-IF
           END-IF.

       026-BUSCA-NOMBRE.
           IF WSV-NE-DESTINO (WSV-NOM-IDX) = DTR-DESTINO
               MOVE WSV-NOM-IDX TO WSV-NOM-ENCONTRADO
           END-IF.

      *> CONFIRMA CONTRA EL HISTORICO DE PASOS QUE EL PROGRAMA DE CADA
      *> ENTREGA TERMINO EN LA FECHA DE CORRIDA: PRIMERO TOMA DE
      *> DRVSTEPS EL UMBRAL SEVERO DE SU PASO Y LUEGO RECORRE STEPHIST;
      *> SI EL PASO CORRIO MAS DE UNA VEZ ESA FECHA (REANUDACION) VALE
      *> SU ULTIMA EJECUCION.
       025-CONFIRMA-PRODUCTORES.
           OPEN INPUT DIS-PASOS-FILE.
           IF WSV-PASOS-STATUS = '00'
               PERFORM 027-LEE-PASO UNTIL WSS-PASOS-FIN
               CLOSE DIS-PASOS-FILE
           END-IF.
           OPEN INPUT DIS-TIEMPOS-FILE.
           IF WSV-TIEMPOS-STATUS = '00'
               PERFORM 029-LEE-TIEMPO UNTIL WSS-TIEMPOS-FIN
               CLOSE DIS-TIEMPOS-FILE
           END-IF.

       027-LEE-PASO.
           READ DIS-PASOS-FILE
               AT END SET WSS-PASOS-FIN TO TRUE
           END-READ.
           IF NOT WSS-PASOS-FIN
                   AND DSP-RC-SEVERO NUMERIC
                   AND DSP-RC-SEVERO > ZEROS
               PERFORM 028-FIJA-UMBRAL
                   VARYING WSV-ENT-IDX FROM 1 BY 1
                   UNTIL WSV-ENT-IDX > WSV-DIS-TOTAL
           END-IF.

       028-FIJA-UMBRAL.
           IF WSV-DE-PROGRAMA (WSV-ENT-IDX) = DSP-PROGRAMA
               MOVE DSP-RC-SEVERO TO WSV-DE-RC-SEVERO (WSV-ENT-IDX)
           END-IF.

       029-LEE-TIEMPO.
           READ DIS-TIEMPOS-FILE
               AT END SET WSS-TIEMPOS-FIN TO TRUE
           END-READ.
           IF NOT WSS-TIEMPOS-FIN
                   AND STH-FECHA = CTL-RUN-DATE
               PERFORM 031-MARCA-PRODUCIDO
                   VARYING WSV-ENT-IDX FROM 1 BY 1
                   UNTIL WSV-ENT-IDX > WSV-DIS-TOTAL
           END-IF.

      *> CUENTA LAS LINEAS DEL REPORTE PARA SABER SUS PAGINAS ANTES DE
      *> ARMAR EL INDICE. UN REPORTE VACIO O FALTANTE OCUPA UNA SOLA
      *> PAGINA DE AVISO EN EL PAQUETE, SIN IMPORTAR LAS COPIAS. UN
      *> REPORTE CUYO PROGRAMA NO TERMINO EN LA FECHA DE CORRIDA ES
      *> FALTANTE SIN ABRIRLO: LO QUE HAYA EN DISCO ES DE OTRA NOCHE.
      *> UNO SIN PROGRAMA QUE NO TRAE LA FECHA EN SUS PRIMERAS LINEAS
      *> TAMBIEN ES FALTANTE.
       030-MIDE-REPORTE.
           MOVE WSV-DE-REPORTE (WSV-DIS-IDX) TO WSV-ORIGEN-NOMBRE.
           MOVE ZEROS TO WSV-DE-LINEAS (WSV-DIS-IDX).
           IF WSV-DE-PROGRAMA (WSV-DIS-IDX) NOT = SPACES
                   AND NOT WSV-DE-CONFIRMADO (WSV-DIS-IDX)
               SET WSV-DE-FALTANTE (WSV-DIS-IDX) TO TRUE
           ELSE
               PERFORM 034-ABRE-REPORTE
           END-IF.
           IF WSV-DE-ENVIADO (WSV-DIS-IDX)
               DIVIDE WSC-LINEAS-POR-PAGINA
                   INTO WSV-DE-LINEAS (WSV-DIS-IDX)
                   GIVING WSV-DE-PAG-COPIA (WSV-DIS-IDX)
                   REMAINDER WSV-RESTO
               IF WSV-RESTO > ZEROS
                   ADD 1 TO WSV-DE-PAG-COPIA (WSV-DIS-IDX)
               END-IF
               COMPUTE WSV-DE-PAGINAS (WSV-DIS-IDX) =
                   WSV-DE-PAG-COPIA (WSV-DIS-IDX)
                   * WSV-DE-COPIAS (WSV-DIS-IDX)
           ELSE
               MOVE 1 TO WSV-DE-PAG-COPIA (WSV-DIS-IDX)
               MOVE 1 TO WSV-DE-PAGINAS (WSV-DIS-IDX)
           END-IF.

       031-MARCA-PRODUCIDO.
           IF WSV-DE-PROGRAMA (WSV-ENT-IDX) = STH-PROGRAMA
               IF STH-RC < WSV-DE-RC-SEVERO (WSV-ENT-IDX)
                   SET WSV-DE-CONFIRMADO (WSV-ENT-IDX) TO TRUE
               ELSE
                   MOVE 'N' TO WSV-DE-PRODUCIDO (WSV-ENT-IDX)
               END-IF
           END-IF.

       032-CUENTA-LINEA.
           READ DIS-ORIGEN-FILE
               AT END SET WSS-ORIGEN-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORIGEN-FIN
               ADD 1 TO WSV-DE-LINEAS (WSV-DIS-IDX)
               IF WSV-DE-LINEAS (WSV-DIS-IDX) NOT > WSC-LINEAS-FECHA
                   PERFORM 033-BUSCA-FECHA
               END-IF
           END-IF.

       033-BUSCA-FECHA.
           MOVE ZEROS TO WSV-FECHAS-HALLADAS.
           INSPECT DIS-ORIGEN-RECORD TALLYING WSV-FECHAS-HALLADAS
               FOR ALL WSV-FECHA-CORRIDA
                   ALL WSV-CORRIDA-GUIONES
                   ALL WSV-FECHA-DIA
                   ALL WSV-DIA-GUIONES.
           IF WSV-FECHAS-HALLADAS > ZEROS
               SET WSS-REPORTE-FECHADO TO TRUE
           END-IF.

       034-ABRE-REPORTE.
           MOVE '1' TO WSS-ORIGEN-SWITCHES.
           MOVE '0' TO WSS-FECHA-SWITCHES.
           OPEN INPUT DIS-ORIGEN-FILE.
           IF WSV-ORIGEN-STATUS NOT = '00'
               SET WSV-DE-FALTANTE (WSV-DIS-IDX) TO TRUE
           ELSE
               PERFORM 032-CUENTA-LINEA UNTIL WSS-ORIGEN-FIN
               CLOSE DIS-ORIGEN-FILE
               EVALUATE TRUE
                   WHEN WSV-DE-LINEAS (WSV-DIS-IDX) = ZEROS
                       SET WSV-DE-VACIO (WSV-DIS-IDX) TO TRUE
                   WHEN WSV-DE-PROGRAMA (WSV-DIS-IDX) = SPACES
                           AND NOT WSS-REPORTE-FECHADO
                       SET WSV-DE-FALTANTE (WSV-DIS-IDX) TO TRUE
                   WHEN OTHER
                       SET WSV-DE-ENVIADO (WSV-DIS-IDX) TO TRUE
               END-EVALUATE
           END-IF.

      *> LA PRIMERA ENTREGA AUN SIN ARMAR DE UN DESTINATARIO ARMA SU
      *> PAQUETE COMPLETO: CARATULA (PAGINA 1), INDICE Y LOS REPORTES
      *> EN EL ORDEN DE LA TABLA, CADA COPIA COMPLETA ANTES DE LA
      *> SIGUIENTE.
       040-ARMA-PAQUETE.
           IF NOT WSV-DE-YA-ARMADO (WSV-DIS-IDX)
               MOVE WSV-DE-DESTINO (WSV-DIS-IDX) TO WSV-DESTINO-ACTUAL
               PERFORM 042-ASIGNA-PAGINAS
               MOVE SPACES TO WSV-PAQUETE-NOMBRE
               STRING WSV-DESTINO-ACTUAL DELIMITED BY SPACE
                       '.B' DELIMITED BY SIZE
                       CTL-RUN-DATE DELIMITED BY SIZE
                       INTO WSV-PAQUETE-NOMBRE
               OPEN OUTPUT DIS-PAQUETE-FILE
               MOVE ZEROS TO WSV-PAGINA
               PERFORM 050-ESCRIBE-CARATULA
               MOVE ZEROS TO WSV-RENGLON-INDICE
               PERFORM 054-ESCRIBE-INDICE
                   VARYING WSV-ENT-IDX FROM WSV-DIS-IDX BY 1
                   UNTIL WSV-ENT-IDX > WSV-DIS-TOTAL
               PERFORM 060-ESCRIBE-REPORTE
                   VARYING WSV-ENT-IDX FROM WSV-DIS-IDX BY 1
                   UNTIL WSV-ENT-IDX > WSV-DIS-TOTAL
               CLOSE DIS-PAQUETE-FILE
               ADD 1 TO WSV-CONT-PAQUETES
               DISPLAY 'RPT-DISTRIB - PAQUETE ' WSV-PAQUETE-NOMBRE
                   ' REPORTES: ' WSV-PAQ-REPORTES
                   ' PAGINAS: ' WSV-PAQ-TOTAL-PAG
           END-IF.

      *> PRIMERO CUENTA LAS ENTREGAS DEL DESTINATARIO PARA SABER
      *> CUANTAS PAGINAS DE INDICE LLEVA; LUEGO FIJA LA PAGINA DE
      *> INICIO DE CADA REPORTE Y EL TOTAL DEL PAQUETE.
       042-ASIGNA-PAGINAS.
           MOVE ZEROS TO WSV-PAQ-REPORTES.
           PERFORM 044-CUENTA-ENTREGA
               VARYING WSV-ENT-IDX FROM WSV-DIS-IDX BY 1
               UNTIL WSV-ENT-IDX > WSV-DIS-TOTAL.
           DIVIDE WSC-RENGLONES-INDICE INTO WSV-PAQ-REPORTES
               GIVING WSV-PAQ-PAG-INDICE REMAINDER WSV-RESTO.
           IF WSV-RESTO > ZEROS
               ADD 1 TO WSV-PAQ-PAG-INDICE
           END-IF.
           COMPUTE WSV-PAQ-TOTAL-PAG = 1 + WSV-PAQ-PAG-INDICE.
           PERFORM 046-FIJA-INICIO
               VARYING WSV-ENT-IDX FROM WSV-DIS-IDX BY 1
               UNTIL WSV-ENT-IDX > WSV-DIS-TOTAL.
           MOVE SPACES TO WSV-NOMBRE-ACTUAL.
           PERFORM 048-BUSCA-NOMBRE-ACTUAL
               VARYING WSV-NOM-IDX FROM 1 BY 1
               UNTIL WSV-NOM-IDX > WSV-NOM-TOTAL.

       044-CUENTA-ENTREGA.
           IF WSV-DE-DESTINO (WSV-ENT-IDX) = WSV-DESTINO-ACTUAL
               ADD 1 TO WSV-PAQ-REPORTES
           END-IF.

       046-FIJA-INICIO.
           IF WSV-DE-DESTINO (WSV-ENT-IDX) = WSV-DESTINO-ACTUAL
               COMPUTE WSV-DE-DESDE (WSV-ENT-IDX) =
                   WSV-PAQ-TOTAL-PAG + 1
               ADD WSV-DE-PAGINAS (WSV-ENT-IDX) TO WSV-PAQ-TOTAL-PAG
           END-IF.

       048-BUSCA-NOMBRE-ACTUAL.
           IF WSV-NE-DESTINO (WSV-NOM-IDX) = WSV-DESTINO-ACTUAL
               MOVE WSV-NE-NOMBRE (WSV-NOM-IDX) TO WSV-NOMBRE-ACTUAL
           END-IF.

       050-ESCRIBE-CARATULA.
           ADD 1 TO WSV-PAGINA.
           MOVE ALL '*' TO WSV-REPORTE-LINEA.
           MOVE WSV-REPORTE-LINEA (1:80) TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '    PAQUETE DE REPORTES DEL BATCH DIARIO'
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           PERFORM 058-ESCRIBE-RENGLON.
           MOVE SPACES TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '    DESTINATARIO    : ' WSV-DESTINO-ACTUAL
                   ' - ' WSV-NOMBRE-ACTUAL
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           PERFORM 058-ESCRIBE-RENGLON.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '    FECHA DE CORRIDA: ' CTL-RUN-DATE
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           PERFORM 058-ESCRIBE-RENGLON.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING '    REPORTES        : ' WSV-PAQ-REPORTES
                   '   PAGINAS: ' WSV-PAQ-TOTAL-PAG
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           PERFORM 058-ESCRIBE-RENGLON.
           MOVE SPACES TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL '*' TO WSV-REPORTE-LINEA.
           MOVE WSV-REPORTE-LINEA (1:80) TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PAGINA ' WSV-PAGINA ' DE ' WSV-PAQ-TOTAL-PAG
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           PERFORM 058-ESCRIBE-RENGLON.

      *> INDICE: UNA PAGINA CADA WSC-RENGLONES-INDICE REPORTES, CON
      *> SU ENCABEZADO Y NUMERO DE PAGINA.
       054-ESCRIBE-INDICE.
           IF WSV-DE-DESTINO (WSV-ENT-IDX) = WSV-DESTINO-ACTUAL
               IF WSV-RENGLON-INDICE = ZEROS
                   PERFORM 056-ENCABEZADO-INDICE
               END-IF
               MOVE SPACES TO WSV-REPORTE-LINEA
               STRING WSV-DE-REPORTE (WSV-ENT-IDX) '    '
                       WSV-DE-COPIAS (WSV-ENT-IDX) '       '
                       WSV-DE-DESDE (WSV-ENT-IDX) '     '
                       WSV-DE-PAGINAS (WSV-ENT-IDX) '     '
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
               EVALUATE TRUE
                   WHEN WSV-DE-ENVIADO (WSV-ENT-IDX)
                       MOVE 'ENVIADO' TO WSV-REPORTE-LINEA (39:8)
                   WHEN WSV-DE-VACIO (WSV-ENT-IDX)
                       MOVE 'VACIO' TO WSV-REPORTE-LINEA (39:8)
                   WHEN OTHER
                       MOVE 'FALTANTE' TO WSV-REPORTE-LINEA (39:8)
               END-EVALUATE
               PERFORM 058-ESCRIBE-RENGLON
               ADD 1 TO WSV-RENGLON-INDICE
               IF WSV-RENGLON-INDICE NOT < WSC-RENGLONES-INDICE
                   MOVE ZEROS TO WSV-RENGLON-INDICE
               END-IF
           END-IF.

       056-ENCABEZADO-INDICE.
           ADD 1 TO WSV-PAGINA.
           MOVE SPACES TO DIS-PAQUETE-LINE.
           STRING 'INDICE DEL PAQUETE ' WSV-DESTINO-ACTUAL
                   '  FECHA: ' CTL-RUN-DATE
                   '     PAGINA ' WSV-PAGINA ' DE ' WSV-PAQ-TOTAL-PAG
                   DELIMITED BY SIZE INTO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REPORTE   COPIAS   PAGINA   PAGINAS   ESTADO'
               TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL '-' TO DIS-PAQUETE-LINE.
           MOVE SPACES TO DIS-PAQUETE-LINE (47:).
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.

       058-ESCRIBE-RENGLON.
           MOVE WSV-REPORTE-LINEA TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.

      *> CUERPO DEL PAQUETE Y SU RENGLON EN LA BITACORA RPTDLOG.
       060-ESCRIBE-REPORTE.
           IF WSV-DE-DESTINO (WSV-ENT-IDX) = WSV-DESTINO-ACTUAL
               MOVE WSV-DE-REPORTE (WSV-ENT-IDX) TO WSV-ORIGEN-NOMBRE
               IF WSV-DE-ENVIADO (WSV-ENT-IDX)
                   PERFORM 062-COPIA-EJEMPLAR
                       VARYING WSV-COPIA FROM 1 BY 1
                       UNTIL WSV-COPIA > WSV-DE-COPIAS (WSV-ENT-IDX)
                   ADD 1 TO WSV-CONT-ENVIADOS
               ELSE
                   PERFORM 066-PAGINA-AVISO
               END-IF
               PERFORM 070-GRABA-BITACORA
               SET WSV-DE-YA-ARMADO (WSV-ENT-IDX) TO TRUE
           END-IF.

       062-COPIA-EJEMPLAR.
           MOVE '1' TO WSS-ORIGEN-SWITCHES.
           MOVE ZEROS TO WSV-LINEAS-PAGINA.
           OPEN INPUT DIS-ORIGEN-FILE.
           IF WSV-ORIGEN-STATUS = '00'
               PERFORM 064-COPIA-LINEA UNTIL WSS-ORIGEN-FIN
               CLOSE DIS-ORIGEN-FILE
           END-IF.

       064-COPIA-LINEA.
           READ DIS-ORIGEN-FILE
               AT END SET WSS-ORIGEN-FIN TO TRUE
           END-READ.
           IF NOT WSS-ORIGEN-FIN
               IF WSV-LINEAS-PAGINA = ZEROS
                   PERFORM 068-ENCABEZADO-PAGINA
               END-IF
               MOVE DIS-ORIGEN-RECORD TO DIS-PAQUETE-LINE
               WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WSV-LINEAS-PAGINA
               IF WSV-LINEAS-PAGINA NOT < WSC-LINEAS-POR-PAGINA
                   MOVE ZEROS TO WSV-LINEAS-PAGINA
               END-IF
           END-IF.

       066-PAGINA-AVISO.
           MOVE 1 TO WSV-COPIA.
           PERFORM 068-ENCABEZADO-PAGINA.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           IF WSV-DE-VACIO (WSV-ENT-IDX)
               ADD 1 TO WSV-CONT-VACIOS
               STRING '*** ' WSV-ORIGEN-NOMBRE
                       ' SE GENERO SIN LINEAS EN LA CORRIDA DEL '
                       CTL-RUN-DATE ' ***'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           ELSE
               ADD 1 TO WSV-CONT-FALTANTES
               STRING '*** ' WSV-ORIGEN-NOMBRE
                       ' NO SE GENERO EN LA CORRIDA DEL '
                       CTL-RUN-DATE ' ***'
                       DELIMITED BY SIZE INTO WSV-REPORTE-LINEA
           END-IF.
           PERFORM 058-ESCRIBE-RENGLON.
           DISPLAY 'RPT-DISTRIB - ' WSV-REPORTE-LINEA (5:60).
           MOVE 4 TO WSV-RC-FINAL.

       068-ENCABEZADO-PAGINA.
           ADD 1 TO WSV-PAGINA.
           MOVE SPACES TO DIS-PAQUETE-LINE.
           STRING 'DEST: ' WSV-DESTINO-ACTUAL
                   '  REPORTE: ' WSV-ORIGEN-NOMBRE
                   '  COPIA ' WSV-COPIA
                   ' DE ' WSV-DE-COPIAS (WSV-ENT-IDX)
                   '  FECHA: ' CTL-RUN-DATE
                   '  PAGINA ' WSV-PAGINA ' DE ' WSV-PAQ-TOTAL-PAG
                   DELIMITED BY SIZE INTO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO DIS-PAQUETE-LINE.
           WRITE DIS-PAQUETE-LINE AFTER ADVANCING 1 LINE.

       070-GRABA-BITACORA.
           MOVE SPACES TO DIS-BITACORA-RECORD.
           MOVE CTL-RUN-DATE TO RDL-FECHA.
           MOVE WSV-DESTINO-ACTUAL TO RDL-DESTINO.
           MOVE WSV-DE-REPORTE (WSV-ENT-IDX) TO RDL-REPORTE.
           MOVE WSV-DE-COPIAS (WSV-ENT-IDX) TO RDL-COPIAS.
           MOVE WSV-DE-LINEAS (WSV-ENT-IDX) TO RDL-LINEAS.
           MOVE WSV-DE-DESDE (WSV-ENT-IDX) TO RDL-PAGINA-DESDE.
           MOVE WSV-DE-PAGINAS (WSV-ENT-IDX) TO RDL-PAGINAS.
           EVALUATE TRUE
               WHEN WSV-DE-ENVIADO (WSV-ENT-IDX)
                   MOVE 'ENVIADO' TO RDL-ESTADO
               WHEN WSV-DE-VACIO (WSV-ENT-IDX)
                   MOVE 'VACIO' TO RDL-ESTADO
               WHEN OTHER
                   MOVE 'FALTANTE' TO RDL-ESTADO
           END-EVALUATE.
           WRITE DIS-BITACORA-RECORD.

       090-TERMINA.
           CLOSE DIS-BITACORA-FILE.
           MOVE SPACES TO WSV-REPORTE-LINEA.
           STRING 'PAQUETES: ' WSV-CONT-PAQUETES
                   ' ENVIADOS: ' WSV-CONT-ENVIADOS
                   ' VACIOS: ' WSV-CONT-VACIOS
                   ' FALTANTES: ' WSV-CONT-FALTANTES
                   DELIMITED BY SIZE INTO WSV-REPORTE-LINEA.
           DISPLAY 'RPT-DISTRIB - ' WSV-REPORTE-LINEA (1:60).
           MOVE WSV-RC-FINAL TO RETURN-CODE.

       END PROGRAM PLATZI-RPT-DISTRIB.

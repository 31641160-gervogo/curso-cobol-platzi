      *****************************************************************
      * Layout compartido de los parametros de PLATZI-OPER-AUTH, la
      * rutina comun de autoridad de operadores y doble firma de los
      * programas de mantenimiento. El llamador pone la funcion, el
      * operador de la transaccion, su tag de programa (el mismo de
      * AUD-PROGRAMA) y la accion o la llave del cambio; la rutina
      * regresa el resultado en OPR-RESULTADO:
      *   'V' VERIFICA  - el operador tiene la accion autorizada en
      *                   el maestro OPRAUTH para ese programa.
      *   'R' RETIENE   - deja la imagen de la transaccion pendiente
      *                   de aprobacion en OPRPEND bajo la llave.
      *   'P' PENDIENTE - regresa la imagen y el operador que capturo
      *                   el cambio pendiente de la llave, si lo hay y
      *                   si quien lo pide es otro operador.
      *   'A' APRUEBA / 'X' RECHAZA - resuelve el pendiente de la
      *                   llave con el operador que firma.
      *   'C' CIERRA    - cierra los maestros al terminar la corrida.
      * Las negativas, retenciones y resoluciones quedan en AUDITLOG
      * con los dos operadores. COPY en cada programa de mantenimiento
      * y en la LINKAGE SECTION de PLATZI-OPER-AUTH.
      *****************************************************************
       01 OPR-PARM-RECORD.
           05 OPR-FUNCION                PIC X(01) VALUE SPACE.
              88 OPR-VERIFICA                      VALUE 'V'.
              88 OPR-RETIENE                       VALUE 'R'.
              88 OPR-BUSCA-PENDIENTE               VALUE 'P'.
              88 OPR-APRUEBA                       VALUE 'A'.
              88 OPR-RECHAZA                       VALUE 'X'.
              88 OPR-CIERRA                        VALUE 'C'.
           05 OPR-OPERADOR               PIC X(08) VALUE SPACES.
           05 OPR-PROGRAMA               PIC X(08) VALUE SPACES.
           05 OPR-ACCION                 PIC X(01) VALUE SPACE.
           05 OPR-LLAVE                  PIC X(20) VALUE SPACES.
           05 OPR-IMAGEN                 PIC X(80) VALUE SPACES.
           05 OPR-OPERADOR-ORIGEN        PIC X(08) VALUE SPACES.
           05 OPR-RESULTADO              PIC X(01) VALUE '0'.
              88 OPR-CONFORME                      VALUE '0'.
              88 OPR-NO-AUTORIZADO                 VALUE '1'.
              88 OPR-YA-PENDIENTE                  VALUE '2'.
              88 OPR-SIN-PENDIENTE                 VALUE '3'.
              88 OPR-MISMO-OPERADOR                VALUE '4'.

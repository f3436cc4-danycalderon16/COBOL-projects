
       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  CONTRATOS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
             IF VIGT-FIN(VIGT-POS) < FECHA-PROCESO-NEGOCIO
                ADD 1 TO CONTRATOS-CADUCADOS
                MOVE SPACES TO LINEA-VENCIMIENTO
                MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                PERFORM EDITA-APELLIDOS-MOSTRADOS
                STRING VIGT-ID(VIGT-POS) " "
                    EMPLEADOS-NOMBRE " "
                    APELLIDOS-MOSTRADOS(1:30)
                    " CONTRATO VENCIO EL " VIGT-FIN(VIGT-POS)
                    " Y SIGUE ACTIVO *REVISAR*"
                    DELIMITED BY SIZE
                IF VIGT-FIN(VIGT-POS) <= FECHA-HORIZONTE
                   ADD 1 TO CONTRATOS-POR-VENCER
                   MOVE SPACES TO LINEA-VENCIMIENTO
                   MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                   PERFORM EDITA-APELLIDOS-MOSTRADOS
                   STRING VIGT-ID(VIGT-POS) " "
                       EMPLEADOS-NOMBRE " "
                       APELLIDOS-MOSTRADOS(1:30)
                       " VENCE EL " VIGT-FIN(VIGT-POS)
                       " (RENOVACIONES: "
                       VIGT-RENOVACIONES(VIGT-POS) ")"
       MOVE ALERTA-TEXTO-WS TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       CLOSE ALERTAS-ARCHIVO.

      ******************************************************************
      * Los dos apellidos seguidos, con un solo blanco entre ellos,
      * para los listados que los muestran en una sola columna.
      ******************************************************************
       EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDO-1-EDICION TO APELLIDOS-MOSTRADOS.
       IF APELLIDO-2-EDICION NOT = SPACES
          MOVE SPACES TO APELLIDOS-MOSTRADOS
          STRING APELLIDO-1-EDICION DELIMITED BY "  "
              " " DELIMITED BY SIZE
              APELLIDO-2-EDICION DELIMITED BY "  "
              INTO APELLIDOS-MOSTRADOS
       END-IF.
       END PROGRAM VENCE-CONTRATOS.

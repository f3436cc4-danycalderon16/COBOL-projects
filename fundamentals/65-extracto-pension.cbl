
       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  PENSHIST-ESTADO-ARCHIVO PIC X(2).
       77  ANIO-EXTRACTO        PIC 9(4).
       END-IF.
       MOVE SPACES TO LINEA-PENSION.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING "PARTICIPE: " PANUAL-ID(PANUAL-POS) " "
              EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30)
              " NIF " EMPLEADOS-NIF
              DELIMITED BY SIZE INTO LINEA-PENSION
       ELSE
       ADD PANUAL-APORTE(PANUAL-POS) TO EMPRESA-APORTES.
       ADD PANUAL-MATCH(PANUAL-POS) TO EMPRESA-MATCHES.
       ADD 1 TO PANUAL-POS.

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
       END PROGRAM EXTRACTO-PENSION.

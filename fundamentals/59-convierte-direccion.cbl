       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  REPORTE-CONVERSION.
       01  LINEA-CONVERSION       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  REGISTROS-PARTIDOS   PIC 9(5) VALUE 0.
             MOVE SPACES TO EMPLEADOS-PROVINCIA
             REWRITE EMPLEADOS-REGISTRO
             MOVE SPACES TO LINEA-CONVERSION
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             STRING "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
                 APELLIDOS-MOSTRADOS(1:30) " SIN CODIGO POSTAL: "
                 DIRECCION-TRABAJO
                 DELIMITED BY SIZE INTO LINEA-CONVERSION
             WRITE LINEA-CONVERSION
          MOVE DIRECCION-TRABAJO(POSICION-CP + 5:LARGO-RESTO)
              TO EMPLEADOS-CIUDAD
       END-IF.

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
       END PROGRAM CONVIERTE-DIRECCION.

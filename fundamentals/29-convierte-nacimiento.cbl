       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  REPORTE-CONCILIACION.
       01  LINEA-CONCILIACION     PIC X(110).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  ANIO-ACTUAL          PIC 9(4).
          REWRITE EMPLEADOS-REGISTRO
          ADD 1 TO REGISTROS-COMPLETADOS
          MOVE SPACES TO LINEA-CONCILIACION
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " FECHA ESTIMADA: "
              EMPLEADOS-FECHA-NACIMIENTO " (CONFIRMAR CON RRHH)"
              DELIMITED BY SIZE INTO LINEA-CONCILIACION
          WRITE LINEA-CONCILIACION
              AND EMPLEADOS-EDAD NOT = EDAD-CALCULADA
             ADD 1 TO REGISTROS-DISCREPANTES
             MOVE SPACES TO LINEA-CONCILIACION
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             STRING "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
                 APELLIDOS-MOSTRADOS(1:30) " EDAD ALMACENADA: "
                 EMPLEADOS-EDAD " DERIVADA: " EDAD-CALCULADA
                 DELIMITED BY SIZE INTO LINEA-CONCILIACION
             WRITE LINEA-CONCILIACION
             SUBTRACT 1 FROM EDAD-CALCULADA
          END-IF
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
       END PROGRAM CONVIERTE-NACIMIENTO.

      *          espacios sobrantes) y empareja candidatos en tres
      *          niveles de fuerza -- FUERTE (nombre, apellidos y
      *          fecha de nacimiento iguales), MEDIA (nombre y
      *          apellidos) y DEBIL (primer apellido e inicial del
      *          nombre) -- escribiendo DUPLICADOS.RPT ordenado de
      *          mayor a menor fuerza para revision de RRHH antes de
      *          que la nomina pague dos veces a la misma persona.
      *          Los dos apellidos se comparan por separado: el
      *          primero tiene que coincidir siempre y un segundo
      *          apellido distinto deja la pareja como DEBIL; un
      *          segundo apellido en blanco en uno de los dos lados
      *          no la rebaja, porque suele ser un dato sin capturar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT REPORTE-DUPLICADOS ASSIGN TO "DUPLICADOS.RPT"
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-EDAD          PIC 999.
           05 HISTORICO-TELEFONO      PIC X(15).
           05 HISTORICO-DIRECCION     PIC X(30).
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
       FD  REPORTE-DUPLICADOS.
       01  LINEA-DUPLICADOS           PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  PAREJAS-DEBILES      PIC 9(4) VALUE 0.
       77  NIVEL-BUSCADO        PIC 9.
       77  NIVEL-PAREJA         PIC 9.
       77  SEGUNDO-COMPATIBLE   PIC X.
       77  APELLIDOS-PERSONA-I  PIC X(30).
       01  TABLA-PERSONAS.
           05 PERSONA-ENTRADA OCCURS 500 TIMES.
              10 PERSONA-ORIGEN        PIC X.
              10 PERSONA-ID            PIC 9(5).
              10 PERSONA-NOMBRE        PIC X(15).
              10 PERSONA-PRIMER-APELLIDO  PIC X(25).
              10 PERSONA-SEGUNDO-APELLIDO PIC X(25).
              10 PERSONA-FECHA-NAC     PIC 9(8).

       PROCEDURE DIVISION.
                     (FUNCTION TRIM(EMPLEADOS-NOMBRE))
                     TO PERSONA-NOMBRE(PERSONAS-TOTAL)
                 MOVE FUNCTION UPPER-CASE
                     (FUNCTION TRIM(EMPLEADOS-PRIMER-APELLIDO))
                     TO PERSONA-PRIMER-APELLIDO(PERSONAS-TOTAL)
                 MOVE FUNCTION UPPER-CASE
                     (FUNCTION TRIM(EMPLEADOS-SEGUNDO-APELLIDO))
                     TO PERSONA-SEGUNDO-APELLIDO(PERSONAS-TOTAL)
                 IF EMPLEADOS-FECHA-NACIMIENTO IS NUMERIC
                    MOVE EMPLEADOS-FECHA-NACIMIENTO
                        TO PERSONA-FECHA-NAC(PERSONAS-TOTAL)
                     (FUNCTION TRIM(HISTORICO-NOMBRE))
                     TO PERSONA-NOMBRE(PERSONAS-TOTAL)
                 MOVE FUNCTION UPPER-CASE
                     (FUNCTION TRIM(HISTORICO-PRIMER-APELLIDO))
                     TO PERSONA-PRIMER-APELLIDO(PERSONAS-TOTAL)
                 MOVE FUNCTION UPPER-CASE
                     (FUNCTION TRIM(HISTORICO-SEGUNDO-APELLIDO))
                     TO PERSONA-SEGUNDO-APELLIDO(PERSONAS-TOTAL)
                 IF HISTORICO-FECHA-NACIMIENTO IS NUMERIC
                    MOVE HISTORICO-FECHA-NACIMIENTO
                        TO PERSONA-FECHA-NAC(PERSONAS-TOTAL)
             STRING "-- COINCIDENCIA MEDIA (NOMBRE Y APELLIDOS) --"
                 DELIMITED BY SIZE INTO LINEA-DUPLICADOS
          ELSE
             STRING "-- COINCIDENCIA DEBIL (PRIMER APELLIDO E "
                 "INICIAL) --"
                 DELIMITED BY SIZE INTO LINEA-DUPLICADOS
          END-IF
       END-IF.

       DETERMINA-NIVEL-PAREJA.
       MOVE 0 TO NIVEL-PAREJA.
       MOVE "S" TO SEGUNDO-COMPATIBLE.
       IF PERSONA-SEGUNDO-APELLIDO(POS-I) NOT = SPACES
           AND PERSONA-SEGUNDO-APELLIDO(POS-J) NOT = SPACES
           AND PERSONA-SEGUNDO-APELLIDO(POS-I)
               NOT = PERSONA-SEGUNDO-APELLIDO(POS-J)
          MOVE "N" TO SEGUNDO-COMPATIBLE
       END-IF.
       IF PERSONA-PRIMER-APELLIDO(POS-I) NOT = SPACES
           AND PERSONA-PRIMER-APELLIDO(POS-I)
               = PERSONA-PRIMER-APELLIDO(POS-J)
          IF PERSONA-NOMBRE(POS-I) = PERSONA-NOMBRE(POS-J)
              AND PERSONA-NOMBRE(POS-I) NOT = SPACES
              AND SEGUNDO-COMPATIBLE = "S"
             IF PERSONA-FECHA-NAC(POS-I) > 0
                 AND PERSONA-FECHA-NAC(POS-I)
                     = PERSONA-FECHA-NAC(POS-J)
          END-IF
       END-IF.
       MOVE SPACES TO LINEA-DUPLICADOS.
       MOVE PERSONA-PRIMER-APELLIDO(POS-I) TO APELLIDO-1-EDICION.
       MOVE PERSONA-SEGUNDO-APELLIDO(POS-I) TO APELLIDO-2-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-PERSONA-I.
       MOVE PERSONA-PRIMER-APELLIDO(POS-J) TO APELLIDO-1-EDICION.
       MOVE PERSONA-SEGUNDO-APELLIDO(POS-J) TO APELLIDO-2-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING PERSONA-ORIGEN(POS-I) " " PERSONA-ID(POS-I) " "
           PERSONA-NOMBRE(POS-I) " " APELLIDOS-PERSONA-I
           "  <->  "
           PERSONA-ORIGEN(POS-J) " " PERSONA-ID(POS-J) " "
           PERSONA-NOMBRE(POS-J) " " APELLIDOS-MOSTRADOS(1:30)
           DELIMITED BY SIZE INTO LINEA-DUPLICADOS.
       WRITE LINEA-DUPLICADOS.

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
       END PROGRAM DETECTA-DUPLICADOS.

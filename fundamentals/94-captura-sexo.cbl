      ******************************************************************
      * Author:
      * Date:
      * Purpose: Captura y relleno de una sola vez del sexo tras
      *          agregarlo al registro de empleados, en el molde de
      *          CAPTURA-NIF: recorre el maestro, ofrece cada
      *          empleado sin sexo valido para teclearlo (M=mujer,
      *          H=hombre; en blanco se salta) y regraba el
      *          registro. Los saltados y los rechazados quedan en
      *          la lista de excepciones SEXEXCEP.RPT para otra
      *          pasada; mientras falten, el registro retributivo
      *          por sexo los cuenta aparte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-SEXO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT REPORTE-EXCEPCIONES ASSIGN TO "SEXEXCEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  REPORTE-EXCEPCIONES.
       01  LINEA-EXCEPCION        PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  SEXO-TECLEADO        PIC X.
       77  SEXOS-CAPTURADOS     PIC 9(5) VALUE 0.
       77  SEXOS-SALTADOS       PIC 9(5) VALUE 0.
       77  SEXOS-RECHAZADOS     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "CAPTURA Y RELLENO DEL SEXO".
       OPEN I-O EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-EXCEPCIONES.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "EXCEPCIONES DE LA CAPTURA DE SEXO - FECHA DE "
           "EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       PERFORM LEE-SIGUIENTE-REGISTRO.
       PERFORM CAPTURA-REGISTRO UNTIL LEE-TODO = "S".
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "CAPTURADOS: " SEXOS-CAPTURADOS
           "  SALTADOS: " SEXOS-SALTADOS
           "  RECHAZADOS: " SEXOS-RECHAZADOS
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       CLOSE REPORTE-EXCEPCIONES.
       CLOSE EMPLEADOS-ARCHIVO.
       DISPLAY SEXOS-CAPTURADOS " SEXOS CAPTURADOS. EXCEPCIONES EN "
           "SEXEXCEP.RPT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       LEE-SIGUIENTE-REGISTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CAPTURA-REGISTRO.
       IF NOT EMPLEADO-MUJER AND NOT EMPLEADO-HOMBRE
          DISPLAY "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-APELLIDOS
          DISPLAY "SEXO (M=MUJER, H=HOMBRE, BLANCO = SALTAR): "
          ACCEPT SEXO-TECLEADO
          INSPECT SEXO-TECLEADO CONVERTING "mh" TO "MH"
          IF SEXO-TECLEADO = SPACES
             ADD 1 TO SEXOS-SALTADOS
             PERFORM ESCRIBE-EXCEPCION-SEXO
          ELSE
             IF SEXO-TECLEADO NOT = "M" AND SEXO-TECLEADO NOT = "H"
                ADD 1 TO SEXOS-RECHAZADOS
                DISPLAY "SEXO NO VALIDO."
                PERFORM ESCRIBE-EXCEPCION-SEXO
             ELSE
                MOVE SEXO-TECLEADO TO EMPLEADOS-SEXO
                REWRITE EMPLEADOS-REGISTRO
                ADD 1 TO SEXOS-CAPTURADOS
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       ESCRIBE-EXCEPCION-SEXO.
       MOVE SPACES TO LINEA-EXCEPCION.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS(1:30) " SIN SEXO CAPTURADO"
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.

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
       END PROGRAM CAPTURA-SEXO.

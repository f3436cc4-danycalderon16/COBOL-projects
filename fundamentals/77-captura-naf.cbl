      ******************************************************************
      * Author:
      * Date:
      * Purpose: Captura y relleno de una sola vez del numero de
      *          afiliacion a la Seguridad Social (NAF) tras
      *          agregarlo al registro de empleados, en el molde de
      *          los demas convertidores: recorre el maestro, ofrece
      *          cada empleado sin NAF para teclearlo (en blanco se
      *          salta), lo valida con el subprograma comun
      *          VALIDA-NAF y controla que no este repetido en lo ya
      *          capturado, y regraba el registro. Los saltados y
      *          los rechazados quedan en la lista de excepciones
      *          NAFEXCEP.RPT para otra pasada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-NAF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT REPORTE-EXCEPCIONES ASSIGN TO "NAFEXCEP.RPT"
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
       77  NAF-TECLEADO         PIC X(12).
       77  RESULTADO-NAF        PIC X.
       77  NAF-REPETIDO         PIC X.
       77  NAFS-CAPTURADOS      PIC 9(5) VALUE 0.
       77  NAFS-SALTADOS        PIC 9(5) VALUE 0.
       77  NAFS-RECHAZADOS      PIC 9(5) VALUE 0.
      ******************************************************************
      * NAFs ya vistos en esta pasada (los existentes del maestro
      * mas los recien capturados), para no grabar dos iguales.
      ******************************************************************
       01  TABLA-NAFS-VISTOS.
           05 NAF-VISTO-ENTRADA OCCURS 500 TIMES PIC X(12).
       77  NAFV-TOTAL           PIC 9(3) VALUE 0.
       77  NAFV-POS             PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "CAPTURA Y RELLENO DEL NAF".
       OPEN I-O EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-EXCEPCIONES.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "EXCEPCIONES DE LA CAPTURA DE NAF - FECHA DE "
           "EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       PERFORM LEE-SIGUIENTE-REGISTRO.
       PERFORM CAPTURA-REGISTRO UNTIL LEE-TODO = "S".
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "CAPTURADOS: " NAFS-CAPTURADOS
           "  SALTADOS: " NAFS-SALTADOS
           "  RECHAZADOS: " NAFS-RECHAZADOS
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       CLOSE REPORTE-EXCEPCIONES.
       CLOSE EMPLEADOS-ARCHIVO.
       DISPLAY NAFS-CAPTURADOS " NAF CAPTURADOS. EXCEPCIONES EN "
           "NAFEXCEP.RPT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       LEE-SIGUIENTE-REGISTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CAPTURA-REGISTRO.
       IF EMPLEADOS-NAF NOT = SPACES
           AND EMPLEADOS-NAF NOT = LOW-VALUES
          PERFORM ANOTA-NAF-VISTO
       ELSE
          DISPLAY "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-APELLIDOS
          DISPLAY "NAF (12 DIGITOS, BLANCO = SALTAR): "
          ACCEPT NAF-TECLEADO
          IF NAF-TECLEADO = SPACES
             ADD 1 TO NAFS-SALTADOS
             PERFORM ESCRIBE-EXCEPCION-NAF
          ELSE
             CALL "VALIDA-NAF" USING NAF-TECLEADO RESULTADO-NAF
             PERFORM BUSCA-NAF-VISTO
             IF RESULTADO-NAF = "N"
                ADD 1 TO NAFS-RECHAZADOS
                DISPLAY "NAF NO VALIDO."
                PERFORM ESCRIBE-EXCEPCION-NAF
             ELSE
                IF NAF-REPETIDO = "S"
                   ADD 1 TO NAFS-RECHAZADOS
                   DISPLAY "NAF REPETIDO EN ESTA PASADA."
                   PERFORM ESCRIBE-EXCEPCION-NAF
                ELSE
                   MOVE NAF-TECLEADO TO EMPLEADOS-NAF
                   REWRITE EMPLEADOS-REGISTRO
                   ADD 1 TO NAFS-CAPTURADOS
                   PERFORM ANOTA-NAF-VISTO
                END-IF
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       ANOTA-NAF-VISTO.
       IF NAFV-TOTAL < 500
          ADD 1 TO NAFV-TOTAL
          MOVE EMPLEADOS-NAF TO NAF-VISTO-ENTRADA(NAFV-TOTAL)
       END-IF.

       BUSCA-NAF-VISTO.
       MOVE "N" TO NAF-REPETIDO.
       MOVE 1 TO NAFV-POS.
       PERFORM COMPARA-NAF-VISTO
           UNTIL NAFV-POS > NAFV-TOTAL
           OR NAF-REPETIDO = "S".

       COMPARA-NAF-VISTO.
       IF NAF-VISTO-ENTRADA(NAFV-POS) = NAF-TECLEADO
          MOVE "S" TO NAF-REPETIDO
       ELSE
          ADD 1 TO NAFV-POS
       END-IF.

       ESCRIBE-EXCEPCION-NAF.
       MOVE SPACES TO LINEA-EXCEPCION.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS(1:30) " SIN NAF CAPTURADO"
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
       END PROGRAM CAPTURA-NAF.

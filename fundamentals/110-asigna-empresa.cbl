      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relleno de una sola vez de la empresa del empleado
      *          tras agregarla al registro de empleados, en el molde
      *          de CAPTURA-SEXO pero sin teclear nada: recorre el
      *          maestro y a cada empleado sin empresa le pone la
      *          empresa de su departamento en DEPTOS.DAT, o la
      *          empresa por omision si el departamento no tiene.
      *          Los departamentos que apuntan a una empresa que no
      *          existe en EMPRESAS.DAT dejan a sus empleados sin
      *          empresa y salen en la lista EMPEXCEP.RPT para
      *          corregirlos en el mantenimiento de departamentos
      *          y repetir la pasada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNA-EMPRESA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT REPORTE-EXCEPCIONES ASSIGN TO "EMPEXCEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  REPORTE-EXCEPCIONES.
       01  LINEA-EXCEPCION        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  EMPRESA-DEL-EMPLEADO PIC X(6).
       77  EMPRESAS-ASIGNADAS   PIC 9(5) VALUE 0.
       77  EMPRESAS-INEXISTENTES PIC 9(5) VALUE 0.
       77  EMPRESA-MODO         PIC X.
       01  DATOS-EMPRESA.
           05 EMPRESA-CODIGO          PIC X(6).
           05 EMPRESA-OPERADOR        PIC X(10).
           05 EMPRESA-DEPARTAMENTO    PIC X(10).
           05 EMPRESA-POSICION        PIC 9(2).
           05 EMPRESA-RAZON-SOCIAL    PIC X(40).
           05 EMPRESA-CIF             PIC X(9).
           05 EMPRESA-CCC             PIC X(11).
           05 EMPRESA-BANCO           PIC X(4).
           05 EMPRESA-CUENTA          PIC 9(10).
           05 EMPRESA-DIGITO          PIC 9.
           05 EMPRESA-ACTIVA          PIC X.
           05 EMPRESA-DEFECTO         PIC X(6).
           05 EMPRESA-EXISTE          PIC X.
           05 EMPRESA-AUTORIZADA      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "RELLENO DE LA EMPRESA DEL EMPLEADO".
       OPEN I-O EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-EXCEPCIONES.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "EXCEPCIONES DEL RELLENO DE EMPRESA - FECHA DE "
           "EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       PERFORM LEE-SIGUIENTE-REGISTRO.
       PERFORM ASIGNA-REGISTRO UNTIL LEE-TODO = "S".
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "ASIGNADOS: " EMPRESAS-ASIGNADAS
           "  EMPRESA INEXISTENTE: " EMPRESAS-INEXISTENTES
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       CLOSE REPORTE-EXCEPCIONES.
       CLOSE EMPLEADOS-ARCHIVO.
       DISPLAY EMPRESAS-ASIGNADAS " EMPRESAS ASIGNADAS. EXCEPCIONES EN "
           "EMPEXCEP.RPT.".
       IF EMPRESAS-INEXISTENTES > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       LEE-SIGUIENTE-REGISTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       ASIGNA-REGISTRO.
       IF EMPLEADOS-EMPRESA = SPACES
          MOVE "D" TO EMPRESA-MODO
          MOVE SPACES TO EMPRESA-CODIGO
          MOVE EMPLEADOS-DEPARTAMENTO TO EMPRESA-DEPARTAMENTO
          CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA
          MOVE EMPRESA-CODIGO TO EMPRESA-DEL-EMPLEADO
          IF EMPRESA-EXISTE = "N"
             ADD 1 TO EMPRESAS-INEXISTENTES
             MOVE SPACES TO LINEA-EXCEPCION
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             STRING "ID: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
                 APELLIDOS-MOSTRADOS(1:30) " DEPTO "
                 EMPLEADOS-DEPARTAMENTO
                 " EMPRESA INEXISTENTE " EMPRESA-DEL-EMPLEADO
                 DELIMITED BY SIZE INTO LINEA-EXCEPCION
             WRITE LINEA-EXCEPCION
          ELSE
             MOVE EMPRESA-DEL-EMPLEADO TO EMPLEADOS-EMPRESA
             REWRITE EMPLEADOS-REGISTRO
             ADD 1 TO EMPRESAS-ASIGNADAS
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

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
       END PROGRAM ASIGNA-EMPRESA.

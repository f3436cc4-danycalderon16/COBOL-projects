      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido de formacion obligatoria:
      *          para un empleado y un puesto muestra en pantalla
      *          los cursos que exige el puesto (REQFORM.DAT) y que
      *          el empleado no tiene, o tiene caducados, en la
      *          fecha pedida, segun su ultima realizacion de cada
      *          curso en FORMACION.DAT. Devuelve cuantos faltan.
      *          Lo llama la asignacion de puesto, para que la
      *          carencia se vea en el momento, y la consulta de
      *          FORMACION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARENCIAS-FORMACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSOS-ARCHIVO ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURSOS-ESTADO-ARCHIVO.
           SELECT REQUISITOS-ARCHIVO ASSIGN TO "REQFORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUISITOS-ESTADO-ARCHIVO.
           SELECT FORMACION-ARCHIVO ASSIGN TO "FORMACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORMACION-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  CURSOS-ARCHIVO.
       01  CURSO-REGISTRO.
           05 CURSO-CODIGO            PIC X(6).
           05 CURSO-DESCRIPCION       PIC X(30).
           05 CURSO-VALIDEZ-MESES     PIC 9(3).
       FD  REQUISITOS-ARCHIVO.
       01  REQUISITO-REGISTRO.
           05 REQUISITO-PUESTO        PIC X(8).
           05 REQUISITO-CURSO         PIC X(6).
       FD  FORMACION-ARCHIVO.
       01  FORMACION-REGISTRO.
           05 FORMACION-EMPLEADOS-ID  PIC 9(5).
           05 FORMACION-CURSO         PIC X(6).
           05 FORMACION-FECHA         PIC 9(8).
           05 FORMACION-CADUCIDAD     PIC 9(8).
           05 FORMACION-PROVEEDOR     PIC X(20).

       WORKING-STORAGE SECTION.
       77  CURSOS-ESTADO-ARCHIVO PIC X(2).
       77  REQUISITOS-ESTADO-ARCHIVO PIC X(2).
       77  FORMACION-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
      ******************************************************************
      * Cursos que exige el puesto, con la ultima realizacion del
      * empleado de cada uno (fecha cero si nunca lo hizo).
      ******************************************************************
       01  TABLA-EXIGIDOS.
           05 EXIGT-ENTRADA OCCURS 50 TIMES.
              10 EXIGT-CURSO          PIC X(6).
              10 EXIGT-DESCRIPCION    PIC X(30).
              10 EXIGT-FECHA          PIC 9(8).
              10 EXIGT-CADUCIDAD      PIC 9(8).
       77  EXIGT-TOTAL          PIC 9(2) VALUE 0.
       77  EXIGT-POS            PIC 9(2).
       LINKAGE SECTION.
       01  CARENCIA-EMPLEADO-ID PIC 9(5).
       01  CARENCIA-PUESTO      PIC X(8).
       01  CARENCIA-FECHA       PIC 9(8).
       01  CARENCIA-TOTAL       PIC 9(3).
       PROCEDURE DIVISION USING CARENCIA-EMPLEADO-ID CARENCIA-PUESTO
           CARENCIA-FECHA CARENCIA-TOTAL.
       COMPRUEBA-CARENCIAS.
       MOVE 0 TO CARENCIA-TOTAL.
       PERFORM CARGA-EXIGIDOS.
       IF EXIGT-TOTAL > 0
          PERFORM CARGA-DESCRIPCIONES
          PERFORM CARGA-REALIZACIONES
          MOVE 1 TO EXIGT-POS
          PERFORM EVALUA-EXIGIDO UNTIL EXIGT-POS > EXIGT-TOTAL
       END-IF.
       GOBACK.

       CARGA-EXIGIDOS.
       MOVE 0 TO EXIGT-TOTAL.
       OPEN INPUT REQUISITOS-ARCHIVO.
       IF REQUISITOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-EXIGIDO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE REQUISITOS-ARCHIVO.

       CARGA-UN-EXIGIDO.
       READ REQUISITOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF REQUISITO-PUESTO = CARENCIA-PUESTO
                 IF EXIGT-TOTAL < 50
                    ADD 1 TO EXIGT-TOTAL
                    MOVE REQUISITO-CURSO TO EXIGT-CURSO(EXIGT-TOTAL)
                    MOVE SPACES TO EXIGT-DESCRIPCION(EXIGT-TOTAL)
                    MOVE 0 TO EXIGT-FECHA(EXIGT-TOTAL)
                    MOVE 0 TO EXIGT-CADUCIDAD(EXIGT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE CURSOS EXIGIDOS LLENA."
                 END-IF
              END-IF
       END-READ.

       CARGA-DESCRIPCIONES.
       OPEN INPUT CURSOS-ARCHIVO.
       IF CURSOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-DESCRIPCION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CURSOS-ARCHIVO.

       CARGA-UNA-DESCRIPCION.
       READ CURSOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE 1 TO EXIGT-POS
              PERFORM ANOTA-DESCRIPCION UNTIL EXIGT-POS > EXIGT-TOTAL
       END-READ.

       ANOTA-DESCRIPCION.
       IF EXIGT-CURSO(EXIGT-POS) = CURSO-CODIGO
          MOVE CURSO-DESCRIPCION TO EXIGT-DESCRIPCION(EXIGT-POS)
       END-IF.
       ADD 1 TO EXIGT-POS.

       CARGA-REALIZACIONES.
       OPEN INPUT FORMACION-ARCHIVO.
       IF FORMACION-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-REALIZACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE FORMACION-ARCHIVO.

       CARGA-UNA-REALIZACION.
       READ FORMACION-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF FORMACION-EMPLEADOS-ID = CARENCIA-EMPLEADO-ID
                 MOVE 1 TO EXIGT-POS
                 PERFORM ANOTA-REALIZACION UNTIL EXIGT-POS > EXIGT-TOTAL
              END-IF
       END-READ.

       ANOTA-REALIZACION.
       IF EXIGT-CURSO(EXIGT-POS) = FORMACION-CURSO
           AND FORMACION-FECHA NOT < EXIGT-FECHA(EXIGT-POS)
          MOVE FORMACION-FECHA TO EXIGT-FECHA(EXIGT-POS)
          MOVE FORMACION-CADUCIDAD TO EXIGT-CADUCIDAD(EXIGT-POS)
       END-IF.
       ADD 1 TO EXIGT-POS.

      ******************************************************************
      * Falta el curso nunca realizado o el realizado con caducidad
      * anterior a la fecha pedida (caducidad cero = no caduca).
      ******************************************************************
       EVALUA-EXIGIDO.
       IF EXIGT-FECHA(EXIGT-POS) = 0
          ADD 1 TO CARENCIA-TOTAL
          DISPLAY "FALTA FORMACION: " EXIGT-CURSO(EXIGT-POS) " "
              EXIGT-DESCRIPCION(EXIGT-POS) " (NUNCA REALIZADO)"
       ELSE
          IF EXIGT-CADUCIDAD(EXIGT-POS) > 0
              AND EXIGT-CADUCIDAD(EXIGT-POS) < CARENCIA-FECHA
             ADD 1 TO CARENCIA-TOTAL
             DISPLAY "FALTA FORMACION: " EXIGT-CURSO(EXIGT-POS) " "
                 EXIGT-DESCRIPCION(EXIGT-POS) " (CADUCADO EL "
                 EXIGT-CADUCIDAD(EXIGT-POS) ")"
          END-IF
       END-IF.
       ADD 1 TO EXIGT-POS.
       END PROGRAM CARENCIAS-FORMACION.

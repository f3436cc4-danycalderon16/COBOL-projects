      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido de tramos de servicio por
      *          persona en SERVICIO.DAT (NIF, EMPLEADOS-ID, inicio,
      *          fin y motivo de baja de MOTBAJA.DAT). El archivo no
      *          se purga al archivar, asi que la historia de quien
      *          vuelve se conserva aunque entre con otro ID.
      *          Modo A: abre el tramo de un alta o reinstalacion;
      *          los tramos anteriores de la persona quedan
      *          pendientes de reconocer. Modo C: cierra el tramo en
      *          la baja. Modo S: dias de servicio reconocidos a una
      *          fecha de referencia y la fecha de antiguedad
      *          equivalente, que sustituye a la fecha de alta en
      *          trienios, vacaciones, finiquito, informe de
      *          antiguedad y certificado de empleo. Modos L, M y P
      *          para el reconocimiento desde el mantenimiento:
      *          listar los tramos de la persona, marcar uno como
      *          reconocido o no, y registrar un tramo anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAMOS-SERVICIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICIO-ARCHIVO ASSIGN TO "SERVICIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERVICIO-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Tramo: fin a cero mientras esta abierto. RECONOCIDO vale A
      * para el tramo propio del empleo en curso (abierto, o cerrado
      * por su baja), S para un tramo anterior reconocido y N para
      * uno anterior sin reconocer. Solo cuentan A y S.
      ******************************************************************
       FD  SERVICIO-ARCHIVO.
       01  TRAMO-REGISTRO.
           05 TRAMO-NIF               PIC X(9).
           05 TRAMO-EMPLEADOS-ID      PIC 9(5).
           05 TRAMO-INICIO            PIC 9(8).
           05 TRAMO-FIN               PIC 9(8).
           05 TRAMO-MOTIVO            PIC X(2).
           05 TRAMO-RECONOCIDO        PIC X.

       WORKING-STORAGE SECTION.
       77  SERVICIO-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  TRAMO-PROPIO-HALLADO PIC X.
       77  TRAMO-DESDE          PIC 9(8).
       77  TRAMO-HASTA          PIC 9(8).
       77  DIAS-TRAMO           PIC S9(6).
       01  TABLA-TRAMOS.
           05 TRAMT-ENTRADA OCCURS 2000 TIMES.
              10 TRAMT-NIF            PIC X(9).
              10 TRAMT-EMPLEADOS-ID   PIC 9(5).
              10 TRAMT-INICIO         PIC 9(8).
              10 TRAMT-FIN            PIC 9(8).
              10 TRAMT-MOTIVO         PIC X(2).
              10 TRAMT-RECONOCIDO     PIC X.
       77  TRAMT-TOTAL          PIC 9(4) VALUE 0.
       77  TRAMT-POS            PIC 9(4).
       77  TRAMT-HALLADO        PIC X.
       77  TRAMOS-PERSONA       PIC 9(3).
       77  DESCRIPCION-TRAMO    PIC X(13).
       LINKAGE SECTION.
       01  SERVICIO-MODO        PIC X.
       01  SERVICIO-DATOS.
           05 SERVICIO-EMPLEADOS-ID   PIC 9(5).
           05 SERVICIO-NIF            PIC X(9).
           05 SERVICIO-FECHA-ALTA     PIC 9(8).
           05 SERVICIO-FECHA          PIC 9(8).
           05 SERVICIO-MOTIVO         PIC X(2).
           05 SERVICIO-DIAS           PIC 9(6).
           05 SERVICIO-FECHA-ANTIGUEDAD PIC 9(8).
           05 SERVICIO-TRAMOS-PREVIOS PIC 9(3).
           05 SERVICIO-LINEA          PIC 9(3).
           05 SERVICIO-RECONOCIDO     PIC X.
           05 SERVICIO-RESULTADO      PIC X.
       PROCEDURE DIVISION USING SERVICIO-MODO SERVICIO-DATOS.
       ATIENDE-PETICION-SERVICIO.
       IF SERVICIO-MODO = "A"
          PERFORM ABRE-TRAMO
       ELSE
          IF SERVICIO-MODO = "C"
             PERFORM CIERRA-TRAMO
          ELSE
             IF SERVICIO-MODO = "L"
                PERFORM LISTA-TRAMOS-PERSONA
             ELSE
                IF SERVICIO-MODO = "M"
                   PERFORM MARCA-TRAMO-PERSONA
                ELSE
                   IF SERVICIO-MODO = "P"
                      PERFORM REGISTRA-TRAMO-ANTERIOR
                   ELSE
                      PERFORM CALCULA-ANTIGUEDAD
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.
       GOBACK.

       CARGA-TRAMOS.
       MOVE 0 TO TRAMT-TOTAL.
       OPEN INPUT SERVICIO-ARCHIVO.
       IF SERVICIO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-TRAMO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SERVICIO-ARCHIVO.

       CARGA-UN-TRAMO.
       READ SERVICIO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF TRAMT-TOTAL < 2000
                 ADD 1 TO TRAMT-TOTAL
                 MOVE TRAMO-NIF TO TRAMT-NIF(TRAMT-TOTAL)
                 MOVE TRAMO-EMPLEADOS-ID
                     TO TRAMT-EMPLEADOS-ID(TRAMT-TOTAL)
                 MOVE TRAMO-INICIO TO TRAMT-INICIO(TRAMT-TOTAL)
                 MOVE TRAMO-FIN TO TRAMT-FIN(TRAMT-TOTAL)
                 MOVE TRAMO-MOTIVO TO TRAMT-MOTIVO(TRAMT-TOTAL)
                 MOVE TRAMO-RECONOCIDO
                     TO TRAMT-RECONOCIDO(TRAMT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE TRAMOS DE SERVICIO LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-TRAMOS.
       OPEN OUTPUT SERVICIO-ARCHIVO.
       MOVE 1 TO TRAMT-POS.
       PERFORM GRABA-UN-TRAMO UNTIL TRAMT-POS > TRAMT-TOTAL.
       CLOSE SERVICIO-ARCHIVO.

       GRABA-UN-TRAMO.
       MOVE TRAMT-NIF(TRAMT-POS) TO TRAMO-NIF.
       MOVE TRAMT-EMPLEADOS-ID(TRAMT-POS) TO TRAMO-EMPLEADOS-ID.
       MOVE TRAMT-INICIO(TRAMT-POS) TO TRAMO-INICIO.
       MOVE TRAMT-FIN(TRAMT-POS) TO TRAMO-FIN.
       MOVE TRAMT-MOTIVO(TRAMT-POS) TO TRAMO-MOTIVO.
       MOVE TRAMT-RECONOCIDO(TRAMT-POS) TO TRAMO-RECONOCIDO.
       WRITE TRAMO-REGISTRO.
       ADD 1 TO TRAMT-POS.

      ******************************************************************
      * Alta o reinstalacion: los tramos cerrados de la misma persona
      * (mismo NIF o mismo ID) se devuelven en TRAMOS-PREVIOS y los
      * que eran del empleo anterior pasan a pendientes de reconocer.
      * Si el ID ya tiene un tramo abierto no se abre otro.
      ******************************************************************
       ABRE-TRAMO.
       PERFORM CARGA-TRAMOS.
       MOVE 0 TO SERVICIO-TRAMOS-PREVIOS.
       MOVE "N" TO TRAMT-HALLADO.
       MOVE 1 TO TRAMT-POS.
       PERFORM REVISA-TRAMO-PREVIO UNTIL TRAMT-POS > TRAMT-TOTAL.
       IF TRAMT-HALLADO = "N"
          IF TRAMT-TOTAL < 2000
             ADD 1 TO TRAMT-TOTAL
             MOVE SERVICIO-NIF TO TRAMT-NIF(TRAMT-TOTAL)
             MOVE SERVICIO-EMPLEADOS-ID
                 TO TRAMT-EMPLEADOS-ID(TRAMT-TOTAL)
             MOVE SERVICIO-FECHA TO TRAMT-INICIO(TRAMT-TOTAL)
             MOVE 0 TO TRAMT-FIN(TRAMT-TOTAL)
             MOVE SPACES TO TRAMT-MOTIVO(TRAMT-TOTAL)
             MOVE "A" TO TRAMT-RECONOCIDO(TRAMT-TOTAL)
          ELSE
             DISPLAY "AVISO: TABLA DE TRAMOS DE SERVICIO LLENA. NO "
                 "SE ABRE EL TRAMO DE " SERVICIO-EMPLEADOS-ID
          END-IF
       END-IF.
       PERFORM GRABA-ARCHIVO-TRAMOS.

       REVISA-TRAMO-PREVIO.
       IF TRAMT-FIN(TRAMT-POS) = 0
          IF TRAMT-EMPLEADOS-ID(TRAMT-POS) = SERVICIO-EMPLEADOS-ID
             MOVE "S" TO TRAMT-HALLADO
          END-IF
       ELSE
          IF TRAMT-EMPLEADOS-ID(TRAMT-POS) = SERVICIO-EMPLEADOS-ID
              OR (SERVICIO-NIF NOT = SPACES
              AND TRAMT-NIF(TRAMT-POS) = SERVICIO-NIF)
             ADD 1 TO SERVICIO-TRAMOS-PREVIOS
             IF TRAMT-RECONOCIDO(TRAMT-POS) = "A"
                MOVE "N" TO TRAMT-RECONOCIDO(TRAMT-POS)
             END-IF
          END-IF
       END-IF.
       ADD 1 TO TRAMT-POS.

      ******************************************************************
      * Baja: cierra el tramo abierto del ID. Un empleado dado de
      * alta antes de que existieran los tramos no tiene ninguno
      * abierto: se le graba cerrado desde su fecha de alta.
      ******************************************************************
       CIERRA-TRAMO.
       PERFORM CARGA-TRAMOS.
       MOVE "N" TO TRAMT-HALLADO.
       MOVE 1 TO TRAMT-POS.
       PERFORM BUSCA-TRAMO-ABIERTO
           UNTIL TRAMT-POS > TRAMT-TOTAL OR TRAMT-HALLADO = "S".
       IF TRAMT-HALLADO = "S"
          MOVE SERVICIO-FECHA TO TRAMT-FIN(TRAMT-POS)
          MOVE SERVICIO-MOTIVO TO TRAMT-MOTIVO(TRAMT-POS)
       ELSE
          IF TRAMT-TOTAL < 2000
             ADD 1 TO TRAMT-TOTAL
             MOVE SERVICIO-NIF TO TRAMT-NIF(TRAMT-TOTAL)
             MOVE SERVICIO-EMPLEADOS-ID
                 TO TRAMT-EMPLEADOS-ID(TRAMT-TOTAL)
             MOVE SERVICIO-FECHA-ALTA TO TRAMT-INICIO(TRAMT-TOTAL)
             IF SERVICIO-FECHA-ALTA = 0
                 OR SERVICIO-FECHA-ALTA > SERVICIO-FECHA
                MOVE SERVICIO-FECHA TO TRAMT-INICIO(TRAMT-TOTAL)
             END-IF
             MOVE SERVICIO-FECHA TO TRAMT-FIN(TRAMT-TOTAL)
             MOVE SERVICIO-MOTIVO TO TRAMT-MOTIVO(TRAMT-TOTAL)
             MOVE "A" TO TRAMT-RECONOCIDO(TRAMT-TOTAL)
          ELSE
             DISPLAY "AVISO: TABLA DE TRAMOS DE SERVICIO LLENA. NO "
                 "SE CIERRA EL TRAMO DE " SERVICIO-EMPLEADOS-ID
          END-IF
       END-IF.
       PERFORM GRABA-ARCHIVO-TRAMOS.

       BUSCA-TRAMO-ABIERTO.
       IF TRAMT-EMPLEADOS-ID(TRAMT-POS) = SERVICIO-EMPLEADOS-ID
           AND TRAMT-FIN(TRAMT-POS) = 0
          MOVE "S" TO TRAMT-HALLADO
       ELSE
          ADD 1 TO TRAMT-POS
       END-IF.

      ******************************************************************
      * Dias de servicio a la fecha de referencia: los tramos propios
      * y los reconocidos de la persona, cada uno hasta su fin o
      * hasta la referencia. Sin ningun tramo propio (empleado
      * anterior a los tramos) cuenta desde su fecha de alta. La
      * fecha de antiguedad es la referencia menos esos dias.
      ******************************************************************
       CALCULA-ANTIGUEDAD.
       MOVE 0 TO SERVICIO-DIAS.
       MOVE 0 TO SERVICIO-TRAMOS-PREVIOS.
       MOVE "N" TO TRAMO-PROPIO-HALLADO.
       OPEN INPUT SERVICIO-ARCHIVO.
       IF SERVICIO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-TRAMO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SERVICIO-ARCHIVO.
       IF TRAMO-PROPIO-HALLADO = "N" AND SERVICIO-FECHA-ALTA > 0
          MOVE SERVICIO-FECHA-ALTA TO TRAMO-DESDE
          MOVE SERVICIO-FECHA TO TRAMO-HASTA
          PERFORM SUMA-DIAS-TRAMO
       END-IF.
       IF SERVICIO-DIAS > 0
          COMPUTE SERVICIO-FECHA-ANTIGUEDAD = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(SERVICIO-FECHA)
              - SERVICIO-DIAS + 1)
       ELSE
          MOVE SERVICIO-FECHA-ALTA TO SERVICIO-FECHA-ANTIGUEDAD
       END-IF.

       ACUMULA-TRAMO.
       READ SERVICIO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF TRAMO-EMPLEADOS-ID = SERVICIO-EMPLEADOS-ID
                  OR (SERVICIO-NIF NOT = SPACES
                  AND TRAMO-NIF = SERVICIO-NIF)
                 IF TRAMO-EMPLEADOS-ID = SERVICIO-EMPLEADOS-ID
                     AND TRAMO-RECONOCIDO = "A"
                    MOVE "S" TO TRAMO-PROPIO-HALLADO
                 END-IF
                 IF TRAMO-FIN > 0
                    ADD 1 TO SERVICIO-TRAMOS-PREVIOS
                 END-IF
                 IF TRAMO-RECONOCIDO = "A" OR TRAMO-RECONOCIDO = "S"
                    MOVE TRAMO-INICIO TO TRAMO-DESDE
                    MOVE TRAMO-FIN TO TRAMO-HASTA
                    IF TRAMO-FIN = 0 OR TRAMO-FIN > SERVICIO-FECHA
                       MOVE SERVICIO-FECHA TO TRAMO-HASTA
                    END-IF
                    PERFORM SUMA-DIAS-TRAMO
                 END-IF
              END-IF
       END-READ.

       SUMA-DIAS-TRAMO.
       IF TRAMO-DESDE > 0 AND TRAMO-DESDE <= TRAMO-HASTA
          COMPUTE DIAS-TRAMO = FUNCTION INTEGER-OF-DATE(TRAMO-HASTA)
              - FUNCTION INTEGER-OF-DATE(TRAMO-DESDE) + 1
          ADD DIAS-TRAMO TO SERVICIO-DIAS
       END-IF.

      ******************************************************************
      * Tramos de la persona numerados en el orden del archivo; el
      * numero es el que se pide despues para marcar uno.
      ******************************************************************
       LISTA-TRAMOS-PERSONA.
       PERFORM CARGA-TRAMOS.
       MOVE 0 TO TRAMOS-PERSONA.
       MOVE 1 TO TRAMT-POS.
       PERFORM MUESTRA-TRAMO-PERSONA UNTIL TRAMT-POS > TRAMT-TOTAL.
       MOVE TRAMOS-PERSONA TO SERVICIO-TRAMOS-PREVIOS.

       MUESTRA-TRAMO-PERSONA.
       IF TRAMT-EMPLEADOS-ID(TRAMT-POS) = SERVICIO-EMPLEADOS-ID
           OR (SERVICIO-NIF NOT = SPACES
           AND TRAMT-NIF(TRAMT-POS) = SERVICIO-NIF)
          ADD 1 TO TRAMOS-PERSONA
          IF TRAMT-RECONOCIDO(TRAMT-POS) = "A"
             MOVE "EMPLEO PROPIO" TO DESCRIPCION-TRAMO
          ELSE
             IF TRAMT-RECONOCIDO(TRAMT-POS) = "S"
                MOVE "RECONOCIDO" TO DESCRIPCION-TRAMO
             ELSE
                MOVE "SIN RECONOCER" TO DESCRIPCION-TRAMO
             END-IF
          END-IF
          DISPLAY TRAMOS-PERSONA " - ID " TRAMT-EMPLEADOS-ID(TRAMT-POS)
              " DESDE " TRAMT-INICIO(TRAMT-POS)
              " HASTA " TRAMT-FIN(TRAMT-POS)
              " MOTIVO " TRAMT-MOTIVO(TRAMT-POS)
              " " DESCRIPCION-TRAMO
       END-IF.
       ADD 1 TO TRAMT-POS.

      ******************************************************************
      * Reconoce (S) o deja sin reconocer (N) el tramo numerado en
      * SERVICIO-LINEA. El tramo del empleo en curso no se toca.
      ******************************************************************
       MARCA-TRAMO-PERSONA.
       MOVE "N" TO SERVICIO-RESULTADO.
       PERFORM CARGA-TRAMOS.
       MOVE 0 TO TRAMOS-PERSONA.
       MOVE "N" TO TRAMT-HALLADO.
       MOVE 1 TO TRAMT-POS.
       PERFORM BUSCA-LINEA-PERSONA
           UNTIL TRAMT-POS > TRAMT-TOTAL OR TRAMT-HALLADO = "S".
       IF TRAMT-HALLADO = "S"
          IF TRAMT-RECONOCIDO(TRAMT-POS) NOT = "A"
             MOVE SERVICIO-RECONOCIDO TO TRAMT-RECONOCIDO(TRAMT-POS)
             PERFORM GRABA-ARCHIVO-TRAMOS
             MOVE "S" TO SERVICIO-RESULTADO
          END-IF
       END-IF.

       BUSCA-LINEA-PERSONA.
       IF TRAMT-EMPLEADOS-ID(TRAMT-POS) = SERVICIO-EMPLEADOS-ID
           OR (SERVICIO-NIF NOT = SPACES
           AND TRAMT-NIF(TRAMT-POS) = SERVICIO-NIF)
          ADD 1 TO TRAMOS-PERSONA
       END-IF.
       IF TRAMOS-PERSONA = SERVICIO-LINEA
           AND (TRAMT-EMPLEADOS-ID(TRAMT-POS) = SERVICIO-EMPLEADOS-ID
           OR (SERVICIO-NIF NOT = SPACES
           AND TRAMT-NIF(TRAMT-POS) = SERVICIO-NIF))
          MOVE "S" TO TRAMT-HALLADO
       ELSE
          ADD 1 TO TRAMT-POS
       END-IF.

      ******************************************************************
      * Tramo anterior documentado a mano (un empleo previo a la
      * informatizacion o en otra empresa del grupo): de
      * FECHA-ALTA a FECHA, con motivo y marca de reconocimiento.
      ******************************************************************
       REGISTRA-TRAMO-ANTERIOR.
       MOVE "N" TO SERVICIO-RESULTADO.
       PERFORM CARGA-TRAMOS.
       IF TRAMT-TOTAL < 2000
          ADD 1 TO TRAMT-TOTAL
          MOVE SERVICIO-NIF TO TRAMT-NIF(TRAMT-TOTAL)
          MOVE SERVICIO-EMPLEADOS-ID TO TRAMT-EMPLEADOS-ID(TRAMT-TOTAL)
          MOVE SERVICIO-FECHA-ALTA TO TRAMT-INICIO(TRAMT-TOTAL)
          MOVE SERVICIO-FECHA TO TRAMT-FIN(TRAMT-TOTAL)
          MOVE SERVICIO-MOTIVO TO TRAMT-MOTIVO(TRAMT-TOTAL)
          MOVE SERVICIO-RECONOCIDO TO TRAMT-RECONOCIDO(TRAMT-TOTAL)
          PERFORM GRABA-ARCHIVO-TRAMOS
          MOVE "S" TO SERVICIO-RESULTADO
       ELSE
          DISPLAY "AVISO: TABLA DE TRAMOS DE SERVICIO LLENA."
       END-IF.
       END PROGRAM TRAMOS-SERVICIO.

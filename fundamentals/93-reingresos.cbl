      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de reingresos: recorre los tramos de
      *          servicio de SERVICIO.DAT y, por cada tramo de una
      *          persona (mismo NIF, o mismo ID si no hay NIF) que
      *          tiene otro anterior ya cerrado, lista en
      *          REINGRES.RPT el ID y el fin del tramo anterior con
      *          su motivo de baja, el ID y el inicio del nuevo, los
      *          dias de interrupcion entre ambos y si el tramo
      *          anterior esta reconocido para la antiguedad. El
      *          nombre sale del maestro o, si ya se archivo, del
      *          historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINGRESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT ARCHIVO-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT SERVICIO-ARCHIVO ASSIGN TO "SERVICIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERVICIO-ESTADO-ARCHIVO.
           SELECT REPORTE-REINGRESOS ASSIGN TO "REINGRES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  ARCHIVO-HISTORICO.
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-EDAD          PIC 999.
           05 HISTORICO-TELEFONO      PIC X(15).
           05 HISTORICO-DIRECCION     PIC X(30).
           05 HISTORICO-ESTADO        PIC X.
           05 HISTORICO-DEPARTAMENTO  PIC X(10).
           05 HISTORICO-SALARIO       PIC S9(7)V99.
           05 HISTORICO-FECHA-ALTA    PIC 9(8).
           05 HISTORICO-FECHA-NACIMIENTO PIC 9(8).
           05 HISTORICO-FECHA-ARCHIVO PIC 9(8).
           05 HISTORICO-CODIGO-POSTAL PIC X(5).
           05 HISTORICO-CIUDAD        PIC X(15).
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
       FD  SERVICIO-ARCHIVO.
       01  TRAMO-REGISTRO.
           05 TRAMO-NIF               PIC X(9).
           05 TRAMO-EMPLEADOS-ID      PIC 9(5).
           05 TRAMO-INICIO            PIC 9(8).
           05 TRAMO-FIN               PIC 9(8).
           05 TRAMO-MOTIVO            PIC X(2).
           05 TRAMO-RECONOCIDO        PIC X.
       FD  REPORTE-REINGRESOS.
       01  LINEA-REINGRESO            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  SERVICIO-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ABIERTO    PIC X VALUE "N".
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  NOMBRE-PERSONA       PIC X(15).
       77  APELLIDOS-PERSONA    PIC X(30).
       77  DIAS-INTERRUPCION    PIC S9(6).
       77  DIAS-EDICION         PIC -(5)9.
       77  RECONOCIDO-RPT       PIC X(13).
       77  REINGRESOS-LISTADOS  PIC 9(5) VALUE 0.
       77  PENDIENTES-RECONOCER PIC 9(5) VALUE 0.
      ******************************************************************
      * Tramos cargados en memoria; ANTERIOR-POS apunta al tramo
      * cerrado mas reciente de la persona antes del que se evalua.
      ******************************************************************
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
       77  TRAMT-OTRO           PIC 9(4).
       77  ANTERIOR-POS         PIC 9(4).
       77  MISMA-PERSONA        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "INFORME DE REINGRESOS".
       OPEN INPUT SERVICIO-ARCHIVO.
       IF SERVICIO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY SERVICIO.DAT CON TRAMOS DE SERVICIO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE "N" TO LEE-TODO.
       PERFORM CARGA-UN-TRAMO UNTIL LEE-TODO = "S".
       CLOSE SERVICIO-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN INPUT ARCHIVO-HISTORICO.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
          MOVE "S" TO HISTORICO-ABIERTO
       END-IF.
       OPEN OUTPUT REPORTE-REINGRESOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-REINGRESO.
       STRING "REINGRESOS SEGUN TRAMOS DE SERVICIO"
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-REINGRESO.
       WRITE LINEA-REINGRESO.
       MOVE SPACES TO LINEA-REINGRESO.
       STRING "NIF       NOMBRE          APELLIDOS"
           "                      "
           "ID ANT FIN ANT  MO ID NUE INICIO   INTERRUP "
           "TRAMO ANTERIOR"
           DELIMITED BY SIZE INTO LINEA-REINGRESO.
       WRITE LINEA-REINGRESO.
       MOVE 1 TO TRAMT-POS.
       PERFORM EVALUA-TRAMO UNTIL TRAMT-POS > TRAMT-TOTAL.
       MOVE SPACES TO LINEA-REINGRESO.
       STRING "REINGRESOS: " REINGRESOS-LISTADOS
           "  CON TRAMO ANTERIOR SIN RECONOCER: "
           PENDIENTES-RECONOCER
           DELIMITED BY SIZE INTO LINEA-REINGRESO.
       WRITE LINEA-REINGRESO.
       CLOSE REPORTE-REINGRESOS.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       IF HISTORICO-ABIERTO = "S"
          CLOSE ARCHIVO-HISTORICO
       END-IF.
       DISPLAY "REINGRESOS ESCRITOS EN REINGRES.RPT: "
           REINGRESOS-LISTADOS ".".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

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
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

      ******************************************************************
      * Un tramo es un reingreso si la misma persona tiene otro
      * tramo cerrado que termina no despues de su inicio; se
      * compara con el mas reciente de ellos.
      ******************************************************************
       EVALUA-TRAMO.
       MOVE 0 TO ANTERIOR-POS.
       MOVE 1 TO TRAMT-OTRO.
       PERFORM BUSCA-TRAMO-ANTERIOR UNTIL TRAMT-OTRO > TRAMT-TOTAL.
       IF ANTERIOR-POS > 0
          PERFORM ESCRIBE-LINEA-REINGRESO
       END-IF.
       ADD 1 TO TRAMT-POS.

       BUSCA-TRAMO-ANTERIOR.
       MOVE "N" TO MISMA-PERSONA.
       IF TRAMT-OTRO NOT = TRAMT-POS
          IF TRAMT-NIF(TRAMT-POS) NOT = SPACES
             IF TRAMT-NIF(TRAMT-OTRO) = TRAMT-NIF(TRAMT-POS)
                MOVE "S" TO MISMA-PERSONA
             END-IF
          ELSE
             IF TRAMT-EMPLEADOS-ID(TRAMT-OTRO)
                 = TRAMT-EMPLEADOS-ID(TRAMT-POS)
                MOVE "S" TO MISMA-PERSONA
             END-IF
          END-IF
       END-IF.
       IF MISMA-PERSONA = "S"
           AND TRAMT-FIN(TRAMT-OTRO) > 0
           AND TRAMT-FIN(TRAMT-OTRO) <= TRAMT-INICIO(TRAMT-POS)
          IF ANTERIOR-POS = 0
             MOVE TRAMT-OTRO TO ANTERIOR-POS
          ELSE
             IF TRAMT-FIN(TRAMT-OTRO) > TRAMT-FIN(ANTERIOR-POS)
                MOVE TRAMT-OTRO TO ANTERIOR-POS
             END-IF
          END-IF
       END-IF.
       ADD 1 TO TRAMT-OTRO.

       ESCRIBE-LINEA-REINGRESO.
       ADD 1 TO REINGRESOS-LISTADOS.
       PERFORM LOCALIZA-NOMBRE-PERSONA.
       COMPUTE DIAS-INTERRUPCION =
           FUNCTION INTEGER-OF-DATE(TRAMT-INICIO(TRAMT-POS))
           - FUNCTION INTEGER-OF-DATE(TRAMT-FIN(ANTERIOR-POS)) - 1.
       IF DIAS-INTERRUPCION < 0
          MOVE 0 TO DIAS-INTERRUPCION
       END-IF.
       MOVE DIAS-INTERRUPCION TO DIAS-EDICION.
       IF TRAMT-RECONOCIDO(ANTERIOR-POS) = "N"
          MOVE "SIN RECONOCER" TO RECONOCIDO-RPT
          ADD 1 TO PENDIENTES-RECONOCER
       ELSE
          MOVE "RECONOCIDO" TO RECONOCIDO-RPT
       END-IF.
       MOVE SPACES TO LINEA-REINGRESO.
       STRING TRAMT-NIF(TRAMT-POS) " " NOMBRE-PERSONA " "
           APELLIDOS-PERSONA " " TRAMT-EMPLEADOS-ID(ANTERIOR-POS)
           "  " TRAMT-FIN(ANTERIOR-POS) " "
           TRAMT-MOTIVO(ANTERIOR-POS) " "
           TRAMT-EMPLEADOS-ID(TRAMT-POS) "  "
           TRAMT-INICIO(TRAMT-POS) " " DIAS-EDICION "   "
           RECONOCIDO-RPT
           DELIMITED BY SIZE INTO LINEA-REINGRESO.
       WRITE LINEA-REINGRESO.

       LOCALIZA-NOMBRE-PERSONA.
       MOVE "(SIN NOMBRE)" TO NOMBRE-PERSONA.
       MOVE SPACES TO APELLIDOS-PERSONA.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE TRAMT-EMPLEADOS-ID(TRAMT-POS) TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
       END-IF.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-NOMBRE TO NOMBRE-PERSONA
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-PERSONA
       ELSE
          IF HISTORICO-ABIERTO = "S"
             MOVE TRAMT-EMPLEADOS-ID(TRAMT-POS) TO HISTORICO-ID
             READ ARCHIVO-HISTORICO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE HISTORICO-NOMBRE TO NOMBRE-PERSONA
                    MOVE HISTORICO-APELLIDOS TO APELLIDOS-EDICION
                    PERFORM EDITA-APELLIDOS-MOSTRADOS
                    MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-PERSONA
             END-READ
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
       END PROGRAM REINGRESOS.

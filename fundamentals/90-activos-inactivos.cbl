      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control periodico de activos de empresa en poder
      *          de quien ya no trabaja: recorre ACTIVOS.DAT y lista
      *          en ACTIVINA.RPT cada activo entregado (estado E)
      *          cuyo titular esta inactivo en el maestro, archivado
      *          en HISTORICO.DAT o no aparece en ninguno de los dos.
      *          Cada uno deja ademas una alerta en ALERTAS.DAT para
      *          reclamar su devolucion o tramitar su baja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVOS-INACTIVOS.
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
           SELECT ACTIVOS-ARCHIVO ASSIGN TO "ACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVOS-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-ACTIVOS ASSIGN TO "ACTIVINA.RPT"
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
       FD  ACTIVOS-ARCHIVO.
       01  ACTIVO-REGISTRO.
           05 ACTIVO-ETIQUETA         PIC X(10).
           05 ACTIVO-TIPO             PIC X.
           05 ACTIVO-DESCRIPCION      PIC X(30).
           05 ACTIVO-VALOR            PIC 9(7)V99.
           05 ACTIVO-ESTADO           PIC X.
           05 ACTIVO-EMPLEADOS-ID     PIC 9(5).
           05 ACTIVO-FECHA-ESTADO     PIC 9(8).
       FD  ALERTAS-ARCHIVO.
       01  ALERTA-REGISTRO.
           05 ALERTA-ESTADO           PIC X.
           05 ALERTA-SEVERIDAD        PIC X.
           05 ALERTA-FECHA            PIC X(14).
           05 ALERTA-ORIGEN           PIC X(12).
           05 ALERTA-TEXTO            PIC X(60).
       FD  REPORTE-ACTIVOS.
       01  LINEA-ACTIVO               PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  ACTIVOS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ABIERTO    PIC X VALUE "N".
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  SITUACION-TITULAR    PIC X(10).
       77  NOMBRE-TITULAR       PIC X(15).
       77  APELLIDOS-TITULAR    PIC X(30).
       77  ACTIVOS-RECLAMAR     PIC 9(5) VALUE 0.
       77  VALOR-RECLAMAR       PIC 9(9)V99 VALUE 0.
       77  VALOR-EDICION        PIC Z(6)9.99.
       77  TOTAL-EDICION        PIC Z(8)9.99.
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12).
       77  ALERTA-TEXTO-WS      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "CONTROL DE ACTIVOS EN PODER DE EMPLEADOS DE BAJA".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       OPEN INPUT ACTIVOS-ARCHIVO.
       IF ACTIVOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY ACTIVOS.DAT QUE CONTROLAR."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN INPUT ARCHIVO-HISTORICO.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
          MOVE "S" TO HISTORICO-ABIERTO
       END-IF.
       OPEN OUTPUT REPORTE-ACTIVOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-ACTIVO.
       STRING "ACTIVOS EN PODER DE EMPLEADOS INACTIVOS O ARCHIVADOS"
           " - FECHA DE PROCESO: " FECHA-PROCESO-NEGOCIO
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-ACTIVO.
       WRITE LINEA-ACTIVO.
       MOVE "N" TO LEE-TODO.
       PERFORM EVALUA-ACTIVO UNTIL LEE-TODO = "S".
       MOVE VALOR-RECLAMAR TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-ACTIVO.
       STRING "ACTIVOS A RECLAMAR: " ACTIVOS-RECLAMAR
           "  VALOR TOTAL: " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-ACTIVO.
       WRITE LINEA-ACTIVO.
       CLOSE REPORTE-ACTIVOS.
       CLOSE ACTIVOS-ARCHIVO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       IF HISTORICO-ABIERTO = "S"
          CLOSE ARCHIVO-HISTORICO
       END-IF.
       DISPLAY "ACTIVOS ESCRITOS EN ACTIVINA.RPT. A RECLAMAR: "
           ACTIVOS-RECLAMAR ".".
       IF ACTIVOS-RECLAMAR > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

      ******************************************************************
      * Solo cuentan los activos entregados. El titular activo o en
      * cuarentena sigue en plantilla y no se reclama; el inactivo,
      * el archivado y el que no esta en ningun sitio, si.
      ******************************************************************
       EVALUA-ACTIVO.
       READ ACTIVOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ACTIVO-ESTADO = "E"
                 PERFORM LOCALIZA-TITULAR-ACTIVO
                 IF SITUACION-TITULAR NOT = SPACES
                    PERFORM ANOTA-ACTIVO-RECLAMAR
                 END-IF
              END-IF
       END-READ.

       LOCALIZA-TITULAR-ACTIVO.
       MOVE SPACES TO SITUACION-TITULAR.
       MOVE SPACES TO NOMBRE-TITULAR.
       MOVE SPACES TO APELLIDOS-TITULAR.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE ACTIVO-EMPLEADOS-ID TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
       END-IF.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-NOMBRE TO NOMBRE-TITULAR
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-TITULAR
          IF EMPLEADO-INACTIVO
             MOVE "INACTIVO" TO SITUACION-TITULAR
          END-IF
       ELSE
          MOVE "DESCONOCIDO" TO SITUACION-TITULAR
          IF HISTORICO-ABIERTO = "S"
             MOVE ACTIVO-EMPLEADOS-ID TO HISTORICO-ID
             READ ARCHIVO-HISTORICO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "ARCHIVADO" TO SITUACION-TITULAR
                    MOVE HISTORICO-NOMBRE TO NOMBRE-TITULAR
                    MOVE HISTORICO-APELLIDOS TO APELLIDOS-EDICION
                    PERFORM EDITA-APELLIDOS-MOSTRADOS
                    MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-TITULAR
             END-READ
          END-IF
       END-IF.

       ANOTA-ACTIVO-RECLAMAR.
       ADD 1 TO ACTIVOS-RECLAMAR.
       ADD ACTIVO-VALOR TO VALOR-RECLAMAR.
       MOVE ACTIVO-VALOR TO VALOR-EDICION.
       MOVE SPACES TO LINEA-ACTIVO.
       STRING ACTIVO-ETIQUETA " " ACTIVO-TIPO " " ACTIVO-DESCRIPCION
           " " VALOR-EDICION " " ACTIVO-EMPLEADOS-ID " "
           NOMBRE-TITULAR " " APELLIDOS-TITULAR " " SITUACION-TITULAR
           DELIMITED BY SIZE INTO LINEA-ACTIVO.
       WRITE LINEA-ACTIVO.
       MOVE "A" TO ALERTA-SEV-WS.
       MOVE "ACTIVOS" TO ALERTA-ORIGEN-WS.
       MOVE SPACES TO ALERTA-TEXTO-WS.
       STRING "ACTIVO " ACTIVO-ETIQUETA " SIN DEVOLVER POR ID "
           ACTIVO-EMPLEADOS-ID " " SITUACION-TITULAR
           DELIMITED BY SIZE INTO ALERTA-TEXTO-WS.
       PERFORM GRABA-ALERTA.

       GRABA-ALERTA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND ALERTAS-ARCHIVO.
       IF ALERTAS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT ALERTAS-ARCHIVO
       END-IF.
       MOVE "P" TO ALERTA-ESTADO.
       MOVE ALERTA-SEV-WS TO ALERTA-SEVERIDAD.
       MOVE FECHA-ACTUAL(1:14) TO ALERTA-FECHA.
       MOVE ALERTA-ORIGEN-WS TO ALERTA-ORIGEN.
       MOVE ALERTA-TEXTO-WS TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       CLOSE ALERTAS-ARCHIVO.

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
       END PROGRAM ACTIVOS-INACTIVOS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control semanal de excedencias: lista en
      *          VENCEEXC.RPT las excedencias abiertas de
      *          EXCEDENC.DAT cuya reincorporacion prevista cae
      *          dentro del horizonte de dias configurable
      *          (HORIZONTE-EXC en PARAMS.DAT, 30 por omision), y las
      *          que ya pasaron la fecha prevista sin reincorporarse,
      *          que necesitan una decision (reincorporar, prorrogar
      *          o dar de baja) y dejan una alerta en ALERTAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-EXCEDENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT EXCEDENCIAS-ARCHIVO ASSIGN TO "EXCEDENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEDENCIAS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-EXCEDENCIAS ASSIGN TO "VENCEEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  EXCEDENCIAS-ARCHIVO.
       01  EXCEDENCIA-REGISTRO.
           05 EXCED-EMPLEADOS-ID      PIC 9(5).
           05 EXCED-TIPO              PIC X(2).
           05 EXCED-INICIO            PIC 9(8).
           05 EXCED-RETORNO           PIC 9(8).
           05 EXCED-RESERVA           PIC X.
           05 EXCED-ESTADO            PIC X.
           05 EXCED-FIN               PIC 9(8).
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  ALERTAS-ARCHIVO.
       01  ALERTA-REGISTRO.
           05 ALERTA-ESTADO           PIC X.
           05 ALERTA-SEVERIDAD        PIC X.
           05 ALERTA-FECHA            PIC X(14).
           05 ALERTA-ORIGEN           PIC X(12).
           05 ALERTA-TEXTO            PIC X(60).
       FD  REPORTE-EXCEDENCIAS.
       01  LINEA-EXCEDENCIA           PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  EXCEDENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  HORIZONTE-DIAS       PIC 9(3) VALUE 30.
       77  FECHA-HORIZONTE      PIC 9(8).
       77  EXCEDENCIAS-POR-VOLVER PIC 9(5) VALUE 0.
       77  EXCEDENCIAS-VENCIDAS PIC 9(5) VALUE 0.
       77  NOMBRE-TITULAR       PIC X(15).
       77  APELLIDOS-TITULAR    PIC X(30).
       77  ANIO-CURSOR          PIC 9(4).
       77  MES-CURSOR           PIC 9(2).
       77  DIA-CURSOR           PIC 9(2).
       77  DIAS-SUMADOS         PIC 9(3).
       77  DIA-MAXIMO           PIC 9(2).
       77  RESTO-BISIESTO       PIC 9(4).
       77  COCIENTE-BISIESTO    PIC 9(4).
       77  FECHA-CURSOR-X       PIC X(8).
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12).
       77  ALERTA-TEXTO-WS      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "CONTROL DE REINCORPORACIONES DE EXCEDENCIAS".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-PARAMETROS-EXCEDENCIA.
       PERFORM CALCULA-FECHA-HORIZONTE.
       OPEN INPUT EXCEDENCIAS-ARCHIVO.
       IF EXCEDENCIAS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY EXCEDENC.DAT QUE CONTROLAR."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN OUTPUT REPORTE-EXCEDENCIAS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-EXCEDENCIA.
       STRING "REINCORPORACIONES DE EXCEDENCIA HASTA " FECHA-HORIZONTE
           " - FECHA DE PROCESO: " FECHA-PROCESO-NEGOCIO
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-EXCEDENCIA.
       WRITE LINEA-EXCEDENCIA.
       MOVE "N" TO LEE-TODO.
       PERFORM EVALUA-EXCEDENCIA UNTIL LEE-TODO = "S".
       MOVE SPACES TO LINEA-EXCEDENCIA.
       STRING "REINCORPORACIONES PROXIMAS: " EXCEDENCIAS-POR-VOLVER
           "  VENCIDAS SIN DECISION: " EXCEDENCIAS-VENCIDAS
           DELIMITED BY SIZE INTO LINEA-EXCEDENCIA.
       WRITE LINEA-EXCEDENCIA.
       CLOSE REPORTE-EXCEDENCIAS.
       CLOSE EXCEDENCIAS-ARCHIVO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       IF EXCEDENCIAS-VENCIDAS > 0
          MOVE "A" TO ALERTA-SEV-WS
          MOVE "EXCEDENCIAS" TO ALERTA-ORIGEN-WS
          MOVE SPACES TO ALERTA-TEXTO-WS
          STRING "EXCEDENCIAS: " EXCEDENCIAS-VENCIDAS
              " PASADAS DE LA REINCORPORACION PREVISTA. VER "
              "VENCEEXC.RPT."
              DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
          PERFORM GRABA-ALERTA
          MOVE 4 TO RETURN-CODE
       END-IF.
       DISPLAY "EXCEDENCIAS ESCRITAS EN VENCEEXC.RPT. PROXIMAS: "
           EXCEDENCIAS-POR-VOLVER ". VENCIDAS: "
           EXCEDENCIAS-VENCIDAS ".".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-PARAMETROS-EXCEDENCIA.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-EXCEDENCIA
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-EXCEDENCIA.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "HORIZONTE-EXC"
                 MOVE PARAM-VALOR TO HORIZONTE-DIAS
              END-IF
       END-READ.

      ******************************************************************
      * Fecha horizonte: la fecha de proceso mas los dias del
      * horizonte, avanzando dia a dia con los largos de mes y el
      * bisiesto del validador comun.
      ******************************************************************
       CALCULA-FECHA-HORIZONTE.
       MOVE FECHA-PROCESO-NEGOCIO TO FECHA-CURSOR-X.
       MOVE FECHA-CURSOR-X(1:4) TO ANIO-CURSOR.
       MOVE FECHA-CURSOR-X(5:2) TO MES-CURSOR.
       MOVE FECHA-CURSOR-X(7:2) TO DIA-CURSOR.
       MOVE 0 TO DIAS-SUMADOS.
       PERFORM AVANZA-UN-DIA-HORIZONTE
           UNTIL DIAS-SUMADOS >= HORIZONTE-DIAS.
       COMPUTE FECHA-HORIZONTE = ANIO-CURSOR * 10000
           + MES-CURSOR * 100 + DIA-CURSOR.

       AVANZA-UN-DIA-HORIZONTE.
       PERFORM DETERMINA-DIA-MAXIMO.
       IF DIA-CURSOR < DIA-MAXIMO
          ADD 1 TO DIA-CURSOR
       ELSE
          MOVE 1 TO DIA-CURSOR
          IF MES-CURSOR < 12
             ADD 1 TO MES-CURSOR
          ELSE
             MOVE 1 TO MES-CURSOR
             ADD 1 TO ANIO-CURSOR
          END-IF
       END-IF.
       ADD 1 TO DIAS-SUMADOS.

       DETERMINA-DIA-MAXIMO.
       IF MES-CURSOR = 4 OR MES-CURSOR = 6 OR MES-CURSOR = 9
           OR MES-CURSOR = 11
          MOVE 30 TO DIA-MAXIMO
       ELSE
          IF MES-CURSOR = 2
             MOVE 28 TO DIA-MAXIMO
             DIVIDE ANIO-CURSOR BY 4 GIVING COCIENTE-BISIESTO
                 REMAINDER RESTO-BISIESTO
             IF RESTO-BISIESTO = 0
                DIVIDE ANIO-CURSOR BY 100 GIVING COCIENTE-BISIESTO
                    REMAINDER RESTO-BISIESTO
                IF RESTO-BISIESTO NOT = 0
                   MOVE 29 TO DIA-MAXIMO
                ELSE
                   DIVIDE ANIO-CURSOR BY 400
                       GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = 0
                      MOVE 29 TO DIA-MAXIMO
                   END-IF
                END-IF
             END-IF
          ELSE
             MOVE 31 TO DIA-MAXIMO
          END-IF
       END-IF.

      ******************************************************************
      * Solo cuentan las excedencias abiertas: una con la
      * reincorporacion prevista ya pasada necesita decision; una
      * dentro del horizonte sale como proxima.
      ******************************************************************
       EVALUA-EXCEDENCIA.
       READ EXCEDENCIAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EXCED-ESTADO = "A"
                 PERFORM LOCALIZA-TITULAR-EXCEDENCIA
                 IF EXCED-RETORNO < FECHA-PROCESO-NEGOCIO
                    ADD 1 TO EXCEDENCIAS-VENCIDAS
                    MOVE SPACES TO LINEA-EXCEDENCIA
                    STRING EXCED-EMPLEADOS-ID " "
                        NOMBRE-TITULAR " " APELLIDOS-TITULAR
                        " EXCEDENCIA " EXCED-TIPO
                        " DESDE " EXCED-INICIO
                        " DEBIA VOLVER EL " EXCED-RETORNO
                        " RESERVA: " EXCED-RESERVA
                        " *DECIDIR*"
                        DELIMITED BY SIZE
                        INTO LINEA-EXCEDENCIA
                    WRITE LINEA-EXCEDENCIA
                 ELSE
                    IF EXCED-RETORNO <= FECHA-HORIZONTE
                       ADD 1 TO EXCEDENCIAS-POR-VOLVER
                       MOVE SPACES TO LINEA-EXCEDENCIA
                       STRING EXCED-EMPLEADOS-ID " "
                           NOMBRE-TITULAR " " APELLIDOS-TITULAR
                           " EXCEDENCIA " EXCED-TIPO
                           " DESDE " EXCED-INICIO
                           " VUELVE EL " EXCED-RETORNO
                           " RESERVA: " EXCED-RESERVA
                           DELIMITED BY SIZE
                           INTO LINEA-EXCEDENCIA
                       WRITE LINEA-EXCEDENCIA
                    END-IF
                 END-IF
              END-IF
       END-READ.

       LOCALIZA-TITULAR-EXCEDENCIA.
       MOVE "N" TO ENCONTRADO.
       MOVE "(NO ESTA EN" TO NOMBRE-TITULAR.
       MOVE "EL MAESTRO)" TO APELLIDOS-TITULAR.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE EXCED-EMPLEADOS-ID TO EMPLEADOS-ID
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
       END-IF.

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
       END PROGRAM VENCE-EXCEDENCIAS.

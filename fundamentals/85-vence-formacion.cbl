      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control semanal de caducidad de certificaciones,
      *          como el de vencimientos de contratos: toma la
      *          ultima realizacion de cada curso de cada empleado
      *          activo en FORMACION.DAT y lista en VENCEFOR.RPT las
      *          que caducan dentro del horizonte de dias
      *          configurable (HORIZONTE-FOR en PARAMS.DAT, 30 por
      *          omision) y las ya caducadas. Cada una deja ademas
      *          una alerta en ALERTAS.DAT (severidad M si esta por
      *          caducar, A si ya caduco) para renovarla a tiempo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-FORMACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT FORMACION-ARCHIVO ASSIGN TO "FORMACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORMACION-ESTADO-ARCHIVO.
           SELECT CURSOS-ARCHIVO ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURSOS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-VENCIMIENTOS ASSIGN TO "VENCEFOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  FORMACION-ARCHIVO.
       01  FORMACION-REGISTRO.
           05 FORMACION-EMPLEADOS-ID  PIC 9(5).
           05 FORMACION-CURSO         PIC X(6).
           05 FORMACION-FECHA         PIC 9(8).
           05 FORMACION-CADUCIDAD     PIC 9(8).
           05 FORMACION-PROVEEDOR     PIC X(20).
       FD  CURSOS-ARCHIVO.
       01  CURSO-REGISTRO.
           05 CURSO-CODIGO            PIC X(6).
           05 CURSO-DESCRIPCION       PIC X(30).
           05 CURSO-VALIDEZ-MESES     PIC 9(3).
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
       FD  REPORTE-VENCIMIENTOS.
       01  LINEA-VENCIMIENTO          PIC X(140).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  FORMACION-ESTADO-ARCHIVO PIC X(2).
       77  CURSOS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  HORIZONTE-DIAS       PIC 9(3) VALUE 30.
       77  FECHA-HORIZONTE      PIC 9(8).
       77  CERTIFICADOS-POR-VENCER PIC 9(5) VALUE 0.
       77  CERTIFICADOS-CADUCADOS PIC 9(5) VALUE 0.
      ******************************************************************
      * Ultima realizacion de cada curso por empleado: una
      * renovacion anade un registro y deja el anterior en el
      * archivo, asi que solo cuenta la de fecha mas reciente.
      ******************************************************************
       01  TABLA-REALIZADOS.
           05 REALT-ENTRADA OCCURS 1000 TIMES.
              10 REALT-ID             PIC 9(5).
              10 REALT-CURSO          PIC X(6).
              10 REALT-FECHA          PIC 9(8).
              10 REALT-CADUCIDAD      PIC 9(8).
              10 REALT-PROVEEDOR      PIC X(20).
       77  REALT-TOTAL          PIC 9(4) VALUE 0.
       77  REALT-POS            PIC 9(4).
       77  REALT-HALLADO        PIC X.
       01  TABLA-CURSOS.
           05 CURT-ENTRADA OCCURS 50 TIMES.
              10 CURT-CODIGO          PIC X(6).
              10 CURT-DESCRIPCION     PIC X(30).
       77  CURT-TOTAL           PIC 9(2) VALUE 0.
       77  CURT-POS             PIC 9(2).
       77  CURT-HALLADO         PIC X.
       77  DESCRIPCION-CURSO    PIC X(30).
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
       DISPLAY "CONTROL DE CADUCIDAD DE CERTIFICACIONES".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-PARAMETROS-VENCIMIENTO.
       PERFORM CALCULA-FECHA-HORIZONTE.
       OPEN INPUT FORMACION-ARCHIVO.
       IF FORMACION-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY FORMACION.DAT QUE CONTROLAR."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE "N" TO LEE-TODO.
       PERFORM CARGA-ULTIMA-REALIZACION UNTIL LEE-TODO = "S".
       CLOSE FORMACION-ARCHIVO.
       PERFORM CARGA-CURSOS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN OUTPUT REPORTE-VENCIMIENTOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-VENCIMIENTO.
       STRING "CADUCIDAD DE CERTIFICACIONES HASTA " FECHA-HORIZONTE
           " - FECHA DE PROCESO: " FECHA-PROCESO-NEGOCIO
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-VENCIMIENTO.
       WRITE LINEA-VENCIMIENTO.
       MOVE 1 TO REALT-POS.
       PERFORM EVALUA-CERTIFICADO UNTIL REALT-POS > REALT-TOTAL.
       MOVE SPACES TO LINEA-VENCIMIENTO.
       STRING "CERTIFICACIONES POR CADUCAR: " CERTIFICADOS-POR-VENCER
           "  CADUCADAS CON EMPLEADO ACTIVO: " CERTIFICADOS-CADUCADOS
           DELIMITED BY SIZE INTO LINEA-VENCIMIENTO.
       WRITE LINEA-VENCIMIENTO.
       CLOSE REPORTE-VENCIMIENTOS.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       DISPLAY "CADUCIDADES ESCRITAS EN VENCEFOR.RPT. POR CADUCAR: "
           CERTIFICADOS-POR-VENCER ". CADUCADAS: "
           CERTIFICADOS-CADUCADOS ".".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-PARAMETROS-VENCIMIENTO.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-VENCE UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-VENCE.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "HORIZONTE-FOR"
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

       CARGA-ULTIMA-REALIZACION.
       READ FORMACION-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE "N" TO REALT-HALLADO
              MOVE 1 TO REALT-POS
              PERFORM BUSCA-REALIZADO
                  UNTIL REALT-POS > REALT-TOTAL
                  OR REALT-HALLADO = "S"
              IF REALT-HALLADO = "N"
                 IF REALT-TOTAL < 1000
                    ADD 1 TO REALT-TOTAL
                    MOVE REALT-TOTAL TO REALT-POS
                    PERFORM RETIENE-REALIZACION
                 ELSE
                    DISPLAY "AVISO: TABLA DE FORMACION LLENA. SE "
                        "OMITE " FORMACION-EMPLEADOS-ID " "
                        FORMACION-CURSO
                 END-IF
              ELSE
                 IF FORMACION-FECHA NOT < REALT-FECHA(REALT-POS)
                    PERFORM RETIENE-REALIZACION
                 END-IF
              END-IF
       END-READ.

       BUSCA-REALIZADO.
       IF REALT-ID(REALT-POS) = FORMACION-EMPLEADOS-ID
           AND REALT-CURSO(REALT-POS) = FORMACION-CURSO
          MOVE "S" TO REALT-HALLADO
       ELSE
          ADD 1 TO REALT-POS
       END-IF.

       RETIENE-REALIZACION.
       MOVE FORMACION-EMPLEADOS-ID TO REALT-ID(REALT-POS).
       MOVE FORMACION-CURSO TO REALT-CURSO(REALT-POS).
       MOVE FORMACION-FECHA TO REALT-FECHA(REALT-POS).
       MOVE FORMACION-CADUCIDAD TO REALT-CADUCIDAD(REALT-POS).
       MOVE FORMACION-PROVEEDOR TO REALT-PROVEEDOR(REALT-POS).

       CARGA-CURSOS.
       MOVE 0 TO CURT-TOTAL.
       OPEN INPUT CURSOS-ARCHIVO.
       IF CURSOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-CURSO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CURSOS-ARCHIVO.

       CARGA-UN-CURSO.
       READ CURSOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CURT-TOTAL < 50
                 ADD 1 TO CURT-TOTAL
                 MOVE CURSO-CODIGO TO CURT-CODIGO(CURT-TOTAL)
                 MOVE CURSO-DESCRIPCION
                     TO CURT-DESCRIPCION(CURT-TOTAL)
              END-IF
       END-READ.

       BUSCA-CURSO.
       IF CURT-CODIGO(CURT-POS) = REALT-CURSO(REALT-POS)
          MOVE "S" TO CURT-HALLADO
          MOVE CURT-DESCRIPCION(CURT-POS) TO DESCRIPCION-CURSO
       ELSE
          ADD 1 TO CURT-POS
       END-IF.

      ******************************************************************
      * Una certificacion con caducidad dentro del horizonte sale en
      * el informe y alerta con severidad M; una ya caducada con el
      * empleado activo alerta con severidad A. Las que no caducan
      * (caducidad cero) no se controlan.
      ******************************************************************
       EVALUA-CERTIFICADO.
       IF REALT-CADUCIDAD(REALT-POS) > 0
           AND REALT-CADUCIDAD(REALT-POS) <= FECHA-HORIZONTE
          PERFORM LOCALIZA-TITULAR-CERTIFICADO
          IF ENCONTRADO = "S" AND EMPLEADO-ACTIVO
             MOVE SPACES TO DESCRIPCION-CURSO
             MOVE "N" TO CURT-HALLADO
             MOVE 1 TO CURT-POS
             PERFORM BUSCA-CURSO
                 UNTIL CURT-POS > CURT-TOTAL OR CURT-HALLADO = "S"
             MOVE "FORMACION" TO ALERTA-ORIGEN-WS
             MOVE SPACES TO ALERTA-TEXTO-WS
             MOVE SPACES TO LINEA-VENCIMIENTO
             IF REALT-CADUCIDAD(REALT-POS) < FECHA-PROCESO-NEGOCIO
                ADD 1 TO CERTIFICADOS-CADUCADOS
                MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                PERFORM EDITA-APELLIDOS-MOSTRADOS
                STRING REALT-ID(REALT-POS) " "
                    EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30) " "
                    REALT-CURSO(REALT-POS) " " DESCRIPCION-CURSO
                    " CADUCO EL " REALT-CADUCIDAD(REALT-POS)
                    " *RENOVAR*"
                    DELIMITED BY SIZE INTO LINEA-VENCIMIENTO
                MOVE "A" TO ALERTA-SEV-WS
                STRING "FORMACION: ID " REALT-ID(REALT-POS)
                    " CURSO " REALT-CURSO(REALT-POS)
                    " CADUCADO EL " REALT-CADUCIDAD(REALT-POS)
                    DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
             ELSE
                ADD 1 TO CERTIFICADOS-POR-VENCER
                MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                PERFORM EDITA-APELLIDOS-MOSTRADOS
                STRING REALT-ID(REALT-POS) " "
                    EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30) " "
                    REALT-CURSO(REALT-POS) " " DESCRIPCION-CURSO
                    " CADUCA EL " REALT-CADUCIDAD(REALT-POS)
                    " (" REALT-PROVEEDOR(REALT-POS) ")"
                    DELIMITED BY SIZE INTO LINEA-VENCIMIENTO
                MOVE "M" TO ALERTA-SEV-WS
                STRING "FORMACION: ID " REALT-ID(REALT-POS)
                    " CURSO " REALT-CURSO(REALT-POS)
                    " CADUCA EL " REALT-CADUCIDAD(REALT-POS)
                    DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
             END-IF
             WRITE LINEA-VENCIMIENTO
             PERFORM GRABA-ALERTA
          END-IF
       END-IF.
       ADD 1 TO REALT-POS.

       LOCALIZA-TITULAR-CERTIFICADO.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE REALT-ID(REALT-POS) TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
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
       END PROGRAM VENCE-FORMACION.

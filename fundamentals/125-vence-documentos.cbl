      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control semanal del registro de documentos, como
      *          el de caducidad de certificaciones: toma el ultimo
      *          documento de cada tipo de cada empleado activo en
      *          DOCUMENTOS.DAT y lista en VENCEDOC.RPT los que
      *          caducan dentro del horizonte de dias configurable
      *          (HORIZONTE-DOC en PARAMS.DAT, 30 por omision) y los
      *          ya caducados; despues, los documentos que exige el
      *          tipo de contrato vigente de cada empleado activo
      *          (REQDOC.DAT sobre CONTRATOS.DAT) y no constan en el
      *          registro. Un permiso de trabajo caducado con el
      *          empleado todavia activo deja una alerta de
      *          severidad A en ALERTAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-DOCUMENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DOCUMENTOS-ARCHIVO ASSIGN TO "DOCUMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENTOS-ESTADO-ARCHIVO.
           SELECT TIPOS-DOCUMENTO-ARCHIVO ASSIGN TO "TIPODOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIPODOC-ESTADO-ARCHIVO.
           SELECT EXIGIDOS-ARCHIVO ASSIGN TO "REQDOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXIGIDOS-ESTADO-ARCHIVO.
           SELECT CONTRATOS-ARCHIVO ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATOS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-VENCIMIENTOS ASSIGN TO "VENCEDOC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  DOCUMENTOS-ARCHIVO.
       01  DOCUMENTO-REGISTRO.
           05 DOCUMENTO-EMPLEADOS-ID  PIC 9(5).
           05 DOCUMENTO-TIPO          PIC X(6).
           05 DOCUMENTO-REFERENCIA    PIC X(20).
           05 DOCUMENTO-EMISION       PIC 9(8).
           05 DOCUMENTO-CADUCIDAD     PIC 9(8).
           05 DOCUMENTO-UBICACION     PIC X(20).
           05 DOCUMENTO-OPERADOR      PIC X(10).
           05 DOCUMENTO-FECHA-REGISTRO PIC 9(8).
       FD  TIPOS-DOCUMENTO-ARCHIVO.
       01  TIPODOC-REGISTRO.
           05 TIPODOC-CODIGO          PIC X(6).
           05 TIPODOC-DESCRIPCION     PIC X(30).
           05 TIPODOC-PERMISO         PIC X.
       FD  EXIGIDOS-ARCHIVO.
       01  EXIGIDO-REGISTRO.
           05 EXIGIDO-CONTRATO        PIC X.
           05 EXIGIDO-TIPO            PIC X(6).
       FD  CONTRATOS-ARCHIVO.
       01  CONTRATO-REGISTRO.
           05 CONTRATO-EMPLEADOS-ID   PIC 9(5).
           05 CONTRATO-TIPO           PIC X.
           05 CONTRATO-INICIO         PIC 9(8).
           05 CONTRATO-FIN            PIC 9(8).
           05 CONTRATO-RENOVACIONES   PIC 9(2).
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
       77  DOCUMENTOS-ESTADO-ARCHIVO PIC X(2).
       77  TIPODOC-ESTADO-ARCHIVO PIC X(2).
       77  EXIGIDOS-ESTADO-ARCHIVO PIC X(2).
       77  CONTRATOS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  HORIZONTE-DIAS       PIC 9(3) VALUE 30.
       77  FECHA-HORIZONTE      PIC 9(8).
       77  DOCUMENTOS-POR-VENCER PIC 9(5) VALUE 0.
       77  DOCUMENTOS-CADUCADOS PIC 9(5) VALUE 0.
       77  DOCUMENTOS-FALTAN    PIC 9(5) VALUE 0.
       77  PERMISOS-CADUCADOS   PIC 9(5) VALUE 0.
       77  CONTRATO-EMPLEADO    PIC X.
      ******************************************************************
      * Ultimo documento de cada tipo por empleado: una renovacion
      * anade un registro y deja el anterior en el archivo, asi que
      * solo cuenta el de emision mas reciente.
      ******************************************************************
       01  TABLA-DOCUMENTOS.
           05 DOCT-ENTRADA OCCURS 1000 TIMES.
              10 DOCT-ID              PIC 9(5).
              10 DOCT-TIPO            PIC X(6).
              10 DOCT-REFERENCIA      PIC X(20).
              10 DOCT-EMISION         PIC 9(8).
              10 DOCT-CADUCIDAD       PIC 9(8).
              10 DOCT-UBICACION       PIC X(20).
       77  DOCT-TOTAL           PIC 9(4) VALUE 0.
       77  DOCT-POS             PIC 9(4).
       77  DOCT-HALLADO         PIC X.
       01  TABLA-TIPOS-DOCUMENTO.
           05 TIPT-ENTRADA OCCURS 50 TIMES.
              10 TIPT-CODIGO          PIC X(6).
              10 TIPT-DESCRIPCION     PIC X(30).
              10 TIPT-PERMISO         PIC X.
       77  TIPT-TOTAL           PIC 9(2) VALUE 0.
       77  TIPT-POS             PIC 9(2).
       77  TIPT-HALLADO         PIC X.
       77  TIPO-BUSCADO         PIC X(6).
       77  DESCRIPCION-TIPO     PIC X(30).
       77  PERMISO-TIPO         PIC X.
       01  TABLA-EXIGIDOS.
           05 EXGT-ENTRADA OCCURS 100 TIMES.
              10 EXGT-CONTRATO        PIC X.
              10 EXGT-TIPO            PIC X(6).
       77  EXGT-TOTAL           PIC 9(3) VALUE 0.
       77  EXGT-POS             PIC 9(3).
      ******************************************************************
      * Tramo de contrato mas reciente por empleado, con el mismo
      * criterio que el control de vencimientos de contratos.
      ******************************************************************
       01  TABLA-VIGENTES.
           05 VIGT-ENTRADA OCCURS 500 TIMES.
              10 VIGT-ID              PIC 9(5).
              10 VIGT-TIPO            PIC X.
              10 VIGT-INICIO          PIC 9(8).
              10 VIGT-RENOVACIONES    PIC 9(2).
       77  VIGT-TOTAL           PIC 9(3) VALUE 0.
       77  VIGT-POS             PIC 9(3).
       77  VIGT-HALLADO         PIC X.
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
       DISPLAY "CONTROL DEL REGISTRO DE DOCUMENTOS".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-PARAMETROS-VENCIMIENTO.
       PERFORM CALCULA-FECHA-HORIZONTE.
       PERFORM CARGA-TIPOS-DOCUMENTO.
       PERFORM CARGA-EXIGIDOS.
       PERFORM CARGA-CONTRATOS-VIGENTES.
       OPEN INPUT DOCUMENTOS-ARCHIVO.
       IF DOCUMENTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-ULTIMO-DOCUMENTO UNTIL LEE-TODO = "S"
       ELSE
          DISPLAY "AVISO: NO HAY DOCUMENTOS.DAT. TODOS LOS "
              "DOCUMENTOS EXIGIDOS SALEN COMO PENDIENTES."
       END-IF.
       CLOSE DOCUMENTOS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUEDE ABRIR EL MAESTRO DE EMPLEADOS."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-VENCIMIENTOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-VENCIMIENTO.
       STRING "REGISTRO DE DOCUMENTOS: CADUCIDADES HASTA "
           FECHA-HORIZONTE
           " - FECHA DE PROCESO: " FECHA-PROCESO-NEGOCIO
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-VENCIMIENTO.
       WRITE LINEA-VENCIMIENTO.
       MOVE 1 TO DOCT-POS.
       PERFORM EVALUA-DOCUMENTO UNTIL DOCT-POS > DOCT-TOTAL.
       MOVE SPACES TO LINEA-VENCIMIENTO.
       WRITE LINEA-VENCIMIENTO.
       MOVE "DOCUMENTOS EXIGIDOS POR EL CONTRATO QUE NO CONSTAN:"
           TO LINEA-VENCIMIENTO.
       WRITE LINEA-VENCIMIENTO.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "N" TO LEE-TODO.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          PERFORM LEE-SIGUIENTE-EMPLEADO
       END-IF.
       PERFORM EVALUA-EXIGIDOS-EMPLEADO UNTIL LEE-TODO = "S".
       MOVE SPACES TO LINEA-VENCIMIENTO.
       STRING "DOCUMENTOS POR CADUCAR: " DOCUMENTOS-POR-VENCER
           "  CADUCADOS: " DOCUMENTOS-CADUCADOS
           "  QUE FALTAN: " DOCUMENTOS-FALTAN
           "  PERMISOS DE TRABAJO CADUCADOS: " PERMISOS-CADUCADOS
           DELIMITED BY SIZE INTO LINEA-VENCIMIENTO.
       WRITE LINEA-VENCIMIENTO.
       CLOSE REPORTE-VENCIMIENTOS.
       CLOSE EMPLEADOS-ARCHIVO.
       DISPLAY "REGISTRO DE DOCUMENTOS REVISADO EN VENCEDOC.RPT. POR "
           "CADUCAR: " DOCUMENTOS-POR-VENCER ". CADUCADOS: "
           DOCUMENTOS-CADUCADOS ". FALTAN: " DOCUMENTOS-FALTAN ".".
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
              IF PARAM-CLAVE = "HORIZONTE-DOC"
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

       CARGA-TIPOS-DOCUMENTO.
       MOVE 0 TO TIPT-TOTAL.
       OPEN INPUT TIPOS-DOCUMENTO-ARCHIVO.
       IF TIPODOC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-TIPO-DOCUMENTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE TIPOS-DOCUMENTO-ARCHIVO.

       CARGA-UN-TIPO-DOCUMENTO.
       READ TIPOS-DOCUMENTO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF TIPT-TOTAL < 50
                 ADD 1 TO TIPT-TOTAL
                 MOVE TIPODOC-CODIGO TO TIPT-CODIGO(TIPT-TOTAL)
                 MOVE TIPODOC-DESCRIPCION
                     TO TIPT-DESCRIPCION(TIPT-TOTAL)
                 MOVE TIPODOC-PERMISO TO TIPT-PERMISO(TIPT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE TIPOS DE DOCUMENTO LLENA."
              END-IF
       END-READ.

       BUSCA-TIPO-DOCUMENTO.
       MOVE SPACES TO DESCRIPCION-TIPO.
       MOVE "N" TO PERMISO-TIPO.
       MOVE "N" TO TIPT-HALLADO.
       MOVE 1 TO TIPT-POS.
       PERFORM COMPARA-TIPO-DOCUMENTO
           UNTIL TIPT-POS > TIPT-TOTAL OR TIPT-HALLADO = "S".

       COMPARA-TIPO-DOCUMENTO.
       IF TIPT-CODIGO(TIPT-POS) = TIPO-BUSCADO
          MOVE "S" TO TIPT-HALLADO
          MOVE TIPT-DESCRIPCION(TIPT-POS) TO DESCRIPCION-TIPO
          MOVE TIPT-PERMISO(TIPT-POS) TO PERMISO-TIPO
       ELSE
          ADD 1 TO TIPT-POS
       END-IF.

       CARGA-EXIGIDOS.
       MOVE 0 TO EXGT-TOTAL.
       OPEN INPUT EXIGIDOS-ARCHIVO.
       IF EXIGIDOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-EXIGIDO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE EXIGIDOS-ARCHIVO.

       CARGA-UN-EXIGIDO.
       READ EXIGIDOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EXGT-TOTAL < 100
                 ADD 1 TO EXGT-TOTAL
                 MOVE EXIGIDO-CONTRATO TO EXGT-CONTRATO(EXGT-TOTAL)
                 MOVE EXIGIDO-TIPO TO EXGT-TIPO(EXGT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE DOCUMENTOS EXIGIDOS LLENA."
              END-IF
       END-READ.

       CARGA-CONTRATOS-VIGENTES.
       MOVE 0 TO VIGT-TOTAL.
       OPEN INPUT CONTRATOS-ARCHIVO.
       IF CONTRATOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-TRAMO-VIGENTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CONTRATOS-ARCHIVO.

       CARGA-TRAMO-VIGENTE.
       READ CONTRATOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE "N" TO VIGT-HALLADO
              MOVE 1 TO VIGT-POS
              PERFORM BUSCA-TITULAR-VIGENTE
                  UNTIL VIGT-POS > VIGT-TOTAL
                  OR VIGT-HALLADO = "S"
              IF VIGT-HALLADO = "N"
                 IF VIGT-TOTAL < 500
                    ADD 1 TO VIGT-TOTAL
                    MOVE VIGT-TOTAL TO VIGT-POS
                    MOVE CONTRATO-EMPLEADOS-ID TO VIGT-ID(VIGT-POS)
                    PERFORM RETIENE-TRAMO-VIGENTE
                 ELSE
                    DISPLAY "AVISO: TABLA DE CONTRATOS LLENA. SE "
                        "OMITE " CONTRATO-EMPLEADOS-ID
                 END-IF
              ELSE
                 IF CONTRATO-INICIO > VIGT-INICIO(VIGT-POS)
                     OR (CONTRATO-INICIO = VIGT-INICIO(VIGT-POS)
                     AND CONTRATO-RENOVACIONES
                     > VIGT-RENOVACIONES(VIGT-POS))
                    PERFORM RETIENE-TRAMO-VIGENTE
                 END-IF
              END-IF
       END-READ.

       BUSCA-TITULAR-VIGENTE.
       IF VIGT-ID(VIGT-POS) = CONTRATO-EMPLEADOS-ID
          MOVE "S" TO VIGT-HALLADO
       ELSE
          ADD 1 TO VIGT-POS
       END-IF.

       RETIENE-TRAMO-VIGENTE.
       MOVE CONTRATO-TIPO TO VIGT-TIPO(VIGT-POS).
       MOVE CONTRATO-INICIO TO VIGT-INICIO(VIGT-POS).
       MOVE CONTRATO-RENOVACIONES TO VIGT-RENOVACIONES(VIGT-POS).

       CARGA-ULTIMO-DOCUMENTO.
       READ DOCUMENTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE "N" TO DOCT-HALLADO
              MOVE 1 TO DOCT-POS
              PERFORM BUSCA-DOCUMENTO
                  UNTIL DOCT-POS > DOCT-TOTAL
                  OR DOCT-HALLADO = "S"
              IF DOCT-HALLADO = "N"
                 IF DOCT-TOTAL < 1000
                    ADD 1 TO DOCT-TOTAL
                    MOVE DOCT-TOTAL TO DOCT-POS
                    PERFORM RETIENE-DOCUMENTO
                 ELSE
                    DISPLAY "AVISO: TABLA DE DOCUMENTOS LLENA. SE "
                        "OMITE " DOCUMENTO-EMPLEADOS-ID " "
                        DOCUMENTO-TIPO
                 END-IF
              ELSE
                 IF DOCUMENTO-EMISION NOT < DOCT-EMISION(DOCT-POS)
                    PERFORM RETIENE-DOCUMENTO
                 END-IF
              END-IF
       END-READ.

       BUSCA-DOCUMENTO.
       IF DOCT-ID(DOCT-POS) = DOCUMENTO-EMPLEADOS-ID
           AND DOCT-TIPO(DOCT-POS) = DOCUMENTO-TIPO
          MOVE "S" TO DOCT-HALLADO
       ELSE
          ADD 1 TO DOCT-POS
       END-IF.

       RETIENE-DOCUMENTO.
       MOVE DOCUMENTO-EMPLEADOS-ID TO DOCT-ID(DOCT-POS).
       MOVE DOCUMENTO-TIPO TO DOCT-TIPO(DOCT-POS).
       MOVE DOCUMENTO-REFERENCIA TO DOCT-REFERENCIA(DOCT-POS).
       MOVE DOCUMENTO-EMISION TO DOCT-EMISION(DOCT-POS).
       MOVE DOCUMENTO-CADUCIDAD TO DOCT-CADUCIDAD(DOCT-POS).
       MOVE DOCUMENTO-UBICACION TO DOCT-UBICACION(DOCT-POS).

      ******************************************************************
      * Un documento con caducidad dentro del horizonte sale en el
      * informe si el titular sigue activo; si ya caduco y es un
      * permiso de trabajo, ademas alerta con severidad A. Los que
      * no caducan (caducidad cero) no se controlan.
      ******************************************************************
       EVALUA-DOCUMENTO.
       IF DOCT-CADUCIDAD(DOCT-POS) > 0
           AND DOCT-CADUCIDAD(DOCT-POS) <= FECHA-HORIZONTE
          PERFORM LOCALIZA-TITULAR-DOCUMENTO
          IF ENCONTRADO = "S" AND EMPLEADO-ACTIVO
             MOVE DOCT-TIPO(DOCT-POS) TO TIPO-BUSCADO
             PERFORM BUSCA-TIPO-DOCUMENTO
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             MOVE SPACES TO LINEA-VENCIMIENTO
             IF DOCT-CADUCIDAD(DOCT-POS) < FECHA-PROCESO-NEGOCIO
                ADD 1 TO DOCUMENTOS-CADUCADOS
                STRING DOCT-ID(DOCT-POS) " "
                    EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30) " "
                    DOCT-TIPO(DOCT-POS) " " DESCRIPCION-TIPO
                    " CADUCO EL " DOCT-CADUCIDAD(DOCT-POS)
                    " *RENOVAR* (" DOCT-UBICACION(DOCT-POS) ")"
                    DELIMITED BY SIZE INTO LINEA-VENCIMIENTO
                WRITE LINEA-VENCIMIENTO
                IF PERMISO-TIPO = "S"
                   PERFORM ALERTA-PERMISO-CADUCADO
                END-IF
             ELSE
                ADD 1 TO DOCUMENTOS-POR-VENCER
                STRING DOCT-ID(DOCT-POS) " "
                    EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30) " "
                    DOCT-TIPO(DOCT-POS) " " DESCRIPCION-TIPO
                    " CADUCA EL " DOCT-CADUCIDAD(DOCT-POS)
                    " (" DOCT-UBICACION(DOCT-POS) ")"
                    DELIMITED BY SIZE INTO LINEA-VENCIMIENTO
                WRITE LINEA-VENCIMIENTO
             END-IF
          END-IF
       END-IF.
       ADD 1 TO DOCT-POS.

       ALERTA-PERMISO-CADUCADO.
       ADD 1 TO PERMISOS-CADUCADOS.
       MOVE "A" TO ALERTA-SEV-WS.
       MOVE "DOCUMENTOS" TO ALERTA-ORIGEN-WS.
       MOVE SPACES TO ALERTA-TEXTO-WS.
       STRING "PERMISO DE TRABAJO CADUCADO EL "
           DOCT-CADUCIDAD(DOCT-POS) " - ID " DOCT-ID(DOCT-POS)
           " ACTIVO"
           DELIMITED BY SIZE INTO ALERTA-TEXTO-WS.
       PERFORM GRABA-ALERTA.

       LOCALIZA-TITULAR-DOCUMENTO.
       MOVE "N" TO ENCONTRADO.
       MOVE DOCT-ID(DOCT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "S" TO ENCONTRADO
       END-READ.

       LEE-SIGUIENTE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

      ******************************************************************
      * Documentos exigidos al contrato vigente del empleado activo
      * (indefinido si no tiene tramo en CONTRATOS.DAT) que no
      * constan en el registro. Los caducados ya salieron arriba.
      ******************************************************************
       EVALUA-EXIGIDOS-EMPLEADO.
       IF EMPLEADO-ACTIVO
          MOVE "I" TO CONTRATO-EMPLEADO
          MOVE "N" TO VIGT-HALLADO
          MOVE EMPLEADOS-ID TO CONTRATO-EMPLEADOS-ID
          MOVE 1 TO VIGT-POS
          PERFORM BUSCA-TITULAR-VIGENTE
              UNTIL VIGT-POS > VIGT-TOTAL OR VIGT-HALLADO = "S"
          IF VIGT-HALLADO = "S"
             MOVE VIGT-TIPO(VIGT-POS) TO CONTRATO-EMPLEADO
          END-IF
          MOVE 1 TO EXGT-POS
          PERFORM EVALUA-UN-EXIGIDO UNTIL EXGT-POS > EXGT-TOTAL
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       EVALUA-UN-EXIGIDO.
       IF EXGT-CONTRATO(EXGT-POS) = CONTRATO-EMPLEADO
          MOVE EMPLEADOS-ID TO DOCUMENTO-EMPLEADOS-ID
          MOVE EXGT-TIPO(EXGT-POS) TO DOCUMENTO-TIPO
          MOVE "N" TO DOCT-HALLADO
          MOVE 1 TO DOCT-POS
          PERFORM BUSCA-DOCUMENTO
              UNTIL DOCT-POS > DOCT-TOTAL OR DOCT-HALLADO = "S"
          IF DOCT-HALLADO = "N"
             ADD 1 TO DOCUMENTOS-FALTAN
             MOVE EXGT-TIPO(EXGT-POS) TO TIPO-BUSCADO
             PERFORM BUSCA-TIPO-DOCUMENTO
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             MOVE SPACES TO LINEA-VENCIMIENTO
             STRING EMPLEADOS-ID " "
                 EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30) " "
                 EXGT-TIPO(EXGT-POS) " " DESCRIPCION-TIPO
                 " FALTA (CONTRATO " CONTRATO-EMPLEADO ")"
                 DELIMITED BY SIZE INTO LINEA-VENCIMIENTO
             WRITE LINEA-VENCIMIENTO
          END-IF
       END-IF.
       ADD 1 TO EXGT-POS.

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
       END PROGRAM VENCE-DOCUMENTOS.

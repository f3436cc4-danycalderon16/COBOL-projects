      ******************************************************************
      * Author:
      * Date:
      * Purpose: Coste de personal por proyecto del periodo pedido y
      *          de una empresa: valora las horas imputadas en los
      *          partes semanales PARTES.DAT a dias del periodo al
      *          coste por hora de cada empleado, que es su bruto del
      *          libro mayor NOMHIST.DAT mas su coste patronal del
      *          libro de costes COSTEMP.DAT dividido entre sus horas
      *          fichadas del periodo en HORAS.DAT (las imputadas si
      *          no ficho). Lista en COSTPROY.RPT cada proyecto con su
      *          cliente, centro de coste, horas y coste salarial,
      *          patronal y total, y deja en PROYASI.DAT el extracto
      *          para facturacion con el formato de ASIENTOS.DAT: un
      *          cargo por proyecto, el abono COSTEPERS y el registro
      *          de control que debe cuadrar a cero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTE-PROYECTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROYECTOS-ARCHIVO ASSIGN TO "PROYECTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROYECTOS-ESTADO-ARCHIVO.
           SELECT PARTES-ARCHIVO ASSIGN TO "PARTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTES-ESTADO-ARCHIVO.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT COSTES-LIBRO ASSIGN TO "COSTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTES-ESTADO-ARCHIVO.
           SELECT INFORME-PROYECTOS ASSIGN TO "COSTPROY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASIENTOS-PROYECTOS ASSIGN TO "PROYASI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROYECTOS-ARCHIVO.
       01  PROYECTO-REGISTRO.
           05 PROY-REG-CODIGO         PIC X(8).
           05 PROY-REG-DESCRIPCION    PIC X(30).
           05 PROY-REG-CLIENTE        PIC X(30).
           05 PROY-REG-CENTRO-COSTE   PIC X(10).
           05 PROY-REG-EMPRESA        PIC X(6).
           05 PROY-REG-APERTURA       PIC 9(8).
           05 PROY-REG-CIERRE         PIC 9(8).
       FD  PARTES-ARCHIVO.
       01  PARTE-REGISTRO.
           05 PARTE-EMPLEADOS-ID      PIC 9(5).
           05 PARTE-SEMANA            PIC 9(8).
           05 PARTE-PROYECTO          PIC X(8).
           05 PARTE-HORAS-DIA OCCURS 7 TIMES PIC 9(2)V99.
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE.
              10 HORAS-EMPLEADOS-ID   PIC 9(5).
              10 HORAS-PERIODO        PIC X(6).
           05 HORAS-TRABAJADAS        PIC 9(4)V99.
       COPY "21-5-historial-nomina.cbl".
       FD  COSTES-LIBRO.
       01  COSTE-REGISTRO.
           05 COSTE-PERIODO           PIC X(6).
           05 COSTE-EMPLEADOS-ID      PIC 9(5).
           05 COSTE-CONCEPTO          PIC X(12).
           05 COSTE-BASE              PIC S9(7)V99.
           05 COSTE-IMPORTE           PIC S9(9)V99.
       FD  INFORME-PROYECTOS.
       01  LINEA-PROYECTOS            PIC X(120).
      ******************************************************************
      * Extracto de coste por proyecto con el formato de ASIENTOS.DAT
      * de EXTRACTO-CONTABLE: cabecera H, detalles D (C = cargo al
      * proyecto, A = abono) y control T.
      ******************************************************************
       FD  ASIENTOS-PROYECTOS.
       01  ASIENTO-REGISTRO           PIC X(60).
       01  ASIENTO-CABECERA REDEFINES ASIENTO-REGISTRO.
           05 ASIENTO-CAB-TIPO        PIC X.
           05 ASIENTO-CAB-FECHA       PIC 9(8).
           05 ASIENTO-CAB-PERIODO     PIC X(6).
           05 ASIENTO-CAB-EMPRESA     PIC X(6).
           05 FILLER                  PIC X(39).
       01  ASIENTO-DETALLE REDEFINES ASIENTO-REGISTRO.
           05 ASIENTO-DET-TIPO        PIC X.
           05 ASIENTO-DET-MOVIMIENTO  PIC X.
           05 ASIENTO-DET-CUENTA      PIC X(10).
           05 ASIENTO-DET-IMPORTE     PIC 9(11)V99.
           05 FILLER                  PIC X(35).
       01  ASIENTO-CONTROL REDEFINES ASIENTO-REGISTRO.
           05 ASIENTO-CTL-TIPO        PIC X.
           05 ASIENTO-CTL-CARGOS      PIC 9(11)V99.
           05 ASIENTO-CTL-ABONOS      PIC 9(11)V99.
           05 ASIENTO-CTL-DIFERENCIA  PIC S9(11)V99.
           05 FILLER                  PIC X(19).

       WORKING-STORAGE SECTION.
       77  PROYECTOS-ESTADO-ARCHIVO PIC X(2).
       77  PARTES-ESTADO-ARCHIVO PIC X(2).
       77  HORAS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  COSTES-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  PERIODO-COSTE        PIC X(6).
       77  CODIGO-EMPRESA       PIC X(6).
       77  RAZON-SOCIAL-EMPRESA PIC X(40).
       77  OPERADOR-ACTUAL      PIC X(10).
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
       77  DIA-POS              PIC 9.
       77  FECHA-DIA-PARTE      PIC 9(8).
       77  FECHA-DIA-PARTE-X REDEFINES FECHA-DIA-PARTE PIC X(8).
       77  HORAS-PARTE-MES      PIC 9(3)V99.
       77  ID-BUSCADO           PIC 9(5).
       77  PROYECTO-BUSCADO     PIC X(8).
       77  COSTE-LINEA-SALARIAL PIC S9(9)V99.
       77  COSTE-LINEA-PATRONAL PIC S9(9)V99.
       77  HORAS-BASE           PIC 9(4)V99.
       77  EMPLEADOS-SIN-NOMINA PIC 9(5) VALUE 0.
       77  EMPLEADOS-SIN-FICHAJE PIC 9(5) VALUE 0.
       77  TOTAL-HORAS          PIC 9(7)V99 VALUE 0.
       77  TOTAL-SALARIAL       PIC S9(11)V99 VALUE 0.
       77  TOTAL-PATRONAL       PIC S9(11)V99 VALUE 0.
       77  TOTAL-CARGOS         PIC S9(11)V99 VALUE 0.
       77  TOTAL-ABONOS         PIC S9(11)V99 VALUE 0.
       77  DIFERENCIA-CONTROL   PIC S9(11)V99 VALUE 0.
       77  IMPORTE-EDICION      PIC -(11)9.99.
      ******************************************************************
      * Proyectos de la empresa pedida con sus acumulados del periodo.
      ******************************************************************
       01  TABLA-PROYECTOS.
           05 PRYT-ENTRADA OCCURS 200 TIMES.
              10 PRYT-CODIGO          PIC X(8).
              10 PRYT-CLIENTE         PIC X(30).
              10 PRYT-CENTRO-COSTE    PIC X(10).
              10 PRYT-HORAS           PIC 9(5)V99.
              10 PRYT-SALARIAL        PIC S9(11)V99.
              10 PRYT-PATRONAL        PIC S9(11)V99.
       77  PRYT-TOTAL           PIC 9(3) VALUE 0.
       77  PRYT-POS             PIC 9(3).
       77  PRYT-HALLADO         PIC X.
      ******************************************************************
      * Empleados con horas imputadas a proyectos de la empresa en el
      * periodo: bruto, coste patronal, horas fichadas e imputadas y
      * el coste por hora resultante, salarial y patronal.
      ******************************************************************
       01  TABLA-EMPLEADOS-COSTE.
           05 EMCT-ENTRADA OCCURS 500 TIMES.
              10 EMCT-ID              PIC 9(5).
              10 EMCT-BRUTO           PIC S9(9)V99.
              10 EMCT-PATRONAL        PIC S9(9)V99.
              10 EMCT-FICHADAS        PIC 9(4)V99.
              10 EMCT-IMPUTADAS       PIC 9(4)V99.
              10 EMCT-HORA-SALARIAL   PIC S9(5)V9999.
              10 EMCT-HORA-PATRONAL   PIC S9(5)V9999.
       77  EMCT-TOTAL           PIC 9(3) VALUE 0.
       77  EMCT-POS             PIC 9(3).
       77  EMCT-HALLADO         PIC X.
       01  LINEA-DETALLE-PROYECTO.
           05 LDP-CODIGO            PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 LDP-CLIENTE           PIC X(25).
           05 FILLER                PIC X VALUE SPACE.
           05 LDP-CENTRO-COSTE      PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 LDP-HORAS             PIC ZZZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 LDP-SALARIAL          PIC -(10)9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 LDP-PATRONAL          PIC -(10)9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 LDP-TOTAL             PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "COSTE DE PERSONAL POR PROYECTO".
       DISPLAY "PERIODO (AAAAMM): ".
       ACCEPT PERIODO-COSTE.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR. COSTE NO CALCULADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-RAZON-SOCIAL TO RAZON-SOCIAL-EMPRESA.
       PERFORM CARGA-PROYECTOS-EMPRESA.
       IF PRYT-TOTAL = 0
          DISPLAY "LA EMPRESA " CODIGO-EMPRESA " NO TIENE PROYECTOS "
              "EN PROYECTOS.DAT."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT PARTES-ARCHIVO.
       IF PARTES-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY PARTES DE HORAS (PARTES.DAT)."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE "N" TO LEE-TODO.
       PERFORM ACUMULA-HORAS-EMPLEADO UNTIL LEE-TODO = "S".
       CLOSE PARTES-ARCHIVO.
       IF EMCT-TOTAL = 0
          DISPLAY "NO HAY HORAS IMPUTADAS EN EL PERIODO "
              PERIODO-COSTE " A PROYECTOS DE LA EMPRESA "
              CODIGO-EMPRESA "."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-BRUTOS-PERIODO.
       PERFORM CARGA-COSTES-PATRONALES.
       PERFORM CARGA-HORAS-FICHADAS.
       MOVE 1 TO EMCT-POS.
       PERFORM CALCULA-COSTE-HORA UNTIL EMCT-POS > EMCT-TOTAL.
       OPEN INPUT PARTES-ARCHIVO.
       MOVE "N" TO LEE-TODO.
       PERFORM VALORA-UN-PARTE UNTIL LEE-TODO = "S".
       CLOSE PARTES-ARCHIVO.
       PERFORM ESCRIBE-INFORME-PROYECTOS.
       COMPUTE TOTAL-CARGOS = TOTAL-SALARIAL + TOTAL-PATRONAL.
       MOVE 0 TO TOTAL-ABONOS.
       MOVE 1 TO PRYT-POS.
       PERFORM SUMA-ABONO-PROYECTO UNTIL PRYT-POS > PRYT-TOTAL.
       COMPUTE DIFERENCIA-CONTROL = TOTAL-CARGOS - TOTAL-ABONOS.
       IF DIFERENCIA-CONTROL NOT = 0
          MOVE DIFERENCIA-CONTROL TO IMPORTE-EDICION
          DISPLAY "EL EXTRACTO NO CUADRA. DIFERENCIA CARGOS/ABONOS: "
              IMPORTE-EDICION
          DISPLAY "PROYASI.DAT NO SE LIBERA A FACTURACION."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ESCRIBE-ASIENTOS-PROYECTOS.
       MOVE TOTAL-CARGOS TO IMPORTE-EDICION.
       DISPLAY "COSTE DE PROYECTOS DEL PERIODO " PERIODO-COSTE
           " DE LA EMPRESA " CODIGO-EMPRESA ": " IMPORTE-EDICION.
       DISPLAY "INFORME EN COSTPROY.RPT. EXTRACTO EN PROYASI.DAT.".
       IF EMPLEADOS-SIN-NOMINA > 0
          DISPLAY "AVISO: " EMPLEADOS-SIN-NOMINA " EMPLEADOS CON "
              "HORAS Y SIN NOMINA DEL PERIODO (HORAS A COSTE CERO)."
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       CARGA-PROYECTOS-EMPRESA.
       MOVE 0 TO PRYT-TOTAL.
       OPEN INPUT PROYECTOS-ARCHIVO.
       IF PROYECTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PROYECTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PROYECTOS-ARCHIVO.

       CARGA-UN-PROYECTO.
       READ PROYECTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PROY-REG-EMPRESA = CODIGO-EMPRESA
                 IF PRYT-TOTAL < 200
                    ADD 1 TO PRYT-TOTAL
                    MOVE PROY-REG-CODIGO TO PRYT-CODIGO(PRYT-TOTAL)
                    MOVE PROY-REG-CLIENTE TO PRYT-CLIENTE(PRYT-TOTAL)
                    MOVE PROY-REG-CENTRO-COSTE
                        TO PRYT-CENTRO-COSTE(PRYT-TOTAL)
                    MOVE 0 TO PRYT-HORAS(PRYT-TOTAL)
                    MOVE 0 TO PRYT-SALARIAL(PRYT-TOTAL)
                    MOVE 0 TO PRYT-PATRONAL(PRYT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE PROYECTOS LLENA. SE OMITE "
                        PROY-REG-CODIGO
                 END-IF
              END-IF
       END-READ.

       BUSCA-PROYECTO.
       MOVE "N" TO PRYT-HALLADO.
       MOVE 1 TO PRYT-POS.
       PERFORM COMPARA-PROYECTO
           UNTIL PRYT-POS > PRYT-TOTAL OR PRYT-HALLADO = "S".

       COMPARA-PROYECTO.
       IF PRYT-CODIGO(PRYT-POS) = PROYECTO-BUSCADO
          MOVE "S" TO PRYT-HALLADO
       ELSE
          ADD 1 TO PRYT-POS
       END-IF.

      ******************************************************************
      * Primera pasada por los partes: horas imputadas en el periodo
      * a proyectos de la empresa, por empleado.
      ******************************************************************
       ACUMULA-HORAS-EMPLEADO.
       READ PARTES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE PARTE-PROYECTO TO PROYECTO-BUSCADO
              PERFORM BUSCA-PROYECTO
              IF PRYT-HALLADO = "S"
                 PERFORM SUMA-HORAS-MES-PARTE
                 IF HORAS-PARTE-MES > 0
                    MOVE PARTE-EMPLEADOS-ID TO ID-BUSCADO
                    PERFORM LOCALIZA-EMPLEADO-COSTE
                    IF EMCT-HALLADO = "S"
                       ADD HORAS-PARTE-MES TO EMCT-IMPUTADAS(EMCT-POS)
                    END-IF
                 END-IF
              END-IF
       END-READ.

       SUMA-HORAS-MES-PARTE.
       MOVE 0 TO HORAS-PARTE-MES.
       MOVE 1 TO DIA-POS.
       PERFORM SUMA-HORAS-DIA-PARTE UNTIL DIA-POS > 7.

       SUMA-HORAS-DIA-PARTE.
       COMPUTE FECHA-DIA-PARTE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(PARTE-SEMANA) + DIA-POS - 1).
       IF FECHA-DIA-PARTE-X(1:6) = PERIODO-COSTE
          ADD PARTE-HORAS-DIA(DIA-POS) TO HORAS-PARTE-MES
       END-IF.
       ADD 1 TO DIA-POS.

       LOCALIZA-EMPLEADO-COSTE.
       PERFORM BUSCA-EMPLEADO-COSTE.
       IF EMCT-HALLADO = "N"
          IF EMCT-TOTAL < 500
             ADD 1 TO EMCT-TOTAL
             MOVE EMCT-TOTAL TO EMCT-POS
             MOVE ID-BUSCADO TO EMCT-ID(EMCT-POS)
             MOVE 0 TO EMCT-BRUTO(EMCT-POS) EMCT-PATRONAL(EMCT-POS)
                 EMCT-FICHADAS(EMCT-POS) EMCT-IMPUTADAS(EMCT-POS)
                 EMCT-HORA-SALARIAL(EMCT-POS)
                 EMCT-HORA-PATRONAL(EMCT-POS)
             MOVE "S" TO EMCT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE EMPLEADOS LLENA. SE OMITE "
                 ID-BUSCADO
          END-IF
       END-IF.

       BUSCA-EMPLEADO-COSTE.
       MOVE "N" TO EMCT-HALLADO.
       MOVE 1 TO EMCT-POS.
       PERFORM COMPARA-EMPLEADO-COSTE
           UNTIL EMCT-POS > EMCT-TOTAL OR EMCT-HALLADO = "S".

       COMPARA-EMPLEADO-COSTE.
       IF EMCT-ID(EMCT-POS) = ID-BUSCADO
          MOVE "S" TO EMCT-HALLADO
       ELSE
          ADD 1 TO EMCT-POS
       END-IF.

       CARGA-BRUTOS-PERIODO.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM SUMA-UN-BRUTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE NOMINA-HISTORIAL.

       SUMA-UN-BRUTO.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO = PERIODO-COSTE
                 MOVE HISTORIAL-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM BUSCA-EMPLEADO-COSTE
                 IF EMCT-HALLADO = "S"
                    ADD HISTORIAL-BRUTO TO EMCT-BRUTO(EMCT-POS)
                 END-IF
              END-IF
       END-READ.

       CARGA-COSTES-PATRONALES.
       OPEN INPUT COSTES-LIBRO.
       IF COSTES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM SUMA-UN-COSTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE COSTES-LIBRO.

       SUMA-UN-COSTE.
       READ COSTES-LIBRO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF COSTE-PERIODO = PERIODO-COSTE
                 MOVE COSTE-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM BUSCA-EMPLEADO-COSTE
                 IF EMCT-HALLADO = "S"
                    ADD COSTE-IMPORTE TO EMCT-PATRONAL(EMCT-POS)
                 END-IF
              END-IF
       END-READ.

       CARGA-HORAS-FICHADAS.
       OPEN INPUT HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM SUMA-UNAS-HORAS UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE HORAS-ARCHIVO.

       SUMA-UNAS-HORAS.
       READ HORAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HORAS-PERIODO = PERIODO-COSTE
                 MOVE HORAS-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM BUSCA-EMPLEADO-COSTE
                 IF EMCT-HALLADO = "S"
                    ADD HORAS-TRABAJADAS TO EMCT-FICHADAS(EMCT-POS)
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Coste por hora: el coste del mes repartido entre las horas
      * fichadas; sin fichajes, entre las imputadas, de modo que el
      * coste entero del empleado queda en sus proyectos.
      ******************************************************************
       CALCULA-COSTE-HORA.
       IF EMCT-FICHADAS(EMCT-POS) > 0
          MOVE EMCT-FICHADAS(EMCT-POS) TO HORAS-BASE
       ELSE
          MOVE EMCT-IMPUTADAS(EMCT-POS) TO HORAS-BASE
          ADD 1 TO EMPLEADOS-SIN-FICHAJE
       END-IF.
       IF EMCT-BRUTO(EMCT-POS) = 0
          ADD 1 TO EMPLEADOS-SIN-NOMINA
       END-IF.
       IF HORAS-BASE > 0
          COMPUTE EMCT-HORA-SALARIAL(EMCT-POS) ROUNDED
              = EMCT-BRUTO(EMCT-POS) / HORAS-BASE
              ON SIZE ERROR MOVE 0 TO EMCT-HORA-SALARIAL(EMCT-POS)
          END-COMPUTE
          COMPUTE EMCT-HORA-PATRONAL(EMCT-POS) ROUNDED
              = EMCT-PATRONAL(EMCT-POS) / HORAS-BASE
              ON SIZE ERROR MOVE 0 TO EMCT-HORA-PATRONAL(EMCT-POS)
          END-COMPUTE
       END-IF.
       ADD 1 TO EMCT-POS.

      ******************************************************************
      * Segunda pasada: cada linea de parte se valora al coste por
      * hora de su empleado y se suma a su proyecto.
      ******************************************************************
       VALORA-UN-PARTE.
       READ PARTES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE PARTE-PROYECTO TO PROYECTO-BUSCADO
              PERFORM BUSCA-PROYECTO
              IF PRYT-HALLADO = "S"
                 PERFORM SUMA-HORAS-MES-PARTE
                 MOVE PARTE-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM BUSCA-EMPLEADO-COSTE
                 IF HORAS-PARTE-MES > 0 AND EMCT-HALLADO = "S"
                    PERFORM VALORA-LINEA-PARTE
                 END-IF
              END-IF
       END-READ.

       VALORA-LINEA-PARTE.
       COMPUTE COSTE-LINEA-SALARIAL ROUNDED
           = HORAS-PARTE-MES * EMCT-HORA-SALARIAL(EMCT-POS).
       COMPUTE COSTE-LINEA-PATRONAL ROUNDED
           = HORAS-PARTE-MES * EMCT-HORA-PATRONAL(EMCT-POS).
       ADD HORAS-PARTE-MES TO PRYT-HORAS(PRYT-POS).
       ADD COSTE-LINEA-SALARIAL TO PRYT-SALARIAL(PRYT-POS).
       ADD COSTE-LINEA-PATRONAL TO PRYT-PATRONAL(PRYT-POS).
       ADD HORAS-PARTE-MES TO TOTAL-HORAS.
       ADD COSTE-LINEA-SALARIAL TO TOTAL-SALARIAL.
       ADD COSTE-LINEA-PATRONAL TO TOTAL-PATRONAL.

       ESCRIBE-INFORME-PROYECTOS.
       OPEN OUTPUT INFORME-PROYECTOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-PROYECTOS.
       STRING "COSTE DE PERSONAL POR PROYECTO - PERIODO "
           PERIODO-COSTE " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-PROYECTOS.
       WRITE LINEA-PROYECTOS.
       MOVE SPACES TO LINEA-PROYECTOS.
       STRING "EMPRESA: " CODIGO-EMPRESA " " RAZON-SOCIAL-EMPRESA
           DELIMITED BY SIZE INTO LINEA-PROYECTOS.
       WRITE LINEA-PROYECTOS.
       MOVE SPACES TO LINEA-PROYECTOS.
       STRING "PROYECTO CLIENTE                   CENTRO        "
           "HORAS   COSTE SALARIAL  COSTE PATRONAL     "
           "COSTE TOTAL"
           DELIMITED BY SIZE INTO LINEA-PROYECTOS.
       WRITE LINEA-PROYECTOS.
       MOVE 1 TO PRYT-POS.
       PERFORM ESCRIBE-LINEA-PROYECTO UNTIL PRYT-POS > PRYT-TOTAL.
       MOVE SPACES TO LINEA-DETALLE-PROYECTO.
       MOVE "TOTAL" TO LDP-CODIGO.
       MOVE TOTAL-HORAS TO LDP-HORAS.
       MOVE TOTAL-SALARIAL TO LDP-SALARIAL.
       MOVE TOTAL-PATRONAL TO LDP-PATRONAL.
       COMPUTE LDP-TOTAL = TOTAL-SALARIAL + TOTAL-PATRONAL.
       MOVE LINEA-DETALLE-PROYECTO TO LINEA-PROYECTOS.
       WRITE LINEA-PROYECTOS.
       MOVE SPACES TO LINEA-PROYECTOS.
       STRING "EMPLEADOS VALORADOS: " EMCT-TOTAL
           "  SIN FICHAJES (COSTE SOBRE HORAS IMPUTADAS): "
           EMPLEADOS-SIN-FICHAJE
           "  SIN NOMINA: " EMPLEADOS-SIN-NOMINA
           DELIMITED BY SIZE INTO LINEA-PROYECTOS.
       WRITE LINEA-PROYECTOS.
       CLOSE INFORME-PROYECTOS.

       ESCRIBE-LINEA-PROYECTO.
       IF PRYT-HORAS(PRYT-POS) > 0
          MOVE SPACES TO LINEA-DETALLE-PROYECTO
          MOVE PRYT-CODIGO(PRYT-POS) TO LDP-CODIGO
          MOVE PRYT-CLIENTE(PRYT-POS) TO LDP-CLIENTE
          MOVE PRYT-CENTRO-COSTE(PRYT-POS) TO LDP-CENTRO-COSTE
          MOVE PRYT-HORAS(PRYT-POS) TO LDP-HORAS
          MOVE PRYT-SALARIAL(PRYT-POS) TO LDP-SALARIAL
          MOVE PRYT-PATRONAL(PRYT-POS) TO LDP-PATRONAL
          COMPUTE LDP-TOTAL = PRYT-SALARIAL(PRYT-POS)
              + PRYT-PATRONAL(PRYT-POS)
          MOVE LINEA-DETALLE-PROYECTO TO LINEA-PROYECTOS
          WRITE LINEA-PROYECTOS
       END-IF.
       ADD 1 TO PRYT-POS.

       SUMA-ABONO-PROYECTO.
       ADD PRYT-SALARIAL(PRYT-POS) TO TOTAL-ABONOS.
       ADD PRYT-PATRONAL(PRYT-POS) TO TOTAL-ABONOS.
       ADD 1 TO PRYT-POS.

      ******************************************************************
      * Como en el extracto contable, el archivo solo se escribe con
      * la diferencia ya probada cero. Los cargos van por proyecto
      * (la cuenta es el codigo del proyecto) y el abono unico al
      * concepto COSTEPERS.
      ******************************************************************
       ESCRIBE-ASIENTOS-PROYECTOS.
       OPEN OUTPUT ASIENTOS-PROYECTOS.
       MOVE SPACES TO ASIENTO-REGISTRO.
       MOVE "H" TO ASIENTO-CAB-TIPO.
       MOVE FECHA-ACTUAL(1:8) TO ASIENTO-CAB-FECHA.
       MOVE PERIODO-COSTE TO ASIENTO-CAB-PERIODO.
       MOVE CODIGO-EMPRESA TO ASIENTO-CAB-EMPRESA.
       WRITE ASIENTO-REGISTRO.
       MOVE 1 TO PRYT-POS.
       PERFORM ESCRIBE-CARGO-PROYECTO UNTIL PRYT-POS > PRYT-TOTAL.
       MOVE SPACES TO ASIENTO-REGISTRO.
       MOVE "D" TO ASIENTO-DET-TIPO.
       MOVE "A" TO ASIENTO-DET-MOVIMIENTO.
       MOVE "COSTEPERS" TO ASIENTO-DET-CUENTA.
       MOVE TOTAL-CARGOS TO ASIENTO-DET-IMPORTE.
       WRITE ASIENTO-REGISTRO.
       MOVE SPACES TO ASIENTO-REGISTRO.
       MOVE "T" TO ASIENTO-CTL-TIPO.
       MOVE TOTAL-CARGOS TO ASIENTO-CTL-CARGOS.
       MOVE TOTAL-ABONOS TO ASIENTO-CTL-ABONOS.
       MOVE DIFERENCIA-CONTROL TO ASIENTO-CTL-DIFERENCIA.
       WRITE ASIENTO-REGISTRO.
       CLOSE ASIENTOS-PROYECTOS.

       ESCRIBE-CARGO-PROYECTO.
       IF PRYT-HORAS(PRYT-POS) > 0
          MOVE SPACES TO ASIENTO-REGISTRO
          MOVE "D" TO ASIENTO-DET-TIPO
          MOVE "C" TO ASIENTO-DET-MOVIMIENTO
          MOVE PRYT-CODIGO(PRYT-POS) TO ASIENTO-DET-CUENTA
          COMPUTE ASIENTO-DET-IMPORTE = PRYT-SALARIAL(PRYT-POS)
              + PRYT-PATRONAL(PRYT-POS)
          WRITE ASIENTO-REGISTRO
       END-IF.
       ADD 1 TO PRYT-POS.
       END PROGRAM COSTE-PROYECTOS.

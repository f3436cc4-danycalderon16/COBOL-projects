      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resumenes de retenciones del trabajo a partir del
      *          libro de nomina NOMHIST.DAT y del desglose de
      *          deducciones NOMDEDUC.DAT: el trimestral (modelo 111)
      *          con el numero de perceptores, la base sujeta y lo
      *          retenido en el trimestre, en MOD111.RPT, y el anual
      *          (modelo 190) con una linea por NIF del perceptor,
      *          cabecera y totalizador, en MOD190.DAT, con su
      *          listado de control en MOD190.RPT.
      *          Los modelos se presentan por empresa: solo se
      *          declaran los perceptores de la empresa pedida (la
      *          del maestro o, para los archivados, la del
      *          departamento que tenian en el historico).
      *          La retribucion en especie (clase ESPECIE del
      *          desglose: especies y exceso de la flexible) se
      *          declara aparte de las percepciones dinerarias, y la
      *          flexible exenta (clase FLEXIBLE) sale solo en el
      *          listado de control.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCIONES.
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
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT DEDUCCIONES-LIBRO ASSIGN TO "NOMDEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMDEDUC-ESTADO-ARCHIVO.
           SELECT REPORTE-TRIMESTRAL ASSIGN TO "MOD111.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-ANUAL ASSIGN TO "MOD190.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-ANUAL ASSIGN TO "MOD190.RPT"
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
       COPY "21-5-historial-nomina.cbl".
      ******************************************************************
      * Desglose de deducciones que deja la liberacion de la nomina:
      * cuentan aqui las lineas de clase RETENCIO, ESPECIE y FLEXIBLE.
      ******************************************************************
       FD  DEDUCCIONES-LIBRO.
       01  NOMDEDUC-REGISTRO.
           05 NOMDEDUC-PERIODO        PIC X(6).
           05 NOMDEDUC-EMPLEADOS-ID   PIC 9(5).
           05 NOMDEDUC-CLASE          PIC X(8).
           05 NOMDEDUC-REFERENCIA     PIC X(20).
           05 NOMDEDUC-BASE           PIC S9(7)V99.
           05 NOMDEDUC-IMPORTE        PIC S9(7)V99.
       FD  REPORTE-TRIMESTRAL.
       01  LINEA-TRIMESTRAL           PIC X(90).
      ******************************************************************
      * Resumen anual de retenciones: cabecera con ejercicio y
      * empresa, un detalle por NIF de perceptor (clave A,
      * rendimientos del trabajo, con las percepciones dinerarias y
      * aparte la valoracion de la especie) y un totalizador con el
      * numero de detalles y las sumas de control. Los dos apellidos
      * del perceptor van por separado, como en el maestro.
      ******************************************************************
       FD  ARCHIVO-ANUAL.
       01  ANUAL-REGISTRO             PIC X(120).
       01  ANUAL-CABECERA REDEFINES ANUAL-REGISTRO.
           05 ANUAL-CAB-TIPO          PIC X.
           05 ANUAL-CAB-EJERCICIO     PIC 9(4).
           05 ANUAL-CAB-EMPRESA       PIC X(6).
           05 ANUAL-CAB-FECHA         PIC 9(8).
           05 FILLER                  PIC X(101).
       01  ANUAL-DETALLE REDEFINES ANUAL-REGISTRO.
           05 ANUAL-DET-TIPO          PIC X.
           05 ANUAL-DET-NIF           PIC X(9).
           05 ANUAL-DET-ID            PIC 9(5).
           05 ANUAL-DET-PRIMER-APELLIDO  PIC X(25).
           05 ANUAL-DET-SEGUNDO-APELLIDO PIC X(25).
           05 ANUAL-DET-NOMBRE        PIC X(15).
           05 ANUAL-DET-CLAVE         PIC X.
           05 ANUAL-DET-BASE          PIC 9(11)V99.
           05 ANUAL-DET-RETENCION     PIC 9(11)V99.
           05 ANUAL-DET-ESPECIE       PIC 9(11)V99.
       01  ANUAL-TOTALIZADOR REDEFINES ANUAL-REGISTRO.
           05 ANUAL-TOT-TIPO          PIC X.
           05 ANUAL-TOT-REGISTROS     PIC 9(7).
           05 ANUAL-TOT-BASE          PIC 9(13)V99.
           05 ANUAL-TOT-RETENCION     PIC 9(13)V99.
           05 ANUAL-TOT-ESPECIE       PIC 9(13)V99.
           05 FILLER                  PIC X(67).
       FD  REPORTE-ANUAL.
       01  LINEA-ANUAL                PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  NOMDEDUC-ESTADO-ARCHIVO PIC X(2).
       77  MODO-RETENCIONES     PIC X.
       77  ANIO-RESUMEN         PIC 9(4).
       77  TRIMESTRE-RESUMEN    PIC 9.
       77  MES-DESDE            PIC 9(2).
       77  MES-HASTA            PIC 9(2).
       77  MES-PERIODO          PIC 9(2).
       77  PERIODO-EN-RANGO     PIC X.
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  RAZON-SOCIAL-EMPRESA PIC X(40).
       77  CIF-EMPRESA          PIC X(9).
       77  EMPRESA-POR-OMISION  PIC X(6).
       77  EMPRESA-PERCEPTOR    PIC X(6).
       77  PERC-DESTINO         PIC 9(3).
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
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-CORRIDA        PIC 9(8).
      ******************************************************************
      * Acumulado por empleado del rango pedido: bruto del libro
      * mayor y retencion fiscal, especie y flexible exenta del
      * desglose.
      ******************************************************************
       01  TABLA-PERCEPTORES.
           05 PERC-ENTRADA OCCURS 500 TIMES.
              10 PERC-ID              PIC 9(5).
              10 PERC-BASE            PIC S9(11)V99.
              10 PERC-RETENCION       PIC S9(11)V99.
              10 PERC-ESPECIE         PIC S9(11)V99.
              10 PERC-FLEXIBLE        PIC S9(11)V99.
       77  PERC-TOTAL           PIC 9(3) VALUE 0.
       77  PERC-POS             PIC 9(3).
       77  PERC-HALLADO         PIC X.
       77  PERC-BUSCADO         PIC 9(5).
      ******************************************************************
      * Acumulado anual por NIF: un mismo NIF con dos IDs (un
      * reingreso) sale en una sola linea del resumen anual.
      ******************************************************************
       01  TABLA-NIF.
           05 NIFT-ENTRADA OCCURS 500 TIMES.
              10 NIFT-NIF             PIC X(9).
              10 NIFT-ID              PIC 9(5).
              10 NIFT-PRIMER-APELLIDO PIC X(25).
              10 NIFT-SEGUNDO-APELLIDO PIC X(25).
              10 NIFT-NOMBRE          PIC X(15).
              10 NIFT-BASE            PIC S9(11)V99.
              10 NIFT-RETENCION       PIC S9(11)V99.
              10 NIFT-ESPECIE         PIC S9(11)V99.
              10 NIFT-FLEXIBLE        PIC S9(11)V99.
       77  NIFT-TOTAL           PIC 9(3) VALUE 0.
       77  NIFT-POS             PIC 9(3).
       77  NIFT-HALLADO         PIC X.
       77  NIF-PERCEPTOR        PIC X(9).
       77  NOMBRE-PERCEPTOR     PIC X(15).
       77  APELLIDOS-PERCEPTOR  PIC X(30).
       77  SIN-NIF              PIC 9(5) VALUE 0.
       77  TOTAL-BASE           PIC S9(13)V99 VALUE 0.
       77  TOTAL-RETENCION      PIC S9(13)V99 VALUE 0.
       77  TOTAL-ESPECIE        PIC S9(13)V99 VALUE 0.
       77  TOTAL-FLEXIBLE       PIC S9(13)V99 VALUE 0.
       77  TOTAL-PERCEPTORES    PIC 9(5) VALUE 0.
       77  IMPORTE-EDICION      PIC -(11)9.99.
       77  RETENCION-EDICION    PIC -(11)9.99.
       77  TOTAL-EDICION        PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "RESUMENES DE RETENCIONES DEL TRABAJO".
       DISPLAY "MODO (1=TRIMESTRAL MODELO 111, 2=ANUAL MODELO 190): ".
       ACCEPT MODO-RETENCIONES.
       IF MODO-RETENCIONES NOT = "1" AND MODO-RETENCIONES NOT = "2"
          DISPLAY "MODO NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "EJERCICIO (AAAA): ".
       ACCEPT ANIO-RESUMEN.
       IF MODO-RETENCIONES = "1"
          DISPLAY "TRIMESTRE (1-4): "
          ACCEPT TRIMESTRE-RESUMEN
          IF TRIMESTRE-RESUMEN < 1 OR TRIMESTRE-RESUMEN > 4
             DISPLAY "TRIMESTRE NO VALIDO."
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF
          COMPUTE MES-HASTA = TRIMESTRE-RESUMEN * 3
          COMPUTE MES-DESDE = MES-HASTA - 2
       ELSE
          MOVE 1 TO MES-DESDE
          MOVE 12 TO MES-HASTA
       END-IF.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-RAZON-SOCIAL TO RAZON-SOCIAL-EMPRESA.
       MOVE EMPRESA-CIF TO CIF-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       PERFORM ACUMULA-BASES.
       PERFORM ACUMULA-RETENCIONES.
       PERFORM FILTRA-PERCEPTORES-EMPRESA.
       IF PERC-TOTAL = 0
          DISPLAY "NO HAY NOMINA LIBERADA DE LA EMPRESA "
              CODIGO-EMPRESA " EN EL RANGO PEDIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       CALL "FECHA-PROCESO" USING FECHA-CORRIDA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       IF MODO-RETENCIONES = "1"
          PERFORM RESUMEN-TRIMESTRAL
       ELSE
          PERFORM RESUMEN-ANUAL
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

      ******************************************************************
      * Un periodo entra en el rango si su mes cae entre el desde y
      * el hasta pedidos. Las pagas extraordinarias (AAAA13 y
      * AAAA14) se declaran en el trimestre en que se pagan: la de
      * verano en el segundo y la de navidad en el cuarto.
      ******************************************************************
       EVALUA-PERIODO-RANGO.
       MOVE "N" TO PERIODO-EN-RANGO.
       IF MES-PERIODO = 13
          MOVE 6 TO MES-PERIODO
       END-IF.
       IF MES-PERIODO = 14
          MOVE 12 TO MES-PERIODO
       END-IF.
       IF MES-PERIODO >= MES-DESDE AND MES-PERIODO <= MES-HASTA
          MOVE "S" TO PERIODO-EN-RANGO
       END-IF.

       ACUMULA-BASES.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY LIBRO MAYOR DE NOMINA (NOMHIST.DAT)."
       ELSE
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-UNA-BASE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE NOMINA-HISTORIAL.

       ACUMULA-UNA-BASE.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO(1:4) = ANIO-RESUMEN
                  AND HISTORIAL-PERIODO(5:2) IS NUMERIC
                 MOVE HISTORIAL-PERIODO(5:2) TO MES-PERIODO
                 PERFORM EVALUA-PERIODO-RANGO
                 IF PERIODO-EN-RANGO = "S"
                    MOVE HISTORIAL-EMPLEADOS-ID TO PERC-BUSCADO
                    PERFORM LOCALIZA-PERCEPTOR
                    IF PERC-HALLADO = "S"
                       ADD HISTORIAL-BRUTO TO PERC-BASE(PERC-POS)
                    END-IF
                 END-IF
              END-IF
       END-READ.

       ACUMULA-RETENCIONES.
       OPEN INPUT DEDUCCIONES-LIBRO.
       IF NOMDEDUC-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "AVISO: SIN DESGLOSE DE DEDUCCIONES (NOMDEDUC.DAT)."
              " LA RETENCION SALE A CERO."
       ELSE
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-UNA-RETENCION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DEDUCCIONES-LIBRO.

       ACUMULA-UNA-RETENCION.
       READ DEDUCCIONES-LIBRO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF (NOMDEDUC-CLASE = "RETENCIO"
                  OR NOMDEDUC-CLASE = "ESPECIE"
                  OR NOMDEDUC-CLASE = "FLEXIBLE")
                  AND NOMDEDUC-PERIODO(1:4) = ANIO-RESUMEN
                  AND NOMDEDUC-PERIODO(5:2) IS NUMERIC
                 MOVE NOMDEDUC-PERIODO(5:2) TO MES-PERIODO
                 PERFORM EVALUA-PERIODO-RANGO
                 IF PERIODO-EN-RANGO = "S"
                    MOVE NOMDEDUC-EMPLEADOS-ID TO PERC-BUSCADO
                    PERFORM LOCALIZA-PERCEPTOR
                    IF PERC-HALLADO = "S"
                       PERFORM ACUMULA-LINEA-DESGLOSE
                    END-IF
                 END-IF
              END-IF
       END-READ.

       ACUMULA-LINEA-DESGLOSE.
       IF NOMDEDUC-CLASE = "RETENCIO"
          ADD NOMDEDUC-IMPORTE TO PERC-RETENCION(PERC-POS)
       ELSE
          IF NOMDEDUC-CLASE = "ESPECIE"
             ADD NOMDEDUC-IMPORTE TO PERC-ESPECIE(PERC-POS)
          ELSE
             ADD NOMDEDUC-IMPORTE TO PERC-FLEXIBLE(PERC-POS)
          END-IF
       END-IF.

       LOCALIZA-PERCEPTOR.
       MOVE "N" TO PERC-HALLADO.
       MOVE 1 TO PERC-POS.
       PERFORM BUSCA-PERCEPTOR
           UNTIL PERC-POS > PERC-TOTAL
           OR PERC-HALLADO = "S".
       IF PERC-HALLADO = "N"
          IF PERC-TOTAL < 500
             ADD 1 TO PERC-TOTAL
             MOVE PERC-TOTAL TO PERC-POS
             MOVE PERC-BUSCADO TO PERC-ID(PERC-POS)
             MOVE 0 TO PERC-BASE(PERC-POS)
             MOVE 0 TO PERC-RETENCION(PERC-POS)
             MOVE 0 TO PERC-ESPECIE(PERC-POS)
             MOVE 0 TO PERC-FLEXIBLE(PERC-POS)
             MOVE "S" TO PERC-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE PERCEPTORES LLENA."
          END-IF
       END-IF.

       BUSCA-PERCEPTOR.
       IF PERC-ID(PERC-POS) = PERC-BUSCADO
          MOVE "S" TO PERC-HALLADO
       ELSE
          ADD 1 TO PERC-POS
       END-IF.

      ******************************************************************
      * Se quedan en la tabla solo los perceptores de la empresa
      * pedida, compactandola sobre si misma. La empresa es la del
      * maestro; para los archivados, la del departamento que
      * tenian en el historico; en blanco, la empresa por omision.
      ******************************************************************
       FILTRA-PERCEPTORES-EMPRESA.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN INPUT ARCHIVO-HISTORICO.
       MOVE 0 TO PERC-DESTINO.
       MOVE 1 TO PERC-POS.
       PERFORM FILTRA-UN-PERCEPTOR UNTIL PERC-POS > PERC-TOTAL.
       MOVE PERC-DESTINO TO PERC-TOTAL.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
           OR HISTORICO-ESTADO-ARCHIVO = "23"
          CLOSE ARCHIVO-HISTORICO
       END-IF.

       FILTRA-UN-PERCEPTOR.
       MOVE SPACES TO EMPRESA-PERCEPTOR.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE PERC-ID(PERC-POS) TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO ENCONTRADO
                 MOVE EMPLEADOS-EMPRESA TO EMPRESA-PERCEPTOR
          END-READ
       END-IF.
       IF ENCONTRADO = "N"
          IF HISTORICO-ESTADO-ARCHIVO = "00"
              OR HISTORICO-ESTADO-ARCHIVO = "23"
             MOVE PERC-ID(PERC-POS) TO HISTORICO-ID
             READ ARCHIVO-HISTORICO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE HISTORICO-EMPRESA TO EMPRESA-PERCEPTOR
                    IF EMPRESA-PERCEPTOR = SPACES
                       MOVE "D" TO EMPRESA-MODO
                       MOVE SPACES TO EMPRESA-CODIGO
                       MOVE HISTORICO-DEPARTAMENTO
                           TO EMPRESA-DEPARTAMENTO
                       CALL "VALIDA-EMPRESA"
                           USING EMPRESA-MODO DATOS-EMPRESA
                       MOVE EMPRESA-CODIGO TO EMPRESA-PERCEPTOR
                    END-IF
             END-READ
          END-IF
       END-IF.
       IF EMPRESA-PERCEPTOR = SPACES
          MOVE EMPRESA-POR-OMISION TO EMPRESA-PERCEPTOR
       END-IF.
       IF EMPRESA-PERCEPTOR = CODIGO-EMPRESA
          ADD 1 TO PERC-DESTINO
          MOVE PERC-ENTRADA(PERC-POS) TO PERC-ENTRADA(PERC-DESTINO)
       END-IF.
       ADD 1 TO PERC-POS.

      ******************************************************************
      * Resumen trimestral: perceptores, base sujeta y retenciones
      * del trimestre, con el detalle por empleado para cuadrar.
      ******************************************************************
       RESUMEN-TRIMESTRAL.
       OPEN OUTPUT REPORTE-TRIMESTRAL.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "RETENCIONES DEL TRABAJO - MODELO 111 - EJERCICIO "
           ANIO-RESUMEN " TRIMESTRE " TRIMESTRE-RESUMEN
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       WRITE LINEA-TRIMESTRAL.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "EMPRESA " CODIGO-EMPRESA " - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       WRITE LINEA-TRIMESTRAL.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "RAZON SOCIAL: " RAZON-SOCIAL-EMPRESA " CIF: "
           CIF-EMPRESA
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       WRITE LINEA-TRIMESTRAL.
       MOVE 1 TO PERC-POS.
       PERFORM ESCRIBE-PERCEPTOR-TRIMESTRE
           UNTIL PERC-POS > PERC-TOTAL.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "NUMERO DE PERCEPTORES:  " TOTAL-PERCEPTORES
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       WRITE LINEA-TRIMESTRAL.
       MOVE TOTAL-BASE TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "IMPORTE DE LAS PERCEPCIONES: " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       WRITE LINEA-TRIMESTRAL.
       MOVE TOTAL-ESPECIE TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "PERCEPCIONES EN ESPECIE:     " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       WRITE LINEA-TRIMESTRAL.
       MOVE TOTAL-RETENCION TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "IMPORTE DE LAS RETENCIONES: " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       WRITE LINEA-TRIMESTRAL.
       CLOSE REPORTE-TRIMESTRAL.
       DISPLAY "RESUMEN TRIMESTRAL ESCRITO EN MOD111.RPT: "
           TOTAL-PERCEPTORES " PERCEPTORES.".

       ESCRIBE-PERCEPTOR-TRIMESTRE.
       ADD 1 TO TOTAL-PERCEPTORES.
       ADD PERC-BASE(PERC-POS) TO TOTAL-BASE.
       ADD PERC-RETENCION(PERC-POS) TO TOTAL-RETENCION.
       ADD PERC-ESPECIE(PERC-POS) TO TOTAL-ESPECIE.
       MOVE PERC-BASE(PERC-POS) TO IMPORTE-EDICION.
       MOVE PERC-RETENCION(PERC-POS) TO RETENCION-EDICION.
       MOVE SPACES TO LINEA-TRIMESTRAL.
       STRING "  ID " PERC-ID(PERC-POS) " BASE: " IMPORTE-EDICION
           " RETENIDO: " RETENCION-EDICION
           DELIMITED BY SIZE INTO LINEA-TRIMESTRAL.
       IF PERC-ESPECIE(PERC-POS) NOT = 0
          MOVE PERC-ESPECIE(PERC-POS) TO IMPORTE-EDICION
          STRING " ESPECIE: " IMPORTE-EDICION
              DELIMITED BY SIZE INTO LINEA-TRIMESTRAL(59:32)
       END-IF.
       WRITE LINEA-TRIMESTRAL.
       ADD 1 TO PERC-POS.

      ******************************************************************
      * Resumen anual: cada perceptor se resuelve a su NIF en el
      * maestro o, si ya fue archivado, en el historico. Sin NIF no
      * puede declararse y sale en el listado de control para que
      * se complete con CAPTURA-NIF antes de presentar el modelo.
      ******************************************************************
       RESUMEN-ANUAL.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN INPUT ARCHIVO-HISTORICO.
       OPEN OUTPUT REPORTE-ANUAL.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "RESUMEN ANUAL DE RETENCIONES - MODELO 190 - "
           "EJERCICIO " ANIO-RESUMEN " - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "EMPRESA " CODIGO-EMPRESA " " RAZON-SOCIAL-EMPRESA
           " CIF: " CIF-EMPRESA
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE 1 TO PERC-POS.
       PERFORM AGRUPA-PERCEPTOR-NIF UNTIL PERC-POS > PERC-TOTAL.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
          CLOSE ARCHIVO-HISTORICO
       END-IF.
       OPEN OUTPUT ARCHIVO-ANUAL.
       MOVE SPACES TO ANUAL-REGISTRO.
       MOVE "H" TO ANUAL-CAB-TIPO.
       MOVE ANIO-RESUMEN TO ANUAL-CAB-EJERCICIO.
       MOVE CODIGO-EMPRESA TO ANUAL-CAB-EMPRESA.
       MOVE FECHA-CORRIDA TO ANUAL-CAB-FECHA.
       WRITE ANUAL-REGISTRO.
       MOVE 1 TO NIFT-POS.
       PERFORM ESCRIBE-DETALLE-ANUAL UNTIL NIFT-POS > NIFT-TOTAL.
       MOVE SPACES TO ANUAL-REGISTRO.
       MOVE "T" TO ANUAL-TOT-TIPO.
       MOVE NIFT-TOTAL TO ANUAL-TOT-REGISTROS.
       MOVE TOTAL-BASE TO ANUAL-TOT-BASE.
       MOVE TOTAL-RETENCION TO ANUAL-TOT-RETENCION.
       MOVE TOTAL-ESPECIE TO ANUAL-TOT-ESPECIE.
       WRITE ANUAL-REGISTRO.
       CLOSE ARCHIVO-ANUAL.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "PERCEPTORES DECLARADOS: " NIFT-TOTAL
           "   SIN NIF (NO DECLARADOS): " SIN-NIF
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE TOTAL-BASE TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "TOTAL PERCEPCIONES: " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE TOTAL-RETENCION TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "TOTAL RETENCIONES:  " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE TOTAL-ESPECIE TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "TOTAL ESPECIE:      " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE TOTAL-FLEXIBLE TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "FLEXIBLE EXENTA:    " TOTAL-EDICION
           " (NO SE DECLARA)"
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       CLOSE REPORTE-ANUAL.
       DISPLAY "RESUMEN ANUAL ESCRITO EN MOD190.DAT: " NIFT-TOTAL
           " PERCEPTORES, " SIN-NIF " SIN NIF (VER MOD190.RPT).".
       IF SIN-NIF > 0
          MOVE 4 TO RETURN-CODE
       END-IF.

       AGRUPA-PERCEPTOR-NIF.
       PERFORM RESUELVE-NIF-PERCEPTOR.
       IF NIF-PERCEPTOR = SPACES
          ADD 1 TO SIN-NIF
          MOVE PERC-BASE(PERC-POS) TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-ANUAL
          STRING "SIN NIF: ID " PERC-ID(PERC-POS) " "
              APELLIDOS-PERCEPTOR " BASE: " IMPORTE-EDICION
              DELIMITED BY SIZE INTO LINEA-ANUAL
          WRITE LINEA-ANUAL
       ELSE
          MOVE "N" TO NIFT-HALLADO
          MOVE 1 TO NIFT-POS
          PERFORM BUSCA-NIF-ANUAL
              UNTIL NIFT-POS > NIFT-TOTAL
              OR NIFT-HALLADO = "S"
          IF NIFT-HALLADO = "N"
             IF NIFT-TOTAL < 500
                ADD 1 TO NIFT-TOTAL
                MOVE NIFT-TOTAL TO NIFT-POS
                MOVE NIF-PERCEPTOR TO NIFT-NIF(NIFT-POS)
                MOVE PERC-ID(PERC-POS) TO NIFT-ID(NIFT-POS)
                MOVE APELLIDO-1-EDICION
                    TO NIFT-PRIMER-APELLIDO(NIFT-POS)
                MOVE APELLIDO-2-EDICION
                    TO NIFT-SEGUNDO-APELLIDO(NIFT-POS)
                MOVE NOMBRE-PERCEPTOR TO NIFT-NOMBRE(NIFT-POS)
                MOVE 0 TO NIFT-BASE(NIFT-POS)
                MOVE 0 TO NIFT-RETENCION(NIFT-POS)
                MOVE 0 TO NIFT-ESPECIE(NIFT-POS)
                MOVE 0 TO NIFT-FLEXIBLE(NIFT-POS)
                MOVE "S" TO NIFT-HALLADO
             ELSE
                DISPLAY "AVISO: TABLA DE NIF LLENA."
             END-IF
          END-IF
          IF NIFT-HALLADO = "S"
             ADD PERC-BASE(PERC-POS) TO NIFT-BASE(NIFT-POS)
             ADD PERC-RETENCION(PERC-POS)
                 TO NIFT-RETENCION(NIFT-POS)
             ADD PERC-ESPECIE(PERC-POS) TO NIFT-ESPECIE(NIFT-POS)
             ADD PERC-FLEXIBLE(PERC-POS)
                 TO NIFT-FLEXIBLE(NIFT-POS)
             ADD PERC-BASE(PERC-POS) TO TOTAL-BASE
             ADD PERC-RETENCION(PERC-POS) TO TOTAL-RETENCION
             ADD PERC-ESPECIE(PERC-POS) TO TOTAL-ESPECIE
             ADD PERC-FLEXIBLE(PERC-POS) TO TOTAL-FLEXIBLE
          END-IF
       END-IF.
       ADD 1 TO PERC-POS.

       RESUELVE-NIF-PERCEPTOR.
       MOVE SPACES TO NIF-PERCEPTOR NOMBRE-PERCEPTOR
           APELLIDOS-PERCEPTOR APELLIDOS-EDICION.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE PERC-ID(PERC-POS) TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO ENCONTRADO
                 MOVE EMPLEADOS-NIF TO NIF-PERCEPTOR
                 MOVE EMPLEADOS-NOMBRE TO NOMBRE-PERCEPTOR
                 MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-PERCEPTOR
          END-READ
       END-IF.
       IF ENCONTRADO = "N"
          IF HISTORICO-ESTADO-ARCHIVO = "00"
              OR HISTORICO-ESTADO-ARCHIVO = "23"
             MOVE PERC-ID(PERC-POS) TO HISTORICO-ID
             READ ARCHIVO-HISTORICO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE HISTORICO-NIF TO NIF-PERCEPTOR
                    MOVE HISTORICO-NOMBRE TO NOMBRE-PERCEPTOR
                    MOVE HISTORICO-APELLIDOS TO APELLIDOS-EDICION
                    PERFORM EDITA-APELLIDOS-MOSTRADOS
                    MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-PERCEPTOR
             END-READ
          END-IF
       END-IF.

       BUSCA-NIF-ANUAL.
       IF NIFT-NIF(NIFT-POS) = NIF-PERCEPTOR
          MOVE "S" TO NIFT-HALLADO
       ELSE
          ADD 1 TO NIFT-POS
       END-IF.

       ESCRIBE-DETALLE-ANUAL.
       MOVE SPACES TO ANUAL-REGISTRO.
       MOVE "D" TO ANUAL-DET-TIPO.
       MOVE NIFT-NIF(NIFT-POS) TO ANUAL-DET-NIF.
       MOVE NIFT-ID(NIFT-POS) TO ANUAL-DET-ID.
       MOVE NIFT-PRIMER-APELLIDO(NIFT-POS)
           TO ANUAL-DET-PRIMER-APELLIDO.
       MOVE NIFT-SEGUNDO-APELLIDO(NIFT-POS)
           TO ANUAL-DET-SEGUNDO-APELLIDO.
       MOVE NIFT-NOMBRE(NIFT-POS) TO ANUAL-DET-NOMBRE.
       MOVE "A" TO ANUAL-DET-CLAVE.
       MOVE NIFT-BASE(NIFT-POS) TO ANUAL-DET-BASE.
       MOVE NIFT-RETENCION(NIFT-POS) TO ANUAL-DET-RETENCION.
       MOVE NIFT-ESPECIE(NIFT-POS) TO ANUAL-DET-ESPECIE.
       WRITE ANUAL-REGISTRO.
       MOVE NIFT-PRIMER-APELLIDO(NIFT-POS) TO APELLIDO-1-EDICION.
       MOVE NIFT-SEGUNDO-APELLIDO(NIFT-POS) TO APELLIDO-2-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-PERCEPTOR.
       MOVE NIFT-BASE(NIFT-POS) TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING NIFT-NIF(NIFT-POS) " " APELLIDOS-PERCEPTOR " "
           NIFT-NOMBRE(NIFT-POS) " BASE: " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE NIFT-RETENCION(NIFT-POS) TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "          RETENIDO: " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       IF NIFT-ESPECIE(NIFT-POS) NOT = 0
           OR NIFT-FLEXIBLE(NIFT-POS) NOT = 0
          MOVE NIFT-ESPECIE(NIFT-POS) TO IMPORTE-EDICION
          MOVE NIFT-FLEXIBLE(NIFT-POS) TO RETENCION-EDICION
          MOVE SPACES TO LINEA-ANUAL
          STRING "          ESPECIE:  " IMPORTE-EDICION
              " FLEXIBLE EXENTA: " RETENCION-EDICION
              DELIMITED BY SIZE INTO LINEA-ANUAL
          WRITE LINEA-ANUAL
       END-IF.
       ADD 1 TO NIFT-POS.

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
       END PROGRAM RETENCIONES.

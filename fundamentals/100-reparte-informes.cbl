      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reparto por departamentos de un informe del spool:
      *          toma una generacion registrada en SPOOL.DAT (la
      *          ultima del informe si no se indica archivo) y la
      *          parte en un archivo por departamento, REPnnnnn.RPT
      *          con numero correlativo de REPARSEQ.DAT, con su
      *          propia cabecera y numero de pagina (LINEAS-PAGINA
      *          en PARAMS.DAT) y un subtotal de lineas e importe al
      *          final. La lista de distribucion DISTRIB.DAT dice a
      *          que operadores va cada departamento de cada
      *          informe (lineas D) y, si hace falta, como se
      *          reconoce el departamento en las lineas del informe
      *          (linea I); ROSTER, NOMINA, AUSENCIA y VARIANZA
      *          tienen formato de serie. Cada archivo repartido se
      *          registra en el spool una vez por destinatario. Los
      *          informes con salarios solo van a operadores activos
      *          con nivel para ver salarios sin mascara
      *          (NIVEL-VER-SAL); el resto se omite y se lista en
      *          DISTRIB.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARTE-INFORMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DISTRIBUCION-ARCHIVO ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRIBUCION-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT SPOOL-INDICE ASSIGN TO "SPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-INDICE-ESTADO.
           SELECT REPARSEC-ARCHIVO ASSIGN TO "REPARSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPARSEC-ESTADO-ARCHIVO.
           SELECT REPORTE-ORIGEN ASSIGN TO ORIGEN-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORIGEN-ESTADO-ARCHIVO.
           SELECT SALIDA-DEPARTAMENTO ASSIGN TO REPARTO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-DISTRIBUCION ASSIGN TO "DISTRIB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Lista de distribucion. Tipo D: un destinatario (ID de
      * OPERADORES.DAT) para un departamento de un informe. Tipo I:
      * formato del informe, para los que no tienen uno de serie:
      *   CLAVE-TIPO D = codigo de departamento en la columna clave
      *              E = ID de empleado en la columna clave, el
      *                  departamento se toma del maestro
      *              S = el departamento viene en una linea de
      *                  seccion que empieza por MARCA-SECCION; son
      *                  de detalle las lineas con clave numerica
      *   IMPORTE-COLUMNA/LARGO: importe a subtotalizar (0 = no)
      *   SALARIAL S = el informe lleva salarios
      *   LINEA-TITULOS: linea del informe con los titulos de
      *                  columna que se repite en cada pagina
      ******************************************************************
       FD  DISTRIBUCION-ARCHIVO.
       01  DISTRIBUCION-REGISTRO.
           05 DISTRIB-TIPO            PIC X.
           05 DISTRIB-REPORTE         PIC X(8).
           05 DISTRIB-DATOS           PIC X(40).
           05 DISTRIB-DESTINO REDEFINES DISTRIB-DATOS.
              10 DISTRIB-DEPARTAMENTO PIC X(10).
              10 DISTRIB-DESTINATARIO PIC X(10).
              10 FILLER               PIC X(20).
           05 DISTRIB-FORMATO REDEFINES DISTRIB-DATOS.
              10 DISTRIB-CLAVE-TIPO   PIC X.
              10 DISTRIB-CLAVE-COLUMNA PIC 9(3).
              10 DISTRIB-CLAVE-LARGO  PIC 9(2).
              10 DISTRIB-IMPORTE-COLUMNA PIC 9(3).
              10 DISTRIB-IMPORTE-LARGO PIC 9(2).
              10 DISTRIB-SALARIAL     PIC X.
              10 DISTRIB-LINEA-TITULOS PIC 9(2).
              10 DISTRIB-MARCA-LARGO  PIC 9(2).
              10 DISTRIB-MARCA-SECCION PIC X(20).
              10 FILLER               PIC X(4).
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  SPOOL-INDICE.
       01  SPOOL-INDICE-REGISTRO.
           05 SPOOL-IDX-REPORTE       PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-ARCHIVO       PIC X(12).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-FECHA         PIC X(14).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-OPERADOR      PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-REGISTROS     PIC 9(5).
       FD  REPARSEC-ARCHIVO.
       01  REPARSEC-REGISTRO          PIC 9(5).
       FD  REPORTE-ORIGEN.
       01  LINEA-ORIGEN               PIC X(132).
       FD  SALIDA-DEPARTAMENTO.
       01  LINEA-DEPARTAMENTO         PIC X(132).
       FD  REPORTE-DISTRIBUCION.
       01  LINEA-DISTRIBUCION         PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  DISTRIBUCION-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  SPOOL-INDICE-ESTADO  PIC X(2).
       77  REPARSEC-ESTADO-ARCHIVO PIC X(2).
       77  ORIGEN-ESTADO-ARCHIVO PIC X(2).
       77  ORIGEN-NOMBRE-ARCHIVO PIC X(12).
       77  REPARTO-NOMBRE-ARCHIVO PIC X(12).
       77  LEE-TODO             PIC X.
       77  ORIGEN-LEE-TODO      PIC X.
       77  ENCONTRADO           PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  OPERADOR-ACTUAL      PIC X(10).
       77  REPORTE-PEDIDO       PIC X(8).
       77  LINEAS-POR-PAGINA    PIC 9(3) VALUE 20.
       77  NIVEL-VER-SALARIOS   PIC 9 VALUE 3.
       77  REFERENCIA-REPARTO   PIC 9(5) VALUE 0.
      ******************************************************************
      * Formato del informe que se reparte.
      ******************************************************************
       77  DEFINICION-HALLADA   PIC X VALUE "N".
       77  FORMATO-CLAVE-TIPO   PIC X.
       77  FORMATO-CLAVE-COLUMNA PIC 9(3).
       77  FORMATO-CLAVE-LARGO  PIC 9(2).
       77  FORMATO-IMPORTE-COLUMNA PIC 9(3).
       77  FORMATO-IMPORTE-LARGO PIC 9(2).
       77  FORMATO-SALARIAL     PIC X.
       77  FORMATO-LINEA-TITULOS PIC 9(2).
       77  FORMATO-MARCA-LARGO  PIC 9(2).
       77  FORMATO-MARCA-SECCION PIC X(20).
      ******************************************************************
      * Destinatarios del informe y departamentos con al menos uno
      * autorizado.
      ******************************************************************
       01  TABLA-DESTINATARIOS.
           05 DESTT-ENTRADA OCCURS 100 TIMES.
              10 DESTT-DEPARTAMENTO   PIC X(10).
              10 DESTT-DESTINATARIO   PIC X(10).
              10 DESTT-APTO           PIC X.
       77  DESTT-TOTAL          PIC 9(3) VALUE 0.
       77  DESTT-POS            PIC 9(3).
       01  TABLA-DEPARTAMENTOS.
           05 DEPTT-ENTRADA OCCURS 50 TIMES.
              10 DEPTT-CODIGO         PIC X(10).
       77  DEPTT-TOTAL          PIC 9(2) VALUE 0.
       77  DEPTT-POS            PIC 9(2).
       77  DEPTT-HALLADO        PIC X.
       01  TABLA-OPERADORES.
           05 OPERT-ENTRADA OCCURS 50 TIMES.
              10 OPERT-ID             PIC X(10).
              10 OPERT-NIVEL          PIC 9.
              10 OPERT-ACTIVO         PIC X.
       77  OPERT-TOTAL          PIC 9(2) VALUE 0.
       77  OPERT-POS            PIC 9(2).
       77  OPERT-HALLADO        PIC X.
       77  MOTIVO-OMISION       PIC X(40).
      ******************************************************************
      * Trabajo de cada archivo repartido.
      ******************************************************************
       77  NUMERO-LINEA-ORIGEN  PIC 9(5).
       77  TITULOS-ORIGEN       PIC X(132).
       77  SECCION-ACTUAL       PIC X(10).
       77  DEPARTAMENTO-LINEA   PIC X(10).
       77  PAGINA-DEPARTAMENTO  PIC 9(3).
       77  LINEAS-EN-PAGINA     PIC 9(3).
       77  LINEAS-DEPARTAMENTO  PIC 9(5).
       77  IMPORTE-DEPARTAMENTO PIC S9(9)V99.
       77  IMPORTE-EDICION      PIC -(9)9.99.
       77  ARCHIVOS-REPARTIDOS  PIC 9(3) VALUE 0.
       77  ENTREGAS-REGISTRADAS PIC 9(3) VALUE 0.
       77  DESTINATARIOS-OMITIDOS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "REPARTO DE INFORMES POR DEPARTAMENTO".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       DISPLAY "INFORME DEL SPOOL (ROSTER, NOMINA, AUSENCIA, "
           "VARIANZA...): ".
       ACCEPT REPORTE-PEDIDO.
       DISPLAY "ARCHIVO A REPARTIR (BLANCO = ULTIMA GENERACION): ".
       ACCEPT ORIGEN-NOMBRE-ARCHIVO.
       PERFORM CARGA-PARAMETROS.
       PERFORM CARGA-OPERADORES.
       PERFORM CARGA-DISTRIBUCION.
       IF DEFINICION-HALLADA = "N"
          PERFORM ASIGNA-FORMATO-ESTANDAR
       END-IF.
       IF DEFINICION-HALLADA = "N"
          DISPLAY "NO HAY FORMATO DE REPARTO PARA EL INFORME "
              REPORTE-PEDIDO " EN DISTRIB.DAT."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF DESTT-TOTAL = 0
          DISPLAY "EL INFORME " REPORTE-PEDIDO
              " NO TIENE DESTINATARIOS EN DISTRIB.DAT."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF ORIGEN-NOMBRE-ARCHIVO = SPACES
          PERFORM BUSCA-ULTIMA-GENERACION
       END-IF.
       IF ORIGEN-NOMBRE-ARCHIVO = SPACES
          DISPLAY "NO HAY GENERACIONES DE " REPORTE-PEDIDO
              " EN SPOOL.DAT."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT REPORTE-ORIGEN.
       IF ORIGEN-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUEDE ABRIR " ORIGEN-NOMBRE-ARCHIVO
              " (ESTADO " ORIGEN-ESTADO-ARCHIVO ")."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       CLOSE REPORTE-ORIGEN.
       IF FORMATO-CLAVE-TIPO = "E"
          OPEN INPUT EMPLEADOS-ARCHIVO
          PERFORM CHEQUEA-ESTADO-EMPLEADOS
          IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT REPORTE-DISTRIBUCION.
       MOVE SPACES TO LINEA-DISTRIBUCION.
       STRING "REPARTO DE " REPORTE-PEDIDO " (" ORIGEN-NOMBRE-ARCHIVO
           ") - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           " - OPERADOR: " OPERADOR-ACTUAL
           DELIMITED BY SIZE INTO LINEA-DISTRIBUCION.
       WRITE LINEA-DISTRIBUCION.
       MOVE 1 TO DESTT-POS.
       PERFORM VALIDA-DESTINATARIO UNTIL DESTT-POS > DESTT-TOTAL.
       PERFORM LEE-SECUENCIA-REPARTO.
       MOVE 1 TO DEPTT-POS.
       PERFORM REPARTE-DEPARTAMENTO UNTIL DEPTT-POS > DEPTT-TOTAL.
       PERFORM GRABA-SECUENCIA-REPARTO.
       MOVE SPACES TO LINEA-DISTRIBUCION.
       STRING "ARCHIVOS REPARTIDOS: " ARCHIVOS-REPARTIDOS
           " - ENTREGAS EN EL SPOOL: " ENTREGAS-REGISTRADAS
           " - DESTINATARIOS OMITIDOS: " DESTINATARIOS-OMITIDOS
           DELIMITED BY SIZE INTO LINEA-DISTRIBUCION.
       WRITE LINEA-DISTRIBUCION.
       CLOSE REPORTE-DISTRIBUCION.
       IF FORMATO-CLAVE-TIPO = "E"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       DISPLAY "ARCHIVOS REPARTIDOS: " ARCHIVOS-REPARTIDOS
           " - ENTREGAS: " ENTREGAS-REGISTRADAS
           " - OMITIDOS: " DESTINATARIOS-OMITIDOS.
       DISPLAY "RESUMEN ESCRITO EN DISTRIB.RPT.".
       IF DESTINATARIOS-OMITIDOS > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       IF ARCHIVOS-REPARTIDOS = 0
          MOVE 8 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-PARAMETROS.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM APLICA-PARAMETRO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "LINEAS-PAGINA"
                 MOVE PARAM-VALOR TO LINEAS-POR-PAGINA
              END-IF
              IF PARAM-CLAVE = "NIVEL-VER-SAL"
                 MOVE PARAM-VALOR TO NIVEL-VER-SALARIOS
              END-IF
       END-READ.

       CARGA-OPERADORES.
       MOVE 0 TO OPERT-TOTAL.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-OPERADOR UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       CARGA-UN-OPERADOR.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERT-TOTAL < 50
                 ADD 1 TO OPERT-TOTAL
                 MOVE OPERADOR-REG-ID TO OPERT-ID(OPERT-TOTAL)
                 MOVE OPERADOR-REG-NIVEL TO OPERT-NIVEL(OPERT-TOTAL)
                 MOVE OPERADOR-REG-ACTIVO
                     TO OPERT-ACTIVO(OPERT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE OPERADORES LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Destinatarios y formato del informe pedido. Una linea I de
      * DISTRIB.DAT prevalece sobre el formato de serie.
      ******************************************************************
       CARGA-DISTRIBUCION.
       MOVE 0 TO DESTT-TOTAL.
       OPEN INPUT DISTRIBUCION-ARCHIVO.
       IF DISTRIBUCION-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-DISTRIBUCION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DISTRIBUCION-ARCHIVO.

       CARGA-UNA-DISTRIBUCION.
       READ DISTRIBUCION-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DISTRIB-REPORTE = REPORTE-PEDIDO
                 IF DISTRIB-TIPO = "D"
                    PERFORM AGREGA-DESTINATARIO
                 END-IF
                 IF DISTRIB-TIPO = "I"
                    PERFORM TOMA-FORMATO-DISTRIBUCION
                 END-IF
              END-IF
       END-READ.

       AGREGA-DESTINATARIO.
       IF DESTT-TOTAL < 100
          ADD 1 TO DESTT-TOTAL
          MOVE DISTRIB-DEPARTAMENTO
              TO DESTT-DEPARTAMENTO(DESTT-TOTAL)
          MOVE DISTRIB-DESTINATARIO
              TO DESTT-DESTINATARIO(DESTT-TOTAL)
          MOVE "N" TO DESTT-APTO(DESTT-TOTAL)
       ELSE
          DISPLAY "AVISO: TABLA DE DESTINATARIOS LLENA."
       END-IF.

       TOMA-FORMATO-DISTRIBUCION.
       IF DISTRIB-CLAVE-COLUMNA IS NUMERIC
           AND DISTRIB-CLAVE-LARGO IS NUMERIC
           AND DISTRIB-IMPORTE-COLUMNA IS NUMERIC
           AND DISTRIB-IMPORTE-LARGO IS NUMERIC
           AND DISTRIB-LINEA-TITULOS IS NUMERIC
           AND DISTRIB-MARCA-LARGO IS NUMERIC
           AND DISTRIB-CLAVE-COLUMNA > 0
           AND DISTRIB-CLAVE-LARGO > 0
          MOVE DISTRIB-CLAVE-TIPO TO FORMATO-CLAVE-TIPO
          MOVE DISTRIB-CLAVE-COLUMNA TO FORMATO-CLAVE-COLUMNA
          MOVE DISTRIB-CLAVE-LARGO TO FORMATO-CLAVE-LARGO
          MOVE DISTRIB-IMPORTE-COLUMNA TO FORMATO-IMPORTE-COLUMNA
          MOVE DISTRIB-IMPORTE-LARGO TO FORMATO-IMPORTE-LARGO
          MOVE DISTRIB-SALARIAL TO FORMATO-SALARIAL
          MOVE DISTRIB-LINEA-TITULOS TO FORMATO-LINEA-TITULOS
          MOVE DISTRIB-MARCA-LARGO TO FORMATO-MARCA-LARGO
          MOVE DISTRIB-MARCA-SECCION TO FORMATO-MARCA-SECCION
          MOVE "S" TO DEFINICION-HALLADA
       ELSE
          DISPLAY "AVISO: FORMATO DE " DISTRIB-REPORTE
              " NO VALIDO EN DISTRIB.DAT; SE IGNORA."
       END-IF.

      ******************************************************************
      * Formatos de serie de los informes del spool:
      *   ROSTER   ID de empleado en la columna 1, titulos en la
      *            linea 4; sin salarios.
      *   NOMINA   secciones DEPARTAMENTO: con lineas de empleado;
      *            bruto en la columna 51. Los empleados repartidos
      *            entre departamentos salen en cada seccion.
      *   AUSENCIA departamento en la columna 1, dias en la 30.
      *   VARIANZA departamento en la columna 1; lleva importes de
      *            masa salarial.
      ******************************************************************
       ASIGNA-FORMATO-ESTANDAR.
       MOVE 0 TO FORMATO-IMPORTE-COLUMNA.
       MOVE 0 TO FORMATO-IMPORTE-LARGO.
       MOVE 0 TO FORMATO-LINEA-TITULOS.
       MOVE 0 TO FORMATO-MARCA-LARGO.
       MOVE SPACES TO FORMATO-MARCA-SECCION.
       MOVE "N" TO FORMATO-SALARIAL.
       MOVE 1 TO FORMATO-CLAVE-COLUMNA.
       IF REPORTE-PEDIDO = "ROSTER"
          MOVE "E" TO FORMATO-CLAVE-TIPO
          MOVE 5 TO FORMATO-CLAVE-LARGO
          MOVE 4 TO FORMATO-LINEA-TITULOS
          MOVE "S" TO DEFINICION-HALLADA
       END-IF.
       IF REPORTE-PEDIDO = "NOMINA"
          MOVE "S" TO FORMATO-CLAVE-TIPO
          MOVE 5 TO FORMATO-CLAVE-LARGO
          MOVE 51 TO FORMATO-IMPORTE-COLUMNA
          MOVE 11 TO FORMATO-IMPORTE-LARGO
          MOVE "S" TO FORMATO-SALARIAL
          MOVE 14 TO FORMATO-MARCA-LARGO
          MOVE "DEPARTAMENTO: " TO FORMATO-MARCA-SECCION
          MOVE "S" TO DEFINICION-HALLADA
       END-IF.
       IF REPORTE-PEDIDO = "AUSENCIA"
          MOVE "D" TO FORMATO-CLAVE-TIPO
          MOVE 10 TO FORMATO-CLAVE-LARGO
          MOVE 30 TO FORMATO-IMPORTE-COLUMNA
          MOVE 5 TO FORMATO-IMPORTE-LARGO
          MOVE "S" TO DEFINICION-HALLADA
       END-IF.
       IF REPORTE-PEDIDO = "VARIANZA"
          MOVE "D" TO FORMATO-CLAVE-TIPO
          MOVE 10 TO FORMATO-CLAVE-LARGO
          MOVE "S" TO FORMATO-SALARIAL
          MOVE "S" TO DEFINICION-HALLADA
       END-IF.

      ******************************************************************
      * Ultima generacion del informe en el indice del spool; las
      * entradas de archivos ya repartidos (REPnnnnn.RPT) no cuentan.
      ******************************************************************
       BUSCA-ULTIMA-GENERACION.
       OPEN INPUT SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-UNA-ENTRADA-SPOOL UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SPOOL-INDICE.

       LEE-UNA-ENTRADA-SPOOL.
       READ SPOOL-INDICE
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF SPOOL-IDX-REPORTE = REPORTE-PEDIDO
                  AND SPOOL-IDX-ARCHIVO(1:3) NOT = "REP"
                 MOVE SPOOL-IDX-ARCHIVO TO ORIGEN-NOMBRE-ARCHIVO
              END-IF
       END-READ.

      ******************************************************************
      * El destinatario debe ser un operador activo; si el informe
      * lleva salarios, ademas con nivel para verlos sin mascara.
      ******************************************************************
       VALIDA-DESTINATARIO.
       MOVE "N" TO OPERT-HALLADO.
       MOVE 1 TO OPERT-POS.
       PERFORM BUSCA-OPERADOR
           UNTIL OPERT-POS > OPERT-TOTAL OR OPERT-HALLADO = "S".
       MOVE SPACES TO MOTIVO-OMISION.
       IF OPERT-HALLADO = "N"
          MOVE "NO EXISTE EN OPERADORES.DAT" TO MOTIVO-OMISION
       ELSE
          IF OPERT-ACTIVO(OPERT-POS) NOT = "S"
             MOVE "OPERADOR INACTIVO" TO MOTIVO-OMISION
          ELSE
             IF FORMATO-SALARIAL = "S"
                 AND OPERT-NIVEL(OPERT-POS) < NIVEL-VER-SALARIOS
                MOVE "SIN NIVEL PARA VER SALARIOS"
                    TO MOTIVO-OMISION
             END-IF
          END-IF
       END-IF.
       IF MOTIVO-OMISION = SPACES
          MOVE "S" TO DESTT-APTO(DESTT-POS)
          PERFORM AGREGA-DEPARTAMENTO
       ELSE
          ADD 1 TO DESTINATARIOS-OMITIDOS
          MOVE SPACES TO LINEA-DISTRIBUCION
          STRING "OMITIDO " DESTT-DESTINATARIO(DESTT-POS)
              " DEPARTAMENTO " DESTT-DEPARTAMENTO(DESTT-POS)
              ": " MOTIVO-OMISION
              DELIMITED BY SIZE INTO LINEA-DISTRIBUCION
          WRITE LINEA-DISTRIBUCION
       END-IF.
       ADD 1 TO DESTT-POS.

       BUSCA-OPERADOR.
       IF OPERT-ID(OPERT-POS) = DESTT-DESTINATARIO(DESTT-POS)
          MOVE "S" TO OPERT-HALLADO
       ELSE
          ADD 1 TO OPERT-POS
       END-IF.

       AGREGA-DEPARTAMENTO.
       MOVE "N" TO DEPTT-HALLADO.
       MOVE 1 TO DEPTT-POS.
       PERFORM BUSCA-DEPARTAMENTO
           UNTIL DEPTT-POS > DEPTT-TOTAL OR DEPTT-HALLADO = "S".
       IF DEPTT-HALLADO = "N"
          IF DEPTT-TOTAL < 50
             ADD 1 TO DEPTT-TOTAL
             MOVE DESTT-DEPARTAMENTO(DESTT-POS)
                 TO DEPTT-CODIGO(DEPTT-TOTAL)
          ELSE
             DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA."
          END-IF
       END-IF.

       BUSCA-DEPARTAMENTO.
       IF DEPTT-CODIGO(DEPTT-POS) = DESTT-DEPARTAMENTO(DESTT-POS)
          MOVE "S" TO DEPTT-HALLADO
       ELSE
          ADD 1 TO DEPTT-POS
       END-IF.

       LEE-SECUENCIA-REPARTO.
       MOVE 0 TO REFERENCIA-REPARTO.
       OPEN INPUT REPARSEC-ARCHIVO.
       IF REPARSEC-ESTADO-ARCHIVO = "00"
          READ REPARSEC-ARCHIVO INTO REFERENCIA-REPARTO
              AT END CONTINUE
          END-READ
       END-IF.
       CLOSE REPARSEC-ARCHIVO.

       GRABA-SECUENCIA-REPARTO.
       OPEN OUTPUT REPARSEC-ARCHIVO.
       MOVE REFERENCIA-REPARTO TO REPARSEC-REGISTRO.
       WRITE REPARSEC-REGISTRO.
       CLOSE REPARSEC-ARCHIVO.

      ******************************************************************
      * Un archivo por departamento: se relee el informe completo y
      * se copian sus lineas de detalle, con cabecera propia en cada
      * pagina y subtotal al final. Despues se registra en el spool
      * para cada destinatario autorizado del departamento.
      ******************************************************************
       REPARTE-DEPARTAMENTO.
       ADD 1 TO REFERENCIA-REPARTO.
       MOVE SPACES TO REPARTO-NOMBRE-ARCHIVO.
       STRING "REP" REFERENCIA-REPARTO ".RPT"
           DELIMITED BY SIZE INTO REPARTO-NOMBRE-ARCHIVO.
       OPEN OUTPUT SALIDA-DEPARTAMENTO.
       MOVE 0 TO PAGINA-DEPARTAMENTO.
       MOVE 0 TO LINEAS-EN-PAGINA.
       MOVE 0 TO LINEAS-DEPARTAMENTO.
       MOVE 0 TO IMPORTE-DEPARTAMENTO.
       MOVE 0 TO NUMERO-LINEA-ORIGEN.
       MOVE SPACES TO TITULOS-ORIGEN.
       MOVE SPACES TO SECCION-ACTUAL.
       OPEN INPUT REPORTE-ORIGEN.
       MOVE "N" TO ORIGEN-LEE-TODO.
       PERFORM FILTRA-LINEA-ORIGEN UNTIL ORIGEN-LEE-TODO = "S".
       CLOSE REPORTE-ORIGEN.
       IF PAGINA-DEPARTAMENTO = 0
          PERFORM ESCRIBE-CABECERA-DEPARTAMENTO
          MOVE SPACES TO LINEA-DEPARTAMENTO
          STRING "SIN LINEAS PARA EL DEPARTAMENTO EN "
              ORIGEN-NOMBRE-ARCHIVO
              DELIMITED BY SIZE INTO LINEA-DEPARTAMENTO
          WRITE LINEA-DEPARTAMENTO
       END-IF.
       MOVE SPACES TO LINEA-DEPARTAMENTO.
       IF FORMATO-IMPORTE-LARGO > 0
          MOVE IMPORTE-DEPARTAMENTO TO IMPORTE-EDICION
          STRING "SUBTOTAL " DEPTT-CODIGO(DEPTT-POS)
              " LINEAS: " LINEAS-DEPARTAMENTO
              " IMPORTE: " IMPORTE-EDICION
              DELIMITED BY SIZE INTO LINEA-DEPARTAMENTO
       ELSE
          STRING "SUBTOTAL " DEPTT-CODIGO(DEPTT-POS)
              " LINEAS: " LINEAS-DEPARTAMENTO
              DELIMITED BY SIZE INTO LINEA-DEPARTAMENTO
       END-IF.
       WRITE LINEA-DEPARTAMENTO.
       CLOSE SALIDA-DEPARTAMENTO.
       ADD 1 TO ARCHIVOS-REPARTIDOS.
       MOVE SPACES TO LINEA-DISTRIBUCION.
       STRING "DEPARTAMENTO " DEPTT-CODIGO(DEPTT-POS)
           " ARCHIVO " REPARTO-NOMBRE-ARCHIVO
           " LINEAS: " LINEAS-DEPARTAMENTO
           " PAGINAS: " PAGINA-DEPARTAMENTO
           DELIMITED BY SIZE INTO LINEA-DISTRIBUCION.
       WRITE LINEA-DISTRIBUCION.
       MOVE 1 TO DESTT-POS.
       PERFORM ENTREGA-DESTINATARIO UNTIL DESTT-POS > DESTT-TOTAL.
       ADD 1 TO DEPTT-POS.

       FILTRA-LINEA-ORIGEN.
       READ REPORTE-ORIGEN
           AT END MOVE "S" TO ORIGEN-LEE-TODO
           NOT AT END
              ADD 1 TO NUMERO-LINEA-ORIGEN
              IF NUMERO-LINEA-ORIGEN = FORMATO-LINEA-TITULOS
                 MOVE LINEA-ORIGEN TO TITULOS-ORIGEN
              END-IF
              PERFORM CLASIFICA-LINEA-ORIGEN
              IF DEPARTAMENTO-LINEA NOT = SPACES
                  AND DEPARTAMENTO-LINEA = DEPTT-CODIGO(DEPTT-POS)
                 PERFORM ESCRIBE-LINEA-DEPARTAMENTO
              END-IF
       END-READ.

      ******************************************************************
      * Departamento al que pertenece la linea leida, en blanco si
      * no es una linea de detalle del formato.
      ******************************************************************
       CLASIFICA-LINEA-ORIGEN.
       MOVE SPACES TO DEPARTAMENTO-LINEA.
       IF FORMATO-CLAVE-TIPO = "D"
          MOVE LINEA-ORIGEN(FORMATO-CLAVE-COLUMNA:FORMATO-CLAVE-LARGO)
              TO DEPARTAMENTO-LINEA
       END-IF.
       IF FORMATO-CLAVE-TIPO = "E"
          IF LINEA-ORIGEN(FORMATO-CLAVE-COLUMNA:FORMATO-CLAVE-LARGO)
              IS NUMERIC
             MOVE LINEA-ORIGEN
                 (FORMATO-CLAVE-COLUMNA:FORMATO-CLAVE-LARGO)
                 TO EMPLEADOS-ID
             READ EMPLEADOS-ARCHIVO
                 INVALID KEY MOVE "N" TO ENCONTRADO
                 NOT INVALID KEY MOVE "S" TO ENCONTRADO
             END-READ
             IF ENCONTRADO = "S"
                MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-LINEA
             END-IF
          END-IF
       END-IF.
       IF FORMATO-CLAVE-TIPO = "S"
          IF FORMATO-MARCA-LARGO > 0
              AND LINEA-ORIGEN(1:FORMATO-MARCA-LARGO)
                  = FORMATO-MARCA-SECCION(1:FORMATO-MARCA-LARGO)
             MOVE LINEA-ORIGEN(FORMATO-MARCA-LARGO + 1:10)
                 TO SECCION-ACTUAL
          ELSE
             IF LINEA-ORIGEN
                 (FORMATO-CLAVE-COLUMNA:FORMATO-CLAVE-LARGO)
                 IS NUMERIC
                MOVE SECCION-ACTUAL TO DEPARTAMENTO-LINEA
             END-IF
          END-IF
       END-IF.

       ESCRIBE-LINEA-DEPARTAMENTO.
       IF PAGINA-DEPARTAMENTO = 0
           OR LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
          PERFORM ESCRIBE-CABECERA-DEPARTAMENTO
       END-IF.
       MOVE LINEA-ORIGEN TO LINEA-DEPARTAMENTO.
       WRITE LINEA-DEPARTAMENTO.
       ADD 1 TO LINEAS-EN-PAGINA.
       ADD 1 TO LINEAS-DEPARTAMENTO.
       IF FORMATO-IMPORTE-LARGO > 0
          IF LINEA-ORIGEN
              (FORMATO-IMPORTE-COLUMNA:FORMATO-IMPORTE-LARGO)
              NOT = SPACES
             ADD FUNCTION NUMVAL(LINEA-ORIGEN
                 (FORMATO-IMPORTE-COLUMNA:FORMATO-IMPORTE-LARGO))
                 TO IMPORTE-DEPARTAMENTO
          END-IF
       END-IF.

       ESCRIBE-CABECERA-DEPARTAMENTO.
       ADD 1 TO PAGINA-DEPARTAMENTO.
       MOVE 0 TO LINEAS-EN-PAGINA.
       IF PAGINA-DEPARTAMENTO > 1
          MOVE SPACES TO LINEA-DEPARTAMENTO
          WRITE LINEA-DEPARTAMENTO
       END-IF.
       MOVE SPACES TO LINEA-DEPARTAMENTO.
       STRING REPORTE-PEDIDO " - DEPARTAMENTO "
           DEPTT-CODIGO(DEPTT-POS) " - ORIGEN " ORIGEN-NOMBRE-ARCHIVO
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           " - PAGINA " PAGINA-DEPARTAMENTO
           DELIMITED BY SIZE INTO LINEA-DEPARTAMENTO.
       WRITE LINEA-DEPARTAMENTO.
       IF TITULOS-ORIGEN NOT = SPACES
          MOVE TITULOS-ORIGEN TO LINEA-DEPARTAMENTO
          WRITE LINEA-DEPARTAMENTO
       END-IF.

       ENTREGA-DESTINATARIO.
       IF DESTT-APTO(DESTT-POS) = "S"
           AND DESTT-DEPARTAMENTO(DESTT-POS) = DEPTT-CODIGO(DEPTT-POS)
          OPEN EXTEND SPOOL-INDICE
          IF SPOOL-INDICE-ESTADO = "35"
             OPEN OUTPUT SPOOL-INDICE
          END-IF
          MOVE SPACES TO SPOOL-INDICE-REGISTRO
          MOVE REPORTE-PEDIDO TO SPOOL-IDX-REPORTE
          MOVE REPARTO-NOMBRE-ARCHIVO TO SPOOL-IDX-ARCHIVO
          MOVE FECHA-ACTUAL(1:14) TO SPOOL-IDX-FECHA
          MOVE DESTT-DESTINATARIO(DESTT-POS) TO SPOOL-IDX-OPERADOR
          MOVE LINEAS-DEPARTAMENTO TO SPOOL-IDX-REGISTROS
          WRITE SPOOL-INDICE-REGISTRO
          CLOSE SPOOL-INDICE
          ADD 1 TO ENTREGAS-REGISTRADAS
          MOVE SPACES TO LINEA-DISTRIBUCION
          STRING "   ENTREGADO A " DESTT-DESTINATARIO(DESTT-POS)
              DELIMITED BY SIZE INTO LINEA-DISTRIBUCION
          WRITE LINEA-DISTRIBUCION
       END-IF.
       ADD 1 TO DESTT-POS.
       END PROGRAM REPARTE-INFORMES.

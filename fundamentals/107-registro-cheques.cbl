      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de cheques de nomina (CHEQUES.DAT), donde la
      *          nomina, las correcciones y el retorno bancario dejan
      *          el pago de los empleados sin cuenta valida. Modo 1:
      *          imprime en CHEQUES.RPT los cheques emitidos y aun
      *          no impresos, con el beneficiario y el importe en
      *          cifras y en letra, y los marca impresos. Modo 2:
      *          anula un cheque con su motivo (operador de nivel 3)
      *          y, si se pide, lo reemite por el mismo importe con
      *          el siguiente numero del talonario. Modo 3: anota el
      *          cobro de un cheque. Modo 4 (o en blanco, para la
      *          cadena nocturna): informe CHQCADUC.RPT de cheques
      *          sin cobrar pasados DIAS-CHEQUE-CADUCO dias de
      *          PARAMS.DAT (180 por omision) y control de saltos en
      *          la numeracion del registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-CHEQUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT CHEQUES-ARCHIVO ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUES-ESTADO-ARCHIVO.
           SELECT IMPRESION-CHEQUES ASSIGN TO "CHEQUES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-CADUCADOS ASSIGN TO "CHQCADUC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT SPOOL-INDICE ASSIGN TO "SPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-INDICE-ESTADO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Registro de cheques: estado E emitido, C cobrado, A anulado;
      * origen N nomina, C correccion, R rechazo del banco, S
      * sustitucion de un cheque anulado (cuyo numero va en
      * SUSTITUYE).
      ******************************************************************
       FD  CHEQUES-ARCHIVO.
       01  CHEQUE-REGISTRO.
           05 CHQ-NUMERO              PIC 9(5).
           05 CHQ-PERIODO             PIC X(6).
           05 CHQ-EMPLEADOS-ID        PIC 9(5).
           05 CHQ-IMPORTE             PIC 9(9)V99.
           05 CHQ-FECHA-EMISION       PIC 9(8).
           05 CHQ-ORIGEN              PIC X.
           05 CHQ-ESTADO              PIC X.
           05 CHQ-IMPRESO             PIC X.
           05 CHQ-FECHA-ESTADO        PIC 9(8).
           05 CHQ-SUSTITUYE           PIC 9(5).
           05 CHQ-OPERADOR            PIC X(10).
           05 CHQ-MOTIVO              PIC X(30).
       FD  IMPRESION-CHEQUES.
       01  LINEA-CHEQUE               PIC X(80).
       FD  REPORTE-CADUCADOS.
       01  LINEA-CADUCADO             PIC X(100).
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
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  CHEQUES-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  SPOOL-INDICE-ESTADO  PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  MODO-CHEQUES         PIC X.
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  NUMERO-BUSCADO       PIC 9(5).
       77  MOTIVO-ANULACION     PIC X(30).
       77  CONFIRMA-REEMISION   PIC X.
       77  FECHA-COBRO          PIC 9(8).
       77  DIAS-CADUCIDAD       PIC 9(5) VALUE 180.
       77  DIAS-PENDIENTE       PIC S9(7).
       77  ACCION-AUDITADA      PIC X(15).
       77  CIFRA-AUDITADA       PIC 9(5).
       77  REPORTE-SPOOL        PIC X(8).
       77  ARCHIVO-SPOOL        PIC X(12).
       77  CHEQUES-IMPRESOS     PIC 9(5) VALUE 0.
       77  CHEQUES-SIN-IMPRIMIR PIC 9(5) VALUE 0.
       77  CHEQUES-CADUCADOS    PIC 9(5) VALUE 0.
       77  SALTOS-NUMERACION    PIC 9(5) VALUE 0.
       77  IMPORTE-CADUCADO     PIC 9(11)V99 VALUE 0.
       77  IMPORTE-CIFRA        PIC *(9)9.99.
       77  IMPORTE-EDICION      PIC Z(10)9.99.
       77  NOMBRE-BENEFICIARIO  PIC X(40).
       77  DESCRIPCION-ORIGEN   PIC X(20).
       77  NUMERO-ANTERIOR      PIC 9(5).
       01  TABLA-CHEQUES.
           05 CHQT-ENTRADA OCCURS 1000 TIMES.
              10 CHQT-NUMERO          PIC 9(5).
              10 CHQT-PERIODO         PIC X(6).
              10 CHQT-EMPLEADOS-ID    PIC 9(5).
              10 CHQT-IMPORTE         PIC 9(9)V99.
              10 CHQT-FECHA-EMISION   PIC 9(8).
              10 CHQT-ORIGEN          PIC X.
              10 CHQT-ESTADO          PIC X.
              10 CHQT-IMPRESO         PIC X.
              10 CHQT-FECHA-ESTADO    PIC 9(8).
              10 CHQT-SUSTITUYE       PIC 9(5).
              10 CHQT-OPERADOR        PIC X(10).
              10 CHQT-MOTIVO          PIC X(30).
       77  CHQT-TOTAL           PIC 9(4) VALUE 0.
       77  CHQT-POS             PIC 9(4).
       77  CHQT-HALLADO         PIC X.
       77  CHQT-DESBORDE        PIC X VALUE "N".
      ******************************************************************
      * Peticion al subprograma EMITE-CHEQUE para la reemision.
      ******************************************************************
       01  DATOS-CHEQUE.
           05 CHEQUE-PERIODO          PIC X(6).
           05 CHEQUE-EMPLEADOS-ID     PIC 9(5).
           05 CHEQUE-IMPORTE          PIC 9(9)V99.
           05 CHEQUE-ORIGEN           PIC X.
           05 CHEQUE-SUSTITUYE        PIC 9(5).
           05 CHEQUE-OPERADOR         PIC X(10).
           05 CHEQUE-NUMERO           PIC 9(5).
           05 CHEQUE-RESULTADO        PIC X.
      ******************************************************************
      * Importe en letra, devuelto por IMPORTE-EN-LETRA ya partido en
      * lineas del ancho pedido.
      ******************************************************************
       77  IMPORTE-PARA-LETRA   PIC S9(9)V99.
       77  ANCHO-LETRA          PIC 9(3) VALUE 66.
       77  LINEAS-LETRA         PIC 9(2).
       77  LETRA-POS            PIC 9(2).
       01  TEXTO-LETRA.
           05 LINEA-LETRA OCCURS 10 TIMES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "REGISTRO DE CHEQUES DE NOMINA".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE SPACE TO MODO-CHEQUES.
       DISPLAY "1 - IMPRIMIR CHEQUES / 2 - ANULAR Y REEMITIR / "
           "3 - ANOTAR COBRO / 4 - CADUCADOS Y NUMERACION "
           "(EN BLANCO = 4): ".
       ACCEPT MODO-CHEQUES.
       PERFORM CARGA-REGISTRO-CHEQUES.
       IF CHQT-DESBORDE = "S"
          DISPLAY "CHEQUES.DAT TIENE MAS CHEQUES DE LOS QUE SE PUEDEN "
              "CARGAR; DEPURE LOS COBRADOS Y ANULADOS ANTIGUOS."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       IF MODO-CHEQUES = "1"
          PERFORM IMPRIME-CHEQUES-PENDIENTES
       ELSE
          IF MODO-CHEQUES = "2"
             PERFORM ANULA-CHEQUE
          ELSE
             IF MODO-CHEQUES = "3"
                PERFORM ANOTA-COBRO-CHEQUE
             ELSE
                PERFORM INFORME-CADUCADOS
             END-IF
          END-IF
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-REGISTRO-CHEQUES.
       MOVE 0 TO CHQT-TOTAL.
       OPEN INPUT CHEQUES-ARCHIVO.
       IF CHEQUES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-CHEQUE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CHEQUES-ARCHIVO.

       CARGA-UN-CHEQUE.
       READ CHEQUES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CHQT-TOTAL < 1000
                 ADD 1 TO CHQT-TOTAL
                 MOVE CHQ-NUMERO TO CHQT-NUMERO(CHQT-TOTAL)
                 MOVE CHQ-PERIODO TO CHQT-PERIODO(CHQT-TOTAL)
                 MOVE CHQ-EMPLEADOS-ID TO CHQT-EMPLEADOS-ID(CHQT-TOTAL)
                 MOVE CHQ-IMPORTE TO CHQT-IMPORTE(CHQT-TOTAL)
                 MOVE CHQ-FECHA-EMISION
                     TO CHQT-FECHA-EMISION(CHQT-TOTAL)
                 MOVE CHQ-ORIGEN TO CHQT-ORIGEN(CHQT-TOTAL)
                 MOVE CHQ-ESTADO TO CHQT-ESTADO(CHQT-TOTAL)
                 MOVE CHQ-IMPRESO TO CHQT-IMPRESO(CHQT-TOTAL)
                 MOVE CHQ-FECHA-ESTADO TO CHQT-FECHA-ESTADO(CHQT-TOTAL)
                 MOVE CHQ-SUSTITUYE TO CHQT-SUSTITUYE(CHQT-TOTAL)
                 MOVE CHQ-OPERADOR TO CHQT-OPERADOR(CHQT-TOTAL)
                 MOVE CHQ-MOTIVO TO CHQT-MOTIVO(CHQT-TOTAL)
              ELSE
                 MOVE "S" TO CHQT-DESBORDE
              END-IF
       END-READ.

       GRABA-REGISTRO-CHEQUES.
       OPEN OUTPUT CHEQUES-ARCHIVO.
       MOVE 1 TO CHQT-POS.
       PERFORM GRABA-UN-CHEQUE UNTIL CHQT-POS > CHQT-TOTAL.
       CLOSE CHEQUES-ARCHIVO.

       GRABA-UN-CHEQUE.
       MOVE CHQT-NUMERO(CHQT-POS) TO CHQ-NUMERO.
       MOVE CHQT-PERIODO(CHQT-POS) TO CHQ-PERIODO.
       MOVE CHQT-EMPLEADOS-ID(CHQT-POS) TO CHQ-EMPLEADOS-ID.
       MOVE CHQT-IMPORTE(CHQT-POS) TO CHQ-IMPORTE.
       MOVE CHQT-FECHA-EMISION(CHQT-POS) TO CHQ-FECHA-EMISION.
       MOVE CHQT-ORIGEN(CHQT-POS) TO CHQ-ORIGEN.
       MOVE CHQT-ESTADO(CHQT-POS) TO CHQ-ESTADO.
       MOVE CHQT-IMPRESO(CHQT-POS) TO CHQ-IMPRESO.
       MOVE CHQT-FECHA-ESTADO(CHQT-POS) TO CHQ-FECHA-ESTADO.
       MOVE CHQT-SUSTITUYE(CHQT-POS) TO CHQ-SUSTITUYE.
       MOVE CHQT-OPERADOR(CHQT-POS) TO CHQ-OPERADOR.
       MOVE CHQT-MOTIVO(CHQT-POS) TO CHQ-MOTIVO.
       WRITE CHEQUE-REGISTRO.
       ADD 1 TO CHQT-POS.

       LOCALIZA-CHEQUE.
       MOVE "N" TO CHQT-HALLADO.
       MOVE 1 TO CHQT-POS.
       PERFORM BUSCA-CHEQUE
           UNTIL CHQT-POS > CHQT-TOTAL OR CHQT-HALLADO = "S".

       BUSCA-CHEQUE.
       IF CHQT-NUMERO(CHQT-POS) = NUMERO-BUSCADO
          MOVE "S" TO CHQT-HALLADO
       ELSE
          ADD 1 TO CHQT-POS
       END-IF.

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-CHEQUES UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-CHEQUES.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

      ******************************************************************
      * Impresion de los cheques emitidos que aun no se han impreso,
      * uno por bloque, con el beneficiario del maestro y el importe
      * en cifras protegidas con asteriscos y en letra.
      ******************************************************************
       IMPRIME-CHEQUES-PENDIENTES.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT IMPRESION-CHEQUES.
       MOVE 1 TO CHQT-POS.
       PERFORM IMPRIME-UN-CHEQUE UNTIL CHQT-POS > CHQT-TOTAL.
       CLOSE IMPRESION-CHEQUES.
       CLOSE EMPLEADOS-ARCHIVO.
       IF CHEQUES-IMPRESOS = 0
          DISPLAY "NO HAY CHEQUES PENDIENTES DE IMPRIMIR."
       ELSE
          PERFORM GRABA-REGISTRO-CHEQUES
          MOVE "CHEQUES" TO REPORTE-SPOOL
          MOVE "CHEQUES.RPT" TO ARCHIVO-SPOOL
          MOVE CHEQUES-IMPRESOS TO CIFRA-AUDITADA
          PERFORM REGISTRA-SPOOL-CHEQUES
          MOVE "CHEQUE-IMPRIME" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA-CHEQUES
          DISPLAY CHEQUES-IMPRESOS " CHEQUES IMPRESOS EN CHEQUES.RPT."
       END-IF.

       IMPRIME-UN-CHEQUE.
       IF CHQT-ESTADO(CHQT-POS) = "E" AND CHQT-IMPRESO(CHQT-POS) = "N"
          PERFORM DETERMINA-BENEFICIARIO
          MOVE CHQT-IMPORTE(CHQT-POS) TO IMPORTE-CIFRA
          MOVE SPACES TO LINEA-CHEQUE
          STRING "CHEQUE N. " CHQT-NUMERO(CHQT-POS)
              "                              FECHA: "
              CHQT-FECHA-EMISION(CHQT-POS)
              DELIMITED BY SIZE INTO LINEA-CHEQUE
          WRITE LINEA-CHEQUE
          MOVE SPACES TO LINEA-CHEQUE
          WRITE LINEA-CHEQUE
          MOVE SPACES TO LINEA-CHEQUE
          STRING "PAGUESE A: " NOMBRE-BENEFICIARIO
              DELIMITED BY SIZE INTO LINEA-CHEQUE
          WRITE LINEA-CHEQUE
          MOVE SPACES TO LINEA-CHEQUE
          STRING "LA CANTIDAD DE: " IMPORTE-CIFRA " EUROS"
              DELIMITED BY SIZE INTO LINEA-CHEQUE
          WRITE LINEA-CHEQUE
          PERFORM ESCRIBE-IMPORTE-LETRA
          PERFORM DESCRIBE-ORIGEN-CHEQUE
          MOVE SPACES TO LINEA-CHEQUE
          STRING "CONCEPTO: " DESCRIPCION-ORIGEN " PERIODO "
              CHQT-PERIODO(CHQT-POS) " EMPLEADO "
              CHQT-EMPLEADOS-ID(CHQT-POS)
              DELIMITED BY SIZE INTO LINEA-CHEQUE
          WRITE LINEA-CHEQUE
          IF CHQT-SUSTITUYE(CHQT-POS) > 0
             MOVE SPACES TO LINEA-CHEQUE
             STRING "SUSTITUYE AL CHEQUE ANULADO N. "
                 CHQT-SUSTITUYE(CHQT-POS)
                 DELIMITED BY SIZE INTO LINEA-CHEQUE
             WRITE LINEA-CHEQUE
          END-IF
          MOVE ALL "-" TO LINEA-CHEQUE
          WRITE LINEA-CHEQUE
          MOVE "S" TO CHQT-IMPRESO(CHQT-POS)
          ADD 1 TO CHEQUES-IMPRESOS
       END-IF.
       ADD 1 TO CHQT-POS.

       DETERMINA-BENEFICIARIO.
       MOVE SPACES TO NOMBRE-BENEFICIARIO.
       MOVE CHQT-EMPLEADOS-ID(CHQT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
              STRING "EMPLEADO " CHQT-EMPLEADOS-ID(CHQT-POS)
                  DELIMITED BY SIZE INTO NOMBRE-BENEFICIARIO
           NOT INVALID KEY
              STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  EMPLEADOS-PRIMER-APELLIDO DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  EMPLEADOS-SEGUNDO-APELLIDO DELIMITED BY "  "
                  INTO NOMBRE-BENEFICIARIO
       END-READ.

       DESCRIBE-ORIGEN-CHEQUE.
       IF CHQT-ORIGEN(CHQT-POS) = "C"
          MOVE "CORRECCION NOMINA" TO DESCRIPCION-ORIGEN
       ELSE
          IF CHQT-ORIGEN(CHQT-POS) = "R"
             MOVE "DEVOLUCION BANCARIA" TO DESCRIPCION-ORIGEN
          ELSE
             MOVE "NOMINA" TO DESCRIPCION-ORIGEN
          END-IF
       END-IF.

      ******************************************************************
      * El importe en letra ocupa las lineas que necesite, cortadas
      * en el ultimo blanco antes de la columna 66.
      ******************************************************************
       ESCRIBE-IMPORTE-LETRA.
       MOVE CHQT-IMPORTE(CHQT-POS) TO IMPORTE-PARA-LETRA.
       CALL "IMPORTE-EN-LETRA" USING IMPORTE-PARA-LETRA ANCHO-LETRA
           LINEAS-LETRA TEXTO-LETRA.
       MOVE 1 TO LETRA-POS.
       PERFORM ESCRIBE-LINEA-LETRA UNTIL LETRA-POS > LINEAS-LETRA.

       ESCRIBE-LINEA-LETRA.
       MOVE SPACES TO LINEA-CHEQUE.
       IF LETRA-POS = 1
          STRING "SON: " LINEA-LETRA(LETRA-POS)(1:66)
              DELIMITED BY SIZE INTO LINEA-CHEQUE
       ELSE
          STRING "     " LINEA-LETRA(LETRA-POS)(1:66)
              DELIMITED BY SIZE INTO LINEA-CHEQUE
       END-IF.
       WRITE LINEA-CHEQUE.
       ADD 1 TO LETRA-POS.

      ******************************************************************
      * Anulacion con motivo obligatorio, solo para un operador de
      * nivel 3 y sobre un cheque emitido y no cobrado. La
      * reemision sale con el siguiente numero del talonario y
      * queda enlazada al anulado.
      ******************************************************************
       ANULA-CHEQUE.
       DISPLAY "OPERADOR DE NIVEL 3 QUE AUTORIZA: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. NO SE ANULA."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "NUMERO DE CHEQUE A ANULAR: ".
       ACCEPT NUMERO-BUSCADO.
       PERFORM LOCALIZA-CHEQUE.
       IF CHQT-HALLADO = "N"
          DISPLAY "EL CHEQUE " NUMERO-BUSCADO " NO ESTA EN EL "
              "REGISTRO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF CHQT-ESTADO(CHQT-POS) NOT = "E"
          DISPLAY "EL CHEQUE " NUMERO-BUSCADO " NO ESTA PENDIENTE DE "
              "COBRO (ESTADO " CHQT-ESTADO(CHQT-POS) ")."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE CHQT-IMPORTE(CHQT-POS) TO IMPORTE-EDICION.
       DISPLAY "CHEQUE " CHQT-NUMERO(CHQT-POS) " EMPLEADO "
           CHQT-EMPLEADOS-ID(CHQT-POS) " PERIODO "
           CHQT-PERIODO(CHQT-POS) " IMPORTE " IMPORTE-EDICION.
       MOVE SPACES TO MOTIVO-ANULACION.
       DISPLAY "MOTIVO DE LA ANULACION: ".
       ACCEPT MOTIVO-ANULACION.
       IF MOTIVO-ANULACION = SPACES
          DISPLAY "EL MOTIVO ES OBLIGATORIO. NO SE ANULA."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE "S" TO CONFIRMA-REEMISION.
       DISPLAY "REEMITIR POR EL MISMO IMPORTE (S/N, EN BLANCO = S): ".
       ACCEPT CONFIRMA-REEMISION.
       MOVE "A" TO CHQT-ESTADO(CHQT-POS).
       MOVE FECHA-PROCESO-NEGOCIO TO CHQT-FECHA-ESTADO(CHQT-POS).
       MOVE OPERADOR-ACTUAL TO CHQT-OPERADOR(CHQT-POS).
       MOVE MOTIVO-ANULACION TO CHQT-MOTIVO(CHQT-POS).
       MOVE CHQT-PERIODO(CHQT-POS) TO CHEQUE-PERIODO.
       MOVE CHQT-EMPLEADOS-ID(CHQT-POS) TO CHEQUE-EMPLEADOS-ID.
       MOVE CHQT-IMPORTE(CHQT-POS) TO CHEQUE-IMPORTE.
       PERFORM GRABA-REGISTRO-CHEQUES.
       MOVE "CHEQUE-ANULA" TO ACCION-AUDITADA.
       MOVE NUMERO-BUSCADO TO CIFRA-AUDITADA.
       PERFORM GRABA-AUDITORIA-CHEQUES.
       DISPLAY "CHEQUE " NUMERO-BUSCADO " ANULADO.".
       IF CONFIRMA-REEMISION NOT = "N" AND CONFIRMA-REEMISION NOT = "n"
          MOVE "S" TO CHEQUE-ORIGEN
          MOVE NUMERO-BUSCADO TO CHEQUE-SUSTITUYE
          MOVE OPERADOR-ACTUAL TO CHEQUE-OPERADOR
          CALL "EMITE-CHEQUE" USING DATOS-CHEQUE
          IF CHEQUE-RESULTADO = "S"
             MOVE "CHEQUE-REEMITE" TO ACCION-AUDITADA
             MOVE CHEQUE-NUMERO TO CIFRA-AUDITADA
             PERFORM GRABA-AUDITORIA-CHEQUES
             DISPLAY "REEMITIDO CON EL CHEQUE " CHEQUE-NUMERO
                 ". IMPRIMALO CON EL MODO 1."
          ELSE
             DISPLAY "NO SE PUDO REEMITIR EL CHEQUE."
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF.

       ANOTA-COBRO-CHEQUE.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       DISPLAY "NUMERO DE CHEQUE COBRADO: ".
       ACCEPT NUMERO-BUSCADO.
       PERFORM LOCALIZA-CHEQUE.
       IF CHQT-HALLADO = "N"
          DISPLAY "EL CHEQUE " NUMERO-BUSCADO " NO ESTA EN EL "
              "REGISTRO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF CHQT-ESTADO(CHQT-POS) NOT = "E"
          DISPLAY "EL CHEQUE " NUMERO-BUSCADO " NO ESTA PENDIENTE DE "
              "COBRO (ESTADO " CHQT-ESTADO(CHQT-POS) ")."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE 0 TO FECHA-COBRO.
       DISPLAY "FECHA DE COBRO AAAAMMDD (EN BLANCO = FECHA DE "
           "PROCESO): ".
       ACCEPT FECHA-COBRO.
       IF FECHA-COBRO = 0
          MOVE FECHA-PROCESO-NEGOCIO TO FECHA-COBRO
       END-IF.
       MOVE "C" TO CHQT-ESTADO(CHQT-POS).
       MOVE FECHA-COBRO TO CHQT-FECHA-ESTADO(CHQT-POS).
       MOVE OPERADOR-ACTUAL TO CHQT-OPERADOR(CHQT-POS).
       PERFORM GRABA-REGISTRO-CHEQUES.
       MOVE "CHEQUE-COBRO" TO ACCION-AUDITADA.
       MOVE NUMERO-BUSCADO TO CIFRA-AUDITADA.
       PERFORM GRABA-AUDITORIA-CHEQUES.
       DISPLAY "CHEQUE " NUMERO-BUSCADO " COBRADO EL " FECHA-COBRO ".".

      ******************************************************************
      * Cheques emitidos sin cobrar con mas dias que la caducidad
      * desde su emision, y control de la numeracion: el registro
      * se graba en orden de emision, asi que cada numero debe ser
      * el anterior mas uno.
      ******************************************************************
       INFORME-CADUCADOS.
       PERFORM CARGA-PARAMETROS-CHEQUES.
       OPEN OUTPUT REPORTE-CADUCADOS.
       MOVE SPACES TO LINEA-CADUCADO.
       STRING "CHEQUES SIN COBRAR CON MAS DE " DIAS-CADUCIDAD
           " DIAS A " FECHA-PROCESO-NEGOCIO
           DELIMITED BY SIZE INTO LINEA-CADUCADO.
       WRITE LINEA-CADUCADO.
       MOVE SPACES TO LINEA-CADUCADO.
       WRITE LINEA-CADUCADO.
       MOVE 1 TO CHQT-POS.
       PERFORM REVISA-UN-CHEQUE UNTIL CHQT-POS > CHQT-TOTAL.
       MOVE SPACES TO LINEA-CADUCADO.
       WRITE LINEA-CADUCADO.
       MOVE IMPORTE-CADUCADO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-CADUCADO.
       STRING "CHEQUES CADUCADOS: " CHEQUES-CADUCADOS
           " IMPORTE: " IMPORTE-EDICION
           " SALTOS DE NUMERACION: " SALTOS-NUMERACION
           " SIN IMPRIMIR: " CHEQUES-SIN-IMPRIMIR
           DELIMITED BY SIZE INTO LINEA-CADUCADO.
       WRITE LINEA-CADUCADO.
       CLOSE REPORTE-CADUCADOS.
       MOVE "CHQCADUC" TO REPORTE-SPOOL.
       MOVE "CHQCADUC.RPT" TO ARCHIVO-SPOOL.
       MOVE CHEQUES-CADUCADOS TO CIFRA-AUDITADA.
       PERFORM REGISTRA-SPOOL-CHEQUES.
       DISPLAY "CHEQUES CADUCADOS: " CHEQUES-CADUCADOS
           ". SALTOS DE NUMERACION: " SALTOS-NUMERACION
           ". VER CHQCADUC.RPT.".
       IF CHEQUES-CADUCADOS > 0 OR SALTOS-NUMERACION > 0
          MOVE 4 TO RETURN-CODE
       END-IF.

       REVISA-UN-CHEQUE.
       IF CHQT-POS > 1
          COMPUTE NUMERO-ANTERIOR = CHQT-NUMERO(CHQT-POS - 1) + 1
          IF CHQT-NUMERO(CHQT-POS) NOT = NUMERO-ANTERIOR
             ADD 1 TO SALTOS-NUMERACION
             MOVE SPACES TO LINEA-CADUCADO
             STRING "SALTO DE NUMERACION: DEL CHEQUE "
                 CHQT-NUMERO(CHQT-POS - 1) " SE PASA AL "
                 CHQT-NUMERO(CHQT-POS)
                 DELIMITED BY SIZE INTO LINEA-CADUCADO
             WRITE LINEA-CADUCADO
          END-IF
       END-IF.
       IF CHQT-ESTADO(CHQT-POS) = "E"
          IF CHQT-IMPRESO(CHQT-POS) = "N"
             ADD 1 TO CHEQUES-SIN-IMPRIMIR
          END-IF
          COMPUTE DIAS-PENDIENTE
              = FUNCTION INTEGER-OF-DATE(FECHA-PROCESO-NEGOCIO)
              - FUNCTION INTEGER-OF-DATE(CHQT-FECHA-EMISION(CHQT-POS))
          IF DIAS-PENDIENTE > DIAS-CADUCIDAD
             ADD 1 TO CHEQUES-CADUCADOS
             ADD CHQT-IMPORTE(CHQT-POS) TO IMPORTE-CADUCADO
             MOVE CHQT-IMPORTE(CHQT-POS) TO IMPORTE-EDICION
             MOVE SPACES TO LINEA-CADUCADO
             STRING "CHEQUE " CHQT-NUMERO(CHQT-POS) " EMPLEADO "
                 CHQT-EMPLEADOS-ID(CHQT-POS) " PERIODO "
                 CHQT-PERIODO(CHQT-POS) " EMITIDO "
                 CHQT-FECHA-EMISION(CHQT-POS) " IMPORTE "
                 IMPORTE-EDICION " DIAS " DIAS-PENDIENTE
                 DELIMITED BY SIZE INTO LINEA-CADUCADO
             WRITE LINEA-CADUCADO
          END-IF
       END-IF.
       ADD 1 TO CHQT-POS.

       CARGA-PARAMETROS-CHEQUES.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM APLICA-PARAMETRO-CHEQUES UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.
       IF DIAS-CADUCIDAD = 0
          MOVE 180 TO DIAS-CADUCIDAD
       END-IF.

       APLICA-PARAMETRO-CHEQUES.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "DIAS-CHEQUE-CADUCO"
                 MOVE PARAM-VALOR TO DIAS-CADUCIDAD
              END-IF
       END-READ.

       REGISTRA-SPOOL-CHEQUES.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO = "35"
          OPEN OUTPUT SPOOL-INDICE
       END-IF.
       MOVE SPACES TO SPOOL-INDICE-REGISTRO.
       MOVE REPORTE-SPOOL TO SPOOL-IDX-REPORTE.
       MOVE ARCHIVO-SPOOL TO SPOOL-IDX-ARCHIVO.
       MOVE FECHA-ACTUAL(1:14) TO SPOOL-IDX-FECHA.
       MOVE OPERADOR-ACTUAL TO SPOOL-IDX-OPERADOR.
       MOVE CIFRA-AUDITADA TO SPOOL-IDX-REGISTROS.
       WRITE SPOOL-INDICE-REGISTRO.
       CLOSE SPOOL-INDICE.

      ******************************************************************
      * El numero de cheque (o la cifra de cheques impresos) va en
      * el campo del ID, como las demas cifras de la auditoria.
      ******************************************************************
       GRABA-AUDITORIA-CHEQUES.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE ACCION-AUDITADA TO AUDIT-ACCION.
       MOVE CIFRA-AUDITADA TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       END PROGRAM REGISTRO-CHEQUES.

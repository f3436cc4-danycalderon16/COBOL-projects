      ******************************************************************
      * Author:
      * Date:
      * Purpose: Correspondencia con el empleado a partir de
      *          plantillas: PLANTCAR.DAT guarda el texto de cada
      *          carta (codigo de plantilla y linea) con campos de
      *          fusion entre ampersands (&NOMBRE&, &APELLIDOS&,
      *          &APELLIDO1&, &APELLIDO2&, &NIF&, &DEPTO&,
      *          &SALARIO&, &PUESTO&, &FECHA-ALTA&, &FECHA-EFECTO&,
      *          &FECHA-HOY&, &REF&, &ID&). Las
      *          cartas salen para un empleado o para todos los que
      *          toca un hecho: los ajustes de AJUSTES.DAT ya en
      *          vigor, los contratos temporales que vencen dentro
      *          del horizonte de VENCE-CONTRATOS o las altas del
      *          dia. Cada carta lleva un numero correlativo de
      *          CARTASEQ.DAT, como los certificados con CERTSEQ.DAT,
      *          sale en CRTnnnnn.RPT y queda registrada en el indice
      *          del spool y en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-CARTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT PLANTILLAS-ARCHIVO ASSIGN TO "PLANTCAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANTILLAS-ESTADO-ARCHIVO.
           SELECT CARTASEC-ARCHIVO ASSIGN TO "CARTASEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTASEC-ESTADO-ARCHIVO.
           SELECT DOCUMENTO-CARTA ASSIGN TO CARTA-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AJUSTES-ARCHIVO ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJUSTES-ESTADO-ARCHIVO.
           SELECT CONTRATOS-ARCHIVO ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATOS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT PUESTOS-ARCHIVO ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUESTOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGNA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASIGNA-CLAVE
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.
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
      * Plantilla de carta: una linea de texto por registro, en el
      * orden del archivo, bajo su codigo (SALA cambio de salario,
      * RENO renovacion de contrato, BIEN bienvenida, BAJA aviso
      * de baja, u otros que se den de alta).
      ******************************************************************
       FD  PLANTILLAS-ARCHIVO.
       01  PLANTILLA-REGISTRO.
           05 PLANTILLA-CODIGO        PIC X(4).
           05 PLANTILLA-TEXTO         PIC X(76).
       FD  CARTASEC-ARCHIVO.
       01  CARTASEC-REGISTRO          PIC 9(5).
       FD  DOCUMENTO-CARTA.
       01  LINEA-CARTA                PIC X(100).
       FD  AJUSTES-ARCHIVO.
       01  AJUSTE-REGISTRO.
           05 AJUSTE-OBJETIVO         PIC X.
           05 AJUSTE-CLAVE            PIC X(10).
           05 AJUSTE-TIPO             PIC X.
           05 AJUSTE-IMPORTE          PIC S9(7)V99.
           05 AJUSTE-FECHA-EFECTIVA   PIC 9(8).
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
       FD  PUESTOS-ARCHIVO.
       01  PUESTO-REGISTRO.
           05 PUESTO-REG-CODIGO       PIC X(8).
           05 PUESTO-REG-TITULO       PIC X(25).
           05 PUESTO-REG-DEPARTAMENTO PIC X(10).
           05 PUESTO-REG-GRADO        PIC 9(2).
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIGNA-CLAVE.
              10 ASIGNA-EMPLEADOS-ID  PIC 9(5).
              10 ASIGNA-PUESTO        PIC X(8).
              10 ASIGNA-FECHA-DESDE   PIC 9(8).
           05 ASIGNA-FECHA-HASTA      PIC 9(8).
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
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  PLANTILLAS-ESTADO-ARCHIVO PIC X(2).
       77  CARTASEC-ESTADO-ARCHIVO PIC X(2).
       77  AJUSTES-ESTADO-ARCHIVO PIC X(2).
       77  CONTRATOS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  PUESTOS-ESTADO-ARCHIVO PIC X(2).
       77  ASIGNACIONES-ESTADO-ARCHIVO PIC X(2).
       77  SPOOL-INDICE-ESTADO  PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  CARTA-NOMBRE-ARCHIVO PIC X(12).
       77  LEE-TODO             PIC X VALUE "N".
       77  CARGA-LEE-TODO       PIC X.
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-DE-HOY         PIC 9(8).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  OPERADOR-ACTUAL      PIC X(10).
       77  MODO-CARTAS          PIC X.
       77  CODIGO-PLANTILLA     PIC X(4).
       77  ID-BUSCADO           PIC 9(5).
       77  FECHA-EFECTO         PIC 9(8).
       77  HORIZONTE-DIAS       PIC 9(3) VALUE 30.
       77  DIAS-HASTA-FIN       PIC S9(5).
       77  REFERENCIA-CARTA     PIC 9(5) VALUE 0.
       77  CARTAS-EMITIDAS      PIC 9(5) VALUE 0.
       77  LINEAS-CARTA         PIC 9(5) VALUE 0.
      ******************************************************************
      * Fusion de una linea de plantilla: se copia caracter a
      * caracter y cada campo entre ampersands se sustituye por su
      * valor sin los blancos de relleno. Un campo que no se conoce
      * se deja tal cual para que se vea en la carta.
      ******************************************************************
       77  POS-PLANTILLA        PIC 9(3).
       77  PUNTERO-SALIDA       PIC 9(3).
       77  CAMPO-FUSION         PIC X(15).
       77  LARGO-CAMPO          PIC 9(2).
       77  VALOR-FUSION         PIC X(51).
       77  BLANCOS-INICIALES    PIC 9(2).
       77  CAMPO-CONOCIDO       PIC X.
       77  SALARIO-EDICION      PIC Z(6)9.99.
       77  FECHA-A-EDITAR       PIC 9(8).
       77  FECHA-A-EDITAR-X REDEFINES FECHA-A-EDITAR PIC X(8).
       77  FECHA-EDITADA        PIC X(10).
       77  PUESTO-FUSION        PIC X(25).
       01  TABLA-PLANTILLA.
           05 PLANT-LINEA OCCURS 100 TIMES PIC X(76).
       77  PLANT-TOTAL          PIC 9(3) VALUE 0.
       77  PLANT-POS            PIC 9(3).
       01  TABLA-AJUSTES.
           05 AJUSTE-ENTRADA OCCURS 500 TIMES.
              10 AJT-OBJETIVO         PIC X.
              10 AJT-CLAVE            PIC X(10).
              10 AJT-FECHA            PIC 9(8).
       77  AJUSTES-TOTAL        PIC 9(3) VALUE 0.
       77  AJUSTE-POS           PIC 9(3).
       77  AJUSTE-HALLADO       PIC X.
       77  CLAVE-EMPLEADO       PIC X(10).
       01  TABLA-VIGENTES.
           05 VIGT-ENTRADA OCCURS 100 TIMES.
              10 VIGT-ID              PIC 9(5).
              10 VIGT-TIPO            PIC X.
              10 VIGT-INICIO          PIC 9(8).
              10 VIGT-FIN             PIC 9(8).
              10 VIGT-RENOVACIONES    PIC 9(2).
       77  VIGT-TOTAL           PIC 9(3) VALUE 0.
       77  VIGT-POS             PIC 9(3).
       77  VIGT-HALLADO         PIC X.
       01  TABLA-PUESTOS.
           05 PUESTT-ENTRADA OCCURS 100 TIMES.
              10 PUESTT-CODIGO        PIC X(8).
              10 PUESTT-TITULO        PIC X(25).
       77  PUESTT-TOTAL         PIC 9(3) VALUE 0.
       77  PUESTT-POS           PIC 9(3).
       77  PUESTT-HALLADO       PIC X.
       01  TABLA-ASIGNACIONES.
           05 ASIGT-ENTRADA OCCURS 1000 TIMES.
              10 ASIGT-ID             PIC 9(5).
              10 ASIGT-PUESTO         PIC X(8).
       77  ASIGT-TOTAL          PIC 9(4) VALUE 0.
       77  ASIGT-POS            PIC 9(4).
       77  ASIGT-HALLADO        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "GENERACION DE CARTAS AL EMPLEADO".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY.
       DISPLAY "1 - UN EMPLEADO / 2 - AJUSTES DE SALARIO APLICADOS / "
           "3 - CONTRATOS POR VENCER / 4 - ALTAS DEL DIA: ".
       ACCEPT MODO-CARTAS.
       IF MODO-CARTAS NOT = "1" AND MODO-CARTAS NOT = "2"
           AND MODO-CARTAS NOT = "3" AND MODO-CARTAS NOT = "4"
          DISPLAY "MODO NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "CODIGO DE PLANTILLA (BLANCO = LA DEL MODO): ".
       ACCEPT CODIGO-PLANTILLA.
       IF CODIGO-PLANTILLA = SPACES
          PERFORM ASIGNA-PLANTILLA-MODO
       END-IF.
       PERFORM CARGA-PLANTILLA.
       IF PLANT-TOTAL = 0
          DISPLAY "NO HAY PLANTILLA " CODIGO-PLANTILLA
              " EN PLANTCAR.DAT."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-PUESTOS.
       PERFORM CARGA-ASIGNACIONES.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM LEE-SECUENCIA-CARTA.
       IF MODO-CARTAS = "1"
          PERFORM CARTA-UN-EMPLEADO
       ELSE
          IF MODO-CARTAS = "2"
             PERFORM CARTAS-AJUSTES
          ELSE
             IF MODO-CARTAS = "3"
                PERFORM CARTAS-CONTRATOS
             ELSE
                PERFORM CARTAS-ALTAS-DIA
             END-IF
          END-IF
       END-IF.
       CLOSE EMPLEADOS-ARCHIVO.
       DISPLAY "CARTAS EMITIDAS CON LA PLANTILLA " CODIGO-PLANTILLA
           ": " CARTAS-EMITIDAS ".".
       IF CARTAS-EMITIDAS = 0
          MOVE 8 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       ASIGNA-PLANTILLA-MODO.
       IF MODO-CARTAS = "2"
          MOVE "SALA" TO CODIGO-PLANTILLA
       ELSE
          IF MODO-CARTAS = "3"
             MOVE "RENO" TO CODIGO-PLANTILLA
          ELSE
             IF MODO-CARTAS = "4"
                MOVE "BIEN" TO CODIGO-PLANTILLA
             ELSE
                MOVE "BAJA" TO CODIGO-PLANTILLA
             END-IF
          END-IF
       END-IF.

       CARGA-PLANTILLA.
       MOVE 0 TO PLANT-TOTAL.
       OPEN INPUT PLANTILLAS-ARCHIVO.
       IF PLANTILLAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-LINEA-PLANTILLA UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE PLANTILLAS-ARCHIVO.

       CARGA-LINEA-PLANTILLA.
       READ PLANTILLAS-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF PLANTILLA-CODIGO = CODIGO-PLANTILLA
                 IF PLANT-TOTAL < 100
                    ADD 1 TO PLANT-TOTAL
                    MOVE PLANTILLA-TEXTO TO PLANT-LINEA(PLANT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE PLANTILLA LLENA."
                 END-IF
              END-IF
       END-READ.

       CARGA-PUESTOS.
       MOVE 0 TO PUESTT-TOTAL.
       OPEN INPUT PUESTOS-ARCHIVO.
       IF PUESTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-UN-PUESTO UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE PUESTOS-ARCHIVO.

       CARGA-UN-PUESTO.
       READ PUESTOS-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF PUESTT-TOTAL < 100
                 ADD 1 TO PUESTT-TOTAL
                 MOVE PUESTO-REG-CODIGO TO PUESTT-CODIGO(PUESTT-TOTAL)
                 MOVE PUESTO-REG-TITULO TO PUESTT-TITULO(PUESTT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PUESTOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Solo interesa el puesto vigente (asignacion sin fecha hasta)
      * de cada empleado.
      ******************************************************************
       CARGA-ASIGNACIONES.
       MOVE 0 TO ASIGT-TOTAL.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-UNA-ASIGNACION UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE ASIGNACIONES-ARCHIVO.

       CARGA-UNA-ASIGNACION.
       READ ASIGNACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF ASIGNA-FECHA-HASTA = 0
                 IF ASIGT-TOTAL < 1000
                    ADD 1 TO ASIGT-TOTAL
                    MOVE ASIGNA-EMPLEADOS-ID TO ASIGT-ID(ASIGT-TOTAL)
                    MOVE ASIGNA-PUESTO TO ASIGT-PUESTO(ASIGT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE ASIGNACIONES LLENA."
                 END-IF
              END-IF
       END-READ.

       LEE-SECUENCIA-CARTA.
       MOVE 0 TO REFERENCIA-CARTA.
       OPEN INPUT CARTASEC-ARCHIVO.
       IF CARTASEC-ESTADO-ARCHIVO = "00"
          READ CARTASEC-ARCHIVO INTO REFERENCIA-CARTA
              AT END CONTINUE
          END-READ
       END-IF.
       CLOSE CARTASEC-ARCHIVO.

       GRABA-SECUENCIA-CARTA.
       OPEN OUTPUT CARTASEC-ARCHIVO.
       MOVE REFERENCIA-CARTA TO CARTASEC-REGISTRO.
       WRITE CARTASEC-REGISTRO.
       CLOSE CARTASEC-ARCHIVO.

      ******************************************************************
      * Un empleado, con la fecha del hecho que indique el operador
      * (la fecha de proceso si la deja en cero).
      ******************************************************************
       CARTA-UN-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       DISPLAY "FECHA DEL HECHO (AAAAMMDD, 0 = FECHA DE PROCESO): ".
       ACCEPT FECHA-EFECTO.
       IF FECHA-EFECTO = 0
          MOVE FECHA-PROCESO-NEGOCIO TO FECHA-EFECTO
       END-IF.
       MOVE ID-BUSCADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY MOVE "N" TO ENCONTRADO
           NOT INVALID KEY MOVE "S" TO ENCONTRADO
       END-READ.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM EMITE-CARTA
       END-IF.

       INICIA-LECTURA-EMPLEADOS.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "N" TO LEE-TODO.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          PERFORM LEE-SIGUIENTE-EMPLEADO
       END-IF.

       LEE-SIGUIENTE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

      ******************************************************************
      * Ajustes de AJUSTES.DAT ya en vigor, con la misma regla que
      * AJUSTA-SALARIOS: a cada empleado activo le toca el ajuste por
      * su ID y, si no tiene, el de su departamento. Una carta por
      * empleado, con la fecha efectiva del ajuste.
      ******************************************************************
       CARTAS-AJUSTES.
       MOVE 0 TO AJUSTES-TOTAL.
       OPEN INPUT AJUSTES-ARCHIVO.
       IF AJUSTES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-UN-AJUSTE UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE AJUSTES-ARCHIVO.
       IF AJUSTES-TOTAL = 0
          DISPLAY "NO HAY AJUSTES EN VIGOR EN AJUSTES.DAT."
       ELSE
          PERFORM INICIA-LECTURA-EMPLEADOS
          PERFORM CARTA-AJUSTE-EMPLEADO UNTIL LEE-TODO = "S"
       END-IF.

       CARGA-UN-AJUSTE.
       READ AJUSTES-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF AJUSTE-FECHA-EFECTIVA <= FECHA-DE-HOY
                 IF AJUSTES-TOTAL < 500
                    ADD 1 TO AJUSTES-TOTAL
                    MOVE AJUSTE-OBJETIVO
                        TO AJT-OBJETIVO(AJUSTES-TOTAL)
                    MOVE AJUSTE-CLAVE TO AJT-CLAVE(AJUSTES-TOTAL)
                    MOVE AJUSTE-FECHA-EFECTIVA
                        TO AJT-FECHA(AJUSTES-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE AJUSTES LLENA."
                 END-IF
              END-IF
       END-READ.

       CARTA-AJUSTE-EMPLEADO.
       IF EMPLEADO-ACTIVO
          MOVE SPACES TO CLAVE-EMPLEADO
          MOVE EMPLEADOS-ID TO CLAVE-EMPLEADO(1:5)
          MOVE "N" TO AJUSTE-HALLADO
          MOVE 1 TO AJUSTE-POS
          PERFORM BUSCA-AJUSTE-EMPLEADO
              UNTIL AJUSTE-POS > AJUSTES-TOTAL
              OR AJUSTE-HALLADO = "S"
          IF AJUSTE-HALLADO = "N"
             MOVE 1 TO AJUSTE-POS
             PERFORM BUSCA-AJUSTE-DEPTO
                 UNTIL AJUSTE-POS > AJUSTES-TOTAL
                 OR AJUSTE-HALLADO = "S"
          END-IF
          IF AJUSTE-HALLADO = "S"
             MOVE AJT-FECHA(AJUSTE-POS) TO FECHA-EFECTO
             PERFORM EMITE-CARTA
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       BUSCA-AJUSTE-EMPLEADO.
       IF AJT-OBJETIVO(AJUSTE-POS) = "E"
           AND AJT-CLAVE(AJUSTE-POS) = CLAVE-EMPLEADO
          MOVE "S" TO AJUSTE-HALLADO
       ELSE
          ADD 1 TO AJUSTE-POS
       END-IF.

       BUSCA-AJUSTE-DEPTO.
       IF AJT-OBJETIVO(AJUSTE-POS) = "D"
           AND AJT-CLAVE(AJUSTE-POS) = EMPLEADOS-DEPARTAMENTO
          MOVE "S" TO AJUSTE-HALLADO
       ELSE
          ADD 1 TO AJUSTE-POS
       END-IF.

      ******************************************************************
      * Contratos temporales del control de VENCE-CONTRATOS: ultimo
      * tramo de cada empleado activo que termina entre la fecha de
      * proceso y el horizonte HORIZONTE-CTR de PARAMS.DAT. La fecha
      * del hecho es el fin del contrato.
      ******************************************************************
       CARTAS-CONTRATOS.
       PERFORM CARGA-HORIZONTE-CONTRATOS.
       MOVE 0 TO VIGT-TOTAL.
       OPEN INPUT CONTRATOS-ARCHIVO.
       IF CONTRATOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-TRAMO-VIGENTE UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE CONTRATOS-ARCHIVO.
       MOVE 1 TO VIGT-POS.
       PERFORM CARTA-TRAMO-VIGENTE UNTIL VIGT-POS > VIGT-TOTAL.

       CARGA-HORIZONTE-CONTRATOS.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM APLICA-PARAMETRO-HORIZONTE
              UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-HORIZONTE.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "HORIZONTE-CTR"
                 MOVE PARAM-VALOR TO HORIZONTE-DIAS
              END-IF
       END-READ.

       CARGA-TRAMO-VIGENTE.
       READ CONTRATOS-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              MOVE "N" TO VIGT-HALLADO
              MOVE 1 TO VIGT-POS
              PERFORM BUSCA-TITULAR-VIGENTE
                  UNTIL VIGT-POS > VIGT-TOTAL
                  OR VIGT-HALLADO = "S"
              IF VIGT-HALLADO = "N"
                 IF VIGT-TOTAL < 100
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
       MOVE CONTRATO-FIN TO VIGT-FIN(VIGT-POS).
       MOVE CONTRATO-RENOVACIONES TO VIGT-RENOVACIONES(VIGT-POS).

       CARTA-TRAMO-VIGENTE.
       IF VIGT-TIPO(VIGT-POS) = "T"
           AND VIGT-FIN(VIGT-POS) >= FECHA-PROCESO-NEGOCIO
          COMPUTE DIAS-HASTA-FIN
              = FUNCTION INTEGER-OF-DATE(VIGT-FIN(VIGT-POS))
              - FUNCTION INTEGER-OF-DATE(FECHA-PROCESO-NEGOCIO)
          IF DIAS-HASTA-FIN <= HORIZONTE-DIAS
             MOVE VIGT-ID(VIGT-POS) TO EMPLEADOS-ID
             READ EMPLEADOS-ARCHIVO
                 INVALID KEY MOVE "N" TO ENCONTRADO
                 NOT INVALID KEY MOVE "S" TO ENCONTRADO
             END-READ
             IF ENCONTRADO = "S" AND EMPLEADO-ACTIVO
                MOVE VIGT-FIN(VIGT-POS) TO FECHA-EFECTO
                PERFORM EMITE-CARTA
             END-IF
          END-IF
       END-IF.
       ADD 1 TO VIGT-POS.

      ******************************************************************
      * Altas del dia: empleados activos con fecha de alta igual a
      * la fecha de proceso.
      ******************************************************************
       CARTAS-ALTAS-DIA.
       PERFORM INICIA-LECTURA-EMPLEADOS.
       PERFORM CARTA-ALTA-EMPLEADO UNTIL LEE-TODO = "S".

       CARTA-ALTA-EMPLEADO.
       IF EMPLEADO-ACTIVO
           AND EMPLEADOS-FECHA-ALTA = FECHA-PROCESO-NEGOCIO
          MOVE EMPLEADOS-FECHA-ALTA TO FECHA-EFECTO
          PERFORM EMITE-CARTA
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

      ******************************************************************
      * Una carta: referencia correlativa, cabecera con la fecha de
      * expedicion, el cuerpo fusionado de la plantilla, registro
      * en el indice del spool y en la auditoria.
      ******************************************************************
       EMITE-CARTA.
       ADD 1 TO REFERENCIA-CARTA.
       PERFORM GRABA-SECUENCIA-CARTA.
       PERFORM BUSCA-PUESTO-EMPLEADO.
       MOVE SPACES TO CARTA-NOMBRE-ARCHIVO.
       STRING "CRT" REFERENCIA-CARTA ".RPT"
           DELIMITED BY SIZE INTO CARTA-NOMBRE-ARCHIVO.
       OPEN OUTPUT DOCUMENTO-CARTA.
       MOVE 0 TO LINEAS-CARTA.
       MOVE FECHA-DE-HOY TO FECHA-A-EDITAR.
       PERFORM EDITA-FECHA-FUSION.
       MOVE SPACES TO LINEA-CARTA.
       STRING "REF. CARTA " REFERENCIA-CARTA " (" CODIGO-PLANTILLA
           ")   FECHA: " FECHA-EDITADA
           DELIMITED BY SIZE INTO LINEA-CARTA.
       WRITE LINEA-CARTA.
       MOVE SPACES TO LINEA-CARTA.
       WRITE LINEA-CARTA.
       ADD 2 TO LINEAS-CARTA.
       MOVE 1 TO PLANT-POS.
       PERFORM ESCRIBE-LINEA-CARTA UNTIL PLANT-POS > PLANT-TOTAL.
       CLOSE DOCUMENTO-CARTA.
       ADD 1 TO CARTAS-EMITIDAS.
       DISPLAY "CARTA REF " REFERENCIA-CARTA " PARA " EMPLEADOS-ID
           " " EMPLEADOS-NOMBRE " " EMPLEADOS-APELLIDOS
           " ESCRITA EN " CARTA-NOMBRE-ARCHIVO.
       PERFORM REGISTRA-SPOOL-CARTA.
       PERFORM GRABA-AUDITORIA-CARTA.

       BUSCA-PUESTO-EMPLEADO.
       MOVE SPACES TO PUESTO-FUSION.
       MOVE "N" TO ASIGT-HALLADO.
       MOVE 1 TO ASIGT-POS.
       PERFORM BUSCA-ASIGNACION-EMPLEADO
           UNTIL ASIGT-POS > ASIGT-TOTAL OR ASIGT-HALLADO = "S".
       IF ASIGT-HALLADO = "S"
          MOVE ASIGT-PUESTO(ASIGT-POS) TO PUESTO-FUSION
          MOVE "N" TO PUESTT-HALLADO
          MOVE 1 TO PUESTT-POS
          PERFORM BUSCA-TITULO-PUESTO
              UNTIL PUESTT-POS > PUESTT-TOTAL OR PUESTT-HALLADO = "S"
          IF PUESTT-HALLADO = "S"
             MOVE PUESTT-TITULO(PUESTT-POS) TO PUESTO-FUSION
          END-IF
       END-IF.

       BUSCA-ASIGNACION-EMPLEADO.
       IF ASIGT-ID(ASIGT-POS) = EMPLEADOS-ID
          MOVE "S" TO ASIGT-HALLADO
       ELSE
          ADD 1 TO ASIGT-POS
       END-IF.

       BUSCA-TITULO-PUESTO.
       IF PUESTT-CODIGO(PUESTT-POS) = ASIGT-PUESTO(ASIGT-POS)
          MOVE "S" TO PUESTT-HALLADO
       ELSE
          ADD 1 TO PUESTT-POS
       END-IF.

       ESCRIBE-LINEA-CARTA.
       MOVE SPACES TO LINEA-CARTA.
       MOVE 1 TO PUNTERO-SALIDA.
       MOVE 1 TO POS-PLANTILLA.
       PERFORM FUNDE-CARACTER UNTIL POS-PLANTILLA > 76.
       WRITE LINEA-CARTA.
       ADD 1 TO LINEAS-CARTA.
       ADD 1 TO PLANT-POS.

       FUNDE-CARACTER.
       IF PLANT-LINEA(PLANT-POS)(POS-PLANTILLA:1) = "&"
          MOVE SPACES TO CAMPO-FUSION
          MOVE 0 TO LARGO-CAMPO
          ADD 1 TO POS-PLANTILLA
          PERFORM LEE-NOMBRE-CAMPO
              UNTIL POS-PLANTILLA > 76
              OR PLANT-LINEA(PLANT-POS)(POS-PLANTILLA:1) = "&"
          ADD 1 TO POS-PLANTILLA
          PERFORM SUSTITUYE-CAMPO
       ELSE
          IF PUNTERO-SALIDA <= 100
             MOVE PLANT-LINEA(PLANT-POS)(POS-PLANTILLA:1)
                 TO LINEA-CARTA(PUNTERO-SALIDA:1)
             ADD 1 TO PUNTERO-SALIDA
          END-IF
          ADD 1 TO POS-PLANTILLA
       END-IF.

       LEE-NOMBRE-CAMPO.
       IF LARGO-CAMPO < 15
          ADD 1 TO LARGO-CAMPO
          MOVE PLANT-LINEA(PLANT-POS)(POS-PLANTILLA:1)
              TO CAMPO-FUSION(LARGO-CAMPO:1)
       END-IF.
       ADD 1 TO POS-PLANTILLA.

       SUSTITUYE-CAMPO.
       MOVE SPACES TO VALOR-FUSION.
       MOVE "S" TO CAMPO-CONOCIDO.
       EVALUATE CAMPO-FUSION
          WHEN "NOMBRE"
             MOVE EMPLEADOS-NOMBRE TO VALOR-FUSION
          WHEN "APELLIDOS"
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             MOVE APELLIDOS-MOSTRADOS TO VALOR-FUSION
          WHEN "APELLIDO1"
             MOVE EMPLEADOS-PRIMER-APELLIDO TO VALOR-FUSION
          WHEN "APELLIDO2"
             MOVE EMPLEADOS-SEGUNDO-APELLIDO TO VALOR-FUSION
          WHEN "NIF"
             MOVE EMPLEADOS-NIF TO VALOR-FUSION
          WHEN "DEPTO"
             MOVE EMPLEADOS-DEPARTAMENTO TO VALOR-FUSION
          WHEN "SALARIO"
             MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION
             MOVE SALARIO-EDICION TO VALOR-FUSION
          WHEN "PUESTO"
             MOVE PUESTO-FUSION TO VALOR-FUSION
          WHEN "FECHA-ALTA"
             MOVE EMPLEADOS-FECHA-ALTA TO FECHA-A-EDITAR
             PERFORM EDITA-FECHA-FUSION
             MOVE FECHA-EDITADA TO VALOR-FUSION
          WHEN "FECHA-EFECTO"
             MOVE FECHA-EFECTO TO FECHA-A-EDITAR
             PERFORM EDITA-FECHA-FUSION
             MOVE FECHA-EDITADA TO VALOR-FUSION
          WHEN "FECHA-HOY"
             MOVE FECHA-DE-HOY TO FECHA-A-EDITAR
             PERFORM EDITA-FECHA-FUSION
             MOVE FECHA-EDITADA TO VALOR-FUSION
          WHEN "REF"
             MOVE REFERENCIA-CARTA TO VALOR-FUSION
          WHEN "ID"
             MOVE EMPLEADOS-ID TO VALOR-FUSION
          WHEN OTHER
             MOVE "N" TO CAMPO-CONOCIDO
       END-EVALUATE.
       IF CAMPO-CONOCIDO = "N"
          STRING "&" CAMPO-FUSION DELIMITED BY SPACE "&"
              DELIMITED BY SIZE
              INTO LINEA-CARTA WITH POINTER PUNTERO-SALIDA
              ON OVERFLOW CONTINUE
          END-STRING
       ELSE
          MOVE 0 TO BLANCOS-INICIALES
          INSPECT VALOR-FUSION TALLYING BLANCOS-INICIALES
              FOR LEADING SPACE
          IF BLANCOS-INICIALES < 51
             STRING VALOR-FUSION(BLANCOS-INICIALES + 1:)
                 DELIMITED BY "  "
                 INTO LINEA-CARTA WITH POINTER PUNTERO-SALIDA
                 ON OVERFLOW CONTINUE
             END-STRING
          END-IF
       END-IF.

       EDITA-FECHA-FUSION.
       MOVE SPACES TO FECHA-EDITADA.
       IF FECHA-A-EDITAR NOT = 0
          STRING FECHA-A-EDITAR-X(7:2) "/" FECHA-A-EDITAR-X(5:2) "/"
              FECHA-A-EDITAR-X(1:4)
              DELIMITED BY SIZE INTO FECHA-EDITADA
       END-IF.

       REGISTRA-SPOOL-CARTA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO = "35"
          OPEN OUTPUT SPOOL-INDICE
       END-IF.
       MOVE SPACES TO SPOOL-INDICE-REGISTRO.
       STRING "CART" CODIGO-PLANTILLA
           DELIMITED BY SIZE INTO SPOOL-IDX-REPORTE.
       MOVE CARTA-NOMBRE-ARCHIVO TO SPOOL-IDX-ARCHIVO.
       MOVE FECHA-ACTUAL(1:14) TO SPOOL-IDX-FECHA.
       MOVE OPERADOR-ACTUAL TO SPOOL-IDX-OPERADOR.
       MOVE LINEAS-CARTA TO SPOOL-IDX-REGISTROS.
       WRITE SPOOL-INDICE-REGISTRO.
       CLOSE SPOOL-INDICE.

       GRABA-AUDITORIA-CARTA.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE SPACES TO AUDIT-ACCION.
       STRING "CARTA-" CODIGO-PLANTILLA
           DELIMITED BY SIZE INTO AUDIT-ACCION.
       MOVE EMPLEADOS-ID TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

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
       END PROGRAM GENERA-CARTAS.

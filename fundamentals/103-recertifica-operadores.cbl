      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recertificacion trimestral de los operadores de
      *          OPERADORES.DAT. Abrir una campana (opcion A) lista
      *          en RECERT.RPT cada operador activo con su nivel, su
      *          ultima sesion (SESIONES.DAT), los dias sin actividad
      *          y las acciones que hizo en el periodo segun
      *          AUDITORIA.LOG (PERIODO-RECERT dias, 92 por
      *          omision), y propone desactivar a quien lleva mas de
      *          DIAS-INACTIVIDAD dias (90) sin actividad. Un
      *          supervisor de nivel 3 revisa cada operador (opcion
      *          R) y confirma, rebaja de nivel o revoca; nadie se
      *          revisa a si mismo. Las decisiones se aplican en
      *          OPERADORES.DAT y quedan en RECERT.DAT con fecha y
      *          revisor. Vencido el plazo de la campana
      *          (PLAZO-RECERT dias, 30), los operadores sin revisar
      *          se desactivan solos; el plazo se aplica al arrancar
      *          y, sin operador (paso de la cadena nocturna), es lo
      *          unico que se hace.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICA-OPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT RECERT-ARCHIVO ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT SESIONES-ARCHIVO ASSIGN TO "SESIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESIONES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT REPORTE-RECERT ASSIGN TO "RECERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
      ******************************************************************
      * Una linea por operador y campana. Decision: en blanco
      * pendiente, C confirmado, B rebajado de nivel, R revocado,
      * A desactivado al vencer el plazo sin revision.
      ******************************************************************
       FD  RECERT-ARCHIVO.
       01  RECERT-REGISTRO.
           05 RECERT-CAMPANA          PIC 9(8).
           05 RECERT-PLAZO            PIC 9(8).
           05 RECERT-OPERADOR         PIC X(10).
           05 RECERT-NIVEL-ANTERIOR   PIC 9.
           05 RECERT-ULTIMA-SESION    PIC 9(8).
           05 RECERT-DIAS-INACTIVO    PIC 9(5).
           05 RECERT-PROPUESTA        PIC X.
           05 RECERT-DECISION         PIC X.
           05 RECERT-NIVEL-NUEVO      PIC 9.
           05 RECERT-REVISOR          PIC X(10).
           05 RECERT-FECHA-DECISION   PIC X(14).
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
       FD  SESIONES-ARCHIVO.
       01  SESION-REGISTRO.
           05 SESION-ID               PIC 9(5).
           05 SESION-OPERADOR         PIC X(10).
           05 SESION-INICIO           PIC X(14).
           05 SESION-LATIDO           PIC X(14).
           05 SESION-ESTADO           PIC X.
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  REPORTE-RECERT.
       01  LINEA-RECERT               PIC X(100).

       WORKING-STORAGE SECTION.
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  RECERT-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  SESIONES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  PARAM-LEE-TODO       PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  OPCION-RECERT        PIC X.
       77  ACCION-AUDITADA      PIC X(15).
       77  DIAS-INACTIVIDAD     PIC 9(5) VALUE 90.
       77  DIAS-PLAZO           PIC 9(3) VALUE 30.
       77  DIAS-PERIODO         PIC 9(3) VALUE 92.
       77  FECHA-INICIO-PERIODO PIC 9(8).
       77  FECHA-INICIO-PERIODO-X PIC X(8).
       77  FECHA-PLAZO          PIC 9(8).
       77  FECHA-AUX            PIC 9(8).
       77  CAMPANA-ACTUAL       PIC 9(8) VALUE 0.
       77  CAMPANA-PLAZO        PIC 9(8) VALUE 0.
       77  CAMPANA-ABIERTA      PIC X VALUE "N".
       77  PENDIENTES-CAMPANA   PIC 9(3) VALUE 0.
       77  PROPUESTOS-BAJA      PIC 9(3) VALUE 0.
       77  DESACTIVADOS-PLAZO   PIC 9(3) VALUE 0.
       77  DECISION-ELEGIDA     PIC X.
       77  NIVEL-ELEGIDO        PIC 9.
       77  DECISIONES-TOMADAS   PIC 9(3) VALUE 0.
       77  OPERADORES-CAMBIADOS PIC X VALUE "N".
       77  TEXTO-PROPUESTA      PIC X(12).
       77  TEXTO-DECISION       PIC X(14).
       01  TABLA-OPERADORES.
           05 OPERT-ENTRADA OCCURS 50 TIMES.
              10 OPERT-ID             PIC X(10).
              10 OPERT-NOMBRE         PIC X(20).
              10 OPERT-NIVEL          PIC 9.
              10 OPERT-ACTIVO         PIC X.
              10 OPERT-ULTIMA-SESION  PIC 9(8).
              10 OPERT-ULTIMA-ACCION  PIC 9(8).
       77  OPERT-TOTAL          PIC 9(3) VALUE 0.
       77  OPERT-POS            PIC 9(3).
       77  OPERT-HALLADO        PIC X.
       77  OPERADOR-BUSCADO     PIC X(10).
      ******************************************************************
      * Historia de campanas de RECERT.DAT; la campana en curso es
      * la de fecha mas reciente.
      ******************************************************************
       01  TABLA-RECERT.
           05 RECT-ENTRADA OCCURS 500 TIMES.
              10 RECT-CAMPANA         PIC 9(8).
              10 RECT-PLAZO           PIC 9(8).
              10 RECT-OPERADOR        PIC X(10).
              10 RECT-NIVEL-ANTERIOR  PIC 9.
              10 RECT-ULTIMA-SESION   PIC 9(8).
              10 RECT-DIAS-INACTIVO   PIC 9(5).
              10 RECT-PROPUESTA       PIC X.
              10 RECT-DECISION        PIC X.
              10 RECT-NIVEL-NUEVO     PIC 9.
              10 RECT-REVISOR         PIC X(10).
              10 RECT-FECHA-DECISION  PIC X(14).
       77  RECT-TOTAL           PIC 9(3) VALUE 0.
       77  RECT-POS             PIC 9(3).
      ******************************************************************
      * Acciones de cada operador en el periodo de la campana.
      ******************************************************************
       01  TABLA-ACCIONES-OPERADOR.
           05 ACCT-ENTRADA OCCURS 500 TIMES.
              10 ACCT-OPERADOR        PIC X(10).
              10 ACCT-ACCION          PIC X(15).
              10 ACCT-VECES           PIC 9(5).
       77  ACCT-TOTAL           PIC 9(3) VALUE 0.
       77  ACCT-POS             PIC 9(3).
       77  ACCT-HALLADA         PIC X.
       77  ACCIONES-OPERADOR    PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "RECERTIFICACION DE OPERADORES".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-PARAMETROS-RECERT.
       PERFORM CARGA-OPERADORES.
       PERFORM CARGA-RECERT.
       PERFORM APLICA-PLAZO-CAMPANA.
       DISPLAY "OPERADOR (EN BLANCO SOLO APLICA EL PLAZO): ".
       ACCEPT OPERADOR-ACTUAL.
       IF OPERADOR-ACTUAL = SPACES
          GOBACK
       END-IF.
       MOVE OPERADOR-ACTUAL TO OPERADOR-BUSCADO.
       PERFORM LOCALIZA-OPERADOR.
       IF OPERT-HALLADO = "S" AND OPERT-ACTIVO(OPERT-POS) = "S"
          MOVE OPERT-NIVEL(OPERT-POS) TO NIVEL-OPERADOR
       END-IF.
       IF NIVEL-OPERADOR < 3
          DISPLAY "LA RECERTIFICACION REQUIERE UN SUPERVISOR DE "
              "NIVEL 3 ACTIVO."
          MOVE "RECHAZO-OPCION" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE SPACES TO OPCION-RECERT.
       PERFORM GESTIONA-RECERTIFICACION UNTIL OPCION-RECERT = "0".
       GOBACK.

       GESTIONA-RECERTIFICACION.
       IF CAMPANA-ABIERTA = "S"
          DISPLAY "CAMPANA DEL " CAMPANA-ACTUAL " ABIERTA, PLAZO "
              CAMPANA-PLAZO ". PENDIENTES: " PENDIENTES-CAMPANA
       ELSE
          DISPLAY "NO HAY CAMPANA ABIERTA."
       END-IF.
       DISPLAY "A - ABRIR CAMPANA / R - REVISAR OPERADORES / "
           "L - ESTADO DE LA CAMPANA / 0 - SALIR: ".
       ACCEPT OPCION-RECERT.
       IF OPCION-RECERT = "A"
          PERFORM ABRE-CAMPANA
       ELSE
          IF OPCION-RECERT = "R"
             PERFORM REVISA-CAMPANA
          ELSE
             IF OPCION-RECERT = "L"
                PERFORM LISTA-CAMPANA
             ELSE
                IF OPCION-RECERT NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-PARAMETROS-RECERT.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-RECERT
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.
       IF DIAS-PLAZO = 0
          MOVE 30 TO DIAS-PLAZO
       END-IF.
       IF DIAS-PERIODO = 0
          MOVE 92 TO DIAS-PERIODO
       END-IF.

       APLICA-PARAMETRO-RECERT.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "DIAS-INACTIVIDAD"
                 MOVE PARAM-VALOR TO DIAS-INACTIVIDAD
              END-IF
              IF PARAM-CLAVE = "PLAZO-RECERT"
                 MOVE PARAM-VALOR TO DIAS-PLAZO
              END-IF
              IF PARAM-CLAVE = "PERIODO-RECERT"
                 MOVE PARAM-VALOR TO DIAS-PERIODO
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
                 MOVE OPERADOR-REG-NOMBRE TO OPERT-NOMBRE(OPERT-TOTAL)
                 MOVE OPERADOR-REG-NIVEL TO OPERT-NIVEL(OPERT-TOTAL)
                 MOVE OPERADOR-REG-ACTIVO TO OPERT-ACTIVO(OPERT-TOTAL)
                 MOVE 0 TO OPERT-ULTIMA-SESION(OPERT-TOTAL)
                 MOVE 0 TO OPERT-ULTIMA-ACCION(OPERT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE OPERADORES LLENA. SE OMITE "
                     OPERADOR-REG-ID
              END-IF
       END-READ.

       GRABA-OPERADORES.
       OPEN OUTPUT OPERADORES-ARCHIVO.
       MOVE 1 TO OPERT-POS.
       PERFORM GRABA-UN-OPERADOR UNTIL OPERT-POS > OPERT-TOTAL.
       CLOSE OPERADORES-ARCHIVO.
       MOVE "N" TO OPERADORES-CAMBIADOS.

       GRABA-UN-OPERADOR.
       MOVE OPERT-ID(OPERT-POS) TO OPERADOR-REG-ID.
       MOVE OPERT-NOMBRE(OPERT-POS) TO OPERADOR-REG-NOMBRE.
       MOVE OPERT-NIVEL(OPERT-POS) TO OPERADOR-REG-NIVEL.
       MOVE OPERT-ACTIVO(OPERT-POS) TO OPERADOR-REG-ACTIVO.
       WRITE OPERADOR-REGISTRO.
       ADD 1 TO OPERT-POS.

       LOCALIZA-OPERADOR.
       MOVE "N" TO OPERT-HALLADO.
       MOVE 1 TO OPERT-POS.
       PERFORM BUSCA-OPERADOR
           UNTIL OPERT-POS > OPERT-TOTAL OR OPERT-HALLADO = "S".

       BUSCA-OPERADOR.
       IF OPERT-ID(OPERT-POS) = OPERADOR-BUSCADO
          MOVE "S" TO OPERT-HALLADO
       ELSE
          ADD 1 TO OPERT-POS
       END-IF.

      ******************************************************************
      * Carga la historia de RECERT.DAT y situa la campana en curso:
      * la de fecha mas reciente, abierta mientras le queden
      * operadores sin decision.
      ******************************************************************
       CARGA-RECERT.
       MOVE 0 TO RECT-TOTAL.
       MOVE 0 TO CAMPANA-ACTUAL.
       OPEN INPUT RECERT-ARCHIVO.
       IF RECERT-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-RECERT UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE RECERT-ARCHIVO.
       PERFORM CUENTA-PENDIENTES-CAMPANA.

       CARGA-UNA-RECERT.
       READ RECERT-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF RECT-TOTAL < 500
                 ADD 1 TO RECT-TOTAL
                 MOVE RECERT-CAMPANA TO RECT-CAMPANA(RECT-TOTAL)
                 MOVE RECERT-PLAZO TO RECT-PLAZO(RECT-TOTAL)
                 MOVE RECERT-OPERADOR TO RECT-OPERADOR(RECT-TOTAL)
                 MOVE RECERT-NIVEL-ANTERIOR
                     TO RECT-NIVEL-ANTERIOR(RECT-TOTAL)
                 MOVE RECERT-ULTIMA-SESION
                     TO RECT-ULTIMA-SESION(RECT-TOTAL)
                 MOVE RECERT-DIAS-INACTIVO
                     TO RECT-DIAS-INACTIVO(RECT-TOTAL)
                 MOVE RECERT-PROPUESTA TO RECT-PROPUESTA(RECT-TOTAL)
                 MOVE RECERT-DECISION TO RECT-DECISION(RECT-TOTAL)
                 MOVE RECERT-NIVEL-NUEVO
                     TO RECT-NIVEL-NUEVO(RECT-TOTAL)
                 MOVE RECERT-REVISOR TO RECT-REVISOR(RECT-TOTAL)
                 MOVE RECERT-FECHA-DECISION
                     TO RECT-FECHA-DECISION(RECT-TOTAL)
                 IF RECERT-CAMPANA > CAMPANA-ACTUAL
                    MOVE RECERT-CAMPANA TO CAMPANA-ACTUAL
                    MOVE RECERT-PLAZO TO CAMPANA-PLAZO
                 END-IF
              ELSE
                 DISPLAY "AVISO: RECERT.DAT TIENE MAS LINEAS DE LAS "
                     "QUE SE PUEDEN CARGAR."
              END-IF
       END-READ.

       CUENTA-PENDIENTES-CAMPANA.
       MOVE 0 TO PENDIENTES-CAMPANA.
       MOVE 1 TO RECT-POS.
       PERFORM CUENTA-UNA-PENDIENTE UNTIL RECT-POS > RECT-TOTAL.
       IF PENDIENTES-CAMPANA > 0
          MOVE "S" TO CAMPANA-ABIERTA
       ELSE
          MOVE "N" TO CAMPANA-ABIERTA
       END-IF.

       CUENTA-UNA-PENDIENTE.
       IF RECT-CAMPANA(RECT-POS) = CAMPANA-ACTUAL
           AND RECT-DECISION(RECT-POS) = SPACE
          ADD 1 TO PENDIENTES-CAMPANA
       END-IF.
       ADD 1 TO RECT-POS.

       GRABA-RECERT.
       OPEN OUTPUT RECERT-ARCHIVO.
       MOVE 1 TO RECT-POS.
       PERFORM GRABA-UNA-RECERT UNTIL RECT-POS > RECT-TOTAL.
       CLOSE RECERT-ARCHIVO.

       GRABA-UNA-RECERT.
       MOVE RECT-CAMPANA(RECT-POS) TO RECERT-CAMPANA.
       MOVE RECT-PLAZO(RECT-POS) TO RECERT-PLAZO.
       MOVE RECT-OPERADOR(RECT-POS) TO RECERT-OPERADOR.
       MOVE RECT-NIVEL-ANTERIOR(RECT-POS) TO RECERT-NIVEL-ANTERIOR.
       MOVE RECT-ULTIMA-SESION(RECT-POS) TO RECERT-ULTIMA-SESION.
       MOVE RECT-DIAS-INACTIVO(RECT-POS) TO RECERT-DIAS-INACTIVO.
       MOVE RECT-PROPUESTA(RECT-POS) TO RECERT-PROPUESTA.
       MOVE RECT-DECISION(RECT-POS) TO RECERT-DECISION.
       MOVE RECT-NIVEL-NUEVO(RECT-POS) TO RECERT-NIVEL-NUEVO.
       MOVE RECT-REVISOR(RECT-POS) TO RECERT-REVISOR.
       MOVE RECT-FECHA-DECISION(RECT-POS) TO RECERT-FECHA-DECISION.
       WRITE RECERT-REGISTRO.
       ADD 1 TO RECT-POS.

      ******************************************************************
      * Vencido el plazo de la campana en curso, cada operador que
      * sigue sin decision se desactiva (estado N) y queda anotado
      * como decision A, con PLAZO como revisor.
      ******************************************************************
       APLICA-PLAZO-CAMPANA.
       MOVE 0 TO DESACTIVADOS-PLAZO.
       IF CAMPANA-ABIERTA = "S"
           AND FECHA-PROCESO-NEGOCIO > CAMPANA-PLAZO
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE 1 TO RECT-POS
          PERFORM DESACTIVA-SIN-REVISION UNTIL RECT-POS > RECT-TOTAL
          PERFORM GRABA-OPERADORES
          PERFORM GRABA-RECERT
          PERFORM CUENTA-PENDIENTES-CAMPANA
          DISPLAY "PLAZO DE LA CAMPANA DEL " CAMPANA-ACTUAL
              " VENCIDO: " DESACTIVADOS-PLAZO
              " OPERADORES DESACTIVADOS SIN REVISION."
          IF DESACTIVADOS-PLAZO > 0
             MOVE 4 TO RETURN-CODE
          END-IF
       END-IF.

       DESACTIVA-SIN-REVISION.
       IF RECT-CAMPANA(RECT-POS) = CAMPANA-ACTUAL
           AND RECT-DECISION(RECT-POS) = SPACE
          MOVE "A" TO RECT-DECISION(RECT-POS)
          MOVE 0 TO RECT-NIVEL-NUEVO(RECT-POS)
          MOVE "PLAZO" TO RECT-REVISOR(RECT-POS)
          MOVE FECHA-ACTUAL(1:14) TO RECT-FECHA-DECISION(RECT-POS)
          MOVE RECT-OPERADOR(RECT-POS) TO OPERADOR-BUSCADO
          PERFORM LOCALIZA-OPERADOR
          IF OPERT-HALLADO = "S"
             MOVE "N" TO OPERT-ACTIVO(OPERT-POS)
          END-IF
          ADD 1 TO DESACTIVADOS-PLAZO
          MOVE "PLAZO" TO OPERADOR-ACTUAL
          MOVE "RECERT-PLAZO" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          MOVE SPACES TO OPERADOR-ACTUAL
       END-IF.
       ADD 1 TO RECT-POS.

      ******************************************************************
      * Apertura de campana: una linea por operador activo (S, o P
      * en formacion) con su ultima actividad, y el informe con las
      * acciones del periodo.
      ******************************************************************
       ABRE-CAMPANA.
       IF CAMPANA-ABIERTA = "S"
          DISPLAY "YA HAY UNA CAMPANA ABIERTA; CIERRELA REVISANDO "
              "A TODOS O ESPERE AL PLAZO."
       ELSE
          IF CAMPANA-ACTUAL = FECHA-PROCESO-NEGOCIO
             DISPLAY "YA SE ABRIO UNA CAMPANA CON FECHA "
                 FECHA-PROCESO-NEGOCIO "."
          ELSE
             PERFORM PREPARA-CAMPANA
          END-IF
       END-IF.

       PREPARA-CAMPANA.
       COMPUTE FECHA-INICIO-PERIODO = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(FECHA-PROCESO-NEGOCIO)
           - DIAS-PERIODO).
       MOVE FECHA-INICIO-PERIODO TO FECHA-INICIO-PERIODO-X.
       COMPUTE FECHA-PLAZO = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(FECHA-PROCESO-NEGOCIO)
           + DIAS-PLAZO).
       MOVE 0 TO ACCT-TOTAL.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-ACCION-AUDITADA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUDITORIA-ARCHIVO.
       OPEN INPUT SESIONES-ARCHIVO.
       IF SESIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-SESION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SESIONES-ARCHIVO.
       MOVE FECHA-PROCESO-NEGOCIO TO CAMPANA-ACTUAL.
       MOVE FECHA-PLAZO TO CAMPANA-PLAZO.
       MOVE 0 TO PROPUESTOS-BAJA.
       MOVE 0 TO PENDIENTES-CAMPANA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT REPORTE-RECERT.
       MOVE SPACES TO LINEA-RECERT.
       STRING "RECERTIFICACION DE OPERADORES - CAMPANA DEL "
           CAMPANA-ACTUAL " - PLAZO " CAMPANA-PLAZO
           " - ABIERTA POR " OPERADOR-ACTUAL
           DELIMITED BY SIZE INTO LINEA-RECERT.
       WRITE LINEA-RECERT.
       MOVE SPACES TO LINEA-RECERT.
       STRING "ACCIONES DESDE EL " FECHA-INICIO-PERIODO
           ". SE PROPONE DESACTIVAR CON MAS DE " DIAS-INACTIVIDAD
           " DIAS SIN ACTIVIDAD."
           DELIMITED BY SIZE INTO LINEA-RECERT.
       WRITE LINEA-RECERT.
       MOVE SPACES TO LINEA-RECERT.
       WRITE LINEA-RECERT.
       MOVE "OPERADOR   NOMBRE               NIVEL ULT-SESION DIAS"
           TO LINEA-RECERT.
       MOVE "  PROPUESTA" TO LINEA-RECERT(54:).
       WRITE LINEA-RECERT.
       MOVE 1 TO OPERT-POS.
       PERFORM ANOTA-OPERADOR-CAMPANA UNTIL OPERT-POS > OPERT-TOTAL.
       MOVE SPACES TO LINEA-RECERT.
       WRITE LINEA-RECERT.
       MOVE SPACES TO LINEA-RECERT.
       STRING "OPERADORES A REVISAR: " PENDIENTES-CAMPANA
           "  PROPUESTOS PARA DESACTIVAR: " PROPUESTOS-BAJA
           DELIMITED BY SIZE INTO LINEA-RECERT.
       WRITE LINEA-RECERT.
       CLOSE REPORTE-RECERT.
       PERFORM GRABA-RECERT.
       PERFORM CUENTA-PENDIENTES-CAMPANA.
       MOVE "RECERT-ABRE" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.
       DISPLAY "CAMPANA ABIERTA CON " PENDIENTES-CAMPANA
           " OPERADORES; " PROPUESTOS-BAJA
           " PROPUESTOS PARA DESACTIVAR. VER RECERT.RPT.".

       ACUMULA-ACCION-AUDITADA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE AUDIT-OPERADOR TO OPERADOR-BUSCADO
              PERFORM LOCALIZA-OPERADOR
              IF OPERT-HALLADO = "S"
                  AND AUDIT-FECHA(1:8) IS NUMERIC
                 MOVE AUDIT-FECHA(1:8) TO FECHA-AUX
                 IF FECHA-AUX > OPERT-ULTIMA-ACCION(OPERT-POS)
                    MOVE FECHA-AUX TO OPERT-ULTIMA-ACCION(OPERT-POS)
                 END-IF
                 IF AUDIT-FECHA(1:8) NOT < FECHA-INICIO-PERIODO-X
                    PERFORM ACUMULA-ACCION-OPERADOR
                 END-IF
              END-IF
       END-READ.

       ACUMULA-ACCION-OPERADOR.
       MOVE "N" TO ACCT-HALLADA.
       MOVE 1 TO ACCT-POS.
       PERFORM BUSCA-ACCION-OPERADOR
           UNTIL ACCT-POS > ACCT-TOTAL OR ACCT-HALLADA = "S".
       IF ACCT-HALLADA = "S"
          ADD 1 TO ACCT-VECES(ACCT-POS)
       ELSE
          IF ACCT-TOTAL < 500
             ADD 1 TO ACCT-TOTAL
             MOVE AUDIT-OPERADOR TO ACCT-OPERADOR(ACCT-TOTAL)
             MOVE AUDIT-ACCION TO ACCT-ACCION(ACCT-TOTAL)
             MOVE 1 TO ACCT-VECES(ACCT-TOTAL)
          END-IF
       END-IF.

       BUSCA-ACCION-OPERADOR.
       IF ACCT-OPERADOR(ACCT-POS) = AUDIT-OPERADOR
           AND ACCT-ACCION(ACCT-POS) = AUDIT-ACCION
          MOVE "S" TO ACCT-HALLADA
       ELSE
          ADD 1 TO ACCT-POS
       END-IF.

       ACUMULA-SESION.
       READ SESIONES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE SESION-OPERADOR TO OPERADOR-BUSCADO
              PERFORM LOCALIZA-OPERADOR
              IF OPERT-HALLADO = "S"
                  AND SESION-INICIO(1:8) IS NUMERIC
                 MOVE SESION-INICIO(1:8) TO FECHA-AUX
                 IF FECHA-AUX > OPERT-ULTIMA-SESION(OPERT-POS)
                    MOVE FECHA-AUX TO OPERT-ULTIMA-SESION(OPERT-POS)
                 END-IF
              END-IF
       END-READ.

       ANOTA-OPERADOR-CAMPANA.
       IF (OPERT-ACTIVO(OPERT-POS) = "S"
           OR OPERT-ACTIVO(OPERT-POS) = "P")
           AND RECT-TOTAL < 500
          ADD 1 TO RECT-TOTAL
          ADD 1 TO PENDIENTES-CAMPANA
          MOVE CAMPANA-ACTUAL TO RECT-CAMPANA(RECT-TOTAL)
          MOVE CAMPANA-PLAZO TO RECT-PLAZO(RECT-TOTAL)
          MOVE OPERT-ID(OPERT-POS) TO RECT-OPERADOR(RECT-TOTAL)
          MOVE OPERT-NIVEL(OPERT-POS)
              TO RECT-NIVEL-ANTERIOR(RECT-TOTAL)
          MOVE OPERT-ULTIMA-SESION(OPERT-POS)
              TO RECT-ULTIMA-SESION(RECT-TOTAL)
          MOVE OPERT-ULTIMA-ACCION(OPERT-POS) TO FECHA-AUX
          IF OPERT-ULTIMA-SESION(OPERT-POS) > FECHA-AUX
             MOVE OPERT-ULTIMA-SESION(OPERT-POS) TO FECHA-AUX
          END-IF
          IF FECHA-AUX = 0
             MOVE 99999 TO RECT-DIAS-INACTIVO(RECT-TOTAL)
          ELSE
             COMPUTE RECT-DIAS-INACTIVO(RECT-TOTAL)
                 = FUNCTION INTEGER-OF-DATE(FECHA-PROCESO-NEGOCIO)
                 - FUNCTION INTEGER-OF-DATE(FECHA-AUX)
          END-IF
          IF RECT-DIAS-INACTIVO(RECT-TOTAL) > DIAS-INACTIVIDAD
             MOVE "D" TO RECT-PROPUESTA(RECT-TOTAL)
             MOVE "DESACTIVAR" TO TEXTO-PROPUESTA
             ADD 1 TO PROPUESTOS-BAJA
          ELSE
             MOVE "M" TO RECT-PROPUESTA(RECT-TOTAL)
             MOVE "MANTENER" TO TEXTO-PROPUESTA
          END-IF
          MOVE SPACE TO RECT-DECISION(RECT-TOTAL)
          MOVE 0 TO RECT-NIVEL-NUEVO(RECT-TOTAL)
          MOVE SPACES TO RECT-REVISOR(RECT-TOTAL)
          MOVE SPACES TO RECT-FECHA-DECISION(RECT-TOTAL)
          MOVE SPACES TO LINEA-RECERT
          STRING OPERT-ID(OPERT-POS) " " OPERT-NOMBRE(OPERT-POS)
              " " OPERT-NIVEL(OPERT-POS) "     "
              OPERT-ULTIMA-SESION(OPERT-POS) "   "
              RECT-DIAS-INACTIVO(RECT-TOTAL) "  " TEXTO-PROPUESTA
              DELIMITED BY SIZE INTO LINEA-RECERT
          WRITE LINEA-RECERT
          MOVE 0 TO ACCIONES-OPERADOR
          MOVE 1 TO ACCT-POS
          PERFORM LISTA-ACCION-OPERADOR UNTIL ACCT-POS > ACCT-TOTAL
          IF ACCIONES-OPERADOR = 0
             MOVE "           SIN ACCIONES EN EL PERIODO"
                 TO LINEA-RECERT
             WRITE LINEA-RECERT
          END-IF
       END-IF.
       ADD 1 TO OPERT-POS.

       LISTA-ACCION-OPERADOR.
       IF ACCT-OPERADOR(ACCT-POS) = OPERT-ID(OPERT-POS)
          ADD 1 TO ACCIONES-OPERADOR
          MOVE SPACES TO LINEA-RECERT
          STRING "           " ACCT-ACCION(ACCT-POS) " "
              ACCT-VECES(ACCT-POS) " VECES"
              DELIMITED BY SIZE INTO LINEA-RECERT
          WRITE LINEA-RECERT
       END-IF.
       ADD 1 TO ACCT-POS.

      ******************************************************************
      * Revision: el supervisor recorre los operadores pendientes de
      * la campana y decide C (confirmar), B (rebajar nivel) o R
      * (revocar); en blanco lo deja para mas tarde. Su propia linea
      * la tiene que decidir otro supervisor.
      ******************************************************************
       REVISA-CAMPANA.
       IF CAMPANA-ABIERTA = "N"
          DISPLAY "NO HAY CAMPANA ABIERTA QUE REVISAR."
       ELSE
          MOVE 0 TO DECISIONES-TOMADAS
          MOVE 1 TO RECT-POS
          PERFORM REVISA-UN-OPERADOR UNTIL RECT-POS > RECT-TOTAL
          IF DECISIONES-TOMADAS > 0
             PERFORM GRABA-OPERADORES
             PERFORM GRABA-RECERT
          END-IF
          PERFORM CUENTA-PENDIENTES-CAMPANA
          DISPLAY DECISIONES-TOMADAS " DECISIONES GRABADAS. QUEDAN "
              PENDIENTES-CAMPANA " OPERADORES SIN REVISAR."
       END-IF.

       REVISA-UN-OPERADOR.
       IF RECT-CAMPANA(RECT-POS) = CAMPANA-ACTUAL
           AND RECT-DECISION(RECT-POS) = SPACE
          IF RECT-OPERADOR(RECT-POS) = OPERADOR-ACTUAL
             DISPLAY RECT-OPERADOR(RECT-POS)
                 ": SU PROPIA RECERTIFICACION LA DECIDE OTRO "
                 "SUPERVISOR."
          ELSE
             PERFORM PIDE-DECISION-OPERADOR
          END-IF
       END-IF.
       ADD 1 TO RECT-POS.

       PIDE-DECISION-OPERADOR.
       IF RECT-PROPUESTA(RECT-POS) = "D"
          MOVE "DESACTIVAR" TO TEXTO-PROPUESTA
       ELSE
          MOVE "MANTENER" TO TEXTO-PROPUESTA
       END-IF.
       DISPLAY RECT-OPERADOR(RECT-POS) " NIVEL "
           RECT-NIVEL-ANTERIOR(RECT-POS) " ULTIMA SESION "
           RECT-ULTIMA-SESION(RECT-POS) " DIAS SIN ACTIVIDAD "
           RECT-DIAS-INACTIVO(RECT-POS) " PROPUESTA: "
           TEXTO-PROPUESTA.
       DISPLAY "C - CONFIRMAR / B - REBAJAR NIVEL / R - REVOCAR / "
           "EN BLANCO - MAS TARDE: ".
       MOVE SPACE TO DECISION-ELEGIDA.
       ACCEPT DECISION-ELEGIDA.
       INSPECT DECISION-ELEGIDA CONVERTING "cbr" TO "CBR".
       MOVE RECT-NIVEL-ANTERIOR(RECT-POS) TO NIVEL-ELEGIDO.
       IF DECISION-ELEGIDA = "B"
          DISPLAY "NUEVO NIVEL (MENOR QUE "
              RECT-NIVEL-ANTERIOR(RECT-POS) "): "
          ACCEPT NIVEL-ELEGIDO
          IF NIVEL-ELEGIDO < 1
              OR NIVEL-ELEGIDO NOT < RECT-NIVEL-ANTERIOR(RECT-POS)
             DISPLAY "NIVEL NO VALIDO. SE DEJA PENDIENTE."
             MOVE SPACE TO DECISION-ELEGIDA
          END-IF
       END-IF.
       IF DECISION-ELEGIDA = "R"
          MOVE 0 TO NIVEL-ELEGIDO
       END-IF.
       IF DECISION-ELEGIDA = "C" OR DECISION-ELEGIDA = "B"
           OR DECISION-ELEGIDA = "R"
          PERFORM APLICA-DECISION-OPERADOR
       ELSE
          IF DECISION-ELEGIDA NOT = SPACE
             DISPLAY "DECISION NO VALIDA. SE DEJA PENDIENTE."
          END-IF
       END-IF.

       APLICA-DECISION-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE DECISION-ELEGIDA TO RECT-DECISION(RECT-POS).
       MOVE NIVEL-ELEGIDO TO RECT-NIVEL-NUEVO(RECT-POS).
       MOVE OPERADOR-ACTUAL TO RECT-REVISOR(RECT-POS).
       MOVE FECHA-ACTUAL(1:14) TO RECT-FECHA-DECISION(RECT-POS).
       MOVE RECT-OPERADOR(RECT-POS) TO OPERADOR-BUSCADO.
       PERFORM LOCALIZA-OPERADOR.
       IF OPERT-HALLADO = "S"
          IF DECISION-ELEGIDA = "B"
             MOVE NIVEL-ELEGIDO TO OPERT-NIVEL(OPERT-POS)
          END-IF
          IF DECISION-ELEGIDA = "R"
             MOVE "N" TO OPERT-ACTIVO(OPERT-POS)
          END-IF
       END-IF.
       IF DECISION-ELEGIDA = "C"
          MOVE "RECERT-CONFIRMA" TO ACCION-AUDITADA
       END-IF.
       IF DECISION-ELEGIDA = "B"
          MOVE "RECERT-REBAJA" TO ACCION-AUDITADA
       END-IF.
       IF DECISION-ELEGIDA = "R"
          MOVE "RECERT-REVOCA" TO ACCION-AUDITADA
       END-IF.
       PERFORM GRABA-AUDITORIA.
       ADD 1 TO DECISIONES-TOMADAS.

       LISTA-CAMPANA.
       IF CAMPANA-ACTUAL = 0
          DISPLAY "TODAVIA NO SE HA ABIERTO NINGUNA CAMPANA."
       ELSE
          DISPLAY "CAMPANA DEL " CAMPANA-ACTUAL " PLAZO "
              CAMPANA-PLAZO
          MOVE 1 TO RECT-POS
          PERFORM MUESTRA-LINEA-CAMPANA UNTIL RECT-POS > RECT-TOTAL
       END-IF.

       MUESTRA-LINEA-CAMPANA.
       IF RECT-CAMPANA(RECT-POS) = CAMPANA-ACTUAL
          MOVE "PENDIENTE" TO TEXTO-DECISION
          IF RECT-DECISION(RECT-POS) = "C"
             MOVE "CONFIRMADO" TO TEXTO-DECISION
          END-IF
          IF RECT-DECISION(RECT-POS) = "B"
             MOVE "REBAJADO" TO TEXTO-DECISION
          END-IF
          IF RECT-DECISION(RECT-POS) = "R"
             MOVE "REVOCADO" TO TEXTO-DECISION
          END-IF
          IF RECT-DECISION(RECT-POS) = "A"
             MOVE "FUERA DE PLAZO" TO TEXTO-DECISION
          END-IF
          DISPLAY RECT-OPERADOR(RECT-POS) " NIVEL "
              RECT-NIVEL-ANTERIOR(RECT-POS) " -> "
              RECT-NIVEL-NUEVO(RECT-POS) " " TEXTO-DECISION " "
              RECT-REVISOR(RECT-POS) " "
              RECT-FECHA-DECISION(RECT-POS)
       END-IF.
       ADD 1 TO RECT-POS.

       GRABA-AUDITORIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE ACCION-AUDITADA TO AUDIT-ACCION.
       MOVE ZEROES TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       END PROGRAM RECERTIFICA-OPER.

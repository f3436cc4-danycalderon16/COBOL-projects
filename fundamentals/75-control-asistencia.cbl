      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control diario de asistencia: compara el cuadrante
      *          previsto del dia de proceso (CUADRANTE.DAT, generado
      *          por TURNOS) con los fichajes del reloj de ese dia,
      *          tanto los pendientes de FICHAJES.DAT como los ya
      *          consumidos a FICHPROC.DAT, para que el orden frente
      *          a PROCESA-FICHAJES no importe. Lista en ASISTENC.RPT,
      *          agrupado por responsable de departamento (DEPTOS.DAT),
      *          los retrasos, las salidas anticipadas, los fichajes
      *          incompletos, las faltas sin ausencia grabada en
      *          AUSENCIAS.DAT y el trabajo fuera de cuadrante. La
      *          tolerancia en minutos sale de PARAMS.DAT
      *          (TOLERANCIA-RELOJ). Si hay faltas sin justificar
      *          queda una alerta en ALERTAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-ASISTENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT CUADRANTE-ARCHIVO ASSIGN TO "CUADRANTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUADRANTE-ESTADO-ARCHIVO.
           SELECT FICHAJES-ARCHIVO ASSIGN TO "FICHAJES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICHAJES-ESTADO-ARCHIVO.
           SELECT FICHAJES-PROCESADOS ASSIGN TO "FICHPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICHPROC-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT DEPTOS-ARCHIVO ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPTOS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT INFORME-ASISTENCIA ASSIGN TO "ASISTENC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  CUADRANTE-ARCHIVO.
       01  CUADRANTE-REGISTRO.
           05 CUAD-EMPLEADOS-ID       PIC 9(5).
           05 CUAD-FECHA              PIC 9(8).
           05 CUAD-TURNO              PIC X(4).
           05 CUAD-HORA-INICIO        PIC 9(4).
           05 CUAD-HORA-FIN           PIC 9(4).
           05 CUAD-DESCANSO           PIC 9(3).
       FD  FICHAJES-ARCHIVO.
       01  FICHAJE-REGISTRO.
           05 FICHAJE-EMPLEADOS-ID    PIC 9(5).
           05 FICHAJE-FECHA           PIC 9(8).
           05 FICHAJE-TIPO            PIC X.
           05 FICHAJE-HORA            PIC 9(4).
       FD  FICHAJES-PROCESADOS.
       01  FICHPROC-REGISTRO.
           05 FICHPROC-EMPLEADOS-ID   PIC 9(5).
           05 FICHPROC-FECHA          PIC 9(8).
           05 FICHPROC-TIPO           PIC X.
           05 FICHPROC-HORA           PIC 9(4).
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE.
              10 AUSENCIA-EMPLEADOS-ID PIC 9(5).
              10 AUSENCIA-TIPO         PIC X.
              10 AUSENCIA-DESDE        PIC 9(8).
           05 AUSENCIA-HASTA          PIC 9(8).
           05 AUSENCIA-DIAS           PIC 9(3).
       FD  DEPTOS-ARCHIVO.
       01  DEPTO-MAESTRO-REGISTRO.
           05 DEPTO-REG-CODIGO        PIC X(10).
           05 DEPTO-REG-DESCRIPCION   PIC X(30).
           05 DEPTO-REG-ACTIVO        PIC X.
           05 DEPTO-REG-RESPONSABLE   PIC X(20).
           05 DEPTO-REG-EMPRESA       PIC X(6).
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
       FD  INFORME-ASISTENCIA.
       01  LINEA-ASISTENCIA           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  CUADRANTE-ESTADO-ARCHIVO PIC X(2).
       77  FICHAJES-ESTADO-ARCHIVO PIC X(2).
       77  FICHPROC-ESTADO-ARCHIVO PIC X(2).
       77  AUSENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  DEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  TOLERANCIA-RELOJ     PIC 9(3) VALUE 5.
       77  HORA-TRABAJO         PIC 9(4).
       77  HORA-TRABAJO-X       PIC X(4).
       77  HORA-AUX             PIC 9(2).
       77  MINUTO-AUX           PIC 9(2).
       77  MINUTOS-CALCULO      PIC 9(4).
       77  MINUTOS-DESVIO       PIC 9(4).
       77  FICHAJE-ID-WS        PIC 9(5).
       77  FICHAJE-TIPO-WS      PIC X.
       77  FICHAJE-HORA-WS      PIC 9(4).
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12).
       77  ALERTA-TEXTO-WS      PIC X(60).
      ******************************************************************
      * Cuadrante del dia: horario previsto en minutos desde las
      * 00:00. Un turno cuya salida es anterior a la entrada acaba
      * al dia siguiente y solo se controla a la entrada.
      ******************************************************************
       01  TABLA-CUADRANTE.
           05 CUADT-ENTRADA OCCURS 500 TIMES.
              10 CUADT-ID             PIC 9(5).
              10 CUADT-TURNO          PIC X(4).
              10 CUADT-HORA-INICIO    PIC 9(4).
              10 CUADT-HORA-FIN       PIC 9(4).
              10 CUADT-MIN-INICIO     PIC 9(4).
              10 CUADT-MIN-FIN        PIC 9(4).
       77  CUADT-TOTAL          PIC 9(3) VALUE 0.
       77  CUADT-POS            PIC 9(3).
      ******************************************************************
      * Fichajes del dia por empleado: primera entrada y ultima
      * salida, y si el empleado estaba en el cuadrante.
      ******************************************************************
       01  TABLA-FICHAJES-DIA.
           05 FICT-ENTRADA OCCURS 500 TIMES.
              10 FICT-ID              PIC 9(5).
              10 FICT-HAY-ENTRADA     PIC X.
              10 FICT-PRIMERA-ENTRADA PIC 9(4).
              10 FICT-HAY-SALIDA      PIC X.
              10 FICT-ULTIMA-SALIDA   PIC 9(4).
              10 FICT-PLANIFICADO     PIC X.
       77  FICT-TOTAL           PIC 9(3) VALUE 0.
       77  FICT-POS             PIC 9(3).
       77  FICT-HALLADO         PIC X.
      ******************************************************************
      * Ausencias grabadas que cubren el dia de proceso.
      ******************************************************************
       01  TABLA-AUSENCIAS-DIA.
           05 AUST-ENTRADA OCCURS 300 TIMES.
              10 AUST-ID              PIC 9(5).
              10 AUST-TIPO            PIC X.
       77  AUST-TOTAL           PIC 9(3) VALUE 0.
       77  AUST-POS             PIC 9(3).
       77  AUST-HALLADO         PIC X.
       01  TABLA-DEPTOS.
           05 DEPT-ENTRADA OCCURS 50 TIMES.
              10 DEPT-CODIGO          PIC X(10).
              10 DEPT-RESPONSABLE     PIC X(20).
       77  DEPT-TOTAL           PIC 9(2) VALUE 0.
       77  DEPT-POS             PIC 9(2).
       77  DEPT-HALLADO         PIC X.
      ******************************************************************
      * Incidencias del dia con el responsable del departamento del
      * empleado, para listarlas agrupadas por responsable.
      ******************************************************************
       01  TABLA-INCIDENCIAS.
           05 INCT-ENTRADA OCCURS 1000 TIMES.
              10 INCT-RESPONSABLE     PIC X(20).
              10 INCT-DEPARTAMENTO    PIC X(10).
              10 INCT-ID              PIC 9(5).
              10 INCT-APELLIDOS       PIC X(30).
              10 INCT-TEXTO           PIC X(40).
       77  INCT-TOTAL           PIC 9(4) VALUE 0.
       77  INCT-POS             PIC 9(4).
       77  INCIDENCIA-ID        PIC 9(5).
       77  INCIDENCIA-TEXTO     PIC X(40).
       01  TABLA-RESPONSABLES.
           05 RESP-ENTRADA OCCURS 50 TIMES.
              10 RESP-NOMBRE          PIC X(20).
              10 RESP-INCIDENCIAS     PIC 9(4).
       77  RESP-TOTAL           PIC 9(2) VALUE 0.
       77  RESP-POS             PIC 9(2).
       77  RESP-HALLADO         PIC X.
       77  RETRASOS             PIC 9(4) VALUE 0.
       77  SALIDAS-ANTICIPADAS  PIC 9(4) VALUE 0.
       77  FICHAJES-INCOMPLETOS PIC 9(4) VALUE 0.
       77  FALTAS-SIN-JUSTIFICAR PIC 9(4) VALUE 0.
       77  FALTAS-JUSTIFICADAS  PIC 9(4) VALUE 0.
       77  TRABAJO-NO-PLANIFICADO PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "CONTROL DIARIO DE ASISTENCIA".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-PARAMETROS-ASISTENCIA.
       PERFORM CARGA-CUADRANTE-DIA.
       IF CUADT-TOTAL = 0
          DISPLAY "NO HAY CUADRANTE PARA EL " FECHA-PROCESO-NEGOCIO
              ". GENERE LA SEMANA CON TURNOS."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-FICHAJES-DIA.
       PERFORM CARGA-AUSENCIAS-DIA.
       PERFORM CARGA-DEPTOS.
       MOVE 1 TO CUADT-POS.
       PERFORM CONTROLA-UN-CUADRANTE UNTIL CUADT-POS > CUADT-TOTAL.
       MOVE 1 TO FICT-POS.
       PERFORM CONTROLA-NO-PLANIFICADO UNTIL FICT-POS > FICT-TOTAL.
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM ESCRIBE-INFORME-ASISTENCIA.
       IF FALTAS-SIN-JUSTIFICAR > 0
          MOVE "A" TO ALERTA-SEV-WS
          MOVE "ASISTENCIA" TO ALERTA-ORIGEN-WS
          MOVE SPACES TO ALERTA-TEXTO-WS
          STRING "ASISTENCIA: " FALTAS-SIN-JUSTIFICAR
              " FALTAS SIN JUSTIFICAR. VER ASISTENC.RPT."
              DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
          PERFORM GRABA-ALERTA
       END-IF.
       DISPLAY "ASISTENCIA DEL " FECHA-PROCESO-NEGOCIO ": "
           INCT-TOTAL " INCIDENCIAS, " FALTAS-SIN-JUSTIFICAR
           " FALTAS SIN JUSTIFICAR. LISTADO EN ASISTENC.RPT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-PARAMETROS-ASISTENCIA.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-ASISTENCIA
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-ASISTENCIA.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "TOLERANCIA-RELOJ"
                 MOVE PARAM-VALOR TO TOLERANCIA-RELOJ
              END-IF
       END-READ.

       CARGA-CUADRANTE-DIA.
       MOVE 0 TO CUADT-TOTAL.
       OPEN INPUT CUADRANTE-ARCHIVO.
       IF CUADRANTE-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-CUADRANTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CUADRANTE-ARCHIVO.

       CARGA-UN-CUADRANTE.
       READ CUADRANTE-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CUAD-FECHA = FECHA-PROCESO-NEGOCIO
                 IF CUADT-TOTAL < 500
                    ADD 1 TO CUADT-TOTAL
                    MOVE CUAD-EMPLEADOS-ID TO CUADT-ID(CUADT-TOTAL)
                    MOVE CUAD-TURNO TO CUADT-TURNO(CUADT-TOTAL)
                    MOVE CUAD-HORA-INICIO
                        TO CUADT-HORA-INICIO(CUADT-TOTAL)
                    MOVE CUAD-HORA-FIN TO CUADT-HORA-FIN(CUADT-TOTAL)
                    MOVE CUAD-HORA-INICIO TO HORA-TRABAJO
                    PERFORM CONVIERTE-A-MINUTOS
                    MOVE MINUTOS-CALCULO
                        TO CUADT-MIN-INICIO(CUADT-TOTAL)
                    MOVE CUAD-HORA-FIN TO HORA-TRABAJO
                    PERFORM CONVIERTE-A-MINUTOS
                    MOVE MINUTOS-CALCULO TO CUADT-MIN-FIN(CUADT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE CUADRANTE LLENA."
                 END-IF
              END-IF
       END-READ.

       CONVIERTE-A-MINUTOS.
       MOVE HORA-TRABAJO TO HORA-TRABAJO-X.
       MOVE HORA-TRABAJO-X(1:2) TO HORA-AUX.
       MOVE HORA-TRABAJO-X(3:2) TO MINUTO-AUX.
       COMPUTE MINUTOS-CALCULO = HORA-AUX * 60 + MINUTO-AUX.

      ******************************************************************
      * Fichajes del dia: los pendientes de procesar y los ya
      * archivados por PROCESA-FICHAJES. Los de un empleado que no
      * existe o no esta activo ya salen en FICHEXCP.RPT.
      ******************************************************************
       CARGA-FICHAJES-DIA.
       MOVE 0 TO FICT-TOTAL.
       OPEN INPUT FICHAJES-ARCHIVO.
       IF FICHAJES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-UN-FICHAJE-PENDIENTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE FICHAJES-ARCHIVO.
       OPEN INPUT FICHAJES-PROCESADOS.
       IF FICHPROC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-UN-FICHAJE-PROCESADO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE FICHAJES-PROCESADOS.

       LEE-UN-FICHAJE-PENDIENTE.
       READ FICHAJES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF FICHAJE-FECHA = FECHA-PROCESO-NEGOCIO
                 MOVE FICHAJE-EMPLEADOS-ID TO FICHAJE-ID-WS
                 MOVE FICHAJE-TIPO TO FICHAJE-TIPO-WS
                 MOVE FICHAJE-HORA TO FICHAJE-HORA-WS
                 PERFORM ANOTA-FICHAJE-DIA
              END-IF
       END-READ.

       LEE-UN-FICHAJE-PROCESADO.
       READ FICHAJES-PROCESADOS
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF FICHPROC-FECHA = FECHA-PROCESO-NEGOCIO
                 MOVE FICHPROC-EMPLEADOS-ID TO FICHAJE-ID-WS
                 MOVE FICHPROC-TIPO TO FICHAJE-TIPO-WS
                 MOVE FICHPROC-HORA TO FICHAJE-HORA-WS
                 PERFORM ANOTA-FICHAJE-DIA
              END-IF
       END-READ.

       ANOTA-FICHAJE-DIA.
       MOVE "N" TO FICT-HALLADO.
       MOVE 1 TO FICT-POS.
       PERFORM BUSCA-FICHAJE-EMPLEADO
           UNTIL FICT-POS > FICT-TOTAL
           OR FICT-HALLADO = "S".
       IF FICT-HALLADO = "N"
          IF FICT-TOTAL < 500
             ADD 1 TO FICT-TOTAL
             MOVE FICT-TOTAL TO FICT-POS
             MOVE FICHAJE-ID-WS TO FICT-ID(FICT-POS)
             MOVE "N" TO FICT-HAY-ENTRADA(FICT-POS)
             MOVE 0 TO FICT-PRIMERA-ENTRADA(FICT-POS)
             MOVE "N" TO FICT-HAY-SALIDA(FICT-POS)
             MOVE 0 TO FICT-ULTIMA-SALIDA(FICT-POS)
             MOVE "N" TO FICT-PLANIFICADO(FICT-POS)
             MOVE "S" TO FICT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE FICHAJES DEL DIA LLENA."
          END-IF
       END-IF.
       IF FICT-HALLADO = "S"
          IF FICHAJE-TIPO-WS = "E"
             IF FICT-HAY-ENTRADA(FICT-POS) = "N"
                 OR FICHAJE-HORA-WS < FICT-PRIMERA-ENTRADA(FICT-POS)
                MOVE FICHAJE-HORA-WS TO FICT-PRIMERA-ENTRADA(FICT-POS)
             END-IF
             MOVE "S" TO FICT-HAY-ENTRADA(FICT-POS)
          END-IF
          IF FICHAJE-TIPO-WS = "S"
             IF FICT-HAY-SALIDA(FICT-POS) = "N"
                 OR FICHAJE-HORA-WS > FICT-ULTIMA-SALIDA(FICT-POS)
                MOVE FICHAJE-HORA-WS TO FICT-ULTIMA-SALIDA(FICT-POS)
             END-IF
             MOVE "S" TO FICT-HAY-SALIDA(FICT-POS)
          END-IF
       END-IF.

       BUSCA-FICHAJE-EMPLEADO.
       IF FICT-ID(FICT-POS) = FICHAJE-ID-WS
          MOVE "S" TO FICT-HALLADO
       ELSE
          ADD 1 TO FICT-POS
       END-IF.

       CARGA-AUSENCIAS-DIA.
       MOVE 0 TO AUST-TOTAL.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-AUSENCIA-DIA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.

       CARGA-UNA-AUSENCIA-DIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-DESDE <= FECHA-PROCESO-NEGOCIO
                  AND AUSENCIA-HASTA >= FECHA-PROCESO-NEGOCIO
                 IF AUST-TOTAL < 300
                    ADD 1 TO AUST-TOTAL
                    MOVE AUSENCIA-EMPLEADOS-ID TO AUST-ID(AUST-TOTAL)
                    MOVE AUSENCIA-TIPO TO AUST-TIPO(AUST-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE AUSENCIAS LLENA."
                 END-IF
              END-IF
       END-READ.

       CARGA-DEPTOS.
       MOVE 0 TO DEPT-TOTAL.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-DEPTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DEPTOS-ARCHIVO.

       CARGA-UN-DEPTO.
       READ DEPTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DEPT-TOTAL < 50
                 ADD 1 TO DEPT-TOTAL
                 MOVE DEPTO-REG-CODIGO TO DEPT-CODIGO(DEPT-TOTAL)
                 MOVE DEPTO-REG-RESPONSABLE
                     TO DEPT-RESPONSABLE(DEPT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Un dia de cuadrante contra sus fichajes: sin fichajes es
      * falta, justificada si hay ausencia grabada para el dia; con
      * fichajes se controla el retraso a la entrada y, en turnos
      * de dia, la salida anticipada, ambos pasada la tolerancia.
      ******************************************************************
       CONTROLA-UN-CUADRANTE.
       MOVE CUADT-ID(CUADT-POS) TO FICHAJE-ID-WS.
       MOVE "N" TO FICT-HALLADO.
       MOVE 1 TO FICT-POS.
       PERFORM BUSCA-FICHAJE-EMPLEADO
           UNTIL FICT-POS > FICT-TOTAL
           OR FICT-HALLADO = "S".
       MOVE CUADT-ID(CUADT-POS) TO INCIDENCIA-ID.
       IF FICT-HALLADO = "N"
          PERFORM CONTROLA-FALTA
       ELSE
          MOVE "S" TO FICT-PLANIFICADO(FICT-POS)
          PERFORM CONTROLA-ENTRADA
          IF CUADT-MIN-FIN(CUADT-POS) > CUADT-MIN-INICIO(CUADT-POS)
             PERFORM CONTROLA-SALIDA
          END-IF
       END-IF.
       ADD 1 TO CUADT-POS.

       CONTROLA-FALTA.
       MOVE "N" TO AUST-HALLADO.
       MOVE 1 TO AUST-POS.
       PERFORM BUSCA-AUSENCIA-DIA
           UNTIL AUST-POS > AUST-TOTAL
           OR AUST-HALLADO = "S".
       IF AUST-HALLADO = "S"
          ADD 1 TO FALTAS-JUSTIFICADAS
       ELSE
          ADD 1 TO FALTAS-SIN-JUSTIFICAR
          MOVE SPACES TO INCIDENCIA-TEXTO
          STRING "FALTA SIN AUSENCIA GRABADA (TURNO "
              CUADT-TURNO(CUADT-POS) ")"
              DELIMITED BY SIZE INTO INCIDENCIA-TEXTO
          PERFORM ANOTA-INCIDENCIA
       END-IF.

       BUSCA-AUSENCIA-DIA.
       IF AUST-ID(AUST-POS) = CUADT-ID(CUADT-POS)
          MOVE "S" TO AUST-HALLADO
       ELSE
          ADD 1 TO AUST-POS
       END-IF.

       CONTROLA-ENTRADA.
       IF FICT-HAY-ENTRADA(FICT-POS) = "N"
          ADD 1 TO FICHAJES-INCOMPLETOS
          MOVE SPACES TO INCIDENCIA-TEXTO
          STRING "SIN FICHAJE DE ENTRADA (PREVISTA "
              CUADT-HORA-INICIO(CUADT-POS) ")"
              DELIMITED BY SIZE INTO INCIDENCIA-TEXTO
          PERFORM ANOTA-INCIDENCIA
       ELSE
          MOVE FICT-PRIMERA-ENTRADA(FICT-POS) TO HORA-TRABAJO
          PERFORM CONVIERTE-A-MINUTOS
          IF MINUTOS-CALCULO
              > CUADT-MIN-INICIO(CUADT-POS) + TOLERANCIA-RELOJ
             ADD 1 TO RETRASOS
             COMPUTE MINUTOS-DESVIO
                 = MINUTOS-CALCULO - CUADT-MIN-INICIO(CUADT-POS)
             MOVE SPACES TO INCIDENCIA-TEXTO
             STRING "RETRASO " MINUTOS-DESVIO " MIN (ENTRADA "
                 FICT-PRIMERA-ENTRADA(FICT-POS) " / "
                 CUADT-HORA-INICIO(CUADT-POS) ")"
                 DELIMITED BY SIZE INTO INCIDENCIA-TEXTO
             PERFORM ANOTA-INCIDENCIA
          END-IF
       END-IF.

       CONTROLA-SALIDA.
       IF FICT-HAY-SALIDA(FICT-POS) = "N"
          ADD 1 TO FICHAJES-INCOMPLETOS
          MOVE SPACES TO INCIDENCIA-TEXTO
          STRING "SIN FICHAJE DE SALIDA (PREVISTA "
              CUADT-HORA-FIN(CUADT-POS) ")"
              DELIMITED BY SIZE INTO INCIDENCIA-TEXTO
          PERFORM ANOTA-INCIDENCIA
       ELSE
          MOVE FICT-ULTIMA-SALIDA(FICT-POS) TO HORA-TRABAJO
          PERFORM CONVIERTE-A-MINUTOS
          IF MINUTOS-CALCULO + TOLERANCIA-RELOJ
              < CUADT-MIN-FIN(CUADT-POS)
             ADD 1 TO SALIDAS-ANTICIPADAS
             COMPUTE MINUTOS-DESVIO
                 = CUADT-MIN-FIN(CUADT-POS) - MINUTOS-CALCULO
             MOVE SPACES TO INCIDENCIA-TEXTO
             STRING "SALIDA ANTICIPADA " MINUTOS-DESVIO " MIN ("
                 FICT-ULTIMA-SALIDA(FICT-POS) " / "
                 CUADT-HORA-FIN(CUADT-POS) ")"
                 DELIMITED BY SIZE INTO INCIDENCIA-TEXTO
             PERFORM ANOTA-INCIDENCIA
          END-IF
       END-IF.

      ******************************************************************
      * Trabajo fuera de cuadrante: quien ficha entrada un dia que
      * no tenia turno. Una salida sola es el final de un turno de
      * noche del dia anterior y no cuenta.
      ******************************************************************
       CONTROLA-NO-PLANIFICADO.
       IF FICT-PLANIFICADO(FICT-POS) = "N"
           AND FICT-HAY-ENTRADA(FICT-POS) = "S"
          ADD 1 TO TRABAJO-NO-PLANIFICADO
          MOVE FICT-ID(FICT-POS) TO INCIDENCIA-ID
          MOVE SPACES TO INCIDENCIA-TEXTO
          STRING "TRABAJO NO PLANIFICADO (ENTRADA "
              FICT-PRIMERA-ENTRADA(FICT-POS) ")"
              DELIMITED BY SIZE INTO INCIDENCIA-TEXTO
          PERFORM ANOTA-INCIDENCIA
       END-IF.
       ADD 1 TO FICT-POS.

       ANOTA-INCIDENCIA.
       IF INCT-TOTAL < 1000
          ADD 1 TO INCT-TOTAL
          MOVE INCIDENCIA-ID TO INCT-ID(INCT-TOTAL)
          MOVE INCIDENCIA-TEXTO TO INCT-TEXTO(INCT-TOTAL)
          MOVE INCIDENCIA-ID TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY MOVE "N" TO ENCONTRADO
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
          IF ENCONTRADO = "S"
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             MOVE APELLIDOS-MOSTRADOS TO INCT-APELLIDOS(INCT-TOTAL)
             MOVE EMPLEADOS-DEPARTAMENTO
                 TO INCT-DEPARTAMENTO(INCT-TOTAL)
          ELSE
             MOVE SPACES TO INCT-APELLIDOS(INCT-TOTAL)
             MOVE SPACES TO INCT-DEPARTAMENTO(INCT-TOTAL)
          END-IF
          MOVE "N" TO DEPT-HALLADO
          MOVE 1 TO DEPT-POS
          PERFORM BUSCA-DEPTO-INCIDENCIA
              UNTIL DEPT-POS > DEPT-TOTAL
              OR DEPT-HALLADO = "S"
          IF DEPT-HALLADO = "S" AND DEPT-RESPONSABLE(DEPT-POS)
              NOT = SPACES
             MOVE DEPT-RESPONSABLE(DEPT-POS)
                 TO INCT-RESPONSABLE(INCT-TOTAL)
          ELSE
             MOVE "(SIN RESPONSABLE)" TO INCT-RESPONSABLE(INCT-TOTAL)
          END-IF
          PERFORM ANOTA-RESPONSABLE
       ELSE
          DISPLAY "AVISO: TABLA DE INCIDENCIAS LLENA."
       END-IF.

       BUSCA-DEPTO-INCIDENCIA.
       IF DEPT-CODIGO(DEPT-POS) = INCT-DEPARTAMENTO(INCT-TOTAL)
          MOVE "S" TO DEPT-HALLADO
       ELSE
          ADD 1 TO DEPT-POS
       END-IF.

       ANOTA-RESPONSABLE.
       MOVE "N" TO RESP-HALLADO.
       MOVE 1 TO RESP-POS.
       PERFORM BUSCA-RESPONSABLE
           UNTIL RESP-POS > RESP-TOTAL
           OR RESP-HALLADO = "S".
       IF RESP-HALLADO = "N" AND RESP-TOTAL < 50
          ADD 1 TO RESP-TOTAL
          MOVE RESP-TOTAL TO RESP-POS
          MOVE INCT-RESPONSABLE(INCT-TOTAL) TO RESP-NOMBRE(RESP-POS)
          MOVE 0 TO RESP-INCIDENCIAS(RESP-POS)
          MOVE "S" TO RESP-HALLADO
       END-IF.
       IF RESP-HALLADO = "S"
          ADD 1 TO RESP-INCIDENCIAS(RESP-POS)
       END-IF.

       BUSCA-RESPONSABLE.
       IF RESP-NOMBRE(RESP-POS) = INCT-RESPONSABLE(INCT-TOTAL)
          MOVE "S" TO RESP-HALLADO
       ELSE
          ADD 1 TO RESP-POS
       END-IF.

      ******************************************************************
      * Listado: un bloque por responsable con sus incidencias y
      * los totales del dia al pie.
      ******************************************************************
       ESCRIBE-INFORME-ASISTENCIA.
       OPEN OUTPUT INFORME-ASISTENCIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-ASISTENCIA.
       STRING "CONTROL DE ASISTENCIA DEL " FECHA-PROCESO-NEGOCIO
           " - TOLERANCIA " TOLERANCIA-RELOJ
           " MIN - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-ASISTENCIA.
       WRITE LINEA-ASISTENCIA.
       MOVE 1 TO RESP-POS.
       PERFORM ESCRIBE-BLOQUE-RESPONSABLE UNTIL RESP-POS > RESP-TOTAL.
       MOVE SPACES TO LINEA-ASISTENCIA.
       STRING "EN CUADRANTE: " CUADT-TOTAL
           "  RETRASOS: " RETRASOS
           "  SALIDAS ANTICIPADAS: " SALIDAS-ANTICIPADAS
           "  FICHAJES INCOMPLETOS: " FICHAJES-INCOMPLETOS
           DELIMITED BY SIZE INTO LINEA-ASISTENCIA.
       WRITE LINEA-ASISTENCIA.
       MOVE SPACES TO LINEA-ASISTENCIA.
       STRING "FALTAS SIN JUSTIFICAR: " FALTAS-SIN-JUSTIFICAR
           "  AUSENCIAS GRABADAS: " FALTAS-JUSTIFICADAS
           "  TRABAJO NO PLANIFICADO: " TRABAJO-NO-PLANIFICADO
           DELIMITED BY SIZE INTO LINEA-ASISTENCIA.
       WRITE LINEA-ASISTENCIA.
       CLOSE INFORME-ASISTENCIA.

       ESCRIBE-BLOQUE-RESPONSABLE.
       MOVE SPACES TO LINEA-ASISTENCIA.
       WRITE LINEA-ASISTENCIA.
       MOVE SPACES TO LINEA-ASISTENCIA.
       STRING "RESPONSABLE: " RESP-NOMBRE(RESP-POS)
           "  INCIDENCIAS: " RESP-INCIDENCIAS(RESP-POS)
           DELIMITED BY SIZE INTO LINEA-ASISTENCIA.
       WRITE LINEA-ASISTENCIA.
       MOVE 1 TO INCT-POS.
       PERFORM ESCRIBE-LINEA-INCIDENCIA UNTIL INCT-POS > INCT-TOTAL.
       ADD 1 TO RESP-POS.

       ESCRIBE-LINEA-INCIDENCIA.
       IF INCT-RESPONSABLE(INCT-POS) = RESP-NOMBRE(RESP-POS)
          MOVE SPACES TO LINEA-ASISTENCIA
          STRING "  " INCT-DEPARTAMENTO(INCT-POS) " "
              INCT-ID(INCT-POS) " " INCT-APELLIDOS(INCT-POS) " "
              INCT-TEXTO(INCT-POS)
              DELIMITED BY SIZE INTO LINEA-ASISTENCIA
          WRITE LINEA-ASISTENCIA
       END-IF.
       ADD 1 TO INCT-POS.

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
       END PROGRAM CONTROL-ASISTENCIA.

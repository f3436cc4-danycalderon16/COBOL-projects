      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tendencia de duracion del batch nocturno a partir de
      *          BATCHRUN.LOG: por cada paso de BATCH-NOCTURNO (y la
      *          linea CORRIDA de la cadena completa) calcula la
      *          duracion media y maxima y los registros por segundo
      *          de las ultimas N corridas (CORRIDAS-BATCH en
      *          PARAMS.DAT, 10 por omision) y los compara con la
      *          ultima corrida. Marca los pasos que tardaron mucho
      *          mas que su media (EXCESO-DURACION, 50 por ciento,
      *          con un minimo de MINIMO-SEG-BATCH segundos) o que
      *          procesaron muchos menos registros de lo habitual
      *          (CAIDA-REGISTROS, 50 por ciento), y proyecta con el
      *          crecimiento medio por corrida si la cadena seguira
      *          cabiendo en la ventana (VENTANA-BATCH, en minutos,
      *          240 por omision). Informe en DURBATCH.RPT; las
      *          anomalias van a ALERTAS.DAT para el operador de la
      *          manana.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DURACION-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-JOURNAL ASSIGN TO "BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-DURACION ASSIGN TO "DURBATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Diario de corridas de BATCH-NOCTURNO: una linea por paso y
      * una linea CORRIDA al final de cada ejecucion de la cadena.
      ******************************************************************
       FD  BATCH-JOURNAL.
       01  JOURNAL-REGISTRO.
           05 JOURNAL-FECHA        PIC 9(8).
           05 FILLER               PIC X.
           05 JOURNAL-PASO         PIC X(8).
           05 FILLER               PIC X.
           05 JOURNAL-HORA-INI     PIC X(6).
           05 FILLER               PIC X.
           05 JOURNAL-HORA-FIN     PIC X(6).
           05 FILLER               PIC X.
           05 JOURNAL-REGISTROS    PIC 9(5).
           05 FILLER               PIC X.
           05 JOURNAL-RC           PIC 9(2).
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
       FD  REPORTE-DURACION.
       01  LINEA-DURACION             PIC X(120).

       WORKING-STORAGE SECTION.
       77  JOURNAL-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  JOURNAL-LEE-TODO     PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  CORRIDAS-ANALIZADAS  PIC 9(2) VALUE 10.
       77  EXCESO-DURACION-PCT  PIC 9(3) VALUE 50.
       77  MINIMO-SEGUNDOS      PIC 9(5) VALUE 60.
       77  CAIDA-REGISTROS-PCT  PIC 9(3) VALUE 50.
       77  VENTANA-MINUTOS      PIC 9(4) VALUE 240.
       77  VENTANA-SEGUNDOS     PIC 9(6).
       77  CORRIDAS-TOTAL       PIC 9(5).
       77  CORRIDA-ACTUAL       PIC 9(5).
       77  PRIMERA-CORRIDA-BASE PIC 9(5).
       77  CORRIDAS-BASE        PIC 9(2).
       77  FECHA-ULTIMA-CORRIDA PIC 9(8) VALUE 0.
       01  HORA-CALCULO.
           05 HORA-CALC-HH         PIC 9(2).
           05 HORA-CALC-MM         PIC 9(2).
           05 HORA-CALC-SS         PIC 9(2).
       77  SEGUNDOS-INICIO      PIC 9(5).
       77  SEGUNDOS-FIN         PIC 9(5).
       77  DURACION-LINEA       PIC 9(5).
       77  REGS-SEGUNDO-LINEA   PIC 9(5)V99.
       77  MEDIA-SEGUNDOS       PIC 9(5).
       77  MEDIA-REGISTROS      PIC 9(5).
       77  MEDIA-REGS-SEGUNDO   PIC 9(5)V99.
       77  LIMITE-SEGUNDOS      PIC 9(6).
       77  LIMITE-REGISTROS     PIC 9(5).
       77  MARCA-PASO           PIC X(24).
       77  PASOS-LENTOS         PIC 9(2) VALUE 0.
       77  PASOS-CON-CAIDA      PIC 9(2) VALUE 0.
       77  CRECIMIENTO-CORRIDA  PIC S9(5).
       77  PROYECCION-SEGUNDOS  PIC S9(6).
       77  MARGEN-SEGUNDOS      PIC S9(6).
       77  CORRIDAS-HASTA-LLENO PIC 9(5).
       77  VENTANA-EN-RIESGO    PIC X VALUE "N".
       77  RPS-EDICION          PIC ZZZZ9.99.
       77  RPS-EDICION-2        PIC ZZZZ9.99.
       77  SEGUNDOS-EDICION     PIC -(5)9.
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12).
       77  ALERTA-TEXTO-WS      PIC X(60).
      ******************************************************************
      * Estadisticas por paso: las corridas de base (las N anteriores
      * a la ultima) y los valores de la ultima corrida. Si un
      * reinicio repite un paso en la misma corrida, vale su ultima
      * linea.
      ******************************************************************
       01  TABLA-PASOS-DURACION.
           05 PASOE-ENTRADA OCCURS 21 TIMES.
              10 PASOE-NOMBRE         PIC X(8).
              10 PASOE-CORRIDAS       PIC 9(3).
              10 PASOE-SUMA-SEGUNDOS  PIC 9(7).
              10 PASOE-MAX-SEGUNDOS   PIC 9(5).
              10 PASOE-SUMA-REGISTROS PIC 9(8).
              10 PASOE-SUMA-RPS       PIC 9(7)V99.
              10 PASOE-ULTIMA-HAY     PIC X.
              10 PASOE-ULTIMA-SEGUNDOS PIC 9(5).
              10 PASOE-ULTIMA-REGISTROS PIC 9(5).
              10 PASOE-ULTIMA-RPS     PIC 9(5)V99.
       77  PASOE-TOTAL          PIC 9(2) VALUE 0.
       77  PASOE-POS            PIC 9(2).
       77  PASOE-HALLADO        PIC X.
      ******************************************************************
      * Duracion de la cadena completa (linea CORRIDA) en las
      * corridas de base y la ultima, en orden, para la proyeccion.
      ******************************************************************
       01  TABLA-CORRIDAS-DURACION.
           05 CORRT-SEGUNDOS OCCURS 31 TIMES PIC 9(5).
       77  CORRT-TOTAL          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "TENDENCIA DE DURACION DEL BATCH NOCTURNO".
       MOVE 0 TO PASOE-TOTAL.
       MOVE 0 TO CORRT-TOTAL.
       MOVE 0 TO PASOS-LENTOS.
       MOVE 0 TO PASOS-CON-CAIDA.
       MOVE "N" TO VENTANA-EN-RIESGO.
       PERFORM CARGA-PARAMETROS-DURACION.
       COMPUTE VENTANA-SEGUNDOS = VENTANA-MINUTOS * 60.
       PERFORM CUENTA-CORRIDAS.
       IF CORRIDAS-TOTAL < 2
          DISPLAY "NO HAY HISTORIA SUFICIENTE EN BATCHRUN.LOG PARA "
              "LA TENDENCIA."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF CORRIDAS-TOTAL - 1 < CORRIDAS-ANALIZADAS
          COMPUTE CORRIDAS-BASE = CORRIDAS-TOTAL - 1
       ELSE
          MOVE CORRIDAS-ANALIZADAS TO CORRIDAS-BASE
       END-IF.
       COMPUTE PRIMERA-CORRIDA-BASE = CORRIDAS-TOTAL - CORRIDAS-BASE.
       OPEN INPUT BATCH-JOURNAL.
       MOVE 1 TO CORRIDA-ACTUAL.
       MOVE "N" TO JOURNAL-LEE-TODO.
       PERFORM ACUMULA-LINEA-JOURNAL UNTIL JOURNAL-LEE-TODO = "S".
       CLOSE BATCH-JOURNAL.
       OPEN OUTPUT REPORTE-DURACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-DURACION.
       STRING "DURACION DEL BATCH NOCTURNO - ULTIMA CORRIDA: "
           FECHA-ULTIMA-CORRIDA " FRENTE A LAS " CORRIDAS-BASE
           " ANTERIORES - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-DURACION.
       WRITE LINEA-DURACION.
       MOVE SPACES TO LINEA-DURACION.
       STRING "PASO     CORRIDAS MEDIA-SEG MAX-SEG  REGS/SEG  "
           "ULTIMA-SEG ULTIMA-REGS ULT-REGS/SEG OBSERVACION"
           DELIMITED BY SIZE INTO LINEA-DURACION.
       WRITE LINEA-DURACION.
       MOVE 1 TO PASOE-POS.
       PERFORM EVALUA-PASO-DURACION UNTIL PASOE-POS > PASOE-TOTAL.
       PERFORM PROYECTA-VENTANA.
       MOVE SPACES TO LINEA-DURACION.
       STRING "PASOS LENTOS: " PASOS-LENTOS
           "  PASOS CON CAIDA DE REGISTROS: " PASOS-CON-CAIDA
           DELIMITED BY SIZE INTO LINEA-DURACION.
       WRITE LINEA-DURACION.
       CLOSE REPORTE-DURACION.
       IF PASOS-LENTOS > 0 OR PASOS-CON-CAIDA > 0
           OR VENTANA-EN-RIESGO = "S"
          MOVE 4 TO RETURN-CODE
       END-IF.
       DISPLAY "TENDENCIA ESCRITA EN DURBATCH.RPT. PASOS LENTOS: "
           PASOS-LENTOS ". CAIDAS DE REGISTROS: " PASOS-CON-CAIDA
           ".".
       GOBACK.

       CARGA-PARAMETROS-DURACION.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-DURACION
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.
       IF CORRIDAS-ANALIZADAS < 1 OR CORRIDAS-ANALIZADAS > 30
          MOVE 10 TO CORRIDAS-ANALIZADAS
       END-IF.

       APLICA-PARAMETRO-DURACION.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "CORRIDAS-BATCH"
                 MOVE PARAM-VALOR TO CORRIDAS-ANALIZADAS
              END-IF
              IF PARAM-CLAVE = "EXCESO-DURACION"
                 MOVE PARAM-VALOR TO EXCESO-DURACION-PCT
              END-IF
              IF PARAM-CLAVE = "MINIMO-SEG-BATCH"
                 MOVE PARAM-VALOR TO MINIMO-SEGUNDOS
              END-IF
              IF PARAM-CLAVE = "CAIDA-REGISTROS"
                 MOVE PARAM-VALOR TO CAIDA-REGISTROS-PCT
              END-IF
              IF PARAM-CLAVE = "VENTANA-BATCH"
                 MOVE PARAM-VALOR TO VENTANA-MINUTOS
              END-IF
       END-READ.

      ******************************************************************
      * Primera pasada: cada linea CORRIDA cierra una ejecucion de la
      * cadena. Las lineas posteriores a la ultima CORRIDA son de una
      * cadena aun en curso y no cuentan.
      ******************************************************************
       CUENTA-CORRIDAS.
       MOVE 0 TO CORRIDAS-TOTAL.
       OPEN INPUT BATCH-JOURNAL.
       IF JOURNAL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO JOURNAL-LEE-TODO
          PERFORM CUENTA-LINEA-CORRIDA UNTIL JOURNAL-LEE-TODO = "S"
       END-IF.
       CLOSE BATCH-JOURNAL.

       CUENTA-LINEA-CORRIDA.
       READ BATCH-JOURNAL
           AT END MOVE "S" TO JOURNAL-LEE-TODO
           NOT AT END
              IF JOURNAL-PASO = "CORRIDA"
                 ADD 1 TO CORRIDAS-TOTAL
              END-IF
       END-READ.

      ******************************************************************
      * Segunda pasada: las lineas de las corridas de base suman a la
      * media y al maximo de su paso; las de la ultima corrida quedan
      * aparte para compararlas.
      ******************************************************************
       ACUMULA-LINEA-JOURNAL.
       READ BATCH-JOURNAL
           AT END MOVE "S" TO JOURNAL-LEE-TODO
           NOT AT END
              IF CORRIDA-ACTUAL >= PRIMERA-CORRIDA-BASE
                  AND CORRIDA-ACTUAL <= CORRIDAS-TOTAL
                 PERFORM CALCULA-DURACION-LINEA
                 PERFORM LOCALIZA-PASO-DURACION
                 IF PASOE-HALLADO = "S"
                    IF CORRIDA-ACTUAL = CORRIDAS-TOTAL
                       PERFORM ANOTA-ULTIMA-CORRIDA
                    ELSE
                       PERFORM ANOTA-CORRIDA-BASE
                    END-IF
                 END-IF
                 IF JOURNAL-PASO = "CORRIDA"
                     AND CORRT-TOTAL < 31
                    ADD 1 TO CORRT-TOTAL
                    MOVE DURACION-LINEA TO CORRT-SEGUNDOS(CORRT-TOTAL)
                 END-IF
              END-IF
              IF JOURNAL-PASO = "CORRIDA"
                 ADD 1 TO CORRIDA-ACTUAL
              END-IF
       END-READ.

      ******************************************************************
      * Duracion en segundos entre la hora de inicio y la de fin; un
      * paso que cruza la medianoche suma el dia completo.
      ******************************************************************
       CALCULA-DURACION-LINEA.
       MOVE 0 TO DURACION-LINEA.
       IF JOURNAL-HORA-INI IS NUMERIC AND JOURNAL-HORA-FIN IS NUMERIC
          MOVE JOURNAL-HORA-INI TO HORA-CALCULO
          COMPUTE SEGUNDOS-INICIO = HORA-CALC-HH * 3600
              + HORA-CALC-MM * 60 + HORA-CALC-SS
          MOVE JOURNAL-HORA-FIN TO HORA-CALCULO
          COMPUTE SEGUNDOS-FIN = HORA-CALC-HH * 3600
              + HORA-CALC-MM * 60 + HORA-CALC-SS
          IF SEGUNDOS-FIN >= SEGUNDOS-INICIO
             COMPUTE DURACION-LINEA = SEGUNDOS-FIN - SEGUNDOS-INICIO
          ELSE
             COMPUTE DURACION-LINEA
                 = SEGUNDOS-FIN + 86400 - SEGUNDOS-INICIO
          END-IF
       END-IF.
       IF DURACION-LINEA > 0
          COMPUTE REGS-SEGUNDO-LINEA ROUNDED
              = JOURNAL-REGISTROS / DURACION-LINEA
       ELSE
          MOVE JOURNAL-REGISTROS TO REGS-SEGUNDO-LINEA
       END-IF.

       LOCALIZA-PASO-DURACION.
       MOVE "N" TO PASOE-HALLADO.
       MOVE 1 TO PASOE-POS.
       PERFORM BUSCA-PASO-DURACION
           UNTIL PASOE-POS > PASOE-TOTAL
           OR PASOE-HALLADO = "S".
       IF PASOE-HALLADO = "N"
          IF PASOE-TOTAL < 21
             ADD 1 TO PASOE-TOTAL
             MOVE PASOE-TOTAL TO PASOE-POS
             MOVE JOURNAL-PASO TO PASOE-NOMBRE(PASOE-POS)
             MOVE 0 TO PASOE-CORRIDAS(PASOE-POS)
             MOVE 0 TO PASOE-SUMA-SEGUNDOS(PASOE-POS)
             MOVE 0 TO PASOE-MAX-SEGUNDOS(PASOE-POS)
             MOVE 0 TO PASOE-SUMA-REGISTROS(PASOE-POS)
             MOVE 0 TO PASOE-SUMA-RPS(PASOE-POS)
             MOVE "N" TO PASOE-ULTIMA-HAY(PASOE-POS)
             MOVE 0 TO PASOE-ULTIMA-SEGUNDOS(PASOE-POS)
             MOVE 0 TO PASOE-ULTIMA-REGISTROS(PASOE-POS)
             MOVE 0 TO PASOE-ULTIMA-RPS(PASOE-POS)
             MOVE "S" TO PASOE-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE PASOS LLENA. SE OMITE "
                 JOURNAL-PASO
          END-IF
       END-IF.

       BUSCA-PASO-DURACION.
       IF PASOE-NOMBRE(PASOE-POS) = JOURNAL-PASO
          MOVE "S" TO PASOE-HALLADO
       ELSE
          ADD 1 TO PASOE-POS
       END-IF.

       ANOTA-CORRIDA-BASE.
       ADD 1 TO PASOE-CORRIDAS(PASOE-POS).
       ADD DURACION-LINEA TO PASOE-SUMA-SEGUNDOS(PASOE-POS).
       IF DURACION-LINEA > PASOE-MAX-SEGUNDOS(PASOE-POS)
          MOVE DURACION-LINEA TO PASOE-MAX-SEGUNDOS(PASOE-POS)
       END-IF.
       ADD JOURNAL-REGISTROS TO PASOE-SUMA-REGISTROS(PASOE-POS).
       ADD REGS-SEGUNDO-LINEA TO PASOE-SUMA-RPS(PASOE-POS).

       ANOTA-ULTIMA-CORRIDA.
       MOVE "S" TO PASOE-ULTIMA-HAY(PASOE-POS).
       MOVE DURACION-LINEA TO PASOE-ULTIMA-SEGUNDOS(PASOE-POS).
       MOVE JOURNAL-REGISTROS TO PASOE-ULTIMA-REGISTROS(PASOE-POS).
       MOVE REGS-SEGUNDO-LINEA TO PASOE-ULTIMA-RPS(PASOE-POS).
       MOVE JOURNAL-FECHA TO FECHA-ULTIMA-CORRIDA.

      ******************************************************************
      * Un paso de la ultima corrida es lento si supera su media en
      * mas del porcentaje configurado y en al menos el minimo de
      * segundos (para no alarmar por pasos de pocos segundos), y
      * tiene caida de registros si proceso menos del porcentaje
      * configurado por debajo de su media.
      ******************************************************************
       EVALUA-PASO-DURACION.
       MOVE SPACES TO MARCA-PASO.
       MOVE 0 TO MEDIA-SEGUNDOS.
       MOVE 0 TO MEDIA-REGISTROS.
       MOVE 0 TO MEDIA-REGS-SEGUNDO.
       IF PASOE-CORRIDAS(PASOE-POS) > 0
          COMPUTE MEDIA-SEGUNDOS ROUNDED
              = PASOE-SUMA-SEGUNDOS(PASOE-POS)
              / PASOE-CORRIDAS(PASOE-POS)
          COMPUTE MEDIA-REGISTROS ROUNDED
              = PASOE-SUMA-REGISTROS(PASOE-POS)
              / PASOE-CORRIDAS(PASOE-POS)
          COMPUTE MEDIA-REGS-SEGUNDO ROUNDED
              = PASOE-SUMA-RPS(PASOE-POS)
              / PASOE-CORRIDAS(PASOE-POS)
          IF PASOE-ULTIMA-HAY(PASOE-POS) = "S"
             COMPUTE LIMITE-SEGUNDOS ROUNDED = MEDIA-SEGUNDOS
                 * (100 + EXCESO-DURACION-PCT) / 100
             IF PASOE-ULTIMA-SEGUNDOS(PASOE-POS) > LIMITE-SEGUNDOS
                 AND PASOE-ULTIMA-SEGUNDOS(PASOE-POS)
                 >= MEDIA-SEGUNDOS + MINIMO-SEGUNDOS
                MOVE "LENTO" TO MARCA-PASO
                ADD 1 TO PASOS-LENTOS
                PERFORM ALERTA-PASO-LENTO
             END-IF
             IF CAIDA-REGISTROS-PCT < 100
                COMPUTE LIMITE-REGISTROS ROUNDED = MEDIA-REGISTROS
                    * (100 - CAIDA-REGISTROS-PCT) / 100
             ELSE
                MOVE 0 TO LIMITE-REGISTROS
             END-IF
             IF PASOE-ULTIMA-REGISTROS(PASOE-POS) < LIMITE-REGISTROS
                MOVE "POCOS REGISTROS" TO MARCA-PASO(7:)
                ADD 1 TO PASOS-CON-CAIDA
                PERFORM ALERTA-CAIDA-REGISTROS
             END-IF
          ELSE
             MOVE "NO EJECUTADO" TO MARCA-PASO
          END-IF
       ELSE
          MOVE "SIN HISTORIA" TO MARCA-PASO
       END-IF.
       MOVE MEDIA-REGS-SEGUNDO TO RPS-EDICION.
       MOVE PASOE-ULTIMA-RPS(PASOE-POS) TO RPS-EDICION-2.
       MOVE SPACES TO LINEA-DURACION.
       STRING PASOE-NOMBRE(PASOE-POS) " "
           PASOE-CORRIDAS(PASOE-POS) "      "
           MEDIA-SEGUNDOS "     " PASOE-MAX-SEGUNDOS(PASOE-POS)
           "    " RPS-EDICION "  "
           PASOE-ULTIMA-SEGUNDOS(PASOE-POS) "      "
           PASOE-ULTIMA-REGISTROS(PASOE-POS) "       "
           RPS-EDICION-2 "     " MARCA-PASO
           DELIMITED BY SIZE INTO LINEA-DURACION.
       WRITE LINEA-DURACION.
       ADD 1 TO PASOE-POS.

       ALERTA-PASO-LENTO.
       MOVE "M" TO ALERTA-SEV-WS.
       MOVE "BATCH-DURAC" TO ALERTA-ORIGEN-WS.
       MOVE SPACES TO ALERTA-TEXTO-WS.
       STRING "BATCH: " PASOE-NOMBRE(PASOE-POS) " DURO "
           PASOE-ULTIMA-SEGUNDOS(PASOE-POS) " S, MEDIA "
           MEDIA-SEGUNDOS " S"
           DELIMITED BY SIZE INTO ALERTA-TEXTO-WS.
       PERFORM GRABA-ALERTA.

       ALERTA-CAIDA-REGISTROS.
       MOVE "M" TO ALERTA-SEV-WS.
       MOVE "BATCH-DURAC" TO ALERTA-ORIGEN-WS.
       MOVE SPACES TO ALERTA-TEXTO-WS.
       STRING "BATCH: " PASOE-NOMBRE(PASOE-POS) " PROCESO "
           PASOE-ULTIMA-REGISTROS(PASOE-POS) " REGS, MEDIA "
           MEDIA-REGISTROS
           DELIMITED BY SIZE INTO ALERTA-TEXTO-WS.
       PERFORM GRABA-ALERTA.

      ******************************************************************
      * Proyeccion de la ventana: la proxima corrida se estima como
      * la ultima mas el crecimiento medio por corrida de la serie;
      * con crecimiento positivo se calcula cuantas corridas quedan
      * hasta llenar la ventana. Alerta alta si la proxima ya no
      * cabe; media si se llena antes de otras tantas corridas como
      * las analizadas.
      ******************************************************************
       PROYECTA-VENTANA.
       MOVE 0 TO CRECIMIENTO-CORRIDA.
       IF CORRT-TOTAL > 1
          COMPUTE CRECIMIENTO-CORRIDA ROUNDED
              = (CORRT-SEGUNDOS(CORRT-TOTAL) - CORRT-SEGUNDOS(1))
              / (CORRT-TOTAL - 1)
       END-IF.
       IF CORRT-TOTAL > 0
          COMPUTE PROYECCION-SEGUNDOS
              = CORRT-SEGUNDOS(CORRT-TOTAL) + CRECIMIENTO-CORRIDA
       ELSE
          MOVE 0 TO PROYECCION-SEGUNDOS
       END-IF.
       COMPUTE MARGEN-SEGUNDOS = VENTANA-SEGUNDOS
           - PROYECCION-SEGUNDOS.
       MOVE CRECIMIENTO-CORRIDA TO SEGUNDOS-EDICION.
       MOVE SPACES TO LINEA-DURACION.
       STRING "CADENA: VENTANA " VENTANA-SEGUNDOS " S  CRECIMIENTO "
           "MEDIO POR CORRIDA " SEGUNDOS-EDICION " S"
           DELIMITED BY SIZE INTO LINEA-DURACION.
       WRITE LINEA-DURACION.
       MOVE PROYECCION-SEGUNDOS TO SEGUNDOS-EDICION.
       MOVE SPACES TO LINEA-DURACION.
       IF MARGEN-SEGUNDOS < 0
          MOVE "S" TO VENTANA-EN-RIESGO
          STRING "PROXIMA CORRIDA ESTIMADA EN " SEGUNDOS-EDICION
              " S: NO CABE EN LA VENTANA"
              DELIMITED BY SIZE INTO LINEA-DURACION
          MOVE "A" TO ALERTA-SEV-WS
          MOVE "BATCH-DURAC" TO ALERTA-ORIGEN-WS
          MOVE SPACES TO ALERTA-TEXTO-WS
          STRING "BATCH: PROXIMA CORRIDA " SEGUNDOS-EDICION
              " S NO CABE EN LA VENTANA"
              DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
          PERFORM GRABA-ALERTA
       ELSE
          IF CRECIMIENTO-CORRIDA > 0
             COMPUTE CORRIDAS-HASTA-LLENO
                 = MARGEN-SEGUNDOS / CRECIMIENTO-CORRIDA
             STRING "PROXIMA CORRIDA ESTIMADA EN " SEGUNDOS-EDICION
                 " S: CABE. AL RITMO ACTUAL LA VENTANA SE LLENA EN "
                 CORRIDAS-HASTA-LLENO " CORRIDAS"
                 DELIMITED BY SIZE INTO LINEA-DURACION
             IF CORRIDAS-HASTA-LLENO <= CORRIDAS-ANALIZADAS
                MOVE "S" TO VENTANA-EN-RIESGO
                MOVE "M" TO ALERTA-SEV-WS
                MOVE "BATCH-DURAC" TO ALERTA-ORIGEN-WS
                MOVE SPACES TO ALERTA-TEXTO-WS
                STRING "BATCH: LA VENTANA SE LLENA EN "
                    CORRIDAS-HASTA-LLENO " CORRIDAS A ESTE RITMO"
                    DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
                PERFORM GRABA-ALERTA
             END-IF
          ELSE
             STRING "PROXIMA CORRIDA ESTIMADA EN " SEGUNDOS-EDICION
                 " S: CABE. SIN CRECIMIENTO EN LAS ULTIMAS CORRIDAS"
                 DELIMITED BY SIZE INTO LINEA-DURACION
          END-IF
       END-IF.
       WRITE LINEA-DURACION.

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
       END PROGRAM DURACION-BATCH.

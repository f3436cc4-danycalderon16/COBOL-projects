           SELECT REPARTO-ARCHIVO ASSIGN TO "REPARTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPARTO-ESTADO-ARCHIVO.
           SELECT TASAS-ABSENTISMO ASSIGN TO "ABSTASA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASAS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
      ******************************************************************
      * Reparto de coste de los empleados compartidos: porcentajes
      * por departamento que deben sumar 100; un empleado sin
           05 REPARTO-EMPLEADOS-ID    PIC 9(5).
           05 REPARTO-DEPARTAMENTO    PIC X(10).
           05 REPARTO-PORCENTAJE      PIC 9(3).
      ******************************************************************
      * Tasa de absentismo por enfermedad a 12 meses por
      * departamento que deja el indice de AUSENCIAS; *EMPRESA* es
      * la de toda la plantilla.
      ******************************************************************
       FD  TASAS-ABSENTISMO.
       01  TASA-REGISTRO.
           05 TASA-FECHA              PIC 9(8).
           05 TASA-DEPARTAMENTO       PIC X(10).
           05 TASA-PORCENTAJE         PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  CONTROL-ESTADO-ARCHIVO  PIC X(2).
       77  CONTROL-ANTERIOR        PIC 9(5) VALUE 0.
       77  REGISTROS-LEIDOS        PIC 9(5) VALUE 0.
       77  SALARIO-SNAP-EDICION    PIC -(11)9.99.
       77  DELTA-EDICION           PIC -(5)9.
       77  DELTA-PCT-EDICION       PIC -(3)9.99.
       77  TASAS-ESTADO-ARCHIVO    PIC X(2).
       77  TASAS-LEE-TODO          PIC X.
       77  TASA-EDICION            PIC ZZ9.99.
       01  TABLA-TASAS-ABSENTISMO.
           05 TASAT-ENTRADA OCCURS 21 TIMES.
              10 TASAT-DEPARTAMENTO PIC X(10).
              10 TASAT-PORCENTAJE  PIC 9(3)V99.
       77  TASAT-TOTAL             PIC 9(2) VALUE 0.
       77  TASAT-POS               PIC 9(2).
       77  TASAT-HALLADO           PIC X.
       77  TASAT-FECHA             PIC 9(8) VALUE 0.
       77  DEPTO-TASA-BUSCADO      PIC X(10).
       77  ACTIVOS-EMPRESA-TEND    PIC 9(5).
       77  JOURNAL-ESTADO-ARCHIVO  PIC X(2).
       77  BATCH-PARAMETRO-ESTADO  PIC X(2).
       77  MODO-BATCH              PIC X(2) VALUE SPACES.
       77  ALERTA-SEV-WS           PIC X.
       77  ALERTA-ORIGEN-WS        PIC X(12).
       77  ALERTA-TEXTO-WS         PIC X(60).
       77  IMAGEN-ANTES            PIC X(217).
       77  IMAGEN-DESPUES          PIC X(217).
       77  ALERTAS-ESTADO-ARCHIVO  PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO   PIC X(2).
       01  TABLA-JOURNAL.
       MOVE "CORRIDA" TO PASO-NOMBRE.
       MOVE HORA-INICIO-CORRIDA TO HORA-INICIO-PASO.
       PERFORM GRABA-JOURNAL-PASO.
       PERFORM ANALIZA-DURACION-CADENA.
       IF HUBO-ERROR-CADENA = "N"
          MOVE 0 TO PASO-COMPLETADO
          MOVE 0 TO REGISTROS-LEIDOS
          PERFORM GRABA-CHECKPOINT-BATCH
       END-IF.

      ******************************************************************
      * Con la linea CORRIDA ya en el diario, la tendencia de
      * duracion compara esta corrida con las anteriores y deja en
      * ALERTAS.DAT los pasos anomalos y el riesgo de ventana. Su
      * codigo de retorno no cambia el de la cadena.
      ******************************************************************
       ANALIZA-DURACION-CADENA.
       CALL "DURACION-BATCH"
           ON EXCEPTION
              DISPLAY "NO SE PUDO CARGAR EL PROGRAMA DURACION-BATCH"
       END-CALL.
       MOVE 0 TO RETURN-CODE.

       LANZA-PROGRAMA-PASO.
       DISPLAY "PASO " PASOT-NUMERO(PASOT-POS) ": CALL "
           PROGRAMA-PASO ".".
             MOVE "S" TO REGISTRO-CRITICO
             PERFORM ESCRIBE-LINEA-VALIDACION
          END-IF
          IF EMPLEADOS-PRIMER-APELLIDO = SPACES
             MOVE "PRIMER APELLIDO EN BLANCO" TO MOTIVO-VALIDACION
             MOVE "CRITICO" TO SEVERIDAD-VALIDACION
             MOVE "S" TO REGISTRO-CRITICO
             PERFORM ESCRIBE-LINEA-VALIDACION
           DELIMITED BY SIZE INTO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       MOVE SPACES TO LINEA-REPORTE.
       STRING "ID     NOMBRE          APELLIDOS                     "
           "EDAD TELEFONO"
           DELIMITED BY SIZE INTO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       MOVE 0 TO LINEA-CONTADOR.
          PERFORM CALCULA-EDAD-DERIVADA
          MOVE EDAD-DERIVADA TO EDAD-EDICION
          MOVE SPACES TO LINEA-REPORTE
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " " EDAD-EDICION " "
              EMPLEADOS-TELEFONO DELIMITED BY SIZE INTO LINEA-REPORTE
          WRITE LINEA-REPORTE
          ADD 1 TO LINEA-CONTADOR
      ******************************************************************
      * Paso 5: informe de tendencia sobre las ultimas corridas de
      * la historia de instantaneas, marcando los saltos dia a dia
      * de plantilla mayores que el umbral porcentual. Debajo, la
      * plantilla por departamento de la ultima corrida junto a su
      * tasa de absentismo a 12 meses (ABSTASA.DAT).
      ******************************************************************
       PASO-5-TENDENCIA.
       DISPLAY "PASO 5: INFORME DE TENDENCIA.".
       MOVE 0 TO TEND-TOTAL.
       MOVE 0 TO SNAPD-TOTAL.
       OPEN INPUT SNAPSHOT-ARCHIVO.
       IF SNAPSHOT-ESTADO-ARCHIVO = "00"
          MOVE "N" TO SNAP-LEE-TODO
       WRITE LINEA-TENDENCIA.
       MOVE 1 TO TEND-POS.
       PERFORM ESCRIBE-LINEA-TENDENCIA UNTIL TEND-POS > TEND-TOTAL.
       PERFORM ESCRIBE-ABSENTISMO-TENDENCIA.
       CLOSE REPORTE-TENDENCIA.
       DISPLAY "PASO 5: TENDENCIA ESCRITA EN TENDENCIA.RPT.".

      ******************************************************************
      * Conserva las ultimas diez corridas: cuando la tabla se
      * llena, se desplaza una posicion y la nueva entra al final.
      * Los departamentos que siguen a cada resumen sustituyen a los
      * de la corrida anterior, asi quedan los de la ultima.
      ******************************************************************
       CARGA-TENDENCIA.
       READ SNAPSHOT-ARCHIVO
           AT END MOVE "S" TO SNAP-LEE-TODO
           NOT AT END
              IF SNAPSHOT-TIPO = "D"
                 PERFORM CARGA-DEPTO-TENDENCIA
              END-IF
              IF SNAPSHOT-TIPO = "R"
                 MOVE 0 TO SNAPD-TOTAL
                 IF TEND-TOTAL < 10
                    ADD 1 TO TEND-TOTAL
                 ELSE
              END-IF
       END-READ.

       CARGA-DEPTO-TENDENCIA.
       IF SNAPD-TOTAL < 20
          ADD 1 TO SNAPD-TOTAL
          MOVE SNAPSHOT-CLAVE TO SNAPD-CODIGO(SNAPD-TOTAL)
          MOVE SNAPSHOT-ACTIVOS TO SNAPD-CONTADOR(SNAPD-TOTAL)
          MOVE SNAPSHOT-SALARIOS TO SNAPD-SALARIO(SNAPD-TOTAL)
       END-IF.

       DESPLAZA-TENDENCIA.
       MOVE TEND-FECHA(TEND-POS) TO TEND-FECHA(TEND-POS - 1).
       MOVE TEND-ACTIVOS(TEND-POS) TO TEND-ACTIVOS(TEND-POS - 1).
       WRITE LINEA-TENDENCIA.
       ADD 1 TO TEND-POS.

      ******************************************************************
      * Plantilla de la ultima corrida por departamento junto a la
      * tasa de absentismo; sin ABSTASA.DAT se deja constancia.
      ******************************************************************
       ESCRIBE-ABSENTISMO-TENDENCIA.
       MOVE 0 TO TASAT-TOTAL.
       MOVE 0 TO TASAT-FECHA.
       OPEN INPUT TASAS-ABSENTISMO.
       IF TASAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO TASAS-LEE-TODO
          PERFORM CARGA-TASA-ABSENTISMO UNTIL TASAS-LEE-TODO = "S"
       END-IF.
       CLOSE TASAS-ABSENTISMO.
       MOVE SPACES TO LINEA-TENDENCIA.
       IF TASAT-TOTAL = 0
          STRING "PLANTILLA Y ABSENTISMO: SIN INDICE DE ABSENTISMO "
              "CALCULADO (ABSTASA.DAT)"
              DELIMITED BY SIZE INTO LINEA-TENDENCIA
          WRITE LINEA-TENDENCIA
       ELSE
          STRING "PLANTILLA DE LA ULTIMA CORRIDA Y ABSENTISMO POR "
              "ENFERMEDAD A 12 MESES HASTA " TASAT-FECHA
              DELIMITED BY SIZE INTO LINEA-TENDENCIA
          WRITE LINEA-TENDENCIA
          MOVE 1 TO SNAPD-POS
          PERFORM ESCRIBE-DEPTO-ABSENTISMO
              UNTIL SNAPD-POS > SNAPD-TOTAL
          MOVE "*EMPRESA*" TO DEPTO-TASA-BUSCADO
          PERFORM LOCALIZA-TASA-ABSENTISMO
          MOVE SPACES TO LINEA-TENDENCIA
          IF TEND-TOTAL > 0
             MOVE TEND-ACTIVOS(TEND-TOTAL) TO ACTIVOS-EMPRESA-TEND
          ELSE
             MOVE 0 TO ACTIVOS-EMPRESA-TEND
          END-IF
          IF TASAT-HALLADO = "S"
             MOVE TASAT-PORCENTAJE(TASAT-POS) TO TASA-EDICION
             STRING "EMPRESA    ACTIVOS: " ACTIVOS-EMPRESA-TEND
                 " ABSENTISMO: " TASA-EDICION " PCT"
                 DELIMITED BY SIZE INTO LINEA-TENDENCIA
          ELSE
             STRING "EMPRESA    ACTIVOS: " ACTIVOS-EMPRESA-TEND
                 " ABSENTISMO: SIN DATO"
                 DELIMITED BY SIZE INTO LINEA-TENDENCIA
          END-IF
          WRITE LINEA-TENDENCIA
       END-IF.

       CARGA-TASA-ABSENTISMO.
       READ TASAS-ABSENTISMO
           AT END MOVE "S" TO TASAS-LEE-TODO
           NOT AT END
              IF TASAT-TOTAL < 21
                 ADD 1 TO TASAT-TOTAL
                 MOVE TASA-DEPARTAMENTO
                     TO TASAT-DEPARTAMENTO(TASAT-TOTAL)
                 MOVE TASA-PORCENTAJE
                     TO TASAT-PORCENTAJE(TASAT-TOTAL)
                 MOVE TASA-FECHA TO TASAT-FECHA
              ELSE
                 DISPLAY "AVISO: TABLA DE TASAS DE ABSENTISMO LLENA."
              END-IF
       END-READ.

       ESCRIBE-DEPTO-ABSENTISMO.
       MOVE SNAPD-CODIGO(SNAPD-POS) TO DEPTO-TASA-BUSCADO.
       PERFORM LOCALIZA-TASA-ABSENTISMO.
       MOVE SPACES TO LINEA-TENDENCIA.
       IF TASAT-HALLADO = "S"
          MOVE TASAT-PORCENTAJE(TASAT-POS) TO TASA-EDICION
          STRING SNAPD-CODIGO(SNAPD-POS) " ACTIVOS: "
              SNAPD-CONTADOR(SNAPD-POS) " ABSENTISMO: "
              TASA-EDICION " PCT"
              DELIMITED BY SIZE INTO LINEA-TENDENCIA
       ELSE
          STRING SNAPD-CODIGO(SNAPD-POS) " ACTIVOS: "
              SNAPD-CONTADOR(SNAPD-POS) " ABSENTISMO: SIN DATO"
              DELIMITED BY SIZE INTO LINEA-TENDENCIA
       END-IF.
       WRITE LINEA-TENDENCIA.
       ADD 1 TO SNAPD-POS.

       LOCALIZA-TASA-ABSENTISMO.
       MOVE "N" TO TASAT-HALLADO.
       MOVE 1 TO TASAT-POS.
       PERFORM BUSCA-TASA-ABSENTISMO
           UNTIL TASAT-POS > TASAT-TOTAL
           OR TASAT-HALLADO = "S".

       BUSCA-TASA-ABSENTISMO.
       IF TASAT-DEPARTAMENTO(TASAT-POS) = DEPTO-TASA-BUSCADO
          MOVE "S" TO TASAT-HALLADO
       ELSE
          ADD 1 TO TASAT-POS
       END-IF.

       LEE-SIGUIENTE-REGISTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "1" TO LEE-TODO
       END-READ.

       COPY "21-3-chequeo-estado.cbl".

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
       END PROGRAM BATCH-NOCTURNO.

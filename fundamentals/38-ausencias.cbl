      *          eso se comprueban aqui mes y dia en vez de usar el
      *          validador comun que rechaza fechas futuras. Los
      *          dias no retribuidos los descuenta la nomina.
      *          La bolsa de horas guarda las horas extra que el
      *          empleado elige cobrar en descanso (B=descanso de
      *          bolsa), con su factor de conversion y su caducidad.
      *          El derecho de vacaciones sigue la jornada media del
      *          anio (JORNADAS.DAT) en los empleados a tiempo
      *          parcial o con jornada reducida. La planificacion
      *          mensual puede limitarse al equipo de un responsable
      *          segun la linea de mando (JEFES.DAT). La antiguedad
      *          del derecho sale de los tramos de servicio
      *          reconocidos (TRAMOS-SERVICIO), no de la fecha de
      *          alta.
      *          El indice de absentismo a 12 meses cuenta por
      *          empleado los episodios y dias de enfermedad con su
      *          factor Bradford, y por departamento la tasa contra
      *          los dias laborables previstos; la tasa queda en
      *          ABSTASA.DAT para el informe de tendencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO AUSEN-NOMBRE-ARCHIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT REPORTE-AUSENCIAS ASSIGN TO AUSENCIAS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPOOL-CONTROL ASSIGN TO "SPOOLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-CONTROL-ESTADO.
           SELECT SPOOL-INDICE ASSIGN TO "SPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-INDICE-ESTADO.
           SELECT REPORTE-PLANIFICACION ASSIGN TO "PLANVAC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DERECHOS-ARCHIVO ASSIGN TO "DERVAC.DAT"
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT BOLSA-ARCHIVO ASSIGN TO BOLSA-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOLSA-ESTADO-ARCHIVO.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT PERIODOS-ARCHIVO ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODOS-ESTADO-ARCHIVO.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.
           SELECT REPORTE-ABSENTISMO ASSIGN TO "ABSENTIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TASAS-ABSENTISMO ASSIGN TO "ABSTASA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASAS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE.
              10 AUSENCIA-EMPLEADOS-ID PIC 9(5).
              10 AUSENCIA-TIPO         PIC X.
              10 AUSENCIA-DESDE        PIC 9(8).
           05 AUSENCIA-HASTA          PIC 9(8).
           05 AUSENCIA-DIAS           PIC 9(3).
       FD  REPORTE-AUSENCIAS.
       01  LINEA-AUSENCIA             PIC X(90).
      ******************************************************************
      * El informe mensual por departamento se guarda en el spool
      * compartido: generacion numerada y entrada en SPOOL.DAT, de
      * donde la toma el reparto por departamentos.
      ******************************************************************
       FD  SPOOL-CONTROL.
       01  SPOOL-CONTROL-REGISTRO.
           05 SPOOLCTL-REPORTE        PIC X(8).
           05 SPOOLCTL-GENERACION     PIC 9.
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
       FD  REPORTE-PLANIFICACION.
       01  LINEA-PLANIFICACION        PIC X(100).
      ******************************************************************
      * Reglas de derecho de vacaciones por antiguedad: a partir de
      * los anios de servicio indicados se conceden los dias de la
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
      ******************************************************************
      * Bolsa de horas: un registro por empleado y periodo con las
      * horas extra que no se pagan, las horas de descanso que
      * generan (por el factor de conversion), las ya disfrutadas
      * y la fecha de caducidad del descanso.
      ******************************************************************
       FD  BOLSA-ARCHIVO.
       01  BOLSA-REGISTRO.
           05 BOLSA-EMPLEADOS-ID      PIC 9(5).
           05 BOLSA-PERIODO           PIC X(6).
           05 BOLSA-HORAS-EXTRA       PIC 9(4)V99.
           05 BOLSA-HORAS-DESCANSO    PIC 9(4)V99.
           05 BOLSA-HORAS-DISFRUTADAS PIC 9(4)V99.
           05 BOLSA-CADUCIDAD         PIC 9(8).
           05 BOLSA-FECHA-ELECCION    PIC 9(8).
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE.
              10 HORAS-EMPLEADOS-ID   PIC 9(5).
              10 HORAS-PERIODO        PIC X(6).
           05 HORAS-TRABAJADAS        PIC 9(4)V99.
       FD  PERIODOS-ARCHIVO.
       01  PERIODO-REGISTRO.
           05 PERIODO-REG-ID          PIC X(6).
           05 PERIODO-REG-DESDE       PIC 9(8).
           05 PERIODO-REG-HASTA       PIC 9(8).
           05 PERIODO-REG-ESTADO      PIC X.
      ******************************************************************
      * Porcentaje de jornada por empleado con su fecha de efecto:
      * el derecho de vacaciones se concede en proporcion.
      ******************************************************************
       FD  JORNADAS-ARCHIVO.
       01  JORNADA-REGISTRO.
           05 JORNADA-CLAVE.
              10 JORNADA-EMPLEADOS-ID PIC 9(5).
              10 JORNADA-DESDE        PIC 9(8).
           05 JORNADA-PORCENTAJE      PIC 9(3)V99.
           05 JORNADA-MOTIVO          PIC X(2).
       FD  REPORTE-ABSENTISMO.
       01  LINEA-ABSENTISMO           PIC X(110).
      ******************************************************************
      * Tasa de absentismo por enfermedad a 12 meses por departamento
      * (y la de la empresa con el codigo *EMPRESA*), fechada con el
      * ultimo dia de la ventana. Se regenera en cada calculo y la
      * lee el informe de tendencia junto a la plantilla.
      ******************************************************************
       FD  TASAS-ABSENTISMO.
       01  TASA-REGISTRO.
           05 TASA-FECHA              PIC 9(8).
           05 TASA-DEPARTAMENTO       PIC X(10).
           05 TASA-PORCENTAJE         PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  AUSENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
              10 PLAN-DEPARTAMENTO    PIC X(10).
              10 PLAN-ID              PIC 9(5).
              10 PLAN-NOMBRE          PIC X(15).
              10 PLAN-APELLIDOS       PIC X(30).
              10 PLAN-TIPO            PIC X.
              10 PLAN-DESDE           PIC 9(8).
              10 PLAN-HASTA           PIC 9(8).
       77  PLAN-POS             PIC 9(3).
       77  PLAN-POS-2           PIC 9(3).
       77  DEPTO-PLAN-CORTE     PIC X(10).
       77  RESPONSABLE-FILTRO   PIC 9(5) VALUE 0.
       77  FECHA-EQUIPO         PIC 9(8).
       77  EN-EQUIPO            PIC X.
       77  UMBRAL-SOLAPE        PIC 9(2) VALUE 2.
       77  SOLAPES-DEPTO        PIC 9(3) VALUE 0.
       77  DEPARTAMENTO-SOLICITANTE PIC X(10).
       77  DERT-POS             PIC 9(2).
       77  ANIOS-SERVICIO       PIC S9(3).
       77  DERECHO-CALCULADO    PIC 9(3).
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  JORNADA-LEE-TODO     PIC X.
       77  PORCENTAJE-JORNADA   PIC 9(3)V99.
       77  SUMA-PORCENTAJE-JORNADA PIC 9(5)V99.
       77  MES-JORNADA          PIC 9(2).
       01  FECHA-JORNADA.
           05 FECHA-JORNADA-ANIO      PIC 9(4).
           05 FECHA-JORNADA-MES       PIC 9(2).
           05 FECHA-JORNADA-DIA       PIC 9(2) VALUE 1.
       01  FECHA-JORNADA-NUM REDEFINES FECHA-JORNADA PIC 9(8).
       77  ARRASTRE-EMPLEADO    PIC 9(3) VALUE 0.
       77  SALDO-HALLADO        PIC X.
       77  MES-HOY              PIC 9(2).
       77  DIAS-LABORABLES-RESULT PIC 9(5).
       77  FESTIVOS-ESTADO-ARCHIVO PIC X(2).
       77  OPCION-FESTIVOS      PIC X.
       77  DIAS-DESCANSO-BOLSA  PIC 9(4).
       77  BOLSA-ESTADO-ARCHIVO PIC X(2).
       77  HORAS-ESTADO-ARCHIVO PIC X(2).
       77  PERIODOS-ESTADO-ARCHIVO PIC X(2).
       77  BOLSA-NOMBRE-ARCHIVO PIC X(12) VALUE "BOLSAHOR.DAT".
       77  OPCION-BOLSA         PIC X.
       77  FACTOR-BOLSA         PIC 9V99 VALUE 1.75.
       77  MESES-CADUCIDAD-BOLSA PIC 9(2) VALUE 4.
       77  HORAS-JORNADA-DIA    PIC 9(2)V99 VALUE 8.00.
       77  JORNADA-MENSUAL      PIC 9(3) VALUE 160.
       77  PERIODO-BOLSA        PIC X(6).
       77  PERIODO-BOLSA-ESTADO PIC X.
       77  HORAS-EXTRA-PERIODO  PIC 9(4)V99.
       77  HORAS-A-BOLSA        PIC 9(4)V99.
       77  HORAS-NECESARIAS     PIC 9(5)V99.
       77  HORAS-DISPONIBLES    PIC 9(5)V99.
       77  HORAS-RESTANTES      PIC 9(5)V99.
       77  HORAS-CONSUMO        PIC 9(5)V99.
       77  BOLSA-SUFICIENTE     PIC X.
       77  BOLSA-YA-ELEGIDA     PIC X.
       77  FECHA-HOY-NUM        PIC 9(8).
       77  FECHA-CADUCIDAD-X    PIC X(8).
       77  ANIO-CADUCIDAD       PIC 9(4).
       77  MES-CADUCIDAD        PIC 9(3).
       77  HORAS-BOLSA-EDICION  PIC ZZZZ9.99.
       77  HORAS-BOLSA-EDICION-2 PIC ZZZZ9.99.
       01  TABLA-BOLSA.
           05 BOLT-ENTRADA OCCURS 300 TIMES.
              10 BOLT-ID              PIC 9(5).
              10 BOLT-PERIODO         PIC X(6).
              10 BOLT-EXTRA           PIC 9(4)V99.
              10 BOLT-DESCANSO        PIC 9(4)V99.
              10 BOLT-DISFRUTADAS     PIC 9(4)V99.
              10 BOLT-CADUCIDAD       PIC 9(8).
              10 BOLT-FECHA-ELECCION  PIC 9(8).
       77  BOLT-TOTAL           PIC 9(3) VALUE 0.
       77  BOLT-POS             PIC 9(3).
       77  MODO-SERVICIO        PIC X.
       01  DATOS-SERVICIO.
           05 SERVICIO-EMPLEADOS-ID   PIC 9(5).
           05 SERVICIO-NIF            PIC X(9).
           05 SERVICIO-FECHA-ALTA     PIC 9(8).
           05 SERVICIO-FECHA          PIC 9(8).
           05 SERVICIO-MOTIVO         PIC X(2).
           05 SERVICIO-DIAS           PIC 9(6).
           05 SERVICIO-FECHA-ANTIGUEDAD PIC 9(8).
           05 SERVICIO-TRAMOS-PREVIOS PIC 9(3).
           05 SERVICIO-LINEA          PIC 9(3).
           05 SERVICIO-RECONOCIDO     PIC X.
           05 SERVICIO-RESULTADO      PIC X.
      ******************************************************************
      * Indice de absentismo: ventana movil de 12 meses hasta hoy,
      * episodios y dias de enfermedad por empleado con su factor
      * Bradford (episodios al cuadrado por dias) y dias de
      * enfermedad contra dias laborables previstos por departamento.
      * Por encima del umbral el empleado sale en la lista de
      * entrevistas de reincorporacion.
      ******************************************************************
       77  TASAS-ESTADO-ARCHIVO PIC X(2).
       77  UMBRAL-BRADFORD      PIC 9(5) VALUE 250.
       77  AUSENCIAS-NOMBRE-INFORME PIC X(13) VALUE "AUSENCIAS.RPT".
       77  SPOOL-CONTROL-ESTADO PIC X(2).
       77  SPOOL-INDICE-ESTADO  PIC X(2).
       77  GENERACIONES-SPOOL   PIC 9 VALUE 5.
       77  SPOOL-GENERACION     PIC 9 VALUE 0.
       77  SPOOL-LEE-TODO       PIC X.
       77  SPOOL-ENCONTRADO     PIC X.
       01  TABLA-SPOOL-CONTROL.
           05 SPOOLT-ENTRADA OCCURS 10 TIMES.
              10 SPOOLT-REPORTE      PIC X(8).
              10 SPOOLT-GENERACION   PIC 9.
       77  SPOOLT-TOTAL         PIC 9(2) VALUE 0.
       77  SPOOLT-POS           PIC 9(2).
       77  ABSENTISMO-DESDE     PIC 9(8).
       77  ABSENTISMO-HASTA     PIC 9(8).
       77  DIAS-MES-VENTANA     PIC 9(2).
       77  COCIENTE-VENTANA     PIC 9(4).
       77  RESTO-VENTANA        PIC 9(3).
       77  BISIESTO-VENTANA     PIC X.
       77  TRAMO-DESDE          PIC 9(8).
       77  TRAMO-HASTA          PIC 9(8).
       77  DIAS-TRAMO           PIC 9(5).
       77  DIAS-PREVISTOS-ANIO  PIC 9(5).
       77  DIAS-PREVISTOS-EMPLEADO PIC 9(5).
       77  FACTOR-BRADFORD      PIC 9(9).
       77  TASA-CALCULADA       PIC 9(3)V99.
       77  TASA-EDICION         PIC ZZ9.99.
       77  ENTREVISTAS-PENDIENTES PIC 9(5) VALUE 0.
       77  AUSENCIA-EMPRESA     PIC 9(7) VALUE 0.
       77  PREVISTOS-EMPRESA    PIC 9(9) VALUE 0.
       01  TABLA-ABSENTISMO.
           05 ABST-ENTRADA OCCURS 500 TIMES.
              10 ABST-ID              PIC 9(5).
              10 ABST-NOMBRE          PIC X(15).
              10 ABST-APELLIDOS       PIC X(30).
              10 ABST-DEPARTAMENTO    PIC X(10).
              10 ABST-EPISODIOS       PIC 9(3).
              10 ABST-DIAS            PIC 9(5).
              10 ABST-BRADFORD        PIC 9(9).
              10 ABST-ACTIVO          PIC X.
       77  ABST-TOTAL           PIC 9(3) VALUE 0.
       77  ABST-POS             PIC 9(3).
       77  ABST-HALLADO         PIC X.
       01  TABLA-ABS-DEPTOS.
           05 ABSD-ENTRADA OCCURS 20 TIMES.
              10 ABSD-CODIGO          PIC X(10).
              10 ABSD-EMPLEADOS       PIC 9(5).
              10 ABSD-DIAS-AUSENCIA   PIC 9(7).
              10 ABSD-DIAS-PREVISTOS  PIC 9(9).
       77  ABSD-TOTAL           PIC 9(2) VALUE 0.
       77  ABSD-POS             PIC 9(2).
       77  ABSD-HALLADO         PIC X.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
              IF PARAM-CLAVE = "UMBRAL-SOLAPE"
                 MOVE PARAM-VALOR TO UMBRAL-SOLAPE
              END-IF
              IF PARAM-CLAVE = "FACTOR-BOLSA"
                 MOVE PARAM-VALOR TO FACTOR-BOLSA
              END-IF
              IF PARAM-CLAVE = "CADUCA-BOLSA"
                 MOVE PARAM-VALOR TO MESES-CADUCIDAD-BOLSA
              END-IF
              IF PARAM-CLAVE = "HORAS-DIA"
                 MOVE PARAM-VALOR TO HORAS-JORNADA-DIA
              END-IF
              IF PARAM-CLAVE = "JORNADA-MENSUAL"
                 MOVE PARAM-VALOR TO JORNADA-MENSUAL
              END-IF
              IF PARAM-CLAVE = "UMBRAL-BRADFORD"
                 MOVE PARAM-VALOR TO UMBRAL-BRADFORD
              END-IF
              IF PARAM-CLAVE = "GENERACIONES-SPL"
                 MOVE PARAM-VALOR TO GENERACIONES-SPOOL
              END-IF
       END-READ.

       DETERMINA-ENTORNO-TRABAJO.
             MOVE "PRACEMPL.DAT" TO EMPLEADOS-NOMBRE-ARCHIVO
             MOVE "PRACAUS.DAT" TO AUSEN-NOMBRE-ARCHIVO
             MOVE "PRACSVAC.DAT" TO SALDOS-NOMBRE-ARCHIVO
             MOVE "PRACBOLS.DAT" TO BOLSA-NOMBRE-ARCHIVO
             MOVE "*** MODO PRACTICA ***" TO MARCA-ENTORNO
             DISPLAY "*********************************************"
             DISPLAY "***  MODO PRACTICA - DATOS DE ENSAYO      ***"
       DISPLAY "4 - PLANIFICACION DE AUSENCIAS POR DEPARTAMENTO".
       DISPLAY "5 - CIERRE ANUAL DE VACACIONES".
       DISPLAY "6 - MANTENIMIENTO DE FESTIVOS".
       DISPLAY "7 - BOLSA DE HORAS (ELECCION Y SALDO)".
       DISPLAY "8 - INDICE DE ABSENTISMO (12 MESES)".
       DISPLAY "0 - SALIR".
       DISPLAY "OPCION: ".
       ACCEPT OPCION-AUSENCIAS.
          PERFORM MANTENIMIENTO-FESTIVOS
          MOVE SPACES TO OPCION-AUSENCIAS
       END-IF.
       IF OPCION-AUSENCIAS = "7"
          PERFORM MANTENIMIENTO-BOLSA-HORAS
          MOVE SPACES TO OPCION-AUSENCIAS
       END-IF.
       IF OPCION-AUSENCIAS = "8"
          PERFORM INDICE-ABSENTISMO
          MOVE SPACES TO OPCION-AUSENCIAS
       END-IF.
       IF OPCION-AUSENCIAS = "1"
          PERFORM CAPTURA-AUSENCIA
       ELSE
             DISPLAY "EL EMPLEADO " ID-BUSCADO " NO ESTA ACTIVO."
          ELSE
             DISPLAY "TIPO (V=VACACIONES, E=ENFERMEDAD, "
                 "N=NO RETRIBUIDA, B=DESCANSO DE BOLSA): "
             ACCEPT AUSENCIA-TIPO
             IF AUSENCIA-TIPO NOT = "V" AND AUSENCIA-TIPO NOT = "E"
                 AND AUSENCIA-TIPO NOT = "N" AND AUSENCIA-TIPO NOT = "B"
                DISPLAY "TIPO NO VALIDO. AUSENCIA NO GRABADA."
             ELSE
                DISPLAY "FECHA DESDE (AAAAMMDD): "
                   MOVE AUSENCIA-DESDE TO NUEVA-AUSENCIA-DESDE
                   MOVE AUSENCIA-HASTA TO NUEVA-AUSENCIA-HASTA
                   MOVE AUSENCIA-DIAS TO NUEVA-AUSENCIA-DIAS
                   MOVE "S" TO BOLSA-SUFICIENTE
                   IF NUEVA-AUSENCIA-TIPO = "B"
                      PERFORM COMPRUEBA-SALDO-BOLSA
                   END-IF
                   IF BOLSA-SUFICIENTE = "N"
                      DISPLAY "SALDO DE BOLSA INSUFICIENTE. AUSENCIA "
                          "NO GRABADA."
                   ELSE
                      PERFORM AVISA-SOLAPE-DEPARTAMENTO
                      IF CONFIRMA-SOLAPE NOT = "S"
                          AND CONFIRMA-SOLAPE NOT = "s"
                         DISPLAY "AUSENCIA NO GRABADA POR FALTA DE "
                             "COBERTURA."
                      ELSE
                         PERFORM GRABA-NUEVA-AUSENCIA
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       GRABA-NUEVA-AUSENCIA.
       MOVE ID-BUSCADO TO AUSENCIA-EMPLEADOS-ID.
       MOVE NUEVA-AUSENCIA-TIPO TO AUSENCIA-TIPO.
       MOVE NUEVA-AUSENCIA-DESDE TO AUSENCIA-DESDE.
       MOVE NUEVA-AUSENCIA-HASTA TO AUSENCIA-HASTA.
       MOVE NUEVA-AUSENCIA-DIAS TO AUSENCIA-DIAS.
       OPEN I-O AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUSENCIAS-ARCHIVO
          CLOSE AUSENCIAS-ARCHIVO
          OPEN I-O AUSENCIAS-ARCHIVO
       END-IF.
       WRITE AUSENCIA-REGISTRO
           INVALID KEY
              DISPLAY "YA HAY UNA AUSENCIA DE ESE TIPO QUE EMPIEZA "
                  "ESE DIA. AUSENCIA NO GRABADA."
           NOT INVALID KEY
              DISPLAY "AUSENCIA DE " AUSENCIA-DIAS " DIAS GRABADA."
              IF NUEVA-AUSENCIA-TIPO = "B"
                 PERFORM CONSUME-BOLSA-HORAS
              END-IF
       END-WRITE.
       CLOSE AUSENCIAS-ARCHIVO.

      ******************************************************************
      * Mes 1-12, dia 1-31, y desde no posterior a hasta. El futuro
      * es valido: las vacaciones se piden por adelantado.
       END-IF.

       CUENTA-UN-SOLAPE.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-EMPLEADOS-ID NOT = ID-BUSCADO
      ******************************************************************
      * Planificacion mensual: quien esta fuera, en que fechas y en
      * que departamento, agrupado por departamento, para ver de un
      * vistazo si un equipo se queda sin nadie. Con un responsable
      * como filtro solo entran las ausencias de su equipo (directos
      * e indirectos, con la linea de mando vigente hoy).
      ******************************************************************
       PLANIFICACION-AUSENCIAS.
       DISPLAY "MES A PLANIFICAR (AAAAMM): ".
       ACCEPT PERIODO-INFORME.
       DISPLAY "ID DEL RESPONSABLE PARA VER SOLO SU EQUIPO "
           "(0 = TODOS): ".
       ACCEPT RESPONSABLE-FILTRO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-EQUIPO.
       MOVE 0 TO PLAN-TOTAL.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
           " " MARCA-ENTORNO
           DELIMITED BY SIZE INTO LINEA-PLANIFICACION.
       WRITE LINEA-PLANIFICACION.
       IF RESPONSABLE-FILTRO NOT = 0
          MOVE SPACES TO LINEA-PLANIFICACION
          STRING "EQUIPO DEL RESPONSABLE " RESPONSABLE-FILTRO
              DELIMITED BY SIZE INTO LINEA-PLANIFICACION
          WRITE LINEA-PLANIFICACION
       END-IF.
       IF PLAN-TOTAL = 0
          MOVE SPACES TO LINEA-PLANIFICACION
          STRING "SIN AUSENCIAS EN EL MES."
       DISPLAY "PLANIFICACION ESCRITA EN PLANVAC.RPT.".

       CARGA-PLAN-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE AUSENCIA-DESDE TO FECHA-AUX-X
           INVALID KEY MOVE "N" TO ENCONTRADO
           NOT INVALID KEY MOVE "S" TO ENCONTRADO
       END-READ.
       IF RESPONSABLE-FILTRO = 0
          MOVE "S" TO EN-EQUIPO
       ELSE
          CALL "EQUIPO-RESPONSABLE" USING RESPONSABLE-FILTRO
              AUSENCIA-EMPLEADOS-ID FECHA-EQUIPO EN-EQUIPO
       END-IF.
       IF ENCONTRADO = "S" AND EN-EQUIPO = "S"
          IF PLAN-TOTAL < 200
             ADD 1 TO PLAN-TOTAL
             MOVE EMPLEADOS-DEPARTAMENTO
                 TO PLAN-DEPARTAMENTO(PLAN-TOTAL)
             MOVE AUSENCIA-EMPLEADOS-ID TO PLAN-ID(PLAN-TOTAL)
             MOVE EMPLEADOS-NOMBRE TO PLAN-NOMBRE(PLAN-TOTAL)
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             MOVE APELLIDOS-MOSTRADOS TO PLAN-APELLIDOS(PLAN-TOTAL)
             MOVE AUSENCIA-TIPO TO PLAN-TIPO(PLAN-TOTAL)
             MOVE AUSENCIA-DESDE TO PLAN-DESDE(PLAN-TOTAL)
             MOVE AUSENCIA-HASTA TO PLAN-HASTA(PLAN-TOTAL)
       MOVE 0 TO DIAS-VACACIONES.
       MOVE 0 TO DIAS-ENFERMEDAD.
       MOVE 0 TO DIAS-NO-RETRIBUIDOS.
       MOVE 0 TO DIAS-DESCANSO-BOLSA.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE LOW-VALUES TO AUSENCIA-CLAVE
          MOVE ID-BUSCADO TO AUSENCIA-EMPLEADOS-ID
          START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM ACUMULA-SALDO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.
           ". SALDO: " SALDO-VACACIONES.
       DISPLAY "  DIAS DE ENFERMEDAD: " DIAS-ENFERMEDAD.
       DISPLAY "  DIAS NO RETRIBUIDOS: " DIAS-NO-RETRIBUIDOS.
       DISPLAY "  DIAS DE DESCANSO DE BOLSA: " DIAS-DESCANSO-BOLSA.

      ******************************************************************
      * Derecho del anio consultado: primero el saldo grabado por el

      ******************************************************************
      * Banda de antiguedad mas alta alcanzada por los anios de
      * servicio del empleado al inicio del anio consultado, en
      * proporcion a su jornada media del anio. Los anios cuentan
      * desde la fecha de antiguedad de sus tramos reconocidos.
      ******************************************************************
       DETERMINA-DERECHO-POR-ANTIGUEDAD.
       MOVE DIAS-VACACIONES-ANIO TO DERECHO-CALCULADO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE "S" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       MOVE FECHA-ACTUAL(1:8) TO SERVICIO-FECHA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.
       MOVE SERVICIO-FECHA-ANTIGUEDAD TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1.
       COMPUTE ANIOS-SERVICIO = ANIO-CONSULTA - ANIO-AUX-1.
       IF ANIOS-SERVICIO < 0
       END-IF.
       MOVE 1 TO DERT-POS.
       PERFORM EVALUA-BANDA-DERECHO UNTIL DERT-POS > DERT-TOTAL.
       PERFORM AJUSTA-DERECHO-JORNADA.

       EVALUA-BANDA-DERECHO.
       IF ANIOS-SERVICIO >= DERT-ANIOS-DESDE(DERT-POS)
       END-IF.
       ADD 1 TO DERT-POS.

      ******************************************************************
      * Jornada media del anio consultado: el porcentaje vigente el
      * dia 1 de cada mes, promediado en los doce meses. Con jornada
      * completa todo el anio el derecho no cambia.
      ******************************************************************
       AJUSTA-DERECHO-JORNADA.
       PERFORM ABRE-JORNADAS.
       MOVE 0 TO SUMA-PORCENTAJE-JORNADA.
       MOVE 1 TO MES-JORNADA.
       PERFORM SUMA-JORNADA-MES UNTIL MES-JORNADA > 12.
       PERFORM CIERRA-JORNADAS.
       IF SUMA-PORCENTAJE-JORNADA < 1200
          COMPUTE DERECHO-CALCULADO ROUNDED
              = DERECHO-CALCULADO * SUMA-PORCENTAJE-JORNADA / 1200
       END-IF.

       SUMA-JORNADA-MES.
       MOVE ANIO-CONSULTA TO FECHA-JORNADA-ANIO.
       MOVE MES-JORNADA TO FECHA-JORNADA-MES.
       MOVE 100 TO PORCENTAJE-JORNADA.
       IF JORNADAS-ABIERTO = "S"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE EMPLEADOS-ID TO JORNADA-EMPLEADOS-ID
          START JORNADAS-ARCHIVO KEY IS NOT LESS THAN JORNADA-CLAVE
              INVALID KEY MOVE "S" TO JORNADA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO JORNADA-LEE-TODO
          END-START
          PERFORM BUSCA-JORNADA-VIGENTE UNTIL JORNADA-LEE-TODO = "S"
       END-IF.
       ADD PORCENTAJE-JORNADA TO SUMA-PORCENTAJE-JORNADA.
       ADD 1 TO MES-JORNADA.

       BUSCA-JORNADA-VIGENTE.
       READ JORNADAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO JORNADA-LEE-TODO
           NOT AT END
              IF JORNADA-EMPLEADOS-ID NOT = EMPLEADOS-ID
                  OR JORNADA-DESDE > FECHA-JORNADA-NUM
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 MOVE JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA
              END-IF
       END-READ.

       ABRE-JORNADAS.
       MOVE "N" TO JORNADAS-ABIERTO.
       OPEN INPUT JORNADAS-ARCHIVO.
       IF JORNADAS-ESTADO-ARCHIVO = "00"
          MOVE "S" TO JORNADAS-ABIERTO
       END-IF.

       CIERRA-JORNADAS.
       IF JORNADAS-ABIERTO = "S"
          CLOSE JORNADAS-ARCHIVO
          MOVE "N" TO JORNADAS-ABIERTO
       END-IF.

       ACUMULA-SALDO.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO LEE-TODO
              END-IF
              MOVE AUSENCIA-DESDE TO FECHA-AUX-X
              MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1
              IF AUSENCIA-EMPLEADOS-ID = ID-BUSCADO
                    IF AUSENCIA-TIPO = "E"
                       ADD AUSENCIA-DIAS TO DIAS-ENFERMEDAD
                    ELSE
                       IF AUSENCIA-TIPO = "B"
                          ADD AUSENCIA-DIAS TO DIAS-DESCANSO-BOLSA
                       ELSE
                          ADD AUSENCIA-DIAS TO DIAS-NO-RETRIBUIDOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
       CLOSE AUSENCIAS-ARCHIVO.

       CARGA-UN-USADO.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE AUSENCIA-DESDE TO FECHA-AUX-X
          PERFORM ACUMULA-AUSENCIA-DEPTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.
       PERFORM PREPARA-SALIDA-AUSENCIAS.
       OPEN OUTPUT REPORTE-AUSENCIAS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-AUSENCIA.
       MOVE 1 TO AUSDEP-POS.
       PERFORM ESCRIBE-LINEA-AUSDEP UNTIL AUSDEP-POS > AUSDEP-TOTAL.
       CLOSE REPORTE-AUSENCIAS.
       PERFORM REGISTRA-SPOOL-AUSENCIAS.
       DISPLAY "INFORME ESCRITO EN " AUSENCIAS-NOMBRE-INFORME ".".

      ******************************************************************
      * Misma rotacion de generaciones que el spool del subsistema
      * de empleados, con el contador compartido en SPOOLCTL.DAT.
      ******************************************************************
       PREPARA-SALIDA-AUSENCIAS.
       MOVE 0 TO SPOOLT-TOTAL.
       OPEN INPUT SPOOL-CONTROL.
       IF SPOOL-CONTROL-ESTADO = "00"
          MOVE "N" TO SPOOL-LEE-TODO
          PERFORM CARGA-UN-SPOOL-CONTROL UNTIL SPOOL-LEE-TODO = "S"
       END-IF.
       CLOSE SPOOL-CONTROL.
       MOVE "N" TO SPOOL-ENCONTRADO.
       MOVE 1 TO SPOOLT-POS.
       PERFORM BUSCA-SPOOL-AUSENCIAS
           UNTIL SPOOLT-POS > SPOOLT-TOTAL
           OR SPOOL-ENCONTRADO = "S".
       IF SPOOL-ENCONTRADO = "N"
          IF SPOOLT-TOTAL < 10
             ADD 1 TO SPOOLT-TOTAL
             MOVE SPOOLT-TOTAL TO SPOOLT-POS
             MOVE "AUSENCIA" TO SPOOLT-REPORTE(SPOOLT-POS)
             MOVE 0 TO SPOOLT-GENERACION(SPOOLT-POS)
          ELSE
             MOVE 1 TO SPOOLT-POS
          END-IF
       END-IF.
       ADD 1 TO SPOOLT-GENERACION(SPOOLT-POS).
       IF SPOOLT-GENERACION(SPOOLT-POS) > GENERACIONES-SPOOL
          MOVE 1 TO SPOOLT-GENERACION(SPOOLT-POS)
       END-IF.
       MOVE SPOOLT-GENERACION(SPOOLT-POS) TO SPOOL-GENERACION.
       OPEN OUTPUT SPOOL-CONTROL.
       MOVE 1 TO SPOOLT-POS.
       PERFORM GRABA-UN-SPOOL-CONTROL
           UNTIL SPOOLT-POS > SPOOLT-TOTAL.
       CLOSE SPOOL-CONTROL.
       MOVE SPACES TO AUSENCIAS-NOMBRE-INFORME.
       STRING "AUSENCIA.G" SPOOL-GENERACION
           DELIMITED BY SIZE INTO AUSENCIAS-NOMBRE-INFORME.

       BUSCA-SPOOL-AUSENCIAS.
       IF SPOOLT-REPORTE(SPOOLT-POS) = "AUSENCIA"
          MOVE "S" TO SPOOL-ENCONTRADO
       ELSE
          ADD 1 TO SPOOLT-POS
       END-IF.

       CARGA-UN-SPOOL-CONTROL.
       READ SPOOL-CONTROL
           AT END MOVE "S" TO SPOOL-LEE-TODO
           NOT AT END
              IF SPOOLT-TOTAL < 10
                 ADD 1 TO SPOOLT-TOTAL
                 MOVE SPOOLCTL-REPORTE
                     TO SPOOLT-REPORTE(SPOOLT-TOTAL)
                 MOVE SPOOLCTL-GENERACION
                     TO SPOOLT-GENERACION(SPOOLT-TOTAL)
              END-IF
       END-READ.

       GRABA-UN-SPOOL-CONTROL.
       MOVE SPOOLT-REPORTE(SPOOLT-POS) TO SPOOLCTL-REPORTE.
       MOVE SPOOLT-GENERACION(SPOOLT-POS) TO SPOOLCTL-GENERACION.
       WRITE SPOOL-CONTROL-REGISTRO.
       ADD 1 TO SPOOLT-POS.

       REGISTRA-SPOOL-AUSENCIAS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO = "35"
          OPEN OUTPUT SPOOL-INDICE
       END-IF.
       MOVE SPACES TO SPOOL-INDICE-REGISTRO.
       MOVE "AUSENCIA" TO SPOOL-IDX-REPORTE.
       MOVE AUSENCIAS-NOMBRE-INFORME TO SPOOL-IDX-ARCHIVO.
       MOVE FECHA-ACTUAL(1:14) TO SPOOL-IDX-FECHA.
       MOVE "AUSENCIAS" TO SPOOL-IDX-OPERADOR.
       MOVE AUSDEP-TOTAL TO SPOOL-IDX-REGISTROS.
       WRITE SPOOL-INDICE-REGISTRO.
       CLOSE SPOOL-INDICE.

       ACUMULA-AUSENCIA-DEPTO.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE AUSENCIA-DESDE TO FECHA-AUX-X
           DELIMITED BY SIZE INTO LINEA-AUSENCIA.
       WRITE LINEA-AUSENCIA.
       ADD 1 TO AUSDEP-POS.

      ******************************************************************
      * Indice de absentismo a 12 meses: la ventana termina hoy y
      * empieza el dia siguiente a la misma fecha del anio anterior.
      * Cuenta las ausencias de enfermedad (E) que tocan la ventana,
      * recortadas a ella en dias laborables; cada registro es un
      * episodio. Solo puntuan los empleados activos: los dias
      * previstos de cada uno son los laborables de la ventana desde
      * su alta. La tasa del departamento es dias de enfermedad
      * sobre dias previstos; fuera del modo practica se guarda en
      * ABSTASA.DAT para la tendencia.
      ******************************************************************
       INDICE-ABSENTISMO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO ABSENTISMO-HASTA.
       PERFORM CALCULA-INICIO-VENTANA.
       CALL "DIAS-LABORABLES" USING ABSENTISMO-DESDE
           ABSENTISMO-HASTA DIAS-PREVISTOS-ANIO.
       MOVE 0 TO ABST-TOTAL.
       MOVE 0 TO ABSD-TOTAL.
       MOVE 0 TO ENTREVISTAS-PENDIENTES.
       MOVE 0 TO AUSENCIA-EMPRESA.
       MOVE 0 TO PREVISTOS-EMPRESA.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-ENFERMEDAD-VENTANA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "N" TO LEE-TODO.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          PERFORM LEE-EMPLEADO-CIERRE
       END-IF.
       PERFORM ACUMULA-ABSENTISMO-EMPLEADO UNTIL LEE-TODO = "S".
       PERFORM ESCRIBE-INFORME-ABSENTISMO.
       IF MODO-PRACTICA = "S"
          DISPLAY "MODO PRACTICA: NO SE ACTUALIZA ABSTASA.DAT."
       ELSE
          PERFORM GRABA-TASAS-ABSENTISMO
       END-IF.
       DISPLAY "INDICE DE ABSENTISMO DEL " ABSENTISMO-DESDE " AL "
           ABSENTISMO-HASTA " ESCRITO EN ABSENTIS.RPT. "
           ENTREVISTAS-PENDIENTES " EMPLEADOS A ENTREVISTAR.".

       CALCULA-INICIO-VENTANA.
       MOVE ABSENTISMO-HASTA TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1.
       MOVE FECHA-AUX-X(5:2) TO MES-AUX-1.
       MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1.
       SUBTRACT 1 FROM ANIO-AUX-1.
       PERFORM DETERMINA-DIAS-MES-VENTANA.
       IF DIA-AUX-1 < DIAS-MES-VENTANA
          ADD 1 TO DIA-AUX-1
       ELSE
          MOVE 1 TO DIA-AUX-1
          IF MES-AUX-1 = 12
             MOVE 1 TO MES-AUX-1
             ADD 1 TO ANIO-AUX-1
          ELSE
             ADD 1 TO MES-AUX-1
          END-IF
       END-IF.
       COMPUTE ABSENTISMO-DESDE = ANIO-AUX-1 * 10000
           + MES-AUX-1 * 100 + DIA-AUX-1.

       DETERMINA-DIAS-MES-VENTANA.
       IF MES-AUX-1 = 4 OR MES-AUX-1 = 6 OR MES-AUX-1 = 9
           OR MES-AUX-1 = 11
          MOVE 30 TO DIAS-MES-VENTANA
       ELSE
          IF MES-AUX-1 = 2
             MOVE "N" TO BISIESTO-VENTANA
             DIVIDE ANIO-AUX-1 BY 4 GIVING COCIENTE-VENTANA
                 REMAINDER RESTO-VENTANA
             IF RESTO-VENTANA = 0
                MOVE "S" TO BISIESTO-VENTANA
                DIVIDE ANIO-AUX-1 BY 100 GIVING COCIENTE-VENTANA
                    REMAINDER RESTO-VENTANA
                IF RESTO-VENTANA = 0
                   MOVE "N" TO BISIESTO-VENTANA
                   DIVIDE ANIO-AUX-1 BY 400 GIVING COCIENTE-VENTANA
                       REMAINDER RESTO-VENTANA
                   IF RESTO-VENTANA = 0
                      MOVE "S" TO BISIESTO-VENTANA
                   END-IF
                END-IF
             END-IF
             IF BISIESTO-VENTANA = "S"
                MOVE 29 TO DIAS-MES-VENTANA
             ELSE
                MOVE 28 TO DIAS-MES-VENTANA
             END-IF
          ELSE
             MOVE 31 TO DIAS-MES-VENTANA
          END-IF
       END-IF.

       ACUMULA-ENFERMEDAD-VENTANA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-TIPO = "E"
                  AND AUSENCIA-DESDE NOT > ABSENTISMO-HASTA
                  AND AUSENCIA-HASTA NOT < ABSENTISMO-DESDE
                 PERFORM SUMA-EPISODIO-ENFERMEDAD
              END-IF
       END-READ.

      ******************************************************************
      * Un episodio que empieza antes de la ventana o acaba despues
      * solo aporta los dias laborables que caen dentro.
      ******************************************************************
       SUMA-EPISODIO-ENFERMEDAD.
       IF AUSENCIA-DESDE < ABSENTISMO-DESDE
           OR AUSENCIA-HASTA > ABSENTISMO-HASTA
          MOVE AUSENCIA-DESDE TO TRAMO-DESDE
          IF TRAMO-DESDE < ABSENTISMO-DESDE
             MOVE ABSENTISMO-DESDE TO TRAMO-DESDE
          END-IF
          MOVE AUSENCIA-HASTA TO TRAMO-HASTA
          IF TRAMO-HASTA > ABSENTISMO-HASTA
             MOVE ABSENTISMO-HASTA TO TRAMO-HASTA
          END-IF
          CALL "DIAS-LABORABLES" USING TRAMO-DESDE TRAMO-HASTA
              DIAS-TRAMO
       ELSE
          MOVE AUSENCIA-DIAS TO DIAS-TRAMO
       END-IF.
       MOVE AUSENCIA-EMPLEADOS-ID TO ID-BUSCADO.
       PERFORM LOCALIZA-ABSENTISMO-EMPLEADO.
       IF ABST-HALLADO = "N"
          IF ABST-TOTAL < 500
             ADD 1 TO ABST-TOTAL
             MOVE ABST-TOTAL TO ABST-POS
             MOVE ID-BUSCADO TO ABST-ID(ABST-POS)
             MOVE SPACES TO ABST-NOMBRE(ABST-POS)
             MOVE SPACES TO ABST-APELLIDOS(ABST-POS)
             MOVE SPACES TO ABST-DEPARTAMENTO(ABST-POS)
             MOVE 0 TO ABST-EPISODIOS(ABST-POS)
             MOVE 0 TO ABST-DIAS(ABST-POS)
             MOVE 0 TO ABST-BRADFORD(ABST-POS)
             MOVE "N" TO ABST-ACTIVO(ABST-POS)
             MOVE "S" TO ABST-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE ABSENTISMO LLENA."
          END-IF
       END-IF.
       IF ABST-HALLADO = "S"
          ADD 1 TO ABST-EPISODIOS(ABST-POS)
          ADD DIAS-TRAMO TO ABST-DIAS(ABST-POS)
       END-IF.

       LOCALIZA-ABSENTISMO-EMPLEADO.
       MOVE "N" TO ABST-HALLADO.
       MOVE 1 TO ABST-POS.
       PERFORM BUSCA-ABSENTISMO-EMPLEADO
           UNTIL ABST-POS > ABST-TOTAL
           OR ABST-HALLADO = "S".

       BUSCA-ABSENTISMO-EMPLEADO.
       IF ABST-ID(ABST-POS) = ID-BUSCADO
          MOVE "S" TO ABST-HALLADO
       ELSE
          ADD 1 TO ABST-POS
       END-IF.

      ******************************************************************
      * Recorrido del maestro: cada activo suma sus dias previstos a
      * su departamento y, si ha estado de baja en la ventana, su
      * factor Bradford y sus dias de enfermedad.
      ******************************************************************
       ACUMULA-ABSENTISMO-EMPLEADO.
       IF EMPLEADO-ACTIVO
          IF EMPLEADOS-FECHA-ALTA > ABSENTISMO-DESDE
             CALL "DIAS-LABORABLES" USING EMPLEADOS-FECHA-ALTA
                 ABSENTISMO-HASTA DIAS-PREVISTOS-EMPLEADO
          ELSE
             MOVE DIAS-PREVISTOS-ANIO TO DIAS-PREVISTOS-EMPLEADO
          END-IF
          ADD DIAS-PREVISTOS-EMPLEADO TO PREVISTOS-EMPRESA
          PERFORM LOCALIZA-DEPTO-ABSENTISMO
          IF ABSD-HALLADO = "S"
             ADD 1 TO ABSD-EMPLEADOS(ABSD-POS)
             ADD DIAS-PREVISTOS-EMPLEADO
                 TO ABSD-DIAS-PREVISTOS(ABSD-POS)
          END-IF
          MOVE EMPLEADOS-ID TO ID-BUSCADO
          PERFORM LOCALIZA-ABSENTISMO-EMPLEADO
          IF ABST-HALLADO = "S"
             MOVE EMPLEADOS-NOMBRE TO ABST-NOMBRE(ABST-POS)
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             MOVE APELLIDOS-MOSTRADOS TO ABST-APELLIDOS(ABST-POS)
             MOVE EMPLEADOS-DEPARTAMENTO
                 TO ABST-DEPARTAMENTO(ABST-POS)
             MOVE "S" TO ABST-ACTIVO(ABST-POS)
             COMPUTE ABST-BRADFORD(ABST-POS) =
                 ABST-EPISODIOS(ABST-POS) * ABST-EPISODIOS(ABST-POS)
                 * ABST-DIAS(ABST-POS)
                 ON SIZE ERROR
                    MOVE 999999999 TO ABST-BRADFORD(ABST-POS)
             END-COMPUTE
             ADD ABST-DIAS(ABST-POS) TO AUSENCIA-EMPRESA
             IF ABSD-HALLADO = "S"
                ADD ABST-DIAS(ABST-POS)
                    TO ABSD-DIAS-AUSENCIA(ABSD-POS)
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-EMPLEADO-CIERRE.

       LOCALIZA-DEPTO-ABSENTISMO.
       MOVE "N" TO ABSD-HALLADO.
       MOVE 1 TO ABSD-POS.
       PERFORM BUSCA-DEPTO-ABSENTISMO
           UNTIL ABSD-POS > ABSD-TOTAL
           OR ABSD-HALLADO = "S".
       IF ABSD-HALLADO = "N"
          IF ABSD-TOTAL < 20
             ADD 1 TO ABSD-TOTAL
             MOVE ABSD-TOTAL TO ABSD-POS
             MOVE EMPLEADOS-DEPARTAMENTO TO ABSD-CODIGO(ABSD-POS)
             MOVE 0 TO ABSD-EMPLEADOS(ABSD-POS)
             MOVE 0 TO ABSD-DIAS-AUSENCIA(ABSD-POS)
             MOVE 0 TO ABSD-DIAS-PREVISTOS(ABSD-POS)
             MOVE "S" TO ABSD-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA."
          END-IF
       END-IF.

       BUSCA-DEPTO-ABSENTISMO.
       IF ABSD-CODIGO(ABSD-POS) = EMPLEADOS-DEPARTAMENTO
          MOVE "S" TO ABSD-HALLADO
       ELSE
          ADD 1 TO ABSD-POS
       END-IF.

       ESCRIBE-INFORME-ABSENTISMO.
       OPEN OUTPUT REPORTE-ABSENTISMO.
       MOVE SPACES TO LINEA-ABSENTISMO.
       STRING "INDICE DE ABSENTISMO POR ENFERMEDAD DEL "
           ABSENTISMO-DESDE " AL " ABSENTISMO-HASTA
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           " " MARCA-ENTORNO
           DELIMITED BY SIZE INTO LINEA-ABSENTISMO.
       WRITE LINEA-ABSENTISMO.
       MOVE SPACES TO LINEA-ABSENTISMO.
       STRING "--- EMPLEADOS CON AUSENCIAS POR ENFERMEDAD ---"
           DELIMITED BY SIZE INTO LINEA-ABSENTISMO.
       WRITE LINEA-ABSENTISMO.
       MOVE 1 TO ABST-POS.
       PERFORM ESCRIBE-EMPLEADO-ABSENTISMO
           UNTIL ABST-POS > ABST-TOTAL.
       MOVE SPACES TO LINEA-ABSENTISMO.
       STRING "--- TASA DE ABSENTISMO POR DEPARTAMENTO ---"
           DELIMITED BY SIZE INTO LINEA-ABSENTISMO.
       WRITE LINEA-ABSENTISMO.
       MOVE 1 TO ABSD-POS.
       PERFORM ESCRIBE-DEPTO-ABSENTISMO
           UNTIL ABSD-POS > ABSD-TOTAL.
       PERFORM CALCULA-TASA-EMPRESA.
       MOVE TASA-CALCULADA TO TASA-EDICION.
       MOVE SPACES TO LINEA-ABSENTISMO.
       STRING "EMPRESA    DIAS ENFERMEDAD: " AUSENCIA-EMPRESA
           " DIAS PREVISTOS: " PREVISTOS-EMPRESA
           " TASA: " TASA-EDICION " %"
           DELIMITED BY SIZE INTO LINEA-ABSENTISMO.
       WRITE LINEA-ABSENTISMO.
       MOVE SPACES TO LINEA-ABSENTISMO.
       STRING "--- ENTREVISTA DE REINCORPORACION (BRADFORD MAYOR "
           "DE " UMBRAL-BRADFORD ") ---"
           DELIMITED BY SIZE INTO LINEA-ABSENTISMO.
       WRITE LINEA-ABSENTISMO.
       MOVE 1 TO ABST-POS.
       PERFORM ESCRIBE-ENTREVISTA-ABSENTISMO
           UNTIL ABST-POS > ABST-TOTAL.
       MOVE SPACES TO LINEA-ABSENTISMO.
       STRING "EMPLEADOS A ENTREVISTAR: " ENTREVISTAS-PENDIENTES
           DELIMITED BY SIZE INTO LINEA-ABSENTISMO.
       WRITE LINEA-ABSENTISMO.
       CLOSE REPORTE-ABSENTISMO.

       ESCRIBE-EMPLEADO-ABSENTISMO.
       IF ABST-ACTIVO(ABST-POS) = "S"
          MOVE SPACES TO LINEA-ABSENTISMO
          STRING ABST-ID(ABST-POS) " " ABST-NOMBRE(ABST-POS) " "
              ABST-APELLIDOS(ABST-POS) " "
              ABST-DEPARTAMENTO(ABST-POS)
              " EPISODIOS: " ABST-EPISODIOS(ABST-POS)
              " DIAS: " ABST-DIAS(ABST-POS)
              " BRADFORD: " ABST-BRADFORD(ABST-POS)
              DELIMITED BY SIZE INTO LINEA-ABSENTISMO
          WRITE LINEA-ABSENTISMO
       END-IF.
       ADD 1 TO ABST-POS.

       ESCRIBE-DEPTO-ABSENTISMO.
       PERFORM CALCULA-TASA-DEPTO.
       MOVE TASA-CALCULADA TO TASA-EDICION.
       MOVE SPACES TO LINEA-ABSENTISMO.
       STRING ABSD-CODIGO(ABSD-POS)
           " EMPLEADOS: " ABSD-EMPLEADOS(ABSD-POS)
           " DIAS ENFERMEDAD: " ABSD-DIAS-AUSENCIA(ABSD-POS)
           " DIAS PREVISTOS: " ABSD-DIAS-PREVISTOS(ABSD-POS)
           " TASA: " TASA-EDICION " %"
           DELIMITED BY SIZE INTO LINEA-ABSENTISMO.
       WRITE LINEA-ABSENTISMO.
       ADD 1 TO ABSD-POS.

       CALCULA-TASA-DEPTO.
       IF ABSD-DIAS-PREVISTOS(ABSD-POS) > 0
          COMPUTE TASA-CALCULADA ROUNDED =
              ABSD-DIAS-AUSENCIA(ABSD-POS) * 100
              / ABSD-DIAS-PREVISTOS(ABSD-POS)
              ON SIZE ERROR MOVE 999.99 TO TASA-CALCULADA
          END-COMPUTE
       ELSE
          MOVE 0 TO TASA-CALCULADA
       END-IF.

       CALCULA-TASA-EMPRESA.
       IF PREVISTOS-EMPRESA > 0
          COMPUTE TASA-CALCULADA ROUNDED =
              AUSENCIA-EMPRESA * 100 / PREVISTOS-EMPRESA
              ON SIZE ERROR MOVE 999.99 TO TASA-CALCULADA
          END-COMPUTE
       ELSE
          MOVE 0 TO TASA-CALCULADA
       END-IF.

       ESCRIBE-ENTREVISTA-ABSENTISMO.
       IF ABST-ACTIVO(ABST-POS) = "S"
           AND ABST-BRADFORD(ABST-POS) > UMBRAL-BRADFORD
          ADD 1 TO ENTREVISTAS-PENDIENTES
          MOVE SPACES TO LINEA-ABSENTISMO
          STRING ABST-ID(ABST-POS) " " ABST-NOMBRE(ABST-POS) " "
              ABST-APELLIDOS(ABST-POS) " "
              ABST-DEPARTAMENTO(ABST-POS)
              " BRADFORD: " ABST-BRADFORD(ABST-POS)
              DELIMITED BY SIZE INTO LINEA-ABSENTISMO
          WRITE LINEA-ABSENTISMO
       END-IF.
       ADD 1 TO ABST-POS.

       GRABA-TASAS-ABSENTISMO.
       OPEN OUTPUT TASAS-ABSENTISMO.
       MOVE 1 TO ABSD-POS.
       PERFORM GRABA-TASA-DEPTO UNTIL ABSD-POS > ABSD-TOTAL.
       PERFORM CALCULA-TASA-EMPRESA.
       MOVE ABSENTISMO-HASTA TO TASA-FECHA.
       MOVE "*EMPRESA*" TO TASA-DEPARTAMENTO.
       MOVE TASA-CALCULADA TO TASA-PORCENTAJE.
       WRITE TASA-REGISTRO.
       CLOSE TASAS-ABSENTISMO.

       GRABA-TASA-DEPTO.
       PERFORM CALCULA-TASA-DEPTO.
       MOVE ABSENTISMO-HASTA TO TASA-FECHA.
       MOVE ABSD-CODIGO(ABSD-POS) TO TASA-DEPARTAMENTO.
       MOVE TASA-CALCULADA TO TASA-PORCENTAJE.
       WRITE TASA-REGISTRO.
       ADD 1 TO ABSD-POS.

      ******************************************************************
      * Bolsa de horas: el empleado elige por periodo cuantas de
      * sus horas extra (las que pasan de la jornada mensual en
      * HORAS.DAT) no se pagan y se guardan como descanso, a razon
      * del factor de conversion. La eleccion solo se admite con el
      * periodo aun abierto, porque la nomina de un periodo cerrado
      * ya pago esas horas. El descanso caduca a los meses
      * indicados, al final del mes.
      ******************************************************************
       MANTENIMIENTO-BOLSA-HORAS.
       MOVE SPACES TO OPCION-BOLSA.
       PERFORM GESTIONA-BOLSA-HORAS UNTIL OPCION-BOLSA = "0".

       GESTIONA-BOLSA-HORAS.
       DISPLAY "-- BOLSA DE HORAS --".
       DISPLAY "E - ELEGIR HORAS A BOLSA / S - SALDO DE UN EMPLEADO "
           "/ 0 - VOLVER".
       ACCEPT OPCION-BOLSA.
       IF OPCION-BOLSA = "E"
          PERFORM ELIGE-HORAS-BOLSA
       ELSE
          IF OPCION-BOLSA = "S"
             PERFORM SALDO-BOLSA-HORAS
          ELSE
             IF OPCION-BOLSA NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       ELIGE-HORAS-BOLSA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       MOVE ID-BUSCADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY MOVE "N" TO ENCONTRADO
           NOT INVALID KEY MOVE "S" TO ENCONTRADO
       END-READ.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          IF NOT EMPLEADO-ACTIVO
             DISPLAY "EL EMPLEADO " ID-BUSCADO " NO ESTA ACTIVO."
          ELSE
             DISPLAY "PERIODO DE LAS HORAS (AAAAMM): "
             ACCEPT PERIODO-BOLSA
             PERFORM COMPRUEBA-ELECCION-BOLSA
          END-IF
       END-IF.

       COMPRUEBA-ELECCION-BOLSA.
       PERFORM LEE-ESTADO-PERIODO-BOLSA.
       PERFORM LEE-HORAS-EXTRA-PERIODO.
       PERFORM CARGA-BOLSA.
       MOVE "N" TO BOLSA-YA-ELEGIDA.
       MOVE 1 TO BOLT-POS.
       PERFORM BUSCA-ELECCION-BOLSA UNTIL BOLT-POS > BOLT-TOTAL.
       IF PERIODO-BOLSA-ESTADO = "C"
          DISPLAY "EL PERIODO " PERIODO-BOLSA " ESTA CERRADO: "
              "SUS HORAS EXTRA YA SE PAGARON."
       ELSE
          IF BOLSA-YA-ELEGIDA = "S"
             DISPLAY "YA HAY ELECCION DE BOLSA PARA ESE PERIODO."
          ELSE
             IF HORAS-EXTRA-PERIODO = 0
                DISPLAY "EL EMPLEADO NO TIENE HORAS EXTRA EN "
                    PERIODO-BOLSA "."
             ELSE
                PERFORM PIDE-HORAS-BOLSA
             END-IF
          END-IF
       END-IF.

       PIDE-HORAS-BOLSA.
       MOVE HORAS-EXTRA-PERIODO TO HORAS-BOLSA-EDICION.
       DISPLAY "HORAS EXTRA DEL PERIODO: " HORAS-BOLSA-EDICION.
       DISPLAY "HORAS QUE PASAN A LA BOLSA: ".
       ACCEPT HORAS-A-BOLSA.
       IF HORAS-A-BOLSA = 0 OR HORAS-A-BOLSA > HORAS-EXTRA-PERIODO
          DISPLAY "HORAS NO VALIDAS. ELECCION NO GRABADA."
       ELSE
          MOVE ID-BUSCADO TO BOLSA-EMPLEADOS-ID
          MOVE PERIODO-BOLSA TO BOLSA-PERIODO
          MOVE HORAS-A-BOLSA TO BOLSA-HORAS-EXTRA
          COMPUTE BOLSA-HORAS-DESCANSO ROUNDED
              = HORAS-A-BOLSA * FACTOR-BOLSA
          MOVE 0 TO BOLSA-HORAS-DISFRUTADAS
          PERFORM CALCULA-CADUCIDAD-BOLSA
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-ACTUAL(1:8) TO BOLSA-FECHA-ELECCION
          OPEN EXTEND BOLSA-ARCHIVO
          IF BOLSA-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT BOLSA-ARCHIVO
          END-IF
          WRITE BOLSA-REGISTRO
          CLOSE BOLSA-ARCHIVO
          MOVE BOLSA-HORAS-DESCANSO TO HORAS-BOLSA-EDICION-2
          DISPLAY "BOLSA: " HORAS-BOLSA-EDICION-2
              " HORAS DE DESCANSO HASTA EL " BOLSA-CADUCIDAD
              ". ESAS HORAS EXTRA NO SE PAGARAN."
       END-IF.

      ******************************************************************
      * Caducidad: ultimo dia del mes que cae MESES-CADUCIDAD-BOLSA
      * meses despues del periodo de las horas.
      ******************************************************************
       CALCULA-CADUCIDAD-BOLSA.
       MOVE PERIODO-BOLSA(1:4) TO ANIO-CADUCIDAD.
       MOVE PERIODO-BOLSA(5:2) TO MES-CADUCIDAD.
       ADD MESES-CADUCIDAD-BOLSA 1 TO MES-CADUCIDAD.
       PERFORM AJUSTA-MES-CADUCIDAD UNTIL MES-CADUCIDAD <= 12.
       MOVE SPACES TO FECHA-CADUCIDAD-X.
       STRING ANIO-CADUCIDAD MES-CADUCIDAD(2:2) "01"
           DELIMITED BY SIZE INTO FECHA-CADUCIDAD-X.
       MOVE FECHA-CADUCIDAD-X TO FECHA-HOY-NUM.
       COMPUTE BOLSA-CADUCIDAD = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM) - 1).

       AJUSTA-MES-CADUCIDAD.
       SUBTRACT 12 FROM MES-CADUCIDAD.
       ADD 1 TO ANIO-CADUCIDAD.

       LEE-ESTADO-PERIODO-BOLSA.
       MOVE SPACES TO PERIODO-BOLSA-ESTADO.
       OPEN INPUT PERIODOS-ARCHIVO.
       IF PERIODOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-PERIODO-BOLSA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PERIODOS-ARCHIVO.

       BUSCA-PERIODO-BOLSA.
       READ PERIODOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PERIODO-REG-ID = PERIODO-BOLSA
                 MOVE PERIODO-REG-ESTADO TO PERIODO-BOLSA-ESTADO
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       LEE-HORAS-EXTRA-PERIODO.
       MOVE 0 TO HORAS-EXTRA-PERIODO.
       OPEN INPUT HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO = "00"
          MOVE ID-BUSCADO TO HORAS-EMPLEADOS-ID
          MOVE PERIODO-BOLSA TO HORAS-PERIODO
          READ HORAS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF HORAS-TRABAJADAS > JORNADA-MENSUAL
                    COMPUTE HORAS-EXTRA-PERIODO
                        = HORAS-TRABAJADAS - JORNADA-MENSUAL
                 END-IF
          END-READ
       END-IF.
       CLOSE HORAS-ARCHIVO.

       BUSCA-ELECCION-BOLSA.
       IF BOLT-ID(BOLT-POS) = ID-BUSCADO
           AND BOLT-PERIODO(BOLT-POS) = PERIODO-BOLSA
          MOVE "S" TO BOLSA-YA-ELEGIDA
       END-IF.
       ADD 1 TO BOLT-POS.

       CARGA-BOLSA.
       MOVE 0 TO BOLT-TOTAL.
       OPEN INPUT BOLSA-ARCHIVO.
       IF BOLSA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-MOVIMIENTO-BOLSA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE BOLSA-ARCHIVO.

       CARGA-UN-MOVIMIENTO-BOLSA.
       READ BOLSA-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF BOLT-TOTAL < 300
                 ADD 1 TO BOLT-TOTAL
                 MOVE BOLSA-EMPLEADOS-ID TO BOLT-ID(BOLT-TOTAL)
                 MOVE BOLSA-PERIODO TO BOLT-PERIODO(BOLT-TOTAL)
                 MOVE BOLSA-HORAS-EXTRA TO BOLT-EXTRA(BOLT-TOTAL)
                 MOVE BOLSA-HORAS-DESCANSO
                     TO BOLT-DESCANSO(BOLT-TOTAL)
                 MOVE BOLSA-HORAS-DISFRUTADAS
                     TO BOLT-DISFRUTADAS(BOLT-TOTAL)
                 MOVE BOLSA-CADUCIDAD TO BOLT-CADUCIDAD(BOLT-TOTAL)
                 MOVE BOLSA-FECHA-ELECCION
                     TO BOLT-FECHA-ELECCION(BOLT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE BOLSA DE HORAS LLENA."
              END-IF
       END-READ.

       SALDO-BOLSA-HORAS.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM CARGA-BOLSA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-HOY-NUM.
       MOVE 0 TO HORAS-DISPONIBLES.
       MOVE 1 TO BOLT-POS.
       PERFORM MUESTRA-MOVIMIENTO-BOLSA UNTIL BOLT-POS > BOLT-TOTAL.
       MOVE HORAS-DISPONIBLES TO HORAS-BOLSA-EDICION.
       DISPLAY "SALDO DISPONIBLE DEL EMPLEADO " ID-BUSCADO ": "
           HORAS-BOLSA-EDICION " HORAS.".

       MUESTRA-MOVIMIENTO-BOLSA.
       IF BOLT-ID(BOLT-POS) = ID-BUSCADO
          COMPUTE HORAS-RESTANTES = BOLT-DESCANSO(BOLT-POS)
              - BOLT-DISFRUTADAS(BOLT-POS)
          MOVE BOLT-DESCANSO(BOLT-POS) TO HORAS-BOLSA-EDICION
          MOVE HORAS-RESTANTES TO HORAS-BOLSA-EDICION-2
          IF BOLT-CADUCIDAD(BOLT-POS) < FECHA-HOY-NUM
             DISPLAY "  " BOLT-PERIODO(BOLT-POS)
                 " GENERADAS " HORAS-BOLSA-EDICION
                 " PENDIENTES " HORAS-BOLSA-EDICION-2
                 " CADUCADAS EL " BOLT-CADUCIDAD(BOLT-POS)
          ELSE
             ADD HORAS-RESTANTES TO HORAS-DISPONIBLES
             DISPLAY "  " BOLT-PERIODO(BOLT-POS)
                 " GENERADAS " HORAS-BOLSA-EDICION
                 " PENDIENTES " HORAS-BOLSA-EDICION-2
                 " CADUCAN EL " BOLT-CADUCIDAD(BOLT-POS)
          END-IF
       END-IF.
       ADD 1 TO BOLT-POS.

      ******************************************************************
      * Descanso de bolsa (tipo B): cada dia laborable gasta una
      * jornada diaria de horas, de los periodos de origen no
      * caducados al empezar el descanso y empezando por el mas
      * antiguo.
      ******************************************************************
       COMPRUEBA-SALDO-BOLSA.
       COMPUTE HORAS-NECESARIAS
           = NUEVA-AUSENCIA-DIAS * HORAS-JORNADA-DIA.
       PERFORM CARGA-BOLSA.
       MOVE 0 TO HORAS-DISPONIBLES.
       MOVE 1 TO BOLT-POS.
       PERFORM SUMA-DISPONIBLE-BOLSA UNTIL BOLT-POS > BOLT-TOTAL.
       MOVE HORAS-NECESARIAS TO HORAS-BOLSA-EDICION.
       MOVE HORAS-DISPONIBLES TO HORAS-BOLSA-EDICION-2.
       DISPLAY "DESCANSO DE " HORAS-BOLSA-EDICION " HORAS. SALDO "
           "DE BOLSA DISPONIBLE: " HORAS-BOLSA-EDICION-2.
       IF HORAS-DISPONIBLES < HORAS-NECESARIAS
          MOVE "N" TO BOLSA-SUFICIENTE
       END-IF.

       SUMA-DISPONIBLE-BOLSA.
       IF BOLT-ID(BOLT-POS) = ID-BUSCADO
           AND BOLT-CADUCIDAD(BOLT-POS) >= NUEVA-AUSENCIA-DESDE
          COMPUTE HORAS-DISPONIBLES = HORAS-DISPONIBLES
              + BOLT-DESCANSO(BOLT-POS) - BOLT-DISFRUTADAS(BOLT-POS)
       END-IF.
       ADD 1 TO BOLT-POS.

       CONSUME-BOLSA-HORAS.
       MOVE HORAS-NECESARIAS TO HORAS-RESTANTES.
       MOVE 1 TO BOLT-POS.
       PERFORM CONSUME-UN-MOVIMIENTO-BOLSA
           UNTIL BOLT-POS > BOLT-TOTAL OR HORAS-RESTANTES = 0.
       OPEN OUTPUT BOLSA-ARCHIVO.
       MOVE 1 TO BOLT-POS.
       PERFORM GRABA-UN-MOVIMIENTO-BOLSA UNTIL BOLT-POS > BOLT-TOTAL.
       CLOSE BOLSA-ARCHIVO.

       CONSUME-UN-MOVIMIENTO-BOLSA.
       IF BOLT-ID(BOLT-POS) = ID-BUSCADO
           AND BOLT-CADUCIDAD(BOLT-POS) >= NUEVA-AUSENCIA-DESDE
          COMPUTE HORAS-CONSUMO = BOLT-DESCANSO(BOLT-POS)
              - BOLT-DISFRUTADAS(BOLT-POS)
          IF HORAS-CONSUMO > HORAS-RESTANTES
             MOVE HORAS-RESTANTES TO HORAS-CONSUMO
          END-IF
          ADD HORAS-CONSUMO TO BOLT-DISFRUTADAS(BOLT-POS)
          SUBTRACT HORAS-CONSUMO FROM HORAS-RESTANTES
       END-IF.
       ADD 1 TO BOLT-POS.

       GRABA-UN-MOVIMIENTO-BOLSA.
       MOVE BOLT-ID(BOLT-POS) TO BOLSA-EMPLEADOS-ID.
       MOVE BOLT-PERIODO(BOLT-POS) TO BOLSA-PERIODO.
       MOVE BOLT-EXTRA(BOLT-POS) TO BOLSA-HORAS-EXTRA.
       MOVE BOLT-DESCANSO(BOLT-POS) TO BOLSA-HORAS-DESCANSO.
       MOVE BOLT-DISFRUTADAS(BOLT-POS) TO BOLSA-HORAS-DISFRUTADAS.
       MOVE BOLT-CADUCIDAD(BOLT-POS) TO BOLSA-CADUCIDAD.
       MOVE BOLT-FECHA-ELECCION(BOLT-POS) TO BOLSA-FECHA-ELECCION.
       WRITE BOLSA-REGISTRO.
       ADD 1 TO BOLT-POS.

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
       END PROGRAM AUSENCIAS.

      *          (parametrizables en PARAMS.DAT). Cuando alguien
      *          cruza el tope legal queda ademas una alerta en
      *          ALERTAS.DAT para el proximo inicio de sesion.
      *          Las horas que el empleado paso a la bolsa de horas
      *          (BOLSAHOR.DAT) se compensan con descanso y no
      *          cuentan para los topes; BOLSACAD.RPT lista los
      *          saldos de bolsa que caducan en los proximos dias.
      *          La jornada mensual se ajusta al porcentaje de
      *          jornada de cada empleado (JORNADAS.DAT) vigente en
      *          el periodo de las horas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-EXTRAS ASSIGN TO "HORASEXT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOLSA-ARCHIVO ASSIGN TO "BOLSAHOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOLSA-ESTADO-ARCHIVO.
           SELECT REPORTE-BOLSA ASSIGN TO "BOLSACAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE.
              10 HORAS-EMPLEADOS-ID   PIC 9(5).
              10 HORAS-PERIODO        PIC X(6).
           05 HORAS-TRABAJADAS        PIC 9(4)V99.
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 ALERTA-TEXTO            PIC X(60).
       FD  REPORTE-EXTRAS.
       01  LINEA-EXTRAS               PIC X(110).
       FD  BOLSA-ARCHIVO.
       01  BOLSA-REGISTRO.
           05 BOLSA-EMPLEADOS-ID      PIC 9(5).
           05 BOLSA-PERIODO           PIC X(6).
           05 BOLSA-HORAS-EXTRA       PIC 9(4)V99.
           05 BOLSA-HORAS-DESCANSO    PIC 9(4)V99.
           05 BOLSA-HORAS-DISFRUTADAS PIC 9(4)V99.
           05 BOLSA-CADUCIDAD         PIC 9(8).
           05 BOLSA-FECHA-ELECCION    PIC 9(8).
       FD  REPORTE-BOLSA.
       01  LINEA-BOLSA                PIC X(90).
       FD  JORNADAS-ARCHIVO.
       01  JORNADA-REGISTRO.
           05 JORNADA-CLAVE.
              10 JORNADA-EMPLEADOS-ID PIC 9(5).
              10 JORNADA-DESDE        PIC 9(8).
           05 JORNADA-PORCENTAJE      PIC 9(3)V99.
           05 JORNADA-MOTIVO          PIC X(2).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  HORAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  BOLSA-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12).
       77  ALERTA-TEXTO-WS      PIC X(60).
       77  DIAS-AVISO-BOLSA     PIC 9(3) VALUE 30.
       77  LIMITE-AVISO-BOLSA   PIC 9(8).
       77  HORAS-BOLSA-RESTANTES PIC 9(4)V99.
       77  SALDOS-POR-CADUCAR   PIC 9(4) VALUE 0.
      ******************************************************************
      * Acumulado de horas extra por empleado: el mes de proceso y
      * el anio en curso hasta ese mes.
       77  EXTT-TOTAL           PIC 9(3) VALUE 0.
       77  EXTT-POS             PIC 9(3).
       77  EXTT-HALLADO         PIC X.
      ******************************************************************
      * Bolsa de horas: horas extra que cada empleado eligio cobrar
      * en descanso, por periodo, con lo disfrutado y la caducidad.
      ******************************************************************
       01  TABLA-BOLSA.
           05 BOLT-ENTRADA OCCURS 300 TIMES.
              10 BOLT-ID              PIC 9(5).
              10 BOLT-PERIODO         PIC X(6).
              10 BOLT-EXTRA           PIC 9(4)V99.
              10 BOLT-DESCANSO        PIC 9(4)V99.
              10 BOLT-DISFRUTADAS     PIC 9(4)V99.
              10 BOLT-CADUCIDAD       PIC 9(8).
       77  BOLT-TOTAL           PIC 9(3) VALUE 0.
       77  BOLT-POS             PIC 9(3).
      ******************************************************************
      * Porcentajes de jornada con su fecha de efecto; un empleado
      * sin registro trabaja la jornada completa.
      ******************************************************************
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  JORNADA-LEE-TODO     PIC X.
       77  PORCENTAJE-JORNADA   PIC 9(3)V99.
       77  JORNADA-EMPLEADO     PIC 9(3)V99.
       01  FECHA-JORNADA-X.
           05 FECHA-JORNADA-PERIODO   PIC X(6).
           05 FILLER                  PIC X(2) VALUE "31".
       01  FECHA-JORNADA REDEFINES FECHA-JORNADA-X PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM CARGA-PARAMETROS-EXTRAS.
       COMPUTE AVISO-EXTRA-MES = TOPE-EXTRA-MES * 8 / 10.
       COMPUTE AVISO-EXTRA-ANIO = TOPE-EXTRA-ANIO * 8 / 10.
       PERFORM CARGA-BOLSA-HORAS.
       OPEN INPUT HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY HORAS.DAT QUE CONTROLAR."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ABRE-JORNADAS.
       MOVE "N" TO LEE-TODO.
       PERFORM ACUMULA-UN-REGISTRO-HORAS UNTIL LEE-TODO = "S".
       CLOSE HORAS-ARCHIVO.
       PERFORM CIERRA-JORNADAS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN OUTPUT REPORTE-EXTRAS.
           DELIMITED BY SIZE INTO LINEA-EXTRAS.
       WRITE LINEA-EXTRAS.
       CLOSE REPORTE-EXTRAS.
       PERFORM INFORME-CADUCIDAD-BOLSA.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       END-IF.
       DISPLAY "CONTROL ESCRITO EN HORASEXT.RPT. SOBRE EL TOPE: "
           EMPLEADOS-SOBRE-TOPE ".".
       DISPLAY "SALDOS DE BOLSA POR CADUCAR EN BOLSACAD.RPT: "
           SALDOS-POR-CADUCAR ".".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".
              IF PARAM-CLAVE = "TOPE-EXTRA-ANIO"
                 MOVE PARAM-VALOR TO TOPE-EXTRA-ANIO
              END-IF
              IF PARAM-CLAVE = "DIAS-AVISO-BOLSA"
                 MOVE PARAM-VALOR TO DIAS-AVISO-BOLSA
              END-IF
       END-READ.

       ACUMULA-UN-REGISTRO-HORAS.
       READ HORAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HORAS-PERIODO(1:4) = ANIO-ACTUAL
                  AND HORAS-PERIODO <= PERIODO-ACTUAL
                 PERFORM DETERMINA-JORNADA-EMPLEADO
                 IF HORAS-TRABAJADAS > JORNADA-EMPLEADO
                    COMPUTE HORAS-EXTRA-REGISTRO
                        = HORAS-TRABAJADAS - JORNADA-EMPLEADO
                    MOVE 1 TO BOLT-POS
                    PERFORM DESCUENTA-HORAS-BOLSA
                        UNTIL BOLT-POS > BOLT-TOTAL
                    PERFORM ACUMULA-EXTRA-EMPLEADO
                 END-IF
              END-IF
       END-READ.

          END-IF
       END-IF.

       DESCUENTA-HORAS-BOLSA.
       IF BOLT-ID(BOLT-POS) = HORAS-EMPLEADOS-ID
           AND BOLT-PERIODO(BOLT-POS) = HORAS-PERIODO
          IF BOLT-EXTRA(BOLT-POS) > HORAS-EXTRA-REGISTRO
             MOVE 0 TO HORAS-EXTRA-REGISTRO
          ELSE
             SUBTRACT BOLT-EXTRA(BOLT-POS) FROM HORAS-EXTRA-REGISTRO
          END-IF
       END-IF.
       ADD 1 TO BOLT-POS.

       BUSCA-EXTRA-EMPLEADO.
       IF EXTT-ID(EXTT-POS) = HORAS-EMPLEADOS-ID
          MOVE "S" TO EXTT-HALLADO
       MOVE ALERTA-TEXTO-WS TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       CLOSE ALERTAS-ARCHIVO.

       CARGA-BOLSA-HORAS.
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
              ELSE
                 DISPLAY "AVISO: TABLA DE BOLSA DE HORAS LLENA."
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

      ******************************************************************
      * Jornada mensual del empleado en el periodo de las horas: la
      * jornada completa por el porcentaje vigente a fin de mes.
      ******************************************************************
       DETERMINA-JORNADA-EMPLEADO.
       MOVE HORAS-PERIODO TO FECHA-JORNADA-PERIODO.
       MOVE 100 TO PORCENTAJE-JORNADA.
       IF JORNADAS-ABIERTO = "S"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE HORAS-EMPLEADOS-ID TO JORNADA-EMPLEADOS-ID
          START JORNADAS-ARCHIVO KEY IS NOT LESS THAN JORNADA-CLAVE
              INVALID KEY MOVE "S" TO JORNADA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO JORNADA-LEE-TODO
          END-START
          PERFORM BUSCA-JORNADA-VIGENTE UNTIL JORNADA-LEE-TODO = "S"
       END-IF.
       COMPUTE JORNADA-EMPLEADO ROUNDED
           = JORNADA-MENSUAL * PORCENTAJE-JORNADA / 100
           ON SIZE ERROR MOVE JORNADA-MENSUAL TO JORNADA-EMPLEADO
       END-COMPUTE.

       BUSCA-JORNADA-VIGENTE.
       READ JORNADAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO JORNADA-LEE-TODO
           NOT AT END
              IF JORNADA-EMPLEADOS-ID NOT = HORAS-EMPLEADOS-ID
                  OR JORNADA-DESDE > FECHA-JORNADA
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 MOVE JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA
              END-IF
       END-READ.

      ******************************************************************
      * Saldos de bolsa por caducar: descanso aun no disfrutado cuya
      * caducidad cae entre la fecha de proceso y los dias de aviso
      * siguientes (DIAS-AVISO-BOLSA en PARAMS.DAT).
      ******************************************************************
       INFORME-CADUCIDAD-BOLSA.
       COMPUTE LIMITE-AVISO-BOLSA = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(FECHA-PROCESO-NEGOCIO)
           + DIAS-AVISO-BOLSA).
       OPEN OUTPUT REPORTE-BOLSA.
       MOVE SPACES TO LINEA-BOLSA.
       STRING "BOLSA DE HORAS - SALDOS QUE CADUCAN ANTES DEL "
           LIMITE-AVISO-BOLSA " - PROCESO " FECHA-PROCESO-NEGOCIO
           DELIMITED BY SIZE INTO LINEA-BOLSA.
       WRITE LINEA-BOLSA.
       MOVE 1 TO BOLT-POS.
       PERFORM EVALUA-CADUCIDAD-BOLSA UNTIL BOLT-POS > BOLT-TOTAL.
       MOVE SPACES TO LINEA-BOLSA.
       STRING "SALDOS POR CADUCAR: " SALDOS-POR-CADUCAR
           DELIMITED BY SIZE INTO LINEA-BOLSA.
       WRITE LINEA-BOLSA.
       CLOSE REPORTE-BOLSA.

       EVALUA-CADUCIDAD-BOLSA.
       COMPUTE HORAS-BOLSA-RESTANTES = BOLT-DESCANSO(BOLT-POS)
           - BOLT-DISFRUTADAS(BOLT-POS).
       IF HORAS-BOLSA-RESTANTES > 0
           AND BOLT-CADUCIDAD(BOLT-POS) >= FECHA-PROCESO-NEGOCIO
           AND BOLT-CADUCIDAD(BOLT-POS) <= LIMITE-AVISO-BOLSA
          ADD 1 TO SALDOS-POR-CADUCAR
          PERFORM ESCRIBE-LINEA-BOLSA
       END-IF.
       ADD 1 TO BOLT-POS.

       ESCRIBE-LINEA-BOLSA.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE BOLT-ID(BOLT-POS) TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
       END-IF.
       IF ENCONTRADO = "N"
          MOVE SPACES TO EMPLEADOS-DEPARTAMENTO
       END-IF.
       MOVE HORAS-BOLSA-RESTANTES TO HORAS-EDICION.
       MOVE SPACES TO LINEA-BOLSA.
       STRING EMPLEADOS-DEPARTAMENTO " " BOLT-ID(BOLT-POS)
           " PERIODO " BOLT-PERIODO(BOLT-POS)
           " HORAS PENDIENTES: " HORAS-EDICION
           " CADUCAN EL " BOLT-CADUCIDAD(BOLT-POS)
           DELIMITED BY SIZE INTO LINEA-BOLSA.
       WRITE LINEA-BOLSA.
       END PROGRAM CONTROL-HORAS-EXTRA.

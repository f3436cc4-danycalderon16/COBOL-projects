      ******************************************************************
      * Author:
      * Date:
      * Purpose: Turnos de trabajo y cuadrante semanal: mantiene el
      *          maestro de patrones de turno (TURNOS.DAT: hora de
      *          entrada y salida HHMM, minutos de descanso y dias
      *          de trabajo de lunes a domingo), la asignacion de
      *          turno de cada empleado con su fecha de efecto
      *          (ASIGTURN.DAT, vale la asignacion mas reciente no
      *          posterior al dia) y genera el cuadrante previsto de
      *          una semana en CUADRANTE.DAT, un registro por
      *          empleado y dia de trabajo, sin los festivos de
      *          FESTIVOS.DAT. Regenerar una semana sustituye su
      *          cuadrante anterior. El cuadrante sale tambien en
      *          CUADRANT.RPT y es la base del control diario de
      *          asistencia contra los fichajes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT TURNOS-ARCHIVO ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TURNOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGTURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.
           SELECT CUADRANTE-ARCHIVO ASSIGN TO "CUADRANTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUADRANTE-ESTADO-ARCHIVO.
           SELECT CUADRANTE-DEPURADO ASSIGN TO "CUADTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUADDEP-ESTADO-ARCHIVO.
           SELECT FESTIVOS-ARCHIVO ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FESTIVOS-ESTADO-ARCHIVO.
           SELECT INFORME-CUADRANTE ASSIGN TO "CUADRANT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Patron de turno: horario HHMM (una salida anterior a la
      * entrada es un turno de noche que acaba al dia siguiente),
      * descanso no trabajado en minutos y dias de trabajo como
      * siete marcas S/N de lunes a domingo.
      ******************************************************************
       FD  TURNOS-ARCHIVO.
       01  TURNO-REGISTRO.
           05 TURNO-CODIGO            PIC X(4).
           05 TURNO-DESCRIPCION       PIC X(20).
           05 TURNO-HORA-INICIO       PIC 9(4).
           05 TURNO-HORA-FIN          PIC 9(4).
           05 TURNO-DESCANSO          PIC 9(3).
           05 TURNO-DIAS              PIC X(7).
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIG-EMPLEADOS-ID       PIC 9(5).
           05 ASIG-TURNO              PIC X(4).
           05 ASIG-DESDE              PIC 9(8).
      ******************************************************************
      * Cuadrante previsto: un registro por empleado y dia de
      * trabajo con el horario del turno que le toca ese dia.
      ******************************************************************
       FD  CUADRANTE-ARCHIVO.
       01  CUADRANTE-REGISTRO.
           05 CUAD-EMPLEADOS-ID       PIC 9(5).
           05 CUAD-FECHA              PIC 9(8).
           05 CUAD-TURNO              PIC X(4).
           05 CUAD-HORA-INICIO        PIC 9(4).
           05 CUAD-HORA-FIN           PIC 9(4).
           05 CUAD-DESCANSO           PIC 9(3).
       FD  CUADRANTE-DEPURADO.
       01  CUADDEP-REGISTRO.
           05 CUADDEP-EMPLEADOS-ID    PIC 9(5).
           05 CUADDEP-FECHA           PIC 9(8).
           05 CUADDEP-RESTO           PIC X(15).
       FD  FESTIVOS-ARCHIVO.
       01  FESTIVO-REGISTRO.
           05 FESTIVO-FECHA           PIC 9(8).
           05 FESTIVO-DESCRIPCION     PIC X(30).
       FD  INFORME-CUADRANTE.
       01  LINEA-CUADRANTE            PIC X(110).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  TURNOS-ESTADO-ARCHIVO PIC X(2).
       77  ASIGNACIONES-ESTADO-ARCHIVO PIC X(2).
       77  CUADRANTE-ESTADO-ARCHIVO PIC X(2).
       77  CUADDEP-ESTADO-ARCHIVO PIC X(2).
       77  FESTIVOS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  OPCION-TURNOS        PIC X.
       77  ID-BUSCADO           PIC 9(5).
       77  CODIGO-BUSCADO       PIC X(4).
       77  FECHA-VALIDA         PIC X.
       77  DATOS-VALIDOS        PIC X.
       77  HORA-VALIDAR         PIC 9(4).
       77  HORA-VALIDAR-X       PIC X(4).
       77  HORA-AUX             PIC 9(2).
       77  MINUTO-AUX           PIC 9(2).
       77  DIA-POS              PIC 9.
       77  NUEVO-DESDE          PIC 9(8).
      ******************************************************************
      * Patrones de turno cargados de TURNOS.DAT (tabla de
      * configuracion de pocas filas).
      ******************************************************************
       01  TABLA-TURNOS.
           05 TURT-ENTRADA OCCURS 50 TIMES.
              10 TURT-CODIGO          PIC X(4).
              10 TURT-DESCRIPCION     PIC X(20).
              10 TURT-HORA-INICIO     PIC 9(4).
              10 TURT-HORA-FIN        PIC 9(4).
              10 TURT-DESCANSO        PIC 9(3).
              10 TURT-DIAS            PIC X(7).
       77  TURT-TOTAL           PIC 9(2) VALUE 0.
       77  TURT-POS             PIC 9(2).
       77  TURT-HALLADO         PIC X.
      ******************************************************************
      * Asignaciones de turno de todos los empleados, con su fecha
      * de efecto.
      ******************************************************************
       01  TABLA-ASIGNACIONES.
           05 ASIGT-ENTRADA OCCURS 500 TIMES.
              10 ASIGT-ID             PIC 9(5).
              10 ASIGT-TURNO          PIC X(4).
              10 ASIGT-DESDE          PIC 9(8).
       77  ASIGT-TOTAL          PIC 9(3) VALUE 0.
       77  ASIGT-POS            PIC 9(3).
       77  ASIGT-VIGENTE-DESDE  PIC 9(8).
       77  TURNO-VIGENTE        PIC X(4).
       01  TABLA-FESTIVOS.
           05 FEST-ENTRADA OCCURS 50 TIMES PIC 9(8).
       77  FEST-TOTAL           PIC 9(2) VALUE 0.
       77  FEST-POS             PIC 9(2).
       77  FEST-HALLADO         PIC X.
      ******************************************************************
      * Semana del cuadrante: las siete fechas de lunes a domingo.
      ******************************************************************
       01  TABLA-SEMANA.
           05 SEMT-FECHA OCCURS 7 TIMES PIC 9(8).
       77  SEMT-POS             PIC 9.
       77  FECHA-LUNES          PIC 9(8).
       77  FECHA-DOMINGO        PIC 9(8).
       77  FECHA-ZELLER-X       PIC X(8).
       77  ANIO-ZELLER          PIC 9(4).
       77  MES-ZELLER           PIC 9(2).
       77  DIA-ZELLER           PIC 9(2).
       77  SIGLO-ZELLER         PIC 9(2).
       77  ANIO-CORTO-ZELLER    PIC 9(2).
       77  CALCULO-ZELLER       PIC S9(6).
       77  RESTO-ZELLER         PIC S9(4).
       77  DIAS-GENERADOS       PIC 9(5) VALUE 0.
       77  EMPLEADOS-CUADRANTE  PIC 9(5) VALUE 0.
       77  EMPLEADOS-SIN-TURNO  PIC 9(5) VALUE 0.
       77  CUADRANTE-CONSERVADOS PIC 9(5) VALUE 0.
       77  TRABAJA-SEMANA       PIC X.
      ******************************************************************
      * Linea de empleado del cuadrante: una casilla por dia con el
      * horario, LIBRE o FESTIVO.
      ******************************************************************
       01  LINEA-SEMANA-EMPLEADO.
           05 LSEM-ID               PIC 9(5).
           05 FILLER                PIC X VALUE SPACE.
           05 LSEM-NOMBRE           PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 LSEM-TURNO            PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 LSEM-CASILLA OCCURS 7 TIMES PIC X(11).
       01  CASILLA-HORARIO.
           05 CASILLA-INICIO        PIC 9(4).
           05 FILLER                PIC X VALUE "-".
           05 CASILLA-FIN           PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "TURNOS Y CUADRANTE SEMANAL".
       PERFORM CARGA-TURNOS.
       MOVE SPACES TO OPCION-TURNOS.
       PERFORM GESTIONA-TURNOS UNTIL OPCION-TURNOS = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       GESTIONA-TURNOS.
       DISPLAY "P - PATRONES DE TURNO / A - ASIGNAR TURNO A UN "
           "EMPLEADO / C - GENERAR CUADRANTE SEMANAL / 0 - SALIR: ".
       ACCEPT OPCION-TURNOS.
       IF OPCION-TURNOS = "P"
          PERFORM MANTIENE-PATRON-TURNO
       ELSE
          IF OPCION-TURNOS = "A"
             PERFORM ASIGNA-TURNO-EMPLEADO
          ELSE
             IF OPCION-TURNOS = "C"
                PERFORM GENERA-CUADRANTE-SEMANAL
             ELSE
                IF OPCION-TURNOS NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-TURNOS.
       MOVE 0 TO TURT-TOTAL.
       OPEN INPUT TURNOS-ARCHIVO.
       IF TURNOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-TURNO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE TURNOS-ARCHIVO.

       CARGA-UN-TURNO.
       READ TURNOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF TURT-TOTAL < 50
                 ADD 1 TO TURT-TOTAL
                 MOVE TURNO-CODIGO TO TURT-CODIGO(TURT-TOTAL)
                 MOVE TURNO-DESCRIPCION
                     TO TURT-DESCRIPCION(TURT-TOTAL)
                 MOVE TURNO-HORA-INICIO
                     TO TURT-HORA-INICIO(TURT-TOTAL)
                 MOVE TURNO-HORA-FIN TO TURT-HORA-FIN(TURT-TOTAL)
                 MOVE TURNO-DESCANSO TO TURT-DESCANSO(TURT-TOTAL)
                 MOVE TURNO-DIAS TO TURT-DIAS(TURT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE TURNOS LLENA."
              END-IF
       END-READ.

       BUSCA-TURNO.
       MOVE "N" TO TURT-HALLADO.
       MOVE 1 TO TURT-POS.
       PERFORM COMPARA-TURNO
           UNTIL TURT-POS > TURT-TOTAL
           OR TURT-HALLADO = "S".

       COMPARA-TURNO.
       IF TURT-CODIGO(TURT-POS) = CODIGO-BUSCADO
          MOVE "S" TO TURT-HALLADO
       ELSE
          ADD 1 TO TURT-POS
       END-IF.

      ******************************************************************
      * Alta o modificacion de un patron de turno. Se listan los
      * patrones existentes; un codigo nuevo da de alta y uno
      * existente se modifica. El maestro se regraba entero.
      ******************************************************************
       MANTIENE-PATRON-TURNO.
       MOVE 1 TO TURT-POS.
       PERFORM MUESTRA-UN-TURNO UNTIL TURT-POS > TURT-TOTAL.
       DISPLAY "CODIGO DEL TURNO: ".
       ACCEPT CODIGO-BUSCADO.
       IF CODIGO-BUSCADO = SPACES
          DISPLAY "CODIGO NO VALIDO."
       ELSE
          PERFORM BUSCA-TURNO
          IF TURT-HALLADO = "N"
             IF TURT-TOTAL < 50
                ADD 1 TO TURT-TOTAL
                MOVE TURT-TOTAL TO TURT-POS
                MOVE CODIGO-BUSCADO TO TURT-CODIGO(TURT-POS)
                PERFORM PIDE-DATOS-TURNO
                IF DATOS-VALIDOS = "N"
                   SUBTRACT 1 FROM TURT-TOTAL
                END-IF
             ELSE
                MOVE "N" TO DATOS-VALIDOS
                DISPLAY "TABLA DE TURNOS LLENA. NO SE PUEDE DAR DE "
                    "ALTA."
             END-IF
          ELSE
             DISPLAY "MODIFICANDO EL TURNO " CODIGO-BUSCADO
             PERFORM PIDE-DATOS-TURNO
          END-IF
          IF DATOS-VALIDOS = "S"
             PERFORM GRABA-ARCHIVO-TURNOS
             DISPLAY "TURNO " CODIGO-BUSCADO " GRABADO."
          ELSE
             PERFORM CARGA-TURNOS
          END-IF
       END-IF.

       MUESTRA-UN-TURNO.
       DISPLAY TURT-CODIGO(TURT-POS) " " TURT-DESCRIPCION(TURT-POS)
           " " TURT-HORA-INICIO(TURT-POS) "-"
           TURT-HORA-FIN(TURT-POS) " DESCANSO "
           TURT-DESCANSO(TURT-POS) " MIN DIAS (LMXJVSD) "
           TURT-DIAS(TURT-POS).
       ADD 1 TO TURT-POS.

       PIDE-DATOS-TURNO.
       MOVE "S" TO DATOS-VALIDOS.
       DISPLAY "DESCRIPCION: ".
       ACCEPT TURT-DESCRIPCION(TURT-POS).
       DISPLAY "HORA DE ENTRADA (HHMM): ".
       ACCEPT TURT-HORA-INICIO(TURT-POS).
       MOVE TURT-HORA-INICIO(TURT-POS) TO HORA-VALIDAR.
       PERFORM VALIDA-HORA-TURNO.
       DISPLAY "HORA DE SALIDA (HHMM): ".
       ACCEPT TURT-HORA-FIN(TURT-POS).
       MOVE TURT-HORA-FIN(TURT-POS) TO HORA-VALIDAR.
       PERFORM VALIDA-HORA-TURNO.
       IF TURT-HORA-FIN(TURT-POS) = TURT-HORA-INICIO(TURT-POS)
          MOVE "N" TO DATOS-VALIDOS
          DISPLAY "LA SALIDA NO PUEDE SER IGUAL A LA ENTRADA."
       END-IF.
       DISPLAY "MINUTOS DE DESCANSO: ".
       ACCEPT TURT-DESCANSO(TURT-POS).
       DISPLAY "DIAS DE TRABAJO, S/N DE LUNES A DOMINGO "
           "(EJ. SSSSSNN): ".
       ACCEPT TURT-DIAS(TURT-POS).
       MOVE 1 TO DIA-POS.
       PERFORM VALIDA-DIA-TURNO UNTIL DIA-POS > 7.
       IF DATOS-VALIDOS = "N"
          DISPLAY "DATOS DEL TURNO NO VALIDOS. NO SE GRABA."
       END-IF.

       VALIDA-HORA-TURNO.
       MOVE HORA-VALIDAR TO HORA-VALIDAR-X.
       MOVE HORA-VALIDAR-X(1:2) TO HORA-AUX.
       MOVE HORA-VALIDAR-X(3:2) TO MINUTO-AUX.
       IF HORA-AUX > 23 OR MINUTO-AUX > 59
          MOVE "N" TO DATOS-VALIDOS
          DISPLAY "HORA NO VALIDA: " HORA-VALIDAR-X
       END-IF.

       VALIDA-DIA-TURNO.
       IF TURT-DIAS(TURT-POS)(DIA-POS:1) NOT = "S"
           AND TURT-DIAS(TURT-POS)(DIA-POS:1) NOT = "N"
          MOVE "N" TO DATOS-VALIDOS
       END-IF.
       ADD 1 TO DIA-POS.

       GRABA-ARCHIVO-TURNOS.
       OPEN OUTPUT TURNOS-ARCHIVO.
       MOVE 1 TO TURT-POS.
       PERFORM GRABA-UN-TURNO UNTIL TURT-POS > TURT-TOTAL.
       CLOSE TURNOS-ARCHIVO.

       GRABA-UN-TURNO.
       MOVE TURT-CODIGO(TURT-POS) TO TURNO-CODIGO.
       MOVE TURT-DESCRIPCION(TURT-POS) TO TURNO-DESCRIPCION.
       MOVE TURT-HORA-INICIO(TURT-POS) TO TURNO-HORA-INICIO.
       MOVE TURT-HORA-FIN(TURT-POS) TO TURNO-HORA-FIN.
       MOVE TURT-DESCANSO(TURT-POS) TO TURNO-DESCANSO.
       MOVE TURT-DIAS(TURT-POS) TO TURNO-DIAS.
       WRITE TURNO-REGISTRO.
       ADD 1 TO TURT-POS.

      ******************************************************************
      * Asignacion de turno: el empleado activo pasa al turno dado
      * desde la fecha de efecto. Las asignaciones anteriores se
      * conservan para que los cuadrantes de semanas pasadas sigan
      * saliendo con el turno que tocaba entonces.
      ******************************************************************
       ASIGNA-TURNO-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          MOVE ID-BUSCADO TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY MOVE "N" TO ENCONTRADO
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          IF NOT EMPLEADO-ACTIVO
             DISPLAY "EL EMPLEADO " ID-BUSCADO " NO ESTA ACTIVO."
          ELSE
             PERFORM PIDE-ASIGNACION-TURNO
          END-IF
       END-IF.

       PIDE-ASIGNACION-TURNO.
       DISPLAY "CODIGO DEL TURNO: ".
       ACCEPT CODIGO-BUSCADO.
       PERFORM BUSCA-TURNO.
       IF TURT-HALLADO = "N"
          DISPLAY "EL TURNO " CODIGO-BUSCADO " NO EXISTE."
       ELSE
          DISPLAY "FECHA DE EFECTO (AAAAMMDD): "
          ACCEPT NUEVO-DESDE
          CALL "VALIDA-FECHA" USING NUEVO-DESDE FECHA-VALIDA
          IF FECHA-VALIDA = "N"
             DISPLAY "FECHA NO VALIDA. ASIGNACION NO GRABADA."
          ELSE
             OPEN EXTEND ASIGNACIONES-ARCHIVO
             IF ASIGNACIONES-ESTADO-ARCHIVO = "35"
                OPEN OUTPUT ASIGNACIONES-ARCHIVO
             END-IF
             MOVE ID-BUSCADO TO ASIG-EMPLEADOS-ID
             MOVE CODIGO-BUSCADO TO ASIG-TURNO
             MOVE NUEVO-DESDE TO ASIG-DESDE
             WRITE ASIGNACION-REGISTRO
             CLOSE ASIGNACIONES-ARCHIVO
             DISPLAY "EMPLEADO " ID-BUSCADO " EN EL TURNO "
                 CODIGO-BUSCADO " DESDE EL " NUEVO-DESDE "."
          END-IF
       END-IF.

      ******************************************************************
      * Cuadrante de una semana: la fecha dada debe ser lunes. El
      * cuadrante anterior de esas siete fechas se descarta al
      * copiar CUADRANTE.DAT por CUADTMP.DAT y se sustituye por el
      * nuevo, que se devuelve al archivo vivo al terminar.
      ******************************************************************
       GENERA-CUADRANTE-SEMANAL.
       DISPLAY "LUNES DE LA SEMANA (AAAAMMDD): ".
       ACCEPT FECHA-LUNES.
       CALL "VALIDA-FECHA" USING FECHA-LUNES FECHA-VALIDA.
       IF FECHA-VALIDA = "N"
          DISPLAY "FECHA NO VALIDA."
       ELSE
          PERFORM DETERMINA-DIA-SEMANA
          IF RESTO-ZELLER NOT = 2
             DISPLAY "LA FECHA " FECHA-LUNES " NO ES LUNES."
          ELSE
             IF TURT-TOTAL = 0
                DISPLAY "NO HAY PATRONES DE TURNO (TURNOS.DAT)."
             ELSE
                PERFORM PREPARA-SEMANA
                PERFORM CARGA-ASIGNACIONES
                PERFORM CARGA-FESTIVOS
                OPEN INPUT EMPLEADOS-ARCHIVO
                PERFORM CHEQUEA-ESTADO-EMPLEADOS
                IF EMPLEADOS-ESTADO-ARCHIVO = "00"
                   PERFORM ESCRIBE-CUADRANTE-SEMANAL
                   CLOSE EMPLEADOS-ARCHIVO
                END-IF
             END-IF
          END-IF
       END-IF.

       PREPARA-SEMANA.
       MOVE 1 TO SEMT-POS.
       PERFORM CALCULA-FECHA-SEMANA UNTIL SEMT-POS > 7.
       MOVE SEMT-FECHA(7) TO FECHA-DOMINGO.

       CALCULA-FECHA-SEMANA.
       COMPUTE SEMT-FECHA(SEMT-POS) = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(FECHA-LUNES) + SEMT-POS - 1).
       ADD 1 TO SEMT-POS.

      ******************************************************************
      * Dia de la semana por la congruencia de Zeller:
      * 0 = sabado, 1 = domingo, 2 a 6 = lunes a viernes.
      ******************************************************************
       DETERMINA-DIA-SEMANA.
       MOVE FECHA-LUNES TO FECHA-ZELLER-X.
       MOVE FECHA-ZELLER-X(1:4) TO ANIO-ZELLER.
       MOVE FECHA-ZELLER-X(5:2) TO MES-ZELLER.
       MOVE FECHA-ZELLER-X(7:2) TO DIA-ZELLER.
       IF MES-ZELLER < 3
          ADD 12 TO MES-ZELLER
          SUBTRACT 1 FROM ANIO-ZELLER
       END-IF.
       DIVIDE ANIO-ZELLER BY 100 GIVING SIGLO-ZELLER
           REMAINDER ANIO-CORTO-ZELLER.
       COMPUTE CALCULO-ZELLER = DIA-ZELLER
           + ((MES-ZELLER + 1) * 13 / 5)
           + ANIO-CORTO-ZELLER + (ANIO-CORTO-ZELLER / 4)
           + (SIGLO-ZELLER / 4) + (5 * SIGLO-ZELLER).
       DIVIDE CALCULO-ZELLER BY 7 GIVING CALCULO-ZELLER
           REMAINDER RESTO-ZELLER.

       CARGA-ASIGNACIONES.
       MOVE 0 TO ASIGT-TOTAL.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-ASIGNACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ASIGNACIONES-ARCHIVO.

       CARGA-UNA-ASIGNACION.
       READ ASIGNACIONES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ASIGT-TOTAL < 500
                 ADD 1 TO ASIGT-TOTAL
                 MOVE ASIG-EMPLEADOS-ID TO ASIGT-ID(ASIGT-TOTAL)
                 MOVE ASIG-TURNO TO ASIGT-TURNO(ASIGT-TOTAL)
                 MOVE ASIG-DESDE TO ASIGT-DESDE(ASIGT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ASIGNACIONES LLENA."
              END-IF
       END-READ.

       CARGA-FESTIVOS.
       MOVE 0 TO FEST-TOTAL.
       OPEN INPUT FESTIVOS-ARCHIVO.
       IF FESTIVOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-FESTIVO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE FESTIVOS-ARCHIVO.

       CARGA-UN-FESTIVO.
       READ FESTIVOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF FEST-TOTAL < 50
                 ADD 1 TO FEST-TOTAL
                 MOVE FESTIVO-FECHA TO FEST-ENTRADA(FEST-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE FESTIVOS LLENA."
              END-IF
       END-READ.

       ESCRIBE-CUADRANTE-SEMANAL.
       MOVE 0 TO DIAS-GENERADOS.
       MOVE 0 TO EMPLEADOS-CUADRANTE.
       MOVE 0 TO EMPLEADOS-SIN-TURNO.
       MOVE 0 TO CUADRANTE-CONSERVADOS.
       OPEN OUTPUT CUADRANTE-DEPURADO.
       OPEN INPUT CUADRANTE-ARCHIVO.
       IF CUADRANTE-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CONSERVA-CUADRANTE-ANTERIOR UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CUADRANTE-ARCHIVO.
       OPEN OUTPUT INFORME-CUADRANTE.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-CUADRANTE.
       STRING "CUADRANTE SEMANAL DEL " FECHA-LUNES " AL "
           FECHA-DOMINGO " - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-CUADRANTE.
       WRITE LINEA-CUADRANTE.
       MOVE SPACES TO LINEA-CUADRANTE.
       STRING "ID    EMPLEADO             TURNO LUNES      "
           "MARTES     MIERCOLES  JUEVES     VIERNES    SABADO     "
           "DOMINGO"
           DELIMITED BY SIZE INTO LINEA-CUADRANTE.
       WRITE LINEA-CUADRANTE.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "N" TO LEE-TODO.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          PERFORM LEE-EMPLEADO-CUADRANTE
       END-IF.
       PERFORM CUADRANTE-EMPLEADO UNTIL LEE-TODO = "S".
       CLOSE CUADRANTE-DEPURADO.
       MOVE SPACES TO LINEA-CUADRANTE.
       STRING "EMPLEADOS EN CUADRANTE: " EMPLEADOS-CUADRANTE
           "  DIAS DE TRABAJO: " DIAS-GENERADOS
           "  ACTIVOS SIN TURNO: " EMPLEADOS-SIN-TURNO
           DELIMITED BY SIZE INTO LINEA-CUADRANTE.
       WRITE LINEA-CUADRANTE.
       CLOSE INFORME-CUADRANTE.
       PERFORM DEVUELVE-CUADRANTE.
       DISPLAY "CUADRANTE GENERADO: " DIAS-GENERADOS " DIAS DE "
           EMPLEADOS-CUADRANTE " EMPLEADOS. LISTADO EN CUADRANT.RPT.".
       IF EMPLEADOS-SIN-TURNO > 0
          DISPLAY "AVISO: " EMPLEADOS-SIN-TURNO " EMPLEADOS ACTIVOS "
              "SIN TURNO ASIGNADO."
       END-IF.

       CONSERVA-CUADRANTE-ANTERIOR.
       READ CUADRANTE-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CUAD-FECHA < FECHA-LUNES
                  OR CUAD-FECHA > FECHA-DOMINGO
                 MOVE CUADRANTE-REGISTRO TO CUADDEP-REGISTRO
                 WRITE CUADDEP-REGISTRO
                 ADD 1 TO CUADRANTE-CONSERVADOS
              END-IF
       END-READ.

       LEE-EMPLEADO-CUADRANTE.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CUADRANTE-EMPLEADO.
       IF EMPLEADO-ACTIVO
          MOVE SPACES TO LINEA-SEMANA-EMPLEADO
          MOVE EMPLEADOS-ID TO LSEM-ID
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          MOVE APELLIDOS-MOSTRADOS TO LSEM-NOMBRE
          MOVE "N" TO TRABAJA-SEMANA
          MOVE 1 TO SEMT-POS
          PERFORM CUADRANTE-UN-DIA UNTIL SEMT-POS > 7
          IF TRABAJA-SEMANA = "S"
             ADD 1 TO EMPLEADOS-CUADRANTE
          END-IF
          IF LSEM-TURNO = SPACES
             ADD 1 TO EMPLEADOS-SIN-TURNO
             MOVE "----" TO LSEM-TURNO
          END-IF
          MOVE LINEA-SEMANA-EMPLEADO TO LINEA-CUADRANTE
          WRITE LINEA-CUADRANTE
       END-IF.
       PERFORM LEE-EMPLEADO-CUADRANTE.

      ******************************************************************
      * Un dia del empleado: el turno de la asignacion vigente ese
      * dia; si el patron marca el dia como de trabajo y no es
      * festivo se graba el dia en el cuadrante.
      ******************************************************************
       CUADRANTE-UN-DIA.
       MOVE 0 TO ASIGT-VIGENTE-DESDE.
       MOVE SPACES TO TURNO-VIGENTE.
       MOVE 1 TO ASIGT-POS.
       PERFORM BUSCA-ASIGNACION-VIGENTE UNTIL ASIGT-POS > ASIGT-TOTAL.
       IF TURNO-VIGENTE = SPACES
          MOVE "SIN TURNO" TO LSEM-CASILLA(SEMT-POS)
       ELSE
          MOVE TURNO-VIGENTE TO LSEM-TURNO
          MOVE TURNO-VIGENTE TO CODIGO-BUSCADO
          PERFORM BUSCA-TURNO
          IF TURT-HALLADO = "N"
             MOVE "SIN TURNO" TO LSEM-CASILLA(SEMT-POS)
          ELSE
             IF TURT-DIAS(TURT-POS)(SEMT-POS:1) NOT = "S"
                MOVE "LIBRE" TO LSEM-CASILLA(SEMT-POS)
             ELSE
                PERFORM BUSCA-FESTIVO
                IF FEST-HALLADO = "S"
                   MOVE "FESTIVO" TO LSEM-CASILLA(SEMT-POS)
                ELSE
                   PERFORM GRABA-DIA-CUADRANTE
                END-IF
             END-IF
          END-IF
       END-IF.
       ADD 1 TO SEMT-POS.

       BUSCA-ASIGNACION-VIGENTE.
       IF ASIGT-ID(ASIGT-POS) = EMPLEADOS-ID
           AND ASIGT-DESDE(ASIGT-POS) <= SEMT-FECHA(SEMT-POS)
           AND ASIGT-DESDE(ASIGT-POS) >= ASIGT-VIGENTE-DESDE
          MOVE ASIGT-DESDE(ASIGT-POS) TO ASIGT-VIGENTE-DESDE
          MOVE ASIGT-TURNO(ASIGT-POS) TO TURNO-VIGENTE
       END-IF.
       ADD 1 TO ASIGT-POS.

       BUSCA-FESTIVO.
       MOVE "N" TO FEST-HALLADO.
       MOVE 1 TO FEST-POS.
       PERFORM COMPARA-FESTIVO
           UNTIL FEST-POS > FEST-TOTAL
           OR FEST-HALLADO = "S".

       COMPARA-FESTIVO.
       IF FEST-ENTRADA(FEST-POS) = SEMT-FECHA(SEMT-POS)
          MOVE "S" TO FEST-HALLADO
       ELSE
          ADD 1 TO FEST-POS
       END-IF.

       GRABA-DIA-CUADRANTE.
       MOVE EMPLEADOS-ID TO CUAD-EMPLEADOS-ID.
       MOVE SEMT-FECHA(SEMT-POS) TO CUAD-FECHA.
       MOVE TURT-CODIGO(TURT-POS) TO CUAD-TURNO.
       MOVE TURT-HORA-INICIO(TURT-POS) TO CUAD-HORA-INICIO.
       MOVE TURT-HORA-FIN(TURT-POS) TO CUAD-HORA-FIN.
       MOVE TURT-DESCANSO(TURT-POS) TO CUAD-DESCANSO.
       MOVE CUADRANTE-REGISTRO TO CUADDEP-REGISTRO.
       WRITE CUADDEP-REGISTRO.
       ADD 1 TO DIAS-GENERADOS.
       MOVE "S" TO TRABAJA-SEMANA.
       MOVE TURT-HORA-INICIO(TURT-POS) TO CASILLA-INICIO.
       MOVE TURT-HORA-FIN(TURT-POS) TO CASILLA-FIN.
       MOVE CASILLA-HORARIO TO LSEM-CASILLA(SEMT-POS).

       DEVUELVE-CUADRANTE.
       OPEN INPUT CUADRANTE-DEPURADO.
       OPEN OUTPUT CUADRANTE-ARCHIVO.
       MOVE "N" TO LEE-TODO.
       PERFORM DEVUELVE-LINEA-CUADRANTE UNTIL LEE-TODO = "S".
       CLOSE CUADRANTE-DEPURADO.
       CLOSE CUADRANTE-ARCHIVO.

       DEVUELVE-LINEA-CUADRANTE.
       READ CUADRANTE-DEPURADO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE CUADDEP-REGISTRO TO CUADRANTE-REGISTRO
              WRITE CUADRANTE-REGISTRO
       END-READ.

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
       END PROGRAM TURNOS.

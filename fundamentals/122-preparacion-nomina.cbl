      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lista de comprobacion previa a la nomina. Repasa
      *          contra los archivos reales lo que antes se miraba
      *          de memoria antes de lanzar NOMINA: el periodo de la
      *          fecha de proceso abierto en PERIODOS.DAT, el reloj
      *          de fichajes consumido (FICHAJES.DAT vacio y horas
      *          del periodo archivadas en FICHPROC.DAT), ausencias
      *          del periodo grabadas en AUSENCIAS.DAT, la cola de
      *          cambios pendientes de visto bueno vacia, las
      *          prenotificaciones de cuenta contestadas, la bandera
      *          de cierre del dia levantada y los empleados en
      *          cuarentena revisados. Cada control sale como PASS,
      *          WARN o FAIL en pantalla y en PREPARA.RPT, y el
      *          resultado del periodo queda en PREPARA.DAT, donde
      *          NOMINA lo consulta antes de calcular: con FAIL solo
      *          calcula si un supervisor lo autoriza con un motivo
      *          que queda anotado en el mismo archivo. Corre suelto
      *          o como primer paso de la cadena de nomina en
      *          BATCHPASOS.DAT; termina con codigo 0 (PASS), 4
      *          (WARN) u 8 (FAIL), que detiene la cadena.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARA-NOMINA INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT PERIODOS-ARCHIVO ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODOS-ESTADO-ARCHIVO.
           SELECT FICHAJES-ARCHIVO ASSIGN TO "FICHAJES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICHAJES-ESTADO-ARCHIVO.
           SELECT FICHAJES-PROCESADOS ASSIGN TO "FICHPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICHPROC-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT PENDIENTES-ARCHIVO ASSIGN TO "PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIENTES-ESTADO-ARCHIVO.
           SELECT PRENOTAS-ARCHIVO ASSIGN TO "PRENOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRENOTAS-ESTADO-ARCHIVO.
           SELECT CIERRE-ARCHIVO ASSIGN TO "CIERREDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIERRE-ESTADO-ARCHIVO.
           SELECT PREPARACION-ARCHIVO ASSIGN TO "PREPARA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREPARA-ESTADO-ARCHIVO.
           SELECT REPORTE-PREPARACION ASSIGN TO "PREPARA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  PERIODOS-ARCHIVO.
       01  PERIODO-REGISTRO.
           05 PERIODO-REG-ID          PIC X(6).
           05 PERIODO-REG-DESDE       PIC 9(8).
           05 PERIODO-REG-HASTA       PIC 9(8).
           05 PERIODO-REG-ESTADO      PIC X.
       FD  FICHAJES-ARCHIVO.
       01  FICHAJE-REGISTRO           PIC X(18).
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
       FD  PENDIENTES-ARCHIVO.
       01  PENDIENTE-REGISTRO.
           05 PEND-TIPO               PIC X.
           05 PEND-EMPLEADOS-ID       PIC 9(5).
           05 PEND-ANTES              PIC X(30).
           05 PEND-DESPUES            PIC X(30).
           05 PEND-SOLICITANTE        PIC X(10).
           05 PEND-FECHA              PIC X(14).
           05 PEND-ESTADO             PIC X.
           05 PEND-REVISOR            PIC X(10).
           05 PEND-FECHA-REVISION     PIC X(14).
       FD  PRENOTAS-ARCHIVO.
       01  PRENOTA-REGISTRO.
           05 PRENOTA-EMPLEADOS-ID    PIC 9(5).
           05 PRENOTA-FECHA           PIC 9(8).
           05 PRENOTA-ESTADO          PIC X.
       FD  CIERRE-ARCHIVO.
       01  CIERRE-REGISTRO.
           05 CIERRE-ESTADO           PIC X.
           05 CIERRE-FECHA            PIC 9(8).
           05 CIERRE-OPERADOR         PIC X(10).
      ******************************************************************
      * Resultado de cada comprobacion (R) y autorizaciones de
      * supervisor para calcular pese a un FAIL (A), con el motivo.
      * NOMINA toma el ultimo resultado del periodo y, si es FAIL,
      * busca una autorizacion grabada despues.
      ******************************************************************
       FD  PREPARACION-ARCHIVO.
       01  PREPARA-REGISTRO.
           05 PREPARA-TIPO            PIC X.
           05 PREPARA-PERIODO         PIC X(6).
           05 PREPARA-FECHA           PIC X(14).
           05 PREPARA-RESULTADO       PIC X(4).
           05 PREPARA-FALLOS          PIC 9(3).
           05 PREPARA-AVISOS          PIC 9(3).
           05 PREPARA-OPERADOR        PIC X(10).
           05 PREPARA-MOTIVO          PIC X(60).
       FD  REPORTE-PREPARACION.
       01  LINEA-PREPARACION          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  PERIODOS-ESTADO-ARCHIVO PIC X(2).
       77  FICHAJES-ESTADO-ARCHIVO PIC X(2).
       77  FICHPROC-ESTADO-ARCHIVO PIC X(2).
       77  AUSENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  PENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  PRENOTAS-ESTADO-ARCHIVO PIC X(2).
       77  CIERRE-ESTADO-ARCHIVO PIC X(2).
       77  PREPARA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
      ******************************************************************
      * Periodo a comprobar: el del calendario que contiene la fecha
      * de proceso; sin el, el mes natural de esa fecha.
      ******************************************************************
       77  PERIODO-PREPARA      PIC X(6).
       77  PERIODO-DESDE        PIC 9(8).
       77  PERIODO-HASTA        PIC 9(8).
       77  PERIODO-ESTADO       PIC X.
       77  PERIODO-HALLADO      PIC X VALUE "N".
       77  PERIODOS-ANTERIORES-ABIERTOS PIC 9(3) VALUE 0.
       77  FICHAJES-SIN-PROCESAR PIC 9(5) VALUE 0.
       77  FICHAJES-DEL-PERIODO PIC 9(5) VALUE 0.
       77  AUSENCIAS-DEL-PERIODO PIC 9(5) VALUE 0.
       77  CAMBIOS-PENDIENTES   PIC 9(5) VALUE 0.
       77  PRENOTAS-SIN-RESPUESTA PIC 9(5) VALUE 0.
       77  PRENOTAS-RECHAZADAS  PIC 9(5) VALUE 0.
       77  EMPLEADOS-CUARENTENA PIC 9(5) VALUE 0.
       77  DIA-CERRADO          PIC X VALUE "N".
       77  FECHA-CIERRE         PIC 9(8) VALUE 0.
       77  TOTAL-FALLOS         PIC 9(3) VALUE 0.
       77  TOTAL-AVISOS         PIC 9(3) VALUE 0.
       77  RESULTADO-GLOBAL     PIC X(4).
      ******************************************************************
      * Linea de la lista: resultado, control y detalle.
      ******************************************************************
       77  CONTROL-RESULTADO    PIC X(4).
       77  CONTROL-NOMBRE       PIC X(22).
       77  CONTROL-DETALLE      PIC X(70).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       PERFORM DETERMINA-PERIODO-PREPARA.
       OPEN OUTPUT REPORTE-PREPARACION.
       MOVE SPACES TO LINEA-PREPARACION.
       STRING "PREPARACION DE LA NOMINA - PERIODO " PERIODO-PREPARA
           " - FECHA DE PROCESO " FECHA-PROCESO-NEGOCIO
           " - EJECUCION " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-PREPARACION.
       WRITE LINEA-PREPARACION.
       DISPLAY LINEA-PREPARACION.
       MOVE ALL "-" TO LINEA-PREPARACION.
       WRITE LINEA-PREPARACION.
       PERFORM CONTROL-PERIODO.
       PERFORM CONTROL-CIERRE-DIARIO.
       PERFORM CONTROL-FICHAJES.
       PERFORM CONTROL-AUSENCIAS.
       PERFORM CONTROL-CAMBIOS-PENDIENTES.
       PERFORM CONTROL-PRENOTAS.
       PERFORM CONTROL-CUARENTENA.
       IF TOTAL-FALLOS > 0
          MOVE "FAIL" TO RESULTADO-GLOBAL
          MOVE 8 TO RETURN-CODE
       ELSE
          IF TOTAL-AVISOS > 0
             MOVE "WARN" TO RESULTADO-GLOBAL
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE "PASS" TO RESULTADO-GLOBAL
             MOVE 0 TO RETURN-CODE
          END-IF
       END-IF.
       MOVE ALL "-" TO LINEA-PREPARACION.
       WRITE LINEA-PREPARACION.
       MOVE SPACES TO LINEA-PREPARACION.
       STRING "RESULTADO: " RESULTADO-GLOBAL
           "   FALLOS: " TOTAL-FALLOS "   AVISOS: " TOTAL-AVISOS
           DELIMITED BY SIZE INTO LINEA-PREPARACION.
       WRITE LINEA-PREPARACION.
       DISPLAY LINEA-PREPARACION.
       CLOSE REPORTE-PREPARACION.
       PERFORM GRABA-RESULTADO-PREPARACION.
       IF RESULTADO-GLOBAL = "FAIL"
          DISPLAY "NOMINA NO CALCULARA EL PERIODO " PERIODO-PREPARA
              " SIN AUTORIZACION DE UN SUPERVISOR."
       END-IF.
       DISPLAY "LISTA ESCRITA EN PREPARA.RPT.".
       GOBACK.

      ******************************************************************
      * Busca en el calendario el periodo que contiene la fecha de
      * proceso y cuenta los periodos anteriores que siguen
      * abiertos, que la nomina tendria que haber cerrado ya.
      ******************************************************************
       DETERMINA-PERIODO-PREPARA.
       MOVE "N" TO PERIODO-HALLADO.
       MOVE 0 TO PERIODOS-ANTERIORES-ABIERTOS.
       MOVE FECHA-PROCESO-NEGOCIO(1:6) TO PERIODO-PREPARA.
       MOVE FECHA-PROCESO-NEGOCIO TO PERIODO-DESDE.
       MOVE "01" TO PERIODO-DESDE(7:2).
       MOVE FECHA-PROCESO-NEGOCIO TO PERIODO-HASTA.
       MOVE "31" TO PERIODO-HASTA(7:2).
       MOVE SPACE TO PERIODO-ESTADO.
       OPEN INPUT PERIODOS-ARCHIVO.
       IF PERIODOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-UN-PERIODO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PERIODOS-ARCHIVO.

       LEE-UN-PERIODO.
       READ PERIODOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PERIODO-REG-DESDE <= FECHA-PROCESO-NEGOCIO
                  AND PERIODO-REG-HASTA >= FECHA-PROCESO-NEGOCIO
                 MOVE "S" TO PERIODO-HALLADO
                 MOVE PERIODO-REG-ID TO PERIODO-PREPARA
                 MOVE PERIODO-REG-DESDE TO PERIODO-DESDE
                 MOVE PERIODO-REG-HASTA TO PERIODO-HASTA
                 MOVE PERIODO-REG-ESTADO TO PERIODO-ESTADO
              ELSE
                 IF PERIODO-REG-HASTA < FECHA-PROCESO-NEGOCIO
                     AND PERIODO-REG-ESTADO NOT = "C"
                    ADD 1 TO PERIODOS-ANTERIORES-ABIERTOS
                 END-IF
              END-IF
       END-READ.

       CONTROL-PERIODO.
       MOVE "PERIODO ABIERTO" TO CONTROL-NOMBRE.
       MOVE SPACES TO CONTROL-DETALLE.
       IF PERIODO-HALLADO = "N"
          MOVE "FAIL" TO CONTROL-RESULTADO
          STRING "LA FECHA " FECHA-PROCESO-NEGOCIO
              " NO CAE EN NINGUN PERIODO DE PERIODOS.DAT"
              DELIMITED BY SIZE INTO CONTROL-DETALLE
       ELSE
          IF PERIODO-ESTADO = "C"
             MOVE "FAIL" TO CONTROL-RESULTADO
             STRING "EL PERIODO " PERIODO-PREPARA " ESTA CERRADO"
                 DELIMITED BY SIZE INTO CONTROL-DETALLE
          ELSE
             IF PERIODOS-ANTERIORES-ABIERTOS > 0
                MOVE "WARN" TO CONTROL-RESULTADO
                STRING "PERIODO " PERIODO-PREPARA " ABIERTO; "
                    PERIODOS-ANTERIORES-ABIERTOS
                    " PERIODOS ANTERIORES SIGUEN ABIERTOS"
                    DELIMITED BY SIZE INTO CONTROL-DETALLE
             ELSE
                MOVE "PASS" TO CONTROL-RESULTADO
                STRING "PERIODO " PERIODO-PREPARA " ABIERTO DEL "
                    PERIODO-DESDE " AL " PERIODO-HASTA
                    DELIMITED BY SIZE INTO CONTROL-DETALLE
             END-IF
          END-IF
       END-IF.
       PERFORM ANOTA-CONTROL.

      ******************************************************************
      * Con el dia cerrado por CIERRE-DIARIO el maestro no admite
      * cambios hasta la apertura: la nomina no debe calcularse
      * sobre un dia sin abrir.
      ******************************************************************
       CONTROL-CIERRE-DIARIO.
       MOVE "N" TO DIA-CERRADO.
       OPEN INPUT CIERRE-ARCHIVO.
       IF CIERRE-ESTADO-ARCHIVO = "00"
          READ CIERRE-ARCHIVO
              AT END CONTINUE
              NOT AT END
                 IF CIERRE-ESTADO = "C"
                    MOVE "S" TO DIA-CERRADO
                    MOVE CIERRE-FECHA TO FECHA-CIERRE
                 END-IF
          END-READ
       END-IF.
       CLOSE CIERRE-ARCHIVO.
       MOVE "CIERRE DEL DIA" TO CONTROL-NOMBRE.
       MOVE SPACES TO CONTROL-DETALLE.
       IF DIA-CERRADO = "S"
          MOVE "FAIL" TO CONTROL-RESULTADO
          STRING "DIA CERRADO EL " FECHA-CIERRE
              ": FALTA LA APERTURA DE CIERRE-DIARIO"
              DELIMITED BY SIZE INTO CONTROL-DETALLE
       ELSE
          MOVE "PASS" TO CONTROL-RESULTADO
          MOVE "BANDERA DE CIERRE LEVANTADA" TO CONTROL-DETALLE
       END-IF.
       PERFORM ANOTA-CONTROL.

      ******************************************************************
      * Fichajes: lo que queda en FICHAJES.DAT no ha pasado por
      * PROCESA-FICHAJES y faltaria en HORAS.DAT; sin fichajes del
      * periodo archivados en FICHPROC.DAT es probable que el reloj
      * no se haya procesado.
      ******************************************************************
       CONTROL-FICHAJES.
       MOVE 0 TO FICHAJES-SIN-PROCESAR.
       OPEN INPUT FICHAJES-ARCHIVO.
       IF FICHAJES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-UN-FICHAJE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE FICHAJES-ARCHIVO.
       MOVE 0 TO FICHAJES-DEL-PERIODO.
       OPEN INPUT FICHAJES-PROCESADOS.
       IF FICHPROC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-UN-FICHAJE-PROCESADO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE FICHAJES-PROCESADOS.
       MOVE "FICHAJES PROCESADOS" TO CONTROL-NOMBRE.
       MOVE SPACES TO CONTROL-DETALLE.
       IF FICHAJES-SIN-PROCESAR > 0
          MOVE "FAIL" TO CONTROL-RESULTADO
          STRING FICHAJES-SIN-PROCESAR
              " FICHAJES EN FICHAJES.DAT SIN PROCESAR"
              DELIMITED BY SIZE INTO CONTROL-DETALLE
       ELSE
          IF FICHAJES-DEL-PERIODO = 0
             MOVE "WARN" TO CONTROL-RESULTADO
             MOVE "NINGUN FICHAJE DEL PERIODO ARCHIVADO EN FICHPROC.DAT"
                 TO CONTROL-DETALLE
          ELSE
             MOVE "PASS" TO CONTROL-RESULTADO
             STRING FICHAJES-DEL-PERIODO
                 " FICHAJES DEL PERIODO PROCESADOS"
                 DELIMITED BY SIZE INTO CONTROL-DETALLE
          END-IF
       END-IF.
       PERFORM ANOTA-CONTROL.

       CUENTA-UN-FICHAJE.
       READ FICHAJES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              ADD 1 TO FICHAJES-SIN-PROCESAR
       END-READ.

       CUENTA-UN-FICHAJE-PROCESADO.
       READ FICHAJES-PROCESADOS
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF FICHPROC-FECHA >= PERIODO-DESDE
                  AND FICHPROC-FECHA <= PERIODO-HASTA
                 ADD 1 TO FICHAJES-DEL-PERIODO
              END-IF
       END-READ.

      ******************************************************************
      * Ausencias: un periodo sin ninguna ausencia grabada suele ser
      * una captura olvidada, no una plantilla sin ausencias.
      ******************************************************************
       CONTROL-AUSENCIAS.
       MOVE 0 TO AUSENCIAS-DEL-PERIODO.
       MOVE "AUSENCIAS GRABADAS" TO CONTROL-NOMBRE.
       MOVE SPACES TO CONTROL-DETALLE.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO NOT = "00"
          MOVE "WARN" TO CONTROL-RESULTADO
          MOVE "NO HAY AUSENCIAS.DAT" TO CONTROL-DETALLE
       ELSE
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-UNA-AUSENCIA UNTIL LEE-TODO = "S"
          IF AUSENCIAS-DEL-PERIODO = 0
             MOVE "WARN" TO CONTROL-RESULTADO
             MOVE "NINGUNA AUSENCIA GRABADA EN EL PERIODO"
                 TO CONTROL-DETALLE
          ELSE
             MOVE "PASS" TO CONTROL-RESULTADO
             STRING AUSENCIAS-DEL-PERIODO
                 " AUSENCIAS GRABADAS EN EL PERIODO"
                 DELIMITED BY SIZE INTO CONTROL-DETALLE
          END-IF
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.
       PERFORM ANOTA-CONTROL.

       CUENTA-UNA-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-DESDE <= PERIODO-HASTA
                  AND AUSENCIA-HASTA >= PERIODO-DESDE
                 ADD 1 TO AUSENCIAS-DEL-PERIODO
              END-IF
       END-READ.

      ******************************************************************
      * Cambios de salario y cuenta pendientes de visto bueno: la
      * nomina los calcularia con el valor anterior.
      ******************************************************************
       CONTROL-CAMBIOS-PENDIENTES.
       MOVE 0 TO CAMBIOS-PENDIENTES.
       OPEN INPUT PENDIENTES-ARCHIVO.
       IF PENDIENTES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-UN-PENDIENTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PENDIENTES-ARCHIVO.
       MOVE "CAMBIOS PENDIENTES" TO CONTROL-NOMBRE.
       MOVE SPACES TO CONTROL-DETALLE.
       IF CAMBIOS-PENDIENTES > 0
          MOVE "FAIL" TO CONTROL-RESULTADO
          STRING CAMBIOS-PENDIENTES
              " CAMBIOS SIN REVISAR EN PENDIENTES.DAT (OPCION 35)"
              DELIMITED BY SIZE INTO CONTROL-DETALLE
       ELSE
          MOVE "PASS" TO CONTROL-RESULTADO
          MOVE "COLA DE VISTO BUENO VACIA" TO CONTROL-DETALLE
       END-IF.
       PERFORM ANOTA-CONTROL.

       CUENTA-UN-PENDIENTE.
       READ PENDIENTES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PEND-ESTADO = "P"
                 ADD 1 TO CAMBIOS-PENDIENTES
              END-IF
       END-READ.

      ******************************************************************
      * Prenotificaciones: una cuenta sin respuesta del banco cobra
      * por cheque; una rechazada sigue sin cuenta valida.
      ******************************************************************
       CONTROL-PRENOTAS.
       MOVE 0 TO PRENOTAS-SIN-RESPUESTA.
       MOVE 0 TO PRENOTAS-RECHAZADAS.
       OPEN INPUT PRENOTAS-ARCHIVO.
       IF PRENOTAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-UNA-PRENOTA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PRENOTAS-ARCHIVO.
       MOVE "PRENOTAS CONTESTADAS" TO CONTROL-NOMBRE.
       MOVE SPACES TO CONTROL-DETALLE.
       IF PRENOTAS-SIN-RESPUESTA > 0 OR PRENOTAS-RECHAZADAS > 0
          MOVE "WARN" TO CONTROL-RESULTADO
          STRING PRENOTAS-SIN-RESPUESTA " SIN RESPUESTA (COBRAN POR "
              "CHEQUE), " PRENOTAS-RECHAZADAS " RECHAZADAS"
              DELIMITED BY SIZE INTO CONTROL-DETALLE
       ELSE
          MOVE "PASS" TO CONTROL-RESULTADO
          MOVE "TODAS LAS PRENOTAS CONFIRMADAS" TO CONTROL-DETALLE
       END-IF.
       PERFORM ANOTA-CONTROL.

       CUENTA-UNA-PRENOTA.
       READ PRENOTAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PRENOTA-ESTADO = "E"
                 ADD 1 TO PRENOTAS-SIN-RESPUESTA
              ELSE
                 IF PRENOTA-ESTADO = "R"
                    ADD 1 TO PRENOTAS-RECHAZADAS
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Empleados en cuarentena: la nomina los omite, asi que cada
      * uno sale listado para revisarlo antes de calcular.
      ******************************************************************
       CONTROL-CUARENTENA.
       MOVE 0 TO EMPLEADOS-CUARENTENA.
       MOVE "CUARENTENA REVISADA" TO CONTROL-NOMBRE.
       MOVE SPACES TO CONTROL-DETALLE.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE "FAIL" TO CONTROL-RESULTADO
          STRING "NO SE PUDO ABRIR EL MAESTRO. ESTADO: "
              EMPLEADOS-ESTADO-ARCHIVO
              DELIMITED BY SIZE INTO CONTROL-DETALLE
          PERFORM ANOTA-CONTROL
       ELSE
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-UN-EMPLEADO UNTIL LEE-TODO = "S"
          CLOSE EMPLEADOS-ARCHIVO
          IF EMPLEADOS-CUARENTENA > 0
             MOVE "WARN" TO CONTROL-RESULTADO
             STRING EMPLEADOS-CUARENTENA
                 " EMPLEADOS EN CUARENTENA QUE LA NOMINA OMITIRA"
                 DELIMITED BY SIZE INTO CONTROL-DETALLE
          ELSE
             MOVE "PASS" TO CONTROL-RESULTADO
             MOVE "NINGUN EMPLEADO EN CUARENTENA" TO CONTROL-DETALLE
          END-IF
          PERFORM ANOTA-CONTROL
          IF EMPLEADOS-CUARENTENA > 0
             PERFORM LISTA-CUARENTENA
          END-IF
       END-IF.

       CUENTA-UN-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EMPLEADO-CUARENTENA
                 ADD 1 TO EMPLEADOS-CUARENTENA
              END-IF
       END-READ.

       LISTA-CUARENTENA.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE "N" TO LEE-TODO.
       PERFORM LISTA-UN-EMPLEADO UNTIL LEE-TODO = "S".
       CLOSE EMPLEADOS-ARCHIVO.

       LISTA-UN-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EMPLEADO-CUARENTENA
                 MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 MOVE SPACES TO LINEA-PREPARACION
                 STRING "            CUARENTENA: " EMPLEADOS-ID " "
                     EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS
                     DELIMITED BY SIZE INTO LINEA-PREPARACION
                 WRITE LINEA-PREPARACION
                 DISPLAY LINEA-PREPARACION
              END-IF
       END-READ.

       EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDO-1-EDICION TO APELLIDOS-MOSTRADOS.
       IF APELLIDO-2-EDICION NOT = SPACES
          MOVE SPACES TO APELLIDOS-MOSTRADOS
          STRING APELLIDO-1-EDICION DELIMITED BY "  "
              " " DELIMITED BY SIZE
              APELLIDO-2-EDICION DELIMITED BY "  "
              INTO APELLIDOS-MOSTRADOS
       END-IF.

      ******************************************************************
      * Escribe una linea de la lista en pantalla y en el informe y
      * acumula los fallos y avisos del resultado global.
      ******************************************************************
       ANOTA-CONTROL.
       IF CONTROL-RESULTADO = "FAIL"
          ADD 1 TO TOTAL-FALLOS
       ELSE
          IF CONTROL-RESULTADO = "WARN"
             ADD 1 TO TOTAL-AVISOS
          END-IF
       END-IF.
       MOVE SPACES TO LINEA-PREPARACION.
       STRING CONTROL-RESULTADO "  " CONTROL-NOMBRE " " CONTROL-DETALLE
           DELIMITED BY SIZE INTO LINEA-PREPARACION.
       WRITE LINEA-PREPARACION.
       DISPLAY LINEA-PREPARACION.

       GRABA-RESULTADO-PREPARACION.
       OPEN EXTEND PREPARACION-ARCHIVO.
       IF PREPARA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT PREPARACION-ARCHIVO
       END-IF.
       MOVE SPACES TO PREPARA-REGISTRO.
       MOVE "R" TO PREPARA-TIPO.
       MOVE PERIODO-PREPARA TO PREPARA-PERIODO.
       MOVE FECHA-ACTUAL(1:14) TO PREPARA-FECHA.
       MOVE RESULTADO-GLOBAL TO PREPARA-RESULTADO.
       MOVE TOTAL-FALLOS TO PREPARA-FALLOS.
       MOVE TOTAL-AVISOS TO PREPARA-AVISOS.
       MOVE "PREPARA" TO PREPARA-OPERADOR.
       WRITE PREPARA-REGISTRO.
       CLOSE PREPARACION-ARCHIVO.

       COPY "21-3-chequeo-estado.cbl".
       END PROGRAM PREPARA-NOMINA.

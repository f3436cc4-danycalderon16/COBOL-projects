      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe diario de seguridad sobre la pista de
      *          auditoria (AUDITORIA.LOG), el registro de sesiones
      *          (SESIONES.DAT) y el diario de cambios (DIARIO.DAT)
      *          de la fecha de proceso. Marca cuatro situaciones:
      *          actividad fuera del horario de oficina o en un dia
      *          no laborable (fin de semana o FESTIVOS.DAT); un
      *          operador que abre mas fichas de empleado de lo
      *          normal (lecturas por ID, expedientes, consultas y
      *          exportaciones CSV); cambios de salario hechos por un
      *          operador sobre su propio registro (la relacion
      *          operador-empleado se lee de OPEREMPL.DAT); y
      *          sesiones que siguen abiertas sin latido mas alla del
      *          mismo umbral que usa la limpieza de bloqueos. Los
      *          umbrales se configuran en PARAMS.DAT (HORA-INI-
      *          OFICINA y HORA-FIN-OFICINA en HHMM, 0800 y 1900 por
      *          omision; MAX-FICHAS-DIA, 25; LATIDO-MAXIMO, 30
      *          minutos). Cada hallazgo sale con su contexto en
      *          VIGILANCIA.RPT y levanta una alerta de origen
      *          SEGURIDAD en ALERTAS.DAT, que el mantenimiento solo
      *          muestra a los supervisores (nivel 3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILA-ACCESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT SESIONES-ARCHIVO ASSIGN TO "SESIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESIONES-ESTADO-ARCHIVO.
           SELECT DIARIO-ARCHIVO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-ESTADO-ARCHIVO.
           SELECT OPERADOR-EMPLEADO ASSIGN TO "OPEREMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEREMPL-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-VIGILANCIA ASSIGN TO "VIGILANCIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
               88 ACCION-ABRE-FICHA VALUE "LECTURA" "EXPEDIENTE"
                  "CONSULTA-MULTI" "BUSQ-APELLIDOS"
                  "EXPORTACION-CSV" "EXPORTA-CLARO".
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
       FD  SESIONES-ARCHIVO.
       01  SESION-REGISTRO.
           05 SESION-ID               PIC 9(5).
           05 SESION-OPERADOR         PIC X(10).
           05 SESION-INICIO           PIC X(14).
           05 SESION-LATIDO           PIC X(14).
           05 SESION-ESTADO           PIC X.
       FD  DIARIO-ARCHIVO.
       01  DIARIO-REGISTRO.
           05 DIARIO-FECHA            PIC X(14).
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
      ******************************************************************
      * Relacion de cada operador con su propia ficha del maestro,
      * mantenida por seguridad; un operador sin linea no tiene
      * registro propio que vigilar.
      ******************************************************************
       FD  OPERADOR-EMPLEADO.
       01  OPEREMPL-REGISTRO.
           05 OPEREMPL-OPERADOR       PIC X(10).
           05 OPEREMPL-EMPLEADOS-ID   PIC 9(5).
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
       FD  REPORTE-VIGILANCIA.
       01  LINEA-VIGILANCIA           PIC X(100).

       WORKING-STORAGE SECTION.
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  SESIONES-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  OPEREMPL-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  PARAM-LEE-TODO       PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  FECHA-VIGILADA       PIC 9(8).
       77  FECHA-VIGILADA-X     PIC X(8).
       77  FECHA-VIGILADA-HASTA PIC 9(8).
       77  DIAS-HABILES-FECHA   PIC 9(5).
       77  DIA-NO-LABORABLE     PIC X VALUE "N".
       77  HORA-INICIO-OFICINA  PIC 9(4) VALUE 0800.
       77  HORA-FIN-OFICINA     PIC 9(4) VALUE 1900.
       77  MAX-FICHAS-DIA       PIC 9(5) VALUE 25.
       77  MINUTOS-LATIDO-MAX   PIC 9(3) VALUE 30.
       77  HORA-EVENTO          PIC 9(4).
       77  FUERA-DE-HORARIO     PIC X.
       77  MARCA-HORARIO        PIC X(20).
       77  HORA-AUX             PIC 9(2).
       77  MINUTO-AUX           PIC 9(2).
       77  MINUTOS-AHORA        PIC 9(5).
       77  MINUTOS-SESION       PIC 9(5).
       77  MINUTOS-SIN-LATIDO   PIC 9(5).
       77  SESION-CADUCADA      PIC X.
       77  SALARIO-ANTES        PIC S9(7)V99.
       77  SALARIO-DESPUES      PIC S9(7)V99.
       77  SALARIO-EDICION      PIC -(7)9.99.
       77  SALARIO-EDICION-2    PIC -(7)9.99.
       77  EVENTOS-FUERA-HORARIO PIC 9(5) VALUE 0.
       77  OPERADORES-VOLUMEN   PIC 9(3) VALUE 0.
       77  CAMBIOS-PROPIOS      PIC 9(5) VALUE 0.
       77  SESIONES-SIN-LATIDO  PIC 9(5) VALUE 0.
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12) VALUE "SEGURIDAD".
       77  ALERTA-TEXTO-WS      PIC X(60).
      ******************************************************************
      * Actividad del dia por operador: fichas abiertas y acciones
      * fuera de horario.
      ******************************************************************
       01  TABLA-OPERADORES-DIA.
           05 OPERT-ENTRADA OCCURS 100 TIMES.
              10 OPERT-OPERADOR       PIC X(10).
              10 OPERT-FICHAS         PIC 9(5).
              10 OPERT-FUERA-HORARIO  PIC 9(5).
       77  OPERT-TOTAL          PIC 9(3) VALUE 0.
       77  OPERT-POS            PIC 9(3).
       77  OPERT-HALLADO        PIC X.
       77  OPERADOR-BUSCADO     PIC X(10).
       01  TABLA-OPERADOR-EMPLEADO.
           05 OPEMT-ENTRADA OCCURS 100 TIMES.
              10 OPEMT-OPERADOR       PIC X(10).
              10 OPEMT-EMPLEADOS-ID   PIC 9(5).
       77  OPEMT-TOTAL          PIC 9(3) VALUE 0.
       77  OPEMT-POS            PIC 9(3).
       77  REGISTRO-PROPIO      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "VIGILANCIA DE ACCESOS SOBRE LA PISTA DE AUDITORIA".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE FECHA-PROCESO-NEGOCIO TO FECHA-VIGILADA.
       MOVE FECHA-VIGILADA TO FECHA-VIGILADA-X.
       MOVE FECHA-VIGILADA TO FECHA-VIGILADA-HASTA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       PERFORM CARGA-PARAMETROS-VIGILANCIA.
       CALL "DIAS-LABORABLES" USING FECHA-VIGILADA
           FECHA-VIGILADA-HASTA DIAS-HABILES-FECHA.
       IF DIAS-HABILES-FECHA = 0
          MOVE "S" TO DIA-NO-LABORABLE
       END-IF.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR AUDITORIA.LOG. ESTADO: "
              AUDITORIA-ESTADO-ARCHIVO
          CLOSE AUDITORIA-ARCHIVO
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-OPERADOR-EMPLEADO.
       OPEN OUTPUT REPORTE-VIGILANCIA.
       MOVE SPACES TO LINEA-VIGILANCIA.
       STRING "VIGILANCIA DE ACCESOS DEL " FECHA-VIGILADA
           " - EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE SPACES TO LINEA-VIGILANCIA.
       IF DIA-NO-LABORABLE = "S"
          STRING "DIA NO LABORABLE: TODA LA ACTIVIDAD SE MARCA. "
              "FICHAS POR OPERADOR: MAX " MAX-FICHAS-DIA
              DELIMITED BY SIZE INTO LINEA-VIGILANCIA
       ELSE
          STRING "HORARIO DE OFICINA " HORA-INICIO-OFICINA "-"
              HORA-FIN-OFICINA ". FICHAS POR OPERADOR: MAX "
              MAX-FICHAS-DIA ". LATIDO MAXIMO: "
              MINUTOS-LATIDO-MAX " MIN"
              DELIMITED BY SIZE INTO LINEA-VIGILANCIA
       END-IF.
       WRITE LINEA-VIGILANCIA.
       PERFORM SECCION-FUERA-HORARIO.
       PERFORM SECCION-VOLUMEN-FICHAS.
       PERFORM SECCION-CAMBIOS-PROPIOS.
       PERFORM SECCION-SESIONES-ABIERTAS.
       MOVE SPACES TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE SPACES TO LINEA-VIGILANCIA.
       STRING "FUERA DE HORARIO: " EVENTOS-FUERA-HORARIO
           "  EXCESO DE FICHAS: " OPERADORES-VOLUMEN
           "  CAMBIOS PROPIOS: " CAMBIOS-PROPIOS
           "  SESIONES SIN LATIDO: " SESIONES-SIN-LATIDO
           DELIMITED BY SIZE INTO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       CLOSE REPORTE-VIGILANCIA.
       IF EVENTOS-FUERA-HORARIO > 0 OR OPERADORES-VOLUMEN > 0
           OR CAMBIOS-PROPIOS > 0 OR SESIONES-SIN-LATIDO > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       DISPLAY "INFORME ESCRITO EN VIGILANCIA.RPT. FUERA DE HORARIO: "
           EVENTOS-FUERA-HORARIO ". EXCESO DE FICHAS: "
           OPERADORES-VOLUMEN ". CAMBIOS PROPIOS: " CAMBIOS-PROPIOS
           ". SESIONES SIN LATIDO: " SESIONES-SIN-LATIDO ".".
       GOBACK.

       CARGA-PARAMETROS-VIGILANCIA.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-VIGILANCIA
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.
       IF HORA-INICIO-OFICINA > 2359 OR HORA-FIN-OFICINA > 2400
           OR HORA-FIN-OFICINA NOT > HORA-INICIO-OFICINA
          MOVE 0800 TO HORA-INICIO-OFICINA
          MOVE 1900 TO HORA-FIN-OFICINA
       END-IF.

       APLICA-PARAMETRO-VIGILANCIA.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "HORA-INI-OFICINA"
                 MOVE PARAM-VALOR TO HORA-INICIO-OFICINA
              END-IF
              IF PARAM-CLAVE = "HORA-FIN-OFICINA"
                 MOVE PARAM-VALOR TO HORA-FIN-OFICINA
              END-IF
              IF PARAM-CLAVE = "MAX-FICHAS-DIA"
                 MOVE PARAM-VALOR TO MAX-FICHAS-DIA
              END-IF
              IF PARAM-CLAVE = "LATIDO-MAXIMO"
                 MOVE PARAM-VALOR TO MINUTOS-LATIDO-MAX
              END-IF
       END-READ.

       CARGA-OPERADOR-EMPLEADO.
       MOVE 0 TO OPEMT-TOTAL.
       OPEN INPUT OPERADOR-EMPLEADO.
       IF OPEREMPL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-OPERADOR-EMPLEADO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADOR-EMPLEADO.

       CARGA-UN-OPERADOR-EMPLEADO.
       READ OPERADOR-EMPLEADO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPEMT-TOTAL < 100
                  AND OPEREMPL-EMPLEADOS-ID IS NUMERIC
                 ADD 1 TO OPEMT-TOTAL
                 MOVE OPEREMPL-OPERADOR
                     TO OPEMT-OPERADOR(OPEMT-TOTAL)
                 MOVE OPEREMPL-EMPLEADOS-ID
                     TO OPEMT-EMPLEADOS-ID(OPEMT-TOTAL)
              END-IF
       END-READ.

      ******************************************************************
      * Acciones auditadas e inicios de sesion de la fecha fuera del
      * horario de oficina (o cualquiera en dia no laborable), una
      * linea por evento; de paso se cuentan las fichas abiertas por
      * cada operador para la seccion siguiente.
      ******************************************************************
       SECCION-FUERA-HORARIO.
       MOVE SPACES TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "ACTIVIDAD FUERA DE HORARIO" TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "FECHA-HORA     OPERADOR   ACCION          EMPLEADO"
           TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "N" TO LEE-TODO.
       PERFORM EVALUA-LINEA-AUDITORIA UNTIL LEE-TODO = "S".
       CLOSE AUDITORIA-ARCHIVO.
       OPEN INPUT SESIONES-ARCHIVO.
       IF SESIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM EVALUA-INICIO-SESION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SESIONES-ARCHIVO.
       MOVE 1 TO OPERT-POS.
       PERFORM ALERTA-FUERA-HORARIO UNTIL OPERT-POS > OPERT-TOTAL.

       EVALUA-LINEA-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUDIT-FECHA(1:8) = FECHA-VIGILADA-X
                 MOVE AUDIT-OPERADOR TO OPERADOR-BUSCADO
                 PERFORM LOCALIZA-OPERADOR-DIA
                 IF OPERT-HALLADO = "S"
                    IF ACCION-ABRE-FICHA
                       ADD 1 TO OPERT-FICHAS(OPERT-POS)
                    END-IF
                    MOVE AUDIT-FECHA(9:4) TO HORA-EVENTO
                    PERFORM EVALUA-HORARIO
                    IF FUERA-DE-HORARIO = "S"
                       ADD 1 TO OPERT-FUERA-HORARIO(OPERT-POS)
                       ADD 1 TO EVENTOS-FUERA-HORARIO
                       MOVE SPACES TO LINEA-VIGILANCIA
                       STRING AUDIT-FECHA " " AUDIT-OPERADOR " "
                           AUDIT-ACCION " " AUDIT-EMPLEADOS-ID
                           "    " MARCA-HORARIO
                           DELIMITED BY SIZE INTO LINEA-VIGILANCIA
                       WRITE LINEA-VIGILANCIA
                    END-IF
                 END-IF
              END-IF
       END-READ.

       EVALUA-INICIO-SESION.
       READ SESIONES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF SESION-INICIO(1:8) = FECHA-VIGILADA-X
                 MOVE SESION-INICIO(9:4) TO HORA-EVENTO
                 PERFORM EVALUA-HORARIO
                 IF FUERA-DE-HORARIO = "S"
                    MOVE SESION-OPERADOR TO OPERADOR-BUSCADO
                    PERFORM LOCALIZA-OPERADOR-DIA
                    IF OPERT-HALLADO = "S"
                       ADD 1 TO OPERT-FUERA-HORARIO(OPERT-POS)
                    END-IF
                    ADD 1 TO EVENTOS-FUERA-HORARIO
                    MOVE SPACES TO LINEA-VIGILANCIA
                    STRING SESION-INICIO " " SESION-OPERADOR " "
                        "INICIO SESION   " SESION-ID
                        "    " MARCA-HORARIO
                        DELIMITED BY SIZE INTO LINEA-VIGILANCIA
                    WRITE LINEA-VIGILANCIA
                 END-IF
              END-IF
       END-READ.

       EVALUA-HORARIO.
       MOVE "N" TO FUERA-DE-HORARIO.
       MOVE SPACES TO MARCA-HORARIO.
       IF DIA-NO-LABORABLE = "S"
          MOVE "S" TO FUERA-DE-HORARIO
          MOVE "DIA NO LABORABLE" TO MARCA-HORARIO
       ELSE
          IF HORA-EVENTO < HORA-INICIO-OFICINA
              OR HORA-EVENTO NOT < HORA-FIN-OFICINA
             MOVE "S" TO FUERA-DE-HORARIO
             MOVE "FUERA DE HORARIO" TO MARCA-HORARIO
          END-IF
       END-IF.

       LOCALIZA-OPERADOR-DIA.
       MOVE "N" TO OPERT-HALLADO.
       MOVE 1 TO OPERT-POS.
       PERFORM BUSCA-OPERADOR-DIA
           UNTIL OPERT-POS > OPERT-TOTAL
           OR OPERT-HALLADO = "S".
       IF OPERT-HALLADO = "N"
          IF OPERT-TOTAL < 100
             ADD 1 TO OPERT-TOTAL
             MOVE OPERT-TOTAL TO OPERT-POS
             MOVE OPERADOR-BUSCADO TO OPERT-OPERADOR(OPERT-POS)
             MOVE 0 TO OPERT-FICHAS(OPERT-POS)
             MOVE 0 TO OPERT-FUERA-HORARIO(OPERT-POS)
             MOVE "S" TO OPERT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE OPERADORES LLENA. SE OMITE "
                 OPERADOR-BUSCADO
          END-IF
       END-IF.

       BUSCA-OPERADOR-DIA.
       IF OPERT-OPERADOR(OPERT-POS) = OPERADOR-BUSCADO
          MOVE "S" TO OPERT-HALLADO
       ELSE
          ADD 1 TO OPERT-POS
       END-IF.

       ALERTA-FUERA-HORARIO.
       IF OPERT-FUERA-HORARIO(OPERT-POS) > 0
          MOVE "M" TO ALERTA-SEV-WS
          MOVE SPACES TO ALERTA-TEXTO-WS
          STRING "SUPERVISOR: " OPERT-OPERADOR(OPERT-POS)
              " FUERA DE HORARIO: " OPERT-FUERA-HORARIO(OPERT-POS)
              " ACCIONES"
              DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
          PERFORM GRABA-ALERTA
       END-IF.
       ADD 1 TO OPERT-POS.

      ******************************************************************
      * Operadores que abrieron mas fichas de empleado en el dia que
      * el maximo configurado.
      ******************************************************************
       SECCION-VOLUMEN-FICHAS.
       MOVE SPACES TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "FICHAS ABIERTAS POR ENCIMA DEL MAXIMO"
           TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "OPERADOR   FICHAS MAXIMO" TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE 1 TO OPERT-POS.
       PERFORM EVALUA-VOLUMEN-OPERADOR UNTIL OPERT-POS > OPERT-TOTAL.

       EVALUA-VOLUMEN-OPERADOR.
       IF OPERT-FICHAS(OPERT-POS) > MAX-FICHAS-DIA
          ADD 1 TO OPERADORES-VOLUMEN
          MOVE SPACES TO LINEA-VIGILANCIA
          STRING OPERT-OPERADOR(OPERT-POS) " "
              OPERT-FICHAS(OPERT-POS) "  " MAX-FICHAS-DIA
              DELIMITED BY SIZE INTO LINEA-VIGILANCIA
          WRITE LINEA-VIGILANCIA
          MOVE "M" TO ALERTA-SEV-WS
          MOVE SPACES TO ALERTA-TEXTO-WS
          STRING "SUPERVISOR: " OPERT-OPERADOR(OPERT-POS)
              " ABRIO " OPERT-FICHAS(OPERT-POS) " FICHAS (MAX "
              MAX-FICHAS-DIA ")"
              DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
          PERFORM GRABA-ALERTA
       END-IF.
       ADD 1 TO OPERT-POS.

      ******************************************************************
      * Cambios de salario del dia en el diario (imagen anterior y
      * posterior con distinto salario) cuyo operador es el propio
      * empleado segun OPEREMPL.DAT.
      ******************************************************************
       SECCION-CAMBIOS-PROPIOS.
       MOVE SPACES TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "CAMBIOS DE SALARIO SOBRE EL PROPIO REGISTRO"
           TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       IF OPEMT-TOTAL = 0
          MOVE "SIN RELACION OPERADOR-EMPLEADO EN OPEREMPL.DAT: "
              TO LINEA-VIGILANCIA
          MOVE "REGLA NO EVALUADA" TO LINEA-VIGILANCIA(49:)
          WRITE LINEA-VIGILANCIA
       ELSE
          MOVE "FECHA-HORA     OPERADOR   ACCION          EMPLEADO"
              TO LINEA-VIGILANCIA
          MOVE "SALARIO ANTES SALARIO DESPUES" TO LINEA-VIGILANCIA(53:)
          WRITE LINEA-VIGILANCIA
          OPEN INPUT DIARIO-ARCHIVO
          IF DIARIO-ESTADO-ARCHIVO = "00"
             MOVE "N" TO LEE-TODO
             PERFORM EVALUA-LINEA-DIARIO UNTIL LEE-TODO = "S"
          END-IF
          CLOSE DIARIO-ARCHIVO
       END-IF.

       EVALUA-LINEA-DIARIO.
       READ DIARIO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DIARIO-FECHA(1:8) = FECHA-VIGILADA-X
                  AND DIARIO-IMAGEN-ANTES NOT = SPACES
                  AND DIARIO-IMAGEN-DESPUES NOT = SPACES
                  AND DIARIO-IMAGEN-ANTES(130:9)
                  NOT = DIARIO-IMAGEN-DESPUES(130:9)
                 PERFORM VERIFICA-REGISTRO-PROPIO
                 IF REGISTRO-PROPIO = "S"
                    PERFORM ANOTA-CAMBIO-PROPIO
                 END-IF
              END-IF
       END-READ.

       VERIFICA-REGISTRO-PROPIO.
       MOVE "N" TO REGISTRO-PROPIO.
       MOVE 1 TO OPEMT-POS.
       PERFORM COMPARA-OPERADOR-EMPLEADO
           UNTIL OPEMT-POS > OPEMT-TOTAL
           OR REGISTRO-PROPIO = "S".

       COMPARA-OPERADOR-EMPLEADO.
       IF OPEMT-OPERADOR(OPEMT-POS) = DIARIO-OPERADOR
           AND OPEMT-EMPLEADOS-ID(OPEMT-POS) = DIARIO-EMPLEADOS-ID
          MOVE "S" TO REGISTRO-PROPIO
       END-IF.
       ADD 1 TO OPEMT-POS.

       ANOTA-CAMBIO-PROPIO.
       ADD 1 TO CAMBIOS-PROPIOS.
       MOVE DIARIO-IMAGEN-ANTES(130:9) TO SALARIO-ANTES.
       MOVE DIARIO-IMAGEN-DESPUES(130:9) TO SALARIO-DESPUES.
       MOVE SALARIO-ANTES TO SALARIO-EDICION.
       MOVE SALARIO-DESPUES TO SALARIO-EDICION-2.
       MOVE SPACES TO LINEA-VIGILANCIA.
       STRING DIARIO-FECHA " " DIARIO-OPERADOR " " DIARIO-ACCION
           " " DIARIO-EMPLEADOS-ID "    " SALARIO-EDICION " "
           SALARIO-EDICION-2
           DELIMITED BY SIZE INTO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "A" TO ALERTA-SEV-WS.
       MOVE SPACES TO ALERTA-TEXTO-WS.
       STRING "SUPERVISOR: " DIARIO-OPERADOR
           " CAMBIO EL SALARIO DE SU FICHA " DIARIO-EMPLEADOS-ID
           DELIMITED BY SIZE INTO ALERTA-TEXTO-WS.
       PERFORM GRABA-ALERTA.

      ******************************************************************
      * Sesiones que siguen abiertas en SESIONES.DAT y cuyo ultimo
      * latido supera el umbral, con el mismo criterio que la
      * limpieza de bloqueos del mantenimiento: un latido de otro
      * dia caduca siempre.
      ******************************************************************
       SECCION-SESIONES-ABIERTAS.
       MOVE SPACES TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "SESIONES ABIERTAS SIN LATIDO" TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE "SESION OPERADOR   INICIO         ULTIMO LATIDO"
           TO LINEA-VIGILANCIA.
       WRITE LINEA-VIGILANCIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN INPUT SESIONES-ARCHIVO.
       IF SESIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM EVALUA-SESION-ABIERTA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SESIONES-ARCHIVO.

       EVALUA-SESION-ABIERTA.
       READ SESIONES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF SESION-ESTADO = "A"
                 PERFORM EVALUA-LATIDO-SESION
                 IF SESION-CADUCADA = "S"
                    ADD 1 TO SESIONES-SIN-LATIDO
                    MOVE SPACES TO LINEA-VIGILANCIA
                    STRING SESION-ID "  " SESION-OPERADOR " "
                        SESION-INICIO " " SESION-LATIDO
                        DELIMITED BY SIZE INTO LINEA-VIGILANCIA
                    WRITE LINEA-VIGILANCIA
                    MOVE "M" TO ALERTA-SEV-WS
                    MOVE SPACES TO ALERTA-TEXTO-WS
                    STRING "SUPERVISOR: SESION " SESION-ID " DE "
                        SESION-OPERADOR " SIN LATIDO"
                        DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
                    PERFORM GRABA-ALERTA
                 END-IF
              END-IF
       END-READ.

       EVALUA-LATIDO-SESION.
       MOVE "N" TO SESION-CADUCADA.
       IF SESION-LATIDO(1:8) NOT = FECHA-ACTUAL(1:8)
          MOVE "S" TO SESION-CADUCADA
       ELSE
          MOVE FECHA-ACTUAL(9:2) TO HORA-AUX
          MOVE FECHA-ACTUAL(11:2) TO MINUTO-AUX
          COMPUTE MINUTOS-AHORA = HORA-AUX * 60 + MINUTO-AUX
          MOVE SESION-LATIDO(9:2) TO HORA-AUX
          MOVE SESION-LATIDO(11:2) TO MINUTO-AUX
          COMPUTE MINUTOS-SESION = HORA-AUX * 60 + MINUTO-AUX
          IF MINUTOS-AHORA > MINUTOS-SESION
             COMPUTE MINUTOS-SIN-LATIDO
                 = MINUTOS-AHORA - MINUTOS-SESION
          ELSE
             MOVE 0 TO MINUTOS-SIN-LATIDO
          END-IF
          IF MINUTOS-SIN-LATIDO > MINUTOS-LATIDO-MAX
             MOVE "S" TO SESION-CADUCADA
          END-IF
       END-IF.

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
       END PROGRAM VIGILA-ACCESOS.

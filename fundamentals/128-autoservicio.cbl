      ******************************************************************
      * Author:
      * Date:
      * Purpose: Autoservicio del empleado. El empleado entra con su
      *          ID y su PIN personal (PINES.DAT; tres intentos
      *          fallidos lo bloquean y solo un supervisor de nivel 3
      *          lo restablece, entrando con el ID cero) y ve solo sus
      *          propios datos: el saldo de vacaciones del anio con el
      *          mismo calculo de derecho que AUSENCIAS, sus ultimos
      *          recibos de NOMHIST.DAT, sus familiares de DEPEND.DAT y
      *          su cuenta bancaria enmascarada. Puede pedir
      *          vacaciones o permiso no retribuido: la peticion queda
      *          pendiente en SOLAUSEN.DAT (indexado por empleado y
      *          fecha de inicio) a nombre de su responsable
      *          directo vigente en JEFES.DAT, que al entrar ve las de
      *          su equipo con el aviso de solape de planificacion del
      *          departamento y las aprueba o rechaza. Solo la
      *          aprobacion graba la ausencia en AUSENCIAS.DAT. Cada
      *          acceso y cada decision queda en AUDITORIA.LOG con el
      *          operador AS seguido del ID de quien entro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOSERVICIO-EMPLEADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT PINES-ARCHIVO ASSIGN TO "PINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-EMPLEADOS-ID
               FILE STATUS IS PINES-ESTADO-ARCHIVO.
           SELECT SOLICITUDES-ARCHIVO ASSIGN TO "SOLAUSEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOLICITUD-CLAVE
               FILE STATUS IS SOLICITUDES-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT BANCOS-ARCHIVO ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BANCO-EMPLEADOS-ID
               FILE STATUS IS BANCOS-ESTADO-ARCHIVO.
           SELECT JEFES-ARCHIVO ASSIGN TO "JEFES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JEFES-ESTADO-ARCHIVO.
           SELECT DERECHOS-ARCHIVO ASSIGN TO "DERVAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DERECHOS-ESTADO-ARCHIVO.
           SELECT SALDOS-ARCHIVO ASSIGN TO "SALDOVAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDOS-ESTADO-ARCHIVO.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * PIN personal de cada empleado: fallos seguidos y bloqueo.
      ******************************************************************
       FD  PINES-ARCHIVO.
       01  PIN-REGISTRO.
           05 PIN-EMPLEADOS-ID        PIC 9(5).
           05 PIN-CLAVE               PIC X(6).
           05 PIN-FALLOS              PIC 9.
           05 PIN-BLOQUEADO           PIC X.
      ******************************************************************
      * Peticiones de ausencia: P pendiente, A aprobada, R rechazada.
      * La secuencia separa las del mismo empleado que empiezan el
      * mismo dia (de otro tipo, o pedida de nuevo tras un rechazo).
      ******************************************************************
       FD  SOLICITUDES-ARCHIVO.
       01  SOLICITUD-REGISTRO.
           05 SOLICITUD-CLAVE.
              10 SOLICITUD-EMPLEADOS-ID PIC 9(5).
              10 SOLICITUD-DESDE      PIC 9(8).
              10 SOLICITUD-SECUENCIA  PIC 9(2).
           05 SOLICITUD-TIPO          PIC X.
           05 SOLICITUD-HASTA         PIC 9(8).
           05 SOLICITUD-DIAS          PIC 9(3).
           05 SOLICITUD-RESPONSABLE   PIC 9(5).
           05 SOLICITUD-ESTADO        PIC X.
           05 SOLICITUD-FECHA         PIC 9(8).
           05 SOLICITUD-FECHA-DECISION PIC 9(8).
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE.
              10 AUSENCIA-EMPLEADOS-ID PIC 9(5).
              10 AUSENCIA-TIPO         PIC X.
              10 AUSENCIA-DESDE        PIC 9(8).
           05 AUSENCIA-HASTA          PIC 9(8).
           05 AUSENCIA-DIAS           PIC 9(3).
       COPY "21-5-historial-nomina.cbl".
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE.
              10 DEPENDIENTE-EMPLEADOS-ID     PIC 9(5).
              10 DEPENDIENTE-NOMBRE           PIC X(20).
              10 DEPENDIENTE-PARENTESCO       PIC X(15).
              10 DEPENDIENTE-FECHA-NACIMIENTO PIC 9(8).
           05 DEPENDIENTE-PRIMER-APELLIDO     PIC X(25).
           05 DEPENDIENTE-SEGUNDO-APELLIDO    PIC X(25).
       FD  BANCOS-ARCHIVO.
       01  BANCO-REGISTRO.
           05 BANCO-EMPLEADOS-ID      PIC 9(5).
           05 BANCO-CODIGO            PIC X(4).
           05 BANCO-CUENTA            PIC 9(10).
           05 BANCO-DIGITO            PIC 9.
           05 BANCO-ACTIVO            PIC X.
       FD  JEFES-ARCHIVO.
       01  JEFE-REGISTRO.
           05 JEFE-EMPLEADOS-ID       PIC 9(5).
           05 JEFE-RESPONSABLE-ID     PIC 9(5).
           05 JEFE-DESDE              PIC 9(8).
       FD  DERECHOS-ARCHIVO.
       01  DERECHO-REGISTRO.
           05 DERECHO-ANIOS-DESDE     PIC 9(2).
           05 DERECHO-DIAS            PIC 9(3).
       FD  SALDOS-ARCHIVO.
       01  SALDO-REGISTRO.
           05 SALDO-EMPLEADOS-ID      PIC 9(5).
           05 SALDO-ANIO              PIC 9(4).
           05 SALDO-DIAS-DERECHO      PIC 9(3).
           05 SALDO-DIAS-ARRASTRE     PIC 9(3).
       FD  JORNADAS-ARCHIVO.
       01  JORNADA-REGISTRO.
           05 JORNADA-CLAVE.
              10 JORNADA-EMPLEADOS-ID PIC 9(5).
              10 JORNADA-DESDE        PIC 9(8).
           05 JORNADA-PORCENTAJE      PIC 9(3)V99.
           05 JORNADA-MOTIVO          PIC X(2).
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
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
       77  PINES-ESTADO-ARCHIVO PIC X(2).
       77  SOLICITUDES-ESTADO-ARCHIVO PIC X(2).
       77  AUSENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  BANCOS-ESTADO-ARCHIVO PIC X(2).
       77  JEFES-ESTADO-ARCHIVO PIC X(2).
       77  DERECHOS-ESTADO-ARCHIVO PIC X(2).
       77  SALDOS-ESTADO-ARCHIVO PIC X(2).
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  LEE-TODO             PIC X VALUE "N".
       77  PARAM-LEE-TODO       PIC X VALUE "N".
       77  JORNADA-LEE-TODO     PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  ID-BUSCADO           PIC 9(5).
       77  OPCION-AUTOSERVICIO  PIC X.
       77  DATOS-VALIDOS        PIC X.
      ******************************************************************
      * Sesion del empleado que entro con su PIN. En la auditoria el
      * operador es AS seguido de su ID.
      ******************************************************************
       77  ID-SESION            PIC 9(5) VALUE 0.
       77  SESION-VALIDA        PIC X VALUE "N".
       77  SESION-NOMBRE        PIC X(20).
       77  SESION-DEPARTAMENTO  PIC X(20).
       01  OPERADOR-AUTOSERVICIO.
           05 FILLER                  PIC X(2) VALUE "AS".
           05 OPERADOR-AUTOSERVICIO-ID PIC 9(5).
           05 FILLER                  PIC X(3) VALUE SPACES.
       77  PIN-TECLEADO         PIC X(6).
       77  PIN-NUEVO            PIC X(6).
       77  PIN-REPETIDO         PIC X(6).
       77  MAXIMO-FALLOS-PIN    PIC 9 VALUE 3.
       77  PIN-HALLADO          PIC X.
      ******************************************************************
      * SOLAUSEN.DAT queda abierto I-O toda la sesion. La peticion
      * que se muestra o se decide se copia aqui, porque el saldo de
      * vacaciones lee el mismo archivo.
      ******************************************************************
       77  SOLICITUD-LEE-TODO   PIC X.
       77  SOLICITUD-SECUENCIA-MAYOR PIC 9(2).
       01  SOLICITUD-EN-CURSO.
           05 SOLCUR-CLAVE.
              10 SOLCUR-EMPLEADOS-ID  PIC 9(5).
              10 SOLCUR-DESDE         PIC 9(8).
              10 SOLCUR-SECUENCIA     PIC 9(2).
           05 SOLCUR-TIPO             PIC X.
           05 SOLCUR-HASTA            PIC 9(8).
           05 SOLCUR-DIAS             PIC 9(3).
           05 SOLCUR-RESPONSABLE      PIC 9(5).
           05 SOLCUR-ESTADO           PIC X.
           05 SOLCUR-FECHA            PIC 9(8).
           05 SOLCUR-FECHA-DECISION   PIC 9(8).
       77  SOLICITUDES-MOSTRADAS PIC 9(3).
       77  DESCRIPCION-TIPO     PIC X(14).
       77  DESCRIPCION-ESTADO   PIC X(10).
       77  DECISION-RESPONSABLE PIC X.
      ******************************************************************
      * Peticion nueva y su responsable directo vigente.
      ******************************************************************
       77  NUEVA-AUSENCIA-TIPO  PIC X.
       77  NUEVA-AUSENCIA-DESDE PIC 9(8).
       77  NUEVA-AUSENCIA-HASTA PIC 9(8).
       77  NUEVA-AUSENCIA-DIAS  PIC 9(3).
       77  DIAS-LABORABLES-RESULT PIC 9(5).
       77  CONFIRMA-SOLICITUD   PIC X.
       77  RESPONSABLE-VIGENTE  PIC 9(5).
       77  RESPONSABLE-DESDE    PIC 9(8).
       77  FECHA-AUX-X          PIC X(8).
       77  ANIO-AUX-1           PIC 9(4).
       77  MES-AUX-1            PIC 9(2).
       77  MES-AUX-2            PIC 9(2).
       77  DIA-AUX-1            PIC 9(2).
       77  DIA-AUX-2            PIC 9(2).
       77  FECHA-CORRECTA       PIC X.
      ******************************************************************
      * Aviso de solape de la planificacion del departamento.
      ******************************************************************
       77  UMBRAL-SOLAPE        PIC 9(2) VALUE 2.
       77  SOLAPES-DEPTO        PIC 9(3) VALUE 0.
       77  DEPARTAMENTO-SOLICITANTE PIC X(20).
      ******************************************************************
      * Saldo de vacaciones: el mismo derecho que calcula AUSENCIAS.
      ******************************************************************
       77  DIAS-VACACIONES-ANIO PIC 9(3) VALUE 23.
       77  ANIO-CONSULTA        PIC 9(4).
       77  ANIO-HOY             PIC 9(4).
       77  MES-HOY              PIC 9(2).
       77  DIAS-VACACIONES      PIC 9(4).
       77  DIAS-PENDIENTES      PIC 9(4).
       77  SALDO-VACACIONES     PIC S9(4).
       77  SALDO-DISPONIBLE     PIC S9(4).
       77  SALDO-EDICION        PIC -ZZZ9.
       77  SALDO-HALLADO        PIC X.
       77  ARRASTRE-EMPLEADO    PIC 9(3) VALUE 0.
       77  ARRASTRE-CADUCADO    PIC 9(3) VALUE 0.
       01  TABLA-DERECHOS.
           05 DERT-ENTRADA OCCURS 10 TIMES.
              10 DERT-ANIOS-DESDE     PIC 9(2).
              10 DERT-DIAS            PIC 9(3).
       77  DERT-TOTAL           PIC 9(2) VALUE 0.
       77  DERT-POS             PIC 9(2).
       77  ANIOS-SERVICIO       PIC S9(3).
       77  DERECHO-CALCULADO    PIC 9(3).
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  PORCENTAJE-JORNADA   PIC 9(3)V99.
       77  SUMA-PORCENTAJE-JORNADA PIC 9(5)V99.
       77  MES-JORNADA          PIC 9(2).
       01  FECHA-JORNADA.
           05 FECHA-JORNADA-ANIO      PIC 9(4).
           05 FECHA-JORNADA-MES       PIC 9(2).
           05 FECHA-JORNADA-DIA       PIC 9(2) VALUE 1.
       01  FECHA-JORNADA-NUM REDEFINES FECHA-JORNADA PIC 9(8).
      ******************************************************************
      * Tramos de servicio reconocidos (TRAMOS-SERVICIO).
      ******************************************************************
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
      * Ultimos recibos del empleado en NOMHIST.DAT.
      ******************************************************************
       01  TABLA-RECIBOS.
           05 RECT-ENTRADA OCCURS 3 TIMES.
              10 RECT-PERIODO         PIC X(6).
              10 RECT-BRUTO           PIC S9(7)V99.
              10 RECT-DEDUCCION       PIC S9(9)V99.
              10 RECT-NETO            PIC S9(7)V99.
              10 RECT-TIPO            PIC X.
              10 RECT-CLASE           PIC X.
       77  RECT-TOTAL           PIC 9 VALUE 0.
       77  RECT-POS             PIC 9.
       77  IMPORTE-EDICION-1    PIC -Z,ZZZ,ZZ9.99.
       77  IMPORTE-EDICION-2    PIC -ZZZ,ZZZ,ZZ9.99.
       77  IMPORTE-EDICION-3    PIC -Z,ZZZ,ZZ9.99.
       77  CONCEPTO-RECIBO      PIC X(12).
       77  DEPENDIENTES-MOSTRADOS PIC 9(3).
       77  CUENTA-ENMASCARADA   PIC X(10).
       77  CUENTA-AUX-X         PIC X(10).
       77  ESTADO-CUENTA        PIC X(22).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "AUTOSERVICIO DEL EMPLEADO".
       PERFORM CARGA-PARAMETROS-AUTOSERVICIO.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE FECHA-PROCESO-NEGOCIO TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(1:4) TO ANIO-HOY.
       MOVE FECHA-AUX-X(5:2) TO MES-HOY.
       DISPLAY "ID DEL EMPLEADO (0 = ADMINISTRACION DE PINES): ".
       ACCEPT ID-SESION.
       IF ID-SESION = 0
          PERFORM ADMINISTRA-PINES
          GOBACK
       END-IF.
       PERFORM IDENTIFICA-EMPLEADO.
       IF SESION-VALIDA NOT = "S"
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN I-O SOLICITUDES-ARCHIVO.
       IF SOLICITUDES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT SOLICITUDES-ARCHIVO
          CLOSE SOLICITUDES-ARCHIVO
          OPEN I-O SOLICITUDES-ARCHIVO
       END-IF.
       IF SOLICITUDES-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUEDE ABRIR SOLAUSEN.DAT: "
              SOLICITUDES-ESTADO-ARCHIVO
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE SPACES TO OPCION-AUTOSERVICIO.
       PERFORM SESION-AUTOSERVICIO UNTIL OPCION-AUTOSERVICIO = "0".
       CLOSE SOLICITUDES-ARCHIVO.
       MOVE "AS-SALIDA" TO AUDIT-ACCION.
       MOVE ID-SESION TO ID-BUSCADO.
       PERFORM GRABA-AUDITORIA-AUTOSERVICIO.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

      ******************************************************************
      * Parametros de explotacion del maestro PARAMS.DAT, con el
      * valor historico cableado como respaldo.
      ******************************************************************
       CARGA-PARAMETROS-AUTOSERVICIO.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-AUTOSERVICIO
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-AUTOSERVICIO.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "DIAS-VACACIONES"
                 MOVE PARAM-VALOR TO DIAS-VACACIONES-ANIO
              END-IF
              IF PARAM-CLAVE = "UMBRAL-SOLAPE"
                 MOVE PARAM-VALOR TO UMBRAL-SOLAPE
              END-IF
              IF PARAM-CLAVE = "INTENTOS-PIN"
                 MOVE PARAM-VALOR TO MAXIMO-FALLOS-PIN
              END-IF
       END-READ.

      ******************************************************************
      * Entrada del empleado. El mensaje de error no distingue un ID
      * sin PIN de un PIN equivocado. Cada fallo suma y al llegar al
      * maximo el PIN queda bloqueado; una entrada correcta pone los
      * fallos a cero. Solo entran los empleados activos.
      ******************************************************************
       IDENTIFICA-EMPLEADO.
       MOVE "N" TO SESION-VALIDA.
       MOVE ID-SESION TO ID-BUSCADO.
       MOVE ID-SESION TO OPERADOR-AUTOSERVICIO-ID.
       MOVE OPERADOR-AUTOSERVICIO TO OPERADOR-ACTUAL.
       PERFORM ABRE-PINES.
       DISPLAY "PIN: ".
       ACCEPT PIN-TECLEADO.
       PERFORM BUSCA-PIN.
       IF PIN-HALLADO = "N"
          DISPLAY "IDENTIFICACION NO VALIDA."
          MOVE "AS-PIN-ERRONEO" TO AUDIT-ACCION
          PERFORM GRABA-AUDITORIA-AUTOSERVICIO
       ELSE
          IF PIN-BLOQUEADO = "S"
             DISPLAY "PIN BLOQUEADO. PIDA A PERSONAL QUE LO "
                 "RESTABLEZCA."
             MOVE "AS-PIN-BLOQUEO" TO AUDIT-ACCION
             PERFORM GRABA-AUDITORIA-AUTOSERVICIO
          ELSE
             IF PIN-CLAVE NOT = PIN-TECLEADO
                PERFORM REGISTRA-FALLO-PIN
             ELSE
                PERFORM ABRE-SESION-EMPLEADO
             END-IF
          END-IF
       END-IF.
       CLOSE PINES-ARCHIVO.

       REGISTRA-FALLO-PIN.
       IF PIN-FALLOS < 9
          ADD 1 TO PIN-FALLOS
       END-IF.
       IF PIN-FALLOS >= MAXIMO-FALLOS-PIN
          MOVE "S" TO PIN-BLOQUEADO
          DISPLAY "PIN BLOQUEADO TRAS " PIN-FALLOS
              " INTENTOS FALLIDOS. PIDA A PERSONAL QUE LO "
              "RESTABLEZCA."
          MOVE "AS-BLOQUEO" TO AUDIT-ACCION
       ELSE
          DISPLAY "IDENTIFICACION NO VALIDA."
          MOVE "AS-PIN-ERRONEO" TO AUDIT-ACCION
       END-IF.
       PERFORM GRABA-PIN.
       PERFORM GRABA-AUDITORIA-AUTOSERVICIO.

       ABRE-SESION-EMPLEADO.
       IF PIN-FALLOS > 0
          MOVE 0 TO PIN-FALLOS
          PERFORM GRABA-PIN
       END-IF.
       PERFORM LOCALIZA-EMPLEADO.
       IF ENCONTRADO = "N" OR NOT EMPLEADO-ACTIVO
          DISPLAY "EL EMPLEADO NO ESTA ACTIVO. ACCESO NO PERMITIDO."
          MOVE "AS-NO-ACTIVO" TO AUDIT-ACCION
          PERFORM GRABA-AUDITORIA-AUTOSERVICIO
       ELSE
          MOVE "S" TO SESION-VALIDA
          MOVE EMPLEADOS-NOMBRE TO SESION-NOMBRE
          MOVE EMPLEADOS-DEPARTAMENTO TO SESION-DEPARTAMENTO
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          DISPLAY "BIENVENIDO, " SESION-NOMBRE " "
              APELLIDOS-MOSTRADOS
          MOVE "AS-ENTRADA" TO AUDIT-ACCION
          PERFORM GRABA-AUDITORIA-AUTOSERVICIO
       END-IF.

       SESION-AUTOSERVICIO.
       DISPLAY "1 - SALDO DE VACACIONES / 2 - ULTIMOS RECIBOS / "
           "3 - FAMILIARES".
       DISPLAY "4 - CUENTA BANCARIA / 5 - PEDIR AUSENCIA / "
           "6 - MIS PETICIONES".
       DISPLAY "7 - PETICIONES DE MI EQUIPO / 8 - CAMBIAR PIN / "
           "0 - SALIR: ".
       ACCEPT OPCION-AUTOSERVICIO.
       MOVE ID-SESION TO ID-BUSCADO.
       IF OPCION-AUTOSERVICIO = "1"
          PERFORM CONSULTA-SALDO-VACACIONES
       ELSE
          IF OPCION-AUTOSERVICIO = "2"
             PERFORM CONSULTA-RECIBOS
          ELSE
             IF OPCION-AUTOSERVICIO = "3"
                PERFORM CONSULTA-FAMILIARES
             ELSE
                IF OPCION-AUTOSERVICIO = "4"
                   PERFORM CONSULTA-CUENTA
                ELSE
                   IF OPCION-AUTOSERVICIO = "5"
                      PERFORM PIDE-AUSENCIA
                   ELSE
                      IF OPCION-AUTOSERVICIO = "6"
                         PERFORM CONSULTA-MIS-PETICIONES
                      ELSE
                         IF OPCION-AUTOSERVICIO = "7"
                            PERFORM DECIDE-PETICIONES-EQUIPO
                         ELSE
                            IF OPCION-AUTOSERVICIO = "8"
                               PERFORM CAMBIA-PIN
                            ELSE
                               IF OPCION-AUTOSERVICIO NOT = "0"
                                  DISPLAY "OPCION NO VALIDA."
                               END-IF
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Saldo del anio en curso, descontando tambien lo ya pedido y
      * pendiente de aprobar.
      ******************************************************************
       CONSULTA-SALDO-VACACIONES.
       MOVE ANIO-HOY TO ANIO-CONSULTA.
       PERFORM CALCULA-SALDO-VACACIONES.
       DISPLAY "VACACIONES DEL ANIO " ANIO-CONSULTA ":".
       DISPLAY "  DERECHO: " DERECHO-CALCULADO
           "  ARRASTRE: " ARRASTRE-EMPLEADO
           "  DISFRUTADAS O APROBADAS: " DIAS-VACACIONES.
       IF ARRASTRE-CADUCADO > 0
          DISPLAY "  ARRASTRE DE " ARRASTRE-CADUCADO
              " DIAS CADUCADO TRAS EL PRIMER TRIMESTRE."
       END-IF.
       MOVE SALDO-VACACIONES TO SALDO-EDICION.
       DISPLAY "  SALDO: " SALDO-EDICION.
       MOVE SALDO-DISPONIBLE TO SALDO-EDICION.
       DISPLAY "  PEDIDAS PENDIENTES DE APROBAR: " DIAS-PENDIENTES
           "  DISPONIBLE PARA PEDIR: " SALDO-EDICION.
       MOVE "AS-VACACIONES" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-AUTOSERVICIO.

      ******************************************************************
      * Saldo de ID-BUSCADO en ANIO-CONSULTA: derecho y arrastre como
      * los calcula AUSENCIAS, menos las vacaciones grabadas del anio;
      * el disponible descuenta ademas sus peticiones pendientes de
      * SOLAUSEN.DAT.
      ******************************************************************
       CALCULA-SALDO-VACACIONES.
       MOVE 0 TO DIAS-VACACIONES.
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
       PERFORM DETERMINA-DERECHO-EMPLEADO.
       COMPUTE SALDO-VACACIONES
           = DERECHO-CALCULADO + ARRASTRE-EMPLEADO
           - DIAS-VACACIONES.
       MOVE 0 TO DIAS-PENDIENTES.
       PERFORM POSICIONA-SOLICITUDES-EMPLEADO.
       PERFORM SUMA-PENDIENTE-VACACIONES
           UNTIL SOLICITUD-LEE-TODO = "S".
       COMPUTE SALDO-DISPONIBLE = SALDO-VACACIONES - DIAS-PENDIENTES.

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
                  AND ANIO-AUX-1 = ANIO-CONSULTA
                  AND AUSENCIA-TIPO = "V"
                 ADD AUSENCIA-DIAS TO DIAS-VACACIONES
              END-IF
       END-READ.

       SUMA-PENDIENTE-VACACIONES.
       READ SOLICITUDES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SOLICITUD-LEE-TODO
           NOT AT END
              IF SOLICITUD-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO SOLICITUD-LEE-TODO
              ELSE
                 MOVE SOLICITUD-DESDE TO FECHA-AUX-X
                 MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1
                 IF SOLICITUD-TIPO = "V"
                     AND SOLICITUD-ESTADO = "P"
                     AND ANIO-AUX-1 = ANIO-CONSULTA
                    ADD SOLICITUD-DIAS TO DIAS-PENDIENTES
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Posiciona SOLAUSEN.DAT en la primera peticion de ID-BUSCADO.
      ******************************************************************
       POSICIONA-SOLICITUDES-EMPLEADO.
       MOVE LOW-VALUES TO SOLICITUD-CLAVE.
       MOVE ID-BUSCADO TO SOLICITUD-EMPLEADOS-ID.
       START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOLICITUD-CLAVE
           INVALID KEY MOVE "S" TO SOLICITUD-LEE-TODO
           NOT INVALID KEY MOVE "N" TO SOLICITUD-LEE-TODO
       END-START.

      ******************************************************************
      * Derecho del anio: primero el saldo grabado por el cierre
      * anual (derecho + arrastre); sin registro, la banda de
      * antiguedad de DERVAC.DAT en proporcion a la jornada; sin
      * reglas, el derecho historico. El arrastre caduca pasado el
      * primer trimestre del anio en curso.
      ******************************************************************
       DETERMINA-DERECHO-EMPLEADO.
       MOVE 0 TO ARRASTRE-EMPLEADO.
       MOVE 0 TO ARRASTRE-CADUCADO.
       PERFORM LEE-SALDO-EMPLEADO.
       IF SALDO-HALLADO = "N"
          PERFORM CARGA-DERECHOS
          PERFORM LOCALIZA-EMPLEADO
          IF ENCONTRADO = "S"
             PERFORM DETERMINA-DERECHO-POR-ANTIGUEDAD
          ELSE
             MOVE DIAS-VACACIONES-ANIO TO DERECHO-CALCULADO
          END-IF
       END-IF.
       IF ARRASTRE-EMPLEADO > 0
           AND ANIO-CONSULTA = ANIO-HOY AND MES-HOY > 3
          MOVE ARRASTRE-EMPLEADO TO ARRASTRE-CADUCADO
          MOVE 0 TO ARRASTRE-EMPLEADO
       END-IF.

       LEE-SALDO-EMPLEADO.
       MOVE "N" TO SALDO-HALLADO.
       OPEN INPUT SALDOS-ARCHIVO.
       IF SALDOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-SALDO-EMPLEADO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SALDOS-ARCHIVO.

       BUSCA-SALDO-EMPLEADO.
       READ SALDOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF SALDO-EMPLEADOS-ID = ID-BUSCADO
                  AND SALDO-ANIO = ANIO-CONSULTA
                 MOVE SALDO-DIAS-DERECHO TO DERECHO-CALCULADO
                 MOVE SALDO-DIAS-ARRASTRE TO ARRASTRE-EMPLEADO
                 MOVE "S" TO SALDO-HALLADO
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       CARGA-DERECHOS.
       MOVE 0 TO DERT-TOTAL.
       OPEN INPUT DERECHOS-ARCHIVO.
       IF DERECHOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-DERECHO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DERECHOS-ARCHIVO.

       CARGA-UN-DERECHO.
       READ DERECHOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DERT-TOTAL < 10
                 ADD 1 TO DERT-TOTAL
                 MOVE DERECHO-ANIOS-DESDE
                     TO DERT-ANIOS-DESDE(DERT-TOTAL)
                 MOVE DERECHO-DIAS TO DERT-DIAS(DERT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE DERECHOS LLENA."
              END-IF
       END-READ.

       DETERMINA-DERECHO-POR-ANTIGUEDAD.
       MOVE DIAS-VACACIONES-ANIO TO DERECHO-CALCULADO.
       MOVE "S" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       MOVE FECHA-PROCESO-NEGOCIO TO SERVICIO-FECHA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.
       MOVE SERVICIO-FECHA-ANTIGUEDAD TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1.
       COMPUTE ANIOS-SERVICIO = ANIO-CONSULTA - ANIO-AUX-1.
       IF ANIOS-SERVICIO < 0
          MOVE 0 TO ANIOS-SERVICIO
       END-IF.
       MOVE 1 TO DERT-POS.
       PERFORM EVALUA-BANDA-DERECHO UNTIL DERT-POS > DERT-TOTAL.
       PERFORM AJUSTA-DERECHO-JORNADA.

       EVALUA-BANDA-DERECHO.
       IF ANIOS-SERVICIO >= DERT-ANIOS-DESDE(DERT-POS)
           AND DERT-DIAS(DERT-POS) > DERECHO-CALCULADO
          MOVE DERT-DIAS(DERT-POS) TO DERECHO-CALCULADO
       END-IF.
       ADD 1 TO DERT-POS.

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

      ******************************************************************
      * Ultimos tres recibos del empleado en el historial, el mas
      * reciente primero. Las correcciones salen con su concepto.
      ******************************************************************
       CONSULTA-RECIBOS.
       MOVE 0 TO RECT-TOTAL.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM GUARDA-UN-RECIBO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE NOMINA-HISTORIAL.
       IF RECT-TOTAL = 0
          DISPLAY "NO CONSTAN RECIBOS SUYOS EN EL HISTORIAL."
       ELSE
          DISPLAY "PERIODO CONCEPTO             BRUTO       "
              "DEDUCCIONES          NETO"
          MOVE RECT-TOTAL TO RECT-POS
          PERFORM MUESTRA-UN-RECIBO UNTIL RECT-POS = 0
       END-IF.
       MOVE "AS-RECIBO" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-AUTOSERVICIO.

       GUARDA-UN-RECIBO.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-EMPLEADOS-ID = ID-BUSCADO
                 IF RECT-TOTAL < 3
                    ADD 1 TO RECT-TOTAL
                 ELSE
                    MOVE RECT-ENTRADA(2) TO RECT-ENTRADA(1)
                    MOVE RECT-ENTRADA(3) TO RECT-ENTRADA(2)
                 END-IF
                 MOVE HISTORIAL-PERIODO TO RECT-PERIODO(RECT-TOTAL)
                 MOVE HISTORIAL-BRUTO TO RECT-BRUTO(RECT-TOTAL)
                 MOVE HISTORIAL-DEDUCCION
                     TO RECT-DEDUCCION(RECT-TOTAL)
                 MOVE HISTORIAL-NETO TO RECT-NETO(RECT-TOTAL)
                 MOVE HISTORIAL-TIPO TO RECT-TIPO(RECT-TOTAL)
                 MOVE HISTORIAL-CLASE TO RECT-CLASE(RECT-TOTAL)
              END-IF
       END-READ.

       MUESTRA-UN-RECIBO.
       MOVE "NOMINA" TO CONCEPTO-RECIBO.
       IF RECT-CLASE(RECT-POS) = "X"
          MOVE "PAGA EXTRA" TO CONCEPTO-RECIBO
       END-IF.
       IF RECT-TIPO(RECT-POS) = "C"
          MOVE "CORRECCION" TO CONCEPTO-RECIBO
       END-IF.
       IF RECT-TIPO(RECT-POS) = "Q"
          MOVE "FINIQUITO" TO CONCEPTO-RECIBO
       END-IF.
       MOVE RECT-BRUTO(RECT-POS) TO IMPORTE-EDICION-1.
       MOVE RECT-DEDUCCION(RECT-POS) TO IMPORTE-EDICION-2.
       MOVE RECT-NETO(RECT-POS) TO IMPORTE-EDICION-3.
       DISPLAY RECT-PERIODO(RECT-POS) "  " CONCEPTO-RECIBO
           IMPORTE-EDICION-1 " " IMPORTE-EDICION-2 " "
           IMPORTE-EDICION-3.
       SUBTRACT 1 FROM RECT-POS.

       CONSULTA-FAMILIARES.
       MOVE 0 TO DEPENDIENTES-MOSTRADOS.
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
          MOVE LOW-VALUES TO DEPENDIENTE-CLAVE
          MOVE ID-BUSCADO TO DEPENDIENTE-EMPLEADOS-ID
          START DEPENDIENTES-ARCHIVO
              KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM MUESTRA-UN-FAMILIAR UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-MOSTRADOS = 0
          DISPLAY "NO CONSTAN FAMILIARES A SU CARGO."
       END-IF.
       MOVE "AS-FAMILIA" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-AUTOSERVICIO.

       MUESTRA-UN-FAMILIAR.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DEPENDIENTE-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO LEE-TODO
              ELSE
                 ADD 1 TO DEPENDIENTES-MOSTRADOS
                 MOVE DEPENDIENTE-PRIMER-APELLIDO
                     TO APELLIDO-1-EDICION
                 MOVE DEPENDIENTE-SEGUNDO-APELLIDO
                     TO APELLIDO-2-EDICION
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 DISPLAY DEPENDIENTE-NOMBRE " " APELLIDOS-MOSTRADOS
                 DISPLAY "   " DEPENDIENTE-PARENTESCO
                     " NACIDO EL " DEPENDIENTE-FECHA-NACIMIENTO
              END-IF
       END-READ.

      ******************************************************************
      * Cuenta de cobro con solo las cuatro ultimas cifras a la
      * vista.
      ******************************************************************
       CONSULTA-CUENTA.
       MOVE "N" TO ENCONTRADO.
       OPEN INPUT BANCOS-ARCHIVO.
       IF BANCOS-ESTADO-ARCHIVO = "00"
          MOVE ID-BUSCADO TO BANCO-EMPLEADOS-ID
          READ BANCOS-ARCHIVO
              INVALID KEY MOVE "N" TO ENCONTRADO
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
       END-IF.
       CLOSE BANCOS-ARCHIVO.
       IF ENCONTRADO = "N"
          DISPLAY "NO CONSTA CUENTA BANCARIA. COBRA POR CHEQUE."
       ELSE
          MOVE BANCO-CUENTA TO CUENTA-AUX-X
          MOVE "******" TO CUENTA-ENMASCARADA
          MOVE CUENTA-AUX-X(7:4) TO CUENTA-ENMASCARADA(7:4)
          MOVE "ACTIVA" TO ESTADO-CUENTA
          IF BANCO-ACTIVO = "P"
             MOVE "EN PRENOTIFICACION" TO ESTADO-CUENTA
          ELSE
             IF BANCO-ACTIVO NOT = "S"
                MOVE "RECHAZADA POR EL BANCO" TO ESTADO-CUENTA
             END-IF
          END-IF
          DISPLAY "ENTIDAD " BANCO-CODIGO " CUENTA "
              CUENTA-ENMASCARADA " " ESTADO-CUENTA
       END-IF.
       MOVE "AS-CUENTA" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-AUTOSERVICIO.

      ******************************************************************
      * Peticion de vacaciones o de permiso no retribuido. Queda
      * pendiente a nombre del responsable directo vigente; las
      * vacaciones no pueden pasar del disponible del anio en que
      * empiezan.
      ******************************************************************
       PIDE-AUSENCIA.
       DISPLAY "TIPO (V=VACACIONES, N=NO RETRIBUIDA): ".
       ACCEPT NUEVA-AUSENCIA-TIPO.
       IF NUEVA-AUSENCIA-TIPO NOT = "V"
           AND NUEVA-AUSENCIA-TIPO NOT = "N"
          DISPLAY "TIPO NO VALIDO. PETICION NO GRABADA."
       ELSE
          DISPLAY "FECHA DESDE (AAAAMMDD): "
          ACCEPT NUEVA-AUSENCIA-DESDE
          DISPLAY "FECHA HASTA (AAAAMMDD): "
          ACCEPT NUEVA-AUSENCIA-HASTA
          PERFORM VALIDA-FECHAS-PETICION
          IF FECHA-CORRECTA = "N"
             DISPLAY "FECHAS NO VALIDAS. PETICION NO GRABADA."
          ELSE
             CALL "DIAS-LABORABLES" USING NUEVA-AUSENCIA-DESDE
                 NUEVA-AUSENCIA-HASTA DIAS-LABORABLES-RESULT
             MOVE DIAS-LABORABLES-RESULT TO NUEVA-AUSENCIA-DIAS
             PERFORM VALIDA-PETICION
             IF DATOS-VALIDOS = "S"
                PERFORM CONFIRMA-PETICION
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Mes 1-12, dia 1-31, desde no posterior a hasta y sin empezar
      * antes de la fecha de proceso.
      ******************************************************************
       VALIDA-FECHAS-PETICION.
       MOVE "S" TO FECHA-CORRECTA.
       MOVE NUEVA-AUSENCIA-DESDE TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(5:2) TO MES-AUX-1.
       MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1.
       MOVE NUEVA-AUSENCIA-HASTA TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(5:2) TO MES-AUX-2.
       MOVE FECHA-AUX-X(7:2) TO DIA-AUX-2.
       IF MES-AUX-1 < 1 OR MES-AUX-1 > 12
           OR MES-AUX-2 < 1 OR MES-AUX-2 > 12
          MOVE "N" TO FECHA-CORRECTA
       END-IF.
       IF DIA-AUX-1 < 1 OR DIA-AUX-1 > 31
           OR DIA-AUX-2 < 1 OR DIA-AUX-2 > 31
          MOVE "N" TO FECHA-CORRECTA
       END-IF.
       IF NUEVA-AUSENCIA-DESDE > NUEVA-AUSENCIA-HASTA
           OR NUEVA-AUSENCIA-DESDE < FECHA-PROCESO-NEGOCIO
          MOVE "N" TO FECHA-CORRECTA
       END-IF.

       VALIDA-PETICION.
       MOVE "S" TO DATOS-VALIDOS.
       IF NUEVA-AUSENCIA-DIAS = 0
          DISPLAY "NO HAY DIAS LABORABLES EN ESAS FECHAS. PETICION "
              "NO GRABADA."
          MOVE "N" TO DATOS-VALIDOS
       END-IF.
       IF DATOS-VALIDOS = "S"
          MOVE 0 TO SOLICITUD-SECUENCIA-MAYOR
          MOVE ID-BUSCADO TO SOLICITUD-EMPLEADOS-ID
          MOVE NUEVA-AUSENCIA-DESDE TO SOLICITUD-DESDE
          MOVE 0 TO SOLICITUD-SECUENCIA
          START SOLICITUDES-ARCHIVO
              KEY IS NOT LESS THAN SOLICITUD-CLAVE
              INVALID KEY MOVE "S" TO SOLICITUD-LEE-TODO
              NOT INVALID KEY MOVE "N" TO SOLICITUD-LEE-TODO
          END-START
          PERFORM BUSCA-PETICION-REPETIDA
              UNTIL SOLICITUD-LEE-TODO = "S"
          IF DATOS-VALIDOS = "N"
             DISPLAY "YA TIENE UNA PETICION PENDIENTE DE ESE TIPO "
                 "QUE EMPIEZA ESE DIA."
          ELSE
             IF SOLICITUD-SECUENCIA-MAYOR >= 99
                DISPLAY "DEMASIADAS PETICIONES QUE EMPIEZAN ESE DIA. "
                    "DIRIJA LA PETICION A PERSONAL."
                MOVE "N" TO DATOS-VALIDOS
             END-IF
          END-IF
       END-IF.
       IF DATOS-VALIDOS = "S" AND NUEVA-AUSENCIA-TIPO = "V"
          MOVE NUEVA-AUSENCIA-DESDE TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-CONSULTA
          PERFORM CALCULA-SALDO-VACACIONES
          IF NUEVA-AUSENCIA-DIAS > SALDO-DISPONIBLE
             MOVE SALDO-DISPONIBLE TO SALDO-EDICION
             DISPLAY "PIDE " NUEVA-AUSENCIA-DIAS " DIAS Y SOLO TIENE "
                 SALDO-EDICION " DISPONIBLES. PETICION NO GRABADA."
             MOVE "N" TO DATOS-VALIDOS
          END-IF
       END-IF.
       IF DATOS-VALIDOS = "S"
          PERFORM BUSCA-RESPONSABLE-DIRECTO
          IF RESPONSABLE-VIGENTE = 0
             DISPLAY "NO CONSTA SU RESPONSABLE. DIRIJA LA PETICION "
                 "A PERSONAL."
             MOVE "N" TO DATOS-VALIDOS
          END-IF
       END-IF.

      ******************************************************************
      * Peticiones de ID-BUSCADO que empiezan el dia pedido: una
      * pendiente del mismo tipo la repite; la mayor secuencia da la
      * de la nueva.
      ******************************************************************
       BUSCA-PETICION-REPETIDA.
       READ SOLICITUDES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SOLICITUD-LEE-TODO
           NOT AT END
              IF SOLICITUD-EMPLEADOS-ID NOT = ID-BUSCADO
                  OR SOLICITUD-DESDE NOT = NUEVA-AUSENCIA-DESDE
                 MOVE "S" TO SOLICITUD-LEE-TODO
              ELSE
                 MOVE SOLICITUD-SECUENCIA
                     TO SOLICITUD-SECUENCIA-MAYOR
                 IF SOLICITUD-TIPO = NUEVA-AUSENCIA-TIPO
                     AND SOLICITUD-ESTADO = "P"
                    MOVE "N" TO DATOS-VALIDOS
                 END-IF
              END-IF
       END-READ.

       CONFIRMA-PETICION.
       DISPLAY "PETICION DE " NUEVA-AUSENCIA-DIAS " DIAS LABORABLES "
           "DEL " NUEVA-AUSENCIA-DESDE " AL " NUEVA-AUSENCIA-HASTA
           " PARA SU RESPONSABLE " RESPONSABLE-VIGENTE ".".
       DISPLAY "CONFIRMAR (S/N): ".
       ACCEPT CONFIRMA-SOLICITUD.
       IF CONFIRMA-SOLICITUD NOT = "S" AND CONFIRMA-SOLICITUD NOT = "s"
          DISPLAY "PETICION NO GRABADA."
       ELSE
          MOVE ID-BUSCADO TO SOLICITUD-EMPLEADOS-ID
          MOVE NUEVA-AUSENCIA-DESDE TO SOLICITUD-DESDE
          COMPUTE SOLICITUD-SECUENCIA = SOLICITUD-SECUENCIA-MAYOR + 1
          MOVE NUEVA-AUSENCIA-TIPO TO SOLICITUD-TIPO
          MOVE NUEVA-AUSENCIA-HASTA TO SOLICITUD-HASTA
          MOVE NUEVA-AUSENCIA-DIAS TO SOLICITUD-DIAS
          MOVE RESPONSABLE-VIGENTE TO SOLICITUD-RESPONSABLE
          MOVE "P" TO SOLICITUD-ESTADO
          MOVE FECHA-PROCESO-NEGOCIO TO SOLICITUD-FECHA
          MOVE 0 TO SOLICITUD-FECHA-DECISION
          WRITE SOLICITUD-REGISTRO
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR LA PETICION: "
                     SOLICITUDES-ESTADO-ARCHIVO
              NOT INVALID KEY
                 DISPLAY "PETICION GRABADA. QUEDA PENDIENTE DE SU "
                     "RESPONSABLE."
                 MOVE "AS-SOLICITUD" TO AUDIT-ACCION
                 PERFORM GRABA-AUDITORIA-AUTOSERVICIO
          END-WRITE
       END-IF.

      ******************************************************************
      * Responsable directo de ID-BUSCADO en la fecha de proceso: el
      * registro de JEFES.DAT con la fecha desde mas reciente que no
      * la pasa; a igual fecha manda el grabado despues.
      ******************************************************************
       BUSCA-RESPONSABLE-DIRECTO.
       MOVE 0 TO RESPONSABLE-VIGENTE.
       MOVE 0 TO RESPONSABLE-DESDE.
       OPEN INPUT JEFES-ARCHIVO.
       IF JEFES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM EVALUA-UN-JEFE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE JEFES-ARCHIVO.

       EVALUA-UN-JEFE.
       READ JEFES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF JEFE-EMPLEADOS-ID = ID-BUSCADO
                  AND JEFE-DESDE NOT > FECHA-PROCESO-NEGOCIO
                  AND JEFE-DESDE NOT < RESPONSABLE-DESDE
                 MOVE JEFE-RESPONSABLE-ID TO RESPONSABLE-VIGENTE
                 MOVE JEFE-DESDE TO RESPONSABLE-DESDE
              END-IF
       END-READ.

       CONSULTA-MIS-PETICIONES.
       MOVE 0 TO SOLICITUDES-MOSTRADAS.
       MOVE ID-SESION TO ID-BUSCADO.
       PERFORM POSICIONA-SOLICITUDES-EMPLEADO.
       PERFORM MUESTRA-MI-PETICION UNTIL SOLICITUD-LEE-TODO = "S".
       IF SOLICITUDES-MOSTRADAS = 0
          DISPLAY "NO TIENE PETICIONES DE AUSENCIA."
       END-IF.

       MUESTRA-MI-PETICION.
       READ SOLICITUDES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SOLICITUD-LEE-TODO
           NOT AT END
              IF SOLICITUD-EMPLEADOS-ID NOT = ID-SESION
                 MOVE "S" TO SOLICITUD-LEE-TODO
              ELSE
                 MOVE SOLICITUD-REGISTRO TO SOLICITUD-EN-CURSO
                 ADD 1 TO SOLICITUDES-MOSTRADAS
                 PERFORM DESCRIBE-PETICION
                 DISPLAY DESCRIPCION-TIPO " DEL " SOLCUR-DESDE
                     " AL " SOLCUR-HASTA " "
                     SOLCUR-DIAS " DIAS  " DESCRIPCION-ESTADO
              END-IF
       END-READ.

       DESCRIBE-PETICION.
       MOVE "VACACIONES" TO DESCRIPCION-TIPO.
       IF SOLCUR-TIPO = "N"
          MOVE "NO RETRIBUIDA" TO DESCRIPCION-TIPO
       END-IF.
       MOVE "PENDIENTE" TO DESCRIPCION-ESTADO.
       IF SOLCUR-ESTADO = "A"
          MOVE "APROBADA" TO DESCRIPCION-ESTADO
       ELSE
          IF SOLCUR-ESTADO = "R"
             MOVE "RECHAZADA" TO DESCRIPCION-ESTADO
          END-IF
       END-IF.

      ******************************************************************
      * Peticiones pendientes dirigidas a quien entro. Antes de
      * decidir se ve el saldo del empleado y cuantas ausencias de
      * su departamento pisan ya esas fechas. Aprobar graba la
      * ausencia; si ya existe una igual la peticion sigue pendiente.
      * Cada decision se graba en su registro en el momento; despues
      * la lectura sigue tras la peticion decidida, porque el saldo
      * mostrado ha leido el mismo archivo.
      ******************************************************************
       DECIDE-PETICIONES-EQUIPO.
       MOVE 0 TO SOLICITUDES-MOSTRADAS.
       MOVE LOW-VALUES TO SOLICITUD-CLAVE.
       START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOLICITUD-CLAVE
           INVALID KEY MOVE "S" TO SOLICITUD-LEE-TODO
           NOT INVALID KEY MOVE "N" TO SOLICITUD-LEE-TODO
       END-START.
       PERFORM DECIDE-UNA-PETICION UNTIL SOLICITUD-LEE-TODO = "S".
       IF SOLICITUDES-MOSTRADAS = 0
          DISPLAY "NO HAY PETICIONES DE SU EQUIPO PENDIENTES."
       END-IF.

       DECIDE-UNA-PETICION.
       READ SOLICITUDES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SOLICITUD-LEE-TODO
           NOT AT END
              IF SOLICITUD-RESPONSABLE = ID-SESION
                  AND SOLICITUD-ESTADO = "P"
                 MOVE SOLICITUD-REGISTRO TO SOLICITUD-EN-CURSO
                 PERFORM ATIENDE-PETICION
                 MOVE SOLCUR-CLAVE TO SOLICITUD-CLAVE
                 START SOLICITUDES-ARCHIVO
                     KEY IS GREATER THAN SOLICITUD-CLAVE
                     INVALID KEY MOVE "S" TO SOLICITUD-LEE-TODO
                 END-START
              END-IF
       END-READ.

       ATIENDE-PETICION.
       ADD 1 TO SOLICITUDES-MOSTRADAS.
       MOVE SOLCUR-EMPLEADOS-ID TO ID-BUSCADO.
       PERFORM MUESTRA-PETICION-EQUIPO.
       DISPLAY "A - APROBAR / R - RECHAZAR / "
           "OTRA TECLA - DEJAR PENDIENTE: ".
       ACCEPT DECISION-RESPONSABLE.
       IF DECISION-RESPONSABLE = "A"
          PERFORM APRUEBA-PETICION
       ELSE
          IF DECISION-RESPONSABLE = "R"
             MOVE "R" TO SOLCUR-ESTADO
             MOVE FECHA-PROCESO-NEGOCIO TO SOLCUR-FECHA-DECISION
             PERFORM REGRABA-PETICION
             IF SOLICITUDES-ESTADO-ARCHIVO = "00"
                DISPLAY "PETICION RECHAZADA."
                MOVE "AS-RECHAZA" TO AUDIT-ACCION
                PERFORM GRABA-AUDITORIA-AUTOSERVICIO
             END-IF
          END-IF
       END-IF.

       REGRABA-PETICION.
       MOVE SOLICITUD-EN-CURSO TO SOLICITUD-REGISTRO.
       REWRITE SOLICITUD-REGISTRO
           INVALID KEY
              DISPLAY "NO SE PUDO GRABAR LA DECISION: "
                  SOLICITUDES-ESTADO-ARCHIVO
       END-REWRITE.

       MUESTRA-PETICION-EQUIPO.
       PERFORM DESCRIBE-PETICION.
       PERFORM LOCALIZA-EMPLEADO.
       MOVE SPACES TO DEPARTAMENTO-SOLICITANTE.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-SOLICITANTE
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          DISPLAY "EMPLEADO " ID-BUSCADO " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS
       ELSE
          DISPLAY "EMPLEADO " ID-BUSCADO
       END-IF.
       DISPLAY "  " DESCRIPCION-TIPO " DEL " SOLCUR-DESDE
           " AL " SOLCUR-HASTA " "
           SOLCUR-DIAS " DIAS, PEDIDA EL "
           SOLCUR-FECHA.
       IF SOLCUR-TIPO = "V"
          MOVE SOLCUR-DESDE TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-CONSULTA
          PERFORM CALCULA-SALDO-VACACIONES
          MOVE SALDO-VACACIONES TO SALDO-EDICION
          DISPLAY "  SALDO DE VACACIONES " ANIO-CONSULTA ": "
              SALDO-EDICION " (PENDIENTES, ESTA INCLUIDA: "
              DIAS-PENDIENTES ")"
       END-IF.
       MOVE SOLCUR-DESDE TO NUEVA-AUSENCIA-DESDE.
       MOVE SOLCUR-HASTA TO NUEVA-AUSENCIA-HASTA.
       PERFORM CUENTA-SOLAPES-DEPARTAMENTO.
       IF SOLAPES-DEPTO >= UMBRAL-SOLAPE
          DISPLAY "AVISO: YA HAY " SOLAPES-DEPTO " AUSENCIAS DE "
              "OTROS EMPLEADOS DE " DEPARTAMENTO-SOLICITANTE
              " QUE PISAN ESAS FECHAS."
       ELSE
          DISPLAY "  AUSENCIAS DE OTROS EMPLEADOS DE "
              DEPARTAMENTO-SOLICITANTE " EN ESAS FECHAS: "
              SOLAPES-DEPTO
       END-IF.

      ******************************************************************
      * Ausencias ya grabadas de otros empleados del departamento
      * que pisan las fechas de la peticion.
      ******************************************************************
       CUENTA-SOLAPES-DEPARTAMENTO.
       MOVE 0 TO SOLAPES-DEPTO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
           AND EMPLEADOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-UN-SOLAPE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       CUENTA-UN-SOLAPE.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-EMPLEADOS-ID NOT = ID-BUSCADO
                  AND AUSENCIA-DESDE <= NUEVA-AUSENCIA-HASTA
                  AND AUSENCIA-HASTA >= NUEVA-AUSENCIA-DESDE
                 MOVE AUSENCIA-EMPLEADOS-ID TO EMPLEADOS-ID
                 READ EMPLEADOS-ARCHIVO
                     INVALID KEY MOVE "N" TO ENCONTRADO
                     NOT INVALID KEY MOVE "S" TO ENCONTRADO
                 END-READ
                 IF ENCONTRADO = "S"
                     AND EMPLEADOS-DEPARTAMENTO
                         = DEPARTAMENTO-SOLICITANTE
                    ADD 1 TO SOLAPES-DEPTO
                 END-IF
              END-IF
       END-READ.

       APRUEBA-PETICION.
       MOVE SOLCUR-EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID.
       MOVE SOLCUR-TIPO TO AUSENCIA-TIPO.
       MOVE SOLCUR-DESDE TO AUSENCIA-DESDE.
       MOVE SOLCUR-HASTA TO AUSENCIA-HASTA.
       MOVE SOLCUR-DIAS TO AUSENCIA-DIAS.
       OPEN I-O AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUSENCIAS-ARCHIVO
          CLOSE AUSENCIAS-ARCHIVO
          OPEN I-O AUSENCIAS-ARCHIVO
       END-IF.
       WRITE AUSENCIA-REGISTRO
           INVALID KEY
              DISPLAY "YA HAY UNA AUSENCIA DE ESE TIPO QUE EMPIEZA "
                  "ESE DIA. LA PETICION SIGUE PENDIENTE."
           NOT INVALID KEY
              MOVE "A" TO SOLCUR-ESTADO
              MOVE FECHA-PROCESO-NEGOCIO TO SOLCUR-FECHA-DECISION
              PERFORM REGRABA-PETICION
              DISPLAY "PETICION APROBADA. AUSENCIA DE "
                  AUSENCIA-DIAS " DIAS GRABADA."
              MOVE "AS-APRUEBA" TO AUDIT-ACCION
              PERFORM GRABA-AUDITORIA-AUTOSERVICIO
       END-WRITE.
       CLOSE AUSENCIAS-ARCHIVO.

      ******************************************************************
      * Cambio de PIN por el propio empleado: pide el actual y el
      * nuevo dos veces.
      ******************************************************************
       CAMBIA-PIN.
       PERFORM ABRE-PINES.
       PERFORM BUSCA-PIN.
       DISPLAY "PIN ACTUAL: ".
       ACCEPT PIN-TECLEADO.
       DISPLAY "PIN NUEVO: ".
       ACCEPT PIN-NUEVO.
       DISPLAY "REPITA EL PIN NUEVO: ".
       ACCEPT PIN-REPETIDO.
       IF PIN-HALLADO = "N"
          DISPLAY "PIN NO CAMBIADO."
       ELSE
          IF PIN-CLAVE NOT = PIN-TECLEADO
             DISPLAY "PIN ACTUAL ERRONEO. PIN NO CAMBIADO."
             PERFORM REGISTRA-FALLO-PIN
             IF PIN-BLOQUEADO = "S"
                MOVE "0" TO OPCION-AUTOSERVICIO
             END-IF
          ELSE
             IF PIN-NUEVO = SPACES OR PIN-NUEVO NOT = PIN-REPETIDO
                DISPLAY "EL PIN NUEVO NO COINCIDE. PIN NO CAMBIADO."
             ELSE
                MOVE PIN-NUEVO TO PIN-CLAVE
                PERFORM GRABA-PIN
                IF PINES-ESTADO-ARCHIVO = "00"
                   DISPLAY "PIN CAMBIADO."
                   MOVE "AS-CAMBIO-PIN" TO AUDIT-ACCION
                   PERFORM GRABA-AUDITORIA-AUTOSERVICIO
                END-IF
             END-IF
          END-IF
       END-IF.
       CLOSE PINES-ARCHIVO.

      ******************************************************************
      * Administracion de PINES: solo un supervisor (nivel 3) asigna
      * o restablece el PIN de un empleado, que queda desbloqueado.
      ******************************************************************
       ADMINISTRA-PINES.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. OPCION NO "
              "PERMITIDA."
          MOVE 8 TO RETURN-CODE
       ELSE
          DISPLAY "ID DEL EMPLEADO: "
          ACCEPT ID-BUSCADO
          PERFORM LOCALIZA-EMPLEADO
          IF ENCONTRADO = "N"
             DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
          ELSE
             DISPLAY "PIN NUEVO: "
             ACCEPT PIN-NUEVO
             IF PIN-NUEVO = SPACES
                DISPLAY "PIN NO VALIDO. PIN NO ASIGNADO."
             ELSE
                PERFORM ASIGNA-PIN
             END-IF
          END-IF
       END-IF.

       ASIGNA-PIN.
       PERFORM ABRE-PINES.
       PERFORM BUSCA-PIN.
       MOVE ID-BUSCADO TO PIN-EMPLEADOS-ID.
       MOVE PIN-NUEVO TO PIN-CLAVE.
       MOVE 0 TO PIN-FALLOS.
       MOVE "N" TO PIN-BLOQUEADO.
       PERFORM GRABA-PIN.
       IF PINES-ESTADO-ARCHIVO = "00"
          DISPLAY "PIN DEL EMPLEADO " ID-BUSCADO " ASIGNADO."
          MOVE "AS-PIN-ASIGNA" TO AUDIT-ACCION
          PERFORM GRABA-AUDITORIA-AUTOSERVICIO
       END-IF.
       CLOSE PINES-ARCHIVO.

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-AUTOSERVICIO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-AUTOSERVICIO.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

      ******************************************************************
      * PINES.DAT se lee y se graba registro a registro por el ID del
      * empleado; si no existe se crea vacio.
      ******************************************************************
       ABRE-PINES.
       OPEN I-O PINES-ARCHIVO.
       IF PINES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT PINES-ARCHIVO
          CLOSE PINES-ARCHIVO
          OPEN I-O PINES-ARCHIVO
       END-IF.

       BUSCA-PIN.
       MOVE "N" TO PIN-HALLADO.
       MOVE ID-BUSCADO TO PIN-EMPLEADOS-ID.
       READ PINES-ARCHIVO
           INVALID KEY MOVE "N" TO PIN-HALLADO
           NOT INVALID KEY MOVE "S" TO PIN-HALLADO
       END-READ.

       GRABA-PIN.
       IF PIN-HALLADO = "S"
          REWRITE PIN-REGISTRO
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR EL PIN: "
                     PINES-ESTADO-ARCHIVO
          END-REWRITE
       ELSE
          WRITE PIN-REGISTRO
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR EL PIN: "
                     PINES-ESTADO-ARCHIVO
              NOT INVALID KEY
                 MOVE "S" TO PIN-HALLADO
          END-WRITE
       END-IF.

       LOCALIZA-EMPLEADO.
       MOVE "N" TO ENCONTRADO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          MOVE ID-BUSCADO TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY MOVE "N" TO ENCONTRADO
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.

       GRABA-AUDITORIA-AUTOSERVICIO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE ID-BUSCADO TO AUDIT-EMPLEADOS-ID.
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
       END PROGRAM AUTOSERVICIO-EMPLEADO.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de una sola vez de los satelites de la
      *          nomina que aun eran secuenciales de lineas, en el
      *          molde de CONVIERTE-SATELITES: cada archivo antiguo se
      *          graba en su version indexada, para que NOMINA,
      *          CAPITULO-27 y el resto de lectores lean solo los
      *          registros del empleado en curso.
      *            SITFISCAL.DAT -> SITFNUEVO.DAT  (ID+VIGENCIA)
      *            JORNADAS.DAT  -> JORNNUEVO.DAT  (ID+DESDE)
      *            TARIFAS.DAT   -> TARINUEVO.DAT  (ID+DESDE)
      *            GASTOS.DAT    -> GASTNUEVO.DAT  (NUMERO, y el ID
      *                             como clave alternativa)
      *            FLEXIBLE.DAT  -> FLEXNUEVO.DAT  (ID+ANIO+PRODUCTO)
      *            ESPECIE.DAT   -> ESPNUEVO.DAT   (ID+SECUENCIA)
      *            PINES.DAT     -> PINNUEVO.DAT   (ID)
      *            SOLAUSEN.DAT  -> SOLNUEVO.DAT   (ID+DESDE+SECUENCIA)
      *            CORRECC.DAT   -> CORRNUEVO.DAT  (PERIODO+ID+
      *                             SECUENCIA)
      *          SITFISCAL.DAT pasa la vigencia tras el ID y
      *          SOLAUSEN.DAT pasa la fecha de inicio tras el ID, para
      *          que la clave quede al principio del registro. Las
      *          peticiones de ausencia y las correcciones ganan una
      *          secuencia de dos cifras que se numera en el orden del
      *          archivo antiguo: la de las peticiones por empleado y
      *          fecha de inicio, la de las correcciones por periodo
      *          y empleado. Un registro con la clave repetida queda
      *          listado y sin convertir. Al terminar, el operador
      *          debe sustituir cada archivo por su version NUEVO y
      *          conservar los antiguos como respaldo hasta verificar
      *          los totales. Un archivo antiguo que no existe se
      *          omite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-SATELITES-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SATELITE-VIEJO ASSIGN TO VIEJO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIEJO-ESTADO-ARCHIVO.
           SELECT SITFISCAL-NUEVO ASSIGN TO "SITFNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT JORNADAS-NUEVO ASSIGN TO "JORNNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT TARIFAS-NUEVO ASSIGN TO "TARINUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TARN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT GASTOS-NUEVO ASSIGN TO "GASTNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GASN-NUMERO
               ALTERNATE RECORD KEY IS GASN-EMPLEADOS-ID
                   WITH DUPLICATES
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT FLEXIBLE-NUEVO ASSIGN TO "FLEXNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT ESPECIE-NUEVO ASSIGN TO "ESPNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESPN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT PINES-NUEVO ASSIGN TO "PINNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINN-EMPLEADOS-ID
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT SOLICITUDES-NUEVO ASSIGN TO "SOLNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOLN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT CORRECCIONES-NUEVO ASSIGN TO "CORRNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CORN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  SATELITE-VIEJO.
       01  VIEJO-REGISTRO.
           05 VIEJO-ID            PIC 9(5).
           05 VIEJO-RESTO         PIC X(93).
       01  VIEJO-SITFISCAL.
           05 VSIT-ID             PIC 9(5).
           05 VSIT-DATOS          PIC X(8).
           05 VSIT-VIGENCIA       PIC 9(8).
           05 FILLER              PIC X(77).
       01  VIEJO-SOLICITUD.
           05 VSOL-ID             PIC 9(5).
           05 VSOL-TIPO           PIC X.
           05 VSOL-DESDE          PIC 9(8).
           05 VSOL-RESTO          PIC X(33).
           05 FILLER              PIC X(51).
       01  VIEJO-CORRECCION.
           05 VCOR-PERIODO        PIC X(6).
           05 VCOR-ID             PIC 9(5).
           05 VCOR-RESTO          PIC X(82).
           05 FILLER              PIC X(5).
       FD  SITFISCAL-NUEVO.
       01  SITN-REGISTRO.
           05 SITN-CLAVE.
              10 SITN-ID          PIC 9(5).
              10 SITN-VIGENCIA    PIC 9(8).
           05 SITN-DATOS          PIC X(8).
       FD  JORNADAS-NUEVO.
       01  JORN-REGISTRO.
           05 JORN-CLAVE          PIC X(13).
           05 JORN-RESTO          PIC X(7).
       FD  TARIFAS-NUEVO.
       01  TARN-REGISTRO.
           05 TARN-CLAVE          PIC X(13).
           05 TARN-RESTO          PIC X(7).
       FD  GASTOS-NUEVO.
       01  GASN-REGISTRO.
           05 GASN-NUMERO         PIC 9(6).
           05 GASN-EMPLEADOS-ID   PIC 9(5).
           05 GASN-RESTO          PIC X(65).
       FD  FLEXIBLE-NUEVO.
       01  FLEN-REGISTRO.
           05 FLEN-CLAVE          PIC X(10).
           05 FLEN-RESTO          PIC X(26).
       FD  ESPECIE-NUEVO.
       01  ESPN-REGISTRO.
           05 ESPN-CLAVE          PIC X(7).
           05 ESPN-RESTO          PIC X(51).
       FD  PINES-NUEVO.
       01  PINN-REGISTRO.
           05 PINN-EMPLEADOS-ID   PIC 9(5).
           05 PINN-RESTO          PIC X(8).
       FD  SOLICITUDES-NUEVO.
       01  SOLN-REGISTRO.
           05 SOLN-CLAVE.
              10 SOLN-ID          PIC 9(5).
              10 SOLN-DESDE       PIC 9(8).
              10 SOLN-SECUENCIA   PIC 9(2).
           05 SOLN-TIPO           PIC X.
           05 SOLN-RESTO          PIC X(33).
       FD  CORRECCIONES-NUEVO.
       01  CORN-REGISTRO.
           05 CORN-CLAVE.
              10 CORN-PERIODO     PIC X(6).
              10 CORN-ID          PIC 9(5).
              10 CORN-SECUENCIA   PIC 9(2).
           05 CORN-RESTO          PIC X(82).

       WORKING-STORAGE SECTION.
       77  VIEJO-ESTADO-ARCHIVO PIC X(2).
       77  NUEVO-ESTADO-ARCHIVO PIC X(2).
       77  VIEJO-NOMBRE-ARCHIVO PIC X(13).
       77  NUEVO-NOMBRE-ARCHIVO PIC X(14).
       77  VIEJO-ABIERTO        PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  REGISTRO-GRABADO     PIC X.
       77  SECUENCIA-NUEVA      PIC 9(3).
       77  REGISTROS-CONVERTIDOS PIC 9(5) VALUE 0.
       77  REGISTROS-RECHAZADOS PIC 9(5) VALUE 0.
       77  TOTAL-RECHAZADOS     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM CONVIERTE-SITFISCAL.
       PERFORM CONVIERTE-JORNADAS.
       PERFORM CONVIERTE-TARIFAS.
       PERFORM CONVIERTE-GASTOS.
       PERFORM CONVIERTE-FLEXIBLE.
       PERFORM CONVIERTE-ESPECIE.
       PERFORM CONVIERTE-PINES.
       PERFORM CONVIERTE-SOLICITUDES.
       PERFORM CONVIERTE-CORRECCIONES.
       DISPLAY "SUSTITUYA CADA ARCHIVO POR SU VERSION NUEVO Y "
           "CONSERVE LOS ANTIGUOS COMO RESPALDO.".
       IF TOTAL-RECHAZADOS > 0
          DISPLAY TOTAL-RECHAZADOS " REGISTROS RECHAZADOS EN TOTAL. "
              "REVISELOS A MANO ANTES DE LA SUSTITUCION."
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

      ******************************************************************
      * Apertura y cierre comunes del archivo antiguo de cada
      * satelite; el nuevo lo abre y cierra cada conversion.
      ******************************************************************
       ABRE-VIEJO.
       MOVE 0 TO REGISTROS-CONVERTIDOS.
       MOVE 0 TO REGISTROS-RECHAZADOS.
       MOVE "N" TO LEE-TODO.
       MOVE "S" TO VIEJO-ABIERTO.
       OPEN INPUT SATELITE-VIEJO.
       IF VIEJO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY " VIEJO-NOMBRE-ARCHIVO ". SE OMITE."
          MOVE "N" TO VIEJO-ABIERTO
          CLOSE SATELITE-VIEJO
       ELSE
          PERFORM LEE-REGISTRO-VIEJO
       END-IF.

       LEE-REGISTRO-VIEJO.
       MOVE SPACES TO VIEJO-REGISTRO.
       READ SATELITE-VIEJO
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CIERRA-VIEJO.
       CLOSE SATELITE-VIEJO.
       ADD REGISTROS-RECHAZADOS TO TOTAL-RECHAZADOS.
       DISPLAY REGISTROS-CONVERTIDOS " REGISTROS DE "
           VIEJO-NOMBRE-ARCHIVO " CONVERTIDOS EN "
           NUEVO-NOMBRE-ARCHIVO ". RECHAZADOS POR CLAVE REPETIDA: "
           REGISTROS-RECHAZADOS ".".

       AVISA-NUEVO-NO-CREADO.
       DISPLAY "NO SE PUDO CREAR " NUEVO-NOMBRE-ARCHIVO
           ". ESTADO: " NUEVO-ESTADO-ARCHIVO.
       CLOSE SATELITE-VIEJO.
       MOVE 16 TO RETURN-CODE.
       GOBACK.

       AVISA-CLAVE-REPETIDA.
       ADD 1 TO REGISTROS-RECHAZADOS.
       DISPLAY "AVISO: REGISTRO DEL ID " VIEJO-ID " REPETIDO EN "
           VIEJO-NOMBRE-ARCHIVO ". REVISELO A MANO ANTES DE LA "
           "SUSTITUCION.".

      ******************************************************************
      * La situacion fiscal pasa la vigencia tras el ID; los datos
      * fiscales siguen igual detras de la clave.
      ******************************************************************
       CONVIERTE-SITFISCAL.
       MOVE "SITFISCAL.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "SITFNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT SITFISCAL-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-SITFISCAL UNTIL LEE-TODO = "S"
          CLOSE SITFISCAL-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-SITFISCAL.
       MOVE VSIT-ID TO SITN-ID.
       MOVE VSIT-VIGENCIA TO SITN-VIGENCIA.
       MOVE VSIT-DATOS TO SITN-DATOS.
       WRITE SITN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

      ******************************************************************
      * Satelites con clave natural: el registro pasa tal cual y la
      * clave es el principio del propio registro.
      ******************************************************************
       CONVIERTE-JORNADAS.
       MOVE "JORNADAS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "JORNNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT JORNADAS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-JORNADA UNTIL LEE-TODO = "S"
          CLOSE JORNADAS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-JORNADA.
       MOVE VIEJO-REGISTRO TO JORN-REGISTRO.
       WRITE JORN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-TARIFAS.
       MOVE "TARIFAS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "TARINUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT TARIFAS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-TARIFA UNTIL LEE-TODO = "S"
          CLOSE TARIFAS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-TARIFA.
       MOVE VIEJO-REGISTRO TO TARN-REGISTRO.
       WRITE TARN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-GASTOS.
       MOVE "GASTOS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "GASTNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT GASTOS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UN-GASTO UNTIL LEE-TODO = "S"
          CLOSE GASTOS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UN-GASTO.
       MOVE VIEJO-REGISTRO TO GASN-REGISTRO.
       WRITE GASN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-FLEXIBLE.
       MOVE "FLEXIBLE.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "FLEXNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT FLEXIBLE-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-ELECCION UNTIL LEE-TODO = "S"
          CLOSE FLEXIBLE-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-ELECCION.
       MOVE VIEJO-REGISTRO TO FLEN-REGISTRO.
       WRITE FLEN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-ESPECIE.
       MOVE "ESPECIE.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "ESPNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT ESPECIE-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-ESPECIE UNTIL LEE-TODO = "S"
          CLOSE ESPECIE-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-ESPECIE.
       MOVE VIEJO-REGISTRO TO ESPN-REGISTRO.
       WRITE ESPN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-PINES.
       MOVE "PINES.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "PINNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT PINES-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UN-PIN UNTIL LEE-TODO = "S"
          CLOSE PINES-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UN-PIN.
       MOVE VIEJO-REGISTRO TO PINN-REGISTRO.
       WRITE PINN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

      ******************************************************************
      * Peticiones de ausencia: la fecha de inicio pasa tras el ID y
      * se prueba la secuencia 1 y, si ya existe, la siguiente, de
      * modo que las peticiones de un empleado que empiezan el mismo
      * dia quedan numeradas en el orden en que venian.
      ******************************************************************
       CONVIERTE-SOLICITUDES.
       MOVE "SOLAUSEN.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "SOLNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT SOLICITUDES-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-SOLICITUD UNTIL LEE-TODO = "S"
          CLOSE SOLICITUDES-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-SOLICITUD.
       MOVE VSOL-ID TO SOLN-ID.
       MOVE VSOL-DESDE TO SOLN-DESDE.
       MOVE VSOL-TIPO TO SOLN-TIPO.
       MOVE VSOL-RESTO TO SOLN-RESTO.
       MOVE 1 TO SECUENCIA-NUEVA.
       MOVE "N" TO REGISTRO-GRABADO.
       PERFORM GRABA-SOLICITUD-NUEVA
           UNTIL REGISTRO-GRABADO = "S" OR SECUENCIA-NUEVA > 99.
       IF REGISTRO-GRABADO = "N"
          PERFORM AVISA-SECUENCIAS-AGOTADAS
       END-IF.
       PERFORM LEE-REGISTRO-VIEJO.

       GRABA-SOLICITUD-NUEVA.
       MOVE SECUENCIA-NUEVA TO SOLN-SECUENCIA.
       WRITE SOLN-REGISTRO
           INVALID KEY ADD 1 TO SECUENCIA-NUEVA
           NOT INVALID KEY
              MOVE "S" TO REGISTRO-GRABADO
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.

      ******************************************************************
      * Correcciones: la secuencia se numera por periodo y empleado,
      * igual que las peticiones de ausencia.
      ******************************************************************
       CONVIERTE-CORRECCIONES.
       MOVE "CORRECC.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "CORRNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT CORRECCIONES-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-CORRECCION UNTIL LEE-TODO = "S"
          CLOSE CORRECCIONES-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-CORRECCION.
       MOVE VCOR-PERIODO TO CORN-PERIODO.
       MOVE VCOR-ID TO CORN-ID.
       MOVE VCOR-RESTO TO CORN-RESTO.
       MOVE 1 TO SECUENCIA-NUEVA.
       MOVE "N" TO REGISTRO-GRABADO.
       PERFORM GRABA-CORRECCION-NUEVA
           UNTIL REGISTRO-GRABADO = "S" OR SECUENCIA-NUEVA > 99.
       IF REGISTRO-GRABADO = "N"
          PERFORM AVISA-SECUENCIAS-AGOTADAS
       END-IF.
       PERFORM LEE-REGISTRO-VIEJO.

       GRABA-CORRECCION-NUEVA.
       MOVE SECUENCIA-NUEVA TO CORN-SECUENCIA.
       WRITE CORN-REGISTRO
           INVALID KEY ADD 1 TO SECUENCIA-NUEVA
           NOT INVALID KEY
              MOVE "S" TO REGISTRO-GRABADO
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.

       AVISA-SECUENCIAS-AGOTADAS.
       ADD 1 TO REGISTROS-RECHAZADOS.
       DISPLAY "AVISO: UN REGISTRO DE " VIEJO-NOMBRE-ARCHIVO
           " AGOTA LAS 99 SECUENCIAS DE SU CLAVE Y NO SE CONVIERTE. "
           "REVISELO A MANO ANTES DE LA SUSTITUCION.".
       END PROGRAM CONVIERTE-SATELITES-NOMINA.

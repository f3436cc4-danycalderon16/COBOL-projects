      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de una sola vez de los archivos satelite
      *          de la nomina al formato indexado, como hizo
      *          CONVIERTE-HISTORICO con el historico: lee cada
      *          archivo secuencial de lineas y graba su version
      *          indexada con clave por EMPLEADOS-ID, para que NOMINA
      *          y CAPITULO-27 lean solo los registros del empleado
      *          en curso en lugar de cargar tablas enteras.
      *            HORAS.DAT      -> HORASNUEVO.DAT (ID+PERIODO)
      *            HORASPLUS.DAT  -> HPLUSNUEVO.DAT (ID+PERIODO+CODIGO)
      *            AUSENCIAS.DAT  -> AUSENNUEVO.DAT (ID+TIPO+DESDE)
      *            DEPEND.DAT     -> DEPNUEVO.DAT   (ID+NOMBRE+
      *                              PARENTESCO+NACIMIENTO)
      *            ASIGNA.DAT     -> ASIGNUEVO.DAT  (ID+PUESTO+DESDE)
      *            CONCEPTOS.DAT  -> CONCNUEVO.DAT  (ID+SECUENCIA)
      *            EMBARGOS.DAT   -> EMBNUEVO.DAT   (ID+SECUENCIA)
      *            PRESTAMOS.DAT  -> PRESNUEVO.DAT  (ID+SECUENCIA)
      *            PENSION.DAT    -> PENSNUEVO.DAT  (ID+SECUENCIA)
      *          Los cuatro ultimos no tenian clave natural: se les
      *          anade una secuencia de tres cifras tras el ID que se
      *          numera por empleado en el orden del archivo antiguo.
      *          Un registro con la clave repetida queda listado y
      *          sin convertir, porque la clave no admite duplicados.
      *          DEPEND.DAT debe llevar ya los apellidos partidos por
      *          PARTE-APELLIDOS antes de esta conversion. Al
      *          terminar, el operador debe sustituir cada archivo
      *          por su version NUEVO y conservar los antiguos como
      *          respaldo hasta verificar los totales. Un archivo
      *          antiguo que no existe se omite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-SATELITES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SATELITE-VIEJO ASSIGN TO VIEJO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIEJO-ESTADO-ARCHIVO.
           SELECT HORAS-NUEVO ASSIGN TO "HORASNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HORN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT HORAS-PLUS-NUEVO ASSIGN TO "HPLUSNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLUN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-NUEVO ASSIGN TO "AUSENNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUSN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-NUEVO ASSIGN TO "DEPNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-NUEVO ASSIGN TO "ASIGNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASIN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT CONCEPTOS-NUEVO ASSIGN TO "CONCNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT EMBARGOS-NUEVO ASSIGN TO "EMBNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMBN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT PRESTAMOS-NUEVO ASSIGN TO "PRESNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT PENSION-NUEVO ASSIGN TO "PENSNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENN-CLAVE
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  SATELITE-VIEJO.
       01  VIEJO-REGISTRO.
           05 VIEJO-ID            PIC 9(5).
           05 VIEJO-RESTO         PIC X(93).
       FD  HORAS-NUEVO.
       01  HORN-REGISTRO.
           05 HORN-CLAVE          PIC X(11).
           05 HORN-RESTO          PIC X(6).
       FD  HORAS-PLUS-NUEVO.
       01  PLUN-REGISTRO.
           05 PLUN-CLAVE          PIC X(19).
           05 PLUN-RESTO          PIC X(9).
       FD  AUSENCIAS-NUEVO.
       01  AUSN-REGISTRO.
           05 AUSN-CLAVE          PIC X(14).
           05 AUSN-RESTO          PIC X(11).
       FD  DEPENDIENTES-NUEVO.
       01  DEPN-REGISTRO.
           05 DEPN-CLAVE          PIC X(48).
           05 DEPN-RESTO          PIC X(50).
       FD  ASIGNACIONES-NUEVO.
       01  ASIN-REGISTRO.
           05 ASIN-CLAVE          PIC X(21).
           05 ASIN-RESTO          PIC X(8).
       FD  CONCEPTOS-NUEVO.
       01  CONN-REGISTRO.
           05 CONN-CLAVE.
              10 CONN-ID          PIC 9(5).
              10 CONN-SECUENCIA   PIC 9(3).
           05 CONN-RESTO          PIC X(55).
       FD  EMBARGOS-NUEVO.
       01  EMBN-REGISTRO.
           05 EMBN-CLAVE.
              10 EMBN-ID          PIC 9(5).
              10 EMBN-SECUENCIA   PIC 9(3).
           05 EMBN-RESTO          PIC X(42).
       FD  PRESTAMOS-NUEVO.
       01  PREN-REGISTRO.
           05 PREN-CLAVE.
              10 PREN-ID          PIC 9(5).
              10 PREN-SECUENCIA   PIC 9(3).
           05 PREN-RESTO          PIC X(44).
       FD  PENSION-NUEVO.
       01  PENN-REGISTRO.
           05 PENN-CLAVE.
              10 PENN-ID          PIC 9(5).
              10 PENN-SECUENCIA   PIC 9(3).
           05 PENN-RESTO          PIC X(13).

       WORKING-STORAGE SECTION.
       77  VIEJO-ESTADO-ARCHIVO PIC X(2).
       77  NUEVO-ESTADO-ARCHIVO PIC X(2).
       77  VIEJO-NOMBRE-ARCHIVO PIC X(13).
       77  NUEVO-NOMBRE-ARCHIVO PIC X(14).
       77  VIEJO-ABIERTO        PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  REGISTRO-GRABADO     PIC X.
       77  SECUENCIA-NUEVA      PIC 9(4).
       77  REGISTROS-CONVERTIDOS PIC 9(5) VALUE 0.
       77  REGISTROS-RECHAZADOS PIC 9(5) VALUE 0.
       77  TOTAL-RECHAZADOS     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM CONVIERTE-HORAS.
       PERFORM CONVIERTE-HORAS-PLUS.
       PERFORM CONVIERTE-AUSENCIAS.
       PERFORM CONVIERTE-DEPENDIENTES.
       PERFORM CONVIERTE-ASIGNACIONES.
       PERFORM CONVIERTE-CONCEPTOS.
       PERFORM CONVIERTE-EMBARGOS.
       PERFORM CONVIERTE-PRESTAMOS.
       PERFORM CONVIERTE-PENSION.
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
      * Satelites con clave natural: el registro pasa tal cual y la
      * clave es el principio del propio registro.
      ******************************************************************
       CONVIERTE-HORAS.
       MOVE "HORAS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "HORASNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT HORAS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-HORA UNTIL LEE-TODO = "S"
          CLOSE HORAS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-HORA.
       MOVE VIEJO-REGISTRO TO HORN-REGISTRO.
       WRITE HORN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-HORAS-PLUS.
       MOVE "HORASPLUS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "HPLUSNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT HORAS-PLUS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UN-PLUS UNTIL LEE-TODO = "S"
          CLOSE HORAS-PLUS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UN-PLUS.
       MOVE VIEJO-REGISTRO TO PLUN-REGISTRO.
       WRITE PLUN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-AUSENCIAS.
       MOVE "AUSENCIAS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "AUSENNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT AUSENCIAS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-AUSENCIA UNTIL LEE-TODO = "S"
          CLOSE AUSENCIAS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-AUSENCIA.
       MOVE VIEJO-REGISTRO TO AUSN-REGISTRO.
       WRITE AUSN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-DEPENDIENTES.
       MOVE "DEPEND.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "DEPNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT DEPENDIENTES-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UN-DEPENDIENTE UNTIL LEE-TODO = "S"
          CLOSE DEPENDIENTES-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UN-DEPENDIENTE.
       MOVE VIEJO-REGISTRO TO DEPN-REGISTRO.
       WRITE DEPN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

       CONVIERTE-ASIGNACIONES.
       MOVE "ASIGNA.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "ASIGNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT ASIGNACIONES-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-ASIGNACION UNTIL LEE-TODO = "S"
          CLOSE ASIGNACIONES-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-ASIGNACION.
       MOVE VIEJO-REGISTRO TO ASIN-REGISTRO.
       WRITE ASIN-REGISTRO
           INVALID KEY PERFORM AVISA-CLAVE-REPETIDA
           NOT INVALID KEY ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-REGISTRO-VIEJO.

      ******************************************************************
      * Satelites con secuencia: se prueba la secuencia 1 y, si el
      * empleado ya la tiene, la siguiente, de modo que los
      * registros de cada empleado quedan numerados en el orden en
      * que venian aunque el archivo antiguo no estuviera ordenado.
      ******************************************************************
       CONVIERTE-CONCEPTOS.
       MOVE "CONCEPTOS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "CONCNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT CONCEPTOS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UN-CONCEPTO UNTIL LEE-TODO = "S"
          CLOSE CONCEPTOS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UN-CONCEPTO.
       MOVE VIEJO-ID TO CONN-ID.
       MOVE VIEJO-RESTO TO CONN-RESTO.
       MOVE 1 TO SECUENCIA-NUEVA.
       MOVE "N" TO REGISTRO-GRABADO.
       PERFORM GRABA-CONCEPTO-NUEVO
           UNTIL REGISTRO-GRABADO = "S" OR SECUENCIA-NUEVA > 999.
       IF REGISTRO-GRABADO = "N"
          PERFORM AVISA-SECUENCIAS-AGOTADAS
       END-IF.
       PERFORM LEE-REGISTRO-VIEJO.

       GRABA-CONCEPTO-NUEVO.
       MOVE SECUENCIA-NUEVA TO CONN-SECUENCIA.
       WRITE CONN-REGISTRO
           INVALID KEY ADD 1 TO SECUENCIA-NUEVA
           NOT INVALID KEY
              MOVE "S" TO REGISTRO-GRABADO
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.

       CONVIERTE-EMBARGOS.
       MOVE "EMBARGOS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "EMBNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT EMBARGOS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UN-EMBARGO UNTIL LEE-TODO = "S"
          CLOSE EMBARGOS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UN-EMBARGO.
       MOVE VIEJO-ID TO EMBN-ID.
       MOVE VIEJO-RESTO TO EMBN-RESTO.
       MOVE 1 TO SECUENCIA-NUEVA.
       MOVE "N" TO REGISTRO-GRABADO.
       PERFORM GRABA-EMBARGO-NUEVO
           UNTIL REGISTRO-GRABADO = "S" OR SECUENCIA-NUEVA > 999.
       IF REGISTRO-GRABADO = "N"
          PERFORM AVISA-SECUENCIAS-AGOTADAS
       END-IF.
       PERFORM LEE-REGISTRO-VIEJO.

       GRABA-EMBARGO-NUEVO.
       MOVE SECUENCIA-NUEVA TO EMBN-SECUENCIA.
       WRITE EMBN-REGISTRO
           INVALID KEY ADD 1 TO SECUENCIA-NUEVA
           NOT INVALID KEY
              MOVE "S" TO REGISTRO-GRABADO
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.

       CONVIERTE-PRESTAMOS.
       MOVE "PRESTAMOS.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "PRESNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT PRESTAMOS-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UN-PRESTAMO UNTIL LEE-TODO = "S"
          CLOSE PRESTAMOS-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UN-PRESTAMO.
       MOVE VIEJO-ID TO PREN-ID.
       MOVE VIEJO-RESTO TO PREN-RESTO.
       MOVE 1 TO SECUENCIA-NUEVA.
       MOVE "N" TO REGISTRO-GRABADO.
       PERFORM GRABA-PRESTAMO-NUEVO
           UNTIL REGISTRO-GRABADO = "S" OR SECUENCIA-NUEVA > 999.
       IF REGISTRO-GRABADO = "N"
          PERFORM AVISA-SECUENCIAS-AGOTADAS
       END-IF.
       PERFORM LEE-REGISTRO-VIEJO.

       GRABA-PRESTAMO-NUEVO.
       MOVE SECUENCIA-NUEVA TO PREN-SECUENCIA.
       WRITE PREN-REGISTRO
           INVALID KEY ADD 1 TO SECUENCIA-NUEVA
           NOT INVALID KEY
              MOVE "S" TO REGISTRO-GRABADO
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.

       CONVIERTE-PENSION.
       MOVE "PENSION.DAT" TO VIEJO-NOMBRE-ARCHIVO.
       MOVE "PENSNUEVO.DAT" TO NUEVO-NOMBRE-ARCHIVO.
       PERFORM ABRE-VIEJO.
       IF VIEJO-ABIERTO = "S"
          OPEN OUTPUT PENSION-NUEVO
          IF NUEVO-ESTADO-ARCHIVO NOT = "00"
             PERFORM AVISA-NUEVO-NO-CREADO
          END-IF
          PERFORM CONVIERTE-UNA-PENSION UNTIL LEE-TODO = "S"
          CLOSE PENSION-NUEVO
          PERFORM CIERRA-VIEJO
       END-IF.

       CONVIERTE-UNA-PENSION.
       MOVE VIEJO-ID TO PENN-ID.
       MOVE VIEJO-RESTO TO PENN-RESTO.
       MOVE 1 TO SECUENCIA-NUEVA.
       MOVE "N" TO REGISTRO-GRABADO.
       PERFORM GRABA-PENSION-NUEVA
           UNTIL REGISTRO-GRABADO = "S" OR SECUENCIA-NUEVA > 999.
       IF REGISTRO-GRABADO = "N"
          PERFORM AVISA-SECUENCIAS-AGOTADAS
       END-IF.
       PERFORM LEE-REGISTRO-VIEJO.

       GRABA-PENSION-NUEVA.
       MOVE SECUENCIA-NUEVA TO PENN-SECUENCIA.
       WRITE PENN-REGISTRO
           INVALID KEY ADD 1 TO SECUENCIA-NUEVA
           NOT INVALID KEY
              MOVE "S" TO REGISTRO-GRABADO
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.

       AVISA-SECUENCIAS-AGOTADAS.
       ADD 1 TO REGISTROS-RECHAZADOS.
       DISPLAY "AVISO: EL ID " VIEJO-ID " TIENE MAS DE 999 "
           "REGISTROS EN " VIEJO-NOMBRE-ARCHIVO
           ". EL SOBRANTE NO SE CONVIERTE.".
       END PROGRAM CONVIERTE-SATELITES.

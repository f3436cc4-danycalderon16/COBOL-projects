      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido de la linea de mando: dice si
      *          un empleado pertenece al equipo de un responsable en
      *          una fecha, subiendo por la historia de JEFES.DAT
      *          (el responsable vigente de cada empleado es el de
      *          fecha de efecto mas reciente no posterior a la
      *          fecha pedida). El equipo son los subordinados
      *          directos e indirectos y el propio responsable.
      *          Devuelve S o N; la subida se corta tras tantos
      *          pasos como registros haya, por si la historia
      *          arrastrara un bucle anterior al control de altas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPO-RESPONSABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JEFES-ARCHIVO ASSIGN TO "JEFES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JEFES-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  JEFES-ARCHIVO.
       01  JEFE-REGISTRO.
           05 JEFE-EMPLEADOS-ID       PIC 9(5).
           05 JEFE-RESPONSABLE-ID     PIC 9(5).
           05 JEFE-DESDE              PIC 9(8).

       WORKING-STORAGE SECTION.
       77  JEFES-ESTADO-ARCHIVO PIC X(2).
       77  JEFE-LEE-TODO        PIC X.
       01  TABLA-JEFES.
           05 JEFT-ENTRADA OCCURS 500 TIMES.
              10 JEFT-EMPLEADOS-ID    PIC 9(5).
              10 JEFT-RESPONSABLE     PIC 9(5).
              10 JEFT-DESDE           PIC 9(8).
       77  JEFT-TOTAL           PIC 9(3) VALUE 0.
       77  JEFT-POS             PIC 9(3).
       77  JEFE-CADENA          PIC 9(5).
       77  JEFE-VIGENTE         PIC 9(5).
       77  JEFE-VIGENTE-DESDE   PIC 9(8).
       77  PASOS-CADENA         PIC 9(4).
       LINKAGE SECTION.
       01  EQUIPO-RESPONSABLE-ID PIC 9(5).
       01  EQUIPO-EMPLEADO-ID   PIC 9(5).
       01  EQUIPO-FECHA         PIC 9(8).
       01  EQUIPO-RESULTADO     PIC X.
       PROCEDURE DIVISION USING EQUIPO-RESPONSABLE-ID
           EQUIPO-EMPLEADO-ID EQUIPO-FECHA EQUIPO-RESULTADO.
       COMPRUEBA-EQUIPO.
       MOVE "N" TO EQUIPO-RESULTADO.
       IF EQUIPO-EMPLEADO-ID = EQUIPO-RESPONSABLE-ID
          MOVE "S" TO EQUIPO-RESULTADO
          GOBACK
       END-IF.
       PERFORM CARGA-JEFES.
       MOVE EQUIPO-EMPLEADO-ID TO JEFE-CADENA.
       MOVE 0 TO PASOS-CADENA.
       PERFORM SUBE-UN-NIVEL.
       PERFORM SUBE-UN-NIVEL
           UNTIL JEFE-CADENA = 0
           OR JEFE-CADENA = EQUIPO-RESPONSABLE-ID
           OR PASOS-CADENA > JEFT-TOTAL.
       IF JEFE-CADENA NOT = 0
           AND JEFE-CADENA = EQUIPO-RESPONSABLE-ID
          MOVE "S" TO EQUIPO-RESULTADO
       END-IF.
       GOBACK.

       CARGA-JEFES.
       MOVE 0 TO JEFT-TOTAL.
       OPEN INPUT JEFES-ARCHIVO.
       IF JEFES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO JEFE-LEE-TODO
          PERFORM CARGA-UN-JEFE UNTIL JEFE-LEE-TODO = "S"
       END-IF.
       CLOSE JEFES-ARCHIVO.

       CARGA-UN-JEFE.
       READ JEFES-ARCHIVO
           AT END MOVE "S" TO JEFE-LEE-TODO
           NOT AT END
              IF JEFT-TOTAL < 500
                 ADD 1 TO JEFT-TOTAL
                 MOVE JEFE-EMPLEADOS-ID
                     TO JEFT-EMPLEADOS-ID(JEFT-TOTAL)
                 MOVE JEFE-RESPONSABLE-ID
                     TO JEFT-RESPONSABLE(JEFT-TOTAL)
                 MOVE JEFE-DESDE TO JEFT-DESDE(JEFT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE RESPONSABLES LLENA."
                 MOVE "S" TO JEFE-LEE-TODO
              END-IF
       END-READ.

      ******************************************************************
      * Un nivel hacia arriba: el responsable vigente en la fecha de
      * quien esta en JEFE-CADENA; a igual fecha manda el registro
      * grabado despues. Sin registro vigente, cero (cima).
      ******************************************************************
       SUBE-UN-NIVEL.
       MOVE 0 TO JEFE-VIGENTE.
       MOVE 0 TO JEFE-VIGENTE-DESDE.
       MOVE 1 TO JEFT-POS.
       PERFORM BUSCA-JEFE-VIGENTE UNTIL JEFT-POS > JEFT-TOTAL.
       MOVE JEFE-VIGENTE TO JEFE-CADENA.
       ADD 1 TO PASOS-CADENA.

       BUSCA-JEFE-VIGENTE.
       IF JEFT-EMPLEADOS-ID(JEFT-POS) = JEFE-CADENA
           AND JEFT-DESDE(JEFT-POS) NOT > EQUIPO-FECHA
           AND JEFT-DESDE(JEFT-POS) NOT < JEFE-VIGENTE-DESDE
          MOVE JEFT-RESPONSABLE(JEFT-POS) TO JEFE-VIGENTE
          MOVE JEFT-DESDE(JEFT-POS) TO JEFE-VIGENTE-DESDE
       END-IF.
       ADD 1 TO JEFT-POS.
       END PROGRAM EQUIPO-RESPONSABLE.

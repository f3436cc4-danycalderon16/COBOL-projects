      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido de excedencias en
      *          EXCEDENC.DAT: un registro por excedencia con tipo
      *          (VO voluntaria, CH cuidado de hijos, CF cuidado de
      *          familiares, FO forzosa), inicio, fecha prevista de
      *          reincorporacion, reserva de puesto y estado (A
      *          abierta, R reincorporado, B baja durante la
      *          excedencia). Mientras hay una abierta el empleado
      *          esta en estado S del maestro: no cobra nomina ni
      *          viaja a la aseguradora, no se archiva como inactivo
      *          y, si tiene el puesto reservado, sigue contando en
      *          las plazas autorizadas del departamento.
      *          Modo I: abre la excedencia. Modo F: la cierra por
      *          reincorporacion en FECHA. Modo B: la cierra por baja
      *          del empleado. Modo C: devuelve la excedencia abierta
      *          del empleado (RESULTADO S si la hay).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEDENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEDENCIAS-ARCHIVO ASSIGN TO "EXCEDENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEDENCIAS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Excedencia: FIN a cero mientras esta abierta; al cerrarla
      * guarda la fecha real de reincorporacion o de baja.
      ******************************************************************
       FD  EXCEDENCIAS-ARCHIVO.
       01  EXCEDENCIA-REGISTRO.
           05 EXCED-EMPLEADOS-ID      PIC 9(5).
           05 EXCED-TIPO              PIC X(2).
           05 EXCED-INICIO            PIC 9(8).
           05 EXCED-RETORNO           PIC 9(8).
           05 EXCED-RESERVA           PIC X.
           05 EXCED-ESTADO            PIC X.
           05 EXCED-FIN               PIC 9(8).

       WORKING-STORAGE SECTION.
       77  EXCEDENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       01  TABLA-EXCEDENCIAS.
           05 EXCT-ENTRADA OCCURS 1000 TIMES.
              10 EXCT-EMPLEADOS-ID    PIC 9(5).
              10 EXCT-TIPO            PIC X(2).
              10 EXCT-INICIO          PIC 9(8).
              10 EXCT-RETORNO         PIC 9(8).
              10 EXCT-RESERVA         PIC X.
              10 EXCT-ESTADO          PIC X.
              10 EXCT-FIN             PIC 9(8).
       77  EXCT-TOTAL           PIC 9(4) VALUE 0.
       77  EXCT-POS             PIC 9(4).
       77  EXCT-HALLADO         PIC X.
       LINKAGE SECTION.
       01  EXCEDENCIA-MODO      PIC X.
       01  EXCEDENCIA-DATOS.
           05 EXCEDENCIA-EMPLEADOS-ID PIC 9(5).
           05 EXCEDENCIA-TIPO         PIC X(2).
           05 EXCEDENCIA-INICIO       PIC 9(8).
           05 EXCEDENCIA-RETORNO      PIC 9(8).
           05 EXCEDENCIA-RESERVA      PIC X.
           05 EXCEDENCIA-FECHA        PIC 9(8).
           05 EXCEDENCIA-RESULTADO    PIC X.
       PROCEDURE DIVISION USING EXCEDENCIA-MODO EXCEDENCIA-DATOS.
       ATIENDE-PETICION-EXCEDENCIA.
       MOVE "N" TO EXCEDENCIA-RESULTADO.
       IF EXCEDENCIA-MODO = "I"
          PERFORM ABRE-EXCEDENCIA
       ELSE
          IF EXCEDENCIA-MODO = "F"
             PERFORM CIERRA-EXCEDENCIA
          ELSE
             IF EXCEDENCIA-MODO = "B"
                PERFORM CIERRA-EXCEDENCIA
             ELSE
                PERFORM CONSULTA-EXCEDENCIA
             END-IF
          END-IF
       END-IF.
       GOBACK.

       CARGA-EXCEDENCIAS.
       MOVE 0 TO EXCT-TOTAL.
       OPEN INPUT EXCEDENCIAS-ARCHIVO.
       IF EXCEDENCIAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-EXCEDENCIA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE EXCEDENCIAS-ARCHIVO.

       CARGA-UNA-EXCEDENCIA.
       READ EXCEDENCIAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EXCT-TOTAL < 1000
                 ADD 1 TO EXCT-TOTAL
                 MOVE EXCED-EMPLEADOS-ID
                     TO EXCT-EMPLEADOS-ID(EXCT-TOTAL)
                 MOVE EXCED-TIPO TO EXCT-TIPO(EXCT-TOTAL)
                 MOVE EXCED-INICIO TO EXCT-INICIO(EXCT-TOTAL)
                 MOVE EXCED-RETORNO TO EXCT-RETORNO(EXCT-TOTAL)
                 MOVE EXCED-RESERVA TO EXCT-RESERVA(EXCT-TOTAL)
                 MOVE EXCED-ESTADO TO EXCT-ESTADO(EXCT-TOTAL)
                 MOVE EXCED-FIN TO EXCT-FIN(EXCT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE EXCEDENCIAS LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-EXCEDENCIAS.
       OPEN OUTPUT EXCEDENCIAS-ARCHIVO.
       MOVE 1 TO EXCT-POS.
       PERFORM GRABA-UNA-EXCEDENCIA UNTIL EXCT-POS > EXCT-TOTAL.
       CLOSE EXCEDENCIAS-ARCHIVO.

       GRABA-UNA-EXCEDENCIA.
       MOVE EXCT-EMPLEADOS-ID(EXCT-POS) TO EXCED-EMPLEADOS-ID.
       MOVE EXCT-TIPO(EXCT-POS) TO EXCED-TIPO.
       MOVE EXCT-INICIO(EXCT-POS) TO EXCED-INICIO.
       MOVE EXCT-RETORNO(EXCT-POS) TO EXCED-RETORNO.
       MOVE EXCT-RESERVA(EXCT-POS) TO EXCED-RESERVA.
       MOVE EXCT-ESTADO(EXCT-POS) TO EXCED-ESTADO.
       MOVE EXCT-FIN(EXCT-POS) TO EXCED-FIN.
       WRITE EXCEDENCIA-REGISTRO.
       ADD 1 TO EXCT-POS.

       BUSCA-EXCEDENCIA-ABIERTA.
       IF EXCT-EMPLEADOS-ID(EXCT-POS) = EXCEDENCIA-EMPLEADOS-ID
           AND EXCT-ESTADO(EXCT-POS) = "A"
          MOVE "S" TO EXCT-HALLADO
       ELSE
          ADD 1 TO EXCT-POS
       END-IF.

      ******************************************************************
      * Apertura: no puede haber otra abierta para el mismo empleado.
      ******************************************************************
       ABRE-EXCEDENCIA.
       PERFORM CARGA-EXCEDENCIAS.
       MOVE "N" TO EXCT-HALLADO.
       MOVE 1 TO EXCT-POS.
       PERFORM BUSCA-EXCEDENCIA-ABIERTA
           UNTIL EXCT-POS > EXCT-TOTAL OR EXCT-HALLADO = "S".
       IF EXCT-HALLADO = "N"
          IF EXCT-TOTAL < 1000
             ADD 1 TO EXCT-TOTAL
             MOVE EXCEDENCIA-EMPLEADOS-ID
                 TO EXCT-EMPLEADOS-ID(EXCT-TOTAL)
             MOVE EXCEDENCIA-TIPO TO EXCT-TIPO(EXCT-TOTAL)
             MOVE EXCEDENCIA-INICIO TO EXCT-INICIO(EXCT-TOTAL)
             MOVE EXCEDENCIA-RETORNO TO EXCT-RETORNO(EXCT-TOTAL)
             MOVE EXCEDENCIA-RESERVA TO EXCT-RESERVA(EXCT-TOTAL)
             MOVE "A" TO EXCT-ESTADO(EXCT-TOTAL)
             MOVE 0 TO EXCT-FIN(EXCT-TOTAL)
             PERFORM GRABA-ARCHIVO-EXCEDENCIAS
             MOVE "S" TO EXCEDENCIA-RESULTADO
          ELSE
             DISPLAY "AVISO: TABLA DE EXCEDENCIAS LLENA. NO SE ABRE "
                 "LA EXCEDENCIA DE " EXCEDENCIA-EMPLEADOS-ID
          END-IF
       END-IF.

      ******************************************************************
      * Cierre por reincorporacion (F) o por baja (B) en FECHA; se
      * devuelven los datos de la excedencia cerrada.
      ******************************************************************
       CIERRA-EXCEDENCIA.
       PERFORM CARGA-EXCEDENCIAS.
       MOVE "N" TO EXCT-HALLADO.
       MOVE 1 TO EXCT-POS.
       PERFORM BUSCA-EXCEDENCIA-ABIERTA
           UNTIL EXCT-POS > EXCT-TOTAL OR EXCT-HALLADO = "S".
       IF EXCT-HALLADO = "S"
          PERFORM DEVUELVE-EXCEDENCIA
          IF EXCEDENCIA-MODO = "F"
             MOVE "R" TO EXCT-ESTADO(EXCT-POS)
          ELSE
             MOVE "B" TO EXCT-ESTADO(EXCT-POS)
          END-IF
          MOVE EXCEDENCIA-FECHA TO EXCT-FIN(EXCT-POS)
          PERFORM GRABA-ARCHIVO-EXCEDENCIAS
          MOVE "S" TO EXCEDENCIA-RESULTADO
       END-IF.

       CONSULTA-EXCEDENCIA.
       PERFORM CARGA-EXCEDENCIAS.
       MOVE "N" TO EXCT-HALLADO.
       MOVE 1 TO EXCT-POS.
       PERFORM BUSCA-EXCEDENCIA-ABIERTA
           UNTIL EXCT-POS > EXCT-TOTAL OR EXCT-HALLADO = "S".
       IF EXCT-HALLADO = "S"
          PERFORM DEVUELVE-EXCEDENCIA
          MOVE "S" TO EXCEDENCIA-RESULTADO
       ELSE
          MOVE SPACES TO EXCEDENCIA-TIPO
          MOVE 0 TO EXCEDENCIA-INICIO
          MOVE 0 TO EXCEDENCIA-RETORNO
          MOVE "N" TO EXCEDENCIA-RESERVA
       END-IF.

       DEVUELVE-EXCEDENCIA.
       MOVE EXCT-TIPO(EXCT-POS) TO EXCEDENCIA-TIPO.
       MOVE EXCT-INICIO(EXCT-POS) TO EXCEDENCIA-INICIO.
       MOVE EXCT-RETORNO(EXCT-POS) TO EXCEDENCIA-RETORNO.
       MOVE EXCT-RESERVA(EXCT-POS) TO EXCEDENCIA-RESERVA.
       END PROGRAM EXCEDENCIAS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido del registro de activos de
      *          empresa: muestra en pantalla cada activo de
      *          ACTIVOS.DAT que sigue entregado (estado E) al
      *          empleado recibido, y devuelve cuantos son y su
      *          valor total. Lo llaman la baja del empleado, el
      *          finiquito (que queda retenido o con descuento
      *          mientras haya activos sin devolver) y la consulta
      *          de ACTIVOS-EMPRESA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVOS-PENDIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-ARCHIVO ASSIGN TO "ACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVOS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-ARCHIVO.
       01  ACTIVO-REGISTRO.
           05 ACTIVO-ETIQUETA         PIC X(10).
           05 ACTIVO-TIPO             PIC X.
           05 ACTIVO-DESCRIPCION      PIC X(30).
           05 ACTIVO-VALOR            PIC 9(7)V99.
           05 ACTIVO-ESTADO           PIC X.
           05 ACTIVO-EMPLEADOS-ID     PIC 9(5).
           05 ACTIVO-FECHA-ESTADO     PIC 9(8).

       WORKING-STORAGE SECTION.
       77  ACTIVOS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  VALOR-EDICION        PIC Z(6)9.99.
       LINKAGE SECTION.
       01  PENDIENTE-EMPLEADO-ID PIC 9(5).
       01  PENDIENTE-TOTAL      PIC 9(3).
       01  PENDIENTE-VALOR      PIC 9(9)V99.
       PROCEDURE DIVISION USING PENDIENTE-EMPLEADO-ID PENDIENTE-TOTAL
           PENDIENTE-VALOR.
       CUENTA-ACTIVOS-PENDIENTES.
       MOVE 0 TO PENDIENTE-TOTAL.
       MOVE 0 TO PENDIENTE-VALOR.
       OPEN INPUT ACTIVOS-ARCHIVO.
       IF ACTIVOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM EVALUA-ACTIVO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ACTIVOS-ARCHIVO.
       GOBACK.

       EVALUA-ACTIVO.
       READ ACTIVOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ACTIVO-ESTADO = "E"
                  AND ACTIVO-EMPLEADOS-ID = PENDIENTE-EMPLEADO-ID
                 ADD 1 TO PENDIENTE-TOTAL
                 ADD ACTIVO-VALOR TO PENDIENTE-VALOR
                 MOVE ACTIVO-VALOR TO VALOR-EDICION
                 DISPLAY "ACTIVO SIN DEVOLVER: " ACTIVO-ETIQUETA " "
                     ACTIVO-TIPO " " ACTIVO-DESCRIPCION " VALOR "
                     VALOR-EDICION " ENTREGADO EL "
                     ACTIVO-FECHA-ESTADO
              END-IF
       END-READ.
       END PROGRAM ACTIVOS-PENDIENTES.

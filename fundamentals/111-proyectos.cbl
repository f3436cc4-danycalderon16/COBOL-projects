      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de proyectos PROYECTOS.DAT
      *          (los proyectos de cliente a los que se imputan horas
      *          en los partes semanales: codigo, descripcion,
      *          cliente, centro de coste, empresa que factura y
      *          fechas de apertura y cierre), con el mismo esquema
      *          que el mantenimiento de empresas. Solo para
      *          operadores de nivel 3. El centro de coste es un
      *          departamento activo de DEPTOS.DAT y la empresa debe
      *          estar autorizada al operador. Un proyecto con fecha
      *          de cierre cero esta abierto; cerrado no admite horas
      *          posteriores al cierre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROYECTOS-ARCHIVO ASSIGN TO "PROYECTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROYECTOS-ESTADO-ARCHIVO.
           SELECT DEPTOS-ARCHIVO ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPTOS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Proyecto: fechas AAAAMMDD; cierre cero mientras este abierto.
      ******************************************************************
       FD  PROYECTOS-ARCHIVO.
       01  PROYECTO-REGISTRO.
           05 PROY-REG-CODIGO         PIC X(8).
           05 PROY-REG-DESCRIPCION    PIC X(30).
           05 PROY-REG-CLIENTE        PIC X(30).
           05 PROY-REG-CENTRO-COSTE   PIC X(10).
           05 PROY-REG-EMPRESA        PIC X(6).
           05 PROY-REG-APERTURA       PIC 9(8).
           05 PROY-REG-CIERRE         PIC 9(8).
       FD  DEPTOS-ARCHIVO.
       01  DEPTO-MAESTRO-REGISTRO.
           05 DEPTO-REG-CODIGO        PIC X(10).
           05 DEPTO-REG-DESCRIPCION   PIC X(30).
           05 DEPTO-REG-ACTIVO        PIC X.
           05 DEPTO-REG-RESPONSABLE   PIC X(20).
           05 DEPTO-REG-EMPRESA       PIC X(6).
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
       77  PROYECTOS-ESTADO-ARCHIVO PIC X(2).
       77  DEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  OPCION-PROYECTOS     PIC X.
       77  PROYECTO-BUSCADO     PIC X(8).
       77  NUEVA-DESCRIPCION    PIC X(30).
       77  NUEVO-CLIENTE        PIC X(30).
       77  NUEVO-CENTRO-COSTE   PIC X(10).
       77  NUEVA-EMPRESA        PIC X(6).
       77  NUEVA-FECHA-X        PIC X(8).
       77  NUEVA-FECHA          PIC 9(8).
       77  FECHA-VALIDA         PIC X.
       77  CENTRO-VALIDO        PIC X.
       77  CAMBIOS-GRABADOS     PIC 9(5) VALUE 0.
       77  EMPRESA-MODO         PIC X.
       01  DATOS-EMPRESA.
           05 EMPRESA-CODIGO          PIC X(6).
           05 EMPRESA-OPERADOR        PIC X(10).
           05 EMPRESA-DEPARTAMENTO    PIC X(10).
           05 EMPRESA-POSICION        PIC 9(2).
           05 EMPRESA-RAZON-SOCIAL    PIC X(40).
           05 EMPRESA-CIF             PIC X(9).
           05 EMPRESA-CCC             PIC X(11).
           05 EMPRESA-BANCO           PIC X(4).
           05 EMPRESA-CUENTA          PIC 9(10).
           05 EMPRESA-DIGITO          PIC 9.
           05 EMPRESA-ACTIVA          PIC X.
           05 EMPRESA-DEFECTO         PIC X(6).
           05 EMPRESA-EXISTE          PIC X.
           05 EMPRESA-AUTORIZADA      PIC X.
      ******************************************************************
      * Maestro de proyectos en memoria; se reescribe entero al salir.
      ******************************************************************
       01  TABLA-PROYECTOS.
           05 PRYT-ENTRADA OCCURS 200 TIMES.
              10 PRYT-CODIGO          PIC X(8).
              10 PRYT-DESCRIPCION     PIC X(30).
              10 PRYT-CLIENTE         PIC X(30).
              10 PRYT-CENTRO-COSTE    PIC X(10).
              10 PRYT-EMPRESA         PIC X(6).
              10 PRYT-APERTURA        PIC 9(8).
              10 PRYT-CIERRE          PIC 9(8).
       77  PRYT-TOTAL           PIC 9(3) VALUE 0.
       77  PRYT-POS             PIC 9(3).
       77  PRYT-HALLADO         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "MANTENIMIENTO DE PROYECTOS".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. MANTENIMIENTO "
              "NO PERMITIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-PROYECTOS.
       MOVE SPACES TO OPCION-PROYECTOS.
       PERFORM GESTIONA-PROYECTOS UNTIL OPCION-PROYECTOS = "0".
       PERFORM GRABA-ARCHIVO-PROYECTOS.
       MOVE "MANT-PROYECTOS" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-PROYECTOS.
       DISPLAY CAMBIOS-GRABADOS " CAMBIOS GRABADOS EN PROYECTOS.DAT.".
       GOBACK.

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-PROYECTOS UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-PROYECTOS.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       CARGA-PROYECTOS.
       MOVE 0 TO PRYT-TOTAL.
       OPEN INPUT PROYECTOS-ARCHIVO.
       IF PROYECTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PROYECTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PROYECTOS-ARCHIVO.

       CARGA-UN-PROYECTO.
       READ PROYECTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PRYT-TOTAL < 200
                 ADD 1 TO PRYT-TOTAL
                 MOVE PROY-REG-CODIGO TO PRYT-CODIGO(PRYT-TOTAL)
                 MOVE PROY-REG-DESCRIPCION
                     TO PRYT-DESCRIPCION(PRYT-TOTAL)
                 MOVE PROY-REG-CLIENTE TO PRYT-CLIENTE(PRYT-TOTAL)
                 MOVE PROY-REG-CENTRO-COSTE
                     TO PRYT-CENTRO-COSTE(PRYT-TOTAL)
                 MOVE PROY-REG-EMPRESA TO PRYT-EMPRESA(PRYT-TOTAL)
                 MOVE PROY-REG-APERTURA TO PRYT-APERTURA(PRYT-TOTAL)
                 MOVE PROY-REG-CIERRE TO PRYT-CIERRE(PRYT-TOTAL)
              ELSE
                 DISPLAY "AVISO: MAESTRO DE PROYECTOS LLENO. SE OMITE "
                     PROY-REG-CODIGO
              END-IF
       END-READ.

       GRABA-ARCHIVO-PROYECTOS.
       OPEN OUTPUT PROYECTOS-ARCHIVO.
       MOVE 1 TO PRYT-POS.
       PERFORM GRABA-UN-PROYECTO UNTIL PRYT-POS > PRYT-TOTAL.
       CLOSE PROYECTOS-ARCHIVO.

       GRABA-UN-PROYECTO.
       MOVE PRYT-CODIGO(PRYT-POS) TO PROY-REG-CODIGO.
       MOVE PRYT-DESCRIPCION(PRYT-POS) TO PROY-REG-DESCRIPCION.
       MOVE PRYT-CLIENTE(PRYT-POS) TO PROY-REG-CLIENTE.
       MOVE PRYT-CENTRO-COSTE(PRYT-POS) TO PROY-REG-CENTRO-COSTE.
       MOVE PRYT-EMPRESA(PRYT-POS) TO PROY-REG-EMPRESA.
       MOVE PRYT-APERTURA(PRYT-POS) TO PROY-REG-APERTURA.
       MOVE PRYT-CIERRE(PRYT-POS) TO PROY-REG-CIERRE.
       WRITE PROYECTO-REGISTRO.
       ADD 1 TO PRYT-POS.

       BUSCA-PROYECTO.
       MOVE "N" TO PRYT-HALLADO.
       MOVE 1 TO PRYT-POS.
       PERFORM COMPARA-PROYECTO
           UNTIL PRYT-POS > PRYT-TOTAL OR PRYT-HALLADO = "S".

       COMPARA-PROYECTO.
       IF PRYT-CODIGO(PRYT-POS) = PROYECTO-BUSCADO
          MOVE "S" TO PRYT-HALLADO
       ELSE
          ADD 1 TO PRYT-POS
       END-IF.

       GESTIONA-PROYECTOS.
       DISPLAY "-- MANTENIMIENTO DE PROYECTOS --".
       DISPLAY "L - LISTAR / A - ALTA / M - MODIFICAR / 0 - SALIR".
       ACCEPT OPCION-PROYECTOS.
       IF OPCION-PROYECTOS = "L"
          PERFORM LISTA-PROYECTOS
       ELSE
          IF OPCION-PROYECTOS = "A"
             PERFORM ALTA-PROYECTO
          ELSE
             IF OPCION-PROYECTOS = "M"
                PERFORM MODIFICA-PROYECTO
             ELSE
                IF OPCION-PROYECTOS NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-PROYECTOS.
       MOVE 1 TO PRYT-POS.
       PERFORM MUESTRA-PROYECTO UNTIL PRYT-POS > PRYT-TOTAL.

       MUESTRA-PROYECTO.
       DISPLAY PRYT-CODIGO(PRYT-POS) " " PRYT-DESCRIPCION(PRYT-POS)
           " CLIENTE: " PRYT-CLIENTE(PRYT-POS).
       DISPLAY "         CENTRO DE COSTE: " PRYT-CENTRO-COSTE(PRYT-POS)
           " EMPRESA: " PRYT-EMPRESA(PRYT-POS)
           " APERTURA: " PRYT-APERTURA(PRYT-POS)
           " CIERRE: " PRYT-CIERRE(PRYT-POS).
       ADD 1 TO PRYT-POS.

      ******************************************************************
      * Alta: sin centro de coste valido, empresa autorizada y fecha
      * de apertura el proyecto no se da de alta.
      ******************************************************************
       ALTA-PROYECTO.
       DISPLAY "CODIGO DEL PROYECTO: ".
       ACCEPT PROYECTO-BUSCADO.
       PERFORM BUSCA-PROYECTO.
       IF PROYECTO-BUSCADO = SPACES OR PRYT-HALLADO = "S"
          DISPLAY "CODIGO EN BLANCO O YA EXISTENTE."
       ELSE
          IF PRYT-TOTAL >= 200
             DISPLAY "MAESTRO DE PROYECTOS LLENO."
          ELSE
             PERFORM PIDE-ALTA-PROYECTO
          END-IF
       END-IF.

       PIDE-ALTA-PROYECTO.
       DISPLAY "CENTRO DE COSTE (DEPARTAMENTO): ".
       ACCEPT NUEVO-CENTRO-COSTE.
       PERFORM VALIDA-CENTRO-COSTE.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT NUEVA-EMPRESA.
       PERFORM VALIDA-EMPRESA-PROYECTO.
       DISPLAY "FECHA DE APERTURA (AAAAMMDD): ".
       ACCEPT NUEVA-FECHA.
       CALL "VALIDA-FECHA" USING NUEVA-FECHA FECHA-VALIDA.
       IF CENTRO-VALIDO = "N"
          DISPLAY "CENTRO DE COSTE INEXISTENTE O INACTIVO."
       ELSE
          IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
             DISPLAY "EMPRESA INEXISTENTE O NO AUTORIZADA."
          ELSE
             IF FECHA-VALIDA = "N"
                DISPLAY "FECHA DE APERTURA NO VALIDA."
             ELSE
                ADD 1 TO PRYT-TOTAL
                MOVE PRYT-TOTAL TO PRYT-POS
                MOVE PROYECTO-BUSCADO TO PRYT-CODIGO(PRYT-POS)
                MOVE SPACES TO PRYT-DESCRIPCION(PRYT-POS)
                    PRYT-CLIENTE(PRYT-POS)
                MOVE NUEVO-CENTRO-COSTE TO PRYT-CENTRO-COSTE(PRYT-POS)
                MOVE EMPRESA-CODIGO TO PRYT-EMPRESA(PRYT-POS)
                MOVE NUEVA-FECHA TO PRYT-APERTURA(PRYT-POS)
                MOVE 0 TO PRYT-CIERRE(PRYT-POS)
                PERFORM PIDE-DATOS-PROYECTO
                ADD 1 TO CAMBIOS-GRABADOS
                DISPLAY "PROYECTO DADO DE ALTA."
             END-IF
          END-IF
       END-IF.

       MODIFICA-PROYECTO.
       DISPLAY "CODIGO DEL PROYECTO A MODIFICAR: ".
       ACCEPT PROYECTO-BUSCADO.
       PERFORM BUSCA-PROYECTO.
       IF PRYT-HALLADO = "S"
          PERFORM MUESTRA-PROYECTO
          SUBTRACT 1 FROM PRYT-POS
          PERFORM PIDE-DATOS-PROYECTO
          DISPLAY "CENTRO DE COSTE (ENTER PARA DEJAR IGUAL): "
          ACCEPT NUEVO-CENTRO-COSTE
          IF NUEVO-CENTRO-COSTE NOT = SPACES
             PERFORM VALIDA-CENTRO-COSTE
             IF CENTRO-VALIDO = "S"
                MOVE NUEVO-CENTRO-COSTE TO PRYT-CENTRO-COSTE(PRYT-POS)
             ELSE
                DISPLAY "CENTRO DE COSTE INEXISTENTE O INACTIVO. NO "
                    "CAMBIA."
             END-IF
          END-IF
          PERFORM PIDE-CIERRE-PROYECTO
          ADD 1 TO CAMBIOS-GRABADOS
          DISPLAY "PROYECTO MODIFICADO."
       ELSE
          DISPLAY "NO SE ENCONTRO EL PROYECTO " PROYECTO-BUSCADO
       END-IF.

      ******************************************************************
      * Datos descriptivos del proyecto en PRYT-POS: ENTER deja cada
      * uno igual.
      ******************************************************************
       PIDE-DATOS-PROYECTO.
       DISPLAY "DESCRIPCION (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVA-DESCRIPCION.
       IF NUEVA-DESCRIPCION NOT = SPACES
          MOVE NUEVA-DESCRIPCION TO PRYT-DESCRIPCION(PRYT-POS)
       END-IF.
       DISPLAY "CLIENTE (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-CLIENTE.
       IF NUEVO-CLIENTE NOT = SPACES
          MOVE NUEVO-CLIENTE TO PRYT-CLIENTE(PRYT-POS)
       END-IF.

      ******************************************************************
      * Cierre: una fecha valida no anterior a la apertura cierra el
      * proyecto; R lo reabre (cierre cero); ENTER lo deja igual.
      ******************************************************************
       PIDE-CIERRE-PROYECTO.
       DISPLAY "FECHA DE CIERRE (AAAAMMDD, R = REABRIR, ENTER PARA "
           "DEJAR IGUAL): ".
       ACCEPT NUEVA-FECHA-X.
       IF NUEVA-FECHA-X = "R"
          MOVE 0 TO PRYT-CIERRE(PRYT-POS)
       ELSE
          IF NUEVA-FECHA-X NOT = SPACES
             MOVE "N" TO FECHA-VALIDA
             IF NUEVA-FECHA-X IS NUMERIC
                MOVE NUEVA-FECHA-X TO NUEVA-FECHA
                CALL "VALIDA-FECHA" USING NUEVA-FECHA FECHA-VALIDA
             END-IF
             IF FECHA-VALIDA = "N"
                 OR NUEVA-FECHA < PRYT-APERTURA(PRYT-POS)
                DISPLAY "FECHA DE CIERRE NO VALIDA. NO CAMBIA."
             ELSE
                MOVE NUEVA-FECHA TO PRYT-CIERRE(PRYT-POS)
             END-IF
          END-IF
       END-IF.

       VALIDA-CENTRO-COSTE.
       MOVE "N" TO CENTRO-VALIDO.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM COMPARA-CENTRO-COSTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DEPTOS-ARCHIVO.

       COMPARA-CENTRO-COSTE.
       READ DEPTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DEPTO-REG-CODIGO = NUEVO-CENTRO-COSTE
                 IF DEPTO-REG-ACTIVO NOT = "N"
                    MOVE "S" TO CENTRO-VALIDO
                 END-IF
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       VALIDA-EMPRESA-PROYECTO.
       MOVE "V" TO EMPRESA-MODO.
       MOVE NUEVA-EMPRESA TO EMPRESA-CODIGO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.

       GRABA-AUDITORIA-PROYECTOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE CAMBIOS-GRABADOS TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       END PROGRAM PROYECTOS.

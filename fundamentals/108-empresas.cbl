      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de empresas EMPRESAS.DAT
      *          (las sociedades para las que se hace nomina: codigo,
      *          razon social, CIF, cuenta de cotizacion a la
      *          Seguridad Social y cuenta bancaria de cargo de la
      *          remesa) y de las empresas en que puede trabajar
      *          cada operador (OPEREMPR.DAT), con el mismo esquema
      *          que el mantenimiento de departamentos. Solo para
      *          operadores de nivel 3. La primera empresa del
      *          maestro es la de omision y no puede desactivarse;
      *          sin maestro se siembra con la historica EMP001.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS-ARCHIVO ASSIGN TO "EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESAS-ESTADO-ARCHIVO.
           SELECT OPERADOR-EMPRESAS ASSIGN TO "OPEREMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEREMPR-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS-ARCHIVO.
       01  EMPRESA-REGISTRO.
           05 EMPRESA-REG-CODIGO      PIC X(6).
           05 EMPRESA-REG-RAZON-SOCIAL PIC X(40).
           05 EMPRESA-REG-CIF         PIC X(9).
           05 EMPRESA-REG-CCC         PIC X(11).
           05 EMPRESA-REG-BANCO       PIC X(4).
           05 EMPRESA-REG-CUENTA      PIC 9(10).
           05 EMPRESA-REG-DIGITO      PIC 9.
           05 EMPRESA-REG-ACTIVA      PIC X.
       FD  OPERADOR-EMPRESAS.
       01  OPEREMP-REGISTRO.
           05 OPEREMP-OPERADOR        PIC X(10).
           05 OPEREMP-EMPRESA         PIC X(6).
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
       77  EMPRESAS-ESTADO-ARCHIVO PIC X(2).
       77  OPEREMPR-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  OPCION-EMPRESAS      PIC X.
       77  OPCION-AUTORIZACION  PIC X.
       77  EMPRESA-BUSCADA      PIC X(6).
       77  OPERADOR-BUSCADO     PIC X(10).
       77  NUEVA-RAZON-SOCIAL   PIC X(40).
       77  NUEVO-CIF            PIC X(9).
       77  NUEVO-CCC            PIC X(11).
       77  NUEVO-BANCO          PIC X(4).
       77  NUEVA-CUENTA         PIC X(10).
       77  NUEVO-DIGITO         PIC X.
       77  NUEVA-ACTIVA         PIC X.
       77  CAMBIOS-GRABADOS     PIC 9(5) VALUE 0.
      ******************************************************************
      * Maestro de empresas en memoria; se reescribe entero al salir.
      ******************************************************************
       01  TABLA-EMPRESAS.
           05 EMPT-ENTRADA OCCURS 20 TIMES.
              10 EMPT-CODIGO          PIC X(6).
              10 EMPT-RAZON-SOCIAL    PIC X(40).
              10 EMPT-CIF             PIC X(9).
              10 EMPT-CCC             PIC X(11).
              10 EMPT-BANCO           PIC X(4).
              10 EMPT-CUENTA          PIC 9(10).
              10 EMPT-DIGITO          PIC 9.
              10 EMPT-ACTIVA          PIC X.
       77  EMPT-TOTAL           PIC 9(2) VALUE 0.
       77  EMPT-POS             PIC 9(2).
       77  EMPT-HALLADA         PIC X.
      ******************************************************************
      * Empresas autorizadas por operador; una fila por pareja.
      ******************************************************************
       01  TABLA-AUTORIZACIONES.
           05 AUTT-ENTRADA OCCURS 200 TIMES.
              10 AUTT-OPERADOR        PIC X(10).
              10 AUTT-EMPRESA         PIC X(6).
       77  AUTT-TOTAL           PIC 9(3) VALUE 0.
       77  AUTT-POS             PIC 9(3).
       77  AUTT-HALLADA         PIC X.
       77  AUTT-DEL-OPERADOR    PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "MANTENIMIENTO DE EMPRESAS".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. MANTENIMIENTO "
              "NO PERMITIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-EMPRESAS.
       PERFORM CARGA-AUTORIZACIONES.
       MOVE SPACES TO OPCION-EMPRESAS.
       PERFORM GESTIONA-EMPRESAS UNTIL OPCION-EMPRESAS = "0".
       PERFORM GRABA-ARCHIVO-EMPRESAS.
       PERFORM GRABA-ARCHIVO-AUTORIZACIONES.
       MOVE "MANT-EMPRESAS" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-EMPRESAS.
       DISPLAY CAMBIOS-GRABADOS " CAMBIOS GRABADOS EN EMPRESAS.DAT Y "
           "OPEREMPR.DAT.".
       GOBACK.

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-EMPRESAS UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-EMPRESAS.
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
      * Sin maestro se siembra la empresa historica EMP001 y se graba
      * el archivo, como el departamento GENERAL del maestro de
      * departamentos.
      ******************************************************************
       CARGA-EMPRESAS.
       MOVE 0 TO EMPT-TOTAL.
       OPEN INPUT EMPRESAS-ARCHIVO.
       IF EMPRESAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-EMPRESA UNTIL LEE-TODO = "S"
          CLOSE EMPRESAS-ARCHIVO
       ELSE
          CLOSE EMPRESAS-ARCHIVO
          MOVE 1 TO EMPT-TOTAL
          MOVE "EMP001" TO EMPT-CODIGO(1)
          MOVE "EMPRESA PRINCIPAL" TO EMPT-RAZON-SOCIAL(1)
          MOVE SPACES TO EMPT-CIF(1) EMPT-CCC(1) EMPT-BANCO(1)
          MOVE 0 TO EMPT-CUENTA(1) EMPT-DIGITO(1)
          MOVE "S" TO EMPT-ACTIVA(1)
          PERFORM GRABA-ARCHIVO-EMPRESAS
          DISPLAY "MAESTRO DE EMPRESAS CREADO CON LA EMPRESA EMP001."
       END-IF.

       CARGA-UNA-EMPRESA.
       READ EMPRESAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EMPT-TOTAL < 20
                 ADD 1 TO EMPT-TOTAL
                 MOVE EMPRESA-REG-CODIGO TO EMPT-CODIGO(EMPT-TOTAL)
                 MOVE EMPRESA-REG-RAZON-SOCIAL
                     TO EMPT-RAZON-SOCIAL(EMPT-TOTAL)
                 MOVE EMPRESA-REG-CIF TO EMPT-CIF(EMPT-TOTAL)
                 MOVE EMPRESA-REG-CCC TO EMPT-CCC(EMPT-TOTAL)
                 MOVE EMPRESA-REG-BANCO TO EMPT-BANCO(EMPT-TOTAL)
                 MOVE EMPRESA-REG-CUENTA TO EMPT-CUENTA(EMPT-TOTAL)
                 MOVE EMPRESA-REG-DIGITO TO EMPT-DIGITO(EMPT-TOTAL)
                 MOVE EMPRESA-REG-ACTIVA TO EMPT-ACTIVA(EMPT-TOTAL)
              ELSE
                 DISPLAY "AVISO: MAESTRO DE EMPRESAS LLENO. SE OMITE "
                     EMPRESA-REG-CODIGO
              END-IF
       END-READ.

       GRABA-ARCHIVO-EMPRESAS.
       OPEN OUTPUT EMPRESAS-ARCHIVO.
       MOVE 1 TO EMPT-POS.
       PERFORM GRABA-UNA-EMPRESA UNTIL EMPT-POS > EMPT-TOTAL.
       CLOSE EMPRESAS-ARCHIVO.

       GRABA-UNA-EMPRESA.
       MOVE EMPT-CODIGO(EMPT-POS) TO EMPRESA-REG-CODIGO.
       MOVE EMPT-RAZON-SOCIAL(EMPT-POS) TO EMPRESA-REG-RAZON-SOCIAL.
       MOVE EMPT-CIF(EMPT-POS) TO EMPRESA-REG-CIF.
       MOVE EMPT-CCC(EMPT-POS) TO EMPRESA-REG-CCC.
       MOVE EMPT-BANCO(EMPT-POS) TO EMPRESA-REG-BANCO.
       MOVE EMPT-CUENTA(EMPT-POS) TO EMPRESA-REG-CUENTA.
       MOVE EMPT-DIGITO(EMPT-POS) TO EMPRESA-REG-DIGITO.
       MOVE EMPT-ACTIVA(EMPT-POS) TO EMPRESA-REG-ACTIVA.
       WRITE EMPRESA-REGISTRO.
       ADD 1 TO EMPT-POS.

       BUSCA-EMPRESA.
       MOVE "N" TO EMPT-HALLADA.
       MOVE 1 TO EMPT-POS.
       PERFORM COMPARA-EMPRESA
           UNTIL EMPT-POS > EMPT-TOTAL OR EMPT-HALLADA = "S".

       COMPARA-EMPRESA.
       IF EMPT-CODIGO(EMPT-POS) = EMPRESA-BUSCADA
          MOVE "S" TO EMPT-HALLADA
       ELSE
          ADD 1 TO EMPT-POS
       END-IF.

       GESTIONA-EMPRESAS.
       DISPLAY "-- MANTENIMIENTO DE EMPRESAS --".
       DISPLAY "L - LISTAR / A - ALTA / M - MODIFICAR / "
           "O - EMPRESAS DE UN OPERADOR / 0 - SALIR".
       ACCEPT OPCION-EMPRESAS.
       IF OPCION-EMPRESAS = "L"
          PERFORM LISTA-EMPRESAS
       ELSE
          IF OPCION-EMPRESAS = "A"
             PERFORM ALTA-EMPRESA
          ELSE
             IF OPCION-EMPRESAS = "M"
                PERFORM MODIFICA-EMPRESA
             ELSE
                IF OPCION-EMPRESAS = "O"
                   PERFORM AUTORIZACIONES-OPERADOR
                ELSE
                   IF OPCION-EMPRESAS NOT = "0"
                      DISPLAY "OPCION NO VALIDA."
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-EMPRESAS.
       MOVE 1 TO EMPT-POS.
       PERFORM MUESTRA-EMPRESA UNTIL EMPT-POS > EMPT-TOTAL.

       MUESTRA-EMPRESA.
       DISPLAY EMPT-CODIGO(EMPT-POS) " " EMPT-RAZON-SOCIAL(EMPT-POS)
           " CIF: " EMPT-CIF(EMPT-POS)
           " ACTIVA: " EMPT-ACTIVA(EMPT-POS).
       DISPLAY "       CCC: " EMPT-CCC(EMPT-POS)
           " CUENTA DE CARGO: " EMPT-BANCO(EMPT-POS) " "
           EMPT-CUENTA(EMPT-POS) " " EMPT-DIGITO(EMPT-POS).
       ADD 1 TO EMPT-POS.

       ALTA-EMPRESA.
       DISPLAY "CODIGO DE LA EMPRESA: ".
       ACCEPT EMPRESA-BUSCADA.
       PERFORM BUSCA-EMPRESA.
       IF EMPRESA-BUSCADA = SPACES OR EMPT-HALLADA = "S"
          DISPLAY "CODIGO EN BLANCO O YA EXISTENTE."
       ELSE
          IF EMPT-TOTAL >= 20
             DISPLAY "MAESTRO DE EMPRESAS LLENO."
          ELSE
             ADD 1 TO EMPT-TOTAL
             MOVE EMPT-TOTAL TO EMPT-POS
             MOVE EMPRESA-BUSCADA TO EMPT-CODIGO(EMPT-POS)
             MOVE SPACES TO EMPT-RAZON-SOCIAL(EMPT-POS)
                 EMPT-CIF(EMPT-POS) EMPT-CCC(EMPT-POS)
                 EMPT-BANCO(EMPT-POS)
             MOVE 0 TO EMPT-CUENTA(EMPT-POS) EMPT-DIGITO(EMPT-POS)
             MOVE "S" TO EMPT-ACTIVA(EMPT-POS)
             PERFORM PIDE-DATOS-EMPRESA
             ADD 1 TO CAMBIOS-GRABADOS
             DISPLAY "EMPRESA DADA DE ALTA."
          END-IF
       END-IF.

       MODIFICA-EMPRESA.
       DISPLAY "CODIGO DE LA EMPRESA A MODIFICAR: ".
       ACCEPT EMPRESA-BUSCADA.
       PERFORM BUSCA-EMPRESA.
       IF EMPT-HALLADA = "S"
          PERFORM MUESTRA-EMPRESA
          SUBTRACT 1 FROM EMPT-POS
          PERFORM PIDE-DATOS-EMPRESA
          DISPLAY "ACTIVA (S/N, ENTER PARA DEJAR IGUAL): "
          ACCEPT NUEVA-ACTIVA
          IF NUEVA-ACTIVA = "N" AND EMPT-POS = 1
             DISPLAY "LA EMPRESA POR OMISION NO PUEDE DESACTIVARSE."
          ELSE
             IF NUEVA-ACTIVA = "S" OR NUEVA-ACTIVA = "N"
                MOVE NUEVA-ACTIVA TO EMPT-ACTIVA(EMPT-POS)
             END-IF
          END-IF
          ADD 1 TO CAMBIOS-GRABADOS
          DISPLAY "EMPRESA MODIFICADA."
       ELSE
          DISPLAY "NO SE ENCONTRO LA EMPRESA " EMPRESA-BUSCADA
       END-IF.

      ******************************************************************
      * Datos de la empresa en EMPT-POS: ENTER deja cada uno igual.
      * La cuenta de cargo solo se cambia si se teclea completa.
      ******************************************************************
       PIDE-DATOS-EMPRESA.
       DISPLAY "RAZON SOCIAL (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVA-RAZON-SOCIAL.
       IF NUEVA-RAZON-SOCIAL NOT = SPACES
          MOVE NUEVA-RAZON-SOCIAL TO EMPT-RAZON-SOCIAL(EMPT-POS)
       END-IF.
       DISPLAY "CIF (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-CIF.
       IF NUEVO-CIF NOT = SPACES
          MOVE NUEVO-CIF TO EMPT-CIF(EMPT-POS)
       END-IF.
       DISPLAY "CUENTA DE COTIZACION SS (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-CCC.
       IF NUEVO-CCC NOT = SPACES
          IF NUEVO-CCC IS NUMERIC
             MOVE NUEVO-CCC TO EMPT-CCC(EMPT-POS)
          ELSE
             DISPLAY "CUENTA DE COTIZACION NO NUMERICA. NO CAMBIA."
          END-IF
       END-IF.
       DISPLAY "BANCO DE CARGO (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-BANCO.
       IF NUEVO-BANCO NOT = SPACES
          DISPLAY "CUENTA (10 DIGITOS): "
          ACCEPT NUEVA-CUENTA
          DISPLAY "DIGITO DE CONTROL: "
          ACCEPT NUEVO-DIGITO
          IF NUEVA-CUENTA IS NUMERIC AND NUEVO-DIGITO IS NUMERIC
             MOVE NUEVO-BANCO TO EMPT-BANCO(EMPT-POS)
             MOVE NUEVA-CUENTA TO EMPT-CUENTA(EMPT-POS)
             MOVE NUEVO-DIGITO TO EMPT-DIGITO(EMPT-POS)
          ELSE
             DISPLAY "CUENTA NO VALIDA. LA CUENTA DE CARGO NO CAMBIA."
          END-IF
       END-IF.

       CARGA-AUTORIZACIONES.
       MOVE 0 TO AUTT-TOTAL.
       OPEN INPUT OPERADOR-EMPRESAS.
       IF OPEREMPR-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-AUTORIZACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADOR-EMPRESAS.

       CARGA-UNA-AUTORIZACION.
       READ OPERADOR-EMPRESAS
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUTT-TOTAL < 200
                 ADD 1 TO AUTT-TOTAL
                 MOVE OPEREMP-OPERADOR TO AUTT-OPERADOR(AUTT-TOTAL)
                 MOVE OPEREMP-EMPRESA TO AUTT-EMPRESA(AUTT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE AUTORIZACIONES LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-AUTORIZACIONES.
       OPEN OUTPUT OPERADOR-EMPRESAS.
       MOVE 1 TO AUTT-POS.
       PERFORM GRABA-UNA-AUTORIZACION UNTIL AUTT-POS > AUTT-TOTAL.
       CLOSE OPERADOR-EMPRESAS.

       GRABA-UNA-AUTORIZACION.
       IF AUTT-OPERADOR(AUTT-POS) NOT = SPACES
          MOVE AUTT-OPERADOR(AUTT-POS) TO OPEREMP-OPERADOR
          MOVE AUTT-EMPRESA(AUTT-POS) TO OPEREMP-EMPRESA
          WRITE OPEREMP-REGISTRO
       END-IF.
       ADD 1 TO AUTT-POS.

      ******************************************************************
      * Empresas de un operador: se listan las que tiene y se da o
      * se retira una. Sin ninguna, el operador solo trabaja en la
      * empresa por omision.
      ******************************************************************
       AUTORIZACIONES-OPERADOR.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-BUSCADO.
       MOVE 0 TO AUTT-DEL-OPERADOR.
       MOVE 1 TO AUTT-POS.
       PERFORM MUESTRA-AUTORIZACION UNTIL AUTT-POS > AUTT-TOTAL.
       IF AUTT-DEL-OPERADOR = 0
          DISPLAY "SIN EMPRESAS ASIGNADAS: SOLO LA EMPRESA "
              EMPT-CODIGO(1) " (POR OMISION)."
       END-IF.
       DISPLAY "A - AUTORIZAR / R - RETIRAR / ENTER - VOLVER: ".
       ACCEPT OPCION-AUTORIZACION.
       IF OPCION-AUTORIZACION = "A" OR OPCION-AUTORIZACION = "R"
          DISPLAY "CODIGO DE LA EMPRESA: "
          ACCEPT EMPRESA-BUSCADA
          PERFORM BUSCA-AUTORIZACION
          IF OPCION-AUTORIZACION = "A"
             PERFORM AUTORIZA-EMPRESA
          ELSE
             IF AUTT-HALLADA = "S"
                MOVE SPACES TO AUTT-OPERADOR(AUTT-POS)
                ADD 1 TO CAMBIOS-GRABADOS
                DISPLAY "AUTORIZACION RETIRADA."
             ELSE
                DISPLAY "EL OPERADOR NO TIENE ESA EMPRESA."
             END-IF
          END-IF
       END-IF.

       AUTORIZA-EMPRESA.
       PERFORM BUSCA-EMPRESA.
       IF EMPT-HALLADA = "N"
          DISPLAY "LA EMPRESA " EMPRESA-BUSCADA " NO EXISTE."
       ELSE
          IF AUTT-HALLADA = "S"
             DISPLAY "EL OPERADOR YA TIENE ESA EMPRESA."
          ELSE
             IF AUTT-TOTAL >= 200
                DISPLAY "TABLA DE AUTORIZACIONES LLENA."
             ELSE
                ADD 1 TO AUTT-TOTAL
                MOVE OPERADOR-BUSCADO TO AUTT-OPERADOR(AUTT-TOTAL)
                MOVE EMPRESA-BUSCADA TO AUTT-EMPRESA(AUTT-TOTAL)
                ADD 1 TO CAMBIOS-GRABADOS
                DISPLAY "EMPRESA AUTORIZADA."
             END-IF
          END-IF
       END-IF.

       MUESTRA-AUTORIZACION.
       IF AUTT-OPERADOR(AUTT-POS) = OPERADOR-BUSCADO
          ADD 1 TO AUTT-DEL-OPERADOR
          DISPLAY "  " AUTT-EMPRESA(AUTT-POS)
       END-IF.
       ADD 1 TO AUTT-POS.

       BUSCA-AUTORIZACION.
       MOVE "N" TO AUTT-HALLADA.
       MOVE 1 TO AUTT-POS.
       PERFORM COMPARA-AUTORIZACION
           UNTIL AUTT-POS > AUTT-TOTAL OR AUTT-HALLADA = "S".

       COMPARA-AUTORIZACION.
       IF AUTT-OPERADOR(AUTT-POS) = OPERADOR-BUSCADO
           AND AUTT-EMPRESA(AUTT-POS) = EMPRESA-BUSCADA
          MOVE "S" TO AUTT-HALLADA
       ELSE
          ADD 1 TO AUTT-POS
       END-IF.

       GRABA-AUDITORIA-EMPRESAS.
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
       END PROGRAM EMPRESAS.

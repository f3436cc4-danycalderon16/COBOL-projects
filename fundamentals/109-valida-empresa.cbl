      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido del maestro de empresas
      *          EMPRESAS.DAT (codigo, razon social, CIF, cuenta de
      *          cotizacion a la Seguridad Social, cuenta bancaria
      *          de cargo y activa S/N) y de las empresas en que
      *          puede trabajar cada operador (OPEREMPR.DAT). La
      *          empresa por omision es la primera del maestro; sin
      *          maestro, la historica EMP001. Un operador sin
      *          ninguna empresa asignada solo trabaja en la empresa
      *          por omision, de modo que una instalacion de una
      *          sola empresa no necesita cargar nada.
      *          Modo V: completa y valida EMPRESA-CODIGO (en blanco,
      *          la empresa por omision) y dice si EMPRESA-OPERADOR
      *          esta autorizado en ella. Modo D: devuelve la
      *          empresa del departamento EMPRESA-DEPARTAMENTO de
      *          DEPTOS.DAT (la de omision si no tiene). Modo P:
      *          devuelve la empresa que ocupa EMPRESA-POSICION en
      *          el maestro, para recorrerlas todas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-EMPRESA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS-ARCHIVO ASSIGN TO "EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESAS-ESTADO-ARCHIVO.
           SELECT OPERADOR-EMPRESAS ASSIGN TO "OPEREMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEREMPR-ESTADO-ARCHIVO.
           SELECT DEPTOS-ARCHIVO ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPTOS-ESTADO-ARCHIVO.

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
       FD  DEPTOS-ARCHIVO.
       01  DEPTO-MAESTRO-REGISTRO.
           05 DEPTO-REG-CODIGO        PIC X(10).
           05 DEPTO-REG-DESCRIPCION   PIC X(30).
           05 DEPTO-REG-ACTIVO        PIC X.
           05 DEPTO-REG-RESPONSABLE   PIC X(20).
           05 DEPTO-REG-EMPRESA       PIC X(6).

       WORKING-STORAGE SECTION.
       77  EMPRESAS-ESTADO-ARCHIVO PIC X(2).
       77  OPEREMPR-ESTADO-ARCHIVO PIC X(2).
       77  DEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  EMPRESA-HALLADA      PIC X.
       77  OPERADOR-CON-EMPRESAS PIC X.
       77  EMPRESA-DEL-DEPTO    PIC X(6).
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
       LINKAGE SECTION.
       01  EMPRESA-MODO         PIC X.
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
       PROCEDURE DIVISION USING EMPRESA-MODO DATOS-EMPRESA.
       ATIENDE-PETICION-EMPRESA.
       MOVE "N" TO EMPRESA-EXISTE.
       MOVE "N" TO EMPRESA-AUTORIZADA.
       PERFORM CARGA-EMPRESAS.
       MOVE EMPT-CODIGO(1) TO EMPRESA-DEFECTO.
       IF EMPRESA-MODO = "P"
          IF EMPRESA-POSICION > 0 AND EMPRESA-POSICION <= EMPT-TOTAL
             MOVE EMPRESA-POSICION TO EMPT-POS
             PERFORM DEVUELVE-EMPRESA
          END-IF
       ELSE
          IF EMPRESA-MODO = "D"
             PERFORM BUSCA-EMPRESA-DEPTO
             MOVE EMPRESA-DEL-DEPTO TO EMPRESA-CODIGO
          END-IF
          IF EMPRESA-CODIGO = SPACES
             MOVE EMPRESA-DEFECTO TO EMPRESA-CODIGO
          END-IF
          PERFORM LOCALIZA-EMPRESA
          IF EMPRESA-HALLADA = "S"
             PERFORM DEVUELVE-EMPRESA
             IF EMPRESA-MODO = "V"
                PERFORM VERIFICA-AUTORIZACION
             END-IF
          END-IF
       END-IF.
       GOBACK.

      ******************************************************************
      * Sin maestro se trabaja con la empresa historica EMP001, la
      * que iba cableada en las cabeceras de las interfaces.
      ******************************************************************
       CARGA-EMPRESAS.
       MOVE 0 TO EMPT-TOTAL.
       OPEN INPUT EMPRESAS-ARCHIVO.
       IF EMPRESAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-EMPRESA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE EMPRESAS-ARCHIVO.
       IF EMPT-TOTAL = 0
          MOVE 1 TO EMPT-TOTAL
          MOVE "EMP001" TO EMPT-CODIGO(1)
          MOVE "EMPRESA PRINCIPAL" TO EMPT-RAZON-SOCIAL(1)
          MOVE SPACES TO EMPT-CIF(1) EMPT-CCC(1) EMPT-BANCO(1)
          MOVE 0 TO EMPT-CUENTA(1) EMPT-DIGITO(1)
          MOVE "S" TO EMPT-ACTIVA(1)
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

       LOCALIZA-EMPRESA.
       MOVE "N" TO EMPRESA-HALLADA.
       MOVE 1 TO EMPT-POS.
       PERFORM COMPARA-EMPRESA
           UNTIL EMPT-POS > EMPT-TOTAL OR EMPRESA-HALLADA = "S".

       COMPARA-EMPRESA.
       IF EMPT-CODIGO(EMPT-POS) = EMPRESA-CODIGO
          MOVE "S" TO EMPRESA-HALLADA
       ELSE
          ADD 1 TO EMPT-POS
       END-IF.

       DEVUELVE-EMPRESA.
       MOVE EMPT-CODIGO(EMPT-POS) TO EMPRESA-CODIGO.
       MOVE EMPT-RAZON-SOCIAL(EMPT-POS) TO EMPRESA-RAZON-SOCIAL.
       MOVE EMPT-CIF(EMPT-POS) TO EMPRESA-CIF.
       MOVE EMPT-CCC(EMPT-POS) TO EMPRESA-CCC.
       MOVE EMPT-BANCO(EMPT-POS) TO EMPRESA-BANCO.
       MOVE EMPT-CUENTA(EMPT-POS) TO EMPRESA-CUENTA.
       MOVE EMPT-DIGITO(EMPT-POS) TO EMPRESA-DIGITO.
       MOVE EMPT-ACTIVA(EMPT-POS) TO EMPRESA-ACTIVA.
       MOVE "S" TO EMPRESA-EXISTE.

      ******************************************************************
      * Autorizacion del operador: las filas de OPEREMPR.DAT que lo
      * nombran; si no tiene ninguna, solo la empresa por omision.
      ******************************************************************
       VERIFICA-AUTORIZACION.
       MOVE "N" TO OPERADOR-CON-EMPRESAS.
       OPEN INPUT OPERADOR-EMPRESAS.
       IF OPEREMPR-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-AUTORIZACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADOR-EMPRESAS.
       IF OPERADOR-CON-EMPRESAS = "N"
           AND EMPRESA-CODIGO = EMPRESA-DEFECTO
          MOVE "S" TO EMPRESA-AUTORIZADA
       END-IF.

       BUSCA-AUTORIZACION.
       READ OPERADOR-EMPRESAS
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPEREMP-OPERADOR = EMPRESA-OPERADOR
                 MOVE "S" TO OPERADOR-CON-EMPRESAS
                 IF OPEREMP-EMPRESA = EMPRESA-CODIGO
                    MOVE "S" TO EMPRESA-AUTORIZADA
                    MOVE "S" TO LEE-TODO
                 END-IF
              END-IF
       END-READ.

       BUSCA-EMPRESA-DEPTO.
       MOVE SPACES TO EMPRESA-DEL-DEPTO.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM COMPARA-DEPTO-EMPRESA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DEPTOS-ARCHIVO.

       COMPARA-DEPTO-EMPRESA.
       READ DEPTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DEPTO-REG-CODIGO = EMPRESA-DEPARTAMENTO
                 MOVE DEPTO-REG-EMPRESA TO EMPRESA-DEL-DEPTO
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.
       END PROGRAM VALIDA-EMPRESA.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de una sola vez del historico de empleados
      *          tras agregarle el NAF, el sexo y la empresa que ya
      *          lleva el maestro, en el molde de CONVIERTE-HISTORICO
      *          y PARTE-APELLIDOS: el historico cambia de largo, asi
      *          que se lee HISTORICO.DAT con la definicion antigua y
      *          se graba HISTNUEVO.DAT con la nueva. Los archivados
      *          antes de estos campos no guardaron su NAF ni su sexo,
      *          que quedan en blanco para completarse al reingreso
      *          con CAPTURA-NAF y CAPTURA-SEXO; la empresa se toma,
      *          como en ASIGNA-EMPRESA, de la de su departamento en
      *          DEPTOS.DAT. Los departamentos que apuntan a una
      *          empresa que no existe dejan la empresa en blanco y
      *          salen en HISTEXCEP.RPT. Al terminar, el operador debe
      *          sustituir HISTORICO.DAT por HISTNUEVO.DAT y conservar
      *          el archivo antiguo como respaldo hasta verificar los
      *          totales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMPLIA-HISTORICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-VIEJO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HVIEJO-ID
               FILE STATUS IS VIEJO-ESTADO-ARCHIVO.
           SELECT HISTORICO-NUEVO ASSIGN TO "HISTNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNUEVO-ID
               ALTERNATE RECORD KEY IS HNUEVO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT REPORTE-EXCEPCIONES ASSIGN TO "HISTEXCEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * El registro antiguo termina en el NIF; del resto solo hace
      * falta ver el departamento, el demas contenido se copia tal
      * cual.
      ******************************************************************
       FD  HISTORICO-VIEJO.
       01  HVIEJO-REGISTRO.
           05 HVIEJO-ID           PIC 9(5).
           05 HVIEJO-DATOS        PIC X(216).
           05 HVIEJO-VISTA REDEFINES HVIEJO-DATOS.
              10 HVIEJO-NOMBRE           PIC X(15).
              10 HVIEJO-PRIMER-APELLIDO  PIC X(25).
              10 HVIEJO-SEGUNDO-APELLIDO PIC X(25).
              10 FILLER                  PIC X(49).
              10 HVIEJO-DEPARTAMENTO     PIC X(10).
              10 FILLER                  PIC X(92).
      ******************************************************************
      * El registro de salida sigue el trazado vigente del historico.
      ******************************************************************
       FD  HISTORICO-NUEVO.
       01  HNUEVO-REGISTRO.
           05 HNUEVO-ID           PIC 9(5).
           05 HNUEVO-NOMBRE       PIC X(15).
           05 HNUEVO-PRIMER-APELLIDO  PIC X(25).
           05 HNUEVO-SEGUNDO-APELLIDO PIC X(25).
           05 HNUEVO-RESTO        PIC X(151).
           05 HNUEVO-NAF          PIC X(12).
           05 HNUEVO-SEXO         PIC X.
           05 HNUEVO-EMPRESA      PIC X(6).
       FD  REPORTE-EXCEPCIONES.
       01  LINEA-EXCEPCION        PIC X(100).

       WORKING-STORAGE SECTION.
       77  VIEJO-ESTADO-ARCHIVO PIC X(2).
       77  NUEVO-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  REGISTROS-CONVERTIDOS PIC 9(5) VALUE 0.
       77  REGISTROS-RECHAZADOS PIC 9(5) VALUE 0.
       77  EMPRESAS-INEXISTENTES PIC 9(5) VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "AMPLIACION DEL HISTORICO CON NAF, SEXO Y EMPRESA".
       OPEN INPUT HISTORICO-VIEJO.
       IF VIEJO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR HISTORICO.DAT. ESTADO: "
              VIEJO-ESTADO-ARCHIVO
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT HISTORICO-NUEVO.
       IF NUEVO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO CREAR HISTNUEVO.DAT. ESTADO: "
              NUEVO-ESTADO-ARCHIVO
          CLOSE HISTORICO-VIEJO
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-EXCEPCIONES.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "EXCEPCIONES DE LA AMPLIACION DEL HISTORICO - FECHA DE "
           "EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       PERFORM LEE-HISTORICO-VIEJO.
       PERFORM CONVIERTE-ARCHIVADO UNTIL LEE-TODO = "S".
       CLOSE HISTORICO-VIEJO.
       CLOSE HISTORICO-NUEVO.
       MOVE SPACES TO LINEA-EXCEPCION.
       STRING "CONVERTIDOS: " REGISTROS-CONVERTIDOS
           "  RECHAZADOS: " REGISTROS-RECHAZADOS
           "  EMPRESA INEXISTENTE: " EMPRESAS-INEXISTENTES
           DELIMITED BY SIZE INTO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       CLOSE REPORTE-EXCEPCIONES.
       DISPLAY REGISTROS-CONVERTIDOS " ARCHIVADOS CONVERTIDOS EN "
           "HISTNUEVO.DAT. RECHAZADOS: " REGISTROS-RECHAZADOS
           ". EXCEPCIONES EN HISTEXCEP.RPT.".
       DISPLAY "SUSTITUYA HISTORICO.DAT POR HISTNUEVO.DAT Y "
           "CONSERVE EL ARCHIVO ANTIGUO COMO RESPALDO.".
       IF REGISTROS-RECHAZADOS > 0 OR EMPRESAS-INEXISTENTES > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       LEE-HISTORICO-VIEJO.
       READ HISTORICO-VIEJO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CONVIERTE-ARCHIVADO.
       MOVE HVIEJO-REGISTRO TO HNUEVO-REGISTRO.
       MOVE SPACES TO HNUEVO-NAF.
       MOVE SPACES TO HNUEVO-SEXO.
       MOVE "D" TO EMPRESA-MODO.
       MOVE SPACES TO EMPRESA-CODIGO.
       MOVE HVIEJO-DEPARTAMENTO TO EMPRESA-DEPARTAMENTO.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N"
          MOVE SPACES TO HNUEVO-EMPRESA
          ADD 1 TO EMPRESAS-INEXISTENTES
          MOVE SPACES TO LINEA-EXCEPCION
          STRING "ID: " HVIEJO-ID " " HVIEJO-NOMBRE " "
              HVIEJO-PRIMER-APELLIDO " DEPTO " HVIEJO-DEPARTAMENTO
              " EMPRESA INEXISTENTE " EMPRESA-CODIGO
              DELIMITED BY SIZE INTO LINEA-EXCEPCION
          WRITE LINEA-EXCEPCION
       ELSE
          MOVE EMPRESA-CODIGO TO HNUEVO-EMPRESA
       END-IF.
       WRITE HNUEVO-REGISTRO
           INVALID KEY
              ADD 1 TO REGISTROS-RECHAZADOS
              DISPLAY "AVISO: NO SE PUDO GRABAR EL ID ARCHIVADO "
                  HNUEVO-ID ". ESTADO: " NUEVO-ESTADO-ARCHIVO
           NOT INVALID KEY
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       PERFORM LEE-HISTORICO-VIEJO.
       END PROGRAM AMPLIA-HISTORICO.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de documentos del empleado: mantiene el
      *          catalogo de tipos de documento (TIPODOC.DAT, con la
      *          marca de permiso de trabajo), los tipos que exige
      *          cada tipo de contrato de CONTRATOS.DAT (REQDOC.DAT:
      *          I indefinido, T temporal) y registra los documentos
      *          de cada empleado en DOCUMENTOS.DAT: tipo,
      *          referencia, fechas de emision y caducidad (cero si
      *          no caduca), donde esta archivado y el operador que
      *          lo verifico. Una renovacion es un registro nuevo y
      *          vale el de emision mas reciente de cada tipo. La
      *          consulta de un empleado muestra su registro y los
      *          documentos exigidos por su contrato que le faltan o
      *          tiene caducados. Solo el supervisor (nivel 3) toca
      *          el catalogo y los exigidos; cada documento
      *          registrado queda en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTOS-EMPLEADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT TIPOS-DOCUMENTO-ARCHIVO ASSIGN TO "TIPODOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIPODOC-ESTADO-ARCHIVO.
           SELECT EXIGIDOS-ARCHIVO ASSIGN TO "REQDOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXIGIDOS-ESTADO-ARCHIVO.
           SELECT DOCUMENTOS-ARCHIVO ASSIGN TO "DOCUMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENTOS-ESTADO-ARCHIVO.
           SELECT CONTRATOS-ARCHIVO ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATOS-ESTADO-ARCHIVO.
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
      * Catalogo de tipos de documento: permiso S = permiso de
      * trabajo, cuya caducidad con el empleado activo alerta.
      ******************************************************************
       FD  TIPOS-DOCUMENTO-ARCHIVO.
       01  TIPODOC-REGISTRO.
           05 TIPODOC-CODIGO          PIC X(6).
           05 TIPODOC-DESCRIPCION     PIC X(30).
           05 TIPODOC-PERMISO         PIC X.
       FD  EXIGIDOS-ARCHIVO.
       01  EXIGIDO-REGISTRO.
           05 EXIGIDO-CONTRATO        PIC X.
           05 EXIGIDO-TIPO            PIC X(6).
      ******************************************************************
      * Registro de documentos: caducidad cero = documento sin
      * vencimiento.
      ******************************************************************
       FD  DOCUMENTOS-ARCHIVO.
       01  DOCUMENTO-REGISTRO.
           05 DOCUMENTO-EMPLEADOS-ID  PIC 9(5).
           05 DOCUMENTO-TIPO          PIC X(6).
           05 DOCUMENTO-REFERENCIA    PIC X(20).
           05 DOCUMENTO-EMISION       PIC 9(8).
           05 DOCUMENTO-CADUCIDAD     PIC 9(8).
           05 DOCUMENTO-UBICACION     PIC X(20).
           05 DOCUMENTO-OPERADOR      PIC X(10).
           05 DOCUMENTO-FECHA-REGISTRO PIC 9(8).
       FD  CONTRATOS-ARCHIVO.
       01  CONTRATO-REGISTRO.
           05 CONTRATO-EMPLEADOS-ID   PIC 9(5).
           05 CONTRATO-TIPO           PIC X.
           05 CONTRATO-INICIO         PIC 9(8).
           05 CONTRATO-FIN            PIC 9(8).
           05 CONTRATO-RENOVACIONES   PIC 9(2).
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
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  TIPODOC-ESTADO-ARCHIVO PIC X(2).
       77  EXIGIDOS-ESTADO-ARCHIVO PIC X(2).
       77  DOCUMENTOS-ESTADO-ARCHIVO PIC X(2).
       77  CONTRATOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  OPCION-DOCUMENTOS    PIC X.
       77  OPCION-EXIGIDO       PIC X.
       77  ID-BUSCADO           PIC 9(5).
       77  TIPO-BUSCADO         PIC X(6).
       77  CONTRATO-BUSCADO     PIC X.
       77  DATOS-VALIDOS        PIC X.
       77  FECHA-VALIDA         PIC X.
       77  FECHA-EMISION        PIC 9(8).
       77  FECHA-CADUCIDAD      PIC 9(8).
       77  REFERENCIA-NUEVA     PIC X(20).
       77  UBICACION-NUEVA      PIC X(20).
       77  CONTRATO-EMPLEADO    PIC X.
       77  CONTRATO-INICIO-VIGENTE PIC 9(8).
       77  CONTRATO-RENOV-VIGENTE PIC 9(2).
       77  DOCUMENTOS-EMPLEADO  PIC 9(3).
       77  FALTAN-EMPLEADO      PIC 9(3).
       77  ESTADO-DOCUMENTO     PIC X(10).
      ******************************************************************
      * Catalogo de tipos de documento.
      ******************************************************************
       01  TABLA-TIPOS-DOCUMENTO.
           05 TIPT-ENTRADA OCCURS 50 TIMES.
              10 TIPT-CODIGO          PIC X(6).
              10 TIPT-DESCRIPCION     PIC X(30).
              10 TIPT-PERMISO         PIC X.
       77  TIPT-TOTAL           PIC 9(2) VALUE 0.
       77  TIPT-POS             PIC 9(2).
       77  TIPT-HALLADO         PIC X.
      ******************************************************************
      * Documentos exigidos por tipo de contrato.
      ******************************************************************
       01  TABLA-EXIGIDOS.
           05 EXGT-ENTRADA OCCURS 100 TIMES.
              10 EXGT-CONTRATO        PIC X.
              10 EXGT-TIPO            PIC X(6).
       77  EXGT-TOTAL           PIC 9(3) VALUE 0.
       77  EXGT-POS             PIC 9(3).
       77  EXGT-HALLADO         PIC X.
      ******************************************************************
      * Ultimo documento de cada tipo del empleado consultado.
      ******************************************************************
       01  TABLA-VIGENTES-EMPLEADO.
           05 DOCT-ENTRADA OCCURS 50 TIMES.
              10 DOCT-TIPO            PIC X(6).
              10 DOCT-EMISION         PIC 9(8).
              10 DOCT-CADUCIDAD       PIC 9(8).
       77  DOCT-TOTAL           PIC 9(2) VALUE 0.
       77  DOCT-POS             PIC 9(2).
       77  DOCT-HALLADO         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "REGISTRO DE DOCUMENTOS DEL EMPLEADO".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR = 0
          DISPLAY "OPERADOR NO AUTORIZADO. REGISTRO NO PERMITIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-TIPOS-DOCUMENTO.
       PERFORM CARGA-EXIGIDOS.
       MOVE SPACES TO OPCION-DOCUMENTOS.
       PERFORM GESTIONA-DOCUMENTOS UNTIL OPCION-DOCUMENTOS = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-DOCUMENTOS UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-DOCUMENTOS.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       GESTIONA-DOCUMENTOS.
       DISPLAY "T - TIPOS DE DOCUMENTO / R - EXIGIDOS POR TIPO DE "
           "CONTRATO / D - REGISTRAR DOCUMENTO".
       DISPLAY "C - CONSULTAR EL REGISTRO DE UN EMPLEADO / "
           "0 - SALIR: ".
       ACCEPT OPCION-DOCUMENTOS.
       IF OPCION-DOCUMENTOS = "T" OR OPCION-DOCUMENTOS = "R"
          IF NIVEL-OPERADOR < 3
             DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. OPCION NO "
                 "PERMITIDA."
          ELSE
             IF OPCION-DOCUMENTOS = "T"
                PERFORM MANTIENE-TIPO-DOCUMENTO
             ELSE
                PERFORM MANTIENE-EXIGIDOS
             END-IF
          END-IF
       ELSE
          IF OPCION-DOCUMENTOS = "D"
             PERFORM REGISTRA-DOCUMENTO
          ELSE
             IF OPCION-DOCUMENTOS = "C"
                PERFORM CONSULTA-REGISTRO
             ELSE
                IF OPCION-DOCUMENTOS NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-TIPOS-DOCUMENTO.
       MOVE 0 TO TIPT-TOTAL.
       OPEN INPUT TIPOS-DOCUMENTO-ARCHIVO.
       IF TIPODOC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-TIPO-DOCUMENTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE TIPOS-DOCUMENTO-ARCHIVO.

       CARGA-UN-TIPO-DOCUMENTO.
       READ TIPOS-DOCUMENTO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF TIPT-TOTAL < 50
                 ADD 1 TO TIPT-TOTAL
                 MOVE TIPODOC-CODIGO TO TIPT-CODIGO(TIPT-TOTAL)
                 MOVE TIPODOC-DESCRIPCION
                     TO TIPT-DESCRIPCION(TIPT-TOTAL)
                 MOVE TIPODOC-PERMISO TO TIPT-PERMISO(TIPT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE TIPOS DE DOCUMENTO LLENA."
              END-IF
       END-READ.

       BUSCA-TIPO-DOCUMENTO.
       MOVE "N" TO TIPT-HALLADO.
       MOVE 1 TO TIPT-POS.
       PERFORM COMPARA-TIPO-DOCUMENTO
           UNTIL TIPT-POS > TIPT-TOTAL OR TIPT-HALLADO = "S".

       COMPARA-TIPO-DOCUMENTO.
       IF TIPT-CODIGO(TIPT-POS) = TIPO-BUSCADO
          MOVE "S" TO TIPT-HALLADO
       ELSE
          ADD 1 TO TIPT-POS
       END-IF.

      ******************************************************************
      * Alta o modificacion de un tipo del catalogo; el catalogo se
      * regraba entero.
      ******************************************************************
       MANTIENE-TIPO-DOCUMENTO.
       MOVE 1 TO TIPT-POS.
       PERFORM MUESTRA-UN-TIPO-DOCUMENTO UNTIL TIPT-POS > TIPT-TOTAL.
       DISPLAY "CODIGO DEL TIPO DE DOCUMENTO: ".
       ACCEPT TIPO-BUSCADO.
       IF TIPO-BUSCADO = SPACES
          DISPLAY "CODIGO NO VALIDO."
       ELSE
          PERFORM BUSCA-TIPO-DOCUMENTO
          MOVE "S" TO DATOS-VALIDOS
          IF TIPT-HALLADO = "N"
             IF TIPT-TOTAL < 50
                ADD 1 TO TIPT-TOTAL
                MOVE TIPT-TOTAL TO TIPT-POS
                MOVE TIPO-BUSCADO TO TIPT-CODIGO(TIPT-POS)
             ELSE
                MOVE "N" TO DATOS-VALIDOS
                DISPLAY "CATALOGO DE TIPOS LLENO. NO SE PUEDE DAR "
                    "DE ALTA."
             END-IF
          ELSE
             DISPLAY "MODIFICANDO EL TIPO " TIPO-BUSCADO
          END-IF
          IF DATOS-VALIDOS = "S"
             DISPLAY "DESCRIPCION: "
             ACCEPT TIPT-DESCRIPCION(TIPT-POS)
             DISPLAY "ES PERMISO DE TRABAJO (S/N): "
             ACCEPT TIPT-PERMISO(TIPT-POS)
             IF TIPT-PERMISO(TIPT-POS) NOT = "S"
                MOVE "N" TO TIPT-PERMISO(TIPT-POS)
             END-IF
             PERFORM GRABA-ARCHIVO-TIPOS
             DISPLAY "TIPO " TIPO-BUSCADO " GRABADO."
          END-IF
       END-IF.

       MUESTRA-UN-TIPO-DOCUMENTO.
       IF TIPT-PERMISO(TIPT-POS) = "S"
          DISPLAY TIPT-CODIGO(TIPT-POS) " "
              TIPT-DESCRIPCION(TIPT-POS) " (PERMISO DE TRABAJO)"
       ELSE
          DISPLAY TIPT-CODIGO(TIPT-POS) " "
              TIPT-DESCRIPCION(TIPT-POS)
       END-IF.
       ADD 1 TO TIPT-POS.

       GRABA-ARCHIVO-TIPOS.
       OPEN OUTPUT TIPOS-DOCUMENTO-ARCHIVO.
       MOVE 1 TO TIPT-POS.
       PERFORM GRABA-UN-TIPO-DOCUMENTO UNTIL TIPT-POS > TIPT-TOTAL.
       CLOSE TIPOS-DOCUMENTO-ARCHIVO.

       GRABA-UN-TIPO-DOCUMENTO.
       MOVE TIPT-CODIGO(TIPT-POS) TO TIPODOC-CODIGO.
       MOVE TIPT-DESCRIPCION(TIPT-POS) TO TIPODOC-DESCRIPCION.
       MOVE TIPT-PERMISO(TIPT-POS) TO TIPODOC-PERMISO.
       WRITE TIPODOC-REGISTRO.
       ADD 1 TO TIPT-POS.

       CARGA-EXIGIDOS.
       MOVE 0 TO EXGT-TOTAL.
       OPEN INPUT EXIGIDOS-ARCHIVO.
       IF EXIGIDOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-EXIGIDO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE EXIGIDOS-ARCHIVO.

       CARGA-UN-EXIGIDO.
       READ EXIGIDOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EXGT-TOTAL < 100
                 ADD 1 TO EXGT-TOTAL
                 MOVE EXIGIDO-CONTRATO TO EXGT-CONTRATO(EXGT-TOTAL)
                 MOVE EXIGIDO-TIPO TO EXGT-TIPO(EXGT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE DOCUMENTOS EXIGIDOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Documentos exigidos por un tipo de contrato: se listan los
      * que tiene y se anade (A) o se quita (B) uno. El archivo se
      * regraba entero.
      ******************************************************************
       MANTIENE-EXIGIDOS.
       DISPLAY "TIPO DE CONTRATO (I - INDEFINIDO / T - TEMPORAL): ".
       ACCEPT CONTRATO-BUSCADO.
       IF CONTRATO-BUSCADO NOT = "I" AND CONTRATO-BUSCADO NOT = "T"
          DISPLAY "TIPO DE CONTRATO NO VALIDO."
       ELSE
          DISPLAY "DOCUMENTOS EXIGIDOS AL CONTRATO "
              CONTRATO-BUSCADO ":"
          MOVE 1 TO EXGT-POS
          PERFORM MUESTRA-EXIGIDO UNTIL EXGT-POS > EXGT-TOTAL
          DISPLAY "A - ANADIR TIPO / B - QUITAR TIPO / "
              "0 - VOLVER: "
          ACCEPT OPCION-EXIGIDO
          IF OPCION-EXIGIDO = "A" OR OPCION-EXIGIDO = "B"
             DISPLAY "CODIGO DEL TIPO DE DOCUMENTO: "
             ACCEPT TIPO-BUSCADO
             PERFORM BUSCA-EXIGIDO
             IF OPCION-EXIGIDO = "A"
                PERFORM ANADE-EXIGIDO
             ELSE
                PERFORM QUITA-EXIGIDO
             END-IF
          END-IF
       END-IF.

       MUESTRA-EXIGIDO.
       IF EXGT-CONTRATO(EXGT-POS) = CONTRATO-BUSCADO
          MOVE EXGT-TIPO(EXGT-POS) TO TIPO-BUSCADO
          PERFORM BUSCA-TIPO-DOCUMENTO
          IF TIPT-HALLADO = "S"
             DISPLAY "  " TIPO-BUSCADO " "
                 TIPT-DESCRIPCION(TIPT-POS)
          ELSE
             DISPLAY "  " TIPO-BUSCADO " (NO ESTA EN EL CATALOGO)"
          END-IF
       END-IF.
       ADD 1 TO EXGT-POS.

       BUSCA-EXIGIDO.
       MOVE "N" TO EXGT-HALLADO.
       MOVE 1 TO EXGT-POS.
       PERFORM COMPARA-EXIGIDO
           UNTIL EXGT-POS > EXGT-TOTAL OR EXGT-HALLADO = "S".

       COMPARA-EXIGIDO.
       IF EXGT-CONTRATO(EXGT-POS) = CONTRATO-BUSCADO
           AND EXGT-TIPO(EXGT-POS) = TIPO-BUSCADO
          MOVE "S" TO EXGT-HALLADO
       ELSE
          ADD 1 TO EXGT-POS
       END-IF.

       ANADE-EXIGIDO.
       PERFORM BUSCA-TIPO-DOCUMENTO.
       IF TIPT-HALLADO = "N"
          DISPLAY "EL TIPO " TIPO-BUSCADO " NO ESTA EN EL CATALOGO."
       ELSE
          IF EXGT-HALLADO = "S"
             DISPLAY "EL CONTRATO YA EXIGE ESE DOCUMENTO."
          ELSE
             IF EXGT-TOTAL < 100
                ADD 1 TO EXGT-TOTAL
                MOVE CONTRATO-BUSCADO TO EXGT-CONTRATO(EXGT-TOTAL)
                MOVE TIPO-BUSCADO TO EXGT-TIPO(EXGT-TOTAL)
                PERFORM GRABA-ARCHIVO-EXIGIDOS
                DISPLAY "DOCUMENTO " TIPO-BUSCADO
                    " EXIGIDO AL CONTRATO " CONTRATO-BUSCADO "."
             ELSE
                DISPLAY "TABLA DE DOCUMENTOS EXIGIDOS LLENA. NO "
                    "GRABADO."
             END-IF
          END-IF
       END-IF.

       QUITA-EXIGIDO.
       IF EXGT-HALLADO = "N"
          DISPLAY "EL CONTRATO NO EXIGE ESE DOCUMENTO."
       ELSE
          PERFORM CORRE-EXIGIDO UNTIL EXGT-POS >= EXGT-TOTAL
          SUBTRACT 1 FROM EXGT-TOTAL
          PERFORM GRABA-ARCHIVO-EXIGIDOS
          DISPLAY "DOCUMENTO " TIPO-BUSCADO
              " YA NO SE EXIGE AL CONTRATO " CONTRATO-BUSCADO "."
       END-IF.

       CORRE-EXIGIDO.
       MOVE EXGT-ENTRADA(EXGT-POS + 1) TO EXGT-ENTRADA(EXGT-POS).
       ADD 1 TO EXGT-POS.

       GRABA-ARCHIVO-EXIGIDOS.
       OPEN OUTPUT EXIGIDOS-ARCHIVO.
       MOVE 1 TO EXGT-POS.
       PERFORM GRABA-UN-EXIGIDO UNTIL EXGT-POS > EXGT-TOTAL.
       CLOSE EXIGIDOS-ARCHIVO.

       GRABA-UN-EXIGIDO.
       MOVE EXGT-CONTRATO(EXGT-POS) TO EXIGIDO-CONTRATO.
       MOVE EXGT-TIPO(EXGT-POS) TO EXIGIDO-TIPO.
       WRITE EXIGIDO-REGISTRO.
       ADD 1 TO EXGT-POS.

      ******************************************************************
      * Registro de un documento: el operador que lo registra es el
      * que lo verifico. Se anade al final de DOCUMENTOS.DAT y queda
      * en la auditoria con el ID del empleado.
      ******************************************************************
       REGISTRA-DOCUMENTO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-EMPLEADO.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-APELLIDOS
          DISPLAY "CODIGO DEL TIPO DE DOCUMENTO: "
          ACCEPT TIPO-BUSCADO
          PERFORM BUSCA-TIPO-DOCUMENTO
          IF TIPT-HALLADO = "N"
             DISPLAY "EL TIPO " TIPO-BUSCADO
                 " NO ESTA EN EL CATALOGO."
          ELSE
             PERFORM PIDE-DATOS-DOCUMENTO
          END-IF
       END-IF.

       PIDE-DATOS-DOCUMENTO.
       DISPLAY "REFERENCIA (NUMERO DEL DOCUMENTO): ".
       ACCEPT REFERENCIA-NUEVA.
       DISPLAY "FECHA DE EMISION (AAAAMMDD): ".
       ACCEPT FECHA-EMISION.
       CALL "VALIDA-FECHA" USING FECHA-EMISION FECHA-VALIDA.
       IF FECHA-VALIDA = "N"
          DISPLAY "FECHA NO VALIDA. DOCUMENTO NO GRABADO."
       ELSE
          DISPLAY "FECHA DE CADUCIDAD (AAAAMMDD, 0 = NO CADUCA): "
          ACCEPT FECHA-CADUCIDAD
          MOVE "S" TO FECHA-VALIDA
          IF FECHA-CADUCIDAD NOT = 0
             CALL "VALIDA-FECHA" USING FECHA-CADUCIDAD FECHA-VALIDA
          END-IF
          IF FECHA-VALIDA = "N"
              OR (FECHA-CADUCIDAD NOT = 0
              AND FECHA-CADUCIDAD NOT > FECHA-EMISION)
             DISPLAY "LA CADUCIDAD DEBE SER UNA FECHA POSTERIOR A "
                 "LA EMISION. DOCUMENTO NO GRABADO."
          ELSE
             DISPLAY "ARCHIVADO EN (CARPETA O UBICACION): "
             ACCEPT UBICACION-NUEVA
             OPEN EXTEND DOCUMENTOS-ARCHIVO
             IF DOCUMENTOS-ESTADO-ARCHIVO = "35"
                OPEN OUTPUT DOCUMENTOS-ARCHIVO
             END-IF
             MOVE ID-BUSCADO TO DOCUMENTO-EMPLEADOS-ID
             MOVE TIPO-BUSCADO TO DOCUMENTO-TIPO
             MOVE REFERENCIA-NUEVA TO DOCUMENTO-REFERENCIA
             MOVE FECHA-EMISION TO DOCUMENTO-EMISION
             MOVE FECHA-CADUCIDAD TO DOCUMENTO-CADUCIDAD
             MOVE UBICACION-NUEVA TO DOCUMENTO-UBICACION
             MOVE OPERADOR-ACTUAL TO DOCUMENTO-OPERADOR
             MOVE FECHA-PROCESO-NEGOCIO TO DOCUMENTO-FECHA-REGISTRO
             WRITE DOCUMENTO-REGISTRO
             CLOSE DOCUMENTOS-ARCHIVO
             MOVE "ALTA-DOCUMENTO" TO AUDIT-ACCION
             PERFORM GRABA-AUDITORIA-DOCUMENTOS
             IF FECHA-CADUCIDAD = 0
                DISPLAY "DOCUMENTO GRABADO (NO CADUCA)."
             ELSE
                DISPLAY "DOCUMENTO GRABADO. CADUCA EL "
                    FECHA-CADUCIDAD "."
             END-IF
          END-IF
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

      ******************************************************************
      * Consulta del registro de un empleado: todos sus documentos
      * con su situacion a la fecha de proceso y, despues, los que
      * exige su contrato vigente y no tiene o tiene caducados.
      ******************************************************************
       CONSULTA-REGISTRO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-EMPLEADO.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM DETERMINA-CONTRATO-EMPLEADO
          DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-APELLIDOS " CONTRATO " CONTRATO-EMPLEADO
          MOVE 0 TO DOCUMENTOS-EMPLEADO
          MOVE 0 TO DOCT-TOTAL
          OPEN INPUT DOCUMENTOS-ARCHIVO
          IF DOCUMENTOS-ESTADO-ARCHIVO = "00"
             MOVE "N" TO LEE-TODO
             PERFORM MUESTRA-DOCUMENTO UNTIL LEE-TODO = "S"
          END-IF
          CLOSE DOCUMENTOS-ARCHIVO
          IF DOCUMENTOS-EMPLEADO = 0
             DISPLAY "SIN DOCUMENTOS REGISTRADOS."
          END-IF
          MOVE 0 TO FALTAN-EMPLEADO
          MOVE 1 TO EXGT-POS
          PERFORM EVALUA-EXIGIDO-EMPLEADO UNTIL EXGT-POS > EXGT-TOTAL
          IF FALTAN-EMPLEADO = 0
             DISPLAY "DOCUMENTACION EXIGIDA AL CONTRATO AL DIA."
          ELSE
             DISPLAY FALTAN-EMPLEADO " DOCUMENTOS EXIGIDOS "
                 "PENDIENTES PARA EL CONTRATO."
          END-IF
       END-IF.

       MUESTRA-DOCUMENTO.
       READ DOCUMENTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DOCUMENTO-EMPLEADOS-ID = ID-BUSCADO
                 ADD 1 TO DOCUMENTOS-EMPLEADO
                 PERFORM RETIENE-ULTIMO-DOCUMENTO
                 IF DOCUMENTO-CADUCIDAD = 0
                    MOVE "NO CADUCA" TO ESTADO-DOCUMENTO
                 ELSE
                    IF DOCUMENTO-CADUCIDAD < FECHA-PROCESO-NEGOCIO
                       MOVE "CADUCADO" TO ESTADO-DOCUMENTO
                    ELSE
                       MOVE "VIGENTE" TO ESTADO-DOCUMENTO
                    END-IF
                 END-IF
                 DISPLAY "  " DOCUMENTO-TIPO " "
                     DOCUMENTO-REFERENCIA " EMITIDO "
                     DOCUMENTO-EMISION " CADUCA " DOCUMENTO-CADUCIDAD
                     " " ESTADO-DOCUMENTO
                 DISPLAY "     ARCHIVADO EN " DOCUMENTO-UBICACION
                     " VERIFICADO POR " DOCUMENTO-OPERADOR
                     " EL " DOCUMENTO-FECHA-REGISTRO
              END-IF
       END-READ.

       RETIENE-ULTIMO-DOCUMENTO.
       MOVE "N" TO DOCT-HALLADO.
       MOVE 1 TO DOCT-POS.
       PERFORM COMPARA-ULTIMO-DOCUMENTO
           UNTIL DOCT-POS > DOCT-TOTAL OR DOCT-HALLADO = "S".
       IF DOCT-HALLADO = "N"
          IF DOCT-TOTAL < 50
             ADD 1 TO DOCT-TOTAL
             MOVE DOCT-TOTAL TO DOCT-POS
             MOVE DOCUMENTO-TIPO TO DOCT-TIPO(DOCT-POS)
             MOVE DOCUMENTO-EMISION TO DOCT-EMISION(DOCT-POS)
             MOVE DOCUMENTO-CADUCIDAD TO DOCT-CADUCIDAD(DOCT-POS)
          END-IF
       ELSE
          IF DOCUMENTO-EMISION NOT < DOCT-EMISION(DOCT-POS)
             MOVE DOCUMENTO-EMISION TO DOCT-EMISION(DOCT-POS)
             MOVE DOCUMENTO-CADUCIDAD TO DOCT-CADUCIDAD(DOCT-POS)
          END-IF
       END-IF.

       COMPARA-ULTIMO-DOCUMENTO.
       IF DOCT-TIPO(DOCT-POS) = DOCUMENTO-TIPO
          MOVE "S" TO DOCT-HALLADO
       ELSE
          ADD 1 TO DOCT-POS
       END-IF.

       EVALUA-EXIGIDO-EMPLEADO.
       IF EXGT-CONTRATO(EXGT-POS) = CONTRATO-EMPLEADO
          MOVE "N" TO DOCT-HALLADO
          MOVE 1 TO DOCT-POS
          PERFORM BUSCA-DOCUMENTO-EXIGIDO
              UNTIL DOCT-POS > DOCT-TOTAL OR DOCT-HALLADO = "S"
          IF DOCT-HALLADO = "N"
             ADD 1 TO FALTAN-EMPLEADO
             DISPLAY "  FALTA " EXGT-TIPO(EXGT-POS)
          ELSE
             IF DOCT-CADUCIDAD(DOCT-POS) > 0
                 AND DOCT-CADUCIDAD(DOCT-POS) < FECHA-PROCESO-NEGOCIO
                ADD 1 TO FALTAN-EMPLEADO
                DISPLAY "  CADUCADO " EXGT-TIPO(EXGT-POS) " EL "
                    DOCT-CADUCIDAD(DOCT-POS)
             END-IF
          END-IF
       END-IF.
       ADD 1 TO EXGT-POS.

       BUSCA-DOCUMENTO-EXIGIDO.
       IF DOCT-TIPO(DOCT-POS) = EXGT-TIPO(EXGT-POS)
          MOVE "S" TO DOCT-HALLADO
       ELSE
          ADD 1 TO DOCT-POS
       END-IF.

      ******************************************************************
      * Tipo de contrato del empleado: el del tramo mas reciente de
      * CONTRATOS.DAT, como en el control de vencimientos (inicio
      * mas alto y, a igual inicio, mas renovaciones). Sin tramo se
      * toma indefinido, igual que el alta.
      ******************************************************************
       DETERMINA-CONTRATO-EMPLEADO.
       MOVE "I" TO CONTRATO-EMPLEADO.
       MOVE 0 TO CONTRATO-INICIO-VIGENTE.
       MOVE 0 TO CONTRATO-RENOV-VIGENTE.
       OPEN INPUT CONTRATOS-ARCHIVO.
       IF CONTRATOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-TRAMO-EMPLEADO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CONTRATOS-ARCHIVO.

       LEE-TRAMO-EMPLEADO.
       READ CONTRATOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CONTRATO-EMPLEADOS-ID = ID-BUSCADO
                 IF CONTRATO-INICIO > CONTRATO-INICIO-VIGENTE
                     OR (CONTRATO-INICIO = CONTRATO-INICIO-VIGENTE
                     AND CONTRATO-RENOVACIONES
                     NOT < CONTRATO-RENOV-VIGENTE)
                    MOVE CONTRATO-TIPO TO CONTRATO-EMPLEADO
                    MOVE CONTRATO-INICIO TO CONTRATO-INICIO-VIGENTE
                    MOVE CONTRATO-RENOVACIONES
                        TO CONTRATO-RENOV-VIGENTE
                 END-IF
              END-IF
       END-READ.

       GRABA-AUDITORIA-DOCUMENTOS.
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
       END PROGRAM DOCUMENTOS-EMPLEADO.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Formacion obligatoria y certificaciones: mantiene
      *          el catalogo de cursos (CURSOS.DAT, con la validez
      *          en meses, cero si no caduca), los cursos que exige
      *          cada puesto de PUESTOS.DAT (REQFORM.DAT) y registra
      *          la formacion realizada por cada empleado
      *          (FORMACION.DAT: fecha, caducidad y proveedor; una
      *          renovacion es un registro nuevo y vale la ultima
      *          realizacion de cada curso). Consulta las carencias
      *          de un empleado para su puesto vigente y escribe el
      *          informe de cumplimiento por departamento
      *          (FORMCUMP.RPT) con los cursos que faltan y los
      *          caducados de cada empleado activo, para tenerlo a
      *          mano cuando lo pide la inspeccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT CURSOS-ARCHIVO ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURSOS-ESTADO-ARCHIVO.
           SELECT REQUISITOS-ARCHIVO ASSIGN TO "REQFORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUISITOS-ESTADO-ARCHIVO.
           SELECT FORMACION-ARCHIVO ASSIGN TO "FORMACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORMACION-ESTADO-ARCHIVO.
           SELECT PUESTOS-ARCHIVO ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUESTOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGNA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASIGNA-CLAVE
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.
           SELECT INFORME-CUMPLIMIENTO ASSIGN TO "FORMCUMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  CURSOS-ARCHIVO.
       01  CURSO-REGISTRO.
           05 CURSO-CODIGO            PIC X(6).
           05 CURSO-DESCRIPCION       PIC X(30).
           05 CURSO-VALIDEZ-MESES     PIC 9(3).
       FD  REQUISITOS-ARCHIVO.
       01  REQUISITO-REGISTRO.
           05 REQUISITO-PUESTO        PIC X(8).
           05 REQUISITO-CURSO         PIC X(6).
      ******************************************************************
      * Formacion realizada: caducidad cero = certificacion sin
      * vencimiento.
      ******************************************************************
       FD  FORMACION-ARCHIVO.
       01  FORMACION-REGISTRO.
           05 FORMACION-EMPLEADOS-ID  PIC 9(5).
           05 FORMACION-CURSO         PIC X(6).
           05 FORMACION-FECHA         PIC 9(8).
           05 FORMACION-CADUCIDAD     PIC 9(8).
           05 FORMACION-PROVEEDOR     PIC X(20).
       FD  PUESTOS-ARCHIVO.
       01  PUESTO-REGISTRO.
           05 PUESTO-REG-CODIGO       PIC X(8).
           05 PUESTO-REG-TITULO       PIC X(25).
           05 PUESTO-REG-DEPARTAMENTO PIC X(10).
           05 PUESTO-REG-GRADO        PIC 9(2).
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIGNA-CLAVE.
              10 ASIGNA-EMPLEADOS-ID  PIC 9(5).
              10 ASIGNA-PUESTO        PIC X(8).
              10 ASIGNA-FECHA-DESDE   PIC 9(8).
           05 ASIGNA-FECHA-HASTA      PIC 9(8).
       FD  INFORME-CUMPLIMIENTO.
       01  LINEA-CUMPLIMIENTO         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  CURSOS-ESTADO-ARCHIVO PIC X(2).
       77  REQUISITOS-ESTADO-ARCHIVO PIC X(2).
       77  FORMACION-ESTADO-ARCHIVO PIC X(2).
       77  PUESTOS-ESTADO-ARCHIVO PIC X(2).
       77  ASIGNACIONES-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-DE-HOY         PIC 9(8).
       77  OPCION-FORMACION     PIC X.
       77  OPCION-REQUISITO     PIC X.
       77  ID-BUSCADO           PIC 9(5).
       77  CURSO-BUSCADO        PIC X(6).
       77  PUESTO-BUSCADO       PIC X(8).
       77  DATOS-VALIDOS        PIC X.
       77  FECHA-VALIDA         PIC X.
       77  FECHA-REALIZACION    PIC 9(8).
       77  FECHA-CADUCIDAD      PIC 9(8).
       77  PROVEEDOR-NUEVO      PIC X(20).
       77  CARENCIAS-EMPLEADO   PIC 9(3).
       77  FECHA-CURSOR-X       PIC X(8).
       77  ANIO-CURSOR          PIC 9(4).
       77  MES-CURSOR           PIC 9(2).
       77  DIA-CURSOR           PIC 9(2).
       77  MESES-SUMADOS        PIC 9(4).
       77  ANIOS-SUMADOS        PIC 9(3).
       77  DIA-MAXIMO           PIC 9(2).
       77  RESTO-BISIESTO       PIC 9(4).
       77  COCIENTE-BISIESTO    PIC 9(4).
      ******************************************************************
      * Catalogo de cursos.
      ******************************************************************
       01  TABLA-CURSOS.
           05 CURT-ENTRADA OCCURS 50 TIMES.
              10 CURT-CODIGO          PIC X(6).
              10 CURT-DESCRIPCION     PIC X(30).
              10 CURT-VALIDEZ         PIC 9(3).
       77  CURT-TOTAL           PIC 9(2) VALUE 0.
       77  CURT-POS             PIC 9(2).
       77  CURT-HALLADO         PIC X.
      ******************************************************************
      * Cursos exigidos por puesto.
      ******************************************************************
       01  TABLA-REQUISITOS.
           05 REQT-ENTRADA OCCURS 300 TIMES.
              10 REQT-PUESTO          PIC X(8).
              10 REQT-CURSO           PIC X(6).
       77  REQT-TOTAL           PIC 9(3) VALUE 0.
       77  REQT-POS             PIC 9(3).
       77  REQT-HALLADO         PIC X.
       01  TABLA-PUESTOS.
           05 PUESTO-ENTRADA OCCURS 50 TIMES.
              10 PUESTO-CODIGO        PIC X(8).
              10 PUESTO-TITULO        PIC X(25).
       77  PUESTOS-TOTAL        PIC 9(2) VALUE 0.
       77  PUESTO-POS           PIC 9(2).
       77  PUESTO-HALLADO       PIC X.
       01  TABLA-ASIGNACIONES.
           05 ASIGNA-ENTRADA OCCURS 500 TIMES.
              10 ASIGT-ID             PIC 9(5).
              10 ASIGT-PUESTO         PIC X(8).
              10 ASIGT-HASTA          PIC 9(8).
       77  ASIGT-TOTAL          PIC 9(3) VALUE 0.
       77  ASIGT-POS            PIC 9(3).
       77  PUESTO-VIGENTE       PIC X(8).
      ******************************************************************
      * Ultima realizacion de cada curso por empleado, para el
      * informe de cumplimiento.
      ******************************************************************
       01  TABLA-REALIZADOS.
           05 REALT-ENTRADA OCCURS 1000 TIMES.
              10 REALT-ID             PIC 9(5).
              10 REALT-CURSO          PIC X(6).
              10 REALT-FECHA          PIC 9(8).
              10 REALT-CADUCIDAD      PIC 9(8).
       77  REALT-TOTAL          PIC 9(4) VALUE 0.
       77  REALT-POS            PIC 9(4).
       77  REALT-HALLADO        PIC X.
      ******************************************************************
      * Totales por departamento del informe de cumplimiento.
      ******************************************************************
       01  TABLA-CUMPLIMIENTO.
           05 CUMT-ENTRADA OCCURS 50 TIMES.
              10 CUMT-CODIGO          PIC X(10).
              10 CUMT-EMPLEADOS       PIC 9(5).
              10 CUMT-EXIGIDOS        PIC 9(5).
              10 CUMT-FALTAN          PIC 9(5).
              10 CUMT-CADUCADOS       PIC 9(5).
       77  CUMT-TOTAL           PIC 9(2) VALUE 0.
       77  CUMT-POS             PIC 9(2).
       77  CUMT-HALLADO         PIC X.
       77  EMPLEADOS-SIN-PUESTO PIC 9(5) VALUE 0.
       77  FALTAN-EMPRESA       PIC 9(5) VALUE 0.
       77  CADUCADOS-EMPRESA    PIC 9(5) VALUE 0.
       77  PORCENTAJE-CUMPLIDO  PIC 9(3)V9.
       77  PORCENTAJE-EDICION   PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "FORMACION OBLIGATORIA Y CERTIFICACIONES".
       PERFORM CARGA-CURSOS.
       PERFORM CARGA-REQUISITOS.
       PERFORM CARGA-PUESTOS.
       MOVE SPACES TO OPCION-FORMACION.
       PERFORM GESTIONA-FORMACION UNTIL OPCION-FORMACION = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       GESTIONA-FORMACION.
       DISPLAY "C - CATALOGO DE CURSOS / R - CURSOS EXIGIDOS POR "
           "PUESTO / F - REGISTRAR FORMACION REALIZADA".
       DISPLAY "E - CARENCIAS DE UN EMPLEADO / I - INFORME DE "
           "CUMPLIMIENTO POR DEPARTAMENTO / 0 - SALIR: ".
       ACCEPT OPCION-FORMACION.
       IF OPCION-FORMACION = "C"
          PERFORM MANTIENE-CURSO
       ELSE
          IF OPCION-FORMACION = "R"
             PERFORM MANTIENE-REQUISITOS
          ELSE
             IF OPCION-FORMACION = "F"
                PERFORM REGISTRA-FORMACION
             ELSE
                IF OPCION-FORMACION = "E"
                   PERFORM CONSULTA-CARENCIAS
                ELSE
                   IF OPCION-FORMACION = "I"
                      PERFORM INFORME-CUMPLIMIENTO-DEPTOS
                   ELSE
                      IF OPCION-FORMACION NOT = "0"
                         DISPLAY "OPCION NO VALIDA."
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-CURSOS.
       MOVE 0 TO CURT-TOTAL.
       OPEN INPUT CURSOS-ARCHIVO.
       IF CURSOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-CURSO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CURSOS-ARCHIVO.

       CARGA-UN-CURSO.
       READ CURSOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CURT-TOTAL < 50
                 ADD 1 TO CURT-TOTAL
                 MOVE CURSO-CODIGO TO CURT-CODIGO(CURT-TOTAL)
                 MOVE CURSO-DESCRIPCION
                     TO CURT-DESCRIPCION(CURT-TOTAL)
                 MOVE CURSO-VALIDEZ-MESES TO CURT-VALIDEZ(CURT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE CURSOS LLENA."
              END-IF
       END-READ.

       BUSCA-CURSO.
       MOVE "N" TO CURT-HALLADO.
       MOVE 1 TO CURT-POS.
       PERFORM COMPARA-CURSO
           UNTIL CURT-POS > CURT-TOTAL OR CURT-HALLADO = "S".

       COMPARA-CURSO.
       IF CURT-CODIGO(CURT-POS) = CURSO-BUSCADO
          MOVE "S" TO CURT-HALLADO
       ELSE
          ADD 1 TO CURT-POS
       END-IF.

      ******************************************************************
      * Alta o modificacion de un curso del catalogo; el catalogo se
      * regraba entero.
      ******************************************************************
       MANTIENE-CURSO.
       MOVE 1 TO CURT-POS.
       PERFORM MUESTRA-UN-CURSO UNTIL CURT-POS > CURT-TOTAL.
       DISPLAY "CODIGO DEL CURSO: ".
       ACCEPT CURSO-BUSCADO.
       IF CURSO-BUSCADO = SPACES
          DISPLAY "CODIGO NO VALIDO."
       ELSE
          PERFORM BUSCA-CURSO
          MOVE "S" TO DATOS-VALIDOS
          IF CURT-HALLADO = "N"
             IF CURT-TOTAL < 50
                ADD 1 TO CURT-TOTAL
                MOVE CURT-TOTAL TO CURT-POS
                MOVE CURSO-BUSCADO TO CURT-CODIGO(CURT-POS)
             ELSE
                MOVE "N" TO DATOS-VALIDOS
                DISPLAY "CATALOGO DE CURSOS LLENO. NO SE PUEDE DAR "
                    "DE ALTA."
             END-IF
          ELSE
             DISPLAY "MODIFICANDO EL CURSO " CURSO-BUSCADO
          END-IF
          IF DATOS-VALIDOS = "S"
             DISPLAY "DESCRIPCION: "
             ACCEPT CURT-DESCRIPCION(CURT-POS)
             DISPLAY "VALIDEZ EN MESES (0 = NO CADUCA): "
             ACCEPT CURT-VALIDEZ(CURT-POS)
             PERFORM GRABA-ARCHIVO-CURSOS
             DISPLAY "CURSO " CURSO-BUSCADO " GRABADO."
          END-IF
       END-IF.

       MUESTRA-UN-CURSO.
       DISPLAY CURT-CODIGO(CURT-POS) " " CURT-DESCRIPCION(CURT-POS)
           " VALIDEZ " CURT-VALIDEZ(CURT-POS) " MESES".
       ADD 1 TO CURT-POS.

       GRABA-ARCHIVO-CURSOS.
       OPEN OUTPUT CURSOS-ARCHIVO.
       MOVE 1 TO CURT-POS.
       PERFORM GRABA-UN-CURSO UNTIL CURT-POS > CURT-TOTAL.
       CLOSE CURSOS-ARCHIVO.

       GRABA-UN-CURSO.
       MOVE CURT-CODIGO(CURT-POS) TO CURSO-CODIGO.
       MOVE CURT-DESCRIPCION(CURT-POS) TO CURSO-DESCRIPCION.
       MOVE CURT-VALIDEZ(CURT-POS) TO CURSO-VALIDEZ-MESES.
       WRITE CURSO-REGISTRO.
       ADD 1 TO CURT-POS.

       CARGA-REQUISITOS.
       MOVE 0 TO REQT-TOTAL.
       OPEN INPUT REQUISITOS-ARCHIVO.
       IF REQUISITOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-REQUISITO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE REQUISITOS-ARCHIVO.

       CARGA-UN-REQUISITO.
       READ REQUISITOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF REQT-TOTAL < 300
                 ADD 1 TO REQT-TOTAL
                 MOVE REQUISITO-PUESTO TO REQT-PUESTO(REQT-TOTAL)
                 MOVE REQUISITO-CURSO TO REQT-CURSO(REQT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE REQUISITOS LLENA."
              END-IF
       END-READ.

       CARGA-PUESTOS.
       MOVE 0 TO PUESTOS-TOTAL.
       OPEN INPUT PUESTOS-ARCHIVO.
       IF PUESTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PUESTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PUESTOS-ARCHIVO.

       CARGA-UN-PUESTO.
       READ PUESTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PUESTOS-TOTAL < 50
                 ADD 1 TO PUESTOS-TOTAL
                 MOVE PUESTO-REG-CODIGO
                     TO PUESTO-CODIGO(PUESTOS-TOTAL)
                 MOVE PUESTO-REG-TITULO
                     TO PUESTO-TITULO(PUESTOS-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PUESTOS LLENA."
              END-IF
       END-READ.

       BUSCA-PUESTO.
       MOVE "N" TO PUESTO-HALLADO.
       MOVE 1 TO PUESTO-POS.
       PERFORM COMPARA-PUESTO
           UNTIL PUESTO-POS > PUESTOS-TOTAL OR PUESTO-HALLADO = "S".

       COMPARA-PUESTO.
       IF PUESTO-CODIGO(PUESTO-POS) = PUESTO-BUSCADO
          MOVE "S" TO PUESTO-HALLADO
       ELSE
          ADD 1 TO PUESTO-POS
       END-IF.

      ******************************************************************
      * Cursos exigidos por un puesto: se listan los que tiene y se
      * anade (A) o se quita (B) uno. El archivo se regraba entero.
      ******************************************************************
       MANTIENE-REQUISITOS.
       DISPLAY "CODIGO DEL PUESTO: ".
       ACCEPT PUESTO-BUSCADO.
       PERFORM BUSCA-PUESTO.
       IF PUESTO-HALLADO = "N"
          DISPLAY "EL PUESTO " PUESTO-BUSCADO
              " NO ESTA EN EL MAESTRO."
       ELSE
          DISPLAY "CURSOS EXIGIDOS AL PUESTO " PUESTO-BUSCADO " "
              PUESTO-TITULO(PUESTO-POS) ":"
          MOVE 1 TO REQT-POS
          PERFORM MUESTRA-REQUISITO UNTIL REQT-POS > REQT-TOTAL
          DISPLAY "A - ANADIR CURSO / B - QUITAR CURSO / "
              "0 - VOLVER: "
          ACCEPT OPCION-REQUISITO
          IF OPCION-REQUISITO = "A" OR OPCION-REQUISITO = "B"
             DISPLAY "CODIGO DEL CURSO: "
             ACCEPT CURSO-BUSCADO
             PERFORM BUSCA-REQUISITO
             IF OPCION-REQUISITO = "A"
                PERFORM ANADE-REQUISITO
             ELSE
                PERFORM QUITA-REQUISITO
             END-IF
          END-IF
       END-IF.

       MUESTRA-REQUISITO.
       IF REQT-PUESTO(REQT-POS) = PUESTO-BUSCADO
          MOVE REQT-CURSO(REQT-POS) TO CURSO-BUSCADO
          PERFORM BUSCA-CURSO
          IF CURT-HALLADO = "S"
             DISPLAY "  " CURSO-BUSCADO " "
                 CURT-DESCRIPCION(CURT-POS)
          ELSE
             DISPLAY "  " CURSO-BUSCADO " (NO ESTA EN EL CATALOGO)"
          END-IF
       END-IF.
       ADD 1 TO REQT-POS.

       BUSCA-REQUISITO.
       MOVE "N" TO REQT-HALLADO.
       MOVE 1 TO REQT-POS.
       PERFORM COMPARA-REQUISITO
           UNTIL REQT-POS > REQT-TOTAL OR REQT-HALLADO = "S".

       COMPARA-REQUISITO.
       IF REQT-PUESTO(REQT-POS) = PUESTO-BUSCADO
           AND REQT-CURSO(REQT-POS) = CURSO-BUSCADO
          MOVE "S" TO REQT-HALLADO
       ELSE
          ADD 1 TO REQT-POS
       END-IF.

       ANADE-REQUISITO.
       PERFORM BUSCA-CURSO.
       IF CURT-HALLADO = "N"
          DISPLAY "EL CURSO " CURSO-BUSCADO " NO ESTA EN EL CATALOGO."
       ELSE
          IF REQT-HALLADO = "S"
             DISPLAY "EL PUESTO YA EXIGE ESE CURSO."
          ELSE
             IF REQT-TOTAL < 300
                ADD 1 TO REQT-TOTAL
                MOVE PUESTO-BUSCADO TO REQT-PUESTO(REQT-TOTAL)
                MOVE CURSO-BUSCADO TO REQT-CURSO(REQT-TOTAL)
                PERFORM GRABA-ARCHIVO-REQUISITOS
                DISPLAY "CURSO " CURSO-BUSCADO " EXIGIDO AL PUESTO "
                    PUESTO-BUSCADO "."
             ELSE
                DISPLAY "TABLA DE REQUISITOS LLENA. NO GRABADO."
             END-IF
          END-IF
       END-IF.

       QUITA-REQUISITO.
       IF REQT-HALLADO = "N"
          DISPLAY "EL PUESTO NO EXIGE ESE CURSO."
       ELSE
          PERFORM CORRE-REQUISITO UNTIL REQT-POS >= REQT-TOTAL
          SUBTRACT 1 FROM REQT-TOTAL
          PERFORM GRABA-ARCHIVO-REQUISITOS
          DISPLAY "CURSO " CURSO-BUSCADO " YA NO SE EXIGE AL PUESTO "
              PUESTO-BUSCADO "."
       END-IF.

       CORRE-REQUISITO.
       MOVE REQT-ENTRADA(REQT-POS + 1) TO REQT-ENTRADA(REQT-POS).
       ADD 1 TO REQT-POS.

       GRABA-ARCHIVO-REQUISITOS.
       OPEN OUTPUT REQUISITOS-ARCHIVO.
       MOVE 1 TO REQT-POS.
       PERFORM GRABA-UN-REQUISITO UNTIL REQT-POS > REQT-TOTAL.
       CLOSE REQUISITOS-ARCHIVO.

       GRABA-UN-REQUISITO.
       MOVE REQT-PUESTO(REQT-POS) TO REQUISITO-PUESTO.
       MOVE REQT-CURSO(REQT-POS) TO REQUISITO-CURSO.
       WRITE REQUISITO-REGISTRO.
       ADD 1 TO REQT-POS.

      ******************************************************************
      * Formacion realizada: la caducidad tecleada manda; con cero
      * se toma la fecha de realizacion mas los meses de validez del
      * catalogo (y cero si el curso no caduca).
      ******************************************************************
       REGISTRA-FORMACION.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-EMPLEADO.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-APELLIDOS
          DISPLAY "CODIGO DEL CURSO: "
          ACCEPT CURSO-BUSCADO
          PERFORM BUSCA-CURSO
          IF CURT-HALLADO = "N"
             DISPLAY "EL CURSO " CURSO-BUSCADO
                 " NO ESTA EN EL CATALOGO."
          ELSE
             PERFORM PIDE-DATOS-FORMACION
          END-IF
       END-IF.

       PIDE-DATOS-FORMACION.
       DISPLAY "FECHA DE REALIZACION (AAAAMMDD): ".
       ACCEPT FECHA-REALIZACION.
       CALL "VALIDA-FECHA" USING FECHA-REALIZACION FECHA-VALIDA.
       IF FECHA-VALIDA = "N"
          DISPLAY "FECHA NO VALIDA. FORMACION NO GRABADA."
       ELSE
          DISPLAY "FECHA DE CADUCIDAD (AAAAMMDD, 0 = SEGUN "
              "CATALOGO): "
          ACCEPT FECHA-CADUCIDAD
          IF FECHA-CADUCIDAD = 0
             IF CURT-VALIDEZ(CURT-POS) > 0
                PERFORM CALCULA-CADUCIDAD
             END-IF
          END-IF
          IF FECHA-CADUCIDAD NOT = 0
              AND FECHA-CADUCIDAD NOT > FECHA-REALIZACION
             DISPLAY "LA CADUCIDAD DEBE SER POSTERIOR A LA "
                 "REALIZACION. FORMACION NO GRABADA."
          ELSE
             DISPLAY "PROVEEDOR: "
             ACCEPT PROVEEDOR-NUEVO
             OPEN EXTEND FORMACION-ARCHIVO
             IF FORMACION-ESTADO-ARCHIVO = "35"
                OPEN OUTPUT FORMACION-ARCHIVO
             END-IF
             MOVE ID-BUSCADO TO FORMACION-EMPLEADOS-ID
             MOVE CURSO-BUSCADO TO FORMACION-CURSO
             MOVE FECHA-REALIZACION TO FORMACION-FECHA
             MOVE FECHA-CADUCIDAD TO FORMACION-CADUCIDAD
             MOVE PROVEEDOR-NUEVO TO FORMACION-PROVEEDOR
             WRITE FORMACION-REGISTRO
             CLOSE FORMACION-ARCHIVO
             IF FECHA-CADUCIDAD = 0
                DISPLAY "FORMACION GRABADA (NO CADUCA)."
             ELSE
                DISPLAY "FORMACION GRABADA. CADUCA EL "
                    FECHA-CADUCIDAD "."
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Suma los meses de validez a la fecha de realizacion; si el
      * dia no existe en el mes resultante queda el ultimo del mes.
      ******************************************************************
       CALCULA-CADUCIDAD.
       MOVE FECHA-REALIZACION TO FECHA-CURSOR-X.
       MOVE FECHA-CURSOR-X(1:4) TO ANIO-CURSOR.
       MOVE FECHA-CURSOR-X(5:2) TO MES-CURSOR.
       MOVE FECHA-CURSOR-X(7:2) TO DIA-CURSOR.
       COMPUTE MESES-SUMADOS = MES-CURSOR - 1 + CURT-VALIDEZ(CURT-POS).
       DIVIDE MESES-SUMADOS BY 12 GIVING ANIOS-SUMADOS
           REMAINDER MES-CURSOR.
       ADD 1 TO MES-CURSOR.
       ADD ANIOS-SUMADOS TO ANIO-CURSOR.
       PERFORM DETERMINA-DIA-MAXIMO.
       IF DIA-CURSOR > DIA-MAXIMO
          MOVE DIA-MAXIMO TO DIA-CURSOR
       END-IF.
       COMPUTE FECHA-CADUCIDAD = ANIO-CURSOR * 10000
           + MES-CURSOR * 100 + DIA-CURSOR.

       DETERMINA-DIA-MAXIMO.
       IF MES-CURSOR = 4 OR MES-CURSOR = 6 OR MES-CURSOR = 9
           OR MES-CURSOR = 11
          MOVE 30 TO DIA-MAXIMO
       ELSE
          IF MES-CURSOR = 2
             MOVE 28 TO DIA-MAXIMO
             DIVIDE ANIO-CURSOR BY 4 GIVING COCIENTE-BISIESTO
                 REMAINDER RESTO-BISIESTO
             IF RESTO-BISIESTO = 0
                DIVIDE ANIO-CURSOR BY 100 GIVING COCIENTE-BISIESTO
                    REMAINDER RESTO-BISIESTO
                IF RESTO-BISIESTO NOT = 0
                   MOVE 29 TO DIA-MAXIMO
                ELSE
                   DIVIDE ANIO-CURSOR BY 400
                       GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = 0
                      MOVE 29 TO DIA-MAXIMO
                   END-IF
                END-IF
             END-IF
          ELSE
             MOVE 31 TO DIA-MAXIMO
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
      * Carencias de un empleado para su puesto vigente (asignacion
      * con hasta cero), por el subprograma comun.
      ******************************************************************
       CONSULTA-CARENCIAS.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-EMPLEADO.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM CARGA-ASIGNACIONES
          MOVE ID-BUSCADO TO EMPLEADOS-ID
          PERFORM BUSCA-PUESTO-VIGENTE
          IF PUESTO-VIGENTE = SPACES
             DISPLAY "EL EMPLEADO " ID-BUSCADO
                 " NO TIENE PUESTO VIGENTE."
          ELSE
             MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
             MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY
             DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
                 EMPLEADOS-APELLIDOS " PUESTO " PUESTO-VIGENTE
             CALL "CARENCIAS-FORMACION" USING ID-BUSCADO
                 PUESTO-VIGENTE FECHA-DE-HOY CARENCIAS-EMPLEADO
             IF CARENCIAS-EMPLEADO = 0
                DISPLAY "FORMACION DEL PUESTO AL DIA."
             ELSE
                DISPLAY CARENCIAS-EMPLEADO " CURSOS OBLIGATORIOS "
                    "PENDIENTES PARA EL PUESTO."
             END-IF
          END-IF
       END-IF.

       CARGA-ASIGNACIONES.
       MOVE 0 TO ASIGT-TOTAL.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-ASIGNACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ASIGNACIONES-ARCHIVO.

       CARGA-UNA-ASIGNACION.
       READ ASIGNACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ASIGT-TOTAL < 500
                 ADD 1 TO ASIGT-TOTAL
                 MOVE ASIGNA-EMPLEADOS-ID TO ASIGT-ID(ASIGT-TOTAL)
                 MOVE ASIGNA-PUESTO TO ASIGT-PUESTO(ASIGT-TOTAL)
                 MOVE ASIGNA-FECHA-HASTA TO ASIGT-HASTA(ASIGT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ASIGNACIONES LLENA."
              END-IF
       END-READ.

       BUSCA-PUESTO-VIGENTE.
       MOVE SPACES TO PUESTO-VIGENTE.
       MOVE 1 TO ASIGT-POS.
       PERFORM COMPARA-ASIGNACION UNTIL ASIGT-POS > ASIGT-TOTAL.

       COMPARA-ASIGNACION.
       IF ASIGT-ID(ASIGT-POS) = EMPLEADOS-ID
           AND ASIGT-HASTA(ASIGT-POS) = 0
          MOVE ASIGT-PUESTO(ASIGT-POS) TO PUESTO-VIGENTE
       END-IF.
       ADD 1 TO ASIGT-POS.

      ******************************************************************
      * Informe de cumplimiento: para cada empleado activo con puesto
      * vigente, cada curso exigido que nunca hizo o que tiene
      * caducado en la fecha de hoy sale en una linea, y al final
      * el resumen por departamento con el porcentaje cumplido.
      ******************************************************************
       INFORME-CUMPLIMIENTO-DEPTOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY.
       PERFORM CARGA-ASIGNACIONES.
       PERFORM CARGA-REALIZADOS.
       MOVE 0 TO CUMT-TOTAL.
       MOVE 0 TO EMPLEADOS-SIN-PUESTO.
       MOVE 0 TO FALTAN-EMPRESA.
       MOVE 0 TO CADUCADOS-EMPRESA.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          OPEN OUTPUT INFORME-CUMPLIMIENTO
          MOVE SPACES TO LINEA-CUMPLIMIENTO
          STRING "CUMPLIMIENTO DE FORMACION OBLIGATORIA A "
              FECHA-DE-HOY " - FECHA DE EJECUCION: "
              FECHA-ACTUAL(1:14)
              DELIMITED BY SIZE INTO LINEA-CUMPLIMIENTO
          WRITE LINEA-CUMPLIMIENTO
          MOVE ZEROES TO EMPLEADOS-ID
          MOVE "N" TO LEE-TODO
          START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
              INVALID KEY MOVE "S" TO LEE-TODO
          END-START
          IF LEE-TODO = "N"
             PERFORM LEE-SIGUIENTE-EMPLEADO
          END-IF
          PERFORM CUMPLIMIENTO-EMPLEADO UNTIL LEE-TODO = "S"
          CLOSE EMPLEADOS-ARCHIVO
          MOVE SPACES TO LINEA-CUMPLIMIENTO
          WRITE LINEA-CUMPLIMIENTO
          MOVE SPACES TO LINEA-CUMPLIMIENTO
          STRING "RESUMEN POR DEPARTAMENTO"
              DELIMITED BY SIZE INTO LINEA-CUMPLIMIENTO
          WRITE LINEA-CUMPLIMIENTO
          MOVE 1 TO CUMT-POS
          PERFORM ESCRIBE-CUMPLIMIENTO-DEPTO
              UNTIL CUMT-POS > CUMT-TOTAL
          MOVE SPACES TO LINEA-CUMPLIMIENTO
          STRING "TOTAL EMPRESA - FALTAN: " FALTAN-EMPRESA
              "  CADUCADOS: " CADUCADOS-EMPRESA
              "  ACTIVOS SIN PUESTO VIGENTE: " EMPLEADOS-SIN-PUESTO
              DELIMITED BY SIZE INTO LINEA-CUMPLIMIENTO
          WRITE LINEA-CUMPLIMIENTO
          CLOSE INFORME-CUMPLIMIENTO
          DISPLAY "INFORME DE CUMPLIMIENTO ESCRITO EN FORMCUMP.RPT. "
              "FALTAN: " FALTAN-EMPRESA " CADUCADOS: "
              CADUCADOS-EMPRESA
       END-IF.

       LEE-SIGUIENTE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CARGA-REALIZADOS.
       MOVE 0 TO REALT-TOTAL.
       OPEN INPUT FORMACION-ARCHIVO.
       IF FORMACION-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-REALIZADO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE FORMACION-ARCHIVO.

       CARGA-UN-REALIZADO.
       READ FORMACION-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE FORMACION-EMPLEADOS-ID TO ID-BUSCADO
              MOVE FORMACION-CURSO TO CURSO-BUSCADO
              PERFORM BUSCA-REALIZADO
              IF REALT-HALLADO = "S"
                 IF FORMACION-FECHA NOT < REALT-FECHA(REALT-POS)
                    MOVE FORMACION-FECHA TO REALT-FECHA(REALT-POS)
                    MOVE FORMACION-CADUCIDAD
                        TO REALT-CADUCIDAD(REALT-POS)
                 END-IF
              ELSE
                 IF REALT-TOTAL < 1000
                    ADD 1 TO REALT-TOTAL
                    MOVE FORMACION-EMPLEADOS-ID
                        TO REALT-ID(REALT-TOTAL)
                    MOVE FORMACION-CURSO TO REALT-CURSO(REALT-TOTAL)
                    MOVE FORMACION-FECHA TO REALT-FECHA(REALT-TOTAL)
                    MOVE FORMACION-CADUCIDAD
                        TO REALT-CADUCIDAD(REALT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE FORMACION LLENA."
                 END-IF
              END-IF
       END-READ.

       BUSCA-REALIZADO.
       MOVE "N" TO REALT-HALLADO.
       MOVE 1 TO REALT-POS.
       PERFORM COMPARA-REALIZADO
           UNTIL REALT-POS > REALT-TOTAL OR REALT-HALLADO = "S".

       COMPARA-REALIZADO.
       IF REALT-ID(REALT-POS) = ID-BUSCADO
           AND REALT-CURSO(REALT-POS) = CURSO-BUSCADO
          MOVE "S" TO REALT-HALLADO
       ELSE
          ADD 1 TO REALT-POS
       END-IF.

       CUMPLIMIENTO-EMPLEADO.
       IF EMPLEADO-ACTIVO
          PERFORM BUSCA-PUESTO-VIGENTE
          IF PUESTO-VIGENTE = SPACES
             ADD 1 TO EMPLEADOS-SIN-PUESTO
          ELSE
             PERFORM BUSCA-CUMPLIMIENTO-DEPTO
             IF CUMT-HALLADO = "S"
                ADD 1 TO CUMT-EMPLEADOS(CUMT-POS)
                MOVE 1 TO REQT-POS
                PERFORM REVISA-REQUISITO-EMPLEADO
                    UNTIL REQT-POS > REQT-TOTAL
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       REVISA-REQUISITO-EMPLEADO.
       IF REQT-PUESTO(REQT-POS) = PUESTO-VIGENTE
          ADD 1 TO CUMT-EXIGIDOS(CUMT-POS)
          MOVE EMPLEADOS-ID TO ID-BUSCADO
          MOVE REQT-CURSO(REQT-POS) TO CURSO-BUSCADO
          PERFORM BUSCA-REALIZADO
          IF REALT-HALLADO = "N"
             ADD 1 TO CUMT-FALTAN(CUMT-POS)
             ADD 1 TO FALTAN-EMPRESA
             MOVE SPACES TO LINEA-CUMPLIMIENTO
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             STRING EMPLEADOS-DEPARTAMENTO " " EMPLEADOS-ID " "
                 APELLIDOS-MOSTRADOS(1:30) " " PUESTO-VIGENTE " "
                 CURSO-BUSCADO " FALTA (NUNCA REALIZADO)"
                 DELIMITED BY SIZE INTO LINEA-CUMPLIMIENTO
             WRITE LINEA-CUMPLIMIENTO
          ELSE
             IF REALT-CADUCIDAD(REALT-POS) > 0
                 AND REALT-CADUCIDAD(REALT-POS) < FECHA-DE-HOY
                ADD 1 TO CUMT-CADUCADOS(CUMT-POS)
                ADD 1 TO CADUCADOS-EMPRESA
                MOVE SPACES TO LINEA-CUMPLIMIENTO
                MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                PERFORM EDITA-APELLIDOS-MOSTRADOS
                STRING EMPLEADOS-DEPARTAMENTO " " EMPLEADOS-ID " "
                    APELLIDOS-MOSTRADOS(1:30) " " PUESTO-VIGENTE " "
                    CURSO-BUSCADO " CADUCADO EL "
                    REALT-CADUCIDAD(REALT-POS)
                    DELIMITED BY SIZE INTO LINEA-CUMPLIMIENTO
                WRITE LINEA-CUMPLIMIENTO
             END-IF
          END-IF
       END-IF.
       ADD 1 TO REQT-POS.

       BUSCA-CUMPLIMIENTO-DEPTO.
       MOVE "N" TO CUMT-HALLADO.
       MOVE 1 TO CUMT-POS.
       PERFORM COMPARA-CUMPLIMIENTO-DEPTO
           UNTIL CUMT-POS > CUMT-TOTAL OR CUMT-HALLADO = "S".
       IF CUMT-HALLADO = "N"
          IF CUMT-TOTAL < 50
             ADD 1 TO CUMT-TOTAL
             MOVE CUMT-TOTAL TO CUMT-POS
             MOVE EMPLEADOS-DEPARTAMENTO TO CUMT-CODIGO(CUMT-POS)
             MOVE 0 TO CUMT-EMPLEADOS(CUMT-POS)
             MOVE 0 TO CUMT-EXIGIDOS(CUMT-POS)
             MOVE 0 TO CUMT-FALTAN(CUMT-POS)
             MOVE 0 TO CUMT-CADUCADOS(CUMT-POS)
             MOVE "S" TO CUMT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA."
          END-IF
       END-IF.

       COMPARA-CUMPLIMIENTO-DEPTO.
       IF CUMT-CODIGO(CUMT-POS) = EMPLEADOS-DEPARTAMENTO
          MOVE "S" TO CUMT-HALLADO
       ELSE
          ADD 1 TO CUMT-POS
       END-IF.

       ESCRIBE-CUMPLIMIENTO-DEPTO.
       IF CUMT-EXIGIDOS(CUMT-POS) = 0
          MOVE 100 TO PORCENTAJE-CUMPLIDO
       ELSE
          COMPUTE PORCENTAJE-CUMPLIDO ROUNDED
              = (CUMT-EXIGIDOS(CUMT-POS) - CUMT-FALTAN(CUMT-POS)
              - CUMT-CADUCADOS(CUMT-POS)) * 100
              / CUMT-EXIGIDOS(CUMT-POS)
       END-IF.
       MOVE PORCENTAJE-CUMPLIDO TO PORCENTAJE-EDICION.
       MOVE SPACES TO LINEA-CUMPLIMIENTO.
       STRING CUMT-CODIGO(CUMT-POS) " EMPLEADOS: "
           CUMT-EMPLEADOS(CUMT-POS) " CURSOS EXIGIDOS: "
           CUMT-EXIGIDOS(CUMT-POS) " FALTAN: "
           CUMT-FALTAN(CUMT-POS) " CADUCADOS: "
           CUMT-CADUCADOS(CUMT-POS) " CUMPLIDO: "
           PORCENTAJE-EDICION " PCT"
           DELIMITED BY SIZE INTO LINEA-CUMPLIMIENTO.
       WRITE LINEA-CUMPLIMIENTO.
       ADD 1 TO CUMT-POS.

      ******************************************************************
      * Los dos apellidos seguidos, con un solo blanco entre ellos,
      * para los listados que los muestran en una sola columna.
      ******************************************************************
       EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDO-1-EDICION TO APELLIDOS-MOSTRADOS.
       IF APELLIDO-2-EDICION NOT = SPACES
          MOVE SPACES TO APELLIDOS-MOSTRADOS
          STRING APELLIDO-1-EDICION DELIMITED BY "  "
              " " DELIMITED BY SIZE
              APELLIDO-2-EDICION DELIMITED BY "  "
              INTO APELLIDOS-MOSTRADOS
       END-IF.
       END PROGRAM FORMACION.

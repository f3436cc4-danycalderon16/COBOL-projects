      *          totales anuales) mas el resumen de empresa, cuyos
      *          grandes totales deben cuadrar con la suma de los
      *          certificados individuales.
      *          Se certifica por empresa: cada linea del historial
      *          va a la empresa del empleado en el maestro o, si ya
      *          fue archivado, a la del departamento que tenia en
      *          el historico; sin ninguna de las dos, a la empresa
      *          por omision. ANUALTOT.DAT guarda un total por anio y
      *          empresa.
      *          Del desglose de deducciones NOMDEDUC.DAT se toman la
      *          retribucion flexible exenta (clase FLEXIBLE) y la
      *          retribucion en especie (clase ESPECIE), que salen en
      *          el certificado aparte del bruto dinerario y no entran
      *          en los totales que se cuadran con el historial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT ARCHIVO-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT DEDUCCIONES-LIBRO ASSIGN TO "NOMDEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMDEDUC-ESTADO-ARCHIVO.
           SELECT TOTALES-ANUALES ASSIGN TO "ANUALTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALES-ESTADO-ARCHIVO.
       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  ARCHIVO-HISTORICO.
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-EDAD          PIC 999.
           05 HISTORICO-TELEFONO      PIC X(15).
           05 HISTORICO-DIRECCION     PIC X(30).
           05 HISTORICO-ESTADO        PIC X.
           05 HISTORICO-DEPARTAMENTO  PIC X(10).
           05 HISTORICO-SALARIO       PIC S9(7)V99.
           05 HISTORICO-FECHA-ALTA    PIC 9(8).
           05 HISTORICO-FECHA-NACIMIENTO PIC 9(8).
           05 HISTORICO-FECHA-ARCHIVO PIC 9(8).
           05 HISTORICO-CODIGO-POSTAL PIC X(5).
           05 HISTORICO-CIUDAD        PIC X(15).
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
       COPY "21-5-historial-nomina.cbl".
      ******************************************************************
      * Desglose de deducciones que deja la liberacion de la nomina:
      * cuentan aqui las lineas de clase FLEXIBLE y ESPECIE.
      ******************************************************************
       FD  DEDUCCIONES-LIBRO.
       01  NOMDEDUC-REGISTRO.
           05 NOMDEDUC-PERIODO        PIC X(6).
           05 NOMDEDUC-EMPLEADOS-ID   PIC 9(5).
           05 NOMDEDUC-CLASE          PIC X(8).
           05 NOMDEDUC-REFERENCIA     PIC X(20).
           05 NOMDEDUC-BASE           PIC S9(7)V99.
           05 NOMDEDUC-IMPORTE        PIC S9(7)V99.
       FD  REPORTE-ANUAL.
       01  LINEA-ANUAL                PIC X(90).
      ******************************************************************
      * Totales de empresa por anio certificado: los lee el cierre
      * del anio para probar que el certificado y la suma del
      * historial de nomina dicen lo mismo antes de archivar. Hay
      * un registro por anio y empresa; en blanco es la empresa por
      * omision.
      ******************************************************************
       FD  TOTALES-ANUALES.
       01  ANUALTOT-REGISTRO.
           05 ANUALTOT-DEDUCCION      PIC S9(11)V99.
           05 ANUALTOT-NETO           PIC S9(11)V99.
           05 ANUALTOT-REGISTROS      PIC 9(7).
           05 ANUALTOT-EMPRESA        PIC X(6).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  NOMDEDUC-ESTADO-ARCHIVO PIC X(2).
       77  NOMDEDUC-LEE-TODO    PIC X.
       77  OPERADOR-ACTUAL      PIC X(10).
       77  CODIGO-EMPRESA       PIC X(6).
       77  RAZON-SOCIAL-EMPRESA PIC X(40).
       77  EMPRESA-POR-OMISION  PIC X(6).
       77  EMPRESA-DEL-EMPLEADO PIC X(6).
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
       77  ANIO-CIERRE          PIC 9(4).
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
              10 ANUAL-BRUTO          PIC S9(9)V99.
              10 ANUAL-DEDUCCION      PIC S9(9)V99.
              10 ANUAL-NETO           PIC S9(9)V99.
              10 ANUAL-FLEXIBLE       PIC S9(9)V99.
              10 ANUAL-ESPECIE        PIC S9(9)V99.
              10 ANUAL-MES-ENTRADA OCCURS 12 TIMES.
                 15 ANUAL-MES-BRUTO   PIC S9(7)V99.
                 15 ANUAL-MES-DEDUCCION PIC S9(9)V99.
       77  EMPRESA-BRUTO        PIC S9(11)V99 VALUE 0.
       77  EMPRESA-DEDUCCION    PIC S9(11)V99 VALUE 0.
       77  EMPRESA-NETO         PIC S9(11)V99 VALUE 0.
       77  EMPRESA-FLEXIBLE     PIC S9(11)V99 VALUE 0.
       77  EMPRESA-ESPECIE      PIC S9(11)V99 VALUE 0.
       77  IMPORTE-EDICION      PIC -(9)9.99.
       77  IMPORTE-EMPRESA-EDICION PIC -(11)9.99.
       77  TOTALES-ESTADO-ARCHIVO PIC X(2).
       77  TOTALES-LEE-TODO     PIC X.
       77  REGISTROS-ANIO       PIC 9(7) VALUE 0.
       01  TABLA-TOTALES.
           05 TOTANUAL-ENTRADA OCCURS 60 TIMES.
              10 TOTANUAL-ANIO        PIC 9(4).
              10 TOTANUAL-BRUTO       PIC S9(11)V99.
              10 TOTANUAL-DEDUCCION   PIC S9(11)V99.
              10 TOTANUAL-NETO        PIC S9(11)V99.
              10 TOTANUAL-REGISTROS   PIC 9(7).
              10 TOTANUAL-EMPRESA     PIC X(6).
       77  TOTANUAL-TOTAL       PIC 9(2) VALUE 0.
       77  TOTANUAL-POS         PIC 9(2).
       77  TOTANUAL-HALLADO     PIC X.
       DISPLAY "CIERRE ANUAL DE NOMINA".
       DISPLAY "ANIO A CERTIFICAR (AAAA): ".
       ACCEPT ANIO-CIERRE.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-RAZON-SOCIAL TO RAZON-SOCIAL-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY HISTORIAL DE NOMINA (NOMHIST.DAT)."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN INPUT ARCHIVO-HISTORICO.
       MOVE "N" TO LEE-TODO.
       PERFORM ACUMULA-HISTORIAL UNTIL LEE-TODO = "S".
       CLOSE NOMINA-HISTORIAL.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
          CLOSE ARCHIVO-HISTORICO
       END-IF.
       OPEN INPUT DEDUCCIONES-LIBRO.
       IF NOMDEDUC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO NOMDEDUC-LEE-TODO
          PERFORM ACUMULA-DESGLOSE UNTIL NOMDEDUC-LEE-TODO = "S"
          CLOSE DEDUCCIONES-LIBRO
       END-IF.
       IF ANUAL-TOTAL = 0
          DISPLAY "NO HAY PERIODOS DEL ANIO " ANIO-CIERRE
              " DE LA EMPRESA " CODIGO-EMPRESA " EN EL HISTORIAL."
          IF EMPLEADOS-ESTADO-ARCHIVO = "00"
             CLOSE EMPLEADOS-ARCHIVO
          END-IF
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-ANUAL.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE 1 TO ANUAL-POS.
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO(1:4) = ANIO-CIERRE
                 PERFORM DETERMINA-EMPRESA-EMPLEADO
                 IF EMPRESA-DEL-EMPLEADO = CODIGO-EMPRESA
                    ADD 1 TO REGISTROS-ANIO
                    PERFORM ACUMULA-REGISTRO-ANUAL
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Flexible exenta y especie del anio: solo de los empleados que
      * ya estan en la tabla, que es como se filtra la empresa.
      ******************************************************************
       ACUMULA-DESGLOSE.
       READ DEDUCCIONES-LIBRO
           AT END MOVE "S" TO NOMDEDUC-LEE-TODO
           NOT AT END
              IF NOMDEDUC-PERIODO(1:4) = ANIO-CIERRE
                  AND (NOMDEDUC-CLASE = "FLEXIBLE"
                  OR NOMDEDUC-CLASE = "ESPECIE")
                 PERFORM ACUMULA-LINEA-DESGLOSE
              END-IF
       END-READ.

       ACUMULA-LINEA-DESGLOSE.
       MOVE "N" TO ANUAL-HALLADO.
       MOVE 1 TO ANUAL-POS.
       PERFORM BUSCA-DESGLOSE-ANUAL
           UNTIL ANUAL-POS > ANUAL-TOTAL OR ANUAL-HALLADO = "S".
       IF ANUAL-HALLADO = "S"
          IF NOMDEDUC-CLASE = "FLEXIBLE"
             ADD NOMDEDUC-IMPORTE TO ANUAL-FLEXIBLE(ANUAL-POS)
          ELSE
             ADD NOMDEDUC-IMPORTE TO ANUAL-ESPECIE(ANUAL-POS)
          END-IF
       END-IF.

       BUSCA-DESGLOSE-ANUAL.
       IF ANUAL-ID(ANUAL-POS) = NOMDEDUC-EMPLEADOS-ID
          MOVE "S" TO ANUAL-HALLADO
       ELSE
          ADD 1 TO ANUAL-POS
       END-IF.

      ******************************************************************
      * Empresa de la linea del historial: la del maestro; si el
      * empleado ya fue archivado, la del departamento que tenia en
      * el historico; en blanco, la empresa por omision.
      ******************************************************************
       DETERMINA-EMPRESA-EMPLEADO.
       MOVE SPACES TO EMPRESA-DEL-EMPLEADO.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE HISTORIAL-EMPLEADOS-ID TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO ENCONTRADO
                 MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO
          END-READ
       END-IF.
       IF ENCONTRADO = "N"
          IF HISTORICO-ESTADO-ARCHIVO = "00"
              OR HISTORICO-ESTADO-ARCHIVO = "23"
             MOVE HISTORIAL-EMPLEADOS-ID TO HISTORICO-ID
             READ ARCHIVO-HISTORICO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE HISTORICO-EMPRESA TO EMPRESA-DEL-EMPLEADO
                    IF EMPRESA-DEL-EMPLEADO = SPACES
                       MOVE "D" TO EMPRESA-MODO
                       MOVE SPACES TO EMPRESA-CODIGO
                       MOVE HISTORICO-DEPARTAMENTO
                           TO EMPRESA-DEPARTAMENTO
                       CALL "VALIDA-EMPRESA"
                           USING EMPRESA-MODO DATOS-EMPRESA
                       MOVE EMPRESA-CODIGO TO EMPRESA-DEL-EMPLEADO
                    END-IF
             END-READ
          END-IF
       END-IF.
       IF EMPRESA-DEL-EMPLEADO = SPACES
          MOVE EMPRESA-POR-OMISION TO EMPRESA-DEL-EMPLEADO
       END-IF.

       ACUMULA-REGISTRO-ANUAL.
       MOVE "N" TO ANUAL-HALLADO.
       MOVE 1 TO ANUAL-POS.
             MOVE 0 TO ANUAL-BRUTO(ANUAL-POS)
             MOVE 0 TO ANUAL-DEDUCCION(ANUAL-POS)
             MOVE 0 TO ANUAL-NETO(ANUAL-POS)
             MOVE 0 TO ANUAL-FLEXIBLE(ANUAL-POS)
             MOVE 0 TO ANUAL-ESPECIE(ANUAL-POS)
             MOVE 1 TO MES-POS
             PERFORM LIMPIA-MES-ANUAL UNTIL MES-POS > 12
             MOVE "S" TO ANUAL-HALLADO
       END-IF.
       MOVE SPACES TO LINEA-ANUAL.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING "EMPLEADO: " ANUAL-ID(ANUAL-POS) " "
              EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS
              DELIMITED BY SIZE INTO LINEA-ANUAL
       ELSE
          STRING "EMPLEADO: " ANUAL-ID(ANUAL-POS)
       STRING "TOTAL ANUAL NETO:      " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       IF ANUAL-FLEXIBLE(ANUAL-POS) NOT = 0
          MOVE ANUAL-FLEXIBLE(ANUAL-POS) TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-ANUAL
          STRING "RETRIB. FLEXIBLE EXENTA:" IMPORTE-EDICION
              DELIMITED BY SIZE INTO LINEA-ANUAL
          WRITE LINEA-ANUAL
       END-IF.
       IF ANUAL-ESPECIE(ANUAL-POS) NOT = 0
          MOVE ANUAL-ESPECIE(ANUAL-POS) TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-ANUAL
          STRING "RETRIB. EN ESPECIE:    " IMPORTE-EDICION
              DELIMITED BY SIZE INTO LINEA-ANUAL
          WRITE LINEA-ANUAL
       END-IF.
       ADD ANUAL-FLEXIBLE(ANUAL-POS) TO EMPRESA-FLEXIBLE.
       ADD ANUAL-ESPECIE(ANUAL-POS) TO EMPRESA-ESPECIE.
       ADD ANUAL-BRUTO(ANUAL-POS) TO EMPRESA-BRUTO.
       ADD ANUAL-DEDUCCION(ANUAL-POS) TO EMPRESA-DEDUCCION.
       ADD ANUAL-NETO(ANUAL-POS) TO EMPRESA-NETO.
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "EMPRESA: " CODIGO-EMPRESA " " RAZON-SOCIAL-EMPRESA
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "EMPLEADOS CERTIFICADOS: " ANUAL-TOTAL
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
           " (SUMA DE LOS CERTIFICADOS INDIVIDUALES)"
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE EMPRESA-FLEXIBLE TO IMPORTE-EMPRESA-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "FLEXIBLE EXENTA:   " IMPORTE-EMPRESA-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
       MOVE EMPRESA-ESPECIE TO IMPORTE-EMPRESA-EDICION.
       MOVE SPACES TO LINEA-ANUAL.
       STRING "ESPECIE EMPRESA:   " IMPORTE-EMPRESA-EDICION
           DELIMITED BY SIZE INTO LINEA-ANUAL.
       WRITE LINEA-ANUAL.
      ******************************************************************
      * Vuelca los totales de empresa del anio a ANUALTOT.DAT: se
      * cargan los anios ya grabados, se sustituye o anade el del
      * cierre y empresa y se reescribe el archivo entero.
      ******************************************************************
       GRABA-TOTALES-ANUALES.
       MOVE 0 TO TOTANUAL-TOTAL.
           UNTIL TOTANUAL-POS > TOTANUAL-TOTAL
           OR TOTANUAL-HALLADO = "S".
       IF TOTANUAL-HALLADO = "N"
          IF TOTANUAL-TOTAL >= 60
             DISPLAY "AVISO: TABLA DE TOTALES ANUALES LLENA."
             GO TO GRABA-TOTALES-SALIDA
          END-IF
          MOVE TOTANUAL-TOTAL TO TOTANUAL-POS
       END-IF.
       MOVE ANIO-CIERRE TO TOTANUAL-ANIO(TOTANUAL-POS).
       MOVE CODIGO-EMPRESA TO TOTANUAL-EMPRESA(TOTANUAL-POS).
       MOVE EMPRESA-BRUTO TO TOTANUAL-BRUTO(TOTANUAL-POS).
       MOVE EMPRESA-DEDUCCION TO TOTANUAL-DEDUCCION(TOTANUAL-POS).
       MOVE EMPRESA-NETO TO TOTANUAL-NETO(TOTANUAL-POS).
       PERFORM GRABA-UN-TOTAL-ANUAL
           UNTIL TOTANUAL-POS > TOTANUAL-TOTAL.
       CLOSE TOTALES-ANUALES.
       DISPLAY "TOTALES DEL ANIO " ANIO-CIERRE " DE LA EMPRESA "
           CODIGO-EMPRESA " GRABADOS EN ANUALTOT.DAT.".
       GRABA-TOTALES-SALIDA.
       CONTINUE.

       READ TOTALES-ANUALES
           AT END MOVE "S" TO TOTALES-LEE-TODO
           NOT AT END
              IF TOTANUAL-TOTAL < 60
                 ADD 1 TO TOTANUAL-TOTAL
                 MOVE ANUALTOT-ANIO TO TOTANUAL-ANIO(TOTANUAL-TOTAL)
                 MOVE ANUALTOT-BRUTO
                 MOVE ANUALTOT-NETO TO TOTANUAL-NETO(TOTANUAL-TOTAL)
                 MOVE ANUALTOT-REGISTROS
                     TO TOTANUAL-REGISTROS(TOTANUAL-TOTAL)
                 MOVE ANUALTOT-EMPRESA
                     TO TOTANUAL-EMPRESA(TOTANUAL-TOTAL)
                 IF TOTANUAL-EMPRESA(TOTANUAL-TOTAL) = SPACES
                    MOVE EMPRESA-POR-OMISION
                        TO TOTANUAL-EMPRESA(TOTANUAL-TOTAL)
                 END-IF
              END-IF
       END-READ.

       BUSCA-TOTAL-ANUAL.
       IF TOTANUAL-ANIO(TOTANUAL-POS) = ANIO-CIERRE
           AND TOTANUAL-EMPRESA(TOTANUAL-POS) = CODIGO-EMPRESA
          MOVE "S" TO TOTANUAL-HALLADO
       ELSE
          ADD 1 TO TOTANUAL-POS
       MOVE TOTANUAL-DEDUCCION(TOTANUAL-POS) TO ANUALTOT-DEDUCCION.
       MOVE TOTANUAL-NETO(TOTANUAL-POS) TO ANUALTOT-NETO.
       MOVE TOTANUAL-REGISTROS(TOTANUAL-POS) TO ANUALTOT-REGISTROS.
       MOVE TOTANUAL-EMPRESA(TOTANUAL-POS) TO ANUALTOT-EMPRESA.
       WRITE ANUALTOT-REGISTRO.
       ADD 1 TO TOTANUAL-POS.

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
       END PROGRAM CIERRE-ANUAL.

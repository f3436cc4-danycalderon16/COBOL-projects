      *          parentesco y fecha de nacimiento), y un totalizador
      *          final con el desglose empleados/dependientes que la
      *          aseguradora usa para verificar la recepcion.
      *          Se genera por empresa: solo viajan los empleados de
      *          la empresa pedida (en blanco, la de omision) y los
      *          dependientes de esos titulares.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT ARCHIVO-ASEGURADORA ASSIGN TO "CARRIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY "21-2-archivo-logico.cbl".
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE.
              10 DEPENDIENTE-EMPLEADOS-ID     PIC 9(5).
              10 DEPENDIENTE-NOMBRE           PIC X(20).
              10 DEPENDIENTE-PARENTESCO       PIC X(15).
              10 DEPENDIENTE-FECHA-NACIMIENTO PIC 9(8).
           05 DEPENDIENTE-PRIMER-APELLIDO     PIC X(25).
           05 DEPENDIENTE-SEGUNDO-APELLIDO    PIC X(25).
       FD  TRANSMISION-SECUENCIA.
       01  TRANSMISION-SEC-REGISTRO.
           05 TSEQ-INTERFAZ           PIC X(8).
       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  OPERADOR-ACTUAL      PIC X(10).
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
       77  LEE-TODO             PIC X VALUE "N".
       77  DEPENDIENTE-LEE-TODO PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR. CARRIER.DAT NO GENERADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
       PERFORM ESCRIBE-TOTALIZADOR-ASEGURADORA.
       CLOSE ARCHIVO-ASEGURADORA.
       CLOSE EMPLEADOS-ARCHIVO.
       DISPLAY "CARRIER.DAT DE LA EMPRESA " CODIGO-EMPRESA
           " GENERADO: " TOTAL-EMPLEADOS
           " EMPLEADOS Y " TOTAL-DEPENDIENTES " DEPENDIENTES.".
       GOBACK.

       END-READ.

       DETALLE-EMPLEADO.
       PERFORM DETERMINA-EMPRESA-EMPLEADO.
       IF EMPLEADO-ACTIVO AND EMPRESA-DEL-EMPLEADO = CODIGO-EMPRESA
          MOVE SPACES TO ASEGURADORA-REGISTRO
          MOVE "D" TO DETALLE-TIPO
          MOVE "E" TO DETALLE-CLASE
          MOVE EMPLEADOS-ID TO DETALLE-EMPLEADOS-ID
          MOVE EMPLEADOS-NOMBRE TO DETALLE-NOMBRE
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          MOVE APELLIDOS-MOSTRADOS TO DETALLE-APELLIDOS
          MOVE "TITULAR" TO DETALLE-PARENTESCO
          MOVE EMPLEADOS-FECHA-NACIMIENTO
              TO DETALLE-FECHA-NACIMIENTO
       CLOSE DEPENDIENTES-ARCHIVO.

       DETALLE-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO DEPENDIENTE-LEE-TODO
           NOT AT END
              MOVE DEPENDIENTE-EMPLEADOS-ID TO EMPLEADOS-ID
                  INVALID KEY MOVE "N" TO ENCONTRADO
                  NOT INVALID KEY MOVE "S" TO ENCONTRADO
              END-READ
              IF ENCONTRADO = "S"
                 PERFORM DETERMINA-EMPRESA-EMPLEADO
              END-IF
              IF ENCONTRADO = "S" AND EMPLEADO-ACTIVO
                  AND EMPRESA-DEL-EMPLEADO = CODIGO-EMPRESA
                 MOVE SPACES TO ASEGURADORA-REGISTRO
                 MOVE "D" TO DETALLE-TIPO
                 MOVE "P" TO DETALLE-CLASE
                 MOVE DEPENDIENTE-EMPLEADOS-ID
                     TO DETALLE-EMPLEADOS-ID
                 MOVE DEPENDIENTE-NOMBRE TO DETALLE-NOMBRE
                 IF DEPENDIENTE-PRIMER-APELLIDO NOT = SPACES
                    MOVE DEPENDIENTE-PRIMER-APELLIDO
                        TO APELLIDO-1-EDICION
                    MOVE DEPENDIENTE-SEGUNDO-APELLIDO
                        TO APELLIDO-2-EDICION
                 ELSE
                    MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                 END-IF
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 MOVE APELLIDOS-MOSTRADOS TO DETALLE-APELLIDOS
                 MOVE DEPENDIENTE-PARENTESCO TO DETALLE-PARENTESCO
                 MOVE DEPENDIENTE-FECHA-NACIMIENTO
                     TO DETALLE-FECHA-NACIMIENTO
              END-IF
       END-READ.

       DETERMINA-EMPRESA-EMPLEADO.
       MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO.
       IF EMPRESA-DEL-EMPLEADO = SPACES
          MOVE EMPRESA-POR-OMISION TO EMPRESA-DEL-EMPLEADO
       END-IF.

       ESCRIBE-TOTALIZADOR-ASEGURADORA.
       MOVE SPACES TO ASEGURADORA-REGISTRO.
       MOVE "T" TO TOTALIZADOR-TIPO.
       MOVE TSQT-SECUENCIA(TSQT-POS) TO TSEQ-SECUENCIA.
       WRITE TRANSMISION-SEC-REGISTRO.
       ADD 1 TO TSQT-POS.

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
       END PROGRAM EXTRACTO-ASEGURADORA.

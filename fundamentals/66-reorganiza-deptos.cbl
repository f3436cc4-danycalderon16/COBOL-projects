       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Mapeo de movimiento: del codigo viejo al nuevo, con rango
      * opcional de IDs (0-0 = todos) y de primer apellido (blancos =
      * sin filtro) para partir un departamento en dos.
      ******************************************************************
       FD  MAPEO-ARCHIVO.
       01  MAPEO-REGISTRO.
           05 DEPTO-REG-DESCRIPCION   PIC X(30).
           05 DEPTO-REG-ACTIVO        PIC X.
           05 DEPTO-REG-RESPONSABLE   PIC X(20).
           05 DEPTO-REG-EMPRESA       PIC X(6).
       FD  CIERRE-ARCHIVO.
       01  CIERRE-REGISTRO.
           05 CIERRE-ESTADO        PIC X.
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  MAPEO-ESTADO-ARCHIVO PIC X(2).
       77  DEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADOR-ACTUAL      PIC X(10).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  IMAGEN-ANTES         PIC X(217).
       77  IMAGEN-DESPUES       PIC X(217).
       77  EMPLEADOS-MOVIDOS    PIC 9(5) VALUE 0.
       77  DESTINO-VALIDO       PIC X.
       77  MAPEO-APLICA         PIC X.
          END-IF
       END-IF.
       IF MAPT-APE-DESDE(MAPT-POS) NOT = SPACES
          IF EMPLEADOS-PRIMER-APELLIDO < MAPT-APE-DESDE(MAPT-POS)
             MOVE "N" TO MAPEO-APLICA
          END-IF
       END-IF.
       IF MAPT-APE-HASTA(MAPT-POS) NOT = SPACES
          IF EMPLEADOS-PRIMER-APELLIDO > MAPT-APE-HASTA(MAPT-POS)
             MOVE "N" TO MAPEO-APLICA
          END-IF
       END-IF.
       MUEVE-EMPLEADO-REORG.
       ADD 1 TO EMPLEADOS-MOVIDOS.
       MOVE SPACES TO LINEA-REORG.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS(1:30) " DE " EMPLEADOS-DEPARTAMENTO
           " A " DEPARTAMENTO-DESTINO
           DELIMITED BY SIZE INTO LINEA-REORG.
       WRITE LINEA-REORG.
       MOVE EMPLEADOS-ID TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

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
       END PROGRAM REORGANIZA-DEPTOS.

      *          la nomina, deja cada cambio en la auditoria y las
      *          imagenes antes/despues en el diario de cambios.
      *          Nunca mas se aplica a ciegas un archivo de subidas.
      *          Las subidas por merito que aprueba la campana de
      *          EVALUACION-DESEMPENO llegan por el mismo archivo,
      *          una por empleado, y se aplican igual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUESTOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGNA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASIGNA-CLAVE
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.
           SELECT BANDAS-ARCHIVO ASSIGN TO "BANDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  PERIODOS-ARCHIVO.
       01  PERIODO-REGISTRO.
           05 PERIODO-REG-ID          PIC X(6).
           05 PERIODO-REG-DESDE       PIC 9(8).
           05 PERIODO-REG-HASTA       PIC 9(8).
           05 PERIODO-REG-ESTADO      PIC X.
       COPY "21-5-historial-nomina.cbl".
      ******************************************************************
      * Atrasos pendientes de pago: cuando la fecha efectiva de un
      * ajuste cae en periodos ya cerrados, la diferencia contra lo
           05 PUESTO-REG-GRADO        PIC 9(2).
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIGNA-CLAVE.
              10 ASIGNA-EMPLEADOS-ID  PIC 9(5).
              10 ASIGNA-PUESTO        PIC X(8).
              10 ASIGNA-FECHA-DESDE   PIC 9(8).
           05 ASIGNA-FECHA-HASTA      PIC 9(8).
      ******************************************************************
      * Bandas salariales por grado del puesto: en el modo APLICAR

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  AJUSTES-ESTADO-ARCHIVO PIC X(2).
       77  MODO-AJUSTE          PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-DE-HOY         PIC 9(8).
       01  TABLA-AJUSTES.
           05 AJUSTE-ENTRADA OCCURS 500 TIMES.
              10 AJT-OBJETIVO         PIC X.
              10 AJT-CLAVE            PIC X(10).
              10 AJT-TIPO             PIC X.
              10 AJT-IMPORTE          PIC S9(7)V99.
              10 AJT-FECHA            PIC 9(8).
       77  AJUSTES-TOTAL        PIC 9(3) VALUE 0.
       77  AJUSTE-POS           PIC 9(3).
       77  AJUSTE-HALLADO       PIC X.
       77  AJUSTES-PENDIENTES   PIC 9(3) VALUE 0.
       77  CLAVE-EMPLEADO       PIC X(10).
       77  SALARIO-NUEVO        PIC S9(7)V99.
       77  EMPLEADOS-AJUSTADOS  PIC 9(5) VALUE 0.
       77  SALARIO-ANTES-EDICION PIC -(7)9.99.
       77  SALARIO-DESPUES-EDICION PIC -(7)9.99.
       77  IMAGEN-ANTES         PIC X(217).
       77  IMAGEN-DESPUES       PIC X(217).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  PERIODOS-ESTADO-ARCHIVO PIC X(2).
              IF AJUSTE-FECHA-EFECTIVA > FECHA-DE-HOY
                 ADD 1 TO AJUSTES-PENDIENTES
              ELSE
                 IF AJUSTES-TOTAL < 500
                    ADD 1 TO AJUSTES-TOTAL
                    MOVE AJUSTE-OBJETIVO
                        TO AJT-OBJETIVO(AJUSTES-TOTAL)
       MOVE EMPLEADOS-SALARIO TO SALARIO-ANTES-EDICION.
       MOVE SALARIO-NUEVO TO SALARIO-DESPUES-EDICION.
       MOVE SPACES TO LINEA-AJUSTE.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS(1:30) " ANTES: " SALARIO-ANTES-EDICION
           " DESPUES: " SALARIO-DESPUES-EDICION
           DELIMITED BY SIZE INTO LINEA-AJUSTE.
       WRITE LINEA-AJUSTE.
       END-READ.

       CARGA-UNA-ASIGNACION-BANDA.
       READ ASIGNACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ASIGT-TOTAL < 200
       MOVE IMAGEN-DESPUES TO DIARIO-IMAGEN-DESPUES.
       WRITE DIARIO-REGISTRO.
       CLOSE DIARIO-ARCHIVO.

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
       END PROGRAM AJUSTA-SALARIOS.

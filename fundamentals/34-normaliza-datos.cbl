       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-TRABAJO ASSIGN TO "DEPTEMP.DAT"
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
       FD  DEPENDIENTES-TRABAJO.
       01  DEPTRABAJO-REGISTRO        PIC X(98).
      ******************************************************************
      * La columna 72 de PERSONAS.DAT lleva la marca C de consumido
      * que estampa el puente de incorporacion; la limpieza la
      * arrastra sin tocarla para no rehabilitar incorporaciones.
      ******************************************************************
       01  LISTADO-REGISTRO.
           05 LISTADO-NOMBRE      PIC X(15).
           05 FILLER              PIC X.
           05 LISTADO-PRIMER-APELLIDO  PIC X(25).
           05 FILLER              PIC X.
           05 LISTADO-SEGUNDO-APELLIDO PIC X(25).
           05 FILLER              PIC X.
           05 LISTADO-EDAD        PIC 999.
           05 LISTADO-MARCA       PIC X.
       FD  PERSONAS-TRABAJO.
       01  PERSTRABAJO-REGISTRO       PIC X(72).
       FD  REPORTE-NORMALIZA.
       01  LINEA-NORMALIZA            PIC X(110).
       FD  CIERRE-ARCHIVO.
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  CAMBIOS-DEPENDIENTES PIC 9(5) VALUE 0.
       77  CAMBIOS-PERSONAS     PIC 9(5) VALUE 0.
       77  REGISTRO-CAMBIADO    PIC X.
       77  DEPENDIENTE-NOMBRE-NORMALIZADO PIC X(20).
       77  TELEFONO-NORMALIZADO PIC X(15).
       77  TELEFONO-POS         PIC 9(2).
       77  TELEFONO-POS-SALIDA  PIC 9(2).
       77  CARACTER-TELEFONO    PIC X.
       77  IMAGEN-ANTES         PIC X(217).
       77  IMAGEN-DESPUES       PIC X(217).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  CIERRE-ESTADO-ARCHIVO PIC X(2).
       77  DIA-CERRADO          PIC X VALUE "N".
                  (FUNCTION TRIM(EMPLEADOS-NOMBRE))
                  TO NOMBRE-PERSONA-NOMBRE
              MOVE FUNCTION UPPER-CASE
                  (FUNCTION TRIM(EMPLEADOS-PRIMER-APELLIDO))
                  TO NOMBRE-PERSONA-PRIMER-APELLIDO
              MOVE FUNCTION UPPER-CASE
                  (FUNCTION TRIM(EMPLEADOS-SEGUNDO-APELLIDO))
                  TO NOMBRE-PERSONA-SEGUNDO-APELLIDO
              MOVE EMPLEADOS-TELEFONO TO TELEFONO-NORMALIZADO
              PERFORM NORMALIZA-TELEFONO
              IF NOMBRE-PERSONA-NOMBRE NOT = EMPLEADOS-NOMBRE
       END-IF.

       NORMALIZA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE FUNCTION UPPER-CASE
                  (FUNCTION TRIM(DEPENDIENTE-NOMBRE))
                  TO DEPENDIENTE-NOMBRE-NORMALIZADO
              MOVE FUNCTION UPPER-CASE
                  (FUNCTION TRIM(DEPENDIENTE-PRIMER-APELLIDO))
                  TO NOMBRE-PERSONA-PRIMER-APELLIDO
              MOVE FUNCTION UPPER-CASE
                  (FUNCTION TRIM(DEPENDIENTE-SEGUNDO-APELLIDO))
                  TO NOMBRE-PERSONA-SEGUNDO-APELLIDO
              IF DEPENDIENTE-NOMBRE-NORMALIZADO NOT = DEPENDIENTE-NOMBRE
                  OR NOMBRE-PERSONA-PRIMER-APELLIDO NOT =
                      DEPENDIENTE-PRIMER-APELLIDO
                  OR NOMBRE-PERSONA-SEGUNDO-APELLIDO NOT =
                      DEPENDIENTE-SEGUNDO-APELLIDO
                 ADD 1 TO CAMBIOS-DEPENDIENTES
                 MOVE SPACES TO LINEA-NORMALIZA
                 STRING "DEPENDIENTE DE " DEPENDIENTE-EMPLEADOS-ID
                     " ANTES: " DEPENDIENTE-NOMBRE "/"
                     DEPENDIENTE-PRIMER-APELLIDO
                     DEPENDIENTE-SEGUNDO-APELLIDO
                     DELIMITED BY SIZE INTO LINEA-NORMALIZA
                 WRITE LINEA-NORMALIZA
                 MOVE SPACES TO LINEA-NORMALIZA
                 STRING "DEPENDIENTE DE " DEPENDIENTE-EMPLEADOS-ID
                     " DESPUES: " DEPENDIENTE-NOMBRE-NORMALIZADO "/"
                     NOMBRE-PERSONA-APELLIDOS
                     DELIMITED BY SIZE INTO LINEA-NORMALIZA
                 WRITE LINEA-NORMALIZA
                 MOVE DEPENDIENTE-NOMBRE-NORMALIZADO
                     TO DEPENDIENTE-NOMBRE
                 MOVE NOMBRE-PERSONA-PRIMER-APELLIDO
                     TO DEPENDIENTE-PRIMER-APELLIDO
                 MOVE NOMBRE-PERSONA-SEGUNDO-APELLIDO
                     TO DEPENDIENTE-SEGUNDO-APELLIDO
              END-IF
              MOVE DEPENDIENTE-REGISTRO TO DEPTRABAJO-REGISTRO
              WRITE DEPTRABAJO-REGISTRO
       END-READ.

      ******************************************************************
      * El nombre del dependiente forma parte de la clave, asi que
      * DEPEND.DAT se regraba entero desde DEPTEMP.DAT en lugar de
      * reescribir cada registro en su sitio.
      ******************************************************************
       RECONSTRUYE-DEPENDIENTES.
       OPEN INPUT DEPENDIENTES-TRABAJO.
       OPEN OUTPUT DEPENDIENTES-ARCHIVO.
           NOT AT END
              MOVE DEPTRABAJO-REGISTRO TO DEPENDIENTE-REGISTRO
              WRITE DEPENDIENTE-REGISTRO
                  INVALID KEY
                     DISPLAY "AVISO: DEPENDIENTE REPETIDO DEL ID "
                         DEPENDIENTE-EMPLEADOS-ID " TRAS NORMALIZAR: "
                         DEPENDIENTE-NOMBRE
              END-WRITE
       END-READ.

      ******************************************************************
                     (FUNCTION TRIM(LISTADO-NOMBRE))
                     TO NOMBRE-PERSONA-NOMBRE
                 MOVE FUNCTION UPPER-CASE
                     (FUNCTION TRIM(LISTADO-PRIMER-APELLIDO))
                     TO NOMBRE-PERSONA-PRIMER-APELLIDO
                 MOVE FUNCTION UPPER-CASE
                     (FUNCTION TRIM(LISTADO-SEGUNDO-APELLIDO))
                     TO NOMBRE-PERSONA-SEGUNDO-APELLIDO
                 IF NOMBRE-PERSONA-NOMBRE NOT = LISTADO-NOMBRE
                     OR NOMBRE-PERSONA-PRIMER-APELLIDO NOT =
                         LISTADO-PRIMER-APELLIDO
                     OR NOMBRE-PERSONA-SEGUNDO-APELLIDO NOT =
                         LISTADO-SEGUNDO-APELLIDO
                    ADD 1 TO CAMBIOS-PERSONAS
                    MOVE SPACES TO LINEA-NORMALIZA
                    STRING "PERSONA ANTES: " LISTADO-NOMBRE "/"
                        LISTADO-PRIMER-APELLIDO
                        LISTADO-SEGUNDO-APELLIDO
                        DELIMITED BY SIZE INTO LINEA-NORMALIZA
                    WRITE LINEA-NORMALIZA
                    MOVE SPACES TO LINEA-NORMALIZA
                    STRING "PERSONA DESPUES: " NOMBRE-PERSONA-NOMBRE "/"
                        NOMBRE-PERSONA-APELLIDOS
                        DELIMITED BY SIZE INTO LINEA-NORMALIZA
                    WRITE LINEA-NORMALIZA
                    MOVE NOMBRE-PERSONA-NOMBRE TO LISTADO-NOMBRE
                    MOVE NOMBRE-PERSONA-PRIMER-APELLIDO
                        TO LISTADO-PRIMER-APELLIDO
                    MOVE NOMBRE-PERSONA-SEGUNDO-APELLIDO
                        TO LISTADO-SEGUNDO-APELLIDO
                 END-IF
              END-IF
              MOVE LISTADO-REGISTRO TO PERSTRABAJO-REGISTRO

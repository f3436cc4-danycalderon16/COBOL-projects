               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT ARCHIVO-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT EXCEPCIONES-ARCHIVO ASSIGN TO "EMPEXCEP.DAT"
       01  CONTROL-REGISTRO           PIC 9(5).
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE.
              10 DEPENDIENTE-EMPLEADOS-ID     PIC 9(5).
              10 DEPENDIENTE-NOMBRE           PIC X(20).
              10 DEPENDIENTE-PARENTESCO       PIC X(15).
              10 DEPENDIENTE-FECHA-NACIMIENTO PIC 9(8).
           05 DEPENDIENTE-PRIMER-APELLIDO     PIC X(25).
           05 DEPENDIENTE-SEGUNDO-APELLIDO    PIC X(25).
       FD  ARCHIVO-HISTORICO.
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-RESTO         PIC X(170).
       FD  EXCEPCIONES-ARCHIVO.
       01  EXCEPCIONES-REGISTRO.
           05 EXCEPCIONES-ID          PIC 9(5).
           05 EXCEPCIONES-NOMBRE      PIC X(15).
           05 EXCEPCIONES-PRIMER-APELLIDO  PIC X(25).
           05 EXCEPCIONES-SEGUNDO-APELLIDO PIC X(25).
           05 EXCEPCIONES-MOTIVO      PIC X(30).
           05 EXCEPCIONES-FECHA       PIC 9(8).
           05 EXCEPCIONES-ESTADO      PIC X.
       WRITE LINEA-INTEGRIDAD.

       VERIFICA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE DEPENDIENTE-EMPLEADOS-ID TO EMPLEADOS-ID

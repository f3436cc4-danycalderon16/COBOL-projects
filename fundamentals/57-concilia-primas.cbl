       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT PRIMAS-ARCHIVO ASSIGN TO "PRIMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD  PRIMAS-ARCHIVO.
       01  PRIMA-REGISTRO.
           05 PRIMA-REG-TRAMO         PIC X.
       CLOSE DEPENDIENTES-ARCHIVO.

       CUENTA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE "N" TO DEPC-HALLADO

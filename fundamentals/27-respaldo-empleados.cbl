               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPALDO-ID
               ALTERNATE RECORD KEY IS RESPALDO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS RESPALDO-ESTADO-ARCHIVO.
           SELECT GENERACION-ARCHIVO ASSIGN TO "GENERACION.DAT"
       01  RESPALDO-REGISTRO.
           05 RESPALDO-ID         PIC 9(5).
           05 RESPALDO-NOMBRE     PIC X(15).
           05 RESPALDO-APELLIDOS.
              10 RESPALDO-PRIMER-APELLIDO  PIC X(25).
              10 RESPALDO-SEGUNDO-APELLIDO PIC X(25).
           05 RESPALDO-RESTO      PIC X(147).
       FD  GENERACION-ARCHIVO.
       01  GENERACION-REGISTRO    PIC 9.
       FD  CONTROL-ARCHIVO.

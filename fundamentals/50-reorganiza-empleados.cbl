               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REORG-ID
               ALTERNATE RECORD KEY IS REORG-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS REORG-ESTADO-ARCHIVO.
           SELECT CONTROL-ARCHIVO ASSIGN TO "CONTROL.DAT"
       01  REORG-REGISTRO.
           05 REORG-ID            PIC 9(5).
           05 REORG-NOMBRE        PIC X(15).
           05 REORG-APELLIDOS.
              10 REORG-PRIMER-APELLIDO  PIC X(25).
              10 REORG-SEGUNDO-APELLIDO PIC X(25).
           05 REORG-RESTO         PIC X(147).
       FD  CONTROL-ARCHIVO.
       01  CONTROL-REGISTRO       PIC 9(5).
       FD  CIERRE-ARCHIVO.
       77  MUESTREO-CONTADOR    PIC 9(2) VALUE 0.
       77  MUESTREOS-HECHOS     PIC 9(5) VALUE 0.
       77  MUESTREOS-FALLIDOS   PIC 9(5) VALUE 0.
       77  REGISTRO-GUARDADO    PIC X(217).
       77  REGISTROS-VUELTOS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICHAJES-ESTADO-ARCHIVO.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT HORAS-PLUS-ARCHIVO ASSIGN TO "HORASPLUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HPLUS-CLAVE
               FILE STATUS IS HORAS-PLUS-ESTADO.
           SELECT EXCEPCIONES-FICHAJES ASSIGN TO "FICHEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 FICHAJE-HORA            PIC 9(4).
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE.
              10 HORAS-EMPLEADOS-ID   PIC 9(5).
              10 HORAS-PERIODO        PIC X(6).
           05 HORAS-TRABAJADAS        PIC 9(4)V99.
       FD  HORAS-PLUS-ARCHIVO.
       01  HORAS-PLUS-REGISTRO.
           05 HPLUS-CLAVE.
              10 HPLUS-EMPLEADOS-ID   PIC 9(5).
              10 HPLUS-PERIODO        PIC X(6).
              10 HPLUS-CODIGO         PIC X(8).
           05 HPLUS-HORAS             PIC 9(4)V99.
           05 HPLUS-MULTIPLICADOR     PIC 9V99.
       FD  EXCEPCIONES-FICHAJES.
      * por empleado, periodo y franja; cada grupo regraba su linea
      * en HORAS.DAT (franja en blanco) o HORASPLUS.DAT. Los
      * minutos normales contabilizados alimentan el control de
      * totales. El SORT sale en el orden de las claves de los dos
      * archivos, que se regraban enteros en acceso secuencial.
      ******************************************************************
       ACUMULA-MINUTOS-SALIDA.
       OPEN OUTPUT HORAS-ARCHIVO.

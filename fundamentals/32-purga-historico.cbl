               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT CERTIFICADO-DESTRUCCION ASSIGN TO "DESTRUCC.RPT"
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-EDAD          PIC 999.
           05 HISTORICO-TELEFONO      PIC X(15).
           05 HISTORICO-DIRECCION     PIC X(30).
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
       FD  CERTIFICADO-DESTRUCCION.
       01  LINEA-CERTIFICADO          PIC X(90).

       WORKING-STORAGE SECTION.
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  OPERADOR-ACTUAL      PIC X(10).
       77  ANIOS-RETENCION      PIC 9(2).
              IF FECHA-REFERENCIA < FECHA-CORTE
                 ADD 1 TO REGISTROS-PURGADOS
                 MOVE SPACES TO LINEA-CERTIFICADO
                 MOVE HISTORICO-APELLIDOS TO APELLIDOS-EDICION
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 STRING "PURGADO ID: " HISTORICO-ID " "
                     HISTORICO-NOMBRE " " APELLIDOS-MOSTRADOS(1:30)
                     " FECHA REF: " FECHA-REFERENCIA
                     DELIMITED BY SIZE INTO LINEA-CERTIFICADO
                 WRITE LINEA-CERTIFICADO
           DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
       WRITE LINEA-CERTIFICADO.

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
       END PROGRAM PURGA-HISTORICO.

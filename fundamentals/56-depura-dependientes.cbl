      *          traslada a la historia DEPHIST.DAT con el motivo
      *          EDAD-LIMITE en vez de seguir pagando su prima, y
      *          deja el aviso por titular en DEPEDAD.RPT para que
      *          RRHH comunique la baja de cobertura. Cada
      *          dependiente excluido se borra de DEPEND.DAT por su
      *          clave, como hace el archivado de inactivos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-HISTORICO ASSIGN TO "DEPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPHIST-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
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
       FD  DEPENDIENTES-HISTORICO.
       01  DEPHIST-REGISTRO.
           05 DEPHIST-EMPLEADOS-ID            PIC 9(5).
           05 DEPHIST-PARENTESCO              PIC X(15).
           05 DEPHIST-FECHA-NACIMIENTO        PIC 9(8).
           05 DEPHIST-MOTIVO                  PIC X(15).
           05 DEPHIST-PRIMER-APELLIDO         PIC X(25).
           05 DEPHIST-SEGUNDO-APELLIDO        PIC X(25).
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  REPORTE-AVISOS.
       01  LINEA-AVISO                PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  DEPHIST-ESTADO-ARCHIVO PIC X(2).
       DISPLAY "DEPURACION DE ELEGIBILIDAD DE DEPENDIENTES".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-PARAMETROS-DEPURA.
       OPEN I-O DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY DEPEND.DAT QUE DEPURAR."
          MOVE 8 TO RETURN-CODE
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       OPEN EXTEND DEPENDIENTES-HISTORICO.
       IF DEPHIST-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT DEPENDIENTES-HISTORICO
       WRITE LINEA-AVISO.
       CLOSE REPORTE-AVISOS.
       CLOSE DEPENDIENTES-ARCHIVO.
       CLOSE DEPENDIENTES-HISTORICO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       DISPLAY DEPENDIENTES-EXCLUIDOS " DEPENDIENTES TRASLADADOS A "
           "DEPHIST.DAT POR EDAD. AVISOS EN DEPEDAD.RPT.".
       GOBACK.
      * conyuge y los demas parentescos no caducan por edad.
      ******************************************************************
       EVALUA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE 0 TO ES-HIJO
                 PERFORM EXCLUYE-DEPENDIENTE
              ELSE
                 ADD 1 TO DEPENDIENTES-CONSERVADOS
              END-IF
       END-READ.

       MOVE DEPENDIENTE-FECHA-NACIMIENTO
           TO DEPHIST-FECHA-NACIMIENTO.
       MOVE "EDAD-LIMITE" TO DEPHIST-MOTIVO.
       MOVE DEPENDIENTE-PRIMER-APELLIDO TO DEPHIST-PRIMER-APELLIDO.
       MOVE DEPENDIENTE-SEGUNDO-APELLIDO TO DEPHIST-SEGUNDO-APELLIDO.
       WRITE DEPHIST-REGISTRO.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
       END-IF.
       MOVE SPACES TO LINEA-AVISO.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING DEPENDIENTE-EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30)
              " - DEPENDIENTE " DEPENDIENTE-NOMBRE
              " CUMPLIO " EDAD-DEPENDIENTE
              " ANIOS Y SALE DE LA COBERTURA"
              DELIMITED BY SIZE INTO LINEA-AVISO
       END-IF.
       WRITE LINEA-AVISO.
       DELETE DEPENDIENTES-ARCHIVO RECORD
           INVALID KEY
              DISPLAY "AVISO: NO SE PUDO BORRAR EL DEPENDIENTE "
                  DEPENDIENTE-NOMBRE " DEL ID " DEPENDIENTE-EMPLEADOS-ID
       END-DELETE.

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
       END PROGRAM DEPURA-DEPENDIENTES.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de una sola vez tras partir los apellidos
      *          en primer y segundo apellido, en el molde de
      *          CONVIERTE-DIRECCION. El maestro y el historico
      *          cambian de largo, asi que, como CONVIERTE-EMPLEADOS
      *          y CONVIERTE-HISTORICO, se leen con la definicion
      *          antigua y se graban EMPNUEVO.DAT y HISTNUEVO.DAT con
      *          la nueva; los dependientes (DEPEND.DAT y DEPHIST.DAT)
      *          traen los apellidos dentro del nombre y se parten en
      *          el sitio pasando por DEPTEMP.DAT, como hace
      *          NORMALIZA-DATOS. Del mismo modo se pasan al trazado
      *          nuevo la cuarentena de altas EMPEXCEP.DAT (por
      *          EXCTEMP.DAT) y el listado de personas PERSONAS.DAT
      *          (por PERSTEMP.DAT); solo se tocan las lineas que
      *          siguen en el trazado antiguo, de modo que la pasada
      *          se puede repetir. El reparto lo hace SEPARA-APELLIDOS
      *          y todo lo que no pudo repartir con seguridad (un
      *          solo apellido, mas trozos de los esperados o un
      *          texto que llenaba el campo antiguo y pudo quedar
      *          cortado) sale en APECONV.RPT para revision manual.
      *          Al terminar, el operador debe sustituir EMPLEADOS.DAT
      *          por EMPNUEVO.DAT e HISTORICO.DAT por HISTNUEVO.DAT y
      *          conservar los archivos antiguos como respaldo hasta
      *          verificar los totales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTE-APELLIDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS-VIEJO ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIEJO-ID
               FILE STATUS IS VIEJO-ESTADO-ARCHIVO.
           SELECT EMPLEADOS-NUEVO ASSIGN TO "EMPNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUEVO-ID
               ALTERNATE RECORD KEY IS NUEVO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT HISTORICO-VIEJO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HVIEJO-ID
               FILE STATUS IS VIEJO-ESTADO-ARCHIVO.
           SELECT HISTORICO-NUEVO ASSIGN TO "HISTNUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNUEVO-ID
               ALTERNATE RECORD KEY IS HNUEVO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS NUEVO-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO DEPEND-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-TRABAJO ASSIGN TO "DEPTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPCIONES-ARCHIVO ASSIGN TO "EMPEXCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPCIONES-ESTADO-ARCHIVO.
           SELECT EXCEPCIONES-TRABAJO ASSIGN TO "EXCTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTADO-PERSONAS ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSONAS-ESTADO-ARCHIVO.
           SELECT PERSONAS-TRABAJO ASSIGN TO "PERSTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-CONVERSION ASSIGN TO "APECONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS-VIEJO.
       01  VIEJO-REGISTRO.
           05 VIEJO-ID            PIC 9(5).
           05 VIEJO-NOMBRE        PIC X(15).
           05 VIEJO-APELLIDOS     PIC X(20).
           05 VIEJO-RESTO         PIC X(147).
      ******************************************************************
      * Los registros de salida siguen los trazados vigentes de
      * 21-2-archivo-logico.cbl y del historico: solo cambia el
      * tramo de apellidos, el resto se copia tal cual.
      ******************************************************************
       FD  EMPLEADOS-NUEVO.
       01  NUEVO-REGISTRO.
           05 NUEVO-ID            PIC 9(5).
           05 NUEVO-NOMBRE        PIC X(15).
           05 NUEVO-PRIMER-APELLIDO  PIC X(25).
           05 NUEVO-SEGUNDO-APELLIDO PIC X(25).
           05 NUEVO-RESTO         PIC X(147).
       FD  HISTORICO-VIEJO.
       01  HVIEJO-REGISTRO.
           05 HVIEJO-ID           PIC 9(5).
           05 HVIEJO-NOMBRE       PIC X(15).
           05 HVIEJO-APELLIDOS    PIC X(20).
           05 HVIEJO-RESTO        PIC X(151).
       FD  HISTORICO-NUEVO.
       01  HNUEVO-REGISTRO.
           05 HNUEVO-ID           PIC 9(5).
           05 HNUEVO-NOMBRE       PIC X(15).
           05 HNUEVO-PRIMER-APELLIDO  PIC X(25).
           05 HNUEVO-SEGUNDO-APELLIDO PIC X(25).
           05 HNUEVO-RESTO        PIC X(151).
      ******************************************************************
      * DEPEND.DAT y DEPHIST.DAT se leen con el mismo trazado: el
      * motivo del traslado de DEPHIST cae en DEPENDIENTE-MOTIVO y
      * en DEPEND.DAT queda en blanco; los registros anteriores al
      * reparto traen los apellidos en blanco.
      ******************************************************************
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-EMPLEADOS-ID        PIC 9(5).
           05 DEPENDIENTE-NOMBRE              PIC X(20).
           05 DEPENDIENTE-PARENTESCO          PIC X(15).
           05 DEPENDIENTE-FECHA-NACIMIENTO    PIC 9(8).
           05 DEPENDIENTE-RESTO               PIC X(65).
           05 DEPENDIENTE-HIST-RESTO REDEFINES DEPENDIENTE-RESTO.
              10 DEPENDIENTE-MOTIVO           PIC X(15).
              10 DEPENDIENTE-HIST-PRIMER      PIC X(25).
              10 DEPENDIENTE-HIST-SEGUNDO     PIC X(25).
           05 DEPENDIENTE-ACTUAL-RESTO REDEFINES DEPENDIENTE-RESTO.
              10 DEPENDIENTE-PRIMER-APELLIDO  PIC X(25).
              10 DEPENDIENTE-SEGUNDO-APELLIDO PIC X(25).
              10 FILLER                       PIC X(15).
       FD  DEPENDIENTES-TRABAJO.
       01  DEPTRABAJO-REGISTRO        PIC X(113).
      ******************************************************************
      * EMPEXCEP.DAT: la linea antigua media 97 posiciones, con un
      * solo campo de apellidos de 20, y trae la fecha numerica en
      * la posicion 71; la nueva llega hasta la 127 con la fecha en
      * la 101, de modo que una linea con fecha en la 71 y nada tras
      * la 97 sigue en el trazado antiguo.
      ******************************************************************
       FD  EXCEPCIONES-ARCHIVO.
       01  EXCEPCIONES-REGISTRO       PIC X(127).
       01  EXCEPCIONES-VIEJO REDEFINES EXCEPCIONES-REGISTRO.
           05 EVIEJO-ID               PIC 9(5).
           05 EVIEJO-NOMBRE           PIC X(15).
           05 EVIEJO-APELLIDOS        PIC X(20).
           05 EVIEJO-MOTIVO           PIC X(30).
           05 EVIEJO-COLA.
              10 EVIEJO-FECHA         PIC X(8).
              10 FILLER               PIC X(19).
           05 EVIEJO-LIBRE            PIC X(30).
       FD  EXCEPCIONES-TRABAJO.
       01  EXCTRABAJO-REGISTRO.
           05 EXCTRABAJO-ID           PIC 9(5).
           05 EXCTRABAJO-NOMBRE       PIC X(15).
           05 EXCTRABAJO-PRIMER-APELLIDO  PIC X(25).
           05 EXCTRABAJO-SEGUNDO-APELLIDO PIC X(25).
           05 EXCTRABAJO-MOTIVO       PIC X(30).
           05 EXCTRABAJO-COLA         PIC X(27).
      ******************************************************************
      * PERSONAS.DAT: la linea antigua lleva la edad en la posicion
      * 38 y la marca de consumido en la 41; la nueva, con los dos
      * apellidos, lleva la edad en la 69 y la marca en la 72. Las
      * lineas de fecha de ejecucion no tienen edad y se copian tal
      * cual.
      ******************************************************************
       FD  LISTADO-PERSONAS.
       01  PERSONAS-REGISTRO          PIC X(72).
       01  PERSONAS-VIEJO REDEFINES PERSONAS-REGISTRO.
           05 PVIEJO-NOMBRE           PIC X(15).
           05 FILLER                  PIC X.
           05 PVIEJO-APELLIDO         PIC X(20).
           05 FILLER                  PIC X.
           05 PVIEJO-EDAD             PIC X(3).
           05 PVIEJO-MARCA            PIC X.
           05 PVIEJO-LIBRE            PIC X(31).
       FD  PERSONAS-TRABAJO.
       01  PERSTRABAJO-REGISTRO.
           05 PTRABAJO-NOMBRE         PIC X(15).
           05 FILLER                  PIC X.
           05 PTRABAJO-PRIMER-APELLIDO  PIC X(25).
           05 FILLER                  PIC X.
           05 PTRABAJO-SEGUNDO-APELLIDO PIC X(25).
           05 FILLER                  PIC X.
           05 PTRABAJO-EDAD           PIC X(3).
           05 PTRABAJO-MARCA          PIC X.
       FD  REPORTE-CONVERSION.
       01  LINEA-CONVERSION       PIC X(132).

       WORKING-STORAGE SECTION.
       77  VIEJO-ESTADO-ARCHIVO PIC X(2).
       77  NUEVO-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  DEPEND-NOMBRE-ARCHIVO PIC X(12) VALUE "DEPEND.DAT".
       77  EXCEPCIONES-ESTADO-ARCHIVO PIC X(2).
       77  PERSONAS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  ARCHIVO-EN-CURSO     PIC X(13).
       77  ES-HISTORIA-DEPEND   PIC X.
       77  REGISTROS-CONVERTIDOS PIC 9(5) VALUE 0.
       77  HISTORICOS-CONVERTIDOS PIC 9(5) VALUE 0.
       77  DEPENDIENTES-PARTIDOS PIC 9(5) VALUE 0.
       77  EXCEPCIONES-CONVERTIDAS PIC 9(5) VALUE 0.
       77  PERSONAS-CONVERTIDAS PIC 9(5) VALUE 0.
       77  LINEA-PERSONAS       PIC 9(5) VALUE 0.
       77  REGISTROS-A-REVISAR  PIC 9(5) VALUE 0.
       77  REGISTROS-RECHAZADOS PIC 9(5) VALUE 0.
       77  MOTIVO-REVISION      PIC X(30).
       77  ID-EN-REVISION       PIC 9(5).
       77  APELLIDOS-MODO       PIC X.
       01  DATOS-APELLIDOS.
           05 APELLIDOS-TEXTO         PIC X(50).
           05 APELLIDOS-NOMBRE        PIC X(20).
           05 APELLIDOS-PRIMERO       PIC X(25).
           05 APELLIDOS-SEGUNDO       PIC X(25).
           05 APELLIDOS-RESULTADO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "CONVERSION A PRIMER Y SEGUNDO APELLIDO".
       OPEN INPUT EMPLEADOS-VIEJO.
       IF VIEJO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR EMPLEADOS.DAT. ESTADO: "
              VIEJO-ESTADO-ARCHIVO
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT EMPLEADOS-NUEVO.
       IF NUEVO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO CREAR EMPNUEVO.DAT. ESTADO: "
              NUEVO-ESTADO-ARCHIVO
          CLOSE EMPLEADOS-VIEJO
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-CONVERSION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-CONVERSION.
       STRING "CONVERSION DE APELLIDOS - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-CONVERSION.
       WRITE LINEA-CONVERSION.
       MOVE "A" TO APELLIDOS-MODO.
       MOVE "EMPLEADOS.DAT" TO ARCHIVO-EN-CURSO.
       MOVE "N" TO LEE-TODO.
       PERFORM LEE-EMPLEADO-VIEJO.
       PERFORM CONVIERTE-EMPLEADO UNTIL LEE-TODO = "S".
       CLOSE EMPLEADOS-VIEJO.
       CLOSE EMPLEADOS-NUEVO.
       PERFORM CONVIERTE-HISTORICO.
       PERFORM CONVIERTE-EXCEPCIONES.
       PERFORM CONVIERTE-PERSONAS.
       MOVE "N" TO APELLIDOS-MODO.
       MOVE "N" TO ES-HISTORIA-DEPEND.
       MOVE "DEPEND.DAT" TO DEPEND-NOMBRE-ARCHIVO.
       PERFORM PARTE-DEPENDIENTES.
       MOVE "S" TO ES-HISTORIA-DEPEND.
       MOVE "DEPHIST.DAT" TO DEPEND-NOMBRE-ARCHIVO.
       PERFORM PARTE-DEPENDIENTES.
       MOVE SPACES TO LINEA-CONVERSION.
       STRING "EMPLEADOS: " REGISTROS-CONVERTIDOS
           "  HISTORICO: " HISTORICOS-CONVERTIDOS
           "  DEPENDIENTES PARTIDOS: " DEPENDIENTES-PARTIDOS
           "  A REVISAR: " REGISTROS-A-REVISAR
           "  RECHAZADOS: " REGISTROS-RECHAZADOS
           DELIMITED BY SIZE INTO LINEA-CONVERSION.
       WRITE LINEA-CONVERSION.
       MOVE SPACES TO LINEA-CONVERSION.
       STRING "EXCEPCIONES CONVERTIDAS: " EXCEPCIONES-CONVERTIDAS
           "  PERSONAS CONVERTIDAS: " PERSONAS-CONVERTIDAS
           DELIMITED BY SIZE INTO LINEA-CONVERSION.
       WRITE LINEA-CONVERSION.
       CLOSE REPORTE-CONVERSION.
       DISPLAY REGISTROS-CONVERTIDOS " EMPLEADOS CONVERTIDOS EN "
           "EMPNUEVO.DAT. " HISTORICOS-CONVERTIDOS
           " ARCHIVADOS EN HISTNUEVO.DAT.".
       DISPLAY EXCEPCIONES-CONVERTIDAS " EXCEPCIONES Y "
           PERSONAS-CONVERTIDAS " PERSONAS PASADAS AL TRAZADO "
           "NUEVO EN SU SITIO.".
       DISPLAY REGISTROS-A-REVISAR " APELLIDOS PARA REVISION "
           "MANUAL. VER APECONV.RPT.".
       DISPLAY "SUSTITUYA EMPLEADOS.DAT POR EMPNUEVO.DAT E "
           "HISTORICO.DAT POR HISTNUEVO.DAT Y CONSERVE LOS "
           "ARCHIVOS ANTIGUOS COMO RESPALDO.".
       IF REGISTROS-A-REVISAR > 0 OR REGISTROS-RECHAZADOS > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       LEE-EMPLEADO-VIEJO.
       READ EMPLEADOS-VIEJO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CONVIERTE-EMPLEADO.
       MOVE VIEJO-APELLIDOS TO APELLIDOS-TEXTO.
       CALL "SEPARA-APELLIDOS" USING APELLIDOS-MODO DATOS-APELLIDOS.
       MOVE VIEJO-ID TO NUEVO-ID.
       MOVE VIEJO-NOMBRE TO NUEVO-NOMBRE.
       MOVE APELLIDOS-PRIMERO TO NUEVO-PRIMER-APELLIDO.
       MOVE APELLIDOS-SEGUNDO TO NUEVO-SEGUNDO-APELLIDO.
       MOVE VIEJO-RESTO TO NUEVO-RESTO.
       WRITE NUEVO-REGISTRO
           INVALID KEY
              ADD 1 TO REGISTROS-RECHAZADOS
              DISPLAY "AVISO: NO SE PUDO GRABAR EL ID " NUEVO-ID
                  ". ESTADO: " NUEVO-ESTADO-ARCHIVO
           NOT INVALID KEY
              ADD 1 TO REGISTROS-CONVERTIDOS
       END-WRITE.
       MOVE VIEJO-ID TO ID-EN-REVISION.
       PERFORM EVALUA-REPARTO.
       IF VIEJO-APELLIDOS(20:1) NOT = SPACE
          MOVE "TEXTO ANTIGUO LLENO, REVISAR" TO MOTIVO-REVISION
          PERFORM LISTA-REVISION
       END-IF.
       PERFORM LEE-EMPLEADO-VIEJO.

      ******************************************************************
      * Sin HISTORICO.DAT (estado 35) no hay historico que convertir.
      ******************************************************************
       CONVIERTE-HISTORICO.
       OPEN INPUT HISTORICO-VIEJO.
       IF VIEJO-ESTADO-ARCHIVO = "00"
          OPEN OUTPUT HISTORICO-NUEVO
          IF NUEVO-ESTADO-ARCHIVO = "00"
             MOVE "HISTORICO.DAT" TO ARCHIVO-EN-CURSO
             MOVE "N" TO LEE-TODO
             PERFORM LEE-HISTORICO-VIEJO
             PERFORM CONVIERTE-ARCHIVADO UNTIL LEE-TODO = "S"
             CLOSE HISTORICO-NUEVO
          ELSE
             DISPLAY "NO SE PUDO CREAR HISTNUEVO.DAT. ESTADO: "
                 NUEVO-ESTADO-ARCHIVO
             ADD 1 TO REGISTROS-RECHAZADOS
          END-IF
          CLOSE HISTORICO-VIEJO
       ELSE
          IF VIEJO-ESTADO-ARCHIVO NOT = "35"
             DISPLAY "NO SE PUDO ABRIR HISTORICO.DAT. ESTADO: "
                 VIEJO-ESTADO-ARCHIVO
             ADD 1 TO REGISTROS-RECHAZADOS
          END-IF
       END-IF.

       LEE-HISTORICO-VIEJO.
       READ HISTORICO-VIEJO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CONVIERTE-ARCHIVADO.
       MOVE HVIEJO-APELLIDOS TO APELLIDOS-TEXTO.
       CALL "SEPARA-APELLIDOS" USING APELLIDOS-MODO DATOS-APELLIDOS.
       MOVE HVIEJO-ID TO HNUEVO-ID.
       MOVE HVIEJO-NOMBRE TO HNUEVO-NOMBRE.
       MOVE APELLIDOS-PRIMERO TO HNUEVO-PRIMER-APELLIDO.
       MOVE APELLIDOS-SEGUNDO TO HNUEVO-SEGUNDO-APELLIDO.
       MOVE HVIEJO-RESTO TO HNUEVO-RESTO.
       WRITE HNUEVO-REGISTRO
           INVALID KEY
              ADD 1 TO REGISTROS-RECHAZADOS
              DISPLAY "AVISO: NO SE PUDO GRABAR EL ID ARCHIVADO "
                  HNUEVO-ID ". ESTADO: " NUEVO-ESTADO-ARCHIVO
           NOT INVALID KEY
              ADD 1 TO HISTORICOS-CONVERTIDOS
       END-WRITE.
       MOVE HVIEJO-ID TO ID-EN-REVISION.
       PERFORM EVALUA-REPARTO.
       IF HVIEJO-APELLIDOS(20:1) NOT = SPACE
          MOVE "TEXTO ANTIGUO LLENO, REVISAR" TO MOTIVO-REVISION
          PERFORM LISTA-REVISION
       END-IF.
       PERFORM LEE-HISTORICO-VIEJO.

      ******************************************************************
      * Cuarentena de altas: se reescribe en el sitio pasando por
      * EXCTEMP.DAT; sin EMPEXCEP.DAT no hay nada que convertir.
      ******************************************************************
       CONVIERTE-EXCEPCIONES.
       OPEN INPUT EXCEPCIONES-ARCHIVO.
       IF EXCEPCIONES-ESTADO-ARCHIVO NOT = "00"
          CLOSE EXCEPCIONES-ARCHIVO
       ELSE
          MOVE "A" TO APELLIDOS-MODO
          MOVE "EMPEXCEP.DAT" TO ARCHIVO-EN-CURSO
          OPEN OUTPUT EXCEPCIONES-TRABAJO
          MOVE "N" TO LEE-TODO
          PERFORM CONVIERTE-UNA-EXCEPCION UNTIL LEE-TODO = "S"
          CLOSE EXCEPCIONES-ARCHIVO
          CLOSE EXCEPCIONES-TRABAJO
          OPEN INPUT EXCEPCIONES-TRABAJO
          OPEN OUTPUT EXCEPCIONES-ARCHIVO
          MOVE "N" TO LEE-TODO
          PERFORM COPIA-EXCEPCION UNTIL LEE-TODO = "S"
          CLOSE EXCEPCIONES-TRABAJO
          CLOSE EXCEPCIONES-ARCHIVO
       END-IF.

       CONVIERTE-UNA-EXCEPCION.
       READ EXCEPCIONES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EVIEJO-FECHA IS NUMERIC
                  AND EVIEJO-LIBRE = SPACES
                 MOVE EVIEJO-APELLIDOS TO APELLIDOS-TEXTO
                 CALL "SEPARA-APELLIDOS"
                     USING APELLIDOS-MODO DATOS-APELLIDOS
                 MOVE EVIEJO-ID TO EXCTRABAJO-ID
                 MOVE EVIEJO-NOMBRE TO EXCTRABAJO-NOMBRE
                 MOVE APELLIDOS-PRIMERO TO EXCTRABAJO-PRIMER-APELLIDO
                 MOVE APELLIDOS-SEGUNDO
                     TO EXCTRABAJO-SEGUNDO-APELLIDO
                 MOVE EVIEJO-MOTIVO TO EXCTRABAJO-MOTIVO
                 MOVE EVIEJO-COLA TO EXCTRABAJO-COLA
                 ADD 1 TO EXCEPCIONES-CONVERTIDAS
                 MOVE EVIEJO-ID TO ID-EN-REVISION
                 PERFORM EVALUA-REPARTO
                 IF EVIEJO-APELLIDOS(20:1) NOT = SPACE
                    MOVE "TEXTO ANTIGUO LLENO, REVISAR"
                        TO MOTIVO-REVISION
                    PERFORM LISTA-REVISION
                 END-IF
              ELSE
                 MOVE EXCEPCIONES-REGISTRO TO EXCTRABAJO-REGISTRO
              END-IF
              WRITE EXCTRABAJO-REGISTRO
       END-READ.

       COPIA-EXCEPCION.
       READ EXCEPCIONES-TRABAJO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE EXCTRABAJO-REGISTRO TO EXCEPCIONES-REGISTRO
              WRITE EXCEPCIONES-REGISTRO
       END-READ.

      ******************************************************************
      * Listado de personas: igual, pasando por PERSTEMP.DAT. Las
      * lineas no llevan ID, asi que en APECONV.RPT se identifican
      * por su numero de linea en el archivo.
      ******************************************************************
       CONVIERTE-PERSONAS.
       OPEN INPUT LISTADO-PERSONAS.
       IF PERSONAS-ESTADO-ARCHIVO NOT = "00"
          CLOSE LISTADO-PERSONAS
       ELSE
          MOVE "A" TO APELLIDOS-MODO
          MOVE "PERSONAS.DAT" TO ARCHIVO-EN-CURSO
          MOVE 0 TO LINEA-PERSONAS
          OPEN OUTPUT PERSONAS-TRABAJO
          MOVE "N" TO LEE-TODO
          PERFORM CONVIERTE-UNA-PERSONA UNTIL LEE-TODO = "S"
          CLOSE LISTADO-PERSONAS
          CLOSE PERSONAS-TRABAJO
          OPEN INPUT PERSONAS-TRABAJO
          OPEN OUTPUT LISTADO-PERSONAS
          MOVE "N" TO LEE-TODO
          PERFORM COPIA-PERSONA UNTIL LEE-TODO = "S"
          CLOSE PERSONAS-TRABAJO
          CLOSE LISTADO-PERSONAS
       END-IF.

       CONVIERTE-UNA-PERSONA.
       READ LISTADO-PERSONAS
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              ADD 1 TO LINEA-PERSONAS
              IF PVIEJO-EDAD IS NUMERIC
                  AND PVIEJO-LIBRE = SPACES
                 MOVE PVIEJO-APELLIDO TO APELLIDOS-TEXTO
                 CALL "SEPARA-APELLIDOS"
                     USING APELLIDOS-MODO DATOS-APELLIDOS
                 MOVE SPACES TO PERSTRABAJO-REGISTRO
                 MOVE PVIEJO-NOMBRE TO PTRABAJO-NOMBRE
                 MOVE APELLIDOS-PRIMERO TO PTRABAJO-PRIMER-APELLIDO
                 MOVE APELLIDOS-SEGUNDO TO PTRABAJO-SEGUNDO-APELLIDO
                 MOVE PVIEJO-EDAD TO PTRABAJO-EDAD
                 MOVE PVIEJO-MARCA TO PTRABAJO-MARCA
                 ADD 1 TO PERSONAS-CONVERTIDAS
                 MOVE LINEA-PERSONAS TO ID-EN-REVISION
                 PERFORM EVALUA-REPARTO
                 IF PVIEJO-APELLIDO(20:1) NOT = SPACE
                    MOVE "TEXTO ANTIGUO LLENO, REVISAR"
                        TO MOTIVO-REVISION
                    PERFORM LISTA-REVISION
                 END-IF
              ELSE
                 MOVE PERSONAS-REGISTRO TO PERSTRABAJO-REGISTRO
              END-IF
              WRITE PERSTRABAJO-REGISTRO
       END-READ.

       COPIA-PERSONA.
       READ PERSONAS-TRABAJO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE PERSTRABAJO-REGISTRO TO PERSONAS-REGISTRO
              WRITE PERSONAS-REGISTRO
       END-READ.

      ******************************************************************
      * Dependientes: el nombre antiguo traia nombre y apellidos
      * juntos; se parte solo si los apellidos siguen en blanco, de
      * modo que la pasada se puede repetir sin estropear nada. El
      * nombre queda solo con el nombre de pila.
      ******************************************************************
       PARTE-DEPENDIENTES.
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO NOT = "00"
          CLOSE DEPENDIENTES-ARCHIVO
       ELSE
          MOVE DEPEND-NOMBRE-ARCHIVO TO ARCHIVO-EN-CURSO
          OPEN OUTPUT DEPENDIENTES-TRABAJO
          MOVE "N" TO LEE-TODO
          PERFORM PARTE-UN-DEPENDIENTE UNTIL LEE-TODO = "S"
          CLOSE DEPENDIENTES-ARCHIVO
          CLOSE DEPENDIENTES-TRABAJO
          OPEN INPUT DEPENDIENTES-TRABAJO
          OPEN OUTPUT DEPENDIENTES-ARCHIVO
          MOVE "N" TO LEE-TODO
          PERFORM COPIA-DEPENDIENTE UNTIL LEE-TODO = "S"
          CLOSE DEPENDIENTES-TRABAJO
          CLOSE DEPENDIENTES-ARCHIVO
       END-IF.

       PARTE-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ES-HISTORIA-DEPEND = "S"
                 IF DEPENDIENTE-HIST-PRIMER = SPACES
                     AND DEPENDIENTE-HIST-SEGUNDO = SPACES
                    PERFORM REPARTE-DEPENDIENTE
                    MOVE APELLIDOS-PRIMERO TO DEPENDIENTE-HIST-PRIMER
                    MOVE APELLIDOS-SEGUNDO TO DEPENDIENTE-HIST-SEGUNDO
                 END-IF
              ELSE
                 IF DEPENDIENTE-PRIMER-APELLIDO = SPACES
                     AND DEPENDIENTE-SEGUNDO-APELLIDO = SPACES
                    PERFORM REPARTE-DEPENDIENTE
                    MOVE APELLIDOS-PRIMERO
                        TO DEPENDIENTE-PRIMER-APELLIDO
                    MOVE APELLIDOS-SEGUNDO
                        TO DEPENDIENTE-SEGUNDO-APELLIDO
                 END-IF
              END-IF
              MOVE DEPENDIENTE-REGISTRO TO DEPTRABAJO-REGISTRO
              WRITE DEPTRABAJO-REGISTRO
       END-READ.

       REPARTE-DEPENDIENTE.
       MOVE DEPENDIENTE-NOMBRE TO APELLIDOS-TEXTO.
       CALL "SEPARA-APELLIDOS" USING APELLIDOS-MODO DATOS-APELLIDOS.
       MOVE DEPENDIENTE-EMPLEADOS-ID TO ID-EN-REVISION.
       PERFORM EVALUA-REPARTO.
       IF APELLIDOS-RESULTADO NOT = "V"
          MOVE APELLIDOS-NOMBRE TO DEPENDIENTE-NOMBRE
       END-IF.
       ADD 1 TO DEPENDIENTES-PARTIDOS.

       COPIA-DEPENDIENTE.
       READ DEPENDIENTES-TRABAJO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE DEPTRABAJO-REGISTRO TO DEPENDIENTE-REGISTRO
              WRITE DEPENDIENTE-REGISTRO
       END-READ.

      ******************************************************************
      * Lista para revision manual todo reparto que no sea seguro.
      ******************************************************************
       EVALUA-REPARTO.
       IF APELLIDOS-RESULTADO = "U"
          MOVE "UN SOLO APELLIDO" TO MOTIVO-REVISION
          PERFORM LISTA-REVISION
       END-IF.
       IF APELLIDOS-RESULTADO = "M"
          MOVE "MAS TROZOS DE LOS ESPERADOS" TO MOTIVO-REVISION
          PERFORM LISTA-REVISION
       END-IF.
       IF APELLIDOS-RESULTADO = "V"
          MOVE "SIN APELLIDOS" TO MOTIVO-REVISION
          PERFORM LISTA-REVISION
       END-IF.

       LISTA-REVISION.
       ADD 1 TO REGISTROS-A-REVISAR.
       MOVE SPACES TO LINEA-CONVERSION.
       STRING ARCHIVO-EN-CURSO " ID: " ID-EN-REVISION " "
           MOTIVO-REVISION " [" APELLIDOS-TEXTO(1:30) "] -> ["
           APELLIDOS-PRIMERO "] [" APELLIDOS-SEGUNDO "]"
           DELIMITED BY SIZE INTO LINEA-CONVERSION.
       WRITE LINEA-CONVERSION.
       END PROGRAM PARTE-APELLIDOS.

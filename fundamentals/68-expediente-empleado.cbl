      *          documento paginado el registro del maestro o del
      *          historico, los dependientes, la cuenta bancaria,
      *          las horas, las ausencias, las lineas de nomina,
      *          las excepciones, las entradas de auditoria y del
      *          diario que lo nombran y el registro de documentos,
      *          con un resumen final de cobertura que dice que
      *          archivos se buscaron y cuantos registros aporto
      *          cada uno. La propia
      *          extraccion queda anotada en la auditoria.
      * Tectonics: cobc
      ******************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT BANCOS-ARCHIVO ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BANCO-EMPLEADOS-ID
               FILE STATUS IS BANCOS-ESTADO-ARCHIVO.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT DIARIO-ARCHIVO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-ESTADO-ARCHIVO.
           SELECT DOCUMENTOS-ARCHIVO ASSIGN TO "DOCUMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENTOS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
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
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE.
              10 DEPENDIENTE-EMPLEADOS-ID     PIC 9(5).
              10 DEPENDIENTE-NOMBRE           PIC X(20).
              10 DEPENDIENTE-PARENTESCO       PIC X(15).
              10 DEPENDIENTE-FECHA-NACIMIENTO PIC 9(8).
           05 DEPENDIENTE-PRIMER-APELLIDO     PIC X(25).
           05 DEPENDIENTE-SEGUNDO-APELLIDO    PIC X(25).
       FD  BANCOS-ARCHIVO.
       01  BANCO-REGISTRO.
           05 BANCO-EMPLEADOS-ID      PIC 9(5).
           05 BANCO-ACTIVO            PIC X.
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE.
              10 HORAS-EMPLEADOS-ID   PIC 9(5).
              10 HORAS-PERIODO        PIC X(6).
           05 HORAS-TRABAJADAS        PIC 9(4)V99.
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE.
              10 AUSENCIA-EMPLEADOS-ID PIC 9(5).
              10 AUSENCIA-TIPO         PIC X.
              10 AUSENCIA-DESDE        PIC 9(8).
           05 AUSENCIA-HASTA          PIC 9(8).
           05 AUSENCIA-DIAS           PIC 9(3).
       COPY "21-5-historial-nomina.cbl".
       FD  EXCEPCIONES-ARCHIVO.
       01  EXCEPCIONES-REGISTRO.
           05 EXCEPCIONES-ID          PIC 9(5).
           05 EXCEPCIONES-NOMBRE      PIC X(15).
           05 EXCEPCIONES-PRIMER-APELLIDO  PIC X(25).
           05 EXCEPCIONES-SEGUNDO-APELLIDO PIC X(25).
           05 EXCEPCIONES-MOTIVO      PIC X(30).
           05 EXCEPCIONES-FECHA       PIC 9(8).
       FD  AUDITORIA-ARCHIVO.
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  DOCUMENTOS-ARCHIVO.
       01  DOCUMENTO-REGISTRO.
           05 DOCUMENTO-EMPLEADOS-ID  PIC 9(5).
           05 DOCUMENTO-TIPO          PIC X(6).
           05 DOCUMENTO-REFERENCIA    PIC X(20).
           05 DOCUMENTO-EMISION       PIC 9(8).
           05 DOCUMENTO-CADUCIDAD     PIC 9(8).
           05 DOCUMENTO-UBICACION     PIC X(20).
           05 DOCUMENTO-OPERADOR      PIC X(10).
           05 DOCUMENTO-FECHA-REGISTRO PIC 9(8).
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 PARAM-CLAVE             PIC X(16).
           05 PARAM-VALOR             PIC 9(7)V99.
       FD  DOCUMENTO-EXPEDIENTE.
       01  LINEA-EXPEDIENTE           PIC X(140).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  EXCEPCIONES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  DOCUMENTOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADOR-ACTUAL      PIC X(10).
      * numero de registros que aporto al expediente.
      ******************************************************************
       01  TABLA-COBERTURA.
           05 COBERTURA-ENTRADA OCCURS 10 TIMES.
              10 COBERTURA-ARCHIVO    PIC X(14).
              10 COBERTURA-RESULTADO  PIC X.
              10 COBERTURA-REGISTROS  PIC 9(5).
       77  COBERTURA-POS        PIC 9(2).
       77  COBERTURA-TOTAL      PIC 9(2) VALUE 10.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
      ******************************************************************
      * Cuerpo del expediente: una seccion por fuente, en el orden
      * fijo ficha, dependientes, banco, horas, ausencias, nomina,
      * excepciones, auditoria, diario y documentos, y el resumen de
      * cobertura al final.
      ******************************************************************
       GENERA-EXPEDIENTE.
       MOVE ID-BUSCADO TO EXPEDIENTE-NOMBRE-ARCHIVO(6:5).
       PERFORM SECCION-EXCEPCIONES.
       PERFORM SECCION-AUDITORIA.
       PERFORM SECCION-DIARIO.
       PERFORM SECCION-DOCUMENTOS.
       PERFORM RESUMEN-COBERTURA.
       CLOSE DOCUMENTO-EXPEDIENTE.
       DISPLAY "EXPEDIENTE ESCRITO EN " EXPEDIENTE-NOMBRE-ARCHIVO.
          MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION
          PERFORM ENMASCARA-SALARIO
          MOVE SPACES TO LINEA-EXPEDIENTE
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING "ID: " EMPLEADOS-ID " NOMBRE: " EMPLEADOS-NOMBRE
              " APELLIDOS: " APELLIDOS-MOSTRADOS
              " NIF: " EMPLEADOS-NIF " NAF: " EMPLEADOS-NAF
              " SEXO: " EMPLEADOS-SEXO
              DELIMITED BY SIZE INTO LINEA-EXPEDIENTE
          PERFORM ESCRIBE-LINEA-DOC
          MOVE SPACES TO LINEA-EXPEDIENTE
              " ESTADO: " EMPLEADOS-ESTADO
              " SALARIO: " SALARIO-MOSTRADO
              " FECHA ALTA: " EMPLEADOS-FECHA-ALTA
              " EMPRESA: " EMPLEADOS-EMPRESA
              DELIMITED BY SIZE INTO LINEA-EXPEDIENTE
          PERFORM ESCRIBE-LINEA-DOC
          MOVE SPACES TO LINEA-EXPEDIENTE
          MOVE HISTORICO-SALARIO TO SALARIO-EDICION
          PERFORM ENMASCARA-SALARIO
          MOVE SPACES TO LINEA-EXPEDIENTE
          MOVE HISTORICO-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING "ID: " HISTORICO-ID " NOMBRE: " HISTORICO-NOMBRE
              " APELLIDOS: " APELLIDOS-MOSTRADOS
              " NIF: " HISTORICO-NIF
              DELIMITED BY SIZE INTO LINEA-EXPEDIENTE
          PERFORM ESCRIBE-LINEA-DOC
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
          MOVE "B" TO COBERTURA-RESULTADO(2)
          MOVE LOW-VALUES TO DEPENDIENTE-CLAVE
          MOVE ID-BUSCADO TO DEPENDIENTE-EMPLEADOS-ID
          START DEPENDIENTES-ARCHIVO
              KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM VUELCA-DEPENDIENTE UNTIL LEE-TODO = "S"
       ELSE
          MOVE "N" TO COBERTURA-RESULTADO(2)
       PERFORM ANOTA-SECCION-VACIA.

       VUELCA-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DEPENDIENTE-EMPLEADOS-ID = ID-BUSCADO
                 ADD 1 TO REGISTROS-SECCION
                 MOVE SPACES TO LINEA-EXPEDIENTE
                 MOVE DEPENDIENTE-PRIMER-APELLIDO TO APELLIDO-1-EDICION
                 MOVE DEPENDIENTE-SEGUNDO-APELLIDO TO APELLIDO-2-EDICION
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 STRING "NOMBRE: " DEPENDIENTE-NOMBRE " "
                     APELLIDOS-MOSTRADOS
                     " PARENTESCO: " DEPENDIENTE-PARENTESCO
                     " NACIMIENTO: " DEPENDIENTE-FECHA-NACIMIENTO
                     DELIMITED BY SIZE INTO LINEA-EXPEDIENTE
                 PERFORM ESCRIBE-LINEA-DOC
              ELSE
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       OPEN INPUT HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO = "00"
          MOVE "B" TO COBERTURA-RESULTADO(4)
          MOVE LOW-VALUES TO HORAS-CLAVE
          MOVE ID-BUSCADO TO HORAS-EMPLEADOS-ID
          START HORAS-ARCHIVO KEY IS NOT LESS THAN HORAS-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM VUELCA-HORAS UNTIL LEE-TODO = "S"
       ELSE
          MOVE "N" TO COBERTURA-RESULTADO(4)
       PERFORM ANOTA-SECCION-VACIA.

       VUELCA-HORAS.
       READ HORAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HORAS-EMPLEADOS-ID = ID-BUSCADO
                     " HORAS: " HORAS-EDICION
                     DELIMITED BY SIZE INTO LINEA-EXPEDIENTE
                 PERFORM ESCRIBE-LINEA-DOC
              ELSE
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE "B" TO COBERTURA-RESULTADO(5)
          MOVE LOW-VALUES TO AUSENCIA-CLAVE
          MOVE ID-BUSCADO TO AUSENCIA-EMPLEADOS-ID
          START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM VUELCA-AUSENCIA UNTIL LEE-TODO = "S"
       ELSE
          MOVE "N" TO COBERTURA-RESULTADO(5)
       PERFORM ANOTA-SECCION-VACIA.

       VUELCA-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-EMPLEADOS-ID = ID-BUSCADO
                     " DIAS: " AUSENCIA-DIAS
                     DELIMITED BY SIZE INTO LINEA-EXPEDIENTE
                 PERFORM ESCRIBE-LINEA-DOC
              ELSE
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

              END-IF
       END-READ.

      ******************************************************************
      * Registro de documentos: todos los registrados, renovaciones
      * incluidas, con donde estan archivados y quien los verifico.
      ******************************************************************
       SECCION-DOCUMENTOS.
       PERFORM TITULO-SECCION.
       MOVE "-- REGISTRO DE DOCUMENTOS (DOCUMENTOS.DAT) --"
           TO LINEA-EXPEDIENTE.
       PERFORM ESCRIBE-LINEA-DOC.
       MOVE "DOCUMENTOS.DAT" TO COBERTURA-ARCHIVO(10).
       MOVE 0 TO REGISTROS-SECCION.
       OPEN INPUT DOCUMENTOS-ARCHIVO.
       IF DOCUMENTOS-ESTADO-ARCHIVO = "00"
          MOVE "B" TO COBERTURA-RESULTADO(10)
          MOVE "N" TO LEE-TODO
          PERFORM VUELCA-DOCUMENTO UNTIL LEE-TODO = "S"
       ELSE
          MOVE "N" TO COBERTURA-RESULTADO(10)
       END-IF.
       CLOSE DOCUMENTOS-ARCHIVO.
       MOVE REGISTROS-SECCION TO COBERTURA-REGISTROS(10).
       PERFORM ANOTA-SECCION-VACIA.

       VUELCA-DOCUMENTO.
       READ DOCUMENTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DOCUMENTO-EMPLEADOS-ID = ID-BUSCADO
                 ADD 1 TO REGISTROS-SECCION
                 MOVE SPACES TO LINEA-EXPEDIENTE
                 STRING "TIPO: " DOCUMENTO-TIPO
                     " REFERENCIA: " DOCUMENTO-REFERENCIA
                     " EMISION: " DOCUMENTO-EMISION
                     " CADUCIDAD: " DOCUMENTO-CADUCIDAD
                     " ARCHIVO: " DOCUMENTO-UBICACION
                     " VERIFICO: " DOCUMENTO-OPERADOR
                     DELIMITED BY SIZE INTO LINEA-EXPEDIENTE
                 PERFORM ESCRIBE-LINEA-DOC
              END-IF
       END-READ.

       ANOTA-SECCION-VACIA.
       IF REGISTROS-SECCION = 0
          MOVE "   (SIN REGISTROS PARA ESTE EMPLEADO)"
       MOVE ID-BUSCADO TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

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


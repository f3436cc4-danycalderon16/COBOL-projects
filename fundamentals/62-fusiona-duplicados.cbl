       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT BANCOS-ARCHIVO ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT DIARIO-ARCHIVO ASSIGN TO "DIARIO.DAT"
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
       FD  NOMHIST-TRABAJO.
       01  NOMHTMP-REGISTRO           PIC X(51).
       FD  ARCHIVO-HISTORICO.
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
       FD  DIARIO-ARCHIVO.
       01  DIARIO-REGISTRO.
           05 DIARIO-FECHA            PIC X(14).
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  CIERRE-ARCHIVO.
       01  CIERRE-REGISTRO.
           05 CIERRE-ESTADO        PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  CONFIRMA-FUSION      PIC X.
       77  ACCION-DIARIO        PIC X(15).
       77  IMAGEN-ANTES         PIC X(217).
       77  IMAGEN-DESPUES       PIC X(217).
       77  ID-DIARIO            PIC 9(5).
       77  REGISTROS-RECODIFICADOS PIC 9(5) VALUE 0.
      ******************************************************************
       77  NOMH-DUPLICADO       PIC 9(4) VALUE 0.
       77  CUENTA-SUPERVIVIENTE PIC X VALUE "N".
       77  CUENTA-DUPLICADO     PIC X VALUE "N".
       77  REGISTRO-SUPERVIVIENTE PIC X(217).
       77  ID-CONTADO           PIC 9(5).
       77  CONTADOR-SATELITE    PIC 9(4).
       77  HORAS-FUSIONADAS     PIC 9(4)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CUENTA-DEPENDIENTES.
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
          MOVE ID-SUPERVIVIENTE TO ID-CONTADO
          PERFORM CUENTA-DEPENDIENTES-ID
          MOVE CONTADOR-SATELITE TO DEP-SUPERVIVIENTE
          MOVE ID-DUPLICADO TO ID-CONTADO
          PERFORM CUENTA-DEPENDIENTES-ID
          MOVE CONTADOR-SATELITE TO DEP-DUPLICADO
       END-IF.
       CLOSE DEPENDIENTES-ARCHIVO.

       CUENTA-DEPENDIENTES-ID.
       MOVE 0 TO CONTADOR-SATELITE.
       MOVE LOW-VALUES TO DEPENDIENTE-CLAVE.
       MOVE ID-CONTADO TO DEPENDIENTE-EMPLEADOS-ID.
       START DEPENDIENTES-ARCHIVO KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
           NOT INVALID KEY MOVE "N" TO LEE-TODO
       END-START.
       PERFORM CUENTA-UN-DEPENDIENTE UNTIL LEE-TODO = "S".

       CUENTA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DEPENDIENTE-EMPLEADOS-ID = ID-CONTADO
                 ADD 1 TO CONTADOR-SATELITE
              ELSE
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       CUENTA-HORAS.
       OPEN INPUT HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO = "00"
          MOVE ID-SUPERVIVIENTE TO ID-CONTADO
          PERFORM CUENTA-HORAS-ID
          MOVE CONTADOR-SATELITE TO HORAS-SUPERVIVIENTE
          MOVE ID-DUPLICADO TO ID-CONTADO
          PERFORM CUENTA-HORAS-ID
          MOVE CONTADOR-SATELITE TO HORAS-DUPLICADO
       END-IF.
       CLOSE HORAS-ARCHIVO.

       CUENTA-HORAS-ID.
       MOVE 0 TO CONTADOR-SATELITE.
       MOVE LOW-VALUES TO HORAS-CLAVE.
       MOVE ID-CONTADO TO HORAS-EMPLEADOS-ID.
       START HORAS-ARCHIVO KEY IS NOT LESS THAN HORAS-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
           NOT INVALID KEY MOVE "N" TO LEE-TODO
       END-START.
       PERFORM CUENTA-UNA-HORA UNTIL LEE-TODO = "S".

       CUENTA-UNA-HORA.
       READ HORAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HORAS-EMPLEADOS-ID = ID-CONTADO
                 ADD 1 TO CONTADOR-SATELITE
              ELSE
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       CUENTA-AUSENCIAS.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE ID-SUPERVIVIENTE TO ID-CONTADO
          PERFORM CUENTA-AUSENCIAS-ID
          MOVE CONTADOR-SATELITE TO AUSEN-SUPERVIVIENTE
          MOVE ID-DUPLICADO TO ID-CONTADO
          PERFORM CUENTA-AUSENCIAS-ID
          MOVE CONTADOR-SATELITE TO AUSEN-DUPLICADO
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.

       CUENTA-AUSENCIAS-ID.
       MOVE 0 TO CONTADOR-SATELITE.
       MOVE LOW-VALUES TO AUSENCIA-CLAVE.
       MOVE ID-CONTADO TO AUSENCIA-EMPLEADOS-ID.
       START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
           NOT INVALID KEY MOVE "N" TO LEE-TODO
       END-START.
       PERFORM CUENTA-UNA-AUSENCIA UNTIL LEE-TODO = "S".

       CUENTA-UNA-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-EMPLEADOS-ID = ID-CONTADO
                 ADD 1 TO CONTADOR-SATELITE
              ELSE
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       END-READ.

      ******************************************************************
      * Recodificacion de los satelites indexados por la clave: cada
      * registro del duplicado se borra y se vuelve a grabar con el
      * ID superviviente, con sus imagenes en el diario. Si el
      * superviviente ya tenia ese mismo registro, el del duplicado
      * solo se borra (imagen posterior en blanco); las horas de un
      * mismo mes se suman a las del superviviente.
      ******************************************************************
       RECODIFICA-DEPENDIENTES.
       OPEN I-O DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO NOT = "00"
          CLOSE DEPENDIENTES-ARCHIVO
       ELSE
          MOVE "N" TO LEE-TODO
          PERFORM RECODIFICA-UN-DEPENDIENTE UNTIL LEE-TODO = "S"
          CLOSE DEPENDIENTES-ARCHIVO
       END-IF.

       RECODIFICA-UN-DEPENDIENTE.
       MOVE LOW-VALUES TO DEPENDIENTE-CLAVE.
       MOVE ID-DUPLICADO TO DEPENDIENTE-EMPLEADOS-ID.
       START DEPENDIENTES-ARCHIVO KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          READ DEPENDIENTES-ARCHIVO NEXT RECORD
              AT END MOVE "S" TO LEE-TODO
              NOT AT END
                 IF DEPENDIENTE-EMPLEADOS-ID NOT = ID-DUPLICADO
                    MOVE "S" TO LEE-TODO
                 ELSE
                    PERFORM TRASLADA-UN-DEPENDIENTE
                 END-IF
          END-READ
       END-IF.

       TRASLADA-UN-DEPENDIENTE.
       MOVE DEPENDIENTE-REGISTRO TO IMAGEN-ANTES.
       DELETE DEPENDIENTES-ARCHIVO RECORD
           INVALID KEY CONTINUE
       END-DELETE.
       MOVE ID-SUPERVIVIENTE TO DEPENDIENTE-EMPLEADOS-ID.
       WRITE DEPENDIENTE-REGISTRO
           INVALID KEY MOVE SPACES TO IMAGEN-DESPUES
           NOT INVALID KEY MOVE DEPENDIENTE-REGISTRO TO IMAGEN-DESPUES
       END-WRITE.
       MOVE "FUSION-DEP" TO ACCION-DIARIO.
       PERFORM GRABA-DIARIO-FUSION.
       ADD 1 TO REGISTROS-RECODIFICADOS.

      ******************************************************************
      * La cuenta del duplicado pasa al superviviente solo si este
       END-IF.

       RECODIFICA-HORAS.
       OPEN I-O HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO NOT = "00"
          CLOSE HORAS-ARCHIVO
       ELSE
          MOVE "N" TO LEE-TODO
          PERFORM RECODIFICA-UNA-HORA UNTIL LEE-TODO = "S"
          CLOSE HORAS-ARCHIVO
       END-IF.

       RECODIFICA-UNA-HORA.
       MOVE LOW-VALUES TO HORAS-CLAVE.
       MOVE ID-DUPLICADO TO HORAS-EMPLEADOS-ID.
       START HORAS-ARCHIVO KEY IS NOT LESS THAN HORAS-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          READ HORAS-ARCHIVO NEXT RECORD
              AT END MOVE "S" TO LEE-TODO
              NOT AT END
                 IF HORAS-EMPLEADOS-ID NOT = ID-DUPLICADO
                    MOVE "S" TO LEE-TODO
                 ELSE
                    PERFORM TRASLADA-UNA-HORA
                 END-IF
          END-READ
       END-IF.

       TRASLADA-UNA-HORA.
       MOVE HORAS-REGISTRO TO IMAGEN-ANTES.
       MOVE HORAS-TRABAJADAS TO HORAS-FUSIONADAS.
       DELETE HORAS-ARCHIVO RECORD
           INVALID KEY CONTINUE
       END-DELETE.
       MOVE ID-SUPERVIVIENTE TO HORAS-EMPLEADOS-ID.
       WRITE HORAS-REGISTRO
           INVALID KEY PERFORM SUMA-HORAS-SUPERVIVIENTE
       END-WRITE.
       MOVE HORAS-REGISTRO TO IMAGEN-DESPUES.
       MOVE "FUSION-HORAS" TO ACCION-DIARIO.
       PERFORM GRABA-DIARIO-FUSION.
       ADD 1 TO REGISTROS-RECODIFICADOS.

       SUMA-HORAS-SUPERVIVIENTE.
       READ HORAS-ARCHIVO
           INVALID KEY CONTINUE
           NOT INVALID KEY
              ADD HORAS-FUSIONADAS TO HORAS-TRABAJADAS
              REWRITE HORAS-REGISTRO
                  INVALID KEY CONTINUE
              END-REWRITE
       END-READ.

       RECODIFICA-AUSENCIAS.
       OPEN I-O AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO NOT = "00"
          CLOSE AUSENCIAS-ARCHIVO
       ELSE
          MOVE "N" TO LEE-TODO
          PERFORM RECODIFICA-UNA-AUSENCIA UNTIL LEE-TODO = "S"
          CLOSE AUSENCIAS-ARCHIVO
       END-IF.

       RECODIFICA-UNA-AUSENCIA.
       MOVE LOW-VALUES TO AUSENCIA-CLAVE.
       MOVE ID-DUPLICADO TO AUSENCIA-EMPLEADOS-ID.
       START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          READ AUSENCIAS-ARCHIVO NEXT RECORD
              AT END MOVE "S" TO LEE-TODO
              NOT AT END
                 IF AUSENCIA-EMPLEADOS-ID NOT = ID-DUPLICADO
                    MOVE "S" TO LEE-TODO
                 ELSE
                    PERFORM TRASLADA-UNA-AUSENCIA
                 END-IF
          END-READ
       END-IF.

       TRASLADA-UNA-AUSENCIA.
       MOVE AUSENCIA-REGISTRO TO IMAGEN-ANTES.
       DELETE AUSENCIAS-ARCHIVO RECORD
           INVALID KEY CONTINUE
       END-DELETE.
       MOVE ID-SUPERVIVIENTE TO AUSENCIA-EMPLEADOS-ID.
       WRITE AUSENCIA-REGISTRO
           INVALID KEY MOVE SPACES TO IMAGEN-DESPUES
           NOT INVALID KEY MOVE AUSENCIA-REGISTRO TO IMAGEN-DESPUES
       END-WRITE.
       MOVE "FUSION-AUSEN" TO ACCION-DIARIO.
       PERFORM GRABA-DIARIO-FUSION.
       ADD 1 TO REGISTROS-RECODIFICADOS.

      ******************************************************************
      * NOMHIST.DAT sigue siendo secuencial y se recodifica a traves
      * de su archivo de trabajo, con cada registro tocado en el
      * diario.
      ******************************************************************
       RECODIFICA-NOMHIST.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO NOT = "00"
              MOVE EMPLEADOS-CIUDAD TO HISTORICO-CIUDAD
              MOVE EMPLEADOS-PROVINCIA TO HISTORICO-PROVINCIA
              MOVE EMPLEADOS-NIF TO HISTORICO-NIF
              MOVE EMPLEADOS-NAF TO HISTORICO-NAF
              MOVE EMPLEADOS-SEXO TO HISTORICO-SEXO
              MOVE EMPLEADOS-EMPRESA TO HISTORICO-EMPRESA
              MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
              MOVE FECHA-ACTUAL(1:8) TO HISTORICO-FECHA-ARCHIVO
              MOVE "FUSION" TO HISTORICO-MOTIVO-ARCHIVO

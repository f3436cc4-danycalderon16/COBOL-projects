      ******************************************************************
      * Author:
      * Date:
      * Purpose: Organigrama a la fecha de proceso segun la linea de
      *          mando de JEFES.DAT. Por departamento, un arbol
      *          sangrado que parte de quien no tiene responsable
      *          activo dentro del departamento, con el numero de
      *          subordinados directos (amplitud de mando) de cada
      *          persona. Despues, los puestos de responsable
      *          vacantes (responsables de baja, archivados en
      *          HISTORICO.DAT o inexistentes que aun tienen
      *          subordinados activos) y la lista de empleados cuyo
      *          responsable esta en esa situacion. Listado
      *          ORGANIGR.RPT; codigo de retorno 4 si hay vacantes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGANIGRAMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT ARCHIVO-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT JEFES-ARCHIVO ASSIGN TO "JEFES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JEFES-ESTADO-ARCHIVO.
           SELECT DEPTOS-ARCHIVO ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPTOS-ESTADO-ARCHIVO.
           SELECT REPORTE-ORGANIGRAMA ASSIGN TO "ORGANIGR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
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
           05 HISTORICO-ESTADO        PIC X.
           05 HISTORICO-DEPARTAMENTO  PIC X(10).
           05 HISTORICO-SALARIO       PIC S9(7)V99.
           05 HISTORICO-FECHA-ALTA    PIC 9(8).
           05 HISTORICO-FECHA-NACIMIENTO PIC 9(8).
           05 HISTORICO-FECHA-ARCHIVO PIC 9(8).
           05 HISTORICO-CODIGO-POSTAL PIC X(5).
           05 HISTORICO-CIUDAD        PIC X(15).
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
       FD  JEFES-ARCHIVO.
       01  JEFE-REGISTRO.
           05 JEFE-EMPLEADOS-ID       PIC 9(5).
           05 JEFE-RESPONSABLE-ID     PIC 9(5).
           05 JEFE-DESDE              PIC 9(8).
       FD  DEPTOS-ARCHIVO.
       01  DEPTO-MAESTRO-REGISTRO.
           05 DEPTO-REG-CODIGO        PIC X(10).
           05 DEPTO-REG-DESCRIPCION   PIC X(30).
           05 DEPTO-REG-ACTIVO        PIC X.
           05 DEPTO-REG-RESPONSABLE   PIC X(20).
           05 DEPTO-REG-EMPRESA       PIC X(6).
       FD  REPORTE-ORGANIGRAMA.
       01  LINEA-ORGANIGRAMA          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  JEFES-ESTADO-ARCHIVO PIC X(2).
       77  DEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  JEFE-LEE-TODO        PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-ORGANIGRAMA    PIC 9(8) VALUE 0.
       77  HISTORICO-ABIERTO    PIC X VALUE "N".
       77  TOTAL-VACANTES       PIC 9(3) VALUE 0.
       77  TOTAL-HUERFANOS      PIC 9(5) VALUE 0.
       77  PLANTILLA-DEPTO      PIC 9(5).
       77  DEPTO-CORTE          PIC X(10).
       77  DESCRIPCION-CORTE    PIC X(30).
       77  RESPONSABLE-CORTE    PIC X(20).
       77  COLUMNA-ARBOL        PIC 9(3).
       77  TEXTO-ARBOL          PIC X(70).
       77  SITUACION-CODIGO     PIC X.
       77  SITUACION-TEXTO      PIC X(12).
      ******************************************************************
      * Linea de mando en memoria (JEFES.DAT completo).
      ******************************************************************
       01  TABLA-JEFES.
           05 JEFT-ENTRADA OCCURS 500 TIMES.
              10 JEFT-EMPLEADOS-ID    PIC 9(5).
              10 JEFT-RESPONSABLE     PIC 9(5).
              10 JEFT-DESDE           PIC 9(8).
       77  JEFT-TOTAL           PIC 9(3) VALUE 0.
       77  JEFT-POS             PIC 9(3).
       77  JEFE-VIGENTE         PIC 9(5).
       77  JEFE-VIGENTE-DESDE   PIC 9(8).
      ******************************************************************
      * Plantilla del maestro con su responsable vigente.
      * ORGT-SITUACION-JEFE: "0" sin responsable, "A" activo,
      * "I" de baja, "H" archivado, "D" inexistente.
      ******************************************************************
       01  TABLA-ORGANIGRAMA.
           05 ORGT-ENTRADA OCCURS 500 TIMES.
              10 ORGT-ID              PIC 9(5).
              10 ORGT-NOMBRE          PIC X(15).
              10 ORGT-APELLIDOS       PIC X(30).
              10 ORGT-DEPARTAMENTO    PIC X(10).
              10 ORGT-ACTIVO          PIC X.
              10 ORGT-RESPONSABLE     PIC 9(5).
              10 ORGT-POS-JEFE        PIC 9(3).
              10 ORGT-SITUACION-JEFE  PIC X.
              10 ORGT-SUBORDINADOS    PIC 9(3).
              10 ORGT-LISTADO         PIC X.
              10 ORGT-DEPTO-LISTADO   PIC X.
       77  ORGT-TOTAL           PIC 9(3) VALUE 0.
       77  ORGT-POS             PIC 9(3).
       77  ORGT-POS-2           PIC 9(3).
       77  ORGT-POS-3           PIC 9(3).
       77  ORGT-HALLADO         PIC X.
       01  TABLA-DEPTOS.
           05 DEPT-ENTRADA OCCURS 50 TIMES.
              10 DEPT-CODIGO          PIC X(10).
              10 DEPT-DESCRIPCION     PIC X(30).
              10 DEPT-RESPONSABLE     PIC X(20).
       77  DEPT-TOTAL           PIC 9(2) VALUE 0.
       77  DEPT-POS             PIC 9(2).
      ******************************************************************
      * Pila del recorrido en profundidad del arbol de un
      * departamento: posicion en la plantilla y nivel de sangria.
      ******************************************************************
       01  TABLA-PILA.
           05 PILA-ENTRADA OCCURS 500 TIMES.
              10 PILA-POS             PIC 9(3).
              10 PILA-NIVEL           PIC 9(3).
       77  PILA-TOTAL           PIC 9(3) VALUE 0.
       77  NODO-POS             PIC 9(3).
       77  NODO-NIVEL           PIC 9(3).
       01  TABLA-VACANTES.
           05 VACT-ENTRADA OCCURS 100 TIMES.
              10 VACT-ID              PIC 9(5).
              10 VACT-SITUACION       PIC X.
              10 VACT-SUBORDINADOS    PIC 9(3).
       77  VACT-TOTAL           PIC 9(3) VALUE 0.
       77  VACT-POS             PIC 9(3).
       77  VACT-HALLADO         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "FECHA-PROCESO" USING FECHA-ORGANIGRAMA.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-JEFES.
       PERFORM CARGA-DEPTOS.
       MOVE "N" TO LEE-TODO.
       PERFORM CARGA-UN-EMPLEADO UNTIL LEE-TODO = "S".
       CLOSE EMPLEADOS-ARCHIVO.
       OPEN INPUT ARCHIVO-HISTORICO.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
          MOVE "S" TO HISTORICO-ABIERTO
       END-IF.
       MOVE 1 TO ORGT-POS.
       PERFORM SITUA-RESPONSABLE UNTIL ORGT-POS > ORGT-TOTAL.
       IF HISTORICO-ABIERTO = "S"
          CLOSE ARCHIVO-HISTORICO
       END-IF.
       OPEN OUTPUT REPORTE-ORGANIGRAMA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "ORGANIGRAMA A FECHA " FECHA-ORGANIGRAMA
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       MOVE 1 TO ORGT-POS.
       PERFORM ESCRIBE-DEPARTAMENTO UNTIL ORGT-POS > ORGT-TOTAL.
       PERFORM ESCRIBE-VACANTES.
       PERFORM ESCRIBE-HUERFANOS.
       CLOSE REPORTE-ORGANIGRAMA.
       IF TOTAL-VACANTES > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       DISPLAY "ORGANIGRAMA ESCRITO EN ORGANIGR.RPT. VACANTES: "
           TOTAL-VACANTES ". EMPLEADOS SIN RESPONSABLE ACTIVO: "
           TOTAL-HUERFANOS ".".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-JEFES.
       MOVE 0 TO JEFT-TOTAL.
       OPEN INPUT JEFES-ARCHIVO.
       IF JEFES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO JEFE-LEE-TODO
          PERFORM CARGA-UN-JEFE UNTIL JEFE-LEE-TODO = "S"
       END-IF.
       CLOSE JEFES-ARCHIVO.

       CARGA-UN-JEFE.
       READ JEFES-ARCHIVO
           AT END MOVE "S" TO JEFE-LEE-TODO
           NOT AT END
              IF JEFT-TOTAL < 500
                 ADD 1 TO JEFT-TOTAL
                 MOVE JEFE-EMPLEADOS-ID
                     TO JEFT-EMPLEADOS-ID(JEFT-TOTAL)
                 MOVE JEFE-RESPONSABLE-ID
                     TO JEFT-RESPONSABLE(JEFT-TOTAL)
                 MOVE JEFE-DESDE TO JEFT-DESDE(JEFT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE RESPONSABLES LLENA."
                 MOVE "S" TO JEFE-LEE-TODO
              END-IF
       END-READ.

       CARGA-DEPTOS.
       MOVE 0 TO DEPT-TOTAL.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-DEPTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DEPTOS-ARCHIVO.

       CARGA-UN-DEPTO.
       READ DEPTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DEPT-TOTAL < 50
                 ADD 1 TO DEPT-TOTAL
                 MOVE DEPTO-REG-CODIGO TO DEPT-CODIGO(DEPT-TOTAL)
                 MOVE DEPTO-REG-DESCRIPCION
                     TO DEPT-DESCRIPCION(DEPT-TOTAL)
                 MOVE DEPTO-REG-RESPONSABLE
                     TO DEPT-RESPONSABLE(DEPT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Toda la plantilla entra en la tabla, activos y de baja: los
      * de baja no salen en el arbol pero hacen falta para saber en
      * que situacion esta el responsable de cada uno.
      ******************************************************************
       CARGA-UN-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ORGT-TOTAL < 500
                 ADD 1 TO ORGT-TOTAL
                 MOVE EMPLEADOS-ID TO ORGT-ID(ORGT-TOTAL)
                 MOVE EMPLEADOS-NOMBRE TO ORGT-NOMBRE(ORGT-TOTAL)
                 MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 MOVE APELLIDOS-MOSTRADOS
                     TO ORGT-APELLIDOS(ORGT-TOTAL)
                 MOVE EMPLEADOS-DEPARTAMENTO
                     TO ORGT-DEPARTAMENTO(ORGT-TOTAL)
                 IF EMPLEADO-ACTIVO
                    MOVE "S" TO ORGT-ACTIVO(ORGT-TOTAL)
                 ELSE
                    MOVE "N" TO ORGT-ACTIVO(ORGT-TOTAL)
                 END-IF
                 PERFORM DETERMINA-JEFE-VIGENTE
                 MOVE JEFE-VIGENTE TO ORGT-RESPONSABLE(ORGT-TOTAL)
                 MOVE 0 TO ORGT-POS-JEFE(ORGT-TOTAL)
                 MOVE "0" TO ORGT-SITUACION-JEFE(ORGT-TOTAL)
                 MOVE 0 TO ORGT-SUBORDINADOS(ORGT-TOTAL)
                 MOVE "N" TO ORGT-LISTADO(ORGT-TOTAL)
                 MOVE "N" TO ORGT-DEPTO-LISTADO(ORGT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PLANTILLA LLENA."
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       DETERMINA-JEFE-VIGENTE.
       MOVE 0 TO JEFE-VIGENTE.
       MOVE 0 TO JEFE-VIGENTE-DESDE.
       MOVE 1 TO JEFT-POS.
       PERFORM BUSCA-JEFE-VIGENTE UNTIL JEFT-POS > JEFT-TOTAL.

       BUSCA-JEFE-VIGENTE.
       IF JEFT-EMPLEADOS-ID(JEFT-POS) = EMPLEADOS-ID
           AND JEFT-DESDE(JEFT-POS) NOT > FECHA-ORGANIGRAMA
           AND JEFT-DESDE(JEFT-POS) NOT < JEFE-VIGENTE-DESDE
          MOVE JEFT-RESPONSABLE(JEFT-POS) TO JEFE-VIGENTE
          MOVE JEFT-DESDE(JEFT-POS) TO JEFE-VIGENTE-DESDE
       END-IF.
       ADD 1 TO JEFT-POS.

      ******************************************************************
      * Situacion del responsable de cada empleado. Un responsable
      * activo suma al empleado activo a su amplitud de mando; uno
      * que no lo esta deja un puesto vacante con sus subordinados.
      ******************************************************************
       SITUA-RESPONSABLE.
       IF ORGT-RESPONSABLE(ORGT-POS) NOT = 0
          MOVE "N" TO ORGT-HALLADO
          MOVE 1 TO ORGT-POS-2
          PERFORM BUSCA-RESPONSABLE-PLANTILLA
              UNTIL ORGT-POS-2 > ORGT-TOTAL OR ORGT-HALLADO = "S"
          IF ORGT-HALLADO = "S"
             MOVE ORGT-POS-2 TO ORGT-POS-JEFE(ORGT-POS)
             IF ORGT-ACTIVO(ORGT-POS-2) = "S"
                MOVE "A" TO ORGT-SITUACION-JEFE(ORGT-POS)
                IF ORGT-ACTIVO(ORGT-POS) = "S"
                   ADD 1 TO ORGT-SUBORDINADOS(ORGT-POS-2)
                END-IF
             ELSE
                MOVE "I" TO ORGT-SITUACION-JEFE(ORGT-POS)
             END-IF
          ELSE
             MOVE "D" TO ORGT-SITUACION-JEFE(ORGT-POS)
             IF HISTORICO-ABIERTO = "S"
                MOVE ORGT-RESPONSABLE(ORGT-POS) TO HISTORICO-ID
                READ ARCHIVO-HISTORICO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "H" TO ORGT-SITUACION-JEFE(ORGT-POS)
                END-READ
             END-IF
          END-IF
          IF ORGT-ACTIVO(ORGT-POS) = "S"
              AND ORGT-SITUACION-JEFE(ORGT-POS) NOT = "A"
             PERFORM ANOTA-VACANTE
          END-IF
       END-IF.
       ADD 1 TO ORGT-POS.

       BUSCA-RESPONSABLE-PLANTILLA.
       IF ORGT-ID(ORGT-POS-2) = ORGT-RESPONSABLE(ORGT-POS)
          MOVE "S" TO ORGT-HALLADO
       ELSE
          ADD 1 TO ORGT-POS-2
       END-IF.

       ANOTA-VACANTE.
       ADD 1 TO TOTAL-HUERFANOS.
       MOVE "N" TO VACT-HALLADO.
       MOVE 1 TO VACT-POS.
       PERFORM BUSCA-VACANTE
           UNTIL VACT-POS > VACT-TOTAL OR VACT-HALLADO = "S".
       IF VACT-HALLADO = "S"
          ADD 1 TO VACT-SUBORDINADOS(VACT-POS)
       ELSE
          IF VACT-TOTAL < 100
             ADD 1 TO VACT-TOTAL
             MOVE ORGT-RESPONSABLE(ORGT-POS) TO VACT-ID(VACT-TOTAL)
             MOVE ORGT-SITUACION-JEFE(ORGT-POS)
                 TO VACT-SITUACION(VACT-TOTAL)
             MOVE 1 TO VACT-SUBORDINADOS(VACT-TOTAL)
             ADD 1 TO TOTAL-VACANTES
          ELSE
             DISPLAY "AVISO: TABLA DE VACANTES LLENA."
          END-IF
       END-IF.

       BUSCA-VACANTE.
       IF VACT-ID(VACT-POS) = ORGT-RESPONSABLE(ORGT-POS)
          MOVE "S" TO VACT-HALLADO
       ELSE
          ADD 1 TO VACT-POS
       END-IF.

      ******************************************************************
      * Agrupa por departamento sin ordenar, como la planificacion de
      * ausencias: el departamento del primer activo no listado abre
      * un bloque. Son raiz del arbol los activos del departamento
      * sin responsable activo en el mismo departamento; los que
      * queden sin listar tras las raices estan en un bucle anterior
      * al control de la linea de mando y salen como raiz marcada.
      ******************************************************************
       ESCRIBE-DEPARTAMENTO.
       IF ORGT-ACTIVO(ORGT-POS) = "S"
           AND ORGT-DEPTO-LISTADO(ORGT-POS) = "N"
          MOVE ORGT-DEPARTAMENTO(ORGT-POS) TO DEPTO-CORTE
          PERFORM ESCRIBE-CABECERA-DEPTO
          MOVE 1 TO ORGT-POS-2
          PERFORM ESCRIBE-RAIZ-DEPTO UNTIL ORGT-POS-2 > ORGT-TOTAL
          MOVE 1 TO ORGT-POS-2
          PERFORM ESCRIBE-RESTO-DEPTO UNTIL ORGT-POS-2 > ORGT-TOTAL
       END-IF.
       ADD 1 TO ORGT-POS.

       ESCRIBE-CABECERA-DEPTO.
       MOVE 0 TO PLANTILLA-DEPTO.
       MOVE 1 TO ORGT-POS-2.
       PERFORM MARCA-DEPTO-LISTADO UNTIL ORGT-POS-2 > ORGT-TOTAL.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       MOVE SPACES TO DESCRIPCION-CORTE.
       MOVE SPACES TO RESPONSABLE-CORTE.
       MOVE 1 TO DEPT-POS.
       PERFORM BUSCA-DEPTO-CORTE UNTIL DEPT-POS > DEPT-TOTAL.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "DEPARTAMENTO: " DEPTO-CORTE " " DESCRIPCION-CORTE
           "  PLANTILLA ACTIVA: " PLANTILLA-DEPTO
           DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       IF RESPONSABLE-CORTE NOT = SPACES
          MOVE SPACES TO LINEA-ORGANIGRAMA
          STRING "RESPONSABLE SEGUN DEPTOS.DAT: " RESPONSABLE-CORTE
              DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA
          WRITE LINEA-ORGANIGRAMA
       END-IF.

       MARCA-DEPTO-LISTADO.
       IF ORGT-ACTIVO(ORGT-POS-2) = "S"
           AND ORGT-DEPARTAMENTO(ORGT-POS-2) = DEPTO-CORTE
          MOVE "S" TO ORGT-DEPTO-LISTADO(ORGT-POS-2)
          ADD 1 TO PLANTILLA-DEPTO
       END-IF.
       ADD 1 TO ORGT-POS-2.

       BUSCA-DEPTO-CORTE.
       IF DEPT-CODIGO(DEPT-POS) = DEPTO-CORTE
          MOVE DEPT-DESCRIPCION(DEPT-POS) TO DESCRIPCION-CORTE
          MOVE DEPT-RESPONSABLE(DEPT-POS) TO RESPONSABLE-CORTE
          MOVE DEPT-TOTAL TO DEPT-POS
       END-IF.
       ADD 1 TO DEPT-POS.

       ESCRIBE-RAIZ-DEPTO.
       IF ORGT-ACTIVO(ORGT-POS-2) = "S"
           AND ORGT-DEPARTAMENTO(ORGT-POS-2) = DEPTO-CORTE
           AND ORGT-LISTADO(ORGT-POS-2) = "N"
          MOVE ORGT-POS-JEFE(ORGT-POS-2) TO NODO-POS
          IF ORGT-SITUACION-JEFE(ORGT-POS-2) NOT = "A"
             PERFORM RECORRE-ARBOL
          ELSE
             IF ORGT-DEPARTAMENTO(NODO-POS) NOT = DEPTO-CORTE
                PERFORM RECORRE-ARBOL
             END-IF
          END-IF
       END-IF.
       ADD 1 TO ORGT-POS-2.

       ESCRIBE-RESTO-DEPTO.
       IF ORGT-ACTIVO(ORGT-POS-2) = "S"
           AND ORGT-DEPARTAMENTO(ORGT-POS-2) = DEPTO-CORTE
           AND ORGT-LISTADO(ORGT-POS-2) = "N"
          MOVE SPACES TO LINEA-ORGANIGRAMA
          STRING "  (EN BUCLE DE LA LINEA DE MANDO)"
              DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA
          WRITE LINEA-ORGANIGRAMA
          PERFORM RECORRE-ARBOL
       END-IF.
       ADD 1 TO ORGT-POS-2.

      ******************************************************************
      * Recorrido en profundidad desde la raiz ORGT-POS-2 con una
      * pila: se saca un nodo, se escribe con su sangria y se meten
      * sus subordinados activos del mismo departamento en orden
      * inverso, para que salgan en el orden del maestro.
      ******************************************************************
       RECORRE-ARBOL.
       MOVE 1 TO PILA-TOTAL.
       MOVE ORGT-POS-2 TO PILA-POS(1).
       MOVE 0 TO PILA-NIVEL(1).
       MOVE "S" TO ORGT-LISTADO(ORGT-POS-2).
       PERFORM SACA-NODO-ARBOL UNTIL PILA-TOTAL = 0.

       SACA-NODO-ARBOL.
       MOVE PILA-POS(PILA-TOTAL) TO NODO-POS.
       MOVE PILA-NIVEL(PILA-TOTAL) TO NODO-NIVEL.
       SUBTRACT 1 FROM PILA-TOTAL.
       PERFORM ESCRIBE-NODO-ARBOL.
       MOVE ORGT-TOTAL TO ORGT-POS-3.
       PERFORM METE-SUBORDINADO UNTIL ORGT-POS-3 = 0.

       METE-SUBORDINADO.
       IF ORGT-POS-JEFE(ORGT-POS-3) = NODO-POS
           AND ORGT-SITUACION-JEFE(ORGT-POS-3) = "A"
           AND ORGT-ACTIVO(ORGT-POS-3) = "S"
           AND ORGT-DEPARTAMENTO(ORGT-POS-3) = DEPTO-CORTE
           AND ORGT-LISTADO(ORGT-POS-3) = "N"
           AND PILA-TOTAL < 500
          ADD 1 TO PILA-TOTAL
          MOVE ORGT-POS-3 TO PILA-POS(PILA-TOTAL)
          COMPUTE PILA-NIVEL(PILA-TOTAL) = NODO-NIVEL + 1
          MOVE "S" TO ORGT-LISTADO(ORGT-POS-3)
       END-IF.
       SUBTRACT 1 FROM ORGT-POS-3.

       ESCRIBE-NODO-ARBOL.
       MOVE SPACES TO TEXTO-ARBOL.
       STRING ORGT-ID(NODO-POS) " " ORGT-NOMBRE(NODO-POS) " "
           ORGT-APELLIDOS(NODO-POS)
           " SUBORDINADOS: " ORGT-SUBORDINADOS(NODO-POS)
           DELIMITED BY SIZE INTO TEXTO-ARBOL.
       IF NODO-NIVEL > 12
          MOVE 12 TO NODO-NIVEL
       END-IF.
       COMPUTE COLUMNA-ARBOL = NODO-NIVEL * 2 + 3.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       MOVE TEXTO-ARBOL TO LINEA-ORGANIGRAMA(COLUMNA-ARBOL:70).
       WRITE LINEA-ORGANIGRAMA.

       ESCRIBE-VACANTES.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "PUESTOS DE RESPONSABLE VACANTES: " TOTAL-VACANTES
           DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       MOVE 1 TO VACT-POS.
       PERFORM ESCRIBE-UNA-VACANTE UNTIL VACT-POS > VACT-TOTAL.

       ESCRIBE-UNA-VACANTE.
       MOVE VACT-SITUACION(VACT-POS) TO SITUACION-CODIGO.
       PERFORM TEXTO-SITUACION.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "  RESPONSABLE " VACT-ID(VACT-POS) " "
           SITUACION-TEXTO " CON " VACT-SUBORDINADOS(VACT-POS)
           " SUBORDINADOS ACTIVOS"
           DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       ADD 1 TO VACT-POS.

       ESCRIBE-HUERFANOS.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "EMPLEADOS CON RESPONSABLE DE BAJA, ARCHIVADO O "
           "INEXISTENTE: " TOTAL-HUERFANOS
           DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA.
       WRITE LINEA-ORGANIGRAMA.
       MOVE 1 TO ORGT-POS.
       PERFORM ESCRIBE-UN-HUERFANO UNTIL ORGT-POS > ORGT-TOTAL.

       ESCRIBE-UN-HUERFANO.
       IF ORGT-ACTIVO(ORGT-POS) = "S"
           AND ORGT-SITUACION-JEFE(ORGT-POS) NOT = "0"
           AND ORGT-SITUACION-JEFE(ORGT-POS) NOT = "A"
          MOVE ORGT-SITUACION-JEFE(ORGT-POS) TO SITUACION-CODIGO
          PERFORM TEXTO-SITUACION
          MOVE SPACES TO LINEA-ORGANIGRAMA
          STRING "  " ORGT-ID(ORGT-POS) " " ORGT-NOMBRE(ORGT-POS)
              " " ORGT-APELLIDOS(ORGT-POS) " "
              ORGT-DEPARTAMENTO(ORGT-POS)
              " RESPONSABLE " ORGT-RESPONSABLE(ORGT-POS) " "
              SITUACION-TEXTO
              DELIMITED BY SIZE INTO LINEA-ORGANIGRAMA
          WRITE LINEA-ORGANIGRAMA
       END-IF.
       ADD 1 TO ORGT-POS.

       TEXTO-SITUACION.
       IF SITUACION-CODIGO = "I"
          MOVE "DE BAJA" TO SITUACION-TEXTO
       ELSE
          IF SITUACION-CODIGO = "H"
             MOVE "ARCHIVADO" TO SITUACION-TEXTO
          ELSE
             MOVE "INEXISTENTE" TO SITUACION-TEXTO
          END-IF
       END-IF.

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
       END PROGRAM ORGANIGRAMA.

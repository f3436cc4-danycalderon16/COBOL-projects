      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto seudonimizado de la plantilla activa para
      *          los analisis de retribucion, edad y antiguedad de
      *          la consultora y del comite de empresa. No lleva
      *          nombre, apellidos, NIF, NAF, telefono, calle ni
      *          codigo postal: el ID se sustituye por un seudonimo
      *          estable derivado de la clave CLAVE-SEUDONIMO de
      *          PARAMS.DAT (sin clave no se extrae nada), y edad,
      *          antiguedad y salario salen por tramos (el ancho del
      *          tramo de salario es TRAMO-SALARIO, 10000 por
      *          omision). Cada combinacion de departamento y tramos
      *          con menos empleados que ANONIMO-MINIMO (5 por
      *          omision) se suprime entera. El extracto sale en
      *          ANONIMO.CSV, el detalle de grupos publicados y
      *          suprimidos en ANONIMO.RPT, y la ejecucion con sus
      *          cifras de supresion queda en el indice del spool y
      *          en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-ANONIMO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT EXTRACTO-ANONIMO ASSIGN TO "ANONIMO.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-ANONIMO ASSIGN TO "ANONIMO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPOOL-INDICE ASSIGN TO "SPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-INDICE-ESTADO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  EXTRACTO-ANONIMO.
       01  LINEA-ANONIMO              PIC X(80).
       FD  REPORTE-ANONIMO.
       01  LINEA-CONTROL-ANONIMO      PIC X(100).
       FD  SPOOL-INDICE.
       01  SPOOL-INDICE-REGISTRO.
           05 SPOOL-IDX-REPORTE       PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-ARCHIVO       PIC X(12).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-FECHA         PIC X(14).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-OPERADOR      PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-REGISTROS     PIC 9(5).
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  SPOOL-INDICE-ESTADO  PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  CARGA-LEE-TODO       PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  OPERADOR-ACTUAL      PIC X(10).
       77  ACCION-AUDITADA      PIC X(15).
       77  CIFRA-AUDITADA       PIC 9(5).
       77  CLAVE-SEUDONIMO      PIC 9(7) VALUE 0.
       77  ANCHO-TRAMO-SALARIO  PIC 9(7) VALUE 10000.
       77  MINIMO-GRUPO         PIC 9(3) VALUE 5.
       77  FECHA-BASE-CALC      PIC 9(8) VALUE 0.
       77  EDAD-CALCULADA       PIC 999 VALUE 0.
       77  EDAD-DERIVADA        PIC 999 VALUE 0.
       77  ANIOS-ANTIGUEDAD     PIC 999 VALUE 0.
       77  FECHA-AUX-X          PIC X(8).
       77  FECHA-PROCESO-X      PIC X(8).
       77  ANIO-AUX-1           PIC 9(4).
       77  ANIO-AUX-2           PIC 9(4).
       77  MES-AUX-1            PIC 9(2).
       77  MES-AUX-2            PIC 9(2).
       77  DIA-AUX-1            PIC 9(2).
       77  DIA-AUX-2            PIC 9(2).
       77  SEUDONIMO-BASE       PIC 9(6).
       77  SEUDONIMO-CUADRADO   PIC 9(6).
       77  SEUDONIMO-PRODUCTO   PIC 9(18).
       77  SEUDONIMO-COCIENTE   PIC 9(18).
       77  SEUDONIMO-NUMERO     PIC 9(6).
       77  SALARIO-TRAMO        PIC 9(7).
       77  SALARIO-COCIENTE     PIC 9(7).
       77  SALARIO-DESDE        PIC 9(7).
       77  SALARIO-HASTA        PIC 9(7).
       77  TRAMO-EDAD-ACTUAL    PIC X(11).
       77  TRAMO-ANTIG-ACTUAL   PIC X(10).
       77  TRAMO-SALARIO-ACTUAL PIC X(15).
       77  EMPLEADOS-LEIDOS     PIC 9(5) VALUE 0.
       77  EMPLEADOS-EXTRAIDOS  PIC 9(5) VALUE 0.
       77  EMPLEADOS-SUPRIMIDOS PIC 9(5) VALUE 0.
       77  GRUPOS-PUBLICADOS    PIC 9(5) VALUE 0.
       77  GRUPOS-SUPRIMIDOS    PIC 9(5) VALUE 0.
       77  ESTADO-GRUPO         PIC X(9).
      ******************************************************************
      * Combinaciones de departamento y tramos (edad, antiguedad y
      * salario) con los empleados que caen en cada una.
      ******************************************************************
       01  TABLA-GRUPOS.
           05 GRUPT-ENTRADA OCCURS 1000 TIMES.
              10 GRUPT-DEPARTAMENTO   PIC X(10).
              10 GRUPT-TRAMO-EDAD     PIC X(11).
              10 GRUPT-TRAMO-ANTIG    PIC X(10).
              10 GRUPT-TRAMO-SALARIO  PIC X(15).
              10 GRUPT-EMPLEADOS      PIC 9(5).
       77  GRUPT-TOTAL          PIC 9(4) VALUE 0.
       77  GRUPT-POS            PIC 9(4).
       77  GRUPT-HALLADO        PIC X.
      ******************************************************************
      * Una entrada por empleado activo: su seudonimo y el grupo al
      * que pertenece, para escribir el extracto una vez contados
      * todos los grupos.
      ******************************************************************
       01  TABLA-EXTRACTO.
           05 EXTT-ENTRADA OCCURS 2000 TIMES.
              10 EXTT-SEUDONIMO       PIC X(7).
              10 EXTT-GRUPO           PIC 9(4).
       77  EXTT-TOTAL           PIC 9(4) VALUE 0.
       77  EXTT-POS             PIC 9(4).
       77  ORD-J                PIC 9(4).
       77  ORD-ANTERIOR         PIC 9(4).
       77  ORD-FIN              PIC X.
       77  SEUDONIMO-INSERTA    PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "EXTRACTO SEUDONIMIZADO PARA ANALISIS DE PLANTILLA".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE FECHA-PROCESO-NEGOCIO TO FECHA-PROCESO-X.
       PERFORM CARGA-PARAMETROS-ANONIMO.
       IF CLAVE-SEUDONIMO = 0
          DISPLAY "FALTA LA CLAVE CLAVE-SEUDONIMO EN PARAMS.DAT; "
              "NO SE EXTRAE NADA."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.
       PERFORM CLASIFICA-EMPLEADO UNTIL LEE-TODO = "S".
       CLOSE EMPLEADOS-ARCHIVO.
       OPEN OUTPUT EXTRACTO-ANONIMO.
       MOVE SPACES TO LINEA-ANONIMO.
       STRING "SEUDONIMO,DEPARTAMENTO,TRAMO-EDAD,TRAMO-ANTIGUEDAD,"
           "TRAMO-SALARIO"
           DELIMITED BY SIZE INTO LINEA-ANONIMO.
       WRITE LINEA-ANONIMO.
       MOVE 1 TO EXTT-POS.
       PERFORM ESCRIBE-LINEA-ANONIMO UNTIL EXTT-POS > EXTT-TOTAL.
       CLOSE EXTRACTO-ANONIMO.
       PERFORM ESCRIBE-CONTROL-ANONIMO.
       PERFORM REGISTRA-SPOOL-ANONIMO.
       MOVE "ANONIMO-EXTRAE" TO ACCION-AUDITADA.
       MOVE EMPLEADOS-EXTRAIDOS TO CIFRA-AUDITADA.
       PERFORM GRABA-AUDITORIA-ANONIMO.
       MOVE "ANONIMO-SUPRIME" TO ACCION-AUDITADA.
       MOVE EMPLEADOS-SUPRIMIDOS TO CIFRA-AUDITADA.
       PERFORM GRABA-AUDITORIA-ANONIMO.
       MOVE "ANONIMO-GRUPOS" TO ACCION-AUDITADA.
       MOVE GRUPOS-SUPRIMIDOS TO CIFRA-AUDITADA.
       PERFORM GRABA-AUDITORIA-ANONIMO.
       DISPLAY "EXTRACTO ESCRITO EN ANONIMO.CSV: " EMPLEADOS-EXTRAIDOS
           " EMPLEADOS EN " GRUPOS-PUBLICADOS " GRUPOS; SUPRIMIDOS "
           EMPLEADOS-SUPRIMIDOS " EMPLEADOS EN " GRUPOS-SUPRIMIDOS
           " GRUPOS. DETALLE EN ANONIMO.RPT.".
       IF EMPLEADOS-SUPRIMIDOS > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-PARAMETROS-ANONIMO.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM APLICA-PARAMETRO-ANONIMO
              UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.
       IF MINIMO-GRUPO < 1
          MOVE 1 TO MINIMO-GRUPO
       END-IF.
       IF ANCHO-TRAMO-SALARIO = 0
          MOVE 10000 TO ANCHO-TRAMO-SALARIO
       END-IF.

       APLICA-PARAMETRO-ANONIMO.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "CLAVE-SEUDONIMO"
                 MOVE PARAM-VALOR TO CLAVE-SEUDONIMO
              END-IF
              IF PARAM-CLAVE = "TRAMO-SALARIO"
                 MOVE PARAM-VALOR TO ANCHO-TRAMO-SALARIO
              END-IF
              IF PARAM-CLAVE = "ANONIMO-MINIMO"
                 MOVE PARAM-VALOR TO MINIMO-GRUPO
              END-IF
       END-READ.

       LEE-SIGUIENTE-REGISTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       CLASIFICA-EMPLEADO.
       IF EMPLEADO-ACTIVO
          ADD 1 TO EMPLEADOS-LEIDOS
          PERFORM CALCULA-TRAMOS-EMPLEADO
          PERFORM LOCALIZA-GRUPO
          IF GRUPT-HALLADO = "S"
              AND EXTT-TOTAL < 2000
             ADD 1 TO GRUPT-EMPLEADOS(GRUPT-POS)
             PERFORM CALCULA-SEUDONIMO
             PERFORM INSERTA-EN-EXTRACTO
          ELSE
             DISPLAY "AVISO: TABLAS DEL EXTRACTO LLENAS. SE OMITE "
                 "UN EMPLEADO."
             ADD 1 TO EMPLEADOS-SUPRIMIDOS
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

      ******************************************************************
      * Seudonimo estable: el cubo de (ID + clave) modulo 999983,
      * multiplicado por la clave y sumado a ella con el mismo
      * modulo. Con el modulo primo (y 3 sin divisor comun con el
      * modulo menos uno) cada paso es una permutacion, asi que dos
      * empleados nunca comparten seudonimo; sin la clave no se
      * vuelve al ID ni se deduce el orden de los IDs.
      ******************************************************************
       CALCULA-SEUDONIMO.
       COMPUTE SEUDONIMO-PRODUCTO = EMPLEADOS-ID + CLAVE-SEUDONIMO.
       DIVIDE SEUDONIMO-PRODUCTO BY 999983
           GIVING SEUDONIMO-COCIENTE REMAINDER SEUDONIMO-BASE.
       COMPUTE SEUDONIMO-PRODUCTO = SEUDONIMO-BASE * SEUDONIMO-BASE.
       DIVIDE SEUDONIMO-PRODUCTO BY 999983
           GIVING SEUDONIMO-COCIENTE REMAINDER SEUDONIMO-CUADRADO.
       COMPUTE SEUDONIMO-PRODUCTO = SEUDONIMO-CUADRADO * SEUDONIMO-BASE.
       DIVIDE SEUDONIMO-PRODUCTO BY 999983
           GIVING SEUDONIMO-COCIENTE REMAINDER SEUDONIMO-NUMERO.
       COMPUTE SEUDONIMO-PRODUCTO =
           SEUDONIMO-NUMERO * CLAVE-SEUDONIMO + CLAVE-SEUDONIMO.
       DIVIDE SEUDONIMO-PRODUCTO BY 999983
           GIVING SEUDONIMO-COCIENTE REMAINDER SEUDONIMO-NUMERO.

      ******************************************************************
      * El extracto se guarda ordenado por seudonimo para que el
      * orden de las lineas no delate el orden de los IDs.
      ******************************************************************
       INSERTA-EN-EXTRACTO.
       MOVE SPACES TO SEUDONIMO-INSERTA.
       STRING "S" SEUDONIMO-NUMERO
           DELIMITED BY SIZE INTO SEUDONIMO-INSERTA.
       ADD 1 TO EXTT-TOTAL.
       MOVE EXTT-TOTAL TO ORD-J.
       MOVE "N" TO ORD-FIN.
       PERFORM DESPLAZA-LINEA-EXTRACTO UNTIL ORD-FIN = "S".
       MOVE SEUDONIMO-INSERTA TO EXTT-SEUDONIMO(ORD-J).
       MOVE GRUPT-POS TO EXTT-GRUPO(ORD-J).

       DESPLAZA-LINEA-EXTRACTO.
       IF ORD-J = 1
          MOVE "S" TO ORD-FIN
       ELSE
          COMPUTE ORD-ANTERIOR = ORD-J - 1
          IF EXTT-SEUDONIMO(ORD-ANTERIOR) > SEUDONIMO-INSERTA
             MOVE EXTT-ENTRADA(ORD-ANTERIOR) TO EXTT-ENTRADA(ORD-J)
             MOVE ORD-ANTERIOR TO ORD-J
          ELSE
             MOVE "S" TO ORD-FIN
          END-IF
       END-IF.

       CALCULA-TRAMOS-EMPLEADO.
       PERFORM CALCULA-EDAD-DERIVADA.
       IF EDAD-DERIVADA = 0
          MOVE "DESCONOCIDA" TO TRAMO-EDAD-ACTUAL
       ELSE
          IF EDAD-DERIVADA < 25
             MOVE "MENOS DE 25" TO TRAMO-EDAD-ACTUAL
          ELSE
             IF EDAD-DERIVADA < 35
                MOVE "25-34" TO TRAMO-EDAD-ACTUAL
             ELSE
                IF EDAD-DERIVADA < 45
                   MOVE "35-44" TO TRAMO-EDAD-ACTUAL
                ELSE
                   IF EDAD-DERIVADA < 55
                      MOVE "45-54" TO TRAMO-EDAD-ACTUAL
                   ELSE
                      MOVE "55 O MAS" TO TRAMO-EDAD-ACTUAL
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.
       MOVE EMPLEADOS-FECHA-ALTA TO FECHA-BASE-CALC.
       PERFORM CALCULA-EDAD-DESDE-FECHA.
       MOVE EDAD-CALCULADA TO ANIOS-ANTIGUEDAD.
       IF ANIOS-ANTIGUEDAD < 2
          MOVE "MENOS DE 2" TO TRAMO-ANTIG-ACTUAL
       ELSE
          IF ANIOS-ANTIGUEDAD < 5
             MOVE "2-4" TO TRAMO-ANTIG-ACTUAL
          ELSE
             IF ANIOS-ANTIGUEDAD < 10
                MOVE "5-9" TO TRAMO-ANTIG-ACTUAL
             ELSE
                IF ANIOS-ANTIGUEDAD < 20
                   MOVE "10-19" TO TRAMO-ANTIG-ACTUAL
                ELSE
                   MOVE "20 O MAS" TO TRAMO-ANTIG-ACTUAL
                END-IF
             END-IF
          END-IF
       END-IF.
       IF EMPLEADOS-SALARIO < 0
          MOVE 0 TO SALARIO-TRAMO
       ELSE
          MOVE EMPLEADOS-SALARIO TO SALARIO-TRAMO
       END-IF.
       DIVIDE SALARIO-TRAMO BY ANCHO-TRAMO-SALARIO
           GIVING SALARIO-COCIENTE.
       COMPUTE SALARIO-DESDE = SALARIO-COCIENTE * ANCHO-TRAMO-SALARIO.
       COMPUTE SALARIO-HASTA = SALARIO-DESDE + ANCHO-TRAMO-SALARIO - 1.
       MOVE SPACES TO TRAMO-SALARIO-ACTUAL.
       STRING SALARIO-DESDE "-" SALARIO-HASTA
           DELIMITED BY SIZE INTO TRAMO-SALARIO-ACTUAL.

       LOCALIZA-GRUPO.
       MOVE "N" TO GRUPT-HALLADO.
       MOVE 1 TO GRUPT-POS.
       PERFORM BUSCA-GRUPO
           UNTIL GRUPT-POS > GRUPT-TOTAL OR GRUPT-HALLADO = "S".
       IF GRUPT-HALLADO = "N" AND GRUPT-TOTAL < 1000
          ADD 1 TO GRUPT-TOTAL
          MOVE GRUPT-TOTAL TO GRUPT-POS
          MOVE EMPLEADOS-DEPARTAMENTO TO GRUPT-DEPARTAMENTO(GRUPT-POS)
          MOVE TRAMO-EDAD-ACTUAL TO GRUPT-TRAMO-EDAD(GRUPT-POS)
          MOVE TRAMO-ANTIG-ACTUAL TO GRUPT-TRAMO-ANTIG(GRUPT-POS)
          MOVE TRAMO-SALARIO-ACTUAL TO GRUPT-TRAMO-SALARIO(GRUPT-POS)
          MOVE 0 TO GRUPT-EMPLEADOS(GRUPT-POS)
          MOVE "S" TO GRUPT-HALLADO
       END-IF.

       BUSCA-GRUPO.
       IF GRUPT-DEPARTAMENTO(GRUPT-POS) = EMPLEADOS-DEPARTAMENTO
           AND GRUPT-TRAMO-EDAD(GRUPT-POS) = TRAMO-EDAD-ACTUAL
           AND GRUPT-TRAMO-ANTIG(GRUPT-POS) = TRAMO-ANTIG-ACTUAL
           AND GRUPT-TRAMO-SALARIO(GRUPT-POS) = TRAMO-SALARIO-ACTUAL
          MOVE "S" TO GRUPT-HALLADO
       ELSE
          ADD 1 TO GRUPT-POS
       END-IF.

       ESCRIBE-LINEA-ANONIMO.
       MOVE EXTT-GRUPO(EXTT-POS) TO GRUPT-POS.
       IF GRUPT-EMPLEADOS(GRUPT-POS) < MINIMO-GRUPO
          ADD 1 TO EMPLEADOS-SUPRIMIDOS
       ELSE
          MOVE SPACES TO LINEA-ANONIMO
          STRING EXTT-SEUDONIMO(EXTT-POS) ","
              GRUPT-DEPARTAMENTO(GRUPT-POS) ","
              GRUPT-TRAMO-EDAD(GRUPT-POS) ","
              GRUPT-TRAMO-ANTIG(GRUPT-POS) ","
              GRUPT-TRAMO-SALARIO(GRUPT-POS)
              DELIMITED BY SIZE INTO LINEA-ANONIMO
          WRITE LINEA-ANONIMO
          ADD 1 TO EMPLEADOS-EXTRAIDOS
       END-IF.
       ADD 1 TO EXTT-POS.

      ******************************************************************
      * Informe de control para el delegado de proteccion de datos:
      * que campos salen, con que parametros, y cada grupo con su
      * numero de empleados y si se publico o se suprimio.
      ******************************************************************
       ESCRIBE-CONTROL-ANONIMO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT REPORTE-ANONIMO.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       STRING "EXTRACTO SEUDONIMIZADO - FECHA DE PROCESO "
           FECHA-PROCESO-NEGOCIO " - EJECUTADO "
           FECHA-ACTUAL(1:14) " POR " OPERADOR-ACTUAL
           DELIMITED BY SIZE INTO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       STRING "CAMPOS: SEUDONIMO, DEPARTAMENTO, TRAMO DE EDAD, "
           "TRAMO DE ANTIGUEDAD, TRAMO DE SALARIO"
           DELIMITED BY SIZE INTO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       STRING "MINIMO POR GRUPO: " MINIMO-GRUPO
           "  ANCHO DEL TRAMO DE SALARIO: " ANCHO-TRAMO-SALARIO
           DELIMITED BY SIZE INTO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       MOVE "DEPTO      EDAD        ANTIGUEDAD SALARIO         EMPL"
           TO LINEA-CONTROL-ANONIMO.
       MOVE "   ESTADO" TO LINEA-CONTROL-ANONIMO(54:).
       WRITE LINEA-CONTROL-ANONIMO.
       MOVE 1 TO GRUPT-POS.
       PERFORM ESCRIBE-GRUPO-CONTROL UNTIL GRUPT-POS > GRUPT-TOTAL.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       STRING "EMPLEADOS ACTIVOS: " EMPLEADOS-LEIDOS
           "  EXTRAIDOS: " EMPLEADOS-EXTRAIDOS
           "  SUPRIMIDOS: " EMPLEADOS-SUPRIMIDOS
           DELIMITED BY SIZE INTO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       STRING "GRUPOS PUBLICADOS: " GRUPOS-PUBLICADOS
           "  GRUPOS SUPRIMIDOS: " GRUPOS-SUPRIMIDOS
           DELIMITED BY SIZE INTO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       CLOSE REPORTE-ANONIMO.

       ESCRIBE-GRUPO-CONTROL.
       IF GRUPT-EMPLEADOS(GRUPT-POS) < MINIMO-GRUPO
          MOVE "SUPRIMIDO" TO ESTADO-GRUPO
          ADD 1 TO GRUPOS-SUPRIMIDOS
       ELSE
          MOVE "PUBLICADO" TO ESTADO-GRUPO
          ADD 1 TO GRUPOS-PUBLICADOS
       END-IF.
       MOVE SPACES TO LINEA-CONTROL-ANONIMO.
       STRING GRUPT-DEPARTAMENTO(GRUPT-POS) " "
           GRUPT-TRAMO-EDAD(GRUPT-POS) " "
           GRUPT-TRAMO-ANTIG(GRUPT-POS) " "
           GRUPT-TRAMO-SALARIO(GRUPT-POS) " "
           GRUPT-EMPLEADOS(GRUPT-POS) "  " ESTADO-GRUPO
           DELIMITED BY SIZE INTO LINEA-CONTROL-ANONIMO.
       WRITE LINEA-CONTROL-ANONIMO.
       ADD 1 TO GRUPT-POS.

       CALCULA-EDAD-DERIVADA.
       IF EMPLEADOS-FECHA-NACIMIENTO IS NUMERIC
           AND EMPLEADOS-FECHA-NACIMIENTO > 0
          MOVE EMPLEADOS-FECHA-NACIMIENTO TO FECHA-BASE-CALC
          PERFORM CALCULA-EDAD-DESDE-FECHA
          MOVE EDAD-CALCULADA TO EDAD-DERIVADA
       ELSE
          IF EMPLEADOS-EDAD IS NUMERIC
             MOVE EMPLEADOS-EDAD TO EDAD-DERIVADA
          ELSE
             MOVE 0 TO EDAD-DERIVADA
          END-IF
       END-IF.

       CALCULA-EDAD-DESDE-FECHA.
       IF FECHA-BASE-CALC IS NOT NUMERIC OR FECHA-BASE-CALC = 0
           OR FECHA-BASE-CALC > FECHA-PROCESO-NEGOCIO
          MOVE 0 TO EDAD-CALCULADA
       ELSE
          MOVE FECHA-BASE-CALC TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1
          MOVE FECHA-AUX-X(5:2) TO MES-AUX-1
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1
          MOVE FECHA-PROCESO-X(1:4) TO ANIO-AUX-2
          MOVE FECHA-PROCESO-X(5:2) TO MES-AUX-2
          MOVE FECHA-PROCESO-X(7:2) TO DIA-AUX-2
          COMPUTE EDAD-CALCULADA = ANIO-AUX-2 - ANIO-AUX-1
          IF MES-AUX-2 < MES-AUX-1
              OR (MES-AUX-2 = MES-AUX-1 AND DIA-AUX-2 < DIA-AUX-1)
             SUBTRACT 1 FROM EDAD-CALCULADA
          END-IF
       END-IF.

       REGISTRA-SPOOL-ANONIMO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO = "35"
          OPEN OUTPUT SPOOL-INDICE
       END-IF.
       MOVE SPACES TO SPOOL-INDICE-REGISTRO.
       MOVE "ANONIMO" TO SPOOL-IDX-REPORTE.
       MOVE "ANONIMO.CSV" TO SPOOL-IDX-ARCHIVO.
       MOVE FECHA-ACTUAL(1:14) TO SPOOL-IDX-FECHA.
       MOVE OPERADOR-ACTUAL TO SPOOL-IDX-OPERADOR.
       MOVE EMPLEADOS-EXTRAIDOS TO SPOOL-IDX-REGISTROS.
       WRITE SPOOL-INDICE-REGISTRO.
       CLOSE SPOOL-INDICE.

      ******************************************************************
      * Cada cifra de la ejecucion va en su propia linea de
      * auditoria, en el campo del ID, como el RESUMEN del
      * mantenimiento.
      ******************************************************************
       GRABA-AUDITORIA-ANONIMO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE ACCION-AUDITADA TO AUDIT-ACCION.
       MOVE CIFRA-AUDITADA TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       END PROGRAM EXTRACTO-ANONIMO.

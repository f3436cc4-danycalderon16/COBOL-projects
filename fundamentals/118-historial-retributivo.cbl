      ******************************************************************
      * Author:
      * Date:
      * Purpose: Historial retributivo de un empleado, o de todos los
      *          empleados de un departamento, reconstruido desde el
      *          diario de cambios: cada cambio del salario base sale
      *          en orden de fecha efectiva con el importe anterior,
      *          el nuevo, el porcentaje, el origen (ajuste masivo,
      *          trienio, cambio individual, reorganizacion o
      *          backout) y el operador que lo aprobo, y al final de
      *          cada empleado el incremento acumulado en el periodo
      *          pedido. Las entradas antiguas se leen de las
      *          generaciones rotadas del diario que siguen activas
      *          en ROTALOGS.DAT; una generacion cortada antes del
      *          inicio del periodo no puede traer cambios del
      *          periodo y no se abre. Un AJUSTE-SALARIO es trienio
      *          cuando TRIENHIST.DAT tiene para el empleado un
      *          aniversario no emparejado de los 92 dias anteriores,
      *          y entonces su fecha efectiva es la del aniversario;
      *          los demas cambios toman la fecha del diario. El
      *          backout no guarda imagen anterior, asi que su
      *          importe anterior es el ultimo salario conocido del
      *          empleado en el diario. El salario solo lo consulta
      *          el nivel de NIVEL-VER-SAL (PARAMS.DAT, 3 por
      *          omision) y cada consulta queda en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORIAL-RETRIBUTIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DIARIO-ARCHIVO ASSIGN TO DIARIO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-ESTADO-ARCHIVO.
           SELECT ROTACION-INDICE ASSIGN TO "ROTALOGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTACION-INDICE-ESTADO.
           SELECT TRIENIOS-HISTORIAL ASSIGN TO "TRIENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIENHIST-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT REPORTE-HISTORIAL
               ASSIGN TO HISTORIAL-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRABAJO-HISTORIAL ASSIGN TO "SORTHRET".

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  DIARIO-ARCHIVO.
       01  DIARIO-REGISTRO.
           05 DIARIO-FECHA            PIC X(14).
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  ROTACION-INDICE.
       01  ROTACION-INDICE-REGISTRO.
           05 ROTIDX-LOG              PIC X(13).
           05 FILLER                  PIC X.
           05 ROTIDX-ARCHIVO          PIC X(12).
           05 FILLER                  PIC X.
           05 ROTIDX-FECHA            PIC 9(8).
           05 FILLER                  PIC X.
           05 ROTIDX-REGISTROS        PIC 9(7).
           05 FILLER                  PIC X.
           05 ROTIDX-ESTADO           PIC X.
       FD  TRIENIOS-HISTORIAL.
       01  TRIENIO-REGISTRO.
           05 TRIENIO-EMPLEADOS-ID    PIC 9(5).
           05 TRIENIO-ANIOS           PIC 9(3).
           05 TRIENIO-FECHA           PIC 9(8).
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE             PIC X(16).
           05 PARAM-VALOR             PIC 9(7)V99.
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
       FD  REPORTE-HISTORIAL.
       01  LINEA-HISTORIAL            PIC X(110).
       SD  TRABAJO-HISTORIAL.
       01  ORDEN-HISTORIAL-REGISTRO.
           05 ORDEN-HIS-ID            PIC 9(5).
           05 ORDEN-HIS-FECHA-EFECTIVA PIC 9(8).
           05 ORDEN-HIS-SELLO         PIC X(14).
           05 ORDEN-HIS-ANTES         PIC S9(7)V99.
           05 ORDEN-HIS-DESPUES       PIC S9(7)V99.
           05 ORDEN-HIS-ORIGEN        PIC X(14).
           05 ORDEN-HIS-OPERADOR      PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  ROTACION-INDICE-ESTADO PIC X(2).
       77  TRIENHIST-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-NOMBRE-ARCHIVO PIC X(12) VALUE "DIARIO.DAT".
       77  HISTORIAL-NOMBRE-ARCHIVO PIC X(14)
           VALUE "HISTR00000.RPT".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  NIVEL-VER-SALARIOS   PIC 9 VALUE 3.
       77  OPERADOR-LEE-TODO    PIC X.
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  FIN-ORDENACION       PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
      ******************************************************************
      * Seleccion: un empleado por ID, o un departamento entero por
      * el departamento que tiene hoy en el maestro (el de la imagen
      * del diario para quien ya no esta en el maestro).
      ******************************************************************
       77  FILTRO-ID            PIC 9(5).
       77  FILTRO-DEPTO         PIC X(10).
       77  FILTRO-FECHA-DESDE   PIC 9(8).
       77  FILTRO-FECHA-HASTA   PIC 9(8).
       77  DIARIO-FECHA-DIA     PIC 9(8).
       77  ENTRADA-COINCIDE     PIC X.
       77  CAMBIO-VALIDO        PIC X.
       77  SALARIO-ANTES        PIC S9(7)V99.
       77  SALARIO-DESPUES      PIC S9(7)V99.
       77  ORIGEN-CAMBIO        PIC X(14).
       77  FECHA-EFECTIVA       PIC 9(8).
       77  CAMBIOS-LIBERADOS    PIC 9(5) VALUE 0.
       77  GENERACIONES-LEIDAS  PIC 9(2) VALUE 0.
      ******************************************************************
      * Departamento del ultimo empleado consultado en el maestro,
      * para no releerlo en cada entrada seguida del mismo ID.
      ******************************************************************
       77  CACHE-ID             PIC 9(5) VALUE 0.
       77  CACHE-DEPTO          PIC X(10).
       77  CACHE-EN-MAESTRO     PIC X.
      ******************************************************************
      * Generaciones activas del diario, en el orden de corte en
      * que las anota ROTA-LOGS.
      ******************************************************************
       01  TABLA-GENERACIONES.
           05 GENT-ENTRADA OCCURS 50 TIMES.
              10 GENT-ARCHIVO         PIC X(12).
              10 GENT-FECHA           PIC 9(8).
       77  GENT-TOTAL           PIC 9(2) VALUE 0.
       77  GENT-POS             PIC 9(2).
      ******************************************************************
      * Trienios concedidos, para reconocer el AJUSTE-SALARIO que
      * los aplico; cada aniversario se empareja una sola vez.
      ******************************************************************
       01  TABLA-TRIENIOS.
           05 TRIT-ENTRADA OCCURS 500 TIMES.
              10 TRIT-ID              PIC 9(5).
              10 TRIT-FECHA           PIC 9(8).
              10 TRIT-USADO           PIC X.
       77  TRIT-TOTAL           PIC 9(3) VALUE 0.
       77  TRIT-POS             PIC 9(3).
       77  TRIT-ELEGIDO         PIC 9(3).
       77  DIAS-DESDE-TRIENIO   PIC S9(7).
       77  DIAS-VENTANA-TRIENIO PIC 9(3) VALUE 92.
      ******************************************************************
      * Ultimo salario conocido por empleado, tomado de la imagen
      * posterior de cada entrada del diario; da el importe anterior
      * de un backout, que no guarda imagen anterior.
      ******************************************************************
       01  TABLA-ULTIMO-SALARIO.
           05 ULTS-ENTRADA OCCURS 1000 TIMES.
              10 ULTS-ID              PIC 9(5).
              10 ULTS-SALARIO         PIC S9(7)V99.
       77  ULTS-TOTAL           PIC 9(4) VALUE 0.
       77  ULTS-POS             PIC 9(4).
       77  ULTS-HALLADO         PIC X.
       77  ULTS-AVISADO         PIC X VALUE "N".
      ******************************************************************
      * Ruptura por empleado en la salida ordenada.
      ******************************************************************
       77  CORTE-ID             PIC 9(5) VALUE 0.
       77  PRIMER-SALARIO       PIC S9(7)V99.
       77  ULTIMO-SALARIO       PIC S9(7)V99.
       77  CAMBIOS-EMPLEADO     PIC 9(4).
       77  EMPLEADOS-LISTADOS   PIC 9(5) VALUE 0.
       77  DIFERENCIA-SALARIO   PIC S9(7)V99.
       77  PORCENTAJE-CAMBIO    PIC S9(5)V99.
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  SALARIO-EDICION      PIC -(7)9.99.
       77  SALARIO-EDICION-2    PIC -(7)9.99.
       77  DIFERENCIA-EDICION   PIC -(7)9.99.
       77  PORCENTAJE-EDICION   PIC -(4)9.99.
       77  FECHA-EDICION        PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "HISTORIAL RETRIBUTIVO".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       PERFORM CARGA-PARAMETROS-HISTORIAL.
       IF NIVEL-OPERADOR < NIVEL-VER-SALARIOS
           AND NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL PARA CONSULTAR SALARIOS."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "ID DEL EMPLEADO (0 = TODO UN DEPARTAMENTO): ".
       ACCEPT FILTRO-ID.
       MOVE SPACES TO FILTRO-DEPTO.
       IF FILTRO-ID = 0
          DISPLAY "DEPARTAMENTO: "
          ACCEPT FILTRO-DEPTO
          IF FILTRO-DEPTO = SPACES
             DISPLAY "HAY QUE INDICAR UN EMPLEADO O UN DEPARTAMENTO."
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF
          MOVE "HISTRDEPTO.RPT" TO HISTORIAL-NOMBRE-ARCHIVO
       ELSE
          MOVE FILTRO-ID TO HISTORIAL-NOMBRE-ARCHIVO(6:5)
       END-IF.
       DISPLAY "FECHA DESDE (AAAAMMDD, 0 = SIN LIMITE): ".
       ACCEPT FILTRO-FECHA-DESDE.
       DISPLAY "FECHA HASTA (AAAAMMDD, 0 = SIN LIMITE): ".
       ACCEPT FILTRO-FECHA-HASTA.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-TRIENIOS.
       PERFORM CARGA-GENERACIONES-DIARIO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT REPORTE-HISTORIAL.
       PERFORM ENCABEZADO-HISTORIAL.
       SORT TRABAJO-HISTORIAL
           ON ASCENDING KEY ORDEN-HIS-ID
           ON ASCENDING KEY ORDEN-HIS-FECHA-EFECTIVA
           ON ASCENDING KEY ORDEN-HIS-SELLO
           INPUT PROCEDURE IS LIBERA-CAMBIOS-SALARIO
           OUTPUT PROCEDURE IS ESCRIBE-HISTORIAL-SALIDA.
       MOVE SPACES TO LINEA-HISTORIAL.
       STRING "EMPLEADOS: " EMPLEADOS-LISTADOS
           " CAMBIOS DE SALARIO: " CAMBIOS-LIBERADOS
           " GENERACIONES ROTADAS LEIDAS: " GENERACIONES-LEIDAS
           DELIMITED BY SIZE INTO LINEA-HISTORIAL.
       WRITE LINEA-HISTORIAL.
       CLOSE REPORTE-HISTORIAL.
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM GRABA-AUDITORIA.
       DISPLAY CAMBIOS-LIBERADOS " CAMBIOS DE SALARIO DE "
           EMPLEADOS-LISTADOS " EMPLEADOS.".
       DISPLAY "HISTORIAL ESCRITO EN " HISTORIAL-NOMBRE-ARCHIVO ".".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       ENCABEZADO-HISTORIAL.
       MOVE SPACES TO LINEA-HISTORIAL.
       IF FILTRO-ID > 0
          STRING "HISTORIAL RETRIBUTIVO - EMPLEADO " FILTRO-ID
              " - FECHA: " FECHA-ACTUAL(1:14)
              " - OPERADOR: " OPERADOR-ACTUAL
              DELIMITED BY SIZE INTO LINEA-HISTORIAL
       ELSE
          STRING "HISTORIAL RETRIBUTIVO - DEPARTAMENTO "
              FILTRO-DEPTO " - FECHA: " FECHA-ACTUAL(1:14)
              " - OPERADOR: " OPERADOR-ACTUAL
              DELIMITED BY SIZE INTO LINEA-HISTORIAL
       END-IF.
       WRITE LINEA-HISTORIAL.
       MOVE SPACES TO LINEA-HISTORIAL.
       STRING "PERIODO: " FILTRO-FECHA-DESDE " - "
           FILTRO-FECHA-HASTA " (0 = SIN LIMITE)"
           DELIMITED BY SIZE INTO LINEA-HISTORIAL.
       WRITE LINEA-HISTORIAL.
       MOVE ALL "=" TO LINEA-HISTORIAL.
       WRITE LINEA-HISTORIAL.

      ******************************************************************
      * Procedimiento de entrada del SORT: las generaciones rotadas
      * del diario en orden de corte y despues el diario vivo, para
      * que los trienios y el ultimo salario conocido se vayan
      * resolviendo en orden cronologico.
      ******************************************************************
       LIBERA-CAMBIOS-SALARIO.
       MOVE 1 TO GENT-POS.
       PERFORM LIBERA-UNA-GENERACION UNTIL GENT-POS > GENT-TOTAL.
       MOVE "DIARIO.DAT" TO DIARIO-NOMBRE-ARCHIVO.
       PERFORM LIBERA-DIARIO-COMPLETO.

       LIBERA-UNA-GENERACION.
       IF FILTRO-FECHA-DESDE = 0
           OR GENT-FECHA(GENT-POS) NOT < FILTRO-FECHA-DESDE
          MOVE GENT-ARCHIVO(GENT-POS) TO DIARIO-NOMBRE-ARCHIVO
          PERFORM LIBERA-DIARIO-COMPLETO
          ADD 1 TO GENERACIONES-LEIDAS
       END-IF.
       ADD 1 TO GENT-POS.

       LIBERA-DIARIO-COMPLETO.
       OPEN INPUT DIARIO-ARCHIVO.
       IF DIARIO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM EVALUA-ENTRADA-DIARIO UNTIL LEE-TODO = "S"
       ELSE
          IF DIARIO-NOMBRE-ARCHIVO NOT = "DIARIO.DAT"
             DISPLAY "AVISO: NO SE PUDO ABRIR LA GENERACION "
                 DIARIO-NOMBRE-ARCHIVO ". ESTADO: "
                 DIARIO-ESTADO-ARCHIVO
          END-IF
       END-IF.
       CLOSE DIARIO-ARCHIVO.

       EVALUA-ENTRADA-DIARIO.
       READ DIARIO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              PERFORM SELECCIONA-ENTRADA
              IF ENTRADA-COINCIDE = "S"
                 PERFORM EVALUA-CAMBIO-SALARIO
                 IF DIARIO-IMAGEN-DESPUES NOT = SPACES
                    MOVE DIARIO-IMAGEN-DESPUES(130:9)
                        TO SALARIO-DESPUES
                    PERFORM ANOTA-ULTIMO-SALARIO
                 END-IF
              END-IF
       END-READ.

       SELECCIONA-ENTRADA.
       MOVE "N" TO ENTRADA-COINCIDE.
       IF FILTRO-ID > 0
          IF DIARIO-EMPLEADOS-ID = FILTRO-ID
             MOVE "S" TO ENTRADA-COINCIDE
          END-IF
       ELSE
          PERFORM CONSULTA-DEPTO-MAESTRO
          IF CACHE-EN-MAESTRO = "S"
             IF CACHE-DEPTO = FILTRO-DEPTO
                MOVE "S" TO ENTRADA-COINCIDE
             END-IF
          ELSE
             IF DIARIO-IMAGEN-DESPUES NOT = SPACES
                 AND DIARIO-IMAGEN-DESPUES(120:10) = FILTRO-DEPTO
                MOVE "S" TO ENTRADA-COINCIDE
             END-IF
             IF DIARIO-IMAGEN-DESPUES = SPACES
                 AND DIARIO-IMAGEN-ANTES(120:10) = FILTRO-DEPTO
                MOVE "S" TO ENTRADA-COINCIDE
             END-IF
          END-IF
       END-IF.

       CONSULTA-DEPTO-MAESTRO.
       IF DIARIO-EMPLEADOS-ID NOT = CACHE-ID
          MOVE DIARIO-EMPLEADOS-ID TO CACHE-ID
          MOVE SPACES TO CACHE-DEPTO
          MOVE "N" TO CACHE-EN-MAESTRO
          MOVE DIARIO-EMPLEADOS-ID TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO CACHE-EN-MAESTRO
                 MOVE EMPLEADOS-DEPARTAMENTO TO CACHE-DEPTO
          END-READ
       END-IF.

      ******************************************************************
      * Un cambio del salario base es una entrada con las dos
      * imagenes y el salario distinto entre ellas, o un backout
      * cuyo salario repuesto difiere del ultimo conocido.
      ******************************************************************
       EVALUA-CAMBIO-SALARIO.
       MOVE "N" TO CAMBIO-VALIDO.
       IF DIARIO-IMAGEN-DESPUES NOT = SPACES
          MOVE DIARIO-IMAGEN-DESPUES(130:9) TO SALARIO-DESPUES
          IF DIARIO-ACCION = "BACKOUT"
             PERFORM BUSCA-ULTIMO-SALARIO
             IF ULTS-HALLADO = "S"
                MOVE ULTS-SALARIO(ULTS-POS) TO SALARIO-ANTES
                MOVE "S" TO CAMBIO-VALIDO
             END-IF
          ELSE
             IF DIARIO-IMAGEN-ANTES NOT = SPACES
                MOVE DIARIO-IMAGEN-ANTES(130:9) TO SALARIO-ANTES
                MOVE "S" TO CAMBIO-VALIDO
             END-IF
          END-IF
       END-IF.
       IF CAMBIO-VALIDO = "S"
           AND SALARIO-ANTES NOT = SALARIO-DESPUES
          IF DIARIO-FECHA(1:8) IS NUMERIC
             MOVE DIARIO-FECHA(1:8) TO DIARIO-FECHA-DIA
          ELSE
             MOVE 0 TO DIARIO-FECHA-DIA
          END-IF
          MOVE DIARIO-FECHA-DIA TO FECHA-EFECTIVA
          PERFORM CLASIFICA-ORIGEN
          IF FILTRO-FECHA-DESDE > 0
              AND FECHA-EFECTIVA < FILTRO-FECHA-DESDE
             MOVE "N" TO CAMBIO-VALIDO
          END-IF
          IF FILTRO-FECHA-HASTA > 0
              AND FECHA-EFECTIVA > FILTRO-FECHA-HASTA
             MOVE "N" TO CAMBIO-VALIDO
          END-IF
          IF CAMBIO-VALIDO = "S"
             PERFORM LIBERA-CAMBIO
          END-IF
       END-IF.

       LIBERA-CAMBIO.
       MOVE DIARIO-EMPLEADOS-ID TO ORDEN-HIS-ID.
       MOVE FECHA-EFECTIVA TO ORDEN-HIS-FECHA-EFECTIVA.
       MOVE DIARIO-FECHA TO ORDEN-HIS-SELLO.
       MOVE SALARIO-ANTES TO ORDEN-HIS-ANTES.
       MOVE SALARIO-DESPUES TO ORDEN-HIS-DESPUES.
       MOVE ORIGEN-CAMBIO TO ORDEN-HIS-ORIGEN.
       MOVE DIARIO-OPERADOR TO ORDEN-HIS-OPERADOR.
       RELEASE ORDEN-HISTORIAL-REGISTRO.
       ADD 1 TO CAMBIOS-LIBERADOS.

       CLASIFICA-ORIGEN.
       MOVE DIARIO-ACCION TO ORIGEN-CAMBIO.
       IF DIARIO-ACCION = "AJUSTE-SALARIO"
          MOVE "AJUSTE MASIVO" TO ORIGEN-CAMBIO
          PERFORM BUSCA-TRIENIO-APLICADO
          IF TRIT-ELEGIDO > 0
             MOVE "TRIENIO" TO ORIGEN-CAMBIO
             MOVE "S" TO TRIT-USADO(TRIT-ELEGIDO)
             MOVE TRIT-FECHA(TRIT-ELEGIDO) TO FECHA-EFECTIVA
          END-IF
       END-IF.
       IF DIARIO-ACCION = "CAMBIO-SALARIO"
           OR DIARIO-ACCION = "ACTUALIZACION"
          MOVE "INDIVIDUAL" TO ORIGEN-CAMBIO
       END-IF.
       IF DIARIO-ACCION = "REORG-DEPTO"
          MOVE "REORGANIZACION" TO ORIGEN-CAMBIO
       END-IF.

      ******************************************************************
      * El trienio aplicado es el aniversario mas antiguo sin
      * emparejar del mismo empleado en los DIAS-VENTANA-TRIENIO
      * dias anteriores a la entrada del diario.
      ******************************************************************
       BUSCA-TRIENIO-APLICADO.
       MOVE 0 TO TRIT-ELEGIDO.
       IF DIARIO-FECHA-DIA > 0
          MOVE 1 TO TRIT-POS
          PERFORM EVALUA-UN-TRIENIO
              UNTIL TRIT-POS > TRIT-TOTAL
              OR TRIT-ELEGIDO > 0
       END-IF.

       EVALUA-UN-TRIENIO.
       IF TRIT-ID(TRIT-POS) = DIARIO-EMPLEADOS-ID
           AND TRIT-USADO(TRIT-POS) = "N"
           AND TRIT-FECHA(TRIT-POS) NOT > DIARIO-FECHA-DIA
          COMPUTE DIAS-DESDE-TRIENIO =
              FUNCTION INTEGER-OF-DATE(DIARIO-FECHA-DIA)
              - FUNCTION INTEGER-OF-DATE(TRIT-FECHA(TRIT-POS))
          IF DIAS-DESDE-TRIENIO NOT > DIAS-VENTANA-TRIENIO
             MOVE TRIT-POS TO TRIT-ELEGIDO
          END-IF
       END-IF.
       ADD 1 TO TRIT-POS.

       BUSCA-ULTIMO-SALARIO.
       MOVE "N" TO ULTS-HALLADO.
       MOVE 1 TO ULTS-POS.
       PERFORM COMPARA-ULTIMO-SALARIO
           UNTIL ULTS-POS > ULTS-TOTAL
           OR ULTS-HALLADO = "S".

       COMPARA-ULTIMO-SALARIO.
       IF ULTS-ID(ULTS-POS) = DIARIO-EMPLEADOS-ID
          MOVE "S" TO ULTS-HALLADO
       ELSE
          ADD 1 TO ULTS-POS
       END-IF.

       ANOTA-ULTIMO-SALARIO.
       PERFORM BUSCA-ULTIMO-SALARIO.
       IF ULTS-HALLADO = "S"
          MOVE SALARIO-DESPUES TO ULTS-SALARIO(ULTS-POS)
       ELSE
          IF ULTS-TOTAL < 1000
             ADD 1 TO ULTS-TOTAL
             MOVE DIARIO-EMPLEADOS-ID TO ULTS-ID(ULTS-TOTAL)
             MOVE SALARIO-DESPUES TO ULTS-SALARIO(ULTS-TOTAL)
          ELSE
             IF ULTS-AVISADO = "N"
                MOVE "S" TO ULTS-AVISADO
                DISPLAY "AVISO: TABLA DE ULTIMOS SALARIOS LLENA. "
                    "UN BACKOUT PUEDE QUEDAR FUERA DEL HISTORIAL."
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Procedimiento de salida del SORT: una cabecera por empleado,
      * una linea por cambio y el acumulado del periodo al cerrar
      * cada empleado (primer importe anterior contra el ultimo
      * importe nuevo).
      ******************************************************************
       ESCRIBE-HISTORIAL-SALIDA.
       MOVE 0 TO CORTE-ID.
       MOVE "N" TO FIN-ORDENACION.
       PERFORM RETORNA-UN-CAMBIO UNTIL FIN-ORDENACION = "S".
       IF CORTE-ID > 0
          PERFORM CIERRA-EMPLEADO
       END-IF.
       IF EMPLEADOS-LISTADOS = 0
          MOVE SPACES TO LINEA-HISTORIAL
          MOVE "SIN CAMBIOS DE SALARIO EN EL PERIODO."
              TO LINEA-HISTORIAL
          WRITE LINEA-HISTORIAL
       END-IF.

       RETORNA-UN-CAMBIO.
       RETURN TRABAJO-HISTORIAL
           AT END MOVE "S" TO FIN-ORDENACION
           NOT AT END
              IF ORDEN-HIS-ID NOT = CORTE-ID
                 IF CORTE-ID > 0
                    PERFORM CIERRA-EMPLEADO
                 END-IF
                 PERFORM ABRE-EMPLEADO
              END-IF
              PERFORM ESCRIBE-LINEA-CAMBIO
       END-RETURN.

       ABRE-EMPLEADO.
       MOVE ORDEN-HIS-ID TO CORTE-ID.
       MOVE ORDEN-HIS-ANTES TO PRIMER-SALARIO.
       MOVE 0 TO CAMBIOS-EMPLEADO.
       ADD 1 TO EMPLEADOS-LISTADOS.
       MOVE SPACES TO LINEA-HISTORIAL.
       WRITE LINEA-HISTORIAL.
       MOVE SPACES TO LINEA-HISTORIAL.
       MOVE ORDEN-HIS-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
              STRING "EMPLEADO " ORDEN-HIS-ID
                  " (NO FIGURA EN EL MAESTRO)"
                  DELIMITED BY SIZE INTO LINEA-HISTORIAL
           NOT INVALID KEY
              MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
              PERFORM EDITA-APELLIDOS-MOSTRADOS
              STRING "EMPLEADO " ORDEN-HIS-ID " "
                  EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:40)
                  " DEPTO: " EMPLEADOS-DEPARTAMENTO
                  DELIMITED BY SIZE INTO LINEA-HISTORIAL
       END-READ.
       WRITE LINEA-HISTORIAL.
       MOVE SPACES TO LINEA-HISTORIAL.
       STRING "  F.EFECTIVA      ANTERIOR         NUEVO"
           "        %  ORIGEN          OPERADOR"
           DELIMITED BY SIZE INTO LINEA-HISTORIAL.
       WRITE LINEA-HISTORIAL.

       ESCRIBE-LINEA-CAMBIO.
       ADD 1 TO CAMBIOS-EMPLEADO.
       MOVE ORDEN-HIS-DESPUES TO ULTIMO-SALARIO.
       MOVE ORDEN-HIS-ANTES TO SALARIO-ANTES.
       MOVE ORDEN-HIS-DESPUES TO SALARIO-DESPUES.
       PERFORM CALCULA-PORCENTAJE.
       MOVE ORDEN-HIS-FECHA-EFECTIVA TO FECHA-EDICION.
       MOVE ORDEN-HIS-ANTES TO SALARIO-EDICION.
       MOVE ORDEN-HIS-DESPUES TO SALARIO-EDICION-2.
       MOVE SPACES TO LINEA-HISTORIAL.
       STRING "  " FECHA-EDICION " " SALARIO-EDICION " "
           SALARIO-EDICION-2 " " PORCENTAJE-EDICION "  "
           ORDEN-HIS-ORIGEN "  " ORDEN-HIS-OPERADOR
           DELIMITED BY SIZE INTO LINEA-HISTORIAL.
       WRITE LINEA-HISTORIAL.

       CIERRA-EMPLEADO.
       MOVE PRIMER-SALARIO TO SALARIO-ANTES.
       MOVE ULTIMO-SALARIO TO SALARIO-DESPUES.
       PERFORM CALCULA-PORCENTAJE.
       MOVE DIFERENCIA-SALARIO TO DIFERENCIA-EDICION.
       MOVE PRIMER-SALARIO TO SALARIO-EDICION.
       MOVE ULTIMO-SALARIO TO SALARIO-EDICION-2.
       MOVE SPACES TO LINEA-HISTORIAL.
       STRING "  ACUMULADO EN EL PERIODO (" CAMBIOS-EMPLEADO
           " CAMBIOS): DE " SALARIO-EDICION " A "
           SALARIO-EDICION-2 " = " DIFERENCIA-EDICION
           " (" PORCENTAJE-EDICION " %)"
           DELIMITED BY SIZE INTO LINEA-HISTORIAL.
       WRITE LINEA-HISTORIAL.

       CALCULA-PORCENTAJE.
       COMPUTE DIFERENCIA-SALARIO = SALARIO-DESPUES - SALARIO-ANTES.
       IF SALARIO-ANTES = 0
          MOVE 0 TO PORCENTAJE-CAMBIO
       ELSE
          COMPUTE PORCENTAJE-CAMBIO ROUNDED =
              DIFERENCIA-SALARIO * 100 / SALARIO-ANTES
              ON SIZE ERROR
                 MOVE 0 TO PORCENTAJE-CAMBIO
          END-COMPUTE
       END-IF.
       MOVE PORCENTAJE-CAMBIO TO PORCENTAJE-EDICION.

      ******************************************************************
      * Generaciones del diario todavia activas en el indice de
      * rotacion; las purgadas ya no existen.
      ******************************************************************
       CARGA-GENERACIONES-DIARIO.
       MOVE 0 TO GENT-TOTAL.
       OPEN INPUT ROTACION-INDICE.
       IF ROTACION-INDICE-ESTADO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-GENERACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ROTACION-INDICE.

       CARGA-UNA-GENERACION.
       READ ROTACION-INDICE
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ROTIDX-LOG = "DIARIO.DAT"
                  AND ROTIDX-ESTADO = "A"
                 IF GENT-TOTAL < 50
                    ADD 1 TO GENT-TOTAL
                    MOVE ROTIDX-ARCHIVO TO GENT-ARCHIVO(GENT-TOTAL)
                    MOVE ROTIDX-FECHA TO GENT-FECHA(GENT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE GENERACIONES LLENA."
                 END-IF
              END-IF
       END-READ.

       CARGA-TRIENIOS.
       MOVE 0 TO TRIT-TOTAL.
       OPEN INPUT TRIENIOS-HISTORIAL.
       IF TRIENHIST-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-TRIENIO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE TRIENIOS-HISTORIAL.

       CARGA-UN-TRIENIO.
       READ TRIENIOS-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF FILTRO-ID = 0
                  OR TRIENIO-EMPLEADOS-ID = FILTRO-ID
                 IF TRIT-TOTAL < 500
                    ADD 1 TO TRIT-TOTAL
                    MOVE TRIENIO-EMPLEADOS-ID TO TRIT-ID(TRIT-TOTAL)
                    MOVE TRIENIO-FECHA TO TRIT-FECHA(TRIT-TOTAL)
                    MOVE "N" TO TRIT-USADO(TRIT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE TRIENIOS LLENA. ALGUN "
                        "TRIENIO PUEDE SALIR COMO AJUSTE MASIVO."
                 END-IF
              END-IF
       END-READ.

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO OPERADOR-LEE-TODO
          PERFORM BUSCA-OPERADOR-NIVEL
              UNTIL OPERADOR-LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-NIVEL.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO OPERADOR-LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO OPERADOR-LEE-TODO
              END-IF
       END-READ.

       CARGA-PARAMETROS-HISTORIAL.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM LEE-PARAMETRO-HISTORIAL
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       LEE-PARAMETRO-HISTORIAL.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "NIVEL-VER-SAL"
                 MOVE PARAM-VALOR TO NIVEL-VER-SALARIOS
              END-IF
       END-READ.

       GRABA-AUDITORIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE "HIST-SALARIO" TO AUDIT-ACCION.
       MOVE FILTRO-ID TO AUDIT-EMPLEADOS-ID.
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
       END PROGRAM HISTORIAL-RETRIBUTIVO.

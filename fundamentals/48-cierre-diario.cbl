      *          respetan negandose a abrir el maestro. El modo
      *          APERTURA ejecuta VERIFICA-INTEGRIDAD y, si pasa,
      *          levanta la bandera para el nuevo dia.
      *          El cierre guarda ademas en TOTCTRL.DAT los totales
      *          de control del maestro (registros, suma de
      *          salarios y suma de IDs) y de BANCOS.DAT (suma de
      *          comprobacion de las cuentas). La apertura los
      *          recalcula y explica cada diferencia con las
      *          entradas de DIARIO.DAT y AUDITORIA.LOG posteriores
      *          al cierre (listado TOTCTRL.RPT); una diferencia que
      *          ninguna entrada explica deja el dia cerrado y
      *          levanta una alerta de severidad A. El termino de
      *          cada cuenta queda tambien en TOTBANCO.DAT, y un
      *          cambio de cuenta aprobado explica solo la
      *          diferencia de su propio ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FECHA-PROCESO-ARCHIVO ASSIGN TO "FECHAPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-PROCESO-ESTADO.
           SELECT TOTALES-ARCHIVO ASSIGN TO "TOTCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALES-ESTADO-ARCHIVO.
           SELECT TERMINOS-CIERRE ASSIGN TO "TOTBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMINOS-ESTADO-ARCHIVO.
           SELECT BANCOS-ARCHIVO ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BANCO-EMPLEADOS-ID
               FILE STATUS IS BANCOS-ESTADO-ARCHIVO.
           SELECT DIARIO-ARCHIVO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-TOTALES ASSIGN TO "TOTCTRL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 CIERRE-OPERADOR      PIC X(10).
       FD  FECHA-PROCESO-ARCHIVO.
       01  FECHA-PROCESO-REGISTRO  PIC 9(8).
      ******************************************************************
      * Totales de control del ultimo cierre. La marca es la hora
      * real del cierre: las entradas de diario y auditoria
      * posteriores son las que pueden explicar una diferencia en
      * la apertura. La suma de cuentas pondera cada cuenta por su
      * ID, para que un intercambio de cuentas entre dos empleados
      * tambien se note.
      ******************************************************************
       FD  TOTALES-ARCHIVO.
       01  TOTALES-REGISTRO.
           05 TOTALES-FECHA        PIC 9(8).
           05 TOTALES-MARCA        PIC X(14).
           05 TOTALES-OPERADOR     PIC X(10).
           05 TOTALES-REGISTROS    PIC 9(5).
           05 TOTALES-SUMA-IDS     PIC 9(10).
           05 TOTALES-SUMA-SALARIOS PIC S9(11)V99.
           05 TOTALES-CUENTAS      PIC 9(5).
           05 TOTALES-SUMA-BANCOS  PIC 9(18).
      ******************************************************************
      * Termino de cada cuenta de BANCOS.DAT en el ultimo cierre, para
      * explicar en la apertura la diferencia de los IDs con un
      * cambio de cuenta aprobado.
      ******************************************************************
       FD  TERMINOS-CIERRE.
       01  TERMCIE-REGISTRO.
           05 TERMCIE-EMPLEADOS-ID    PIC 9(5).
           05 TERMCIE-TERMINO         PIC 9(18).
       FD  BANCOS-ARCHIVO.
       01  BANCO-REGISTRO.
           05 BANCO-EMPLEADOS-ID      PIC 9(5).
           05 BANCO-CODIGO            PIC X(4).
           05 BANCO-CUENTA            PIC 9(10).
           05 BANCO-DIGITO            PIC 9.
           05 BANCO-ACTIVO            PIC X.
       FD  DIARIO-ARCHIVO.
       01  DIARIO-REGISTRO.
           05 DIARIO-FECHA            PIC X(14).
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
       FD  ALERTAS-ARCHIVO.
       01  ALERTA-REGISTRO.
           05 ALERTA-ESTADO           PIC X.
           05 ALERTA-SEVERIDAD        PIC X.
           05 ALERTA-FECHA            PIC X(14).
           05 ALERTA-ORIGEN           PIC X(12).
           05 ALERTA-TEXTO            PIC X(60).
       FD  REPORTE-TOTALES.
       01  LINEA-TOTALES              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  RESTO-BISIESTO       PIC 9(4).
       77  COCIENTE-BISIESTO    PIC 9(4).
       77  FECHA-CURSOR-X       PIC X(8).
       77  TOTALES-ESTADO-ARCHIVO PIC X(2).
       77  BANCOS-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  TERMINOS-ESTADO-ARCHIVO PIC X(2).
       77  GRABA-TERMINOS       PIC X VALUE "N".
       77  TERMINOS-LEE-TODO    PIC X.
      ******************************************************************
      * Totales recalculados, totales del cierre, diferencias y la
      * parte de cada diferencia que explican las entradas
      * posteriores al cierre.
      ******************************************************************
       77  SUMA-IDS-MAESTRO     PIC 9(10) VALUE 0.
       77  SUMA-SALARIOS-MAESTRO PIC S9(11)V99 VALUE 0.
       77  CUENTAS-BANCO        PIC 9(5) VALUE 0.
       77  SUMA-BANCOS          PIC 9(18) VALUE 0.
       77  TERMINO-BANCO        PIC 9(18).
       77  PESO-BANCO           PIC 9(3).
       77  COCIENTE-PESO        PIC 9(5).
       77  CODIGO-BANCO-NUM     PIC 9(4).
       77  TERMINO-ID           PIC 9(5).
       77  TERMINO-CODIGO       PIC X(4).
       77  TERMINO-CUENTA       PIC 9(10).
       77  TERMINO-DIGITO       PIC 9.
       77  HAY-TOTALES          PIC X VALUE "N".
       77  MARCA-CIERRE         PIC X(14).
       01  TOTALES-CIERRE.
           05 CIERRE-REGISTROS-T      PIC 9(5).
           05 CIERRE-SUMA-IDS-T       PIC 9(10).
           05 CIERRE-SUMA-SALARIOS-T  PIC S9(11)V99.
           05 CIERRE-CUENTAS-T        PIC 9(5).
           05 CIERRE-SUMA-BANCOS-T    PIC 9(18).
       77  DIF-REGISTROS        PIC S9(6).
       77  DIF-IDS              PIC S9(11).
       77  DIF-SALARIOS         PIC S9(11)V99.
       77  DIF-CUENTAS          PIC S9(6).
       77  DIF-BANCOS           PIC S9(18).
       77  EXP-REGISTROS        PIC S9(6) VALUE 0.
       77  EXP-IDS              PIC S9(11) VALUE 0.
       77  EXP-SALARIOS         PIC S9(11)V99 VALUE 0.
       77  EXP-CUENTAS          PIC S9(6) VALUE 0.
       77  EXP-BANCOS           PIC S9(18) VALUE 0.
       77  APROBACIONES-CAMBIO   PIC 9(5) VALUE 0.
      ******************************************************************
      * IDs con un cambio aprobado en AUDITORIA.LOG despues del
      * cierre. Un ID que no cabe no se explica y la apertura falla.
      ******************************************************************
       01  TABLA-APROBADOS.
           05 APROBT-ID OCCURS 500 TIMES PIC 9(5).
       77  APROBT-TOTAL         PIC 9(3) VALUE 0.
       77  APROBT-POS           PIC 9(3).
       77  APROBT-HALLADO       PIC X.
       77  ID-APROBADO          PIC 9(5).
       77  ENTRADAS-DIARIO      PIC 9(5) VALUE 0.
       77  ENTRADAS-AUDITORIA   PIC 9(5) VALUE 0.
       77  TOTALES-CUADRAN      PIC X VALUE "S".
       77  DIARIO-LEE-TODO      PIC X.
       77  AUDITORIA-LEE-TODO   PIC X.
      ******************************************************************
      * Vista de una imagen del diario: la del maestro (ID al
      * principio y salario en la posicion 130) o, en las entradas
      * FUSION-BANCO, la del registro de BANCOS.DAT.
      ******************************************************************
       01  IMAGEN-DIARIO.
           05 IMAGEN-ID               PIC 9(5).
           05 FILLER                  PIC X(124).
           05 IMAGEN-SALARIO          PIC S9(7)V99.
           05 FILLER                  PIC X(79).
       01  IMAGEN-BANCO REDEFINES IMAGEN-DIARIO.
           05 IMAGEN-BANCO-ID         PIC 9(5).
           05 IMAGEN-BANCO-CODIGO     PIC X(4).
           05 IMAGEN-BANCO-CUENTA     PIC 9(10).
           05 IMAGEN-BANCO-DIGITO     PIC 9.
           05 FILLER                  PIC X(197).
       77  SIGNO-IMAGEN         PIC S9 VALUE 1.
       77  ALERTA-TEXTO-WS      PIC X(60).
       77  DIF-SALARIOS-EDITADO PIC -(10)9.99.
       77  DIF-ENTERO-EDITADO   PIC -(18)9.
       77  SALARIO-EDITADO      PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       END-IF.
       MOVE "C" TO CIERRE-ESTADO.
       PERFORM GRABA-BANDERA-CIERRE.
       PERFORM GRABA-TOTALES-CIERRE.
       PERFORM AVANZA-FECHA-PROCESO.
       DISPLAY "DIA " FECHA-DE-HOY " CERRADO. EL MANTENIMIENTO DEL "
           "MAESTRO QUEDA BLOQUEADO HASTA LA APERTURA.".
              "SIGUE CERRADO."
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM VERIFICA-TOTALES-APERTURA
          IF TOTALES-CUADRAN = "N"
             DISPLAY "LOS TOTALES DE CONTROL NO CUADRAN CON EL "
                 "CIERRE Y NINGUNA ENTRADA DE DIARIO O AUDITORIA "
                 "LO EXPLICA. VER TOTCTRL.RPT. EL DIA SIGUE CERRADO."
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE "A" TO CIERRE-ESTADO
             PERFORM GRABA-BANDERA-CIERRE
             DISPLAY "DIA " FECHA-DE-HOY " ABIERTO. EL "
                 "MANTENIMIENTO VUELVE A ESTAR DISPONIBLE."
          END-IF
       END-IF.

       VERIFICA-CORRIDA-DE-HOY.
          END-READ
       END-IF.
       CLOSE CONTROL-ARCHIVO.
       PERFORM SUMA-MAESTRO.

       SUMA-MAESTRO.
       MOVE 0 TO REGISTROS-MAESTRO.
       MOVE 0 TO SUMA-IDS-MAESTRO.
       MOVE 0 TO SUMA-SALARIOS-MAESTRO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
       CUENTA-REGISTRO-MAESTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              ADD 1 TO REGISTROS-MAESTRO
              ADD EMPLEADOS-ID TO SUMA-IDS-MAESTRO
              ADD EMPLEADOS-SALARIO TO SUMA-SALARIOS-MAESTRO
       END-READ.

      ******************************************************************
      * Suma de comprobacion de BANCOS.DAT: por cada cuenta, entidad
      * mas cuenta y digito, multiplicado por un peso que sale del
      * ID (resto entre 97, mas uno). El estado de la cuenta no
      * entra: lo cambian la remesa y su retorno sin tocar la cuenta.
      ******************************************************************
       SUMA-CUENTAS-BANCO.
       MOVE 0 TO CUENTAS-BANCO.
       MOVE 0 TO SUMA-BANCOS.
       OPEN INPUT BANCOS-ARCHIVO.
       IF BANCOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM SUMA-UNA-CUENTA UNTIL LEE-TODO = "S"
          CLOSE BANCOS-ARCHIVO
       END-IF.

       SUMA-UNA-CUENTA.
       READ BANCOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              ADD 1 TO CUENTAS-BANCO
              MOVE BANCO-EMPLEADOS-ID TO TERMINO-ID
              MOVE BANCO-CODIGO TO TERMINO-CODIGO
              MOVE BANCO-CUENTA TO TERMINO-CUENTA
              MOVE BANCO-DIGITO TO TERMINO-DIGITO
              PERFORM CALCULA-TERMINO-BANCO
              ADD TERMINO-BANCO TO SUMA-BANCOS
              IF GRABA-TERMINOS = "S"
                 MOVE BANCO-EMPLEADOS-ID TO TERMCIE-EMPLEADOS-ID
                 MOVE TERMINO-BANCO TO TERMCIE-TERMINO
                 WRITE TERMCIE-REGISTRO
              END-IF
       END-READ.

       CALCULA-TERMINO-BANCO.
       MOVE 0 TO CODIGO-BANCO-NUM.
       IF TERMINO-CODIGO IS NUMERIC
          MOVE TERMINO-CODIGO TO CODIGO-BANCO-NUM
       END-IF.
       DIVIDE TERMINO-ID BY 97 GIVING COCIENTE-PESO
           REMAINDER PESO-BANCO.
       ADD 1 TO PESO-BANCO.
       COMPUTE TERMINO-BANCO = (TERMINO-CUENTA * 10 + TERMINO-DIGITO
           + CODIGO-BANCO-NUM) * PESO-BANCO.

       GRABA-TOTALES-CIERRE.
       OPEN OUTPUT TERMINOS-CIERRE.
       MOVE "S" TO GRABA-TERMINOS.
       PERFORM SUMA-CUENTAS-BANCO.
       MOVE "N" TO GRABA-TERMINOS.
       CLOSE TERMINOS-CIERRE.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT TOTALES-ARCHIVO.
       MOVE FECHA-DE-HOY TO TOTALES-FECHA.
       MOVE FECHA-ACTUAL(1:14) TO TOTALES-MARCA.
       MOVE OPERADOR-ACTUAL TO TOTALES-OPERADOR.
       MOVE REGISTROS-MAESTRO TO TOTALES-REGISTROS.
       MOVE SUMA-IDS-MAESTRO TO TOTALES-SUMA-IDS.
       MOVE SUMA-SALARIOS-MAESTRO TO TOTALES-SUMA-SALARIOS.
       MOVE CUENTAS-BANCO TO TOTALES-CUENTAS.
       MOVE SUMA-BANCOS TO TOTALES-SUMA-BANCOS.
       WRITE TOTALES-REGISTRO.
       CLOSE TOTALES-ARCHIVO.
       DISPLAY "TOTALES DE CONTROL GRABADOS: " REGISTROS-MAESTRO
           " REGISTROS, " CUENTAS-BANCO " CUENTAS.".

      ******************************************************************
      * Apertura: recalcula los totales y los compara con los del
      * cierre. Cada entrada de DIARIO.DAT posterior al cierre con
      * imagen del maestro aporta su efecto exacto (despues menos
      * antes); las FUSION-BANCO lo mismo sobre las cuentas. Los
      * cambios de cuenta aprobados desde la cola de pendientes no
      * dejan imagen en el diario: cada ID con una entrada
      * APRUEBA-CAMBIO de AUDITORIA.LOG explica la diferencia entre
      * su cuenta de ahora y la que tenia en TOTBANCO.DAT al cierre,
      * y nada mas. Lo que queda sin explicar deja el dia cerrado y
      * levanta la alerta.
      ******************************************************************
       VERIFICA-TOTALES-APERTURA.
       MOVE "S" TO TOTALES-CUADRAN.
       MOVE "N" TO HAY-TOTALES.
       OPEN INPUT TOTALES-ARCHIVO.
       IF TOTALES-ESTADO-ARCHIVO = "00"
          READ TOTALES-ARCHIVO
              AT END CONTINUE
              NOT AT END
                 MOVE "S" TO HAY-TOTALES
                 MOVE TOTALES-MARCA TO MARCA-CIERRE
                 MOVE TOTALES-REGISTROS TO CIERRE-REGISTROS-T
                 MOVE TOTALES-SUMA-IDS TO CIERRE-SUMA-IDS-T
                 MOVE TOTALES-SUMA-SALARIOS TO CIERRE-SUMA-SALARIOS-T
                 MOVE TOTALES-CUENTAS TO CIERRE-CUENTAS-T
                 MOVE TOTALES-SUMA-BANCOS TO CIERRE-SUMA-BANCOS-T
          END-READ
       END-IF.
       CLOSE TOTALES-ARCHIVO.
       IF HAY-TOTALES = "N"
          DISPLAY "AVISO: NO HAY TOTALES DE CONTROL DEL CIERRE EN "
              "TOTCTRL.DAT. LA APERTURA NO LOS COMPRUEBA."
       ELSE
          PERFORM SUMA-MAESTRO
          PERFORM SUMA-CUENTAS-BANCO
          OPEN OUTPUT REPORTE-TOTALES
          MOVE SPACES TO LINEA-TOTALES
          STRING "CONTROL DE TOTALES ENTRE EL CIERRE DE "
              MARCA-CIERRE " Y LA APERTURA DEL " FECHA-DE-HOY
              DELIMITED BY SIZE INTO LINEA-TOTALES
          WRITE LINEA-TOTALES
          MOVE SPACES TO LINEA-TOTALES
          WRITE LINEA-TOTALES
          PERFORM EXPLICA-CON-AUDITORIA
          PERFORM EXPLICA-CON-DIARIO
          IF APROBT-TOTAL > 0
             PERFORM EXPLICA-CAMBIOS-APROBADOS
          END-IF
          PERFORM COMPARA-TOTALES
          CLOSE REPORTE-TOTALES
       END-IF.

       EXPLICA-CON-DIARIO.
       MOVE 0 TO EXP-REGISTROS EXP-IDS EXP-SALARIOS EXP-CUENTAS
           EXP-BANCOS ENTRADAS-DIARIO.
       OPEN INPUT DIARIO-ARCHIVO.
       IF DIARIO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO DIARIO-LEE-TODO
          PERFORM LEE-ENTRADA-DIARIO UNTIL DIARIO-LEE-TODO = "S"
       END-IF.
       CLOSE DIARIO-ARCHIVO.

       LEE-ENTRADA-DIARIO.
       READ DIARIO-ARCHIVO
           AT END MOVE "S" TO DIARIO-LEE-TODO
           NOT AT END
              IF DIARIO-FECHA > MARCA-CIERRE
                 PERFORM APLICA-ENTRADA-DIARIO
              END-IF
       END-READ.

       APLICA-ENTRADA-DIARIO.
       IF DIARIO-ACCION = "FUSION-BANCO"
          ADD 1 TO ENTRADAS-DIARIO
          MOVE -1 TO SIGNO-IMAGEN
          MOVE DIARIO-IMAGEN-ANTES TO IMAGEN-DIARIO
          PERFORM APLICA-IMAGEN-BANCO
          MOVE 1 TO SIGNO-IMAGEN
          MOVE DIARIO-IMAGEN-DESPUES TO IMAGEN-DIARIO
          PERFORM APLICA-IMAGEN-BANCO
          PERFORM LISTA-ENTRADA-DIARIO
       ELSE
          IF DIARIO-ACCION(1:7) NOT = "FUSION-"
              AND DIARIO-ACCION NOT = "CAMBIO-PARAM"
              AND DIARIO-ACCION NOT = "EXPORTA-CLARO"
             ADD 1 TO ENTRADAS-DIARIO
             MOVE -1 TO SIGNO-IMAGEN
             MOVE DIARIO-IMAGEN-ANTES TO IMAGEN-DIARIO
             PERFORM APLICA-IMAGEN-MAESTRO
             MOVE 1 TO SIGNO-IMAGEN
             MOVE DIARIO-IMAGEN-DESPUES TO IMAGEN-DIARIO
             PERFORM APLICA-IMAGEN-MAESTRO
             PERFORM LISTA-ENTRADA-DIARIO
          END-IF
       END-IF.

       APLICA-IMAGEN-MAESTRO.
       IF IMAGEN-DIARIO NOT = SPACES
          ADD SIGNO-IMAGEN TO EXP-REGISTROS
          COMPUTE EXP-IDS = EXP-IDS + SIGNO-IMAGEN * IMAGEN-ID
          COMPUTE EXP-SALARIOS = EXP-SALARIOS
              + SIGNO-IMAGEN * IMAGEN-SALARIO
       END-IF.

      ******************************************************************
      * La cuenta de un ID con cambio aprobado ya la explica su
      * termino del cierre; su imagen en el diario no cuenta dos veces.
      ******************************************************************
       APLICA-IMAGEN-BANCO.
       MOVE "N" TO APROBT-HALLADO.
       IF IMAGEN-DIARIO NOT = SPACES
          MOVE IMAGEN-BANCO-ID TO ID-APROBADO
          PERFORM BUSCA-ID-APROBADO
       END-IF.
       IF IMAGEN-DIARIO NOT = SPACES AND APROBT-HALLADO = "N"
          ADD SIGNO-IMAGEN TO EXP-CUENTAS
          MOVE IMAGEN-BANCO-ID TO TERMINO-ID
          MOVE IMAGEN-BANCO-CODIGO TO TERMINO-CODIGO
          MOVE IMAGEN-BANCO-CUENTA TO TERMINO-CUENTA
          MOVE IMAGEN-BANCO-DIGITO TO TERMINO-DIGITO
          PERFORM CALCULA-TERMINO-BANCO
          COMPUTE EXP-BANCOS = EXP-BANCOS
              + SIGNO-IMAGEN * TERMINO-BANCO
       END-IF.

       LISTA-ENTRADA-DIARIO.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "DIARIO    " DIARIO-FECHA " " DIARIO-OPERADOR " "
           DIARIO-ACCION " " DIARIO-EMPLEADOS-ID
           DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.

       EXPLICA-CON-AUDITORIA.
       MOVE 0 TO APROBACIONES-CAMBIO ENTRADAS-AUDITORIA.
       MOVE 0 TO APROBT-TOTAL.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO AUDITORIA-LEE-TODO
          PERFORM LEE-ENTRADA-AUDITORIA
              UNTIL AUDITORIA-LEE-TODO = "S"
       END-IF.
       CLOSE AUDITORIA-ARCHIVO.

       LEE-ENTRADA-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO AUDITORIA-LEE-TODO
           NOT AT END
              IF AUDIT-FECHA > MARCA-CIERRE
                 ADD 1 TO ENTRADAS-AUDITORIA
                 IF AUDIT-ACCION = "APRUEBA-CAMBIO"
                    ADD 1 TO APROBACIONES-CAMBIO
                    MOVE AUDIT-EMPLEADOS-ID TO ID-APROBADO
                    PERFORM ANOTA-ID-APROBADO
                 END-IF
                 MOVE SPACES TO LINEA-TOTALES
                 STRING "AUDITORIA " AUDIT-FECHA " " AUDIT-OPERADOR
                     " " AUDIT-ACCION " " AUDIT-EMPLEADOS-ID
                     DELIMITED BY SIZE INTO LINEA-TOTALES
                 WRITE LINEA-TOTALES
              END-IF
       END-READ.

       ANOTA-ID-APROBADO.
       PERFORM BUSCA-ID-APROBADO.
       IF APROBT-HALLADO = "N"
          IF APROBT-TOTAL < 500
             ADD 1 TO APROBT-TOTAL
             MOVE ID-APROBADO TO APROBT-ID(APROBT-TOTAL)
          ELSE
             MOVE SPACES TO LINEA-TOTALES
             STRING "AVISO: MAS DE 500 IDS CON CAMBIOS APROBADOS; "
                 "EL " ID-APROBADO " NO EXPLICA SU CUENTA."
                 DELIMITED BY SIZE INTO LINEA-TOTALES
             WRITE LINEA-TOTALES
          END-IF
       END-IF.

       BUSCA-ID-APROBADO.
       MOVE "N" TO APROBT-HALLADO.
       MOVE 1 TO APROBT-POS.
       PERFORM COMPARA-ID-APROBADO
           UNTIL APROBT-POS > APROBT-TOTAL OR APROBT-HALLADO = "S".

       COMPARA-ID-APROBADO.
       IF APROBT-ID(APROBT-POS) = ID-APROBADO
          MOVE "S" TO APROBT-HALLADO
       ELSE
          ADD 1 TO APROBT-POS
       END-IF.

      ******************************************************************
      * Cada ID aprobado explica su cuenta de ahora menos la que
      * tenia al cierre; sin TOTBANCO.DAT no se explica ninguna.
      ******************************************************************
       EXPLICA-CAMBIOS-APROBADOS.
       OPEN INPUT TERMINOS-CIERRE.
       IF TERMINOS-ESTADO-ARCHIVO NOT = "00"
          MOVE SPACES TO LINEA-TOTALES
          STRING "AVISO: SIN TOTBANCO.DAT DEL CIERRE LOS CAMBIOS "
              "APROBADOS NO EXPLICAN CUENTAS."
              DELIMITED BY SIZE INTO LINEA-TOTALES
          WRITE LINEA-TOTALES
       ELSE
          MOVE "N" TO TERMINOS-LEE-TODO
          PERFORM DESCUENTA-TERMINO-CIERRE
              UNTIL TERMINOS-LEE-TODO = "S"
          OPEN INPUT BANCOS-ARCHIVO
          IF BANCOS-ESTADO-ARCHIVO = "00"
             MOVE "N" TO LEE-TODO
             PERFORM SUMA-TERMINO-APROBADO UNTIL LEE-TODO = "S"
             CLOSE BANCOS-ARCHIVO
          END-IF
          MOVE 1 TO APROBT-POS
          PERFORM LISTA-ID-APROBADO UNTIL APROBT-POS > APROBT-TOTAL
       END-IF.
       CLOSE TERMINOS-CIERRE.

       DESCUENTA-TERMINO-CIERRE.
       READ TERMINOS-CIERRE
           AT END MOVE "S" TO TERMINOS-LEE-TODO
           NOT AT END
              MOVE TERMCIE-EMPLEADOS-ID TO ID-APROBADO
              PERFORM BUSCA-ID-APROBADO
              IF APROBT-HALLADO = "S"
                 SUBTRACT 1 FROM EXP-CUENTAS
                 SUBTRACT TERMCIE-TERMINO FROM EXP-BANCOS
              END-IF
       END-READ.

       SUMA-TERMINO-APROBADO.
       READ BANCOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE BANCO-EMPLEADOS-ID TO ID-APROBADO
              PERFORM BUSCA-ID-APROBADO
              IF APROBT-HALLADO = "S"
                 MOVE BANCO-EMPLEADOS-ID TO TERMINO-ID
                 MOVE BANCO-CODIGO TO TERMINO-CODIGO
                 MOVE BANCO-CUENTA TO TERMINO-CUENTA
                 MOVE BANCO-DIGITO TO TERMINO-DIGITO
                 PERFORM CALCULA-TERMINO-BANCO
                 ADD 1 TO EXP-CUENTAS
                 ADD TERMINO-BANCO TO EXP-BANCOS
              END-IF
       END-READ.

       LISTA-ID-APROBADO.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "APROBADO  CUENTA DEL ID " APROBT-ID(APROBT-POS)
           " EXPLICADA POR SU CAMBIO APROBADO"
           DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       ADD 1 TO APROBT-POS.

       COMPARA-TOTALES.
       COMPUTE DIF-REGISTROS = REGISTROS-MAESTRO
           - CIERRE-REGISTROS-T - EXP-REGISTROS.
       COMPUTE DIF-IDS = SUMA-IDS-MAESTRO
           - CIERRE-SUMA-IDS-T - EXP-IDS.
       COMPUTE DIF-SALARIOS = SUMA-SALARIOS-MAESTRO
           - CIERRE-SUMA-SALARIOS-T - EXP-SALARIOS.
       COMPUTE DIF-CUENTAS = CUENTAS-BANCO
           - CIERRE-CUENTAS-T - EXP-CUENTAS.
       COMPUTE DIF-BANCOS = SUMA-BANCOS
           - CIERRE-SUMA-BANCOS-T - EXP-BANCOS.
       MOVE SPACES TO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "ENTRADAS POSTERIORES AL CIERRE: DIARIO "
           ENTRADAS-DIARIO " AUDITORIA " ENTRADAS-AUDITORIA
           " (CAMBIOS APROBADOS " APROBACIONES-CAMBIO ")"
           DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       MOVE DIF-REGISTROS TO DIF-ENTERO-EDITADO.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "REGISTROS DEL MAESTRO SIN EXPLICAR: "
           DIF-ENTERO-EDITADO DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       MOVE DIF-IDS TO DIF-ENTERO-EDITADO.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "SUMA DE IDS SIN EXPLICAR:           "
           DIF-ENTERO-EDITADO DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       MOVE DIF-SALARIOS TO DIF-SALARIOS-EDITADO.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "SUMA DE SALARIOS SIN EXPLICAR:      "
           DIF-SALARIOS-EDITADO DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       MOVE DIF-CUENTAS TO DIF-ENTERO-EDITADO.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "CUENTAS BANCARIAS SIN EXPLICAR:     "
           DIF-ENTERO-EDITADO DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       MOVE DIF-BANCOS TO DIF-ENTERO-EDITADO.
       MOVE SPACES TO LINEA-TOTALES.
       STRING "SUMA DE CUENTAS SIN EXPLICAR:       "
           DIF-ENTERO-EDITADO DELIMITED BY SIZE INTO LINEA-TOTALES.
       WRITE LINEA-TOTALES.
       IF DIF-REGISTROS NOT = 0 OR DIF-IDS NOT = 0
           OR DIF-SALARIOS NOT = 0 OR DIF-CUENTAS NOT = 0
           OR DIF-BANCOS NOT = 0
          MOVE "N" TO TOTALES-CUADRAN
       END-IF.
       MOVE SPACES TO LINEA-TOTALES.
       IF TOTALES-CUADRAN = "S"
          MOVE "TOTALES CUADRADOS: LA APERTURA PUEDE CONTINUAR."
              TO LINEA-TOTALES
          DISPLAY "TOTALES DE CONTROL CUADRADOS CON EL CIERRE ("
              ENTRADAS-DIARIO " ENTRADAS DE DIARIO POSTERIORES)."
       ELSE
          MOVE "DIFERENCIA SIN EXPLICAR: APERTURA DENEGADA."
              TO LINEA-TOTALES
          PERFORM ALERTA-TOTALES
       END-IF.
       WRITE LINEA-TOTALES.

       ALERTA-TOTALES.
       MOVE SPACES TO ALERTA-TEXTO-WS.
       IF DIF-SALARIOS NOT = 0
          MOVE DIF-SALARIOS TO DIF-SALARIOS-EDITADO
          STRING "SALARIOS DEL MAESTRO CAMBIADOS SIN DIARIO: "
              DIF-SALARIOS-EDITADO
              DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
       ELSE
          IF DIF-REGISTROS NOT = 0 OR DIF-IDS NOT = 0
             STRING "REGISTROS DEL MAESTRO CAMBIADOS SIN DIARIO "
                 "DESDE EL CIERRE"
                 DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
          ELSE
             STRING "CUENTAS DE BANCOS.DAT CAMBIADAS SIN DIARIO NI "
                 "AUDITORIA"
                 DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
          END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND ALERTAS-ARCHIVO.
       IF ALERTAS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT ALERTAS-ARCHIVO
       END-IF.
       MOVE "P" TO ALERTA-ESTADO.
       MOVE "A" TO ALERTA-SEVERIDAD.
       MOVE FECHA-ACTUAL(1:14) TO ALERTA-FECHA.
       MOVE "CONTROL" TO ALERTA-ORIGEN.
       MOVE ALERTA-TEXTO-WS TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       CLOSE ALERTAS-ARCHIVO.

      ******************************************************************
      * Avanza la fecha de proceso al dia natural siguiente, con los
      * largos de mes y el bisiesto del validador comun. El reloj de

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Partes semanales de horas por proyecto: graba en
      *          PARTES.DAT el parte de un empleado para una semana
      *          (lunes a domingo), una linea por proyecto con las
      *          horas de cada dia, contra el maestro de proyectos
      *          PROYECTOS.DAT (proyecto de la empresa del empleado
      *          y abierto en los dias imputados). Regrabar el parte
      *          de la misma semana sustituye al anterior, como el
      *          cuadrante de turnos. El cuadre mensual compara, por
      *          empleado, las horas imputadas en los partes a dias
      *          del periodo con las horas fichadas que dejo
      *          PROCESA-FICHAJES en HORAS.DAT y lista en PARTEDIF.RPT
      *          las diferencias que pasan de la tolerancia
      *          TOLERANCIA-PARTE de PARAMS.DAT (una hora si no esta).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTES-HORAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT PROYECTOS-ARCHIVO ASSIGN TO "PROYECTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROYECTOS-ESTADO-ARCHIVO.
           SELECT PARTES-ARCHIVO ASSIGN TO "PARTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTES-ESTADO-ARCHIVO.
           SELECT PARTES-DEPURADO ASSIGN TO "PARTETMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTDEP-ESTADO-ARCHIVO.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT INFORME-DIFERENCIAS ASSIGN TO "PARTEDIF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  PROYECTOS-ARCHIVO.
       01  PROYECTO-REGISTRO.
           05 PROY-REG-CODIGO         PIC X(8).
           05 PROY-REG-DESCRIPCION    PIC X(30).
           05 PROY-REG-CLIENTE        PIC X(30).
           05 PROY-REG-CENTRO-COSTE   PIC X(10).
           05 PROY-REG-EMPRESA        PIC X(6).
           05 PROY-REG-APERTURA       PIC 9(8).
           05 PROY-REG-CIERRE         PIC 9(8).
      ******************************************************************
      * Linea de parte: empleado, lunes de la semana, proyecto y las
      * horas de cada dia de lunes a domingo.
      ******************************************************************
       FD  PARTES-ARCHIVO.
       01  PARTE-REGISTRO.
           05 PARTE-EMPLEADOS-ID      PIC 9(5).
           05 PARTE-SEMANA            PIC 9(8).
           05 PARTE-PROYECTO          PIC X(8).
           05 PARTE-HORAS-DIA OCCURS 7 TIMES PIC 9(2)V99.
       FD  PARTES-DEPURADO.
       01  PARTDEP-REGISTRO.
           05 PARTDEP-EMPLEADOS-ID    PIC 9(5).
           05 PARTDEP-SEMANA          PIC 9(8).
           05 PARTDEP-RESTO           PIC X(36).
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE.
              10 HORAS-EMPLEADOS-ID   PIC 9(5).
              10 HORAS-PERIODO        PIC X(6).
           05 HORAS-TRABAJADAS        PIC 9(4)V99.
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  INFORME-DIFERENCIAS.
       01  LINEA-DIFERENCIAS          PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  PROYECTOS-ESTADO-ARCHIVO PIC X(2).
       77  PARTES-ESTADO-ARCHIVO PIC X(2).
       77  PARTDEP-ESTADO-ARCHIVO PIC X(2).
       77  HORAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  OPCION-PARTES        PIC X.
       77  ID-BUSCADO           PIC 9(5).
       77  PROYECTO-BUSCADO     PIC X(8).
       77  FECHA-VALIDA         PIC X.
       77  LINEA-VALIDA         PIC X.
       77  FIN-PARTE            PIC X.
       77  CONFIRMA-PARTE       PIC X.
       77  DIA-POS              PIC 9.
       77  HORAS-DIA-TECLEADAS  PIC 9(2)V99.
       77  HORAS-LINEA          PIC 9(3)V99.
       77  EMPRESA-DEL-EMPLEADO PIC X(6).
       77  EMPRESA-MODO         PIC X.
       01  DATOS-EMPRESA.
           05 EMPRESA-CODIGO          PIC X(6).
           05 EMPRESA-OPERADOR        PIC X(10).
           05 EMPRESA-DEPARTAMENTO    PIC X(10).
           05 EMPRESA-POSICION        PIC 9(2).
           05 EMPRESA-RAZON-SOCIAL    PIC X(40).
           05 EMPRESA-CIF             PIC X(9).
           05 EMPRESA-CCC             PIC X(11).
           05 EMPRESA-BANCO           PIC X(4).
           05 EMPRESA-CUENTA          PIC 9(10).
           05 EMPRESA-DIGITO          PIC 9.
           05 EMPRESA-ACTIVA          PIC X.
           05 EMPRESA-DEFECTO         PIC X(6).
           05 EMPRESA-EXISTE          PIC X.
           05 EMPRESA-AUTORIZADA      PIC X.
      ******************************************************************
      * Proyectos de PROYECTOS.DAT para validar las lineas.
      ******************************************************************
       01  TABLA-PROYECTOS.
           05 PRYT-ENTRADA OCCURS 200 TIMES.
              10 PRYT-CODIGO          PIC X(8).
              10 PRYT-EMPRESA         PIC X(6).
              10 PRYT-APERTURA        PIC 9(8).
              10 PRYT-CIERRE          PIC 9(8).
       77  PRYT-TOTAL           PIC 9(3) VALUE 0.
       77  PRYT-POS             PIC 9(3).
       77  PRYT-HALLADO         PIC X.
      ******************************************************************
      * Semana del parte: las siete fechas de lunes a domingo y las
      * horas imputadas cada dia entre todas las lineas.
      ******************************************************************
       01  TABLA-SEMANA.
           05 SEMT-ENTRADA OCCURS 7 TIMES.
              10 SEMT-FECHA           PIC 9(8).
              10 SEMT-HORAS           PIC 9(3)V99.
       77  SEMT-POS             PIC 9.
       77  FECHA-LUNES          PIC 9(8).
       77  FECHA-DOMINGO        PIC 9(8).
       77  FECHA-ZELLER-X       PIC X(8).
       77  ANIO-ZELLER          PIC 9(4).
       77  MES-ZELLER           PIC 9(2).
       77  DIA-ZELLER           PIC 9(2).
       77  SIGLO-ZELLER         PIC 9(2).
       77  ANIO-CORTO-ZELLER    PIC 9(2).
       77  CALCULO-ZELLER       PIC S9(6).
       77  RESTO-ZELLER         PIC S9(4).
      ******************************************************************
      * Lineas del parte que se esta tecleando, una por proyecto.
      ******************************************************************
       01  TABLA-LINEAS-PARTE.
           05 LINT-ENTRADA OCCURS 20 TIMES.
              10 LINT-PROYECTO        PIC X(8).
              10 LINT-HORAS OCCURS 7 TIMES PIC 9(2)V99.
       77  LINT-TOTAL           PIC 9(2) VALUE 0.
       77  LINT-POS             PIC 9(2).
       77  LINT-HALLADA         PIC X.
       01  LINEA-PARTE-NUEVA.
           05 LPN-PROYECTO            PIC X(8).
           05 LPN-HORAS OCCURS 7 TIMES PIC 9(2)V99.
       77  PARTES-CONSERVADOS   PIC 9(5) VALUE 0.
       77  PARTES-SUSTITUIDOS   PIC 9(5) VALUE 0.
      ******************************************************************
      * Cuadre mensual: por empleado, horas fichadas del periodo en
      * HORAS.DAT y horas imputadas en los partes a dias del periodo.
      ******************************************************************
       77  PERIODO-CUADRE       PIC X(6).
       77  MES-CUADRE           PIC 9(2).
       77  FECHA-DIA-PARTE      PIC 9(8).
       77  FECHA-DIA-PARTE-X REDEFINES FECHA-DIA-PARTE PIC X(8).
       77  HORAS-PARTE-MES      PIC 9(3)V99.
       77  TOLERANCIA-PARTE     PIC 9(3)V99 VALUE 1.
       77  PARAM-LEE-TODO       PIC X.
       01  TABLA-CUADRE.
           05 CUAT-ENTRADA OCCURS 500 TIMES.
              10 CUAT-ID              PIC 9(5).
              10 CUAT-FICHADAS        PIC 9(4)V99.
              10 CUAT-IMPUTADAS       PIC 9(4)V99.
       77  CUAT-TOTAL           PIC 9(3) VALUE 0.
       77  CUAT-POS             PIC 9(3).
       77  CUAT-HALLADO         PIC X.
       77  DIFERENCIA-HORAS     PIC S9(4)V99.
       77  DIFERENCIA-ABSOLUTA  PIC 9(4)V99.
       77  EMPLEADOS-CUADRADOS  PIC 9(5) VALUE 0.
       77  EMPLEADOS-DESCUADRE  PIC 9(5) VALUE 0.
       01  LINEA-DETALLE-CUADRE.
           05 LDC-ID                PIC 9(5).
           05 FILLER                PIC X VALUE SPACE.
           05 LDC-NOMBRE            PIC X(25).
           05 FILLER                PIC X VALUE SPACE.
           05 LDC-FICHADAS          PIC ZZZ9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LDC-IMPUTADAS         PIC ZZZ9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LDC-DIFERENCIA        PIC -(4)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LDC-MOTIVO            PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "PARTES SEMANALES DE HORAS POR PROYECTO".
       PERFORM CARGA-PROYECTOS.
       MOVE SPACES TO OPCION-PARTES.
       PERFORM GESTIONA-PARTES UNTIL OPCION-PARTES = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       GESTIONA-PARTES.
       DISPLAY "P - GRABAR PARTE SEMANAL / C - CUADRE MENSUAL CON "
           "FICHAJES / 0 - SALIR: ".
       ACCEPT OPCION-PARTES.
       IF OPCION-PARTES = "P"
          PERFORM GRABA-PARTE-SEMANAL
       ELSE
          IF OPCION-PARTES = "C"
             PERFORM CUADRE-MENSUAL-PARTES
          ELSE
             IF OPCION-PARTES NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       CARGA-PROYECTOS.
       MOVE 0 TO PRYT-TOTAL.
       OPEN INPUT PROYECTOS-ARCHIVO.
       IF PROYECTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PROYECTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PROYECTOS-ARCHIVO.

       CARGA-UN-PROYECTO.
       READ PROYECTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PRYT-TOTAL < 200
                 ADD 1 TO PRYT-TOTAL
                 MOVE PROY-REG-CODIGO TO PRYT-CODIGO(PRYT-TOTAL)
                 MOVE PROY-REG-EMPRESA TO PRYT-EMPRESA(PRYT-TOTAL)
                 MOVE PROY-REG-APERTURA TO PRYT-APERTURA(PRYT-TOTAL)
                 MOVE PROY-REG-CIERRE TO PRYT-CIERRE(PRYT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PROYECTOS LLENA. SE OMITE "
                     PROY-REG-CODIGO
              END-IF
       END-READ.

       BUSCA-PROYECTO.
       MOVE "N" TO PRYT-HALLADO.
       MOVE 1 TO PRYT-POS.
       PERFORM COMPARA-PROYECTO
           UNTIL PRYT-POS > PRYT-TOTAL OR PRYT-HALLADO = "S".

       COMPARA-PROYECTO.
       IF PRYT-CODIGO(PRYT-POS) = PROYECTO-BUSCADO
          MOVE "S" TO PRYT-HALLADO
       ELSE
          ADD 1 TO PRYT-POS
       END-IF.

      ******************************************************************
      * Parte de una semana: empleado del maestro y lunes valido; se
      * teclean las lineas hasta un proyecto en blanco y, confirmado,
      * el parte sustituye al que hubiera de esa semana.
      ******************************************************************
       GRABA-PARTE-SEMANAL.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
       ELSE
          MOVE ID-BUSCADO TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY MOVE "N" TO ENCONTRADO
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
          CLOSE EMPLEADOS-ARCHIVO
          IF ENCONTRADO = "N"
             DISPLAY "EMPLEADO " ID-BUSCADO " NO EXISTE."
          ELSE
             PERFORM DETERMINA-EMPRESA-EMPLEADO
             DISPLAY EMPLEADOS-NOMBRE " " EMPLEADOS-APELLIDOS
                 " EMPRESA " EMPRESA-DEL-EMPLEADO
             PERFORM PIDE-SEMANA-PARTE
          END-IF
       END-IF.

       DETERMINA-EMPRESA-EMPLEADO.
       MOVE "P" TO EMPRESA-MODO.
       MOVE 1 TO EMPRESA-POSICION.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPLEADOS-EMPRESA = SPACES
          MOVE EMPRESA-DEFECTO TO EMPRESA-DEL-EMPLEADO
       ELSE
          MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO
       END-IF.

       PIDE-SEMANA-PARTE.
       DISPLAY "LUNES DE LA SEMANA (AAAAMMDD): ".
       ACCEPT FECHA-LUNES.
       CALL "VALIDA-FECHA" USING FECHA-LUNES FECHA-VALIDA.
       IF FECHA-VALIDA = "N"
          DISPLAY "FECHA NO VALIDA."
       ELSE
          PERFORM DETERMINA-DIA-SEMANA
          IF RESTO-ZELLER NOT = 2
             DISPLAY "LA FECHA " FECHA-LUNES " NO ES LUNES."
          ELSE
             PERFORM PREPARA-SEMANA
             MOVE 0 TO LINT-TOTAL
             MOVE "N" TO FIN-PARTE
             PERFORM PIDE-LINEA-PARTE UNTIL FIN-PARTE = "S"
             IF LINT-TOTAL = 0
                DISPLAY "PARTE SIN LINEAS. NO SE GRABA."
             ELSE
                DISPLAY "GRABAR EL PARTE DE " LINT-TOTAL
                    " LINEAS (S/N): "
                ACCEPT CONFIRMA-PARTE
                IF CONFIRMA-PARTE = "S"
                   PERFORM SUSTITUYE-PARTE
                ELSE
                   DISPLAY "PARTE DESCARTADO."
                END-IF
             END-IF
          END-IF
       END-IF.

       PREPARA-SEMANA.
       MOVE 1 TO SEMT-POS.
       PERFORM CALCULA-FECHA-SEMANA UNTIL SEMT-POS > 7.
       MOVE SEMT-FECHA(7) TO FECHA-DOMINGO.

       CALCULA-FECHA-SEMANA.
       COMPUTE SEMT-FECHA(SEMT-POS) = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(FECHA-LUNES) + SEMT-POS - 1).
       MOVE 0 TO SEMT-HORAS(SEMT-POS).
       ADD 1 TO SEMT-POS.

      ******************************************************************
      * Dia de la semana por la congruencia de Zeller:
      * 0 = sabado, 1 = domingo, 2 a 6 = lunes a viernes.
      ******************************************************************
       DETERMINA-DIA-SEMANA.
       MOVE FECHA-LUNES TO FECHA-ZELLER-X.
       MOVE FECHA-ZELLER-X(1:4) TO ANIO-ZELLER.
       MOVE FECHA-ZELLER-X(5:2) TO MES-ZELLER.
       MOVE FECHA-ZELLER-X(7:2) TO DIA-ZELLER.
       IF MES-ZELLER < 3
          ADD 12 TO MES-ZELLER
          SUBTRACT 1 FROM ANIO-ZELLER
       END-IF.
       DIVIDE ANIO-ZELLER BY 100 GIVING SIGLO-ZELLER
           REMAINDER ANIO-CORTO-ZELLER.
       COMPUTE CALCULO-ZELLER = DIA-ZELLER
           + ((MES-ZELLER + 1) * 13 / 5)
           + ANIO-CORTO-ZELLER + (ANIO-CORTO-ZELLER / 4)
           + (SIGLO-ZELLER / 4) + (5 * SIGLO-ZELLER).
       DIVIDE CALCULO-ZELLER BY 7 GIVING CALCULO-ZELLER
           REMAINDER RESTO-ZELLER.

      ******************************************************************
      * Una linea: proyecto de la empresa del empleado, no repetido
      * en el parte, y las horas de cada dia. Un dia con horas debe
      * caer dentro de la apertura y el cierre del proyecto y el
      * total del dia entre todas las lineas no pasa de 24 horas.
      ******************************************************************
       PIDE-LINEA-PARTE.
       DISPLAY "PROYECTO (ENTER = FIN DEL PARTE): ".
       ACCEPT PROYECTO-BUSCADO.
       IF PROYECTO-BUSCADO = SPACES
          MOVE "S" TO FIN-PARTE
       ELSE
          PERFORM BUSCA-PROYECTO
          PERFORM BUSCA-LINEA-PARTE
          IF PRYT-HALLADO = "N"
             DISPLAY "EL PROYECTO " PROYECTO-BUSCADO " NO EXISTE."
          ELSE
             IF PRYT-EMPRESA(PRYT-POS) NOT = EMPRESA-DEL-EMPLEADO
                DISPLAY "EL PROYECTO ES DE LA EMPRESA "
                    PRYT-EMPRESA(PRYT-POS) ". NO SE ADMITE."
             ELSE
                IF LINT-HALLADA = "S"
                   DISPLAY "PROYECTO YA IMPUTADO EN ESTE PARTE."
                ELSE
                   IF LINT-TOTAL >= 20
                      DISPLAY "PARTE LLENO."
                      MOVE "S" TO FIN-PARTE
                   ELSE
                      PERFORM PIDE-HORAS-LINEA
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       BUSCA-LINEA-PARTE.
       MOVE "N" TO LINT-HALLADA.
       MOVE 1 TO LINT-POS.
       PERFORM COMPARA-LINEA-PARTE
           UNTIL LINT-POS > LINT-TOTAL OR LINT-HALLADA = "S".

       COMPARA-LINEA-PARTE.
       IF LINT-PROYECTO(LINT-POS) = PROYECTO-BUSCADO
          MOVE "S" TO LINT-HALLADA
       ELSE
          ADD 1 TO LINT-POS
       END-IF.

       PIDE-HORAS-LINEA.
       MOVE PROYECTO-BUSCADO TO LPN-PROYECTO.
       MOVE "S" TO LINEA-VALIDA.
       MOVE 0 TO HORAS-LINEA.
       MOVE 1 TO DIA-POS.
       PERFORM PIDE-HORAS-DIA UNTIL DIA-POS > 7.
       IF HORAS-LINEA = 0
          MOVE "N" TO LINEA-VALIDA
          DISPLAY "LINEA SIN HORAS."
       END-IF.
       IF LINEA-VALIDA = "N"
          DISPLAY "LINEA NO GRABADA EN EL PARTE."
       ELSE
          ADD 1 TO LINT-TOTAL
          MOVE LINEA-PARTE-NUEVA TO LINT-ENTRADA(LINT-TOTAL)
          MOVE 1 TO DIA-POS
          PERFORM ACUMULA-HORAS-DIA UNTIL DIA-POS > 7
       END-IF.

       PIDE-HORAS-DIA.
       DISPLAY "HORAS DEL " SEMT-FECHA(DIA-POS) ": ".
       ACCEPT HORAS-DIA-TECLEADAS.
       MOVE HORAS-DIA-TECLEADAS TO LPN-HORAS(DIA-POS).
       ADD HORAS-DIA-TECLEADAS TO HORAS-LINEA.
       IF HORAS-DIA-TECLEADAS > 0
          IF SEMT-FECHA(DIA-POS) < PRYT-APERTURA(PRYT-POS)
              OR (PRYT-CIERRE(PRYT-POS) NOT = 0
              AND SEMT-FECHA(DIA-POS) > PRYT-CIERRE(PRYT-POS))
             MOVE "N" TO LINEA-VALIDA
             DISPLAY "EL PROYECTO NO ESTA ABIERTO EL "
                 SEMT-FECHA(DIA-POS) "."
          END-IF
          IF SEMT-HORAS(DIA-POS) + HORAS-DIA-TECLEADAS > 24
             MOVE "N" TO LINEA-VALIDA
             DISPLAY "MAS DE 24 HORAS IMPUTADAS EL "
                 SEMT-FECHA(DIA-POS) "."
          END-IF
       END-IF.
       ADD 1 TO DIA-POS.

       ACUMULA-HORAS-DIA.
       ADD LPN-HORAS(DIA-POS) TO SEMT-HORAS(DIA-POS).
       ADD 1 TO DIA-POS.

      ******************************************************************
      * El parte anterior del empleado en esa semana se descarta al
      * copiar PARTES.DAT por PARTETMP.DAT; se anaden las lineas
      * nuevas y se devuelve todo al archivo vivo.
      ******************************************************************
       SUSTITUYE-PARTE.
       MOVE 0 TO PARTES-CONSERVADOS.
       MOVE 0 TO PARTES-SUSTITUIDOS.
       OPEN OUTPUT PARTES-DEPURADO.
       OPEN INPUT PARTES-ARCHIVO.
       IF PARTES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CONSERVA-PARTE-ANTERIOR UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PARTES-ARCHIVO.
       MOVE 1 TO LINT-POS.
       PERFORM ANADE-LINEA-PARTE UNTIL LINT-POS > LINT-TOTAL.
       CLOSE PARTES-DEPURADO.
       PERFORM DEVUELVE-PARTES.
       IF PARTES-SUSTITUIDOS > 0
          DISPLAY "PARTE GRABADO. SUSTITUYE A " PARTES-SUSTITUIDOS
              " LINEAS ANTERIORES DE LA SEMANA."
       ELSE
          DISPLAY "PARTE GRABADO."
       END-IF.

       CONSERVA-PARTE-ANTERIOR.
       READ PARTES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PARTE-EMPLEADOS-ID = ID-BUSCADO
                  AND PARTE-SEMANA = FECHA-LUNES
                 ADD 1 TO PARTES-SUSTITUIDOS
              ELSE
                 MOVE PARTE-REGISTRO TO PARTDEP-REGISTRO
                 WRITE PARTDEP-REGISTRO
                 ADD 1 TO PARTES-CONSERVADOS
              END-IF
       END-READ.

       ANADE-LINEA-PARTE.
       MOVE ID-BUSCADO TO PARTE-EMPLEADOS-ID.
       MOVE FECHA-LUNES TO PARTE-SEMANA.
       MOVE LINT-PROYECTO(LINT-POS) TO PARTE-PROYECTO.
       MOVE 1 TO DIA-POS.
       PERFORM PASA-HORAS-LINEA UNTIL DIA-POS > 7.
       MOVE PARTE-REGISTRO TO PARTDEP-REGISTRO.
       WRITE PARTDEP-REGISTRO.
       ADD 1 TO LINT-POS.

       PASA-HORAS-LINEA.
       MOVE LINT-HORAS(LINT-POS, DIA-POS) TO PARTE-HORAS-DIA(DIA-POS).
       ADD 1 TO DIA-POS.

       DEVUELVE-PARTES.
       OPEN INPUT PARTES-DEPURADO.
       OPEN OUTPUT PARTES-ARCHIVO.
       MOVE "N" TO LEE-TODO.
       PERFORM DEVUELVE-LINEA-PARTE UNTIL LEE-TODO = "S".
       CLOSE PARTES-DEPURADO.
       CLOSE PARTES-ARCHIVO.

       DEVUELVE-LINEA-PARTE.
       READ PARTES-DEPURADO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE PARTDEP-REGISTRO TO PARTE-REGISTRO
              WRITE PARTE-REGISTRO
       END-READ.

      ******************************************************************
      * Cuadre de un periodo AAAAMM: fichadas de HORAS.DAT contra
      * imputadas en los partes a dias del periodo (una semana que
      * cruza el cambio de mes reparte sus dias entre los dos).
      ******************************************************************
       CUADRE-MENSUAL-PARTES.
       DISPLAY "PERIODO A CUADRAR (AAAAMM): ".
       ACCEPT PERIODO-CUADRE.
       MOVE "S" TO FECHA-VALIDA.
       IF PERIODO-CUADRE IS NOT NUMERIC
          MOVE "N" TO FECHA-VALIDA
       ELSE
          MOVE PERIODO-CUADRE(5:2) TO MES-CUADRE
          IF MES-CUADRE < 1 OR MES-CUADRE > 12
             MOVE "N" TO FECHA-VALIDA
          END-IF
       END-IF.
       IF FECHA-VALIDA = "N"
          DISPLAY "PERIODO NO VALIDO."
       ELSE
          OPEN INPUT EMPLEADOS-ARCHIVO
          PERFORM CHEQUEA-ESTADO-EMPLEADOS
          IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
             MOVE 16 TO RETURN-CODE
          ELSE
             PERFORM CARGA-TOLERANCIA-PARTE
             PERFORM CARGA-HORAS-FICHADAS
             PERFORM ACUMULA-HORAS-PARTES
             PERFORM ESCRIBE-CUADRE-PARTES
             CLOSE EMPLEADOS-ARCHIVO
          END-IF
       END-IF.

       CARGA-TOLERANCIA-PARTE.
       MOVE 1 TO TOLERANCIA-PARTE.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-PARTE UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-PARTE.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "TOLERANCIA-PARTE"
                 MOVE PARAM-VALOR TO TOLERANCIA-PARTE
              END-IF
       END-READ.

       CARGA-HORAS-FICHADAS.
       MOVE 0 TO CUAT-TOTAL.
       OPEN INPUT HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNAS-HORAS UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE HORAS-ARCHIVO.

       CARGA-UNAS-HORAS.
       READ HORAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HORAS-PERIODO = PERIODO-CUADRE
                 MOVE HORAS-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM LOCALIZA-CUADRE-EMPLEADO
                 IF CUAT-HALLADO = "S"
                    ADD HORAS-TRABAJADAS TO CUAT-FICHADAS(CUAT-POS)
                 END-IF
              END-IF
       END-READ.

       ACUMULA-HORAS-PARTES.
       OPEN INPUT PARTES-ARCHIVO.
       IF PARTES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-UN-PARTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PARTES-ARCHIVO.

       ACUMULA-UN-PARTE.
       READ PARTES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              PERFORM SUMA-HORAS-MES-PARTE
              IF HORAS-PARTE-MES > 0
                 MOVE PARTE-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM LOCALIZA-CUADRE-EMPLEADO
                 IF CUAT-HALLADO = "S"
                    ADD HORAS-PARTE-MES TO CUAT-IMPUTADAS(CUAT-POS)
                 END-IF
              END-IF
       END-READ.

       SUMA-HORAS-MES-PARTE.
       MOVE 0 TO HORAS-PARTE-MES.
       MOVE 1 TO DIA-POS.
       PERFORM SUMA-HORAS-DIA-PARTE UNTIL DIA-POS > 7.

       SUMA-HORAS-DIA-PARTE.
       COMPUTE FECHA-DIA-PARTE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(PARTE-SEMANA) + DIA-POS - 1).
       IF FECHA-DIA-PARTE-X(1:6) = PERIODO-CUADRE
          ADD PARTE-HORAS-DIA(DIA-POS) TO HORAS-PARTE-MES
       END-IF.
       ADD 1 TO DIA-POS.

      ******************************************************************
      * Fila del empleado ID-BUSCADO en la tabla del cuadre; se crea
      * a cero si no estaba.
      ******************************************************************
       LOCALIZA-CUADRE-EMPLEADO.
       MOVE "N" TO CUAT-HALLADO.
       MOVE 1 TO CUAT-POS.
       PERFORM COMPARA-CUADRE-EMPLEADO
           UNTIL CUAT-POS > CUAT-TOTAL OR CUAT-HALLADO = "S".
       IF CUAT-HALLADO = "N"
          IF CUAT-TOTAL < 500
             ADD 1 TO CUAT-TOTAL
             MOVE CUAT-TOTAL TO CUAT-POS
             MOVE ID-BUSCADO TO CUAT-ID(CUAT-POS)
             MOVE 0 TO CUAT-FICHADAS(CUAT-POS)
             MOVE 0 TO CUAT-IMPUTADAS(CUAT-POS)
             MOVE "S" TO CUAT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DEL CUADRE LLENA. SE OMITE "
                 ID-BUSCADO
          END-IF
       END-IF.

       COMPARA-CUADRE-EMPLEADO.
       IF CUAT-ID(CUAT-POS) = ID-BUSCADO
          MOVE "S" TO CUAT-HALLADO
       ELSE
          ADD 1 TO CUAT-POS
       END-IF.

       ESCRIBE-CUADRE-PARTES.
       MOVE 0 TO EMPLEADOS-CUADRADOS.
       MOVE 0 TO EMPLEADOS-DESCUADRE.
       OPEN OUTPUT INFORME-DIFERENCIAS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-DIFERENCIAS.
       STRING "CUADRE DE PARTES CON FICHAJES - PERIODO "
           PERIODO-CUADRE " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-DIFERENCIAS.
       WRITE LINEA-DIFERENCIAS.
       MOVE SPACES TO LINEA-DIFERENCIAS.
       STRING "ID    EMPLEADO                  FICHADAS  IMPUTADAS  "
           "DIFERENCIA  MOTIVO"
           DELIMITED BY SIZE INTO LINEA-DIFERENCIAS.
       WRITE LINEA-DIFERENCIAS.
       MOVE 1 TO CUAT-POS.
       PERFORM CUADRA-UN-EMPLEADO UNTIL CUAT-POS > CUAT-TOTAL.
       MOVE SPACES TO LINEA-DIFERENCIAS.
       STRING "EMPLEADOS CUADRADOS: " EMPLEADOS-CUADRADOS
           "  CON DIFERENCIA: " EMPLEADOS-DESCUADRE
           DELIMITED BY SIZE INTO LINEA-DIFERENCIAS.
       WRITE LINEA-DIFERENCIAS.
       CLOSE INFORME-DIFERENCIAS.
       DISPLAY "CUADRE DEL PERIODO " PERIODO-CUADRE ": "
           EMPLEADOS-CUADRADOS " CUADRADOS, " EMPLEADOS-DESCUADRE
           " CON DIFERENCIA. LISTADO EN PARTEDIF.RPT.".
       IF EMPLEADOS-DESCUADRE > 0
          MOVE 4 TO RETURN-CODE
       END-IF.

       CUADRA-UN-EMPLEADO.
       COMPUTE DIFERENCIA-HORAS = CUAT-IMPUTADAS(CUAT-POS)
           - CUAT-FICHADAS(CUAT-POS).
       MOVE DIFERENCIA-HORAS TO DIFERENCIA-ABSOLUTA.
       IF DIFERENCIA-ABSOLUTA > TOLERANCIA-PARTE
          ADD 1 TO EMPLEADOS-DESCUADRE
          MOVE SPACES TO LINEA-DETALLE-CUADRE
          MOVE CUAT-ID(CUAT-POS) TO LDC-ID
          MOVE CUAT-ID(CUAT-POS) TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY MOVE "(NO EN EL MAESTRO)" TO LDC-NOMBRE
              NOT INVALID KEY
                 MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
                 PERFORM EDITA-APELLIDOS-MOSTRADOS
                 MOVE APELLIDOS-MOSTRADOS TO LDC-NOMBRE
          END-READ
          MOVE CUAT-FICHADAS(CUAT-POS) TO LDC-FICHADAS
          MOVE CUAT-IMPUTADAS(CUAT-POS) TO LDC-IMPUTADAS
          MOVE DIFERENCIA-HORAS TO LDC-DIFERENCIA
          IF CUAT-IMPUTADAS(CUAT-POS) = 0
             MOVE "SIN PARTES" TO LDC-MOTIVO
          ELSE
             IF CUAT-FICHADAS(CUAT-POS) = 0
                MOVE "SIN FICHAJES" TO LDC-MOTIVO
             ELSE
                IF DIFERENCIA-HORAS > 0
                   MOVE "EXCESO IMPUTADO" TO LDC-MOTIVO
                ELSE
                   MOVE "FALTA IMPUTAR" TO LDC-MOTIVO
                END-IF
             END-IF
          END-IF
          MOVE LINEA-DETALLE-CUADRE TO LINEA-DIFERENCIAS
          WRITE LINEA-DIFERENCIAS
       ELSE
          ADD 1 TO EMPLEADOS-CUADRADOS
       END-IF.
       ADD 1 TO CUAT-POS.

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
       END PROGRAM PARTES-HORAS.

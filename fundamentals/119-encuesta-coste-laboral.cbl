      ******************************************************************
      * Author:
      * Date:
      * Purpose: Encuesta trimestral de coste laboral. Para el
      *          trimestre y la empresa pedidos forma los datos de
      *          la encuesta: la plantilla media del trimestre (los
      *          trabajadores pagados en la nomina ordinaria de cada
      *          mes entre tres), separada en tiempo completo y
      *          tiempo parcial por la jornada vigente al cierre de
      *          cada mes en JORNADAS.DAT; las horas efectivamente
      *          trabajadas de HORAS.DAT; las horas no trabajadas por
      *          causa de AUSENCIAS.DAT (vacaciones, incapacidad,
      *          descanso de la bolsa de horas y ausencias no
      *          retribuidas, a las horas de jornada diaria en
      *          proporcion a la jornada del trabajador) y las horas
      *          pagadas, que son las trabajadas mas las no
      *          trabajadas retribuidas. Del libro mayor NOMHIST.DAT
      *          separa el bruto en salario ordinario (nomina
      *          ordinaria y correcciones), pagos extraordinarios (la
      *          corrida de paga extra) y atrasos, y de COSTEMP.DAT
      *          suma las cotizaciones a cargo de la empresa.
      *          Graba ETCL.DAT con cabecera, un detalle por
      *          indicador y totalizador, y el listado ETCL.RPT los
      *          compara con el trimestre anterior guardado en
      *          ETCLHIST.DAT y lista los que se desvian mas del
      *          umbral DESVIO-ETCL de PARAMS.DAT (por omision un 20
      *          por ciento), que deben justificarse antes del envio.
      *          Repetir un trimestre sustituye sus valores en
      *          ETCLHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCUESTA-COSTE-LABORAL.
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
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.
           SELECT COSTES-LIBRO ASSIGN TO "COSTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT HISTORICO-ENCUESTA ASSIGN TO "ETCLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETCLHIST-ESTADO-ARCHIVO.
           SELECT ETCLHIST-TRABAJO ASSIGN TO "ETCLHTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-ENCUESTA ASSIGN TO "ETCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-ENCUESTA ASSIGN TO "ETCL.RPT"
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
      ******************************************************************
      * Libro mayor de nomina con la clase de corrida (X = paga
      * extraordinaria) y los atrasos incluidos en el bruto; los
      * registros anteriores a esos campos son ordinarios y sin
      * atrasos.
      ******************************************************************
       COPY "21-5-historial-nomina.cbl".
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
       FD  JORNADAS-ARCHIVO.
       01  JORNADA-REGISTRO.
           05 JORNADA-CLAVE.
              10 JORNADA-EMPLEADOS-ID PIC 9(5).
              10 JORNADA-DESDE        PIC 9(8).
           05 JORNADA-PORCENTAJE      PIC 9(3)V99.
           05 JORNADA-MOTIVO          PIC X(2).
       FD  COSTES-LIBRO.
       01  COSTE-REGISTRO.
           05 COSTE-PERIODO           PIC X(6).
           05 COSTE-EMPLEADOS-ID      PIC 9(5).
           05 COSTE-CONCEPTO          PIC X(12).
           05 COSTE-BASE              PIC S9(7)V99.
           05 COSTE-IMPORTE           PIC S9(9)V99.
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
      ******************************************************************
      * Valores de cada trimestre enviado, por empresa e indicador,
      * para la comparacion con el trimestre siguiente.
      ******************************************************************
       FD  HISTORICO-ENCUESTA.
       01  ETCLHIST-REGISTRO.
           05 ETCLHIST-TRIMESTRE      PIC X(5).
           05 ETCLHIST-EMPRESA        PIC X(6).
           05 ETCLHIST-INDICADOR      PIC X(12).
           05 ETCLHIST-VALOR          PIC S9(11)V99.
       FD  ETCLHIST-TRABAJO.
       01  ETCLHTMP-REGISTRO          PIC X(36).
      ******************************************************************
      * Archivo de la encuesta: cabecera con trimestre, empresa y
      * cuenta de cotizacion, un detalle por indicador y un
      * totalizador con el numero de detalles.
      ******************************************************************
       FD  ARCHIVO-ENCUESTA.
       01  ETCL-REGISTRO              PIC X(80).
       01  ETCL-CABECERA REDEFINES ETCL-REGISTRO.
           05 ETCL-CAB-TIPO           PIC X.
           05 ETCL-CAB-TRIMESTRE      PIC X(5).
           05 ETCL-CAB-EMPRESA        PIC X(6).
           05 ETCL-CAB-CIF            PIC X(9).
           05 ETCL-CAB-CCC            PIC X(11).
           05 ETCL-CAB-FECHA          PIC 9(8).
           05 FILLER                  PIC X(40).
       01  ETCL-DETALLE REDEFINES ETCL-REGISTRO.
           05 ETCL-DET-TIPO           PIC X.
           05 ETCL-DET-INDICADOR      PIC X(12).
           05 ETCL-DET-VALOR          PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
           05 FILLER                  PIC X(53).
       01  ETCL-TOTALIZADOR REDEFINES ETCL-REGISTRO.
           05 ETCL-TOT-TIPO           PIC X.
           05 ETCL-TOT-REGISTROS      PIC 9(7).
           05 FILLER                  PIC X(72).
       FD  REPORTE-ENCUESTA.
       01  LINEA-ENCUESTA             PIC X(110).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  HORAS-ESTADO-ARCHIVO PIC X(2).
       77  AUSENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  COSTES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ETCLHIST-ESTADO-ARCHIVO PIC X(2).
       01  TRIMESTRE-ENCUESTA.
           05 TRIMESTRE-ANIO          PIC 9(4).
           05 TRIMESTRE-NUMERO        PIC 9.
       01  TRIMESTRE-ANTERIOR.
           05 TRIMESTRE-ANT-ANIO      PIC 9(4).
           05 TRIMESTRE-ANT-NUMERO    PIC 9.
       01  PERIODOS-TRIMESTRE.
           05 PERIODO-TRIM OCCURS 3 TIMES.
              10 PERIODO-TRIM-ANIO    PIC 9(4).
              10 PERIODO-TRIM-MES     PIC 9(2).
       77  MES-POS              PIC 9.
       77  MES-INDICE           PIC 9.
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  CIF-EMPRESA          PIC X(9).
       77  CCC-EMPRESA          PIC X(11).
       77  EMPRESA-POR-OMISION  PIC X(6).
       77  EMPRESA-TRABAJADOR   PIC X(6).
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
       77  LEE-TODO             PIC X VALUE "N".
       77  JORNADA-LEE-TODO     PIC X.
       77  PARAM-LEE-TODO       PIC X.
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-CORRIDA        PIC 9(8).
       01  FECHA-REFERENCIA-X.
           05 FECHA-REFERENCIA-PERIODO PIC X(6).
           05 FECHA-REFERENCIA-DIA    PIC X(2) VALUE "31".
       01  FECHA-REFERENCIA REDEFINES FECHA-REFERENCIA-X PIC 9(8).
       77  FECHA-AUX-X          PIC X(8).
      ******************************************************************
      * Parametros de PARAMS.DAT con su valor por omision: las horas
      * de la jornada diaria completa, como en las ausencias, y el
      * porcentaje de desviacion sobre el trimestre anterior a
      * partir del cual un valor debe justificarse.
      ******************************************************************
       77  HORAS-JORNADA-DIA    PIC 9(2)V99 VALUE 8.
       77  UMBRAL-DESVIACION    PIC 9(3)V99 VALUE 20.
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  PORCENTAJE-JORNADA   PIC 9(3)V99 VALUE 100.
      ******************************************************************
      * Acumulado por trabajador del trimestre: en que meses cobro
      * nomina ordinaria, el bruto separado por clase, las horas
      * trabajadas y no trabajadas por causa y la cotizacion de la
      * empresa.
      ******************************************************************
       01  TABLA-TRABAJADORES.
           05 ENCT-ENTRADA OCCURS 500 TIMES.
              10 ENCT-ID              PIC 9(5).
              10 ENCT-PAGADO-MES      PIC X OCCURS 3 TIMES.
              10 ENCT-ORDINARIO       PIC S9(9)V99.
              10 ENCT-EXTRA           PIC S9(9)V99.
              10 ENCT-ATRASOS         PIC S9(9)V99.
              10 ENCT-HORAS           PIC S9(7)V99.
              10 ENCT-VACACIONES      PIC S9(7)V99.
              10 ENCT-INCAPACIDAD     PIC S9(7)V99.
              10 ENCT-BOLSA           PIC S9(7)V99.
              10 ENCT-NO-RETRIBUIDAS  PIC S9(7)V99.
              10 ENCT-COTIZACION      PIC S9(9)V99.
       77  ENCT-TOTAL           PIC 9(3) VALUE 0.
       77  ENCT-POS             PIC 9(3).
       77  ENCT-HALLADO         PIC X.
       77  ENCT-BUSCADO         PIC 9(5).
       77  ENCT-DESTINO         PIC 9(3).
       01  PLANTILLA-MESES.
           05 PLANTILLA-MES OCCURS 3 TIMES.
              10 PLANTILLA-COMPLETA   PIC 9(5).
              10 PLANTILLA-PARCIAL    PIC 9(5).
       77  SUMA-COMPLETA        PIC 9(7).
       77  SUMA-PARCIAL         PIC 9(7).
       77  HORAS-AUSENCIA       PIC S9(7)V99.
       77  ATRASOS-REGISTRO     PIC S9(7)V99.
       77  MESES-SIN-NOMINA     PIC 9 VALUE 0.
      ******************************************************************
      * Indicadores de la encuesta, en el orden en que se graban, con
      * su valor del trimestre y el del trimestre anterior.
      ******************************************************************
       01  TABLA-INDICADORES-VALORES.
           05 FILLER PIC X(12) VALUE "PLANT-TOTAL".
           05 FILLER PIC X(40) VALUE "PLANTILLA MEDIA".
           05 FILLER PIC X(12) VALUE "PLANT-COMPL".
           05 FILLER PIC X(40) VALUE
              "PLANTILLA MEDIA A TIEMPO COMPLETO".
           05 FILLER PIC X(12) VALUE "PLANT-PARC".
           05 FILLER PIC X(40) VALUE
              "PLANTILLA MEDIA A TIEMPO PARCIAL".
           05 FILLER PIC X(12) VALUE "HORAS-TRAB".
           05 FILLER PIC X(40) VALUE "HORAS EFECTIVAMENTE TRABAJADAS".
           05 FILLER PIC X(12) VALUE "HORAS-PAGAD".
           05 FILLER PIC X(40) VALUE "HORAS PAGADAS".
           05 FILLER PIC X(12) VALUE "HNT-VACAC".
           05 FILLER PIC X(40) VALUE
              "HORAS NO TRABAJADAS: VACACIONES".
           05 FILLER PIC X(12) VALUE "HNT-INCAPAC".
           05 FILLER PIC X(40) VALUE
              "HORAS NO TRABAJADAS: INCAPACIDAD".
           05 FILLER PIC X(12) VALUE "HNT-BOLSA".
           05 FILLER PIC X(40) VALUE
              "HORAS NO TRABAJADAS: DESCANSO DE BOLSA".
           05 FILLER PIC X(12) VALUE "HNT-NORETRIB".
           05 FILLER PIC X(40) VALUE
              "HORAS NO TRABAJADAS: NO RETRIBUIDAS".
           05 FILLER PIC X(12) VALUE "SAL-ORDIN".
           05 FILLER PIC X(40) VALUE "SALARIO ORDINARIO".
           05 FILLER PIC X(12) VALUE "SAL-EXTRA".
           05 FILLER PIC X(40) VALUE "PAGOS EXTRAORDINARIOS".
           05 FILLER PIC X(12) VALUE "SAL-ATRASOS".
           05 FILLER PIC X(40) VALUE "PAGOS POR ATRASOS".
           05 FILLER PIC X(12) VALUE "COT-EMPRESA".
           05 FILLER PIC X(40) VALUE
              "COTIZACIONES SOCIALES DE LA EMPRESA".
       01  TABLA-INDICADORES-TEXTO REDEFINES TABLA-INDICADORES-VALORES.
           05 INDT-TEXTO OCCURS 13 TIMES.
              10 INDT-CODIGO          PIC X(12).
              10 INDT-DESCRIPCION     PIC X(40).
       01  TABLA-INDICADORES.
           05 INDT-ENTRADA OCCURS 13 TIMES.
              10 INDT-VALOR           PIC S9(11)V99.
              10 INDT-ANTERIOR        PIC S9(11)V99.
              10 INDT-HAY-ANTERIOR    PIC X.
       77  INDT-TOTAL           PIC 9(2) VALUE 13.
       77  INDT-POS             PIC 9(2).
       77  HAY-TRIMESTRE-ANTERIOR PIC X VALUE "N".
       77  VALORES-SUSTITUIDOS  PIC 9(5) VALUE 0.
       77  DESVIACIONES         PIC 9(3) VALUE 0.
       77  DESVIACION           PIC S9(7)V99.
       77  DESVIACION-ABSOLUTA  PIC 9(7)V99.
       77  REGISTROS-ENCUESTA   PIC 9(7) VALUE 0.
       77  VALOR-EDICION        PIC -(11)9.99.
       77  ANTERIOR-EDICION     PIC -(11)9.99.
       77  DESVIACION-EDICION   PIC -(6)9.99.
       77  UMBRAL-EDICION       PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "ENCUESTA TRIMESTRAL DE COSTE LABORAL".
       DISPLAY "TRIMESTRE (AAAAT, T DE 1 A 4): ".
       ACCEPT TRIMESTRE-ENCUESTA.
       IF TRIMESTRE-ENCUESTA IS NOT NUMERIC
          DISPLAY "TRIMESTRE NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF TRIMESTRE-NUMERO < 1 OR TRIMESTRE-NUMERO > 4
          DISPLAY "TRIMESTRE NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR. ETCL.DAT NO GENERADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-CIF TO CIF-EMPRESA.
       MOVE EMPRESA-CCC TO CCC-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       PERFORM FORMA-PERIODOS-TRIMESTRE.
       PERFORM CARGA-PARAMETROS-ENCUESTA.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY HISTORIAL DE NOMINA (NOMHIST.DAT)."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE "N" TO LEE-TODO.
       PERFORM ACUMULA-UN-BRUTO UNTIL LEE-TODO = "S".
       CLOSE NOMINA-HISTORIAL.
       IF ENCT-TOTAL = 0
          DISPLAY "NO HAY REGISTROS DEL TRIMESTRE " TRIMESTRE-ENCUESTA
              " EN EL HISTORIAL."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ACUMULA-HORAS.
       PERFORM ABRE-JORNADAS.
       PERFORM ACUMULA-AUSENCIAS.
       PERFORM CIERRA-JORNADAS.
       PERFORM ACUMULA-COSTES.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM FILTRA-TRABAJADORES-EMPRESA.
       CLOSE EMPLEADOS-ARCHIVO.
       IF ENCT-TOTAL = 0
          DISPLAY "NO HAY TRABAJADORES DE LA EMPRESA " CODIGO-EMPRESA
              " EN EL TRIMESTRE " TRIMESTRE-ENCUESTA "."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ABRE-JORNADAS.
       PERFORM CALCULA-INDICADORES.
       PERFORM CIERRA-JORNADAS.
       PERFORM LEE-TRIMESTRE-ANTERIOR.
       CALL "FECHA-PROCESO" USING FECHA-CORRIDA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT ARCHIVO-ENCUESTA.
       OPEN OUTPUT REPORTE-ENCUESTA.
       PERFORM ESCRIBE-CABECERAS.
       MOVE 1 TO INDT-POS.
       PERFORM ESCRIBE-INDICADOR UNTIL INDT-POS > INDT-TOTAL.
       PERFORM ESCRIBE-TOTALIZADOR.
       PERFORM ESCRIBE-DESVIACIONES.
       CLOSE ARCHIVO-ENCUESTA.
       CLOSE REPORTE-ENCUESTA.
       PERFORM GUARDA-TRIMESTRE.
       DISPLAY "ENCUESTA DEL TRIMESTRE " TRIMESTRE-ENCUESTA
           " ESCRITA EN ETCL.DAT: " ENCT-TOTAL " TRABAJADORES, "
           DESVIACIONES " VALORES A JUSTIFICAR (VER ETCL.RPT).".
       IF DESVIACIONES > 0 OR MESES-SIN-NOMINA > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

      ******************************************************************
      * Los tres periodos del trimestre y el trimestre anterior, que
      * para el primero es el cuarto del anio previo.
      ******************************************************************
       FORMA-PERIODOS-TRIMESTRE.
       MOVE 1 TO MES-POS.
       PERFORM FORMA-UN-PERIODO UNTIL MES-POS > 3.
       IF TRIMESTRE-NUMERO = 1
          COMPUTE TRIMESTRE-ANT-ANIO = TRIMESTRE-ANIO - 1
          MOVE 4 TO TRIMESTRE-ANT-NUMERO
       ELSE
          MOVE TRIMESTRE-ANIO TO TRIMESTRE-ANT-ANIO
          COMPUTE TRIMESTRE-ANT-NUMERO = TRIMESTRE-NUMERO - 1
       END-IF.

       FORMA-UN-PERIODO.
       MOVE TRIMESTRE-ANIO TO PERIODO-TRIM-ANIO(MES-POS).
       COMPUTE PERIODO-TRIM-MES(MES-POS)
           = (TRIMESTRE-NUMERO - 1) * 3 + MES-POS.
       ADD 1 TO MES-POS.

       UBICA-MES-TRIMESTRE.
       MOVE 0 TO MES-INDICE.
       IF FECHA-AUX-X(1:6) = PERIODO-TRIM(1)
          MOVE 1 TO MES-INDICE
       END-IF.
       IF FECHA-AUX-X(1:6) = PERIODO-TRIM(2)
          MOVE 2 TO MES-INDICE
       END-IF.
       IF FECHA-AUX-X(1:6) = PERIODO-TRIM(3)
          MOVE 3 TO MES-INDICE
       END-IF.

      ******************************************************************
      * Parametros de explotacion del maestro PARAMS.DAT, con el
      * valor por omision como respaldo.
      ******************************************************************
       CARGA-PARAMETROS-ENCUESTA.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-ENCUESTA
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-ENCUESTA.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "HORAS-DIA"
                 MOVE PARAM-VALOR TO HORAS-JORNADA-DIA
              END-IF
              IF PARAM-CLAVE = "DESVIO-ETCL"
                 MOVE PARAM-VALOR TO UMBRAL-DESVIACION
              END-IF
       END-READ.

       ABRE-JORNADAS.
       MOVE "N" TO JORNADAS-ABIERTO.
       OPEN INPUT JORNADAS-ARCHIVO.
       IF JORNADAS-ESTADO-ARCHIVO = "00"
          MOVE "S" TO JORNADAS-ABIERTO
       END-IF.

       CIERRA-JORNADAS.
       IF JORNADAS-ABIERTO = "S"
          CLOSE JORNADAS-ARCHIVO
          MOVE "N" TO JORNADAS-ABIERTO
       END-IF.

      ******************************************************************
      * Bruto del trimestre por trabajador. Los atrasos van aparte;
      * el resto es pago extraordinario en la corrida de paga extra
      * y salario ordinario en las demas, correcciones incluidas.
      * Solo la nomina ordinaria cuenta al trabajador en la
      * plantilla del mes.
      ******************************************************************
       ACUMULA-UN-BRUTO.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE HISTORIAL-PERIODO TO FECHA-AUX-X
              PERFORM UBICA-MES-TRIMESTRE
              IF MES-INDICE > 0
                 MOVE HISTORIAL-EMPLEADOS-ID TO ENCT-BUSCADO
                 PERFORM LOCALIZA-TRABAJADOR
                 IF ENCT-HALLADO = "S"
                    PERFORM CLASIFICA-UN-BRUTO
                 END-IF
              END-IF
       END-READ.

       CLASIFICA-UN-BRUTO.
       IF HISTORIAL-ATRASOS IS NUMERIC
          MOVE HISTORIAL-ATRASOS TO ATRASOS-REGISTRO
       ELSE
          MOVE 0 TO ATRASOS-REGISTRO
       END-IF.
       ADD ATRASOS-REGISTRO TO ENCT-ATRASOS(ENCT-POS).
       IF HISTORIAL-CLASE = "X"
          COMPUTE ENCT-EXTRA(ENCT-POS) = ENCT-EXTRA(ENCT-POS)
              + HISTORIAL-BRUTO - ATRASOS-REGISTRO
       ELSE
          COMPUTE ENCT-ORDINARIO(ENCT-POS) = ENCT-ORDINARIO(ENCT-POS)
              + HISTORIAL-BRUTO - ATRASOS-REGISTRO
          IF HISTORIAL-TIPO NOT = "C"
             MOVE "S" TO ENCT-PAGADO-MES(ENCT-POS, MES-INDICE)
          END-IF
       END-IF.

       ACUMULA-HORAS.
       OPEN INPUT HORAS-ARCHIVO.
       IF HORAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-UNAS-HORAS UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE HORAS-ARCHIVO.

       ACUMULA-UNAS-HORAS.
       READ HORAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE HORAS-PERIODO TO FECHA-AUX-X
              PERFORM UBICA-MES-TRIMESTRE
              IF MES-INDICE > 0
                 MOVE HORAS-EMPLEADOS-ID TO ENCT-BUSCADO
                 PERFORM LOCALIZA-TRABAJADOR
                 IF ENCT-HALLADO = "S"
                    ADD HORAS-TRABAJADAS TO ENCT-HORAS(ENCT-POS)
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Horas no trabajadas: cada ausencia cuenta en el trimestre de
      * su fecha de inicio, a los dias de la ausencia por las horas
      * de la jornada diaria en proporcion a la jornada vigente ese
      * dia.
      ******************************************************************
       ACUMULA-AUSENCIAS.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-UNA-AUSENCIA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.

       ACUMULA-UNA-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE AUSENCIA-DESDE TO FECHA-AUX-X
              PERFORM UBICA-MES-TRIMESTRE
              IF MES-INDICE > 0
                  AND (AUSENCIA-TIPO = "V" OR AUSENCIA-TIPO = "E"
                   OR AUSENCIA-TIPO = "B" OR AUSENCIA-TIPO = "N")
                 MOVE AUSENCIA-EMPLEADOS-ID TO ENCT-BUSCADO
                 PERFORM LOCALIZA-TRABAJADOR
                 IF ENCT-HALLADO = "S"
                    PERFORM CLASIFICA-UNA-AUSENCIA
                 END-IF
              END-IF
       END-READ.

       CLASIFICA-UNA-AUSENCIA.
       MOVE AUSENCIA-DESDE TO FECHA-REFERENCIA.
       PERFORM DETERMINA-JORNADA-TRABAJADOR.
       COMPUTE HORAS-AUSENCIA ROUNDED = AUSENCIA-DIAS
           * HORAS-JORNADA-DIA * PORCENTAJE-JORNADA / 100.
       IF AUSENCIA-TIPO = "V"
          ADD HORAS-AUSENCIA TO ENCT-VACACIONES(ENCT-POS)
       END-IF.
       IF AUSENCIA-TIPO = "E"
          ADD HORAS-AUSENCIA TO ENCT-INCAPACIDAD(ENCT-POS)
       END-IF.
       IF AUSENCIA-TIPO = "B"
          ADD HORAS-AUSENCIA TO ENCT-BOLSA(ENCT-POS)
       END-IF.
       IF AUSENCIA-TIPO = "N"
          ADD HORAS-AUSENCIA TO ENCT-NO-RETRIBUIDAS(ENCT-POS)
       END-IF.

      ******************************************************************
      * Cotizaciones a cargo de la empresa: los apuntes de COSTEMP.DAT
      * de los tres periodos del trimestre.
      ******************************************************************
       ACUMULA-COSTES.
       OPEN INPUT COSTES-LIBRO.
       IF COSTES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM ACUMULA-UN-COSTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE COSTES-LIBRO.

       ACUMULA-UN-COSTE.
       READ COSTES-LIBRO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE COSTE-PERIODO TO FECHA-AUX-X
              PERFORM UBICA-MES-TRIMESTRE
              IF MES-INDICE > 0
                 MOVE COSTE-EMPLEADOS-ID TO ENCT-BUSCADO
                 PERFORM LOCALIZA-TRABAJADOR
                 IF ENCT-HALLADO = "S"
                    ADD COSTE-IMPORTE TO ENCT-COTIZACION(ENCT-POS)
                 END-IF
              END-IF
       END-READ.

       LOCALIZA-TRABAJADOR.
       MOVE "N" TO ENCT-HALLADO.
       MOVE 1 TO ENCT-POS.
       PERFORM BUSCA-TRABAJADOR
           UNTIL ENCT-POS > ENCT-TOTAL
           OR ENCT-HALLADO = "S".
       IF ENCT-HALLADO = "N"
          IF ENCT-TOTAL < 500
             ADD 1 TO ENCT-TOTAL
             MOVE ENCT-TOTAL TO ENCT-POS
             MOVE ENCT-BUSCADO TO ENCT-ID(ENCT-POS)
             MOVE "N" TO ENCT-PAGADO-MES(ENCT-POS, 1)
             MOVE "N" TO ENCT-PAGADO-MES(ENCT-POS, 2)
             MOVE "N" TO ENCT-PAGADO-MES(ENCT-POS, 3)
             MOVE 0 TO ENCT-ORDINARIO(ENCT-POS) ENCT-EXTRA(ENCT-POS)
                 ENCT-ATRASOS(ENCT-POS) ENCT-HORAS(ENCT-POS)
                 ENCT-VACACIONES(ENCT-POS) ENCT-INCAPACIDAD(ENCT-POS)
                 ENCT-BOLSA(ENCT-POS) ENCT-NO-RETRIBUIDAS(ENCT-POS)
                 ENCT-COTIZACION(ENCT-POS)
             MOVE "S" TO ENCT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE TRABAJADORES LLENA."
          END-IF
       END-IF.

       BUSCA-TRABAJADOR.
       IF ENCT-ID(ENCT-POS) = ENCT-BUSCADO
          MOVE "S" TO ENCT-HALLADO
       ELSE
          ADD 1 TO ENCT-POS
       END-IF.

       DETERMINA-JORNADA-TRABAJADOR.
       MOVE 100 TO PORCENTAJE-JORNADA.
       IF JORNADAS-ABIERTO = "S"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE ENCT-ID(ENCT-POS) TO JORNADA-EMPLEADOS-ID
          START JORNADAS-ARCHIVO KEY IS NOT LESS THAN JORNADA-CLAVE
              INVALID KEY MOVE "S" TO JORNADA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO JORNADA-LEE-TODO
          END-START
          PERFORM BUSCA-JORNADA-VIGENTE UNTIL JORNADA-LEE-TODO = "S"
       END-IF.

       BUSCA-JORNADA-VIGENTE.
       READ JORNADAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO JORNADA-LEE-TODO
           NOT AT END
              IF JORNADA-EMPLEADOS-ID NOT = ENCT-ID(ENCT-POS)
                  OR JORNADA-DESDE > FECHA-REFERENCIA
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 MOVE JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA
              END-IF
       END-READ.

      ******************************************************************
      * Se quedan en la tabla solo los trabajadores de la empresa
      * de la encuesta, compactandola sobre si misma. La empresa es
      * la del maestro; para los archivados, la del departamento
      * que tenian en el historico; en blanco, la de omision.
      ******************************************************************
       FILTRA-TRABAJADORES-EMPRESA.
       OPEN INPUT ARCHIVO-HISTORICO.
       MOVE 0 TO ENCT-DESTINO.
       MOVE 1 TO ENCT-POS.
       PERFORM FILTRA-UN-TRABAJADOR UNTIL ENCT-POS > ENCT-TOTAL.
       MOVE ENCT-DESTINO TO ENCT-TOTAL.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
           OR HISTORICO-ESTADO-ARCHIVO = "23"
          CLOSE ARCHIVO-HISTORICO
       END-IF.

       FILTRA-UN-TRABAJADOR.
       MOVE SPACES TO EMPRESA-TRABAJADOR.
       MOVE "N" TO ENCONTRADO.
       MOVE ENCT-ID(ENCT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY CONTINUE
           NOT INVALID KEY
              MOVE "S" TO ENCONTRADO
              MOVE EMPLEADOS-EMPRESA TO EMPRESA-TRABAJADOR
       END-READ.
       IF ENCONTRADO = "N"
          IF HISTORICO-ESTADO-ARCHIVO = "00"
              OR HISTORICO-ESTADO-ARCHIVO = "23"
             MOVE ENCT-ID(ENCT-POS) TO HISTORICO-ID
             READ ARCHIVO-HISTORICO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE HISTORICO-EMPRESA TO EMPRESA-TRABAJADOR
                    IF EMPRESA-TRABAJADOR = SPACES
                       MOVE "D" TO EMPRESA-MODO
                       MOVE SPACES TO EMPRESA-CODIGO
                       MOVE HISTORICO-DEPARTAMENTO
                           TO EMPRESA-DEPARTAMENTO
                       CALL "VALIDA-EMPRESA"
                           USING EMPRESA-MODO DATOS-EMPRESA
                       MOVE EMPRESA-CODIGO TO EMPRESA-TRABAJADOR
                    END-IF
             END-READ
          END-IF
       END-IF.
       IF EMPRESA-TRABAJADOR = SPACES
          MOVE EMPRESA-POR-OMISION TO EMPRESA-TRABAJADOR
       END-IF.
       IF EMPRESA-TRABAJADOR = CODIGO-EMPRESA
          ADD 1 TO ENCT-DESTINO
          MOVE ENCT-ENTRADA(ENCT-POS) TO ENCT-ENTRADA(ENCT-DESTINO)
       END-IF.
       ADD 1 TO ENCT-POS.

      ******************************************************************
      * Valores del trimestre. La plantilla de cada mes se reparte
      * por la jornada vigente al cierre del mes (menos del 100 por
      * cien es tiempo parcial) y la media es la suma de los tres
      * meses entre tres, con dos decimales.
      ******************************************************************
       CALCULA-INDICADORES.
       MOVE 1 TO INDT-POS.
       PERFORM INICIA-INDICADOR UNTIL INDT-POS > INDT-TOTAL.
       MOVE 1 TO MES-POS.
       PERFORM INICIA-PLANTILLA-MES UNTIL MES-POS > 3.
       MOVE 1 TO ENCT-POS.
       PERFORM SUMA-TRABAJADOR UNTIL ENCT-POS > ENCT-TOTAL.
       MOVE 0 TO SUMA-COMPLETA SUMA-PARCIAL.
       MOVE 1 TO MES-POS.
       PERFORM SUMA-PLANTILLA-MES UNTIL MES-POS > 3.
       COMPUTE INDT-VALOR(2) ROUNDED = SUMA-COMPLETA / 3.
       COMPUTE INDT-VALOR(3) ROUNDED = SUMA-PARCIAL / 3.
       COMPUTE INDT-VALOR(1) ROUNDED
           = (SUMA-COMPLETA + SUMA-PARCIAL) / 3.
       COMPUTE INDT-VALOR(5) = INDT-VALOR(4) + INDT-VALOR(6)
           + INDT-VALOR(7) + INDT-VALOR(8).

       INICIA-INDICADOR.
       MOVE 0 TO INDT-VALOR(INDT-POS) INDT-ANTERIOR(INDT-POS).
       MOVE "N" TO INDT-HAY-ANTERIOR(INDT-POS).
       ADD 1 TO INDT-POS.

       INICIA-PLANTILLA-MES.
       MOVE 0 TO PLANTILLA-COMPLETA(MES-POS).
       MOVE 0 TO PLANTILLA-PARCIAL(MES-POS).
       ADD 1 TO MES-POS.

       SUMA-TRABAJADOR.
       ADD ENCT-HORAS(ENCT-POS) TO INDT-VALOR(4).
       ADD ENCT-VACACIONES(ENCT-POS) TO INDT-VALOR(6).
       ADD ENCT-INCAPACIDAD(ENCT-POS) TO INDT-VALOR(7).
       ADD ENCT-BOLSA(ENCT-POS) TO INDT-VALOR(8).
       ADD ENCT-NO-RETRIBUIDAS(ENCT-POS) TO INDT-VALOR(9).
       ADD ENCT-ORDINARIO(ENCT-POS) TO INDT-VALOR(10).
       ADD ENCT-EXTRA(ENCT-POS) TO INDT-VALOR(11).
       ADD ENCT-ATRASOS(ENCT-POS) TO INDT-VALOR(12).
       ADD ENCT-COTIZACION(ENCT-POS) TO INDT-VALOR(13).
       MOVE 1 TO MES-POS.
       PERFORM CUENTA-PLANTILLA-MES UNTIL MES-POS > 3.
       ADD 1 TO ENCT-POS.

       CUENTA-PLANTILLA-MES.
       IF ENCT-PAGADO-MES(ENCT-POS, MES-POS) = "S"
          MOVE PERIODO-TRIM(MES-POS) TO FECHA-REFERENCIA-PERIODO
          MOVE "31" TO FECHA-REFERENCIA-DIA
          PERFORM DETERMINA-JORNADA-TRABAJADOR
          IF PORCENTAJE-JORNADA < 100
             ADD 1 TO PLANTILLA-PARCIAL(MES-POS)
          ELSE
             ADD 1 TO PLANTILLA-COMPLETA(MES-POS)
          END-IF
       END-IF.
       ADD 1 TO MES-POS.

       SUMA-PLANTILLA-MES.
       ADD PLANTILLA-COMPLETA(MES-POS) TO SUMA-COMPLETA.
       ADD PLANTILLA-PARCIAL(MES-POS) TO SUMA-PARCIAL.
       IF PLANTILLA-COMPLETA(MES-POS) + PLANTILLA-PARCIAL(MES-POS)
           = 0
          ADD 1 TO MESES-SIN-NOMINA
          DISPLAY "AVISO: SIN NOMINA ORDINARIA DE LA EMPRESA EN EL "
              "PERIODO " PERIODO-TRIM(MES-POS) "."
       END-IF.
       ADD 1 TO MES-POS.

      ******************************************************************
      * Valores guardados del trimestre anterior de la empresa. De
      * paso se copia ETCLHIST.DAT al archivo de trabajo sin los del
      * trimestre que se prepara, que se sustituyen al guardarlo.
      ******************************************************************
       LEE-TRIMESTRE-ANTERIOR.
       OPEN OUTPUT ETCLHIST-TRABAJO.
       OPEN INPUT HISTORICO-ENCUESTA.
       IF ETCLHIST-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-UN-VALOR-GUARDADO UNTIL LEE-TODO = "S"
          CLOSE HISTORICO-ENCUESTA
       END-IF.
       CLOSE ETCLHIST-TRABAJO.

       LEE-UN-VALOR-GUARDADO.
       READ HISTORICO-ENCUESTA
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ETCLHIST-TRIMESTRE = TRIMESTRE-ENCUESTA
                  AND ETCLHIST-EMPRESA = CODIGO-EMPRESA
                 ADD 1 TO VALORES-SUSTITUIDOS
              ELSE
                 MOVE ETCLHIST-REGISTRO TO ETCLHTMP-REGISTRO
                 WRITE ETCLHTMP-REGISTRO
                 IF ETCLHIST-TRIMESTRE = TRIMESTRE-ANTERIOR
                     AND ETCLHIST-EMPRESA = CODIGO-EMPRESA
                    PERFORM CARGA-VALOR-ANTERIOR
                 END-IF
              END-IF
       END-READ.

       CARGA-VALOR-ANTERIOR.
       MOVE "S" TO HAY-TRIMESTRE-ANTERIOR.
       MOVE 1 TO INDT-POS.
       PERFORM BUSCA-INDICADOR-ANTERIOR UNTIL INDT-POS > INDT-TOTAL.

       BUSCA-INDICADOR-ANTERIOR.
       IF INDT-CODIGO(INDT-POS) = ETCLHIST-INDICADOR
          MOVE ETCLHIST-VALOR TO INDT-ANTERIOR(INDT-POS)
          MOVE "S" TO INDT-HAY-ANTERIOR(INDT-POS)
       END-IF.
       ADD 1 TO INDT-POS.

       ESCRIBE-CABECERAS.
       MOVE SPACES TO ETCL-REGISTRO.
       MOVE "H" TO ETCL-CAB-TIPO.
       MOVE TRIMESTRE-ENCUESTA TO ETCL-CAB-TRIMESTRE.
       MOVE CODIGO-EMPRESA TO ETCL-CAB-EMPRESA.
       MOVE CIF-EMPRESA TO ETCL-CAB-CIF.
       MOVE CCC-EMPRESA TO ETCL-CAB-CCC.
       MOVE FECHA-CORRIDA TO ETCL-CAB-FECHA.
       WRITE ETCL-REGISTRO.
       MOVE SPACES TO LINEA-ENCUESTA.
       STRING "ENCUESTA TRIMESTRAL DE COSTE LABORAL - TRIMESTRE "
           TRIMESTRE-ENCUESTA " - EMPRESA " CODIGO-EMPRESA
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-ENCUESTA.
       WRITE LINEA-ENCUESTA.
       MOVE SPACES TO LINEA-ENCUESTA.
       STRING "PERIODOS: " PERIODO-TRIM(1) " " PERIODO-TRIM(2) " "
           PERIODO-TRIM(3) "   CIF: " CIF-EMPRESA
           "   CUENTA DE COTIZACION: " CCC-EMPRESA
           DELIMITED BY SIZE INTO LINEA-ENCUESTA.
       WRITE LINEA-ENCUESTA.
       IF HAY-TRIMESTRE-ANTERIOR = "N"
          MOVE SPACES TO LINEA-ENCUESTA
          STRING "AVISO: SIN VALORES DEL TRIMESTRE ANTERIOR "
              TRIMESTRE-ANTERIOR " EN ETCLHIST.DAT; NO HAY "
              "COMPARACION."
              DELIMITED BY SIZE INTO LINEA-ENCUESTA
          WRITE LINEA-ENCUESTA
       END-IF.
       IF VALORES-SUSTITUIDOS > 0
          MOVE SPACES TO LINEA-ENCUESTA
          STRING "AVISO: EL TRIMESTRE YA SE HABIA PREPARADO; SUS "
              "VALORES EN ETCLHIST.DAT SE SUSTITUYEN."
              DELIMITED BY SIZE INTO LINEA-ENCUESTA
          WRITE LINEA-ENCUESTA
       END-IF.
       MOVE SPACES TO LINEA-ENCUESTA.
       STRING "INDICADOR                                  "
           "         TRIMESTRE    TRIM. ANTERIOR   DESV. %"
           DELIMITED BY SIZE INTO LINEA-ENCUESTA.
       WRITE LINEA-ENCUESTA.

      ******************************************************************
      * Un indicador: su detalle en ETCL.DAT y su linea del listado
      * con el valor anterior y la desviacion, marcada si pasa del
      * umbral. Sin valor anterior no se calcula desviacion; si el
      * anterior era cero y el actual no lo es, se marca igualmente.
      ******************************************************************
       ESCRIBE-INDICADOR.
       MOVE SPACES TO ETCL-REGISTRO.
       MOVE "D" TO ETCL-DET-TIPO.
       MOVE INDT-CODIGO(INDT-POS) TO ETCL-DET-INDICADOR.
       MOVE INDT-VALOR(INDT-POS) TO ETCL-DET-VALOR.
       WRITE ETCL-REGISTRO.
       ADD 1 TO REGISTROS-ENCUESTA.
       MOVE INDT-VALOR(INDT-POS) TO VALOR-EDICION.
       MOVE SPACES TO LINEA-ENCUESTA.
       IF INDT-HAY-ANTERIOR(INDT-POS) = "S"
          MOVE INDT-ANTERIOR(INDT-POS) TO ANTERIOR-EDICION
          PERFORM CALCULA-DESVIACION
          STRING INDT-DESCRIPCION(INDT-POS) " " VALOR-EDICION " "
              ANTERIOR-EDICION " " DESVIACION-EDICION
              DELIMITED BY SIZE INTO LINEA-ENCUESTA
       ELSE
          STRING INDT-DESCRIPCION(INDT-POS) " " VALOR-EDICION
              DELIMITED BY SIZE INTO LINEA-ENCUESTA
       END-IF.
       WRITE LINEA-ENCUESTA.
       ADD 1 TO INDT-POS.

       CALCULA-DESVIACION.
       MOVE 0 TO DESVIACION.
       IF INDT-ANTERIOR(INDT-POS) NOT = 0
          COMPUTE DESVIACION ROUNDED
              = (INDT-VALOR(INDT-POS) - INDT-ANTERIOR(INDT-POS))
              * 100 / INDT-ANTERIOR(INDT-POS)
              ON SIZE ERROR MOVE 9999999 TO DESVIACION
          END-COMPUTE
          IF INDT-ANTERIOR(INDT-POS) < 0
             COMPUTE DESVIACION = 0 - DESVIACION
          END-IF
       ELSE
          IF INDT-VALOR(INDT-POS) NOT = 0
             MOVE 9999999 TO DESVIACION
          END-IF
       END-IF.
       MOVE DESVIACION TO DESVIACION-EDICION.

       ESCRIBE-TOTALIZADOR.
       MOVE SPACES TO ETCL-REGISTRO.
       MOVE "T" TO ETCL-TOT-TIPO.
       MOVE REGISTROS-ENCUESTA TO ETCL-TOT-REGISTROS.
       WRITE ETCL-REGISTRO.

      ******************************************************************
      * Valores que se desvian del trimestre anterior mas del umbral,
      * que deben justificarse antes de enviar la encuesta.
      ******************************************************************
       ESCRIBE-DESVIACIONES.
       IF HAY-TRIMESTRE-ANTERIOR = "S"
          MOVE UMBRAL-DESVIACION TO UMBRAL-EDICION
          MOVE SPACES TO LINEA-ENCUESTA
          WRITE LINEA-ENCUESTA
          MOVE SPACES TO LINEA-ENCUESTA
          STRING "VALORES A JUSTIFICAR ANTES DEL ENVIO (DESVIACION "
              "SOBRE EL TRIMESTRE " TRIMESTRE-ANTERIOR " MAYOR DEL "
              UMBRAL-EDICION " POR CIENTO):"
              DELIMITED BY SIZE INTO LINEA-ENCUESTA
          WRITE LINEA-ENCUESTA
          MOVE 1 TO INDT-POS
          PERFORM REVISA-DESVIACION UNTIL INDT-POS > INDT-TOTAL
          IF DESVIACIONES = 0
             MOVE SPACES TO LINEA-ENCUESTA
             STRING "  NINGUNO." DELIMITED BY SIZE INTO LINEA-ENCUESTA
             WRITE LINEA-ENCUESTA
          END-IF
       END-IF.

       REVISA-DESVIACION.
       IF INDT-HAY-ANTERIOR(INDT-POS) = "S"
          PERFORM CALCULA-DESVIACION
          IF DESVIACION < 0
             COMPUTE DESVIACION-ABSOLUTA = 0 - DESVIACION
          ELSE
             MOVE DESVIACION TO DESVIACION-ABSOLUTA
          END-IF
          IF DESVIACION-ABSOLUTA > UMBRAL-DESVIACION
             ADD 1 TO DESVIACIONES
             MOVE INDT-VALOR(INDT-POS) TO VALOR-EDICION
             MOVE INDT-ANTERIOR(INDT-POS) TO ANTERIOR-EDICION
             MOVE SPACES TO LINEA-ENCUESTA
             STRING "  " INDT-DESCRIPCION(INDT-POS) " DE "
                 ANTERIOR-EDICION " A " VALOR-EDICION
                 " (" DESVIACION-EDICION " %)"
                 DELIMITED BY SIZE INTO LINEA-ENCUESTA
             WRITE LINEA-ENCUESTA
          END-IF
       END-IF.
       ADD 1 TO INDT-POS.

      ******************************************************************
      * ETCLHIST.DAT se rehace desde el archivo de trabajo y se le
      * anaden los valores del trimestre preparado.
      ******************************************************************
       GUARDA-TRIMESTRE.
       OPEN INPUT ETCLHIST-TRABAJO.
       OPEN OUTPUT HISTORICO-ENCUESTA.
       MOVE "N" TO LEE-TODO.
       PERFORM DEVUELVE-UN-VALOR-GUARDADO UNTIL LEE-TODO = "S".
       CLOSE ETCLHIST-TRABAJO.
       MOVE 1 TO INDT-POS.
       PERFORM GUARDA-UN-INDICADOR UNTIL INDT-POS > INDT-TOTAL.
       CLOSE HISTORICO-ENCUESTA.

       DEVUELVE-UN-VALOR-GUARDADO.
       READ ETCLHIST-TRABAJO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE ETCLHTMP-REGISTRO TO ETCLHIST-REGISTRO
              WRITE ETCLHIST-REGISTRO
       END-READ.

       GUARDA-UN-INDICADOR.
       MOVE TRIMESTRE-ENCUESTA TO ETCLHIST-TRIMESTRE.
       MOVE CODIGO-EMPRESA TO ETCLHIST-EMPRESA.
       MOVE INDT-CODIGO(INDT-POS) TO ETCLHIST-INDICADOR.
       MOVE INDT-VALOR(INDT-POS) TO ETCLHIST-VALOR.
       WRITE ETCLHIST-REGISTRO.
       ADD 1 TO INDT-POS.
       END PROGRAM ENCUESTA-COSTE-LABORAL.

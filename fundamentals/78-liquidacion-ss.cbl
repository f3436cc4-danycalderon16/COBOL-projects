      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion mensual de cotizaciones a la Seguridad
      *          Social. Acumula el bruto de cada trabajador del
      *          periodo pedido en el libro mayor NOMHIST.DAT, le
      *          suma la prorrata de pagas extraordinarias (el bruto
      *          entre 12, el convenio de la nomina) y forma las
      *          bases de contingencias comunes y profesionales
      *          dentro de la base minima y maxima de BASESCOT.DAT
      *          (la minima en proporcion a la jornada de
      *          JORNADAS.DAT). Reparte la cuota entre trabajador y
      *          empresa con los tipos de COTIZA.DAT y graba
      *          LIQSS.DAT con cabecera, un detalle por NAF y
      *          totalizador de control. El listado LIQSS.RPT
      *          concilia la cuota patronal con el libro de costes
      *          COSTEMP.DAT del mismo periodo y lista los
      *          trabajadores sin NAF, que no pueden liquidarse
      *          hasta completarlo con CAPTURA-NAF.
      *          Se liquida por empresa, con su codigo de cuenta de
      *          cotizacion: entran los trabajadores de la empresa
      *          pedida (la del maestro o, si ya fueron archivados,
      *          la del departamento que tenian en el historico).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-SS.
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
           SELECT COTIZA-ARCHIVO ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COTIZA-ESTADO-ARCHIVO.
           SELECT BASES-ARCHIVO ASSIGN TO "BASESCOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASES-ESTADO-ARCHIVO.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.
           SELECT COSTES-LIBRO ASSIGN TO "COSTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTES-ESTADO-ARCHIVO.
           SELECT ARCHIVO-LIQUIDACION ASSIGN TO "LIQSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-LIQUIDACION ASSIGN TO "LIQSS.RPT"
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
       COPY "21-5-historial-nomina.cbl".
      ******************************************************************
      * Tipos de cotizacion por concepto y vigencia, los mismos del
      * coste empresarial: el tipo patronal, el del trabajador y la
      * contingencia (C=comunes, P=profesionales) cuya base se usa.
      ******************************************************************
       FD  COTIZA-ARCHIVO.
       01  COTIZA-REGISTRO.
           05 COTIZA-REG-CONCEPTO     PIC X(12).
           05 COTIZA-REG-PORCENTAJE   PIC 99V99.
           05 COTIZA-REG-VIGENCIA     PIC 9(8).
           05 COTIZA-REG-TRABAJADOR   PIC 99V99.
           05 COTIZA-REG-CONTINGENCIA PIC X.
      ******************************************************************
      * Bases minima y maxima mensuales por contingencia con fecha
      * de vigencia, como los tipos: vale el juego mas reciente que
      * no pase del ultimo dia del periodo liquidado.
      ******************************************************************
       FD  BASES-ARCHIVO.
       01  BASES-REGISTRO.
           05 BASES-REG-VIGENCIA      PIC 9(8).
           05 BASES-REG-CONTINGENCIA  PIC X.
           05 BASES-REG-MINIMA        PIC 9(5)V99.
           05 BASES-REG-MAXIMA        PIC 9(5)V99.
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
      ******************************************************************
      * Archivo de liquidacion: cabecera con periodo, empresa y las
      * vigencias aplicadas, un detalle por trabajador con NAF (los
      * dos apellidos por separado, como en el maestro) y un
      * totalizador con el numero de detalles y las sumas de
      * control de bases y cuotas.
      ******************************************************************
       FD  ARCHIVO-LIQUIDACION.
       01  LIQ-REGISTRO               PIC X(133).
       01  LIQ-CABECERA REDEFINES LIQ-REGISTRO.
           05 LIQ-CAB-TIPO            PIC X.
           05 LIQ-CAB-PERIODO         PIC X(6).
           05 LIQ-CAB-EMPRESA         PIC X(6).
           05 LIQ-CAB-FECHA           PIC 9(8).
           05 LIQ-CAB-VIGENCIA-TIPOS  PIC 9(8).
           05 LIQ-CAB-VIGENCIA-BASES  PIC 9(8).
           05 LIQ-CAB-CCC             PIC X(11).
           05 FILLER                  PIC X(85).
       01  LIQ-DETALLE REDEFINES LIQ-REGISTRO.
           05 LIQ-DET-TIPO            PIC X.
           05 LIQ-DET-NAF             PIC X(12).
           05 LIQ-DET-ID              PIC 9(5).
           05 LIQ-DET-NIF             PIC X(9).
           05 LIQ-DET-PRIMER-APELLIDO PIC X(25).
           05 LIQ-DET-SEGUNDO-APELLIDO PIC X(25).
           05 LIQ-DET-NOMBRE          PIC X(15).
           05 LIQ-DET-JORNADA         PIC 9(3)V99.
           05 LIQ-DET-BASE-COMUNES    PIC 9(7)V99.
           05 LIQ-DET-BASE-PROFESIONALES PIC 9(7)V99.
           05 LIQ-DET-CUOTA-TRABAJADOR PIC 9(7)V99.
           05 LIQ-DET-CUOTA-EMPRESA   PIC 9(7)V99.
       01  LIQ-TOTALIZADOR REDEFINES LIQ-REGISTRO.
           05 LIQ-TOT-TIPO            PIC X.
           05 LIQ-TOT-REGISTROS       PIC 9(7).
           05 LIQ-TOT-BASE-COMUNES    PIC 9(11)V99.
           05 LIQ-TOT-BASE-PROFESIONALES PIC 9(11)V99.
           05 LIQ-TOT-CUOTA-TRABAJADOR PIC 9(11)V99.
           05 LIQ-TOT-CUOTA-EMPRESA   PIC 9(11)V99.
           05 FILLER                  PIC X(73).
       FD  REPORTE-LIQUIDACION.
       01  LINEA-LIQUIDACION          PIC X(110).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  COTIZA-ESTADO-ARCHIVO PIC X(2).
       77  BASES-ESTADO-ARCHIVO PIC X(2).
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  COSTES-ESTADO-ARCHIVO PIC X(2).
       77  MODO-LIQUIDACION     PIC X.
       77  OPCION-BASES         PIC X.
       77  PERIODO-LIQUIDACION  PIC X(6).
       77  MES-LIQUIDACION      PIC 9(2).
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  OPERADOR-ACTUAL      PIC X(10).
       77  CCC-EMPRESA          PIC X(11).
       77  EMPRESA-POR-OMISION  PIC X(6).
       77  EMPRESA-TRABAJADOR   PIC X(6).
       77  LIQT-DESTINO         PIC 9(3).
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
       77  COTIZA-LEE-TODO      PIC X.
       77  BASES-LEE-TODO       PIC X.
       77  JORNADA-LEE-TODO     PIC X.
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-CORRIDA        PIC 9(8).
       01  FECHA-REFERENCIA-X.
           05 FECHA-REFERENCIA-PERIODO PIC X(6).
           05 FECHA-REFERENCIA-DIA    PIC X(2) VALUE "31".
       01  FECHA-REFERENCIA REDEFINES FECHA-REFERENCIA-X PIC 9(8).
       77  VIGENCIA-ACTIVA      PIC 9(8) VALUE 0.
       77  VIGENCIA-BASES       PIC 9(8) VALUE 0.
       77  FECHA-ESTRUCTURA     PIC 9(8).
       77  FECHA-CORRECTA       PIC X.
       77  FECHA-AUX-X          PIC X(8).
       77  MES-AUX              PIC 9(2).
       77  DIA-AUX              PIC 9(2).
      ******************************************************************
      * Interfaz con el subprograma comun de aritmetica redondeada,
      * la misma politica de redondeo que aplica la nomina.
      ******************************************************************
       77  CALC-OPERACION       PIC X.
       77  CALC-REDONDEO        PIC X.
       77  CALC-NUM1            PIC S9(9)V9(4).
       77  CALC-NUM2            PIC S9(9)V9(4).
       77  CALC-RESULTADO       PIC S9(9)V9(4).
       77  CALC-RESTO           PIC S9(9)V9(4).
       77  CALC-ESTADO          PIC X.
       01  TABLA-COTIZACIONES.
           05 COTIZ-ENTRADA OCCURS 10 TIMES.
              10 COTIZ-CONCEPTO       PIC X(12).
              10 COTIZ-PORCENTAJE     PIC 99V99.
              10 COTIZ-TRABAJADOR     PIC 99V99.
              10 COTIZ-CONTINGENCIA   PIC X.
              10 COTIZ-ACUM-EMPRESA   PIC S9(11)V99.
              10 COTIZ-ACUM-TRABAJADOR PIC S9(11)V99.
       77  COTIZ-TOTAL          PIC 9(2) VALUE 0.
       77  COTIZ-POS            PIC 9(2).
      ******************************************************************
      * Topes de base del juego vigente. Sin juego en BASESCOT.DAT
      * la base es la remuneracion del mes sin minimo ni maximo.
      ******************************************************************
       77  HAY-TOPES-COMUNES    PIC X VALUE "N".
       77  HAY-TOPES-PROFESIONALES PIC X VALUE "N".
       77  MINIMA-COMUNES       PIC 9(5)V99 VALUE 0.
       77  MAXIMA-COMUNES       PIC 9(5)V99 VALUE 0.
       77  MINIMA-PROFESIONALES PIC 9(5)V99 VALUE 0.
       77  MAXIMA-PROFESIONALES PIC 9(5)V99 VALUE 0.
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  PORCENTAJE-JORNADA   PIC 9(3)V99 VALUE 100.
      ******************************************************************
      * Acumulado por trabajador del periodo: bruto del libro mayor,
      * la cuota patronal sobre ese bruto calculada registro a
      * registro como la calcula el coste empresarial, y lo que
      * figura en COSTEMP.DAT, para la conciliacion.
      ******************************************************************
       01  TABLA-TRABAJADORES.
           05 LIQT-ENTRADA OCCURS 500 TIMES.
              10 LIQT-ID              PIC 9(5).
              10 LIQT-BRUTO           PIC S9(9)V99.
              10 LIQT-CUOTA-BRUTO     PIC S9(9)V99.
              10 LIQT-COSTEMP         PIC S9(9)V99.
              10 LIQT-EN-NOMINA       PIC X.
       77  LIQT-TOTAL           PIC 9(3) VALUE 0.
       77  LIQT-POS             PIC 9(3).
       77  LIQT-HALLADO         PIC X.
       77  LIQT-BUSCADO         PIC 9(5).
       77  REGISTROS-COSTEMP    PIC 9(5) VALUE 0.
       77  NAF-TRABAJADOR       PIC X(12).
       77  NIF-TRABAJADOR       PIC X(9).
       77  NOMBRE-TRABAJADOR    PIC X(15).
       01  APELLIDOS-TRABAJADOR.
           05 PRIMER-APELLIDO-TRABAJADOR  PIC X(25).
           05 SEGUNDO-APELLIDO-TRABAJADOR PIC X(25).
       77  APELLIDOS-LISTADO    PIC X(20).
       77  PRORRATA-EXTRAS      PIC S9(7)V99.
       77  REMUNERACION-MES     PIC S9(9)V99.
       77  BASE-MINIMA          PIC 9(7)V99.
       77  BASE-COMUNES         PIC 9(7)V99.
       77  BASE-PROFESIONALES   PIC 9(7)V99.
       77  BASE-CONCEPTO        PIC 9(7)V99.
       77  CUOTA-EMPRESA        PIC S9(9)V99.
       77  CUOTA-TRABAJADOR     PIC S9(9)V99.
       77  CUOTA-BRUTO-REGISTRO PIC S9(9)V99.
       77  TRABAJADORES-LIQUIDADOS PIC 9(5) VALUE 0.
       77  SIN-NAF              PIC 9(5) VALUE 0.
       77  DESCUADRES           PIC 9(5) VALUE 0.
       77  TOTAL-BASE-COMUNES   PIC S9(11)V99 VALUE 0.
       77  TOTAL-BASE-PROFESIONALES PIC S9(11)V99 VALUE 0.
       77  TOTAL-CUOTA-TRABAJADOR PIC S9(11)V99 VALUE 0.
       77  TOTAL-CUOTA-EMPRESA  PIC S9(11)V99 VALUE 0.
       77  TOTAL-EMPRESA-SIN-NAF PIC S9(11)V99 VALUE 0.
       77  TOTAL-EMPRESA-BASES  PIC S9(11)V99 VALUE 0.
       77  TOTAL-CUOTA-BRUTO    PIC S9(11)V99 VALUE 0.
       77  TOTAL-COSTEMP        PIC S9(11)V99 VALUE 0.
       77  DIFERENCIA-COSTEMP   PIC S9(11)V99 VALUE 0.
       77  AJUSTE-BASES         PIC S9(11)V99 VALUE 0.
       77  IMPORTE-EDICION      PIC -(11)9.99.
       77  CUOTA-EDICION        PIC -(9)9.99.
       77  BASE-EDICION         PIC ZZZZZZ9.99.
       77  BASE-P-EDICION       PIC ZZZZZZ9.99.
       77  PORCENTAJE-EDICION   PIC Z9.99.
       77  PORCENTAJE-T-EDICION PIC Z9.99.
       77  MINIMA-EDICION       PIC ZZZZ9.99.
       77  MAXIMA-EDICION       PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "LIQUIDACION MENSUAL DE COTIZACIONES SOCIALES".
       DISPLAY "MODO (1=LIQUIDACION DEL MES, "
           "2=MANTENIMIENTO DE BASES MINIMAS Y MAXIMAS): ".
       ACCEPT MODO-LIQUIDACION.
       IF MODO-LIQUIDACION = "2"
          PERFORM MANTENIMIENTO-BASES
          GOBACK
       END-IF.
       IF MODO-LIQUIDACION NOT = "1"
          DISPLAY "MODO NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "PERIODO A LIQUIDAR (AAAAMM): ".
       ACCEPT PERIODO-LIQUIDACION.
       IF PERIODO-LIQUIDACION IS NOT NUMERIC
          DISPLAY "PERIODO NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE PERIODO-LIQUIDACION(5:2) TO MES-LIQUIDACION.
       IF MES-LIQUIDACION < 1 OR MES-LIQUIDACION > 12
          DISPLAY "PERIODO NO VALIDO: LAS PAGAS EXTRAORDINARIAS "
              "COTIZAN PRORRATEADAS EN LOS MESES."
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
              "AUTORIZADA AL OPERADOR. LIQSS.DAT NO GENERADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-CCC TO CCC-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       MOVE PERIODO-LIQUIDACION TO FECHA-REFERENCIA-PERIODO.
       PERFORM CARGA-COTIZACIONES.
       IF COTIZ-TOTAL = 0
          DISPLAY "NO HAY TIPOS DE COTIZACION VIGENTES EN COTIZA.DAT."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-BASES.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY HISTORIAL DE NOMINA (NOMHIST.DAT)."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE "N" TO LEE-TODO.
       PERFORM ACUMULA-UN-BRUTO UNTIL LEE-TODO = "S".
       CLOSE NOMINA-HISTORIAL.
       IF LIQT-TOTAL = 0
          DISPLAY "NO HAY REGISTROS DEL PERIODO " PERIODO-LIQUIDACION
              " EN EL HISTORIAL."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ACUMULA-COSTES.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM FILTRA-TRABAJADORES-EMPRESA.
       IF LIQT-TOTAL = 0
          DISPLAY "NO HAY TRABAJADORES DE LA EMPRESA " CODIGO-EMPRESA
              " EN EL PERIODO " PERIODO-LIQUIDACION "."
          CLOSE EMPLEADOS-ARCHIVO
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       CALL "FECHA-PROCESO" USING FECHA-CORRIDA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT ARCHIVO-LIQUIDACION.
       OPEN OUTPUT REPORTE-LIQUIDACION.
       PERFORM ESCRIBE-CABECERAS.
       MOVE 1 TO LIQT-POS.
       PERFORM ABRE-JORNADAS.
       PERFORM LIQUIDA-TRABAJADOR UNTIL LIQT-POS > LIQT-TOTAL.
       PERFORM CIERRA-JORNADAS.
       PERFORM ESCRIBE-TOTALIZADOR.
       PERFORM ESCRIBE-CONCILIACION.
       CLOSE ARCHIVO-LIQUIDACION.
       CLOSE REPORTE-LIQUIDACION.
       CLOSE EMPLEADOS-ARCHIVO.
       DISPLAY "LIQUIDACION ESCRITA EN LIQSS.DAT: "
           TRABAJADORES-LIQUIDADOS " TRABAJADORES, " SIN-NAF
           " SIN NAF (VER LIQSS.RPT).".
       IF SIN-NAF > 0 OR DESCUADRES > 0 OR REGISTROS-COSTEMP = 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

      ******************************************************************
      * Juego de tipos con la vigencia mas reciente que no pase del
      * ultimo dia del periodo, con las dos pasadas de los tramos.
      * Los registros grabados antes de existir el tipo del
      * trabajador y la contingencia cotizan solo a cargo de la
      * empresa y por contingencias comunes.
      ******************************************************************
       CARGA-COTIZACIONES.
       MOVE 0 TO VIGENCIA-ACTIVA.
       OPEN INPUT COTIZA-ARCHIVO.
       IF COTIZA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO COTIZA-LEE-TODO
          PERFORM BUSCA-VIGENCIA-COTIZA UNTIL COTIZA-LEE-TODO = "S"
       END-IF.
       CLOSE COTIZA-ARCHIVO.
       MOVE 0 TO COTIZ-TOTAL.
       IF VIGENCIA-ACTIVA > 0
          OPEN INPUT COTIZA-ARCHIVO
          MOVE "N" TO COTIZA-LEE-TODO
          PERFORM CARGA-COTIZA-VIGENTE UNTIL COTIZA-LEE-TODO = "S"
          CLOSE COTIZA-ARCHIVO
       END-IF.

       BUSCA-VIGENCIA-COTIZA.
       READ COTIZA-ARCHIVO
           AT END MOVE "S" TO COTIZA-LEE-TODO
           NOT AT END
              IF COTIZA-REG-VIGENCIA <= FECHA-REFERENCIA
                  AND COTIZA-REG-VIGENCIA > VIGENCIA-ACTIVA
                 MOVE COTIZA-REG-VIGENCIA TO VIGENCIA-ACTIVA
              END-IF
       END-READ.

       CARGA-COTIZA-VIGENTE.
       READ COTIZA-ARCHIVO
           AT END MOVE "S" TO COTIZA-LEE-TODO
           NOT AT END
              IF COTIZA-REG-VIGENCIA = VIGENCIA-ACTIVA
                 IF COTIZ-TOTAL < 10
                    ADD 1 TO COTIZ-TOTAL
                    MOVE COTIZA-REG-CONCEPTO
                        TO COTIZ-CONCEPTO(COTIZ-TOTAL)
                    MOVE COTIZA-REG-PORCENTAJE
                        TO COTIZ-PORCENTAJE(COTIZ-TOTAL)
                    IF COTIZA-REG-TRABAJADOR IS NUMERIC
                       MOVE COTIZA-REG-TRABAJADOR
                           TO COTIZ-TRABAJADOR(COTIZ-TOTAL)
                    ELSE
                       MOVE 0 TO COTIZ-TRABAJADOR(COTIZ-TOTAL)
                    END-IF
                    IF COTIZA-REG-CONTINGENCIA = "P"
                       MOVE "P" TO COTIZ-CONTINGENCIA(COTIZ-TOTAL)
                    ELSE
                       MOVE "C" TO COTIZ-CONTINGENCIA(COTIZ-TOTAL)
                    END-IF
                    MOVE 0 TO COTIZ-ACUM-EMPRESA(COTIZ-TOTAL)
                    MOVE 0 TO COTIZ-ACUM-TRABAJADOR(COTIZ-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE COTIZACIONES LLENA."
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Bases minima y maxima del juego vigente al ultimo dia del
      * periodo, en las mismas dos pasadas.
      ******************************************************************
       CARGA-BASES.
       MOVE 0 TO VIGENCIA-BASES.
       MOVE "N" TO HAY-TOPES-COMUNES HAY-TOPES-PROFESIONALES.
       OPEN INPUT BASES-ARCHIVO.
       IF BASES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO BASES-LEE-TODO
          PERFORM BUSCA-VIGENCIA-BASES UNTIL BASES-LEE-TODO = "S"
       END-IF.
       CLOSE BASES-ARCHIVO.
       IF VIGENCIA-BASES > 0
          OPEN INPUT BASES-ARCHIVO
          MOVE "N" TO BASES-LEE-TODO
          PERFORM CARGA-BASES-VIGENTES UNTIL BASES-LEE-TODO = "S"
          CLOSE BASES-ARCHIVO
       END-IF.

       BUSCA-VIGENCIA-BASES.
       READ BASES-ARCHIVO
           AT END MOVE "S" TO BASES-LEE-TODO
           NOT AT END
              IF BASES-REG-VIGENCIA <= FECHA-REFERENCIA
                  AND BASES-REG-VIGENCIA > VIGENCIA-BASES
                 MOVE BASES-REG-VIGENCIA TO VIGENCIA-BASES
              END-IF
       END-READ.

       CARGA-BASES-VIGENTES.
       READ BASES-ARCHIVO
           AT END MOVE "S" TO BASES-LEE-TODO
           NOT AT END
              IF BASES-REG-VIGENCIA = VIGENCIA-BASES
                 IF BASES-REG-CONTINGENCIA = "P"
                    MOVE "S" TO HAY-TOPES-PROFESIONALES
                    MOVE BASES-REG-MINIMA TO MINIMA-PROFESIONALES
                    MOVE BASES-REG-MAXIMA TO MAXIMA-PROFESIONALES
                 ELSE
                    MOVE "S" TO HAY-TOPES-COMUNES
                    MOVE BASES-REG-MINIMA TO MINIMA-COMUNES
                    MOVE BASES-REG-MAXIMA TO MAXIMA-COMUNES
                 END-IF
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
      * Bruto del periodo por trabajador, con todas las clases de
      * registro (ordinaria y correcciones fuera de ciclo). La cuota
      * patronal sobre el bruto se redondea registro a registro,
      * igual que los apuntes de COSTEMP.DAT, para que cuadre al
      * centimo.
      ******************************************************************
       ACUMULA-UN-BRUTO.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO = PERIODO-LIQUIDACION
                 MOVE HISTORIAL-EMPLEADOS-ID TO LIQT-BUSCADO
                 PERFORM LOCALIZA-TRABAJADOR
                 IF LIQT-HALLADO = "S"
                    MOVE "S" TO LIQT-EN-NOMINA(LIQT-POS)
                    ADD HISTORIAL-BRUTO TO LIQT-BRUTO(LIQT-POS)
                    MOVE 0 TO CUOTA-BRUTO-REGISTRO
                    MOVE 1 TO COTIZ-POS
                    PERFORM CUOTA-PATRONAL-BRUTO
                        UNTIL COTIZ-POS > COTIZ-TOTAL
                    ADD CUOTA-BRUTO-REGISTRO
                        TO LIQT-CUOTA-BRUTO(LIQT-POS)
                 END-IF
              END-IF
       END-READ.

       CUOTA-PATRONAL-BRUTO.
       MOVE "M" TO CALC-OPERACION.
       MOVE "1" TO CALC-REDONDEO.
       MOVE HISTORIAL-BRUTO TO CALC-NUM1.
       COMPUTE CALC-NUM2 = COTIZ-PORCENTAJE(COTIZ-POS) / 100.
       CALL "CALCULO-REDONDEADO" USING CALC-OPERACION
           CALC-REDONDEO CALC-NUM1 CALC-NUM2 CALC-RESULTADO
           CALC-RESTO CALC-ESTADO.
       IF CALC-ESTADO NOT = "0"
          MOVE 0 TO CALC-RESULTADO
       END-IF.
       ADD CALC-RESULTADO TO CUOTA-BRUTO-REGISTRO.
       ADD 1 TO COTIZ-POS.

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
              IF COSTE-PERIODO = PERIODO-LIQUIDACION
                 ADD 1 TO REGISTROS-COSTEMP
                 MOVE COSTE-EMPLEADOS-ID TO LIQT-BUSCADO
                 PERFORM LOCALIZA-TRABAJADOR
                 IF LIQT-HALLADO = "S"
                    ADD COSTE-IMPORTE TO LIQT-COSTEMP(LIQT-POS)
                 END-IF
              END-IF
       END-READ.

       LOCALIZA-TRABAJADOR.
       MOVE "N" TO LIQT-HALLADO.
       MOVE 1 TO LIQT-POS.
       PERFORM BUSCA-TRABAJADOR
           UNTIL LIQT-POS > LIQT-TOTAL
           OR LIQT-HALLADO = "S".
       IF LIQT-HALLADO = "N"
          IF LIQT-TOTAL < 500
             ADD 1 TO LIQT-TOTAL
             MOVE LIQT-TOTAL TO LIQT-POS
             MOVE LIQT-BUSCADO TO LIQT-ID(LIQT-POS)
             MOVE 0 TO LIQT-BRUTO(LIQT-POS)
             MOVE 0 TO LIQT-CUOTA-BRUTO(LIQT-POS)
             MOVE 0 TO LIQT-COSTEMP(LIQT-POS)
             MOVE "N" TO LIQT-EN-NOMINA(LIQT-POS)
             MOVE "S" TO LIQT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE TRABAJADORES LLENA."
          END-IF
       END-IF.

       BUSCA-TRABAJADOR.
       IF LIQT-ID(LIQT-POS) = LIQT-BUSCADO
          MOVE "S" TO LIQT-HALLADO
       ELSE
          ADD 1 TO LIQT-POS
       END-IF.

      ******************************************************************
      * Se quedan en la tabla solo los trabajadores de la empresa
      * que se liquida, compactandola sobre si misma. La empresa es
      * la del maestro; para los archivados, la del departamento
      * que tenian en el historico; en blanco, la de omision.
      ******************************************************************
       FILTRA-TRABAJADORES-EMPRESA.
       OPEN INPUT ARCHIVO-HISTORICO.
       MOVE 0 TO LIQT-DESTINO.
       MOVE 1 TO LIQT-POS.
       PERFORM FILTRA-UN-TRABAJADOR UNTIL LIQT-POS > LIQT-TOTAL.
       MOVE LIQT-DESTINO TO LIQT-TOTAL.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
           OR HISTORICO-ESTADO-ARCHIVO = "23"
          CLOSE ARCHIVO-HISTORICO
       END-IF.

       FILTRA-UN-TRABAJADOR.
       MOVE SPACES TO EMPRESA-TRABAJADOR.
       MOVE "N" TO ENCONTRADO.
       MOVE LIQT-ID(LIQT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY CONTINUE
           NOT INVALID KEY
              MOVE "S" TO ENCONTRADO
              MOVE EMPLEADOS-EMPRESA TO EMPRESA-TRABAJADOR
       END-READ.
       IF ENCONTRADO = "N"
          IF HISTORICO-ESTADO-ARCHIVO = "00"
              OR HISTORICO-ESTADO-ARCHIVO = "23"
             MOVE LIQT-ID(LIQT-POS) TO HISTORICO-ID
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
          ADD 1 TO LIQT-DESTINO
          MOVE LIQT-ENTRADA(LIQT-POS) TO LIQT-ENTRADA(LIQT-DESTINO)
       END-IF.
       ADD 1 TO LIQT-POS.

       ESCRIBE-CABECERAS.
       MOVE SPACES TO LIQ-REGISTRO.
       MOVE "H" TO LIQ-CAB-TIPO.
       MOVE PERIODO-LIQUIDACION TO LIQ-CAB-PERIODO.
       MOVE CODIGO-EMPRESA TO LIQ-CAB-EMPRESA.
       MOVE FECHA-CORRIDA TO LIQ-CAB-FECHA.
       MOVE VIGENCIA-ACTIVA TO LIQ-CAB-VIGENCIA-TIPOS.
       MOVE VIGENCIA-BASES TO LIQ-CAB-VIGENCIA-BASES.
       MOVE CCC-EMPRESA TO LIQ-CAB-CCC.
       WRITE LIQ-REGISTRO.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "LIQUIDACION DE COTIZACIONES SOCIALES - PERIODO "
           PERIODO-LIQUIDACION " - EMPRESA " CODIGO-EMPRESA
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "VIGENCIA DE TIPOS: " VIGENCIA-ACTIVA
           "   VIGENCIA DE BASES: " VIGENCIA-BASES
           "   CUENTA DE COTIZACION: " CCC-EMPRESA
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       IF VIGENCIA-BASES = 0
          MOVE SPACES TO LINEA-LIQUIDACION
          STRING "AVISO: SIN BASES MINIMAS Y MAXIMAS EN BASESCOT.DAT;"
              " LAS BASES NO SE LIMITAN."
              DELIMITED BY SIZE INTO LINEA-LIQUIDACION
          WRITE LINEA-LIQUIDACION
       END-IF.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "NAF          ID    APELLIDOS            "
           "BASE C.COMUN  BASE C.PROF.  CUOTA TRABAJ.  CUOTA EMPRESA"
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.

      ******************************************************************
      * Un trabajador del periodo: sin nomina del periodo solo puede
      * venir de COSTEMP.DAT y se deja para la conciliacion; sin NAF
      * se calcula para la conciliacion pero no se liquida.
      ******************************************************************
       LIQUIDA-TRABAJADOR.
       IF LIQT-EN-NOMINA(LIQT-POS) = "S"
          PERFORM RESUELVE-TRABAJADOR
          PERFORM CALCULA-BASES
          PERFORM CALCULA-CUOTAS
          ADD LIQT-CUOTA-BRUTO(LIQT-POS) TO TOTAL-CUOTA-BRUTO
          ADD CUOTA-EMPRESA TO TOTAL-EMPRESA-BASES
          IF NAF-TRABAJADOR = SPACES
             ADD 1 TO SIN-NAF
             ADD CUOTA-EMPRESA TO TOTAL-EMPRESA-SIN-NAF
             MOVE REMUNERACION-MES TO IMPORTE-EDICION
             MOVE SPACES TO LINEA-LIQUIDACION
             STRING "SIN NAF: ID " LIQT-ID(LIQT-POS) " "
                 APELLIDOS-LISTADO " REMUNERACION: "
                 IMPORTE-EDICION " (NO LIQUIDADO)"
                 DELIMITED BY SIZE INTO LINEA-LIQUIDACION
             WRITE LINEA-LIQUIDACION
          ELSE
             PERFORM ESCRIBE-DETALLE-LIQUIDACION
          END-IF
       END-IF.
       ADD LIQT-COSTEMP(LIQT-POS) TO TOTAL-COSTEMP.
       ADD 1 TO LIQT-POS.

       RESUELVE-TRABAJADOR.
       MOVE SPACES TO NAF-TRABAJADOR NIF-TRABAJADOR
           NOMBRE-TRABAJADOR APELLIDOS-TRABAJADOR.
       MOVE LIQT-ID(LIQT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
              MOVE "(NO ESTA EN EL MAESTRO)"
                  TO PRIMER-APELLIDO-TRABAJADOR
           NOT INVALID KEY
              MOVE EMPLEADOS-NAF TO NAF-TRABAJADOR
              MOVE EMPLEADOS-NIF TO NIF-TRABAJADOR
              MOVE EMPLEADOS-NOMBRE TO NOMBRE-TRABAJADOR
              MOVE EMPLEADOS-PRIMER-APELLIDO
                  TO PRIMER-APELLIDO-TRABAJADOR
              MOVE EMPLEADOS-SEGUNDO-APELLIDO
                  TO SEGUNDO-APELLIDO-TRABAJADOR
       END-READ.
       MOVE APELLIDOS-TRABAJADOR TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDOS-MOSTRADOS TO APELLIDOS-LISTADO.
       IF NAF-TRABAJADOR = LOW-VALUES
          MOVE SPACES TO NAF-TRABAJADOR
       END-IF.

      ******************************************************************
      * Remuneracion del mes mas la prorrata de pagas extra; cada
      * base se lleva a su minimo (en proporcion a la jornada
      * vigente al cierre del mes) y a su maximo.
      ******************************************************************
       CALCULA-BASES.
       MOVE "D" TO CALC-OPERACION.
       MOVE "1" TO CALC-REDONDEO.
       MOVE LIQT-BRUTO(LIQT-POS) TO CALC-NUM1.
       MOVE 12 TO CALC-NUM2.
       CALL "CALCULO-REDONDEADO" USING CALC-OPERACION
           CALC-REDONDEO CALC-NUM1 CALC-NUM2 CALC-RESULTADO
           CALC-RESTO CALC-ESTADO.
       IF CALC-ESTADO NOT = "0"
          MOVE 0 TO CALC-RESULTADO
       END-IF.
       MOVE CALC-RESULTADO TO PRORRATA-EXTRAS.
       COMPUTE REMUNERACION-MES = LIQT-BRUTO(LIQT-POS)
           + PRORRATA-EXTRAS.
       PERFORM DETERMINA-JORNADA-TRABAJADOR.
       IF REMUNERACION-MES > 0
          MOVE REMUNERACION-MES TO BASE-COMUNES
          MOVE REMUNERACION-MES TO BASE-PROFESIONALES
       ELSE
          MOVE 0 TO BASE-COMUNES BASE-PROFESIONALES
       END-IF.
       IF HAY-TOPES-COMUNES = "S"
          COMPUTE BASE-MINIMA ROUNDED
              = MINIMA-COMUNES * PORCENTAJE-JORNADA / 100
          IF BASE-COMUNES < BASE-MINIMA
             MOVE BASE-MINIMA TO BASE-COMUNES
          END-IF
          IF BASE-COMUNES > MAXIMA-COMUNES
             MOVE MAXIMA-COMUNES TO BASE-COMUNES
          END-IF
       END-IF.
       IF HAY-TOPES-PROFESIONALES = "S"
          COMPUTE BASE-MINIMA ROUNDED
              = MINIMA-PROFESIONALES * PORCENTAJE-JORNADA / 100
          IF BASE-PROFESIONALES < BASE-MINIMA
             MOVE BASE-MINIMA TO BASE-PROFESIONALES
          END-IF
          IF BASE-PROFESIONALES > MAXIMA-PROFESIONALES
             MOVE MAXIMA-PROFESIONALES TO BASE-PROFESIONALES
          END-IF
       END-IF.

       DETERMINA-JORNADA-TRABAJADOR.
       MOVE 100 TO PORCENTAJE-JORNADA.
       IF JORNADAS-ABIERTO = "S"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE LIQT-ID(LIQT-POS) TO JORNADA-EMPLEADOS-ID
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
              IF JORNADA-EMPLEADOS-ID NOT = LIQT-ID(LIQT-POS)
                  OR JORNADA-DESDE > FECHA-REFERENCIA
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 MOVE JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA
              END-IF
       END-READ.

      ******************************************************************
      * Cuota por concepto sobre la base de su contingencia: la parte
      * de la empresa y la del trabajador, cada una redondeada.
      ******************************************************************
       CALCULA-CUOTAS.
       MOVE 0 TO CUOTA-EMPRESA CUOTA-TRABAJADOR.
       MOVE 1 TO COTIZ-POS.
       PERFORM CUOTA-UN-CONCEPTO UNTIL COTIZ-POS > COTIZ-TOTAL.

       CUOTA-UN-CONCEPTO.
       IF COTIZ-CONTINGENCIA(COTIZ-POS) = "P"
          MOVE BASE-PROFESIONALES TO BASE-CONCEPTO
       ELSE
          MOVE BASE-COMUNES TO BASE-CONCEPTO
       END-IF.
       MOVE "M" TO CALC-OPERACION.
       MOVE "1" TO CALC-REDONDEO.
       MOVE BASE-CONCEPTO TO CALC-NUM1.
       COMPUTE CALC-NUM2 = COTIZ-PORCENTAJE(COTIZ-POS) / 100.
       CALL "CALCULO-REDONDEADO" USING CALC-OPERACION
           CALC-REDONDEO CALC-NUM1 CALC-NUM2 CALC-RESULTADO
           CALC-RESTO CALC-ESTADO.
       IF CALC-ESTADO NOT = "0"
          DISPLAY "AVISO: DESBORDAMIENTO EN LA CUOTA DEL ID "
              LIQT-ID(LIQT-POS)
          MOVE 0 TO CALC-RESULTADO
       END-IF.
       ADD CALC-RESULTADO TO CUOTA-EMPRESA.
       IF NAF-TRABAJADOR NOT = SPACES
          ADD CALC-RESULTADO TO COTIZ-ACUM-EMPRESA(COTIZ-POS)
       END-IF.
       MOVE "M" TO CALC-OPERACION.
       MOVE "1" TO CALC-REDONDEO.
       MOVE BASE-CONCEPTO TO CALC-NUM1.
       COMPUTE CALC-NUM2 = COTIZ-TRABAJADOR(COTIZ-POS) / 100.
       CALL "CALCULO-REDONDEADO" USING CALC-OPERACION
           CALC-REDONDEO CALC-NUM1 CALC-NUM2 CALC-RESULTADO
           CALC-RESTO CALC-ESTADO.
       IF CALC-ESTADO NOT = "0"
          MOVE 0 TO CALC-RESULTADO
       END-IF.
       ADD CALC-RESULTADO TO CUOTA-TRABAJADOR.
       IF NAF-TRABAJADOR NOT = SPACES
          ADD CALC-RESULTADO TO COTIZ-ACUM-TRABAJADOR(COTIZ-POS)
       END-IF.
       ADD 1 TO COTIZ-POS.

       ESCRIBE-DETALLE-LIQUIDACION.
       ADD 1 TO TRABAJADORES-LIQUIDADOS.
       ADD BASE-COMUNES TO TOTAL-BASE-COMUNES.
       ADD BASE-PROFESIONALES TO TOTAL-BASE-PROFESIONALES.
       ADD CUOTA-TRABAJADOR TO TOTAL-CUOTA-TRABAJADOR.
       ADD CUOTA-EMPRESA TO TOTAL-CUOTA-EMPRESA.
       MOVE SPACES TO LIQ-REGISTRO.
       MOVE "D" TO LIQ-DET-TIPO.
       MOVE NAF-TRABAJADOR TO LIQ-DET-NAF.
       MOVE LIQT-ID(LIQT-POS) TO LIQ-DET-ID.
       MOVE NIF-TRABAJADOR TO LIQ-DET-NIF.
       MOVE PRIMER-APELLIDO-TRABAJADOR TO LIQ-DET-PRIMER-APELLIDO.
       MOVE SEGUNDO-APELLIDO-TRABAJADOR TO LIQ-DET-SEGUNDO-APELLIDO.
       MOVE NOMBRE-TRABAJADOR TO LIQ-DET-NOMBRE.
       MOVE PORCENTAJE-JORNADA TO LIQ-DET-JORNADA.
       MOVE BASE-COMUNES TO LIQ-DET-BASE-COMUNES.
       MOVE BASE-PROFESIONALES TO LIQ-DET-BASE-PROFESIONALES.
       MOVE CUOTA-TRABAJADOR TO LIQ-DET-CUOTA-TRABAJADOR.
       MOVE CUOTA-EMPRESA TO LIQ-DET-CUOTA-EMPRESA.
       WRITE LIQ-REGISTRO.
       MOVE BASE-COMUNES TO BASE-EDICION.
       MOVE BASE-PROFESIONALES TO BASE-P-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING NAF-TRABAJADOR " " LIQT-ID(LIQT-POS) " "
           APELLIDOS-LISTADO " " BASE-EDICION "    "
           BASE-P-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       MOVE CUOTA-TRABAJADOR TO CUOTA-EDICION.
       MOVE CUOTA-EDICION TO LINEA-LIQUIDACION(73:13).
       MOVE CUOTA-EMPRESA TO CUOTA-EDICION.
       MOVE CUOTA-EDICION TO LINEA-LIQUIDACION(88:13).
       WRITE LINEA-LIQUIDACION.

       ESCRIBE-TOTALIZADOR.
       MOVE SPACES TO LIQ-REGISTRO.
       MOVE "T" TO LIQ-TOT-TIPO.
       MOVE TRABAJADORES-LIQUIDADOS TO LIQ-TOT-REGISTROS.
       MOVE TOTAL-BASE-COMUNES TO LIQ-TOT-BASE-COMUNES.
       MOVE TOTAL-BASE-PROFESIONALES TO LIQ-TOT-BASE-PROFESIONALES.
       MOVE TOTAL-CUOTA-TRABAJADOR TO LIQ-TOT-CUOTA-TRABAJADOR.
       MOVE TOTAL-CUOTA-EMPRESA TO LIQ-TOT-CUOTA-EMPRESA.
       WRITE LIQ-REGISTRO.
       MOVE SPACES TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "TRABAJADORES LIQUIDADOS: " TRABAJADORES-LIQUIDADOS
           "   SIN NAF (NO LIQUIDADOS): " SIN-NAF
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE 1 TO COTIZ-POS.
       PERFORM ESCRIBE-TOTAL-CONCEPTO UNTIL COTIZ-POS > COTIZ-TOTAL.
       MOVE TOTAL-BASE-COMUNES TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "TOTAL BASES CONTINGENCIAS COMUNES:       "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE TOTAL-BASE-PROFESIONALES TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "TOTAL BASES CONTINGENCIAS PROFESIONALES: "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE TOTAL-CUOTA-TRABAJADOR TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "TOTAL CUOTA DEL TRABAJADOR:              "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE TOTAL-CUOTA-EMPRESA TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "TOTAL CUOTA DE LA EMPRESA:               "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.

       ESCRIBE-TOTAL-CONCEPTO.
       MOVE COTIZ-PORCENTAJE(COTIZ-POS) TO PORCENTAJE-EDICION.
       MOVE COTIZ-TRABAJADOR(COTIZ-POS) TO PORCENTAJE-T-EDICION.
       MOVE COTIZ-ACUM-EMPRESA(COTIZ-POS) TO IMPORTE-EDICION.
       MOVE COTIZ-ACUM-TRABAJADOR(COTIZ-POS) TO CUOTA-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "  " COTIZ-CONCEPTO(COTIZ-POS) " ("
           COTIZ-CONTINGENCIA(COTIZ-POS) ") EMPRESA "
           PORCENTAJE-EDICION "%: " IMPORTE-EDICION
           "  TRABAJADOR " PORCENTAJE-T-EDICION "%: " CUOTA-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       ADD 1 TO COTIZ-POS.

      ******************************************************************
      * Conciliacion con el libro de costes del mismo periodo: la
      * cuota patronal recalculada sobre el bruto debe coincidir al
      * centimo con COSTEMP.DAT; la diferencia con lo liquidado es
      * solo la prorrata de pagas extra y los topes de base.
      ******************************************************************
       ESCRIBE-CONCILIACION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "CONCILIACION CON EL LIBRO DE COSTES COSTEMP.DAT - "
           "PERIODO " PERIODO-LIQUIDACION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       IF REGISTROS-COSTEMP = 0
          MOVE SPACES TO LINEA-LIQUIDACION
          STRING "AVISO: SIN APUNTES DEL PERIODO EN COSTEMP.DAT; "
              "EJECUTE COSTES-EMPRESA DEL PERIODO ANTES DE "
              "PRESENTAR."
              DELIMITED BY SIZE INTO LINEA-LIQUIDACION
          WRITE LINEA-LIQUIDACION
       ELSE
          MOVE 1 TO LIQT-POS
          PERFORM CONCILIA-TRABAJADOR UNTIL LIQT-POS > LIQT-TOTAL
       END-IF.
       COMPUTE DIFERENCIA-COSTEMP = TOTAL-COSTEMP - TOTAL-CUOTA-BRUTO.
       COMPUTE AJUSTE-BASES = TOTAL-EMPRESA-BASES - TOTAL-CUOTA-BRUTO.
       MOVE TOTAL-COSTEMP TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "COSTE PATRONAL EN COSTEMP.DAT:           "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE TOTAL-CUOTA-BRUTO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "CUOTA PATRONAL SOBRE EL BRUTO:           "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE DIFERENCIA-COSTEMP TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "DIFERENCIA (DEBE SER CERO):              "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE AJUSTE-BASES TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "AJUSTE POR PRORRATA DE PAGAS Y TOPES:    "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE TOTAL-EMPRESA-BASES TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "CUOTA PATRONAL SOBRE LAS BASES:          "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE TOTAL-EMPRESA-SIN-NAF TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "  DE ELLA SIN NAF (NO LIQUIDADA):        "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE TOTAL-CUOTA-EMPRESA TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-LIQUIDACION.
       STRING "  DE ELLA EN LIQSS.DAT:                  "
           IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       IF DIFERENCIA-COSTEMP NOT = 0
          MOVE SPACES TO LINEA-LIQUIDACION
          STRING "AVISO: LA LIQUIDACION NO CUADRA CON COSTEMP.DAT ("
              DESCUADRES " TRABAJADORES DESCUADRADOS)."
              DELIMITED BY SIZE INTO LINEA-LIQUIDACION
          WRITE LINEA-LIQUIDACION
          DISPLAY "AVISO: DESCUADRE CON COSTEMP.DAT (VER LIQSS.RPT)."
       END-IF.

       CONCILIA-TRABAJADOR.
       IF LIQT-COSTEMP(LIQT-POS) NOT = LIQT-CUOTA-BRUTO(LIQT-POS)
          ADD 1 TO DESCUADRES
          MOVE LIQT-COSTEMP(LIQT-POS) TO IMPORTE-EDICION
          MOVE LIQT-CUOTA-BRUTO(LIQT-POS) TO CUOTA-EDICION
          MOVE SPACES TO LINEA-LIQUIDACION
          IF LIQT-EN-NOMINA(LIQT-POS) = "N"
             STRING "  ID " LIQT-ID(LIQT-POS)
                 " EN COSTEMP.DAT SIN NOMINA DEL PERIODO: "
                 IMPORTE-EDICION
                 DELIMITED BY SIZE INTO LINEA-LIQUIDACION
          ELSE
             STRING "  ID " LIQT-ID(LIQT-POS)
                 " COSTEMP.DAT: " IMPORTE-EDICION
                 "  SOBRE EL BRUTO: " CUOTA-EDICION
                 DELIMITED BY SIZE INTO LINEA-LIQUIDACION
          END-IF
          WRITE LINEA-LIQUIDACION
       END-IF.
       ADD 1 TO LIQT-POS.

      ******************************************************************
      * Mantenimiento de la tabla de bases minimas y maximas: listar
      * el juego vigente hoy o agregar un limite con su vigencia;
      * los juegos nuevos se agregan sin tocar los anteriores, para
      * que las liquidaciones pasadas puedan repetirse.
      ******************************************************************
       MANTENIMIENTO-BASES.
       MOVE SPACES TO OPCION-BASES.
       PERFORM GESTIONA-BASES UNTIL OPCION-BASES = "0".

       GESTIONA-BASES.
       DISPLAY "-- MANTENIMIENTO DE BASES DE COTIZACION --".
       DISPLAY "L - LISTAR VIGENTES / A - AGREGAR LIMITE / 0 - SALIR".
       ACCEPT OPCION-BASES.
       IF OPCION-BASES = "L"
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-ACTUAL(1:8) TO FECHA-REFERENCIA
          PERFORM CARGA-BASES
          IF VIGENCIA-BASES = 0
             DISPLAY "NO HAY BASES VIGENTES."
          ELSE
             DISPLAY "VIGENCIA ACTIVA: " VIGENCIA-BASES
             IF HAY-TOPES-COMUNES = "S"
                MOVE MINIMA-COMUNES TO MINIMA-EDICION
                MOVE MAXIMA-COMUNES TO MAXIMA-EDICION
                DISPLAY "COMUNES       MINIMA: " MINIMA-EDICION
                    " MAXIMA: " MAXIMA-EDICION
             END-IF
             IF HAY-TOPES-PROFESIONALES = "S"
                MOVE MINIMA-PROFESIONALES TO MINIMA-EDICION
                MOVE MAXIMA-PROFESIONALES TO MAXIMA-EDICION
                DISPLAY "PROFESIONALES MINIMA: " MINIMA-EDICION
                    " MAXIMA: " MAXIMA-EDICION
             END-IF
          END-IF
       ELSE
          IF OPCION-BASES = "A"
             PERFORM AGREGA-BASE
          ELSE
             IF OPCION-BASES NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       AGREGA-BASE.
       MOVE SPACES TO BASES-REG-CONTINGENCIA.
       PERFORM PIDE-CONTINGENCIA-BASE
           UNTIL BASES-REG-CONTINGENCIA = "C"
           OR BASES-REG-CONTINGENCIA = "P".
       DISPLAY "BASE MINIMA MENSUAL: ".
       ACCEPT BASES-REG-MINIMA.
       DISPLAY "BASE MAXIMA MENSUAL: ".
       ACCEPT BASES-REG-MAXIMA.
       IF BASES-REG-MAXIMA < BASES-REG-MINIMA
          DISPLAY "LA BASE MAXIMA NO PUEDE SER MENOR QUE LA MINIMA."
       ELSE
          MOVE "N" TO FECHA-CORRECTA
          PERFORM PIDE-VIGENCIA-BASE UNTIL FECHA-CORRECTA = "S"
          OPEN EXTEND BASES-ARCHIVO
          IF BASES-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT BASES-ARCHIVO
          END-IF
          WRITE BASES-REGISTRO
          CLOSE BASES-ARCHIVO
          DISPLAY "LIMITE DE BASE AGREGADO."
       END-IF.

       PIDE-CONTINGENCIA-BASE.
       DISPLAY "CONTINGENCIA (C=COMUNES, P=PROFESIONALES): ".
       ACCEPT BASES-REG-CONTINGENCIA.

       PIDE-VIGENCIA-BASE.
       DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): ".
       ACCEPT BASES-REG-VIGENCIA.
       MOVE BASES-REG-VIGENCIA TO FECHA-ESTRUCTURA.
       PERFORM VALIDA-FECHA-ESTRUCTURA.
       IF FECHA-CORRECTA = "N"
          DISPLAY "FECHA " FECHA-ESTRUCTURA " NO VALIDA (AAAAMMDD)."
       END-IF.

      ******************************************************************
      * Chequeo estructural de mes y dia: las vigencias pueden ser
      * futuras, como las de los tipos de cotizacion.
      ******************************************************************
       VALIDA-FECHA-ESTRUCTURA.
       MOVE "S" TO FECHA-CORRECTA.
       IF FECHA-ESTRUCTURA IS NOT NUMERIC OR FECHA-ESTRUCTURA = 0
          MOVE "N" TO FECHA-CORRECTA
       ELSE
          MOVE FECHA-ESTRUCTURA TO FECHA-AUX-X
          MOVE FECHA-AUX-X(5:2) TO MES-AUX
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX
          IF MES-AUX < 1 OR MES-AUX > 12
             MOVE "N" TO FECHA-CORRECTA
          END-IF
          IF DIA-AUX < 1 OR DIA-AUX > 31
             MOVE "N" TO FECHA-CORRECTA
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
       END PROGRAM LIQUIDACION-SS.

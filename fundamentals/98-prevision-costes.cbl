      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prevision del coste de plantilla del anio natural
      *          siguiente para preparar PRESUPTO.DAT: proyecta mes a
      *          mes cada empleado activo desde su salario actual,
      *          sumando los trienios que le vencen (importe del
      *          parametro TRIENIO-IMPORTE sobre la antiguedad de
      *          TRAMOS-SERVICIO), los haberes recurrentes de
      *          CONCEPTOS.DAT vigentes en el mes, las pagas extra
      *          (media paga del semestre en los meses MES-EXTRA-1 y
      *          MES-EXTRA-2) y la cotizacion patronal de COTIZA.DAT.
      *          Un contrato temporal de CONTRATOS.DAT deja de costar
      *          a partir del mes siguiente a su fin. El salario y
      *          los haberes fijos se reducen al porcentaje de
      *          JORNADAS.DAT vigente en cada mes, como en la nomina.
      *          PREVCOST.RPT lleva los eventos conocidos del anio y
      *          el coste mensual por departamento; PRESUPRO.DAT es la
      *          propuesta con el formato de PRESUPTO.DAT para que
      *          finanzas la ajuste y la cargue, con la masa salarial
      *          que compara el informe de variacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISION-COSTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT CONCEPTOS-ARCHIVO ASSIGN TO "CONCEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONCEPTO-CLAVE
               FILE STATUS IS CONCEPTOS-ESTADO-ARCHIVO.
           SELECT COTIZA-ARCHIVO ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COTIZA-ESTADO-ARCHIVO.
           SELECT CONTRATOS-ARCHIVO ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATOS-ESTADO-ARCHIVO.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT PROPUESTA-ARCHIVO ASSIGN TO "PRESUPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPUESTA-ESTADO-ARCHIVO.
           SELECT REPORTE-PREVISION ASSIGN TO "PREVCOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Conceptos recurrentes por empleado, como los lee la nomina:
      * clase H (haber) o D (deduccion), importe fijo o porcentaje y
      * vigencia desde/hasta (hasta = 0 sin fin). Solo los haberes
      * son coste de empresa.
      ******************************************************************
       FD  CONCEPTOS-ARCHIVO.
       01  CONCEPTO-REGISTRO.
           05 CONCEPTO-CLAVE.
              10 CONCEPTO-EMPLEADOS-ID PIC 9(5).
              10 CONCEPTO-SECUENCIA   PIC 9(3).
           05 CONCEPTO-CODIGO         PIC X(8).
           05 CONCEPTO-DESCRIPCION    PIC X(20).
           05 CONCEPTO-CLASE          PIC X.
           05 CONCEPTO-TIPO-VALOR     PIC X.
           05 CONCEPTO-VALOR          PIC 9(7)V99.
           05 CONCEPTO-DESDE          PIC 9(8).
           05 CONCEPTO-HASTA          PIC 9(8).
       FD  COTIZA-ARCHIVO.
       01  COTIZA-REGISTRO.
           05 COTIZA-REG-CONCEPTO     PIC X(12).
           05 COTIZA-REG-PORCENTAJE   PIC 99V99.
           05 COTIZA-REG-VIGENCIA     PIC 9(8).
           05 COTIZA-REG-TRABAJADOR   PIC 99V99.
           05 COTIZA-REG-CONTINGENCIA PIC X.
       FD  CONTRATOS-ARCHIVO.
       01  CONTRATO-REGISTRO.
           05 CONTRATO-EMPLEADOS-ID   PIC 9(5).
           05 CONTRATO-TIPO           PIC X.
           05 CONTRATO-INICIO         PIC 9(8).
           05 CONTRATO-FIN            PIC 9(8).
           05 CONTRATO-RENOVACIONES   PIC 9(2).
      ******************************************************************
      * Porcentaje de jornada por empleado con fecha de efecto, el
      * mismo archivo de la nomina; sin registro el empleado trabaja
      * el 100%.
      ******************************************************************
       FD  JORNADAS-ARCHIVO.
       01  JORNADA-REGISTRO.
           05 JORNADA-CLAVE.
              10 JORNADA-EMPLEADOS-ID PIC 9(5).
              10 JORNADA-DESDE        PIC 9(8).
           05 JORNADA-PORCENTAJE      PIC 9(3)V99.
           05 JORNADA-MOTIVO          PIC X(2).
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
      ******************************************************************
      * Propuesta de presupuesto: mismo formato que PRESUPTO.DAT, un
      * registro por departamento y mes con la masa salarial prevista
      * y las plazas que la generan.
      ******************************************************************
       FD  PROPUESTA-ARCHIVO.
       01  PROPUESTA-REGISTRO.
           05 PROPUESTA-REG-CODIGO    PIC X(10).
           05 PROPUESTA-REG-PERIODO   PIC X(6).
           05 PROPUESTA-REG-IMPORTE   PIC S9(9)V99.
           05 PROPUESTA-REG-PLAZAS    PIC 9(5).
       FD  REPORTE-PREVISION.
       01  LINEA-PREVISION            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  CONCEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  COTIZA-ESTADO-ARCHIVO PIC X(2).
       77  CONTRATOS-ESTADO-ARCHIVO PIC X(2).
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  PROPUESTA-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  FECHA-AUX-X          PIC X(8).
       77  ANIO-PROCESO         PIC 9(4).
       77  MES-PROCESO          PIC 9(2).
       77  ANIO-PREVISION-X     PIC X(4).
       77  ANIO-PREVISION       PIC 9(4).
       77  PRIMER-DIA-PREVISION PIC 9(8).
       77  ULTIMO-DIA-PREVISION PIC 9(8).
       77  TRIENIO-IMPORTE      PIC 9(5)V99 VALUE 50.00.
       77  MES-EXTRA-1          PIC 9(2) VALUE 6.
       77  MES-EXTRA-2          PIC 9(2) VALUE 12.
       77  TIPO-PATRONAL        PIC 9(3)V99 VALUE 0.
       77  VIGENCIA-ACTIVA      PIC 9(8) VALUE 0.
       77  COTIZA-LEE-TODO      PIC X.
       77  CONCEPTO-LEE-TODO    PIC X.
       77  MES-PREVISION        PIC 9(2).
       77  MES-SEMESTRE         PIC 9(2).
       77  FECHA-INICIO-MES     PIC 9(8).
       77  FECHA-FIN-MES        PIC 9(8).
       77  ANIO-ANTIGUEDAD      PIC 9(4).
       77  MES-ANTIGUEDAD       PIC 9(2).
       77  ANIO-CALCULO         PIC 9(4).
       77  MES-CALCULO          PIC 9(2).
       77  ANIOS-CALCULO        PIC S9(4).
       77  TRIENIOS-CALCULADOS  PIC 9(3).
       77  RESTO-TRIENIO        PIC 9(3).
       77  TRIENIOS-ACTUALES    PIC 9(3).
       77  TRIENIOS-NUEVOS      PIC S9(3).
       77  TRIENIOS-MES-ANTERIOR PIC S9(3).
       77  FIN-CONTRATO         PIC 9(8).
       77  BASE-MES             PIC S9(7)V99.
       77  HABERES-MES          PIC S9(7)V99.
       77  IMPORTE-CONCEPTO     PIC S9(7)V99.
       77  EXTRA-MES            PIC S9(7)V99.
       77  COTIZACION-MES       PIC S9(7)V99.
       77  SEMESTRE-BRUTO       PIC S9(9)V99.
       77  COSTE-MES            PIC S9(11)V99.
       77  COSTE-ANIO-DEPTO     PIC S9(11)V99.
       77  COSTE-ANIO-EMPRESA   PIC S9(11)V99 VALUE 0.
       77  EMPLEADOS-PROYECTADOS PIC 9(5) VALUE 0.
       77  CONTRATOS-QUE-TERMINAN PIC 9(5) VALUE 0.
       77  TRIENIOS-DEL-ANIO    PIC 9(5) VALUE 0.
       77  IMPORTE-EDICION      PIC -(9)9.99.
       77  IMPORTE-EDICION-2    PIC -(9)9.99.
       77  IMPORTE-EDICION-3    PIC -(9)9.99.
       77  IMPORTE-EDICION-4    PIC -(9)9.99.
       77  TOTAL-EDICION        PIC -(11)9.99.
       77  PORCENTAJE-EDICION   PIC ZZ9.99.
       77  MODO-SERVICIO        PIC X.
       01  DATOS-SERVICIO.
           05 SERVICIO-EMPLEADOS-ID   PIC 9(5).
           05 SERVICIO-NIF            PIC X(9).
           05 SERVICIO-FECHA-ALTA     PIC 9(8).
           05 SERVICIO-FECHA          PIC 9(8).
           05 SERVICIO-MOTIVO         PIC X(2).
           05 SERVICIO-DIAS           PIC 9(6).
           05 SERVICIO-FECHA-ANTIGUEDAD PIC 9(8).
           05 SERVICIO-TRAMOS-PREVIOS PIC 9(3).
           05 SERVICIO-LINEA          PIC 9(3).
           05 SERVICIO-RECONOCIDO     PIC X.
           05 SERVICIO-RESULTADO      PIC X.
       01  TABLA-CONCEPTOS.
           05 CONT-ENTRADA OCCURS 200 TIMES.
              10 CONT-ID              PIC 9(5).
              10 CONT-CLASE           PIC X.
              10 CONT-TIPO-VALOR      PIC X.
              10 CONT-VALOR           PIC 9(7)V99.
              10 CONT-DESDE           PIC 9(8).
              10 CONT-HASTA           PIC 9(8).
       77  CONT-TOTAL           PIC 9(3) VALUE 0.
       77  CONT-POS             PIC 9(3).
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  JORNADA-LEE-TODO     PIC X.
       77  PORCENTAJE-JORNADA   PIC 9(3)V99 VALUE 100.
      ******************************************************************
      * Ultimo tramo de contrato por empleado, con el mismo criterio
      * que VENCE-CONTRATOS: inicio mas alto y, a igual inicio, mas
      * renovaciones.
      ******************************************************************
       01  TABLA-VIGENTES.
           05 VIGT-ENTRADA OCCURS 500 TIMES.
              10 VIGT-ID              PIC 9(5).
              10 VIGT-TIPO            PIC X.
              10 VIGT-INICIO          PIC 9(8).
              10 VIGT-FIN             PIC 9(8).
              10 VIGT-RENOVACIONES    PIC 9(2).
       77  VIGT-TOTAL           PIC 9(3) VALUE 0.
       77  VIGT-POS             PIC 9(3).
       77  VIGT-HALLADO         PIC X.
      ******************************************************************
      * Bruto proyectado del empleado en curso por mes, para la media
      * paga del semestre.
      ******************************************************************
       01  TABLA-MESES-EMPLEADO.
           05 MESE-ENTRADA OCCURS 12 TIMES.
              10 MESE-EN-PLANTILLA    PIC X.
              10 MESE-BRUTO           PIC S9(7)V99.
      ******************************************************************
      * Prevision acumulada por departamento y mes: plazas, bruto,
      * pagas extra y cotizacion patronal, y aparte el salario (con
      * trienios y en proporcion a la jornada) que es lo que el
      * presupuesto aprobado controla.
      ******************************************************************
       01  TABLA-PREVISION-DEPTOS.
           05 PREVD-ENTRADA OCCURS 20 TIMES.
              10 PREVD-CODIGO         PIC X(10).
              10 PREVD-MES OCCURS 12 TIMES.
                 15 PREVD-PLAZAS      PIC 9(5).
                 15 PREVD-SALARIO     PIC S9(11)V99.
                 15 PREVD-BRUTO       PIC S9(11)V99.
                 15 PREVD-EXTRA       PIC S9(11)V99.
                 15 PREVD-COTIZACION  PIC S9(11)V99.
       77  PREVD-TOTAL          PIC 9(2) VALUE 0.
       77  PREVD-POS            PIC 9(2).
       77  PREVD-HALLADO        PIC X.
       01  TABLA-TOTAL-MESES.
           05 TOTM-ENTRADA OCCURS 12 TIMES.
              10 TOTM-PLAZAS          PIC 9(5).
              10 TOTM-COSTE           PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "PREVISION DEL COSTE DE PLANTILLA".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE FECHA-PROCESO-NEGOCIO TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(1:4) TO ANIO-PROCESO.
       MOVE FECHA-AUX-X(5:2) TO MES-PROCESO.
       DISPLAY "ANIO A PREVER (AAAA, EN BLANCO = EL SIGUIENTE): ".
       ACCEPT ANIO-PREVISION-X.
       IF ANIO-PREVISION-X IS NUMERIC
          MOVE ANIO-PREVISION-X TO ANIO-PREVISION
       ELSE
          COMPUTE ANIO-PREVISION = ANIO-PROCESO + 1
       END-IF.
       IF ANIO-PREVISION <= ANIO-PROCESO
          DISPLAY "LA PREVISION ES PARA UN ANIO POSTERIOR AL DE "
              "PROCESO (" ANIO-PROCESO ")."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       COMPUTE PRIMER-DIA-PREVISION = ANIO-PREVISION * 10000 + 101.
       COMPUTE ULTIMO-DIA-PREVISION = ANIO-PREVISION * 10000 + 1231.
       PERFORM CARGA-PARAMETROS-PREVISION.
       PERFORM CARGA-COTIZACIONES.
       PERFORM CARGA-CONCEPTOS.
       PERFORM CARGA-CONTRATOS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE 1 TO MES-PREVISION.
       PERFORM INICIA-TOTAL-MES UNTIL MES-PREVISION > 12.
       OPEN OUTPUT REPORTE-PREVISION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "PREVISION DE COSTE DE PLANTILLA - ANIO "
           ANIO-PREVISION " - FECHA DE PROCESO: "
           FECHA-PROCESO-NEGOCIO " - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       MOVE TRIENIO-IMPORTE TO IMPORTE-EDICION.
       MOVE TIPO-PATRONAL TO PORCENTAJE-EDICION.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "SUPUESTOS: TRIENIO " IMPORTE-EDICION
           " - PAGAS EXTRA EN LOS MESES " MES-EXTRA-1 " Y "
           MES-EXTRA-2 " - COTIZACION PATRONAL " PORCENTAJE-EDICION
           " PCT (VIGENCIA " VIGENCIA-ACTIVA ")"
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "--- EVENTOS CONOCIDOS DEL ANIO ---"
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       MOVE "N" TO LEE-TODO.
       PERFORM LEE-SIGUIENTE-EMPLEADO.
       PERFORM ABRE-JORNADAS.
       PERFORM PROYECTA-EMPLEADO UNTIL LEE-TODO = "S".
       PERFORM CIERRA-JORNADAS.
       CLOSE EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-PROYECTADOS = 0
          MOVE SPACES TO LINEA-PREVISION
          STRING "NO HAY EMPLEADOS ACTIVOS QUE PROYECTAR."
              DELIMITED BY SIZE INTO LINEA-PREVISION
          WRITE LINEA-PREVISION
          CLOSE REPORTE-PREVISION
          DISPLAY "NO HAY EMPLEADOS ACTIVOS QUE PROYECTAR."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ESCRIBE-COSTE-DEPARTAMENTOS.
       PERFORM ESCRIBE-TOTAL-EMPRESA.
       CLOSE REPORTE-PREVISION.
       PERFORM GRABA-PROPUESTA-PRESUPUESTO.
       DISPLAY "PREVISION DEL " ANIO-PREVISION " ESCRITA EN "
           "PREVCOST.RPT. PROPUESTA DE PRESUPUESTO EN PRESUPRO.DAT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-PARAMETROS-PREVISION.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-PREVISION
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-PREVISION.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "TRIENIO-IMPORTE"
                 MOVE PARAM-VALOR TO TRIENIO-IMPORTE
              END-IF
              IF PARAM-CLAVE = "MES-EXTRA-1"
                 MOVE PARAM-VALOR TO MES-EXTRA-1
              END-IF
              IF PARAM-CLAVE = "MES-EXTRA-2"
                 MOVE PARAM-VALOR TO MES-EXTRA-2
              END-IF
       END-READ.

      ******************************************************************
      * Tipo patronal total: la suma de los conceptos del juego de
      * COTIZA.DAT con la vigencia mas reciente que no pase del
      * primer dia del anio previsto, de modo que un juego ya cargado
      * para el anio nuevo se tiene en cuenta.
      ******************************************************************
       CARGA-COTIZACIONES.
       MOVE 0 TO VIGENCIA-ACTIVA.
       MOVE 0 TO TIPO-PATRONAL.
       OPEN INPUT COTIZA-ARCHIVO.
       IF COTIZA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO COTIZA-LEE-TODO
          PERFORM BUSCA-VIGENCIA-COTIZA UNTIL COTIZA-LEE-TODO = "S"
       END-IF.
       CLOSE COTIZA-ARCHIVO.
       IF VIGENCIA-ACTIVA > 0
          OPEN INPUT COTIZA-ARCHIVO
          MOVE "N" TO COTIZA-LEE-TODO
          PERFORM SUMA-COTIZA-VIGENTE UNTIL COTIZA-LEE-TODO = "S"
          CLOSE COTIZA-ARCHIVO
       ELSE
          DISPLAY "AVISO: SIN TIPOS DE COTIZACION VIGENTES. LA "
              "PREVISION NO INCLUYE COTIZACION PATRONAL."
       END-IF.

       BUSCA-VIGENCIA-COTIZA.
       READ COTIZA-ARCHIVO
           AT END MOVE "S" TO COTIZA-LEE-TODO
           NOT AT END
              IF COTIZA-REG-VIGENCIA <= PRIMER-DIA-PREVISION
                  AND COTIZA-REG-VIGENCIA > VIGENCIA-ACTIVA
                 MOVE COTIZA-REG-VIGENCIA TO VIGENCIA-ACTIVA
              END-IF
       END-READ.

       SUMA-COTIZA-VIGENTE.
       READ COTIZA-ARCHIVO
           AT END MOVE "S" TO COTIZA-LEE-TODO
           NOT AT END
              IF COTIZA-REG-VIGENCIA = VIGENCIA-ACTIVA
                 ADD COTIZA-REG-PORCENTAJE TO TIPO-PATRONAL
              END-IF
       END-READ.

       CARGA-CONCEPTOS.
       MOVE 0 TO CONT-TOTAL.
       OPEN INPUT CONCEPTOS-ARCHIVO.
       IF CONCEPTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CONCEPTO-LEE-TODO
          PERFORM CARGA-UN-CONCEPTO UNTIL CONCEPTO-LEE-TODO = "S"
       END-IF.
       CLOSE CONCEPTOS-ARCHIVO.

       CARGA-UN-CONCEPTO.
       READ CONCEPTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CONCEPTO-LEE-TODO
           NOT AT END
              IF CONCEPTO-CLASE NOT = "D"
                 IF CONT-TOTAL < 200
                    ADD 1 TO CONT-TOTAL
                    MOVE CONCEPTO-EMPLEADOS-ID TO CONT-ID(CONT-TOTAL)
                    MOVE CONCEPTO-CLASE TO CONT-CLASE(CONT-TOTAL)
                    MOVE CONCEPTO-TIPO-VALOR
                        TO CONT-TIPO-VALOR(CONT-TOTAL)
                    MOVE CONCEPTO-VALOR TO CONT-VALOR(CONT-TOTAL)
                    MOVE CONCEPTO-DESDE TO CONT-DESDE(CONT-TOTAL)
                    MOVE CONCEPTO-HASTA TO CONT-HASTA(CONT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE CONCEPTOS LLENA."
                 END-IF
              END-IF
       END-READ.

       CARGA-CONTRATOS.
       MOVE 0 TO VIGT-TOTAL.
       OPEN INPUT CONTRATOS-ARCHIVO.
       IF CONTRATOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-TRAMO-VIGENTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CONTRATOS-ARCHIVO.

       CARGA-TRAMO-VIGENTE.
       READ CONTRATOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE CONTRATO-EMPLEADOS-ID TO VIGT-ID(1)
              PERFORM LOCALIZA-CONTRATO
              IF VIGT-HALLADO = "N"
                 IF VIGT-TOTAL < 500
                    ADD 1 TO VIGT-TOTAL
                    MOVE VIGT-TOTAL TO VIGT-POS
                    MOVE CONTRATO-EMPLEADOS-ID TO VIGT-ID(VIGT-POS)
                    PERFORM RETIENE-TRAMO-VIGENTE
                 ELSE
                    DISPLAY "AVISO: TABLA DE CONTRATOS LLENA. SE "
                        "OMITE " CONTRATO-EMPLEADOS-ID
                 END-IF
              ELSE
                 IF CONTRATO-INICIO > VIGT-INICIO(VIGT-POS)
                     OR (CONTRATO-INICIO = VIGT-INICIO(VIGT-POS)
                     AND CONTRATO-RENOVACIONES
                     > VIGT-RENOVACIONES(VIGT-POS))
                    PERFORM RETIENE-TRAMO-VIGENTE
                 END-IF
              END-IF
       END-READ.

       RETIENE-TRAMO-VIGENTE.
       MOVE CONTRATO-TIPO TO VIGT-TIPO(VIGT-POS).
       MOVE CONTRATO-INICIO TO VIGT-INICIO(VIGT-POS).
       MOVE CONTRATO-FIN TO VIGT-FIN(VIGT-POS).
       MOVE CONTRATO-RENOVACIONES TO VIGT-RENOVACIONES(VIGT-POS).

       LOCALIZA-CONTRATO.
       MOVE "N" TO VIGT-HALLADO.
       MOVE 1 TO VIGT-POS.
       PERFORM BUSCA-TITULAR-CONTRATO
           UNTIL VIGT-POS > VIGT-TOTAL
           OR VIGT-HALLADO = "S".

       BUSCA-TITULAR-CONTRATO.
       IF VIGT-ID(VIGT-POS) = CONTRATO-EMPLEADOS-ID
          MOVE "S" TO VIGT-HALLADO
       ELSE
          ADD 1 TO VIGT-POS
       END-IF.

      ******************************************************************
      * Porcentajes de jornada de todos los empleados; el vigente en
      * cada mes se busca al proyectarlo.
      ******************************************************************
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

       INICIA-TOTAL-MES.
       MOVE 0 TO TOTM-PLAZAS(MES-PREVISION).
       MOVE 0 TO TOTM-COSTE(MES-PREVISION).
       ADD 1 TO MES-PREVISION.

       LEE-SIGUIENTE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

      ******************************************************************
      * Proyeccion de un empleado activo: fecha de antiguedad de los
      * tramos reconocidos, trienios ya incluidos en el salario a la
      * fecha de proceso y fin del contrato temporal vigente, si lo
      * tiene. Los suspendidos por excedencia no cuestan mientras
      * dura y no se proyectan.
      ******************************************************************
       PROYECTA-EMPLEADO.
       IF EMPLEADO-ACTIVO
          ADD 1 TO EMPLEADOS-PROYECTADOS
          PERFORM CALCULA-FECHA-ANTIGUEDAD
          MOVE SERVICIO-FECHA-ANTIGUEDAD TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-ANTIGUEDAD
          MOVE FECHA-AUX-X(5:2) TO MES-ANTIGUEDAD
          MOVE ANIO-PROCESO TO ANIO-CALCULO
          MOVE MES-PROCESO TO MES-CALCULO
          PERFORM CUENTA-TRIENIOS
          MOVE TRIENIOS-CALCULADOS TO TRIENIOS-ACTUALES
          MOVE 0 TO TRIENIOS-MES-ANTERIOR
          PERFORM DETERMINA-FIN-CONTRATO
          PERFORM LOCALIZA-DEPTO-PREVISION
          MOVE 1 TO MES-PREVISION
          PERFORM PROYECTA-MES-EMPLEADO UNTIL MES-PREVISION > 12
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       CALCULA-FECHA-ANTIGUEDAD.
       MOVE "S" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       MOVE FECHA-PROCESO-NEGOCIO TO SERVICIO-FECHA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.

      ******************************************************************
      * Trienios cumplidos en el mes de calculo: los anios completos
      * de antiguedad (el aniversario cuenta desde su mes) entre
      * tres.
      ******************************************************************
       CUENTA-TRIENIOS.
       COMPUTE ANIOS-CALCULO = ANIO-CALCULO - ANIO-ANTIGUEDAD.
       IF MES-CALCULO < MES-ANTIGUEDAD
          SUBTRACT 1 FROM ANIOS-CALCULO
       END-IF.
       IF ANIOS-CALCULO > 0
          DIVIDE ANIOS-CALCULO BY 3 GIVING TRIENIOS-CALCULADOS
              REMAINDER RESTO-TRIENIO
       ELSE
          MOVE 0 TO TRIENIOS-CALCULADOS
       END-IF.

       DETERMINA-FIN-CONTRATO.
       MOVE 0 TO FIN-CONTRATO.
       MOVE EMPLEADOS-ID TO CONTRATO-EMPLEADOS-ID.
       PERFORM LOCALIZA-CONTRATO.
       IF VIGT-HALLADO = "S"
          IF VIGT-TIPO(VIGT-POS) = "T" AND VIGT-FIN(VIGT-POS) > 0
             MOVE VIGT-FIN(VIGT-POS) TO FIN-CONTRATO
          END-IF
       END-IF.
       IF FIN-CONTRATO >= PRIMER-DIA-PREVISION
           AND FIN-CONTRATO <= ULTIMO-DIA-PREVISION
          ADD 1 TO CONTRATOS-QUE-TERMINAN
          MOVE SPACES TO LINEA-PREVISION
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING "FIN DE CONTRATO: " EMPLEADOS-ID " "
              EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30) " "
              EMPLEADOS-DEPARTAMENTO " TERMINA EL " FIN-CONTRATO
              DELIMITED BY SIZE INTO LINEA-PREVISION
          WRITE LINEA-PREVISION
       END-IF.

       LOCALIZA-DEPTO-PREVISION.
       MOVE "N" TO PREVD-HALLADO.
       MOVE 1 TO PREVD-POS.
       PERFORM BUSCA-DEPTO-PREVISION
           UNTIL PREVD-POS > PREVD-TOTAL
           OR PREVD-HALLADO = "S".
       IF PREVD-HALLADO = "N"
          IF PREVD-TOTAL < 20
             ADD 1 TO PREVD-TOTAL
             MOVE PREVD-TOTAL TO PREVD-POS
             MOVE EMPLEADOS-DEPARTAMENTO TO PREVD-CODIGO(PREVD-POS)
             MOVE 1 TO MES-PREVISION
             PERFORM INICIA-MES-DEPTO UNTIL MES-PREVISION > 12
             MOVE "S" TO PREVD-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA. SE OMITE "
                 EMPLEADOS-ID
          END-IF
       END-IF.

       BUSCA-DEPTO-PREVISION.
       IF PREVD-CODIGO(PREVD-POS) = EMPLEADOS-DEPARTAMENTO
          MOVE "S" TO PREVD-HALLADO
       ELSE
          ADD 1 TO PREVD-POS
       END-IF.

       INICIA-MES-DEPTO.
       MOVE 0 TO PREVD-PLAZAS(PREVD-POS, MES-PREVISION).
       MOVE 0 TO PREVD-SALARIO(PREVD-POS, MES-PREVISION).
       MOVE 0 TO PREVD-BRUTO(PREVD-POS, MES-PREVISION).
       MOVE 0 TO PREVD-EXTRA(PREVD-POS, MES-PREVISION).
       MOVE 0 TO PREVD-COTIZACION(PREVD-POS, MES-PREVISION).
       ADD 1 TO MES-PREVISION.

      ******************************************************************
      * Un mes del empleado: sigue en plantilla mientras su contrato
      * temporal no haya terminado antes del primer dia del mes. El
      * bruto es el salario actual mas los trienios nuevos, pagado
      * como en la nomina en proporcion a la jornada vigente al final
      * del mes, y los haberes vigentes; en los meses de paga extra
      * se suma la media paga del semestre, y sobre todo ello la
      * cotizacion.
      ******************************************************************
       PROYECTA-MES-EMPLEADO.
       COMPUTE FECHA-INICIO-MES = ANIO-PREVISION * 10000
           + MES-PREVISION * 100 + 1.
       COMPUTE FECHA-FIN-MES = ANIO-PREVISION * 10000
           + MES-PREVISION * 100 + 31.
       MOVE "N" TO MESE-EN-PLANTILLA(MES-PREVISION).
       MOVE 0 TO MESE-BRUTO(MES-PREVISION).
       MOVE 0 TO EXTRA-MES.
       IF FIN-CONTRATO = 0 OR FIN-CONTRATO >= FECHA-INICIO-MES
          MOVE "S" TO MESE-EN-PLANTILLA(MES-PREVISION)
          MOVE ANIO-PREVISION TO ANIO-CALCULO
          MOVE MES-PREVISION TO MES-CALCULO
          PERFORM CUENTA-TRIENIOS
          COMPUTE TRIENIOS-NUEVOS
              = TRIENIOS-CALCULADOS - TRIENIOS-ACTUALES
          IF TRIENIOS-NUEVOS < 0
             MOVE 0 TO TRIENIOS-NUEVOS
          END-IF
          IF TRIENIOS-NUEVOS > TRIENIOS-MES-ANTERIOR
             PERFORM ESCRIBE-EVENTO-TRIENIO
          END-IF
          MOVE TRIENIOS-NUEVOS TO TRIENIOS-MES-ANTERIOR
          COMPUTE BASE-MES = EMPLEADOS-SALARIO
              + TRIENIOS-NUEVOS * TRIENIO-IMPORTE
          PERFORM DETERMINA-JORNADA-MES
          IF PORCENTAJE-JORNADA < 100
             COMPUTE BASE-MES ROUNDED
                 = BASE-MES * PORCENTAJE-JORNADA / 100
                 ON SIZE ERROR CONTINUE
             END-COMPUTE
          END-IF
          MOVE 0 TO HABERES-MES
          MOVE 1 TO CONT-POS
          PERFORM SUMA-CONCEPTO-PREVISION UNTIL CONT-POS > CONT-TOTAL
          COMPUTE MESE-BRUTO(MES-PREVISION) = BASE-MES + HABERES-MES
          IF MES-PREVISION = MES-EXTRA-1
              OR MES-PREVISION = MES-EXTRA-2
             PERFORM CALCULA-PAGA-EXTRA-PREVISION
          END-IF
          COMPUTE COTIZACION-MES ROUNDED
              = (MESE-BRUTO(MES-PREVISION) + EXTRA-MES)
              * TIPO-PATRONAL / 100
              ON SIZE ERROR MOVE 0 TO COTIZACION-MES
          END-COMPUTE
          IF PREVD-HALLADO = "S"
             ADD 1 TO PREVD-PLAZAS(PREVD-POS, MES-PREVISION)
             ADD BASE-MES TO PREVD-SALARIO(PREVD-POS, MES-PREVISION)
             ADD MESE-BRUTO(MES-PREVISION)
                 TO PREVD-BRUTO(PREVD-POS, MES-PREVISION)
             ADD EXTRA-MES TO PREVD-EXTRA(PREVD-POS, MES-PREVISION)
             ADD COTIZACION-MES
                 TO PREVD-COTIZACION(PREVD-POS, MES-PREVISION)
          END-IF
       END-IF.
       ADD 1 TO MES-PREVISION.

      ******************************************************************
      * Jornada vigente del empleado el ultimo dia del mes previsto:
      * el registro de fecha mas reciente no posterior a el.
      ******************************************************************
       DETERMINA-JORNADA-MES.
       MOVE 100 TO PORCENTAJE-JORNADA.
       IF JORNADAS-ABIERTO = "S"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE EMPLEADOS-ID TO JORNADA-EMPLEADOS-ID
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
              IF JORNADA-EMPLEADOS-ID NOT = EMPLEADOS-ID
                  OR JORNADA-DESDE > FECHA-FIN-MES
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 MOVE JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA
              END-IF
       END-READ.

       ESCRIBE-EVENTO-TRIENIO.
       ADD 1 TO TRIENIOS-DEL-ANIO.
       COMPUTE ANIOS-CALCULO = TRIENIOS-CALCULADOS * 3.
       MOVE SPACES TO LINEA-PREVISION.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING "TRIENIO: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS(1:30) " " EMPLEADOS-DEPARTAMENTO
           " CUMPLE " ANIOS-CALCULO " ANIOS EN EL MES "
           MES-PREVISION
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.

      ******************************************************************
      * Haber recurrente vigente en algun dia del mes; el porcentaje
      * se aplica sobre el salario con trienios de su jornada y el
      * importe fijo se reduce a la jornada, como en la nomina.
      ******************************************************************
       SUMA-CONCEPTO-PREVISION.
       IF CONT-ID(CONT-POS) = EMPLEADOS-ID
           AND CONT-DESDE(CONT-POS) <= FECHA-FIN-MES
           AND (CONT-HASTA(CONT-POS) = 0
               OR CONT-HASTA(CONT-POS) >= FECHA-INICIO-MES)
          IF CONT-TIPO-VALOR(CONT-POS) = "P"
             COMPUTE IMPORTE-CONCEPTO ROUNDED
                 = BASE-MES * CONT-VALOR(CONT-POS) / 100
                 ON SIZE ERROR MOVE 0 TO IMPORTE-CONCEPTO
             END-COMPUTE
          ELSE
             MOVE CONT-VALOR(CONT-POS) TO IMPORTE-CONCEPTO
             IF PORCENTAJE-JORNADA < 100
                COMPUTE IMPORTE-CONCEPTO ROUNDED
                    = IMPORTE-CONCEPTO * PORCENTAJE-JORNADA / 100
                    ON SIZE ERROR
                       MOVE CONT-VALOR(CONT-POS) TO IMPORTE-CONCEPTO
                END-COMPUTE
             END-IF
          END-IF
          ADD IMPORTE-CONCEPTO TO HABERES-MES
       END-IF.
       ADD 1 TO CONT-POS.

      ******************************************************************
      * Media paga del semestre, con el convenio de la nomina: el
      * bruto de los seis meses que terminan en el de la paga (los
      * que caigan dentro del anio) partido por 12.
      ******************************************************************
       CALCULA-PAGA-EXTRA-PREVISION.
       MOVE 0 TO SEMESTRE-BRUTO.
       IF MES-PREVISION > 6
          COMPUTE MES-SEMESTRE = MES-PREVISION - 5
       ELSE
          MOVE 1 TO MES-SEMESTRE
       END-IF.
       PERFORM SUMA-MES-SEMESTRE UNTIL MES-SEMESTRE > MES-PREVISION.
       COMPUTE EXTRA-MES ROUNDED = SEMESTRE-BRUTO / 12
           ON SIZE ERROR MOVE 0 TO EXTRA-MES
       END-COMPUTE.

       SUMA-MES-SEMESTRE.
       ADD MESE-BRUTO(MES-SEMESTRE) TO SEMESTRE-BRUTO.
       ADD 1 TO MES-SEMESTRE.

       ESCRIBE-COSTE-DEPARTAMENTOS.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "--- COSTE MENSUAL POR DEPARTAMENTO ---"
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       MOVE 1 TO PREVD-POS.
       PERFORM ESCRIBE-DEPTO-PREVISION UNTIL PREVD-POS > PREVD-TOTAL.

       ESCRIBE-DEPTO-PREVISION.
       MOVE 0 TO COSTE-ANIO-DEPTO.
       MOVE 1 TO MES-PREVISION.
       PERFORM ESCRIBE-MES-DEPTO UNTIL MES-PREVISION > 12.
       MOVE COSTE-ANIO-DEPTO TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-PREVISION.
       STRING PREVD-CODIGO(PREVD-POS) " TOTAL DEL ANIO: "
           TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       ADD 1 TO PREVD-POS.

       ESCRIBE-MES-DEPTO.
       COMPUTE COSTE-MES = PREVD-BRUTO(PREVD-POS, MES-PREVISION)
           + PREVD-EXTRA(PREVD-POS, MES-PREVISION)
           + PREVD-COTIZACION(PREVD-POS, MES-PREVISION).
       ADD COSTE-MES TO COSTE-ANIO-DEPTO.
       ADD COSTE-MES TO TOTM-COSTE(MES-PREVISION).
       ADD PREVD-PLAZAS(PREVD-POS, MES-PREVISION)
           TO TOTM-PLAZAS(MES-PREVISION).
       MOVE PREVD-BRUTO(PREVD-POS, MES-PREVISION) TO IMPORTE-EDICION.
       MOVE PREVD-EXTRA(PREVD-POS, MES-PREVISION)
           TO IMPORTE-EDICION-2.
       MOVE PREVD-COTIZACION(PREVD-POS, MES-PREVISION)
           TO IMPORTE-EDICION-3.
       MOVE COSTE-MES TO IMPORTE-EDICION-4.
       MOVE SPACES TO LINEA-PREVISION.
       STRING PREVD-CODIGO(PREVD-POS) " " ANIO-PREVISION
           MES-PREVISION " PLAZAS: "
           PREVD-PLAZAS(PREVD-POS, MES-PREVISION)
           " BRUTO: " IMPORTE-EDICION " EXTRA: " IMPORTE-EDICION-2
           " COTIZACION: " IMPORTE-EDICION-3
           " COSTE: " IMPORTE-EDICION-4
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       ADD 1 TO MES-PREVISION.

       ESCRIBE-TOTAL-EMPRESA.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "--- TOTAL EMPRESA POR MES ---"
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       MOVE 0 TO COSTE-ANIO-EMPRESA.
       MOVE 1 TO MES-PREVISION.
       PERFORM ESCRIBE-MES-EMPRESA UNTIL MES-PREVISION > 12.
       MOVE COSTE-ANIO-EMPRESA TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "COSTE PREVISTO DEL ANIO " ANIO-PREVISION ": "
           TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "EMPLEADOS PROYECTADOS: " EMPLEADOS-PROYECTADOS
           "  CONTRATOS QUE TERMINAN EN EL ANIO: "
           CONTRATOS-QUE-TERMINAN
           "  TRIENIOS QUE VENCEN EN EL ANIO: " TRIENIOS-DEL-ANIO
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.

       ESCRIBE-MES-EMPRESA.
       ADD TOTM-COSTE(MES-PREVISION) TO COSTE-ANIO-EMPRESA.
       MOVE TOTM-COSTE(MES-PREVISION) TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-PREVISION.
       STRING "EMPRESA    " ANIO-PREVISION MES-PREVISION
           " PLAZAS: " TOTM-PLAZAS(MES-PREVISION)
           " COSTE: " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-PREVISION.
       WRITE LINEA-PREVISION.
       ADD 1 TO MES-PREVISION.

      ******************************************************************
      * Propuesta para finanzas: masa salarial y plazas por
      * departamento y mes. El informe de variacion contrasta el
      * presupuesto con los salarios del maestro, asi que la
      * propuesta lleva solo el salario; haberes, pagas extra y
      * cotizacion quedan en el coste de PREVCOST.RPT.
      ******************************************************************
       GRABA-PROPUESTA-PRESUPUESTO.
       OPEN OUTPUT PROPUESTA-ARCHIVO.
       MOVE 1 TO PREVD-POS.
       PERFORM GRABA-PROPUESTA-DEPTO UNTIL PREVD-POS > PREVD-TOTAL.
       CLOSE PROPUESTA-ARCHIVO.

       GRABA-PROPUESTA-DEPTO.
       MOVE 1 TO MES-PREVISION.
       PERFORM GRABA-PROPUESTA-MES UNTIL MES-PREVISION > 12.
       ADD 1 TO PREVD-POS.

       GRABA-PROPUESTA-MES.
       MOVE PREVD-CODIGO(PREVD-POS) TO PROPUESTA-REG-CODIGO.
       COMPUTE FECHA-INICIO-MES = ANIO-PREVISION * 100
           + MES-PREVISION.
       MOVE FECHA-INICIO-MES(3:6) TO PROPUESTA-REG-PERIODO.
       MOVE PREVD-SALARIO(PREVD-POS, MES-PREVISION)
           TO PROPUESTA-REG-IMPORTE.
       MOVE PREVD-PLAZAS(PREVD-POS, MES-PREVISION)
           TO PROPUESTA-REG-PLAZAS.
       WRITE PROPUESTA-REGISTRO.
       ADD 1 TO MES-PREVISION.

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
       END PROGRAM PREVISION-COSTES.

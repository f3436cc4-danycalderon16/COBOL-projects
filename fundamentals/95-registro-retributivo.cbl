      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro retributivo anual por sexo: acumula del
      *          libro mayor NOMHIST.DAT lo pagado a cada empleado
      *          en el anio elegido y lo reparte en salario base,
      *          complementos (los haberes recurrentes vigentes de
      *          CONCEPTOS.DAT) y extras (el resto del bruto y las
      *          correcciones fuera de ciclo). Agrupa por grado del
      *          puesto vigente (ASIGNA.DAT y PUESTOS.DAT) y por
      *          sexo, y escribe en REGRETRI.RPT la media y la
      *          mediana de cada componente, con la brecha entre
      *          hombres y mujeres y la marca de las que superan el
      *          25%. Los grupos con menos empleados que el minimo
      *          de anonimato (clave REGISTRO-MINIMO de PARAMS.DAT,
      *          5 por defecto) no se publican.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-RETRIBUTIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT CONCEPTOS-ARCHIVO ASSIGN TO "CONCEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONCEPTO-CLAVE
               FILE STATUS IS CONCEPTOS-ESTADO-ARCHIVO.
           SELECT PUESTOS-ARCHIVO ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUESTOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGNA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASIGNA-CLAVE
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT REPORTE-REGISTRO ASSIGN TO "REGRETRI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       COPY "21-5-historial-nomina.cbl".
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
       FD  PUESTOS-ARCHIVO.
       01  PUESTO-REGISTRO.
           05 PUESTO-REG-CODIGO       PIC X(8).
           05 PUESTO-REG-TITULO       PIC X(25).
           05 PUESTO-REG-DEPARTAMENTO PIC X(10).
           05 PUESTO-REG-GRADO        PIC 9(2).
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIGNA-CLAVE.
              10 ASIGNA-EMPLEADOS-ID  PIC 9(5).
              10 ASIGNA-PUESTO        PIC X(8).
              10 ASIGNA-FECHA-DESDE   PIC 9(8).
           05 ASIGNA-FECHA-HASTA      PIC 9(8).
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.
       FD  REPORTE-REGISTRO.
       01  LINEA-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  CONCEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  PUESTOS-ESTADO-ARCHIVO PIC X(2).
       77  ASIGNACIONES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  ANIO-REGISTRO        PIC 9(4).
       77  LEE-TODO             PIC X VALUE "N".
       77  CARGA-LEE-TODO       PIC X.
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PERIODO        PIC 9(8).
       77  MINIMO-GRUPO         PIC 9(3) VALUE 5.
       77  IMPORTE-CONCEPTO     PIC S9(9)V99.
       77  COMPLEMENTO-MES      PIC S9(9)V99.
       77  RESTO-MES            PIC S9(9)V99.
       77  BASE-MES             PIC S9(9)V99.
       77  EMPLEADOS-SIN-FICHA  PIC 9(5) VALUE 0.
       77  EMPLEADOS-SIN-SEXO   PIC 9(5) VALUE 0.
       77  EMPLEADOS-INCLUIDOS  PIC 9(5) VALUE 0.
       77  GRUPOS-SUPRIMIDOS    PIC 9(5) VALUE 0.
       77  BRECHAS-SENALADAS    PIC 9(5) VALUE 0.
      ******************************************************************
      * Haberes recurrentes de CONCEPTOS.DAT (las deducciones, clase
      * D, no forman parte de la retribucion y no se cargan).
      ******************************************************************
       01  TABLA-CONCEPTOS.
           05 CONT-ENTRADA OCCURS 500 TIMES.
              10 CONT-ID              PIC 9(5).
              10 CONT-TIPO-VALOR      PIC X.
              10 CONT-VALOR           PIC 9(7)V99.
              10 CONT-DESDE           PIC 9(8).
              10 CONT-HASTA           PIC 9(8).
       77  CONT-TOTAL           PIC 9(3) VALUE 0.
       77  CONT-POS             PIC 9(3).
       01  TABLA-PUESTOS.
           05 PUESTT-ENTRADA OCCURS 100 TIMES.
              10 PUESTT-CODIGO        PIC X(8).
              10 PUESTT-GRADO         PIC 9(2).
       77  PUESTT-TOTAL         PIC 9(3) VALUE 0.
       77  PUESTT-POS           PIC 9(3).
       01  TABLA-ASIGNACIONES.
           05 ASIGT-ENTRADA OCCURS 1000 TIMES.
              10 ASIGT-ID             PIC 9(5).
              10 ASIGT-PUESTO         PIC X(8).
       77  ASIGT-TOTAL          PIC 9(4) VALUE 0.
       77  ASIGT-POS            PIC 9(4).
      ******************************************************************
      * Retribucion anual por empleado. RETT-COMPONENTE guarda el
      * salario base (1), los complementos (2) y los extras (3).
      * RETT-FICHA queda en N si el ID ya no esta en el maestro.
      ******************************************************************
       01  TABLA-RETRIBUCIONES.
           05 RETT-ENTRADA OCCURS 1000 TIMES.
              10 RETT-ID              PIC 9(5).
              10 RETT-FICHA           PIC X.
              10 RETT-SEXO            PIC X.
              10 RETT-GRADO           PIC 9(2).
              10 RETT-SALARIO         PIC S9(7)V99.
              10 RETT-COMPONENTE      PIC S9(9)V99 OCCURS 3 TIMES.
       77  RETT-TOTAL           PIC 9(4) VALUE 0.
       77  RETT-POS             PIC 9(4).
       77  RETT-HALLADO         PIC X.
      ******************************************************************
      * Muestra de un grupo (grado y sexo) para un componente,
      * ordenada de menor a mayor para sacar la mediana.
      ******************************************************************
       01  TABLA-MUESTRA.
           05 MUESTRA-VALOR         PIC S9(9)V99 OCCURS 1000 TIMES.
       77  MUESTRA-TOTAL        PIC 9(4).
       77  MUESTRA-SUMA         PIC S9(13)V99.
       77  MUESTRA-MITAD        PIC 9(4).
       77  MUESTRA-RESTO        PIC 9(4).
       77  MUESTRA-SIGUIENTE    PIC 9(4).
       77  ORD-I                PIC 9(4).
       77  ORD-J                PIC 9(4).
       77  ORD-ANTERIOR         PIC 9(4).
       77  ORD-FIN              PIC X.
       77  VALOR-INSERTA        PIC S9(9)V99.
      ******************************************************************
      * Estadistica del grado en curso: sexo 1 = mujeres, 2 =
      * hombres; componente 1 base, 2 complementos, 3 extras.
      ******************************************************************
       01  TABLA-ESTADISTICA.
           05 ESTAD-SEXO OCCURS 2 TIMES.
              10 ESTAD-EMPLEADOS      PIC 9(5).
              10 ESTAD-COMPONENTE OCCURS 3 TIMES.
                 15 ESTAD-MEDIA       PIC S9(9)V99.
                 15 ESTAD-MEDIANA     PIC S9(9)V99.
       77  GRADO-POS            PIC 9(3).
       77  GRADO-EN-CURSO       PIC 9(3).
       77  SEXO-POS             PIC 9.
       77  SEXO-EN-CURSO        PIC X.
       77  COMPONENTE-POS       PIC 9.
       77  GRADO-CON-DATOS      PIC X.
       77  BRECHA-MEDIA         PIC S9(5)V99.
       77  BRECHA-MEDIANA       PIC S9(5)V99.
       77  BRECHA-SUPERADA      PIC X.
       77  GRADO-EDICION        PIC X(16).
       77  SEXO-EDICION         PIC X(7).
       77  EMPLEADOS-EDICION    PIC ZZZZ9.
       77  MEDIA-EDICION        PIC -(8)9.99.
       77  MEDIANA-EDICION      PIC -(8)9.99.
       77  BRECHA-MEDIA-EDICION PIC -(4)9.99.
       77  BRECHA-MEDIANA-EDICION PIC -(4)9.99.
       01  LINEA-DETALLE          PIC X(132).
       77  LINEA-POS            PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "REGISTRO RETRIBUTIVO POR SEXO".
       DISPLAY "ANIO DEL REGISTRO (AAAA): ".
       ACCEPT ANIO-REGISTRO.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY HISTORIAL DE NOMINA (NOMHIST.DAT)."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          CLOSE NOMINA-HISTORIAL
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-PARAMETRO-MINIMO.
       PERFORM CARGA-CONCEPTOS.
       MOVE "N" TO LEE-TODO.
       PERFORM ACUMULA-HISTORIAL UNTIL LEE-TODO = "S".
       CLOSE NOMINA-HISTORIAL.
       CLOSE EMPLEADOS-ARCHIVO.
       IF RETT-TOTAL = 0
          DISPLAY "NO HAY PERIODOS DEL ANIO " ANIO-REGISTRO
              " EN EL HISTORIAL."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-PUESTOS.
       PERFORM CARGA-ASIGNACIONES.
       MOVE 1 TO RETT-POS.
       PERFORM ASIGNA-GRADO-EMPLEADO UNTIL RETT-POS > RETT-TOTAL.
       OPEN OUTPUT REPORTE-REGISTRO.
       PERFORM ESCRIBE-CABECERA-REGISTRO.
       MOVE 0 TO GRADO-POS.
       PERFORM ESCRIBE-GRADO UNTIL GRADO-POS > 100.
       PERFORM ESCRIBE-RESUMEN-REGISTRO.
       CLOSE REPORTE-REGISTRO.
       DISPLAY "REGISTRO RETRIBUTIVO " ANIO-REGISTRO
           " ESCRITO EN REGRETRI.RPT: " EMPLEADOS-INCLUIDOS
           " EMPLEADOS, " BRECHAS-SENALADAS
           " BRECHAS SUPERIORES AL 25%.".
       IF BRECHAS-SENALADAS > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-PARAMETRO-MINIMO.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM APLICA-PARAMETRO-MINIMO
              UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.
       IF MINIMO-GRUPO < 1
          MOVE 1 TO MINIMO-GRUPO
       END-IF.

       APLICA-PARAMETRO-MINIMO.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "REGISTRO-MINIMO"
                 MOVE PARAM-VALOR TO MINIMO-GRUPO
              END-IF
       END-READ.

       CARGA-CONCEPTOS.
       MOVE 0 TO CONT-TOTAL.
       OPEN INPUT CONCEPTOS-ARCHIVO.
       IF CONCEPTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-UN-CONCEPTO UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE CONCEPTOS-ARCHIVO.

       CARGA-UN-CONCEPTO.
       READ CONCEPTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF CONCEPTO-CLASE NOT = "D"
                 IF CONT-TOTAL < 500
                    ADD 1 TO CONT-TOTAL
                    MOVE CONCEPTO-EMPLEADOS-ID TO CONT-ID(CONT-TOTAL)
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

       ACUMULA-HISTORIAL.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO(1:4) = ANIO-REGISTRO
                 PERFORM ACUMULA-REGISTRO-RETRIBUCION
              END-IF
       END-READ.

       ACUMULA-REGISTRO-RETRIBUCION.
       MOVE "N" TO RETT-HALLADO.
       MOVE 1 TO RETT-POS.
       PERFORM BUSCA-EMPLEADO-RETRIBUCION
           UNTIL RETT-POS > RETT-TOTAL OR RETT-HALLADO = "S".
       IF RETT-HALLADO = "N"
          IF RETT-TOTAL >= 1000
             DISPLAY "AVISO: TABLA DE RETRIBUCIONES LLENA. SE OMITE "
                 "EL ID " HISTORIAL-EMPLEADOS-ID
          ELSE
             ADD 1 TO RETT-TOTAL
             MOVE RETT-TOTAL TO RETT-POS
             PERFORM ALTA-EMPLEADO-RETRIBUCION
             MOVE "S" TO RETT-HALLADO
          END-IF
       END-IF.
       IF RETT-HALLADO = "S"
          PERFORM REPARTE-BRUTO-PERIODO
       END-IF.

       BUSCA-EMPLEADO-RETRIBUCION.
       IF RETT-ID(RETT-POS) = HISTORIAL-EMPLEADOS-ID
          MOVE "S" TO RETT-HALLADO
       ELSE
          ADD 1 TO RETT-POS
       END-IF.

       ALTA-EMPLEADO-RETRIBUCION.
       MOVE HISTORIAL-EMPLEADOS-ID TO RETT-ID(RETT-POS).
       MOVE 0 TO RETT-GRADO(RETT-POS).
       MOVE 0 TO RETT-COMPONENTE(RETT-POS, 1).
       MOVE 0 TO RETT-COMPONENTE(RETT-POS, 2).
       MOVE 0 TO RETT-COMPONENTE(RETT-POS, 3).
       MOVE HISTORIAL-EMPLEADOS-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
              MOVE "N" TO RETT-FICHA(RETT-POS)
              MOVE SPACE TO RETT-SEXO(RETT-POS)
              MOVE 0 TO RETT-SALARIO(RETT-POS)
           NOT INVALID KEY
              MOVE "S" TO RETT-FICHA(RETT-POS)
              MOVE EMPLEADOS-SEXO TO RETT-SEXO(RETT-POS)
              MOVE EMPLEADOS-SALARIO TO RETT-SALARIO(RETT-POS)
       END-READ.

      ******************************************************************
      * Reparto del bruto de un periodo: en una linea normal los
      * haberes recurrentes vigentes al cierre del mes son
      * complemento, lo que queda hasta el salario mensual es base y
      * el exceso (horas extra, atrasos, incentivos) es extra. Una
      * correccion fuera de ciclo (tipo C) va entera a extras.
      ******************************************************************
       REPARTE-BRUTO-PERIODO.
       IF HISTORIAL-TIPO = "C"
          ADD HISTORIAL-BRUTO TO RETT-COMPONENTE(RETT-POS, 3)
       ELSE
          MOVE HISTORIAL-PERIODO TO FECHA-PERIODO(1:6)
          MOVE "28" TO FECHA-PERIODO(7:2)
          MOVE 0 TO COMPLEMENTO-MES
          MOVE 1 TO CONT-POS
          PERFORM SUMA-CONCEPTO-PERIODO UNTIL CONT-POS > CONT-TOTAL
          IF COMPLEMENTO-MES > HISTORIAL-BRUTO
             MOVE HISTORIAL-BRUTO TO COMPLEMENTO-MES
          END-IF
          IF COMPLEMENTO-MES < 0
             MOVE 0 TO COMPLEMENTO-MES
          END-IF
          COMPUTE RESTO-MES = HISTORIAL-BRUTO - COMPLEMENTO-MES
          IF RESTO-MES > RETT-SALARIO(RETT-POS)
              AND RETT-FICHA(RETT-POS) = "S"
             MOVE RETT-SALARIO(RETT-POS) TO BASE-MES
          ELSE
             MOVE RESTO-MES TO BASE-MES
          END-IF
          ADD BASE-MES TO RETT-COMPONENTE(RETT-POS, 1)
          ADD COMPLEMENTO-MES TO RETT-COMPONENTE(RETT-POS, 2)
          COMPUTE RETT-COMPONENTE(RETT-POS, 3)
              = RETT-COMPONENTE(RETT-POS, 3) + RESTO-MES - BASE-MES
       END-IF.

       SUMA-CONCEPTO-PERIODO.
       IF CONT-ID(CONT-POS) = HISTORIAL-EMPLEADOS-ID
           AND CONT-DESDE(CONT-POS) <= FECHA-PERIODO
           AND (CONT-HASTA(CONT-POS) = 0
               OR CONT-HASTA(CONT-POS) >= FECHA-PERIODO)
          IF CONT-TIPO-VALOR(CONT-POS) = "P"
             COMPUTE IMPORTE-CONCEPTO ROUNDED
                 = RETT-SALARIO(RETT-POS) * CONT-VALOR(CONT-POS) / 100
                 ON SIZE ERROR MOVE 0 TO IMPORTE-CONCEPTO
             END-COMPUTE
          ELSE
             MOVE CONT-VALOR(CONT-POS) TO IMPORTE-CONCEPTO
          END-IF
          ADD IMPORTE-CONCEPTO TO COMPLEMENTO-MES
       END-IF.
       ADD 1 TO CONT-POS.

       CARGA-PUESTOS.
       MOVE 0 TO PUESTT-TOTAL.
       OPEN INPUT PUESTOS-ARCHIVO.
       IF PUESTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-UN-PUESTO UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE PUESTOS-ARCHIVO.

       CARGA-UN-PUESTO.
       READ PUESTOS-ARCHIVO
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF PUESTT-TOTAL < 100
                 ADD 1 TO PUESTT-TOTAL
                 MOVE PUESTO-REG-CODIGO TO PUESTT-CODIGO(PUESTT-TOTAL)
                 MOVE PUESTO-REG-GRADO TO PUESTT-GRADO(PUESTT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PUESTOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Solo interesa el puesto vigente (asignacion sin fecha hasta)
      * de cada empleado.
      ******************************************************************
       CARGA-ASIGNACIONES.
       MOVE 0 TO ASIGT-TOTAL.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CARGA-LEE-TODO
          PERFORM CARGA-UNA-ASIGNACION UNTIL CARGA-LEE-TODO = "S"
       END-IF.
       CLOSE ASIGNACIONES-ARCHIVO.

       CARGA-UNA-ASIGNACION.
       READ ASIGNACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CARGA-LEE-TODO
           NOT AT END
              IF ASIGNA-FECHA-HASTA = 0
                 IF ASIGT-TOTAL < 1000
                    ADD 1 TO ASIGT-TOTAL
                    MOVE ASIGNA-EMPLEADOS-ID TO ASIGT-ID(ASIGT-TOTAL)
                    MOVE ASIGNA-PUESTO TO ASIGT-PUESTO(ASIGT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE ASIGNACIONES LLENA."
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Grado del puesto vigente; sin puesto asignado o con un
      * puesto que ya no esta en PUESTOS.DAT el empleado cuenta en
      * el grado 00.
      ******************************************************************
       ASIGNA-GRADO-EMPLEADO.
       MOVE "N" TO ENCONTRADO.
       MOVE 1 TO ASIGT-POS.
       PERFORM BUSCA-ASIGNACION-EMPLEADO
           UNTIL ASIGT-POS > ASIGT-TOTAL OR ENCONTRADO = "S".
       IF ENCONTRADO = "S"
          MOVE "N" TO ENCONTRADO
          MOVE 1 TO PUESTT-POS
          PERFORM BUSCA-GRADO-PUESTO
              UNTIL PUESTT-POS > PUESTT-TOTAL OR ENCONTRADO = "S"
          IF ENCONTRADO = "S"
             MOVE PUESTT-GRADO(PUESTT-POS) TO RETT-GRADO(RETT-POS)
          END-IF
       END-IF.
       IF RETT-FICHA(RETT-POS) = "N"
          ADD 1 TO EMPLEADOS-SIN-FICHA
       ELSE
          IF RETT-SEXO(RETT-POS) NOT = "M"
              AND RETT-SEXO(RETT-POS) NOT = "H"
             ADD 1 TO EMPLEADOS-SIN-SEXO
          ELSE
             ADD 1 TO EMPLEADOS-INCLUIDOS
          END-IF
       END-IF.
       ADD 1 TO RETT-POS.

       BUSCA-ASIGNACION-EMPLEADO.
       IF ASIGT-ID(ASIGT-POS) = RETT-ID(RETT-POS)
          MOVE "S" TO ENCONTRADO
       ELSE
          ADD 1 TO ASIGT-POS
       END-IF.

       BUSCA-GRADO-PUESTO.
       IF PUESTT-CODIGO(PUESTT-POS) = ASIGT-PUESTO(ASIGT-POS)
          MOVE "S" TO ENCONTRADO
       ELSE
          ADD 1 TO PUESTT-POS
       END-IF.

       ESCRIBE-CABECERA-REGISTRO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-REGISTRO.
       STRING "REGISTRO RETRIBUTIVO POR SEXO - ANIO " ANIO-REGISTRO
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-REGISTRO.
       WRITE LINEA-REGISTRO.
       MOVE SPACES TO LINEA-REGISTRO.
       STRING "IMPORTES ANUALES POR EMPLEADO. GRUPOS DE MENOS DE "
           MINIMO-GRUPO " EMPLEADOS NO SE PUBLICAN. BRECHA = "
           "(HOMBRES - MUJERES) / HOMBRES EN %."
           DELIMITED BY SIZE INTO LINEA-REGISTRO.
       WRITE LINEA-REGISTRO.
       MOVE SPACES TO LINEA-REGISTRO.
       STRING "                    SALARIO BASE"
           "                COMPLEMENTOS"
           "                      EXTRAS"
           DELIMITED BY SIZE INTO LINEA-REGISTRO.
       WRITE LINEA-REGISTRO.
       MOVE SPACES TO LINEA-REGISTRO.
       STRING "SEXO     EMPL        MEDIA      MEDIANA"
           "         MEDIA      MEDIANA"
           "         MEDIA      MEDIANA"
           DELIMITED BY SIZE INTO LINEA-REGISTRO.
       WRITE LINEA-REGISTRO.

      ******************************************************************
      * Un bloque por grado con empleados (00 = sin puesto) y al
      * final el total de la empresa (GRADO-POS 100 = todos).
      ******************************************************************
       ESCRIBE-GRADO.
       MOVE GRADO-POS TO GRADO-EN-CURSO.
       MOVE "N" TO GRADO-CON-DATOS.
       MOVE 1 TO SEXO-POS.
       PERFORM CALCULA-ESTADISTICA-SEXO UNTIL SEXO-POS > 2.
       IF GRADO-CON-DATOS = "S"
          MOVE SPACES TO GRADO-EDICION
          IF GRADO-POS = 100
             MOVE "TODOS LOS GRADOS" TO GRADO-EDICION
          ELSE
             IF GRADO-POS = 0
                MOVE "SIN PUESTO" TO GRADO-EDICION
             ELSE
                STRING "GRADO " GRADO-POS(2:2)
                    DELIMITED BY SIZE INTO GRADO-EDICION
             END-IF
          END-IF
          MOVE SPACES TO LINEA-REGISTRO
          WRITE LINEA-REGISTRO
          MOVE SPACES TO LINEA-REGISTRO
          STRING "--- " GRADO-EDICION " ---"
              DELIMITED BY SIZE INTO LINEA-REGISTRO
          WRITE LINEA-REGISTRO
          MOVE 1 TO SEXO-POS
          PERFORM ESCRIBE-LINEA-SEXO UNTIL SEXO-POS > 2
          PERFORM ESCRIBE-LINEA-BRECHA
       END-IF.
       ADD 1 TO GRADO-POS.

       CALCULA-ESTADISTICA-SEXO.
       IF SEXO-POS = 1
          MOVE "M" TO SEXO-EN-CURSO
       ELSE
          MOVE "H" TO SEXO-EN-CURSO
       END-IF.
       MOVE 0 TO ESTAD-EMPLEADOS(SEXO-POS).
       MOVE 1 TO COMPONENTE-POS.
       PERFORM CALCULA-ESTADISTICA-COMPONENTE
           UNTIL COMPONENTE-POS > 3.
       IF ESTAD-EMPLEADOS(SEXO-POS) > 0
          MOVE "S" TO GRADO-CON-DATOS
       END-IF.
       ADD 1 TO SEXO-POS.

       CALCULA-ESTADISTICA-COMPONENTE.
       MOVE 0 TO MUESTRA-TOTAL.
       MOVE 0 TO MUESTRA-SUMA.
       MOVE 1 TO RETT-POS.
       PERFORM RECOGE-MUESTRA UNTIL RETT-POS > RETT-TOTAL.
       MOVE MUESTRA-TOTAL TO ESTAD-EMPLEADOS(SEXO-POS).
       MOVE 0 TO ESTAD-MEDIA(SEXO-POS, COMPONENTE-POS).
       MOVE 0 TO ESTAD-MEDIANA(SEXO-POS, COMPONENTE-POS).
       IF MUESTRA-TOTAL > 0
          COMPUTE ESTAD-MEDIA(SEXO-POS, COMPONENTE-POS) ROUNDED
              = MUESTRA-SUMA / MUESTRA-TOTAL
          PERFORM ORDENA-MUESTRA
          DIVIDE MUESTRA-TOTAL BY 2 GIVING MUESTRA-MITAD
              REMAINDER MUESTRA-RESTO
          IF MUESTRA-RESTO = 1
             ADD 1 TO MUESTRA-MITAD
             MOVE MUESTRA-VALOR(MUESTRA-MITAD)
                 TO ESTAD-MEDIANA(SEXO-POS, COMPONENTE-POS)
          ELSE
             COMPUTE MUESTRA-SIGUIENTE = MUESTRA-MITAD + 1
             COMPUTE ESTAD-MEDIANA(SEXO-POS, COMPONENTE-POS) ROUNDED
                 = (MUESTRA-VALOR(MUESTRA-MITAD)
                   + MUESTRA-VALOR(MUESTRA-SIGUIENTE)) / 2
          END-IF
       END-IF.
       ADD 1 TO COMPONENTE-POS.

       RECOGE-MUESTRA.
       IF RETT-FICHA(RETT-POS) = "S"
           AND RETT-SEXO(RETT-POS) = SEXO-EN-CURSO
           AND (GRADO-EN-CURSO = 100
               OR RETT-GRADO(RETT-POS) = GRADO-EN-CURSO)
          ADD 1 TO MUESTRA-TOTAL
          MOVE RETT-COMPONENTE(RETT-POS, COMPONENTE-POS)
              TO MUESTRA-VALOR(MUESTRA-TOTAL)
          ADD RETT-COMPONENTE(RETT-POS, COMPONENTE-POS)
              TO MUESTRA-SUMA
       END-IF.
       ADD 1 TO RETT-POS.

      ******************************************************************
      * Ordenacion por insercion de la muestra del grupo.
      ******************************************************************
       ORDENA-MUESTRA.
       MOVE 2 TO ORD-I.
       PERFORM INSERTA-VALOR-MUESTRA UNTIL ORD-I > MUESTRA-TOTAL.

       INSERTA-VALOR-MUESTRA.
       MOVE MUESTRA-VALOR(ORD-I) TO VALOR-INSERTA.
       MOVE ORD-I TO ORD-J.
       MOVE "N" TO ORD-FIN.
       PERFORM DESPLAZA-VALOR-MUESTRA UNTIL ORD-FIN = "S".
       MOVE VALOR-INSERTA TO MUESTRA-VALOR(ORD-J).
       ADD 1 TO ORD-I.

       DESPLAZA-VALOR-MUESTRA.
       IF ORD-J = 1
          MOVE "S" TO ORD-FIN
       ELSE
          COMPUTE ORD-ANTERIOR = ORD-J - 1
          IF MUESTRA-VALOR(ORD-ANTERIOR) > VALOR-INSERTA
             MOVE MUESTRA-VALOR(ORD-ANTERIOR) TO MUESTRA-VALOR(ORD-J)
             MOVE ORD-ANTERIOR TO ORD-J
          ELSE
             MOVE "S" TO ORD-FIN
          END-IF
       END-IF.

       ESCRIBE-LINEA-SEXO.
       IF SEXO-POS = 1
          MOVE "MUJERES" TO SEXO-EDICION
       ELSE
          MOVE "HOMBRES" TO SEXO-EDICION
       END-IF.
       MOVE ESTAD-EMPLEADOS(SEXO-POS) TO EMPLEADOS-EDICION.
       MOVE SPACES TO LINEA-REGISTRO.
       IF ESTAD-EMPLEADOS(SEXO-POS) = 0
          STRING SEXO-EDICION " " EMPLEADOS-EDICION
              "  SIN EMPLEADOS EN EL GRUPO"
              DELIMITED BY SIZE INTO LINEA-REGISTRO
       ELSE
          IF ESTAD-EMPLEADOS(SEXO-POS) < MINIMO-GRUPO
             IF GRADO-EN-CURSO NOT = 100
                ADD 1 TO GRUPOS-SUPRIMIDOS
             END-IF
             STRING SEXO-EDICION " " EMPLEADOS-EDICION
                 "  GRUPO INFERIOR AL MINIMO DE ANONIMATO: "
                 "NO SE PUBLICA"
                 DELIMITED BY SIZE INTO LINEA-REGISTRO
          ELSE
             MOVE SPACES TO LINEA-DETALLE
             MOVE 1 TO LINEA-POS
             STRING SEXO-EDICION " " EMPLEADOS-EDICION
                 DELIMITED BY SIZE INTO LINEA-DETALLE
                 WITH POINTER LINEA-POS
             MOVE 1 TO COMPONENTE-POS
             PERFORM EDITA-COMPONENTE-SEXO UNTIL COMPONENTE-POS > 3
             MOVE LINEA-DETALLE TO LINEA-REGISTRO
          END-IF
       END-IF.
       WRITE LINEA-REGISTRO.
       ADD 1 TO SEXO-POS.

       EDITA-COMPONENTE-SEXO.
       MOVE ESTAD-MEDIA(SEXO-POS, COMPONENTE-POS) TO MEDIA-EDICION.
       MOVE ESTAD-MEDIANA(SEXO-POS, COMPONENTE-POS)
           TO MEDIANA-EDICION.
       STRING " " MEDIA-EDICION " " MEDIANA-EDICION " "
           DELIMITED BY SIZE INTO LINEA-DETALLE
           WITH POINTER LINEA-POS.
       ADD 1 TO COMPONENTE-POS.

      ******************************************************************
      * La brecha solo se calcula cuando los dos grupos se publican;
      * se marca cuando la de la media o la de la mediana de algun
      * componente pasa del 25% en cualquiera de los dos sentidos.
      ******************************************************************
       ESCRIBE-LINEA-BRECHA.
       MOVE SPACES TO LINEA-REGISTRO.
       IF ESTAD-EMPLEADOS(1) < MINIMO-GRUPO
           OR ESTAD-EMPLEADOS(2) < MINIMO-GRUPO
          STRING "BRECHA        NO CALCULABLE: ALGUN GRUPO SIN "
              "EMPLEADOS O POR DEBAJO DEL MINIMO"
              DELIMITED BY SIZE INTO LINEA-REGISTRO
       ELSE
          MOVE "N" TO BRECHA-SUPERADA
          MOVE SPACES TO LINEA-DETALLE
          MOVE 1 TO LINEA-POS
          STRING "BRECHA %     "
              DELIMITED BY SIZE INTO LINEA-DETALLE
              WITH POINTER LINEA-POS
          MOVE 1 TO COMPONENTE-POS
          PERFORM EDITA-BRECHA-COMPONENTE UNTIL COMPONENTE-POS > 3
          IF BRECHA-SUPERADA = "S"
             IF GRADO-EN-CURSO NOT = 100
                ADD 1 TO BRECHAS-SENALADAS
             END-IF
             STRING " ** BRECHA SUPERIOR AL 25% **"
                 DELIMITED BY SIZE INTO LINEA-DETALLE
                 WITH POINTER LINEA-POS
          END-IF
          MOVE LINEA-DETALLE TO LINEA-REGISTRO
       END-IF.
       WRITE LINEA-REGISTRO.

       EDITA-BRECHA-COMPONENTE.
       MOVE 0 TO BRECHA-MEDIA.
       MOVE 0 TO BRECHA-MEDIANA.
       IF ESTAD-MEDIA(2, COMPONENTE-POS) NOT = 0
          COMPUTE BRECHA-MEDIA ROUNDED
              = (ESTAD-MEDIA(2, COMPONENTE-POS)
                - ESTAD-MEDIA(1, COMPONENTE-POS)) * 100
                / ESTAD-MEDIA(2, COMPONENTE-POS)
              ON SIZE ERROR MOVE 0 TO BRECHA-MEDIA
          END-COMPUTE
       END-IF.
       IF ESTAD-MEDIANA(2, COMPONENTE-POS) NOT = 0
          COMPUTE BRECHA-MEDIANA ROUNDED
              = (ESTAD-MEDIANA(2, COMPONENTE-POS)
                - ESTAD-MEDIANA(1, COMPONENTE-POS)) * 100
                / ESTAD-MEDIANA(2, COMPONENTE-POS)
              ON SIZE ERROR MOVE 0 TO BRECHA-MEDIANA
          END-COMPUTE
       END-IF.
       IF BRECHA-MEDIA > 25 OR BRECHA-MEDIA < -25
           OR BRECHA-MEDIANA > 25 OR BRECHA-MEDIANA < -25
          MOVE "S" TO BRECHA-SUPERADA
       END-IF.
       MOVE BRECHA-MEDIA TO BRECHA-MEDIA-EDICION.
       MOVE BRECHA-MEDIANA TO BRECHA-MEDIANA-EDICION.
       STRING "     " BRECHA-MEDIA-EDICION "     "
           BRECHA-MEDIANA-EDICION " "
           DELIMITED BY SIZE INTO LINEA-DETALLE
           WITH POINTER LINEA-POS.
       ADD 1 TO COMPONENTE-POS.

       ESCRIBE-RESUMEN-REGISTRO.
       MOVE SPACES TO LINEA-REGISTRO.
       WRITE LINEA-REGISTRO.
       MOVE SPACES TO LINEA-REGISTRO.
       STRING "EMPLEADOS INCLUIDOS: " EMPLEADOS-INCLUIDOS
           "  SIN SEXO CAPTURADO: " EMPLEADOS-SIN-SEXO
           "  SIN FICHA EN EL MAESTRO: " EMPLEADOS-SIN-FICHA
           DELIMITED BY SIZE INTO LINEA-REGISTRO.
       WRITE LINEA-REGISTRO.
       MOVE SPACES TO LINEA-REGISTRO.
       STRING "GRUPOS NO PUBLICADOS: " GRUPOS-SUPRIMIDOS
           "  GRADOS CON BRECHA SUPERIOR AL 25%: " BRECHAS-SENALADAS
           DELIMITED BY SIZE INTO LINEA-REGISTRO.
       WRITE LINEA-REGISTRO.
       IF EMPLEADOS-SIN-SEXO > 0
          MOVE SPACES TO LINEA-REGISTRO
          STRING "LOS EMPLEADOS SIN SEXO CAPTURADO NO ENTRAN EN EL "
              "REGISTRO: COMPLETARLOS CON CAPTURA-SEXO."
              DELIMITED BY SIZE INTO LINEA-REGISTRO
          WRITE LINEA-REGISTRO
       END-IF.
       END PROGRAM REGISTRO-RETRIBUTIVO.

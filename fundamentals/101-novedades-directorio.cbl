      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interfaz diaria de novedades de empleados para el
      *          directorio telefonico y el control de accesos
      *          (DIRECTOR.DAT). A partir del diario de cambios del
      *          maestro (DIARIO.DAT) de una fecha graba un detalle
      *          por empleado con su accion del dia: N alta (o
      *          reingreso), C cambio de nombre, telefono,
      *          departamento, estado o responsable (JEFES.DAT), B
      *          baja. Varios cambios del mismo empleado en el dia
      *          se funden en uno comparando su primera y su ultima
      *          imagen. Solo viajan ID, nombre, departamento,
      *          telefono, estado y responsable. Cabecera con la
      *          secuencia correlativa de TRANSSEQ.DAT y totalizador,
      *          con digito de control por registro, como las demas
      *          interfaces que comprueba VERIFICA-TRANSMISION.
      *          Cada envio queda en DIRCTL.DAT: una fecha ya enviada
      *          no se vuelve a enviar; el reenvio (modo R) repite
      *          la secuencia original para que el destino lo tome
      *          como el mismo envio. El modo F manda la plantilla
      *          completa del maestro para resincronizar. Modo, fecha
      *          y diario se piden en DIRPARM.DAT (una peticion que
      *          se consume al usarse); sin peticion, novedades de la
      *          fecha de proceso en DIARIO.DAT, para correr como
      *          paso de la cadena nocturna. Listado DIRECTOR.RPT.
      *          El directorio es comun a todas las empresas: viaja
      *          toda la plantilla y la cabecera lleva la empresa
      *          por omision.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOVEDADES-DIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT DIARIO-ARCHIVO ASSIGN TO DIARIO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-ESTADO-ARCHIVO.
           SELECT JEFES-ARCHIVO ASSIGN TO "JEFES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JEFES-ESTADO-ARCHIVO.
           SELECT PETICION-DIRECTORIO ASSIGN TO "DIRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PETICION-ESTADO-ARCHIVO.
           SELECT CONTROL-DIRECTORIO ASSIGN TO "DIRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRCTL-ESTADO-ARCHIVO.
           SELECT ARCHIVO-DIRECTORIO ASSIGN TO "DIRECTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSMISION-SECUENCIA ASSIGN TO "TRANSSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSSEQ-ESTADO-ARCHIVO.
           SELECT REPORTE-DIRECTORIO ASSIGN TO "DIRECTOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  DIARIO-ARCHIVO.
       01  DIARIO-REGISTRO.
           05 DIARIO-FECHA            PIC X(14).
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
               88 ACCION-CON-IMAGEN-MAESTRO VALUE "ALTA"
                  "REACTIVACION" "ACTUALIZACION" "CAMBIO-SALARIO"
                  "ARCHIVO-BAJA" "CUARENTENA" "BAJA" "EXCEDENCIA"
                  "REINCORPORA" "REINSTALACION" "NORMALIZACION"
                  "AJUSTE-SALARIO" "FUSION" "REORG-DEPTO".
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  JEFES-ARCHIVO.
       01  JEFE-REGISTRO.
           05 JEFE-EMPLEADOS-ID       PIC 9(5).
           05 JEFE-RESPONSABLE-ID     PIC 9(5).
           05 JEFE-DESDE              PIC 9(8).
      ******************************************************************
      * Peticion para la proxima corrida: modo D novedades, R reenvio
      * de una fecha ya enviada, F carga completa; fecha del diario
      * (cero = fecha de proceso) y nombre del diario (en blanco =
      * DIARIO.DAT; una generacion rotada para fechas antiguas).
      ******************************************************************
       FD  PETICION-DIRECTORIO.
       01  PETICION-REGISTRO.
           05 PETICION-MODO           PIC X.
           05 PETICION-FECHA          PIC 9(8).
           05 PETICION-DIARIO         PIC X(12).
      ******************************************************************
      * Un registro por envio: fecha de los datos, clase (D, R o F),
      * secuencia de la transmision, detalles y momento del envio.
      ******************************************************************
       FD  CONTROL-DIRECTORIO.
       01  DIRCTL-REGISTRO.
           05 DIRCTL-FECHA            PIC 9(8).
           05 DIRCTL-CLASE            PIC X.
           05 DIRCTL-SECUENCIA        PIC 9(5).
           05 DIRCTL-REGISTROS        PIC 9(7).
           05 DIRCTL-ENVIO            PIC X(14).
       FD  TRANSMISION-SECUENCIA.
       01  TRANSMISION-SEC-REGISTRO.
           05 TSEQ-INTERFAZ           PIC X(8).
           05 TSEQ-SECUENCIA          PIC 9(5).
       FD  ARCHIVO-DIRECTORIO.
       01  DIRECTORIO-REGISTRO        PIC X(80).
       01  DIRECTORIO-CABECERA REDEFINES DIRECTORIO-REGISTRO.
           05 CABECERA-TIPO           PIC X.
           05 CABECERA-FECHA          PIC 9(8).
           05 CABECERA-EMPRESA        PIC X(6).
           05 CABECERA-SECUENCIA      PIC 9(5).
           05 CABECERA-HORA           PIC X(6).
           05 CABECERA-CLASE          PIC X.
           05 CABECERA-FECHA-DATOS    PIC 9(8).
           05 FILLER                  PIC X(45).
      ******************************************************************
      * Detalle. DETALLE-ACCION: N alta, C cambio, B baja; en la
      * carga completa A (empleado vigente) o B (dado de baja).
      * DETALLE-ESTADO es el del maestro (A activo, C cuarentena,
      * S excedencia, I baja). Responsable cero = sin responsable.
      ******************************************************************
       01  DIRECTORIO-DETALLE REDEFINES DIRECTORIO-REGISTRO.
           05 DETALLE-TIPO            PIC X.
           05 DETALLE-ACCION          PIC X.
           05 DETALLE-EMPLEADOS-ID    PIC 9(5).
           05 DETALLE-NOMBRE          PIC X(15).
           05 DETALLE-APELLIDOS       PIC X(20).
           05 DETALLE-DEPARTAMENTO    PIC X(10).
           05 DETALLE-TELEFONO        PIC X(15).
           05 DETALLE-ESTADO          PIC X.
           05 DETALLE-RESPONSABLE     PIC 9(5).
           05 FILLER                  PIC X(7).
       01  DIRECTORIO-TOTALIZADOR REDEFINES DIRECTORIO-REGISTRO.
           05 TOTALIZADOR-TIPO        PIC X.
           05 TOTALIZADOR-REGISTROS   PIC 9(7).
           05 TOTALIZADOR-ALTAS       PIC 9(7).
           05 TOTALIZADOR-CAMBIOS     PIC 9(7).
           05 TOTALIZADOR-BAJAS       PIC 9(7).
           05 FILLER                  PIC X(51).
       FD  REPORTE-DIRECTORIO.
       01  LINEA-DIRECTORIO           PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  JEFES-ESTADO-ARCHIVO PIC X(2).
       77  PETICION-ESTADO-ARCHIVO PIC X(2).
       77  DIRCTL-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-NOMBRE-ARCHIVO PIC X(12) VALUE "DIARIO.DAT".
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
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
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  FECHA-NOVEDADES      PIC 9(8) VALUE 0.
       77  MODO-NOVEDADES       PIC X VALUE "D".
       77  HAY-PETICION         PIC X VALUE "N".
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  ENVIO-PREVIO         PIC X VALUE "N".
       77  SECUENCIA-PREVIA     PIC 9(5) VALUE 0.
       77  ACCION-NOVEDAD       PIC X.
       77  TOTAL-DETALLES       PIC 9(7) VALUE 0.
       77  TOTAL-ALTAS          PIC 9(7) VALUE 0.
       77  TOTAL-CAMBIOS        PIC 9(7) VALUE 0.
       77  TOTAL-BAJAS          PIC 9(7) VALUE 0.
       77  CAMBIOS-LEIDOS       PIC 9(7) VALUE 0.
      ******************************************************************
      * Primera imagen anterior y ultima imagen posterior del dia de
      * un empleado, con la disposicion del registro del maestro.
      ******************************************************************
       01  IMAGEN-PRIMERA.
           05 IPRI-ID                 PIC 9(5).
           05 IPRI-NOMBRE             PIC X(15).
           05 IPRI-APELLIDOS.
              10 IPRI-PRIMER-APELLIDO  PIC X(25).
              10 IPRI-SEGUNDO-APELLIDO PIC X(25).
           05 FILLER                  PIC X(3).
           05 IPRI-TELEFONO           PIC X(15).
           05 FILLER                  PIC X(30).
           05 IPRI-ESTADO             PIC X.
           05 IPRI-DEPARTAMENTO       PIC X(10).
           05 FILLER                  PIC X(82).
       01  IMAGEN-ULTIMA.
           05 IULT-ID                 PIC 9(5).
           05 IULT-NOMBRE             PIC X(15).
           05 IULT-APELLIDOS.
              10 IULT-PRIMER-APELLIDO  PIC X(25).
              10 IULT-SEGUNDO-APELLIDO PIC X(25).
           05 FILLER                  PIC X(3).
           05 IULT-TELEFONO           PIC X(15).
           05 FILLER                  PIC X(30).
           05 IULT-ESTADO             PIC X.
           05 IULT-DEPARTAMENTO       PIC X(10).
           05 FILLER                  PIC X(82).
       01  TABLA-NOVEDADES.
           05 NOVT-ENTRADA OCCURS 500 TIMES.
              10 NOVT-EMPLEADOS-ID    PIC 9(5).
              10 NOVT-ANTES           PIC X(217).
              10 NOVT-DESPUES         PIC X(217).
              10 NOVT-CAMBIO-JEFE     PIC X.
       77  NOVT-TOTAL           PIC 9(3) VALUE 0.
       77  NOVT-POS             PIC 9(3).
       77  NOVT-HALLADO         PIC X.
       01  TABLA-JEFES.
           05 JEFT-ENTRADA OCCURS 500 TIMES.
              10 JEFT-EMPLEADOS-ID    PIC 9(5).
              10 JEFT-RESPONSABLE     PIC 9(5).
              10 JEFT-DESDE           PIC 9(8).
       77  JEFT-TOTAL           PIC 9(3) VALUE 0.
       77  JEFT-POS             PIC 9(3).
       77  JEFE-LEE-TODO        PIC X.
       77  JEFE-BUSCADO         PIC 9(5).
       77  JEFE-VIGENTE         PIC 9(5).
       77  JEFE-VIGENTE-DESDE   PIC 9(8).
       77  ID-NOVEDAD           PIC 9(5).
       01  TABLA-CONTROL-DIR.
           05 DCTT-ENTRADA OCCURS 400 TIMES.
              10 DCTT-FECHA           PIC 9(8).
              10 DCTT-CLASE           PIC X.
              10 DCTT-SECUENCIA       PIC 9(5).
       77  DCTT-TOTAL           PIC 9(3) VALUE 0.
       77  DCTT-POS             PIC 9(3).
       77  TRANSSEQ-ESTADO-ARCHIVO PIC X(2).
       77  SECUENCIA-DIRECTORIO PIC 9(5) VALUE 0.
       77  INTERFAZ-BUSCADA     PIC X(8).
       77  SECUENCIA-HALLADA    PIC X.
       77  TRANSSEQ-LEE-TODO    PIC X.
       01  TABLA-SECUENCIAS-TRANS.
           05 TSQT-ENTRADA OCCURS 10 TIMES.
              10 TSQT-INTERFAZ        PIC X(8).
              10 TSQT-SECUENCIA       PIC 9(5).
       77  TSQT-TOTAL           PIC 9(2) VALUE 0.
       77  TSQT-POS             PIC 9(2).
       77  REGISTRO-DIGITO-X    PIC X(79).
       77  DIGITO-REGISTRO      PIC 9.
       77  DIGITO-POS-REG       PIC 9(2).
       77  DIGITO-AUX-REG       PIC 9.
       77  SUMA-DIGITOS-REG     PIC 9(5).
       77  RESTO-DIGITO-REG     PIC 9(5).
       77  COCIENTE-DIGITO-REG  PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE "P" TO EMPRESA-MODO.
       MOVE 1 TO EMPRESA-POSICION.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       MOVE EMPRESA-DEFECTO TO CODIGO-EMPRESA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       PERFORM LEE-PETICION-DIRECTORIO.
       IF FECHA-NOVEDADES = 0
          MOVE FECHA-PROCESO-NEGOCIO TO FECHA-NOVEDADES
       END-IF.
       IF MODO-NOVEDADES NOT = "D" AND MODO-NOVEDADES NOT = "R"
           AND MODO-NOVEDADES NOT = "F"
          DISPLAY "MODO " MODO-NOVEDADES " NO VALIDO EN DIRPARM.DAT."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-CONTROL-DIRECTORIO.
       IF MODO-NOVEDADES NOT = "F"
          PERFORM BUSCA-ENVIO-ANTERIOR
       END-IF.
       IF MODO-NOVEDADES = "D" AND ENVIO-PREVIO = "S"
          DISPLAY "LAS NOVEDADES DEL " FECHA-NOVEDADES
              " YA SE ENVIARON CON LA SECUENCIA " SECUENCIA-PREVIA
              ". PARA REENVIARLAS PIDA EL MODO R EN DIRPARM.DAT."
          GOBACK
       END-IF.
       IF MODO-NOVEDADES = "R" AND ENVIO-PREVIO = "N"
          MOVE "D" TO MODO-NOVEDADES
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-JEFES.
       IF MODO-NOVEDADES NOT = "F"
          PERFORM CARGA-NOVEDADES-DIARIO
          IF DIARIO-ESTADO-ARCHIVO NOT = "00"
              AND DIARIO-ESTADO-ARCHIVO NOT = "35"
             DISPLAY "NO SE PUDO LEER " DIARIO-NOMBRE-ARCHIVO
                 ". ESTADO: " DIARIO-ESTADO-ARCHIVO
             CLOSE EMPLEADOS-ARCHIVO
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF
          PERFORM MARCA-CAMBIOS-JEFE
       END-IF.
       OPEN OUTPUT REPORTE-DIRECTORIO.
       MOVE SPACES TO LINEA-DIRECTORIO.
       IF MODO-NOVEDADES = "F"
          STRING "DIRECTORIO Y ACCESOS - CARGA COMPLETA A "
              FECHA-NOVEDADES " - EJECUCION: " FECHA-ACTUAL(1:14)
              DELIMITED BY SIZE INTO LINEA-DIRECTORIO
          WRITE LINEA-DIRECTORIO
       ELSE
          STRING "DIRECTORIO Y ACCESOS - NOVEDADES DEL "
              FECHA-NOVEDADES " - EJECUCION: " FECHA-ACTUAL(1:14)
              DELIMITED BY SIZE INTO LINEA-DIRECTORIO
          WRITE LINEA-DIRECTORIO
          MOVE SPACES TO LINEA-DIRECTORIO
          STRING "DIARIO: " DIARIO-NOMBRE-ARCHIVO
              " - CAMBIOS DEL MAESTRO LEIDOS: " CAMBIOS-LEIDOS
              DELIMITED BY SIZE INTO LINEA-DIRECTORIO
          WRITE LINEA-DIRECTORIO
       END-IF.
       MOVE SPACES TO LINEA-DIRECTORIO.
       WRITE LINEA-DIRECTORIO.
       OPEN OUTPUT ARCHIVO-DIRECTORIO.
       PERFORM ESCRIBE-CABECERA-DIRECTORIO.
       IF MODO-NOVEDADES = "F"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-SIGUIENTE-EMPLEADO
          PERFORM DETALLE-CARGA-COMPLETA UNTIL LEE-TODO = "S"
       ELSE
          MOVE 1 TO NOVT-POS
          PERFORM CLASIFICA-NOVEDAD UNTIL NOVT-POS > NOVT-TOTAL
       END-IF.
       PERFORM ESCRIBE-TOTALIZADOR-DIRECTORIO.
       CLOSE ARCHIVO-DIRECTORIO.
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM GRABA-CONTROL-DIRECTORIO.
       PERFORM CONSUME-PETICION-DIRECTORIO.
       MOVE SPACES TO LINEA-DIRECTORIO.
       WRITE LINEA-DIRECTORIO.
       MOVE SPACES TO LINEA-DIRECTORIO.
       STRING "SECUENCIA " SECUENCIA-DIRECTORIO
           " CLASE " MODO-NOVEDADES
           " - DETALLES: " TOTAL-DETALLES
           " ALTAS: " TOTAL-ALTAS
           " CAMBIOS: " TOTAL-CAMBIOS
           " BAJAS: " TOTAL-BAJAS
           DELIMITED BY SIZE INTO LINEA-DIRECTORIO.
       WRITE LINEA-DIRECTORIO.
       CLOSE REPORTE-DIRECTORIO.
       DISPLAY "DIRECTOR.DAT GENERADO: SECUENCIA " SECUENCIA-DIRECTORIO
           ", " TOTAL-DETALLES " DETALLES. VER DIRECTOR.RPT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       LEE-PETICION-DIRECTORIO.
       MOVE "N" TO HAY-PETICION.
       OPEN INPUT PETICION-DIRECTORIO.
       IF PETICION-ESTADO-ARCHIVO = "00"
          READ PETICION-DIRECTORIO
              AT END CONTINUE
              NOT AT END
                 MOVE "S" TO HAY-PETICION
                 MOVE PETICION-MODO TO MODO-NOVEDADES
                 IF PETICION-FECHA IS NUMERIC
                    MOVE PETICION-FECHA TO FECHA-NOVEDADES
                 END-IF
                 IF PETICION-DIARIO NOT = SPACES
                    MOVE PETICION-DIARIO TO DIARIO-NOMBRE-ARCHIVO
                 END-IF
          END-READ
       END-IF.
       CLOSE PETICION-DIRECTORIO.

       CONSUME-PETICION-DIRECTORIO.
       IF HAY-PETICION = "S"
          OPEN OUTPUT PETICION-DIRECTORIO
          CLOSE PETICION-DIRECTORIO
       END-IF.

       CARGA-CONTROL-DIRECTORIO.
       MOVE 0 TO DCTT-TOTAL.
       OPEN INPUT CONTROL-DIRECTORIO.
       IF DIRCTL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-CONTROL UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CONTROL-DIRECTORIO.

       CARGA-UN-CONTROL.
       READ CONTROL-DIRECTORIO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DCTT-TOTAL < 400
                 ADD 1 TO DCTT-TOTAL
                 MOVE DIRCTL-FECHA TO DCTT-FECHA(DCTT-TOTAL)
                 MOVE DIRCTL-CLASE TO DCTT-CLASE(DCTT-TOTAL)
                 MOVE DIRCTL-SECUENCIA TO DCTT-SECUENCIA(DCTT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ENVIOS AL DIRECTORIO LLENA."
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

      ******************************************************************
      * Envio de novedades de la fecha ya hecho (D o R): su secuencia
      * es la que repite un reenvio.
      ******************************************************************
       BUSCA-ENVIO-ANTERIOR.
       MOVE "N" TO ENVIO-PREVIO.
       MOVE 1 TO DCTT-POS.
       PERFORM COMPARA-ENVIO-ANTERIOR UNTIL DCTT-POS > DCTT-TOTAL.

       COMPARA-ENVIO-ANTERIOR.
       IF DCTT-FECHA(DCTT-POS) = FECHA-NOVEDADES
           AND DCTT-CLASE(DCTT-POS) NOT = "F"
          MOVE "S" TO ENVIO-PREVIO
          MOVE DCTT-SECUENCIA(DCTT-POS) TO SECUENCIA-PREVIA
       END-IF.
       ADD 1 TO DCTT-POS.

       GRABA-CONTROL-DIRECTORIO.
       OPEN EXTEND CONTROL-DIRECTORIO.
       IF DIRCTL-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT CONTROL-DIRECTORIO
       END-IF.
       MOVE FECHA-NOVEDADES TO DIRCTL-FECHA.
       MOVE MODO-NOVEDADES TO DIRCTL-CLASE.
       MOVE SECUENCIA-DIRECTORIO TO DIRCTL-SECUENCIA.
       MOVE TOTAL-DETALLES TO DIRCTL-REGISTROS.
       MOVE FECHA-ACTUAL(1:14) TO DIRCTL-ENVIO.
       WRITE DIRCTL-REGISTRO.
       CLOSE CONTROL-DIRECTORIO.

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

      ******************************************************************
      * Responsable vigente en la fecha de los datos; a igual fecha
      * manda el registro grabado despues. Sin registro, cero.
      ******************************************************************
       OBTIENE-JEFE-VIGENTE.
       MOVE 0 TO JEFE-VIGENTE.
       MOVE 0 TO JEFE-VIGENTE-DESDE.
       MOVE 1 TO JEFT-POS.
       PERFORM BUSCA-JEFE-VIGENTE UNTIL JEFT-POS > JEFT-TOTAL.

       BUSCA-JEFE-VIGENTE.
       IF JEFT-EMPLEADOS-ID(JEFT-POS) = JEFE-BUSCADO
           AND JEFT-DESDE(JEFT-POS) NOT > FECHA-NOVEDADES
           AND JEFT-DESDE(JEFT-POS) NOT < JEFE-VIGENTE-DESDE
          MOVE JEFT-RESPONSABLE(JEFT-POS) TO JEFE-VIGENTE
          MOVE JEFT-DESDE(JEFT-POS) TO JEFE-VIGENTE-DESDE
       END-IF.
       ADD 1 TO JEFT-POS.

      ******************************************************************
      * Cambios del maestro de la fecha, agrupados por empleado: se
      * guarda la primera imagen anterior y la ultima posterior. Las
      * acciones del diario que no llevan el registro del maestro
      * (parametros, fusiones de archivos satelite) no cuentan.
      ******************************************************************
       CARGA-NOVEDADES-DIARIO.
       MOVE 0 TO NOVT-TOTAL.
       OPEN INPUT DIARIO-ARCHIVO.
       IF DIARIO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-CAMBIO UNTIL LEE-TODO = "S"
          CLOSE DIARIO-ARCHIVO
       END-IF.

       CARGA-UN-CAMBIO.
       READ DIARIO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF DIARIO-FECHA(1:8) = FECHA-NOVEDADES
                  AND ACCION-CON-IMAGEN-MAESTRO
                  AND DIARIO-EMPLEADOS-ID > 0
                 ADD 1 TO CAMBIOS-LEIDOS
                 MOVE DIARIO-EMPLEADOS-ID TO ID-NOVEDAD
                 PERFORM LOCALIZA-NOVEDAD
                 IF NOVT-HALLADO = "N"
                    PERFORM AGREGA-NOVEDAD
                    IF NOVT-HALLADO = "S"
                       MOVE DIARIO-IMAGEN-ANTES
                           TO NOVT-ANTES(NOVT-POS)
                    END-IF
                 END-IF
                 IF NOVT-HALLADO = "S"
                    MOVE DIARIO-IMAGEN-DESPUES
                        TO NOVT-DESPUES(NOVT-POS)
                 END-IF
              END-IF
       END-READ.

       LOCALIZA-NOVEDAD.
       MOVE "N" TO NOVT-HALLADO.
       MOVE 1 TO NOVT-POS.
       PERFORM COMPARA-NOVEDAD
           UNTIL NOVT-POS > NOVT-TOTAL OR NOVT-HALLADO = "S".

       COMPARA-NOVEDAD.
       IF NOVT-EMPLEADOS-ID(NOVT-POS) = ID-NOVEDAD
          MOVE "S" TO NOVT-HALLADO
       ELSE
          ADD 1 TO NOVT-POS
       END-IF.

       AGREGA-NOVEDAD.
       IF NOVT-TOTAL < 500
          ADD 1 TO NOVT-TOTAL
          MOVE NOVT-TOTAL TO NOVT-POS
          MOVE ID-NOVEDAD TO NOVT-EMPLEADOS-ID(NOVT-POS)
          MOVE SPACES TO NOVT-ANTES(NOVT-POS)
          MOVE SPACES TO NOVT-DESPUES(NOVT-POS)
          MOVE "N" TO NOVT-CAMBIO-JEFE(NOVT-POS)
          MOVE "S" TO NOVT-HALLADO
       ELSE
          DISPLAY "AVISO: TABLA DE NOVEDADES LLENA. EMPLEADO "
              ID-NOVEDAD " SIN ENVIAR."
       END-IF.

      ******************************************************************
      * Cambios de responsable con efecto en la fecha: la linea de
      * mando no pasa por el diario del maestro.
      ******************************************************************
       MARCA-CAMBIOS-JEFE.
       MOVE 1 TO JEFT-POS.
       PERFORM MARCA-UN-CAMBIO-JEFE UNTIL JEFT-POS > JEFT-TOTAL.

       MARCA-UN-CAMBIO-JEFE.
       IF JEFT-DESDE(JEFT-POS) = FECHA-NOVEDADES
          MOVE JEFT-EMPLEADOS-ID(JEFT-POS) TO ID-NOVEDAD
          PERFORM LOCALIZA-NOVEDAD
          IF NOVT-HALLADO = "N"
             PERFORM AGREGA-NOVEDAD
          END-IF
          IF NOVT-HALLADO = "S"
             MOVE "S" TO NOVT-CAMBIO-JEFE(NOVT-POS)
          END-IF
       END-IF.
       ADD 1 TO JEFT-POS.

      ******************************************************************
      * Accion del dia comparando la primera y la ultima imagen:
      *   sin imagen anterior            -> N (alta o reingreso)
      *   sin imagen posterior           -> B (archivado o fusionado)
      *   pasa a estado I / sale de I    -> B / N
      *   cambia un dato del directorio
      *   o el responsable               -> C
      * Las bajas ya enviadas (estado I al empezar el dia) y los
      * cambios que se deshacen en el mismo dia no viajan. Un cambio
      * de responsable sin cambios en el maestro toma los datos del
      * maestro.
      ******************************************************************
       CLASIFICA-NOVEDAD.
       MOVE NOVT-ANTES(NOVT-POS) TO IMAGEN-PRIMERA.
       MOVE NOVT-DESPUES(NOVT-POS) TO IMAGEN-ULTIMA.
       MOVE SPACE TO ACCION-NOVEDAD.
       IF IMAGEN-PRIMERA = SPACES AND IMAGEN-ULTIMA = SPACES
          PERFORM TOMA-IMAGEN-MAESTRO
       END-IF.
       IF IMAGEN-PRIMERA = SPACES
          IF IMAGEN-ULTIMA NOT = SPACES AND IULT-ESTADO NOT = "I"
             MOVE "N" TO ACCION-NOVEDAD
          END-IF
       ELSE
          IF IMAGEN-ULTIMA = SPACES
             IF IPRI-ESTADO NOT = "I"
                MOVE "B" TO ACCION-NOVEDAD
                MOVE IMAGEN-PRIMERA TO IMAGEN-ULTIMA
             END-IF
          ELSE
             PERFORM COMPARA-IMAGENES-NOVEDAD
          END-IF
       END-IF.
       IF ACCION-NOVEDAD NOT = SPACE
          PERFORM ESCRIBE-DETALLE-NOVEDAD
       END-IF.
       ADD 1 TO NOVT-POS.

       TOMA-IMAGEN-MAESTRO.
       MOVE NOVT-EMPLEADOS-ID(NOVT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY MOVE "N" TO ENCONTRADO
           NOT INVALID KEY MOVE "S" TO ENCONTRADO
       END-READ.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-REGISTRO TO IMAGEN-PRIMERA
          MOVE EMPLEADOS-REGISTRO TO IMAGEN-ULTIMA
       END-IF.

       COMPARA-IMAGENES-NOVEDAD.
       IF IULT-ESTADO = "I"
          IF IPRI-ESTADO NOT = "I"
             MOVE "B" TO ACCION-NOVEDAD
          END-IF
       ELSE
          IF IPRI-ESTADO = "I"
             MOVE "N" TO ACCION-NOVEDAD
          ELSE
             IF IPRI-NOMBRE NOT = IULT-NOMBRE
                 OR IPRI-APELLIDOS NOT = IULT-APELLIDOS
                 OR IPRI-TELEFONO NOT = IULT-TELEFONO
                 OR IPRI-DEPARTAMENTO NOT = IULT-DEPARTAMENTO
                 OR IPRI-ESTADO NOT = IULT-ESTADO
                 OR NOVT-CAMBIO-JEFE(NOVT-POS) = "S"
                MOVE "C" TO ACCION-NOVEDAD
             END-IF
          END-IF
       END-IF.

       ESCRIBE-DETALLE-NOVEDAD.
       MOVE SPACES TO DIRECTORIO-REGISTRO.
       MOVE "D" TO DETALLE-TIPO.
       MOVE ACCION-NOVEDAD TO DETALLE-ACCION.
       MOVE NOVT-EMPLEADOS-ID(NOVT-POS) TO DETALLE-EMPLEADOS-ID.
       MOVE IULT-NOMBRE TO DETALLE-NOMBRE.
       MOVE IULT-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDOS-MOSTRADOS TO DETALLE-APELLIDOS.
       MOVE IULT-DEPARTAMENTO TO DETALLE-DEPARTAMENTO.
       MOVE IULT-TELEFONO TO DETALLE-TELEFONO.
       IF ACCION-NOVEDAD = "B"
          MOVE "I" TO DETALLE-ESTADO
       ELSE
          MOVE IULT-ESTADO TO DETALLE-ESTADO
       END-IF.
       MOVE NOVT-EMPLEADOS-ID(NOVT-POS) TO JEFE-BUSCADO.
       PERFORM OBTIENE-JEFE-VIGENTE.
       MOVE JEFE-VIGENTE TO DETALLE-RESPONSABLE.
       PERFORM GRABA-DETALLE-DIRECTORIO.

      ******************************************************************
      * Carga completa: todo el maestro; los dados de baja viajan
      * como B para que el destino los retire si aun los tiene.
      ******************************************************************
       LEE-SIGUIENTE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       DETALLE-CARGA-COMPLETA.
       MOVE SPACES TO DIRECTORIO-REGISTRO.
       MOVE "D" TO DETALLE-TIPO.
       IF EMPLEADO-INACTIVO
          MOVE "B" TO DETALLE-ACCION
       ELSE
          MOVE "A" TO DETALLE-ACCION
       END-IF.
       MOVE EMPLEADOS-ID TO DETALLE-EMPLEADOS-ID.
       MOVE EMPLEADOS-NOMBRE TO DETALLE-NOMBRE.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDOS-MOSTRADOS TO DETALLE-APELLIDOS.
       MOVE EMPLEADOS-DEPARTAMENTO TO DETALLE-DEPARTAMENTO.
       MOVE EMPLEADOS-TELEFONO TO DETALLE-TELEFONO.
       MOVE EMPLEADOS-ESTADO TO DETALLE-ESTADO.
       MOVE EMPLEADOS-ID TO JEFE-BUSCADO.
       PERFORM OBTIENE-JEFE-VIGENTE.
       MOVE JEFE-VIGENTE TO DETALLE-RESPONSABLE.
       PERFORM GRABA-DETALLE-DIRECTORIO.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       GRABA-DETALLE-DIRECTORIO.
       PERFORM SELLA-DIGITO-DIRECTORIO.
       WRITE DIRECTORIO-REGISTRO.
       ADD 1 TO TOTAL-DETALLES.
       IF DETALLE-ACCION = "B"
          ADD 1 TO TOTAL-BAJAS
       ELSE
          IF DETALLE-ACCION = "C"
             ADD 1 TO TOTAL-CAMBIOS
          ELSE
             ADD 1 TO TOTAL-ALTAS
          END-IF
       END-IF.
       MOVE SPACES TO LINEA-DIRECTORIO.
       STRING DETALLE-ACCION " " DETALLE-EMPLEADOS-ID " "
           DETALLE-NOMBRE " " DETALLE-APELLIDOS " "
           DETALLE-DEPARTAMENTO " " DETALLE-TELEFONO " "
           DETALLE-ESTADO " RESP: " DETALLE-RESPONSABLE
           DELIMITED BY SIZE INTO LINEA-DIRECTORIO.
       WRITE LINEA-DIRECTORIO.

      ******************************************************************
      * Cabecera: un reenvio lleva la secuencia del envio original
      * sin avanzar el correlativo de la interfaz.
      ******************************************************************
       ESCRIBE-CABECERA-DIRECTORIO.
       IF MODO-NOVEDADES = "R"
          MOVE SECUENCIA-PREVIA TO SECUENCIA-DIRECTORIO
       ELSE
          MOVE "DIRECTOR" TO INTERFAZ-BUSCADA
          PERFORM AVANZA-SECUENCIA-TRANSMISION
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO DIRECTORIO-REGISTRO.
       MOVE "H" TO CABECERA-TIPO.
       MOVE FECHA-ACTUAL(1:8) TO CABECERA-FECHA.
       MOVE CODIGO-EMPRESA TO CABECERA-EMPRESA.
       MOVE SECUENCIA-DIRECTORIO TO CABECERA-SECUENCIA.
       MOVE FECHA-ACTUAL(9:6) TO CABECERA-HORA.
       MOVE MODO-NOVEDADES TO CABECERA-CLASE.
       MOVE FECHA-NOVEDADES TO CABECERA-FECHA-DATOS.
       PERFORM SELLA-DIGITO-DIRECTORIO.
       WRITE DIRECTORIO-REGISTRO.

       ESCRIBE-TOTALIZADOR-DIRECTORIO.
       MOVE SPACES TO DIRECTORIO-REGISTRO.
       MOVE "T" TO TOTALIZADOR-TIPO.
       MOVE TOTAL-DETALLES TO TOTALIZADOR-REGISTROS.
       MOVE TOTAL-ALTAS TO TOTALIZADOR-ALTAS.
       MOVE TOTAL-CAMBIOS TO TOTALIZADOR-CAMBIOS.
       MOVE TOTAL-BAJAS TO TOTALIZADOR-BAJAS.
       PERFORM SELLA-DIGITO-DIRECTORIO.
       WRITE DIRECTORIO-REGISTRO.

      ******************************************************************
      * Digito de control del registro: suma de cada digito de las
      * primeras 79 posiciones por su posicion, modulo 10, sellado
      * en la posicion 80.
      ******************************************************************
       SELLA-DIGITO-DIRECTORIO.
       MOVE DIRECTORIO-REGISTRO(1:79) TO REGISTRO-DIGITO-X.
       MOVE 0 TO SUMA-DIGITOS-REG.
       MOVE 1 TO DIGITO-POS-REG.
       PERFORM SUMA-DIGITO-REGISTRO UNTIL DIGITO-POS-REG > 79.
       DIVIDE SUMA-DIGITOS-REG BY 10 GIVING COCIENTE-DIGITO-REG
           REMAINDER RESTO-DIGITO-REG.
       MOVE RESTO-DIGITO-REG TO DIGITO-REGISTRO.
       MOVE DIGITO-REGISTRO TO DIRECTORIO-REGISTRO(80:1).

       SUMA-DIGITO-REGISTRO.
       IF REGISTRO-DIGITO-X(DIGITO-POS-REG:1) IS NUMERIC
          MOVE REGISTRO-DIGITO-X(DIGITO-POS-REG:1) TO DIGITO-AUX-REG
          COMPUTE SUMA-DIGITOS-REG = SUMA-DIGITOS-REG
              + DIGITO-AUX-REG * DIGITO-POS-REG
       END-IF.
       ADD 1 TO DIGITO-POS-REG.

      ******************************************************************
      * Avanza y persiste el correlativo de la interfaz en curso en
      * TRANSSEQ.DAT, compartido con la remesa de la nomina.
      ******************************************************************
       AVANZA-SECUENCIA-TRANSMISION.
       MOVE 0 TO TSQT-TOTAL.
       OPEN INPUT TRANSMISION-SECUENCIA.
       IF TRANSSEQ-ESTADO-ARCHIVO = "00"
          MOVE "N" TO TRANSSEQ-LEE-TODO
          PERFORM CARGA-UNA-SECUENCIA UNTIL TRANSSEQ-LEE-TODO = "S"
       END-IF.
       CLOSE TRANSMISION-SECUENCIA.
       MOVE "N" TO SECUENCIA-HALLADA.
       MOVE 1 TO TSQT-POS.
       PERFORM BUSCA-SECUENCIA-INTERFAZ
           UNTIL TSQT-POS > TSQT-TOTAL
           OR SECUENCIA-HALLADA = "S".
       IF SECUENCIA-HALLADA = "N"
          IF TSQT-TOTAL < 10
             ADD 1 TO TSQT-TOTAL
             MOVE TSQT-TOTAL TO TSQT-POS
             MOVE INTERFAZ-BUSCADA TO TSQT-INTERFAZ(TSQT-POS)
             MOVE 0 TO TSQT-SECUENCIA(TSQT-POS)
          END-IF
       END-IF.
       ADD 1 TO TSQT-SECUENCIA(TSQT-POS).
       MOVE TSQT-SECUENCIA(TSQT-POS) TO SECUENCIA-DIRECTORIO.
       OPEN OUTPUT TRANSMISION-SECUENCIA.
       MOVE 1 TO TSQT-POS.
       PERFORM GRABA-UNA-SECUENCIA UNTIL TSQT-POS > TSQT-TOTAL.
       CLOSE TRANSMISION-SECUENCIA.

       CARGA-UNA-SECUENCIA.
       READ TRANSMISION-SECUENCIA
           AT END MOVE "S" TO TRANSSEQ-LEE-TODO
           NOT AT END
              IF TSQT-TOTAL < 10
                 ADD 1 TO TSQT-TOTAL
                 MOVE TSEQ-INTERFAZ TO TSQT-INTERFAZ(TSQT-TOTAL)
                 MOVE TSEQ-SECUENCIA TO TSQT-SECUENCIA(TSQT-TOTAL)
              END-IF
       END-READ.

       BUSCA-SECUENCIA-INTERFAZ.
       IF TSQT-INTERFAZ(TSQT-POS) = INTERFAZ-BUSCADA
          MOVE "S" TO SECUENCIA-HALLADA
       ELSE
          ADD 1 TO TSQT-POS
       END-IF.

       GRABA-UNA-SECUENCIA.
       MOVE TSQT-INTERFAZ(TSQT-POS) TO TSEQ-INTERFAZ.
       MOVE TSQT-SECUENCIA(TSQT-POS) TO TSEQ-SECUENCIA.
       WRITE TRANSMISION-SEC-REGISTRO.
       ADD 1 TO TSQT-POS.

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
       END PROGRAM NOVEDADES-DIR.

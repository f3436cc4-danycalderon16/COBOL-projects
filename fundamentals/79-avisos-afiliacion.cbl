      ******************************************************************
      * Author:
      * Date:
      * Purpose: Envio diario de los avisos de afiliacion a la
      *          Seguridad Social. Recorre la cola AFILPEND.DAT que
      *          dejan el mantenimiento del maestro (altas, bajas y
      *          cambios de jornada) y la consulta del historico
      *          (reingresos), completa cada aviso con el NAF, NIF y
      *          nombre del maestro y graba AFILIA.DAT con cabecera,
      *          un detalle por movimiento y totalizador, con la
      *          misma secuencia correlativa y digito de control por
      *          registro que VERIFICA-TRANSMISION comprueba en las
      *          demas interfaces. Los avisos enviados pasan al
      *          historico AFILHIST.DAT; los que no pueden enviarse
      *          (empleado sin NAF o fuera del maestro) se quedan en
      *          la cola, y el que supera el plazo legal sin enviarse
      *          deja una alerta en ALERTAS.DAT. Listado AFILIA.RPT.
      *          El envio es por empresa: los avisos de empleados de
      *          otra empresa se quedan en la cola sin tocar para la
      *          pasada de la suya; los de empleados fuera del
      *          maestro van con la empresa por omision.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-AFILIACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT AVISOS-AFILIACION ASSIGN TO "AFILPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFIL-ESTADO-ARCHIVO.
           SELECT AVISOS-HISTORICO ASSIGN TO "AFILHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFILHIST-ESTADO-ARCHIVO.
           SELECT ARCHIVO-AFILIACION ASSIGN TO "AFILIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSMISION-SECUENCIA ASSIGN TO "TRANSSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSSEQ-ESTADO-ARCHIVO.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT REPORTE-AFILIACION ASSIGN TO "AFILIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  AVISOS-AFILIACION.
       01  AVISO-REGISTRO.
           05 AVISO-TIPO              PIC X(2).
           05 AVISO-EMPLEADOS-ID      PIC 9(5).
           05 AVISO-FECHA-EFECTO      PIC 9(8).
           05 AVISO-PORCENTAJE        PIC 9(3)V99.
           05 AVISO-FECHA-COLA        PIC X(14).
           05 AVISO-ALERTADO          PIC X.
      ******************************************************************
      * Historico de avisos enviados: el aviso tal como estaba en la
      * cola mas la secuencia de la transmision que lo llevo y el
      * dia de envio.
      ******************************************************************
       FD  AVISOS-HISTORICO.
       01  AFILHIST-REGISTRO.
           05 AFILHIST-AVISO          PIC X(35).
           05 AFILHIST-SECUENCIA      PIC 9(5).
           05 AFILHIST-FECHA-ENVIO    PIC 9(8).
       FD  TRANSMISION-SECUENCIA.
       01  TRANSMISION-SEC-REGISTRO.
           05 TSEQ-INTERFAZ           PIC X(8).
           05 TSEQ-SECUENCIA          PIC 9(5).
       FD  ALERTAS-ARCHIVO.
       01  ALERTA-REGISTRO.
           05 ALERTA-ESTADO           PIC X.
           05 ALERTA-SEVERIDAD        PIC X.
           05 ALERTA-FECHA            PIC X(14).
           05 ALERTA-ORIGEN           PIC X(12).
           05 ALERTA-TEXTO            PIC X(60).
      ******************************************************************
      * Transmision de afiliacion: registros de 110 posiciones con
      * el digito de control en la ultima. El detalle lleva los dos
      * apellidos por separado, como en el maestro.
      ******************************************************************
       FD  ARCHIVO-AFILIACION.
       01  AFILIACION-REGISTRO        PIC X(110).
       01  AFILIACION-CABECERA REDEFINES AFILIACION-REGISTRO.
           05 CABECERA-TIPO           PIC X.
           05 CABECERA-FECHA          PIC 9(8).
           05 CABECERA-EMPRESA        PIC X(6).
           05 CABECERA-SECUENCIA      PIC 9(5).
           05 CABECERA-HORA           PIC X(6).
           05 FILLER                  PIC X(84).
       01  AFILIACION-DETALLE REDEFINES AFILIACION-REGISTRO.
           05 DETALLE-TIPO            PIC X.
           05 DETALLE-CLASE           PIC X(2).
           05 DETALLE-EMPLEADOS-ID    PIC 9(5).
           05 DETALLE-NAF             PIC X(12).
           05 DETALLE-NIF             PIC X(9).
           05 DETALLE-PRIMER-APELLIDO PIC X(25).
           05 DETALLE-SEGUNDO-APELLIDO PIC X(25).
           05 DETALLE-NOMBRE          PIC X(15).
           05 DETALLE-FECHA-EFECTO    PIC 9(8).
           05 DETALLE-PORCENTAJE      PIC 9(3)V99.
           05 FILLER                  PIC X(3).
       01  AFILIACION-TOTALIZADOR REDEFINES AFILIACION-REGISTRO.
           05 TOTALIZADOR-TIPO        PIC X.
           05 TOTALIZADOR-REGISTROS   PIC 9(7).
           05 TOTALIZADOR-ALTAS       PIC 9(7).
           05 TOTALIZADOR-BAJAS       PIC 9(7).
           05 TOTALIZADOR-VARIACIONES PIC 9(7).
           05 FILLER                  PIC X(81).
       FD  REPORTE-AFILIACION.
       01  LINEA-AFILIACION           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  AFIL-ESTADO-ARCHIVO  PIC X(2).
       77  AFILHIST-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  EMPRESA-POR-OMISION  PIC X(6).
       77  EMPRESA-DEL-AVISO    PIC X(6).
       77  TOTAL-OTRAS-EMPRESAS PIC 9(5) VALUE 0.
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
       77  AFIL-LEE-TODO        PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  TOTAL-ENVIADOS       PIC 9(7) VALUE 0.
       77  TOTAL-ALTAS          PIC 9(7) VALUE 0.
       77  TOTAL-BAJAS          PIC 9(7) VALUE 0.
       77  TOTAL-VARIACIONES    PIC 9(7) VALUE 0.
       77  TOTAL-RETENIDOS      PIC 9(5) VALUE 0.
       77  TOTAL-FUERA-PLAZO    PIC 9(5) VALUE 0.
       77  DIAS-PLAZO           PIC 9(2).
       77  FECHA-LIMITE         PIC 9(8).
       77  MOTIVO-RETENCION     PIC X(24).
       77  PORCENTAJE-EDICION   PIC ZZ9.99.
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12).
       77  ALERTA-TEXTO-WS      PIC X(60).
      ******************************************************************
      * Cola cargada en memoria. AVIT-SITUACION: "E" se envia hoy,
      * "R" se retiene en la cola, "O" es de otra empresa y vuelve a
      * la cola tal cual.
      ******************************************************************
       01  TABLA-AVISOS.
           05 AVIT-ENTRADA OCCURS 500 TIMES.
              10 AVIT-AVISO.
                 15 AVIT-TIPO            PIC X(2).
                 15 AVIT-EMPLEADOS-ID    PIC 9(5).
                 15 AVIT-FECHA-EFECTO    PIC 9(8).
                 15 AVIT-PORCENTAJE      PIC 9(3)V99.
                 15 AVIT-FECHA-COLA      PIC X(14).
                 15 AVIT-ALERTADO        PIC X.
              10 AVIT-SITUACION          PIC X.
       77  AVIT-TOTAL           PIC 9(3) VALUE 0.
       77  AVIT-POS             PIC 9(3).
       77  TRANSSEQ-ESTADO-ARCHIVO PIC X(2).
       77  SECUENCIA-AFILIACION PIC 9(5) VALUE 0.
       77  INTERFAZ-BUSCADA     PIC X(8).
       77  SECUENCIA-HALLADA    PIC X.
       77  TRANSSEQ-LEE-TODO    PIC X.
       01  TABLA-SECUENCIAS-TRANS.
           05 TSQT-ENTRADA OCCURS 10 TIMES.
              10 TSQT-INTERFAZ        PIC X(8).
              10 TSQT-SECUENCIA       PIC 9(5).
       77  TSQT-TOTAL           PIC 9(2) VALUE 0.
       77  TSQT-POS             PIC 9(2).
       77  REGISTRO-DIGITO-X    PIC X(109).
       77  DIGITO-REGISTRO      PIC 9.
       77  DIGITO-POS-REG       PIC 9(3).
       77  DIGITO-AUX-REG       PIC 9.
       77  SUMA-DIGITOS-REG     PIC 9(5).
       77  RESTO-DIGITO-REG     PIC 9(5).
       77  COCIENTE-DIGITO-REG  PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR. AFILIA.DAT NO GENERADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       PERFORM CARGA-COLA-AVISOS.
       IF AVIT-TOTAL = 0
          DISPLAY "NO HAY AVISOS DE AFILIACION PENDIENTES."
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-AFILIACION.
       MOVE SPACES TO LINEA-AFILIACION.
       STRING "AVISOS DE AFILIACION - PROCESO "
           FECHA-PROCESO-NEGOCIO " - EMPRESA " CODIGO-EMPRESA
           DELIMITED BY SIZE INTO LINEA-AFILIACION.
       WRITE LINEA-AFILIACION.
       MOVE SPACES TO LINEA-AFILIACION.
       WRITE LINEA-AFILIACION.
       MOVE 1 TO AVIT-POS.
       PERFORM CLASIFICA-AVISO UNTIL AVIT-POS > AVIT-TOTAL.
       IF TOTAL-ENVIADOS > 0
          PERFORM GENERA-ARCHIVO-AFILIACION
          PERFORM GRABA-HISTORICO-AVISOS
       END-IF.
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM GRABA-COLA-PENDIENTES.
       PERFORM ESCRIBE-RESUMEN-AFILIACION.
       CLOSE REPORTE-AFILIACION.
       IF TOTAL-RETENIDOS > 0 OR TOTAL-FUERA-PLAZO > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       DISPLAY "AVISOS ENVIADOS: " TOTAL-ENVIADOS
           ". RETENIDOS: " TOTAL-RETENIDOS
           ". FUERA DE PLAZO: " TOTAL-FUERA-PLAZO
           ". VER AFILIA.RPT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       CARGA-COLA-AVISOS.
       MOVE 0 TO AVIT-TOTAL.
       OPEN INPUT AVISOS-AFILIACION.
       IF AFIL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO AFIL-LEE-TODO
          PERFORM CARGA-UN-AVISO UNTIL AFIL-LEE-TODO = "S"
       END-IF.
       CLOSE AVISOS-AFILIACION.

       CARGA-UN-AVISO.
       READ AVISOS-AFILIACION
           AT END MOVE "S" TO AFIL-LEE-TODO
           NOT AT END
              IF AVIT-TOTAL < 500
                 ADD 1 TO AVIT-TOTAL
                 MOVE AVISO-REGISTRO TO AVIT-AVISO(AVIT-TOTAL)
                 MOVE "R" TO AVIT-SITUACION(AVIT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE AVISOS LLENA."
                 MOVE "S" TO AFIL-LEE-TODO
              END-IF
       END-READ.

      ******************************************************************
      * Un aviso se envia si el empleado sigue en el maestro y tiene
      * NAF; si no, se retiene. Plazo legal: las altas y reingresos
      * se comunican antes de su efecto, las bajas y variaciones de
      * jornada dentro de los tres dias naturales siguientes. El
      * aviso retenido fuera de plazo alerta una sola vez.
      ******************************************************************
       CLASIFICA-AVISO.
       MOVE AVIT-EMPLEADOS-ID(AVIT-POS) TO EMPLEADOS-ID.
       MOVE SPACES TO EMPRESA-DEL-AVISO.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY MOVE "N" TO ENCONTRADO
           NOT INVALID KEY
              MOVE "S" TO ENCONTRADO
              MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-AVISO
       END-READ.
       IF EMPRESA-DEL-AVISO = SPACES
          MOVE EMPRESA-POR-OMISION TO EMPRESA-DEL-AVISO
       END-IF.
       IF EMPRESA-DEL-AVISO = CODIGO-EMPRESA
          PERFORM CLASIFICA-AVISO-EMPRESA
       ELSE
          MOVE "O" TO AVIT-SITUACION(AVIT-POS)
          ADD 1 TO TOTAL-OTRAS-EMPRESAS
       END-IF.
       ADD 1 TO AVIT-POS.

       CLASIFICA-AVISO-EMPRESA.
       MOVE SPACES TO MOTIVO-RETENCION.
       IF ENCONTRADO = "N"
          MOVE "NO ESTA EN EL MAESTRO" TO MOTIVO-RETENCION
       ELSE
          IF EMPLEADOS-NAF = SPACES
             MOVE "EMPLEADO SIN NAF" TO MOTIVO-RETENCION
          END-IF
       END-IF.
       IF MOTIVO-RETENCION = SPACES
          MOVE "E" TO AVIT-SITUACION(AVIT-POS)
          ADD 1 TO TOTAL-ENVIADOS
       ELSE
          MOVE "R" TO AVIT-SITUACION(AVIT-POS)
          ADD 1 TO TOTAL-RETENIDOS
          PERFORM COMPRUEBA-PLAZO-AVISO
       END-IF.
       PERFORM LISTA-AVISO.

       COMPRUEBA-PLAZO-AVISO.
       IF AVIT-TIPO(AVIT-POS) = "AL" OR AVIT-TIPO(AVIT-POS) = "RE"
          MOVE 0 TO DIAS-PLAZO
       ELSE
          MOVE 3 TO DIAS-PLAZO
       END-IF.
       COMPUTE FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(AVIT-FECHA-EFECTO(AVIT-POS))
           + DIAS-PLAZO).
       IF FECHA-PROCESO-NEGOCIO > FECHA-LIMITE
          ADD 1 TO TOTAL-FUERA-PLAZO
          IF AVIT-ALERTADO(AVIT-POS) NOT = "S"
             MOVE "A" TO ALERTA-SEV-WS
             MOVE "AFILIACION" TO ALERTA-ORIGEN-WS
             MOVE SPACES TO ALERTA-TEXTO-WS
             STRING "AVISO " AVIT-TIPO(AVIT-POS)
                 " ID " AVIT-EMPLEADOS-ID(AVIT-POS)
                 " EFECTO " AVIT-FECHA-EFECTO(AVIT-POS)
                 " FUERA DE PLAZO SIN ENVIAR"
                 DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
             PERFORM GRABA-ALERTA
             MOVE "S" TO AVIT-ALERTADO(AVIT-POS)
          END-IF
       END-IF.

       LISTA-AVISO.
       MOVE AVIT-PORCENTAJE(AVIT-POS) TO PORCENTAJE-EDICION.
       MOVE SPACES TO LINEA-AFILIACION.
       IF AVIT-SITUACION(AVIT-POS) = "E"
          STRING AVIT-TIPO(AVIT-POS) " " AVIT-EMPLEADOS-ID(AVIT-POS)
              " EFECTO " AVIT-FECHA-EFECTO(AVIT-POS)
              " JORNADA " PORCENTAJE-EDICION "% NAF "
              EMPLEADOS-NAF " ENVIADO"
              DELIMITED BY SIZE INTO LINEA-AFILIACION
       ELSE
          STRING AVIT-TIPO(AVIT-POS) " " AVIT-EMPLEADOS-ID(AVIT-POS)
              " EFECTO " AVIT-FECHA-EFECTO(AVIT-POS)
              " RETENIDO: " MOTIVO-RETENCION
              DELIMITED BY SIZE INTO LINEA-AFILIACION
       END-IF.
       WRITE LINEA-AFILIACION.

       GENERA-ARCHIVO-AFILIACION.
       OPEN OUTPUT ARCHIVO-AFILIACION.
       PERFORM ESCRIBE-CABECERA-AFILIACION.
       MOVE 1 TO AVIT-POS.
       PERFORM DETALLE-AFILIACION UNTIL AVIT-POS > AVIT-TOTAL.
       PERFORM ESCRIBE-TOTALIZADOR-AFILIACION.
       CLOSE ARCHIVO-AFILIACION.

       ESCRIBE-CABECERA-AFILIACION.
       MOVE "AFILIA" TO INTERFAZ-BUSCADA.
       PERFORM AVANZA-SECUENCIA-TRANSMISION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO AFILIACION-REGISTRO.
       MOVE "H" TO CABECERA-TIPO.
       MOVE FECHA-ACTUAL(1:8) TO CABECERA-FECHA.
       MOVE CODIGO-EMPRESA TO CABECERA-EMPRESA.
       MOVE SECUENCIA-AFILIACION TO CABECERA-SECUENCIA.
       MOVE FECHA-ACTUAL(9:6) TO CABECERA-HORA.
       PERFORM SELLA-DIGITO-AFILIACION.
       WRITE AFILIACION-REGISTRO.

       DETALLE-AFILIACION.
       IF AVIT-SITUACION(AVIT-POS) = "E"
          MOVE AVIT-EMPLEADOS-ID(AVIT-POS) TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY MOVE SPACES TO EMPLEADOS-NAF
          END-READ
          MOVE SPACES TO AFILIACION-REGISTRO
          MOVE "D" TO DETALLE-TIPO
          MOVE AVIT-TIPO(AVIT-POS) TO DETALLE-CLASE
          MOVE AVIT-EMPLEADOS-ID(AVIT-POS) TO DETALLE-EMPLEADOS-ID
          MOVE EMPLEADOS-NAF TO DETALLE-NAF
          MOVE EMPLEADOS-NIF TO DETALLE-NIF
          MOVE EMPLEADOS-PRIMER-APELLIDO TO DETALLE-PRIMER-APELLIDO
          MOVE EMPLEADOS-SEGUNDO-APELLIDO
              TO DETALLE-SEGUNDO-APELLIDO
          MOVE EMPLEADOS-NOMBRE TO DETALLE-NOMBRE
          MOVE AVIT-FECHA-EFECTO(AVIT-POS) TO DETALLE-FECHA-EFECTO
          MOVE AVIT-PORCENTAJE(AVIT-POS) TO DETALLE-PORCENTAJE
          PERFORM SELLA-DIGITO-AFILIACION
          WRITE AFILIACION-REGISTRO
          EVALUATE AVIT-TIPO(AVIT-POS)
             WHEN "AL"
             WHEN "RE"
                ADD 1 TO TOTAL-ALTAS
             WHEN "BA"
                ADD 1 TO TOTAL-BAJAS
             WHEN OTHER
                ADD 1 TO TOTAL-VARIACIONES
          END-EVALUATE
       END-IF.
       ADD 1 TO AVIT-POS.

       ESCRIBE-TOTALIZADOR-AFILIACION.
       MOVE SPACES TO AFILIACION-REGISTRO.
       MOVE "T" TO TOTALIZADOR-TIPO.
       MOVE TOTAL-ENVIADOS TO TOTALIZADOR-REGISTROS.
       MOVE TOTAL-ALTAS TO TOTALIZADOR-ALTAS.
       MOVE TOTAL-BAJAS TO TOTALIZADOR-BAJAS.
       MOVE TOTAL-VARIACIONES TO TOTALIZADOR-VARIACIONES.
       PERFORM SELLA-DIGITO-AFILIACION.
       WRITE AFILIACION-REGISTRO.

      ******************************************************************
      * Los enviados pasan al historico con la secuencia de la
      * transmision; la cola se reescribe solo con los retenidos.
      ******************************************************************
       GRABA-HISTORICO-AVISOS.
       OPEN EXTEND AVISOS-HISTORICO.
       IF AFILHIST-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AVISOS-HISTORICO
       END-IF.
       MOVE 1 TO AVIT-POS.
       PERFORM GRABA-UN-HISTORICO UNTIL AVIT-POS > AVIT-TOTAL.
       CLOSE AVISOS-HISTORICO.

       GRABA-UN-HISTORICO.
       IF AVIT-SITUACION(AVIT-POS) = "E"
          MOVE AVIT-AVISO(AVIT-POS) TO AFILHIST-AVISO
          MOVE SECUENCIA-AFILIACION TO AFILHIST-SECUENCIA
          MOVE FECHA-PROCESO-NEGOCIO TO AFILHIST-FECHA-ENVIO
          WRITE AFILHIST-REGISTRO
       END-IF.
       ADD 1 TO AVIT-POS.

       GRABA-COLA-PENDIENTES.
       OPEN OUTPUT AVISOS-AFILIACION.
       MOVE 1 TO AVIT-POS.
       PERFORM GRABA-UN-PENDIENTE UNTIL AVIT-POS > AVIT-TOTAL.
       CLOSE AVISOS-AFILIACION.

       GRABA-UN-PENDIENTE.
       IF AVIT-SITUACION(AVIT-POS) = "R"
           OR AVIT-SITUACION(AVIT-POS) = "O"
          MOVE AVIT-AVISO(AVIT-POS) TO AVISO-REGISTRO
          WRITE AVISO-REGISTRO
       END-IF.
       ADD 1 TO AVIT-POS.

       ESCRIBE-RESUMEN-AFILIACION.
       MOVE SPACES TO LINEA-AFILIACION.
       WRITE LINEA-AFILIACION.
       MOVE SPACES TO LINEA-AFILIACION.
       IF TOTAL-ENVIADOS > 0
          STRING "ENVIADOS EN AFILIA.DAT SECUENCIA "
              SECUENCIA-AFILIACION ": " TOTAL-ENVIADOS
              " (ALTAS " TOTAL-ALTAS " BAJAS " TOTAL-BAJAS
              " VARIACIONES " TOTAL-VARIACIONES ")"
              DELIMITED BY SIZE INTO LINEA-AFILIACION
       ELSE
          MOVE "SIN AVISOS ENVIABLES: NO SE GENERA AFILIA.DAT."
              TO LINEA-AFILIACION
       END-IF.
       WRITE LINEA-AFILIACION.
       MOVE SPACES TO LINEA-AFILIACION.
       STRING "RETENIDOS EN LA COLA: " TOTAL-RETENIDOS
           "   FUERA DE PLAZO: " TOTAL-FUERA-PLAZO
           DELIMITED BY SIZE INTO LINEA-AFILIACION.
       WRITE LINEA-AFILIACION.
       MOVE SPACES TO LINEA-AFILIACION.
       STRING "DE OTRAS EMPRESAS (SIGUEN EN LA COLA): "
           TOTAL-OTRAS-EMPRESAS
           DELIMITED BY SIZE INTO LINEA-AFILIACION.
       WRITE LINEA-AFILIACION.

       GRABA-ALERTA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND ALERTAS-ARCHIVO.
       IF ALERTAS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT ALERTAS-ARCHIVO
       END-IF.
       MOVE "P" TO ALERTA-ESTADO.
       MOVE ALERTA-SEV-WS TO ALERTA-SEVERIDAD.
       MOVE FECHA-ACTUAL(1:14) TO ALERTA-FECHA.
       MOVE ALERTA-ORIGEN-WS TO ALERTA-ORIGEN.
       MOVE ALERTA-TEXTO-WS TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       CLOSE ALERTAS-ARCHIVO.

      ******************************************************************
      * Digito de control del registro: suma de cada digito de las
      * primeras 109 posiciones por su posicion, modulo 10, sellado
      * en la posicion 110.
      ******************************************************************
       SELLA-DIGITO-AFILIACION.
       MOVE AFILIACION-REGISTRO(1:109) TO REGISTRO-DIGITO-X.
       MOVE 0 TO SUMA-DIGITOS-REG.
       MOVE 1 TO DIGITO-POS-REG.
       PERFORM SUMA-DIGITO-REGISTRO UNTIL DIGITO-POS-REG > 109.
       DIVIDE SUMA-DIGITOS-REG BY 10 GIVING COCIENTE-DIGITO-REG
           REMAINDER RESTO-DIGITO-REG.
       MOVE RESTO-DIGITO-REG TO DIGITO-REGISTRO.
       MOVE DIGITO-REGISTRO TO AFILIACION-REGISTRO(110:1).

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
       MOVE TSQT-SECUENCIA(TSQT-POS) TO SECUENCIA-AFILIACION.
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
       END PROGRAM AVISOS-AFILIACION.

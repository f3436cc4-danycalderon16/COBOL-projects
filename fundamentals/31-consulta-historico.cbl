      *          fecha de alta incluidos), y un modo de reinstalacion
      *          solo para supervisores que devuelve el registro a
      *          EMPLEADOS.DAT comprobando que el ID no este ocupado,
      *          con el movimiento registrado en la auditoria y el
      *          aviso de reingreso dejado en la cola de afiliacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
           SELECT CIERRE-ARCHIVO ASSIGN TO "CIERREDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIERRE-ESTADO-ARCHIVO.
           SELECT AVISOS-AFILIACION ASSIGN TO "AFILPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFIL-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-EDAD          PIC 999.
           05 HISTORICO-TELEFONO      PIC X(15).
           05 HISTORICO-DIRECCION     PIC X(30).
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE             PIC X(16).
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  CIERRE-ARCHIVO.
       01  CIERRE-REGISTRO.
           05 CIERRE-ESTADO        PIC X.
           05 CIERRE-FECHA         PIC 9(8).
           05 CIERRE-OPERADOR      PIC X(10).
       FD  AVISOS-AFILIACION.
       01  AVISO-REGISTRO.
           05 AVISO-TIPO              PIC X(2).
           05 AVISO-EMPLEADOS-ID      PIC 9(5).
           05 AVISO-FECHA-EFECTO      PIC 9(8).
           05 AVISO-PORCENTAJE        PIC 9(3)V99.
           05 AVISO-FECHA-COLA        PIC X(14).
           05 AVISO-ALERTADO          PIC X.

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  OPCION-CONSULTA      PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  ID-BUSCADO           PIC 9(5).
       77  APELLIDO-BUSCADO     PIC X(25).
       77  APELLIDO-BUSCADO-REC PIC X(25).
       77  APELLIDO-BUSCADO-LEN PIC 9(2).
       77  COINCIDENCIAS-CAMPO  PIC 9(2).
       77  TOTAL-COINCIDENCIAS  PIC 9(4) VALUE 0.
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  PARAM-LEE-TODO       PIC X.
       77  NIVEL-VER-SALARIOS   PIC 9 VALUE 3.
       77  IMAGEN-ANTES         PIC X(217).
       77  IMAGEN-DESPUES       PIC X(217).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
       77  CIERRE-ESTADO-ARCHIVO PIC X(2).
       77  AFIL-ESTADO-ARCHIVO  PIC X(2).
       77  DIA-CERRADO          PIC X VALUE "N".
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

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
       DISPLAY TOTAL-COINCIDENCIAS " REGISTROS ENCONTRADOS.".

      ******************************************************************
      * Recorre solo el tramo de la clave alternativa del primer
      * apellido que empieza por el texto buscado, como la busqueda
      * por apellidos del maestro: en cuanto el apellido leido deja
      * de coincidir con el prefijo, la busqueda termina.
      ******************************************************************
       BUSCA-HISTORICO-POR-APELLIDOS.
       DISPLAY "PRIMER APELLIDO A BUSCAR (PARCIAL O EXACTO): ".
       ACCEPT APELLIDO-BUSCADO.
       MOVE FUNCTION TRIM(APELLIDO-BUSCADO) TO APELLIDO-BUSCADO-REC.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(APELLIDO-BUSCADO))
          OPEN INPUT ARCHIVO-HISTORICO
          IF HISTORICO-ESTADO-ARCHIVO = "00"
             MOVE "N" TO LEE-TODO
             MOVE APELLIDO-BUSCADO-REC TO HISTORICO-PRIMER-APELLIDO
             START ARCHIVO-HISTORICO KEY IS NOT LESS THAN
                 HISTORICO-PRIMER-APELLIDO
                 INVALID KEY MOVE "S" TO LEE-TODO
             END-START
             PERFORM EVALUA-HISTORICO-APELLIDOS
       READ ARCHIVO-HISTORICO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORICO-PRIMER-APELLIDO(1:APELLIDO-BUSCADO-LEN)
                  = APELLIDO-BUSCADO-REC(1:APELLIDO-BUSCADO-LEN)
                 PERFORM MUESTRA-REGISTRO-HISTORICO
              ELSE
             DISPLAY "EMPLEADO " ID-BUSCADO " REINSTALADO EN EL "
                 "MAESTRO."
             PERFORM GRABA-AUDITORIA-REINSTALACION
             PERFORM ENCOLA-AVISO-REINGRESO
             PERFORM ABRE-TRAMO-REINSTALACION
          ELSE
             DISPLAY "EL ID " ID-BUSCADO " NO ESTA EN EL HISTORICO."
          END-IF
       MOVE HISTORICO-CIUDAD TO EMPLEADOS-CIUDAD.
       MOVE HISTORICO-PROVINCIA TO EMPLEADOS-PROVINCIA.
       MOVE HISTORICO-NIF TO EMPLEADOS-NIF.
       MOVE HISTORICO-NAF TO EMPLEADOS-NAF.
       MOVE HISTORICO-SEXO TO EMPLEADOS-SEXO.
       IF HISTORICO-EMPRESA NOT = SPACES
          MOVE HISTORICO-EMPRESA TO EMPLEADOS-EMPRESA
       ELSE
          MOVE "D" TO EMPRESA-MODO
          MOVE EMPLEADOS-DEPARTAMENTO TO EMPRESA-DEPARTAMENTO
          CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA
          MOVE EMPRESA-CODIGO TO EMPLEADOS-EMPRESA
       END-IF.
       WRITE EMPLEADOS-REGISTRO
           INVALID KEY
              MOVE "N" TO REINSTALADO
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

      ******************************************************************
      * Aviso de reingreso a la Seguridad Social con efecto del dia.
      * El reinstalado vuelve sin NAF: AVISOS-AFILIACION retiene el
      * aviso en la cola hasta que se le capture.
      ******************************************************************
       ENCOLA-AVISO-REINGRESO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE "RE" TO AVISO-TIPO.
       MOVE ID-BUSCADO TO AVISO-EMPLEADOS-ID.
       MOVE FECHA-ACTUAL(1:8) TO AVISO-FECHA-EFECTO.
       MOVE 100 TO AVISO-PORCENTAJE.
       MOVE FECHA-ACTUAL(1:14) TO AVISO-FECHA-COLA.
       MOVE "N" TO AVISO-ALERTADO.
       OPEN EXTEND AVISOS-AFILIACION.
       IF AFIL-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AVISOS-AFILIACION
       END-IF.
       WRITE AVISO-REGISTRO.
       CLOSE AVISOS-AFILIACION.

      ******************************************************************
      * El reinstalado abre un tramo de servicio nuevo desde hoy;
      * el empleo anterior queda sin reconocer hasta que se revise
      * por la opcion de tramos de servicio del mantenimiento.
      ******************************************************************
       ABRE-TRAMO-REINSTALACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE "A" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE FECHA-ACTUAL(1:8) TO SERVICIO-FECHA-ALTA.
       MOVE FECHA-ACTUAL(1:8) TO SERVICIO-FECHA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.
       IF SERVICIO-TRAMOS-PREVIOS > 0
          DISPLAY "REINGRESO: " SERVICIO-TRAMOS-PREVIOS
              " TRAMOS DE SERVICIO ANTERIORES PENDIENTES DE REVISAR "
              "EN EL MANTENIMIENTO (TRAMOS DE SERVICIO)."
       ELSE
          DISPLAY "REINGRESO: EL EMPLEO ANTERIOR NO CONSTA EN LOS "
              "TRAMOS DE SERVICIO. REGISTRELO EN EL MANTENIMIENTO "
              "PARA RECONOCERLO."
       END-IF.

      ******************************************************************
      * Bandera de cierre del dia: con el dia cerrado por
      * CIERRE-DIARIO el mantenimiento del maestro no arranca hasta

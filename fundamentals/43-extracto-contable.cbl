      *          asientos ASIENTOS.DAT para contabilidad: una linea
      *          de cargo por departamento con el coste bruto, lineas
      *          de abono por las deducciones retenidas y por el neto
      *          a pagar (separando el que se paga por transferencia
      *          del que se paga con cheque del registro CHEQUES.DAT:
      *          lineas Q del libro mayor y cheques de correcciones y
      *          de pagos devueltos por el banco), y un registro de
      *          control cuya diferencia entre cargos y abonos debe
      *          cuadrar a cero. Si no cuadra, el archivo no se
      *          libera a contabilidad.
      *          El extracto es por empresa: solo entran las lineas y
      *          los cheques de los empleados de la empresa pedida
      *          (la del maestro o, para los archivados, la del
      *          departamento que tenian en el historico).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT REPARTO-ARCHIVO ASSIGN TO "REPARTO.DAT"
               FILE STATUS IS REPARTO-ESTADO-ARCHIVO.
           SELECT ASIENTOS-ARCHIVO ASSIGN TO "ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUES-ARCHIVO ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUES-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       COPY "21-5-historial-nomina.cbl".
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
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
      ******************************************************************
      * Reparto de coste de los empleados compartidos: porcentajes
      * por departamento que deben sumar 100; un empleado sin
           05 ASIENTO-CTL-ABONOS      PIC 9(11)V99.
           05 ASIENTO-CTL-DIFERENCIA  PIC S9(11)V99.
           05 FILLER                  PIC X(19).
      ******************************************************************
      * Registro de cheques: los de origen C (correccion) y R (pago
      * devuelto por el banco) del periodo pagan por cheque un neto
      * que el libro mayor no marca; las reemisiones (con numero
      * sustituido) no se suman para no contar dos veces el mismo
      * pago.
      ******************************************************************
       FD  CHEQUES-ARCHIVO.
       01  CHEQUE-REGISTRO.
           05 CHQ-NUMERO              PIC 9(5).
           05 CHQ-PERIODO             PIC X(6).
           05 CHQ-EMPLEADOS-ID        PIC 9(5).
           05 CHQ-IMPORTE             PIC 9(9)V99.
           05 CHQ-FECHA-EMISION       PIC 9(8).
           05 CHQ-ORIGEN              PIC X.
           05 CHQ-ESTADO              PIC X.
           05 CHQ-IMPRESO             PIC X.
           05 CHQ-FECHA-ESTADO        PIC 9(8).
           05 CHQ-SUSTITUYE           PIC 9(5).
           05 CHQ-OPERADOR            PIC X(10).
           05 CHQ-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  HISTORICO-ESTADO-ARCHIVO PIC X(2).
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  EMPRESA-POR-OMISION  PIC X(6).
       77  EMPRESA-ASIENTO      PIC X(6).
       77  ID-ASIENTO           PIC 9(5).
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
       77  PERIODO-EXTRACTO     PIC X(6).
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  TOTAL-ABONOS         PIC S9(11)V99 VALUE 0.
       77  TOTAL-DEDUCCIONES    PIC S9(11)V99 VALUE 0.
       77  TOTAL-NETOS          PIC S9(11)V99 VALUE 0.
       77  TOTAL-CHEQUES        PIC S9(11)V99 VALUE 0.
       77  TOTAL-TRANSFERENCIAS PIC S9(11)V99 VALUE 0.
       77  CHEQUES-ESTADO-ARCHIVO PIC X(2).
       77  CHEQUE-LEE-TODO      PIC X.
       77  DIFERENCIA-CONTROL   PIC S9(11)V99 VALUE 0.
       77  IMPORTE-EDICION      PIC -(11)9.99.
      ******************************************************************
       77  CARGO-POS            PIC 9(2).
       77  CARGO-ENCONTRADO     PIC X.
      ******************************************************************
      * Departamentos y empresas de los empleados ya archivados,
      * cargados una sola vez desde HISTORICO.DAT para no recorrer el
      * archivo por cada registro del libro mayor.
      ******************************************************************
       01  TABLA-DEPTOS-HISTORICO.
           05 DEPHIS-ENTRADA OCCURS 500 TIMES.
              10 DEPHIS-ID            PIC 9(5).
              10 DEPHIS-DEPARTAMENTO  PIC X(10).
              10 DEPHIS-EMPRESA       PIC X(6).
       77  DEPHIS-TOTAL         PIC 9(3) VALUE 0.
       77  DEPHIS-POS           PIC 9(3).
       77  DEPHIS-HALLADO       PIC X.
       DISPLAY "EXTRACTO CONTABLE DE NOMINA".
       DISPLAY "PERIODO A EXTRAER (AAAAMM): ".
       ACCEPT PERIODO-EXTRACTO.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR. ASIENTOS.DAT NO GENERADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY HISTORIAL DE NOMINA (NOMHIST.DAT)."
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       PERFORM CARGA-DEPTOS-HISTORICO.
       PERFORM CARGA-REPARTOS.
       PERFORM SUMA-CHEQUES-PERIODO.
       MOVE "N" TO LEE-TODO.
       PERFORM ACUMULA-ASIENTO UNTIL LEE-TODO = "S".
       CLOSE NOMINA-HISTORIAL.
       END-IF.
       IF REGISTROS-PERIODO = 0
          DISPLAY "NO HAY REGISTROS DEL PERIODO " PERIODO-EXTRACTO
              " DE LA EMPRESA " CODIGO-EMPRESA " EN EL HISTORIAL."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       COMPUTE TOTAL-ABONOS = TOTAL-DEDUCCIONES + TOTAL-NETOS.
       COMPUTE TOTAL-TRANSFERENCIAS = TOTAL-NETOS - TOTAL-CHEQUES.
       COMPUTE DIFERENCIA-CONTROL = TOTAL-CARGOS - TOTAL-ABONOS.
       IF DIFERENCIA-CONTROL NOT = 0
          MOVE DIFERENCIA-CONTROL TO IMPORTE-EDICION
       PERFORM ESCRIBE-ARCHIVO-ASIENTOS.
       MOVE TOTAL-CARGOS TO IMPORTE-EDICION.
       DISPLAY "ASIENTOS.DAT GENERADO PARA EL PERIODO "
           PERIODO-EXTRACTO " Y LA EMPRESA " CODIGO-EMPRESA
           ". TOTAL CARGOS: " IMPORTE-EDICION.
       DISPLAY "CARGOS Y ABONOS CUADRADOS A CERO.".
       GOBACK.

                 MOVE HISTORICO-ID TO DEPHIS-ID(DEPHIS-TOTAL)
                 MOVE HISTORICO-DEPARTAMENTO
                     TO DEPHIS-DEPARTAMENTO(DEPHIS-TOTAL)
                 MOVE HISTORICO-EMPRESA TO DEPHIS-EMPRESA(DEPHIS-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE DEPARTAMENTOS DEL "
                     "HISTORICO LLENA."
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO = PERIODO-EXTRACTO
                 MOVE HISTORIAL-EMPLEADOS-ID TO ID-ASIENTO
                 PERFORM DETERMINA-DEPARTAMENTO-ASIENTO
                 IF EMPRESA-ASIENTO = CODIGO-EMPRESA
                    PERFORM ACUMULA-LINEA-ASIENTO
                 END-IF
              END-IF
       END-READ.

       ACUMULA-LINEA-ASIENTO.
       ADD 1 TO REGISTROS-PERIODO.
       PERFORM REPARTE-CARGO-EMPLEADO.
       ADD HISTORIAL-BRUTO TO TOTAL-CARGOS.
       ADD HISTORIAL-DEDUCCION TO TOTAL-DEDUCCIONES.
       ADD HISTORIAL-NETO TO TOTAL-NETOS.
       IF HISTORIAL-TIPO = "Q"
          ADD HISTORIAL-NETO TO TOTAL-CHEQUES
       END-IF.

       SUMA-CHEQUES-PERIODO.
       MOVE 0 TO TOTAL-CHEQUES.
       OPEN INPUT CHEQUES-ARCHIVO.
       IF CHEQUES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CHEQUE-LEE-TODO
          PERFORM SUMA-UN-CHEQUE UNTIL CHEQUE-LEE-TODO = "S"
       END-IF.
       CLOSE CHEQUES-ARCHIVO.

       SUMA-UN-CHEQUE.
       READ CHEQUES-ARCHIVO
           AT END MOVE "S" TO CHEQUE-LEE-TODO
           NOT AT END
              IF CHQ-PERIODO = PERIODO-EXTRACTO
                  AND CHQ-SUSTITUYE = 0
                  AND (CHQ-ORIGEN = "C" OR CHQ-ORIGEN = "R")
                 MOVE CHQ-EMPLEADOS-ID TO ID-ASIENTO
                 PERFORM DETERMINA-DEPARTAMENTO-ASIENTO
                 IF EMPRESA-ASIENTO = CODIGO-EMPRESA
                    ADD CHQ-IMPORTE TO TOTAL-CHEQUES
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Primero el maestro por clave; si el empleado ya no esta, el
      * historico cargado en memoria; si tampoco, SINDEPTO. La
      * empresa sale del maestro o, para los archivados, del
      * departamento del historico; sin ella, la de omision.
      ******************************************************************
       DETERMINA-DEPARTAMENTO-ASIENTO.
       MOVE "SINDEPTO" TO DEPARTAMENTO-ASIENTO.
       MOVE SPACES TO EMPRESA-ASIENTO.
       MOVE "N" TO ENCONTRADO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          MOVE ID-ASIENTO TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-ASIENTO
                 MOVE EMPLEADOS-EMPRESA TO EMPRESA-ASIENTO
                 MOVE "S" TO ENCONTRADO
          END-READ
       END-IF.
          IF DEPHIS-HALLADO = "S"
             MOVE DEPHIS-DEPARTAMENTO(DEPHIS-POS)
                 TO DEPARTAMENTO-ASIENTO
             MOVE DEPHIS-EMPRESA(DEPHIS-POS) TO EMPRESA-ASIENTO
             IF EMPRESA-ASIENTO = SPACES
                MOVE "D" TO EMPRESA-MODO
                MOVE SPACES TO EMPRESA-CODIGO
                MOVE DEPARTAMENTO-ASIENTO TO EMPRESA-DEPARTAMENTO
                CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA
                MOVE EMPRESA-CODIGO TO EMPRESA-ASIENTO
             END-IF
          END-IF
       END-IF.
       IF EMPRESA-ASIENTO = SPACES
          MOVE EMPRESA-POR-OMISION TO EMPRESA-ASIENTO
       END-IF.

       BUSCA-DEPTO-HISTORICO.
       IF DEPHIS-ID(DEPHIS-POS) = ID-ASIENTO
          MOVE "S" TO DEPHIS-HALLADO
       ELSE
          ADD 1 TO DEPHIS-POS
       MOVE "D" TO ASIENTO-DET-TIPO.
       MOVE "A" TO ASIENTO-DET-MOVIMIENTO.
       MOVE "NETOPAGAR" TO ASIENTO-DET-CUENTA.
       MOVE TOTAL-TRANSFERENCIAS TO ASIENTO-DET-IMPORTE.
       WRITE ASIENTO-REGISTRO.
       IF TOTAL-CHEQUES NOT = 0
          MOVE SPACES TO ASIENTO-REGISTRO
          MOVE "D" TO ASIENTO-DET-TIPO
          MOVE "A" TO ASIENTO-DET-MOVIMIENTO
          MOVE "CHEQUESPAG" TO ASIENTO-DET-CUENTA
          MOVE TOTAL-CHEQUES TO ASIENTO-DET-IMPORTE
          WRITE ASIENTO-REGISTRO
       END-IF.
       MOVE SPACES TO ASIENTO-REGISTRO.
       MOVE "T" TO ASIENTO-CTL-TIPO.
       MOVE TOTAL-CARGOS TO ASIENTO-CTL-CARGOS.

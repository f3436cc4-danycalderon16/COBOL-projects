      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido que emite un cheque de nomina
      *          en el registro CHEQUES.DAT. El numero sale del
      *          correlativo CHEQUE de TRANSSEQ.DAT, el mismo archivo
      *          de secuencias controladas de las remesas, para que
      *          la numeracion del talonario preimpreso no tenga
      *          saltos ni repeticiones; la primera vez arranca en
      *          CHEQUE-INICIAL de PARAMS.DAT (el primer numero del
      *          talonario). Lo llaman la liberacion de la nomina y
      *          de las correcciones (empleados sin cuenta valida),
      *          el retorno bancario (pagos rechazados) y la
      *          anulacion con reemision del registro de cheques.
      *          Recibe periodo, empleado, importe, origen (N nomina,
      *          C correccion, R rechazo del banco, S sustitucion),
      *          el numero sustituido y el operador, y devuelve el
      *          numero emitido y S/N en el resultado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-CHEQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMISION-SECUENCIA ASSIGN TO "TRANSSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSSEQ-ESTADO-ARCHIVO.
           SELECT CHEQUES-ARCHIVO ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSMISION-SECUENCIA.
       01  TRANSMISION-SEC-REGISTRO.
           05 TSEQ-INTERFAZ           PIC X(8).
           05 TSEQ-SECUENCIA          PIC 9(5).
      ******************************************************************
      * Registro de cheques: estado E emitido, C cobrado, A anulado;
      * impreso S/N; la fecha de estado es la del cobro o la de la
      * anulacion, con su operador y motivo.
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
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE          PIC X(16).
           05 PARAM-VALOR          PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77  TRANSSEQ-ESTADO-ARCHIVO PIC X(2).
       77  CHEQUES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  TRANSSEQ-LEE-TODO    PIC X.
       77  PARAMETRO-LEE-TODO   PIC X.
       77  SECUENCIA-HALLADA    PIC X.
       77  PRIMER-CHEQUE        PIC 9(5) VALUE 0.
       77  FECHA-EMISION        PIC 9(8).
       01  TABLA-SECUENCIAS-TRANS.
           05 TSQT-ENTRADA OCCURS 10 TIMES.
              10 TSQT-INTERFAZ        PIC X(8).
              10 TSQT-SECUENCIA       PIC 9(5).
       77  TSQT-TOTAL           PIC 9(2) VALUE 0.
       77  TSQT-POS             PIC 9(2).
       LINKAGE SECTION.
       01  DATOS-CHEQUE.
           05 CHEQUE-PERIODO          PIC X(6).
           05 CHEQUE-EMPLEADOS-ID     PIC 9(5).
           05 CHEQUE-IMPORTE          PIC 9(9)V99.
           05 CHEQUE-ORIGEN           PIC X.
           05 CHEQUE-SUSTITUYE        PIC 9(5).
           05 CHEQUE-OPERADOR         PIC X(10).
           05 CHEQUE-NUMERO           PIC 9(5).
           05 CHEQUE-RESULTADO        PIC X.
       PROCEDURE DIVISION USING DATOS-CHEQUE.
       EMITE-UN-CHEQUE.
       MOVE 0 TO CHEQUE-NUMERO.
       MOVE "N" TO CHEQUE-RESULTADO.
       IF CHEQUE-IMPORTE = 0
          GOBACK
       END-IF.
       PERFORM AVANZA-SECUENCIA-CHEQUE.
       IF SECUENCIA-HALLADA = "N"
          DISPLAY "AVISO: TRANSSEQ.DAT LLENO. NO SE EMITE EL CHEQUE "
              "DE " CHEQUE-EMPLEADOS-ID "."
          GOBACK
       END-IF.
       CALL "FECHA-PROCESO" USING FECHA-EMISION.
       OPEN EXTEND CHEQUES-ARCHIVO.
       IF CHEQUES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT CHEQUES-ARCHIVO
       END-IF.
       MOVE CHEQUE-NUMERO TO CHQ-NUMERO.
       MOVE CHEQUE-PERIODO TO CHQ-PERIODO.
       MOVE CHEQUE-EMPLEADOS-ID TO CHQ-EMPLEADOS-ID.
       MOVE CHEQUE-IMPORTE TO CHQ-IMPORTE.
       MOVE FECHA-EMISION TO CHQ-FECHA-EMISION.
       MOVE CHEQUE-ORIGEN TO CHQ-ORIGEN.
       MOVE "E" TO CHQ-ESTADO.
       MOVE "N" TO CHQ-IMPRESO.
       MOVE 0 TO CHQ-FECHA-ESTADO.
       MOVE CHEQUE-SUSTITUYE TO CHQ-SUSTITUYE.
       MOVE CHEQUE-OPERADOR TO CHQ-OPERADOR.
       MOVE SPACES TO CHQ-MOTIVO.
       WRITE CHEQUE-REGISTRO.
       CLOSE CHEQUES-ARCHIVO.
       MOVE "S" TO CHEQUE-RESULTADO.
       GOBACK.

      ******************************************************************
      * Avanza y persiste el correlativo CHEQUE antes de grabar el
      * cheque: un corte entre ambos deja un numero sin usar, que el
      * control de numeracion del registro senala, pero nunca dos
      * cheques con el mismo numero.
      ******************************************************************
       AVANZA-SECUENCIA-CHEQUE.
       MOVE 0 TO TSQT-TOTAL.
       OPEN INPUT TRANSMISION-SECUENCIA.
       IF TRANSSEQ-ESTADO-ARCHIVO = "00"
          MOVE "N" TO TRANSSEQ-LEE-TODO
          PERFORM CARGA-UNA-SECUENCIA UNTIL TRANSSEQ-LEE-TODO = "S"
       END-IF.
       CLOSE TRANSMISION-SECUENCIA.
       MOVE "N" TO SECUENCIA-HALLADA.
       MOVE 1 TO TSQT-POS.
       PERFORM BUSCA-SECUENCIA-CHEQUE
           UNTIL TSQT-POS > TSQT-TOTAL
           OR SECUENCIA-HALLADA = "S".
       IF SECUENCIA-HALLADA = "N"
          IF TSQT-TOTAL < 10
             PERFORM CARGA-PRIMER-CHEQUE
             ADD 1 TO TSQT-TOTAL
             MOVE TSQT-TOTAL TO TSQT-POS
             MOVE "CHEQUE" TO TSQT-INTERFAZ(TSQT-POS)
             IF PRIMER-CHEQUE > 0
                COMPUTE TSQT-SECUENCIA(TSQT-POS) = PRIMER-CHEQUE - 1
             ELSE
                MOVE 0 TO TSQT-SECUENCIA(TSQT-POS)
             END-IF
             MOVE "S" TO SECUENCIA-HALLADA
          END-IF
       END-IF.
       IF SECUENCIA-HALLADA = "S"
          ADD 1 TO TSQT-SECUENCIA(TSQT-POS)
          MOVE TSQT-SECUENCIA(TSQT-POS) TO CHEQUE-NUMERO
          OPEN OUTPUT TRANSMISION-SECUENCIA
          MOVE 1 TO TSQT-POS
          PERFORM GRABA-UNA-SECUENCIA UNTIL TSQT-POS > TSQT-TOTAL
          CLOSE TRANSMISION-SECUENCIA
       END-IF.

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

       BUSCA-SECUENCIA-CHEQUE.
       IF TSQT-INTERFAZ(TSQT-POS) = "CHEQUE"
          MOVE "S" TO SECUENCIA-HALLADA
       ELSE
          ADD 1 TO TSQT-POS
       END-IF.

       GRABA-UNA-SECUENCIA.
       MOVE TSQT-INTERFAZ(TSQT-POS) TO TSEQ-INTERFAZ.
       MOVE TSQT-SECUENCIA(TSQT-POS) TO TSEQ-SECUENCIA.
       WRITE TRANSMISION-SEC-REGISTRO.
       ADD 1 TO TSQT-POS.

       CARGA-PRIMER-CHEQUE.
       MOVE 0 TO PRIMER-CHEQUE.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAMETRO-LEE-TODO
          PERFORM BUSCA-PRIMER-CHEQUE UNTIL PARAMETRO-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       BUSCA-PRIMER-CHEQUE.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAMETRO-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "CHEQUE-INICIAL"
                 MOVE PARAM-VALOR TO PRIMER-CHEQUE
              END-IF
       END-READ.
       END PROGRAM EMITE-CHEQUE.

      *          no vuelva a ordenar el pago, anota a los afectados
      *          en la lista de excepciones de remesa REMEXCEP.RPT y
      *          deja una alerta en ALERTAS.DAT para que el proximo
      *          inicio de sesion vea que hay gente sin cobrar. El
      *          importe devuelto se paga con un cheque del registro
      *          CHEQUES.DAT (origen R), salvo que ese empleado ya
      *          tenga uno vivo por el mismo rechazo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PRENOTAS-ARCHIVO ASSIGN TO "PRENOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRENOTAS-ESTADO-ARCHIVO.
           SELECT CHEQUES-ARCHIVO ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUES-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
           05 BANCO-DIGITO            PIC 9.
           05 BANCO-ACTIVO            PIC X.
       FD  EXCEPCIONES-REMESA.
       01  LINEA-EXCEPCION-REMESA     PIC X(120).
       FD  ALERTAS-ARCHIVO.
       01  ALERTA-REGISTRO.
           05 ALERTA-ESTADO           PIC X.
           05 PRENOTA-EMPLEADOS-ID    PIC 9(5).
           05 PRENOTA-FECHA           PIC 9(8).
           05 PRENOTA-ESTADO          PIC X.
      ******************************************************************
      * Registro de cheques, leido solo para no emitir dos veces el
      * cheque de un mismo rechazo si el retorno se procesa de nuevo.
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
       77  RETORNO-ESTADO-ARCHIVO PIC X(2).
       77  PRENOTAS-ESTADO-ARCHIVO PIC X(2).
       77  PRENOTA-LEE-TODO     PIC X.
       77  CUENTAS-ACTIVADAS    PIC 9(5) VALUE 0.
       77  CHEQUES-ESTADO-ARCHIVO PIC X(2).
       77  CHEQUE-LEE-TODO      PIC X.
       77  CHEQUE-YA-EMITIDO    PIC X.
       77  CHEQUES-EMITIDOS     PIC 9(5) VALUE 0.
      ******************************************************************
      * Peticion al subprograma EMITE-CHEQUE para el importe
      * devuelto.
      ******************************************************************
       01  DATOS-CHEQUE.
           05 CHEQUE-PERIODO          PIC X(6).
           05 CHEQUE-EMPLEADOS-ID     PIC 9(5).
           05 CHEQUE-IMPORTE          PIC 9(9)V99.
           05 CHEQUE-ORIGEN           PIC X.
           05 CHEQUE-SUSTITUYE        PIC 9(5).
           05 CHEQUE-OPERADOR         PIC X(10).
           05 CHEQUE-NUMERO           PIC 9(5).
           05 CHEQUE-RESULTADO        PIC X.
       01  TABLA-PRENOTAS.
           05 PRET-ENTRADA OCCURS 100 TIMES.
              10 PRET-ID              PIC 9(5).
       DISPLAY "CUENTAS ACTIVADAS TRAS PRENOTIFICACION: "
           CUENTAS-ACTIVADAS ".".
       DISPLAY "AFECTADOS ANOTADOS EN REMEXCEP.RPT.".
       IF CHEQUES-EMITIDOS > 0
          DISPLAY CHEQUES-EMITIDOS " CHEQUES EMITIDOS EN CHEQUES.DAT "
              "POR LOS IMPORTES DEVUELTOS. IMPRIMALOS CON "
              "REGISTRO-CHEQUES."
       END-IF.
       GOBACK.

      ******************************************************************
                  AND REMDET-HALLADO = "S"
                 ADD 1 TO RECHAZOS-CRUZADOS
                 PERFORM DESACTIVA-CUENTA-RECHAZADA
                 PERFORM EMITE-CHEQUE-RECHAZO
                 PERFORM ESCRIBE-EXCEPCION-RECHAZO
              ELSE
                 ADD 1 TO RECHAZOS-SIN-CRUCE
       PERFORM DESCRIBE-MOTIVO-RECHAZO.
       MOVE IMPORTE-RECHAZADO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-EXCEPCION-REMESA.
       IF CHEQUE-RESULTADO = "S"
          STRING RETORNO-EMPLEADOS-ID " PERIODO " RETORNO-PERIODO
              " IMPORTE: " IMPORTE-EDICION
              " DEVUELTO POR EL BANCO: " DESCRIPCION-MOTIVO
              " PAGO POR CHEQUE " CHEQUE-NUMERO
              DELIMITED BY SIZE INTO LINEA-EXCEPCION-REMESA
       ELSE
          STRING RETORNO-EMPLEADOS-ID " PERIODO " RETORNO-PERIODO
              " IMPORTE: " IMPORTE-EDICION
              " DEVUELTO POR EL BANCO: " DESCRIPCION-MOTIVO
              DELIMITED BY SIZE INTO LINEA-EXCEPCION-REMESA
       END-IF.
       WRITE LINEA-EXCEPCION-REMESA.

      ******************************************************************
      * Cheque por el importe devuelto; si el registro ya tiene uno
      * vivo (emitido o cobrado) de origen R para ese empleado y
      * periodo, el retorno se esta procesando de nuevo y no se
      * emite otro.
      ******************************************************************
       EMITE-CHEQUE-RECHAZO.
       MOVE "N" TO CHEQUE-RESULTADO.
       MOVE "N" TO CHEQUE-YA-EMITIDO.
       OPEN INPUT CHEQUES-ARCHIVO.
       IF CHEQUES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO CHEQUE-LEE-TODO
          PERFORM BUSCA-CHEQUE-RECHAZO UNTIL CHEQUE-LEE-TODO = "S"
       END-IF.
       CLOSE CHEQUES-ARCHIVO.
       IF CHEQUE-YA-EMITIDO = "S"
          DISPLAY "EL RECHAZO DE " RETORNO-EMPLEADOS-ID
              " YA TIENE EL CHEQUE " CHEQUE-NUMERO "."
       ELSE
          MOVE RETORNO-PERIODO TO CHEQUE-PERIODO
          MOVE RETORNO-EMPLEADOS-ID TO CHEQUE-EMPLEADOS-ID
          MOVE IMPORTE-RECHAZADO TO CHEQUE-IMPORTE
          MOVE "R" TO CHEQUE-ORIGEN
          MOVE 0 TO CHEQUE-SUSTITUYE
          MOVE "RETBANCO" TO CHEQUE-OPERADOR
          CALL "EMITE-CHEQUE" USING DATOS-CHEQUE
          IF CHEQUE-RESULTADO = "S"
             ADD 1 TO CHEQUES-EMITIDOS
          END-IF
       END-IF.

       BUSCA-CHEQUE-RECHAZO.
       READ CHEQUES-ARCHIVO
           AT END MOVE "S" TO CHEQUE-LEE-TODO
           NOT AT END
              IF CHQ-ORIGEN = "R"
                  AND CHQ-PERIODO = RETORNO-PERIODO
                  AND CHQ-EMPLEADOS-ID = RETORNO-EMPLEADOS-ID
                  AND CHQ-ESTADO NOT = "A"
                 MOVE "S" TO CHEQUE-YA-EMITIDO
                 MOVE "S" TO CHEQUE-RESULTADO
                 MOVE CHQ-NUMERO TO CHEQUE-NUMERO
                 MOVE "S" TO CHEQUE-LEE-TODO
              END-IF
       END-READ.

       DESCRIBE-MOTIVO-RECHAZO.
       IF RETORNO-MOTIVO = "01"
          MOVE "CUENTA CERRADA" TO DESCRIPCION-MOTIVO

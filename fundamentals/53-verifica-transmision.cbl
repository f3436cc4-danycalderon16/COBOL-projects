      * Author:
      * Date:
      * Purpose: Verificador de archivos de interfaz de salida
      *          (REMESA.DAT, CARRIER.DAT, AFILIA.DAT y DIRECTOR.DAT):
      *          prueba que el archivo esta completo (cabecera al
      *          frente y totalizador al final con los conteos que
      *          dice), que cada registro conserva su digito de control
      *          intacto, y que la secuencia de la cabecera es la
      *          vigente de la interfaz en TRANSSEQ.DAT (una menor es un
      *          duplicado o un archivo viejo, una mayor es un salto;
      *          el reenvio del directorio, clase R, repite a proposito
      *          una secuencia ya enviada). El resultado queda en
      *          TRANSVER.RPT y en el codigo de retorno, para probar el
      *          archivo antes de que salga del edificio o al recibirlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  INTERFAZ-ARCHIVO.
       01  INTERFAZ-REGISTRO          PIC X(110).
       FD  TRANSMISION-SECUENCIA.
       01  TRANSMISION-SEC-REGISTRO.
           05 TSEQ-INTERFAZ           PIC X(8).
       77  INTERFAZ-NOMBRE      PIC X(12).
       77  TIPO-INTERFAZ        PIC X.
       77  INTERFAZ-BUSCADA     PIC X(8).
       77  LARGO-REGISTRO       PIC 9(3) VALUE 60.
       77  LARGO-DATOS          PIC 9(3) VALUE 59.
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  REGISTROS-LEIDOS     PIC 9(7) VALUE 0.
       77  SECUENCIA-ARCHIVO    PIC 9(5) VALUE 0.
       77  SECUENCIA-VIGENTE    PIC 9(5) VALUE 0.
       77  HAY-SECUENCIA        PIC X VALUE "N".
       77  ES-REENVIO           PIC X VALUE "N".
       77  SECUENCIA-ACEPTADA   PIC X VALUE "N".
       77  SUMA-IMPORTES        PIC 9(13)V99 VALUE 0.
       77  TOTAL-DECLARADO      PIC 9(7) VALUE 0.
       77  SUMA-DECLARADA       PIC 9(13)V99 VALUE 0.
       77  FALLOS-TOTALES       PIC 9(3) VALUE 0.
       77  IMPORTE-DETALLE      PIC 9(9)V99.
       77  REGISTRO-DIGITO-X    PIC X(109).
       77  DIGITO-REGISTRO      PIC 9.
       77  DIGITO-LEIDO         PIC X.
       77  DIGITO-POS-REG       PIC 9(3).
       77  DIGITO-AUX-REG       PIC 9.
       77  SUMA-DIGITOS-REG     PIC 9(5).
       77  RESTO-DIGITO-REG     PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "VERIFICADOR DE ARCHIVOS DE INTERFAZ".
       DISPLAY "INTERFAZ (1=REMESA, 2=ASEGURADORA, 3=AFILIACION, "
           "4=DIRECTORIO): ".
       ACCEPT TIPO-INTERFAZ.
       IF TIPO-INTERFAZ = "2"
          MOVE "CARRIER" TO INTERFAZ-BUSCADA
          MOVE 80 TO LARGO-REGISTRO
          MOVE 79 TO LARGO-DATOS
       ELSE
          IF TIPO-INTERFAZ = "3"
             MOVE "AFILIA" TO INTERFAZ-BUSCADA
             MOVE "AFILIA.DAT" TO INTERFAZ-NOMBRE
             MOVE 110 TO LARGO-REGISTRO
             MOVE 109 TO LARGO-DATOS
          ELSE
             IF TIPO-INTERFAZ = "4"
                MOVE "DIRECTOR" TO INTERFAZ-BUSCADA
                MOVE "DIRECTOR.DAT" TO INTERFAZ-NOMBRE
                MOVE 80 TO LARGO-REGISTRO
                MOVE 79 TO LARGO-DATOS
             ELSE
                MOVE "1" TO TIPO-INTERFAZ
                MOVE "REMESA" TO INTERFAZ-BUSCADA
                MOVE "REMESA.DAT" TO INTERFAZ-NOMBRE
                MOVE 60 TO LARGO-REGISTRO
                MOVE 59 TO LARGO-DATOS
             END-IF
          END-IF
       END-IF.
       OPEN INPUT INTERFAZ-ARCHIVO.
       IF INTERFAZ-ESTADO-ARCHIVO NOT = "00"
                 ELSE
                    IF INTERFAZ-REGISTRO(1:1) = "D"
                       ADD 1 TO DETALLES-CONTADOS
                       IF TIPO-INTERFAZ = "1"
                          MOVE INTERFAZ-REGISTRO(22:11)
                              TO IMPORTE-DETALLE(1:11)
                          ADD IMPORTE-DETALLE TO SUMA-IMPORTES
      ******************************************************************
      * La secuencia viaja tras fecha, periodo/empresa y clase en la
      * remesa (posiciones 23-27) y tras la empresa en el extracto
      * de la aseguradora, en los avisos de afiliacion y en las
      * novedades del directorio (posiciones 16-20); estas llevan la
      * clase del envio en la posicion 27.
      ******************************************************************
       TOMA-SECUENCIA-CABECERA.
       IF TIPO-INTERFAZ NOT = "1"
          IF INTERFAZ-REGISTRO(16:5) IS NUMERIC
             MOVE INTERFAZ-REGISTRO(16:5) TO SECUENCIA-ARCHIVO
          END-IF
          IF TIPO-INTERFAZ = "4" AND INTERFAZ-REGISTRO(27:1) = "R"
             MOVE "S" TO ES-REENVIO
          END-IF
       ELSE
          IF INTERFAZ-REGISTRO(23:5) IS NUMERIC
             MOVE INTERFAZ-REGISTRO(23:5) TO SECUENCIA-ARCHIVO
           AND DETALLES-CONTADOS NOT = TOTAL-DECLARADO
          ADD 1 TO FALLOS-TOTALES
       END-IF.
       IF TIPO-INTERFAZ = "1"
           AND HAY-TOTALIZADOR = "S"
           AND SUMA-IMPORTES NOT = SUMA-DECLARADA
          ADD 1 TO FALLOS-TOTALES
       END-IF.
       MOVE "N" TO SECUENCIA-ACEPTADA.
       IF SECUENCIA-ARCHIVO = SECUENCIA-VIGENTE
          MOVE "S" TO SECUENCIA-ACEPTADA
       END-IF.
       IF ES-REENVIO = "S" AND SECUENCIA-ARCHIVO > 0
           AND SECUENCIA-ARCHIVO < SECUENCIA-VIGENTE
          MOVE "S" TO SECUENCIA-ACEPTADA
       END-IF.
       IF HAY-SECUENCIA = "S" AND SECUENCIA-ACEPTADA = "N"
          ADD 1 TO FALLOS-TOTALES
       END-IF.

              DELIMITED BY SIZE INTO LINEA-VERIFICACION
       END-IF.
       WRITE LINEA-VERIFICACION.
       IF TIPO-INTERFAZ = "1"
          MOVE SUMA-IMPORTES TO SUMA-EDICION
          MOVE SPACES TO LINEA-VERIFICACION
          STRING "SUMA DE IMPORTES RECONTADA: " SUMA-EDICION
             STRING "SECUENCIA " SECUENCIA-ARCHIVO ": PASA"
                 DELIMITED BY SIZE INTO LINEA-VERIFICACION
          ELSE
             IF SECUENCIA-ACEPTADA = "S"
                STRING "SECUENCIA " SECUENCIA-ARCHIVO
                    ": PASA (REENVIO DE UN ENVIO ANTERIOR)"
                    DELIMITED BY SIZE INTO LINEA-VERIFICACION
             ELSE
                STRING "SECUENCIA " SECUENCIA-ARCHIVO
                    " NO ES LA VIGENTE " SECUENCIA-VIGENTE
                    " (DUPLICADO O SALTO)"
                    DELIMITED BY SIZE INTO LINEA-VERIFICACION
             END-IF
          END-IF
       END-IF.
       WRITE LINEA-VERIFICACION.

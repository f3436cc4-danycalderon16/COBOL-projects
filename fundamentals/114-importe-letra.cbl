      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido de importe en letra, llamado
      *          con CALL como VALIDA-FECHA: recibe un importe con
      *          signo y centimos y el ancho de linea deseado, y
      *          devuelve el texto en castellano ("MIL DOSCIENTOS
      *          TREINTA Y CUATRO EUROS CON CINCUENTA CENTIMOS")
      *          partido en lineas por el ultimo blanco que cabe, y
      *          el numero de lineas ocupadas. Los importes negativos
      *          empiezan por MENOS. Un ancho fuera de 20-100 se toma
      *          como 70. Lo usan el registro de cheques, el
      *          finiquito, el certificado de empresa y el recibo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTE-EN-LETRA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Palabras de las unidades (1 a 29, en la forma UN que precede
      * a MIL, MILLON y EUROS), decenas y centenas.
      ******************************************************************
       01  TABLA-UNIDADES-VALORES.
           05 FILLER PIC X(12) VALUE "UN".
           05 FILLER PIC X(12) VALUE "DOS".
           05 FILLER PIC X(12) VALUE "TRES".
           05 FILLER PIC X(12) VALUE "CUATRO".
           05 FILLER PIC X(12) VALUE "CINCO".
           05 FILLER PIC X(12) VALUE "SEIS".
           05 FILLER PIC X(12) VALUE "SIETE".
           05 FILLER PIC X(12) VALUE "OCHO".
           05 FILLER PIC X(12) VALUE "NUEVE".
           05 FILLER PIC X(12) VALUE "DIEZ".
           05 FILLER PIC X(12) VALUE "ONCE".
           05 FILLER PIC X(12) VALUE "DOCE".
           05 FILLER PIC X(12) VALUE "TRECE".
           05 FILLER PIC X(12) VALUE "CATORCE".
           05 FILLER PIC X(12) VALUE "QUINCE".
           05 FILLER PIC X(12) VALUE "DIECISEIS".
           05 FILLER PIC X(12) VALUE "DIECISIETE".
           05 FILLER PIC X(12) VALUE "DIECIOCHO".
           05 FILLER PIC X(12) VALUE "DIECINUEVE".
           05 FILLER PIC X(12) VALUE "VEINTE".
           05 FILLER PIC X(12) VALUE "VEINTIUN".
           05 FILLER PIC X(12) VALUE "VEINTIDOS".
           05 FILLER PIC X(12) VALUE "VEINTITRES".
           05 FILLER PIC X(12) VALUE "VEINTICUATRO".
           05 FILLER PIC X(12) VALUE "VEINTICINCO".
           05 FILLER PIC X(12) VALUE "VEINTISEIS".
           05 FILLER PIC X(12) VALUE "VEINTISIETE".
           05 FILLER PIC X(12) VALUE "VEINTIOCHO".
           05 FILLER PIC X(12) VALUE "VEINTINUEVE".
       01  TABLA-UNIDADES-LETRA REDEFINES TABLA-UNIDADES-VALORES.
           05 UNIDAD-LETRA OCCURS 29 TIMES PIC X(12).
       01  TABLA-DECENAS-VALORES.
           05 FILLER PIC X(9) VALUE "DIEZ".
           05 FILLER PIC X(9) VALUE "VEINTE".
           05 FILLER PIC X(9) VALUE "TREINTA".
           05 FILLER PIC X(9) VALUE "CUARENTA".
           05 FILLER PIC X(9) VALUE "CINCUENTA".
           05 FILLER PIC X(9) VALUE "SESENTA".
           05 FILLER PIC X(9) VALUE "SETENTA".
           05 FILLER PIC X(9) VALUE "OCHENTA".
           05 FILLER PIC X(9) VALUE "NOVENTA".
       01  TABLA-DECENAS-LETRA REDEFINES TABLA-DECENAS-VALORES.
           05 DECENA-LETRA OCCURS 9 TIMES PIC X(9).
       01  TABLA-CENTENAS-VALORES.
           05 FILLER PIC X(13) VALUE "CIENTO".
           05 FILLER PIC X(13) VALUE "DOSCIENTOS".
           05 FILLER PIC X(13) VALUE "TRESCIENTOS".
           05 FILLER PIC X(13) VALUE "CUATROCIENTOS".
           05 FILLER PIC X(13) VALUE "QUINIENTOS".
           05 FILLER PIC X(13) VALUE "SEISCIENTOS".
           05 FILLER PIC X(13) VALUE "SETECIENTOS".
           05 FILLER PIC X(13) VALUE "OCHOCIENTOS".
           05 FILLER PIC X(13) VALUE "NOVECIENTOS".
       01  TABLA-CENTENAS-LETRA REDEFINES TABLA-CENTENAS-VALORES.
           05 CENTENA-LETRA OCCURS 9 TIMES PIC X(13).
       77  IMPORTE-LETRA        PIC X(300).
       77  LETRA-PUNTERO        PIC 9(3).
       77  LETRA-LONGITUD       PIC 9(3).
       77  LETRA-INICIO         PIC 9(3).
       77  LETRA-CORTE          PIC 9(3).
       77  ANCHO-EFECTIVO       PIC 9(3).
       77  PALABRA-LETRA        PIC X(13).
       77  IMPORTE-ABSOLUTO     PIC 9(9)V99.
       77  EUROS-ENTEROS        PIC 9(9).
       77  CENTIMOS-IMPORTE     PIC 99.
       77  MILLONES-IMPORTE     PIC 9(3).
       77  MILES-IMPORTE        PIC 9(3).
       77  UNIDADES-IMPORTE     PIC 9(3).
       77  RESTO-IMPORTE        PIC 9(6).
       77  GRUPO-LETRA          PIC 9(3).
       77  CENTENA-GRUPO        PIC 9.
       77  RESTO-GRUPO          PIC 99.
       77  DECENA-GRUPO         PIC 9.
       77  UNIDAD-GRUPO         PIC 9.
       LINKAGE SECTION.
       01  IMPORTE-A-CONVERTIR  PIC S9(9)V99.
       01  ANCHO-LINEA-LETRA    PIC 9(3).
       01  LINEAS-LETRA         PIC 9(2).
       01  TEXTO-LETRA.
           05 LINEA-LETRA OCCURS 10 TIMES PIC X(100).
       PROCEDURE DIVISION USING IMPORTE-A-CONVERTIR ANCHO-LINEA-LETRA
           LINEAS-LETRA TEXTO-LETRA.
       CONVIERTE-PRINCIPAL.
       MOVE SPACES TO TEXTO-LETRA.
       MOVE 0 TO LINEAS-LETRA.
       IF ANCHO-LINEA-LETRA IS NOT NUMERIC
          MOVE 70 TO ANCHO-EFECTIVO
       ELSE
          IF ANCHO-LINEA-LETRA < 20 OR ANCHO-LINEA-LETRA > 100
             MOVE 70 TO ANCHO-EFECTIVO
          ELSE
             MOVE ANCHO-LINEA-LETRA TO ANCHO-EFECTIVO
          END-IF
       END-IF.
       PERFORM CONVIERTE-IMPORTE-LETRA.
       COMPUTE LETRA-LONGITUD = LETRA-PUNTERO - 2.
       MOVE 1 TO LETRA-INICIO.
       PERFORM PARTE-LINEA-LETRA
           UNTIL LETRA-INICIO > LETRA-LONGITUD OR LINEAS-LETRA = 10.
       GOBACK.

      ******************************************************************
      * Cada linea se corta en el ultimo blanco que cabe en el ancho;
      * el blanco del corte no pasa a la linea siguiente.
      ******************************************************************
       PARTE-LINEA-LETRA.
       ADD 1 TO LINEAS-LETRA.
       IF LETRA-LONGITUD - LETRA-INICIO + 1 <= ANCHO-EFECTIVO
          MOVE IMPORTE-LETRA(LETRA-INICIO:
              LETRA-LONGITUD - LETRA-INICIO + 1)
              TO LINEA-LETRA(LINEAS-LETRA)
          COMPUTE LETRA-INICIO = LETRA-LONGITUD + 1
       ELSE
          COMPUTE LETRA-CORTE = LETRA-INICIO + ANCHO-EFECTIVO
          PERFORM RETROCEDE-CORTE-LETRA
              UNTIL IMPORTE-LETRA(LETRA-CORTE:1) = SPACE
                 OR LETRA-CORTE = LETRA-INICIO
          IF LETRA-CORTE = LETRA-INICIO
             MOVE IMPORTE-LETRA(LETRA-INICIO:ANCHO-EFECTIVO)
                 TO LINEA-LETRA(LINEAS-LETRA)
             ADD ANCHO-EFECTIVO TO LETRA-INICIO
          ELSE
             MOVE IMPORTE-LETRA(LETRA-INICIO:
                 LETRA-CORTE - LETRA-INICIO)
                 TO LINEA-LETRA(LINEAS-LETRA)
             COMPUTE LETRA-INICIO = LETRA-CORTE + 1
          END-IF
       END-IF.

       RETROCEDE-CORTE-LETRA.
       SUBTRACT 1 FROM LETRA-CORTE.

      ******************************************************************
      * Importe en letra: el signo, millones, miles y unidades, cada
      * grupo de tres cifras con sus centenas, decenas y unidades, y
      * los centimos detras de CON.
      ******************************************************************
       CONVIERTE-IMPORTE-LETRA.
       MOVE SPACES TO IMPORTE-LETRA.
       MOVE 1 TO LETRA-PUNTERO.
       IF IMPORTE-A-CONVERTIR < 0
          MOVE "MENOS" TO PALABRA-LETRA
          PERFORM AGREGA-PALABRA-LETRA
          COMPUTE IMPORTE-ABSOLUTO = 0 - IMPORTE-A-CONVERTIR
       ELSE
          MOVE IMPORTE-A-CONVERTIR TO IMPORTE-ABSOLUTO
       END-IF.
       MOVE IMPORTE-ABSOLUTO TO EUROS-ENTEROS.
       COMPUTE CENTIMOS-IMPORTE
           = (IMPORTE-ABSOLUTO - EUROS-ENTEROS) * 100.
       DIVIDE EUROS-ENTEROS BY 1000000 GIVING MILLONES-IMPORTE
           REMAINDER RESTO-IMPORTE.
       DIVIDE RESTO-IMPORTE BY 1000 GIVING MILES-IMPORTE
           REMAINDER UNIDADES-IMPORTE.
       IF EUROS-ENTEROS = 0
          MOVE "CERO" TO PALABRA-LETRA
          PERFORM AGREGA-PALABRA-LETRA
       END-IF.
       IF MILLONES-IMPORTE > 0
          MOVE MILLONES-IMPORTE TO GRUPO-LETRA
          PERFORM GRUPO-EN-LETRA
          IF MILLONES-IMPORTE = 1
             MOVE "MILLON" TO PALABRA-LETRA
          ELSE
             MOVE "MILLONES" TO PALABRA-LETRA
          END-IF
          PERFORM AGREGA-PALABRA-LETRA
       END-IF.
       IF MILES-IMPORTE > 0
          IF MILES-IMPORTE > 1
             MOVE MILES-IMPORTE TO GRUPO-LETRA
             PERFORM GRUPO-EN-LETRA
          END-IF
          MOVE "MIL" TO PALABRA-LETRA
          PERFORM AGREGA-PALABRA-LETRA
       END-IF.
       IF UNIDADES-IMPORTE > 0
          MOVE UNIDADES-IMPORTE TO GRUPO-LETRA
          PERFORM GRUPO-EN-LETRA
       END-IF.
       IF MILLONES-IMPORTE > 0 AND RESTO-IMPORTE = 0
          MOVE "DE" TO PALABRA-LETRA
          PERFORM AGREGA-PALABRA-LETRA
       END-IF.
       IF EUROS-ENTEROS = 1
          MOVE "EURO" TO PALABRA-LETRA
       ELSE
          MOVE "EUROS" TO PALABRA-LETRA
       END-IF.
       PERFORM AGREGA-PALABRA-LETRA.
       IF CENTIMOS-IMPORTE > 0
          MOVE "CON" TO PALABRA-LETRA
          PERFORM AGREGA-PALABRA-LETRA
          MOVE CENTIMOS-IMPORTE TO GRUPO-LETRA
          PERFORM GRUPO-EN-LETRA
          IF CENTIMOS-IMPORTE = 1
             MOVE "CENTIMO" TO PALABRA-LETRA
          ELSE
             MOVE "CENTIMOS" TO PALABRA-LETRA
          END-IF
          PERFORM AGREGA-PALABRA-LETRA
       END-IF.

       GRUPO-EN-LETRA.
       DIVIDE GRUPO-LETRA BY 100 GIVING CENTENA-GRUPO
           REMAINDER RESTO-GRUPO.
       IF CENTENA-GRUPO > 0
          IF GRUPO-LETRA = 100
             MOVE "CIEN" TO PALABRA-LETRA
          ELSE
             MOVE CENTENA-LETRA(CENTENA-GRUPO) TO PALABRA-LETRA
          END-IF
          PERFORM AGREGA-PALABRA-LETRA
       END-IF.
       IF RESTO-GRUPO > 0
          IF RESTO-GRUPO < 30
             MOVE UNIDAD-LETRA(RESTO-GRUPO) TO PALABRA-LETRA
             PERFORM AGREGA-PALABRA-LETRA
          ELSE
             DIVIDE RESTO-GRUPO BY 10 GIVING DECENA-GRUPO
                 REMAINDER UNIDAD-GRUPO
             MOVE DECENA-LETRA(DECENA-GRUPO) TO PALABRA-LETRA
             PERFORM AGREGA-PALABRA-LETRA
             IF UNIDAD-GRUPO > 0
                MOVE "Y" TO PALABRA-LETRA
                PERFORM AGREGA-PALABRA-LETRA
                MOVE UNIDAD-LETRA(UNIDAD-GRUPO) TO PALABRA-LETRA
                PERFORM AGREGA-PALABRA-LETRA
             END-IF
          END-IF
       END-IF.

       AGREGA-PALABRA-LETRA.
       STRING PALABRA-LETRA DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           INTO IMPORTE-LETRA WITH POINTER LETRA-PUNTERO.
       END PROGRAM IMPORTE-EN-LETRA.

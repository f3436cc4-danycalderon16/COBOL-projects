      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido que reparte un texto libre
      *          de apellidos (o de nombre y apellidos) en primer y
      *          segundo apellido, para los sitios que todavia
      *          reciben los apellidos en un solo campo: la
      *          conversion del maestro, los lotes de movimientos y
      *          el candidato aceptado de una requisicion.
      *          Las particulas DE, DEL, LA, LAS, LOS, SAN y SANTA
      *          van con la palabra siguiente y la Y une las dos
      *          palabras que separa, de modo que DE LA FUENTE u
      *          ORTEGA Y GASSET quedan como un solo apellido.
      *          Modo A: el texto solo trae apellidos. Modo N: el
      *          texto empieza por el nombre de pila y los dos
      *          ultimos trozos son los apellidos.
      *          APELLIDOS-RESULTADO: S reparto seguro, U un solo
      *          apellido, V sin apellidos, M mas trozos de los
      *          esperados (el reparto es una suposicion y conviene
      *          revisarlo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARA-APELLIDOS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TABLA-PALABRAS.
           05 PALABRA-ENTRADA OCCURS 12 TIMES PIC X(25).
       77  PALABRAS-TOTAL       PIC 9(2).
       77  PALABRA-POS          PIC 9(2).
       77  PALABRA-LEIDA        PIC X(25).
       77  TEXTO-PUNTERO        PIC 9(3).
       01  TABLA-PARTES.
           05 PARTE-ENTRADA OCCURS 12 TIMES PIC X(50).
       77  PARTES-TOTAL         PIC 9(2).
       77  PARTE-POS            PIC 9(2).
       77  PARTE-ABIERTA        PIC X.
       77  PARTE-TRABAJO        PIC X(50).
       77  PARTE-DESDE          PIC 9(2).
       77  PARTE-HASTA          PIC 9(2).
       77  TEXTO-UNIDO          PIC X(50).
       77  ES-PARTICULA         PIC X.
       LINKAGE SECTION.
       01  APELLIDOS-MODO       PIC X.
       01  DATOS-APELLIDOS.
           05 APELLIDOS-TEXTO         PIC X(50).
           05 APELLIDOS-NOMBRE        PIC X(20).
           05 APELLIDOS-PRIMERO       PIC X(25).
           05 APELLIDOS-SEGUNDO       PIC X(25).
           05 APELLIDOS-RESULTADO     PIC X.
       PROCEDURE DIVISION USING APELLIDOS-MODO DATOS-APELLIDOS.
       SEPARA-PRINCIPAL.
       MOVE SPACES TO APELLIDOS-NOMBRE.
       MOVE SPACES TO APELLIDOS-PRIMERO.
       MOVE SPACES TO APELLIDOS-SEGUNDO.
       MOVE "V" TO APELLIDOS-RESULTADO.
       PERFORM TROCEA-PALABRAS.
       PERFORM AGRUPA-PARTES.
       IF APELLIDOS-MODO = "N"
          PERFORM REPARTE-NOMBRE-COMPLETO
       ELSE
          PERFORM REPARTE-SOLO-APELLIDOS
       END-IF.
       GOBACK.

      ******************************************************************
      * Palabras del texto, saltando los blancos repetidos.
      ******************************************************************
       TROCEA-PALABRAS.
       MOVE SPACES TO TABLA-PALABRAS.
       MOVE 0 TO PALABRAS-TOTAL.
       MOVE 1 TO TEXTO-PUNTERO.
       PERFORM LEE-UNA-PALABRA
           UNTIL TEXTO-PUNTERO > 50 OR PALABRAS-TOTAL = 12.

       LEE-UNA-PALABRA.
       MOVE SPACES TO PALABRA-LEIDA.
       UNSTRING APELLIDOS-TEXTO DELIMITED BY ALL SPACE
           INTO PALABRA-LEIDA
           WITH POINTER TEXTO-PUNTERO.
       IF PALABRA-LEIDA NOT = SPACES
          ADD 1 TO PALABRAS-TOTAL
          MOVE PALABRA-LEIDA TO PALABRA-ENTRADA(PALABRAS-TOTAL)
       END-IF.

      ******************************************************************
      * Cada trozo es un apellido (o un nombre) completo: una
      * particula deja el trozo abierto para la palabra siguiente y
      * la Y reabre el trozo anterior.
      ******************************************************************
       AGRUPA-PARTES.
       MOVE SPACES TO TABLA-PARTES.
       MOVE 0 TO PARTES-TOTAL.
       MOVE "N" TO PARTE-ABIERTA.
       MOVE 1 TO PALABRA-POS.
       PERFORM AGRUPA-UNA-PALABRA UNTIL PALABRA-POS > PALABRAS-TOTAL.

       AGRUPA-UNA-PALABRA.
       MOVE PALABRA-ENTRADA(PALABRA-POS) TO PALABRA-LEIDA.
       MOVE "N" TO ES-PARTICULA.
       IF PALABRA-LEIDA = "DE" OR PALABRA-LEIDA = "DEL"
           OR PALABRA-LEIDA = "LA" OR PALABRA-LEIDA = "LAS"
           OR PALABRA-LEIDA = "LOS" OR PALABRA-LEIDA = "SAN"
           OR PALABRA-LEIDA = "SANTA"
          MOVE "S" TO ES-PARTICULA
       END-IF.
       IF PALABRA-LEIDA = "Y" AND PARTES-TOTAL > 0
          PERFORM AGREGA-A-PARTE
          MOVE "S" TO PARTE-ABIERTA
       ELSE
          IF PARTE-ABIERTA = "S"
             PERFORM AGREGA-A-PARTE
          ELSE
             ADD 1 TO PARTES-TOTAL
             MOVE PALABRA-LEIDA TO PARTE-ENTRADA(PARTES-TOTAL)
          END-IF
          MOVE ES-PARTICULA TO PARTE-ABIERTA
       END-IF.
       ADD 1 TO PALABRA-POS.

       AGREGA-A-PARTE.
       MOVE SPACES TO PARTE-TRABAJO.
       STRING PARTE-ENTRADA(PARTES-TOTAL) DELIMITED BY "  "
           " " DELIMITED BY SIZE
           PALABRA-LEIDA DELIMITED BY SPACE
           INTO PARTE-TRABAJO.
       MOVE PARTE-TRABAJO TO PARTE-ENTRADA(PARTES-TOTAL).

       REPARTE-SOLO-APELLIDOS.
       IF PARTES-TOTAL = 1
          MOVE PARTE-ENTRADA(1) TO APELLIDOS-PRIMERO
          MOVE "U" TO APELLIDOS-RESULTADO
       END-IF.
       IF PARTES-TOTAL = 2
          MOVE PARTE-ENTRADA(1) TO APELLIDOS-PRIMERO
          MOVE PARTE-ENTRADA(2) TO APELLIDOS-SEGUNDO
          MOVE "S" TO APELLIDOS-RESULTADO
       END-IF.
       IF PARTES-TOTAL > 2
          MOVE PARTE-ENTRADA(1) TO APELLIDOS-PRIMERO
          MOVE 2 TO PARTE-DESDE
          MOVE PARTES-TOTAL TO PARTE-HASTA
          PERFORM UNE-PARTES
          MOVE TEXTO-UNIDO TO APELLIDOS-SEGUNDO
          MOVE "M" TO APELLIDOS-RESULTADO
       END-IF.

      ******************************************************************
      * Con nombre de pila: los dos ultimos trozos son los apellidos
      * y lo anterior es el nombre; con dos trozos solo hay primer
      * apellido y con uno solo hay nombre.
      ******************************************************************
       REPARTE-NOMBRE-COMPLETO.
       IF PARTES-TOTAL = 1
          MOVE PARTE-ENTRADA(1) TO APELLIDOS-NOMBRE
       END-IF.
       IF PARTES-TOTAL = 2
          MOVE PARTE-ENTRADA(1) TO APELLIDOS-NOMBRE
          MOVE PARTE-ENTRADA(2) TO APELLIDOS-PRIMERO
          MOVE "U" TO APELLIDOS-RESULTADO
       END-IF.
       IF PARTES-TOTAL = 3
          MOVE PARTE-ENTRADA(1) TO APELLIDOS-NOMBRE
          MOVE PARTE-ENTRADA(2) TO APELLIDOS-PRIMERO
          MOVE PARTE-ENTRADA(3) TO APELLIDOS-SEGUNDO
          MOVE "S" TO APELLIDOS-RESULTADO
       END-IF.
       IF PARTES-TOTAL > 3
          MOVE 1 TO PARTE-DESDE
          COMPUTE PARTE-HASTA = PARTES-TOTAL - 2
          PERFORM UNE-PARTES
          MOVE TEXTO-UNIDO TO APELLIDOS-NOMBRE
          MOVE PARTE-ENTRADA(PARTES-TOTAL - 1) TO APELLIDOS-PRIMERO
          MOVE PARTE-ENTRADA(PARTES-TOTAL) TO APELLIDOS-SEGUNDO
          MOVE "M" TO APELLIDOS-RESULTADO
       END-IF.

       UNE-PARTES.
       MOVE SPACES TO TEXTO-UNIDO.
       MOVE PARTE-DESDE TO PARTE-POS.
       PERFORM UNE-UNA-PARTE UNTIL PARTE-POS > PARTE-HASTA.

       UNE-UNA-PARTE.
       IF TEXTO-UNIDO = SPACES
          MOVE PARTE-ENTRADA(PARTE-POS) TO TEXTO-UNIDO
       ELSE
          MOVE SPACES TO PARTE-TRABAJO
          STRING TEXTO-UNIDO DELIMITED BY "  "
              " " DELIMITED BY SIZE
              PARTE-ENTRADA(PARTE-POS) DELIMITED BY "  "
              INTO PARTE-TRABAJO
          MOVE PARTE-TRABAJO TO TEXTO-UNIDO
       END-IF.
       ADD 1 TO PARTE-POS.
       END PROGRAM SEPARA-APELLIDOS.

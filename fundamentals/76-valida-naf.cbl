      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido de validacion del numero de
      *          afiliacion a la Seguridad Social (NAF), en el mismo
      *          espiritu que VALIDA-NIF: dos digitos de provincia,
      *          ocho de numero y dos de control. Los digitos de
      *          control son el resto de dividir entre 97 la
      *          provincia seguida del numero; si el numero es menor
      *          de 10000000 se toma sin ceros a la izquierda (la
      *          provincia por 10000000 mas el numero). Devuelve S
      *          solo con un NAF numerico, con provincia y numero
      *          distintos de cero y con los digitos de control
      *          correctos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-NAF.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  PROVINCIA-NAF        PIC 9(2).
       77  NUMERO-NAF           PIC 9(8).
       77  CONTROL-NAF          PIC 9(2).
       77  BASE-NAF             PIC 9(10).
       77  COCIENTE-NAF         PIC 9(10).
       77  RESTO-NAF            PIC 9(2).
       LINKAGE SECTION.
       01  NAF-A-VALIDAR        PIC X(12).
       01  NAF-VALIDO           PIC X.
       PROCEDURE DIVISION USING NAF-A-VALIDAR NAF-VALIDO.
       VALIDA-PRINCIPAL.
       MOVE "N" TO NAF-VALIDO.
       IF NAF-A-VALIDAR IS NOT NUMERIC
          GOBACK
       END-IF.
       MOVE NAF-A-VALIDAR(1:2) TO PROVINCIA-NAF.
       MOVE NAF-A-VALIDAR(3:8) TO NUMERO-NAF.
       MOVE NAF-A-VALIDAR(11:2) TO CONTROL-NAF.
       IF PROVINCIA-NAF = 0 OR NUMERO-NAF = 0
          GOBACK
       END-IF.
       IF NUMERO-NAF < 10000000
          COMPUTE BASE-NAF = PROVINCIA-NAF * 10000000 + NUMERO-NAF
       ELSE
          COMPUTE BASE-NAF = PROVINCIA-NAF * 100000000 + NUMERO-NAF
       END-IF.
       DIVIDE BASE-NAF BY 97 GIVING COCIENTE-NAF
           REMAINDER RESTO-NAF.
       IF CONTROL-NAF = RESTO-NAF
          MOVE "S" TO NAF-VALIDO
       END-IF.
       GOBACK.
       END PROGRAM VALIDA-NAF.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma del puente entre REQUISICIONES y el
      *          alta de empleados. Modo L: lista en pantalla los
      *          candidatos en etapa A (oferta aceptada) de
      *          requisiciones abiertas. Modo B: devuelve los datos
      *          ya capturados de un candidato aceptado junto con
      *          el departamento y el puesto de su requisicion.
      *          Modo C: con el alta grabada, pasa el candidato a
      *          I con su EMPLEADOS-ID y cierra la requisicion como
      *          cubierta (C) con la fecha de cierre recibida.
      *          ACEPTADO-RESULTADO vale S si hubo candidatos (L),
      *          se hallo el candidato (B) o se cerro (C).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDIDATO-ACEPTADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISICIONES-ARCHIVO ASSIGN TO "REQUISIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUISICIONES-ESTADO-ARCHIVO.
           SELECT CANDIDATOS-ARCHIVO ASSIGN TO "CANDIDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDIDATOS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISICIONES-ARCHIVO.
       01  REQUISICION-REGISTRO.
           05 REQUISICION-NUMERO      PIC 9(5).
           05 REQUISICION-DEPARTAMENTO PIC X(10).
           05 REQUISICION-PUESTO      PIC X(8).
           05 REQUISICION-MOTIVO      PIC X(30).
           05 REQUISICION-APROBADOR   PIC X(10).
           05 REQUISICION-ESTADO      PIC X.
           05 REQUISICION-APERTURA    PIC 9(8).
           05 REQUISICION-CIERRE      PIC 9(8).
           05 REQUISICION-EMPLEADO    PIC 9(5).
       FD  CANDIDATOS-ARCHIVO.
       01  CANDIDATO-REGISTRO.
           05 CANDIDATO-REQUISICION   PIC 9(5).
           05 CANDIDATO-NUMERO        PIC 9(3).
           05 CANDIDATO-NOMBRE        PIC X(15).
           05 CANDIDATO-PRIMER-APELLIDO  PIC X(25).
           05 CANDIDATO-SEGUNDO-APELLIDO PIC X(25).
           05 CANDIDATO-NIF           PIC X(9).
           05 CANDIDATO-FECHA-NACIMIENTO PIC 9(8).
           05 CANDIDATO-TELEFONO      PIC X(15).
           05 CANDIDATO-ETAPA         PIC X.
           05 CANDIDATO-FECHA-ETAPA   PIC 9(8).
           05 CANDIDATO-SALARIO-OFERTA PIC 9(7)V99.
           05 CANDIDATO-INCORPORACION PIC 9(8).
           05 CANDIDATO-EMPLEADOS-ID  PIC 9(5).

       WORKING-STORAGE SECTION.
       77  REQUISICIONES-ESTADO-ARCHIVO PIC X(2).
       77  CANDIDATOS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
      ******************************************************************
      * Registros completos de los dos archivos, para regrabarlos
      * tal cual salvo el candidato y la requisicion que se cierran.
      ******************************************************************
       01  TABLA-REQUISICIONES.
           05 REQT-ENTRADA OCCURS 200 TIMES.
              10 REQT-LINEA           PIC X(85).
       77  REQT-TOTAL           PIC 9(3) VALUE 0.
       77  REQT-POS             PIC 9(3).
       01  TABLA-CANDIDATOS.
           05 CANT-ENTRADA OCCURS 500 TIMES.
              10 CANT-LINEA           PIC X(136).
       77  CANT-TOTAL           PIC 9(3) VALUE 0.
       77  CANT-POS             PIC 9(3).
       77  REQUISICION-ABIERTA  PIC X.
       LINKAGE SECTION.
       01  ACEPTADO-MODO        PIC X.
       01  ACEPTADO-DATOS.
           05 ACEPTADO-REQUISICION    PIC 9(5).
           05 ACEPTADO-NUMERO         PIC 9(3).
           05 ACEPTADO-NOMBRE         PIC X(15).
           05 ACEPTADO-PRIMER-APELLIDO  PIC X(25).
           05 ACEPTADO-SEGUNDO-APELLIDO PIC X(25).
           05 ACEPTADO-NIF            PIC X(9).
           05 ACEPTADO-FECHA-NACIMIENTO PIC 9(8).
           05 ACEPTADO-TELEFONO       PIC X(15).
           05 ACEPTADO-DEPARTAMENTO   PIC X(10).
           05 ACEPTADO-PUESTO         PIC X(8).
           05 ACEPTADO-SALARIO        PIC 9(7)V99.
           05 ACEPTADO-INCORPORACION  PIC 9(8).
           05 ACEPTADO-EMPLEADOS-ID   PIC 9(5).
           05 ACEPTADO-FECHA-CIERRE   PIC 9(8).
       01  ACEPTADO-RESULTADO   PIC X.
       PROCEDURE DIVISION USING ACEPTADO-MODO ACEPTADO-DATOS
           ACEPTADO-RESULTADO.
       ATIENDE-CANDIDATO-ACEPTADO.
       MOVE "N" TO ACEPTADO-RESULTADO.
       PERFORM CARGA-REQUISICIONES.
       PERFORM CARGA-CANDIDATOS.
       IF ACEPTADO-MODO = "L"
          MOVE 1 TO CANT-POS
          PERFORM MUESTRA-ACEPTADO UNTIL CANT-POS > CANT-TOTAL
       END-IF.
       IF ACEPTADO-MODO = "B"
          MOVE 1 TO CANT-POS
          PERFORM DEVUELVE-ACEPTADO
              UNTIL CANT-POS > CANT-TOTAL OR ACEPTADO-RESULTADO = "S"
       END-IF.
       IF ACEPTADO-MODO = "C"
          PERFORM CIERRA-ACEPTADO
       END-IF.
       GOBACK.

       CARGA-REQUISICIONES.
       MOVE 0 TO REQT-TOTAL.
       OPEN INPUT REQUISICIONES-ARCHIVO.
       IF REQUISICIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-REQUISICION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE REQUISICIONES-ARCHIVO.

       CARGA-UNA-REQUISICION.
       READ REQUISICIONES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF REQT-TOTAL < 200
                 ADD 1 TO REQT-TOTAL
                 MOVE REQUISICION-REGISTRO TO REQT-LINEA(REQT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE REQUISICIONES LLENA."
              END-IF
       END-READ.

       CARGA-CANDIDATOS.
       MOVE 0 TO CANT-TOTAL.
       OPEN INPUT CANDIDATOS-ARCHIVO.
       IF CANDIDATOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-CANDIDATO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CANDIDATOS-ARCHIVO.

       CARGA-UN-CANDIDATO.
       READ CANDIDATOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CANT-TOTAL < 500
                 ADD 1 TO CANT-TOTAL
                 MOVE CANDIDATO-REGISTRO TO CANT-LINEA(CANT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE CANDIDATOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Deja en REQUISICION-REGISTRO la requisicion del candidato
      * que esta en CANDIDATO-REGISTRO y marca si sigue abierta.
      ******************************************************************
       BUSCA-REQUISICION-CANDIDATO.
       MOVE "N" TO REQUISICION-ABIERTA.
       MOVE 1 TO REQT-POS.
       PERFORM COMPARA-REQUISICION
           UNTIL REQT-POS > REQT-TOTAL OR REQUISICION-ABIERTA = "S".

       COMPARA-REQUISICION.
       MOVE REQT-LINEA(REQT-POS) TO REQUISICION-REGISTRO.
       IF REQUISICION-NUMERO = CANDIDATO-REQUISICION
           AND REQUISICION-ESTADO = "A"
          MOVE "S" TO REQUISICION-ABIERTA
       ELSE
          ADD 1 TO REQT-POS
       END-IF.

       MUESTRA-ACEPTADO.
       MOVE CANT-LINEA(CANT-POS) TO CANDIDATO-REGISTRO.
       IF CANDIDATO-ETAPA = "A"
          PERFORM BUSCA-REQUISICION-CANDIDATO
          IF REQUISICION-ABIERTA = "S"
             MOVE "S" TO ACEPTADO-RESULTADO
             DISPLAY "REQUISICION " CANDIDATO-REQUISICION
                 " CANDIDATO " CANDIDATO-NUMERO ": "
                 CANDIDATO-NOMBRE " " CANDIDATO-PRIMER-APELLIDO " "
                 CANDIDATO-SEGUNDO-APELLIDO " "
                 REQUISICION-DEPARTAMENTO " " REQUISICION-PUESTO
                 " INCORPORACION " CANDIDATO-INCORPORACION
          END-IF
       END-IF.
       ADD 1 TO CANT-POS.

       DEVUELVE-ACEPTADO.
       MOVE CANT-LINEA(CANT-POS) TO CANDIDATO-REGISTRO.
       IF CANDIDATO-REQUISICION = ACEPTADO-REQUISICION
           AND CANDIDATO-NUMERO = ACEPTADO-NUMERO
           AND CANDIDATO-ETAPA = "A"
          PERFORM BUSCA-REQUISICION-CANDIDATO
          IF REQUISICION-ABIERTA = "S"
             MOVE "S" TO ACEPTADO-RESULTADO
             MOVE CANDIDATO-NOMBRE TO ACEPTADO-NOMBRE
             MOVE CANDIDATO-PRIMER-APELLIDO
                 TO ACEPTADO-PRIMER-APELLIDO
             MOVE CANDIDATO-SEGUNDO-APELLIDO
                 TO ACEPTADO-SEGUNDO-APELLIDO
             MOVE CANDIDATO-NIF TO ACEPTADO-NIF
             MOVE CANDIDATO-FECHA-NACIMIENTO
                 TO ACEPTADO-FECHA-NACIMIENTO
             MOVE CANDIDATO-TELEFONO TO ACEPTADO-TELEFONO
             MOVE REQUISICION-DEPARTAMENTO TO ACEPTADO-DEPARTAMENTO
             MOVE REQUISICION-PUESTO TO ACEPTADO-PUESTO
             MOVE CANDIDATO-SALARIO-OFERTA TO ACEPTADO-SALARIO
             MOVE CANDIDATO-INCORPORACION TO ACEPTADO-INCORPORACION
          END-IF
       END-IF.
       ADD 1 TO CANT-POS.

      ******************************************************************
      * Cierre tras el alta: se regraban los dos archivos enteros
      * con el candidato incorporado y la requisicion cubierta.
      ******************************************************************
       CIERRA-ACEPTADO.
       OPEN OUTPUT CANDIDATOS-ARCHIVO.
       MOVE 1 TO CANT-POS.
       PERFORM GRABA-UN-CANDIDATO UNTIL CANT-POS > CANT-TOTAL.
       CLOSE CANDIDATOS-ARCHIVO.
       OPEN OUTPUT REQUISICIONES-ARCHIVO.
       MOVE 1 TO REQT-POS.
       PERFORM GRABA-UNA-REQUISICION UNTIL REQT-POS > REQT-TOTAL.
       CLOSE REQUISICIONES-ARCHIVO.

       GRABA-UN-CANDIDATO.
       MOVE CANT-LINEA(CANT-POS) TO CANDIDATO-REGISTRO.
       IF CANDIDATO-REQUISICION = ACEPTADO-REQUISICION
           AND CANDIDATO-NUMERO = ACEPTADO-NUMERO
          MOVE "I" TO CANDIDATO-ETAPA
          MOVE ACEPTADO-FECHA-CIERRE TO CANDIDATO-FECHA-ETAPA
          MOVE ACEPTADO-EMPLEADOS-ID TO CANDIDATO-EMPLEADOS-ID
       END-IF.
       WRITE CANDIDATO-REGISTRO.
       ADD 1 TO CANT-POS.

       GRABA-UNA-REQUISICION.
       MOVE REQT-LINEA(REQT-POS) TO REQUISICION-REGISTRO.
       IF REQUISICION-NUMERO = ACEPTADO-REQUISICION
           AND REQUISICION-ESTADO = "A"
          MOVE "C" TO REQUISICION-ESTADO
          MOVE ACEPTADO-FECHA-CIERRE TO REQUISICION-CIERRE
          MOVE ACEPTADO-EMPLEADOS-ID TO REQUISICION-EMPLEADO
          MOVE "S" TO ACEPTADO-RESULTADO
       END-IF.
       WRITE REQUISICION-REGISTRO.
       ADD 1 TO REQT-POS.
       END PROGRAM CANDIDATO-ACEPTADO.

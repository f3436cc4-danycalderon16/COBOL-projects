      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de activos de empresa (portatiles,
      *          moviles, tarjetas de acceso, llaves y vehiculos)
      *          en ACTIVOS.DAT: etiqueta, tipo, descripcion, valor,
      *          estado (D disponible, E entregado, B dado de baja)
      *          y empleado que lo tiene. Cada entrega, devolucion y
      *          baja queda como movimiento en MOVACTIV.DAT con el
      *          EMPLEADOS-ID, la fecha y el operador. Solo se
      *          entrega a empleados activos del maestro; la baja de
      *          un activo que no se devolvio la da un supervisor
      *          (nivel 3) y queda en la auditoria. La consulta por
      *          empleado usa ACTIVOS-PENDIENTES, el mismo
      *          subprograma que avisa en la baja y en el finiquito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVOS-EMPRESA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT ACTIVOS-ARCHIVO ASSIGN TO "ACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVOS-ESTADO-ARCHIVO.
           SELECT MOVIMIENTOS-ARCHIVO ASSIGN TO "MOVACTIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVIMIENTOS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Activo: tipo P portatil, M movil, T tarjeta o credencial,
      * L llave, V vehiculo, O otro. EMPLEADOS-ID es el que lo
      * tiene (estado E) o el ultimo que lo tuvo.
      ******************************************************************
       FD  ACTIVOS-ARCHIVO.
       01  ACTIVO-REGISTRO.
           05 ACTIVO-ETIQUETA         PIC X(10).
           05 ACTIVO-TIPO             PIC X.
           05 ACTIVO-DESCRIPCION      PIC X(30).
           05 ACTIVO-VALOR            PIC 9(7)V99.
           05 ACTIVO-ESTADO           PIC X.
           05 ACTIVO-EMPLEADOS-ID     PIC 9(5).
           05 ACTIVO-FECHA-ESTADO     PIC 9(8).
      ******************************************************************
      * Movimiento: A alta en el registro, E entrega, D devolucion,
      * B baja del activo (perdido, averiado o no devuelto).
      ******************************************************************
       FD  MOVIMIENTOS-ARCHIVO.
       01  MOVIMIENTO-REGISTRO.
           05 MOVIMIENTO-ETIQUETA     PIC X(10).
           05 MOVIMIENTO-TIPO         PIC X.
           05 MOVIMIENTO-EMPLEADOS-ID PIC 9(5).
           05 MOVIMIENTO-FECHA        PIC 9(8).
           05 MOVIMIENTO-OPERADOR     PIC X(10).
           05 MOVIMIENTO-NOTA         PIC X(30).
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  ACTIVOS-ESTADO-ARCHIVO PIC X(2).
       77  MOVIMIENTOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-DE-HOY         PIC 9(8).
       77  OPCION-ACTIVOS       PIC X.
       77  OPERADOR-ACTUAL      PIC X(10).
       77  OPERADOR-APRUEBA     PIC X(10).
       77  NIVEL-APRUEBA        PIC 9 VALUE 0.
       77  ID-BUSCADO           PIC 9(5).
       77  ETIQUETA-BUSCADA     PIC X(10).
       77  TIPO-NUEVO           PIC X.
       77  DESCRIPCION-NUEVA    PIC X(30).
       77  VALOR-NUEVO          PIC 9(7)V99.
       77  NOTA-MOVIMIENTO      PIC X(30).
       77  TIPO-MOVIMIENTO      PIC X.
       77  EMPLEADO-MOVIMIENTO  PIC 9(5).
       77  PENDIENTES-TOTAL     PIC 9(3).
       77  PENDIENTES-VALOR     PIC 9(9)V99.
       77  VALOR-EDICION        PIC Z(6)9.99.
       77  TOTAL-EDICION        PIC Z(8)9.99.
      ******************************************************************
      * Registro completo de ACTIVOS.DAT, que se regraba entero con
      * cada cambio de estado.
      ******************************************************************
       01  TABLA-ACTIVOS.
           05 ACTT-ENTRADA OCCURS 500 TIMES.
              10 ACTT-ETIQUETA        PIC X(10).
              10 ACTT-TIPO            PIC X.
              10 ACTT-DESCRIPCION     PIC X(30).
              10 ACTT-VALOR           PIC 9(7)V99.
              10 ACTT-ESTADO          PIC X.
              10 ACTT-EMPLEADOS-ID    PIC 9(5).
              10 ACTT-FECHA-ESTADO    PIC 9(8).
       77  ACTT-TOTAL           PIC 9(3) VALUE 0.
       77  ACTT-POS             PIC 9(3).
       77  ACTT-HALLADO         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "REGISTRO DE ACTIVOS DE EMPRESA".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM CARGA-ACTIVOS.
       MOVE SPACES TO OPCION-ACTIVOS.
       PERFORM GESTIONA-ACTIVOS UNTIL OPCION-ACTIVOS = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       GESTIONA-ACTIVOS.
       DISPLAY "A - ALTA DE ACTIVO / E - ENTREGA / D - DEVOLUCION / "
           "B - BAJA DE ACTIVO (SUPERVISOR)".
       DISPLAY "C - ACTIVOS DE UN EMPLEADO / L - LISTADO DEL "
           "REGISTRO / 0 - SALIR: ".
       ACCEPT OPCION-ACTIVOS.
       IF OPCION-ACTIVOS = "A"
          PERFORM ALTA-ACTIVO
       ELSE
          IF OPCION-ACTIVOS = "E"
             PERFORM ENTREGA-ACTIVO
          ELSE
             IF OPCION-ACTIVOS = "D"
                PERFORM DEVUELVE-ACTIVO
             ELSE
                IF OPCION-ACTIVOS = "B"
                   PERFORM BAJA-ACTIVO
                ELSE
                   IF OPCION-ACTIVOS = "C"
                      PERFORM CONSULTA-EMPLEADO
                   ELSE
                      IF OPCION-ACTIVOS = "L"
                         PERFORM LISTA-ACTIVOS
                      ELSE
                         IF OPCION-ACTIVOS NOT = "0"
                            DISPLAY "OPCION NO VALIDA."
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-ACTIVOS.
       MOVE 0 TO ACTT-TOTAL.
       OPEN INPUT ACTIVOS-ARCHIVO.
       IF ACTIVOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-ACTIVO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ACTIVOS-ARCHIVO.

       CARGA-UN-ACTIVO.
       READ ACTIVOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ACTT-TOTAL < 500
                 ADD 1 TO ACTT-TOTAL
                 MOVE ACTIVO-ETIQUETA TO ACTT-ETIQUETA(ACTT-TOTAL)
                 MOVE ACTIVO-TIPO TO ACTT-TIPO(ACTT-TOTAL)
                 MOVE ACTIVO-DESCRIPCION
                     TO ACTT-DESCRIPCION(ACTT-TOTAL)
                 MOVE ACTIVO-VALOR TO ACTT-VALOR(ACTT-TOTAL)
                 MOVE ACTIVO-ESTADO TO ACTT-ESTADO(ACTT-TOTAL)
                 MOVE ACTIVO-EMPLEADOS-ID
                     TO ACTT-EMPLEADOS-ID(ACTT-TOTAL)
                 MOVE ACTIVO-FECHA-ESTADO
                     TO ACTT-FECHA-ESTADO(ACTT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ACTIVOS LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-ACTIVOS.
       OPEN OUTPUT ACTIVOS-ARCHIVO.
       MOVE 1 TO ACTT-POS.
       PERFORM GRABA-UN-ACTIVO UNTIL ACTT-POS > ACTT-TOTAL.
       CLOSE ACTIVOS-ARCHIVO.

       GRABA-UN-ACTIVO.
       MOVE ACTT-ETIQUETA(ACTT-POS) TO ACTIVO-ETIQUETA.
       MOVE ACTT-TIPO(ACTT-POS) TO ACTIVO-TIPO.
       MOVE ACTT-DESCRIPCION(ACTT-POS) TO ACTIVO-DESCRIPCION.
       MOVE ACTT-VALOR(ACTT-POS) TO ACTIVO-VALOR.
       MOVE ACTT-ESTADO(ACTT-POS) TO ACTIVO-ESTADO.
       MOVE ACTT-EMPLEADOS-ID(ACTT-POS) TO ACTIVO-EMPLEADOS-ID.
       MOVE ACTT-FECHA-ESTADO(ACTT-POS) TO ACTIVO-FECHA-ESTADO.
       WRITE ACTIVO-REGISTRO.
       ADD 1 TO ACTT-POS.

       BUSCA-ACTIVO.
       IF ACTT-ETIQUETA(ACTT-POS) = ETIQUETA-BUSCADA
          MOVE "S" TO ACTT-HALLADO
       ELSE
          ADD 1 TO ACTT-POS
       END-IF.

       LOCALIZA-ACTIVO.
       DISPLAY "ETIQUETA DEL ACTIVO: ".
       ACCEPT ETIQUETA-BUSCADA.
       MOVE "N" TO ACTT-HALLADO.
       MOVE 1 TO ACTT-POS.
       PERFORM BUSCA-ACTIVO
           UNTIL ACTT-POS > ACTT-TOTAL OR ACTT-HALLADO = "S".
       IF ACTT-HALLADO = "N"
          DISPLAY "LA ETIQUETA " ETIQUETA-BUSCADA
              " NO ESTA EN EL REGISTRO."
       END-IF.

      ******************************************************************
      * Alta en el registro: etiqueta unica, queda disponible.
      ******************************************************************
       ALTA-ACTIVO.
       PERFORM LOCALIZA-ACTIVO.
       IF ACTT-HALLADO = "S"
          DISPLAY "LA ETIQUETA " ETIQUETA-BUSCADA
              " YA ESTA EN EL REGISTRO."
       ELSE
          IF ETIQUETA-BUSCADA = SPACES
             DISPLAY "LA ETIQUETA ES OBLIGATORIA."
          ELSE
             DISPLAY "TIPO (P=PORTATIL, M=MOVIL, T=TARJETA, L=LLAVE,"
                 " V=VEHICULO, O=OTRO): "
             ACCEPT TIPO-NUEVO
             DISPLAY "DESCRIPCION: "
             ACCEPT DESCRIPCION-NUEVA
             DISPLAY "VALOR: "
             ACCEPT VALOR-NUEVO
             IF TIPO-NUEVO NOT = "P" AND TIPO-NUEVO NOT = "M"
                 AND TIPO-NUEVO NOT = "T" AND TIPO-NUEVO NOT = "L"
                 AND TIPO-NUEVO NOT = "V" AND TIPO-NUEVO NOT = "O"
                DISPLAY "TIPO NO VALIDO. ACTIVO NO REGISTRADO."
             ELSE
                PERFORM GRABA-ACTIVO-NUEVO
             END-IF
          END-IF
       END-IF.

       GRABA-ACTIVO-NUEVO.
       IF ACTT-TOTAL < 500
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY
          ADD 1 TO ACTT-TOTAL
          MOVE ETIQUETA-BUSCADA TO ACTT-ETIQUETA(ACTT-TOTAL)
          MOVE TIPO-NUEVO TO ACTT-TIPO(ACTT-TOTAL)
          MOVE DESCRIPCION-NUEVA TO ACTT-DESCRIPCION(ACTT-TOTAL)
          MOVE VALOR-NUEVO TO ACTT-VALOR(ACTT-TOTAL)
          MOVE "D" TO ACTT-ESTADO(ACTT-TOTAL)
          MOVE 0 TO ACTT-EMPLEADOS-ID(ACTT-TOTAL)
          MOVE FECHA-DE-HOY TO ACTT-FECHA-ESTADO(ACTT-TOTAL)
          PERFORM GRABA-ARCHIVO-ACTIVOS
          MOVE ACTT-TOTAL TO ACTT-POS
          MOVE "A" TO TIPO-MOVIMIENTO
          MOVE 0 TO EMPLEADO-MOVIMIENTO
          MOVE DESCRIPCION-NUEVA TO NOTA-MOVIMIENTO
          PERFORM GRABA-MOVIMIENTO
          DISPLAY "ACTIVO " ETIQUETA-BUSCADA " REGISTRADO."
       ELSE
          DISPLAY "TABLA DE ACTIVOS LLENA. NO SE PUEDE REGISTRAR."
       END-IF.

      ******************************************************************
      * Entrega: activo disponible a un empleado activo.
      ******************************************************************
       ENTREGA-ACTIVO.
       PERFORM LOCALIZA-ACTIVO.
       IF ACTT-HALLADO = "S"
          IF ACTT-ESTADO(ACTT-POS) NOT = "D"
             DISPLAY "EL ACTIVO NO ESTA DISPONIBLE (ESTADO "
                 ACTT-ESTADO(ACTT-POS) ", EMPLEADO "
                 ACTT-EMPLEADOS-ID(ACTT-POS) ")."
          ELSE
             DISPLAY "ID DEL EMPLEADO QUE LO RECIBE: "
             ACCEPT ID-BUSCADO
             PERFORM LEE-EMPLEADO
             IF ENCONTRADO = "N" OR NOT EMPLEADO-ACTIVO
                DISPLAY "EL EMPLEADO " ID-BUSCADO
                    " NO EXISTE O NO ESTA ACTIVO."
             ELSE
                MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
                MOVE "E" TO ACTT-ESTADO(ACTT-POS)
                MOVE ID-BUSCADO TO ACTT-EMPLEADOS-ID(ACTT-POS)
                MOVE FECHA-ACTUAL(1:8) TO ACTT-FECHA-ESTADO(ACTT-POS)
                PERFORM GRABA-ARCHIVO-ACTIVOS
                MOVE "E" TO TIPO-MOVIMIENTO
                MOVE ID-BUSCADO TO EMPLEADO-MOVIMIENTO
                MOVE SPACES TO NOTA-MOVIMIENTO
                PERFORM GRABA-MOVIMIENTO
                DISPLAY "ACTIVO " ETIQUETA-BUSCADA " ENTREGADO A "
                    ID-BUSCADO " " EMPLEADOS-NOMBRE " "
                    EMPLEADOS-APELLIDOS "."
             END-IF
          END-IF
       END-IF.

       LEE-EMPLEADO.
       MOVE "N" TO ENCONTRADO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          MOVE ID-BUSCADO TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY MOVE "N" TO ENCONTRADO
              NOT INVALID KEY MOVE "S" TO ENCONTRADO
          END-READ
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.

      ******************************************************************
      * Devolucion: el activo vuelve a disponible; el movimiento
      * queda a nombre del empleado que lo tenia.
      ******************************************************************
       DEVUELVE-ACTIVO.
       PERFORM LOCALIZA-ACTIVO.
       IF ACTT-HALLADO = "S"
          IF ACTT-ESTADO(ACTT-POS) NOT = "E"
             DISPLAY "EL ACTIVO NO ESTA ENTREGADO A NADIE."
          ELSE
             DISPLAY "OBSERVACIONES (ESTADO EN QUE SE DEVUELVE): "
             ACCEPT NOTA-MOVIMIENTO
             MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
             MOVE ACTT-EMPLEADOS-ID(ACTT-POS) TO EMPLEADO-MOVIMIENTO
             MOVE "D" TO ACTT-ESTADO(ACTT-POS)
             MOVE FECHA-ACTUAL(1:8) TO ACTT-FECHA-ESTADO(ACTT-POS)
             PERFORM GRABA-ARCHIVO-ACTIVOS
             MOVE "D" TO TIPO-MOVIMIENTO
             PERFORM GRABA-MOVIMIENTO
             DISPLAY "ACTIVO " ETIQUETA-BUSCADA " DEVUELTO POR "
                 EMPLEADO-MOVIMIENTO "."
          END-IF
       END-IF.

      ******************************************************************
      * Baja de un activo perdido, averiado o no devuelto: la firma
      * un supervisor (nivel 3) con el motivo. Un activo entregado
      * que se da de baja deja de contar como pendiente del
      * empleado, lo que libera su finiquito.
      ******************************************************************
       BAJA-ACTIVO.
       PERFORM LOCALIZA-ACTIVO.
       IF ACTT-HALLADO = "S"
          IF ACTT-ESTADO(ACTT-POS) = "B"
             DISPLAY "EL ACTIVO YA ESTA DADO DE BAJA."
          ELSE
             DISPLAY "SUPERVISOR (NIVEL 3) QUE AUTORIZA LA BAJA: "
             ACCEPT OPERADOR-APRUEBA
             PERFORM VERIFICA-NIVEL-APRUEBA
             IF NIVEL-APRUEBA < 3
                DISPLAY "OPERADOR SIN NIVEL 3. BAJA NO GRABADA."
             ELSE
                DISPLAY "MOTIVO DE LA BAJA: "
                ACCEPT NOTA-MOVIMIENTO
                MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
                MOVE ACTT-EMPLEADOS-ID(ACTT-POS)
                    TO EMPLEADO-MOVIMIENTO
                IF ACTT-ESTADO(ACTT-POS) NOT = "E"
                   MOVE 0 TO EMPLEADO-MOVIMIENTO
                END-IF
                MOVE "B" TO ACTT-ESTADO(ACTT-POS)
                MOVE FECHA-ACTUAL(1:8) TO ACTT-FECHA-ESTADO(ACTT-POS)
                PERFORM GRABA-ARCHIVO-ACTIVOS
                MOVE "B" TO TIPO-MOVIMIENTO
                PERFORM GRABA-MOVIMIENTO
                PERFORM GRABA-AUDITORIA-BAJA
                DISPLAY "ACTIVO " ETIQUETA-BUSCADA " DADO DE BAJA."
             END-IF
          END-IF
       END-IF.

       VERIFICA-NIVEL-APRUEBA.
       MOVE 0 TO NIVEL-APRUEBA.
       IF OPERADOR-APRUEBA NOT = SPACES
          OPEN INPUT OPERADORES-ARCHIVO
          IF OPERADORES-ESTADO-ARCHIVO = "00"
             MOVE "N" TO LEE-TODO
             PERFORM BUSCA-OPERADOR-APRUEBA UNTIL LEE-TODO = "S"
          END-IF
          CLOSE OPERADORES-ARCHIVO
       END-IF.

       BUSCA-OPERADOR-APRUEBA.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-APRUEBA
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-APRUEBA
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       GRABA-AUDITORIA-BAJA.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-APRUEBA TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE "BAJA-ACTIVO" TO AUDIT-ACCION.
       MOVE EMPLEADO-MOVIMIENTO TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

       GRABA-MOVIMIENTO.
       OPEN EXTEND MOVIMIENTOS-ARCHIVO.
       IF MOVIMIENTOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT MOVIMIENTOS-ARCHIVO
       END-IF.
       MOVE ACTT-ETIQUETA(ACTT-POS) TO MOVIMIENTO-ETIQUETA.
       MOVE TIPO-MOVIMIENTO TO MOVIMIENTO-TIPO.
       MOVE EMPLEADO-MOVIMIENTO TO MOVIMIENTO-EMPLEADOS-ID.
       MOVE ACTT-FECHA-ESTADO(ACTT-POS) TO MOVIMIENTO-FECHA.
       MOVE OPERADOR-ACTUAL TO MOVIMIENTO-OPERADOR.
       MOVE NOTA-MOVIMIENTO TO MOVIMIENTO-NOTA.
       WRITE MOVIMIENTO-REGISTRO.
       CLOSE MOVIMIENTOS-ARCHIVO.

       CONSULTA-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       CALL "ACTIVOS-PENDIENTES" USING ID-BUSCADO PENDIENTES-TOTAL
           PENDIENTES-VALOR.
       MOVE PENDIENTES-VALOR TO TOTAL-EDICION.
       DISPLAY "ACTIVOS EN PODER DEL EMPLEADO " ID-BUSCADO ": "
           PENDIENTES-TOTAL " POR VALOR DE " TOTAL-EDICION.

       LISTA-ACTIVOS.
       MOVE 1 TO ACTT-POS.
       PERFORM MUESTRA-ACTIVO UNTIL ACTT-POS > ACTT-TOTAL.
       DISPLAY "ACTIVOS EN EL REGISTRO: " ACTT-TOTAL.

       MUESTRA-ACTIVO.
       MOVE ACTT-VALOR(ACTT-POS) TO VALOR-EDICION.
       DISPLAY ACTT-ETIQUETA(ACTT-POS) " " ACTT-TIPO(ACTT-POS) " "
           ACTT-DESCRIPCION(ACTT-POS) " " VALOR-EDICION " "
           ACTT-ESTADO(ACTT-POS) " " ACTT-EMPLEADOS-ID(ACTT-POS) " "
           ACTT-FECHA-ESTADO(ACTT-POS).
       ADD 1 TO ACTT-POS.
       END PROGRAM ACTIVOS-EMPRESA.

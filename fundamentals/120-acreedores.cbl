      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de acreedores ACREEDORES.DAT
      *          (los terceros a los que se remesan las retenciones
      *          de nomina: juzgados y organismos de los embargos,
      *          sindicatos, mutuas y demas conceptos a favor de
      *          tercero, con su NIF, la cuenta de abono y el
      *          formato de referencia que esperan en cada pago: E
      *          numero de expediente, N NIF del empleado, I numero
      *          de empleado y periodo) y de los vinculos ACRVINC.DAT
      *          que asignan a cada orden de embargo o codigo de
      *          concepto su acreedor. El vinculo de concepto puede
      *          ser general (empleado 0) o de un empleado, y el
      *          propio del empleado tiene preferencia. Solo para
      *          operadores de nivel 3; la liberacion de la nomina
      *          remesa con estos datos y deja pendiente lo que no
      *          tenga acreedor activo con cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACREEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACREEDORES-ARCHIVO ASSIGN TO "ACREEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACREEDORES-ESTADO-ARCHIVO.
           SELECT ACREEDOR-VINCULOS ASSIGN TO "ACRVINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACRVINC-ESTADO-ARCHIVO.
           SELECT EMBARGOS-ARCHIVO ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMBARGO-CLAVE
               FILE STATUS IS EMBARGOS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  ACREEDORES-ARCHIVO.
       01  ACREEDOR-REGISTRO.
           05 ACREEDOR-REG-CODIGO     PIC X(8).
           05 ACREEDOR-REG-NOMBRE     PIC X(30).
           05 ACREEDOR-REG-NIF        PIC X(9).
           05 ACREEDOR-REG-BANCO      PIC X(4).
           05 ACREEDOR-REG-CUENTA     PIC 9(10).
           05 ACREEDOR-REG-DIGITO     PIC 9.
           05 ACREEDOR-REG-FORMATO    PIC X.
           05 ACREEDOR-REG-ACTIVO     PIC X.
       FD  ACREEDOR-VINCULOS.
       01  VINCULO-REGISTRO.
           05 VINCULO-CLASE           PIC X(8).
           05 VINCULO-EMPLEADOS-ID    PIC 9(5).
           05 VINCULO-SECUENCIA       PIC 9(3).
           05 VINCULO-CLAVE           PIC X(20).
           05 VINCULO-ACREEDOR        PIC X(8).
           05 VINCULO-EXPEDIENTE      PIC X(20).
       FD  EMBARGOS-ARCHIVO.
       01  EMBARGO-REGISTRO.
           05 EMBARGO-CLAVE.
              10 EMBARGO-EMPLEADOS-ID PIC 9(5).
              10 EMBARGO-SECUENCIA    PIC 9(3).
           05 EMBARGO-ACREEDOR        PIC X(20).
           05 EMBARGO-TOTAL           PIC 9(7)V99.
           05 EMBARGO-SALDO           PIC 9(7)V99.
           05 EMBARGO-PORCENTAJE      PIC 9(2).
           05 EMBARGO-PRIORIDAD       PIC 9.
           05 EMBARGO-ESTADO          PIC X.
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
       77  ACREEDORES-ESTADO-ARCHIVO PIC X(2).
       77  ACRVINC-ESTADO-ARCHIVO PIC X(2).
       77  EMBARGOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  OPCION-ACREEDORES    PIC X.
       77  OPCION-VINCULO       PIC X.
       77  ACREEDOR-BUSCADO     PIC X(8).
       77  NUEVO-NOMBRE         PIC X(30).
       77  NUEVO-NIF            PIC X(9).
       77  NUEVO-BANCO          PIC X(4).
       77  NUEVA-CUENTA         PIC X(10).
       77  NUEVO-DIGITO         PIC X.
       77  NUEVO-FORMATO        PIC X.
       77  NUEVO-ACTIVO         PIC X.
       77  EMPLEADO-VINCULO     PIC 9(5).
       77  SECUENCIA-BUSCADA    PIC 9(3).
       77  CODIGO-CONCEPTO      PIC X(8).
       77  NUEVO-EXPEDIENTE     PIC X(20).
       77  NUMERO-BUSCADO       PIC 9(3).
       77  ORDENES-EMPLEADO     PIC 9(3).
       77  EMBARGO-HALLADO      PIC X.
       77  CAMBIOS-GRABADOS     PIC 9(5) VALUE 0.
      ******************************************************************
      * Maestro de acreedores en memoria; se reescribe entero al salir.
      ******************************************************************
       01  TABLA-ACREEDORES.
           05 ACRT-ENTRADA OCCURS 50 TIMES.
              10 ACRT-CODIGO          PIC X(8).
              10 ACRT-NOMBRE          PIC X(30).
              10 ACRT-NIF             PIC X(9).
              10 ACRT-BANCO           PIC X(4).
              10 ACRT-CUENTA          PIC 9(10).
              10 ACRT-DIGITO          PIC 9.
              10 ACRT-FORMATO         PIC X.
              10 ACRT-ACTIVO          PIC X.
       77  ACRT-TOTAL           PIC 9(2) VALUE 0.
       77  ACRT-POS             PIC 9(2).
       77  ACRT-HALLADO         PIC X.
      ******************************************************************
      * Vinculos en memoria. Un vinculo retirado queda con la clase
      * en blanco y no se graba.
      ******************************************************************
       01  TABLA-VINCULOS.
           05 VINT-ENTRADA OCCURS 300 TIMES.
              10 VINT-CLASE           PIC X(8).
              10 VINT-ID              PIC 9(5).
              10 VINT-SECUENCIA       PIC 9(3).
              10 VINT-CLAVE           PIC X(20).
              10 VINT-ACREEDOR        PIC X(8).
              10 VINT-EXPEDIENTE      PIC X(20).
       77  VINT-TOTAL           PIC 9(3) VALUE 0.
       77  VINT-POS             PIC 9(3).
       77  VINT-HALLADO         PIC X.
       77  CLASE-BUSCADA        PIC X(8).
       77  CLAVE-BUSCADA        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "MANTENIMIENTO DE ACREEDORES".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. MANTENIMIENTO "
              "NO PERMITIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-ACREEDORES.
       PERFORM CARGA-VINCULOS.
       MOVE SPACES TO OPCION-ACREEDORES.
       PERFORM GESTIONA-ACREEDORES UNTIL OPCION-ACREEDORES = "0".
       PERFORM GRABA-ARCHIVO-ACREEDORES.
       PERFORM GRABA-ARCHIVO-VINCULOS.
       MOVE "MANT-ACREEDORES" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-ACREEDORES.
       DISPLAY CAMBIOS-GRABADOS " CAMBIOS GRABADOS EN ACREEDORES.DAT "
           "Y ACRVINC.DAT.".
       GOBACK.

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-ACREEDORES UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-ACREEDORES.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       CARGA-ACREEDORES.
       MOVE 0 TO ACRT-TOTAL.
       OPEN INPUT ACREEDORES-ARCHIVO.
       IF ACREEDORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-ACREEDOR UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ACREEDORES-ARCHIVO.

       CARGA-UN-ACREEDOR.
       READ ACREEDORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ACRT-TOTAL < 50
                 ADD 1 TO ACRT-TOTAL
                 MOVE ACREEDOR-REG-CODIGO TO ACRT-CODIGO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-NOMBRE TO ACRT-NOMBRE(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-NIF TO ACRT-NIF(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-BANCO TO ACRT-BANCO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-CUENTA TO ACRT-CUENTA(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-DIGITO TO ACRT-DIGITO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-FORMATO
                     TO ACRT-FORMATO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-ACTIVO TO ACRT-ACTIVO(ACRT-TOTAL)
              ELSE
                 DISPLAY "AVISO: MAESTRO DE ACREEDORES LLENO. SE OMITE "
                     ACREEDOR-REG-CODIGO
              END-IF
       END-READ.

       GRABA-ARCHIVO-ACREEDORES.
       OPEN OUTPUT ACREEDORES-ARCHIVO.
       MOVE 1 TO ACRT-POS.
       PERFORM GRABA-UN-ACREEDOR UNTIL ACRT-POS > ACRT-TOTAL.
       CLOSE ACREEDORES-ARCHIVO.

       GRABA-UN-ACREEDOR.
       MOVE ACRT-CODIGO(ACRT-POS) TO ACREEDOR-REG-CODIGO.
       MOVE ACRT-NOMBRE(ACRT-POS) TO ACREEDOR-REG-NOMBRE.
       MOVE ACRT-NIF(ACRT-POS) TO ACREEDOR-REG-NIF.
       MOVE ACRT-BANCO(ACRT-POS) TO ACREEDOR-REG-BANCO.
       MOVE ACRT-CUENTA(ACRT-POS) TO ACREEDOR-REG-CUENTA.
       MOVE ACRT-DIGITO(ACRT-POS) TO ACREEDOR-REG-DIGITO.
       MOVE ACRT-FORMATO(ACRT-POS) TO ACREEDOR-REG-FORMATO.
       MOVE ACRT-ACTIVO(ACRT-POS) TO ACREEDOR-REG-ACTIVO.
       WRITE ACREEDOR-REGISTRO.
       ADD 1 TO ACRT-POS.

       BUSCA-ACREEDOR.
       MOVE "N" TO ACRT-HALLADO.
       MOVE 1 TO ACRT-POS.
       PERFORM COMPARA-ACREEDOR
           UNTIL ACRT-POS > ACRT-TOTAL OR ACRT-HALLADO = "S".

       COMPARA-ACREEDOR.
       IF ACRT-CODIGO(ACRT-POS) = ACREEDOR-BUSCADO
          MOVE "S" TO ACRT-HALLADO
       ELSE
          ADD 1 TO ACRT-POS
       END-IF.

       GESTIONA-ACREEDORES.
       DISPLAY "-- MANTENIMIENTO DE ACREEDORES --".
       DISPLAY "L - LISTAR / A - ALTA / M - MODIFICAR / "
           "V - VINCULOS / 0 - SALIR".
       ACCEPT OPCION-ACREEDORES.
       IF OPCION-ACREEDORES = "L"
          PERFORM LISTA-ACREEDORES
       ELSE
          IF OPCION-ACREEDORES = "A"
             PERFORM ALTA-ACREEDOR
          ELSE
             IF OPCION-ACREEDORES = "M"
                PERFORM MODIFICA-ACREEDOR
             ELSE
                IF OPCION-ACREEDORES = "V"
                   PERFORM GESTIONA-VINCULOS
                ELSE
                   IF OPCION-ACREEDORES NOT = "0"
                      DISPLAY "OPCION NO VALIDA."
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-ACREEDORES.
       MOVE 1 TO ACRT-POS.
       PERFORM MUESTRA-ACREEDOR UNTIL ACRT-POS > ACRT-TOTAL.

       MUESTRA-ACREEDOR.
       DISPLAY ACRT-CODIGO(ACRT-POS) " " ACRT-NOMBRE(ACRT-POS)
           " NIF: " ACRT-NIF(ACRT-POS)
           " ACTIVO: " ACRT-ACTIVO(ACRT-POS).
       DISPLAY "         CUENTA DE ABONO: " ACRT-BANCO(ACRT-POS) " "
           ACRT-CUENTA(ACRT-POS) " " ACRT-DIGITO(ACRT-POS)
           " REFERENCIA: " ACRT-FORMATO(ACRT-POS).
       ADD 1 TO ACRT-POS.

       ALTA-ACREEDOR.
       DISPLAY "CODIGO DEL ACREEDOR: ".
       ACCEPT ACREEDOR-BUSCADO.
       PERFORM BUSCA-ACREEDOR.
       IF ACREEDOR-BUSCADO = SPACES OR ACRT-HALLADO = "S"
          DISPLAY "CODIGO EN BLANCO O YA EXISTENTE."
       ELSE
          IF ACRT-TOTAL >= 50
             DISPLAY "MAESTRO DE ACREEDORES LLENO."
          ELSE
             ADD 1 TO ACRT-TOTAL
             MOVE ACRT-TOTAL TO ACRT-POS
             MOVE ACREEDOR-BUSCADO TO ACRT-CODIGO(ACRT-POS)
             MOVE SPACES TO ACRT-NOMBRE(ACRT-POS)
                 ACRT-NIF(ACRT-POS) ACRT-BANCO(ACRT-POS)
             MOVE 0 TO ACRT-CUENTA(ACRT-POS) ACRT-DIGITO(ACRT-POS)
             MOVE "E" TO ACRT-FORMATO(ACRT-POS)
             MOVE "S" TO ACRT-ACTIVO(ACRT-POS)
             PERFORM PIDE-DATOS-ACREEDOR
             ADD 1 TO CAMBIOS-GRABADOS
             DISPLAY "ACREEDOR DADO DE ALTA."
             IF ACRT-BANCO(ACRT-POS) = SPACES
                DISPLAY "AVISO: SIN CUENTA DE ABONO SUS RETENCIONES "
                    "QUEDARAN PENDIENTES."
             END-IF
          END-IF
       END-IF.

       MODIFICA-ACREEDOR.
       DISPLAY "CODIGO DEL ACREEDOR A MODIFICAR: ".
       ACCEPT ACREEDOR-BUSCADO.
       PERFORM BUSCA-ACREEDOR.
       IF ACRT-HALLADO = "S"
          PERFORM MUESTRA-ACREEDOR
          SUBTRACT 1 FROM ACRT-POS
          PERFORM PIDE-DATOS-ACREEDOR
          DISPLAY "ACTIVO (S/N, ENTER PARA DEJAR IGUAL): "
          ACCEPT NUEVO-ACTIVO
          IF NUEVO-ACTIVO = "S" OR NUEVO-ACTIVO = "N"
             MOVE NUEVO-ACTIVO TO ACRT-ACTIVO(ACRT-POS)
          END-IF
          ADD 1 TO CAMBIOS-GRABADOS
          DISPLAY "ACREEDOR MODIFICADO."
       ELSE
          DISPLAY "NO SE ENCONTRO EL ACREEDOR " ACREEDOR-BUSCADO
       END-IF.

      ******************************************************************
      * Datos del acreedor en ACRT-POS: ENTER deja cada uno igual.
      * La cuenta de abono solo se cambia si se teclea completa.
      ******************************************************************
       PIDE-DATOS-ACREEDOR.
       DISPLAY "NOMBRE (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-NOMBRE.
       IF NUEVO-NOMBRE NOT = SPACES
          MOVE NUEVO-NOMBRE TO ACRT-NOMBRE(ACRT-POS)
       END-IF.
       DISPLAY "NIF (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-NIF.
       IF NUEVO-NIF NOT = SPACES
          MOVE NUEVO-NIF TO ACRT-NIF(ACRT-POS)
       END-IF.
       DISPLAY "BANCO DE ABONO (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-BANCO.
       IF NUEVO-BANCO NOT = SPACES
          DISPLAY "CUENTA (10 DIGITOS): "
          ACCEPT NUEVA-CUENTA
          DISPLAY "DIGITO DE CONTROL: "
          ACCEPT NUEVO-DIGITO
          IF NUEVA-CUENTA IS NUMERIC AND NUEVO-DIGITO IS NUMERIC
             MOVE NUEVO-BANCO TO ACRT-BANCO(ACRT-POS)
             MOVE NUEVA-CUENTA TO ACRT-CUENTA(ACRT-POS)
             MOVE NUEVO-DIGITO TO ACRT-DIGITO(ACRT-POS)
          ELSE
             DISPLAY "CUENTA NO VALIDA. LA CUENTA DE ABONO NO CAMBIA."
          END-IF
       END-IF.
       DISPLAY "REFERENCIA E-EXPEDIENTE / N-NIF EMPLEADO / "
           "I-EMPLEADO Y PERIODO (ENTER PARA DEJAR IGUAL): ".
       ACCEPT NUEVO-FORMATO.
       IF NUEVO-FORMATO = "E" OR NUEVO-FORMATO = "N"
           OR NUEVO-FORMATO = "I"
          MOVE NUEVO-FORMATO TO ACRT-FORMATO(ACRT-POS)
       ELSE
          IF NUEVO-FORMATO NOT = SPACES
             DISPLAY "FORMATO NO VALIDO. LA REFERENCIA NO CAMBIA."
          END-IF
       END-IF.

       CARGA-VINCULOS.
       MOVE 0 TO VINT-TOTAL.
       OPEN INPUT ACREEDOR-VINCULOS.
       IF ACRVINC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-VINCULO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ACREEDOR-VINCULOS.

       CARGA-UN-VINCULO.
       READ ACREEDOR-VINCULOS
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF VINT-TOTAL < 300
                 ADD 1 TO VINT-TOTAL
                 MOVE VINCULO-CLASE TO VINT-CLASE(VINT-TOTAL)
                 MOVE VINCULO-EMPLEADOS-ID TO VINT-ID(VINT-TOTAL)
                 MOVE VINCULO-SECUENCIA TO VINT-SECUENCIA(VINT-TOTAL)
                 MOVE VINCULO-CLAVE TO VINT-CLAVE(VINT-TOTAL)
                 MOVE VINCULO-ACREEDOR TO VINT-ACREEDOR(VINT-TOTAL)
                 MOVE VINCULO-EXPEDIENTE
                     TO VINT-EXPEDIENTE(VINT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE VINCULOS DE ACREEDORES LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-VINCULOS.
       OPEN OUTPUT ACREEDOR-VINCULOS.
       MOVE 1 TO VINT-POS.
       PERFORM GRABA-UN-VINCULO UNTIL VINT-POS > VINT-TOTAL.
       CLOSE ACREEDOR-VINCULOS.

       GRABA-UN-VINCULO.
       IF VINT-CLASE(VINT-POS) NOT = SPACES
          MOVE VINT-CLASE(VINT-POS) TO VINCULO-CLASE
          MOVE VINT-ID(VINT-POS) TO VINCULO-EMPLEADOS-ID
          MOVE VINT-SECUENCIA(VINT-POS) TO VINCULO-SECUENCIA
          MOVE VINT-CLAVE(VINT-POS) TO VINCULO-CLAVE
          MOVE VINT-ACREEDOR(VINT-POS) TO VINCULO-ACREEDOR
          MOVE VINT-EXPEDIENTE(VINT-POS) TO VINCULO-EXPEDIENTE
          WRITE VINCULO-REGISTRO
       END-IF.
       ADD 1 TO VINT-POS.

      ******************************************************************
      * Vinculos: se listan numerados y se vincula una orden de
      * embargo (elegida entre las del empleado en EMBARGOS.DAT) o
      * un codigo de concepto, o se retira uno por su numero. Un
      * vinculo de la misma clase, empleado y clave se sustituye.
      ******************************************************************
       GESTIONA-VINCULOS.
       MOVE 1 TO VINT-POS.
       PERFORM MUESTRA-VINCULO UNTIL VINT-POS > VINT-TOTAL.
       DISPLAY "E - VINCULAR EMBARGO / C - VINCULAR CONCEPTO / "
           "R - RETIRAR / ENTER - VOLVER: ".
       ACCEPT OPCION-VINCULO.
       IF OPCION-VINCULO = "E"
          PERFORM VINCULA-EMBARGO
       ELSE
          IF OPCION-VINCULO = "C"
             PERFORM VINCULA-CONCEPTO
          ELSE
             IF OPCION-VINCULO = "R"
                PERFORM RETIRA-VINCULO
             END-IF
          END-IF
       END-IF.

       MUESTRA-VINCULO.
       IF VINT-CLASE(VINT-POS) NOT = SPACES
          DISPLAY VINT-POS " " VINT-CLASE(VINT-POS) " "
              VINT-ID(VINT-POS) " " VINT-CLAVE(VINT-POS) " -> "
              VINT-ACREEDOR(VINT-POS) " EXP: "
              VINT-EXPEDIENTE(VINT-POS)
       END-IF.
       ADD 1 TO VINT-POS.

       VINCULA-EMBARGO.
       DISPLAY "EMPLEADO: ".
       ACCEPT EMPLEADO-VINCULO.
       PERFORM LISTA-EMBARGOS-EMPLEADO.
       IF ORDENES-EMPLEADO = 0
          DISPLAY "EL EMPLEADO NO TIENE ORDENES DE EMBARGO."
       ELSE
          DISPLAY "SECUENCIA DE LA ORDEN: "
          ACCEPT SECUENCIA-BUSCADA
          PERFORM LEE-EMBARGO-ELEGIDO
          IF EMBARGO-HALLADO = "N"
             DISPLAY "ORDEN NO ENCONTRADA."
          ELSE
             PERFORM PIDE-ACREEDOR-VINCULO
             IF ACRT-HALLADO = "S"
                MOVE "EMBARGO" TO CLASE-BUSCADA
                MOVE EMBARGO-ACREEDOR TO CLAVE-BUSCADA
                PERFORM REGISTRA-VINCULO
                IF VINT-HALLADO = "S"
                   MOVE SECUENCIA-BUSCADA TO VINT-SECUENCIA(VINT-POS)
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-EMBARGOS-EMPLEADO.
       MOVE 0 TO ORDENES-EMPLEADO.
       OPEN INPUT EMBARGOS-ARCHIVO.
       IF EMBARGOS-ESTADO-ARCHIVO = "00"
          MOVE LOW-VALUES TO EMBARGO-CLAVE
          MOVE EMPLEADO-VINCULO TO EMBARGO-EMPLEADOS-ID
          START EMBARGOS-ARCHIVO KEY IS NOT LESS THAN EMBARGO-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM MUESTRA-UN-EMBARGO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE EMBARGOS-ARCHIVO.

       MUESTRA-UN-EMBARGO.
       READ EMBARGOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EMBARGO-EMPLEADOS-ID NOT = EMPLEADO-VINCULO
                 MOVE "S" TO LEE-TODO
              ELSE
                 ADD 1 TO ORDENES-EMPLEADO
                 DISPLAY "  " EMBARGO-SECUENCIA " " EMBARGO-ACREEDOR
                     " SALDO: " EMBARGO-SALDO
                     " ESTADO: " EMBARGO-ESTADO
              END-IF
       END-READ.

       LEE-EMBARGO-ELEGIDO.
       MOVE "N" TO EMBARGO-HALLADO.
       OPEN INPUT EMBARGOS-ARCHIVO.
       IF EMBARGOS-ESTADO-ARCHIVO = "00"
          MOVE EMPLEADO-VINCULO TO EMBARGO-EMPLEADOS-ID
          MOVE SECUENCIA-BUSCADA TO EMBARGO-SECUENCIA
          READ EMBARGOS-ARCHIVO
              INVALID KEY MOVE "N" TO EMBARGO-HALLADO
              NOT INVALID KEY MOVE "S" TO EMBARGO-HALLADO
          END-READ
       END-IF.
       CLOSE EMBARGOS-ARCHIVO.

       VINCULA-CONCEPTO.
       DISPLAY "CODIGO DEL CONCEPTO: ".
       ACCEPT CODIGO-CONCEPTO.
       DISPLAY "EMPLEADO (0 PARA TODOS): ".
       ACCEPT EMPLEADO-VINCULO.
       IF CODIGO-CONCEPTO = SPACES
          DISPLAY "CODIGO EN BLANCO."
       ELSE
          PERFORM PIDE-ACREEDOR-VINCULO
          IF ACRT-HALLADO = "S"
             MOVE "CONCEPTO" TO CLASE-BUSCADA
             MOVE CODIGO-CONCEPTO TO CLAVE-BUSCADA
             PERFORM REGISTRA-VINCULO
          END-IF
       END-IF.

       PIDE-ACREEDOR-VINCULO.
       DISPLAY "ACREEDOR: ".
       ACCEPT ACREEDOR-BUSCADO.
       PERFORM BUSCA-ACREEDOR.
       IF ACRT-HALLADO = "N"
          DISPLAY "EL ACREEDOR " ACREEDOR-BUSCADO " NO EXISTE."
       ELSE
          DISPLAY "NUMERO DE EXPEDIENTE (ENTER SI NO HAY): "
          ACCEPT NUEVO-EXPEDIENTE
       END-IF.

       REGISTRA-VINCULO.
       MOVE "N" TO VINT-HALLADO.
       MOVE 1 TO VINT-POS.
       PERFORM COMPARA-VINCULO
           UNTIL VINT-POS > VINT-TOTAL OR VINT-HALLADO = "S".
       IF VINT-HALLADO = "N"
          IF VINT-TOTAL >= 300
             DISPLAY "TABLA DE VINCULOS LLENA."
          ELSE
             ADD 1 TO VINT-TOTAL
             MOVE VINT-TOTAL TO VINT-POS
             MOVE "S" TO VINT-HALLADO
             MOVE CLASE-BUSCADA TO VINT-CLASE(VINT-POS)
             MOVE EMPLEADO-VINCULO TO VINT-ID(VINT-POS)
             MOVE 0 TO VINT-SECUENCIA(VINT-POS)
             MOVE CLAVE-BUSCADA TO VINT-CLAVE(VINT-POS)
          END-IF
       END-IF.
       IF VINT-HALLADO = "S"
          MOVE ACREEDOR-BUSCADO TO VINT-ACREEDOR(VINT-POS)
          MOVE NUEVO-EXPEDIENTE TO VINT-EXPEDIENTE(VINT-POS)
          ADD 1 TO CAMBIOS-GRABADOS
          DISPLAY "VINCULO GRABADO."
       END-IF.

       COMPARA-VINCULO.
       IF VINT-CLASE(VINT-POS) = CLASE-BUSCADA
           AND VINT-ID(VINT-POS) = EMPLEADO-VINCULO
           AND VINT-CLAVE(VINT-POS) = CLAVE-BUSCADA
          MOVE "S" TO VINT-HALLADO
       ELSE
          ADD 1 TO VINT-POS
       END-IF.

       RETIRA-VINCULO.
       DISPLAY "NUMERO DEL VINCULO A RETIRAR: ".
       ACCEPT NUMERO-BUSCADO.
       MOVE NUMERO-BUSCADO TO VINT-POS.
       IF VINT-POS = 0 OR VINT-POS > VINT-TOTAL
          DISPLAY "NUMERO NO VALIDO."
       ELSE
          IF VINT-CLASE(VINT-POS) = SPACES
             DISPLAY "NUMERO NO VALIDO."
          ELSE
             MOVE SPACES TO VINT-CLASE(VINT-POS)
             ADD 1 TO CAMBIOS-GRABADOS
             DISPLAY "VINCULO RETIRADO."
          END-IF
       END-IF.

       GRABA-AUDITORIA-ACREEDORES.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE CAMBIOS-GRABADOS TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       END PROGRAM ACREEDORES.

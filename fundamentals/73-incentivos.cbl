      ******************************************************************
      * Author:
      * Date:
      * Purpose: Incentivos comerciales por objetivos: lee los
      *          objetivos del periodo por empleado (OBJETIVOS.DAT:
      *          meta, importe logrado y plan de comision) y los
      *          planes con sus tramos de cumplimiento, porcentaje y
      *          tope (PLANESCOM.DAT), calcula el incentivo de cada
      *          comercial y emite el listado de revision por
      *          departamento en INCENTIV.RPT. Con la aprobacion de
      *          un supervisor de nivel 3 genera en CONCEPTOS.DAT el
      *          haber fijo de cada incentivo con la vigencia del
      *          periodo de pago, que la nomina aplica en
      *          APLICA-CONCEPTOS-EMPLEADO, y marca los objetivos
      *          como pagados. Quien ha causado baja antes del pago
      *          queda senalado en el listado y no se paga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCENTIVOS-COMERCIALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT OBJETIVOS-ARCHIVO ASSIGN TO "OBJETIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OBJETIVOS-ESTADO-ARCHIVO.
           SELECT PLANES-ARCHIVO ASSIGN TO "PLANESCOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANES-ESTADO-ARCHIVO.
           SELECT BAJAS-ARCHIVO ASSIGN TO "BAJAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAJAS-ESTADO-ARCHIVO.
           SELECT PERIODOS-ARCHIVO ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODOS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT CONCEPTOS-ARCHIVO ASSIGN TO "CONCEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONCEPTO-CLAVE
               FILE STATUS IS CONCEPTOS-ESTADO-ARCHIVO.
           SELECT INFORME-INCENTIVOS ASSIGN TO "INCENTIV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Objetivo comercial de un empleado en un periodo: meta,
      * importe logrado y plan de comision. El estado queda en
      * blanco hasta que el incentivo se aprueba y pasa a P
      * (pagado) con el periodo de nomina en que se paga.
      ******************************************************************
       FD  OBJETIVOS-ARCHIVO.
       01  OBJETIVO-REGISTRO.
           05 OBJ-PERIODO             PIC X(6).
           05 OBJ-EMPLEADOS-ID        PIC 9(5).
           05 OBJ-META                PIC 9(9)V99.
           05 OBJ-LOGRADO             PIC 9(9)V99.
           05 OBJ-PLAN                PIC X(4).
           05 OBJ-ESTADO              PIC X.
           05 OBJ-PERIODO-PAGO        PIC X(6).
      ******************************************************************
      * Tramo de un plan de comision: desde que porcentaje de
      * cumplimiento de la meta se aplica, el porcentaje de comision
      * sobre lo logrado y el tope del incentivo (0 = sin tope). Se
      * aplica el tramo mas alto alcanzado.
      ******************************************************************
       FD  PLANES-ARCHIVO.
       01  PLAN-REGISTRO.
           05 PLAN-CODIGO             PIC X(4).
           05 PLAN-CUMPLIMIENTO       PIC 9(3)V99.
           05 PLAN-PORCENTAJE         PIC 9(2)V99.
           05 PLAN-TOPE               PIC 9(7)V99.
       FD  BAJAS-ARCHIVO.
       01  BAJA-REGISTRO.
           05 BAJA-EMPLEADOS-ID       PIC 9(5).
           05 BAJA-FECHA              PIC 9(8).
           05 BAJA-MOTIVO             PIC X(2).
       FD  PERIODOS-ARCHIVO.
       01  PERIODO-REGISTRO.
           05 PERIODO-REG-ID          PIC X(6).
           05 PERIODO-REG-DESDE       PIC 9(8).
           05 PERIODO-REG-HASTA       PIC 9(8).
           05 PERIODO-REG-ESTADO      PIC X.
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
       FD  CONCEPTOS-ARCHIVO.
       01  CONCEPTO-REGISTRO.
           05 CONCEPTO-CLAVE.
              10 CONCEPTO-EMPLEADOS-ID PIC 9(5).
              10 CONCEPTO-SECUENCIA   PIC 9(3).
           05 CONCEPTO-CODIGO         PIC X(8).
           05 CONCEPTO-DESCRIPCION    PIC X(20).
           05 CONCEPTO-CLASE          PIC X.
           05 CONCEPTO-TIPO-VALOR     PIC X.
           05 CONCEPTO-VALOR          PIC 9(7)V99.
           05 CONCEPTO-DESDE          PIC 9(8).
           05 CONCEPTO-HASTA          PIC 9(8).
       FD  INFORME-INCENTIVOS.
       01  LINEA-INCENTIVOS           PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  OBJETIVOS-ESTADO-ARCHIVO PIC X(2).
       77  PLANES-ESTADO-ARCHIVO PIC X(2).
       77  BAJAS-ESTADO-ARCHIVO PIC X(2).
       77  PERIODOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  CONCEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  CONCEPTO-LEE-TODO    PIC X.
       77  CONCEPTO-SIGUIENTE   PIC 9(3).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  OPCION-INCENTIVOS    PIC X.
       77  PERIODO-OBJETIVOS    PIC X(6).
       77  PERIODO-PAGO         PIC X(6).
       77  PAGO-DESDE           PIC 9(8) VALUE 0.
       77  PAGO-HASTA           PIC 9(8) VALUE 0.
       77  PAGO-ESTADO          PIC X VALUE SPACE.
       77  PAGO-HALLADO         PIC X VALUE "N".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  CONFIRMA-APROBACION  PIC X.
       77  OBJETIVOS-MODIFICADOS PIC X VALUE "N".
      ******************************************************************
      * Todos los objetivos del archivo, para regrabarlo con la
      * marca de pagado de los aprobados.
      ******************************************************************
       01  TABLA-OBJETIVOS.
           05 OBJT-ENTRADA OCCURS 500 TIMES.
              10 OBJT-PERIODO         PIC X(6).
              10 OBJT-ID              PIC 9(5).
              10 OBJT-META            PIC 9(9)V99.
              10 OBJT-LOGRADO         PIC 9(9)V99.
              10 OBJT-PLAN            PIC X(4).
              10 OBJT-ESTADO          PIC X.
              10 OBJT-PERIODO-PAGO    PIC X(6).
       77  OBJT-TOTAL           PIC 9(3) VALUE 0.
       77  OBJT-POS             PIC 9(3).
       01  TABLA-PLANES.
           05 PLANT-ENTRADA OCCURS 100 TIMES.
              10 PLANT-CODIGO         PIC X(4).
              10 PLANT-CUMPLIMIENTO   PIC 9(3)V99.
              10 PLANT-PORCENTAJE     PIC 9(2)V99.
              10 PLANT-TOPE           PIC 9(7)V99.
       77  PLANT-TOTAL          PIC 9(3) VALUE 0.
       77  PLANT-POS            PIC 9(3).
       77  PLANT-ELEGIDO        PIC 9(3).
       77  PLAN-HALLADO         PIC X.
      ******************************************************************
      * Incentivo calculado de cada objetivo pendiente del periodo,
      * con su departamento para el listado y la situacion:
      * OK = se paga, BAJA = baja antes del pago, SINPLAN = el plan
      * no existe, SINEMPL = el empleado no esta en el maestro.
      ******************************************************************
       01  TABLA-INCENTIVOS.
           05 INCT-ENTRADA OCCURS 500 TIMES.
              10 INCT-OBJETIVO        PIC 9(3).
              10 INCT-ID              PIC 9(5).
              10 INCT-NOMBRE          PIC X(20).
              10 INCT-DEPARTAMENTO    PIC X(10).
              10 INCT-CUMPLIMIENTO    PIC 9(5)V99.
              10 INCT-IMPORTE         PIC 9(7)V99.
              10 INCT-SITUACION       PIC X(7).
       77  INCT-TOTAL           PIC 9(3) VALUE 0.
       77  INCT-POS             PIC 9(3).
       01  TABLA-DEPTOS-INCENTIVO.
           05 DEPI-ENTRADA OCCURS 20 TIMES.
              10 DEPI-CODIGO          PIC X(10).
       77  DEPI-TOTAL           PIC 9(2) VALUE 0.
       77  DEPI-POS             PIC 9(2).
       77  DEPI-HALLADO         PIC X.
       77  CUMPLIMIENTO-CALC    PIC 9(5)V99.
       77  INCENTIVO-CALC       PIC 9(7)V99.
       77  FECHA-BAJA-HALLADA   PIC 9(8).
       77  ID-BAJA-BUSCADO      PIC 9(5).
       77  SUBTOTAL-DEPTO       PIC 9(9)V99.
       77  TOTAL-A-PAGAR        PIC 9(9)V99 VALUE 0.
       77  INCENTIVOS-A-PAGAR   PIC 9(3) VALUE 0.
       77  INCENTIVOS-SENALADOS PIC 9(3) VALUE 0.
       77  INCENTIVOS-GENERADOS PIC 9(3) VALUE 0.
       77  IMPORTE-EDICION      PIC Z(6)9.99.
       77  TOTAL-EDICION        PIC Z(8)9.99.
       77  CUMPLIMIENTO-EDICION PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "INCENTIVOS COMERCIALES POR OBJETIVOS".
       DISPLAY "C - CALCULAR Y LISTAR PARA REVISION / A - APROBAR "
           "Y GENERAR CONCEPTOS / 0 - SALIR: ".
       ACCEPT OPCION-INCENTIVOS.
       IF OPCION-INCENTIVOS = "c"
          MOVE "C" TO OPCION-INCENTIVOS
       END-IF.
       IF OPCION-INCENTIVOS = "a"
          MOVE "A" TO OPCION-INCENTIVOS
       END-IF.
       IF OPCION-INCENTIVOS NOT = "C" AND OPCION-INCENTIVOS NOT = "A"
          GOBACK
       END-IF.
       DISPLAY "PERIODO DE LOS OBJETIVOS (AAAAMM): ".
       ACCEPT PERIODO-OBJETIVOS.
       DISPLAY "PERIODO DE NOMINA EN QUE SE PAGAN (AAAAMM): ".
       ACCEPT PERIODO-PAGO.
       PERFORM BUSCA-PERIODO-PAGO.
       IF PAGO-HALLADO = "N"
          DISPLAY "EL PERIODO " PERIODO-PAGO " NO ESTA DEFINIDO EN "
              "EL CALENDARIO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF PAGO-ESTADO NOT = "A"
          DISPLAY "EL PERIODO DE PAGO " PERIODO-PAGO " NO ESTA "
              "ABIERTO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-OBJETIVOS.
       IF OBJT-TOTAL = 0
          DISPLAY "NO HAY OBJETIVOS GRABADOS (OBJETIVOS.DAT)."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-PLANES.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE 1 TO OBJT-POS.
       PERFORM CALCULA-UN-INCENTIVO UNTIL OBJT-POS > OBJT-TOTAL.
       CLOSE EMPLEADOS-ARCHIVO.
       IF INCT-TOTAL = 0
          DISPLAY "NO HAY OBJETIVOS PENDIENTES DEL PERIODO "
              PERIODO-OBJETIVOS "."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ESCRIBE-INFORME-INCENTIVOS.
       MOVE TOTAL-A-PAGAR TO TOTAL-EDICION.
       DISPLAY INCENTIVOS-A-PAGAR " INCENTIVOS A PAGAR POR "
           TOTAL-EDICION ". " INCENTIVOS-SENALADOS
           " SENALADOS SIN PAGO. LISTADO EN INCENTIV.RPT.".
       IF OPCION-INCENTIVOS = "A"
          PERFORM APRUEBA-INCENTIVOS
       ELSE
          DISPLAY "REVISE EL LISTADO Y APRUEBE CON LA OPCION A."
       END-IF.
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       BUSCA-PERIODO-PAGO.
       MOVE "N" TO PAGO-HALLADO.
       OPEN INPUT PERIODOS-ARCHIVO.
       IF PERIODOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM EVALUA-PERIODO-PAGO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PERIODOS-ARCHIVO.

       EVALUA-PERIODO-PAGO.
       READ PERIODOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PERIODO-REG-ID = PERIODO-PAGO
                 MOVE PERIODO-REG-DESDE TO PAGO-DESDE
                 MOVE PERIODO-REG-HASTA TO PAGO-HASTA
                 MOVE PERIODO-REG-ESTADO TO PAGO-ESTADO
                 MOVE "S" TO PAGO-HALLADO
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       CARGA-OBJETIVOS.
       MOVE 0 TO OBJT-TOTAL.
       OPEN INPUT OBJETIVOS-ARCHIVO.
       IF OBJETIVOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-OBJETIVO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OBJETIVOS-ARCHIVO.

       CARGA-UN-OBJETIVO.
       READ OBJETIVOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OBJT-TOTAL < 500
                 ADD 1 TO OBJT-TOTAL
                 MOVE OBJ-PERIODO TO OBJT-PERIODO(OBJT-TOTAL)
                 MOVE OBJ-EMPLEADOS-ID TO OBJT-ID(OBJT-TOTAL)
                 MOVE OBJ-META TO OBJT-META(OBJT-TOTAL)
                 MOVE OBJ-LOGRADO TO OBJT-LOGRADO(OBJT-TOTAL)
                 MOVE OBJ-PLAN TO OBJT-PLAN(OBJT-TOTAL)
                 MOVE OBJ-ESTADO TO OBJT-ESTADO(OBJT-TOTAL)
                 MOVE OBJ-PERIODO-PAGO TO OBJT-PERIODO-PAGO(OBJT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE OBJETIVOS LLENA."
              END-IF
       END-READ.

       CARGA-PLANES.
       MOVE 0 TO PLANT-TOTAL.
       OPEN INPUT PLANES-ARCHIVO.
       IF PLANES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PLAN UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PLANES-ARCHIVO.

       CARGA-UN-PLAN.
       READ PLANES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PLANT-TOTAL < 100
                 ADD 1 TO PLANT-TOTAL
                 MOVE PLAN-CODIGO TO PLANT-CODIGO(PLANT-TOTAL)
                 MOVE PLAN-CUMPLIMIENTO
                     TO PLANT-CUMPLIMIENTO(PLANT-TOTAL)
                 MOVE PLAN-PORCENTAJE TO PLANT-PORCENTAJE(PLANT-TOTAL)
                 MOVE PLAN-TOPE TO PLANT-TOPE(PLANT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PLANES DE COMISION LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Un objetivo pendiente del periodo: cumplimiento sobre la
      * meta, tramo mas alto alcanzado del plan, comision sobre lo
      * logrado limitada por el tope del tramo. Los objetivos ya
      * pagados no vuelven a entrar.
      ******************************************************************
       CALCULA-UN-INCENTIVO.
       IF OBJT-PERIODO(OBJT-POS) = PERIODO-OBJETIVOS
           AND OBJT-ESTADO(OBJT-POS) NOT = "P"
          IF INCT-TOTAL < 500
             ADD 1 TO INCT-TOTAL
             PERFORM EVALUA-OBJETIVO-EMPLEADO
          ELSE
             DISPLAY "AVISO: TABLA DE INCENTIVOS LLENA."
          END-IF
       END-IF.
       ADD 1 TO OBJT-POS.

       EVALUA-OBJETIVO-EMPLEADO.
       MOVE OBJT-POS TO INCT-OBJETIVO(INCT-TOTAL).
       MOVE OBJT-ID(OBJT-POS) TO INCT-ID(INCT-TOTAL).
       MOVE SPACES TO INCT-NOMBRE(INCT-TOTAL).
       MOVE "SINDEPTO" TO INCT-DEPARTAMENTO(INCT-TOTAL).
       MOVE 0 TO INCT-IMPORTE(INCT-TOTAL).
       MOVE "OK" TO INCT-SITUACION(INCT-TOTAL).
       MOVE 0 TO CUMPLIMIENTO-CALC INCENTIVO-CALC.
       IF OBJT-META(OBJT-POS) > 0
          COMPUTE CUMPLIMIENTO-CALC ROUNDED
              = OBJT-LOGRADO(OBJT-POS) * 100 / OBJT-META(OBJT-POS)
              ON SIZE ERROR MOVE 99999.99 TO CUMPLIMIENTO-CALC
          END-COMPUTE
       END-IF.
       MOVE CUMPLIMIENTO-CALC TO INCT-CUMPLIMIENTO(INCT-TOTAL).
       MOVE 0 TO PLANT-ELEGIDO.
       MOVE "N" TO PLAN-HALLADO.
       MOVE 1 TO PLANT-POS.
       PERFORM ELIGE-TRAMO-PLAN UNTIL PLANT-POS > PLANT-TOTAL.
       IF PLANT-ELEGIDO > 0
          COMPUTE INCENTIVO-CALC ROUNDED
              = OBJT-LOGRADO(OBJT-POS)
              * PLANT-PORCENTAJE(PLANT-ELEGIDO) / 100
              ON SIZE ERROR MOVE 0 TO INCENTIVO-CALC
          END-COMPUTE
          IF PLANT-TOPE(PLANT-ELEGIDO) > 0
              AND INCENTIVO-CALC > PLANT-TOPE(PLANT-ELEGIDO)
             MOVE PLANT-TOPE(PLANT-ELEGIDO) TO INCENTIVO-CALC
          END-IF
       END-IF.
       MOVE INCENTIVO-CALC TO INCT-IMPORTE(INCT-TOTAL).
       IF PLAN-HALLADO = "N"
          MOVE "SINPLAN" TO INCT-SITUACION(INCT-TOTAL)
       END-IF.
       MOVE OBJT-ID(OBJT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
              MOVE "SINEMPL" TO INCT-SITUACION(INCT-TOTAL)
           NOT INVALID KEY
              MOVE EMPLEADOS-DEPARTAMENTO
                  TO INCT-DEPARTAMENTO(INCT-TOTAL)
              MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
              PERFORM EDITA-APELLIDOS-MOSTRADOS
              STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                  " " APELLIDOS-MOSTRADOS DELIMITED BY SIZE
                  INTO INCT-NOMBRE(INCT-TOTAL)
              IF EMPLEADO-INACTIVO
                 MOVE "BAJA" TO INCT-SITUACION(INCT-TOTAL)
              END-IF
       END-READ.
       IF INCT-SITUACION(INCT-TOTAL) = "OK"
          MOVE OBJT-ID(OBJT-POS) TO ID-BAJA-BUSCADO
          PERFORM BUSCA-BAJA-ANTES-DEL-PAGO
          IF FECHA-BAJA-HALLADA NOT = 0
             MOVE "BAJA" TO INCT-SITUACION(INCT-TOTAL)
          END-IF
       END-IF.
       IF INCT-SITUACION(INCT-TOTAL) = "OK"
          IF INCENTIVO-CALC > 0
             ADD 1 TO INCENTIVOS-A-PAGAR
             ADD INCENTIVO-CALC TO TOTAL-A-PAGAR
          END-IF
       ELSE
          ADD 1 TO INCENTIVOS-SENALADOS
       END-IF.
       PERFORM REGISTRA-DEPTO-INCENTIVO.

       ELIGE-TRAMO-PLAN.
       IF PLANT-CODIGO(PLANT-POS) = OBJT-PLAN(OBJT-POS)
          MOVE "S" TO PLAN-HALLADO
          IF PLANT-CUMPLIMIENTO(PLANT-POS) <= CUMPLIMIENTO-CALC
             IF PLANT-ELEGIDO = 0
                MOVE PLANT-POS TO PLANT-ELEGIDO
             ELSE
                IF PLANT-CUMPLIMIENTO(PLANT-POS)
                    > PLANT-CUMPLIMIENTO(PLANT-ELEGIDO)
                   MOVE PLANT-POS TO PLANT-ELEGIDO
                END-IF
             END-IF
          END-IF
       END-IF.
       ADD 1 TO PLANT-POS.

      ******************************************************************
      * Una baja en BAJAS.DAT con fecha hasta el fin del periodo de
      * pago, aunque el maestro aun no la refleje, impide el pago.
      ******************************************************************
       BUSCA-BAJA-ANTES-DEL-PAGO.
       MOVE 0 TO FECHA-BAJA-HALLADA.
       OPEN INPUT BAJAS-ARCHIVO.
       IF BAJAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM EVALUA-BAJA-EMPLEADO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE BAJAS-ARCHIVO.

       EVALUA-BAJA-EMPLEADO.
       READ BAJAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF BAJA-EMPLEADOS-ID = ID-BAJA-BUSCADO
                  AND BAJA-FECHA <= PAGO-HASTA
                 MOVE BAJA-FECHA TO FECHA-BAJA-HALLADA
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       REGISTRA-DEPTO-INCENTIVO.
       MOVE "N" TO DEPI-HALLADO.
       MOVE 1 TO DEPI-POS.
       PERFORM COMPARA-DEPTO-INCENTIVO
           UNTIL DEPI-POS > DEPI-TOTAL OR DEPI-HALLADO = "S".
       IF DEPI-HALLADO = "N"
          IF DEPI-TOTAL < 20
             ADD 1 TO DEPI-TOTAL
             MOVE INCT-DEPARTAMENTO(INCT-TOTAL)
                 TO DEPI-CODIGO(DEPI-TOTAL)
          ELSE
             DISPLAY "AVISO: TABLA DE DEPARTAMENTOS DEL LISTADO "
                 "LLENA."
          END-IF
       END-IF.

       COMPARA-DEPTO-INCENTIVO.
       IF DEPI-CODIGO(DEPI-POS) = INCT-DEPARTAMENTO(INCT-TOTAL)
          MOVE "S" TO DEPI-HALLADO
       ELSE
          ADD 1 TO DEPI-POS
       END-IF.

      ******************************************************************
      * Listado de revision agrupado por departamento con su
      * subtotal a pagar y el espacio para la firma del responsable.
      ******************************************************************
       ESCRIBE-INFORME-INCENTIVOS.
       OPEN OUTPUT INFORME-INCENTIVOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-INCENTIVOS.
       STRING "INCENTIVOS COMERCIALES - OBJETIVOS " PERIODO-OBJETIVOS
           "   PAGO EN " PERIODO-PAGO "   FECHA: " FECHA-ACTUAL(1:8)
           DELIMITED BY SIZE INTO LINEA-INCENTIVOS.
       WRITE LINEA-INCENTIVOS.
       IF OPCION-INCENTIVOS = "C"
          MOVE SPACES TO LINEA-INCENTIVOS
          STRING "*** PENDIENTE DE APROBACION ***"
              DELIMITED BY SIZE INTO LINEA-INCENTIVOS
          WRITE LINEA-INCENTIVOS
       END-IF.
       MOVE 1 TO DEPI-POS.
       PERFORM ESCRIBE-DEPTO-INCENTIVOS UNTIL DEPI-POS > DEPI-TOTAL.
       MOVE TOTAL-A-PAGAR TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-INCENTIVOS.
       STRING "TOTAL A PAGAR: " TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-INCENTIVOS.
       WRITE LINEA-INCENTIVOS.
       CLOSE INFORME-INCENTIVOS.

       ESCRIBE-DEPTO-INCENTIVOS.
       MOVE SPACES TO LINEA-INCENTIVOS.
       WRITE LINEA-INCENTIVOS.
       MOVE SPACES TO LINEA-INCENTIVOS.
       STRING "DEPARTAMENTO: " DEPI-CODIGO(DEPI-POS)
           DELIMITED BY SIZE INTO LINEA-INCENTIVOS.
       WRITE LINEA-INCENTIVOS.
       MOVE SPACES TO LINEA-INCENTIVOS.
       STRING "ID    NOMBRE               CUMPLIM. %    INCENTIVO  "
           "SITUACION"
           DELIMITED BY SIZE INTO LINEA-INCENTIVOS.
       WRITE LINEA-INCENTIVOS.
       MOVE 0 TO SUBTOTAL-DEPTO.
       MOVE 1 TO INCT-POS.
       PERFORM ESCRIBE-LINEA-INCENTIVO UNTIL INCT-POS > INCT-TOTAL.
       MOVE SUBTOTAL-DEPTO TO TOTAL-EDICION.
       MOVE SPACES TO LINEA-INCENTIVOS.
       STRING "SUBTOTAL A PAGAR " DEPI-CODIGO(DEPI-POS) ": "
           TOTAL-EDICION
           DELIMITED BY SIZE INTO LINEA-INCENTIVOS.
       WRITE LINEA-INCENTIVOS.
       MOVE SPACES TO LINEA-INCENTIVOS.
       STRING "CONFORME RESPONSABLE: ______________________"
           DELIMITED BY SIZE INTO LINEA-INCENTIVOS.
       WRITE LINEA-INCENTIVOS.
       ADD 1 TO DEPI-POS.

       ESCRIBE-LINEA-INCENTIVO.
       IF INCT-DEPARTAMENTO(INCT-POS) = DEPI-CODIGO(DEPI-POS)
          MOVE SPACES TO LINEA-INCENTIVOS
          MOVE INCT-ID(INCT-POS) TO LINEA-INCENTIVOS(1:5)
          MOVE INCT-NOMBRE(INCT-POS) TO LINEA-INCENTIVOS(7:20)
          MOVE INCT-CUMPLIMIENTO(INCT-POS) TO CUMPLIMIENTO-EDICION
          MOVE CUMPLIMIENTO-EDICION TO LINEA-INCENTIVOS(29:8)
          MOVE INCT-IMPORTE(INCT-POS) TO IMPORTE-EDICION
          MOVE IMPORTE-EDICION TO LINEA-INCENTIVOS(40:10)
          MOVE INCT-SITUACION(INCT-POS) TO LINEA-INCENTIVOS(52:7)
          IF INCT-SITUACION(INCT-POS) = "BAJA"
             MOVE "BAJA ANTES DEL PAGO: NO SE PAGA"
                 TO LINEA-INCENTIVOS(60:31)
          END-IF
          IF INCT-SITUACION(INCT-POS) = "SINPLAN"
             MOVE "PLAN DE COMISION INEXISTENTE"
                 TO LINEA-INCENTIVOS(60:28)
          END-IF
          IF INCT-SITUACION(INCT-POS) = "SINEMPL"
             MOVE "NO ESTA EN EL MAESTRO"
                 TO LINEA-INCENTIVOS(60:21)
          END-IF
          WRITE LINEA-INCENTIVOS
          IF INCT-SITUACION(INCT-POS) = "OK"
             ADD INCT-IMPORTE(INCT-POS) TO SUBTOTAL-DEPTO
          END-IF
       END-IF.
       ADD 1 TO INCT-POS.

      ******************************************************************
      * Aprobacion: solo un supervisor de nivel 3. Cada incentivo OK
      * se graba como haber fijo en CONCEPTOS.DAT con la vigencia
      * del periodo de pago, y su objetivo queda marcado pagado.
      ******************************************************************
       APRUEBA-INCENTIVOS.
       DISPLAY "OPERADOR DE NIVEL 3 QUE APRUEBA: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-SUPERVISOR.
       IF NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. NO SE GENERA "
              "NINGUN CONCEPTO."
          MOVE 8 TO RETURN-CODE
       ELSE
          IF INCENTIVOS-A-PAGAR = 0
             DISPLAY "NO HAY INCENTIVOS A PAGAR."
          ELSE
             DISPLAY "GENERAR " INCENTIVOS-A-PAGAR
                 " CONCEPTOS DE INCENTIVO (S/N): "
             ACCEPT CONFIRMA-APROBACION
             IF CONFIRMA-APROBACION = "S" OR CONFIRMA-APROBACION = "s"
                PERFORM GENERA-CONCEPTOS-INCENTIVO
             ELSE
                DISPLAY "INCENTIVOS NO APROBADOS."
             END-IF
          END-IF
       END-IF.

       VERIFICA-NIVEL-SUPERVISOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       GENERA-CONCEPTOS-INCENTIVO.
       OPEN I-O CONCEPTOS-ARCHIVO.
       IF CONCEPTOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT CONCEPTOS-ARCHIVO
          CLOSE CONCEPTOS-ARCHIVO
          OPEN I-O CONCEPTOS-ARCHIVO
       END-IF.
       MOVE 1 TO INCT-POS.
       PERFORM GENERA-UN-CONCEPTO UNTIL INCT-POS > INCT-TOTAL.
       CLOSE CONCEPTOS-ARCHIVO.
       IF OBJETIVOS-MODIFICADOS = "S"
          PERFORM REGRABA-OBJETIVOS
       END-IF.
       DISPLAY INCENTIVOS-GENERADOS " INCENTIVOS GRABADOS EN "
           "CONCEPTOS.DAT PARA LA NOMINA DE " PERIODO-PAGO
           ". APROBADO POR " OPERADOR-ACTUAL ".".

       GENERA-UN-CONCEPTO.
       IF INCT-SITUACION(INCT-POS) = "OK"
           AND INCT-IMPORTE(INCT-POS) > 0
          PERFORM BUSCA-SECUENCIA-CONCEPTO
          MOVE SPACES TO CONCEPTO-REGISTRO
          MOVE INCT-ID(INCT-POS) TO CONCEPTO-EMPLEADOS-ID
          MOVE CONCEPTO-SIGUIENTE TO CONCEPTO-SECUENCIA
          MOVE "INCENTIV" TO CONCEPTO-CODIGO
          STRING "INCENTIVO " PERIODO-OBJETIVOS
              DELIMITED BY SIZE INTO CONCEPTO-DESCRIPCION
          MOVE "H" TO CONCEPTO-CLASE
          MOVE "F" TO CONCEPTO-TIPO-VALOR
          MOVE INCT-IMPORTE(INCT-POS) TO CONCEPTO-VALOR
          MOVE PAGO-DESDE TO CONCEPTO-DESDE
          MOVE PAGO-HASTA TO CONCEPTO-HASTA
          WRITE CONCEPTO-REGISTRO
              INVALID KEY
                 DISPLAY "AVISO: NO SE PUDO GRABAR EL INCENTIVO DEL ID "
                     INCT-ID(INCT-POS) "."
          END-WRITE
          ADD 1 TO INCENTIVOS-GENERADOS
          MOVE INCT-OBJETIVO(INCT-POS) TO OBJT-POS
          MOVE "P" TO OBJT-ESTADO(OBJT-POS)
          MOVE PERIODO-PAGO TO OBJT-PERIODO-PAGO(OBJT-POS)
          MOVE "S" TO OBJETIVOS-MODIFICADOS
       END-IF.
       ADD 1 TO INCT-POS.

      ******************************************************************
      * Siguiente secuencia libre de conceptos del empleado: los
      * conceptos van por ID y secuencia y se lee solo su tramo.
      ******************************************************************
       BUSCA-SECUENCIA-CONCEPTO.
       MOVE 1 TO CONCEPTO-SIGUIENTE.
       MOVE LOW-VALUES TO CONCEPTO-CLAVE.
       MOVE INCT-ID(INCT-POS) TO CONCEPTO-EMPLEADOS-ID.
       START CONCEPTOS-ARCHIVO KEY IS NOT LESS THAN CONCEPTO-CLAVE
           INVALID KEY MOVE "S" TO CONCEPTO-LEE-TODO
           NOT INVALID KEY MOVE "N" TO CONCEPTO-LEE-TODO
       END-START.
       PERFORM LEE-SECUENCIA-CONCEPTO UNTIL CONCEPTO-LEE-TODO = "S".

       LEE-SECUENCIA-CONCEPTO.
       READ CONCEPTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CONCEPTO-LEE-TODO
           NOT AT END
              IF CONCEPTO-EMPLEADOS-ID NOT = INCT-ID(INCT-POS)
                 MOVE "S" TO CONCEPTO-LEE-TODO
              ELSE
                 COMPUTE CONCEPTO-SIGUIENTE = CONCEPTO-SECUENCIA + 1
              END-IF
       END-READ.

       REGRABA-OBJETIVOS.
       OPEN OUTPUT OBJETIVOS-ARCHIVO.
       MOVE 1 TO OBJT-POS.
       PERFORM REGRABA-UN-OBJETIVO UNTIL OBJT-POS > OBJT-TOTAL.
       CLOSE OBJETIVOS-ARCHIVO.

       REGRABA-UN-OBJETIVO.
       MOVE OBJT-PERIODO(OBJT-POS) TO OBJ-PERIODO.
       MOVE OBJT-ID(OBJT-POS) TO OBJ-EMPLEADOS-ID.
       MOVE OBJT-META(OBJT-POS) TO OBJ-META.
       MOVE OBJT-LOGRADO(OBJT-POS) TO OBJ-LOGRADO.
       MOVE OBJT-PLAN(OBJT-POS) TO OBJ-PLAN.
       MOVE OBJT-ESTADO(OBJT-POS) TO OBJ-ESTADO.
       MOVE OBJT-PERIODO-PAGO(OBJT-POS) TO OBJ-PERIODO-PAGO.
       WRITE OBJETIVO-REGISTRO.
       ADD 1 TO OBJT-POS.

      ******************************************************************
      * Los dos apellidos seguidos, con un solo blanco entre ellos,
      * para los listados que los muestran en una sola columna.
      ******************************************************************
       EDITA-APELLIDOS-MOSTRADOS.
       MOVE APELLIDO-1-EDICION TO APELLIDOS-MOSTRADOS.
       IF APELLIDO-2-EDICION NOT = SPACES
          MOVE SPACES TO APELLIDOS-MOSTRADOS
          STRING APELLIDO-1-EDICION DELIMITED BY "  "
              " " DELIMITED BY SIZE
              APELLIDO-2-EDICION DELIMITED BY "  "
              INTO APELLIDOS-MOSTRADOS
       END-IF.
       END PROGRAM INCENTIVOS-COMERCIALES.

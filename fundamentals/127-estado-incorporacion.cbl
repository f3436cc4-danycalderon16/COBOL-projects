      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estado de la incorporacion de los empleados nuevos.
      *          Cada alta deja en INCORPORA.DAT una lista de tareas
      *          pendientes del catalogo TAREASINC.DAT (la crea
      *          LISTA-INCORPORACION). Desde aqui el supervisor
      *          (nivel 3) mantiene el catalogo, cualquier operador
      *          autorizado da por hechas las tareas manuales (la
      *          situacion fiscal, la eleccion del plan de pensiones)
      *          con su marca en la auditoria, y se consulta la lista
      *          de un empleado. El informe INCORPORA.RPT verifica
      *          contra los archivos las tareas automaticas de cada
      *          empleado activo con la lista abierta (cuenta con la
      *          prenota contestada, NIF, contrato y puesto) y lista
      *          las que siguen pendientes y los dias que faltan para
      *          su primer dia de pago: el fin del primer periodo de
      *          PERIODOS.DAT sin cerrar que termina despues del alta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-INCORPORACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT TAREAS-ARCHIVO ASSIGN TO "TAREASINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAREAS-ESTADO-ARCHIVO.
           SELECT INCORPORA-ARCHIVO ASSIGN TO "INCORPORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCORPORA-ESTADO-ARCHIVO.
           SELECT PERIODOS-ARCHIVO ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODOS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT INFORME-INCORPORACION ASSIGN TO "INCORPORA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Catalogo de tareas: B cuenta, N NIF, C contrato, P puesto
      * (se verifican solas) o M manual.
      ******************************************************************
       FD  TAREAS-ARCHIVO.
       01  TAREA-REGISTRO.
           05 TAREA-CODIGO            PIC X(6).
           05 TAREA-DESCRIPCION       PIC X(30).
           05 TAREA-VERIFICACION      PIC X.
       FD  INCORPORA-ARCHIVO.
       01  INCORPORA-REGISTRO.
           05 INCORPORA-EMPLEADOS-ID  PIC 9(5).
           05 INCORPORA-TAREA         PIC X(6).
           05 INCORPORA-VERIFICACION  PIC X.
           05 INCORPORA-ESTADO        PIC X.
           05 INCORPORA-FECHA-ALTA    PIC 9(8).
           05 INCORPORA-FECHA-CIERRE  PIC 9(8).
           05 INCORPORA-OPERADOR      PIC X(10).
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
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
       FD  INFORME-INCORPORACION.
       01  LINEA-INCORPORACION        PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  TAREAS-ESTADO-ARCHIVO PIC X(2).
       77  INCORPORA-ESTADO-ARCHIVO PIC X(2).
       77  PERIODOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  OPCION-INCORPORACION PIC X.
       77  ID-BUSCADO           PIC 9(5).
       77  TAREA-BUSCADA        PIC X(6).
       77  DATOS-VALIDOS        PIC X.
       77  FECHA-PRIMER-PAGO    PIC 9(8).
       77  PERIODO-PRIMER-PAGO  PIC X(6).
       77  DIAS-A-PAGO          PIC S9(5).
       77  DIAS-A-PAGO-EDICION  PIC -ZZZZ9.
       77  FORMA-VERIFICACION   PIC X(10).
       77  EMPLEADOS-INCOMPLETOS PIC 9(5) VALUE 0.
       77  EMPLEADOS-COMPLETADOS PIC 9(5) VALUE 0.
       77  TAREAS-ABIERTAS      PIC 9(5) VALUE 0.
       77  PAGOS-VENCIDOS       PIC 9(5) VALUE 0.
      ******************************************************************
      * Catalogo de tareas.
      ******************************************************************
       01  TABLA-TAREAS.
           05 TARET-ENTRADA OCCURS 20 TIMES.
              10 TARET-CODIGO         PIC X(6).
              10 TARET-DESCRIPCION    PIC X(30).
              10 TARET-VERIFICACION   PIC X.
       77  TARET-TOTAL          PIC 9(2) VALUE 0.
       77  TARET-POS            PIC 9(2).
       77  TARET-HALLADO        PIC X.
      ******************************************************************
      * Empleados con alguna tarea pendiente en INCORPORA.DAT.
      ******************************************************************
       01  TABLA-PENDIENTES.
           05 PENT-ID OCCURS 500 TIMES PIC 9(5).
       77  PENT-TOTAL           PIC 9(3) VALUE 0.
       77  PENT-POS             PIC 9(3).
       77  PENT-HALLADO         PIC X.
      ******************************************************************
      * Calendario de periodos de la nomina.
      ******************************************************************
       01  TABLA-PERIODOS.
           05 PERT-ENTRADA OCCURS 60 TIMES.
              10 PERT-ID              PIC X(6).
              10 PERT-HASTA           PIC 9(8).
              10 PERT-ESTADO          PIC X.
       77  PERT-TOTAL           PIC 9(2) VALUE 0.
       77  PERT-POS             PIC 9(2).
      ******************************************************************
      * Lista de incorporacion del empleado (LISTA-INCORPORACION).
      ******************************************************************
       77  MODO-INCORPORACION   PIC X.
       01  DATOS-INCORPORACION.
           05 INCORP-EMPLEADOS-ID     PIC 9(5).
           05 INCORP-NIF              PIC X(9).
           05 INCORP-FECHA-ALTA       PIC 9(8).
           05 INCORP-TAREA            PIC X(6).
           05 INCORP-OPERADOR         PIC X(10).
           05 INCORP-PENDIENTES       PIC 9(2).
           05 INCORP-ABIERTA OCCURS 20 TIMES.
              10 INCORP-ABIERTA-TAREA PIC X(6).
              10 INCORP-ABIERTA-DESCRIPCION PIC X(30).
              10 INCORP-ABIERTA-VERIFICACION PIC X.
           05 INCORP-RESULTADO        PIC X.
       77  INCORP-POS           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "ESTADO DE INCORPORACION DE EMPLEADOS NUEVOS".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR = 0
          DISPLAY "OPERADOR NO AUTORIZADO. CONSULTA NO PERMITIDA."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       MOVE "C" TO MODO-INCORPORACION.
       CALL "LISTA-INCORPORACION" USING MODO-INCORPORACION
           DATOS-INCORPORACION.
       PERFORM CARGA-TAREAS.
       PERFORM CARGA-PERIODOS.
       MOVE SPACES TO OPCION-INCORPORACION.
       PERFORM GESTIONA-INCORPORACION
           UNTIL OPCION-INCORPORACION = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-INCORPORACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-INCORPORACION.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       GESTIONA-INCORPORACION.
       DISPLAY "T - TAREAS DEL CATALOGO / M - MARCAR TAREA MANUAL / "
           "C - CONSULTAR UN EMPLEADO".
       DISPLAY "I - INFORME DE INCORPORACIONES ABIERTAS / "
           "0 - SALIR: ".
       ACCEPT OPCION-INCORPORACION.
       IF OPCION-INCORPORACION = "T"
          IF NIVEL-OPERADOR < 3
             DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. OPCION NO "
                 "PERMITIDA."
          ELSE
             PERFORM MANTIENE-TAREA
          END-IF
       ELSE
          IF OPCION-INCORPORACION = "M"
             PERFORM MARCA-TAREA
          ELSE
             IF OPCION-INCORPORACION = "C"
                PERFORM CONSULTA-INCORPORACION
             ELSE
                IF OPCION-INCORPORACION = "I"
                   PERFORM INFORME-INCORPORACIONES
                ELSE
                   IF OPCION-INCORPORACION NOT = "0"
                      DISPLAY "OPCION NO VALIDA."
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-TAREAS.
       MOVE 0 TO TARET-TOTAL.
       OPEN INPUT TAREAS-ARCHIVO.
       IF TAREAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-TAREA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE TAREAS-ARCHIVO.

       CARGA-UNA-TAREA.
       READ TAREAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF TARET-TOTAL < 20
                 ADD 1 TO TARET-TOTAL
                 MOVE TAREA-CODIGO TO TARET-CODIGO(TARET-TOTAL)
                 MOVE TAREA-DESCRIPCION
                     TO TARET-DESCRIPCION(TARET-TOTAL)
                 MOVE TAREA-VERIFICACION
                     TO TARET-VERIFICACION(TARET-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE TAREAS DE INCORPORACION "
                     "LLENA."
              END-IF
       END-READ.

       BUSCA-TAREA.
       MOVE "N" TO TARET-HALLADO.
       MOVE 1 TO TARET-POS.
       PERFORM COMPARA-TAREA
           UNTIL TARET-POS > TARET-TOTAL OR TARET-HALLADO = "S".

       COMPARA-TAREA.
       IF TARET-CODIGO(TARET-POS) = TAREA-BUSCADA
          MOVE "S" TO TARET-HALLADO
       ELSE
          ADD 1 TO TARET-POS
       END-IF.

      ******************************************************************
      * Alta o modificacion de una tarea del catalogo. Las listas ya
      * creadas conservan sus tareas; el cambio vale para las altas
      * siguientes. El catalogo se regraba entero.
      ******************************************************************
       MANTIENE-TAREA.
       MOVE 1 TO TARET-POS.
       PERFORM MUESTRA-UNA-TAREA UNTIL TARET-POS > TARET-TOTAL.
       DISPLAY "CODIGO DE LA TAREA: ".
       ACCEPT TAREA-BUSCADA.
       IF TAREA-BUSCADA = SPACES
          DISPLAY "CODIGO NO VALIDO."
       ELSE
          PERFORM BUSCA-TAREA
          MOVE "S" TO DATOS-VALIDOS
          IF TARET-HALLADO = "N"
             IF TARET-TOTAL < 20
                ADD 1 TO TARET-TOTAL
                MOVE TARET-TOTAL TO TARET-POS
                MOVE TAREA-BUSCADA TO TARET-CODIGO(TARET-POS)
             ELSE
                MOVE "N" TO DATOS-VALIDOS
                DISPLAY "CATALOGO DE TAREAS LLENO. NO SE PUEDE DAR "
                    "DE ALTA."
             END-IF
          ELSE
             DISPLAY "MODIFICANDO LA TAREA " TAREA-BUSCADA
          END-IF
          IF DATOS-VALIDOS = "S"
             DISPLAY "DESCRIPCION: "
             ACCEPT TARET-DESCRIPCION(TARET-POS)
             DISPLAY "VERIFICACION (B - CUENTA / N - NIF / "
                 "C - CONTRATO / P - PUESTO / M - MANUAL): "
             ACCEPT TARET-VERIFICACION(TARET-POS)
             IF TARET-VERIFICACION(TARET-POS) NOT = "B"
                 AND TARET-VERIFICACION(TARET-POS) NOT = "N"
                 AND TARET-VERIFICACION(TARET-POS) NOT = "C"
                 AND TARET-VERIFICACION(TARET-POS) NOT = "P"
                MOVE "M" TO TARET-VERIFICACION(TARET-POS)
             END-IF
             PERFORM GRABA-ARCHIVO-TAREAS
             DISPLAY "TAREA " TAREA-BUSCADA " GRABADA."
          END-IF
       END-IF.

       MUESTRA-UNA-TAREA.
       PERFORM DESCRIBE-VERIFICACION.
       DISPLAY TARET-CODIGO(TARET-POS) " "
           TARET-DESCRIPCION(TARET-POS) " " FORMA-VERIFICACION.
       ADD 1 TO TARET-POS.

       DESCRIBE-VERIFICACION.
       IF TARET-VERIFICACION(TARET-POS) = "M"
          MOVE "MANUAL" TO FORMA-VERIFICACION
       ELSE
          MOVE "AUTOMATICA" TO FORMA-VERIFICACION
       END-IF.

       GRABA-ARCHIVO-TAREAS.
       OPEN OUTPUT TAREAS-ARCHIVO.
       MOVE 1 TO TARET-POS.
       PERFORM GRABA-UNA-TAREA UNTIL TARET-POS > TARET-TOTAL.
       CLOSE TAREAS-ARCHIVO.

       GRABA-UNA-TAREA.
       MOVE TARET-CODIGO(TARET-POS) TO TAREA-CODIGO.
       MOVE TARET-DESCRIPCION(TARET-POS) TO TAREA-DESCRIPCION.
       MOVE TARET-VERIFICACION(TARET-POS) TO TAREA-VERIFICACION.
       WRITE TAREA-REGISTRO.
       ADD 1 TO TARET-POS.

       CARGA-PERIODOS.
       MOVE 0 TO PERT-TOTAL.
       OPEN INPUT PERIODOS-ARCHIVO.
       IF PERIODOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PERIODO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PERIODOS-ARCHIVO.

       CARGA-UN-PERIODO.
       READ PERIODOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PERT-TOTAL < 60
                 ADD 1 TO PERT-TOTAL
                 MOVE PERIODO-REG-ID TO PERT-ID(PERT-TOTAL)
                 MOVE PERIODO-REG-HASTA TO PERT-HASTA(PERT-TOTAL)
                 MOVE PERIODO-REG-ESTADO TO PERT-ESTADO(PERT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PERIODOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Primer dia de pago del empleado leido: el fin del periodo sin
      * cerrar mas temprano que termina en o despues de su alta. Los
      * dias se cuentan desde la fecha de proceso; negativos si el
      * pago ya paso.
      ******************************************************************
       DETERMINA-PRIMER-PAGO.
       MOVE 0 TO FECHA-PRIMER-PAGO.
       MOVE SPACES TO PERIODO-PRIMER-PAGO.
       MOVE 0 TO DIAS-A-PAGO.
       MOVE 1 TO PERT-POS.
       PERFORM EVALUA-PERIODO-PAGO UNTIL PERT-POS > PERT-TOTAL.
       IF FECHA-PRIMER-PAGO > 0
          COMPUTE DIAS-A-PAGO =
              FUNCTION INTEGER-OF-DATE(FECHA-PRIMER-PAGO)
              - FUNCTION INTEGER-OF-DATE(FECHA-PROCESO-NEGOCIO)
       END-IF.
       MOVE DIAS-A-PAGO TO DIAS-A-PAGO-EDICION.

       EVALUA-PERIODO-PAGO.
       IF PERT-ESTADO(PERT-POS) NOT = "C"
           AND PERT-HASTA(PERT-POS) NOT < EMPLEADOS-FECHA-ALTA
          IF FECHA-PRIMER-PAGO = 0
              OR PERT-HASTA(PERT-POS) < FECHA-PRIMER-PAGO
             MOVE PERT-HASTA(PERT-POS) TO FECHA-PRIMER-PAGO
             MOVE PERT-ID(PERT-POS) TO PERIODO-PRIMER-PAGO
          END-IF
       END-IF.
       ADD 1 TO PERT-POS.

       LOCALIZA-EMPLEADO.
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
      * Verificacion de la lista del empleado leido: cierra las
      * tareas automaticas que ya constan y deja en
      * DATOS-INCORPORACION las que siguen abiertas.
      ******************************************************************
       VERIFICA-LISTA-EMPLEADO.
       MOVE "V" TO MODO-INCORPORACION.
       MOVE EMPLEADOS-ID TO INCORP-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO INCORP-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO INCORP-FECHA-ALTA.
       CALL "LISTA-INCORPORACION" USING MODO-INCORPORACION
           DATOS-INCORPORACION.

       CONSULTA-INCORPORACION.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-EMPLEADO.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM VERIFICA-LISTA-EMPLEADO
          PERFORM DETERMINA-PRIMER-PAGO
          DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-APELLIDOS " ALTA " EMPLEADOS-FECHA-ALTA
          IF FECHA-PRIMER-PAGO = 0
             DISPLAY "SIN PERIODO ABIERTO EN EL CALENDARIO PARA SU "
                 "PRIMER PAGO."
          ELSE
             DISPLAY "PRIMER PAGO " FECHA-PRIMER-PAGO " (PERIODO "
                 PERIODO-PRIMER-PAGO "). DIAS: " DIAS-A-PAGO-EDICION
          END-IF
          IF INCORP-PENDIENTES = 0
             DISPLAY "INCORPORACION COMPLETA: SIN TAREAS PENDIENTES."
          ELSE
             MOVE 1 TO INCORP-POS
             PERFORM MUESTRA-TAREA-ABIERTA
                 UNTIL INCORP-POS > INCORP-PENDIENTES
          END-IF
       END-IF.

       MUESTRA-TAREA-ABIERTA.
       IF INCORP-ABIERTA-VERIFICACION(INCORP-POS) = "M"
          MOVE "MANUAL" TO FORMA-VERIFICACION
       ELSE
          MOVE "AUTOMATICA" TO FORMA-VERIFICACION
       END-IF.
       DISPLAY "  PENDIENTE " INCORP-ABIERTA-TAREA(INCORP-POS) " "
           INCORP-ABIERTA-DESCRIPCION(INCORP-POS) " "
           FORMA-VERIFICACION.
       ADD 1 TO INCORP-POS.

      ******************************************************************
      * Marca de una tarea manual: el operador que la marca queda en
      * la linea y en la auditoria. Las automaticas no se marcan a
      * mano; se cierran cuando el dato consta en su archivo.
      ******************************************************************
       MARCA-TAREA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-EMPLEADO.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM VERIFICA-LISTA-EMPLEADO
          DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-APELLIDOS
          IF INCORP-PENDIENTES = 0
             DISPLAY "INCORPORACION COMPLETA: SIN TAREAS PENDIENTES."
          ELSE
             MOVE 1 TO INCORP-POS
             PERFORM MUESTRA-TAREA-ABIERTA
                 UNTIL INCORP-POS > INCORP-PENDIENTES
             DISPLAY "CODIGO DE LA TAREA HECHA: "
             ACCEPT TAREA-BUSCADA
             MOVE "M" TO MODO-INCORPORACION
             MOVE TAREA-BUSCADA TO INCORP-TAREA
             MOVE OPERADOR-ACTUAL TO INCORP-OPERADOR
             CALL "LISTA-INCORPORACION" USING MODO-INCORPORACION
                 DATOS-INCORPORACION
             IF INCORP-RESULTADO = "S"
                MOVE "INCORPORA-TAREA" TO AUDIT-ACCION
                PERFORM GRABA-AUDITORIA-INCORPORACION
                DISPLAY "TAREA " TAREA-BUSCADA " MARCADA COMO HECHA."
             ELSE
                DISPLAY "LA TAREA " TAREA-BUSCADA " NO ES UNA TAREA "
                    "MANUAL PENDIENTE DEL EMPLEADO."
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Informe de incorporaciones abiertas: cada empleado activo con
      * alguna tarea pendiente se verifica primero; los que quedan
      * completos solo cuentan en el resumen.
      ******************************************************************
       INFORME-INCORPORACIONES.
       MOVE 0 TO EMPLEADOS-INCOMPLETOS.
       MOVE 0 TO EMPLEADOS-COMPLETADOS.
       MOVE 0 TO TAREAS-ABIERTAS.
       MOVE 0 TO PAGOS-VENCIDOS.
       PERFORM CARGA-PENDIENTES.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUEDE ABRIR EL MAESTRO DE EMPLEADOS."
          MOVE 16 TO RETURN-CODE
       ELSE
          OPEN OUTPUT INFORME-INCORPORACION
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE SPACES TO LINEA-INCORPORACION
          STRING "INCORPORACIONES ABIERTAS - FECHA DE PROCESO: "
              FECHA-PROCESO-NEGOCIO
              " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
              DELIMITED BY SIZE INTO LINEA-INCORPORACION
          WRITE LINEA-INCORPORACION
          MOVE 1 TO PENT-POS
          PERFORM INFORMA-EMPLEADO-PENDIENTE
              UNTIL PENT-POS > PENT-TOTAL
          MOVE SPACES TO LINEA-INCORPORACION
          WRITE LINEA-INCORPORACION
          MOVE SPACES TO LINEA-INCORPORACION
          STRING "EMPLEADOS INCOMPLETOS: " EMPLEADOS-INCOMPLETOS
              "  TAREAS ABIERTAS: " TAREAS-ABIERTAS
              "  CON EL PRIMER PAGO VENCIDO: " PAGOS-VENCIDOS
              "  COMPLETADOS AHORA: " EMPLEADOS-COMPLETADOS
              DELIMITED BY SIZE INTO LINEA-INCORPORACION
          WRITE LINEA-INCORPORACION
          CLOSE INFORME-INCORPORACION
          CLOSE EMPLEADOS-ARCHIVO
          DISPLAY "INFORME EN INCORPORA.RPT. INCOMPLETOS: "
              EMPLEADOS-INCOMPLETOS ". COMPLETADOS AHORA: "
              EMPLEADOS-COMPLETADOS "."
       END-IF.

       CARGA-PENDIENTES.
       MOVE 0 TO PENT-TOTAL.
       OPEN INPUT INCORPORA-ARCHIVO.
       IF INCORPORA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PENDIENTE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE INCORPORA-ARCHIVO.

       CARGA-UN-PENDIENTE.
       READ INCORPORA-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF INCORPORA-ESTADO = "P"
                 MOVE "N" TO PENT-HALLADO
                 MOVE 1 TO PENT-POS
                 PERFORM COMPARA-PENDIENTE
                     UNTIL PENT-POS > PENT-TOTAL
                     OR PENT-HALLADO = "S"
                 IF PENT-HALLADO = "N"
                    IF PENT-TOTAL < 500
                       ADD 1 TO PENT-TOTAL
                       MOVE INCORPORA-EMPLEADOS-ID
                           TO PENT-ID(PENT-TOTAL)
                    ELSE
                       DISPLAY "AVISO: TABLA DE INCORPORACIONES "
                           "PENDIENTES LLENA."
                    END-IF
                 END-IF
              END-IF
       END-READ.

       COMPARA-PENDIENTE.
       IF PENT-ID(PENT-POS) = INCORPORA-EMPLEADOS-ID
          MOVE "S" TO PENT-HALLADO
       ELSE
          ADD 1 TO PENT-POS
       END-IF.

       INFORMA-EMPLEADO-PENDIENTE.
       MOVE PENT-ID(PENT-POS) TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY MOVE "N" TO ENCONTRADO
           NOT INVALID KEY MOVE "S" TO ENCONTRADO
       END-READ.
       IF ENCONTRADO = "S" AND EMPLEADO-ACTIVO
          PERFORM VERIFICA-LISTA-EMPLEADO
          IF INCORP-PENDIENTES = 0
             ADD 1 TO EMPLEADOS-COMPLETADOS
          ELSE
             PERFORM ESCRIBE-EMPLEADO-PENDIENTE
          END-IF
       END-IF.
       ADD 1 TO PENT-POS.

       ESCRIBE-EMPLEADO-PENDIENTE.
       ADD 1 TO EMPLEADOS-INCOMPLETOS.
       ADD INCORP-PENDIENTES TO TAREAS-ABIERTAS.
       PERFORM DETERMINA-PRIMER-PAGO.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       MOVE SPACES TO LINEA-INCORPORACION.
       WRITE LINEA-INCORPORACION.
       MOVE SPACES TO LINEA-INCORPORACION.
       IF FECHA-PRIMER-PAGO = 0
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " ALTA " EMPLEADOS-FECHA-ALTA
              " SIN PERIODO ABIERTO PARA EL PRIMER PAGO"
              DELIMITED BY SIZE INTO LINEA-INCORPORACION
       ELSE
          IF DIAS-A-PAGO < 0
             ADD 1 TO PAGOS-VENCIDOS
          END-IF
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " ALTA " EMPLEADOS-FECHA-ALTA
              " PRIMER PAGO " FECHA-PRIMER-PAGO
              " DIAS:" DIAS-A-PAGO-EDICION
              DELIMITED BY SIZE INTO LINEA-INCORPORACION
       END-IF.
       WRITE LINEA-INCORPORACION.
       MOVE 1 TO INCORP-POS.
       PERFORM ESCRIBE-TAREA-ABIERTA
           UNTIL INCORP-POS > INCORP-PENDIENTES.

       ESCRIBE-TAREA-ABIERTA.
       IF INCORP-ABIERTA-VERIFICACION(INCORP-POS) = "M"
          MOVE "MANUAL" TO FORMA-VERIFICACION
       ELSE
          MOVE "AUTOMATICA" TO FORMA-VERIFICACION
       END-IF.
       MOVE SPACES TO LINEA-INCORPORACION.
       STRING "      PENDIENTE " INCORP-ABIERTA-TAREA(INCORP-POS) " "
           INCORP-ABIERTA-DESCRIPCION(INCORP-POS) " "
           FORMA-VERIFICACION
           DELIMITED BY SIZE INTO LINEA-INCORPORACION.
       WRITE LINEA-INCORPORACION.
       ADD 1 TO INCORP-POS.

       GRABA-AUDITORIA-INCORPORACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE ID-BUSCADO TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

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
       END PROGRAM ESTADO-INCORPORACION.

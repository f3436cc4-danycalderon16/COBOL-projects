      ******************************************************************
      * Author:
      * Date:
      * Purpose: Campana anual de evaluacion del desempeno y matriz
      *          de subidas por merito. Se abre una campana por anio
      *          (EVALCAMP.DAT, con la fecha efectiva de las
      *          subidas), se captura una calificacion de 1 a 5 por
      *          empleado activo (EVALUA.DAT, vale la ultima
      *          grabada) y se lista quien falta por evaluar, con
      *          filtro opcional por responsable. La matriz de
      *          merito (MATRIZMER.DAT) da el porcentaje de subida
      *          por calificacion y tramo de la banda salarial
      *          (cuartil de la posicion del salario entre el minimo
      *          y el maximo de BANDAS.DAT para el grado del puesto
      *          vigente en PUESTOS.DAT). La previa totaliza el
      *          impacto por departamento contra PRESUPTO.DAT en el
      *          periodo de la fecha efectiva (EVALPRES.RPT); la
      *          aprobacion, por un operador de nivel 3, deja las
      *          subidas en AJUSTES.DAT por EMPLEADOS-ID y en
      *          porcentaje, para que AJUSTA-SALARIOS las aplique con
      *          su control de bandas y su auditoria, y cierra la
      *          campana.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUACION-DESEMPENO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT CAMPANAS-ARCHIVO ASSIGN TO "EVALCAMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPANAS-ESTADO-ARCHIVO.
           SELECT EVALUACIONES-ARCHIVO ASSIGN TO "EVALUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVALUACIONES-ESTADO-ARCHIVO.
           SELECT MATRIZ-ARCHIVO ASSIGN TO "MATRIZMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATRIZ-ESTADO-ARCHIVO.
           SELECT PUESTOS-ARCHIVO ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUESTOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGNA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASIGNA-CLAVE
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.
           SELECT BANDAS-ARCHIVO ASSIGN TO "BANDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANDAS-ESTADO-ARCHIVO.
           SELECT PRESUPUESTO-ARCHIVO ASSIGN TO "PRESUPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESUPUESTO-ESTADO-ARCHIVO.
           SELECT AJUSTES-ARCHIVO ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJUSTES-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT INFORME-MERITO ASSIGN TO "EVALPRES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Campana de evaluacion: una por anio. Estado A (abierta, se
      * capturan calificaciones) o C (aprobada, subidas ya pasadas
      * a AJUSTES.DAT). Solo puede haber una campana abierta.
      ******************************************************************
       FD  CAMPANAS-ARCHIVO.
       01  CAMPANA-REGISTRO.
           05 CAMPANA-ANIO            PIC 9(4).
           05 CAMPANA-ESTADO          PIC X.
           05 CAMPANA-FECHA-EFECTO    PIC 9(8).
           05 CAMPANA-APERTURA        PIC 9(8).
           05 CAMPANA-APROBADA-POR    PIC X(10).
           05 CAMPANA-FECHA-APROBACION PIC 9(8).
      ******************************************************************
      * Calificaciones: 1 = muy por debajo ... 5 = excepcional. Una
      * correccion se graba como registro nuevo y prevalece el
      * ultimo del empleado en la campana.
      ******************************************************************
       FD  EVALUACIONES-ARCHIVO.
       01  EVALUACION-REGISTRO.
           05 EVALUACION-ANIO         PIC 9(4).
           05 EVALUACION-EMPLEADOS-ID PIC 9(5).
           05 EVALUACION-CALIFICACION PIC 9.
           05 EVALUACION-OPERADOR     PIC X(10).
           05 EVALUACION-FECHA        PIC X(14).
       FD  MATRIZ-ARCHIVO.
       01  MATRIZ-REGISTRO.
           05 MATRIZ-CALIFICACION     PIC 9.
           05 MATRIZ-TRAMO            PIC 9.
           05 MATRIZ-PORCENTAJE       PIC 9(2)V99.
       FD  PUESTOS-ARCHIVO.
       01  PUESTO-REGISTRO.
           05 PUESTO-REG-CODIGO       PIC X(8).
           05 PUESTO-REG-TITULO       PIC X(25).
           05 PUESTO-REG-DEPARTAMENTO PIC X(10).
           05 PUESTO-REG-GRADO        PIC 9(2).
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIGNA-CLAVE.
              10 ASIGNA-EMPLEADOS-ID  PIC 9(5).
              10 ASIGNA-PUESTO        PIC X(8).
              10 ASIGNA-FECHA-DESDE   PIC 9(8).
           05 ASIGNA-FECHA-HASTA      PIC 9(8).
       FD  BANDAS-ARCHIVO.
       01  BANDA-REGISTRO.
           05 BANDA-REG-GRADO         PIC 9(2).
           05 BANDA-REG-MINIMO        PIC 9(7)V99.
           05 BANDA-REG-MAXIMO        PIC 9(7)V99.
       FD  PRESUPUESTO-ARCHIVO.
       01  PRESUPUESTO-REGISTRO.
           05 PRESUPUESTO-REG-CODIGO  PIC X(10).
           05 PRESUPUESTO-REG-PERIODO PIC X(6).
           05 PRESUPUESTO-REG-IMPORTE PIC S9(9)V99.
           05 PRESUPUESTO-REG-PLAZAS  PIC 9(5).
       FD  AJUSTES-ARCHIVO.
       01  AJUSTE-REGISTRO.
           05 AJUSTE-OBJETIVO         PIC X.
           05 AJUSTE-CLAVE            PIC X(10).
           05 AJUSTE-TIPO             PIC X.
           05 AJUSTE-IMPORTE          PIC S9(7)V99.
           05 AJUSTE-FECHA-EFECTIVA   PIC 9(8).
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
       FD  INFORME-MERITO.
       01  LINEA-MERITO               PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  CAMPANAS-ESTADO-ARCHIVO PIC X(2).
       77  EVALUACIONES-ESTADO-ARCHIVO PIC X(2).
       77  MATRIZ-ESTADO-ARCHIVO PIC X(2).
       77  PUESTOS-ESTADO-ARCHIVO PIC X(2).
       77  ASIGNACIONES-ESTADO-ARCHIVO PIC X(2).
       77  BANDAS-ESTADO-ARCHIVO PIC X(2).
       77  PRESUPUESTO-ESTADO-ARCHIVO PIC X(2).
       77  AJUSTES-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  ENCONTRADO           PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-DE-HOY         PIC 9(8).
       77  OPCION-EVALUACION    PIC X.
       77  OPERADOR-ACTUAL      PIC X(10).
       77  OPERADOR-APRUEBA     PIC X(10).
       77  NIVEL-APRUEBA        PIC 9 VALUE 0.
       77  ID-BUSCADO           PIC 9(5).
       77  ANIO-NUEVO           PIC 9(4).
       77  FECHA-EFECTO-NUEVA   PIC 9(8).
       77  FECHA-AUX-X          PIC X(8).
       77  ANIO-AUX             PIC 9(4).
       77  MES-AUX              PIC 9(2).
       77  DIA-AUX              PIC 9(2).
       77  FECHA-CORRECTA       PIC X.
       77  CALIFICACION-TECLEADA PIC X.
       77  TRAMO-TECLEADO       PIC X.
       77  PORCENTAJE-NUEVO     PIC 9(2)V99.
       77  CONFIRMACION         PIC X.
       77  RESPONSABLE-FILTRO   PIC 9(5).
       77  EN-EQUIPO            PIC X.
       77  PENDIENTES-EVALUAR   PIC 9(5) VALUE 0.
       77  EVALUADOS-CAMPANA    PIC 9(5) VALUE 0.
       77  MODO-MERITO          PIC X.
      ******************************************************************
      * Campanas de EVALCAMP.DAT; CAMT-ABIERTA es la posicion de la
      * campana abierta (cero si no hay ninguna).
      ******************************************************************
       01  TABLA-CAMPANAS.
           05 CAMT-ENTRADA OCCURS 50 TIMES.
              10 CAMT-ANIO            PIC 9(4).
              10 CAMT-ESTADO          PIC X.
              10 CAMT-FECHA-EFECTO    PIC 9(8).
              10 CAMT-APERTURA        PIC 9(8).
              10 CAMT-APROBADA-POR    PIC X(10).
              10 CAMT-FECHA-APROBACION PIC 9(8).
       77  CAMT-TOTAL           PIC 9(2) VALUE 0.
       77  CAMT-POS             PIC 9(2).
       77  CAMT-ABIERTA         PIC 9(2) VALUE 0.
       77  CAMT-HALLADA         PIC X.
      ******************************************************************
      * Calificaciones vigentes de la campana abierta, una por
      * empleado.
      ******************************************************************
       01  TABLA-EVALUACIONES.
           05 EVAT-ENTRADA OCCURS 500 TIMES.
              10 EVAT-ID              PIC 9(5).
              10 EVAT-CALIFICACION    PIC 9.
       77  EVAT-TOTAL           PIC 9(3) VALUE 0.
       77  EVAT-POS             PIC 9(3).
       77  EVAT-HALLADO         PIC X.
      ******************************************************************
      * Matriz de merito: porcentaje de subida por calificacion
      * (filas 1-5) y tramo de la banda (columnas 1-4, del cuartil
      * mas bajo al mas alto).
      ******************************************************************
       01  TABLA-MATRIZ.
           05 MATT-FILA OCCURS 5 TIMES.
              10 MATT-PORCENTAJE OCCURS 4 TIMES PIC 9(2)V99.
       77  MATT-CALIFICACION    PIC 9.
       77  MATT-TRAMO           PIC 9.
       77  MATRIZ-CARGADA       PIC X VALUE "N".
       01  LINEA-MATRIZ.
           05 LMAT-CALIFICACION     PIC 9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LMAT-CASILLA OCCURS 4 TIMES.
              10 LMAT-PORCENTAJE    PIC Z9.99.
              10 FILLER             PIC X(4).
       01  TABLA-PUESTOS.
           05 PUESTO-ENTRADA OCCURS 50 TIMES.
              10 PUESTO-CODIGO        PIC X(8).
              10 PUESTO-GRADO         PIC 9(2).
       77  PUESTOS-TOTAL        PIC 9(2) VALUE 0.
       77  PUESTO-POS           PIC 9(2).
       77  PUESTO-HALLADO       PIC X.
       01  TABLA-ASIGNACIONES.
           05 ASIGNA-ENTRADA OCCURS 500 TIMES.
              10 ASIGT-ID             PIC 9(5).
              10 ASIGT-PUESTO         PIC X(8).
              10 ASIGT-HASTA          PIC 9(8).
       77  ASIGT-TOTAL          PIC 9(3) VALUE 0.
       77  ASIGT-POS            PIC 9(3).
       01  TABLA-BANDAS.
           05 BANDA-ENTRADA OCCURS 20 TIMES.
              10 BANDA-GRADO          PIC 9(2).
              10 BANDA-MINIMO         PIC 9(7)V99.
              10 BANDA-MAXIMO         PIC 9(7)V99.
       77  BANDAS-TOTAL         PIC 9(2) VALUE 0.
       77  BANDA-POS            PIC 9(2).
       77  BANDA-HALLADA        PIC X.
       77  PUESTO-CONTROL       PIC X(8).
       77  GRADO-CONTROL        PIC 9(2).
       77  POSICION-BANDA       PIC S9(5)V99.
       77  TRAMO-BANDA          PIC 9.
       01  TABLA-PRESUPUESTOS.
           05 PRESU-ENTRADA OCCURS 200 TIMES.
              10 PRESU-CODIGO         PIC X(10).
              10 PRESU-PERIODO        PIC X(6).
              10 PRESU-IMPORTE        PIC S9(9)V99.
       77  PRESU-TOTAL          PIC 9(3) VALUE 0.
       77  PRESU-POS            PIC 9(3).
       77  PRESU-ENCONTRADO     PIC X.
       77  PERIODO-EFECTO       PIC X(6).
      ******************************************************************
      * Impacto por departamento: masa salarial actual de los
      * activos, subida por merito y empleados evaluados, pendientes
      * y sin banda.
      ******************************************************************
       01  TABLA-IMPACTO.
           05 IMPT-ENTRADA OCCURS 50 TIMES.
              10 IMPT-CODIGO          PIC X(10).
              10 IMPT-ACTUAL          PIC S9(11)V99.
              10 IMPT-SUBIDA          PIC S9(11)V99.
              10 IMPT-EVALUADOS       PIC 9(5).
              10 IMPT-PENDIENTES      PIC 9(5).
              10 IMPT-SIN-BANDA       PIC 9(5).
       77  IMPT-TOTAL           PIC 9(2) VALUE 0.
       77  IMPT-POS             PIC 9(2).
       77  IMPT-HALLADO         PIC X.
       77  PORCENTAJE-MERITO    PIC 9(2)V99.
       77  SUBIDA-EMPLEADO      PIC S9(7)V99.
       77  SALARIO-PROPUESTO    PIC S9(7)V99.
       77  IMPORTE-PRESUPUESTO  PIC S9(9)V99.
       77  NUEVO-DEPARTAMENTO   PIC S9(11)V99.
       77  DIFERENCIA-PRESUPUESTO PIC S9(11)V99.
       77  TOTAL-SUBIDA-EMPRESA PIC S9(11)V99 VALUE 0.
       77  SUBIDAS-GRABADAS     PIC 9(5) VALUE 0.
       77  SIN-BANDA-TOTAL      PIC 9(5) VALUE 0.
       77  DEPTOS-SOBRE-PRESUPUESTO PIC 9(2) VALUE 0.
       77  SALARIO-EDICION      PIC -(7)9.99.
       77  PROPUESTO-EDICION    PIC -(7)9.99.
       77  PORCENTAJE-EDICION   PIC Z9.99.
       77  ACTUAL-EDICION       PIC -(11)9.99.
       77  SUBIDA-EDICION       PIC -(11)9.99.
       77  NUEVO-EDICION        PIC -(11)9.99.
       77  PRESUPUESTO-EDICION  PIC -(9)9.99.
       77  DIFERENCIA-EDICION   PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "EVALUACION DEL DESEMPENO Y SUBIDAS POR MERITO".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM CARGA-CAMPANAS.
       PERFORM CARGA-MATRIZ.
       PERFORM CARGA-EVALUACIONES.
       MOVE SPACES TO OPCION-EVALUACION.
       PERFORM GESTIONA-EVALUACION UNTIL OPCION-EVALUACION = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       GESTIONA-EVALUACION.
       IF CAMT-ABIERTA = 0
          DISPLAY "NO HAY CAMPANA DE EVALUACION ABIERTA."
       ELSE
          DISPLAY "CAMPANA ABIERTA: " CAMT-ANIO(CAMT-ABIERTA)
              " - SUBIDAS EFECTIVAS EL "
              CAMT-FECHA-EFECTO(CAMT-ABIERTA)
       END-IF.
       DISPLAY "A - ABRIR CAMPANA / E - EVALUAR EMPLEADO / P - "
           "PENDIENTES DE EVALUAR / M - MATRIZ DE MERITO".
       DISPLAY "V - PREVIA DE IMPACTO EN PRESUPUESTO / R - APROBAR "
           "Y GRABAR SUBIDAS / 0 - SALIR: ".
       ACCEPT OPCION-EVALUACION.
       IF OPCION-EVALUACION = "A"
          PERFORM ABRE-CAMPANA
       ELSE
          IF OPCION-EVALUACION = "E"
             PERFORM CAPTURA-EVALUACION
          ELSE
             IF OPCION-EVALUACION = "P"
                PERFORM LISTA-PENDIENTES
             ELSE
                IF OPCION-EVALUACION = "M"
                   PERFORM MANTIENE-MATRIZ
                ELSE
                   IF OPCION-EVALUACION = "V"
                      MOVE "V" TO MODO-MERITO
                      PERFORM CALCULA-MERITO
                   ELSE
                      IF OPCION-EVALUACION = "R"
                         PERFORM APRUEBA-CAMPANA
                      ELSE
                         IF OPCION-EVALUACION NOT = "0"
                            DISPLAY "OPCION NO VALIDA."
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-CAMPANAS.
       MOVE 0 TO CAMT-TOTAL.
       MOVE 0 TO CAMT-ABIERTA.
       OPEN INPUT CAMPANAS-ARCHIVO.
       IF CAMPANAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-CAMPANA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CAMPANAS-ARCHIVO.

       CARGA-UNA-CAMPANA.
       READ CAMPANAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CAMT-TOTAL < 50
                 ADD 1 TO CAMT-TOTAL
                 MOVE CAMPANA-ANIO TO CAMT-ANIO(CAMT-TOTAL)
                 MOVE CAMPANA-ESTADO TO CAMT-ESTADO(CAMT-TOTAL)
                 MOVE CAMPANA-FECHA-EFECTO
                     TO CAMT-FECHA-EFECTO(CAMT-TOTAL)
                 MOVE CAMPANA-APERTURA TO CAMT-APERTURA(CAMT-TOTAL)
                 MOVE CAMPANA-APROBADA-POR
                     TO CAMT-APROBADA-POR(CAMT-TOTAL)
                 MOVE CAMPANA-FECHA-APROBACION
                     TO CAMT-FECHA-APROBACION(CAMT-TOTAL)
                 IF CAMPANA-ESTADO = "A"
                    MOVE CAMT-TOTAL TO CAMT-ABIERTA
                 END-IF
              ELSE
                 DISPLAY "AVISO: TABLA DE CAMPANAS LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-CAMPANAS.
       OPEN OUTPUT CAMPANAS-ARCHIVO.
       MOVE 1 TO CAMT-POS.
       PERFORM GRABA-UNA-CAMPANA UNTIL CAMT-POS > CAMT-TOTAL.
       CLOSE CAMPANAS-ARCHIVO.

       GRABA-UNA-CAMPANA.
       MOVE CAMT-ANIO(CAMT-POS) TO CAMPANA-ANIO.
       MOVE CAMT-ESTADO(CAMT-POS) TO CAMPANA-ESTADO.
       MOVE CAMT-FECHA-EFECTO(CAMT-POS) TO CAMPANA-FECHA-EFECTO.
       MOVE CAMT-APERTURA(CAMT-POS) TO CAMPANA-APERTURA.
       MOVE CAMT-APROBADA-POR(CAMT-POS) TO CAMPANA-APROBADA-POR.
       MOVE CAMT-FECHA-APROBACION(CAMT-POS)
           TO CAMPANA-FECHA-APROBACION.
       WRITE CAMPANA-REGISTRO.
       ADD 1 TO CAMT-POS.

       BUSCA-CAMPANA-ANIO.
       IF CAMT-ANIO(CAMT-POS) = ANIO-NUEVO
          MOVE "S" TO CAMT-HALLADA
       ELSE
          ADD 1 TO CAMT-POS
       END-IF.

      ******************************************************************
      * Apertura: un anio sin campana previa y sin otra abierta. La
      * fecha efectiva de las subidas suele ser futura (1 de enero
      * siguiente), por eso solo se comprueba su estructura y que
      * no sea anterior al anio evaluado.
      ******************************************************************
       ABRE-CAMPANA.
       IF CAMT-ABIERTA > 0
          DISPLAY "LA CAMPANA " CAMT-ANIO(CAMT-ABIERTA) " SIGUE "
              "ABIERTA. APRUEBELA ANTES DE ABRIR OTRA."
       ELSE
          DISPLAY "ANIO EVALUADO (AAAA): "
          ACCEPT ANIO-NUEVO
          MOVE "N" TO CAMT-HALLADA
          MOVE 1 TO CAMT-POS
          PERFORM BUSCA-CAMPANA-ANIO
              UNTIL CAMT-POS > CAMT-TOTAL OR CAMT-HALLADA = "S"
          IF ANIO-NUEVO < 1900 OR ANIO-NUEVO > 2099
             DISPLAY "ANIO NO VALIDO."
          ELSE
             IF CAMT-HALLADA = "S"
                DISPLAY "YA EXISTE UNA CAMPANA PARA EL ANIO "
                    ANIO-NUEVO "."
             ELSE
                DISPLAY "FECHA EFECTIVA DE LAS SUBIDAS (AAAAMMDD): "
                ACCEPT FECHA-EFECTO-NUEVA
                PERFORM VALIDA-FECHA-EFECTO
                IF FECHA-CORRECTA = "N"
                   DISPLAY "FECHA NO VALIDA. CAMPANA NO ABIERTA."
                ELSE
                   PERFORM GRABA-CAMPANA-NUEVA
                END-IF
             END-IF
          END-IF
       END-IF.

       VALIDA-FECHA-EFECTO.
       MOVE "S" TO FECHA-CORRECTA.
       IF FECHA-EFECTO-NUEVA IS NOT NUMERIC
          MOVE "N" TO FECHA-CORRECTA
       ELSE
          MOVE FECHA-EFECTO-NUEVA TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-AUX
          MOVE FECHA-AUX-X(5:2) TO MES-AUX
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX
          IF MES-AUX < 1 OR MES-AUX > 12
             MOVE "N" TO FECHA-CORRECTA
          END-IF
          IF DIA-AUX < 1 OR DIA-AUX > 31
             MOVE "N" TO FECHA-CORRECTA
          END-IF
          IF ANIO-AUX < ANIO-NUEVO
             MOVE "N" TO FECHA-CORRECTA
          END-IF
       END-IF.

       GRABA-CAMPANA-NUEVA.
       IF CAMT-TOTAL < 50
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          ADD 1 TO CAMT-TOTAL
          MOVE ANIO-NUEVO TO CAMT-ANIO(CAMT-TOTAL)
          MOVE "A" TO CAMT-ESTADO(CAMT-TOTAL)
          MOVE FECHA-EFECTO-NUEVA TO CAMT-FECHA-EFECTO(CAMT-TOTAL)
          MOVE FECHA-ACTUAL(1:8) TO CAMT-APERTURA(CAMT-TOTAL)
          MOVE SPACES TO CAMT-APROBADA-POR(CAMT-TOTAL)
          MOVE 0 TO CAMT-FECHA-APROBACION(CAMT-TOTAL)
          MOVE CAMT-TOTAL TO CAMT-ABIERTA
          PERFORM GRABA-ARCHIVO-CAMPANAS
          PERFORM CARGA-EVALUACIONES
          DISPLAY "CAMPANA " ANIO-NUEVO " ABIERTA."
       ELSE
          DISPLAY "TABLA DE CAMPANAS LLENA. NO SE PUEDE ABRIR."
       END-IF.

      ******************************************************************
      * Calificaciones de la campana abierta: a cada registro del
      * anio se le busca el empleado en la tabla y, si ya estaba, el
      * registro posterior sustituye la calificacion anterior.
      ******************************************************************
       CARGA-EVALUACIONES.
       MOVE 0 TO EVAT-TOTAL.
       IF CAMT-ABIERTA > 0
          OPEN INPUT EVALUACIONES-ARCHIVO
          IF EVALUACIONES-ESTADO-ARCHIVO = "00"
             MOVE "N" TO LEE-TODO
             PERFORM CARGA-UNA-EVALUACION UNTIL LEE-TODO = "S"
          END-IF
          CLOSE EVALUACIONES-ARCHIVO
       END-IF.

       CARGA-UNA-EVALUACION.
       READ EVALUACIONES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EVALUACION-ANIO = CAMT-ANIO(CAMT-ABIERTA)
                 MOVE EVALUACION-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM BUSCA-EVALUACION
                 IF EVAT-HALLADO = "S"
                    MOVE EVALUACION-CALIFICACION
                        TO EVAT-CALIFICACION(EVAT-POS)
                 ELSE
                    IF EVAT-TOTAL < 500
                       ADD 1 TO EVAT-TOTAL
                       MOVE EVALUACION-EMPLEADOS-ID
                           TO EVAT-ID(EVAT-TOTAL)
                       MOVE EVALUACION-CALIFICACION
                           TO EVAT-CALIFICACION(EVAT-TOTAL)
                    ELSE
                       DISPLAY "AVISO: TABLA DE EVALUACIONES LLENA."
                    END-IF
                 END-IF
              END-IF
       END-READ.

       BUSCA-EVALUACION.
       MOVE "N" TO EVAT-HALLADO.
       MOVE 1 TO EVAT-POS.
       PERFORM COMPARA-EVALUACION
           UNTIL EVAT-POS > EVAT-TOTAL OR EVAT-HALLADO = "S".

       COMPARA-EVALUACION.
       IF EVAT-ID(EVAT-POS) = ID-BUSCADO
          MOVE "S" TO EVAT-HALLADO
       ELSE
          ADD 1 TO EVAT-POS
       END-IF.

      ******************************************************************
      * Captura de la calificacion de un empleado activo en la
      * campana abierta. Si ya estaba evaluado se muestra la nota
      * anterior y la nueva la sustituye.
      ******************************************************************
       CAPTURA-EVALUACION.
       IF CAMT-ABIERTA = 0
          DISPLAY "NO HAY CAMPANA ABIERTA."
       ELSE
          DISPLAY "ID DEL EMPLEADO: "
          ACCEPT ID-BUSCADO
          OPEN INPUT EMPLEADOS-ARCHIVO
          PERFORM CHEQUEA-ESTADO-EMPLEADOS
          MOVE "N" TO ENCONTRADO
          IF EMPLEADOS-ESTADO-ARCHIVO = "00"
             MOVE ID-BUSCADO TO EMPLEADOS-ID
             READ EMPLEADOS-ARCHIVO
                 INVALID KEY MOVE "N" TO ENCONTRADO
                 NOT INVALID KEY MOVE "S" TO ENCONTRADO
             END-READ
             CLOSE EMPLEADOS-ARCHIVO
          END-IF
          IF ENCONTRADO = "N"
             DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
          ELSE
             IF NOT EMPLEADO-ACTIVO
                DISPLAY "EL EMPLEADO " ID-BUSCADO " NO ESTA ACTIVO."
             ELSE
                PERFORM PIDE-CALIFICACION
             END-IF
          END-IF
       END-IF.

       PIDE-CALIFICACION.
       DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           EMPLEADOS-APELLIDOS " " EMPLEADOS-DEPARTAMENTO.
       PERFORM BUSCA-EVALUACION.
       IF EVAT-HALLADO = "S"
          DISPLAY "CALIFICACION ACTUAL: "
              EVAT-CALIFICACION(EVAT-POS)
       END-IF.
       DISPLAY "CALIFICACION (1=MUY POR DEBAJO, 2=POR DEBAJO, "
           "3=CUMPLE, 4=SUPERA, 5=EXCEPCIONAL): ".
       ACCEPT CALIFICACION-TECLEADA.
       IF CALIFICACION-TECLEADA < "1" OR CALIFICACION-TECLEADA > "5"
          DISPLAY "CALIFICACION NO VALIDA. NO GRABADA."
       ELSE
          IF EVAT-HALLADO = "N" AND EVAT-TOTAL NOT < 500
             DISPLAY "TABLA DE EVALUACIONES LLENA. NO GRABADA."
          ELSE
             IF EVAT-HALLADO = "N"
                ADD 1 TO EVAT-TOTAL
                MOVE EVAT-TOTAL TO EVAT-POS
                MOVE ID-BUSCADO TO EVAT-ID(EVAT-POS)
             END-IF
             MOVE CALIFICACION-TECLEADA
                 TO EVAT-CALIFICACION(EVAT-POS)
             PERFORM GRABA-EVALUACION
          END-IF
       END-IF.

       GRABA-EVALUACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND EVALUACIONES-ARCHIVO.
       IF EVALUACIONES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT EVALUACIONES-ARCHIVO
       END-IF.
       MOVE CAMT-ANIO(CAMT-ABIERTA) TO EVALUACION-ANIO.
       MOVE ID-BUSCADO TO EVALUACION-EMPLEADOS-ID.
       MOVE EVAT-CALIFICACION(EVAT-POS) TO EVALUACION-CALIFICACION.
       MOVE OPERADOR-ACTUAL TO EVALUACION-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO EVALUACION-FECHA.
       WRITE EVALUACION-REGISTRO.
       CLOSE EVALUACIONES-ARCHIVO.
       DISPLAY "EMPLEADO " ID-BUSCADO " EVALUADO CON "
           EVAT-CALIFICACION(EVAT-POS) ".".

      ******************************************************************
      * Empleados activos aun sin calificacion en la campana
      * abierta, de toda la empresa o solo del equipo (directo e
      * indirecto) de un responsable.
      ******************************************************************
       LISTA-PENDIENTES.
       IF CAMT-ABIERTA = 0
          DISPLAY "NO HAY CAMPANA ABIERTA."
       ELSE
          DISPLAY "RESPONSABLE (ID, 0 = TODA LA EMPRESA): "
          ACCEPT RESPONSABLE-FILTRO
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY
          MOVE 0 TO PENDIENTES-EVALUAR
          MOVE 0 TO EVALUADOS-CAMPANA
          OPEN INPUT EMPLEADOS-ARCHIVO
          PERFORM CHEQUEA-ESTADO-EMPLEADOS
          IF EMPLEADOS-ESTADO-ARCHIVO = "00"
             PERFORM INICIA-LECTURA-EMPLEADOS
             PERFORM REVISA-PENDIENTE UNTIL LEE-TODO = "S"
             CLOSE EMPLEADOS-ARCHIVO
             DISPLAY "EVALUADOS: " EVALUADOS-CAMPANA
                 "  PENDIENTES: " PENDIENTES-EVALUAR
          END-IF
       END-IF.

       INICIA-LECTURA-EMPLEADOS.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "N" TO LEE-TODO.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "S" TO LEE-TODO
       END-START.
       IF LEE-TODO = "N"
          PERFORM LEE-SIGUIENTE-EMPLEADO
       END-IF.

       LEE-SIGUIENTE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
       END-READ.

       REVISA-PENDIENTE.
       IF EMPLEADO-ACTIVO
          MOVE "S" TO EN-EQUIPO
          IF RESPONSABLE-FILTRO NOT = 0
             CALL "EQUIPO-RESPONSABLE" USING RESPONSABLE-FILTRO
                 EMPLEADOS-ID FECHA-DE-HOY EN-EQUIPO
          END-IF
          IF EN-EQUIPO = "S"
             MOVE EMPLEADOS-ID TO ID-BUSCADO
             PERFORM BUSCA-EVALUACION
             IF EVAT-HALLADO = "S"
                ADD 1 TO EVALUADOS-CAMPANA
             ELSE
                ADD 1 TO PENDIENTES-EVALUAR
                DISPLAY "PENDIENTE: " EMPLEADOS-ID " "
                    EMPLEADOS-NOMBRE " " EMPLEADOS-APELLIDOS " "
                    EMPLEADOS-DEPARTAMENTO
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

      ******************************************************************
      * Matriz de merito: sin MATRIZMER.DAT todas las casillas
      * valen cero. Se muestra la matriz, se cambia una casilla y
      * se regraba entera.
      ******************************************************************
       CARGA-MATRIZ.
       INITIALIZE TABLA-MATRIZ.
       MOVE "N" TO MATRIZ-CARGADA.
       OPEN INPUT MATRIZ-ARCHIVO.
       IF MATRIZ-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-CASILLA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE MATRIZ-ARCHIVO.

       CARGA-UNA-CASILLA.
       READ MATRIZ-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF MATRIZ-CALIFICACION >= 1
                  AND MATRIZ-CALIFICACION <= 5
                  AND MATRIZ-TRAMO >= 1 AND MATRIZ-TRAMO <= 4
                 MOVE MATRIZ-PORCENTAJE TO MATT-PORCENTAJE
                     (MATRIZ-CALIFICACION, MATRIZ-TRAMO)
                 MOVE "S" TO MATRIZ-CARGADA
              END-IF
       END-READ.

       MANTIENE-MATRIZ.
       DISPLAY "CALIF TRAMO 1    TRAMO 2    TRAMO 3    TRAMO 4".
       DISPLAY "      (BAJO)                           (ALTO)".
       MOVE 1 TO MATT-CALIFICACION.
       PERFORM MUESTRA-FILA-MATRIZ UNTIL MATT-CALIFICACION > 5.
       DISPLAY "CALIFICACION A CAMBIAR (1-5, 0 = NINGUNA): ".
       ACCEPT CALIFICACION-TECLEADA.
       IF CALIFICACION-TECLEADA >= "1" AND CALIFICACION-TECLEADA <= "5"
          DISPLAY "TRAMO DE LA BANDA (1-4): "
          ACCEPT TRAMO-TECLEADO
          IF TRAMO-TECLEADO < "1" OR TRAMO-TECLEADO > "4"
             DISPLAY "TRAMO NO VALIDO. MATRIZ SIN CAMBIOS."
          ELSE
             DISPLAY "PORCENTAJE DE SUBIDA (0-99.99): "
             ACCEPT PORCENTAJE-NUEVO
             MOVE CALIFICACION-TECLEADA TO MATT-CALIFICACION
             MOVE TRAMO-TECLEADO TO MATT-TRAMO
             MOVE PORCENTAJE-NUEVO
                 TO MATT-PORCENTAJE(MATT-CALIFICACION, MATT-TRAMO)
             PERFORM GRABA-ARCHIVO-MATRIZ
             DISPLAY "MATRIZ DE MERITO GRABADA."
          END-IF
       END-IF.

       MUESTRA-FILA-MATRIZ.
       MOVE SPACES TO LINEA-MATRIZ.
       MOVE MATT-CALIFICACION TO LMAT-CALIFICACION.
       MOVE 1 TO MATT-TRAMO.
       PERFORM EDITA-CASILLA-MATRIZ UNTIL MATT-TRAMO > 4.
       DISPLAY LINEA-MATRIZ.
       ADD 1 TO MATT-CALIFICACION.

       EDITA-CASILLA-MATRIZ.
       MOVE MATT-PORCENTAJE(MATT-CALIFICACION, MATT-TRAMO)
           TO LMAT-PORCENTAJE(MATT-TRAMO).
       ADD 1 TO MATT-TRAMO.

       GRABA-ARCHIVO-MATRIZ.
       OPEN OUTPUT MATRIZ-ARCHIVO.
       MOVE 1 TO MATT-CALIFICACION.
       PERFORM GRABA-FILA-MATRIZ UNTIL MATT-CALIFICACION > 5.
       CLOSE MATRIZ-ARCHIVO.
       MOVE "S" TO MATRIZ-CARGADA.

       GRABA-FILA-MATRIZ.
       MOVE 1 TO MATT-TRAMO.
       PERFORM GRABA-CASILLA-MATRIZ UNTIL MATT-TRAMO > 4.
       ADD 1 TO MATT-CALIFICACION.

       GRABA-CASILLA-MATRIZ.
       MOVE MATT-CALIFICACION TO MATRIZ-CALIFICACION.
       MOVE MATT-TRAMO TO MATRIZ-TRAMO.
       MOVE MATT-PORCENTAJE(MATT-CALIFICACION, MATT-TRAMO)
           TO MATRIZ-PORCENTAJE.
       WRITE MATRIZ-REGISTRO.
       ADD 1 TO MATT-TRAMO.

      ******************************************************************
      * Aprobacion: la da un operador de nivel 3. Con empleados aun
      * sin evaluar se pide confirmacion (quedan sin subida). Las
      * subidas se calculan como en la previa y se anaden a
      * AJUSTES.DAT; la campana queda cerrada.
      ******************************************************************
       APRUEBA-CAMPANA.
       IF CAMT-ABIERTA = 0
          DISPLAY "NO HAY CAMPANA ABIERTA."
       ELSE
          DISPLAY "OPERADOR DE NIVEL 3 QUE APRUEBA: "
          ACCEPT OPERADOR-APRUEBA
          PERFORM VERIFICA-NIVEL-APRUEBA
          IF NIVEL-APRUEBA < 3
             DISPLAY "OPERADOR SIN NIVEL 3. SUBIDAS NO APROBADAS."
          ELSE
             IF MATRIZ-CARGADA = "N"
                DISPLAY "NO HAY MATRIZ DE MERITO (MATRIZMER.DAT)."
             ELSE
                MOVE "S" TO CONFIRMACION
                PERFORM CUENTA-PENDIENTES
                IF PENDIENTES-EVALUAR > 0
                   DISPLAY "QUEDAN " PENDIENTES-EVALUAR " EMPLEADOS "
                       "SIN EVALUAR, QUE NO TENDRAN SUBIDA. "
                       "APROBAR IGUALMENTE (S/N): "
                   ACCEPT CONFIRMACION
                END-IF
                IF CONFIRMACION = "S"
                   MOVE "R" TO MODO-MERITO
                   PERFORM CALCULA-MERITO
                   PERFORM CIERRA-CAMPANA
                ELSE
                   DISPLAY "APROBACION CANCELADA."
                END-IF
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

       CUENTA-PENDIENTES.
       MOVE 0 TO PENDIENTES-EVALUAR.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
          PERFORM INICIA-LECTURA-EMPLEADOS
          PERFORM CUENTA-UN-PENDIENTE UNTIL LEE-TODO = "S"
          CLOSE EMPLEADOS-ARCHIVO
       END-IF.

       CUENTA-UN-PENDIENTE.
       IF EMPLEADO-ACTIVO
          MOVE EMPLEADOS-ID TO ID-BUSCADO
          PERFORM BUSCA-EVALUACION
          IF EVAT-HALLADO = "N"
             ADD 1 TO PENDIENTES-EVALUAR
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       CIERRA-CAMPANA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE "C" TO CAMT-ESTADO(CAMT-ABIERTA).
       MOVE OPERADOR-APRUEBA TO CAMT-APROBADA-POR(CAMT-ABIERTA).
       MOVE FECHA-ACTUAL(1:8) TO CAMT-FECHA-APROBACION(CAMT-ABIERTA).
       PERFORM GRABA-ARCHIVO-CAMPANAS.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-APRUEBA TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE "APRUEBA-MERITO" TO AUDIT-ACCION.
       MOVE ZEROES TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY "CAMPANA " CAMT-ANIO(CAMT-ABIERTA) " APROBADA: "
           SUBIDAS-GRABADAS " SUBIDAS GRABADAS EN AJUSTES.DAT CON "
           "FECHA EFECTIVA " CAMT-FECHA-EFECTO(CAMT-ABIERTA) ".".
       MOVE 0 TO CAMT-ABIERTA.
       MOVE 0 TO EVAT-TOTAL.

      ******************************************************************
      * Calculo de las subidas de la campana abierta sobre los
      * activos del maestro. Modo V: solo la previa en EVALPRES.RPT.
      * Modo R: ademas graba en AJUSTES.DAT una subida en porcentaje
      * por empleado evaluado con porcentaje distinto de cero. Los
      * empleados sin puesto vigente o sin banda para su grado no
      * tienen tramo y quedan sin subida, listados aparte.
      ******************************************************************
       CALCULA-MERITO.
       IF CAMT-ABIERTA = 0
          DISPLAY "NO HAY CAMPANA ABIERTA."
       ELSE
          MOVE CAMT-FECHA-EFECTO(CAMT-ABIERTA) TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:6) TO PERIODO-EFECTO
          PERFORM CARGA-DATOS-BANDAS
          PERFORM CARGA-PRESUPUESTOS
          MOVE 0 TO IMPT-TOTAL
          MOVE 0 TO TOTAL-SUBIDA-EMPRESA
          MOVE 0 TO SUBIDAS-GRABADAS
          MOVE 0 TO SIN-BANDA-TOTAL
          MOVE 0 TO DEPTOS-SOBRE-PRESUPUESTO
          OPEN INPUT EMPLEADOS-ARCHIVO
          PERFORM CHEQUEA-ESTADO-EMPLEADOS
          IF EMPLEADOS-ESTADO-ARCHIVO = "00"
             PERFORM ESCRIBE-INFORME-MERITO
             CLOSE EMPLEADOS-ARCHIVO
          END-IF
       END-IF.

       ESCRIBE-INFORME-MERITO.
       OPEN OUTPUT INFORME-MERITO.
       IF MODO-MERITO = "R"
          OPEN EXTEND AJUSTES-ARCHIVO
          IF AJUSTES-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT AJUSTES-ARCHIVO
          END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-MERITO.
       IF MODO-MERITO = "R"
          STRING "SUBIDAS POR MERITO APROBADAS - CAMPANA "
              CAMT-ANIO(CAMT-ABIERTA) " - EFECTIVAS EL "
              CAMT-FECHA-EFECTO(CAMT-ABIERTA) " - APRUEBA "
              OPERADOR-APRUEBA " - " FECHA-ACTUAL(1:14)
              DELIMITED BY SIZE INTO LINEA-MERITO
       ELSE
          STRING "PREVIA DE SUBIDAS POR MERITO - CAMPANA "
              CAMT-ANIO(CAMT-ABIERTA) " - EFECTIVAS EL "
              CAMT-FECHA-EFECTO(CAMT-ABIERTA) " - FECHA DE "
              "EJECUCION: " FECHA-ACTUAL(1:14)
              DELIMITED BY SIZE INTO LINEA-MERITO
       END-IF.
       WRITE LINEA-MERITO.
       MOVE SPACES TO LINEA-MERITO.
       STRING "ID    APELLIDOS                      DEPARTAM.  CAL "
           "TRAMO  PCT "
           "    SALARIO ACTUAL  SALARIO PROPUESTO"
           DELIMITED BY SIZE INTO LINEA-MERITO.
       WRITE LINEA-MERITO.
       PERFORM INICIA-LECTURA-EMPLEADOS.
       PERFORM MERITO-EMPLEADO UNTIL LEE-TODO = "S".
       IF MODO-MERITO = "R"
          CLOSE AJUSTES-ARCHIVO
       END-IF.
       MOVE SPACES TO LINEA-MERITO.
       WRITE LINEA-MERITO.
       MOVE SPACES TO LINEA-MERITO.
       STRING "IMPACTO POR DEPARTAMENTO CONTRA EL PRESUPUESTO DEL "
           "PERIODO " PERIODO-EFECTO
           DELIMITED BY SIZE INTO LINEA-MERITO.
       WRITE LINEA-MERITO.
       MOVE 1 TO IMPT-POS.
       PERFORM ESCRIBE-IMPACTO-DEPTO UNTIL IMPT-POS > IMPT-TOTAL.
       MOVE TOTAL-SUBIDA-EMPRESA TO SUBIDA-EDICION.
       MOVE SPACES TO LINEA-MERITO.
       STRING "TOTAL SUBIDA MENSUAL EMPRESA: " SUBIDA-EDICION
           "  EMPLEADOS SIN BANDA: " SIN-BANDA-TOTAL
           DELIMITED BY SIZE INTO LINEA-MERITO.
       WRITE LINEA-MERITO.
       CLOSE INFORME-MERITO.
       IF MODO-MERITO = "V"
          DISPLAY "PREVIA ESCRITA EN EVALPRES.RPT. SUBIDA MENSUAL "
              "TOTAL: " SUBIDA-EDICION
       END-IF.
       IF DEPTOS-SOBRE-PRESUPUESTO > 0
          DISPLAY "AVISO: " DEPTOS-SOBRE-PRESUPUESTO
              " DEPARTAMENTOS SOBRE PRESUPUESTO CON LAS SUBIDAS."
       END-IF.
       IF SIN-BANDA-TOTAL > 0
          DISPLAY "AVISO: " SIN-BANDA-TOTAL " EMPLEADOS EVALUADOS "
              "SIN PUESTO O SIN BANDA. NO TIENEN SUBIDA."
       END-IF.

       MERITO-EMPLEADO.
       IF EMPLEADO-ACTIVO
          PERFORM BUSCA-IMPACTO-DEPTO
          IF IMPT-HALLADO = "S"
             ADD EMPLEADOS-SALARIO TO IMPT-ACTUAL(IMPT-POS)
             MOVE EMPLEADOS-ID TO ID-BUSCADO
             PERFORM BUSCA-EVALUACION
             IF EVAT-HALLADO = "N"
                ADD 1 TO IMPT-PENDIENTES(IMPT-POS)
             ELSE
                ADD 1 TO IMPT-EVALUADOS(IMPT-POS)
                PERFORM CALCULA-SUBIDA-EMPLEADO
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       BUSCA-IMPACTO-DEPTO.
       MOVE "N" TO IMPT-HALLADO.
       MOVE 1 TO IMPT-POS.
       PERFORM COMPARA-IMPACTO-DEPTO
           UNTIL IMPT-POS > IMPT-TOTAL OR IMPT-HALLADO = "S".
       IF IMPT-HALLADO = "N"
          IF IMPT-TOTAL < 50
             ADD 1 TO IMPT-TOTAL
             MOVE IMPT-TOTAL TO IMPT-POS
             MOVE EMPLEADOS-DEPARTAMENTO TO IMPT-CODIGO(IMPT-POS)
             MOVE 0 TO IMPT-ACTUAL(IMPT-POS)
             MOVE 0 TO IMPT-SUBIDA(IMPT-POS)
             MOVE 0 TO IMPT-EVALUADOS(IMPT-POS)
             MOVE 0 TO IMPT-PENDIENTES(IMPT-POS)
             MOVE 0 TO IMPT-SIN-BANDA(IMPT-POS)
             MOVE "S" TO IMPT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA."
          END-IF
       END-IF.

       COMPARA-IMPACTO-DEPTO.
       IF IMPT-CODIGO(IMPT-POS) = EMPLEADOS-DEPARTAMENTO
          MOVE "S" TO IMPT-HALLADO
       ELSE
          ADD 1 TO IMPT-POS
       END-IF.

       CALCULA-SUBIDA-EMPLEADO.
       PERFORM DETERMINA-TRAMO-BANDA.
       MOVE SPACES TO LINEA-MERITO.
       MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION.
       IF TRAMO-BANDA = 0
          ADD 1 TO IMPT-SIN-BANDA(IMPT-POS)
          ADD 1 TO SIN-BANDA-TOTAL
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " APELLIDOS-MOSTRADOS(1:30) " "
              EMPLEADOS-DEPARTAMENTO " " EVAT-CALIFICACION(EVAT-POS)
              "   SIN PUESTO O BANDA    " SALARIO-EDICION
              DELIMITED BY SIZE INTO LINEA-MERITO
       ELSE
          MOVE EVAT-CALIFICACION(EVAT-POS) TO MATT-CALIFICACION
          MOVE MATT-PORCENTAJE(MATT-CALIFICACION, TRAMO-BANDA)
              TO PORCENTAJE-MERITO
          COMPUTE SALARIO-PROPUESTO ROUNDED = EMPLEADOS-SALARIO
              * (100 + PORCENTAJE-MERITO) / 100
              ON SIZE ERROR
                 DISPLAY "AVISO: DESBORDAMIENTO EN LA SUBIDA DEL "
                     "ID " EMPLEADOS-ID
                 MOVE EMPLEADOS-SALARIO TO SALARIO-PROPUESTO
          END-COMPUTE
          COMPUTE SUBIDA-EMPLEADO
              = SALARIO-PROPUESTO - EMPLEADOS-SALARIO
          ADD SUBIDA-EMPLEADO TO IMPT-SUBIDA(IMPT-POS)
          ADD SUBIDA-EMPLEADO TO TOTAL-SUBIDA-EMPRESA
          MOVE PORCENTAJE-MERITO TO PORCENTAJE-EDICION
          MOVE SALARIO-PROPUESTO TO PROPUESTO-EDICION
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " APELLIDOS-MOSTRADOS(1:30) " "
              EMPLEADOS-DEPARTAMENTO " " EVAT-CALIFICACION(EVAT-POS)
              "   " TRAMO-BANDA "    " PORCENTAJE-EDICION " "
              SALARIO-EDICION "  " PROPUESTO-EDICION
              DELIMITED BY SIZE INTO LINEA-MERITO
          IF MODO-MERITO = "R" AND PORCENTAJE-MERITO > 0
             PERFORM GRABA-AJUSTE-MERITO
          END-IF
       END-IF.
       WRITE LINEA-MERITO.

      ******************************************************************
      * Tramo de la banda: cuartil de la posicion del salario entre
      * el minimo y el maximo del grado del puesto vigente (hasta
      * cero). Por debajo del minimo es el tramo 1 y por encima del
      * maximo el 4. Cero si no hay puesto o banda.
      ******************************************************************
       DETERMINA-TRAMO-BANDA.
       MOVE 0 TO TRAMO-BANDA.
       MOVE SPACES TO PUESTO-CONTROL.
       MOVE 1 TO ASIGT-POS.
       PERFORM BUSCA-PUESTO-VIGENTE UNTIL ASIGT-POS > ASIGT-TOTAL.
       IF PUESTO-CONTROL NOT = SPACES
          MOVE "N" TO PUESTO-HALLADO
          MOVE 1 TO PUESTO-POS
          PERFORM BUSCA-GRADO-PUESTO
              UNTIL PUESTO-POS > PUESTOS-TOTAL
              OR PUESTO-HALLADO = "S"
          IF PUESTO-HALLADO = "S"
             MOVE "N" TO BANDA-HALLADA
             MOVE 1 TO BANDA-POS
             PERFORM BUSCA-BANDA-GRADO
                 UNTIL BANDA-POS > BANDAS-TOTAL
                 OR BANDA-HALLADA = "S"
             IF BANDA-HALLADA = "S"
                PERFORM CALCULA-TRAMO
             END-IF
          END-IF
       END-IF.

       CALCULA-TRAMO.
       IF BANDA-MAXIMO(BANDA-POS) NOT > BANDA-MINIMO(BANDA-POS)
          MOVE 0 TO POSICION-BANDA
       ELSE
          COMPUTE POSICION-BANDA ROUNDED
              = (EMPLEADOS-SALARIO - BANDA-MINIMO(BANDA-POS)) * 100
              / (BANDA-MAXIMO(BANDA-POS) - BANDA-MINIMO(BANDA-POS))
              ON SIZE ERROR MOVE 100 TO POSICION-BANDA
          END-COMPUTE
       END-IF.
       IF POSICION-BANDA < 25
          MOVE 1 TO TRAMO-BANDA
       ELSE
          IF POSICION-BANDA < 50
             MOVE 2 TO TRAMO-BANDA
          ELSE
             IF POSICION-BANDA < 75
                MOVE 3 TO TRAMO-BANDA
             ELSE
                MOVE 4 TO TRAMO-BANDA
             END-IF
          END-IF
       END-IF.

       BUSCA-PUESTO-VIGENTE.
       IF ASIGT-ID(ASIGT-POS) = EMPLEADOS-ID
           AND ASIGT-HASTA(ASIGT-POS) = 0
          MOVE ASIGT-PUESTO(ASIGT-POS) TO PUESTO-CONTROL
       END-IF.
       ADD 1 TO ASIGT-POS.

       BUSCA-GRADO-PUESTO.
       IF PUESTO-CODIGO(PUESTO-POS) = PUESTO-CONTROL
          MOVE PUESTO-GRADO(PUESTO-POS) TO GRADO-CONTROL
          MOVE "S" TO PUESTO-HALLADO
       ELSE
          ADD 1 TO PUESTO-POS
       END-IF.

       BUSCA-BANDA-GRADO.
       IF BANDA-GRADO(BANDA-POS) = GRADO-CONTROL
          MOVE "S" TO BANDA-HALLADA
       ELSE
          ADD 1 TO BANDA-POS
       END-IF.

       GRABA-AJUSTE-MERITO.
       MOVE "E" TO AJUSTE-OBJETIVO.
       MOVE SPACES TO AJUSTE-CLAVE.
       MOVE EMPLEADOS-ID TO AJUSTE-CLAVE(1:5).
       MOVE "P" TO AJUSTE-TIPO.
       MOVE PORCENTAJE-MERITO TO AJUSTE-IMPORTE.
       MOVE CAMT-FECHA-EFECTO(CAMT-ABIERTA) TO AJUSTE-FECHA-EFECTIVA.
       WRITE AJUSTE-REGISTRO.
       ADD 1 TO SUBIDAS-GRABADAS.

       ESCRIBE-IMPACTO-DEPTO.
       MOVE 0 TO IMPORTE-PRESUPUESTO.
       MOVE "N" TO PRESU-ENCONTRADO.
       MOVE 1 TO PRESU-POS.
       PERFORM BUSCA-PRESUPUESTO-DEPTO
           UNTIL PRESU-POS > PRESU-TOTAL OR PRESU-ENCONTRADO = "S".
       COMPUTE NUEVO-DEPARTAMENTO
           = IMPT-ACTUAL(IMPT-POS) + IMPT-SUBIDA(IMPT-POS).
       COMPUTE DIFERENCIA-PRESUPUESTO
           = NUEVO-DEPARTAMENTO - IMPORTE-PRESUPUESTO.
       MOVE IMPT-ACTUAL(IMPT-POS) TO ACTUAL-EDICION.
       MOVE IMPT-SUBIDA(IMPT-POS) TO SUBIDA-EDICION.
       MOVE NUEVO-DEPARTAMENTO TO NUEVO-EDICION.
       MOVE IMPORTE-PRESUPUESTO TO PRESUPUESTO-EDICION.
       MOVE DIFERENCIA-PRESUPUESTO TO DIFERENCIA-EDICION.
       MOVE SPACES TO LINEA-MERITO.
       STRING IMPT-CODIGO(IMPT-POS) " ACTUAL: " ACTUAL-EDICION
           " SUBIDA: " SUBIDA-EDICION " NUEVO: " NUEVO-EDICION
           DELIMITED BY SIZE INTO LINEA-MERITO.
       WRITE LINEA-MERITO.
       MOVE SPACES TO LINEA-MERITO.
       IF PRESU-ENCONTRADO = "N"
          STRING IMPT-CODIGO(IMPT-POS) " SIN PRESUPUESTO PARA EL "
              "PERIODO " PERIODO-EFECTO
              DELIMITED BY SIZE INTO LINEA-MERITO
       ELSE
          IF DIFERENCIA-PRESUPUESTO > 0
             ADD 1 TO DEPTOS-SOBRE-PRESUPUESTO
             STRING IMPT-CODIGO(IMPT-POS) " PRESUPUESTO: "
                 PRESUPUESTO-EDICION " DIF: " DIFERENCIA-EDICION
                 " *SOBRE PRESUPUESTO*"
                 DELIMITED BY SIZE INTO LINEA-MERITO
          ELSE
             STRING IMPT-CODIGO(IMPT-POS) " PRESUPUESTO: "
                 PRESUPUESTO-EDICION " DIF: " DIFERENCIA-EDICION
                 DELIMITED BY SIZE INTO LINEA-MERITO
          END-IF
       END-IF.
       WRITE LINEA-MERITO.
       MOVE SPACES TO LINEA-MERITO.
       STRING IMPT-CODIGO(IMPT-POS) " EVALUADOS: "
           IMPT-EVALUADOS(IMPT-POS) " PENDIENTES: "
           IMPT-PENDIENTES(IMPT-POS) " SIN BANDA: "
           IMPT-SIN-BANDA(IMPT-POS)
           DELIMITED BY SIZE INTO LINEA-MERITO.
       WRITE LINEA-MERITO.
       ADD 1 TO IMPT-POS.

       BUSCA-PRESUPUESTO-DEPTO.
       IF PRESU-CODIGO(PRESU-POS) = IMPT-CODIGO(IMPT-POS)
           AND PRESU-PERIODO(PRESU-POS) = PERIODO-EFECTO
          MOVE PRESU-IMPORTE(PRESU-POS) TO IMPORTE-PRESUPUESTO
          MOVE "S" TO PRESU-ENCONTRADO
       ELSE
          ADD 1 TO PRESU-POS
       END-IF.

       CARGA-PRESUPUESTOS.
       MOVE 0 TO PRESU-TOTAL.
       OPEN INPUT PRESUPUESTO-ARCHIVO.
       IF PRESUPUESTO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PRESUPUESTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PRESUPUESTO-ARCHIVO.

       CARGA-UN-PRESUPUESTO.
       READ PRESUPUESTO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PRESU-TOTAL < 200
                 ADD 1 TO PRESU-TOTAL
                 MOVE PRESUPUESTO-REG-CODIGO
                     TO PRESU-CODIGO(PRESU-TOTAL)
                 MOVE PRESUPUESTO-REG-PERIODO
                     TO PRESU-PERIODO(PRESU-TOTAL)
                 MOVE PRESUPUESTO-REG-IMPORTE
                     TO PRESU-IMPORTE(PRESU-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PRESUPUESTOS LLENA."
              END-IF
       END-READ.

       CARGA-DATOS-BANDAS.
       MOVE 0 TO BANDAS-TOTAL.
       OPEN INPUT BANDAS-ARCHIVO.
       IF BANDAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-BANDA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE BANDAS-ARCHIVO.
       MOVE 0 TO PUESTOS-TOTAL.
       OPEN INPUT PUESTOS-ARCHIVO.
       IF PUESTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PUESTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PUESTOS-ARCHIVO.
       MOVE 0 TO ASIGT-TOTAL.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-ASIGNACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ASIGNACIONES-ARCHIVO.

       CARGA-UNA-BANDA.
       READ BANDAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF BANDAS-TOTAL < 20
                 ADD 1 TO BANDAS-TOTAL
                 MOVE BANDA-REG-GRADO TO BANDA-GRADO(BANDAS-TOTAL)
                 MOVE BANDA-REG-MINIMO
                     TO BANDA-MINIMO(BANDAS-TOTAL)
                 MOVE BANDA-REG-MAXIMO
                     TO BANDA-MAXIMO(BANDAS-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE BANDAS LLENA."
              END-IF
       END-READ.

       CARGA-UN-PUESTO.
       READ PUESTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PUESTOS-TOTAL < 50
                 ADD 1 TO PUESTOS-TOTAL
                 MOVE PUESTO-REG-CODIGO
                     TO PUESTO-CODIGO(PUESTOS-TOTAL)
                 MOVE PUESTO-REG-GRADO
                     TO PUESTO-GRADO(PUESTOS-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PUESTOS LLENA."
              END-IF
       END-READ.

       CARGA-UNA-ASIGNACION.
       READ ASIGNACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ASIGT-TOTAL < 500
                 ADD 1 TO ASIGT-TOTAL
                 MOVE ASIGNA-EMPLEADOS-ID TO ASIGT-ID(ASIGT-TOTAL)
                 MOVE ASIGNA-PUESTO TO ASIGT-PUESTO(ASIGT-TOTAL)
                 MOVE ASIGNA-FECHA-HASTA TO ASIGT-HASTA(ASIGT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ASIGNACIONES LLENA."
              END-IF
       END-READ.

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
       END PROGRAM EVALUACION-DESEMPENO.

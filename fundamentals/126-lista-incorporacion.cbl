      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma compartido de la lista de incorporacion
      *          del empleado nuevo. Las tareas salen del catalogo
      *          configurable TAREASINC.DAT (codigo, descripcion y
      *          forma de verificarla: B cuenta de BANCOS.DAT activa
      *          tras la prenota contestada, N NIF informado, C
      *          contrato en CONTRATOS.DAT, P puesto vigente en
      *          ASIGNA.DAT, M marca manual de un operador); sin
      *          catalogo se graba uno por omision. Las lineas de cada
      *          empleado viven en INCORPORA.DAT, pendientes (P) o
      *          hechas (H) con fecha y operador del cierre.
      *          Modo A: crea la lista de un alta (una reinstalacion
      *          empieza lista nueva). Modo V: verifica contra los
      *          archivos las tareas automaticas pendientes del
      *          empleado, cierra las que ya se cumplen y devuelve las
      *          que siguen abiertas. Modo M: un operador da por hecha
      *          una tarea manual. Modo C: solo asegura el catalogo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-INCORPORACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAREAS-ARCHIVO ASSIGN TO "TAREASINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAREAS-ESTADO-ARCHIVO.
           SELECT INCORPORA-ARCHIVO ASSIGN TO "INCORPORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCORPORA-ESTADO-ARCHIVO.
           SELECT BANCOS-ARCHIVO ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BANCO-EMPLEADOS-ID
               FILE STATUS IS BANCOS-ESTADO-ARCHIVO.
           SELECT CONTRATOS-ARCHIVO ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGNA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASIGNA-CLAVE
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Catalogo de tareas: VERIFICACION dice como se comprueba.
      ******************************************************************
       FD  TAREAS-ARCHIVO.
       01  TAREA-REGISTRO.
           05 TAREA-CODIGO            PIC X(6).
           05 TAREA-DESCRIPCION       PIC X(30).
           05 TAREA-VERIFICACION      PIC X.
      ******************************************************************
      * Linea de la lista: estado P pendiente, H hecha. Las cerradas
      * por la verificacion llevan AUTOMATICO como operador.
      ******************************************************************
       FD  INCORPORA-ARCHIVO.
       01  INCORPORA-REGISTRO.
           05 INCORPORA-EMPLEADOS-ID  PIC 9(5).
           05 INCORPORA-TAREA         PIC X(6).
           05 INCORPORA-VERIFICACION  PIC X.
           05 INCORPORA-ESTADO        PIC X.
           05 INCORPORA-FECHA-ALTA    PIC 9(8).
           05 INCORPORA-FECHA-CIERRE  PIC 9(8).
           05 INCORPORA-OPERADOR      PIC X(10).
       FD  BANCOS-ARCHIVO.
       01  BANCO-REGISTRO.
           05 BANCO-EMPLEADOS-ID      PIC 9(5).
           05 BANCO-CODIGO            PIC X(4).
           05 BANCO-CUENTA            PIC 9(10).
           05 BANCO-DIGITO            PIC 9.
           05 BANCO-ACTIVO            PIC X.
       FD  CONTRATOS-ARCHIVO.
       01  CONTRATO-REGISTRO.
           05 CONTRATO-EMPLEADOS-ID   PIC 9(5).
           05 CONTRATO-TIPO           PIC X.
           05 CONTRATO-INICIO         PIC 9(8).
           05 CONTRATO-FIN            PIC 9(8).
           05 CONTRATO-RENOVACIONES   PIC 9(2).
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIGNA-CLAVE.
              10 ASIGNA-EMPLEADOS-ID  PIC 9(5).
              10 ASIGNA-PUESTO        PIC X(8).
              10 ASIGNA-FECHA-DESDE   PIC 9(8).
           05 ASIGNA-FECHA-HASTA      PIC 9(8).

       WORKING-STORAGE SECTION.
       77  TAREAS-ESTADO-ARCHIVO PIC X(2).
       77  INCORPORA-ESTADO-ARCHIVO PIC X(2).
       77  BANCOS-ESTADO-ARCHIVO PIC X(2).
       77  CONTRATOS-ESTADO-ARCHIVO PIC X(2).
       77  ASIGNACIONES-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  LISTA-MODIFICADA     PIC X.
       77  TAREA-CUMPLIDA       PIC X.
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
      * Lineas de todas las listas; el archivo se regraba entero.
      ******************************************************************
       01  TABLA-INCORPORACION.
           05 INCT-ENTRADA OCCURS 3000 TIMES.
              10 INCT-EMPLEADOS-ID    PIC 9(5).
              10 INCT-TAREA           PIC X(6).
              10 INCT-VERIFICACION    PIC X.
              10 INCT-ESTADO          PIC X.
              10 INCT-FECHA-ALTA      PIC 9(8).
              10 INCT-FECHA-CIERRE    PIC 9(8).
              10 INCT-OPERADOR        PIC X(10).
       77  INCT-TOTAL           PIC 9(4) VALUE 0.
       77  INCT-POS             PIC 9(4).
       77  INCT-DESTINO         PIC 9(4).
       77  INCT-HALLADO         PIC X.
       LINKAGE SECTION.
       01  INCORP-MODO          PIC X.
       01  INCORP-DATOS.
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
       PROCEDURE DIVISION USING INCORP-MODO INCORP-DATOS.
       ATIENDE-PETICION-INCORPORACION.
       MOVE "N" TO INCORP-RESULTADO.
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-TAREAS.
       IF INCORP-MODO = "A"
          PERFORM CREA-LISTA
       ELSE
          IF INCORP-MODO = "V"
             PERFORM VERIFICA-LISTA
          ELSE
             IF INCORP-MODO = "M"
                PERFORM MARCA-TAREA-MANUAL
             ELSE
                MOVE "S" TO INCORP-RESULTADO
             END-IF
          END-IF
       END-IF.
       GOBACK.

      ******************************************************************
      * Catalogo de tareas; si no existe se graba el de omision con
      * los datos que suelen llegar tarde a la primera nomina.
      ******************************************************************
       CARGA-TAREAS.
       MOVE 0 TO TARET-TOTAL.
       OPEN INPUT TAREAS-ARCHIVO.
       IF TAREAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-TAREA UNTIL LEE-TODO = "S"
          CLOSE TAREAS-ARCHIVO
       ELSE
          CLOSE TAREAS-ARCHIVO
          PERFORM TAREAS-POR-OMISION
          PERFORM GRABA-ARCHIVO-TAREAS
       END-IF.

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

       TAREAS-POR-OMISION.
       MOVE 6 TO TARET-TOTAL.
       MOVE "CUENTA" TO TARET-CODIGO(1).
       MOVE "CUENTA BANCARIA PRENOTIFICADA" TO TARET-DESCRIPCION(1).
       MOVE "B" TO TARET-VERIFICACION(1).
       MOVE "NIF" TO TARET-CODIGO(2).
       MOVE "NIF DEL EMPLEADO" TO TARET-DESCRIPCION(2).
       MOVE "N" TO TARET-VERIFICACION(2).
       MOVE "CONTRA" TO TARET-CODIGO(3).
       MOVE "CONTRATO FIRMADO" TO TARET-DESCRIPCION(3).
       MOVE "C" TO TARET-VERIFICACION(3).
       MOVE "PUESTO" TO TARET-CODIGO(4).
       MOVE "ASIGNACION DE PUESTO" TO TARET-DESCRIPCION(4).
       MOVE "P" TO TARET-VERIFICACION(4).
       MOVE "FISCAL" TO TARET-CODIGO(5).
       MOVE "SITUACION FISCAL (MODELO 145)" TO TARET-DESCRIPCION(5).
       MOVE "M" TO TARET-VERIFICACION(5).
       MOVE "PLANPE" TO TARET-CODIGO(6).
       MOVE "ELECCION DE PLAN DE PENSIONES" TO TARET-DESCRIPCION(6).
       MOVE "M" TO TARET-VERIFICACION(6).

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

       BUSCA-TAREA.
       MOVE "N" TO TARET-HALLADO.
       MOVE 1 TO TARET-POS.
       PERFORM COMPARA-TAREA
           UNTIL TARET-POS > TARET-TOTAL OR TARET-HALLADO = "S".

       COMPARA-TAREA.
       IF TARET-CODIGO(TARET-POS) = INCT-TAREA(INCT-POS)
          MOVE "S" TO TARET-HALLADO
       ELSE
          ADD 1 TO TARET-POS
       END-IF.

       CARGA-INCORPORACION.
       MOVE 0 TO INCT-TOTAL.
       OPEN INPUT INCORPORA-ARCHIVO.
       IF INCORPORA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-LINEA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE INCORPORA-ARCHIVO.

       CARGA-UNA-LINEA.
       READ INCORPORA-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF INCT-TOTAL < 3000
                 ADD 1 TO INCT-TOTAL
                 MOVE INCORPORA-EMPLEADOS-ID
                     TO INCT-EMPLEADOS-ID(INCT-TOTAL)
                 MOVE INCORPORA-TAREA TO INCT-TAREA(INCT-TOTAL)
                 MOVE INCORPORA-VERIFICACION
                     TO INCT-VERIFICACION(INCT-TOTAL)
                 MOVE INCORPORA-ESTADO TO INCT-ESTADO(INCT-TOTAL)
                 MOVE INCORPORA-FECHA-ALTA
                     TO INCT-FECHA-ALTA(INCT-TOTAL)
                 MOVE INCORPORA-FECHA-CIERRE
                     TO INCT-FECHA-CIERRE(INCT-TOTAL)
                 MOVE INCORPORA-OPERADOR TO INCT-OPERADOR(INCT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE LISTAS DE INCORPORACION "
                     "LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-INCORPORACION.
       OPEN OUTPUT INCORPORA-ARCHIVO.
       MOVE 1 TO INCT-POS.
       PERFORM GRABA-UNA-LINEA UNTIL INCT-POS > INCT-TOTAL.
       CLOSE INCORPORA-ARCHIVO.

       GRABA-UNA-LINEA.
       MOVE INCT-EMPLEADOS-ID(INCT-POS) TO INCORPORA-EMPLEADOS-ID.
       MOVE INCT-TAREA(INCT-POS) TO INCORPORA-TAREA.
       MOVE INCT-VERIFICACION(INCT-POS) TO INCORPORA-VERIFICACION.
       MOVE INCT-ESTADO(INCT-POS) TO INCORPORA-ESTADO.
       MOVE INCT-FECHA-ALTA(INCT-POS) TO INCORPORA-FECHA-ALTA.
       MOVE INCT-FECHA-CIERRE(INCT-POS) TO INCORPORA-FECHA-CIERRE.
       MOVE INCT-OPERADOR(INCT-POS) TO INCORPORA-OPERADOR.
       WRITE INCORPORA-REGISTRO.
       ADD 1 TO INCT-POS.

      ******************************************************************
      * Alta: se quitan las lineas que el ID tuviera de un empleo
      * anterior y se anade una pendiente por cada tarea del
      * catalogo.
      ******************************************************************
       CREA-LISTA.
       PERFORM CARGA-INCORPORACION.
       MOVE 0 TO INCT-DESTINO.
       MOVE 1 TO INCT-POS.
       PERFORM DESCARTA-LINEA-ANTERIOR UNTIL INCT-POS > INCT-TOTAL.
       MOVE INCT-DESTINO TO INCT-TOTAL.
       MOVE 0 TO INCORP-PENDIENTES.
       MOVE 1 TO TARET-POS.
       PERFORM ANADE-LINEA-TAREA UNTIL TARET-POS > TARET-TOTAL.
       PERFORM GRABA-ARCHIVO-INCORPORACION.
       MOVE "S" TO INCORP-RESULTADO.

       DESCARTA-LINEA-ANTERIOR.
       IF INCT-EMPLEADOS-ID(INCT-POS) NOT = INCORP-EMPLEADOS-ID
          ADD 1 TO INCT-DESTINO
          MOVE INCT-ENTRADA(INCT-POS) TO INCT-ENTRADA(INCT-DESTINO)
       END-IF.
       ADD 1 TO INCT-POS.

       ANADE-LINEA-TAREA.
       IF INCT-TOTAL < 3000
          ADD 1 TO INCT-TOTAL
          MOVE INCORP-EMPLEADOS-ID TO INCT-EMPLEADOS-ID(INCT-TOTAL)
          MOVE TARET-CODIGO(TARET-POS) TO INCT-TAREA(INCT-TOTAL)
          MOVE TARET-VERIFICACION(TARET-POS)
              TO INCT-VERIFICACION(INCT-TOTAL)
          MOVE "P" TO INCT-ESTADO(INCT-TOTAL)
          MOVE INCORP-FECHA-ALTA TO INCT-FECHA-ALTA(INCT-TOTAL)
          MOVE 0 TO INCT-FECHA-CIERRE(INCT-TOTAL)
          MOVE SPACES TO INCT-OPERADOR(INCT-TOTAL)
          ADD 1 TO INCORP-PENDIENTES
       ELSE
          DISPLAY "AVISO: TABLA DE LISTAS DE INCORPORACION LLENA. "
              "SIN TAREA " TARET-CODIGO(TARET-POS)
              " PARA EL ID " INCORP-EMPLEADOS-ID
       END-IF.
       ADD 1 TO TARET-POS.

      ******************************************************************
      * Verificacion: cada tarea automatica pendiente del empleado
      * se comprueba contra su archivo y se cierra si ya se cumple;
      * las que siguen abiertas se devuelven con su descripcion.
      ******************************************************************
       VERIFICA-LISTA.
       PERFORM CARGA-INCORPORACION.
       MOVE "N" TO LISTA-MODIFICADA.
       MOVE 0 TO INCORP-PENDIENTES.
       MOVE 1 TO INCT-POS.
       PERFORM VERIFICA-LINEA UNTIL INCT-POS > INCT-TOTAL.
       IF LISTA-MODIFICADA = "S"
          PERFORM GRABA-ARCHIVO-INCORPORACION
       END-IF.
       MOVE "S" TO INCORP-RESULTADO.

       VERIFICA-LINEA.
       IF INCT-EMPLEADOS-ID(INCT-POS) = INCORP-EMPLEADOS-ID
           AND INCT-ESTADO(INCT-POS) = "P"
          MOVE "N" TO TAREA-CUMPLIDA
          IF INCT-VERIFICACION(INCT-POS) = "B"
             PERFORM COMPRUEBA-CUENTA
          ELSE
             IF INCT-VERIFICACION(INCT-POS) = "N"
                IF INCORP-NIF NOT = SPACES
                   MOVE "S" TO TAREA-CUMPLIDA
                END-IF
             ELSE
                IF INCT-VERIFICACION(INCT-POS) = "C"
                   PERFORM COMPRUEBA-CONTRATO
                ELSE
                   IF INCT-VERIFICACION(INCT-POS) = "P"
                      PERFORM COMPRUEBA-PUESTO
                   END-IF
                END-IF
             END-IF
          END-IF
          IF TAREA-CUMPLIDA = "S"
             MOVE "H" TO INCT-ESTADO(INCT-POS)
             MOVE FECHA-PROCESO-NEGOCIO TO INCT-FECHA-CIERRE(INCT-POS)
             MOVE "AUTOMATICO" TO INCT-OPERADOR(INCT-POS)
             MOVE "S" TO LISTA-MODIFICADA
          ELSE
             PERFORM DEVUELVE-TAREA-ABIERTA
          END-IF
       END-IF.
       ADD 1 TO INCT-POS.

       DEVUELVE-TAREA-ABIERTA.
       IF INCORP-PENDIENTES < 20
          ADD 1 TO INCORP-PENDIENTES
          MOVE INCT-TAREA(INCT-POS)
              TO INCORP-ABIERTA-TAREA(INCORP-PENDIENTES)
          MOVE INCT-VERIFICACION(INCT-POS)
              TO INCORP-ABIERTA-VERIFICACION(INCORP-PENDIENTES)
          PERFORM BUSCA-TAREA
          IF TARET-HALLADO = "S"
             MOVE TARET-DESCRIPCION(TARET-POS)
                 TO INCORP-ABIERTA-DESCRIPCION(INCORP-PENDIENTES)
          ELSE
             MOVE "(TAREA RETIRADA DEL CATALOGO)"
                 TO INCORP-ABIERTA-DESCRIPCION(INCORP-PENDIENTES)
          END-IF
       END-IF.

      ******************************************************************
      * La cuenta cuenta como lista cuando la prenota ya se contesto:
      * el retorno de la remesa la pasa de P a S.
      ******************************************************************
       COMPRUEBA-CUENTA.
       OPEN INPUT BANCOS-ARCHIVO.
       IF BANCOS-ESTADO-ARCHIVO = "00"
          MOVE INCORP-EMPLEADOS-ID TO BANCO-EMPLEADOS-ID
          READ BANCOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF BANCO-ACTIVO = "S"
                    MOVE "S" TO TAREA-CUMPLIDA
                 END-IF
          END-READ
          CLOSE BANCOS-ARCHIVO
       END-IF.

       COMPRUEBA-CONTRATO.
       OPEN INPUT CONTRATOS-ARCHIVO.
       IF CONTRATOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-CONTRATO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CONTRATOS-ARCHIVO.

       BUSCA-CONTRATO.
       READ CONTRATOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF CONTRATO-EMPLEADOS-ID = INCORP-EMPLEADOS-ID
                 MOVE "S" TO TAREA-CUMPLIDA
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

      ******************************************************************
      * Puesto: una asignacion del empleado sin fecha de fin.
      ******************************************************************
       COMPRUEBA-PUESTO.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE INCORP-EMPLEADOS-ID TO ASIGNA-EMPLEADOS-ID
          MOVE LOW-VALUES TO ASIGNA-PUESTO
          MOVE 0 TO ASIGNA-FECHA-DESDE
          MOVE "N" TO LEE-TODO
          START ASIGNACIONES-ARCHIVO KEY IS NOT LESS THAN ASIGNA-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
          END-START
          PERFORM BUSCA-PUESTO-VIGENTE UNTIL LEE-TODO = "S"
          CLOSE ASIGNACIONES-ARCHIVO
       END-IF.

       BUSCA-PUESTO-VIGENTE.
       READ ASIGNACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ASIGNA-EMPLEADOS-ID NOT = INCORP-EMPLEADOS-ID
                 MOVE "S" TO LEE-TODO
              ELSE
                 IF ASIGNA-FECHA-HASTA = 0
                    MOVE "S" TO TAREA-CUMPLIDA
                    MOVE "S" TO LEE-TODO
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Marca manual: solo una tarea de verificacion M pendiente del
      * empleado; las automaticas se cierran solas.
      ******************************************************************
       MARCA-TAREA-MANUAL.
       PERFORM CARGA-INCORPORACION.
       MOVE "N" TO INCT-HALLADO.
       MOVE 1 TO INCT-POS.
       PERFORM BUSCA-LINEA-MANUAL
           UNTIL INCT-POS > INCT-TOTAL OR INCT-HALLADO = "S".
       IF INCT-HALLADO = "S"
          MOVE "H" TO INCT-ESTADO(INCT-POS)
          MOVE FECHA-PROCESO-NEGOCIO TO INCT-FECHA-CIERRE(INCT-POS)
          MOVE INCORP-OPERADOR TO INCT-OPERADOR(INCT-POS)
          PERFORM GRABA-ARCHIVO-INCORPORACION
          MOVE "S" TO INCORP-RESULTADO
       END-IF.

       BUSCA-LINEA-MANUAL.
       IF INCT-EMPLEADOS-ID(INCT-POS) = INCORP-EMPLEADOS-ID
           AND INCT-TAREA(INCT-POS) = INCORP-TAREA
           AND INCT-VERIFICACION(INCT-POS) = "M"
           AND INCT-ESTADO(INCT-POS) = "P"
          MOVE "S" TO INCT-HALLADO
       ELSE
          ADD 1 TO INCT-POS
       END-IF.
       END PROGRAM LISTA-INCORPORACION.

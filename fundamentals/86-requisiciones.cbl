      ******************************************************************
      * Author:
      * Date:
      * Purpose: Requisiciones de personal y seguimiento de
      *          candidatos. Una requisicion (REQUISIC.DAT) recoge
      *          la vacante: departamento, puesto de PUESTOS.DAT,
      *          motivo y operador de nivel 3 que la aprueba. Solo
      *          se abre si el departamento tiene hueco en las
      *          plazas autorizadas de PRESUPTO.DAT para el periodo
      *          en curso, contando los activos del maestro, los
      *          empleados en excedencia con el puesto reservado y
      *          las requisiciones que siguen abiertas. Cada candidato
      *          (CANDIDAT.DAT) pasa por las etapas recibido,
      *          entrevista, oferta y aceptada, o queda descartado.
      *          El candidato aceptado se incorpora desde la opcion
      *          de candidatos aceptados del mantenimiento de
      *          empleados, con el formulario de alta ya relleno, y
      *          la requisicion se cierra sola al grabar el alta
      *          (CANDIDATO-ACEPTADO). El informe mensual
      *          (REQMES.RPT) da el tiempo de cobertura de las
      *          requisiciones cubiertas en el mes y las vacantes
      *          abiertas al cierre del mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISICIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT REQUISICIONES-ARCHIVO ASSIGN TO "REQUISIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUISICIONES-ESTADO-ARCHIVO.
           SELECT CANDIDATOS-ARCHIVO ASSIGN TO "CANDIDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDIDATOS-ESTADO-ARCHIVO.
           SELECT PUESTOS-ARCHIVO ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUESTOS-ESTADO-ARCHIVO.
           SELECT PRESUPUESTO-ARCHIVO ASSIGN TO "PRESUPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESUPUESTO-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT INFORME-VACANTES ASSIGN TO "REQMES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Requisicion: estado A (abierta), C (cubierta, con el
      * empleado incorporado) o X (cancelada). La fecha de cierre
      * es la del alta o la de la cancelacion.
      ******************************************************************
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
      ******************************************************************
      * Candidato de una requisicion. Etapas: R recibido, E
      * entrevista, O oferta (con salario y fecha de incorporacion),
      * A aceptada, I incorporado (con su EMPLEADOS-ID) y D
      * descartado. FECHA-ETAPA es la del ultimo cambio.
      ******************************************************************
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
       FD  PUESTOS-ARCHIVO.
       01  PUESTO-REGISTRO.
           05 PUESTO-REG-CODIGO       PIC X(8).
           05 PUESTO-REG-TITULO       PIC X(25).
           05 PUESTO-REG-DEPARTAMENTO PIC X(10).
           05 PUESTO-REG-GRADO        PIC 9(2).
       FD  PRESUPUESTO-ARCHIVO.
       01  PRESUPUESTO-REGISTRO.
           05 PRESUPUESTO-REG-CODIGO  PIC X(10).
           05 PRESUPUESTO-REG-PERIODO PIC X(6).
           05 PRESUPUESTO-REG-IMPORTE PIC S9(9)V99.
           05 PRESUPUESTO-REG-PLAZAS  PIC 9(5).
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
       FD  INFORME-VACANTES.
       01  LINEA-VACANTES             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  REQUISICIONES-ESTADO-ARCHIVO PIC X(2).
       77  CANDIDATOS-ESTADO-ARCHIVO PIC X(2).
       77  PUESTOS-ESTADO-ARCHIVO PIC X(2).
       77  PRESUPUESTO-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-DE-HOY         PIC 9(8).
       77  OPCION-REQUISICION   PIC X.
       77  OPERADOR-ACTUAL      PIC X(10).
       77  OPERADOR-APRUEBA     PIC X(10).
       77  NIVEL-APRUEBA        PIC 9 VALUE 0.
       77  ACCION-AUDITADA      PIC X(15).
       77  CONFIRMACION         PIC X.
       77  FECHA-AUX-X          PIC X(8).
       77  ANIO-AUX             PIC 9(4).
       77  MES-AUX              PIC 9(2).
       77  DIA-AUX              PIC 9(2).
       77  FECHA-CORRECTA       PIC X.
       77  RESULTADO-FECHA      PIC X.
       77  RESULTADO-NIF        PIC X.
      ******************************************************************
      * Requisiciones de REQUISIC.DAT.
      ******************************************************************
       01  TABLA-REQUISICIONES.
           05 REQT-ENTRADA OCCURS 200 TIMES.
              10 REQT-NUMERO          PIC 9(5).
              10 REQT-DEPARTAMENTO    PIC X(10).
              10 REQT-PUESTO          PIC X(8).
              10 REQT-MOTIVO          PIC X(30).
              10 REQT-APROBADOR       PIC X(10).
              10 REQT-ESTADO          PIC X.
              10 REQT-APERTURA        PIC 9(8).
              10 REQT-CIERRE          PIC 9(8).
              10 REQT-EMPLEADO        PIC 9(5).
       77  REQT-TOTAL           PIC 9(3) VALUE 0.
       77  REQT-POS             PIC 9(3).
       77  REQT-HALLADA         PIC X.
       77  REQT-ULTIMO-NUMERO   PIC 9(5) VALUE 0.
      ******************************************************************
      * Candidatos de CANDIDAT.DAT.
      ******************************************************************
       01  TABLA-CANDIDATOS.
           05 CANT-ENTRADA OCCURS 500 TIMES.
              10 CANT-REQUISICION     PIC 9(5).
              10 CANT-NUMERO          PIC 9(3).
              10 CANT-NOMBRE          PIC X(15).
              10 CANT-PRIMER-APELLIDO  PIC X(25).
              10 CANT-SEGUNDO-APELLIDO PIC X(25).
              10 CANT-NIF             PIC X(9).
              10 CANT-FECHA-NACIMIENTO PIC 9(8).
              10 CANT-TELEFONO        PIC X(15).
              10 CANT-ETAPA           PIC X.
              10 CANT-FECHA-ETAPA     PIC 9(8).
              10 CANT-SALARIO-OFERTA  PIC 9(7)V99.
              10 CANT-INCORPORACION   PIC 9(8).
              10 CANT-EMPLEADOS-ID    PIC 9(5).
       77  CANT-TOTAL           PIC 9(3) VALUE 0.
       77  CANT-POS             PIC 9(3).
       77  CANT-HALLADO         PIC X.
       77  CANT-ULTIMO-NUMERO   PIC 9(3) VALUE 0.
       77  CANT-ACEPTADOS       PIC 9(3) VALUE 0.
       77  CANT-ELEGIDO-POS     PIC 9(3).
       01  TABLA-PUESTOS.
           05 PUESTO-ENTRADA OCCURS 50 TIMES.
              10 PUESTO-CODIGO        PIC X(8).
              10 PUESTO-TITULO        PIC X(25).
              10 PUESTO-DEPARTAMENTO  PIC X(10).
       77  PUESTOS-TOTAL        PIC 9(2) VALUE 0.
       77  PUESTO-POS           PIC 9(2).
       77  PUESTO-HALLADO       PIC X.
      ******************************************************************
      * Datos tecleados en la apertura y en el alta de candidato.
      ******************************************************************
       77  NUMERO-ELEGIDO       PIC 9(5).
       77  CANDIDATO-ELEGIDO    PIC 9(3).
       77  DEPARTAMENTO-NUEVO   PIC X(10).
       77  PUESTO-NUEVO         PIC X(8).
       77  MOTIVO-NUEVO         PIC X(30).
       77  NOMBRE-NUEVO         PIC X(15).
       77  PRIMER-APELLIDO-NUEVO PIC X(25).
       77  SEGUNDO-APELLIDO-NUEVO PIC X(25).
       77  NIF-NUEVO            PIC X(9).
       77  NACIMIENTO-NUEVO     PIC 9(8).
       77  TELEFONO-NUEVO       PIC X(15).
       77  ETAPA-NUEVA          PIC X.
       77  SALARIO-OFERTA-NUEVO PIC 9(7)V99.
       77  INCORPORACION-NUEVA  PIC 9(8).
       77  ETAPA-PERMITIDA      PIC X.
      ******************************************************************
      * Hueco de plantilla del departamento en el periodo en curso.
      ******************************************************************
       77  PERIODO-PLAZAS       PIC X(6).
       77  PLAZAS-AUTORIZADAS   PIC 9(5) VALUE 0.
       77  ACTIVOS-DEPTO        PIC 9(5) VALUE 0.
       77  ABIERTAS-DEPTO       PIC 9(5) VALUE 0.
       77  HUECO-DEPTO          PIC S9(5) VALUE 0.
      ******************************************************************
      * Excedencia abierta de un empleado (EXCEDENCIAS): con el
      * puesto reservado sigue ocupando su plaza.
      ******************************************************************
       77  MODO-EXCEDENCIA      PIC X.
       01  DATOS-EXCEDENCIA.
           05 EXCEDENCIA-EMPLEADOS-ID PIC 9(5).
           05 EXCEDENCIA-TIPO         PIC X(2).
           05 EXCEDENCIA-INICIO       PIC 9(8).
           05 EXCEDENCIA-RETORNO      PIC 9(8).
           05 EXCEDENCIA-RESERVA      PIC X.
           05 EXCEDENCIA-FECHA        PIC 9(8).
           05 EXCEDENCIA-RESULTADO    PIC X.
      ******************************************************************
      * Informe mensual de vacantes.
      ******************************************************************
       77  PERIODO-INFORME      PIC 9(6).
       77  PERIODO-INFORME-X    PIC X(6).
       77  INICIO-PERIODO       PIC 9(8).
       77  FIN-PERIODO          PIC 9(8).
       77  SIGUIENTE-PERIODO    PIC 9(8).
       77  FECHA-LIMITE         PIC 9(8).
       77  DIAS-COBERTURA       PIC 9(5).
       77  DIAS-ABIERTA         PIC 9(5).
       77  TOTAL-DIAS-COBERTURA PIC 9(7) VALUE 0.
       77  MEDIA-COBERTURA      PIC 9(5)V9.
       77  CUBIERTAS-PERIODO    PIC 9(5) VALUE 0.
       77  CANCELADAS-PERIODO   PIC 9(5) VALUE 0.
       77  ABIERTAS-FIN-PERIODO PIC 9(5) VALUE 0.
       77  CANDIDATOS-VIVOS     PIC 9(3) VALUE 0.
       77  MEDIA-EDICION        PIC ZZZZ9.9.
       77  DIAS-EDICION         PIC ZZZZ9.
       77  SALARIO-EDICION      PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "REQUISICIONES DE PERSONAL Y CANDIDATOS".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM CARGA-REQUISICIONES.
       PERFORM CARGA-CANDIDATOS.
       MOVE SPACES TO OPCION-REQUISICION.
       PERFORM GESTIONA-REQUISICIONES
           UNTIL OPCION-REQUISICION = "0".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       GESTIONA-REQUISICIONES.
       DISPLAY "A - ABRIR REQUISICION / X - CANCELAR REQUISICION / "
           "L - REQUISICIONES ABIERTAS".
       DISPLAY "C - NUEVO CANDIDATO / E - CAMBIO DE ETAPA / I - "
           "INFORME MENSUAL / 0 - SALIR: ".
       ACCEPT OPCION-REQUISICION.
       IF OPCION-REQUISICION = "A"
          PERFORM ABRE-REQUISICION
       ELSE
          IF OPCION-REQUISICION = "X"
             PERFORM CANCELA-REQUISICION
          ELSE
             IF OPCION-REQUISICION = "L"
                PERFORM LISTA-REQUISICIONES
             ELSE
                IF OPCION-REQUISICION = "C"
                   PERFORM ALTA-CANDIDATO
                ELSE
                   IF OPCION-REQUISICION = "E"
                      PERFORM CAMBIA-ETAPA-CANDIDATO
                   ELSE
                      IF OPCION-REQUISICION = "I"
                         PERFORM INFORME-MENSUAL
                      ELSE
                         IF OPCION-REQUISICION NOT = "0"
                            DISPLAY "OPCION NO VALIDA."
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       CARGA-REQUISICIONES.
       MOVE 0 TO REQT-TOTAL.
       MOVE 0 TO REQT-ULTIMO-NUMERO.
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
                 MOVE REQUISICION-NUMERO TO REQT-NUMERO(REQT-TOTAL)
                 MOVE REQUISICION-DEPARTAMENTO
                     TO REQT-DEPARTAMENTO(REQT-TOTAL)
                 MOVE REQUISICION-PUESTO TO REQT-PUESTO(REQT-TOTAL)
                 MOVE REQUISICION-MOTIVO TO REQT-MOTIVO(REQT-TOTAL)
                 MOVE REQUISICION-APROBADOR
                     TO REQT-APROBADOR(REQT-TOTAL)
                 MOVE REQUISICION-ESTADO TO REQT-ESTADO(REQT-TOTAL)
                 MOVE REQUISICION-APERTURA
                     TO REQT-APERTURA(REQT-TOTAL)
                 MOVE REQUISICION-CIERRE TO REQT-CIERRE(REQT-TOTAL)
                 MOVE REQUISICION-EMPLEADO
                     TO REQT-EMPLEADO(REQT-TOTAL)
                 IF REQUISICION-NUMERO > REQT-ULTIMO-NUMERO
                    MOVE REQUISICION-NUMERO TO REQT-ULTIMO-NUMERO
                 END-IF
              ELSE
                 DISPLAY "AVISO: TABLA DE REQUISICIONES LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-REQUISICIONES.
       OPEN OUTPUT REQUISICIONES-ARCHIVO.
       MOVE 1 TO REQT-POS.
       PERFORM GRABA-UNA-REQUISICION UNTIL REQT-POS > REQT-TOTAL.
       CLOSE REQUISICIONES-ARCHIVO.

       GRABA-UNA-REQUISICION.
       MOVE REQT-NUMERO(REQT-POS) TO REQUISICION-NUMERO.
       MOVE REQT-DEPARTAMENTO(REQT-POS) TO REQUISICION-DEPARTAMENTO.
       MOVE REQT-PUESTO(REQT-POS) TO REQUISICION-PUESTO.
       MOVE REQT-MOTIVO(REQT-POS) TO REQUISICION-MOTIVO.
       MOVE REQT-APROBADOR(REQT-POS) TO REQUISICION-APROBADOR.
       MOVE REQT-ESTADO(REQT-POS) TO REQUISICION-ESTADO.
       MOVE REQT-APERTURA(REQT-POS) TO REQUISICION-APERTURA.
       MOVE REQT-CIERRE(REQT-POS) TO REQUISICION-CIERRE.
       MOVE REQT-EMPLEADO(REQT-POS) TO REQUISICION-EMPLEADO.
       WRITE REQUISICION-REGISTRO.
       ADD 1 TO REQT-POS.

       BUSCA-REQUISICION.
       IF REQT-NUMERO(REQT-POS) = NUMERO-ELEGIDO
          MOVE "S" TO REQT-HALLADA
       ELSE
          ADD 1 TO REQT-POS
       END-IF.

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
                 MOVE CANDIDATO-REQUISICION
                     TO CANT-REQUISICION(CANT-TOTAL)
                 MOVE CANDIDATO-NUMERO TO CANT-NUMERO(CANT-TOTAL)
                 MOVE CANDIDATO-NOMBRE TO CANT-NOMBRE(CANT-TOTAL)
                 MOVE CANDIDATO-PRIMER-APELLIDO
                     TO CANT-PRIMER-APELLIDO(CANT-TOTAL)
                 MOVE CANDIDATO-SEGUNDO-APELLIDO
                     TO CANT-SEGUNDO-APELLIDO(CANT-TOTAL)
                 MOVE CANDIDATO-NIF TO CANT-NIF(CANT-TOTAL)
                 MOVE CANDIDATO-FECHA-NACIMIENTO
                     TO CANT-FECHA-NACIMIENTO(CANT-TOTAL)
                 MOVE CANDIDATO-TELEFONO TO CANT-TELEFONO(CANT-TOTAL)
                 MOVE CANDIDATO-ETAPA TO CANT-ETAPA(CANT-TOTAL)
                 MOVE CANDIDATO-FECHA-ETAPA
                     TO CANT-FECHA-ETAPA(CANT-TOTAL)
                 MOVE CANDIDATO-SALARIO-OFERTA
                     TO CANT-SALARIO-OFERTA(CANT-TOTAL)
                 MOVE CANDIDATO-INCORPORACION
                     TO CANT-INCORPORACION(CANT-TOTAL)
                 MOVE CANDIDATO-EMPLEADOS-ID
                     TO CANT-EMPLEADOS-ID(CANT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE CANDIDATOS LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-CANDIDATOS.
       OPEN OUTPUT CANDIDATOS-ARCHIVO.
       MOVE 1 TO CANT-POS.
       PERFORM GRABA-UN-CANDIDATO UNTIL CANT-POS > CANT-TOTAL.
       CLOSE CANDIDATOS-ARCHIVO.

       GRABA-UN-CANDIDATO.
       MOVE CANT-REQUISICION(CANT-POS) TO CANDIDATO-REQUISICION.
       MOVE CANT-NUMERO(CANT-POS) TO CANDIDATO-NUMERO.
       MOVE CANT-NOMBRE(CANT-POS) TO CANDIDATO-NOMBRE.
       MOVE CANT-PRIMER-APELLIDO(CANT-POS)
           TO CANDIDATO-PRIMER-APELLIDO.
       MOVE CANT-SEGUNDO-APELLIDO(CANT-POS)
           TO CANDIDATO-SEGUNDO-APELLIDO.
       MOVE CANT-NIF(CANT-POS) TO CANDIDATO-NIF.
       MOVE CANT-FECHA-NACIMIENTO(CANT-POS)
           TO CANDIDATO-FECHA-NACIMIENTO.
       MOVE CANT-TELEFONO(CANT-POS) TO CANDIDATO-TELEFONO.
       MOVE CANT-ETAPA(CANT-POS) TO CANDIDATO-ETAPA.
       MOVE CANT-FECHA-ETAPA(CANT-POS) TO CANDIDATO-FECHA-ETAPA.
       MOVE CANT-SALARIO-OFERTA(CANT-POS)
           TO CANDIDATO-SALARIO-OFERTA.
       MOVE CANT-INCORPORACION(CANT-POS) TO CANDIDATO-INCORPORACION.
       MOVE CANT-EMPLEADOS-ID(CANT-POS) TO CANDIDATO-EMPLEADOS-ID.
       WRITE CANDIDATO-REGISTRO.
       ADD 1 TO CANT-POS.

       BUSCA-CANDIDATO.
       IF CANT-REQUISICION(CANT-POS) = NUMERO-ELEGIDO
           AND CANT-NUMERO(CANT-POS) = CANDIDATO-ELEGIDO
          MOVE "S" TO CANT-HALLADO
       ELSE
          ADD 1 TO CANT-POS
       END-IF.

      ******************************************************************
      * Apertura: el puesto debe estar en PUESTOS.DAT (y ser del
      * departamento, si el puesto tiene departamento), la aprueba
      * un operador de nivel 3 y el departamento debe tener hueco:
      * plazas autorizadas del periodo en curso menos activos menos
      * requisiciones abiertas mayor que cero. Sin plazas en el
      * presupuesto no hay hueco.
      ******************************************************************
       ABRE-REQUISICION.
       DISPLAY "DEPARTAMENTO: ".
       ACCEPT DEPARTAMENTO-NUEVO.
       DISPLAY "PUESTO (CODIGO DE PUESTOS.DAT): ".
       ACCEPT PUESTO-NUEVO.
       PERFORM CARGA-PUESTOS.
       MOVE "N" TO PUESTO-HALLADO.
       MOVE 1 TO PUESTO-POS.
       PERFORM BUSCA-PUESTO
           UNTIL PUESTO-POS > PUESTOS-TOTAL OR PUESTO-HALLADO = "S".
       IF PUESTO-HALLADO = "N"
          DISPLAY "EL PUESTO " PUESTO-NUEVO " NO ESTA EN EL MAESTRO."
       ELSE
          IF PUESTO-DEPARTAMENTO(PUESTO-POS) NOT = SPACES
              AND PUESTO-DEPARTAMENTO(PUESTO-POS)
                  NOT = DEPARTAMENTO-NUEVO
             DISPLAY "EL PUESTO " PUESTO-NUEVO " ES DEL "
                 "DEPARTAMENTO " PUESTO-DEPARTAMENTO(PUESTO-POS) "."
          ELSE
             PERFORM CALCULA-HUECO-DEPTO
             IF PLAZAS-AUTORIZADAS = 0
                DISPLAY "EL DEPARTAMENTO " DEPARTAMENTO-NUEVO
                    " NO TIENE PLAZAS AUTORIZADAS EN "
                    PERIODO-PLAZAS "."
             ELSE
                IF HUECO-DEPTO NOT > 0
                   DISPLAY "SIN HUECO EN " DEPARTAMENTO-NUEVO ": "
                       PLAZAS-AUTORIZADAS " PLAZAS, " ACTIVOS-DEPTO
                       " ACTIVOS Y " ABIERTAS-DEPTO
                       " REQUISICIONES ABIERTAS."
                ELSE
                   PERFORM CAPTURA-APERTURA
                END-IF
             END-IF
          END-IF
       END-IF.

       CAPTURA-APERTURA.
       DISPLAY "MOTIVO DE LA VACANTE: ".
       ACCEPT MOTIVO-NUEVO.
       DISPLAY "OPERADOR DE NIVEL 3 QUE APRUEBA: ".
       ACCEPT OPERADOR-APRUEBA.
       PERFORM VERIFICA-NIVEL-APRUEBA.
       IF NIVEL-APRUEBA < 3
          DISPLAY "OPERADOR SIN NIVEL 3. REQUISICION NO ABIERTA."
       ELSE
          IF REQT-TOTAL < 200
             ADD 1 TO REQT-TOTAL
             ADD 1 TO REQT-ULTIMO-NUMERO
             MOVE REQT-ULTIMO-NUMERO TO REQT-NUMERO(REQT-TOTAL)
             MOVE DEPARTAMENTO-NUEVO TO REQT-DEPARTAMENTO(REQT-TOTAL)
             MOVE PUESTO-NUEVO TO REQT-PUESTO(REQT-TOTAL)
             MOVE MOTIVO-NUEVO TO REQT-MOTIVO(REQT-TOTAL)
             MOVE OPERADOR-APRUEBA TO REQT-APROBADOR(REQT-TOTAL)
             MOVE "A" TO REQT-ESTADO(REQT-TOTAL)
             MOVE FECHA-DE-HOY TO REQT-APERTURA(REQT-TOTAL)
             MOVE 0 TO REQT-CIERRE(REQT-TOTAL)
             MOVE 0 TO REQT-EMPLEADO(REQT-TOTAL)
             PERFORM GRABA-ARCHIVO-REQUISICIONES
             MOVE "ABRE-REQUISIC" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
             SUBTRACT 1 FROM HUECO-DEPTO
             DISPLAY "REQUISICION " REQT-ULTIMO-NUMERO " ABIERTA. "
                 "PLAZAS AUN LIBRES EN " DEPARTAMENTO-NUEVO ": "
                 HUECO-DEPTO
          ELSE
             DISPLAY "TABLA DE REQUISICIONES LLENA. NO SE PUEDE "
                 "ABRIR."
          END-IF
       END-IF.

       CALCULA-HUECO-DEPTO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY.
       MOVE FECHA-ACTUAL(1:6) TO PERIODO-PLAZAS.
       MOVE 0 TO PLAZAS-AUTORIZADAS.
       MOVE 0 TO ACTIVOS-DEPTO.
       MOVE 0 TO ABIERTAS-DEPTO.
       MOVE 0 TO HUECO-DEPTO.
       OPEN INPUT PRESUPUESTO-ARCHIVO.
       IF PRESUPUESTO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-PLAZAS-PERIODO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PRESUPUESTO-ARCHIVO.
       IF PLAZAS-AUTORIZADAS > 0
          OPEN INPUT EMPLEADOS-ARCHIVO
          PERFORM CHEQUEA-ESTADO-EMPLEADOS
          IF EMPLEADOS-ESTADO-ARCHIVO = "00"
             PERFORM INICIA-LECTURA-EMPLEADOS
             PERFORM CUENTA-ACTIVO-DEPTO UNTIL LEE-TODO = "S"
             CLOSE EMPLEADOS-ARCHIVO
          END-IF
          MOVE 1 TO REQT-POS
          PERFORM CUENTA-ABIERTA-DEPTO UNTIL REQT-POS > REQT-TOTAL
          COMPUTE HUECO-DEPTO = PLAZAS-AUTORIZADAS - ACTIVOS-DEPTO
              - ABIERTAS-DEPTO
       END-IF.

       BUSCA-PLAZAS-PERIODO.
       READ PRESUPUESTO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PRESUPUESTO-REG-CODIGO = DEPARTAMENTO-NUEVO
                  AND PRESUPUESTO-REG-PERIODO = PERIODO-PLAZAS
                 MOVE PRESUPUESTO-REG-PLAZAS TO PLAZAS-AUTORIZADAS
              END-IF
       END-READ.

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

       CUENTA-ACTIVO-DEPTO.
       IF EMPLEADO-ACTIVO
           AND EMPLEADOS-DEPARTAMENTO = DEPARTAMENTO-NUEVO
          ADD 1 TO ACTIVOS-DEPTO
       ELSE
          IF EMPLEADO-SUSPENDIDO
              AND EMPLEADOS-DEPARTAMENTO = DEPARTAMENTO-NUEVO
             MOVE "C" TO MODO-EXCEDENCIA
             MOVE EMPLEADOS-ID TO EXCEDENCIA-EMPLEADOS-ID
             CALL "EXCEDENCIAS" USING MODO-EXCEDENCIA DATOS-EXCEDENCIA
             IF EXCEDENCIA-RESULTADO = "S"
                 AND EXCEDENCIA-RESERVA = "S"
                ADD 1 TO ACTIVOS-DEPTO
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       CUENTA-ABIERTA-DEPTO.
       IF REQT-ESTADO(REQT-POS) = "A"
           AND REQT-DEPARTAMENTO(REQT-POS) = DEPARTAMENTO-NUEVO
          ADD 1 TO ABIERTAS-DEPTO
       END-IF.
       ADD 1 TO REQT-POS.

       CARGA-PUESTOS.
       MOVE 0 TO PUESTOS-TOTAL.
       OPEN INPUT PUESTOS-ARCHIVO.
       IF PUESTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-PUESTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE PUESTOS-ARCHIVO.

       CARGA-UN-PUESTO.
       READ PUESTOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PUESTOS-TOTAL < 50
                 ADD 1 TO PUESTOS-TOTAL
                 MOVE PUESTO-REG-CODIGO TO PUESTO-CODIGO(PUESTOS-TOTAL)
                 MOVE PUESTO-REG-TITULO TO PUESTO-TITULO(PUESTOS-TOTAL)
                 MOVE PUESTO-REG-DEPARTAMENTO
                     TO PUESTO-DEPARTAMENTO(PUESTOS-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PUESTOS LLENA."
              END-IF
       END-READ.

       BUSCA-PUESTO.
       IF PUESTO-CODIGO(PUESTO-POS) = PUESTO-NUEVO
          MOVE "S" TO PUESTO-HALLADO
       ELSE
          ADD 1 TO PUESTO-POS
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

       GRABA-AUDITORIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE ACCION-AUDITADA TO AUDIT-ACCION.
       MOVE ZEROES TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

      ******************************************************************
      * Cancelacion de una requisicion abierta: libera el hueco y
      * descarta a los candidatos que seguian en proceso.
      ******************************************************************
       CANCELA-REQUISICION.
       DISPLAY "REQUISICION A CANCELAR: ".
       ACCEPT NUMERO-ELEGIDO.
       MOVE "N" TO REQT-HALLADA.
       MOVE 1 TO REQT-POS.
       PERFORM BUSCA-REQUISICION
           UNTIL REQT-POS > REQT-TOTAL OR REQT-HALLADA = "S".
       IF REQT-HALLADA = "N"
          DISPLAY "NO EXISTE LA REQUISICION " NUMERO-ELEGIDO "."
       ELSE
          IF REQT-ESTADO(REQT-POS) NOT = "A"
             DISPLAY "LA REQUISICION " NUMERO-ELEGIDO
                 " NO ESTA ABIERTA."
          ELSE
             DISPLAY "CONFIRMA LA CANCELACION (S/N): "
             ACCEPT CONFIRMACION
             IF CONFIRMACION = "S"
                MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
                MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY
                MOVE "X" TO REQT-ESTADO(REQT-POS)
                MOVE FECHA-DE-HOY TO REQT-CIERRE(REQT-POS)
                PERFORM GRABA-ARCHIVO-REQUISICIONES
                MOVE 1 TO CANT-POS
                PERFORM DESCARTA-CANDIDATO-VIVO
                    UNTIL CANT-POS > CANT-TOTAL
                PERFORM GRABA-ARCHIVO-CANDIDATOS
                MOVE "CANCELA-REQUIS" TO ACCION-AUDITADA
                PERFORM GRABA-AUDITORIA
                DISPLAY "REQUISICION " NUMERO-ELEGIDO " CANCELADA."
             ELSE
                DISPLAY "CANCELACION ANULADA."
             END-IF
          END-IF
       END-IF.

       DESCARTA-CANDIDATO-VIVO.
       IF CANT-REQUISICION(CANT-POS) = NUMERO-ELEGIDO
           AND CANT-ETAPA(CANT-POS) NOT = "D"
           AND CANT-ETAPA(CANT-POS) NOT = "I"
          MOVE "D" TO CANT-ETAPA(CANT-POS)
          MOVE FECHA-DE-HOY TO CANT-FECHA-ETAPA(CANT-POS)
       END-IF.
       ADD 1 TO CANT-POS.

      ******************************************************************
      * Requisiciones abiertas con sus candidatos y su etapa.
      ******************************************************************
       LISTA-REQUISICIONES.
       MOVE 0 TO ABIERTAS-FIN-PERIODO.
       MOVE 1 TO REQT-POS.
       PERFORM MUESTRA-REQUISICION UNTIL REQT-POS > REQT-TOTAL.
       IF ABIERTAS-FIN-PERIODO = 0
          DISPLAY "NO HAY REQUISICIONES ABIERTAS."
       END-IF.

       MUESTRA-REQUISICION.
       IF REQT-ESTADO(REQT-POS) = "A"
          ADD 1 TO ABIERTAS-FIN-PERIODO
          DISPLAY "REQUISICION " REQT-NUMERO(REQT-POS) " "
              REQT-DEPARTAMENTO(REQT-POS) " "
              REQT-PUESTO(REQT-POS) " ABIERTA EL "
              REQT-APERTURA(REQT-POS) " " REQT-MOTIVO(REQT-POS)
          MOVE REQT-NUMERO(REQT-POS) TO NUMERO-ELEGIDO
          MOVE 1 TO CANT-POS
          PERFORM MUESTRA-CANDIDATO UNTIL CANT-POS > CANT-TOTAL
       END-IF.
       ADD 1 TO REQT-POS.

       MUESTRA-CANDIDATO.
       IF CANT-REQUISICION(CANT-POS) = NUMERO-ELEGIDO
          MOVE CANT-SALARIO-OFERTA(CANT-POS) TO SALARIO-EDICION
          DISPLAY "   CANDIDATO " CANT-NUMERO(CANT-POS) " "
              CANT-NOMBRE(CANT-POS) " "
              CANT-PRIMER-APELLIDO(CANT-POS) " "
              CANT-SEGUNDO-APELLIDO(CANT-POS)
              " ETAPA " CANT-ETAPA(CANT-POS) " DESDE "
              CANT-FECHA-ETAPA(CANT-POS) " OFERTA " SALARIO-EDICION
       END-IF.
       ADD 1 TO CANT-POS.

      ******************************************************************
      * Alta de un candidato en una requisicion abierta, en la
      * etapa R (recibido). Se capturan ya los datos que luego
      * rellenan el formulario de alta del empleado.
      ******************************************************************
       ALTA-CANDIDATO.
       DISPLAY "REQUISICION: ".
       ACCEPT NUMERO-ELEGIDO.
       MOVE "N" TO REQT-HALLADA.
       MOVE 1 TO REQT-POS.
       PERFORM BUSCA-REQUISICION
           UNTIL REQT-POS > REQT-TOTAL OR REQT-HALLADA = "S".
       IF REQT-HALLADA = "N"
          DISPLAY "NO EXISTE LA REQUISICION " NUMERO-ELEGIDO "."
       ELSE
          IF REQT-ESTADO(REQT-POS) NOT = "A"
             DISPLAY "LA REQUISICION " NUMERO-ELEGIDO
                 " NO ESTA ABIERTA."
          ELSE
             PERFORM CAPTURA-CANDIDATO
          END-IF
       END-IF.

       CAPTURA-CANDIDATO.
       DISPLAY "NOMBRE: ".
       ACCEPT NOMBRE-NUEVO.
       DISPLAY "PRIMER APELLIDO: ".
       ACCEPT PRIMER-APELLIDO-NUEVO.
       DISPLAY "SEGUNDO APELLIDO (BLANCO = NO TIENE): ".
       ACCEPT SEGUNDO-APELLIDO-NUEVO.
       DISPLAY "NIF (BLANCO = SIN NIF): ".
       ACCEPT NIF-NUEVO.
       DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): ".
       ACCEPT NACIMIENTO-NUEVO.
       DISPLAY "TELEFONO: ".
       ACCEPT TELEFONO-NUEVO.
       MOVE "S" TO RESULTADO-NIF.
       IF NIF-NUEVO NOT = SPACES
          CALL "VALIDA-NIF" USING NIF-NUEVO RESULTADO-NIF
       END-IF.
       CALL "VALIDA-FECHA" USING NACIMIENTO-NUEVO RESULTADO-FECHA.
       IF NOMBRE-NUEVO = SPACES OR PRIMER-APELLIDO-NUEVO = SPACES
          DISPLAY "NOMBRE Y PRIMER APELLIDO SON OBLIGATORIOS."
       ELSE
          IF RESULTADO-NIF = "N"
             DISPLAY "NIF " NIF-NUEVO " NO VALIDO (8 DIGITOS Y "
                 "LETRA DE CONTROL)."
          ELSE
             IF RESULTADO-FECHA = "N"
                DISPLAY "FECHA DE NACIMIENTO " NACIMIENTO-NUEVO
                    " NO VALIDA (AAAAMMDD, SIN FECHAS FUTURAS)."
             ELSE
                PERFORM GRABA-CANDIDATO-NUEVO
             END-IF
          END-IF
       END-IF.

       GRABA-CANDIDATO-NUEVO.
       IF CANT-TOTAL < 500
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE 0 TO CANT-ULTIMO-NUMERO
          MOVE 1 TO CANT-POS
          PERFORM BUSCA-ULTIMO-CANDIDATO UNTIL CANT-POS > CANT-TOTAL
          ADD 1 TO CANT-TOTAL
          ADD 1 TO CANT-ULTIMO-NUMERO
          MOVE NUMERO-ELEGIDO TO CANT-REQUISICION(CANT-TOTAL)
          MOVE CANT-ULTIMO-NUMERO TO CANT-NUMERO(CANT-TOTAL)
          MOVE NOMBRE-NUEVO TO CANT-NOMBRE(CANT-TOTAL)
          MOVE PRIMER-APELLIDO-NUEVO
              TO CANT-PRIMER-APELLIDO(CANT-TOTAL)
          MOVE SEGUNDO-APELLIDO-NUEVO
              TO CANT-SEGUNDO-APELLIDO(CANT-TOTAL)
          MOVE NIF-NUEVO TO CANT-NIF(CANT-TOTAL)
          MOVE NACIMIENTO-NUEVO TO CANT-FECHA-NACIMIENTO(CANT-TOTAL)
          MOVE TELEFONO-NUEVO TO CANT-TELEFONO(CANT-TOTAL)
          MOVE "R" TO CANT-ETAPA(CANT-TOTAL)
          MOVE FECHA-ACTUAL(1:8) TO CANT-FECHA-ETAPA(CANT-TOTAL)
          MOVE 0 TO CANT-SALARIO-OFERTA(CANT-TOTAL)
          MOVE 0 TO CANT-INCORPORACION(CANT-TOTAL)
          MOVE 0 TO CANT-EMPLEADOS-ID(CANT-TOTAL)
          PERFORM GRABA-ARCHIVO-CANDIDATOS
          DISPLAY "CANDIDATO " CANT-ULTIMO-NUMERO
              " REGISTRADO EN LA REQUISICION " NUMERO-ELEGIDO "."
       ELSE
          DISPLAY "TABLA DE CANDIDATOS LLENA. NO SE PUEDE GRABAR."
       END-IF.

       BUSCA-ULTIMO-CANDIDATO.
       IF CANT-REQUISICION(CANT-POS) = NUMERO-ELEGIDO
           AND CANT-NUMERO(CANT-POS) > CANT-ULTIMO-NUMERO
          MOVE CANT-NUMERO(CANT-POS) TO CANT-ULTIMO-NUMERO
       END-IF.
       ADD 1 TO CANT-POS.

      ******************************************************************
      * Cambio de etapa. Recorrido: R -> E -> O -> A; la oferta
      * recoge el salario y la fecha de incorporacion, y solo una
      * oferta puede estar aceptada en cada requisicion. Se puede
      * descartar (D) en cualquier etapa antes de la incorporacion;
      * el paso a I lo da el alta del empleado.
      ******************************************************************
       CAMBIA-ETAPA-CANDIDATO.
       DISPLAY "REQUISICION: ".
       ACCEPT NUMERO-ELEGIDO.
       DISPLAY "CANDIDATO: ".
       ACCEPT CANDIDATO-ELEGIDO.
       MOVE "N" TO REQT-HALLADA.
       MOVE 1 TO REQT-POS.
       PERFORM BUSCA-REQUISICION
           UNTIL REQT-POS > REQT-TOTAL OR REQT-HALLADA = "S".
       MOVE "N" TO CANT-HALLADO.
       MOVE 1 TO CANT-POS.
       PERFORM BUSCA-CANDIDATO
           UNTIL CANT-POS > CANT-TOTAL OR CANT-HALLADO = "S".
       IF REQT-HALLADA = "N" OR CANT-HALLADO = "N"
          DISPLAY "NO EXISTE ESE CANDIDATO EN ESA REQUISICION."
       ELSE
          IF REQT-ESTADO(REQT-POS) NOT = "A"
             DISPLAY "LA REQUISICION " NUMERO-ELEGIDO
                 " NO ESTA ABIERTA."
          ELSE
             DISPLAY "ETAPA ACTUAL: " CANT-ETAPA(CANT-POS)
                 " DESDE " CANT-FECHA-ETAPA(CANT-POS)
             DISPLAY "NUEVA ETAPA (E=ENTREVISTA, O=OFERTA, "
                 "A=ACEPTADA, D=DESCARTADO): "
             ACCEPT ETAPA-NUEVA
             PERFORM VALIDA-CAMBIO-ETAPA
             IF ETAPA-PERMITIDA = "S"
                PERFORM APLICA-CAMBIO-ETAPA
             END-IF
          END-IF
       END-IF.

       VALIDA-CAMBIO-ETAPA.
       MOVE "N" TO ETAPA-PERMITIDA.
       IF CANT-ETAPA(CANT-POS) = "D" OR CANT-ETAPA(CANT-POS) = "I"
          DISPLAY "EL CANDIDATO YA ESTA DESCARTADO O INCORPORADO."
       ELSE
          IF ETAPA-NUEVA = "D"
             MOVE "S" TO ETAPA-PERMITIDA
          END-IF
          IF ETAPA-NUEVA = "E" AND CANT-ETAPA(CANT-POS) = "R"
             MOVE "S" TO ETAPA-PERMITIDA
          END-IF
          IF ETAPA-NUEVA = "O" AND (CANT-ETAPA(CANT-POS) = "R"
              OR CANT-ETAPA(CANT-POS) = "E")
             MOVE "S" TO ETAPA-PERMITIDA
          END-IF
          IF ETAPA-NUEVA = "A" AND CANT-ETAPA(CANT-POS) = "O"
             MOVE "S" TO ETAPA-PERMITIDA
          END-IF
          IF ETAPA-PERMITIDA = "N"
             DISPLAY "NO SE PUEDE PASAR DE " CANT-ETAPA(CANT-POS)
                 " A " ETAPA-NUEVA "."
          END-IF
       END-IF.
       IF ETAPA-PERMITIDA = "S" AND ETAPA-NUEVA = "A"
          MOVE 0 TO CANT-ACEPTADOS
          MOVE CANT-POS TO CANT-ELEGIDO-POS
          MOVE 1 TO CANT-POS
          PERFORM CUENTA-ACEPTADO UNTIL CANT-POS > CANT-TOTAL
          MOVE CANT-ELEGIDO-POS TO CANT-POS
          IF CANT-ACEPTADOS > 0
             DISPLAY "LA REQUISICION YA TIENE UNA OFERTA ACEPTADA."
             MOVE "N" TO ETAPA-PERMITIDA
          END-IF
       END-IF.
       IF ETAPA-PERMITIDA = "S" AND ETAPA-NUEVA = "O"
          DISPLAY "SALARIO OFERTADO: "
          ACCEPT SALARIO-OFERTA-NUEVO
          DISPLAY "FECHA DE INCORPORACION (AAAAMMDD): "
          ACCEPT INCORPORACION-NUEVA
          PERFORM VALIDA-FECHA-INCORPORACION
          IF SALARIO-OFERTA-NUEVO = 0 OR FECHA-CORRECTA = "N"
             DISPLAY "OFERTA SIN SALARIO O CON FECHA NO VALIDA."
             MOVE "N" TO ETAPA-PERMITIDA
          END-IF
       END-IF.

       CUENTA-ACEPTADO.
       IF CANT-REQUISICION(CANT-POS) = NUMERO-ELEGIDO
           AND CANT-ETAPA(CANT-POS) = "A"
          ADD 1 TO CANT-ACEPTADOS
       END-IF.
       ADD 1 TO CANT-POS.

      ******************************************************************
      * La incorporacion suele ser futura: solo se comprueba la
      * estructura de la fecha.
      ******************************************************************
       VALIDA-FECHA-INCORPORACION.
       MOVE "S" TO FECHA-CORRECTA.
       IF INCORPORACION-NUEVA IS NOT NUMERIC
          MOVE "N" TO FECHA-CORRECTA
       ELSE
          MOVE INCORPORACION-NUEVA TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-AUX
          MOVE FECHA-AUX-X(5:2) TO MES-AUX
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX
          IF ANIO-AUX < 1900
             MOVE "N" TO FECHA-CORRECTA
          END-IF
          IF MES-AUX < 1 OR MES-AUX > 12
             MOVE "N" TO FECHA-CORRECTA
          END-IF
          IF DIA-AUX < 1 OR DIA-AUX > 31
             MOVE "N" TO FECHA-CORRECTA
          END-IF
       END-IF.

       APLICA-CAMBIO-ETAPA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE ETAPA-NUEVA TO CANT-ETAPA(CANT-POS).
       MOVE FECHA-ACTUAL(1:8) TO CANT-FECHA-ETAPA(CANT-POS).
       IF ETAPA-NUEVA = "O"
          MOVE SALARIO-OFERTA-NUEVO TO CANT-SALARIO-OFERTA(CANT-POS)
          MOVE INCORPORACION-NUEVA TO CANT-INCORPORACION(CANT-POS)
       END-IF.
       PERFORM GRABA-ARCHIVO-CANDIDATOS.
       DISPLAY "CANDIDATO " CANT-NUMERO(CANT-POS) " EN ETAPA "
           ETAPA-NUEVA ".".
       IF ETAPA-NUEVA = "A"
          DISPLAY "INCORPORELO DESDE EL MANTENIMIENTO DE EMPLEADOS, "
              "OPCION CANDIDATO ACEPTADO."
       END-IF.

      ******************************************************************
      * Informe mensual (REQMES.RPT). Tiempo de cobertura: dias
      * naturales entre la apertura y el cierre de las
      * requisiciones cubiertas en el mes, con la media. Vacantes
      * abiertas al cierre del mes: abiertas antes de fin de mes y
      * no cerradas ni canceladas hasta entonces, con los dias que
      * llevan abiertas (hasta hoy si el mes no ha terminado) y los
      * candidatos que siguen en proceso.
      ******************************************************************
       INFORME-MENSUAL.
       DISPLAY "PERIODO (AAAAMM): ".
       ACCEPT PERIODO-INFORME.
       MOVE PERIODO-INFORME TO PERIODO-INFORME-X.
       MOVE PERIODO-INFORME-X(5:2) TO MES-AUX.
       IF PERIODO-INFORME IS NOT NUMERIC
           OR MES-AUX < 1 OR MES-AUX > 12
          DISPLAY "PERIODO NO VALIDO."
       ELSE
          PERFORM CALCULA-LIMITES-PERIODO
          MOVE 0 TO CUBIERTAS-PERIODO
          MOVE 0 TO CANCELADAS-PERIODO
          MOVE 0 TO ABIERTAS-FIN-PERIODO
          MOVE 0 TO TOTAL-DIAS-COBERTURA
          OPEN OUTPUT INFORME-VACANTES
          MOVE SPACES TO LINEA-VACANTES
          STRING "INFORME MENSUAL DE VACANTES - PERIODO "
              PERIODO-INFORME-X DELIMITED BY SIZE
              INTO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE SPACES TO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE "REQUISICIONES CUBIERTAS EN EL PERIODO"
              TO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE SPACES TO LINEA-VACANTES
          STRING "NUMERO DEPARTAMENTO PUESTO   APERTURA CIERRE   "
              "EMPLEADO  DIAS" DELIMITED BY SIZE INTO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE 1 TO REQT-POS
          PERFORM ESCRIBE-CUBIERTA UNTIL REQT-POS > REQT-TOTAL
          MOVE 0 TO MEDIA-COBERTURA
          IF CUBIERTAS-PERIODO > 0
             COMPUTE MEDIA-COBERTURA ROUNDED
                 = TOTAL-DIAS-COBERTURA / CUBIERTAS-PERIODO
          END-IF
          MOVE MEDIA-COBERTURA TO MEDIA-EDICION
          MOVE SPACES TO LINEA-VACANTES
          STRING "CUBIERTAS: " CUBIERTAS-PERIODO
              "  TIEMPO MEDIO DE COBERTURA (DIAS): " MEDIA-EDICION
              "  CANCELADAS: " CANCELADAS-PERIODO
              DELIMITED BY SIZE INTO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE SPACES TO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE "VACANTES ABIERTAS AL CIERRE DEL PERIODO"
              TO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE SPACES TO LINEA-VACANTES
          STRING "NUMERO DEPARTAMENTO PUESTO   APERTURA  DIAS "
              "CANDIDATOS MOTIVO" DELIMITED BY SIZE
              INTO LINEA-VACANTES
          WRITE LINEA-VACANTES
          MOVE 1 TO REQT-POS
          PERFORM ESCRIBE-VACANTE-ABIERTA UNTIL REQT-POS > REQT-TOTAL
          MOVE SPACES TO LINEA-VACANTES
          STRING "VACANTES ABIERTAS: " ABIERTAS-FIN-PERIODO
              DELIMITED BY SIZE INTO LINEA-VACANTES
          WRITE LINEA-VACANTES
          CLOSE INFORME-VACANTES
          DISPLAY "INFORME GRABADO EN REQMES.RPT: "
              CUBIERTAS-PERIODO " CUBIERTAS, " ABIERTAS-FIN-PERIODO
              " ABIERTAS."
       END-IF.

       CALCULA-LIMITES-PERIODO.
       COMPUTE INICIO-PERIODO = PERIODO-INFORME * 100 + 1.
       IF MES-AUX = 12
          COMPUTE SIGUIENTE-PERIODO
              = (PERIODO-INFORME + 89) * 100 + 1
       ELSE
          COMPUTE SIGUIENTE-PERIODO
              = (PERIODO-INFORME + 1) * 100 + 1
       END-IF.
       COMPUTE FIN-PERIODO = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(SIGUIENTE-PERIODO) - 1).
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-DE-HOY.
       IF FECHA-DE-HOY < FIN-PERIODO
          MOVE FECHA-DE-HOY TO FECHA-LIMITE
       ELSE
          MOVE FIN-PERIODO TO FECHA-LIMITE
       END-IF.

       ESCRIBE-CUBIERTA.
       IF REQT-CIERRE(REQT-POS) NOT < INICIO-PERIODO
           AND REQT-CIERRE(REQT-POS) NOT > FIN-PERIODO
          IF REQT-ESTADO(REQT-POS) = "C"
             ADD 1 TO CUBIERTAS-PERIODO
             COMPUTE DIAS-COBERTURA
                 = FUNCTION INTEGER-OF-DATE(REQT-CIERRE(REQT-POS))
                 - FUNCTION INTEGER-OF-DATE(REQT-APERTURA(REQT-POS))
             ADD DIAS-COBERTURA TO TOTAL-DIAS-COBERTURA
             MOVE DIAS-COBERTURA TO DIAS-EDICION
             MOVE SPACES TO LINEA-VACANTES
             STRING REQT-NUMERO(REQT-POS) "  "
                 REQT-DEPARTAMENTO(REQT-POS) "   "
                 REQT-PUESTO(REQT-POS) " "
                 REQT-APERTURA(REQT-POS) " "
                 REQT-CIERRE(REQT-POS) " "
                 REQT-EMPLEADO(REQT-POS) "    " DIAS-EDICION
                 DELIMITED BY SIZE INTO LINEA-VACANTES
             WRITE LINEA-VACANTES
          END-IF
          IF REQT-ESTADO(REQT-POS) = "X"
             ADD 1 TO CANCELADAS-PERIODO
          END-IF
       END-IF.
       ADD 1 TO REQT-POS.

       ESCRIBE-VACANTE-ABIERTA.
       IF REQT-APERTURA(REQT-POS) NOT > FIN-PERIODO
           AND (REQT-ESTADO(REQT-POS) = "A"
           OR REQT-CIERRE(REQT-POS) > FIN-PERIODO)
          ADD 1 TO ABIERTAS-FIN-PERIODO
          MOVE 0 TO DIAS-ABIERTA
          IF REQT-APERTURA(REQT-POS) < FECHA-LIMITE
             COMPUTE DIAS-ABIERTA
                 = FUNCTION INTEGER-OF-DATE(FECHA-LIMITE)
                 - FUNCTION INTEGER-OF-DATE(REQT-APERTURA(REQT-POS))
          END-IF
          MOVE DIAS-ABIERTA TO DIAS-EDICION
          MOVE REQT-NUMERO(REQT-POS) TO NUMERO-ELEGIDO
          MOVE 0 TO CANDIDATOS-VIVOS
          MOVE 1 TO CANT-POS
          PERFORM CUENTA-CANDIDATO-VIVO UNTIL CANT-POS > CANT-TOTAL
          MOVE SPACES TO LINEA-VACANTES
          STRING REQT-NUMERO(REQT-POS) "  "
              REQT-DEPARTAMENTO(REQT-POS) "   "
              REQT-PUESTO(REQT-POS) " "
              REQT-APERTURA(REQT-POS) " " DIAS-EDICION "    "
              CANDIDATOS-VIVOS "     " REQT-MOTIVO(REQT-POS)
              DELIMITED BY SIZE INTO LINEA-VACANTES
          WRITE LINEA-VACANTES
       END-IF.
       ADD 1 TO REQT-POS.

       CUENTA-CANDIDATO-VIVO.
       IF CANT-REQUISICION(CANT-POS) = NUMERO-ELEGIDO
           AND CANT-ETAPA(CANT-POS) NOT = "D"
           AND CANT-ETAPA(CANT-POS) NOT = "I"
          ADD 1 TO CANDIDATOS-VIVOS
       END-IF.
       ADD 1 TO CANT-POS.
       END PROGRAM REQUISICIONES.

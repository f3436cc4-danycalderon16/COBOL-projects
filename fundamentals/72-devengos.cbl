      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengos de fin de mes para contabilidad: por cada
      *          empleado activo calcula la parte devengada y aun no
      *          pagada de la paga extraordinaria del semestre (el
      *          bruto del libro mayor NOMHIST.DAT desde el inicio
      *          del semestre dividido por 12, el convenio de la
      *          nomina) y el valor de las vacaciones no disfrutadas
      *          del saldo de SALDOVAC.DAT al valor-dia de FINIQUITO
      *          (salario/30). Escribe en DEVENGOS.DAT, con el mismo
      *          formato de ASIENTOS.DAT, el asiento de devengo del
      *          periodo y el de reversion del periodo siguiente,
      *          cada uno cuadrado a cero, y el detalle por empleado
      *          en DEVENGOS.RPT.
      *          Se genera por empresa: solo devengan los empleados
      *          de la empresa pedida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGOS-MENSUALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT SALDOS-ARCHIVO ASSIGN TO "SALDOVAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDOS-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT ASIENTOS-ARCHIVO ASSIGN TO "DEVENGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFORME-DEVENGOS ASSIGN TO "DEVENGOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       COPY "21-5-historial-nomina.cbl".
       FD  SALDOS-ARCHIVO.
       01  SALDO-REGISTRO.
           05 SALDO-EMPLEADOS-ID      PIC 9(5).
           05 SALDO-ANIO              PIC 9(4).
           05 SALDO-DIAS-DERECHO      PIC 9(3).
           05 SALDO-DIAS-ARRASTRE     PIC 9(3).
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE.
              10 AUSENCIA-EMPLEADOS-ID PIC 9(5).
              10 AUSENCIA-TIPO         PIC X.
              10 AUSENCIA-DESDE        PIC 9(8).
           05 AUSENCIA-HASTA          PIC 9(8).
           05 AUSENCIA-DIAS           PIC 9(3).
      ******************************************************************
      * Asiento contable con el formato de ASIENTOS.DAT (ver
      * EXTRACTO-CONTABLE). La cabecera lleva ademas la clase del
      * asiento (D = devengo, R = reversion) y el detalle el
      * concepto devengado (PAGAEXTR o VACACION), ambos en posiciones
      * que el extracto deja en blanco.
      ******************************************************************
       FD  ASIENTOS-ARCHIVO.
       01  ASIENTO-REGISTRO           PIC X(60).
       01  ASIENTO-CABECERA REDEFINES ASIENTO-REGISTRO.
           05 ASIENTO-CAB-TIPO        PIC X.
           05 ASIENTO-CAB-FECHA       PIC 9(8).
           05 ASIENTO-CAB-PERIODO     PIC X(6).
           05 ASIENTO-CAB-EMPRESA     PIC X(6).
           05 ASIENTO-CAB-CLASE       PIC X.
           05 FILLER                  PIC X(38).
       01  ASIENTO-DETALLE REDEFINES ASIENTO-REGISTRO.
           05 ASIENTO-DET-TIPO        PIC X.
           05 ASIENTO-DET-MOVIMIENTO  PIC X.
           05 ASIENTO-DET-CUENTA      PIC X(10).
           05 ASIENTO-DET-IMPORTE     PIC 9(11)V99.
           05 ASIENTO-DET-CONCEPTO    PIC X(8).
           05 FILLER                  PIC X(27).
       01  ASIENTO-CONTROL REDEFINES ASIENTO-REGISTRO.
           05 ASIENTO-CTL-TIPO        PIC X.
           05 ASIENTO-CTL-CARGOS      PIC 9(11)V99.
           05 ASIENTO-CTL-ABONOS      PIC 9(11)V99.
           05 ASIENTO-CTL-DIFERENCIA  PIC S9(11)V99.
           05 FILLER                  PIC X(19).
       FD  INFORME-DEVENGOS.
       01  LINEA-DEVENGOS             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  SALDOS-ESTADO-ARCHIVO PIC X(2).
       77  AUSENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  EMPRESA-POR-OMISION  PIC X(6).
       77  EMPRESA-DEL-EMPLEADO PIC X(6).
       77  EMPRESA-MODO         PIC X.
       01  DATOS-EMPRESA.
           05 EMPRESA-CODIGO          PIC X(6).
           05 EMPRESA-OPERADOR        PIC X(10).
           05 EMPRESA-DEPARTAMENTO    PIC X(10).
           05 EMPRESA-POSICION        PIC 9(2).
           05 EMPRESA-RAZON-SOCIAL    PIC X(40).
           05 EMPRESA-CIF             PIC X(9).
           05 EMPRESA-CCC             PIC X(11).
           05 EMPRESA-BANCO           PIC X(4).
           05 EMPRESA-CUENTA          PIC 9(10).
           05 EMPRESA-DIGITO          PIC 9.
           05 EMPRESA-ACTIVA          PIC X.
           05 EMPRESA-DEFECTO         PIC X(6).
           05 EMPRESA-EXISTE          PIC X.
           05 EMPRESA-AUTORIZADA      PIC X.
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-AUX-X          PIC X(8).
      ******************************************************************
      * Periodo del devengo, inicio del semestre de la paga extra y
      * periodo siguiente, en el que se revierte el asiento.
      ******************************************************************
       77  PERIODO-DEVENGO      PIC X(6).
       77  ANIO-DEVENGO         PIC 9(4).
       77  MES-DEVENGO          PIC 9(2).
       77  PERIODO-SEMESTRE     PIC X(6).
       77  PERIODO-REVERSION    PIC X(6).
       77  ANIO-REVERSION       PIC 9(4).
       77  MES-REVERSION        PIC 9(2).
      ******************************************************************
      * Meses en los que la nomina paga la extraordinaria: al cierre
      * de esos meses la paga ya esta pagada y no queda devengo.
      ******************************************************************
       77  MES-PAGA-VERANO      PIC 9(2) VALUE 6.
       77  MES-PAGA-NAVIDAD     PIC 9(2) VALUE 12.
       77  HAY-DEVENGO-EXTRA    PIC X VALUE "S".
      ******************************************************************
      * Bruto del semestre por empleado, cargado una sola vez del
      * libro mayor.
      ******************************************************************
       01  TABLA-BRUTOS.
           05 BRUTT-ENTRADA OCCURS 500 TIMES.
              10 BRUTT-ID             PIC 9(5).
              10 BRUTT-IMPORTE        PIC S9(9)V99.
       77  BRUTT-TOTAL          PIC 9(3) VALUE 0.
       77  BRUTT-POS            PIC 9(3).
       77  BRUTT-HALLADO        PIC X.
      ******************************************************************
      * Saldo de vacaciones del anio por empleado (derecho mas
      * arrastre) y dias ya disfrutados hasta el periodo.
      ******************************************************************
       01  TABLA-SALDOS.
           05 SALDT-ENTRADA OCCURS 500 TIMES.
              10 SALDT-ID             PIC 9(5).
              10 SALDT-DIAS           PIC 9(4).
              10 SALDT-USADOS         PIC 9(4).
       77  SALDT-TOTAL          PIC 9(3) VALUE 0.
       77  SALDT-POS            PIC 9(3).
       77  SALDT-HALLADO        PIC X.
       77  SALDT-ID-BUSCADO     PIC 9(5).
      ******************************************************************
      * Devengo acumulado por departamento, el cargo de cada asiento.
      ******************************************************************
       01  TABLA-DEVENGOS-DEPTO.
           05 DEVD-ENTRADA OCCURS 20 TIMES.
              10 DEVD-CODIGO          PIC X(10).
              10 DEVD-EXTRA           PIC S9(11)V99.
              10 DEVD-VACACIONES      PIC S9(11)V99.
       77  DEVD-TOTAL           PIC 9(2) VALUE 0.
       77  DEVD-POS             PIC 9(2).
       77  DEVD-HALLADO         PIC X.
       77  DEPARTAMENTO-DEVENGO PIC X(10).
      ******************************************************************
      * Importes por empleado y totales de los asientos.
      ******************************************************************
       77  DEVENGO-EXTRA        PIC S9(7)V99 VALUE 0.
       77  DEVENGO-VACACIONES   PIC S9(7)V99 VALUE 0.
       77  DIAS-PENDIENTES      PIC S9(4) VALUE 0.
       77  VALOR-DIA            PIC S9(5)V99 VALUE 0.
       77  TOTAL-EXTRA          PIC S9(11)V99 VALUE 0.
       77  TOTAL-VACACIONES     PIC S9(11)V99 VALUE 0.
       77  TOTAL-CARGOS         PIC S9(11)V99 VALUE 0.
       77  TOTAL-ABONOS         PIC S9(11)V99 VALUE 0.
       77  DIFERENCIA-CONTROL   PIC S9(11)V99 VALUE 0.
       77  EMPLEADOS-DEVENGADOS PIC 9(5) VALUE 0.
       77  CLASE-ASIENTO        PIC X.
       77  MOVIMIENTO-CARGO     PIC X.
       77  MOVIMIENTO-ABONO     PIC X.
       77  PERIODO-ASIENTO      PIC X(6).
       77  IMPORTE-EDICION      PIC -(11)9.99.
       77  IMPORTE-EMPLEADO-EDICION PIC -(7)9.99.
       77  DIAS-EDICION         PIC -(3)9.
       77  CALC-OPERACION       PIC X.
       77  CALC-REDONDEO        PIC X.
       77  CALC-NUM1            PIC S9(9)V9(4).
       77  CALC-NUM2            PIC S9(9)V9(4).
       77  CALC-RESULTADO       PIC S9(9)V9(4).
       77  CALC-RESTO           PIC S9(9)V9(4).
       77  CALC-ESTADO          PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "DEVENGOS DE FIN DE MES (PAGA EXTRA Y VACACIONES)".
       DISPLAY "PERIODO DEL CIERRE (AAAAMM): ".
       ACCEPT PERIODO-DEVENGO.
       IF PERIODO-DEVENGO IS NOT NUMERIC
          DISPLAY "PERIODO NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM DETERMINA-PERIODOS.
       IF MES-DEVENGO < 1 OR MES-DEVENGO > 12
          DISPLAY "PERIODO NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-CODIGO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       MOVE "V" TO EMPRESA-MODO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-AUTORIZADA = "N"
          DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE O NO "
              "AUTORIZADA AL OPERADOR. DEVENGOS.DAT NO GENERADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-BRUTOS-SEMESTRE.
       PERFORM CARGA-SALDOS-VACACIONES.
       PERFORM CARGA-VACACIONES-USADAS.
       OPEN OUTPUT INFORME-DEVENGOS.
       PERFORM ESCRIBE-CABECERA-INFORME.
       MOVE "N" TO LEE-TODO.
       PERFORM DEVENGA-UN-EMPLEADO UNTIL LEE-TODO = "S".
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM ESCRIBE-TOTALES-INFORME.
       CLOSE INFORME-DEVENGOS.
       MOVE 0 TO TOTAL-CARGOS.
       MOVE 1 TO DEVD-POS.
       PERFORM SUMA-CARGO-DEPTO UNTIL DEVD-POS > DEVD-TOTAL.
       COMPUTE TOTAL-ABONOS = TOTAL-EXTRA + TOTAL-VACACIONES.
       COMPUTE DIFERENCIA-CONTROL = TOTAL-CARGOS - TOTAL-ABONOS.
       IF DIFERENCIA-CONTROL NOT = 0
          MOVE DIFERENCIA-CONTROL TO IMPORTE-EDICION
          DISPLAY "EL DEVENGO NO CUADRA. DIFERENCIA CARGOS/ABONOS: "
              IMPORTE-EDICION
          DISPLAY "DEVENGOS.DAT NO SE LIBERA A CONTABILIDAD."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM ESCRIBE-ARCHIVO-DEVENGOS.
       MOVE TOTAL-EXTRA TO IMPORTE-EDICION.
       DISPLAY "PAGA EXTRA DEVENGADA:   " IMPORTE-EDICION.
       MOVE TOTAL-VACACIONES TO IMPORTE-EDICION.
       DISPLAY "VACACIONES DEVENGADAS:  " IMPORTE-EDICION.
       DISPLAY "DEVENGOS.DAT DE LA EMPRESA " CODIGO-EMPRESA
           " GENERADO: DEVENGO DEL PERIODO "
           PERIODO-DEVENGO " Y REVERSION EN " PERIODO-REVERSION ".".
       DISPLAY "DETALLE DE " EMPLEADOS-DEVENGADOS
           " EMPLEADOS EN DEVENGOS.RPT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

      ******************************************************************
      * Semestre de la paga extra en curso (enero-junio o
      * julio-diciembre) y periodo siguiente para la reversion.
      ******************************************************************
       DETERMINA-PERIODOS.
       MOVE PERIODO-DEVENGO(1:4) TO ANIO-DEVENGO.
       MOVE PERIODO-DEVENGO(5:2) TO MES-DEVENGO.
       MOVE PERIODO-DEVENGO TO PERIODO-SEMESTRE.
       IF MES-DEVENGO > MES-PAGA-VERANO
          MOVE "07" TO PERIODO-SEMESTRE(5:2)
       ELSE
          MOVE "01" TO PERIODO-SEMESTRE(5:2)
       END-IF.
       MOVE "S" TO HAY-DEVENGO-EXTRA.
       IF MES-DEVENGO = MES-PAGA-VERANO
           OR MES-DEVENGO = MES-PAGA-NAVIDAD
          MOVE "N" TO HAY-DEVENGO-EXTRA
       END-IF.
       MOVE ANIO-DEVENGO TO ANIO-REVERSION.
       IF MES-DEVENGO = 12
          MOVE 1 TO MES-REVERSION
          ADD 1 TO ANIO-REVERSION
       ELSE
          COMPUTE MES-REVERSION = MES-DEVENGO + 1
       END-IF.
       MOVE ANIO-REVERSION TO PERIODO-REVERSION(1:4).
       MOVE MES-REVERSION TO PERIODO-REVERSION(5:2).

       CARGA-BRUTOS-SEMESTRE.
       MOVE 0 TO BRUTT-TOTAL.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-BRUTO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE NOMINA-HISTORIAL.

       CARGA-UN-BRUTO.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO >= PERIODO-SEMESTRE
                  AND HISTORIAL-PERIODO <= PERIODO-DEVENGO
                 PERFORM ACUMULA-BRUTO-EMPLEADO
              END-IF
       END-READ.

       ACUMULA-BRUTO-EMPLEADO.
       MOVE "N" TO BRUTT-HALLADO.
       MOVE 1 TO BRUTT-POS.
       PERFORM COMPARA-BRUTO-EMPLEADO
           UNTIL BRUTT-POS > BRUTT-TOTAL OR BRUTT-HALLADO = "S".
       IF BRUTT-HALLADO = "N"
          IF BRUTT-TOTAL < 500
             ADD 1 TO BRUTT-TOTAL
             MOVE BRUTT-TOTAL TO BRUTT-POS
             MOVE HISTORIAL-EMPLEADOS-ID TO BRUTT-ID(BRUTT-POS)
             MOVE 0 TO BRUTT-IMPORTE(BRUTT-POS)
             MOVE "S" TO BRUTT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE BRUTOS DEL SEMESTRE LLENA."
          END-IF
       END-IF.
       IF BRUTT-HALLADO = "S"
          ADD HISTORIAL-BRUTO TO BRUTT-IMPORTE(BRUTT-POS)
       END-IF.

       COMPARA-BRUTO-EMPLEADO.
       IF BRUTT-ID(BRUTT-POS) = HISTORIAL-EMPLEADOS-ID
          MOVE "S" TO BRUTT-HALLADO
       ELSE
          ADD 1 TO BRUTT-POS
       END-IF.

       CARGA-SALDOS-VACACIONES.
       MOVE 0 TO SALDT-TOTAL.
       OPEN INPUT SALDOS-ARCHIVO.
       IF SALDOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UN-SALDO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE SALDOS-ARCHIVO.

       CARGA-UN-SALDO.
       READ SALDOS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF SALDO-ANIO = ANIO-DEVENGO
                 IF SALDT-TOTAL < 500
                    ADD 1 TO SALDT-TOTAL
                    MOVE SALDO-EMPLEADOS-ID TO SALDT-ID(SALDT-TOTAL)
                    COMPUTE SALDT-DIAS(SALDT-TOTAL)
                        = SALDO-DIAS-DERECHO + SALDO-DIAS-ARRASTRE
                    MOVE 0 TO SALDT-USADOS(SALDT-TOTAL)
                 ELSE
                    DISPLAY "AVISO: TABLA DE SALDOS DE VACACIONES "
                        "LLENA."
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Vacaciones disfrutadas en el anio hasta el periodo del
      * cierre, restadas del saldo como en FINIQUITO.
      ******************************************************************
       CARGA-VACACIONES-USADAS.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-VACACION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.

       CARGA-UNA-VACACION.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE AUSENCIA-DESDE TO FECHA-AUX-X
              IF AUSENCIA-TIPO = "V"
                  AND FECHA-AUX-X(1:4) = PERIODO-DEVENGO(1:4)
                  AND FECHA-AUX-X(1:6) <= PERIODO-DEVENGO
                 MOVE AUSENCIA-EMPLEADOS-ID TO SALDT-ID-BUSCADO
                 PERFORM BUSCA-SALDO-EMPLEADO
                 IF SALDT-HALLADO = "S"
                    ADD AUSENCIA-DIAS TO SALDT-USADOS(SALDT-POS)
                 END-IF
              END-IF
       END-READ.

       BUSCA-SALDO-EMPLEADO.
       MOVE "N" TO SALDT-HALLADO.
       MOVE 1 TO SALDT-POS.
       PERFORM COMPARA-SALDO-EMPLEADO
           UNTIL SALDT-POS > SALDT-TOTAL OR SALDT-HALLADO = "S".

       COMPARA-SALDO-EMPLEADO.
       IF SALDT-ID(SALDT-POS) = SALDT-ID-BUSCADO
          MOVE "S" TO SALDT-HALLADO
       ELSE
          ADD 1 TO SALDT-POS
       END-IF.

      ******************************************************************
      * Recorre el maestro: los empleados dados de baja ya cobraron
      * la paga y las vacaciones en el finiquito y no devengan.
      ******************************************************************
       DEVENGA-UN-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO
              IF EMPRESA-DEL-EMPLEADO = SPACES
                 MOVE EMPRESA-POR-OMISION TO EMPRESA-DEL-EMPLEADO
              END-IF
              IF NOT EMPLEADO-INACTIVO
                  AND EMPRESA-DEL-EMPLEADO = CODIGO-EMPRESA
                 PERFORM CALCULA-DEVENGO-EMPLEADO
              END-IF
       END-READ.

       CALCULA-DEVENGO-EMPLEADO.
       MOVE 0 TO DEVENGO-EXTRA DEVENGO-VACACIONES DIAS-PENDIENTES.
       IF HAY-DEVENGO-EXTRA = "S"
          MOVE "N" TO BRUTT-HALLADO
          MOVE EMPLEADOS-ID TO HISTORIAL-EMPLEADOS-ID
          MOVE 1 TO BRUTT-POS
          PERFORM COMPARA-BRUTO-EMPLEADO
              UNTIL BRUTT-POS > BRUTT-TOTAL OR BRUTT-HALLADO = "S"
          IF BRUTT-HALLADO = "S" AND BRUTT-IMPORTE(BRUTT-POS) > 0
             MOVE "D" TO CALC-OPERACION
             MOVE "1" TO CALC-REDONDEO
             MOVE BRUTT-IMPORTE(BRUTT-POS) TO CALC-NUM1
             MOVE 12 TO CALC-NUM2
             PERFORM LLAMA-CALCULO-REDONDEADO
             MOVE CALC-RESULTADO TO DEVENGO-EXTRA
          END-IF
       END-IF.
       MOVE EMPLEADOS-ID TO SALDT-ID-BUSCADO.
       PERFORM BUSCA-SALDO-EMPLEADO.
       IF SALDT-HALLADO = "S"
          COMPUTE DIAS-PENDIENTES
              = SALDT-DIAS(SALDT-POS) - SALDT-USADOS(SALDT-POS)
          IF DIAS-PENDIENTES < 0
             MOVE 0 TO DIAS-PENDIENTES
          END-IF
       END-IF.
       IF DIAS-PENDIENTES > 0 AND EMPLEADOS-SALARIO > 0
          MOVE "D" TO CALC-OPERACION
          MOVE "1" TO CALC-REDONDEO
          MOVE EMPLEADOS-SALARIO TO CALC-NUM1
          MOVE 30 TO CALC-NUM2
          PERFORM LLAMA-CALCULO-REDONDEADO
          MOVE CALC-RESULTADO TO VALOR-DIA
          MOVE "M" TO CALC-OPERACION
          MOVE VALOR-DIA TO CALC-NUM1
          MOVE DIAS-PENDIENTES TO CALC-NUM2
          PERFORM LLAMA-CALCULO-REDONDEADO
          MOVE CALC-RESULTADO TO DEVENGO-VACACIONES
       END-IF.
       IF DEVENGO-EXTRA > 0 OR DEVENGO-VACACIONES > 0
          MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-DEVENGO
          IF DEPARTAMENTO-DEVENGO = SPACES
             MOVE "SINDEPTO" TO DEPARTAMENTO-DEVENGO
          END-IF
          PERFORM ACUMULA-DEVENGO-DEPTO
          ADD DEVENGO-EXTRA TO TOTAL-EXTRA
          ADD DEVENGO-VACACIONES TO TOTAL-VACACIONES
          ADD 1 TO EMPLEADOS-DEVENGADOS
          PERFORM ESCRIBE-LINEA-EMPLEADO
       END-IF.

       LLAMA-CALCULO-REDONDEADO.
       CALL "CALCULO-REDONDEADO" USING CALC-OPERACION
           CALC-REDONDEO CALC-NUM1 CALC-NUM2 CALC-RESULTADO
           CALC-RESTO CALC-ESTADO.
       IF CALC-ESTADO NOT = "0"
          DISPLAY "AVISO: DESBORDAMIENTO EN EL DEVENGO DEL "
              "EMPLEADO " EMPLEADOS-ID "."
          MOVE 0 TO CALC-RESULTADO
       END-IF.

       ACUMULA-DEVENGO-DEPTO.
       MOVE "N" TO DEVD-HALLADO.
       MOVE 1 TO DEVD-POS.
       PERFORM COMPARA-DEVENGO-DEPTO
           UNTIL DEVD-POS > DEVD-TOTAL OR DEVD-HALLADO = "S".
       IF DEVD-HALLADO = "N"
          IF DEVD-TOTAL < 20
             ADD 1 TO DEVD-TOTAL
             MOVE DEVD-TOTAL TO DEVD-POS
             MOVE DEPARTAMENTO-DEVENGO TO DEVD-CODIGO(DEVD-POS)
             MOVE 0 TO DEVD-EXTRA(DEVD-POS) DEVD-VACACIONES(DEVD-POS)
             MOVE "S" TO DEVD-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE DEVENGOS POR DEPARTAMENTO "
                 "LLENA. SE OMITE " DEPARTAMENTO-DEVENGO
          END-IF
       END-IF.
       IF DEVD-HALLADO = "S"
          ADD DEVENGO-EXTRA TO DEVD-EXTRA(DEVD-POS)
          ADD DEVENGO-VACACIONES TO DEVD-VACACIONES(DEVD-POS)
       END-IF.

       COMPARA-DEVENGO-DEPTO.
       IF DEVD-CODIGO(DEVD-POS) = DEPARTAMENTO-DEVENGO
          MOVE "S" TO DEVD-HALLADO
       ELSE
          ADD 1 TO DEVD-POS
       END-IF.

      ******************************************************************
      * Los cargos salen de la tabla de departamentos y los abonos
      * a las provisiones de los totales por empleado, para que un
      * departamento omitido por tabla llena descuadre el asiento
      * en vez de pasar desapercibido.
      ******************************************************************
       SUMA-CARGO-DEPTO.
       ADD DEVD-EXTRA(DEVD-POS) TO TOTAL-CARGOS.
       ADD DEVD-VACACIONES(DEVD-POS) TO TOTAL-CARGOS.
       ADD 1 TO DEVD-POS.

       ESCRIBE-CABECERA-INFORME.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-DEVENGOS.
       STRING "DEVENGOS DEL PERIODO " PERIODO-DEVENGO
           "   SEMESTRE DESDE " PERIODO-SEMESTRE
           "   FECHA: " FECHA-ACTUAL(1:8)
           DELIMITED BY SIZE INTO LINEA-DEVENGOS.
       WRITE LINEA-DEVENGOS.
       MOVE SPACES TO LINEA-DEVENGOS.
       STRING "EMPRESA " CODIGO-EMPRESA " " EMPRESA-RAZON-SOCIAL
           DELIMITED BY SIZE INTO LINEA-DEVENGOS.
       WRITE LINEA-DEVENGOS.
       IF HAY-DEVENGO-EXTRA = "N"
          MOVE SPACES TO LINEA-DEVENGOS
          STRING "LA PAGA EXTRA SE PAGA ESTE MES: SIN DEVENGO "
              "PENDIENTE."
              DELIMITED BY SIZE INTO LINEA-DEVENGOS
          WRITE LINEA-DEVENGOS
       END-IF.
       MOVE SPACES TO LINEA-DEVENGOS.
       STRING "ID    DEPARTAMENTO  PAGA EXTRA   DIAS   VACACIONES"
           DELIMITED BY SIZE INTO LINEA-DEVENGOS.
       WRITE LINEA-DEVENGOS.

       ESCRIBE-LINEA-EMPLEADO.
       MOVE SPACES TO LINEA-DEVENGOS.
       MOVE EMPLEADOS-ID TO LINEA-DEVENGOS(1:5).
       MOVE DEPARTAMENTO-DEVENGO TO LINEA-DEVENGOS(7:10).
       MOVE DEVENGO-EXTRA TO IMPORTE-EMPLEADO-EDICION.
       MOVE IMPORTE-EMPLEADO-EDICION TO LINEA-DEVENGOS(18:11).
       MOVE DIAS-PENDIENTES TO DIAS-EDICION.
       MOVE DIAS-EDICION TO LINEA-DEVENGOS(31:4).
       MOVE DEVENGO-VACACIONES TO IMPORTE-EMPLEADO-EDICION.
       MOVE IMPORTE-EMPLEADO-EDICION TO LINEA-DEVENGOS(37:11).
       WRITE LINEA-DEVENGOS.

       ESCRIBE-TOTALES-INFORME.
       MOVE TOTAL-EXTRA TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-DEVENGOS.
       STRING "TOTAL PAGA EXTRA DEVENGADA:  " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-DEVENGOS.
       WRITE LINEA-DEVENGOS.
       MOVE TOTAL-VACACIONES TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-DEVENGOS.
       STRING "TOTAL VACACIONES DEVENGADAS: " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-DEVENGOS.
       WRITE LINEA-DEVENGOS.

      ******************************************************************
      * Dos asientos en el mismo archivo: el devengo del periodo
      * (cargo al departamento, abono a la provision) y su reversion
      * con los movimientos invertidos en el periodo siguiente, para
      * que el pago real de la paga o de las vacaciones no se cargue
      * dos veces.
      ******************************************************************
       ESCRIBE-ARCHIVO-DEVENGOS.
       OPEN OUTPUT ASIENTOS-ARCHIVO.
       MOVE "D" TO CLASE-ASIENTO.
       MOVE PERIODO-DEVENGO TO PERIODO-ASIENTO.
       MOVE "C" TO MOVIMIENTO-CARGO.
       MOVE "A" TO MOVIMIENTO-ABONO.
       PERFORM ESCRIBE-UN-ASIENTO.
       MOVE "R" TO CLASE-ASIENTO.
       MOVE PERIODO-REVERSION TO PERIODO-ASIENTO.
       MOVE "A" TO MOVIMIENTO-CARGO.
       MOVE "C" TO MOVIMIENTO-ABONO.
       PERFORM ESCRIBE-UN-ASIENTO.
       CLOSE ASIENTOS-ARCHIVO.

       ESCRIBE-UN-ASIENTO.
       MOVE SPACES TO ASIENTO-REGISTRO.
       MOVE "H" TO ASIENTO-CAB-TIPO.
       MOVE FECHA-ACTUAL(1:8) TO ASIENTO-CAB-FECHA.
       MOVE PERIODO-ASIENTO TO ASIENTO-CAB-PERIODO.
       MOVE CODIGO-EMPRESA TO ASIENTO-CAB-EMPRESA.
       MOVE CLASE-ASIENTO TO ASIENTO-CAB-CLASE.
       WRITE ASIENTO-REGISTRO.
       MOVE 1 TO DEVD-POS.
       PERFORM ESCRIBE-CARGO-DEVENGO UNTIL DEVD-POS > DEVD-TOTAL.
       IF TOTAL-EXTRA > 0
          MOVE SPACES TO ASIENTO-REGISTRO
          MOVE "D" TO ASIENTO-DET-TIPO
          MOVE MOVIMIENTO-ABONO TO ASIENTO-DET-MOVIMIENTO
          MOVE "PROVEXTRA" TO ASIENTO-DET-CUENTA
          MOVE TOTAL-EXTRA TO ASIENTO-DET-IMPORTE
          MOVE "PAGAEXTR" TO ASIENTO-DET-CONCEPTO
          WRITE ASIENTO-REGISTRO
       END-IF.
       IF TOTAL-VACACIONES > 0
          MOVE SPACES TO ASIENTO-REGISTRO
          MOVE "D" TO ASIENTO-DET-TIPO
          MOVE MOVIMIENTO-ABONO TO ASIENTO-DET-MOVIMIENTO
          MOVE "PROVVACAC" TO ASIENTO-DET-CUENTA
          MOVE TOTAL-VACACIONES TO ASIENTO-DET-IMPORTE
          MOVE "VACACION" TO ASIENTO-DET-CONCEPTO
          WRITE ASIENTO-REGISTRO
       END-IF.
       MOVE SPACES TO ASIENTO-REGISTRO.
       MOVE "T" TO ASIENTO-CTL-TIPO.
       IF CLASE-ASIENTO = "D"
          MOVE TOTAL-CARGOS TO ASIENTO-CTL-CARGOS
          MOVE TOTAL-ABONOS TO ASIENTO-CTL-ABONOS
       ELSE
          MOVE TOTAL-ABONOS TO ASIENTO-CTL-CARGOS
          MOVE TOTAL-CARGOS TO ASIENTO-CTL-ABONOS
       END-IF.
       MOVE DIFERENCIA-CONTROL TO ASIENTO-CTL-DIFERENCIA.
       WRITE ASIENTO-REGISTRO.

       ESCRIBE-CARGO-DEVENGO.
       IF DEVD-EXTRA(DEVD-POS) > 0
          MOVE SPACES TO ASIENTO-REGISTRO
          MOVE "D" TO ASIENTO-DET-TIPO
          MOVE MOVIMIENTO-CARGO TO ASIENTO-DET-MOVIMIENTO
          MOVE DEVD-CODIGO(DEVD-POS) TO ASIENTO-DET-CUENTA
          MOVE DEVD-EXTRA(DEVD-POS) TO ASIENTO-DET-IMPORTE
          MOVE "PAGAEXTR" TO ASIENTO-DET-CONCEPTO
          WRITE ASIENTO-REGISTRO
       END-IF.
       IF DEVD-VACACIONES(DEVD-POS) > 0
          MOVE SPACES TO ASIENTO-REGISTRO
          MOVE "D" TO ASIENTO-DET-TIPO
          MOVE MOVIMIENTO-CARGO TO ASIENTO-DET-MOVIMIENTO
          MOVE DEVD-CODIGO(DEVD-POS) TO ASIENTO-DET-CUENTA
          MOVE DEVD-VACACIONES(DEVD-POS) TO ASIENTO-DET-IMPORTE
          MOVE "VACACION" TO ASIENTO-DET-CONCEPTO
          WRITE ASIENTO-REGISTRO
       END-IF.
       ADD 1 TO DEVD-POS.
       END PROGRAM DEVENGOS-MENSUALES.

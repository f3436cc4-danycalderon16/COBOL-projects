      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion de la remesa de nomina con el extracto
      *          de la cuenta pagadora (EXTBANCO.DAT) de la fecha de
      *          pago. Cada remesa emitida (REMESA.DAT y la de
      *          correcciones REMCORR.DAT) queda en el registro
      *          CONCREM.DAT con su periodo, secuencia de transmision
      *          y el total del totalizador. Cada cargo de nomina del
      *          extracto se cruza con su remesa por periodo,
      *          secuencia e importe; si el banco lo desglosa, cada
      *          linea se cruza ademas con su detalle de la remesa
      *          por empleado e importe. CONCILIA.RPT lista lo
      *          cuadrado, lo que falta, lo duplicado y lo que no
      *          cuadra de importe. Una remesa sin conciliar mantiene
      *          una alerta CONCILIACION pendiente en ALERTAS.DAT (el
      *          mantenimiento no la da por vista) hasta que un
      *          extracto posterior la cuadra o se da por conciliada
      *          a mano (modo 2, que queda en la auditoria).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-ARCHIVO ASSIGN TO "EXTBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACTO-ESTADO-ARCHIVO.
           SELECT REMESA-ARCHIVO ASSIGN TO REMESA-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESA-ESTADO-ARCHIVO.
           SELECT CONCILIACION-ARCHIVO ASSIGN TO "CONCREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCILIACION-ESTADO-ARCHIVO.
           SELECT REPORTE-CONCILIACION ASSIGN TO "CONCILIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Extracto de la cuenta pagadora: un registro C por movimiento
      * (fecha valor, periodo y secuencia de la remesa que cita el
      * concepto, importe y signo D cargo / H abono) y, si el banco
      * desglosa el cargo, un registro L por pago detras de el. Los
      * movimientos sin periodo no son de nomina y se ignoran.
      ******************************************************************
       FD  EXTRACTO-ARCHIVO.
       01  EXTRACTO-REGISTRO          PIC X(80).
       01  EXTRACTO-MOVIMIENTO REDEFINES EXTRACTO-REGISTRO.
           05 EXTB-TIPO               PIC X.
           05 EXTB-FECHA              PIC 9(8).
           05 EXTB-PERIODO            PIC X(6).
           05 EXTB-SECUENCIA          PIC 9(5).
           05 EXTB-IMPORTE            PIC 9(13)V99.
           05 EXTB-SIGNO              PIC X.
           05 EXTB-CONCEPTO           PIC X(30).
           05 FILLER                  PIC X(14).
       01  EXTRACTO-LINEA REDEFINES EXTRACTO-REGISTRO.
           05 EXTL-TIPO               PIC X.
           05 EXTL-EMPLEADOS-ID       PIC 9(5).
           05 EXTL-IMPORTE            PIC 9(9)V99.
           05 FILLER                  PIC X(63).
       FD  REMESA-ARCHIVO.
       01  REMESA-REGISTRO            PIC X(60).
       01  REMESA-CABECERA REDEFINES REMESA-REGISTRO.
           05 REMESA-CAB-TIPO         PIC X.
           05 REMESA-CAB-FECHA        PIC 9(8).
           05 REMESA-CAB-PERIODO      PIC X(6).
           05 REMESA-CAB-EMPRESA      PIC X(6).
           05 REMESA-CAB-CLASE        PIC X.
           05 REMESA-CAB-SECUENCIA    PIC 9(5).
           05 REMESA-CAB-HORA         PIC X(6).
           05 FILLER                  PIC X(27).
       01  REMESA-DETALLE REDEFINES REMESA-REGISTRO.
           05 REMESA-DET-TIPO         PIC X.
           05 REMESA-DET-ID           PIC 9(5).
           05 REMESA-DET-BANCO        PIC X(4).
           05 REMESA-DET-CUENTA       PIC 9(10).
           05 REMESA-DET-DIGITO       PIC 9.
           05 REMESA-DET-IMPORTE      PIC 9(9)V99.
           05 REMESA-DET-NIF          PIC X(9).
           05 FILLER                  PIC X(19).
       01  REMESA-TOTALIZADOR REDEFINES REMESA-REGISTRO.
           05 REMESA-TOT-TIPO         PIC X.
           05 REMESA-TOT-REGISTROS    PIC 9(7).
           05 REMESA-TOT-SUMA         PIC 9(13)V99.
           05 FILLER                  PIC X(37).
      ******************************************************************
      * Registro de remesas emitidas. Estado P pendiente de cargo,
      * C conciliada, D con discrepancia (importe, cargo duplicado o
      * desglose que no cuadra), que solo se cierra a mano. La fecha
      * del primer cargo permite detectar un cargo repetido otro dia.
      ******************************************************************
       FD  CONCILIACION-ARCHIVO.
       01  CONCILIACION-REGISTRO.
           05 CONC-PERIODO            PIC X(6).
           05 CONC-SECUENCIA          PIC 9(5).
           05 CONC-CLASE              PIC X.
           05 CONC-FECHA              PIC 9(8).
           05 CONC-DETALLES           PIC 9(7).
           05 CONC-SUMA               PIC 9(13)V99.
           05 CONC-ESTADO             PIC X.
           05 CONC-FECHA-CONCILIA     PIC 9(8).
           05 CONC-FECHA-CARGO        PIC 9(8).
           05 CONC-MOTIVO             PIC X(25).
       FD  REPORTE-CONCILIACION.
       01  LINEA-CONCILIACION         PIC X(132).
       FD  ALERTAS-ARCHIVO.
       01  ALERTA-REGISTRO.
           05 ALERTA-ESTADO           PIC X.
           05 ALERTA-SEVERIDAD        PIC X.
           05 ALERTA-FECHA            PIC X(14).
           05 ALERTA-ORIGEN           PIC X(12).
           05 ALERTA-TEXTO            PIC X(60).
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).

       WORKING-STORAGE SECTION.
       77  EXTRACTO-ESTADO-ARCHIVO PIC X(2).
       77  REMESA-ESTADO-ARCHIVO PIC X(2).
       77  CONCILIACION-ESTADO-ARCHIVO PIC X(2).
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  REMESA-NOMBRE-ARCHIVO PIC X(12) VALUE "REMESA.DAT".
       77  LEE-TODO             PIC X VALUE "N".
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-PROCESO-NEGOCIO PIC 9(8) VALUE 0.
       77  FECHA-PAGO           PIC 9(8) VALUE 0.
       77  MODO-CONCILIACION    PIC X.
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  PERIODO-BUSCADO      PIC X(6).
       77  SECUENCIA-BUSCADA    PIC 9(5).
       77  REMESA-EN-CURSO      PIC 9(3) VALUE 0.
       77  CARGO-EN-CURSO       PIC 9(3) VALUE 0.
       77  CARGO-DESGLOSABLE    PIC X VALUE "N".
       77  CARGOS-LEIDOS        PIC 9(5) VALUE 0.
       77  CARGOS-CUADRADOS     PIC 9(5) VALUE 0.
       77  CARGOS-SIN-REMESA    PIC 9(5) VALUE 0.
       77  CARGOS-DUPLICADOS    PIC 9(5) VALUE 0.
       77  CARGOS-DIFERENCIA    PIC 9(5) VALUE 0.
       77  LINEAS-CUADRADAS     PIC 9(5) VALUE 0.
       77  LINEAS-DIFERENCIA    PIC 9(5) VALUE 0.
       77  LINEAS-SIN-DETALLE   PIC 9(5) VALUE 0.
       77  LINEAS-DUPLICADAS    PIC 9(5) VALUE 0.
       77  DETALLES-FALTANTES   PIC 9(5) VALUE 0.
       77  REMESAS-SIN-CARGO    PIC 9(5) VALUE 0.
       77  REMESAS-CONCILIADAS  PIC 9(5) VALUE 0.
       77  REMESAS-ABIERTAS     PIC 9(5) VALUE 0.
       77  ALERTAS-NUEVAS       PIC 9(5) VALUE 0.
       77  ALERTAS-CERRADAS     PIC 9(5) VALUE 0.
       77  IMPORTE-EDICION      PIC -(13)9.99.
       77  IMPORTE-EDICION-2    PIC -(13)9.99.
       77  CLAVE-REMESA         PIC X(19).
       01  TABLA-REMESAS.
           05 REMT-ENTRADA OCCURS 200 TIMES.
              10 REMT-PERIODO         PIC X(6).
              10 REMT-SECUENCIA       PIC 9(5).
              10 REMT-CLASE           PIC X.
              10 REMT-FECHA           PIC 9(8).
              10 REMT-DETALLES        PIC 9(7).
              10 REMT-SUMA            PIC 9(13)V99.
              10 REMT-ESTADO          PIC X.
              10 REMT-FECHA-CONCILIA  PIC 9(8).
              10 REMT-FECHA-CARGO     PIC 9(8).
              10 REMT-MOTIVO          PIC X(25).
              10 REMT-CARGOS          PIC 9(3).
              10 REMT-CARGADO         PIC 9(13)V99.
              10 REMT-DESGLOSADA      PIC X.
              10 REMT-CON-DETALLE     PIC X.
              10 REMT-ALERTA-ABIERTA  PIC X.
       77  REMT-TOTAL           PIC 9(3) VALUE 0.
       77  REMT-POS             PIC 9(3).
       77  REMT-HALLADO         PIC X.
      ******************************************************************
      * Detalles de pago de las remesas que estan en disco (REMESA.DAT
      * y REMCORR.DAT), con las veces que el banco los ha desglosado.
      ******************************************************************
       01  TABLA-DETALLES.
           05 DETT-ENTRADA OCCURS 2000 TIMES.
              10 DETT-REMESA          PIC 9(3).
              10 DETT-ID              PIC 9(5).
              10 DETT-IMPORTE         PIC 9(9)V99.
              10 DETT-VECES           PIC 9(3).
       77  DETT-TOTAL           PIC 9(4) VALUE 0.
       77  DETT-POS             PIC 9(4).
       77  DETT-HALLADO         PIC X.
       01  TABLA-ALERTAS.
           05 ALET-ENTRADA OCCURS 500 TIMES.
              10 ALET-ESTADO          PIC X.
              10 ALET-SEVERIDAD       PIC X.
              10 ALET-FECHA           PIC X(14).
              10 ALET-ORIGEN          PIC X(12).
              10 ALET-TEXTO           PIC X(60).
       77  ALET-TOTAL           PIC 9(3) VALUE 0.
       77  ALET-POS             PIC 9(3).
       77  ALET-DESBORDE        PIC X VALUE "N".
       77  ALERTAS-CAMBIADAS    PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "CONCILIACION DE LA REMESA CON EL EXTRACTO BANCARIO".
       CALL "FECHA-PROCESO" USING FECHA-PROCESO-NEGOCIO.
       PERFORM CARGA-REGISTRO-REMESAS.
       MOVE SPACE TO MODO-CONCILIACION.
       DISPLAY "1 - CONCILIAR EXTRACTO / 2 - DAR REMESA POR "
           "CONCILIADA (EN BLANCO = 1): ".
       ACCEPT MODO-CONCILIACION.
       IF MODO-CONCILIACION = "2"
          PERFORM CIERRA-REMESA-A-MANO
       ELSE
          PERFORM CONCILIA-EXTRACTO
       END-IF.
       GOBACK.

       CONCILIA-EXTRACTO.
       MOVE 0 TO FECHA-PAGO.
       DISPLAY "FECHA DE PAGO AAAAMMDD (EN BLANCO = FECHA DE "
           "PROCESO): ".
       ACCEPT FECHA-PAGO.
       IF FECHA-PAGO = 0
          MOVE FECHA-PROCESO-NEGOCIO TO FECHA-PAGO
       END-IF.
       MOVE "REMESA.DAT" TO REMESA-NOMBRE-ARCHIVO.
       PERFORM CARGA-REMESA-EMITIDA.
       MOVE "REMCORR.DAT" TO REMESA-NOMBRE-ARCHIVO.
       PERFORM CARGA-REMESA-EMITIDA.
       OPEN INPUT EXTRACTO-ARCHIVO.
       IF EXTRACTO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY EXTRACTO BANCARIO (EXTBANCO.DAT)."
          PERFORM GRABA-REGISTRO-REMESAS
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN OUTPUT REPORTE-CONCILIACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-CONCILIACION.
       STRING "CONCILIACION DE REMESAS - FECHA DE PAGO " FECHA-PAGO
           " - EJECUCION " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-CONCILIACION.
       WRITE LINEA-CONCILIACION.
       MOVE SPACES TO LINEA-CONCILIACION.
       WRITE LINEA-CONCILIACION.
       MOVE "N" TO LEE-TODO.
       MOVE 0 TO CARGO-EN-CURSO.
       PERFORM PROCESA-MOVIMIENTO-EXTRACTO UNTIL LEE-TODO = "S".
       CLOSE EXTRACTO-ARCHIVO.
       MOVE 1 TO DETT-POS.
       PERFORM LISTA-DETALLE-FALTANTE UNTIL DETT-POS > DETT-TOTAL.
       MOVE 1 TO REMT-POS.
       PERFORM RESUELVE-ESTADO-REMESA UNTIL REMT-POS > REMT-TOTAL.
       PERFORM ESCRIBE-TOTALES-CONCILIACION.
       CLOSE REPORTE-CONCILIACION.
       PERFORM GRABA-REGISTRO-REMESAS.
       PERFORM SINCRONIZA-ALERTAS.
       DISPLAY "CARGOS DE NOMINA: " CARGOS-LEIDOS " CUADRADOS: "
           CARGOS-CUADRADOS " REMESAS CONCILIADAS: "
           REMESAS-CONCILIADAS " SIN CONCILIAR: " REMESAS-ABIERTAS
           ". VER CONCILIA.RPT.".
       IF REMESAS-ABIERTAS > 0 OR CARGOS-SIN-REMESA > 0
          MOVE 4 TO RETURN-CODE
       END-IF.

       CARGA-REGISTRO-REMESAS.
       MOVE 0 TO REMT-TOTAL.
       OPEN INPUT CONCILIACION-ARCHIVO.
       IF CONCILIACION-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-REMESA-REGISTRO UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE CONCILIACION-ARCHIVO.

       CARGA-UNA-REMESA-REGISTRO.
       READ CONCILIACION-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF REMT-TOTAL < 200
                 ADD 1 TO REMT-TOTAL
                 MOVE CONC-PERIODO TO REMT-PERIODO(REMT-TOTAL)
                 MOVE CONC-SECUENCIA TO REMT-SECUENCIA(REMT-TOTAL)
                 MOVE CONC-CLASE TO REMT-CLASE(REMT-TOTAL)
                 MOVE CONC-FECHA TO REMT-FECHA(REMT-TOTAL)
                 MOVE CONC-DETALLES TO REMT-DETALLES(REMT-TOTAL)
                 MOVE CONC-SUMA TO REMT-SUMA(REMT-TOTAL)
                 MOVE CONC-ESTADO TO REMT-ESTADO(REMT-TOTAL)
                 MOVE CONC-FECHA-CONCILIA
                     TO REMT-FECHA-CONCILIA(REMT-TOTAL)
                 MOVE CONC-FECHA-CARGO TO REMT-FECHA-CARGO(REMT-TOTAL)
                 MOVE CONC-MOTIVO TO REMT-MOTIVO(REMT-TOTAL)
                 PERFORM INICIA-REMESA-EN-TABLA
              ELSE
                 DISPLAY "AVISO: CONCREM.DAT TIENE MAS REMESAS DE "
                     "LAS QUE SE PUEDEN CARGAR."
              END-IF
       END-READ.

       INICIA-REMESA-EN-TABLA.
       MOVE 0 TO REMT-CARGOS(REMT-TOTAL).
       MOVE 0 TO REMT-CARGADO(REMT-TOTAL).
       MOVE "N" TO REMT-DESGLOSADA(REMT-TOTAL).
       MOVE "N" TO REMT-CON-DETALLE(REMT-TOTAL).
       MOVE "N" TO REMT-ALERTA-ABIERTA(REMT-TOTAL).

       GRABA-REGISTRO-REMESAS.
       OPEN OUTPUT CONCILIACION-ARCHIVO.
       MOVE 1 TO REMT-POS.
       PERFORM GRABA-UNA-REMESA-REGISTRO UNTIL REMT-POS > REMT-TOTAL.
       CLOSE CONCILIACION-ARCHIVO.

       GRABA-UNA-REMESA-REGISTRO.
       MOVE REMT-PERIODO(REMT-POS) TO CONC-PERIODO.
       MOVE REMT-SECUENCIA(REMT-POS) TO CONC-SECUENCIA.
       MOVE REMT-CLASE(REMT-POS) TO CONC-CLASE.
       MOVE REMT-FECHA(REMT-POS) TO CONC-FECHA.
       MOVE REMT-DETALLES(REMT-POS) TO CONC-DETALLES.
       MOVE REMT-SUMA(REMT-POS) TO CONC-SUMA.
       MOVE REMT-ESTADO(REMT-POS) TO CONC-ESTADO.
       MOVE REMT-FECHA-CONCILIA(REMT-POS) TO CONC-FECHA-CONCILIA.
       MOVE REMT-FECHA-CARGO(REMT-POS) TO CONC-FECHA-CARGO.
       MOVE REMT-MOTIVO(REMT-POS) TO CONC-MOTIVO.
       WRITE CONCILIACION-REGISTRO.
       ADD 1 TO REMT-POS.

       LOCALIZA-REMESA.
       MOVE "N" TO REMT-HALLADO.
       MOVE 1 TO REMT-POS.
       PERFORM BUSCA-REMESA
           UNTIL REMT-POS > REMT-TOTAL OR REMT-HALLADO = "S".

       BUSCA-REMESA.
       IF REMT-PERIODO(REMT-POS) = PERIODO-BUSCADO
           AND REMT-SECUENCIA(REMT-POS) = SECUENCIA-BUSCADA
          MOVE "S" TO REMT-HALLADO
       ELSE
          ADD 1 TO REMT-POS
       END-IF.

      ******************************************************************
      * Una remesa emitida que todavia no esta en el registro entra
      * pendiente con los totales de su totalizador; sus detalles de
      * pago se cargan siempre, para cruzar el desglose del banco.
      ******************************************************************
       CARGA-REMESA-EMITIDA.
       MOVE 0 TO REMESA-EN-CURSO.
       OPEN INPUT REMESA-ARCHIVO.
       IF REMESA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-REGISTRO-REMESA-EMITIDA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE REMESA-ARCHIVO.

       CARGA-REGISTRO-REMESA-EMITIDA.
       READ REMESA-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF REMESA-CAB-TIPO = "H"
                 PERFORM ANOTA-CABECERA-REMESA
              END-IF
              IF REMESA-DET-TIPO = "D" AND REMESA-EN-CURSO > 0
                 PERFORM ANOTA-DETALLE-REMESA
              END-IF
              IF REMESA-TOT-TIPO = "T" AND REMESA-EN-CURSO > 0
                  AND REMT-ESTADO(REMESA-EN-CURSO) = "P"
                  AND REMT-CARGOS(REMESA-EN-CURSO) = 0
                 MOVE REMESA-TOT-REGISTROS
                     TO REMT-DETALLES(REMESA-EN-CURSO)
                 MOVE REMESA-TOT-SUMA TO REMT-SUMA(REMESA-EN-CURSO)
              END-IF
       END-READ.

       ANOTA-CABECERA-REMESA.
       MOVE REMESA-CAB-PERIODO TO PERIODO-BUSCADO.
       MOVE REMESA-CAB-SECUENCIA TO SECUENCIA-BUSCADA.
       PERFORM LOCALIZA-REMESA.
       IF REMT-HALLADO = "N"
          IF REMT-TOTAL < 200
             ADD 1 TO REMT-TOTAL
             MOVE REMT-TOTAL TO REMT-POS
             MOVE REMESA-CAB-PERIODO TO REMT-PERIODO(REMT-POS)
             MOVE REMESA-CAB-SECUENCIA TO REMT-SECUENCIA(REMT-POS)
             MOVE REMESA-CAB-CLASE TO REMT-CLASE(REMT-POS)
             MOVE REMESA-CAB-FECHA TO REMT-FECHA(REMT-POS)
             MOVE 0 TO REMT-DETALLES(REMT-POS)
             MOVE 0 TO REMT-SUMA(REMT-POS)
             MOVE "P" TO REMT-ESTADO(REMT-POS)
             MOVE 0 TO REMT-FECHA-CONCILIA(REMT-POS)
             MOVE 0 TO REMT-FECHA-CARGO(REMT-POS)
             MOVE SPACES TO REMT-MOTIVO(REMT-POS)
             PERFORM INICIA-REMESA-EN-TABLA
             MOVE "S" TO REMT-HALLADO
          ELSE
             DISPLAY "AVISO: REGISTRO DE REMESAS LLENO. NO SE "
                 "CONCILIA " REMESA-NOMBRE-ARCHIVO
          END-IF
       END-IF.
       IF REMT-HALLADO = "S"
          MOVE REMT-POS TO REMESA-EN-CURSO
          MOVE "S" TO REMT-CON-DETALLE(REMT-POS)
       ELSE
          MOVE 0 TO REMESA-EN-CURSO
       END-IF.

       ANOTA-DETALLE-REMESA.
       IF DETT-TOTAL < 2000
          ADD 1 TO DETT-TOTAL
          MOVE REMESA-EN-CURSO TO DETT-REMESA(DETT-TOTAL)
          MOVE REMESA-DET-ID TO DETT-ID(DETT-TOTAL)
          MOVE REMESA-DET-IMPORTE TO DETT-IMPORTE(DETT-TOTAL)
          MOVE 0 TO DETT-VECES(DETT-TOTAL)
       ELSE
          DISPLAY "AVISO: TABLA DE DETALLES DE REMESA LLENA."
       END-IF.

      ******************************************************************
      * Cargos de nomina de la fecha de pago. Un cargo se cruza con
      * su remesa por periodo y secuencia y se compara con el total
      * del totalizador; el desglose que le sigue se cruza con los
      * detalles de esa remesa. Repetir la conciliacion del mismo
      * extracto no toma por duplicado lo que ese dia ya se cargo;
      * un segundo cargo en otra fecha es un duplicado.
      ******************************************************************
       PROCESA-MOVIMIENTO-EXTRACTO.
       READ EXTRACTO-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF EXTB-TIPO = "C"
                 MOVE 0 TO CARGO-EN-CURSO
                 MOVE "N" TO CARGO-DESGLOSABLE
                 IF EXTB-FECHA = FECHA-PAGO AND EXTB-SIGNO = "D"
                     AND EXTB-PERIODO NOT = SPACES
                    PERFORM CRUZA-CARGO-NOMINA
                 END-IF
              END-IF
              IF EXTL-TIPO = "L" AND CARGO-DESGLOSABLE = "S"
                 PERFORM CRUZA-LINEA-DESGLOSE
              END-IF
       END-READ.

       CRUZA-CARGO-NOMINA.
       ADD 1 TO CARGOS-LEIDOS.
       MOVE EXTB-PERIODO TO PERIODO-BUSCADO.
       MOVE EXTB-SECUENCIA TO SECUENCIA-BUSCADA.
       PERFORM LOCALIZA-REMESA.
       MOVE EXTB-IMPORTE TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-CONCILIACION.
       IF REMT-HALLADO = "N"
          ADD 1 TO CARGOS-SIN-REMESA
          STRING "CARGO " EXTB-PERIODO "/" EXTB-SECUENCIA
              " IMPORTE " IMPORTE-EDICION
              "  SIN REMESA EMITIDA"
              DELIMITED BY SIZE INTO LINEA-CONCILIACION
       ELSE
          MOVE REMT-POS TO CARGO-EN-CURSO
          ADD 1 TO REMT-CARGOS(REMT-POS)
          ADD EXTB-IMPORTE TO REMT-CARGADO(REMT-POS)
          IF REMT-CARGOS(REMT-POS) > 1
              OR (REMT-FECHA-CARGO(REMT-POS) NOT = 0
              AND REMT-FECHA-CARGO(REMT-POS) NOT = FECHA-PAGO)
             ADD 1 TO CARGOS-DUPLICADOS
             MOVE "CARGO DUPLICADO" TO REMT-MOTIVO(REMT-POS)
             MOVE "D" TO REMT-ESTADO(REMT-POS)
             STRING "CARGO " EXTB-PERIODO "/" EXTB-SECUENCIA
                 " IMPORTE " IMPORTE-EDICION
                 "  DUPLICADO: LA REMESA YA SE HABIA CARGADO"
                 DELIMITED BY SIZE INTO LINEA-CONCILIACION
          ELSE
             MOVE FECHA-PAGO TO REMT-FECHA-CARGO(REMT-POS)
             MOVE "S" TO CARGO-DESGLOSABLE
             IF EXTB-IMPORTE = REMT-SUMA(REMT-POS)
                ADD 1 TO CARGOS-CUADRADOS
                STRING "CARGO " EXTB-PERIODO "/" EXTB-SECUENCIA
                    " IMPORTE " IMPORTE-EDICION "  CUADRADO"
                    DELIMITED BY SIZE INTO LINEA-CONCILIACION
             ELSE
                ADD 1 TO CARGOS-DIFERENCIA
                MOVE "IMPORTE DISTINTO" TO REMT-MOTIVO(REMT-POS)
                MOVE "D" TO REMT-ESTADO(REMT-POS)
                MOVE REMT-SUMA(REMT-POS) TO IMPORTE-EDICION-2
                STRING "CARGO " EXTB-PERIODO "/" EXTB-SECUENCIA
                    " IMPORTE " IMPORTE-EDICION
                    "  DIFERENCIA: TOTALIZADOR " IMPORTE-EDICION-2
                    DELIMITED BY SIZE INTO LINEA-CONCILIACION
             END-IF
          END-IF
       END-IF.
       WRITE LINEA-CONCILIACION.

       CRUZA-LINEA-DESGLOSE.
       MOVE "S" TO REMT-DESGLOSADA(CARGO-EN-CURSO).
       IF REMT-CON-DETALLE(CARGO-EN-CURSO) = "S"
          MOVE "N" TO DETT-HALLADO
          MOVE 1 TO DETT-POS
          PERFORM BUSCA-DETALLE-DESGLOSE
              UNTIL DETT-POS > DETT-TOTAL OR DETT-HALLADO = "S"
          MOVE EXTL-IMPORTE TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-CONCILIACION
          IF DETT-HALLADO = "N"
             ADD 1 TO LINEAS-SIN-DETALLE
             PERFORM MARCA-DESGLOSE-DESCUADRADO
             STRING "   LINEA " EXTL-EMPLEADOS-ID
                 " IMPORTE " IMPORTE-EDICION
                 "  SIN DETALLE EN LA REMESA"
                 DELIMITED BY SIZE INTO LINEA-CONCILIACION
          ELSE
             ADD 1 TO DETT-VECES(DETT-POS)
             IF DETT-VECES(DETT-POS) > 1
                ADD 1 TO LINEAS-DUPLICADAS
                PERFORM MARCA-DESGLOSE-DESCUADRADO
                STRING "   LINEA " EXTL-EMPLEADOS-ID
                    " IMPORTE " IMPORTE-EDICION
                    "  DUPLICADA"
                    DELIMITED BY SIZE INTO LINEA-CONCILIACION
             ELSE
                IF EXTL-IMPORTE = DETT-IMPORTE(DETT-POS)
                   ADD 1 TO LINEAS-CUADRADAS
                ELSE
                   ADD 1 TO LINEAS-DIFERENCIA
                   PERFORM MARCA-DESGLOSE-DESCUADRADO
                   MOVE DETT-IMPORTE(DETT-POS) TO IMPORTE-EDICION-2
                   STRING "   LINEA " EXTL-EMPLEADOS-ID
                       " IMPORTE " IMPORTE-EDICION
                       "  DIFERENCIA: REMESA " IMPORTE-EDICION-2
                       DELIMITED BY SIZE INTO LINEA-CONCILIACION
                END-IF
             END-IF
          END-IF
          IF LINEA-CONCILIACION NOT = SPACES
             WRITE LINEA-CONCILIACION
          END-IF
       END-IF.

       BUSCA-DETALLE-DESGLOSE.
       IF DETT-REMESA(DETT-POS) = CARGO-EN-CURSO
           AND DETT-ID(DETT-POS) = EXTL-EMPLEADOS-ID
           AND (DETT-VECES(DETT-POS) = 0
           OR DETT-IMPORTE(DETT-POS) = EXTL-IMPORTE)
          MOVE "S" TO DETT-HALLADO
       ELSE
          ADD 1 TO DETT-POS
       END-IF.

       MARCA-DESGLOSE-DESCUADRADO.
       IF REMT-ESTADO(CARGO-EN-CURSO) = "P"
          MOVE "D" TO REMT-ESTADO(CARGO-EN-CURSO)
          MOVE "DESGLOSE SIN CUADRAR" TO REMT-MOTIVO(CARGO-EN-CURSO)
       END-IF.

      ******************************************************************
      * Con el desglose del banco leido, cada detalle de una remesa
      * desglosada que el banco no pago falta en el extracto.
      ******************************************************************
       LISTA-DETALLE-FALTANTE.
       MOVE DETT-REMESA(DETT-POS) TO REMT-POS.
       IF REMT-DESGLOSADA(REMT-POS) = "S"
           AND DETT-VECES(DETT-POS) = 0
          ADD 1 TO DETALLES-FALTANTES
          MOVE REMT-POS TO CARGO-EN-CURSO
          PERFORM MARCA-DESGLOSE-DESCUADRADO
          MOVE DETT-IMPORTE(DETT-POS) TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-CONCILIACION
          STRING "REMESA " REMT-PERIODO(REMT-POS) "/"
              REMT-SECUENCIA(REMT-POS) " DETALLE "
              DETT-ID(DETT-POS) " IMPORTE " IMPORTE-EDICION
              "  FALTA EN EL DESGLOSE DEL BANCO"
              DELIMITED BY SIZE INTO LINEA-CONCILIACION
          WRITE LINEA-CONCILIACION
       END-IF.
       ADD 1 TO DETT-POS.

      ******************************************************************
      * Estado final de cada remesa: cargada una vez por su importe
      * y sin desglose descuadrado queda conciliada; pendiente sin
      * cargo con fecha de emision ya vencida falta en el extracto.
      ******************************************************************
       RESUELVE-ESTADO-REMESA.
       IF REMT-ESTADO(REMT-POS) = "P" AND REMT-CARGOS(REMT-POS) = 1
           AND REMT-CARGADO(REMT-POS) = REMT-SUMA(REMT-POS)
          MOVE "C" TO REMT-ESTADO(REMT-POS)
          MOVE FECHA-PAGO TO REMT-FECHA-CONCILIA(REMT-POS)
          MOVE SPACES TO REMT-MOTIVO(REMT-POS)
          ADD 1 TO REMESAS-CONCILIADAS
       END-IF.
       IF REMT-ESTADO(REMT-POS) = "P" AND REMT-CARGOS(REMT-POS) = 0
           AND REMT-FECHA(REMT-POS) NOT > FECHA-PAGO
          ADD 1 TO REMESAS-SIN-CARGO
          MOVE "SIN CARGO EN EL EXTRACTO" TO REMT-MOTIVO(REMT-POS)
          MOVE REMT-SUMA(REMT-POS) TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-CONCILIACION
          STRING "REMESA " REMT-PERIODO(REMT-POS) "/"
              REMT-SECUENCIA(REMT-POS) " EMITIDA "
              REMT-FECHA(REMT-POS) " IMPORTE " IMPORTE-EDICION
              "  FALTA: SIN CARGO"
              DELIMITED BY SIZE INTO LINEA-CONCILIACION
          WRITE LINEA-CONCILIACION
       END-IF.
       IF (REMT-ESTADO(REMT-POS) = "P"
           AND REMT-FECHA(REMT-POS) NOT > FECHA-PAGO)
           OR REMT-ESTADO(REMT-POS) = "D"
          ADD 1 TO REMESAS-ABIERTAS
       END-IF.
       ADD 1 TO REMT-POS.

       ESCRIBE-TOTALES-CONCILIACION.
       MOVE SPACES TO LINEA-CONCILIACION.
       WRITE LINEA-CONCILIACION.
       MOVE SPACES TO LINEA-CONCILIACION.
       STRING "CARGOS: " CARGOS-LEIDOS " CUADRADOS: " CARGOS-CUADRADOS
           " DIFERENCIA: " CARGOS-DIFERENCIA " DUPLICADOS: "
           CARGOS-DUPLICADOS " SIN REMESA: " CARGOS-SIN-REMESA
           DELIMITED BY SIZE INTO LINEA-CONCILIACION.
       WRITE LINEA-CONCILIACION.
       MOVE SPACES TO LINEA-CONCILIACION.
       STRING "LINEAS DE DESGLOSE CUADRADAS: " LINEAS-CUADRADAS
           " DIFERENCIA: " LINEAS-DIFERENCIA " DUPLICADAS: "
           LINEAS-DUPLICADAS " SIN DETALLE: " LINEAS-SIN-DETALLE
           " FALTAN: " DETALLES-FALTANTES
           DELIMITED BY SIZE INTO LINEA-CONCILIACION.
       WRITE LINEA-CONCILIACION.
       MOVE SPACES TO LINEA-CONCILIACION.
       STRING "REMESAS CONCILIADAS: " REMESAS-CONCILIADAS
           " SIN CARGO: " REMESAS-SIN-CARGO
           " SIN CONCILIAR EN TOTAL: " REMESAS-ABIERTAS
           DELIMITED BY SIZE INTO LINEA-CONCILIACION.
       WRITE LINEA-CONCILIACION.

      ******************************************************************
      * Cierre manual de una remesa en discrepancia (o que nunca se
      * cargara), una vez aclarada con el banco. Queda en la
      * auditoria con el operador que la cierra.
      ******************************************************************
       CIERRA-REMESA-A-MANO.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       DISPLAY "PERIODO DE LA REMESA (AAAAMM): ".
       ACCEPT PERIODO-BUSCADO.
       DISPLAY "SECUENCIA DE TRANSMISION: ".
       ACCEPT SECUENCIA-BUSCADA.
       PERFORM LOCALIZA-REMESA.
       IF REMT-HALLADO = "N"
          DISPLAY "LA REMESA NO ESTA EN CONCREM.DAT."
          MOVE 8 TO RETURN-CODE
       ELSE
          IF REMT-ESTADO(REMT-POS) = "C"
             DISPLAY "LA REMESA YA ESTA CONCILIADA."
          ELSE
             MOVE "C" TO REMT-ESTADO(REMT-POS)
             MOVE FECHA-PROCESO-NEGOCIO
                 TO REMT-FECHA-CONCILIA(REMT-POS)
             MOVE "CERRADA A MANO" TO REMT-MOTIVO(REMT-POS)
             PERFORM GRABA-REGISTRO-REMESAS
             PERFORM SINCRONIZA-ALERTAS
             MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
             OPEN EXTEND AUDITORIA-ARCHIVO
             IF AUDITORIA-ESTADO-ARCHIVO = "35"
                OPEN OUTPUT AUDITORIA-ARCHIVO
             END-IF
             MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR
             MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA
             MOVE "CONCILIA-MANUAL" TO AUDIT-ACCION
             MOVE SECUENCIA-BUSCADA TO AUDIT-EMPLEADOS-ID
             WRITE AUDITORIA-REGISTRO
             CLOSE AUDITORIA-ARCHIVO
             DISPLAY "REMESA " PERIODO-BUSCADO "/" SECUENCIA-BUSCADA
                 " DADA POR CONCILIADA."
          END-IF
       END-IF.

      ******************************************************************
      * Cada remesa sin conciliar tiene su alerta CONCILIACION
      * pendiente (la clave de la remesa va al principio del texto);
      * la de una remesa ya conciliada se da por vista.
      ******************************************************************
       SINCRONIZA-ALERTAS.
       MOVE 0 TO ALET-TOTAL.
       MOVE "N" TO ALET-DESBORDE.
       MOVE "N" TO ALERTAS-CAMBIADAS.
       OPEN INPUT ALERTAS-ARCHIVO.
       IF ALERTAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CARGA-UNA-ALERTA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE ALERTAS-ARCHIVO.
       IF ALET-DESBORDE = "S"
          DISPLAY "ALERTAS.DAT TIENE MAS REGISTROS DE LOS QUE SE "
              "PUEDEN CARGAR; NO SE ACTUALIZAN LAS ALERTAS DE "
              "CONCILIACION."
       ELSE
          MOVE 1 TO REMT-POS
          PERFORM REPASA-ALERTA-REMESA UNTIL REMT-POS > REMT-TOTAL
          IF ALERTAS-CAMBIADAS = "S"
             PERFORM GRABA-ARCHIVO-ALERTAS
          END-IF
       END-IF.

       CARGA-UNA-ALERTA.
       READ ALERTAS-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ALET-TOTAL < 500
                 ADD 1 TO ALET-TOTAL
                 MOVE ALERTA-ESTADO TO ALET-ESTADO(ALET-TOTAL)
                 MOVE ALERTA-SEVERIDAD TO ALET-SEVERIDAD(ALET-TOTAL)
                 MOVE ALERTA-FECHA TO ALET-FECHA(ALET-TOTAL)
                 MOVE ALERTA-ORIGEN TO ALET-ORIGEN(ALET-TOTAL)
                 MOVE ALERTA-TEXTO TO ALET-TEXTO(ALET-TOTAL)
              ELSE
                 MOVE "S" TO ALET-DESBORDE
              END-IF
       END-READ.

       REPASA-ALERTA-REMESA.
       MOVE SPACES TO CLAVE-REMESA.
       STRING "REMESA " REMT-PERIODO(REMT-POS) "/"
           REMT-SECUENCIA(REMT-POS)
           DELIMITED BY SIZE INTO CLAVE-REMESA.
       MOVE "N" TO REMT-ALERTA-ABIERTA(REMT-POS).
       MOVE 1 TO ALET-POS.
       PERFORM REPASA-UNA-ALERTA UNTIL ALET-POS > ALET-TOTAL.
       IF REMT-ALERTA-ABIERTA(REMT-POS) = "N"
           AND (REMT-ESTADO(REMT-POS) = "D"
           OR (REMT-ESTADO(REMT-POS) = "P"
           AND REMT-FECHA(REMT-POS) NOT > FECHA-PAGO
           AND FECHA-PAGO > 0))
          PERFORM ABRE-ALERTA-REMESA
       END-IF.
       ADD 1 TO REMT-POS.

       REPASA-UNA-ALERTA.
       IF ALET-ORIGEN(ALET-POS) = "CONCILIACION"
           AND ALET-TEXTO(ALET-POS)(1:19) = CLAVE-REMESA
           AND ALET-ESTADO(ALET-POS) NOT = "V"
          IF REMT-ESTADO(REMT-POS) = "C"
             MOVE "V" TO ALET-ESTADO(ALET-POS)
             MOVE "S" TO ALERTAS-CAMBIADAS
             ADD 1 TO ALERTAS-CERRADAS
          ELSE
             MOVE "S" TO REMT-ALERTA-ABIERTA(REMT-POS)
          END-IF
       END-IF.
       ADD 1 TO ALET-POS.

       ABRE-ALERTA-REMESA.
       IF ALET-TOTAL < 500
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          ADD 1 TO ALET-TOTAL
          MOVE "P" TO ALET-ESTADO(ALET-TOTAL)
          MOVE "A" TO ALET-SEVERIDAD(ALET-TOTAL)
          MOVE FECHA-ACTUAL(1:14) TO ALET-FECHA(ALET-TOTAL)
          MOVE "CONCILIACION" TO ALET-ORIGEN(ALET-TOTAL)
          MOVE SPACES TO ALET-TEXTO(ALET-TOTAL)
          STRING CLAVE-REMESA " SIN CONCILIAR: "
              REMT-MOTIVO(REMT-POS)
              DELIMITED BY SIZE INTO ALET-TEXTO(ALET-TOTAL)
          MOVE "S" TO ALERTAS-CAMBIADAS
          MOVE "S" TO REMT-ALERTA-ABIERTA(REMT-POS)
          ADD 1 TO ALERTAS-NUEVAS
       END-IF.

       GRABA-ARCHIVO-ALERTAS.
       OPEN OUTPUT ALERTAS-ARCHIVO.
       MOVE 1 TO ALET-POS.
       PERFORM GRABA-UNA-ALERTA UNTIL ALET-POS > ALET-TOTAL.
       CLOSE ALERTAS-ARCHIVO.

       GRABA-UNA-ALERTA.
       MOVE ALET-ESTADO(ALET-POS) TO ALERTA-ESTADO.
       MOVE ALET-SEVERIDAD(ALET-POS) TO ALERTA-SEVERIDAD.
       MOVE ALET-FECHA(ALET-POS) TO ALERTA-FECHA.
       MOVE ALET-ORIGEN(ALET-POS) TO ALERTA-ORIGEN.
       MOVE ALET-TEXTO(ALET-POS) TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       ADD 1 TO ALET-POS.
       END PROGRAM CONCILIA-BANCO.

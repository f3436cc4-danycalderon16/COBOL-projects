      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pasivo con acreedores al cierre de un mes. Lista,
      *          agrupadas por acreedor, las retenciones a terceros
      *          (embargos y conceptos vinculados) de ACRMOV.DAT de
      *          periodos hasta el pedido que al cierre seguian sin
      *          remesar: las pendientes (sin acreedor, acreedor
      *          inactivo o sin cuenta de abono) y las remesadas en
      *          una liberacion posterior al mes. Las que no tienen
      *          acreedor se agrupan bajo SIN ACREEDOR. Despues
      *          cuadra el periodo con el libro de deducciones
      *          NOMDEDUC.DAT: lo retenido en lineas de embargo y de
      *          conceptos vinculados en ACRVINC.DAT debe ser lo
      *          anotado en ACRMOV.DAT para ese periodo. Con pasivo
      *          pendiente o descuadre termina con codigo 4. El
      *          listado va a PASIVOAC.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASIVO-ACREEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACREEDORES-ARCHIVO ASSIGN TO "ACREEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACREEDORES-ESTADO-ARCHIVO.
           SELECT ACREEDOR-VINCULOS ASSIGN TO "ACRVINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACRVINC-ESTADO-ARCHIVO.
           SELECT ACREEDOR-MOVIMIENTOS ASSIGN TO "ACRMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACRMOV-ESTADO-ARCHIVO.
           SELECT DEDUCCIONES-LIBRO ASSIGN TO "NOMDEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMDEDUC-ESTADO-ARCHIVO.
           SELECT REPORTE-PASIVO ASSIGN TO "PASIVOAC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  ACREEDOR-MOVIMIENTOS.
       01  ACRMOV-REGISTRO.
           05 ACRMOV-PERIODO          PIC X(6).
           05 ACRMOV-EMPLEADOS-ID     PIC 9(5).
           05 ACRMOV-CLASE            PIC X(8).
           05 ACRMOV-REFERENCIA       PIC X(20).
           05 ACRMOV-IMPORTE          PIC S9(7)V99.
           05 ACRMOV-ACREEDOR         PIC X(8).
           05 ACRMOV-EXPEDIENTE       PIC X(20).
           05 ACRMOV-ESTADO           PIC X.
           05 ACRMOV-SECUENCIA        PIC 9(5).
           05 ACRMOV-FECHA-REMESA     PIC X(8).
           05 ACRMOV-EMPRESA          PIC X(6).
       FD  DEDUCCIONES-LIBRO.
       01  NOMDEDUC-REGISTRO.
           05 NOMDEDUC-PERIODO        PIC X(6).
           05 NOMDEDUC-EMPLEADOS-ID   PIC 9(5).
           05 NOMDEDUC-CLASE          PIC X(8).
           05 NOMDEDUC-REFERENCIA     PIC X(20).
           05 NOMDEDUC-BASE           PIC S9(7)V99.
           05 NOMDEDUC-IMPORTE        PIC S9(7)V99.
       FD  REPORTE-PASIVO.
       01  LINEA-PASIVO               PIC X(120).

       WORKING-STORAGE SECTION.
       77  ACREEDORES-ESTADO-ARCHIVO PIC X(2).
       77  ACRVINC-ESTADO-ARCHIVO PIC X(2).
       77  ACRMOV-ESTADO-ARCHIVO PIC X(2).
       77  NOMDEDUC-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  PERIODO-CIERRE       PIC X(6).
       77  ACREEDOR-BUSCADO     PIC X(8).
       77  VINCULADO            PIC X.
       77  ANOTADO-PERIODO      PIC S9(11)V99 VALUE 0.
       77  RETENIDO-PERIODO     PIC S9(11)V99 VALUE 0.
       77  DIFERENCIA-PERIODO   PIC S9(11)V99 VALUE 0.
       77  TOTAL-PASIVO         PIC S9(11)V99 VALUE 0.
       77  LINEAS-PENDIENTES    PIC 9(5) VALUE 0.
       77  LINEAS-POSTERIORES   PIC 9(5) VALUE 0.
       77  IMPORTE-EDICION      PIC -(11)9.99.
      ******************************************************************
      * Acreedores del maestro y, detras, los codigos que aparecen en
      * el libro sin estar en el maestro; la fila en blanco agrupa
      * las retenciones sin acreedor.
      ******************************************************************
       01  TABLA-ACREEDORES.
           05 ACRT-ENTRADA OCCURS 60 TIMES.
              10 ACRT-CODIGO          PIC X(8).
              10 ACRT-NOMBRE          PIC X(30).
              10 ACRT-LINEAS          PIC 9(5).
              10 ACRT-IMPORTE         PIC S9(9)V99.
       77  ACRT-TOTAL           PIC 9(2) VALUE 0.
       77  ACRT-POS             PIC 9(2).
       77  ACRT-HALLADO         PIC X.
       01  TABLA-VINCULOS.
           05 VINT-ENTRADA OCCURS 300 TIMES.
              10 VINT-CLASE           PIC X(8).
              10 VINT-ID              PIC 9(5).
              10 VINT-CLAVE           PIC X(20).
       77  VINT-TOTAL           PIC 9(3) VALUE 0.
       77  VINT-POS             PIC 9(3).
      ******************************************************************
      * Retenciones sin remesar al cierre, para listarlas agrupadas.
      ******************************************************************
       01  TABLA-PENDIENTES.
           05 PENT-ENTRADA OCCURS 1000 TIMES.
              10 PENT-ACREEDOR-POS    PIC 9(2).
              10 PENT-PERIODO         PIC X(6).
              10 PENT-ID              PIC 9(5).
              10 PENT-CLASE           PIC X(8).
              10 PENT-REFERENCIA      PIC X(20).
              10 PENT-EMPRESA         PIC X(6).
              10 PENT-ESTADO          PIC X.
              10 PENT-IMPORTE         PIC S9(7)V99.
       77  PENT-TOTAL           PIC 9(4) VALUE 0.
       77  PENT-POS             PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "PASIVO CON ACREEDORES AL CIERRE DE MES".
       DISPLAY "PERIODO DE CIERRE (AAAAMM): ".
       ACCEPT PERIODO-CIERRE.
       IF PERIODO-CIERRE IS NOT NUMERIC
          DISPLAY "PERIODO NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT ACREEDOR-MOVIMIENTOS.
       IF ACRMOV-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY LIBRO DE RETENCIONES A TERCEROS (ACRMOV.DAT)."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM CARGA-ACREEDORES.
       PERFORM CARGA-VINCULOS.
       MOVE "N" TO LEE-TODO.
       PERFORM LEE-UN-MOVIMIENTO UNTIL LEE-TODO = "S".
       CLOSE ACREEDOR-MOVIMIENTOS.
       OPEN INPUT DEDUCCIONES-LIBRO.
       IF NOMDEDUC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM LEE-UNA-DEDUCCION UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE DEDUCCIONES-LIBRO.
       COMPUTE DIFERENCIA-PERIODO = RETENIDO-PERIODO - ANOTADO-PERIODO.
       PERFORM ESCRIBE-REPORTE-PASIVO.
       MOVE TOTAL-PASIVO TO IMPORTE-EDICION.
       DISPLAY "PASIVO AL CIERRE DE " PERIODO-CIERRE ": "
           IMPORTE-EDICION " EN " PENT-TOTAL " RETENCIONES. LISTADO EN "
           "PASIVOAC.RPT.".
       IF DIFERENCIA-PERIODO NOT = 0
          MOVE DIFERENCIA-PERIODO TO IMPORTE-EDICION
          DISPLAY "AVISO: NOMDEDUC.DAT Y ACRMOV.DAT NO CUADRAN EN EL "
              "PERIODO " PERIODO-CIERRE ". DIFERENCIA: "
              IMPORTE-EDICION
       END-IF.
       IF LINEAS-PENDIENTES > 0
          DISPLAY "AVISO: " LINEAS-PENDIENTES " RETENCIONES SIGUEN "
              "PENDIENTES DE ACREEDOR PAGABLE."
       END-IF.
       IF PENT-TOTAL > 0 OR DIFERENCIA-PERIODO NOT = 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

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
                 MOVE 0 TO ACRT-LINEAS(ACRT-TOTAL)
                 MOVE 0 TO ACRT-IMPORTE(ACRT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ACREEDORES LLENA."
              END-IF
       END-READ.

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
                 MOVE VINCULO-CLAVE TO VINT-CLAVE(VINT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE VINCULOS DE ACREEDORES LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Una linea del libro: suma a lo anotado si es del periodo y va
      * al pasivo si es de un periodo hasta el cierre y al cierre no
      * estaba remesada (pendiente, o remesada despues del mes).
      ******************************************************************
       LEE-UN-MOVIMIENTO.
       READ ACREEDOR-MOVIMIENTOS
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ACRMOV-PERIODO = PERIODO-CIERRE
                 ADD ACRMOV-IMPORTE TO ANOTADO-PERIODO
              END-IF
              IF ACRMOV-PERIODO NOT > PERIODO-CIERRE
                 IF ACRMOV-ESTADO = "P"
                    ADD 1 TO LINEAS-PENDIENTES
                    PERFORM ANOTA-PENDIENTE
                 ELSE
                    IF ACRMOV-FECHA-REMESA(1:6) > PERIODO-CIERRE
                       ADD 1 TO LINEAS-POSTERIORES
                       PERFORM ANOTA-PENDIENTE
                    END-IF
                 END-IF
              END-IF
       END-READ.

       ANOTA-PENDIENTE.
       MOVE ACRMOV-ACREEDOR TO ACREEDOR-BUSCADO.
       PERFORM BUSCA-ACREEDOR.
       IF ACRT-HALLADO = "N"
          IF ACRT-TOTAL < 60
             ADD 1 TO ACRT-TOTAL
             MOVE ACRT-TOTAL TO ACRT-POS
             MOVE ACREEDOR-BUSCADO TO ACRT-CODIGO(ACRT-POS)
             IF ACREEDOR-BUSCADO = SPACES
                MOVE "SIN ACREEDOR" TO ACRT-NOMBRE(ACRT-POS)
             ELSE
                MOVE "NO ESTA EN EL MAESTRO" TO ACRT-NOMBRE(ACRT-POS)
             END-IF
             MOVE 0 TO ACRT-LINEAS(ACRT-POS)
             MOVE 0 TO ACRT-IMPORTE(ACRT-POS)
             MOVE "S" TO ACRT-HALLADO
          ELSE
             DISPLAY "AVISO: TABLA DE ACREEDORES LLENA."
          END-IF
       END-IF.
       IF ACRT-HALLADO = "S"
          IF PENT-TOTAL < 1000
             ADD 1 TO PENT-TOTAL
             MOVE ACRT-POS TO PENT-ACREEDOR-POS(PENT-TOTAL)
             MOVE ACRMOV-PERIODO TO PENT-PERIODO(PENT-TOTAL)
             MOVE ACRMOV-EMPLEADOS-ID TO PENT-ID(PENT-TOTAL)
             MOVE ACRMOV-CLASE TO PENT-CLASE(PENT-TOTAL)
             MOVE ACRMOV-REFERENCIA TO PENT-REFERENCIA(PENT-TOTAL)
             MOVE ACRMOV-EMPRESA TO PENT-EMPRESA(PENT-TOTAL)
             MOVE ACRMOV-ESTADO TO PENT-ESTADO(PENT-TOTAL)
             MOVE ACRMOV-IMPORTE TO PENT-IMPORTE(PENT-TOTAL)
             ADD 1 TO ACRT-LINEAS(ACRT-POS)
             ADD ACRMOV-IMPORTE TO ACRT-IMPORTE(ACRT-POS)
             ADD ACRMOV-IMPORTE TO TOTAL-PASIVO
          ELSE
             DISPLAY "AVISO: TABLA DE RETENCIONES PENDIENTES LLENA."
          END-IF
       END-IF.

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

      ******************************************************************
      * Lo retenido a terceros en el periodo segun el libro de
      * deducciones: los embargos y los conceptos con vinculo.
      ******************************************************************
       LEE-UNA-DEDUCCION.
       READ DEDUCCIONES-LIBRO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF NOMDEDUC-PERIODO = PERIODO-CIERRE
                 IF NOMDEDUC-CLASE = "EMBARGO"
                    ADD NOMDEDUC-IMPORTE TO RETENIDO-PERIODO
                 ELSE
                    IF NOMDEDUC-CLASE = "CONCEPTO"
                       MOVE "N" TO VINCULADO
                       MOVE 1 TO VINT-POS
                       PERFORM BUSCA-VINCULO-CONCEPTO
                           UNTIL VINT-POS > VINT-TOTAL
                           OR VINCULADO = "S"
                       IF VINCULADO = "S"
                          ADD NOMDEDUC-IMPORTE TO RETENIDO-PERIODO
                       END-IF
                    END-IF
                 END-IF
              END-IF
       END-READ.

       BUSCA-VINCULO-CONCEPTO.
       IF VINT-CLASE(VINT-POS) = "CONCEPTO"
           AND VINT-CLAVE(VINT-POS) = NOMDEDUC-REFERENCIA
           AND (VINT-ID(VINT-POS) = 0
           OR VINT-ID(VINT-POS) = NOMDEDUC-EMPLEADOS-ID)
          MOVE "S" TO VINCULADO
       ELSE
          ADD 1 TO VINT-POS
       END-IF.

       ESCRIBE-REPORTE-PASIVO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN OUTPUT REPORTE-PASIVO.
       MOVE SPACES TO LINEA-PASIVO.
       STRING "PASIVO CON ACREEDORES AL CIERRE DE " PERIODO-CIERRE
           " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-PASIVO.
       WRITE LINEA-PASIVO.
       MOVE SPACES TO LINEA-PASIVO.
       WRITE LINEA-PASIVO.
       MOVE 1 TO ACRT-POS.
       PERFORM ESCRIBE-ACREEDOR-PASIVO UNTIL ACRT-POS > ACRT-TOTAL.
       MOVE TOTAL-PASIVO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-PASIVO.
       STRING "TOTAL PASIVO: " IMPORTE-EDICION " EN " PENT-TOTAL
           " RETENCIONES (" LINEAS-PENDIENTES " PENDIENTES, "
           LINEAS-POSTERIORES " REMESADAS DESPUES DEL CIERRE)"
           DELIMITED BY SIZE INTO LINEA-PASIVO.
       WRITE LINEA-PASIVO.
       MOVE SPACES TO LINEA-PASIVO.
       WRITE LINEA-PASIVO.
       MOVE SPACES TO LINEA-PASIVO.
       STRING "CUADRE DEL PERIODO " PERIODO-CIERRE
           " CON EL LIBRO DE DEDUCCIONES"
           DELIMITED BY SIZE INTO LINEA-PASIVO.
       WRITE LINEA-PASIVO.
       MOVE RETENIDO-PERIODO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-PASIVO.
       STRING "  RETENIDO A TERCEROS EN NOMDEDUC.DAT:  " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-PASIVO.
       WRITE LINEA-PASIVO.
       MOVE ANOTADO-PERIODO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-PASIVO.
       STRING "  ANOTADO EN ACRMOV.DAT:                " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-PASIVO.
       WRITE LINEA-PASIVO.
       MOVE DIFERENCIA-PERIODO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-PASIVO.
       IF DIFERENCIA-PERIODO = 0
          STRING "  DIFERENCIA:                           "
              IMPORTE-EDICION " - CUADRA"
              DELIMITED BY SIZE INTO LINEA-PASIVO
       ELSE
          STRING "  DIFERENCIA:                           "
              IMPORTE-EDICION " - NO CUADRA (REVISAR VINCULOS "
              "CAMBIADOS DESDE LA LIBERACION)"
              DELIMITED BY SIZE INTO LINEA-PASIVO
       END-IF.
       WRITE LINEA-PASIVO.
       CLOSE REPORTE-PASIVO.

       ESCRIBE-ACREEDOR-PASIVO.
       IF ACRT-LINEAS(ACRT-POS) > 0
          MOVE ACRT-IMPORTE(ACRT-POS) TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-PASIVO
          STRING "ACREEDOR " ACRT-CODIGO(ACRT-POS) " "
              ACRT-NOMBRE(ACRT-POS) " " ACRT-LINEAS(ACRT-POS)
              " RETENCIONES " IMPORTE-EDICION
              DELIMITED BY SIZE INTO LINEA-PASIVO
          WRITE LINEA-PASIVO
          MOVE 1 TO PENT-POS
          PERFORM ESCRIBE-PENDIENTE UNTIL PENT-POS > PENT-TOTAL
       END-IF.
       ADD 1 TO ACRT-POS.

       ESCRIBE-PENDIENTE.
       IF PENT-ACREEDOR-POS(PENT-POS) = ACRT-POS
          MOVE PENT-IMPORTE(PENT-POS) TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-PASIVO
          STRING "  " PENT-PERIODO(PENT-POS) " " PENT-EMPRESA(PENT-POS)
              " " PENT-ID(PENT-POS) " " PENT-CLASE(PENT-POS) " "
              PENT-REFERENCIA(PENT-POS) " " PENT-ESTADO(PENT-POS)
              " " IMPORTE-EDICION
              DELIMITED BY SIZE INTO LINEA-PASIVO
          WRITE LINEA-PASIVO
       END-IF.
       ADD 1 TO PENT-POS.
       END PROGRAM PASIVO-ACREEDORES.

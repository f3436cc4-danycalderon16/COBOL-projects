      *          el documento sale en FINIQnnnnn.RPT como los
      *          certificados, y la liquidacion se asienta en
      *          NOMHIST.DAT con el periodo de la baja para que el
      *          certificado anual la incluya. El derecho de
      *          vacaciones por antiguedad cuenta los tramos de
      *          servicio reconocidos (TRAMOS-SERVICIO) hasta la
      *          fecha de baja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODOS-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT SALDOS-ARCHIVO ASSIGN TO "SALDOVAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
           SELECT PRESTAMOS-ARCHIVO ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               FILE STATUS IS PRESTAMOS-ESTADO-ARCHIVO.
           SELECT DOCUMENTO-FINIQUITO
               ASSIGN TO FINIQUITO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           05 PERIODO-REG-ESTADO      PIC X.
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE.
              10 AUSENCIA-EMPLEADOS-ID PIC 9(5).
              10 AUSENCIA-TIPO         PIC X.
              10 AUSENCIA-DESDE        PIC 9(8).
           05 AUSENCIA-HASTA          PIC 9(8).
           05 AUSENCIA-DIAS           PIC 9(3).
       FD  SALDOS-ARCHIVO.
       01  DERECHO-REGISTRO.
           05 DERECHO-ANIOS-DESDE     PIC 9(2).
           05 DERECHO-DIAS            PIC 9(3).
       COPY "21-5-historial-nomina.cbl".
       FD  PRESTAMOS-ARCHIVO.
       01  PRESTAMO-REGISTRO.
           05 PRESTAMO-CLAVE.
              10 PRESTAMO-EMPLEADOS-ID PIC 9(5).
              10 PRESTAMO-SECUENCIA   PIC 9(3).
           05 PRESTAMO-PRINCIPAL      PIC 9(7)V99.
           05 PRESTAMO-CUOTA          PIC 9(5)V99.
           05 PRESTAMO-SALDO          PIC 9(7)V99.
           05 PRESTAMO-ESTADO         PIC X.
           05 PRESTAMO-APROBADO-POR   PIC X(10).
           05 PRESTAMO-FECHA          PIC 9(8).
       FD  DOCUMENTO-FINIQUITO.
       01  LINEA-FINIQUITO            PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  BAJAS-ESTADO-ARCHIVO PIC X(2).
       77  MOTIVOS-ESTADO-ARCHIVO PIC X(2).
       77  DERT-POS             PIC 9(2).
       77  ANIOS-SERVICIO       PIC S9(3).
       77  ANIO-ALTA            PIC 9(4).
       77  MODO-SERVICIO        PIC X.
       01  DATOS-SERVICIO.
           05 SERVICIO-EMPLEADOS-ID   PIC 9(5).
           05 SERVICIO-NIF            PIC X(9).
           05 SERVICIO-FECHA-ALTA     PIC 9(8).
           05 SERVICIO-FECHA          PIC 9(8).
           05 SERVICIO-MOTIVO         PIC X(2).
           05 SERVICIO-DIAS           PIC 9(6).
           05 SERVICIO-FECHA-ANTIGUEDAD PIC 9(8).
           05 SERVICIO-TRAMOS-PREVIOS PIC 9(3).
           05 SERVICIO-LINEA          PIC 9(3).
           05 SERVICIO-RECONOCIDO     PIC X.
           05 SERVICIO-RESULTADO      PIC X.
      ******************************************************************
      * Importes de la liquidacion y devengo de la paga extra.
      ******************************************************************
       77  VALOR-DIA            PIC S9(5)V99 VALUE 0.
       77  TASA-DEDUCCION       PIC S99V99 VALUE 15.00.
       77  IMPORTE-EDICION      PIC -(7)9.99.
       77  IMPORTE-PARA-LETRA   PIC S9(9)V99.
       77  ANCHO-LETRA          PIC 9(3) VALUE 70.
       77  LINEAS-LETRA         PIC 9(2).
       77  LETRA-POS            PIC 9(2).
       01  TEXTO-LETRA.
           05 LINEA-LETRA OCCURS 10 TIMES PIC X(100).
       77  CALC-OPERACION       PIC X.
       77  CALC-REDONDEO        PIC X.
       77  CALC-NUM1            PIC S9(9)V9(4).
       77  PRESTAMOS-ESTADO-ARCHIVO PIC X(2).
       77  SALDO-PRESTAMOS      PIC S9(7)V99 VALUE 0.
       77  PRESTAMOS-SALDADOS   PIC 9(2) VALUE 0.
       77  ACTIVOS-PENDIENTES-TOTAL PIC 9(3) VALUE 0.
       77  ACTIVOS-PENDIENTES-VALOR PIC 9(9)V99 VALUE 0.
       77  DESCUENTO-ACTIVOS    PIC S9(7)V99 VALUE 0.
       77  DECISION-ACTIVOS     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
          MOVE SPACES TO MOTIVO-BAJA
       END-IF.
       PERFORM DESCRIBE-MOTIVO-BAJA.
       PERFORM REVISA-ACTIVOS-PENDIENTES.
       IF DECISION-ACTIVOS = "R"
          DISPLAY "FINIQUITO RETENIDO HASTA QUE SE DEVUELVAN LOS "
              "ACTIVOS O UN SUPERVISOR LOS DE DE BAJA."
          CLOSE EMPLEADOS-ARCHIVO
          MOVE 4 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE FECHA-BAJA TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(1:4) TO ANIO-BAJA.
       MOVE FECHA-AUX-X(1:6) TO PERIODO-BAJA.

       COPY "21-3-chequeo-estado.cbl".

      ******************************************************************
      * Activos de empresa que el empleado aun no ha devuelto: el
      * finiquito se retiene o se propone descontar su valor. El
      * registro de activos no cambia; la devolucion o la baja del
      * activo se hacen en ACTIVOS-EMPRESA.
      ******************************************************************
       REVISA-ACTIVOS-PENDIENTES.
       MOVE SPACES TO DECISION-ACTIVOS.
       CALL "ACTIVOS-PENDIENTES" USING ID-BUSCADO
           ACTIVOS-PENDIENTES-TOTAL ACTIVOS-PENDIENTES-VALOR.
       IF ACTIVOS-PENDIENTES-TOTAL > 0
          DISPLAY "EL EMPLEADO TIENE " ACTIVOS-PENDIENTES-TOTAL
              " ACTIVOS DE EMPRESA SIN DEVOLVER."
          PERFORM PIDE-DECISION-ACTIVOS
              UNTIL DECISION-ACTIVOS = "R" OR DECISION-ACTIVOS = "D"
          IF DECISION-ACTIVOS = "D"
             MOVE ACTIVOS-PENDIENTES-VALOR TO DESCUENTO-ACTIVOS
          END-IF
       END-IF.

       PIDE-DECISION-ACTIVOS.
       DISPLAY "R - RETENER EL FINIQUITO / D - PROPONER DESCUENTO "
           "DEL VALOR: ".
       ACCEPT DECISION-ACTIVOS.

      ******************************************************************
      * La baja mas reciente del empleado en BAJAS.DAT.
      ******************************************************************
      * de salario/30.
      ******************************************************************
       CALCULA-VACACIONES-PENDIENTES.
       PERFORM CALCULA-ANTIGUEDAD-SERVICIO.
       PERFORM LEE-SALDO-VACACIONES.
       IF SALDO-HALLADO = "N"
          PERFORM CARGA-DERECHOS
              END-IF
       END-READ.

      ******************************************************************
      * Dias de servicio reconocidos a la fecha de baja y fecha de
      * antiguedad equivalente, para la banda y para el documento.
      ******************************************************************
       CALCULA-ANTIGUEDAD-SERVICIO.
       MOVE "S" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       MOVE FECHA-BAJA TO SERVICIO-FECHA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.

       DETERMINA-DERECHO-ANTIGUEDAD.
       MOVE 23 TO DERECHO-VACACIONES.
       MOVE 0 TO ARRASTRE-VACACIONES.
       MOVE SERVICIO-FECHA-ANTIGUEDAD TO FECHA-AUX-X.
       MOVE FECHA-AUX-X(1:4) TO ANIO-ALTA.
       COMPUTE ANIOS-SERVICIO = ANIO-BAJA - ANIO-ALTA.
       IF ANIOS-SERVICIO < 0
       MOVE 0 TO VACACIONES-USADAS.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       IF AUSENCIAS-ESTADO-ARCHIVO = "00"
          MOVE LOW-VALUES TO AUSENCIA-CLAVE
          MOVE ID-BUSCADO TO AUSENCIA-EMPLEADOS-ID
          MOVE "V" TO AUSENCIA-TIPO
          START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM EVALUA-VACACION-USADA UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE AUSENCIAS-ARCHIVO.

       EVALUA-VACACION-USADA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF AUSENCIA-EMPLEADOS-ID NOT = ID-BUSCADO
                  OR AUSENCIA-TIPO NOT = "V"
                 MOVE "S" TO LEE-TODO
              ELSE
                 MOVE AUSENCIA-DESDE TO FECHA-AUX-X
                 IF FECHA-AUX-X(1:4) = ANIO-BAJA
                    ADD AUSENCIA-DIAS TO VACACIONES-USADAS
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Prestamos pendientes del empleado: el saldo vivo se liquida
      * integro contra el finiquito y los prestamos quedan
      * cancelados en PRESTAMOS.DAT, reescritos en su sitio.
      ******************************************************************
       LIQUIDA-PRESTAMOS-PENDIENTES.
       MOVE 0 TO SALDO-PRESTAMOS.
       MOVE 0 TO PRESTAMOS-SALDADOS.
       OPEN I-O PRESTAMOS-ARCHIVO.
       IF PRESTAMOS-ESTADO-ARCHIVO NOT = "00"
          CLOSE PRESTAMOS-ARCHIVO
       ELSE
          MOVE LOW-VALUES TO PRESTAMO-CLAVE
          MOVE ID-BUSCADO TO PRESTAMO-EMPLEADOS-ID
          START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN PRESTAMO-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM LIQUIDA-UN-PRESTAMO UNTIL LEE-TODO = "S"
          CLOSE PRESTAMOS-ARCHIVO
       END-IF.

       LIQUIDA-UN-PRESTAMO.
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF PRESTAMO-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO LEE-TODO
              ELSE
                 IF PRESTAMO-ESTADO = "A" AND PRESTAMO-SALDO > 0
                    ADD PRESTAMO-SALDO TO SALDO-PRESTAMOS
                    MOVE 0 TO PRESTAMO-SALDO
                    MOVE "C" TO PRESTAMO-ESTADO
                    ADD 1 TO PRESTAMOS-SALDADOS
                    REWRITE PRESTAMO-REGISTRO
                        INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Total del finiquito con la retencion de la tasa historica,
      * el saldo de prestamos y el valor de los activos no devueltos
      * descontados del neto, de modo que
      * bruto = deduccion + neto siga cuadrando en el libro mayor y
      * en el extracto contable.
      ******************************************************************
       PERFORM LLAMA-CALCULO-REDONDEADO.
       MOVE CALC-RESULTADO TO DEDUCCION-FINIQUITO.
       ADD SALDO-PRESTAMOS TO DEDUCCION-FINIQUITO.
       ADD DESCUENTO-ACTIVOS TO DEDUCCION-FINIQUITO.
       COMPUTE NETO-FINIQUITO
           = BRUTO-FINIQUITO - DEDUCCION-FINIQUITO.

           DELIMITED BY SIZE INTO LINEA-FINIQUITO.
       WRITE LINEA-FINIQUITO.
       MOVE SPACES TO LINEA-FINIQUITO.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING "EMPLEADO: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS
           DELIMITED BY SIZE INTO LINEA-FINIQUITO.
       WRITE LINEA-FINIQUITO.
       MOVE SPACES TO LINEA-FINIQUITO.
           DELIMITED BY SIZE INTO LINEA-FINIQUITO.
       WRITE LINEA-FINIQUITO.
       MOVE SPACES TO LINEA-FINIQUITO.
       STRING "ANTIGUEDAD RECONOCIDA DESDE: "
           SERVICIO-FECHA-ANTIGUEDAD " (" SERVICIO-DIAS
           " DIAS DE SERVICIO)"
           DELIMITED BY SIZE INTO LINEA-FINIQUITO.
       WRITE LINEA-FINIQUITO.
       MOVE SPACES TO LINEA-FINIQUITO.
       STRING "FECHA DE EXPEDICION: " FECHA-ACTUAL(1:8)
           "  OPERADOR: " OPERADOR-ACTUAL
           DELIMITED BY SIZE INTO LINEA-FINIQUITO.
              DELIMITED BY SIZE INTO LINEA-FINIQUITO
          WRITE LINEA-FINIQUITO
       END-IF.
       IF DESCUENTO-ACTIVOS > 0
          MOVE DESCUENTO-ACTIVOS TO IMPORTE-EDICION
          MOVE SPACES TO LINEA-FINIQUITO
          STRING "EQUIPOS NO DEVUELTOS:   " IMPORTE-EDICION
              " (" ACTIVOS-PENDIENTES-TOTAL " ACTIVOS, PROPUESTA)"
              DELIMITED BY SIZE INTO LINEA-FINIQUITO
          WRITE LINEA-FINIQUITO
       END-IF.
       MOVE DEDUCCION-FINIQUITO TO IMPORTE-EDICION.
       MOVE SPACES TO LINEA-FINIQUITO.
       STRING "DEDUCCION (CON PRESTAMOS): " IMPORTE-EDICION
       STRING "NETO A PAGAR:           " IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-FINIQUITO.
       WRITE LINEA-FINIQUITO.
       MOVE NETO-FINIQUITO TO IMPORTE-PARA-LETRA.
       CALL "IMPORTE-EN-LETRA" USING IMPORTE-PARA-LETRA ANCHO-LETRA
           LINEAS-LETRA TEXTO-LETRA.
       MOVE 1 TO LETRA-POS.
       PERFORM ESCRIBE-LINEA-LETRA UNTIL LETRA-POS > LINEAS-LETRA.
       CLOSE DOCUMENTO-FINIQUITO.
       DISPLAY "DOCUMENTO ESCRITO EN " FINIQUITO-NOMBRE-ARCHIVO ".".

       ESCRIBE-LINEA-LETRA.
       MOVE SPACES TO LINEA-FINIQUITO.
       IF LETRA-POS = 1
          STRING "SON: " LINEA-LETRA(LETRA-POS)(1:70)
              DELIMITED BY SIZE INTO LINEA-FINIQUITO
       ELSE
          STRING "     " LINEA-LETRA(LETRA-POS)(1:70)
              DELIMITED BY SIZE INTO LINEA-FINIQUITO
       END-IF.
       WRITE LINEA-FINIQUITO.
       ADD 1 TO LETRA-POS.

       ASIENTA-FINIQUITO.
       OPEN EXTEND NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO = "35"
       MOVE BRUTO-FINIQUITO TO HISTORIAL-BRUTO.
       MOVE DEDUCCION-FINIQUITO TO HISTORIAL-DEDUCCION.
       MOVE NETO-FINIQUITO TO HISTORIAL-NETO.
       MOVE SPACES TO HISTORIAL-TIPO HISTORIAL-CLASE.
       MOVE 0 TO HISTORIAL-ATRASOS.
       WRITE HISTORIAL-REGISTRO.
       CLOSE NOMINA-HISTORIAL.

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
       END PROGRAM FINIQUITO.

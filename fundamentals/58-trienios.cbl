      *          deja constancia en TRIENHIST.DAT para no conceder
      *          dos veces el mismo trienio. TRIENIOS.RPT lista los
      *          aplicados y los aniversarios de los proximos tres
      *          meses. La antiguedad no sale de la fecha de alta
      *          sino de los tramos de servicio reconocidos
      *          (TRAMOS-SERVICIO), para que un reingreso conserve
      *          el servicio anterior que se le haya reconocido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  AJUSTES-ESTADO-ARCHIVO PIC X(2).
       77  TRIENHIST-ESTADO-ARCHIVO PIC X(2).
       77  TRIENIOS-PROXIMOS    PIC 9(5) VALUE 0.
       77  YA-CONCEDIDO         PIC X.
       77  IMPORTE-EDICION      PIC -(5)9.99.
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
      * Trienios ya concedidos cargados en memoria.
      ******************************************************************
       END-READ.

      ******************************************************************
      * Un empleado activo cruza trienio cuando el mes de su fecha de
      * antiguedad es el mes de proceso y sus anios de servicio son
      * un multiplo de tres mayor que cero que no figura ya
      * concedido. Los aniversarios de los tres meses siguientes
      * salen como proximos.
      ******************************************************************
       EVALUA-EMPLEADO-TRIENIO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
              IF EMPLEADO-ACTIVO
                  AND EMPLEADOS-FECHA-ALTA IS NUMERIC
                  AND EMPLEADOS-FECHA-ALTA > 0
                 PERFORM CALCULA-FECHA-ANTIGUEDAD
                 MOVE SERVICIO-FECHA-ANTIGUEDAD TO FECHA-AUX-X
                 MOVE FECHA-AUX-X(1:4) TO ANIO-ALTA
                 MOVE FECHA-AUX-X(5:2) TO MES-ALTA
                 MOVE FECHA-AUX-X(7:2) TO DIA-ALTA
              END-IF
       END-READ.

      ******************************************************************
      * Fecha de antiguedad equivalente a la fecha de proceso: la que
      * resulta de restar los dias de servicio reconocidos.
      ******************************************************************
       CALCULA-FECHA-ANTIGUEDAD.
       MOVE "S" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       MOVE FECHA-PROCESO-NEGOCIO TO SERVICIO-FECHA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.

       EVALUA-ANIVERSARIO-MES.
       COMPUTE ANIOS-SERVICIO = ANIO-PROCESO - ANIO-ALTA.
       IF ANIOS-SERVICIO > 0
          IF RESTO-TRIENIO = 0
             ADD 1 TO TRIENIOS-PROXIMOS
             MOVE SPACES TO LINEA-TRIENIOS
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             STRING "PROXIMO: " EMPLEADOS-ID " "
                 EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30)
                 " CUMPLE " ANIOS-FUTURO
                 " ANIOS EN EL MES " MES-FUTURO
                 DELIMITED BY SIZE INTO LINEA-TRIENIOS
       COMPUTE FECHA-ANIVERSARIO = ANIO-PROCESO * 10000
           + MES-ALTA * 100 + DIA-ALTA.
       MOVE SPACES TO LINEA-TRIENIOS.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING "ANIVERSARIO: " EMPLEADOS-ID " "
           EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30)
           " CUMPLE " ANIOS-SERVICIO " ANIOS EL "
           FECHA-ANIVERSARIO
           DELIMITED BY SIZE INTO LINEA-TRIENIOS.
       MOVE EMPLEADOS-ID TO AUDIT-EMPLEADOS-ID.
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
       END PROGRAM TRIENIOS.

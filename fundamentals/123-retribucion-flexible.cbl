      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la retribucion flexible y de la
      *          retribucion en especie. FLEXIBLE.DAT guarda la
      *          eleccion de cada empleado por anio y producto (C
      *          ticket comida, T transporte, G guarderia, S seguro
      *          medico) con su importe mensual, que la nomina
      *          descuenta del salario en dinero: la parte dentro del
      *          limite exento del producto no tributa y el exceso
      *          tributa como especie. La suma de las elecciones de
      *          un anio no puede pasar del tope de TOPE-FLEXIBLE
      *          (porcentaje del salario mensual del maestro); la
      *          eleccion que lo supera se rechaza. ESPECIE.DAT guarda
      *          las retribuciones en especie del empleado (V vehiculo,
      *          H vivienda, O otra) con su vigencia y su regla de
      *          valoracion: P porcentaje anual sobre el valor de
      *          referencia (coste del vehiculo, valor catastral de la
      *          vivienda) repartido en doce meses, o F importe fijo
      *          mensual. La especie suma a la base de retencion pero
      *          no se paga. Los limites exentos y el tope salen de
      *          PARAMS.DAT. Solo para operadores de nivel 3.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRIBUCION-FLEXIBLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "21-1-archivo-fisico.cbl".
           SELECT FLEXIBLE-ARCHIVO ASSIGN TO "FLEXIBLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEXIBLE-CLAVE
               FILE STATUS IS FLEXIBLE-ESTADO-ARCHIVO.
           SELECT ESPECIE-ARCHIVO ASSIGN TO "ESPECIE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESPECIE-CLAVE
               FILE STATUS IS ESPECIE-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
      ******************************************************************
      * Eleccion de retribucion flexible: un registro por empleado,
      * anio y producto, con el importe mensual que se descuenta del
      * salario en dinero. Estado A vigente, B dada de baja.
      ******************************************************************
       FD  FLEXIBLE-ARCHIVO.
       01  FLEXIBLE-REGISTRO.
           05 FLEXIBLE-CLAVE.
              10 FLEXIBLE-EMPLEADOS-ID PIC 9(5).
              10 FLEXIBLE-ANIO        PIC 9(4).
              10 FLEXIBLE-PRODUCTO    PIC X.
           05 FLEXIBLE-IMPORTE        PIC 9(5)V99.
           05 FLEXIBLE-ESTADO         PIC X.
           05 FLEXIBLE-OPERADOR       PIC X(10).
           05 FLEXIBLE-FECHA          PIC 9(8).
      ******************************************************************
      * Retribucion en especie: vigente desde/hasta (hasta 0 = sin
      * fin). Regla P: valor de referencia por el porcentaje anual,
      * entre doce. Regla F: el valor de referencia es el importe
      * fijo de cada mes.
      ******************************************************************
       FD  ESPECIE-ARCHIVO.
       01  ESPECIE-REGISTRO.
           05 ESPECIE-CLAVE.
              10 ESPECIE-EMPLEADOS-ID PIC 9(5).
              10 ESPECIE-SECUENCIA    PIC 9(2).
           05 ESPECIE-TIPO            PIC X.
           05 ESPECIE-DESDE           PIC 9(8).
           05 ESPECIE-HASTA           PIC 9(8).
           05 ESPECIE-REGLA           PIC X.
           05 ESPECIE-VALOR-BASE      PIC 9(7)V99.
           05 ESPECIE-PORCENTAJE      PIC 9(2)V99.
           05 ESPECIE-DESCRIPCION     PIC X(20).
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE             PIC X(16).
           05 PARAM-VALOR             PIC 9(7)V99.
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

       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  FLEXIBLE-ESTADO-ARCHIVO PIC X(2).
       77  ESPECIE-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       77  PARAM-LEE-TODO       PIC X.
       77  FECHA-ACTUAL         PIC X(21).
       77  FECHA-CORRIDA        PIC 9(8).
       77  OPERADOR-ACTUAL      PIC X(10) VALUE SPACES.
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  OPCION-FLEXIBLE      PIC X.
       77  CAMBIOS-GRABADOS     PIC 9(5) VALUE 0.
      ******************************************************************
      * Limites exentos mensuales por producto y tope de la
      * retribucion flexible en porcentaje del salario mensual. Cada
      * valor conserva su VALUE como respaldo y PARAMS.DAT lo pisa.
      ******************************************************************
       77  EXENTO-COMIDA        PIC 9(7)V99 VALUE 220.00.
       77  EXENTO-TRANSPORTE    PIC 9(7)V99 VALUE 136.36.
       77  EXENTO-GUARDERIA     PIC 9(7)V99 VALUE 9999999.99.
       77  EXENTO-SEGURO        PIC 9(7)V99 VALUE 41.67.
       77  TOPE-FLEXIBLE        PIC 9(2)V99 VALUE 30.00.
       77  EMPLEADO-BUSCADO     PIC 9(5).
       77  EMPLEADO-HALLADO     PIC X.
       77  ANIO-BUSCADO         PIC 9(4).
       77  PRODUCTO-BUSCADO     PIC X.
       77  NUEVO-IMPORTE        PIC 9(5)V99.
       77  LIMITE-PRODUCTO      PIC 9(7)V99.
       77  NOMBRE-PRODUCTO      PIC X(14).
       77  SUMA-ELECCIONES      PIC 9(7)V99.
       77  TOPE-EMPLEADO        PIC 9(7)V99.
       77  SECUENCIA-BUSCADA    PIC 9(2).
       77  SECUENCIA-MAYOR      PIC 9(2).
       77  NUEVO-TIPO           PIC X.
       77  NUEVA-REGLA          PIC X.
       77  NUEVA-FECHA          PIC X(8).
       77  NUEVO-VALOR          PIC 9(7)V99.
       77  NUEVO-PORCENTAJE     PIC 9(2)V99.
       77  NUEVA-DESCRIPCION    PIC X(20).
       77  VALOR-MENSUAL        PIC 9(7)V99.
       77  IMPORTE-EDICION      PIC -(7)9.99.
       77  TOPE-EDICION         PIC -(7)9.99.
       77  PORCENTAJE-EDICION   PIC Z9.99.
       77  FLEXIBLE-LEE-TODO    PIC X.
       77  ESPECIE-LEE-TODO     PIC X.
       77  ELECCION-HALLADA     PIC X.
       77  ESPECIE-HALLADA      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "RETRIBUCION FLEXIBLE Y EN ESPECIE".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       IF NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. MANTENIMIENTO "
              "NO PERMITIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       CALL "FECHA-PROCESO" USING FECHA-CORRIDA.
       PERFORM CARGA-PARAMETROS-FLEXIBLE.
       PERFORM ABRE-ARCHIVOS-FLEXIBLE.
       IF FLEXIBLE-ESTADO-ARCHIVO NOT = "00"
           OR ESPECIE-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUEDEN ABRIR FLEXIBLE.DAT Y ESPECIE.DAT: "
              FLEXIBLE-ESTADO-ARCHIVO " " ESPECIE-ESTADO-ARCHIVO
          CLOSE FLEXIBLE-ARCHIVO ESPECIE-ARCHIVO EMPLEADOS-ARCHIVO
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE SPACES TO OPCION-FLEXIBLE.
       PERFORM GESTIONA-FLEXIBLE UNTIL OPCION-FLEXIBLE = "0".
       CLOSE FLEXIBLE-ARCHIVO ESPECIE-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       MOVE "MANT-FLEXIBLE" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA-FLEXIBLE.
       DISPLAY CAMBIOS-GRABADOS " CAMBIOS GRABADOS EN FLEXIBLE.DAT "
           "Y ESPECIE.DAT.".
       GOBACK.

       COPY "21-3-chequeo-estado.cbl".

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM BUSCA-OPERADOR-FLEXIBLE UNTIL LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-FLEXIBLE.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO LEE-TODO
              END-IF
       END-READ.

       CARGA-PARAMETROS-FLEXIBLE.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM APLICA-PARAMETRO-FLEXIBLE
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       APLICA-PARAMETRO-FLEXIBLE.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "EXENTO-COMIDA"
                 MOVE PARAM-VALOR TO EXENTO-COMIDA
              END-IF
              IF PARAM-CLAVE = "EXENTO-TRANSPORT"
                 MOVE PARAM-VALOR TO EXENTO-TRANSPORTE
              END-IF
              IF PARAM-CLAVE = "EXENTO-GUARDERIA"
                 MOVE PARAM-VALOR TO EXENTO-GUARDERIA
              END-IF
              IF PARAM-CLAVE = "EXENTO-SEGURO"
                 MOVE PARAM-VALOR TO EXENTO-SEGURO
              END-IF
              IF PARAM-CLAVE = "TOPE-FLEXIBLE"
                 MOVE PARAM-VALOR TO TOPE-FLEXIBLE
              END-IF
       END-READ.

      ******************************************************************
      * Los dos archivos quedan abiertos I-O toda la sesion; cada
      * cambio se graba en su registro en el momento. Si no existen
      * se crean vacios.
      ******************************************************************
       ABRE-ARCHIVOS-FLEXIBLE.
       OPEN I-O FLEXIBLE-ARCHIVO.
       IF FLEXIBLE-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT FLEXIBLE-ARCHIVO
          CLOSE FLEXIBLE-ARCHIVO
          OPEN I-O FLEXIBLE-ARCHIVO
       END-IF.
       OPEN I-O ESPECIE-ARCHIVO.
       IF ESPECIE-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT ESPECIE-ARCHIVO
          CLOSE ESPECIE-ARCHIVO
          OPEN I-O ESPECIE-ARCHIVO
       END-IF.

      ******************************************************************
      * Posicionan en el primer registro del empleado buscado.
      ******************************************************************
       POSICIONA-ELECCIONES.
       MOVE LOW-VALUES TO FLEXIBLE-CLAVE.
       MOVE EMPLEADO-BUSCADO TO FLEXIBLE-EMPLEADOS-ID.
       START FLEXIBLE-ARCHIVO KEY IS NOT LESS THAN FLEXIBLE-CLAVE
           INVALID KEY MOVE "S" TO FLEXIBLE-LEE-TODO
           NOT INVALID KEY MOVE "N" TO FLEXIBLE-LEE-TODO
       END-START.

       POSICIONA-ESPECIES.
       MOVE LOW-VALUES TO ESPECIE-CLAVE.
       MOVE EMPLEADO-BUSCADO TO ESPECIE-EMPLEADOS-ID.
       START ESPECIE-ARCHIVO KEY IS NOT LESS THAN ESPECIE-CLAVE
           INVALID KEY MOVE "S" TO ESPECIE-LEE-TODO
           NOT INVALID KEY MOVE "N" TO ESPECIE-LEE-TODO
       END-START.

       GESTIONA-FLEXIBLE.
       DISPLAY "-- RETRIBUCION FLEXIBLE Y EN ESPECIE --".
       DISPLAY "L - LISTAR EMPLEADO / E - ELEGIR PRODUCTO / "
           "B - BAJA DE ELECCION / V - ALTA DE ESPECIE / "
           "R - RETIRAR ESPECIE / 0 - SALIR".
       ACCEPT OPCION-FLEXIBLE.
       IF OPCION-FLEXIBLE = "L"
          PERFORM LISTA-EMPLEADO-FLEXIBLE
       ELSE
          IF OPCION-FLEXIBLE = "E"
             PERFORM ELIGE-PRODUCTO
          ELSE
             IF OPCION-FLEXIBLE = "B"
                PERFORM BAJA-ELECCION
             ELSE
                IF OPCION-FLEXIBLE = "V"
                   PERFORM ALTA-ESPECIE
                ELSE
                   IF OPCION-FLEXIBLE = "R"
                      PERFORM RETIRA-ESPECIE
                   ELSE
                      IF OPCION-FLEXIBLE NOT = "0"
                         DISPLAY "OPCION NO VALIDA."
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       PIDE-EMPLEADO-FLEXIBLE.
       DISPLAY "EMPLEADO: ".
       ACCEPT EMPLEADO-BUSCADO.
       MOVE EMPLEADO-BUSCADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY MOVE "N" TO EMPLEADO-HALLADO
           NOT INVALID KEY MOVE "S" TO EMPLEADO-HALLADO
       END-READ.
       IF EMPLEADO-HALLADO = "N"
          DISPLAY "EL EMPLEADO " EMPLEADO-BUSCADO " NO EXISTE."
       END-IF.

       PIDE-ANIO-ELECCION.
       DISPLAY "ANIO DE LA ELECCION (AAAA, 0 = EL ACTUAL): ".
       ACCEPT ANIO-BUSCADO.
       IF ANIO-BUSCADO = 0
          MOVE FECHA-CORRIDA(1:4) TO ANIO-BUSCADO
       END-IF.

      ******************************************************************
      * Nombre y limite exento mensual del producto pedido; un
      * producto desconocido deja el nombre en blanco.
      ******************************************************************
       DETERMINA-PRODUCTO.
       MOVE SPACES TO NOMBRE-PRODUCTO.
       MOVE 0 TO LIMITE-PRODUCTO.
       IF PRODUCTO-BUSCADO = "C"
          MOVE "TICKET COMIDA" TO NOMBRE-PRODUCTO
          MOVE EXENTO-COMIDA TO LIMITE-PRODUCTO
       ELSE
          IF PRODUCTO-BUSCADO = "T"
             MOVE "TRANSPORTE" TO NOMBRE-PRODUCTO
             MOVE EXENTO-TRANSPORTE TO LIMITE-PRODUCTO
          ELSE
             IF PRODUCTO-BUSCADO = "G"
                MOVE "GUARDERIA" TO NOMBRE-PRODUCTO
                MOVE EXENTO-GUARDERIA TO LIMITE-PRODUCTO
             ELSE
                IF PRODUCTO-BUSCADO = "S"
                   MOVE "SEGURO MEDICO" TO NOMBRE-PRODUCTO
                   MOVE EXENTO-SEGURO TO LIMITE-PRODUCTO
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-EMPLEADO-FLEXIBLE.
       PERFORM PIDE-EMPLEADO-FLEXIBLE.
       IF EMPLEADO-HALLADO = "S"
          MOVE EMPLEADOS-SALARIO TO IMPORTE-EDICION
          DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              EMPLEADOS-PRIMER-APELLIDO " SALARIO MENSUAL: "
              IMPORTE-EDICION
          DISPLAY "ELECCIONES DE RETRIBUCION FLEXIBLE:"
          PERFORM POSICIONA-ELECCIONES
          PERFORM MUESTRA-ELECCION UNTIL FLEXIBLE-LEE-TODO = "S"
          DISPLAY "RETRIBUCIONES EN ESPECIE:"
          PERFORM POSICIONA-ESPECIES
          PERFORM MUESTRA-ESPECIE UNTIL ESPECIE-LEE-TODO = "S"
       END-IF.

       MUESTRA-ELECCION.
       READ FLEXIBLE-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FLEXIBLE-LEE-TODO
           NOT AT END
              IF FLEXIBLE-EMPLEADOS-ID NOT = EMPLEADO-BUSCADO
                 MOVE "S" TO FLEXIBLE-LEE-TODO
              ELSE
                 MOVE FLEXIBLE-PRODUCTO TO PRODUCTO-BUSCADO
                 PERFORM DETERMINA-PRODUCTO
                 MOVE FLEXIBLE-IMPORTE TO IMPORTE-EDICION
                 DISPLAY "  " FLEXIBLE-ANIO " "
                     FLEXIBLE-PRODUCTO " " NOMBRE-PRODUCTO
                     " MENSUAL: " IMPORTE-EDICION
                     " ESTADO: " FLEXIBLE-ESTADO
                     " (" FLEXIBLE-OPERADOR " "
                     FLEXIBLE-FECHA ")"
              END-IF
       END-READ.

       MUESTRA-ESPECIE.
       READ ESPECIE-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO ESPECIE-LEE-TODO
           NOT AT END
              IF ESPECIE-EMPLEADOS-ID NOT = EMPLEADO-BUSCADO
                 MOVE "S" TO ESPECIE-LEE-TODO
              ELSE
                 PERFORM VALORA-ESPECIE
                 MOVE VALOR-MENSUAL TO IMPORTE-EDICION
                 DISPLAY "  " ESPECIE-SECUENCIA " "
                     ESPECIE-TIPO " " ESPECIE-DESCRIPCION
                     " DESDE " ESPECIE-DESDE
                     " HASTA " ESPECIE-HASTA
                     " REGLA " ESPECIE-REGLA
                     " MENSUAL: " IMPORTE-EDICION
              END-IF
       END-READ.

      ******************************************************************
      * Valor mensual de la especie del registro leido con su regla,
      * igual que lo calcula la nomina.
      ******************************************************************
       VALORA-ESPECIE.
       IF ESPECIE-REGLA = "P"
          COMPUTE VALOR-MENSUAL ROUNDED = ESPECIE-VALOR-BASE
              * ESPECIE-PORCENTAJE / 100 / 12
              ON SIZE ERROR MOVE 0 TO VALOR-MENSUAL
          END-COMPUTE
       ELSE
          MOVE ESPECIE-VALOR-BASE TO VALOR-MENSUAL
       END-IF.

      ******************************************************************
      * Alta o cambio de la eleccion de un producto para un anio. La
      * suma de las elecciones vigentes del empleado en ese anio, con
      * el nuevo importe en lugar del anterior del mismo producto, no
      * puede pasar del tope; el exceso sobre el limite exento del
      * producto se admite, pero tributara como especie.
      ******************************************************************
       ELIGE-PRODUCTO.
       PERFORM PIDE-EMPLEADO-FLEXIBLE.
       IF EMPLEADO-HALLADO = "S"
          IF NOT EMPLEADO-ACTIVO
             DISPLAY "EL EMPLEADO NO ESTA ACTIVO. ELECCION NO "
                 "PERMITIDA."
          ELSE
             PERFORM PIDE-ANIO-ELECCION
             DISPLAY "PRODUCTO (C=TICKET COMIDA, T=TRANSPORTE, "
                 "G=GUARDERIA, S=SEGURO MEDICO): "
             ACCEPT PRODUCTO-BUSCADO
             PERFORM DETERMINA-PRODUCTO
             IF NOMBRE-PRODUCTO = SPACES
                DISPLAY "PRODUCTO NO VALIDO."
             ELSE
                DISPLAY "IMPORTE MENSUAL: "
                ACCEPT NUEVO-IMPORTE
                IF NUEVO-IMPORTE = 0
                   DISPLAY "IMPORTE NO VALIDO. PARA ANULAR USE LA "
                       "BAJA DE ELECCION."
                ELSE
                   PERFORM VALIDA-TOPE-ELECCION
                END-IF
             END-IF
          END-IF
       END-IF.

       VALIDA-TOPE-ELECCION.
       MOVE NUEVO-IMPORTE TO SUMA-ELECCIONES.
       PERFORM POSICIONA-ELECCIONES.
       PERFORM SUMA-UNA-ELECCION UNTIL FLEXIBLE-LEE-TODO = "S".
       COMPUTE TOPE-EMPLEADO ROUNDED
           = EMPLEADOS-SALARIO * TOPE-FLEXIBLE / 100
           ON SIZE ERROR MOVE 0 TO TOPE-EMPLEADO
       END-COMPUTE.
       IF SUMA-ELECCIONES > TOPE-EMPLEADO
          MOVE SUMA-ELECCIONES TO IMPORTE-EDICION
          MOVE TOPE-EMPLEADO TO TOPE-EDICION
          MOVE TOPE-FLEXIBLE TO PORCENTAJE-EDICION
          DISPLAY "ELECCION RECHAZADA: LAS ELECCIONES DEL ANIO "
              "SUMARIAN " IMPORTE-EDICION " AL MES Y EL TOPE ES "
              TOPE-EDICION " (" PORCENTAJE-EDICION
              "% DEL SALARIO)."
       ELSE
          PERFORM REGISTRA-ELECCION
          IF NUEVO-IMPORTE > LIMITE-PRODUCTO
             MOVE LIMITE-PRODUCTO TO IMPORTE-EDICION
             DISPLAY "AVISO: EL EXCESO SOBRE EL LIMITE EXENTO DE "
                 IMPORTE-EDICION " TRIBUTA COMO RETRIBUCION EN "
                 "ESPECIE."
          END-IF
       END-IF.

       SUMA-UNA-ELECCION.
       READ FLEXIBLE-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FLEXIBLE-LEE-TODO
           NOT AT END
              IF FLEXIBLE-EMPLEADOS-ID NOT = EMPLEADO-BUSCADO
                 MOVE "S" TO FLEXIBLE-LEE-TODO
              ELSE
                 IF FLEXIBLE-ANIO = ANIO-BUSCADO
                     AND FLEXIBLE-ESTADO = "A"
                     AND FLEXIBLE-PRODUCTO NOT = PRODUCTO-BUSCADO
                    ADD FLEXIBLE-IMPORTE TO SUMA-ELECCIONES
                 END-IF
              END-IF
       END-READ.

       REGISTRA-ELECCION.
       PERFORM BUSCA-ELECCION.
       IF ELECCION-HALLADA = "N"
          MOVE EMPLEADO-BUSCADO TO FLEXIBLE-EMPLEADOS-ID
          MOVE ANIO-BUSCADO TO FLEXIBLE-ANIO
          MOVE PRODUCTO-BUSCADO TO FLEXIBLE-PRODUCTO
       END-IF.
       MOVE NUEVO-IMPORTE TO FLEXIBLE-IMPORTE.
       MOVE "A" TO FLEXIBLE-ESTADO.
       MOVE OPERADOR-ACTUAL TO FLEXIBLE-OPERADOR.
       MOVE FECHA-CORRIDA TO FLEXIBLE-FECHA.
       PERFORM GRABA-ELECCION.
       IF FLEXIBLE-ESTADO-ARCHIVO = "00"
          ADD 1 TO CAMBIOS-GRABADOS
          DISPLAY "ELECCION GRABADA."
       END-IF.

       BUSCA-ELECCION.
       MOVE EMPLEADO-BUSCADO TO FLEXIBLE-EMPLEADOS-ID.
       MOVE ANIO-BUSCADO TO FLEXIBLE-ANIO.
       MOVE PRODUCTO-BUSCADO TO FLEXIBLE-PRODUCTO.
       READ FLEXIBLE-ARCHIVO KEY IS FLEXIBLE-CLAVE
           INVALID KEY MOVE "N" TO ELECCION-HALLADA
           NOT INVALID KEY MOVE "S" TO ELECCION-HALLADA
       END-READ.

      ******************************************************************
      * Graba la eleccion del registro: nueva si no estaba, en su
      * sitio si ya estaba.
      ******************************************************************
       GRABA-ELECCION.
       IF ELECCION-HALLADA = "S"
          REWRITE FLEXIBLE-REGISTRO
              INVALID KEY
                 DISPLAY "AVISO: NO SE PUDO GRABAR LA ELECCION: "
                     FLEXIBLE-ESTADO-ARCHIVO
          END-REWRITE
       ELSE
          WRITE FLEXIBLE-REGISTRO
              INVALID KEY
                 DISPLAY "AVISO: NO SE PUDO GRABAR LA ELECCION: "
                     FLEXIBLE-ESTADO-ARCHIVO
          END-WRITE
       END-IF.

       BAJA-ELECCION.
       PERFORM PIDE-EMPLEADO-FLEXIBLE.
       IF EMPLEADO-HALLADO = "S"
          PERFORM PIDE-ANIO-ELECCION
          DISPLAY "PRODUCTO A DAR DE BAJA: "
          ACCEPT PRODUCTO-BUSCADO
          PERFORM BUSCA-ELECCION
          IF ELECCION-HALLADA = "N"
             DISPLAY "NO HAY ELECCION DE ESE PRODUCTO EN EL ANIO."
          ELSE
             IF FLEXIBLE-ESTADO = "B"
                DISPLAY "LA ELECCION YA ESTABA DADA DE BAJA."
             ELSE
                MOVE "B" TO FLEXIBLE-ESTADO
                MOVE OPERADOR-ACTUAL TO FLEXIBLE-OPERADOR
                MOVE FECHA-CORRIDA TO FLEXIBLE-FECHA
                PERFORM GRABA-ELECCION
                IF FLEXIBLE-ESTADO-ARCHIVO = "00"
                   ADD 1 TO CAMBIOS-GRABADOS
                   DISPLAY "ELECCION DADA DE BAJA."
                END-IF
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Alta de una retribucion en especie con la siguiente
      * secuencia del empleado, vigente desde la fecha dada y sin
      * fecha de fin hasta que se retire.
      ******************************************************************
       ALTA-ESPECIE.
       PERFORM PIDE-EMPLEADO-FLEXIBLE.
       IF EMPLEADO-HALLADO = "S"
          DISPLAY "TIPO (V=VEHICULO, H=VIVIENDA, O=OTRA): "
          ACCEPT NUEVO-TIPO
          DISPLAY "DESCRIPCION: "
          ACCEPT NUEVA-DESCRIPCION
          DISPLAY "VIGENTE DESDE (AAAAMMDD): "
          ACCEPT NUEVA-FECHA
          DISPLAY "REGLA (P=PORCENTAJE ANUAL DEL VALOR, "
              "F=IMPORTE FIJO MENSUAL): "
          ACCEPT NUEVA-REGLA
          DISPLAY "VALOR DE REFERENCIA O IMPORTE MENSUAL: "
          ACCEPT NUEVO-VALOR
          MOVE 0 TO NUEVO-PORCENTAJE
          IF NUEVA-REGLA = "P"
             DISPLAY "PORCENTAJE ANUAL: "
             ACCEPT NUEVO-PORCENTAJE
          END-IF
          PERFORM VALIDA-ALTA-ESPECIE
       END-IF.

       VALIDA-ALTA-ESPECIE.
       IF NUEVO-TIPO NOT = "V" AND NUEVO-TIPO NOT = "H"
           AND NUEVO-TIPO NOT = "O"
          DISPLAY "TIPO NO VALIDO. ESPECIE NO GRABADA."
       ELSE
          IF NUEVA-FECHA IS NOT NUMERIC OR NUEVA-FECHA = ZEROES
             DISPLAY "FECHA NO VALIDA. ESPECIE NO GRABADA."
          ELSE
             IF NUEVA-REGLA NOT = "P" AND NUEVA-REGLA NOT = "F"
                DISPLAY "REGLA NO VALIDA. ESPECIE NO GRABADA."
             ELSE
                IF NUEVO-VALOR = 0
                    OR (NUEVA-REGLA = "P" AND NUEVO-PORCENTAJE = 0)
                   DISPLAY "VALOR O PORCENTAJE NO VALIDO. ESPECIE "
                       "NO GRABADA."
                ELSE
                   PERFORM REGISTRA-ESPECIE
                END-IF
             END-IF
          END-IF
       END-IF.

       REGISTRA-ESPECIE.
       MOVE 0 TO SECUENCIA-MAYOR.
       PERFORM POSICIONA-ESPECIES.
       PERFORM BUSCA-SECUENCIA-MAYOR UNTIL ESPECIE-LEE-TODO = "S".
       IF SECUENCIA-MAYOR >= 99
          DISPLAY "EL EMPLEADO NO ADMITE MAS ESPECIES."
       ELSE
          ADD 1 TO SECUENCIA-MAYOR
          MOVE EMPLEADO-BUSCADO TO ESPECIE-EMPLEADOS-ID
          MOVE SECUENCIA-MAYOR TO ESPECIE-SECUENCIA
          MOVE NUEVO-TIPO TO ESPECIE-TIPO
          MOVE NUEVA-FECHA TO ESPECIE-DESDE
          MOVE 0 TO ESPECIE-HASTA
          MOVE NUEVA-REGLA TO ESPECIE-REGLA
          MOVE NUEVO-VALOR TO ESPECIE-VALOR-BASE
          MOVE NUEVO-PORCENTAJE TO ESPECIE-PORCENTAJE
          MOVE NUEVA-DESCRIPCION TO ESPECIE-DESCRIPCION
          WRITE ESPECIE-REGISTRO
              INVALID KEY
                 DISPLAY "AVISO: NO SE PUDO GRABAR LA ESPECIE: "
                     ESPECIE-ESTADO-ARCHIVO
              NOT INVALID KEY
                 PERFORM VALORA-ESPECIE
                 MOVE VALOR-MENSUAL TO IMPORTE-EDICION
                 ADD 1 TO CAMBIOS-GRABADOS
                 DISPLAY "ESPECIE GRABADA CON LA SECUENCIA "
                     SECUENCIA-MAYOR ". VALOR MENSUAL: "
                     IMPORTE-EDICION
          END-WRITE
       END-IF.

       BUSCA-SECUENCIA-MAYOR.
       READ ESPECIE-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO ESPECIE-LEE-TODO
           NOT AT END
              IF ESPECIE-EMPLEADOS-ID NOT = EMPLEADO-BUSCADO
                 MOVE "S" TO ESPECIE-LEE-TODO
              ELSE
                 MOVE ESPECIE-SECUENCIA TO SECUENCIA-MAYOR
              END-IF
       END-READ.

      ******************************************************************
      * Retirar una especie es darle fecha de fin: la nomina la deja
      * de valorar en los periodos que empiezan despues.
      ******************************************************************
       RETIRA-ESPECIE.
       PERFORM PIDE-EMPLEADO-FLEXIBLE.
       IF EMPLEADO-HALLADO = "S"
          DISPLAY "SECUENCIA DE LA ESPECIE: "
          ACCEPT SECUENCIA-BUSCADA
          MOVE EMPLEADO-BUSCADO TO ESPECIE-EMPLEADOS-ID
          MOVE SECUENCIA-BUSCADA TO ESPECIE-SECUENCIA
          READ ESPECIE-ARCHIVO KEY IS ESPECIE-CLAVE
              INVALID KEY MOVE "N" TO ESPECIE-HALLADA
              NOT INVALID KEY MOVE "S" TO ESPECIE-HALLADA
          END-READ
          IF ESPECIE-HALLADA = "N"
             DISPLAY "NO EXISTE ESA ESPECIE DEL EMPLEADO."
          ELSE
             DISPLAY "VIGENTE HASTA (AAAAMMDD): "
             ACCEPT NUEVA-FECHA
             IF NUEVA-FECHA IS NOT NUMERIC
                 OR NUEVA-FECHA < ESPECIE-DESDE
                DISPLAY "FECHA NO VALIDA. LA ESPECIE NO CAMBIA."
             ELSE
                MOVE NUEVA-FECHA TO ESPECIE-HASTA
                REWRITE ESPECIE-REGISTRO
                    INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO GRABAR LA ESPECIE: "
                           ESPECIE-ESTADO-ARCHIVO
                    NOT INVALID KEY
                       ADD 1 TO CAMBIOS-GRABADOS
                       DISPLAY "ESPECIE RETIRADA."
                END-REWRITE
             END-IF
          END-IF
       END-IF.

       GRABA-AUDITORIA-FLEXIBLE.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE CAMBIOS-GRABADOS TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       END PROGRAM RETRIBUCION-FLEXIBLE.

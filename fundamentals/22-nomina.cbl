      *          aritmetica decimal con signo y ROUNDED usada en
      *          10-decimales-negativos.cbl. Sin tramos cargados se
      *          aplica la tasa fija historica del 15 por ciento.
      *          Cada pre-nomina ordinaria se contrasta con el
      *          salario minimo interprofesional vigente (SALMIN.DAT,
      *          modo M) en proporcion a la jornada; los que no
      *          llegan salen en SALMIN.RPT con lo que les falta, y
      *          la liberacion exige que el supervisor lo reconozca
      *          con su motivo mientras queden incumplimientos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-RUTEO ASSIGN TO "RUTEO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMESA-ARCHIVO ASSIGN TO REMESA-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPCIONES-REMESA ASSIGN TO "REMEXCEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPCIONES-ESTADO-ARCHIVO.
           SELECT REPORTE-SIMULACION ASSIGN TO "SIMULACION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-TRAZA ASSIGN TO "TRAZA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT EMBARGOS-ARCHIVO ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMBARGO-CLAVE
               FILE STATUS IS EMBARGOS-ESTADO-ARCHIVO.
           SELECT ATRASOS-ARCHIVO ASSIGN TO "RETROPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATRASOS-ESTADO-ARCHIVO.
           SELECT CONCEPTOS-ARCHIVO ASSIGN TO "CONCEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONCEPTO-CLAVE
               FILE STATUS IS CONCEPTOS-ESTADO-ARCHIVO.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.
           SELECT PREPARACION-ARCHIVO ASSIGN TO "PREPARA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREPARA-ESTADO-ARCHIVO.
           SELECT TARIFAS-ARCHIVO ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TARIFA-CLAVE
               FILE STATUS IS TARIFAS-ESTADO-ARCHIVO.
           SELECT REPARTO-ARCHIVO ASSIGN TO "REPARTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPARTO-ESTADO-ARCHIVO.
           SELECT PRESTAMOS-ARCHIVO ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               FILE STATUS IS PRESTAMOS-ESTADO-ARCHIVO.
           SELECT PRESTAMOS-TRABAJO ASSIGN TO "PRETRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRETRAB-ESTADO-ARCHIVO.
           SELECT PRETRAB-DEPURADO ASSIGN TO "PRETRTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENSION-ARCHIVO ASSIGN TO "PENSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENSION-CLAVE
               FILE STATUS IS PENSION-ESTADO-ARCHIVO.
           SELECT PENSION-TRABAJO ASSIGN TO "PENTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENSHIST-ESTADO-ARCHIVO.
           SELECT PENSION-FONDO ASSIGN TO "PENSFON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACREEDORES-ARCHIVO ASSIGN TO "ACREEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACREEDORES-ESTADO-ARCHIVO.
           SELECT ACREEDOR-VINCULOS ASSIGN TO "ACRVINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACRVINC-ESTADO-ARCHIVO.
           SELECT ACREEDOR-MOVIMIENTOS ASSIGN TO "ACRMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACRMOV-ESTADO-ARCHIVO.
           SELECT ACRMOV-DEPURADO ASSIGN TO "ACRMTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACREEDOR-REMESA ASSIGN TO "ACREMESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRENOTAS-ARCHIVO ASSIGN TO "PRENOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRENOTAS-ESTADO-ARCHIVO.
           SELECT INCORPORA-ARCHIVO ASSIGN TO "INCORPORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCORPORA-ESTADO-ARCHIVO.
           SELECT PRIMAS-ARCHIVO ASSIGN TO "PRIMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMAS-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT HORAS-PLUS-ARCHIVO ASSIGN TO "HORASPLUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPLUS-CLAVE
               FILE STATUS IS HORAS-PLUS-ESTADO.
           SELECT NOMINA-TRABAJO ASSIGN TO "NOMTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMTRAB-ESTADO-ARCHIVO.
           SELECT DEDUCCIONES-TRABAJO ASSIGN TO "DEDTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDTRAB-ESTADO-ARCHIVO.
           SELECT DEDUCCIONES-LIBRO ASSIGN TO "NOMDEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMDEDUC-ESTADO-ARCHIVO.
           SELECT REMESA-TRABAJO ASSIGN TO "REMTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMTRAB-ESTADO-ARCHIVO.
           SELECT EMBARGOS-TRABAJO ASSIGN TO "EMBTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMBTRAB-ESTADO-ARCHIVO.
           SELECT EMBTRAB-DEPURADO ASSIGN TO "EMBTRTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATRASOS-TRABAJO ASSIGN TO "ATRTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATRTRAB-ESTADO-ARCHIVO.
           SELECT GASTOS-ARCHIVO ASSIGN TO "GASTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GASTO-NUMERO
               ALTERNATE RECORD KEY IS GASTO-EMPLEADOS-ID
                   WITH DUPLICATES
               FILE STATUS IS GASTOS-ESTADO-ARCHIVO.
           SELECT GASTOS-TRABAJO ASSIGN TO "GASTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GASTRAB-ESTADO-ARCHIVO.
           SELECT GASTOS-DEPURADO ASSIGN TO "GASTTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT BOLSA-ARCHIVO ASSIGN TO "BOLSAHOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOLSA-ESTADO-ARCHIVO.
           SELECT NOMTRAB-DEPURADO ASSIGN TO "NOMTRTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDTRAB-DEPURADO ASSIGN TO "DEDTRTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENTRAB-DEPURADO ASSIGN TO "PENTRTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMTRAB-DEPURADO ASSIGN TO "REMTRTMP.DAT"
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT SITFISCAL-ARCHIVO ASSIGN TO "SITFISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITFIS-CLAVE
               FILE STATUS IS SITFISCAL-ESTADO-ARCHIVO.
           SELECT EXCEPCIONES-SITFISCAL ASSIGN TO "SITFISEX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITFISEX-ESTADO-ARCHIVO.
           SELECT CORRECCIONES-ARCHIVO ASSIGN TO "CORRECC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CORR-CLAVE
               FILE STATUS IS CORRECC-ESTADO-ARCHIVO.
           SELECT RECIBOS-CORRECCION ASSIGN TO "RECCORR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIODOS-EMPRESA ASSIGN TO "PERIEMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIEMPR-ESTADO-ARCHIVO.
           SELECT RECIBOS-ARCHIVADOS ASSIGN TO "RECARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECARCH-CLAVE
               FILE STATUS IS RECARCH-ESTADO-ARCHIVO.
           SELECT SALMIN-ARCHIVO ASSIGN TO "SALMIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALMIN-ESTADO-ARCHIVO.
           SELECT REPORTE-MINIMOS ASSIGN TO "SALMIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MINIMOS-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       FD  REPORTE-NOMINA.
       01  LINEA-NOMINA            PIC X(120).
      ******************************************************************
      * Spool de informes compartido con el subsistema de empleados:
      * la nomina tambien escribe su informe en una generacion
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
       COPY "21-5-historial-nomina.cbl".
       FD  REPORTE-COMPARATIVO.
       01  LINEA-COMPARATIVO          PIC X(110).
       FD  RECIBOS-ARCHIVO.
       01  LINEA-RECIBO               PIC X(70).
       FD  NOMTRAB-DEPURADO.
       01  NOMTDEP-REGISTRO           PIC X(51).
       FD  DEDTRAB-DEPURADO.
       01  DEDTDEP-REGISTRO           PIC X(57).
       FD  PENTRAB-DEPURADO.
       01  PENTDEP-REGISTRO           PIC X(29).
       FD  REMTRAB-DEPURADO.
       FD  EXCEPCIONES-DEPURADO.
       01  REMEXDEP-REGISTRO          PIC X(80).
      ******************************************************************
      * Situacion fiscal del empleado (modelo 145), mantenida desde
      * CAPITULO-27: estado civil, hijos, ascendientes, grado de
      * discapacidad, prestamo de vivienda y fecha de vigencia.
      ******************************************************************
       FD  SITFISCAL-ARCHIVO.
       01  SITFISCAL-REGISTRO.
           05 SITFIS-CLAVE.
              10 SITFIS-EMPLEADOS-ID  PIC 9(5).
              10 SITFIS-VIGENCIA      PIC 9(8).
           05 SITFIS-ESTADO-CIVIL     PIC X.
           05 SITFIS-HIJOS            PIC 9(2).
           05 SITFIS-ASCENDIENTES     PIC 9(2).
           05 SITFIS-DISCAPACIDAD     PIC 9(2).
           05 SITFIS-VIVIENDA         PIC X.
      ******************************************************************
      * Empleados calculados sin modelo 145 en vigor: lista para que
      * personal reclame los formularios. El ID va en las columnas
      * 1-5 para la depuracion de una corrida reanudada.
      ******************************************************************
       FD  EXCEPCIONES-SITFISCAL.
       01  LINEA-SITFISEX             PIC X(80).
      ******************************************************************
      * Correcciones fuera de ciclo sobre un periodo ya cerrado: un
      * registro por correccion, con clave periodo, empleado y
      * secuencia, con el bruto de la correccion, la retencion
      * recalculada sobre la diferencia y el neto. Estado P =
      * pendiente de liberar, R = liberada con el recibo aun sin
      * archivar, L = liberada, D = descartada. La liberacion asienta
      * las P en NOMHIST.DAT con tipo C y las paga en su propia
      * remesa REMCORR.DAT.
      ******************************************************************
       FD  CORRECCIONES-ARCHIVO.
       01  CORRECCION-REGISTRO.
           05 CORR-CLAVE.
              10 CORR-PERIODO         PIC X(6).
              10 CORR-EMPLEADOS-ID    PIC 9(5).
              10 CORR-SECUENCIA       PIC 9(2).
           05 CORR-BRUTO              PIC S9(7)V99.
           05 CORR-RETENCION          PIC S9(7)V99.
           05 CORR-NETO               PIC S9(7)V99.
           05 CORR-ESTADO             PIC X.
           05 CORR-FECHA              PIC 9(8).
           05 CORR-OPERADOR           PIC X(10).
           05 CORR-MOTIVO             PIC X(30).
           05 CORR-EMPRESA            PIC X(6).
       FD  RECIBOS-CORRECCION.
       01  LINEA-RECCORR              PIC X(70).
      ******************************************************************
      * Archivo de recibos liberados: la imagen de cada recibo, linea
      * a linea, tal como salio en RECIBOS.RPT o en RECCORR.RPT, con
      * clave periodo, empleado, clase (N ordinaria, X paga extra, C
      * correccion fuera de ciclo), secuencia dentro de la clase (una
      * por cada liberacion del mismo periodo) y numero de linea. La
      * linea de PENDIENTE DE LIBERACION se guarda ya con la fecha de
      * liberacion. REIMPRIME-RECIBOS saca los duplicados y
      * CIERRA-ANIO pasa el anio cerrado a su archivo RECAAAAA.DAT.
      ******************************************************************
       FD  RECIBOS-ARCHIVADOS.
       01  RECARCH-REGISTRO.
           05 RECARCH-CLAVE.
              10 RECARCH-PERIODO      PIC X(6).
              10 RECARCH-EMPLEADOS-ID PIC 9(5).
              10 RECARCH-CLASE        PIC X.
              10 RECARCH-SECUENCIA    PIC 9(2).
              10 RECARCH-LINEA        PIC 9(3).
           05 RECARCH-FECHA           PIC 9(8).
           05 RECARCH-EMPRESA         PIC X(6).
           05 RECARCH-TEXTO           PIC X(70).
      ******************************************************************
      * Salario minimo interprofesional con fecha de vigencia: la
      * cuantia mensual (por paga, en 14 pagas) y la anual, que
      * lleva dentro las pagas extra. Manda la ultima vigencia no
      * posterior a la fecha de la corrida.
      ******************************************************************
       FD  SALMIN-ARCHIVO.
       01  SALMIN-REGISTRO.
           05 SALMIN-DESDE            PIC 9(8).
           05 SALMIN-MENSUAL          PIC 9(5)V99.
           05 SALMIN-ANUAL            PIC 9(6)V99.
       FD  REPORTE-MINIMOS.
       01  LINEA-MINIMOS              PIC X(100).
      ******************************************************************
      * Remesa bancaria de la nomina: cabecera con fecha, periodo y
      * codigo de empresa, un detalle de ancho fijo por empleado
      * pagado con datos bancarios validos, y un totalizador con el
       FD  REPORTE-RUTEO.
       01  LINEA-RUTEO                PIC X(90).
       FD  EXCEPCIONES-REMESA.
       01  LINEA-EXCEPCION-REMESA     PIC X(120).
       FD  REPORTE-SIMULACION.
       01  LINEA-SIMULACION           PIC X(120).
       FD  REPORTE-TRAZA.
       01  LINEA-TRAZA                PIC X(132).
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE.
              10 HORAS-EMPLEADOS-ID   PIC 9(5).
              10 HORAS-PERIODO        PIC X(6).
           05 HORAS-TRABAJADAS        PIC 9(4)V99.
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE.
              10 AUSENCIA-EMPLEADOS-ID PIC 9(5).
              10 AUSENCIA-TIPO         PIC X.
              10 AUSENCIA-DESDE        PIC 9(8).
           05 AUSENCIA-HASTA          PIC 9(8).
           05 AUSENCIA-DIAS           PIC 9(3).
      ******************************************************************
      ******************************************************************
       FD  EMBARGOS-ARCHIVO.
       01  EMBARGO-REGISTRO.
           05 EMBARGO-CLAVE.
              10 EMBARGO-EMPLEADOS-ID PIC 9(5).
              10 EMBARGO-SECUENCIA    PIC 9(3).
           05 EMBARGO-ACREEDOR        PIC X(20).
           05 EMBARGO-TOTAL           PIC 9(7)V99.
           05 EMBARGO-SALDO           PIC 9(7)V99.
           05 ATRASO-IMPORTE          PIC S9(7)V99.
           05 ATRASO-ESTADO           PIC X.
      ******************************************************************
      * Gastos de viaje capturados y aprobados en el subsistema de
      * empleados (opcion 39). Tipo D=dieta, K=kilometraje,
      * P=peaje. La nomina paga los aprobados (A) y al liberarse los
      * deja liquidados (L) con el periodo de pago.
      ******************************************************************
       FD  GASTOS-ARCHIVO.
       01  GASTO-REGISTRO.
           05 GASTO-NUMERO            PIC 9(6).
           05 GASTO-EMPLEADOS-ID      PIC 9(5).
           05 GASTO-FECHA             PIC 9(8).
           05 GASTO-TIPO              PIC X.
           05 GASTO-KILOMETROS        PIC 9(5).
           05 GASTO-IMPORTE           PIC 9(7)V99.
           05 GASTO-JUSTIFICANTE      PIC X(15).
           05 GASTO-ESTADO            PIC X.
           05 GASTO-SOLICITANTE       PIC X(10).
           05 GASTO-REVISOR           PIC X(10).
           05 GASTO-PERIODO-PAGO      PIC X(6).
      ******************************************************************
      * Retribucion flexible y en especie (mantenidas con
      * RETRIBUCION-FLEXIBLE): la eleccion mensual por anio y
      * producto, y la especie con su vigencia y regla de valoracion.
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
      ******************************************************************
      * Bolsa de horas (mantenida en AUSENCIAS): las horas extra que
      * el empleado eligio compensar con descanso en un periodo no
      * se pagan en la nomina de ese periodo.
      ******************************************************************
       FD  BOLSA-ARCHIVO.
       01  BOLSA-REGISTRO.
           05 BOLSA-EMPLEADOS-ID      PIC 9(5).
           05 BOLSA-PERIODO           PIC X(6).
           05 BOLSA-HORAS-EXTRA       PIC 9(4)V99.
           05 BOLSA-HORAS-DESCANSO    PIC 9(4)V99.
           05 BOLSA-HORAS-DISFRUTADAS PIC 9(4)V99.
           05 BOLSA-CADUCIDAD         PIC 9(8).
           05 BOLSA-FECHA-ELECCION    PIC 9(8).
      ******************************************************************
      * Conceptos fijos recurrentes por empleado (plus de comida,
      * transporte, cuota sindical...): importe fijo o porcentaje
      * del bruto, clase H (haber) o D (deduccion), con ventana de
      ******************************************************************
       FD  CONCEPTOS-ARCHIVO.
       01  CONCEPTO-REGISTRO.
           05 CONCEPTO-CLAVE.
              10 CONCEPTO-EMPLEADOS-ID PIC 9(5).
              10 CONCEPTO-SECUENCIA   PIC 9(3).
           05 CONCEPTO-CODIGO         PIC X(8).
           05 CONCEPTO-DESCRIPCION    PIC X(20).
           05 CONCEPTO-CLASE          PIC X.
           05 CONCEPTO-DESDE          PIC 9(8).
           05 CONCEPTO-HASTA          PIC 9(8).
      ******************************************************************
      * Porcentaje de jornada por empleado con fecha de efecto y
      * motivo (RG reduccion por guarda legal, TP tiempo parcial,
      * TC vuelta a jornada completa). Vale el registro de fecha
      * mas reciente no posterior a la corrida; sin registro el
      * empleado trabaja el 100%.
      ******************************************************************
       FD  JORNADAS-ARCHIVO.
       01  JORNADA-REGISTRO.
           05 JORNADA-CLAVE.
              10 JORNADA-EMPLEADOS-ID PIC 9(5).
              10 JORNADA-DESDE        PIC 9(8).
           05 JORNADA-PORCENTAJE      PIC 9(3)V99.
           05 JORNADA-MOTIVO          PIC X(2).
      ******************************************************************
      * Resultados de PREPARA-NOMINA (R) y autorizaciones de
      * supervisor para calcular pese a un FAIL (A), con su motivo.
      ******************************************************************
       FD  PREPARACION-ARCHIVO.
       01  PREPARA-REGISTRO.
           05 PREPARA-TIPO            PIC X.
           05 PREPARA-PERIODO         PIC X(6).
           05 PREPARA-FECHA           PIC X(14).
           05 PREPARA-RESULTADO       PIC X(4).
           05 PREPARA-FALLOS          PIC 9(3).
           05 PREPARA-AVISOS          PIC 9(3).
           05 PREPARA-OPERADOR        PIC X(10).
           05 PREPARA-MOTIVO          PIC X(60).
       FD  TARIFAS-ARCHIVO.
       01  TARIFA-REGISTRO.
           05 TARIFA-CLAVE.
              10 TARIFA-EMPLEADOS-ID  PIC 9(5).
              10 TARIFA-DESDE         PIC 9(8).
           05 TARIFA-TIPO-PAGO        PIC X.
           05 TARIFA-PRECIO-HORA      PIC 9(4)V99.
      ******************************************************************
      * Reparto de coste de los empleados compartidos: porcentajes
      * por departamento que deben sumar 100; un empleado sin
      * reparto carga entero a su departamento del maestro.
      ******************************************************************
       FD  PRESTAMOS-ARCHIVO.
       01  PRESTAMO-REGISTRO.
           05 PRESTAMO-CLAVE.
              10 PRESTAMO-EMPLEADOS-ID PIC 9(5).
              10 PRESTAMO-SECUENCIA   PIC 9(3).
           05 PRESTAMO-PRINCIPAL      PIC 9(7)V99.
           05 PRESTAMO-CUOTA          PIC 9(5)V99.
           05 PRESTAMO-SALDO          PIC 9(7)V99.
           05 PRESTAMO-APROBADO-POR   PIC X(10).
           05 PRESTAMO-FECHA          PIC 9(8).
       FD  PRESTAMOS-TRABAJO.
       01  PRETRAB-REGISTRO.
           05 PRETRAB-EMPLEADOS-ID    PIC 9(5).
           05 FILLER                  PIC X(53).
       FD  PRETRAB-DEPURADO.
       01  PRETDEP-REGISTRO           PIC X(58).
      ******************************************************************
      * Plan de pensiones de empresa: adhesiones por empleado con
      * su porcentaje de aportacion sobre el bruto; la empresa
      ******************************************************************
       FD  PENSION-ARCHIVO.
       01  PENSION-REGISTRO.
           05 PENSION-CLAVE.
              10 PENSION-EMPLEADOS-ID PIC 9(5).
              10 PENSION-SECUENCIA    PIC 9(3).
           05 PENSION-PORCENTAJE      PIC 99V99.
           05 PENSION-FECHA-ALTA      PIC 9(8).
           05 PENSION-ESTADO          PIC X.
           05 FONDO-TOT-MATCHES       PIC 9(13)V99.
           05 FILLER                  PIC X(22).
      ******************************************************************
      * Acreedores de las retenciones a terceros (juzgados, sindicatos,
      * aseguradoras): cuenta de abono y formato de la referencia que
      * esperan en cada pago (E = expediente de la orden, N = NIF del
      * trabajador, I = ID y periodo). Los vinculos asignan cada
      * embargo (por empleado y acreedor de la orden, con su
      * expediente) y cada concepto de deduccion (por codigo, para
      * todos o para un empleado) a su acreedor; se mantienen con
      * ACREEDORES.
      ******************************************************************
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
      ******************************************************************
      * Libro de retenciones a terceros: una linea por cada embargo
      * o concepto vinculado retenido, con la misma clase y
      * referencia que su linea de NOMDEDUC.DAT, el acreedor y el
      * estado R (remesada, con la secuencia y fecha de la remesa)
      * o P (pendiente: sin acreedor, acreedor inactivo o sin
      * cuenta). Las pendientes se remesan en la siguiente
      * liberacion de la empresa en que ya tengan acreedor pagable.
      ******************************************************************
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
           05 ACRMOV-FECHA-REMESA     PIC 9(8).
           05 ACRMOV-EMPRESA          PIC X(6).
       FD  ACRMOV-DEPURADO.
       01  ACRMDEP-REGISTRO           PIC X(96).
      ******************************************************************
      * Remesa a acreedores: cabecera, y por cada acreedor un pago
      * con su cuenta e importe seguido del detalle de empleados y
      * referencias que lo forman; totalizador al final.
      ******************************************************************
       FD  ACREEDOR-REMESA.
       01  ACRREM-REGISTRO            PIC X(100).
       01  ACRREM-CABECERA REDEFINES ACRREM-REGISTRO.
           05 ACRREM-CAB-TIPO         PIC X.
           05 ACRREM-CAB-FECHA        PIC 9(8).
           05 ACRREM-CAB-PERIODO      PIC X(6).
           05 ACRREM-CAB-EMPRESA      PIC X(6).
           05 ACRREM-CAB-SECUENCIA    PIC 9(5).
           05 FILLER                  PIC X(74).
       01  ACRREM-PAGO REDEFINES ACRREM-REGISTRO.
           05 ACRREM-PAG-TIPO         PIC X.
           05 ACRREM-PAG-ACREEDOR     PIC X(8).
           05 ACRREM-PAG-NOMBRE       PIC X(30).
           05 ACRREM-PAG-NIF          PIC X(9).
           05 ACRREM-PAG-BANCO        PIC X(4).
           05 ACRREM-PAG-CUENTA       PIC 9(10).
           05 ACRREM-PAG-DIGITO       PIC 9.
           05 ACRREM-PAG-IMPORTE      PIC 9(9)V99.
           05 ACRREM-PAG-DETALLES     PIC 9(5).
           05 FILLER                  PIC X(21).
       01  ACRREM-DETALLE REDEFINES ACRREM-REGISTRO.
           05 ACRREM-DET-TIPO         PIC X.
           05 ACRREM-DET-ACREEDOR     PIC X(8).
           05 ACRREM-DET-ID           PIC 9(5).
           05 ACRREM-DET-NIF          PIC X(9).
           05 ACRREM-DET-REFERENCIA   PIC X(20).
           05 ACRREM-DET-PERIODO      PIC X(6).
           05 ACRREM-DET-IMPORTE      PIC 9(7)V99.
           05 FILLER                  PIC X(42).
       01  ACRREM-TOTALIZADOR REDEFINES ACRREM-REGISTRO.
           05 ACRREM-TOT-TIPO         PIC X.
           05 ACRREM-TOT-PAGOS        PIC 9(5).
           05 ACRREM-TOT-DETALLES     PIC 9(7).
           05 ACRREM-TOT-SUMA         PIC 9(13)V99.
           05 FILLER                  PIC X(72).
      ******************************************************************
      * Prenotificaciones emitidas: una cuenta en estado P viaja en
      * la remesa como detalle de tipo P e importe cero, el
      * empleado cobra por caja ese ciclo, y el procesador del
           05 PRENOTA-FECHA           PIC 9(8).
           05 PRENOTA-ESTADO          PIC X.
      ******************************************************************
      * Listas de incorporacion de los empleados nuevos: solo se
      * leen para saber quien tiene tareas pendientes (estado P).
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
      ******************************************************************
      * Primas del seguro por tramo de cobertura: E = solo el
      * empleado, U = empleado mas uno, F = familiar (dos o mas
      * dependientes). El tramo de cada empleado sale del numero de
           05 PRIMA-REG-IMPORTE       PIC 9(5)V99.
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE.
              10 DEPENDIENTE-EMPLEADOS-ID     PIC 9(5).
              10 DEPENDIENTE-NOMBRE           PIC X(20).
              10 DEPENDIENTE-PARENTESCO       PIC X(15).
              10 DEPENDIENTE-FECHA-NACIMIENTO PIC 9(8).
           05 DEPENDIENTE-PRIMER-APELLIDO     PIC X(25).
           05 DEPENDIENTE-SEGUNDO-APELLIDO    PIC X(25).
      ******************************************************************
      * Horas con plus de franja (nocturnidad, fin de semana) que
      * acumulo el procesador de fichajes: la nomina paga el recargo
      ******************************************************************
       FD  HORAS-PLUS-ARCHIVO.
       01  HORAS-PLUS-REGISTRO.
           05 HPLUS-CLAVE.
              10 HPLUS-EMPLEADOS-ID   PIC 9(5).
              10 HPLUS-PERIODO        PIC X(6).
              10 HPLUS-CODIGO         PIC X(8).
           05 HPLUS-HORAS             PIC 9(4)V99.
           05 HPLUS-MULTIPLICADOR     PIC 9V99.
      ******************************************************************
           05 NOMTRAB-BRUTO           PIC S9(7)V99.
           05 NOMTRAB-DEDUCCION       PIC S9(9)V99.
           05 NOMTRAB-NETO            PIC S9(7)V99.
           05 NOMTRAB-TIPO            PIC X.
           05 NOMTRAB-CLASE           PIC X.
           05 NOMTRAB-ATRASOS         PIC S9(7)V99.
      ******************************************************************
      * Desglose de deducciones por empleado, periodo y clase: la
      * retencion fiscal (RETENCIO, con su base sujeta), la pension,
      * la prima del seguro, cada embargo con su acreedor, la cuota
      * del prestamo y cada concepto de deduccion con su codigo. La
      * pre-nomina lo deja en DEDTRAB.DAT y la liberacion lo vuelca
      * en el libro NOMDEDUC.DAT, del que salen los resumenes de
      * retenciones trimestral y anual.
      ******************************************************************
       FD  DEDUCCIONES-TRABAJO.
       01  DEDTRAB-REGISTRO.
           05 DEDTRAB-PERIODO         PIC X(6).
           05 DEDTRAB-EMPLEADOS-ID    PIC 9(5).
           05 DEDTRAB-CLASE           PIC X(8).
           05 DEDTRAB-REFERENCIA      PIC X(20).
           05 DEDTRAB-BASE            PIC S9(7)V99.
           05 DEDTRAB-IMPORTE         PIC S9(7)V99.
       FD  DEDUCCIONES-LIBRO.
       01  NOMDEDUC-REGISTRO          PIC X(57).
       FD  REMESA-TRABAJO.
       01  REMTRAB-REGISTRO           PIC X(60).
       FD  EMBARGOS-TRABAJO.
       01  EMBTRAB-REGISTRO.
           05 EMBTRAB-EMPLEADOS-ID    PIC 9(5).
           05 FILLER                  PIC X(45).
       FD  EMBTRAB-DEPURADO.
       01  EMBTDEP-REGISTRO           PIC X(50).
       FD  ATRASOS-TRABAJO.
       01  ATRTRAB-REGISTRO           PIC X(21).
       FD  GASTOS-TRABAJO.
       01  GASTRAB-REGISTRO           PIC X(76).
       FD  GASTOS-DEPURADO.
       01  GASTDEP-REGISTRO           PIC X(76).
      ******************************************************************
      * Secuencia de transmision por interfaz de salida: cada
      * archivo que sale lleva su numero correlativo en la cabecera
           05 NCHK-REM-DETALLES       PIC 9(7).
           05 NCHK-REM-SUMA           PIC 9(13)V99.
           05 NCHK-REM-EXCEPCIONES    PIC 9(5).
           05 NCHK-EXCEDENCIA         PIC 9(5).
           05 NCHK-EMPRESA            PIC X(6).
       FD  PRENOMINA-CONTROL.
       01  PRENOM-REGISTRO.
           05 PRENOM-PERIODO          PIC X(6).
           05 PRENOM-HAY-ATRASOS      PIC X.
           05 PRENOM-TIPO-CORRIDA     PIC X.
           05 PRENOM-HAY-PRESTAMOS    PIC X.
           05 PRENOM-HAY-GASTOS       PIC X.
           05 PRENOM-EMPRESA          PIC X(6).
           05 PRENOM-BAJO-MINIMO      PIC 9(5).
           05 PRENOM-RECONOCE-MINIMO  PIC X(10).
      ******************************************************************
      * Liberaciones por empresa: una fila por periodo y empresa
      * liberados. El periodo del calendario solo se cierra cuando
      * todas las empresas activas lo han liberado.
      ******************************************************************
       FD  PERIODOS-EMPRESA.
       01  PERIEMPR-REGISTRO.
           05 PERIEMPR-PERIODO        PIC X(6).
           05 PERIEMPR-EMPRESA        PIC X(6).
           05 PERIEMPR-FECHA          PIC 9(8).
      ******************************************************************
      * Archivo de trabajo del SORT del registro de pagos: la nomina
      * calculada se libera aqui y el registro sale agrupado por
           05 ORDEN-NOM-DEPARTAMENTO  PIC X(10).
           05 ORDEN-NOM-ID            PIC 9(5).
           05 ORDEN-NOM-NOMBRE        PIC X(15).
           05 ORDEN-NOM-APELLIDOS     PIC X(50).
           05 ORDEN-NOM-BRUTO         PIC S9(7)V99.
           05 ORDEN-NOM-DEDUCCION     PIC S9(9)V99.
           05 ORDEN-NOM-NETO          PIC S9(7)V99.
       COPY "21-4-nombre-archivo.cbl".
       77  EMPLEADOS-ESTADO-ARCHIVO PIC X(2).
       77  LEE-TODO             PIC X.
       01  APELLIDOS-EDICION.
           05 APELLIDO-1-EDICION      PIC X(25).
           05 APELLIDO-2-EDICION      PIC X(25).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  SALARIO-BRUTO        PIC S9(7)V99.
       77  TASA-DEDUCCION       PIC S99V99 VALUE 15.00.
       77  DEDUCCION            PIC S9(9)V99.
       77  SALARIO-NETO         PIC S9(7)V99.
       77  TOTAL-EMPLEADOS      PIC 9(5) VALUE 0.
       77  TOTAL-CUARENTENA     PIC 9(5) VALUE 0.
       77  TOTAL-EXCEDENCIA     PIC 9(5) VALUE 0.
       77  TOTAL-NETO-NOMINA    PIC S9(9)V99 VALUE 0.
       77  FECHA-ACTUAL         PIC X(21).
       77  SALARIO-BRUTO-EDICION PIC -(7)9.99.
       77  RECIBO-DED-EDICION   PIC -(7)9.99.
       77  RECIBO-LINEAS        PIC 9(2) VALUE 0.
       77  LINEAS-PAGINA-RECIBO PIC 9(2) VALUE 20.
       77  IMPORTE-PARA-LETRA   PIC S9(9)V99.
       77  ANCHO-LETRA          PIC 9(3) VALUE 60.
       77  LINEAS-LETRA         PIC 9(2).
       77  LETRA-POS            PIC 9(2).
       01  TEXTO-LETRA.
           05 LINEA-LETRA OCCURS 10 TIMES PIC X(100).
       77  FIN-ORDEN-NOMINA     PIC X VALUE "N".
       77  DEPARTAMENTO-CORTE   PIC X(10) VALUE SPACES.
       77  SUBTOTAL-BRUTO       PIC S9(9)V99 VALUE 0.
      * Horas trabajadas del periodo, alimentadas por el procesador
      * de fichajes (HORAS.DAT): por encima de la jornada mensual se
      * paga hora extra con recargo sobre el valor-hora del salario.
      * Esta tabla y las de pluses, ausencias, bajas IT, conceptos,
      * dependientes, pension, embargos y prestamos solo guardan los
      * registros del empleado en curso: sus archivos son indexados
      * por empleado y cada calculo lee con START nada mas que lo
      * suyo, asi que el volumen total ya no llena ninguna tabla.
      ******************************************************************
       01  TABLA-HORAS-PERIODO.
           05 HORASP-ENTRADA OCCURS 200 TIMES.
              10 HORASP-ID            PIC 9(5).
              10 HORASP-HORAS         PIC 9(4)V99.
       77  HORAS-ESTADO-ARCHIVO PIC X(2).
       77  HORAS-ABIERTO        PIC X VALUE "N".
       77  HORASP-TOTAL         PIC 9(3) VALUE 0.
       77  HORASP-POS           PIC 9(3).
       77  HORASP-HALLADO       PIC X.
       77  JORNADA-MENSUAL      PIC 9(3) VALUE 160.
       01  TABLA-JORNADAS.
           05 JORNT-ENTRADA OCCURS 500 TIMES.
              10 JORNT-ID             PIC 9(5).
              10 JORNT-DESDE          PIC 9(8).
              10 JORNT-PORCENTAJE     PIC 9(3)V99.
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  JORNT-TOTAL          PIC 9(3) VALUE 0.
       77  JORNT-POS            PIC 9(3).
       77  JORNADA-LEE-TODO     PIC X.
       77  JORNADA-DESDE-VIGENTE PIC 9(8).
       77  PORCENTAJE-JORNADA   PIC 9(3)V99 VALUE 100.
       77  PORCENTAJE-JORNADA-EDICION PIC ZZ9.99.
       77  JORNADA-EMPLEADO     PIC 9(3)V99 VALUE 160.
       77  SALARIO-JORNADA      PIC S9(7)V99 VALUE 0.
      ******************************************************************
      * Tipo de pago por empleado con fecha de efecto: "H" cobra las
      * horas fichadas del periodo a su precio-hora mas la parte
      * proporcional de pagas extra y vacaciones; "M" o sin registro
      * cobra el salario mensual del maestro.
      ******************************************************************
       01  TABLA-TARIFAS.
           05 TARIFT-ENTRADA OCCURS 500 TIMES.
              10 TARIFT-ID            PIC 9(5).
              10 TARIFT-DESDE         PIC 9(8).
              10 TARIFT-TIPO-PAGO     PIC X.
              10 TARIFT-PRECIO-HORA   PIC 9(4)V99.
       77  TARIFAS-ESTADO-ARCHIVO PIC X(2).
       77  TARIFAS-ABIERTO      PIC X VALUE "N".
       77  TARIFT-TOTAL         PIC 9(3) VALUE 0.
       77  TARIFT-POS           PIC 9(3).
       77  TARIFA-LEE-TODO      PIC X.
       77  TARIFA-DESDE-VIGENTE PIC 9(8).
       77  PAGO-POR-HORAS       PIC X VALUE "N".
       77  PRECIO-HORA          PIC 9(4)V99 VALUE 0.
       77  PRECIO-HORA-EDICION  PIC ZZZ9.99.
       77  HORAS-ORDINARIAS     PIC 9(4)V99 VALUE 0.
       77  HORAS-ORDINARIAS-EDICION PIC ZZZ9.99.
       77  IMPORTE-HORAS-ORDINARIAS PIC S9(7)V99 VALUE 0.
       77  PORCENTAJE-PRORRATA-EXTRAS PIC 9(3)V99 VALUE 16.67.
       77  PORCENTAJE-PRORRATA-VACACIONES PIC 9(3)V99 VALUE 8.33.
       77  PRORRATA-PAGAS-EXTRA PIC S9(7)V99 VALUE 0.
       77  PRORRATA-VACACIONES  PIC S9(7)V99 VALUE 0.
       77  PRORRATA-EDICION     PIC -Z,ZZZ,ZZ9.99.
       77  SALARIO-REFERENCIA   PIC S9(7)V99 VALUE 0.
       77  TOTAL-HORAS-SIN-FICHAJE PIC 9(5) VALUE 0.
       77  TOTAL-HORAS-SIN-EXTRA PIC 9(5) VALUE 0.
      ******************************************************************
      * Empleados con la lista de incorporacion abierta al empezar
      * la corrida; cada uno se verifica (LISTA-INCORPORACION) al
      * calcularlo y, si sigue incompleto, se avisa.
      ******************************************************************
       77  INCORPORA-ESTADO-ARCHIVO PIC X(2).
       77  INCORPORA-LEE-TODO   PIC X.
       01  TABLA-INCORPORACION-PENDIENTE.
           05 INCPT-ID OCCURS 500 TIMES PIC 9(5).
       77  INCPT-TOTAL          PIC 9(3) VALUE 0.
       77  INCPT-POS            PIC 9(3).
       77  INCPT-HALLADO        PIC X.
       77  TOTAL-INCORPORACION-INCOMPLETA PIC 9(5) VALUE 0.
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
      ******************************************************************
      * Ultimo resultado de la lista de preparacion del periodo y
      * autorizacion posterior, si la hay.
      ******************************************************************
       77  PREPARA-ESTADO-ARCHIVO PIC X(2).
       77  PREPARA-LEE-TODO     PIC X.
       77  PREPARACION-RESULTADO PIC X(4).
       77  PREPARACION-FECHA    PIC X(14).
       77  PREPARACION-AUTORIZADA PIC X.
       77  PREPARACION-AUTORIZADOR PIC X(10).
       77  PREPARACION-CORRECTA PIC X.
       77  MOTIVO-AUTORIZACION  PIC X(60).
      ******************************************************************
      * Traza del calculo de un empleado (modo 9): los mismos
      * parrafos de la corrida real anotan cada paso en TRAZA.RPT
      * cuando TRAZA-ACTIVA vale "S".
      ******************************************************************
       77  TRAZA-ACTIVA         PIC X VALUE "N".
       77  TRAZA-EMPLEADO-ID    PIC 9(5).
       77  TRAZA-CONCEPTO       PIC X(20).
       77  TRAZA-DETALLE        PIC X(60).
       77  TRAZA-IMPORTE        PIC S9(9)V99.
       77  TRAZA-SALDO          PIC X.
       77  TRAZA-BRUTO-ANTES    PIC S9(7)V99 VALUE 0.
       77  TRAZA-NETO-ANTES     PIC S9(7)V99 VALUE 0.
       77  TRAZA-IMPORTE-EDICION PIC -(7)9.99.
       77  TRAZA-ANTES-EDICION  PIC -(7)9.99.
       77  TRAZA-DESPUES-EDICION PIC -(7)9.99.
       77  TRAZA-CIFRA-EDICION  PIC -(7)9.99.
       77  TRAZA-CIFRA2-EDICION PIC -(7)9.99.
       77  TRAZA-PORCENTAJE-EDICION PIC -ZZ9.99.
       77  TRAZA-PORCENTAJE2-EDICION PIC -ZZ9.99.
       77  TRAZA-HORAS-EDICION  PIC ZZZ9.99.
       77  TRAZA-HORAS2-EDICION PIC ZZZ9.99.
       77  TRAZA-DIAS-EDICION   PIC ZZ9.
       77  TRAZA-DIAS2-EDICION  PIC ZZ9.
       01  TABLA-BOLSA-PERIODO.
           05 BOLSP-ENTRADA OCCURS 200 TIMES.
              10 BOLSP-ID             PIC 9(5).
              10 BOLSP-HORAS          PIC 9(4)V99.
       77  BOLSA-ESTADO-ARCHIVO PIC X(2).
       77  BOLSP-TOTAL          PIC 9(3) VALUE 0.
       77  BOLSP-POS            PIC 9(3).
       77  BOLSA-LEE-TODO       PIC X.
       77  HORAS-BOLSA-EMPLEADO PIC 9(4)V99 VALUE 0.
       77  HORAS-BOLSA-EDICION  PIC ZZZ9.99.
      ******************************************************************
      * Pluses de franja del periodo del empleado, leidos de
      * HORASPLUS.DAT: cada franja paga sus horas por el valor-hora
      * y el recargo del multiplicador (un 1.25 paga 0.25 de plus
      * sobre la hora normal, que ya viene en HORAS.DAT).
              10 PLUSP-HORAS          PIC 9(4)V99.
              10 PLUSP-MULTIPLICADOR  PIC 9V99.
       77  HORAS-PLUS-ESTADO    PIC X(2).
       77  HORAS-PLUS-ABIERTO   PIC X VALUE "N".
       77  PLUSP-TOTAL          PIC 9(3) VALUE 0.
       77  PLUSP-POS            PIC 9(3).
       77  PLUS-LEE-TODO        PIC X.
       77  EMPLEADOS-CON-PLUS   PIC 9(5) VALUE 0.
       77  PLUS-EDICION         PIC -(7)9.99.
      ******************************************************************
      * Conceptos recurrentes del empleado: un haber suma al
      * bruto y al neto sin pasar por los tramos; una deduccion se
      * suma a la deduccion total y rebaja el neto, de modo que
      * bruto = deduccion + neto sigue cuadrando para el extracto
              10 CONT-DESDE           PIC 9(8).
              10 CONT-HASTA           PIC 9(8).
       77  CONCEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  CONCEPTOS-ABIERTO    PIC X VALUE "N".
       77  CONT-TOTAL           PIC 9(3) VALUE 0.
       77  CONT-POS             PIC 9(3).
       77  CONCEPTO-LEE-TODO    PIC X.
       77  CONSUB-POS           PIC 9(2).
       77  CONSUB-HALLADO       PIC X.
      ******************************************************************
      * Primas por tramo cargadas de PRIMAS.DAT al arrancar la
      * corrida; los dependientes del empleado se cuentan en
      * DEPEND.DAT al calcular su nomina.
      ******************************************************************
       77  PRIMAS-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-ABIERTO PIC X VALUE "N".
       77  PRIMA-LEE-TODO       PIC X.
       77  PRIMA-EMPLEADO-SOLO  PIC 9(5)V99 VALUE 0.
       77  PRIMA-MAS-UNO        PIC 9(5)V99 VALUE 0.
              10 AUSENP-ID            PIC 9(5).
              10 AUSENP-DIAS          PIC 9(3).
       77  AUSENCIAS-ESTADO-ARCHIVO PIC X(2).
       77  AUSENCIAS-ABIERTO    PIC X VALUE "N".
       77  AUSENP-TOTAL         PIC 9(3) VALUE 0.
       77  AUSENP-POS           PIC 9(3).
       77  AUSENP-HALLADO       PIC X.
       77  IMPORTE-AUSENCIAS    PIC S9(7)V99 VALUE 0.
       77  VALOR-DIA            PIC S9(5)V99 VALUE 0.
      ******************************************************************
      * Bajas por enfermedad (tipo E) de todos los periodos, para
      * contar los dias de cada episodio aunque empiece en un
      * periodo anterior. Un registro que empieza el dia siguiente
      * al fin de otro del mismo empleado continua su episodio.
      * Tramos legales de la prestacion: dias 1-3 sin prestacion,
      * 4-20 al 60% y desde el 21 al 75% de la base diaria; el
      * complemento de empresa (COMPLEMENTO-IT en PARAMS.DAT, 0 =
      * sin complemento) completa hasta ese porcentaje del salario.
      ******************************************************************
       01  TABLA-BAJAS-IT.
           05 BAJAT-ENTRADA OCCURS 300 TIMES.
              10 BAJAT-ID             PIC 9(5).
              10 BAJAT-DESDE          PIC 9(8).
              10 BAJAT-HASTA          PIC 9(8).
       77  BAJAT-TOTAL          PIC 9(3) VALUE 0.
       77  BAJAT-POS            PIC 9(3).
       77  BAJAT-POS-ANTERIOR   PIC 9(3).
       77  BAJAT-HALLADO        PIC X.
       77  BAJAT-VUELTAS        PIC 9(3).
       77  INICIO-EPISODIO      PIC 9(8).
       77  BAJA-TRAMO-DESDE     PIC 9(8).
       77  BAJA-TRAMO-HASTA     PIC 9(8).
       77  DIA-EPISODIO-DESDE   PIC S9(5).
       77  DIA-EPISODIO-HASTA   PIC S9(5).
       77  DIAS-EN-TRAMO        PIC S9(5).
       77  DIAS-BAJA-PERIODO    PIC 9(3) VALUE 0.
       77  DIAS-BAJA-60         PIC 9(3) VALUE 0.
       77  DIAS-BAJA-75         PIC 9(3) VALUE 0.
       77  TASA-IT-TRAMO-2      PIC 9(3)V99 VALUE 60.00.
       77  TASA-IT-TRAMO-3      PIC 9(3)V99 VALUE 75.00.
       77  PORCENTAJE-COMPLEMENTO-IT PIC 9(3)V99 VALUE 0.
       77  IMPORTE-BAJA-IT      PIC S9(7)V99 VALUE 0.
       77  PRESTACION-IT        PIC S9(7)V99 VALUE 0.
       77  COMPLEMENTO-IT       PIC S9(7)V99 VALUE 0.
       77  OBJETIVO-IT          PIC S9(7)V99 VALUE 0.
       77  IMPORTE-IT-EDICION   PIC -(7)9.99.
      ******************************************************************
      * Interfaz con el subprograma comun de aritmetica redondeada,
      * la misma politica de redondeo del programa de decimales.
      ******************************************************************
       77  ATRASO-LEE-TODO      PIC X.
       77  IMPORTE-ATRASOS      PIC S9(7)V99 VALUE 0.
       77  TOTAL-ATRASOS-PAGADOS PIC S9(9)V99 VALUE 0.
      ******************************************************************
      * Gastos de viaje aprobados pendientes de pago. Cada gasto se
      * parte en la parte exenta (limite por tipo de PARAMS.DAT) y
      * el exceso, que pasa a la base sujeta a retencion. Estado en
      * tabla: A=por pagar, T=tomado en esta corrida.
      ******************************************************************
       01  TABLA-GASTOS.
           05 GASTT-ENTRADA OCCURS 200 TIMES.
              10 GASTT-NUMERO         PIC 9(6).
              10 GASTT-ID             PIC 9(5).
              10 GASTT-TIPO           PIC X.
              10 GASTT-KILOMETROS     PIC 9(5).
              10 GASTT-IMPORTE        PIC 9(7)V99.
              10 GASTT-ESTADO         PIC X.
       77  GASTOS-ESTADO-ARCHIVO PIC X(2).
       77  GASTOS-ABIERTO       PIC X VALUE "N".
       77  GASTRAB-ESTADO-ARCHIVO PIC X(2).
       77  GASTRAB-GRABADOS     PIC 9(5) VALUE 0.
       77  GASTT-TOTAL          PIC 9(3) VALUE 0.
       77  GASTT-POS            PIC 9(3).
       77  GASTO-LEE-TODO       PIC X.
       77  GASTO-EXENTO-LIMITE  PIC 9(7)V99.
       77  GASTOS-EXENTOS       PIC S9(7)V99 VALUE 0.
       77  GASTOS-EXCESO        PIC S9(7)V99 VALUE 0.
       77  TOTAL-GASTOS-PAGADOS PIC S9(9)V99 VALUE 0.
       77  GASTOS-EDICION       PIC -(7)9.99.
       77  HAY-GASTOS-PRENOM    PIC X VALUE "N".
       77  EXENTO-DIETA         PIC 9(5)V99 VALUE 53.34.
       77  EXENTO-KM            PIC 9V99 VALUE 0.26.
       77  EXENTO-PEAJE         PIC 9(7)V99 VALUE 9999999.99.
      ******************************************************************
      * Retribucion flexible del anio del periodo (elecciones
      * vigentes) y especie vigente en el periodo. El importe elegido
      * sale del salario en dinero; la parte dentro del limite exento
      * del producto no tributa y el exceso, como la especie, suma a
      * la base de retencion sin pagarse. Los limites mensuales y el
      * tope (porcentaje del salario del periodo) salen de PARAMS.DAT.
      ******************************************************************
       01  TABLA-FLEXIBLE.
           05 FLEXT-ENTRADA OCCURS 500 TIMES.
              10 FLEXT-ID             PIC 9(5).
              10 FLEXT-PRODUCTO       PIC X.
              10 FLEXT-IMPORTE        PIC 9(5)V99.
       77  FLEXIBLE-ESTADO-ARCHIVO PIC X(2).
       77  FLEXIBLE-ABIERTO     PIC X VALUE "N".
       77  FLEXT-TOTAL          PIC 9(3) VALUE 0.
       77  FLEXT-POS            PIC 9(3).
       77  FLEXIBLE-LEE-TODO    PIC X.
       01  TABLA-ESPECIE.
           05 ESPT-ENTRADA OCCURS 200 TIMES.
              10 ESPT-ID              PIC 9(5).
              10 ESPT-REGLA           PIC X.
              10 ESPT-VALOR-BASE      PIC 9(7)V99.
              10 ESPT-PORCENTAJE      PIC 9(2)V99.
              10 ESPT-DESCRIPCION     PIC X(20).
       77  ESPECIE-ESTADO-ARCHIVO PIC X(2).
       77  ESPECIE-ABIERTO      PIC X VALUE "N".
       77  ESPT-TOTAL           PIC 9(3) VALUE 0.
       77  ESPT-POS             PIC 9(3).
       77  ESPECIE-LEE-TODO     PIC X.
       01  TABLA-FLEXIBLE-RECIBO.
           05 FLEXREC-ENTRADA OCCURS 4 TIMES.
              10 FLEXREC-NOMBRE       PIC X(14).
              10 FLEXREC-IMPORTE      PIC S9(7)V99.
              10 FLEXREC-EXENTO       PIC S9(7)V99.
       77  FLEXREC-TOTAL        PIC 9 VALUE 0.
       77  FLEXREC-POS          PIC 9.
       01  TABLA-ESPECIE-RECIBO.
           05 ESPREC-ENTRADA OCCURS 10 TIMES.
              10 ESPREC-DESCRIPCION   PIC X(20).
              10 ESPREC-IMPORTE       PIC S9(7)V99.
       77  ESPREC-TOTAL         PIC 9(2) VALUE 0.
       77  ESPREC-POS           PIC 9(2).
       77  EXENTO-COMIDA        PIC 9(7)V99 VALUE 220.00.
       77  EXENTO-TRANSPORTE    PIC 9(7)V99 VALUE 136.36.
       77  EXENTO-GUARDERIA     PIC 9(7)V99 VALUE 9999999.99.
       77  EXENTO-SEGURO        PIC 9(7)V99 VALUE 41.67.
       77  TOPE-FLEXIBLE        PIC 9(2)V99 VALUE 30.00.
       77  TOPE-FLEXIBLE-EMPLEADO PIC S9(7)V99.
       77  FLEXIBLE-ELEGIDO     PIC S9(7)V99.
       77  LIMITE-FLEXIBLE      PIC 9(7)V99.
       77  NOMBRE-FLEXIBLE      PIC X(14).
       77  IMPORTE-FLEXIBLE     PIC S9(7)V99 VALUE 0.
       77  FLEXIBLE-EXENTO      PIC S9(7)V99 VALUE 0.
       77  FLEXIBLE-SUJETO      PIC S9(7)V99 VALUE 0.
       77  IMPORTE-ESPECIE      PIC S9(7)V99 VALUE 0.
       77  VALOR-ESPECIE        PIC S9(7)V99.
       77  BASE-ESPECIE         PIC S9(7)V99 VALUE 0.
       77  FLEXIBLE-EDICION     PIC -(7)9.99.
       77  EXENTO-EDICION       PIC -(7)9.99.
       77  ATRASO-EDICION       PIC -(7)9.99.
       77  NOMTRAB-ESTADO-ARCHIVO PIC X(2).
       77  DEDTRAB-ESTADO-ARCHIVO PIC X(2).
       77  NOMDEDUC-ESTADO-ARCHIVO PIC X(2).
       77  DEDUC-LEE-TODO       PIC X.
       77  RETENCION-FISCAL     PIC S9(9)V99 VALUE 0.
       77  SITFISCAL-ESTADO-ARCHIVO PIC X(2).
       77  SITFISCAL-ABIERTO    PIC X VALUE "N".
       77  SITFISEX-ESTADO-ARCHIVO PIC X(2).
       77  SITFISCAL-LEE-TODO   PIC X.
       01  TABLA-SITUACIONES.
           05 SITF-ENTRADA OCCURS 500 TIMES.
              10 SITF-ID              PIC 9(5).
              10 SITF-ESTADO-CIVIL    PIC X.
              10 SITF-HIJOS           PIC 9(2).
              10 SITF-ASCENDIENTES    PIC 9(2).
              10 SITF-DISCAPACIDAD    PIC 9(2).
              10 SITF-VIVIENDA        PIC X.
              10 SITF-VIGENCIA        PIC 9(8).
       77  SITF-TOTAL           PIC 9(3) VALUE 0.
       77  SITF-POS             PIC 9(3).
       77  SITF-HALLADA         PIC X VALUE "N".
       77  SITF-ID-BUSCADO      PIC 9(5).
       77  SITUACION-APLICADA   PIC X VALUE "N".
       77  PORCENTAJE-ESCALA    PIC S9(3)V9(4) VALUE 0.
       77  PORCENTAJE-PERSONAL  PIC S9(3)V99 VALUE 0.
       77  TOTAL-SIN-SITUACION  PIC 9(5) VALUE 0.
       77  REDUCCION-HIJO       PIC 9V99 VALUE 1.00.
       77  REDUCCION-ASCENDIENTE PIC 9V99 VALUE 0.50.
       77  REDUCCION-CONYUGE    PIC 9V99 VALUE 1.00.
       77  REDUCCION-DISCAP-33  PIC 9V99 VALUE 2.00.
       77  REDUCCION-DISCAP-65  PIC 9V99 VALUE 4.00.
       77  REDUCCION-VIVIENDA   PIC 9V99 VALUE 2.00.
       77  CORRECC-ESTADO-ARCHIVO PIC X(2).
       77  CORRECC-LEE-TODO     PIC X.
       77  CORRECCION-HALLADA   PIC X.
       77  CORRECCION-SECUENCIA PIC 9(2).
       77  OPCION-CORRECCION    PIC X.
       77  ID-CORRECCION        PIC 9(5).
       77  IMPORTE-CORRECCION   PIC 9(7)V99.
       77  MOTIVO-CORRECCION    PIC X(30).
       77  BRUTO-ORIGINAL       PIC S9(9)V99.
       77  ESPECIE-ORIGINAL     PIC S9(9)V99.
       01  DEDUCCION-LIBRO-LEIDA.
           05 LIBDED-PERIODO          PIC X(6).
           05 LIBDED-EMPLEADOS-ID     PIC 9(5).
           05 LIBDED-CLASE            PIC X(8).
           05 LIBDED-REFERENCIA       PIC X(20).
           05 LIBDED-BASE             PIC S9(7)V99.
           05 LIBDED-IMPORTE          PIC S9(7)V99.
       77  RETENCION-ORIGINAL   PIC S9(9)V99.
       77  RETENCION-CORRECCION PIC S9(9)V99.
       77  CORRECCIONES-CALCULADAS PIC 9(5) VALUE 0.
       77  CORRECCIONES-LIBERADAS PIC 9(5) VALUE 0.
       77  CORRECCIONES-SIN-BANCO PIC 9(3) VALUE 0.
       77  CORRECCION-IMPORTE-EDICION PIC -(7)9.99.
       77  LIBERADOS-DEDUCCIONES PIC 9(7) VALUE 0.
       77  REMTRAB-ESTADO-ARCHIVO PIC X(2).
       77  REMTRAB-LEE-TODO     PIC X.
       77  EMBTRAB-ESTADO-ARCHIVO PIC X(2).
           05 RECB-LINEA OCCURS 10 TIMES PIC X(70).
       77  RECB-PEND-TOTAL      PIC 9(2).
       77  RECB-POS             PIC 9(2).
      ******************************************************************
      * Archivo de los recibos en la liberacion: las lineas de
      * cabecera se retienen hasta la linea EMPLEADO:, que da la
      * clave del recibo, igual que en la depuracion de arriba.
      ******************************************************************
       77  RECARCH-ESTADO-ARCHIVO PIC X(2).
       77  RECARCH-LEE-TODO     PIC X.
       77  RECARCH-EN-RECIBO    PIC X.
       77  RECARCH-ID-RECIBO    PIC 9(5).
       77  RECARCH-CLASE-RECIBO PIC X.
       77  RECARCH-SECU-RECIBO  PIC 9(2).
       77  RECARCH-LINEA-RECIBO PIC 9(3).
       77  RECARCH-FECHA-LIBERA PIC 9(8).
       77  RECARCH-DESTINO      PIC X VALUE "R".
       77  RECARCH-PERIODO-RECIBO PIC X(6).
       77  RECARCH-EMPRESA-RECIBO PIC X(6).
       77  RECARCH-FIN-CLAVE    PIC X.
       77  LINEA-CORRECCION-WS  PIC X(70).
       77  RECIBOS-GUARDADOS    PIC 9(5) VALUE 0.
      ******************************************************************
      * Contraste con el salario minimo: vigencia cargada, lo que
      * computa del recibo, el minimo exigible al empleado y lo que
      * le falta.
      ******************************************************************
       77  SALMIN-ESTADO-ARCHIVO PIC X(2).
       77  MINIMOS-ESTADO-ARCHIVO PIC X(2).
       77  SALMIN-LEE-TODO      PIC X.
       77  SALMIN-VIGENCIA      PIC 9(8) VALUE 0.
       77  SALMIN-MENSUAL-VIGENTE PIC 9(5)V99 VALUE 0.
       77  SALMIN-ANUAL-VIGENTE PIC 9(6)V99 VALUE 0.
       77  OPCION-SALMIN        PIC X.
       77  COMPUTABLE-MINIMO    PIC S9(7)V99 VALUE 0.
       77  MINIMO-EXIGIBLE      PIC S9(7)V99 VALUE 0.
       77  FALTA-MINIMO         PIC S9(7)V99 VALUE 0.
       77  TOTAL-BAJO-MINIMO    PIC 9(5) VALUE 0.
       77  MINIMO-RECONOCIDO    PIC X VALUE "S".
       77  MINIMO-EDICION       PIC Z(6)9.99.
       77  COMPUTABLE-EDICION   PIC -(6)9.99.
       77  FALTA-EDICION        PIC Z(6)9.99.
       77  REANUDA-CALCULO      PIC X VALUE "N".
       77  DECISION-REINICIO    PIC X.
       77  ULTIMO-ID-CALCULADO  PIC 9(5) VALUE 0.
       77  CONFIRMA-CALCULO     PIC X.
       77  LIBERADOS-HISTORIAL  PIC 9(5) VALUE 0.
       77  LIBERADOS-REMESA     PIC 9(7) VALUE 0.
       77  CHEQUES-EMITIDOS     PIC 9(5) VALUE 0.
       77  IMPORTE-CHEQUES      PIC 9(9)V99 VALUE 0.
       77  IMPORTE-CHEQUES-EDICION PIC Z(8)9.99.
       77  HAY-EMBARGOS-PRENOM  PIC X VALUE "N".
       77  HAY-ATRASOS-PRENOM   PIC X VALUE "N".
      ******************************************************************
       77  PRORRA-TOTAL         PIC 9(3) VALUE 0.
       77  PRORRA-POS           PIC 9(3).
      ******************************************************************
      * Ordenes de embargo del empleado en curso, leidas de
      * EMBARGOS.DAT por empleado y numero de orden. La retencion se
      * calcula en el neto (respetando la prioridad cuando compiten
      * ordenes del mismo empleado) y el saldo solo se confirma en
      * la corrida real, nunca en la simulacion; los saldos
      * consumidos de cada empleado se anotan en EMBTRAB.DAT y la
      * liberacion los regraba por clave.
      ******************************************************************
       01  TABLA-EMBARGOS.
           05 EMBARGO-ENTRADA OCCURS 50 TIMES.
              10 EMB-ID               PIC 9(5).
              10 EMB-SECUENCIA        PIC 9(3).
              10 EMB-ACREEDOR         PIC X(20).
              10 EMB-TOTAL            PIC 9(7)V99.
              10 EMB-SALDO            PIC 9(7)V99.
              10 EMB-PRIORIDAD        PIC 9.
              10 EMB-ESTADO           PIC X.
       77  EMBARGOS-ESTADO-ARCHIVO PIC X(2).
       77  EMBARGOS-ABIERTO     PIC X VALUE "N".
       77  EMBTRAB-GRABADOS     PIC 9(5) VALUE 0.
       77  EMBARGOS-TOTAL       PIC 9(2) VALUE 0.
       77  EMBARGO-POS          PIC 9(2).
       77  EMBARGO-LEE-TODO     PIC X.
       77  EMBREC-TOTAL         PIC 9 VALUE 0.
       77  EMBREC-POS           PIC 9.
       77  CODIGO-EMPRESA       PIC X(6) VALUE "EMP001".
       77  EMPRESA-TECLEADA     PIC X(6).
       77  EMPRESA-POR-OMISION  PIC X(6) VALUE "EMP001".
       77  EMPRESA-DEL-EMPLEADO PIC X(6).
       77  EMPRESA-YA-LIBERADA  PIC X VALUE "N".
       77  EMPRESAS-PENDIENTES  PIC 9(2) VALUE 0.
       77  PERIEMPR-ESTADO-ARCHIVO PIC X(2).
       77  PERIEMPR-LEE-TODO    PIC X.
       01  TABLA-LIBERACIONES-EMPRESA.
           05 LIBEMP-ENTRADA OCCURS 300 TIMES.
              10 LIBEMP-PERIODO       PIC X(6).
              10 LIBEMP-EMPRESA       PIC X(6).
              10 LIBEMP-FECHA         PIC 9(8).
       77  LIBEMP-TOTAL         PIC 9(3) VALUE 0.
       77  LIBEMP-POS           PIC 9(3).
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
       77  HAY-BANCOS           PIC X VALUE "N".
       77  PRENOTAS-ESTADO-ARCHIVO PIC X(2).
       77  CUENTA-EN-PRENOTE    PIC X VALUE "N".
       77  PRENOTES-EMITIDOS    PIC 9(5) VALUE 0.
       77  PAGO-POR-CHEQUE      PIC X VALUE "N".
      ******************************************************************
      * Peticion al subprograma EMITE-CHEQUE: los netos sin cuenta
      * bancaria valida se pagan con un cheque del talonario
      * controlado en lugar de viajar en la remesa.
      ******************************************************************
       01  DATOS-CHEQUE.
           05 CHEQUE-PERIODO          PIC X(6).
           05 CHEQUE-EMPLEADOS-ID     PIC 9(5).
           05 CHEQUE-IMPORTE          PIC 9(9)V99.
           05 CHEQUE-ORIGEN           PIC X.
           05 CHEQUE-SUSTITUYE        PIC 9(5).
           05 CHEQUE-OPERADOR         PIC X(10).
           05 CHEQUE-NUMERO           PIC 9(5).
           05 CHEQUE-RESULTADO        PIC X.
      ******************************************************************
      * Adhesiones al plan de pensiones del empleado en curso; el
      * match de empresa es un porcentaje de la aportacion del
      * empleado (parametro PENSION-MATCH, 100 por omision).
      ******************************************************************
              10 PENST-ID             PIC 9(5).
              10 PENST-PORCENTAJE     PIC 99V99.
       77  PENSION-ESTADO-ARCHIVO PIC X(2).
       77  PENSION-ABIERTO      PIC X VALUE "N".
       77  PENTRAB-ESTADO-ARCHIVO PIC X(2).
       77  PENSHIST-ESTADO-ARCHIVO PIC X(2).
       77  PENST-TOTAL          PIC 9(3) VALUE 0.
       01  TABLA-PRESTAMOS.
           05 PREST-ENTRADA OCCURS 50 TIMES.
              10 PRES-ID              PIC 9(5).
              10 PRES-SECUENCIA       PIC 9(3).
              10 PRES-PRINCIPAL       PIC 9(7)V99.
              10 PRES-CUOTA           PIC 9(5)V99.
              10 PRES-SALDO           PIC 9(7)V99.
              10 PRES-APROBADO-POR    PIC X(10).
              10 PRES-FECHA           PIC 9(8).
       77  PRESTAMOS-ESTADO-ARCHIVO PIC X(2).
       77  PRESTAMOS-ABIERTO    PIC X VALUE "N".
       77  PRETRAB-GRABADOS     PIC 9(5) VALUE 0.
       77  PRETRAB-ESTADO-ARCHIVO PIC X(2).
       77  PRESTAMOS-TOTAL      PIC 9(2) VALUE 0.
       77  PRESTAMO-POS         PIC 9(2).
       77  RUTT-POS             PIC 9(2).
       77  RUTT-HALLADO         PIC X.
       77  REMBANCO-NOMBRE-ARCHIVO PIC X(12) VALUE "REMB0000.DAT".
       77  REMESA-NOMBRE-ARCHIVO PIC X(12) VALUE "REMESA.DAT".
       77  BANCO-EN-CURSO       PIC X(4).
       77  FORMATO-EN-CURSO     PIC X(2).
       77  NOMBRE-ENTIDAD-RPT   PIC X(20).
       77  TOTAL-APORTES-FONDO  PIC 9(13)V99 VALUE 0.
       77  TOTAL-MATCHES-FONDO  PIC 9(13)V99 VALUE 0.
       77  NIF-FONDO            PIC X(9).
       77  ACREEDORES-ESTADO-ARCHIVO PIC X(2).
       77  ACRVINC-ESTADO-ARCHIVO PIC X(2).
       77  ACRMOV-ESTADO-ARCHIVO PIC X(2).
       77  ACREEDORES-LEE-TODO  PIC X.
       01  TABLA-ACREEDORES.
           05 ACRT-ENTRADA OCCURS 50 TIMES.
              10 ACRT-CODIGO          PIC X(8).
              10 ACRT-NOMBRE          PIC X(30).
              10 ACRT-NIF             PIC X(9).
              10 ACRT-BANCO           PIC X(4).
              10 ACRT-CUENTA          PIC 9(10).
              10 ACRT-DIGITO          PIC 9.
              10 ACRT-FORMATO         PIC X.
              10 ACRT-ACTIVO          PIC X.
              10 ACRT-IMPORTE         PIC 9(9)V99.
              10 ACRT-DETALLES        PIC 9(5).
       77  ACRT-TOTAL           PIC 9(2) VALUE 0.
       77  ACRT-POS             PIC 9(2).
       77  ACRT-HALLADO         PIC X.
       01  TABLA-VINCULOS.
           05 VINT-ENTRADA OCCURS 300 TIMES.
              10 VINT-CLASE           PIC X(8).
              10 VINT-ID              PIC 9(5).
              10 VINT-CLAVE           PIC X(20).
              10 VINT-ACREEDOR        PIC X(8).
              10 VINT-EXPEDIENTE      PIC X(20).
       77  VINT-TOTAL           PIC 9(3) VALUE 0.
       77  VINT-POS             PIC 9(3).
      ******************************************************************
      * Retenciones que salen en la remesa a acreedores de esta
      * liberacion, las de la corrida y las pendientes que ya tienen
      * acreedor pagable.
      ******************************************************************
       01  TABLA-RETENCIONES-TERCEROS.
           05 TERT-ENTRADA OCCURS 1000 TIMES.
              10 TERT-ACREEDOR-POS    PIC 9(2).
              10 TERT-ID              PIC 9(5).
              10 TERT-NIF             PIC X(9).
              10 TERT-REFERENCIA      PIC X(20).
              10 TERT-PERIODO         PIC X(6).
              10 TERT-IMPORTE         PIC 9(7)V99.
       77  TERT-TOTAL           PIC 9(4) VALUE 0.
       77  TERT-POS             PIC 9(4).
       77  CLASE-TERCERO        PIC X(8).
       77  ID-TERCERO           PIC 9(5).
       77  REFERENCIA-TERCERO   PIC X(20).
       77  PERIODO-TERCERO      PIC X(6).
       77  IMPORTE-TERCERO      PIC S9(7)V99.
       77  ES-TERCERO           PIC X.
       77  ACREEDOR-RESUELTO    PIC X(8).
       77  EXPEDIENTE-RESUELTO  PIC X(20).
       77  VINCULO-ESPECIFICO   PIC X.
       77  ACREEDOR-PAGABLE     PIC X.
       77  SECUENCIA-ACREEDORES PIC 9(5) VALUE 0.
       77  RETENCIONES-REMESADAS PIC 9(5) VALUE 0.
       77  RETENCIONES-PENDIENTES PIC 9(5) VALUE 0.
       77  PENDIENTES-RECUPERADAS PIC 9(5) VALUE 0.
       77  PAGOS-ACREEDORES     PIC 9(5) VALUE 0.
       77  TOTAL-REMESA-ACREEDORES PIC 9(13)V99 VALUE 0.
       77  IMPORTE-ACREEDORES-EDICION PIC -(13)9.99.
       77  REMESA-DETALLES      PIC 9(7) VALUE 0.
       77  REMESA-SUMA-CONTROL  PIC 9(13)V99 VALUE 0.
       77  REMESA-EXCEPCIONES   PIC 9(5) VALUE 0.
           "2=MANTENIMIENTO DE TRAMOS, "
           "3=MANTENIMIENTO DE PERIODOS, "
           "4=COMPARATIVO ENTRE PERIODOS, 5=SIMULACION, "
           "6=LIBERACION DE PRE-NOMINA, 7=PAGA EXTRAORDINARIA, "
           "8=CORRECCION FUERA DE CICLO, "
           "9=TRAZA DEL CALCULO DE UN EMPLEADO, "
           "M=SALARIO MINIMO INTERPROFESIONAL): ".
       ACCEPT MODO-NOMINA.
       IF MODO-NOMINA = "M" OR MODO-NOMINA = "m"
          PERFORM MANTENIMIENTO-SALARIO-MINIMO
          GOBACK
       END-IF.
       IF MODO-NOMINA = "9"
          PERFORM TRAZA-CALCULO-EMPLEADO
          GOBACK
       END-IF.
       IF MODO-NOMINA = "8"
          PERFORM CORRECCION-FUERA-CICLO
          GOBACK
       END-IF.
       IF MODO-NOMINA = "6"
          PERFORM LIBERA-PRE-NOMINA
          GOBACK
       PERFORM LEE-CONTROL-PRENOMINA.
       IF HAY-PRENOMINA = "S"
          DISPLAY "HAY UNA PRE-NOMINA DEL PERIODO " PRENOM-PERIODO
              " (EMPRESA " PRENOM-EMPRESA ") PENDIENTE DE LIBERAR."
          DISPLAY "UN NUEVO CALCULO LA SOBRESCRIBE. CONTINUAR "
              "(S/N): "
          ACCEPT CONFIRMA-CALCULO
             GOBACK
          END-IF
       END-IF.
       PERFORM PIDE-EMPRESA-NOMINA.
       IF EMPRESA-AUTORIZADA = "N"
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM PIDE-PERIODO-NOMINA.
       IF PERIODO-ENCONTRADO = "N"
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       PERFORM VERIFICA-PREPARACION-NOMINA.
       IF PREPARACION-CORRECTA = "N"
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       IF TIPO-CORRIDA = "X"
          PERFORM CARGA-DEVENGO-EXTRA
          IF DEVENGO-TOTAL = 0
              "FIJA DE " TASA-DEDUCCION "."
       END-IF.
       IF TIPO-CORRIDA = "N"
          PERFORM CARGA-BOLSA-PERIODO
          PERFORM CARGA-ATRASOS
          PERFORM CARGA-PRIMAS
          PERFORM CARGA-SALARIO-MINIMO
       END-IF.
       PERFORM CARGA-REPARTOS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
          PERFORM RECARGA-CONSUMOS-REANUDACION
       END-IF.
       PERFORM PREPARA-SALIDA-NOMINA.
       PERFORM ABRE-SATELITES-NOMINA.
       PERFORM CARGA-INCORPORACIONES-PENDIENTES.
       IF REANUDA-CALCULO = "S"
          OPEN EXTEND NOMINA-TRABAJO
          OPEN EXTEND DEDUCCIONES-TRABAJO
          OPEN EXTEND PENSION-TRABAJO
          OPEN EXTEND EMBARGOS-TRABAJO
          OPEN EXTEND PRESTAMOS-TRABAJO
          OPEN EXTEND GASTOS-TRABAJO
          OPEN EXTEND RECIBOS-ARCHIVO
          OPEN EXTEND EXCEPCIONES-SITFISCAL
          OPEN EXTEND REPORTE-MINIMOS
       ELSE
          OPEN OUTPUT NOMINA-TRABAJO
          OPEN OUTPUT DEDUCCIONES-TRABAJO
          OPEN OUTPUT PENSION-TRABAJO
          OPEN OUTPUT EMBARGOS-TRABAJO
          OPEN OUTPUT PRESTAMOS-TRABAJO
          OPEN OUTPUT GASTOS-TRABAJO
          OPEN OUTPUT RECIBOS-ARCHIVO
          OPEN OUTPUT EXCEPCIONES-SITFISCAL
          MOVE SPACES TO LINEA-SITFISEX
          STRING "EMPLEADOS SIN MODELO 145 - PERIODO " PERIODO-NOMINA
              DELIMITED BY SIZE INTO LINEA-SITFISEX
          WRITE LINEA-SITFISEX
          OPEN OUTPUT REPORTE-MINIMOS
          PERFORM ENCABEZADO-MINIMOS
       END-IF.
       PERFORM ABRE-REMESA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           INPUT PROCEDURE IS CALCULA-NOMINAS-ENTRADA
           OUTPUT PROCEDURE IS ESCRIBE-REGISTRO-NOMINA.
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM CIERRA-SATELITES-NOMINA.
       CLOSE NOMINA-TRABAJO.
       CLOSE DEDUCCIONES-TRABAJO.
       CLOSE PENSION-TRABAJO.
       CLOSE EMBARGOS-TRABAJO.
       CLOSE PRESTAMOS-TRABAJO.
       CLOSE GASTOS-TRABAJO.
       CLOSE RECIBOS-ARCHIVO.
       CLOSE EXCEPCIONES-SITFISCAL.
       CLOSE REPORTE-MINIMOS.
       PERFORM CUENTA-BAJO-MINIMO.
       PERFORM CIERRA-REMESA.
       PERFORM REGISTRA-SPOOL-NOMINA.
       DISPLAY "RECIBOS PRE-NOMINA ESCRITOS EN RECIBOS.RPT.".
       PERFORM GRABA-ARCHIVO-EMBARGOS.
       PERFORM GRABA-ARCHIVO-ATRASOS.
       PERFORM GRABA-ARCHIVO-PRESTAMOS.
       PERFORM GRABA-ARCHIVO-GASTOS.
       PERFORM GRABA-CONTROL-PRENOMINA.
       PERFORM MARCA-CHECKPOINT-TERMINADO.
       DISPLAY "PRE-NOMINA CALCULADA PARA " TOTAL-EMPLEADOS
           " EMPLEADOS.".
       DISPLAY "EMPLEADOS OMITIDOS POR CUARENTENA: " TOTAL-CUARENTENA.
       DISPLAY "EMPLEADOS OMITIDOS POR EXCEDENCIA: " TOTAL-EXCEDENCIA.
       IF TOTAL-HORAS-SIN-FICHAJE > 0
          DISPLAY TOTAL-HORAS-SIN-FICHAJE " EMPLEADOS POR HORAS SIN "
              "HORAS EN EL PERIODO: NO SE HAN PAGADO."
       END-IF.
       IF TOTAL-HORAS-SIN-EXTRA > 0
          DISPLAY TOTAL-HORAS-SIN-EXTRA " EMPLEADOS POR HORAS FUERA "
              "DE LA PAGA EXTRA: LA COBRAN PRORRATEADA."
       END-IF.
       IF TOTAL-INCORPORACION-INCOMPLETA > 0
          DISPLAY TOTAL-INCORPORACION-INCOMPLETA " EMPLEADOS CON LA "
              "INCORPORACION INCOMPLETA. REVISE EL ESTADO DE "
              "INCORPORACION."
       END-IF.
       IF TOTAL-SIN-SITUACION > 0
          DISPLAY TOTAL-SIN-SITUACION " EMPLEADOS SIN MODELO 145 CON "
              "RETENCION POR DEFECTO. LISTA EN SITFISEX.RPT."
       END-IF.
       IF TOTAL-BAJO-MINIMO > 0
          DISPLAY TOTAL-BAJO-MINIMO " EMPLEADOS POR DEBAJO DEL "
              "SALARIO MINIMO. LISTA EN SALMIN.RPT; LA LIBERACION "
              "PEDIRA EL RECONOCIMIENTO DEL SUPERVISOR."
       END-IF.
       DISPLAY "INFORME ESCRITO EN " NOMINA-NOMBRE-ARCHIVO ".".
       DISPLAY "NADA SE HA GRABADO EN EL LIBRO MAYOR NI EN LA "
           "REMESA: REVISE LOS TOTALES Y LIBERE CON EL MODO 6.".
              IF PARAM-CLAVE = "PISO-NETO"
                 MOVE PARAM-VALOR TO PISO-NETO
              END-IF
              IF PARAM-CLAVE = "COMPLEMENTO-IT"
                 MOVE PARAM-VALOR TO PORCENTAJE-COMPLEMENTO-IT
              END-IF
              IF PARAM-CLAVE = "RET-HIJO"
                 MOVE PARAM-VALOR TO REDUCCION-HIJO
              END-IF
              IF PARAM-CLAVE = "RET-ASCENDIENTE"
                 MOVE PARAM-VALOR TO REDUCCION-ASCENDIENTE
              END-IF
              IF PARAM-CLAVE = "RET-CONYUGE"
                 MOVE PARAM-VALOR TO REDUCCION-CONYUGE
              END-IF
              IF PARAM-CLAVE = "RET-DISCAP-33"
                 MOVE PARAM-VALOR TO REDUCCION-DISCAP-33
              END-IF
              IF PARAM-CLAVE = "RET-DISCAP-65"
                 MOVE PARAM-VALOR TO REDUCCION-DISCAP-65
              END-IF
              IF PARAM-CLAVE = "RET-VIVIENDA"
                 MOVE PARAM-VALOR TO REDUCCION-VIVIENDA
              END-IF
              IF PARAM-CLAVE = "EXENTO-DIETA"
                 MOVE PARAM-VALOR TO EXENTO-DIETA
              END-IF
              IF PARAM-CLAVE = "EXENTO-KM"
                 MOVE PARAM-VALOR TO EXENTO-KM
              END-IF
              IF PARAM-CLAVE = "EXENTO-PEAJE"
                 MOVE PARAM-VALOR TO EXENTO-PEAJE
              END-IF
              IF PARAM-CLAVE = "PRORR-EXTRAS"
                 MOVE PARAM-VALOR TO PORCENTAJE-PRORRATA-EXTRAS
              END-IF
              IF PARAM-CLAVE = "PRORR-VACAC"
                 MOVE PARAM-VALOR TO PORCENTAJE-PRORRATA-VACACIONES
              END-IF
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
          DISPLAY "EL PERIODO " PERIODO-NOMINA " NO ESTA DEFINIDO "
              "EN EL CALENDARIO. USE EL MANTENIMIENTO DE PERIODOS."
       ELSE
          PERFORM BUSCA-LIBERACION-EMPRESA
          IF PERIODO-ESTADO(PERIODO-POS) = "C"
              OR EMPRESA-YA-LIBERADA = "S"
             DISPLAY "EL PERIODO " PERIODO-NOMINA " YA ESTA CERRADO "
                 "O LIBERADO PARA LA EMPRESA " CODIGO-EMPRESA "."
             DISPLAY "OPERADOR SUPERVISOR PARA AUTORIZAR LA "
                 "RECORRIDA: "
             ACCEPT OPERADOR-ACTUAL
                    "NO EJECUTADA."
                MOVE "N" TO PERIODO-ENCONTRADO
             ELSE
                MOVE CODIGO-EMPRESA TO EMPRESA-TECLEADA
                PERFORM VALIDA-EMPRESA-NOMINA
                IF EMPRESA-AUTORIZADA = "N"
                   MOVE "N" TO PERIODO-ENCONTRADO
                ELSE
                   DISPLAY "RECORRIDA AUTORIZADA POR " OPERADOR-ACTUAL
                END-IF
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Lista de preparacion: con el ultimo resultado del periodo en
      * FAIL y sin autorizacion posterior, el calculo solo sigue si
      * un supervisor lo autoriza con un motivo, que queda grabado
      * en PREPARA.DAT. Sin comprobacion del periodo solo se avisa.
      ******************************************************************
       VERIFICA-PREPARACION-NOMINA.
       MOVE "S" TO PREPARACION-CORRECTA.
       MOVE SPACES TO PREPARACION-RESULTADO.
       MOVE "N" TO PREPARACION-AUTORIZADA.
       OPEN INPUT PREPARACION-ARCHIVO.
       IF PREPARA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PREPARA-LEE-TODO
          PERFORM LEE-UNA-PREPARACION UNTIL PREPARA-LEE-TODO = "S"
       END-IF.
       CLOSE PREPARACION-ARCHIVO.
       IF PREPARACION-RESULTADO = SPACES
          DISPLAY "AVISO: NO CONSTA LA LISTA DE PREPARACION DEL "
              "PERIODO " PERIODO-NOMINA " (PREPARA-NOMINA)."
       ELSE
          DISPLAY "LISTA DE PREPARACION DEL " PREPARACION-FECHA ": "
              PREPARACION-RESULTADO "."
          IF PREPARACION-RESULTADO = "FAIL"
             IF PREPARACION-AUTORIZADA = "S"
                DISPLAY "CALCULO AUTORIZADO POR "
                    PREPARACION-AUTORIZADOR " PESE AL FAIL."
             ELSE
                PERFORM AUTORIZA-PREPARACION-FALLIDA
             END-IF
          END-IF
       END-IF.

       LEE-UNA-PREPARACION.
       READ PREPARACION-ARCHIVO
           AT END MOVE "S" TO PREPARA-LEE-TODO
           NOT AT END
              IF PREPARA-PERIODO = PERIODO-NOMINA
                 IF PREPARA-TIPO = "R"
                    MOVE PREPARA-RESULTADO TO PREPARACION-RESULTADO
                    MOVE PREPARA-FECHA TO PREPARACION-FECHA
                    MOVE "N" TO PREPARACION-AUTORIZADA
                 ELSE
                    IF PREPARA-TIPO = "A"
                       MOVE "S" TO PREPARACION-AUTORIZADA
                       MOVE PREPARA-OPERADOR
                           TO PREPARACION-AUTORIZADOR
                    END-IF
                 END-IF
              END-IF
       END-READ.

       AUTORIZA-PREPARACION-FALLIDA.
       MOVE "N" TO PREPARACION-CORRECTA.
       DISPLAY "LA LISTA DE PREPARACION DEL PERIODO " PERIODO-NOMINA
           " TERMINO EN FAIL (VER PREPARA.RPT).".
       DISPLAY "OPERADOR SUPERVISOR PARA AUTORIZAR EL CALCULO "
           "(ENTER = CANCELAR): ".
       MOVE SPACES TO OPERADOR-ACTUAL.
       ACCEPT OPERADOR-ACTUAL.
       IF OPERADOR-ACTUAL = SPACES
          DISPLAY "CALCULO CANCELADO."
       ELSE
          PERFORM VERIFICA-NIVEL-SUPERVISOR
          IF NIVEL-OPERADOR < 3
             DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR. NOMINA NO "
                 "EJECUTADA."
          ELSE
             DISPLAY "MOTIVO DE LA AUTORIZACION: "
             MOVE SPACES TO MOTIVO-AUTORIZACION
             ACCEPT MOTIVO-AUTORIZACION
             IF MOTIVO-AUTORIZACION = SPACES
                DISPLAY "SIN MOTIVO NO SE AUTORIZA. NOMINA NO "
                    "EJECUTADA."
             ELSE
                MOVE "S" TO PREPARACION-CORRECTA
                PERFORM GRABA-AUTORIZACION-PREPARACION
                DISPLAY "CALCULO AUTORIZADO POR " OPERADOR-ACTUAL
                    " PESE AL FAIL."
             END-IF
          END-IF
       END-IF.

       GRABA-AUTORIZACION-PREPARACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND PREPARACION-ARCHIVO.
       IF PREPARA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT PREPARACION-ARCHIVO
       END-IF.
       MOVE SPACES TO PREPARA-REGISTRO.
       MOVE "A" TO PREPARA-TIPO.
       MOVE PERIODO-NOMINA TO PREPARA-PERIODO.
       MOVE FECHA-ACTUAL(1:14) TO PREPARA-FECHA.
       MOVE "FAIL" TO PREPARA-RESULTADO.
       MOVE 0 TO PREPARA-FALLOS PREPARA-AVISOS.
       MOVE OPERADOR-ACTUAL TO PREPARA-OPERADOR.
       MOVE MOTIVO-AUTORIZACION TO PREPARA-MOTIVO.
       WRITE PREPARA-REGISTRO.
       CLOSE PREPARACION-ARCHIVO.

      ******************************************************************
      * Empresa de la corrida: en blanco, la empresa por omision. El
      * operador ha de estar autorizado en ella; la remesa, el fondo
      * de pensiones y las correcciones salen con su codigo.
      ******************************************************************
       PIDE-EMPRESA-NOMINA.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-TECLEADA.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VALIDA-EMPRESA-NOMINA.

       VALIDA-EMPRESA-NOMINA.
       MOVE "V" TO EMPRESA-MODO.
       MOVE EMPRESA-TECLEADA TO EMPRESA-CODIGO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-ACTIVA NOT = "S"
          DISPLAY "LA EMPRESA " EMPRESA-CODIGO " NO EXISTE O NO ESTA "
              "ACTIVA."
          MOVE "N" TO EMPRESA-AUTORIZADA
       ELSE
          IF EMPRESA-AUTORIZADA = "N"
             DISPLAY "EL OPERADOR " OPERADOR-ACTUAL " NO ESTA "
                 "AUTORIZADO EN LA EMPRESA " EMPRESA-CODIGO "."
          ELSE
             MOVE EMPRESA-CODIGO TO CODIGO-EMPRESA
             DISPLAY "EMPRESA: " EMPRESA-CODIGO " "
                 EMPRESA-RAZON-SOCIAL
          END-IF
       END-IF.

       OBTIENE-EMPRESA-POR-OMISION.
       MOVE "V" TO EMPRESA-MODO.
       MOVE SPACES TO EMPRESA-CODIGO.
       MOVE SPACES TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       MOVE EMPRESA-DEFECTO TO EMPRESA-POR-OMISION.

       DETERMINA-EMPRESA-EMPLEADO.
       MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO.
       IF EMPRESA-DEL-EMPLEADO = SPACES
          MOVE EMPRESA-POR-OMISION TO EMPRESA-DEL-EMPLEADO
       END-IF.

       CARGA-LIBERACIONES-EMPRESA.
       MOVE 0 TO LIBEMP-TOTAL.
       OPEN INPUT PERIODOS-EMPRESA.
       IF PERIEMPR-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PERIEMPR-LEE-TODO
          PERFORM CARGA-UNA-LIBERACION-EMPRESA
              UNTIL PERIEMPR-LEE-TODO = "S"
       END-IF.
       CLOSE PERIODOS-EMPRESA.

       CARGA-UNA-LIBERACION-EMPRESA.
       READ PERIODOS-EMPRESA
           AT END MOVE "S" TO PERIEMPR-LEE-TODO
           NOT AT END
              IF LIBEMP-TOTAL < 300
                 ADD 1 TO LIBEMP-TOTAL
                 MOVE PERIEMPR-PERIODO TO LIBEMP-PERIODO(LIBEMP-TOTAL)
                 MOVE PERIEMPR-EMPRESA TO LIBEMP-EMPRESA(LIBEMP-TOTAL)
                 MOVE PERIEMPR-FECHA TO LIBEMP-FECHA(LIBEMP-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE LIBERACIONES POR EMPRESA "
                     "LLENA."
              END-IF
       END-READ.

       BUSCA-LIBERACION-EMPRESA.
       PERFORM CARGA-LIBERACIONES-EMPRESA.
       MOVE CODIGO-EMPRESA TO EMPRESA-CODIGO.
       PERFORM LOCALIZA-LIBERACION-EMPRESA.

       LOCALIZA-LIBERACION-EMPRESA.
       MOVE "N" TO EMPRESA-YA-LIBERADA.
       MOVE 1 TO LIBEMP-POS.
       PERFORM COMPARA-LIBERACION-EMPRESA
           UNTIL LIBEMP-POS > LIBEMP-TOTAL
           OR EMPRESA-YA-LIBERADA = "S".

       COMPARA-LIBERACION-EMPRESA.
       IF LIBEMP-PERIODO(LIBEMP-POS) = PERIODO-NOMINA
           AND LIBEMP-EMPRESA(LIBEMP-POS) = EMPRESA-CODIGO
          MOVE "S" TO EMPRESA-YA-LIBERADA
       ELSE
          ADD 1 TO LIBEMP-POS
       END-IF.

       REGISTRA-LIBERACION-EMPRESA.
       OPEN EXTEND PERIODOS-EMPRESA.
       IF PERIEMPR-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT PERIODOS-EMPRESA
       END-IF.
       MOVE PERIODO-NOMINA TO PERIEMPR-PERIODO.
       MOVE CODIGO-EMPRESA TO PERIEMPR-EMPRESA.
       MOVE FECHA-CORRIDA TO PERIEMPR-FECHA.
       WRITE PERIEMPR-REGISTRO.
       CLOSE PERIODOS-EMPRESA.

      ******************************************************************
      * Empresas activas del maestro que aun no han liberado el
      * periodo en curso.
      ******************************************************************
       CUENTA-EMPRESAS-PENDIENTES.
       PERFORM CARGA-LIBERACIONES-EMPRESA.
       MOVE 0 TO EMPRESAS-PENDIENTES.
       MOVE "S" TO EMPRESA-EXISTE.
       MOVE 0 TO EMPRESA-POSICION.
       PERFORM REVISA-EMPRESA-PENDIENTE UNTIL EMPRESA-EXISTE = "N".

       REVISA-EMPRESA-PENDIENTE.
       ADD 1 TO EMPRESA-POSICION.
       MOVE "P" TO EMPRESA-MODO.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "S" AND EMPRESA-ACTIVA = "S"
          PERFORM LOCALIZA-LIBERACION-EMPRESA
          IF EMPRESA-YA-LIBERADA = "N"
             ADD 1 TO EMPRESAS-PENDIENTES
          END-IF
       END-IF.

       DEPURA-LIBERACIONES-PERIODO.
       PERFORM CARGA-LIBERACIONES-EMPRESA.
       OPEN OUTPUT PERIODOS-EMPRESA.
       MOVE 1 TO LIBEMP-POS.
       PERFORM GRABA-UNA-LIBERACION-EMPRESA
           UNTIL LIBEMP-POS > LIBEMP-TOTAL.
       CLOSE PERIODOS-EMPRESA.

       GRABA-UNA-LIBERACION-EMPRESA.
       IF LIBEMP-PERIODO(LIBEMP-POS) NOT = PERIODO-NOMINA
          MOVE LIBEMP-PERIODO(LIBEMP-POS) TO PERIEMPR-PERIODO
          MOVE LIBEMP-EMPRESA(LIBEMP-POS) TO PERIEMPR-EMPRESA
          MOVE LIBEMP-FECHA(LIBEMP-POS) TO PERIEMPR-FECHA
          WRITE PERIEMPR-REGISTRO
       END-IF.
       ADD 1 TO LIBEMP-POS.

       VERIFICA-NIVEL-SUPERVISOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
             PERFORM BUSCA-PERIODO
             IF PERIODO-ENCONTRADO = "S"
                MOVE "A" TO PERIODO-ESTADO(PERIODO-POS)
                PERFORM DEPURA-LIBERACIONES-PERIODO
                DISPLAY "PERIODO " PERIODO-NOMINA " REABIERTO."
             ELSE
                DISPLAY "NO SE ENCONTRO EL PERIODO " PERIODO-NOMINA
       END-IF.
       PERFORM PROCESA-NOMINA-EMPLEADO UNTIL LEE-TODO = "1".

      ******************************************************************
      * Solo entran en la corrida los empleados de su empresa; los
      * demas cuentan igual para el checkpoint.
      ******************************************************************
       PROCESA-NOMINA-EMPLEADO.
       PERFORM DETERMINA-EMPRESA-EMPLEADO.
       IF EMPRESA-DEL-EMPLEADO = CODIGO-EMPRESA
          PERFORM CALCULA-NOMINA-EMPLEADO
       END-IF.
       MOVE EMPLEADOS-ID TO ULTIMO-ID-CALCULADO.
       ADD 1 TO PROCESADOS-CHECKPOINT.
       IF PROCESADOS-CHECKPOINT >= INTERVALO-CHECKPOINT
          MOVE 0 TO PROCESADOS-CHECKPOINT
          PERFORM GRABA-CHECKPOINT-NOMINA
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

       CALCULA-NOMINA-EMPLEADO.
       IF EMPLEADO-ACTIVO
          PERFORM VERIFICA-INCORPORACION-EMPLEADO
          PERFORM CALCULA-IMPORTES-EMPLEADO
          IF DEVENGO-HALLADO = "S"
             IF TIPO-CORRIDA = "N"
                PERFORM VERIFICA-SALARIO-MINIMO
             END-IF
             PERFORM CONFIRMA-EMBARGOS-EMPLEADO
             PERFORM CONFIRMA-PRESTAMO-EMPLEADO
             PERFORM ANOTA-CONSUMOS-EMPLEADO
             PERFORM CONFIRMA-CONCEPTOS-EMPLEADO
             ADD IMPORTE-PRIMA TO TOTAL-PRIMAS-NOMINA
             PERFORM ESCRIBE-RECIBO-EMPLEADO
             PERFORM GRABA-DETALLE-REMESA
             PERFORM GRABA-HISTORIAL-NOMINA
             PERFORM GRABA-DEDUCCIONES-EMPLEADO
             IF APORTE-PENSION > 0 OR MATCH-PENSION > 0
                MOVE PERIODO-NOMINA TO PENTRAB-PERIODO
                MOVE EMPLEADOS-ID TO PENTRAB-EMPLEADOS-ID
             ADD DEDUCCION TO TOTAL-DEDUCCION-NOMINA
             ADD SALARIO-NETO TO TOTAL-NETO-NOMINA
             PERFORM LIBERA-REGISTRO-REPARTIDO
          END-IF
       ELSE
          IF EMPLEADO-CUARENTENA
             ADD 1 TO TOTAL-CUARENTENA
          ELSE
             IF EMPLEADO-SUSPENDIDO
                ADD 1 TO TOTAL-EXCEDENCIA
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Lista de incorporacion: solo los empleados que la tenian
      * abierta al empezar. La verificacion cierra lo que ya consta
      * en los archivos; lo que quede se avisa, pero no impide el
      * recibo.
      ******************************************************************
       CARGA-INCORPORACIONES-PENDIENTES.
       MOVE 0 TO INCPT-TOTAL.
       OPEN INPUT INCORPORA-ARCHIVO.
       IF INCORPORA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO INCORPORA-LEE-TODO
          PERFORM CARGA-UNA-INCORPORACION
              UNTIL INCORPORA-LEE-TODO = "S"
       END-IF.
       CLOSE INCORPORA-ARCHIVO.

       CARGA-UNA-INCORPORACION.
       READ INCORPORA-ARCHIVO
           AT END MOVE "S" TO INCORPORA-LEE-TODO
           NOT AT END
              IF INCORPORA-ESTADO = "P"
                 PERFORM BUSCA-INCORPORACION-PENDIENTE
                 IF INCPT-HALLADO = "N"
                    IF INCPT-TOTAL < 500
                       ADD 1 TO INCPT-TOTAL
                       MOVE INCORPORA-EMPLEADOS-ID
                           TO INCPT-ID(INCPT-TOTAL)
                    ELSE
                       DISPLAY "AVISO: TABLA DE INCORPORACIONES "
                           "PENDIENTES LLENA."
                    END-IF
                 END-IF
              END-IF
       END-READ.

       BUSCA-INCORPORACION-PENDIENTE.
       MOVE "N" TO INCPT-HALLADO.
       MOVE 1 TO INCPT-POS.
       PERFORM COMPARA-INCORPORACION-PENDIENTE
           UNTIL INCPT-POS > INCPT-TOTAL OR INCPT-HALLADO = "S".

       COMPARA-INCORPORACION-PENDIENTE.
       IF INCPT-ID(INCPT-POS) = INCORPORA-EMPLEADOS-ID
          MOVE "S" TO INCPT-HALLADO
       ELSE
          ADD 1 TO INCPT-POS
       END-IF.

       VERIFICA-INCORPORACION-EMPLEADO.
       MOVE EMPLEADOS-ID TO INCORPORA-EMPLEADOS-ID.
       PERFORM BUSCA-INCORPORACION-PENDIENTE.
       IF INCPT-HALLADO = "S"
          MOVE "V" TO MODO-INCORPORACION
          MOVE EMPLEADOS-ID TO INCORP-EMPLEADOS-ID
          MOVE EMPLEADOS-NIF TO INCORP-NIF
          MOVE EMPLEADOS-FECHA-ALTA TO INCORP-FECHA-ALTA
          CALL "LISTA-INCORPORACION" USING MODO-INCORPORACION
              DATOS-INCORPORACION
          IF INCORP-PENDIENTES > 0
             ADD 1 TO TOTAL-INCORPORACION-INCOMPLETA
             DISPLAY "AVISO: EL ID " EMPLEADOS-ID " TIENE LA "
                 "INCORPORACION INCOMPLETA: " INCORP-PENDIENTES
                 " TAREAS PENDIENTES."
          END-IF
       END-IF.

      ******************************************************************
      * Calculo del recibo de un empleado activo, sin grabar nada:
      * lo usan la corrida real y la traza, para que la traza no
      * pueda discrepar del recibo.
      ******************************************************************
       CALCULA-IMPORTES-EMPLEADO.
       PERFORM CARGA-SATELITES-EMPLEADO.
       MOVE "S" TO DEVENGO-HALLADO.
       IF TIPO-CORRIDA = "X"
          PERFORM DETERMINA-DEVENGO-EXTRA
       ELSE
          PERFORM DETERMINA-JORNADA-EMPLEADO
          PERFORM DETERMINA-TARIFA-EMPLEADO
          IF PAGO-POR-HORAS = "S"
             PERFORM DETERMINA-HORAS-ORDINARIAS
          END-IF
       END-IF.
       IF TRAZA-ACTIVA = "S"
          PERFORM TRAZA-JORNADA-TARIFA
       END-IF.
       IF DEVENGO-HALLADO = "S" AND TIPO-CORRIDA NOT = "X"
          PERFORM DETERMINA-HORAS-EXTRA
          PERFORM DETERMINA-PLUSES-EMPLEADO
          PERFORM DETERMINA-DESCUENTO-AUSENCIAS
          PERFORM DETERMINA-BAJA-IT
          PERFORM DETERMINA-PRORRATEO-ALTA
          PERFORM DETERMINA-ATRASOS-EMPLEADO
          PERFORM DETERMINA-GASTOS-EMPLEADO
          PERFORM DETERMINA-FLEXIBLE-EMPLEADO
          PERFORM DETERMINA-ESPECIE-EMPLEADO
          IF TRAZA-ACTIVA = "S"
             PERFORM TRAZA-DEVENGOS
          END-IF
       END-IF.
       IF DEVENGO-HALLADO = "S"
          PERFORM CALCULA-NOMINA-NETA
       END-IF.

      ******************************************************************
      * Los archivos por empleado se abren una vez para toda la
      * corrida; el que no exista deja su tabla vacia, como antes.
      ******************************************************************
       ABRE-SATELITES-NOMINA.
       IF TIPO-CORRIDA = "N"
          OPEN INPUT HORAS-ARCHIVO
          IF HORAS-ESTADO-ARCHIVO = "00"
             MOVE "S" TO HORAS-ABIERTO
          END-IF
          OPEN INPUT HORAS-PLUS-ARCHIVO
          IF HORAS-PLUS-ESTADO = "00"
             MOVE "S" TO HORAS-PLUS-ABIERTO
          END-IF
          OPEN INPUT AUSENCIAS-ARCHIVO
          IF AUSENCIAS-ESTADO-ARCHIVO = "00"
             MOVE "S" TO AUSENCIAS-ABIERTO
          END-IF
          OPEN INPUT CONCEPTOS-ARCHIVO
          IF CONCEPTOS-ESTADO-ARCHIVO = "00"
             MOVE "S" TO CONCEPTOS-ABIERTO
          END-IF
          OPEN INPUT DEPENDIENTES-ARCHIVO
          IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
             MOVE "S" TO DEPENDIENTES-ABIERTO
          END-IF
          OPEN INPUT PENSION-ARCHIVO
          IF PENSION-ESTADO-ARCHIVO = "00"
             MOVE "S" TO PENSION-ABIERTO
          END-IF
          OPEN INPUT JORNADAS-ARCHIVO
          IF JORNADAS-ESTADO-ARCHIVO = "00"
             MOVE "S" TO JORNADAS-ABIERTO
          END-IF
          OPEN INPUT GASTOS-ARCHIVO
          IF GASTOS-ESTADO-ARCHIVO = "00"
             MOVE "S" TO GASTOS-ABIERTO
          END-IF
          OPEN INPUT FLEXIBLE-ARCHIVO
          IF FLEXIBLE-ESTADO-ARCHIVO = "00"
             MOVE "S" TO FLEXIBLE-ABIERTO
          END-IF
          OPEN INPUT ESPECIE-ARCHIVO
          IF ESPECIE-ESTADO-ARCHIVO = "00"
             MOVE "S" TO ESPECIE-ABIERTO
          END-IF
       END-IF.
       OPEN INPUT SITFISCAL-ARCHIVO.
       IF SITFISCAL-ESTADO-ARCHIVO = "00"
          MOVE "S" TO SITFISCAL-ABIERTO
       END-IF.
       OPEN INPUT TARIFAS-ARCHIVO.
       IF TARIFAS-ESTADO-ARCHIVO = "00"
          MOVE "S" TO TARIFAS-ABIERTO
       END-IF.
       OPEN INPUT EMBARGOS-ARCHIVO.
       IF EMBARGOS-ESTADO-ARCHIVO = "00"
          MOVE "S" TO EMBARGOS-ABIERTO
       END-IF.
       OPEN INPUT PRESTAMOS-ARCHIVO.
       IF PRESTAMOS-ESTADO-ARCHIVO = "00"
          MOVE "S" TO PRESTAMOS-ABIERTO
       END-IF.

       CIERRA-SATELITES-NOMINA.
       IF HORAS-ABIERTO = "S"
          CLOSE HORAS-ARCHIVO
       END-IF.
       IF HORAS-PLUS-ABIERTO = "S"
          CLOSE HORAS-PLUS-ARCHIVO
       END-IF.
       IF AUSENCIAS-ABIERTO = "S"
          CLOSE AUSENCIAS-ARCHIVO
       END-IF.
       IF CONCEPTOS-ABIERTO = "S"
          CLOSE CONCEPTOS-ARCHIVO
       END-IF.
       IF DEPENDIENTES-ABIERTO = "S"
          CLOSE DEPENDIENTES-ARCHIVO
       END-IF.
       IF PENSION-ABIERTO = "S"
          CLOSE PENSION-ARCHIVO
       END-IF.
       IF EMBARGOS-ABIERTO = "S"
          CLOSE EMBARGOS-ARCHIVO
       END-IF.
       IF PRESTAMOS-ABIERTO = "S"
          CLOSE PRESTAMOS-ARCHIVO
       END-IF.
       IF JORNADAS-ABIERTO = "S"
          CLOSE JORNADAS-ARCHIVO
       END-IF.
       IF GASTOS-ABIERTO = "S"
          CLOSE GASTOS-ARCHIVO
       END-IF.
       IF FLEXIBLE-ABIERTO = "S"
          CLOSE FLEXIBLE-ARCHIVO
       END-IF.
       IF ESPECIE-ABIERTO = "S"
          CLOSE ESPECIE-ARCHIVO
       END-IF.
       IF SITFISCAL-ABIERTO = "S"
          CLOSE SITFISCAL-ARCHIVO
       END-IF.
       IF TARIFAS-ABIERTO = "S"
          CLOSE TARIFAS-ARCHIVO
       END-IF.
       MOVE "N" TO HORAS-ABIERTO HORAS-PLUS-ABIERTO AUSENCIAS-ABIERTO
           CONCEPTOS-ABIERTO DEPENDIENTES-ABIERTO PENSION-ABIERTO
           EMBARGOS-ABIERTO PRESTAMOS-ABIERTO JORNADAS-ABIERTO
           GASTOS-ABIERTO FLEXIBLE-ABIERTO ESPECIE-ABIERTO
           SITFISCAL-ABIERTO TARIFAS-ABIERTO.

      ******************************************************************
      * Antes de calcular a un empleado se leen solo sus registros
      * de cada archivo; las tablas quedan con lo suyo y los
      * calculos de siempre las recorren sin cambios.
      ******************************************************************
       CARGA-SATELITES-EMPLEADO.
       PERFORM CARGA-HORAS-PERIODO.
       PERFORM CARGA-PLUSES-PERIODO.
       PERFORM CARGA-AUSENCIAS-PERIODO.
       PERFORM CARGA-CONCEPTOS.
       PERFORM CARGA-CUENTA-DEPENDIENTES.
       PERFORM CARGA-PENSION.
       PERFORM CARGA-EMBARGOS.
       PERFORM CARGA-PRESTAMOS.
       PERFORM CARGA-SITUACIONES.
       PERFORM CARGA-JORNADAS.
       PERFORM CARGA-TARIFAS.
       PERFORM CARGA-GASTOS.
       PERFORM CARGA-FLEXIBLE.
       PERFORM CARGA-ESPECIE.

      ******************************************************************
      * Los embargos y prestamos del empleado, con los saldos ya
      * rebajados, se anotan en EMBTRAB.DAT y PRETRAB.DAT al
      * terminar su calculo, y los gastos de viaje que cobra, en
      * GASTRAB.DAT. Los archivos vivos no se tocan hasta la
      * liberacion, y una reanudacion depura estas anotaciones hasta
      * el checkpoint como los demas archivos de trabajo.
      ******************************************************************
       ANOTA-CONSUMOS-EMPLEADO.
       MOVE 1 TO EMBARGO-POS.
       PERFORM GRABA-UN-EMBARGO UNTIL EMBARGO-POS > EMBARGOS-TOTAL.
       MOVE 1 TO PRESTAMO-POS.
       PERFORM GRABA-UN-PRESTAMO-TRAB
           UNTIL PRESTAMO-POS > PRESTAMOS-TOTAL.
       MOVE 1 TO GASTT-POS.
       PERFORM GRABA-UN-GASTO UNTIL GASTT-POS > GASTT-TOTAL.

      ******************************************************************
      * Devengo de la paga extra del empleado en curso: el acumulado
      * del rango de periodos elegido partido por 12. Un empleado
      * sin devengo (alta posterior al rango) no entra en la paga.
      ******************************************************************
       DETERMINA-DEVENGO-EXTRA.
       MOVE 0 TO IMPORTE-HORAS-EXTRA IMPORTE-AUSENCIAS
           IMPORTE-ATRASOS IMPORTE-PLUSES.
       MOVE 0 TO GASTOS-EXENTOS GASTOS-EXCESO.
       MOVE 0 TO IMPORTE-FLEXIBLE FLEXIBLE-EXENTO FLEXIBLE-SUJETO
           IMPORTE-ESPECIE FLEXREC-TOTAL ESPREC-TOTAL.
       MOVE 0 TO HORAS-BOLSA-EMPLEADO.
       MOVE 0 TO DIAS-BAJA-PERIODO IMPORTE-BAJA-IT PRESTACION-IT
           COMPLEMENTO-IT.
       MOVE "N" TO PRORRATEO-APLICADO.
       MOVE "N" TO DEVENGO-HALLADO.
       MOVE 1 TO DEVENGO-POS.
       PERFORM BUSCA-DEVENGO-EMPLEADO
           UNTIL DEVENGO-POS > DEVENGO-TOTAL
           OR DEVENGO-HALLADO = "S".
       PERFORM DETERMINA-TARIFA-EMPLEADO.
       IF DEVENGO-HALLADO = "S" AND PAGO-POR-HORAS = "S"
          MOVE "N" TO DEVENGO-HALLADO
          ADD 1 TO TOTAL-HORAS-SIN-EXTRA
       ELSE
          IF DEVENGO-HALLADO = "S"
             MOVE DEVENGO-IMPORTE(DEVENGO-POS)
                 TO SALARIO-BASE-PERIODO
          ELSE
             ADD 1 TO SIN-DEVENGO
          END-IF
       END-IF.

       BUSCA-DEVENGO-EMPLEADO.
       IF DEVENGO-ID(DEVENGO-POS) = EMPLEADOS-ID
          MOVE "S" TO DEVENGO-HALLADO
       ELSE
          ADD 1 TO DEVENGO-POS
       END-IF.

      ******************************************************************
      * Acumula del libro mayor el bruto de cada empleado en el
      * rango de periodos elegido y lo divide por 12: media paga
      * sobre la media del semestre.
      ******************************************************************
       CARGA-DEVENGO-EXTRA.
       DISPLAY "ACUMULAR DEVENGO DESDE EL PERIODO (AAAAMM): ".
       ACCEPT PERIODO-ACUMULA-DESDE.
       DISPLAY "HASTA EL PERIODO (AAAAMM): ".
       ACCEPT PERIODO-ACUMULA-HASTA.
       MOVE 0 TO DEVENGO-TOTAL.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO HISTORIAL-LEE-TODO
          PERFORM ACUMULA-UN-DEVENGO UNTIL HISTORIAL-LEE-TODO = "S"
       END-IF.
       CLOSE NOMINA-HISTORIAL.
       MOVE 1 TO DEVENGO-POS.
       PERFORM DIVIDE-UN-DEVENGO UNTIL DEVENGO-POS > DEVENGO-TOTAL.

       ACUMULA-UN-DEVENGO.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO HISTORIAL-LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO >= PERIODO-ACUMULA-DESDE
                  AND HISTORIAL-PERIODO <= PERIODO-ACUMULA-HASTA
                 PERFORM SUMA-DEVENGO-REGISTRO
              END-IF
       END-READ.

       SUMA-DEVENGO-REGISTRO.
       MOVE "N" TO DEVENGO-HALLADO.
       MOVE 1 TO DEVENGO-POS.
       PERFORM BUSCA-DEVENGO-HISTORIAL
           UNTIL DEVENGO-POS > DEVENGO-TOTAL
           OR DEVENGO-HALLADO = "S".
       IF DEVENGO-HALLADO = "N"
          IF DEVENGO-TOTAL < 500

       CALCULA-NOMINA-NETA.
       MOVE SALARIO-BASE-PERIODO TO SALARIO-BRUTO.
       IF TRAZA-ACTIVA = "S"
          MOVE "BASE DEL PERIODO" TO TRAZA-CONCEPTO
          MOVE SALARIO-BASE-PERIODO TO TRAZA-IMPORTE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       ADD IMPORTE-HORAS-EXTRA TO SALARIO-BRUTO
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CON EXTRAS"
       END-ADD.
       IF TRAZA-ACTIVA = "S"
          MOVE "+ HORAS EXTRA" TO TRAZA-CONCEPTO
          MOVE IMPORTE-HORAS-EXTRA TO TRAZA-IMPORTE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       ADD IMPORTE-ATRASOS TO SALARIO-BRUTO
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CON ATRASOS"
       END-ADD.
       IF TRAZA-ACTIVA = "S"
          MOVE "+ ATRASOS" TO TRAZA-CONCEPTO
          MOVE IMPORTE-ATRASOS TO TRAZA-IMPORTE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       ADD GASTOS-EXCESO TO SALARIO-BRUTO
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CON GASTOS"
       END-ADD.
       IF TRAZA-ACTIVA = "S"
          MOVE "+ GASTOS SUJETOS" TO TRAZA-CONCEPTO
          MOVE GASTOS-EXCESO TO TRAZA-IMPORTE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       ADD IMPORTE-PLUSES TO SALARIO-BRUTO
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CON PLUSES"
       END-ADD.
       IF TRAZA-ACTIVA = "S"
          MOVE "+ PLUSES DE FRANJA" TO TRAZA-CONCEPTO
          MOVE IMPORTE-PLUSES TO TRAZA-IMPORTE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       SUBTRACT IMPORTE-AUSENCIAS FROM SALARIO-BRUTO
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CON AUSENCIAS"
       END-SUBTRACT.
       IF TRAZA-ACTIVA = "S"
          MOVE "- AUSENCIAS" TO TRAZA-CONCEPTO
          MOVE IMPORTE-AUSENCIAS TO TRAZA-IMPORTE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       COMPUTE SALARIO-BRUTO = SALARIO-BRUTO - IMPORTE-BAJA-IT
           + PRESTACION-IT + COMPLEMENTO-IT
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CON BAJA IT"
       END-COMPUTE.
       IF TRAZA-ACTIVA = "S"
          PERFORM TRAZA-BAJA-IT-BRUTO
          PERFORM TRAZA-ELECCIONES-FLEXIBLES
       END-IF.
       SUBTRACT IMPORTE-FLEXIBLE FROM SALARIO-BRUTO.
       IF TRAZA-ACTIVA = "S"
          MOVE "- RETRIB. FLEXIBLE" TO TRAZA-CONCEPTO
          MOVE IMPORTE-FLEXIBLE TO TRAZA-IMPORTE
          MOVE "SALE DEL SALARIO EN DINERO" TO TRAZA-DETALLE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
          PERFORM TRAZA-ESPECIES
       END-IF.
      ******************************************************************
      * El exceso de la flexible sobre sus limites exentos y la
      * especie entran en la base de retencion solo mientras se
      * calcula la retencion: no se pagan, y el bruto que queda es
      * el salario en dinero.
      ******************************************************************
       COMPUTE BASE-ESPECIE = FLEXIBLE-SUJETO + IMPORTE-ESPECIE.
       ADD BASE-ESPECIE TO SALARIO-BRUTO
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CON ESPECIE"
       END-ADD.
       IF TRAZA-ACTIVA = "S"
          PERFORM TRAZA-BASE-ESPECIE
       END-IF.
       PERFORM CALCULA-RETENCION-FISCAL.
       SUBTRACT BASE-ESPECIE FROM SALARIO-BRUTO.
       IF TRAZA-ACTIVA = "S"
          MOVE "- ESPECIE NO PAGADA" TO TRAZA-CONCEPTO
          MOVE BASE-ESPECIE TO TRAZA-IMPORTE
          MOVE "B" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       MOVE DEDUCCION TO RETENCION-FISCAL.
       SUBTRACT DEDUCCION FROM SALARIO-BRUTO GIVING SALARIO-NETO
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN SALARIO-NETO"
       END-SUBTRACT.
       IF TRAZA-ACTIVA = "S"
          PERFORM TRAZA-NETO-INICIAL
       END-IF.
       ADD GASTOS-EXENTOS TO SALARIO-BRUTO.
       ADD GASTOS-EXENTOS TO SALARIO-NETO.
       IF TRAZA-ACTIVA = "S"
          MOVE "+ GASTOS EXENTOS" TO TRAZA-CONCEPTO
          MOVE GASTOS-EXENTOS TO TRAZA-IMPORTE
          MOVE "N" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       PERFORM APLICA-CONCEPTOS-EMPLEADO.
       PERFORM APLICA-PRIMA-EMPLEADO.
       PERFORM APLICA-PENSION-EMPLEADO.
       PERFORM APLICA-EMBARGOS-EMPLEADO.
       PERFORM APLICA-PRESTAMO-EMPLEADO.

      ******************************************************************
      * Retencion fiscal sobre SALARIO-BRUTO: escala por tramos (o
      * tasa fija sin tramos) y despues el tipo personal del modelo
      * 145. La usan la nomina y la correccion fuera de ciclo.
      ******************************************************************
       CALCULA-RETENCION-FISCAL.
       MOVE 0 TO TRAMO-APLICADO.
       IF TRAMOS-TOTAL = 0
          MOVE "M" TO CALC-OPERACION
             MOVE 0 TO CALC-RESULTADO
          END-IF
          MOVE CALC-RESULTADO TO DEDUCCION
          IF TRAZA-ACTIVA = "S"
             PERFORM TRAZA-TASA-FIJA
          END-IF
       ELSE
          MOVE 0 TO DEDUCCION
          MOVE 1 TO RECIBO-DED-POS
          MOVE 1 TO TRAMO-POS
          PERFORM APLICA-TRAMO UNTIL TRAMO-POS > TRAMOS-TOTAL
       END-IF.
       PERFORM APLICA-SITUACION-PERSONAL.
       IF TRAZA-ACTIVA = "S"
          PERFORM TRAZA-SITUACION-PERSONAL
       END-IF.

      ******************************************************************
      * Retencion personalizada segun el modelo 145 en vigor. La
      * escala (tramos o tasa fija) da el tipo por defecto, que es
      * el legal para un perceptor sin datos: soltero y sin cargas.
      * Sobre ese tipo se restan los puntos de PARAMS.DAT por cada
      * hijo y ascendiente, por conyuge a cargo (casado), por
      * discapacidad (33% o 65%) y por prestamo de vivienda; el tipo
      * nunca baja de cero. Sin modelo 145 se deja la retencion de
      * la escala y el empleado sale en SITFISEX.RPT.
      ******************************************************************
       APLICA-SITUACION-PERSONAL.
       MOVE "N" TO SITUACION-APLICADA.
       MOVE EMPLEADOS-ID TO SITF-ID-BUSCADO.
       PERFORM BUSCA-SITUACION-EMPLEADO.
       IF SITF-HALLADA = "N"
          PERFORM GRABA-EXCEPCION-SITFISCAL
       ELSE
          IF SALARIO-BRUTO > 0
             COMPUTE PORCENTAJE-ESCALA ROUNDED
                 = DEDUCCION * 100 / SALARIO-BRUTO
                 ON SIZE ERROR
                    MOVE 0 TO PORCENTAJE-ESCALA
             END-COMPUTE
             COMPUTE PORCENTAJE-PERSONAL ROUNDED
                 = PORCENTAJE-ESCALA
                 - SITF-HIJOS(SITF-POS) * REDUCCION-HIJO
                 - SITF-ASCENDIENTES(SITF-POS) * REDUCCION-ASCENDIENTE
                 ON SIZE ERROR
                    MOVE 0 TO PORCENTAJE-PERSONAL
             END-COMPUTE
             IF SITF-ESTADO-CIVIL(SITF-POS) = "C"
                SUBTRACT REDUCCION-CONYUGE FROM PORCENTAJE-PERSONAL
             END-IF
             IF SITF-DISCAPACIDAD(SITF-POS) >= 65
                SUBTRACT REDUCCION-DISCAP-65 FROM PORCENTAJE-PERSONAL
             ELSE
                IF SITF-DISCAPACIDAD(SITF-POS) >= 33
                   SUBTRACT REDUCCION-DISCAP-33
                       FROM PORCENTAJE-PERSONAL
                END-IF
             END-IF
             IF SITF-VIVIENDA(SITF-POS) = "S"
                SUBTRACT REDUCCION-VIVIENDA FROM PORCENTAJE-PERSONAL
             END-IF
             IF PORCENTAJE-PERSONAL < 0
                MOVE 0 TO PORCENTAJE-PERSONAL
             END-IF
             MOVE "M" TO CALC-OPERACION
             MOVE "1" TO CALC-REDONDEO
             MOVE SALARIO-BRUTO TO CALC-NUM1
             COMPUTE CALC-NUM2 = PORCENTAJE-PERSONAL / 100
             CALL "CALCULO-REDONDEADO" USING CALC-OPERACION
                 CALC-REDONDEO CALC-NUM1 CALC-NUM2 CALC-RESULTADO
                 CALC-RESTO CALC-ESTADO
             IF CALC-ESTADO NOT = "0"
                DISPLAY "AVISO: DESBORDAMIENTO EN RETENCION PERSONAL"
                MOVE 0 TO CALC-RESULTADO
             END-IF
             MOVE CALC-RESULTADO TO DEDUCCION
          ELSE
             MOVE 0 TO PORCENTAJE-PERSONAL
          END-IF
          MOVE "S" TO SITUACION-APLICADA
       END-IF.

       BUSCA-SITUACION-EMPLEADO.
       MOVE "N" TO SITF-HALLADA.
       MOVE 1 TO SITF-POS.
       PERFORM COMPARA-SITUACION-EMPLEADO
           UNTIL SITF-POS > SITF-TOTAL OR SITF-HALLADA = "S".

       COMPARA-SITUACION-EMPLEADO.
       IF SITF-ID(SITF-POS) = SITF-ID-BUSCADO
          MOVE "S" TO SITF-HALLADA
       ELSE
          ADD 1 TO SITF-POS
       END-IF.

       GRABA-EXCEPCION-SITFISCAL.
       IF MODO-NOMINA = "1" OR MODO-NOMINA = "7"
          ADD 1 TO TOTAL-SIN-SITUACION
          MOVE SPACES TO LINEA-SITFISEX
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " " EMPLEADOS-DEPARTAMENTO
              " SIN MODELO 145"
              DELIMITED BY SIZE INTO LINEA-SITFISEX
          WRITE LINEA-SITFISEX
       END-IF.

      ******************************************************************
      * Carga de SITFISCAL.DAT: de las situaciones del empleado se
      * queda la de vigencia mas reciente que no pase de la fecha de
      * corrida.
      ******************************************************************
       CARGA-SITUACIONES.
       MOVE 0 TO SITF-TOTAL.
       IF SITFISCAL-ABIERTO = "S"
          MOVE LOW-VALUES TO SITFIS-CLAVE
          MOVE EMPLEADOS-ID TO SITFIS-EMPLEADOS-ID
          START SITFISCAL-ARCHIVO KEY IS NOT LESS THAN SITFIS-CLAVE
              INVALID KEY MOVE "S" TO SITFISCAL-LEE-TODO
              NOT INVALID KEY MOVE "N" TO SITFISCAL-LEE-TODO
          END-START
          PERFORM CARGA-UNA-SITUACION UNTIL SITFISCAL-LEE-TODO = "S"
       END-IF.

       CARGA-UNA-SITUACION.
       READ SITFISCAL-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SITFISCAL-LEE-TODO
           NOT AT END
              IF SITFIS-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO SITFISCAL-LEE-TODO
              END-IF
              IF SITFISCAL-LEE-TODO = "N"
                  AND SITFIS-VIGENCIA <= FECHA-CORRIDA
                 MOVE SITFIS-EMPLEADOS-ID TO SITF-ID-BUSCADO
                 PERFORM BUSCA-SITUACION-EMPLEADO
                 IF SITF-HALLADA = "N"
                    IF SITF-TOTAL < 500
                       ADD 1 TO SITF-TOTAL
                       MOVE SITF-TOTAL TO SITF-POS
                       MOVE 0 TO SITF-VIGENCIA(SITF-POS)
                       MOVE "S" TO SITF-HALLADA
                    ELSE
                       DISPLAY "AVISO: TABLA DE SITUACIONES LLENA."
                    END-IF
                 END-IF
                 IF SITF-HALLADA = "S"
                     AND SITFIS-VIGENCIA >= SITF-VIGENCIA(SITF-POS)
                    MOVE SITFIS-EMPLEADOS-ID TO SITF-ID(SITF-POS)
                    MOVE SITFIS-ESTADO-CIVIL
                        TO SITF-ESTADO-CIVIL(SITF-POS)
                    MOVE SITFIS-HIJOS TO SITF-HIJOS(SITF-POS)
                    MOVE SITFIS-ASCENDIENTES
                        TO SITF-ASCENDIENTES(SITF-POS)
                    MOVE SITFIS-DISCAPACIDAD
                        TO SITF-DISCAPACIDAD(SITF-POS)
                    MOVE SITFIS-VIVIENDA TO SITF-VIVIENDA(SITF-POS)
                    MOVE SITFIS-VIGENCIA TO SITF-VIGENCIA(SITF-POS)
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Cuota del prestamo: como mucho la cuota pactada, nunca mas
          IF CUOTA-RETENIDA > 0
             ADD CUOTA-RETENIDA TO DEDUCCION
             SUBTRACT CUOTA-RETENIDA FROM SALARIO-NETO
             IF TRAZA-ACTIVA = "S"
                MOVE "- CUOTA PRESTAMO" TO TRAZA-CONCEPTO
                MOVE CUOTA-RETENIDA TO TRAZA-IMPORTE
                MOVE "N" TO TRAZA-SALDO
                PERFORM ANOTA-TRAZA
             END-IF
          END-IF
       END-IF.

                MOVE PRESTAMO-POS TO PRESTAMO-POS-RETENIDO
             END-IF
          END-IF
          IF TRAZA-ACTIVA = "S"
             PERFORM TRAZA-PRESTAMO
          END-IF
       END-IF.
       ADD 1 TO PRESTAMO-POS.


       CARGA-PRESTAMOS.
       MOVE 0 TO PRESTAMOS-TOTAL.
       IF PRESTAMOS-ABIERTO = "S"
          MOVE LOW-VALUES TO PRESTAMO-CLAVE
          MOVE EMPLEADOS-ID TO PRESTAMO-EMPLEADOS-ID
          START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN PRESTAMO-CLAVE
              INVALID KEY MOVE "S" TO PRESTAMO-LEE-TODO
              NOT INVALID KEY MOVE "N" TO PRESTAMO-LEE-TODO
          END-START
          PERFORM CARGA-UN-PRESTAMO UNTIL PRESTAMO-LEE-TODO = "S"
       END-IF.

       CARGA-UN-PRESTAMO.
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO PRESTAMO-LEE-TODO
           NOT AT END
              IF PRESTAMO-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO PRESTAMO-LEE-TODO
              ELSE
                 PERFORM GUARDA-UN-PRESTAMO
              END-IF
       END-READ.

       GUARDA-UN-PRESTAMO.
       IF PRESTAMOS-TOTAL < 50
          ADD 1 TO PRESTAMOS-TOTAL
          MOVE PRESTAMO-EMPLEADOS-ID TO PRES-ID(PRESTAMOS-TOTAL)
          MOVE PRESTAMO-SECUENCIA TO PRES-SECUENCIA(PRESTAMOS-TOTAL)
          MOVE PRESTAMO-PRINCIPAL
              TO PRES-PRINCIPAL(PRESTAMOS-TOTAL)
          MOVE PRESTAMO-CUOTA TO PRES-CUOTA(PRESTAMOS-TOTAL)
          MOVE PRESTAMO-SALDO TO PRES-SALDO(PRESTAMOS-TOTAL)
          MOVE PRESTAMO-ESTADO TO PRES-ESTADO(PRESTAMOS-TOTAL)
          MOVE PRESTAMO-APROBADO-POR
              TO PRES-APROBADO-POR(PRESTAMOS-TOTAL)
          MOVE PRESTAMO-FECHA TO PRES-FECHA(PRESTAMOS-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 50 PRESTAMOS; EL RESTO NO SE DESCUENTA."
       END-IF.

      ******************************************************************
      * Los saldos consumidos quedan anotados en PRETRAB.DAT; el
      * archivo vivo solo se toca cuando la pre-nomina se libera.
      ******************************************************************
       GRABA-ARCHIVO-PRESTAMOS.
       MOVE "N" TO HAY-PRESTAMOS-PRENOM.
       IF PRETRAB-GRABADOS > 0
          MOVE "S" TO HAY-PRESTAMOS-PRENOM
          MOVE TOTAL-CUOTAS-NOMINA TO CUOTA-EDICION
          DISPLAY "CUOTAS DE PRESTAMO EN ESTA PRE-NOMINA: "
              CUOTA-EDICION
       END-IF.

       GRABA-UN-PRESTAMO-TRAB.
       MOVE PRES-ID(PRESTAMO-POS) TO PRESTAMO-EMPLEADOS-ID.
       MOVE PRES-SECUENCIA(PRESTAMO-POS) TO PRESTAMO-SECUENCIA.
       MOVE PRES-PRINCIPAL(PRESTAMO-POS) TO PRESTAMO-PRINCIPAL.
       MOVE PRES-CUOTA(PRESTAMO-POS) TO PRESTAMO-CUOTA.
       MOVE PRES-SALDO(PRESTAMO-POS) TO PRESTAMO-SALDO.
       MOVE PRES-FECHA(PRESTAMO-POS) TO PRESTAMO-FECHA.
       MOVE PRESTAMO-REGISTRO TO PRETRAB-REGISTRO.
       WRITE PRETRAB-REGISTRO.
       ADD 1 TO PRETRAB-GRABADOS.
       ADD 1 TO PRESTAMO-POS.

      ******************************************************************
                ADD APORTE-PENSION TO DEDUCCION
                SUBTRACT APORTE-PENSION FROM SALARIO-NETO
             END-IF
             IF TRAZA-ACTIVA = "S"
                PERFORM TRAZA-PENSION
             END-IF
          END-IF
       END-IF.


       CARGA-PENSION.
       MOVE 0 TO PENST-TOTAL.
       IF PENSION-ABIERTO = "S"
          MOVE LOW-VALUES TO PENSION-CLAVE
          MOVE EMPLEADOS-ID TO PENSION-EMPLEADOS-ID
          START PENSION-ARCHIVO KEY IS NOT LESS THAN PENSION-CLAVE
              INVALID KEY MOVE "S" TO PENSION-LEE-TODO
              NOT INVALID KEY MOVE "N" TO PENSION-LEE-TODO
          END-START
          PERFORM CARGA-UNA-PENSION UNTIL PENSION-LEE-TODO = "S"
       END-IF.

       CARGA-UNA-PENSION.
       READ PENSION-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO PENSION-LEE-TODO
           NOT AT END
              IF PENSION-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO PENSION-LEE-TODO
              END-IF
              IF PENSION-LEE-TODO = "N" AND PENSION-ESTADO NOT = "B"
                 IF PENST-TOTAL < 200
                    ADD 1 TO PENST-TOTAL
                    MOVE PENSION-EMPLEADOS-ID
             ADD IMPORTE-PRIMA TO DEDUCCION
             SUBTRACT IMPORTE-PRIMA FROM SALARIO-NETO
          END-IF
          IF TRAZA-ACTIVA = "S"
             PERFORM TRAZA-PRIMA
          END-IF
       END-IF.

       DETERMINA-TRAMO-PRIMA.

       CARGA-CUENTA-DEPENDIENTES.
       MOVE 0 TO DEPC-TOTAL.
       IF DEPENDIENTES-ABIERTO = "S"
          MOVE LOW-VALUES TO DEPENDIENTE-CLAVE
          MOVE EMPLEADOS-ID TO DEPENDIENTE-EMPLEADOS-ID
          START DEPENDIENTES-ARCHIVO
              KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
              INVALID KEY MOVE "S" TO PRIMA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO PRIMA-LEE-TODO
          END-START
          PERFORM CUENTA-UN-DEPENDIENTE UNTIL PRIMA-LEE-TODO = "S"
       END-IF.

       CUENTA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO PRIMA-LEE-TODO
           NOT AT END
              IF DEPENDIENTE-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO PRIMA-LEE-TODO
              ELSE
                 IF DEPC-TOTAL = 0
                    MOVE 1 TO DEPC-TOTAL
                    MOVE EMPLEADOS-ID TO DEPC-ID(1)
                    MOVE 0 TO DEPC-CUENTA(1)
                 END-IF
                 ADD 1 TO DEPC-CUENTA(1)
              END-IF
       END-READ.

      ******************************************************************
      * Conceptos recurrentes del empleado, despues de la deduccion
      * por tramos: un haber suma al bruto y al neto, una deduccion
      * se acumula a la deduccion y rebaja el neto. Un porcentaje se
      * calcula sobre el bruto por tramos. Un haber de importe fijo
      * se paga en proporcion a la jornada del empleado.
      ******************************************************************
       APLICA-CONCEPTOS-EMPLEADO.
       MOVE 0 TO CONREC-TOTAL.
             END-COMPUTE
          ELSE
             MOVE CONT-VALOR(CONT-POS) TO IMPORTE-CONCEPTO
             IF CONT-CLASE(CONT-POS) NOT = "D"
                 AND PORCENTAJE-JORNADA < 100
                COMPUTE IMPORTE-CONCEPTO ROUNDED
                    = IMPORTE-CONCEPTO * PORCENTAJE-JORNADA / 100
                    ON SIZE ERROR
                       MOVE CONT-VALOR(CONT-POS) TO IMPORTE-CONCEPTO
                END-COMPUTE
             END-IF
          END-IF
          IF IMPORTE-CONCEPTO NOT = 0
             IF CONT-CLASE(CONT-POS) = "D"
                ADD IMPORTE-CONCEPTO TO SALARIO-BRUTO
                ADD IMPORTE-CONCEPTO TO SALARIO-NETO
             END-IF
             IF TRAZA-ACTIVA = "S"
                PERFORM TRAZA-CONCEPTO-RECURRENTE
             END-IF
             IF CONREC-TOTAL < 10
                ADD 1 TO CONREC-TOTAL
                MOVE CONT-DESCRIPCION(CONT-POS)

       CARGA-CONCEPTOS.
       MOVE 0 TO CONT-TOTAL.
       IF CONCEPTOS-ABIERTO = "S"
          MOVE LOW-VALUES TO CONCEPTO-CLAVE
          MOVE EMPLEADOS-ID TO CONCEPTO-EMPLEADOS-ID
          START CONCEPTOS-ARCHIVO KEY IS NOT LESS THAN CONCEPTO-CLAVE
              INVALID KEY MOVE "S" TO CONCEPTO-LEE-TODO
              NOT INVALID KEY MOVE "N" TO CONCEPTO-LEE-TODO
          END-START
          PERFORM CARGA-UN-CONCEPTO UNTIL CONCEPTO-LEE-TODO = "S"
       END-IF.

       CARGA-UN-CONCEPTO.
       READ CONCEPTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CONCEPTO-LEE-TODO
           NOT AT END
              IF CONCEPTO-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO CONCEPTO-LEE-TODO
              ELSE
                 PERFORM GUARDA-UN-CONCEPTO
              END-IF
       END-READ.

       GUARDA-UN-CONCEPTO.
       IF CONT-TOTAL < 200
          ADD 1 TO CONT-TOTAL
          MOVE CONCEPTO-EMPLEADOS-ID TO CONT-ID(CONT-TOTAL)
          MOVE CONCEPTO-CODIGO TO CONT-CODIGO(CONT-TOTAL)
          MOVE CONCEPTO-DESCRIPCION TO CONT-DESCRIPCION(CONT-TOTAL)
          MOVE CONCEPTO-CLASE TO CONT-CLASE(CONT-TOTAL)
          MOVE CONCEPTO-TIPO-VALOR TO CONT-TIPO-VALOR(CONT-TOTAL)
          MOVE CONCEPTO-VALOR TO CONT-VALOR(CONT-TOTAL)
          MOVE CONCEPTO-DESDE TO CONT-DESDE(CONT-TOTAL)
          MOVE CONCEPTO-HASTA TO CONT-HASTA(CONT-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 200 CONCEPTOS; EL RESTO NO SE APLICA."
       END-IF.

      ******************************************************************
      * Porcentajes de jornada del empleado; el vigente se busca al
      * calcular su nomina.
      ******************************************************************
       CARGA-JORNADAS.
       MOVE 0 TO JORNT-TOTAL.
       IF JORNADAS-ABIERTO = "S"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE EMPLEADOS-ID TO JORNADA-EMPLEADOS-ID
          START JORNADAS-ARCHIVO KEY IS NOT LESS THAN JORNADA-CLAVE
              INVALID KEY MOVE "S" TO JORNADA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO JORNADA-LEE-TODO
          END-START
          PERFORM CARGA-UNA-JORNADA UNTIL JORNADA-LEE-TODO = "S"
       END-IF.

       CARGA-UNA-JORNADA.
       READ JORNADAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO JORNADA-LEE-TODO
           NOT AT END
              IF JORNADA-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 PERFORM GUARDA-UNA-JORNADA
              END-IF
       END-READ.

       GUARDA-UNA-JORNADA.
       IF JORNT-TOTAL < 500
          ADD 1 TO JORNT-TOTAL
          MOVE JORNADA-EMPLEADOS-ID TO JORNT-ID(JORNT-TOTAL)
          MOVE JORNADA-DESDE TO JORNT-DESDE(JORNT-TOTAL)
          MOVE JORNADA-PORCENTAJE TO JORNT-PORCENTAJE(JORNT-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 500 JORNADAS; EL RESTO NO SE MIRA."
       END-IF.

      ******************************************************************
      * Jornada vigente del empleado a la fecha de la corrida: el
      * salario del maestro es el de jornada completa (trienios
      * incluidos) y se paga en proporcion al porcentaje; las horas
      * extra empiezan a contar pasada su jornada mensual.
      ******************************************************************
       DETERMINA-JORNADA-EMPLEADO.
       MOVE 100 TO PORCENTAJE-JORNADA.
       MOVE 0 TO JORNADA-DESDE-VIGENTE.
       MOVE 1 TO JORNT-POS.
       PERFORM BUSCA-JORNADA-VIGENTE UNTIL JORNT-POS > JORNT-TOTAL.
       IF PORCENTAJE-JORNADA < 100
          COMPUTE SALARIO-JORNADA ROUNDED
              = EMPLEADOS-SALARIO * PORCENTAJE-JORNADA / 100
              ON SIZE ERROR
                 MOVE EMPLEADOS-SALARIO TO SALARIO-JORNADA
          END-COMPUTE
       ELSE
          MOVE EMPLEADOS-SALARIO TO SALARIO-JORNADA
       END-IF.
       COMPUTE JORNADA-EMPLEADO ROUNDED
           = JORNADA-MENSUAL * PORCENTAJE-JORNADA / 100
           ON SIZE ERROR MOVE JORNADA-MENSUAL TO JORNADA-EMPLEADO
       END-COMPUTE.

       BUSCA-JORNADA-VIGENTE.
       IF JORNT-ID(JORNT-POS) = EMPLEADOS-ID
           AND JORNT-DESDE(JORNT-POS) <= FECHA-CORRIDA
           AND JORNT-DESDE(JORNT-POS) >= JORNADA-DESDE-VIGENTE
          MOVE JORNT-DESDE(JORNT-POS) TO JORNADA-DESDE-VIGENTE
          MOVE JORNT-PORCENTAJE(JORNT-POS) TO PORCENTAJE-JORNADA
       END-IF.
       ADD 1 TO JORNT-POS.

      ******************************************************************
      * Salario minimo vigente a la fecha de la corrida. Sin
      * SALMIN.DAT no hay contraste y la corrida lo avisa.
      ******************************************************************
       CARGA-SALARIO-MINIMO.
       MOVE 0 TO SALMIN-VIGENCIA.
       MOVE 0 TO SALMIN-MENSUAL-VIGENTE SALMIN-ANUAL-VIGENTE.
       MOVE 0 TO TOTAL-BAJO-MINIMO.
       OPEN INPUT SALMIN-ARCHIVO.
       IF SALMIN-ESTADO-ARCHIVO = "00"
          MOVE "N" TO SALMIN-LEE-TODO
          PERFORM BUSCA-SALARIO-MINIMO UNTIL SALMIN-LEE-TODO = "S"
       END-IF.
       CLOSE SALMIN-ARCHIVO.
       IF SALMIN-VIGENCIA = 0
          DISPLAY "AVISO: SIN SALARIO MINIMO VIGENTE EN SALMIN.DAT. "
              "LA PRE-NOMINA NO SE CONTRASTA CON EL MINIMO."
       END-IF.

       BUSCA-SALARIO-MINIMO.
       READ SALMIN-ARCHIVO
           AT END MOVE "S" TO SALMIN-LEE-TODO
           NOT AT END
              IF SALMIN-DESDE <= FECHA-CORRIDA
                  AND SALMIN-DESDE >= SALMIN-VIGENCIA
                 MOVE SALMIN-DESDE TO SALMIN-VIGENCIA
                 MOVE SALMIN-MENSUAL TO SALMIN-MENSUAL-VIGENTE
                 MOVE SALMIN-ANUAL TO SALMIN-ANUAL-VIGENTE
              END-IF
       END-READ.

      ******************************************************************
      * Computan para el minimo el salario base del periodo y los
      * complementos salariales (pluses de franja y conceptos de
      * haber), menos las ausencias no retribuidas y la parte del
      * salario cambiada por retribucion flexible, que no puede
      * dejar el dinero por debajo del minimo. No computan las horas
      * extra, los atrasos de otros periodos, los gastos y demas
      * importes exentos ni la prestacion de IT; las deducciones no
      * cuentan porque el contraste es sobre el bruto. El minimo
      * exigible es la cuantia mensual por la jornada y, en un alta
      * a mitad de periodo, por los dias pagados; el personal por
      * horas, que cobra las pagas extra prorrateadas, se compara
      * con la anual entre doce por sus horas sobre la jornada
      * mensual completa.
      ******************************************************************
       VERIFICA-SALARIO-MINIMO.
       IF SALMIN-VIGENCIA > 0
          COMPUTE COMPUTABLE-MINIMO = SALARIO-BASE-PERIODO
              + IMPORTE-PLUSES - IMPORTE-AUSENCIAS - IMPORTE-FLEXIBLE
              ON SIZE ERROR MOVE SALARIO-BASE-PERIODO
                  TO COMPUTABLE-MINIMO
          END-COMPUTE
          MOVE 1 TO CONREC-POS
          PERFORM SUMA-CONCEPTO-COMPUTABLE
              UNTIL CONREC-POS > CONREC-TOTAL
          IF PAGO-POR-HORAS = "S"
             COMPUTE MINIMO-EXIGIBLE ROUNDED = SALMIN-ANUAL-VIGENTE
                 * HORAS-ORDINARIAS / (12 * JORNADA-MENSUAL)
                 ON SIZE ERROR MOVE 0 TO MINIMO-EXIGIBLE
             END-COMPUTE
          ELSE
             COMPUTE MINIMO-EXIGIBLE ROUNDED = SALMIN-MENSUAL-VIGENTE
                 * PORCENTAJE-JORNADA / 100
                 ON SIZE ERROR MOVE 0 TO MINIMO-EXIGIBLE
             END-COMPUTE
             IF PRORRATEO-APLICADO = "S"
                COMPUTE MINIMO-EXIGIBLE ROUNDED = MINIMO-EXIGIBLE
                    * DIAS-PAGADOS / DIAS-PERIODO-NOMINA
                    ON SIZE ERROR MOVE 0 TO MINIMO-EXIGIBLE
                END-COMPUTE
             END-IF
          END-IF
          IF COMPUTABLE-MINIMO < MINIMO-EXIGIBLE
             COMPUTE FALTA-MINIMO = MINIMO-EXIGIBLE - COMPUTABLE-MINIMO
             ADD 1 TO TOTAL-BAJO-MINIMO
             PERFORM ESCRIBE-LINEA-MINIMO
             MOVE FALTA-MINIMO TO FALTA-EDICION
             DISPLAY "AVISO: EL ID " EMPLEADOS-ID " NO LLEGA AL "
                 "SALARIO MINIMO. FALTAN " FALTA-EDICION "."
          END-IF
       END-IF.

       SUMA-CONCEPTO-COMPUTABLE.
       IF CONREC-CLASE(CONREC-POS) NOT = "D"
          ADD CONREC-IMPORTE(CONREC-POS) TO COMPUTABLE-MINIMO
       END-IF.
       ADD 1 TO CONREC-POS.

       ENCABEZADO-MINIMOS.
       MOVE SPACES TO LINEA-MINIMOS.
       STRING "CONTRASTE CON EL SALARIO MINIMO - PERIODO "
           PERIODO-NOMINA " EMPRESA " CODIGO-EMPRESA
           DELIMITED BY SIZE INTO LINEA-MINIMOS.
       WRITE LINEA-MINIMOS.
       MOVE SPACES TO LINEA-MINIMOS.
       IF TIPO-CORRIDA = "X"
          MOVE "PAGA EXTRAORDINARIA: NO SE CONTRASTA CON EL MINIMO."
              TO LINEA-MINIMOS
       ELSE
          MOVE SALMIN-MENSUAL-VIGENTE TO MINIMO-EDICION
          MOVE SALMIN-ANUAL-VIGENTE TO FALTA-EDICION
          STRING "VIGENCIA " SALMIN-VIGENCIA " MENSUAL "
              MINIMO-EDICION " ANUAL " FALTA-EDICION
              DELIMITED BY SIZE INTO LINEA-MINIMOS
       END-IF.
       WRITE LINEA-MINIMOS.
       MOVE "ID    APELLIDOS                 JORNADA     COMPUTABLE"
           TO LINEA-MINIMOS.
       MOVE "MINIMO        FALTA" TO LINEA-MINIMOS(58:19).
       WRITE LINEA-MINIMOS.

       ESCRIBE-LINEA-MINIMO.
       MOVE SPACES TO LINEA-MINIMOS.
       MOVE EMPLEADOS-ID TO LINEA-MINIMOS(1:5).
       MOVE EMPLEADOS-PRIMER-APELLIDO TO LINEA-MINIMOS(7:25).
       MOVE PORCENTAJE-JORNADA TO PORCENTAJE-JORNADA-EDICION.
       MOVE PORCENTAJE-JORNADA-EDICION TO LINEA-MINIMOS(33:6).
       MOVE COMPUTABLE-MINIMO TO COMPUTABLE-EDICION.
       MOVE COMPUTABLE-EDICION TO LINEA-MINIMOS(40:10).
       MOVE MINIMO-EXIGIBLE TO MINIMO-EDICION.
       MOVE MINIMO-EDICION TO LINEA-MINIMOS(53:10).
       MOVE FALTA-MINIMO TO FALTA-EDICION.
       MOVE FALTA-EDICION TO LINEA-MINIMOS(66:10).
       WRITE LINEA-MINIMOS.

      ******************************************************************
      * Los incumplimientos se cuentan en el listado y no en la
      * memoria, para que un calculo reanudado desde el checkpoint
      * sume tambien los del tramo anterior a la interrupcion.
      ******************************************************************
       CUENTA-BAJO-MINIMO.
       MOVE 0 TO TOTAL-BAJO-MINIMO.
       OPEN INPUT REPORTE-MINIMOS.
       IF MINIMOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO SALMIN-LEE-TODO
          PERFORM CUENTA-UNA-LINEA-MINIMO
              UNTIL SALMIN-LEE-TODO = "S"
       END-IF.
       CLOSE REPORTE-MINIMOS.

       CUENTA-UNA-LINEA-MINIMO.
       READ REPORTE-MINIMOS
           AT END MOVE "S" TO SALMIN-LEE-TODO
           NOT AT END
              IF LINEA-MINIMOS(1:5) IS NUMERIC
                 ADD 1 TO TOTAL-BAJO-MINIMO
              END-IF
       END-READ.

      ******************************************************************
      * Mantenimiento de la tabla del salario minimo: cada cuantia
      * nueva se agrega con su vigencia y las anteriores quedan como
      * historia, como en los tramos.
      ******************************************************************
       MANTENIMIENTO-SALARIO-MINIMO.
       MOVE SPACES TO OPCION-SALMIN.
       PERFORM GESTIONA-SALARIO-MINIMO UNTIL OPCION-SALMIN = "0".

       GESTIONA-SALARIO-MINIMO.
       DISPLAY "-- SALARIO MINIMO INTERPROFESIONAL --".
       DISPLAY "L - LISTAR / A - AGREGAR VIGENCIA / 0 - SALIR".
       ACCEPT OPCION-SALMIN.
       IF OPCION-SALMIN = "L"
          OPEN INPUT SALMIN-ARCHIVO
          IF SALMIN-ESTADO-ARCHIVO NOT = "00"
             DISPLAY "NO HAY SALARIO MINIMO CARGADO."
          ELSE
             MOVE "N" TO SALMIN-LEE-TODO
             PERFORM MUESTRA-SALARIO-MINIMO
                 UNTIL SALMIN-LEE-TODO = "S"
          END-IF
          CLOSE SALMIN-ARCHIVO
       ELSE
          IF OPCION-SALMIN = "A"
             PERFORM AGREGA-SALARIO-MINIMO
          ELSE
             IF OPCION-SALMIN NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       MUESTRA-SALARIO-MINIMO.
       READ SALMIN-ARCHIVO
           AT END MOVE "S" TO SALMIN-LEE-TODO
           NOT AT END
              MOVE SALMIN-MENSUAL TO MINIMO-EDICION
              MOVE SALMIN-ANUAL TO FALTA-EDICION
              DISPLAY "VIGENTE DESDE " SALMIN-DESDE ": MENSUAL "
                  MINIMO-EDICION " ANUAL " FALTA-EDICION
       END-READ.

       AGREGA-SALARIO-MINIMO.
       DISPLAY "CUANTIA MENSUAL (POR PAGA, EN 14 PAGAS): ".
       ACCEPT SALMIN-MENSUAL.
       DISPLAY "CUANTIA ANUAL CON PAGAS EXTRA (0 = 14 MENSUALIDADES): ".
       ACCEPT SALMIN-ANUAL.
       IF SALMIN-ANUAL = 0
          COMPUTE SALMIN-ANUAL = SALMIN-MENSUAL * 14
       END-IF.
       MOVE "N" TO FECHA-CORRECTA.
       PERFORM PIDE-VIGENCIA-SALARIO-MINIMO
           UNTIL FECHA-CORRECTA = "S".
       OPEN EXTEND SALMIN-ARCHIVO.
       IF SALMIN-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT SALMIN-ARCHIVO
       END-IF.
       WRITE SALMIN-REGISTRO.
       CLOSE SALMIN-ARCHIVO.
       DISPLAY "SALARIO MINIMO AGREGADO.".

       PIDE-VIGENCIA-SALARIO-MINIMO.
       DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): ".
       ACCEPT SALMIN-DESDE.
       MOVE SALMIN-DESDE TO FECHA-ESTRUCTURA.
       PERFORM VALIDA-FECHA-ESTRUCTURA.
       IF FECHA-CORRECTA = "N"
          DISPLAY "FECHA " FECHA-ESTRUCTURA " NO VALIDA (AAAAMMDD)."
       END-IF.

      ******************************************************************
      * Tarifas horarias del empleado con fecha de efecto, mantenidas
      * desde el mantenimiento de empleados. Sin TARIFAS.DAT toda la
      * plantilla cobra por salario mensual.
      ******************************************************************
       CARGA-TARIFAS.
       MOVE 0 TO TARIFT-TOTAL.
       IF TARIFAS-ABIERTO = "S"
          MOVE LOW-VALUES TO TARIFA-CLAVE
          MOVE EMPLEADOS-ID TO TARIFA-EMPLEADOS-ID
          START TARIFAS-ARCHIVO KEY IS NOT LESS THAN TARIFA-CLAVE
              INVALID KEY MOVE "S" TO TARIFA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO TARIFA-LEE-TODO
          END-START
          PERFORM CARGA-UNA-TARIFA UNTIL TARIFA-LEE-TODO = "S"
       END-IF.

       CARGA-UNA-TARIFA.
       READ TARIFAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO TARIFA-LEE-TODO
           NOT AT END
              IF TARIFA-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO TARIFA-LEE-TODO
              ELSE
                 PERFORM GUARDA-UNA-TARIFA
              END-IF
       END-READ.

       GUARDA-UNA-TARIFA.
       IF TARIFT-TOTAL < 500
          ADD 1 TO TARIFT-TOTAL
          MOVE TARIFA-EMPLEADOS-ID TO TARIFT-ID(TARIFT-TOTAL)
          MOVE TARIFA-DESDE TO TARIFT-DESDE(TARIFT-TOTAL)
          MOVE TARIFA-TIPO-PAGO TO TARIFT-TIPO-PAGO(TARIFT-TOTAL)
          MOVE TARIFA-PRECIO-HORA TO TARIFT-PRECIO-HORA(TARIFT-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 500 TARIFAS; EL RESTO NO SE MIRA."
       END-IF.

      ******************************************************************
      * La tarifa vigente a la fecha de corrida decide si el empleado
      * cobra por horas y a que precio; el ultimo registro con fecha
      * de efecto no posterior manda, como en las jornadas.
      ******************************************************************
       DETERMINA-TARIFA-EMPLEADO.
       MOVE "N" TO PAGO-POR-HORAS.
       MOVE 0 TO PRECIO-HORA.
       MOVE 0 TO HORAS-ORDINARIAS IMPORTE-HORAS-ORDINARIAS.
       MOVE 0 TO PRORRATA-PAGAS-EXTRA PRORRATA-VACACIONES.
       MOVE 0 TO TARIFA-DESDE-VIGENTE.
       MOVE 1 TO TARIFT-POS.
       PERFORM BUSCA-TARIFA-VIGENTE UNTIL TARIFT-POS > TARIFT-TOTAL.

       BUSCA-TARIFA-VIGENTE.
       IF TARIFT-ID(TARIFT-POS) = EMPLEADOS-ID
           AND TARIFT-DESDE(TARIFT-POS) <= FECHA-CORRIDA
           AND TARIFT-DESDE(TARIFT-POS) >= TARIFA-DESDE-VIGENTE
          MOVE TARIFT-DESDE(TARIFT-POS) TO TARIFA-DESDE-VIGENTE
          IF TARIFT-TIPO-PAGO(TARIFT-POS) = "H"
             MOVE "S" TO PAGO-POR-HORAS
             MOVE TARIFT-PRECIO-HORA(TARIFT-POS) TO PRECIO-HORA
          ELSE
             MOVE "N" TO PAGO-POR-HORAS
             MOVE 0 TO PRECIO-HORA
          END-IF
       END-IF.
       ADD 1 TO TARIFT-POS.

      ******************************************************************
      * Un empleado por horas cobra como ordinarias las horas fichadas
      * hasta su jornada; el exceso sigue yendo a horas extra. Sin
      * horas en HORAS.DAT no se le paga y queda listado, en lugar de
      * salir un recibo a cero.
      ******************************************************************
       DETERMINA-HORAS-ORDINARIAS.
       MOVE "N" TO HORASP-HALLADO.
       MOVE 1 TO HORASP-POS.
       PERFORM BUSCA-HORAS-EMPLEADO
           UNTIL HORASP-POS > HORASP-TOTAL
           OR HORASP-HALLADO = "S".
       IF HORASP-HALLADO = "S"
          IF HORASP-HORAS(HORASP-POS) > JORNADA-EMPLEADO
             MOVE JORNADA-EMPLEADO TO HORAS-ORDINARIAS
          ELSE
             MOVE HORASP-HORAS(HORASP-POS) TO HORAS-ORDINARIAS
          END-IF
       END-IF.
       IF HORAS-ORDINARIAS = 0
          MOVE "N" TO DEVENGO-HALLADO
          ADD 1 TO TOTAL-HORAS-SIN-FICHAJE
          DISPLAY "AVISO: EMPLEADO POR HORAS " EMPLEADOS-ID
              " SIN HORAS EN EL PERIODO. NO SE PAGA."
       ELSE
          PERFORM VALORA-HORAS-ORDINARIAS
       END-IF.

       VALORA-HORAS-ORDINARIAS.
       COMPUTE IMPORTE-HORAS-ORDINARIAS ROUNDED
           = HORAS-ORDINARIAS * PRECIO-HORA
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN HORAS ORDINARIAS"
              MOVE 0 TO IMPORTE-HORAS-ORDINARIAS
       END-COMPUTE.
       COMPUTE PRORRATA-PAGAS-EXTRA ROUNDED
           = IMPORTE-HORAS-ORDINARIAS * PORCENTAJE-PRORRATA-EXTRAS
           / 100.
       COMPUTE PRORRATA-VACACIONES ROUNDED
           = IMPORTE-HORAS-ORDINARIAS * PORCENTAJE-PRORRATA-VACACIONES
           / 100.
       MOVE IMPORTE-HORAS-ORDINARIAS TO SALARIO-JORNADA.

      ******************************************************************
      * Valor de la hora para extras y pluses: el precio de la tarifa
      * para el personal por horas, el salario entre la jornada
      * mensual para el resto.
      ******************************************************************
       CALCULA-VALOR-HORA.
       IF PAGO-POR-HORAS = "S"
          MOVE PRECIO-HORA TO VALOR-HORA
       ELSE
          DIVIDE EMPLEADOS-SALARIO BY JORNADA-MENSUAL
              GIVING VALOR-HORA ROUNDED
       END-IF.

      ******************************************************************
      * Aplica las ordenes de embargo del empleado despues de la
      * deduccion por tramos, en orden de prioridad (1 primero).
      * Cada orden retiene como mucho su porcentaje maximo del neto
      * y nunca mas que su saldo pendiente ni que el neto que queda
      * disponible. Aqui solo se calcula: el saldo se confirma en la
      * corrida real, para que la simulacion no consuma deuda.
      ******************************************************************
       APLICA-EMBARGOS-EMPLEADO.
       MOVE 0 TO EMBREC-TOTAL.
       IF EMBARGOS-TOTAL > 0
          MOVE SALARIO-NETO TO NETO-DISPONIBLE
          MOVE 1 TO PRIORIDAD-EMBARGO
          PERFORM APLICA-EMBARGOS-PRIORIDAD
              UNTIL PRIORIDAD-EMBARGO > 9
          SUBTRACT NETO-DISPONIBLE FROM SALARIO-NETO
              GIVING RETENCION-EMBARGO
          IF RETENCION-EMBARGO > 0
             ADD RETENCION-EMBARGO TO DEDUCCION
             MOVE NETO-DISPONIBLE TO SALARIO-NETO
             IF TRAZA-ACTIVA = "S"
                MOVE "- EMBARGOS" TO TRAZA-CONCEPTO
                MOVE RETENCION-EMBARGO TO TRAZA-IMPORTE
                MOVE "N" TO TRAZA-SALDO
                PERFORM ANOTA-TRAZA
             END-IF
          END-IF
       END-IF.

       APLICA-EMBARGOS-PRIORIDAD.
       MOVE 1 TO EMBARGO-POS.
       PERFORM APLICA-UN-EMBARGO UNTIL EMBARGO-POS > EMBARGOS-TOTAL.
       ADD 1 TO PRIORIDAD-EMBARGO.

       APLICA-UN-EMBARGO.
       IF EMB-ID(EMBARGO-POS) = EMPLEADOS-ID
          IF RETENCION-EMBARGO > NETO-DISPONIBLE
             MOVE NETO-DISPONIBLE TO RETENCION-EMBARGO
          END-IF
          IF TRAZA-ACTIVA = "S"
             PERFORM TRAZA-EMBARGO
          END-IF
          IF RETENCION-EMBARGO > 0
             SUBTRACT RETENCION-EMBARGO FROM NETO-DISPONIBLE
             IF EMBREC-TOTAL < 5
       WRITE ATRTRAB-REGISTRO.
       ADD 1 TO ATRT-POS.

      ******************************************************************
      * Gastos de viaje aprobados del empleado: se leen de
      * GASTOS.DAT por su clave alternativa de ID y cada uno se
      * reparte entre la parte exenta y el exceso sujeto segun el
      * limite de su tipo (dieta por gasto, kilometraje por
      * kilometro, peaje por gasto).
      ******************************************************************
       CARGA-GASTOS.
       MOVE 0 TO GASTT-TOTAL.
       IF GASTOS-ABIERTO = "S"
          MOVE EMPLEADOS-ID TO GASTO-EMPLEADOS-ID
          START GASTOS-ARCHIVO KEY IS NOT LESS THAN GASTO-EMPLEADOS-ID
              INVALID KEY MOVE "S" TO GASTO-LEE-TODO
              NOT INVALID KEY MOVE "N" TO GASTO-LEE-TODO
          END-START
          PERFORM CARGA-UN-GASTO UNTIL GASTO-LEE-TODO = "S"
       END-IF.

       CARGA-UN-GASTO.
       READ GASTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO GASTO-LEE-TODO
           NOT AT END
              IF GASTO-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO GASTO-LEE-TODO
              ELSE
                 IF GASTO-ESTADO = "A"
                    PERFORM GUARDA-UN-GASTO
                 END-IF
              END-IF
       END-READ.

       GUARDA-UN-GASTO.
       IF GASTT-TOTAL < 200
          ADD 1 TO GASTT-TOTAL
          MOVE GASTO-NUMERO TO GASTT-NUMERO(GASTT-TOTAL)
          MOVE GASTO-EMPLEADOS-ID TO GASTT-ID(GASTT-TOTAL)
          MOVE GASTO-TIPO TO GASTT-TIPO(GASTT-TOTAL)
          MOVE GASTO-KILOMETROS TO GASTT-KILOMETROS(GASTT-TOTAL)
          MOVE GASTO-IMPORTE TO GASTT-IMPORTE(GASTT-TOTAL)
          MOVE "A" TO GASTT-ESTADO(GASTT-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 200 GASTOS APROBADOS; EL RESTO QUEDA "
              "PARA OTRA NOMINA."
       END-IF.

       DETERMINA-GASTOS-EMPLEADO.
       MOVE 0 TO GASTOS-EXENTOS.
       MOVE 0 TO GASTOS-EXCESO.
       IF GASTT-TOTAL > 0
          MOVE 1 TO GASTT-POS
          PERFORM TOMA-UN-GASTO UNTIL GASTT-POS > GASTT-TOTAL
       END-IF.

       TOMA-UN-GASTO.
       IF GASTT-ID(GASTT-POS) = EMPLEADOS-ID
           AND GASTT-ESTADO(GASTT-POS) = "A"
          IF GASTT-TIPO(GASTT-POS) = "K"
             COMPUTE GASTO-EXENTO-LIMITE ROUNDED
                 = GASTT-KILOMETROS(GASTT-POS) * EXENTO-KM
          ELSE
             IF GASTT-TIPO(GASTT-POS) = "D"
                MOVE EXENTO-DIETA TO GASTO-EXENTO-LIMITE
             ELSE
                MOVE EXENTO-PEAJE TO GASTO-EXENTO-LIMITE
             END-IF
          END-IF
          IF GASTT-IMPORTE(GASTT-POS) > GASTO-EXENTO-LIMITE
             ADD GASTO-EXENTO-LIMITE TO GASTOS-EXENTOS
             COMPUTE GASTOS-EXCESO = GASTOS-EXCESO
                 + GASTT-IMPORTE(GASTT-POS) - GASTO-EXENTO-LIMITE
          ELSE
             ADD GASTT-IMPORTE(GASTT-POS) TO GASTOS-EXENTOS
          END-IF
          ADD GASTT-IMPORTE(GASTT-POS) TO TOTAL-GASTOS-PAGADOS
          MOVE "T" TO GASTT-ESTADO(GASTT-POS)
       END-IF.
       ADD 1 TO GASTT-POS.

      ******************************************************************
      * Elecciones de retribucion flexible vigentes del empleado en
      * el anio del periodo y sus especies vigentes en algun dia del
      * periodo.
      ******************************************************************
       CARGA-FLEXIBLE.
       MOVE 0 TO FLEXT-TOTAL.
       IF FLEXIBLE-ABIERTO = "S"
          MOVE LOW-VALUES TO FLEXIBLE-CLAVE
          MOVE EMPLEADOS-ID TO FLEXIBLE-EMPLEADOS-ID
          MOVE PERIODO-NOMINA(1:4) TO FLEXIBLE-ANIO
          START FLEXIBLE-ARCHIVO KEY IS NOT LESS THAN FLEXIBLE-CLAVE
              INVALID KEY MOVE "S" TO FLEXIBLE-LEE-TODO
              NOT INVALID KEY MOVE "N" TO FLEXIBLE-LEE-TODO
          END-START
          PERFORM CARGA-UNA-ELECCION-FLEXIBLE
              UNTIL FLEXIBLE-LEE-TODO = "S"
       END-IF.

       CARGA-UNA-ELECCION-FLEXIBLE.
       READ FLEXIBLE-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FLEXIBLE-LEE-TODO
           NOT AT END
              IF FLEXIBLE-EMPLEADOS-ID NOT = EMPLEADOS-ID
                  OR FLEXIBLE-ANIO NOT = PERIODO-NOMINA(1:4)
                 MOVE "S" TO FLEXIBLE-LEE-TODO
              ELSE
                 IF FLEXIBLE-ESTADO = "A"
                    PERFORM GUARDA-UNA-ELECCION-FLEXIBLE
                 END-IF
              END-IF
       END-READ.

       GUARDA-UNA-ELECCION-FLEXIBLE.
       IF FLEXT-TOTAL < 500
          ADD 1 TO FLEXT-TOTAL
          MOVE FLEXIBLE-EMPLEADOS-ID TO FLEXT-ID(FLEXT-TOTAL)
          MOVE FLEXIBLE-PRODUCTO TO FLEXT-PRODUCTO(FLEXT-TOTAL)
          MOVE FLEXIBLE-IMPORTE TO FLEXT-IMPORTE(FLEXT-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 500 ELECCIONES FLEXIBLES; EL RESTO NO "
              "SE APLICA."
       END-IF.

       CARGA-ESPECIE.
       MOVE 0 TO ESPT-TOTAL.
       IF ESPECIE-ABIERTO = "S"
          MOVE LOW-VALUES TO ESPECIE-CLAVE
          MOVE EMPLEADOS-ID TO ESPECIE-EMPLEADOS-ID
          START ESPECIE-ARCHIVO KEY IS NOT LESS THAN ESPECIE-CLAVE
              INVALID KEY MOVE "S" TO ESPECIE-LEE-TODO
              NOT INVALID KEY MOVE "N" TO ESPECIE-LEE-TODO
          END-START
          PERFORM CARGA-UNA-ESPECIE UNTIL ESPECIE-LEE-TODO = "S"
       END-IF.

       CARGA-UNA-ESPECIE.
       READ ESPECIE-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO ESPECIE-LEE-TODO
           NOT AT END
              IF ESPECIE-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO ESPECIE-LEE-TODO
              ELSE
                 IF ESPECIE-DESDE <= PERIODO-HASTA(PERIODO-POS)
                     AND (ESPECIE-HASTA = 0
                     OR ESPECIE-HASTA >= PERIODO-DESDE(PERIODO-POS))
                    PERFORM GUARDA-UNA-ESPECIE
                 END-IF
              END-IF
       END-READ.

       GUARDA-UNA-ESPECIE.
       IF ESPT-TOTAL < 200
          ADD 1 TO ESPT-TOTAL
          MOVE ESPECIE-EMPLEADOS-ID TO ESPT-ID(ESPT-TOTAL)
          MOVE ESPECIE-REGLA TO ESPT-REGLA(ESPT-TOTAL)
          MOVE ESPECIE-VALOR-BASE TO ESPT-VALOR-BASE(ESPT-TOTAL)
          MOVE ESPECIE-PORCENTAJE TO ESPT-PORCENTAJE(ESPT-TOTAL)
          MOVE ESPECIE-DESCRIPCION TO ESPT-DESCRIPCION(ESPT-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 200 ESPECIES; EL RESTO NO SE VALORA."
       END-IF.

      ******************************************************************
      * Elecciones del empleado: cada producto se toma entero mientras
      * la suma no pase del tope sobre el salario del periodo; el que
      * lo pasa se recorta al tope. Cada importe se parte en la parte
      * exenta (hasta el limite mensual del producto) y el exceso.
      ******************************************************************
       DETERMINA-FLEXIBLE-EMPLEADO.
       MOVE 0 TO IMPORTE-FLEXIBLE FLEXIBLE-EXENTO FLEXIBLE-SUJETO.
       MOVE 0 TO FLEXREC-TOTAL.
       COMPUTE TOPE-FLEXIBLE-EMPLEADO ROUNDED
           = SALARIO-BASE-PERIODO * TOPE-FLEXIBLE / 100
           ON SIZE ERROR MOVE 0 TO TOPE-FLEXIBLE-EMPLEADO
       END-COMPUTE.
       IF FLEXT-TOTAL > 0
          MOVE 1 TO FLEXT-POS
          PERFORM TOMA-UNA-ELECCION UNTIL FLEXT-POS > FLEXT-TOTAL
       END-IF.
       COMPUTE FLEXIBLE-SUJETO = IMPORTE-FLEXIBLE - FLEXIBLE-EXENTO.

       TOMA-UNA-ELECCION.
       IF FLEXT-ID(FLEXT-POS) = EMPLEADOS-ID
          MOVE FLEXT-IMPORTE(FLEXT-POS) TO FLEXIBLE-ELEGIDO
          IF IMPORTE-FLEXIBLE + FLEXIBLE-ELEGIDO
              > TOPE-FLEXIBLE-EMPLEADO
             COMPUTE FLEXIBLE-ELEGIDO
                 = TOPE-FLEXIBLE-EMPLEADO - IMPORTE-FLEXIBLE
             DISPLAY "AVISO: RETRIBUCION FLEXIBLE DEL EMPLEADO "
                 EMPLEADOS-ID " RECORTADA AL TOPE DEL PERIODO."
          END-IF
          IF FLEXIBLE-ELEGIDO > 0 AND FLEXREC-TOTAL < 4
             PERFORM DETERMINA-LIMITE-FLEXIBLE
             ADD 1 TO FLEXREC-TOTAL
             MOVE NOMBRE-FLEXIBLE TO FLEXREC-NOMBRE(FLEXREC-TOTAL)
             MOVE FLEXIBLE-ELEGIDO TO FLEXREC-IMPORTE(FLEXREC-TOTAL)
             IF FLEXIBLE-ELEGIDO > LIMITE-FLEXIBLE
                MOVE LIMITE-FLEXIBLE TO FLEXREC-EXENTO(FLEXREC-TOTAL)
             ELSE
                MOVE FLEXIBLE-ELEGIDO
                    TO FLEXREC-EXENTO(FLEXREC-TOTAL)
             END-IF
             ADD FLEXIBLE-ELEGIDO TO IMPORTE-FLEXIBLE
             ADD FLEXREC-EXENTO(FLEXREC-TOTAL) TO FLEXIBLE-EXENTO
          END-IF
       END-IF.
       ADD 1 TO FLEXT-POS.

       DETERMINA-LIMITE-FLEXIBLE.
       IF FLEXT-PRODUCTO(FLEXT-POS) = "C"
          MOVE "TICKET COMIDA" TO NOMBRE-FLEXIBLE
          MOVE EXENTO-COMIDA TO LIMITE-FLEXIBLE
       ELSE
          IF FLEXT-PRODUCTO(FLEXT-POS) = "T"
             MOVE "TRANSPORTE" TO NOMBRE-FLEXIBLE
             MOVE EXENTO-TRANSPORTE TO LIMITE-FLEXIBLE
          ELSE
             IF FLEXT-PRODUCTO(FLEXT-POS) = "G"
                MOVE "GUARDERIA" TO NOMBRE-FLEXIBLE
                MOVE EXENTO-GUARDERIA TO LIMITE-FLEXIBLE
             ELSE
                IF FLEXT-PRODUCTO(FLEXT-POS) = "S"
                   MOVE "SEGURO MEDICO" TO NOMBRE-FLEXIBLE
                   MOVE EXENTO-SEGURO TO LIMITE-FLEXIBLE
                ELSE
                   MOVE "OTRO PRODUCTO" TO NOMBRE-FLEXIBLE
                   MOVE 0 TO LIMITE-FLEXIBLE
                END-IF
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Especies del empleado valoradas por su regla: P porcentaje
      * anual del valor de referencia entre doce, F importe fijo.
      ******************************************************************
       DETERMINA-ESPECIE-EMPLEADO.
       MOVE 0 TO IMPORTE-ESPECIE.
       MOVE 0 TO ESPREC-TOTAL.
       IF ESPT-TOTAL > 0
          MOVE 1 TO ESPT-POS
          PERFORM TOMA-UNA-ESPECIE UNTIL ESPT-POS > ESPT-TOTAL
       END-IF.

       TOMA-UNA-ESPECIE.
       IF ESPT-ID(ESPT-POS) = EMPLEADOS-ID
          IF ESPT-REGLA(ESPT-POS) = "P"
             COMPUTE VALOR-ESPECIE ROUNDED = ESPT-VALOR-BASE(ESPT-POS)
                 * ESPT-PORCENTAJE(ESPT-POS) / 100 / 12
                 ON SIZE ERROR MOVE 0 TO VALOR-ESPECIE
             END-COMPUTE
          ELSE
             MOVE ESPT-VALOR-BASE(ESPT-POS) TO VALOR-ESPECIE
          END-IF
          IF VALOR-ESPECIE > 0
             IF ESPREC-TOTAL < 10
                ADD 1 TO ESPREC-TOTAL
                MOVE ESPT-DESCRIPCION(ESPT-POS)
                    TO ESPREC-DESCRIPCION(ESPREC-TOTAL)
                MOVE VALOR-ESPECIE TO ESPREC-IMPORTE(ESPREC-TOTAL)
                ADD VALOR-ESPECIE TO IMPORTE-ESPECIE
             ELSE
                DISPLAY "AVISO: TABLA DE ESPECIE DEL RECIBO LLENA."
             END-IF
          END-IF
       END-IF.
       ADD 1 TO ESPT-POS.

      ******************************************************************
      * Los gastos tomados quedan anotados en GASTRAB.DAT (estado
      * L); el archivo GASTOS.DAT solo se actualiza al liberar la
      * pre-nomina, y sin pisar lo capturado mientras tanto.
      ******************************************************************
       GRABA-ARCHIVO-GASTOS.
       MOVE "N" TO HAY-GASTOS-PRENOM.
       IF GASTRAB-GRABADOS > 0
          MOVE "S" TO HAY-GASTOS-PRENOM
          MOVE TOTAL-GASTOS-PAGADOS TO GASTOS-EDICION
          DISPLAY "GASTOS DE VIAJE INCLUIDOS EN LA PRE-NOMINA: "
              GASTOS-EDICION
       END-IF.

       GRABA-UN-GASTO.
       IF GASTT-ESTADO(GASTT-POS) = "T"
          MOVE SPACES TO GASTO-REGISTRO
          MOVE GASTT-NUMERO(GASTT-POS) TO GASTO-NUMERO
          MOVE GASTT-ID(GASTT-POS) TO GASTO-EMPLEADOS-ID
          MOVE ZEROES TO GASTO-FECHA
          MOVE GASTT-TIPO(GASTT-POS) TO GASTO-TIPO
          MOVE GASTT-KILOMETROS(GASTT-POS) TO GASTO-KILOMETROS
          MOVE GASTT-IMPORTE(GASTT-POS) TO GASTO-IMPORTE
          MOVE "L" TO GASTO-ESTADO
          MOVE PERIODO-NOMINA TO GASTO-PERIODO-PAGO
          MOVE GASTO-REGISTRO TO GASTRAB-REGISTRO
          WRITE GASTRAB-REGISTRO
          ADD 1 TO GASTRAB-GRABADOS
       END-IF.
       ADD 1 TO GASTT-POS.

      ******************************************************************
      * Registro de pagos con reparto de coste: un empleado con
      * reparto en REPARTO.DAT libera una linea por departamento

       CARGA-EMBARGOS.
       MOVE 0 TO EMBARGOS-TOTAL.
       IF EMBARGOS-ABIERTO = "S"
          MOVE LOW-VALUES TO EMBARGO-CLAVE
          MOVE EMPLEADOS-ID TO EMBARGO-EMPLEADOS-ID
          START EMBARGOS-ARCHIVO KEY IS NOT LESS THAN EMBARGO-CLAVE
              INVALID KEY MOVE "S" TO EMBARGO-LEE-TODO
              NOT INVALID KEY MOVE "N" TO EMBARGO-LEE-TODO
          END-START
          PERFORM CARGA-UN-EMBARGO UNTIL EMBARGO-LEE-TODO = "S"
       END-IF.

       CARGA-UN-EMBARGO.
       READ EMBARGOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO EMBARGO-LEE-TODO
           NOT AT END
              IF EMBARGO-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO EMBARGO-LEE-TODO
              ELSE
                 PERFORM GUARDA-UN-EMBARGO
              END-IF
       END-READ.

       GUARDA-UN-EMBARGO.
       IF EMBARGOS-TOTAL < 50
          ADD 1 TO EMBARGOS-TOTAL
          MOVE EMBARGO-EMPLEADOS-ID TO EMB-ID(EMBARGOS-TOTAL)
          MOVE EMBARGO-SECUENCIA TO EMB-SECUENCIA(EMBARGOS-TOTAL)
          MOVE EMBARGO-ACREEDOR TO EMB-ACREEDOR(EMBARGOS-TOTAL)
          MOVE EMBARGO-TOTAL TO EMB-TOTAL(EMBARGOS-TOTAL)
          MOVE EMBARGO-SALDO TO EMB-SALDO(EMBARGOS-TOTAL)
          MOVE EMBARGO-PORCENTAJE TO EMB-PORCENTAJE(EMBARGOS-TOTAL)
          MOVE EMBARGO-PRIORIDAD TO EMB-PRIORIDAD(EMBARGOS-TOTAL)
          IF EMBARGO-ESTADO = "C"
             MOVE "C" TO EMB-ESTADO(EMBARGOS-TOTAL)
          ELSE
             MOVE "A" TO EMB-ESTADO(EMBARGOS-TOTAL)
          END-IF
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 50 EMBARGOS; EL RESTO NO SE RETIENE."
       END-IF.

      ******************************************************************
      * Los saldos de embargos consumidos quedan anotados en
      * EMBTRAB.DAT; EMBARGOS.DAT solo se toca cuando la pre-nomina
      * se libera.
      ******************************************************************
       GRABA-ARCHIVO-EMBARGOS.
       MOVE "N" TO HAY-EMBARGOS-PRENOM.
       IF EMBTRAB-GRABADOS > 0
          MOVE "S" TO HAY-EMBARGOS-PRENOM
          DISPLAY "EMBARGOS: " EMPLEADOS-EMBARGADOS
              " EMPLEADOS CON RETENCION EN ESTA PRE-NOMINA."
       END-IF.

       GRABA-UN-EMBARGO.
       MOVE EMB-ID(EMBARGO-POS) TO EMBARGO-EMPLEADOS-ID.
       MOVE EMB-SECUENCIA(EMBARGO-POS) TO EMBARGO-SECUENCIA.
       MOVE EMB-ACREEDOR(EMBARGO-POS) TO EMBARGO-ACREEDOR.
       MOVE EMB-TOTAL(EMBARGO-POS) TO EMBARGO-TOTAL.
       MOVE EMB-SALDO(EMBARGO-POS) TO EMBARGO-SALDO.
       MOVE EMB-ESTADO(EMBARGO-POS) TO EMBARGO-ESTADO.
       MOVE EMBARGO-REGISTRO TO EMBTRAB-REGISTRO.
       WRITE EMBTRAB-REGISTRO.
       ADD 1 TO EMBTRAB-GRABADOS.
       ADD 1 TO EMBARGO-POS.

       LIMPIA-DEDUCCION-RECIBO.
      * cubiertos entre su fecha de alta y el fin del periodo. El
      * salario base prorrateado alimenta el calculo del neto; las
      * horas extra y las ausencias siguen valorandose con el
      * salario de la jornada del empleado, que es la tarifa del
      * contrato. El personal por horas no se prorratea: sus horas
      * ya empiezan en el alta, y su base lleva sumada la parte
      * proporcional de pagas extra y vacaciones.
      ******************************************************************
       DETERMINA-PRORRATEO-ALTA.
       MOVE SALARIO-JORNADA TO SALARIO-BASE-PERIODO.
       MOVE "N" TO PRORRATEO-APLICADO.
       IF PAGO-POR-HORAS = "S"
          ADD PRORRATA-PAGAS-EXTRA PRORRATA-VACACIONES
              TO SALARIO-BASE-PERIODO
       END-IF.
       IF PRORRATEO-POSIBLE = "S" AND PAGO-POR-HORAS = "N"
           AND EMPLEADOS-FECHA-ALTA IS NUMERIC
           AND EMPLEADOS-FECHA-ALTA > PERIODO-DESDE(PERIODO-POS)
          IF EMPLEADOS-FECHA-ALTA > PERIODO-HASTA(PERIODO-POS)
             MOVE DIAS-PERIODO-NOMINA TO DIAS-PAGADOS
          END-IF
          COMPUTE SALARIO-BASE-PERIODO ROUNDED
              = SALARIO-JORNADA * DIAS-PAGADOS
              / DIAS-PERIODO-NOMINA
              ON SIZE ERROR
                 MOVE SALARIO-JORNADA TO SALARIO-BASE-PERIODO
          END-COMPUTE
          MOVE "S" TO PRORRATEO-APLICADO
          IF PRORRA-TOTAL < 100
          ADD DEDUCCION-TRAMO TO DEDUCCION
          MOVE DEDUCCION-TRAMO TO RECIBO-DED-ENTRADA(TRAMO-POS)
          MOVE TRAMO-POS TO TRAMO-APLICADO
          IF TRAZA-ACTIVA = "S"
             PERFORM TRAZA-TRAMO
          END-IF
       END-IF.
       ADD 1 TO TRAMO-POS.

      ******************************************************************
       CARGA-TRAMOS.
       CALL "FECHA-PROCESO" USING FECHA-CORRIDA.
       PERFORM CARGA-TRAMOS-A-FECHA.

      ******************************************************************
      * Mismo juego de tramos pero a la fecha que ya trae
      * FECHA-CORRIDA: la correccion fuera de ciclo la fija al fin
      * del periodo corregido.
      ******************************************************************
       CARGA-TRAMOS-A-FECHA.
       MOVE 0 TO VIGENCIA-ACTIVA.
       OPEN INPUT TRAMOS-ARCHIVO.
       IF TRAMOS-ESTADO-ARCHIVO = "00"
       MOVE ORDEN-NOM-DEDUCCION TO DEDUCCION-EDICION.
       MOVE ORDEN-NOM-NETO TO SALARIO-NETO-EDICION.
       MOVE SPACES TO LINEA-NOMINA.
       MOVE ORDEN-NOM-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING ORDEN-NOM-ID " " ORDEN-NOM-NOMBRE " "
           APELLIDOS-MOSTRADOS(1:30) " BRUTO: " SALARIO-BRUTO-EDICION
           " DEDUCCION: " DEDUCCION-EDICION
           " NETO: " SALARIO-NETO-EDICION
           " TRAMO: " ORDEN-NOM-TRAMO
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       MOVE SPACES TO LINEA-RECIBO.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING "EMPLEADO: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       MOVE SPACES TO LINEA-RECIBO.
       STRING "DEPARTAMENTO: " EMPLEADOS-DEPARTAMENTO
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       IF PORCENTAJE-JORNADA < 100 AND TIPO-CORRIDA NOT = "X"
          MOVE PORCENTAJE-JORNADA TO PORCENTAJE-JORNADA-EDICION
          MOVE SPACES TO LINEA-RECIBO
          STRING "JORNADA PARCIAL:        " PORCENTAJE-JORNADA-EDICION
              " % DE LA JORNADA COMPLETA"
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
       END-IF.
       IF PRORRATEO-APLICADO = "S"
          MOVE SPACES TO LINEA-RECIBO
          STRING "PRORRATEO POR ALTA:     " DIAS-PAGADOS
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
       END-IF.
       IF PAGO-POR-HORAS = "S" AND TIPO-CORRIDA NOT = "X"
          PERFORM ESCRIBE-HORAS-RECIBO
       END-IF.
       MOVE SALARIO-BRUTO TO SALARIO-BRUTO-EDICION.
       MOVE SPACES TO LINEA-RECIBO.
       STRING "SALARIO BRUTO:          " SALARIO-BRUTO-EDICION
          MOVE 1 TO ATRT-POS
          PERFORM ESCRIBE-ATRASO-RECIBO UNTIL ATRT-POS > ATRT-TOTAL
       END-IF.
       IF HORAS-BOLSA-EMPLEADO NOT = 0
          MOVE HORAS-BOLSA-EMPLEADO TO HORAS-BOLSA-EDICION
          MOVE SPACES TO LINEA-RECIBO
          STRING "HORAS EXTRA A BOLSA:    " HORAS-BOLSA-EDICION
              " (COMPENSADAS CON DESCANSO)"
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
       END-IF.
       IF GASTOS-EXENTOS NOT = 0
          MOVE GASTOS-EXENTOS TO GASTOS-EDICION
          MOVE SPACES TO LINEA-RECIBO
          STRING "GASTOS VIAJE EXENTOS:   " GASTOS-EDICION
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
       END-IF.
       IF GASTOS-EXCESO NOT = 0
          MOVE GASTOS-EXCESO TO GASTOS-EDICION
          MOVE SPACES TO LINEA-RECIBO
          STRING "EXCESO GASTOS SUJETO:   " GASTOS-EDICION
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
       END-IF.
       IF FLEXREC-TOTAL > 0
          MOVE 1 TO FLEXREC-POS
          PERFORM ESCRIBE-FLEXIBLE-RECIBO
              UNTIL FLEXREC-POS > FLEXREC-TOTAL
       END-IF.
       IF ESPREC-TOTAL > 0
          MOVE 1 TO ESPREC-POS
          PERFORM ESCRIBE-ESPECIE-RECIBO
              UNTIL ESPREC-POS > ESPREC-TOTAL
       END-IF.
       IF IMPORTE-PLUSES NOT = 0
          MOVE 1 TO PLUSP-POS
          PERFORM ESCRIBE-PLUS-RECIBO UNTIL PLUSP-POS > PLUSP-TOTAL
       END-IF.
       IF DIAS-BAJA-PERIODO > 0
          COMPUTE IMPORTE-IT-EDICION = 0 - IMPORTE-BAJA-IT
          MOVE SPACES TO LINEA-RECIBO
          STRING "BAJA IT (" DIAS-BAJA-PERIODO " DIAS):      "
              IMPORTE-IT-EDICION
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
          MOVE PRESTACION-IT TO IMPORTE-IT-EDICION
          MOVE SPACES TO LINEA-RECIBO
          STRING "PRESTACION IT:          " IMPORTE-IT-EDICION
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
          IF COMPLEMENTO-IT > 0
             MOVE COMPLEMENTO-IT TO IMPORTE-IT-EDICION
             MOVE SPACES TO LINEA-RECIBO
             STRING "COMPLEMENTO EMPRESA IT: " IMPORTE-IT-EDICION
                 DELIMITED BY SIZE INTO LINEA-RECIBO
             PERFORM ESCRIBE-LINEA-RECIBO
          END-IF
       END-IF.
       IF SITUACION-APLICADA = "S"
          MOVE RETENCION-FISCAL TO DEDUCCION-EDICION
          MOVE PORCENTAJE-PERSONAL TO PORCENTAJE-EDICION
          MOVE SPACES TO LINEA-RECIBO
          STRING "RETENCION IRPF (" PORCENTAJE-EDICION " %):  "
              DEDUCCION-EDICION
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
       ELSE
          IF TRAMOS-TOTAL = 0
             MOVE RETENCION-FISCAL TO DEDUCCION-EDICION
             MOVE SPACES TO LINEA-RECIBO
             STRING "DEDUCCION (TASA FIJA):  " DEDUCCION-EDICION
                 DELIMITED BY SIZE INTO LINEA-RECIBO
             PERFORM ESCRIBE-LINEA-RECIBO
          ELSE
             MOVE 1 TO RECIBO-DED-POS
             PERFORM ESCRIBE-DEDUCCION-RECIBO
                 UNTIL RECIBO-DED-POS > TRAMOS-TOTAL
          END-IF
          MOVE SPACES TO LINEA-RECIBO
          STRING "SIN MODELO 145: RETENCION POR DEFECTO"
              DELIMITED BY SIZE INTO LINEA-RECIBO
          PERFORM ESCRIBE-LINEA-RECIBO
       END-IF.
       IF CONREC-TOTAL > 0
          MOVE 1 TO CONREC-POS
          PERFORM ESCRIBE-CONCEPTO-RECIBO
              UNTIL CONREC-POS > CONREC-TOTAL
       END-IF.
       IF IMPORTE-PRIMA > 0
          MOVE IMPORTE-PRIMA TO PRIMA-EDICION
       STRING "SALARIO NETO A PAGAR:   " SALARIO-NETO-EDICION
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       MOVE SALARIO-NETO TO IMPORTE-PARA-LETRA.
       CALL "IMPORTE-EN-LETRA" USING IMPORTE-PARA-LETRA ANCHO-LETRA
           LINEAS-LETRA TEXTO-LETRA.
       MOVE 1 TO LETRA-POS.
       PERFORM ESCRIBE-LETRA-RECIBO UNTIL LETRA-POS > LINEAS-LETRA.
       PERFORM RELLENA-PAGINA-RECIBO
           UNTIL RECIBO-LINEAS >= LINEAS-PAGINA-RECIBO.

       END-IF.
       ADD 1 TO RECIBO-DED-POS.

      ******************************************************************
      * Personal por horas: horas ordinarias por precio-hora y la
      * parte proporcional de pagas extra y vacaciones que forman su
      * base del periodo.
      ******************************************************************
       ESCRIBE-HORAS-RECIBO.
       MOVE HORAS-ORDINARIAS TO HORAS-ORDINARIAS-EDICION.
       MOVE PRECIO-HORA TO PRECIO-HORA-EDICION.
       MOVE IMPORTE-HORAS-ORDINARIAS TO PRORRATA-EDICION.
       MOVE SPACES TO LINEA-RECIBO.
       STRING "HORAS ORDINARIAS:       " HORAS-ORDINARIAS-EDICION
           " X " PRECIO-HORA-EDICION " = " PRORRATA-EDICION
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       MOVE PRORRATA-PAGAS-EXTRA TO PRORRATA-EDICION.
       MOVE SPACES TO LINEA-RECIBO.
       STRING "PRORRATA PAGAS EXTRA:   " PRORRATA-EDICION
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       MOVE PRORRATA-VACACIONES TO PRORRATA-EDICION.
       MOVE SPACES TO LINEA-RECIBO.
       STRING "PRORRATA VACACIONES:    " PRORRATA-EDICION
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.

       ESCRIBE-PLUS-RECIBO.
       IF PLUSP-ID(PLUSP-POS) = EMPLEADOS-ID
          COMPUTE IMPORTE-UN-PLUS ROUNDED
       PERFORM ESCRIBE-LINEA-RECIBO.
       ADD 1 TO EMBREC-POS.

       ESCRIBE-LETRA-RECIBO.
       MOVE SPACES TO LINEA-RECIBO.
       IF LETRA-POS = 1
          STRING "SON: " LINEA-LETRA(LETRA-POS)(1:60)
              DELIMITED BY SIZE INTO LINEA-RECIBO
       ELSE
          STRING "     " LINEA-LETRA(LETRA-POS)(1:60)
              DELIMITED BY SIZE INTO LINEA-RECIBO
       END-IF.
       PERFORM ESCRIBE-LINEA-RECIBO.
       ADD 1 TO LETRA-POS.

       ESCRIBE-LINEA-RECIBO.
       WRITE LINEA-RECIBO.
       ADD 1 TO RECIBO-LINEAS.
       GRABA-DETALLE-REMESA.
       MOVE "N" TO HAY-BANCOS.
       MOVE "N" TO CUENTA-EN-PRENOTE.
       MOVE "N" TO PAGO-POR-CHEQUE.
       IF BANCOS-ESTADO-ARCHIVO = "00" OR BANCOS-ESTADO-ARCHIVO = "23"
          MOVE EMPLEADOS-ID TO BANCO-EMPLEADOS-ID
          READ BANCOS-ARCHIVO
          ADD 1 TO REMESA-EXCEPCIONES
          MOVE SALARIO-NETO TO SALARIO-NETO-EDICION
          MOVE SPACES TO LINEA-EXCEPCION-REMESA
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " NETO: " SALARIO-NETO-EDICION
              " NETO NO POSITIVO, NO SE ORDENA PAGO"
              DELIMITED BY SIZE INTO LINEA-EXCEPCION-REMESA
          WRITE LINEA-EXCEPCION-REMESA
             ADD SALARIO-NETO TO REMESA-SUMA-CONTROL
          ELSE
             ADD 1 TO REMESA-EXCEPCIONES
             MOVE "S" TO PAGO-POR-CHEQUE
             MOVE SALARIO-NETO TO SALARIO-NETO-EDICION
             MOVE SPACES TO LINEA-EXCEPCION-REMESA
             MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
             PERFORM EDITA-APELLIDOS-MOSTRADOS
             IF CUENTA-EN-PRENOTE = "S"
                STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
                    APELLIDOS-MOSTRADOS(1:30) " NETO: "
                    SALARIO-NETO-EDICION
                    " CUENTA EN PRENOTIFICACION: PAGO POR CHEQUE"
                    DELIMITED BY SIZE INTO LINEA-EXCEPCION-REMESA
             ELSE
                STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
                    APELLIDOS-MOSTRADOS(1:30) " NETO: "
                    SALARIO-NETO-EDICION
                    " SIN CUENTA BANCARIA VALIDA: PAGO POR CHEQUE"
                    DELIMITED BY SIZE INTO LINEA-EXCEPCION-REMESA
             END-IF
             WRITE LINEA-EXCEPCION-REMESA
      ******************************************************************
      * Horas extra del periodo: por encima de la jornada mensual el
      * excedente se paga al valor-hora del salario con recargo.
      * Sin HORAS.DAT la nomina sigue siendo solo salarial. Las
      * horas del empleado en el periodo son un solo registro y se
      * leen directas por la clave.
      ******************************************************************
       CARGA-HORAS-PERIODO.
       MOVE 0 TO HORASP-TOTAL.
       IF HORAS-ABIERTO = "S"
          MOVE EMPLEADOS-ID TO HORAS-EMPLEADOS-ID
          MOVE PERIODO-NOMINA TO HORAS-PERIODO
          READ HORAS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO HORASP-TOTAL
                 MOVE HORAS-EMPLEADOS-ID TO HORASP-ID(1)
                 MOVE HORAS-TRABAJADAS TO HORASP-HORAS(1)
          END-READ
       END-IF.

       DETERMINA-HORAS-EXTRA.
       MOVE 0 TO IMPORTE-HORAS-EXTRA.
       MOVE 0 TO HORAS-BOLSA-EMPLEADO.
       MOVE "N" TO HORASP-HALLADO.
       MOVE 1 TO HORASP-POS.
       PERFORM BUSCA-HORAS-EMPLEADO
           UNTIL HORASP-POS > HORASP-TOTAL
           OR HORASP-HALLADO = "S".
       IF HORASP-HALLADO = "S"
          IF HORASP-HORAS(HORASP-POS) > JORNADA-EMPLEADO
             SUBTRACT JORNADA-EMPLEADO FROM HORASP-HORAS(HORASP-POS)
                 GIVING HORAS-EXTRA
             MOVE 1 TO BOLSP-POS
             PERFORM DESCUENTA-HORAS-BOLSA
                 UNTIL BOLSP-POS > BOLSP-TOTAL
             PERFORM CALCULA-VALOR-HORA
             COMPUTE IMPORTE-HORAS-EXTRA ROUNDED
                 = HORAS-EXTRA * VALOR-HORA * RECARGO-HORA-EXTRA
                 ON SIZE ERROR
          END-IF
       END-IF.

      ******************************************************************
      * Horas extra pasadas a la bolsa en el periodo de la nomina:
      * se descuentan de las pagadas, nunca por debajo de cero.
      ******************************************************************
       CARGA-BOLSA-PERIODO.
       MOVE 0 TO BOLSP-TOTAL.
       OPEN INPUT BOLSA-ARCHIVO.
       IF BOLSA-ESTADO-ARCHIVO = "00"
          MOVE "N" TO BOLSA-LEE-TODO
          PERFORM CARGA-UNA-BOLSA-PERIODO
              UNTIL BOLSA-LEE-TODO = "S"
       END-IF.
       CLOSE BOLSA-ARCHIVO.

       CARGA-UNA-BOLSA-PERIODO.
       READ BOLSA-ARCHIVO
           AT END MOVE "S" TO BOLSA-LEE-TODO
           NOT AT END
              IF BOLSA-PERIODO = PERIODO-NOMINA
                 IF BOLSP-TOTAL < 200
                    ADD 1 TO BOLSP-TOTAL
                    MOVE BOLSA-EMPLEADOS-ID
                        TO BOLSP-ID(BOLSP-TOTAL)
                    MOVE BOLSA-HORAS-EXTRA
                        TO BOLSP-HORAS(BOLSP-TOTAL)
                 END-IF
              END-IF
       END-READ.

       DESCUENTA-HORAS-BOLSA.
       IF BOLSP-ID(BOLSP-POS) = EMPLEADOS-ID
          ADD BOLSP-HORAS(BOLSP-POS) TO HORAS-BOLSA-EMPLEADO
          IF BOLSP-HORAS(BOLSP-POS) > HORAS-EXTRA
             MOVE 0 TO HORAS-EXTRA
          ELSE
             SUBTRACT BOLSP-HORAS(BOLSP-POS) FROM HORAS-EXTRA
          END-IF
       END-IF.
       ADD 1 TO BOLSP-POS.

       CARGA-PLUSES-PERIODO.
       MOVE 0 TO PLUSP-TOTAL.
       IF HORAS-PLUS-ABIERTO = "S"
          MOVE LOW-VALUES TO HPLUS-CLAVE
          MOVE EMPLEADOS-ID TO HPLUS-EMPLEADOS-ID
          MOVE PERIODO-NOMINA TO HPLUS-PERIODO
          START HORAS-PLUS-ARCHIVO KEY IS NOT LESS THAN HPLUS-CLAVE
              INVALID KEY MOVE "S" TO PLUS-LEE-TODO
              NOT INVALID KEY MOVE "N" TO PLUS-LEE-TODO
          END-START
          PERFORM CARGA-UN-PLUS-PERIODO UNTIL PLUS-LEE-TODO = "S"
       END-IF.

       CARGA-UN-PLUS-PERIODO.
       READ HORAS-PLUS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO PLUS-LEE-TODO
           NOT AT END
              IF HPLUS-EMPLEADOS-ID NOT = EMPLEADOS-ID
                  OR HPLUS-PERIODO NOT = PERIODO-NOMINA
                 MOVE "S" TO PLUS-LEE-TODO
              ELSE
                 PERFORM GUARDA-UN-PLUS-PERIODO
              END-IF
       END-READ.

       GUARDA-UN-PLUS-PERIODO.
       IF PLUSP-TOTAL < 200
          ADD 1 TO PLUSP-TOTAL
          MOVE HPLUS-EMPLEADOS-ID TO PLUSP-ID(PLUSP-TOTAL)
          MOVE HPLUS-CODIGO TO PLUSP-CODIGO(PLUSP-TOTAL)
          MOVE HPLUS-HORAS TO PLUSP-HORAS(PLUSP-TOTAL)
          MOVE HPLUS-MULTIPLICADOR TO PLUSP-MULTIPLICADOR(PLUSP-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " EMPLEADOS-ID
              " TIENE MAS DE 200 PLUSES EN EL PERIODO."
       END-IF.

      ******************************************************************
      * Suma los pluses de franja del empleado: cada franja paga sus
      * horas por el valor-hora del salario y el recargo del
       DETERMINA-PLUSES-EMPLEADO.
       MOVE 0 TO IMPORTE-PLUSES.
       IF PLUSP-TOTAL > 0
          PERFORM CALCULA-VALOR-HORA
          MOVE 1 TO PLUSP-POS
          PERFORM SUMA-UN-PLUS-EMPLEADO
              UNTIL PLUSP-POS > PLUSP-TOTAL

       CARGA-AUSENCIAS-PERIODO.
       MOVE 0 TO AUSENP-TOTAL.
       MOVE 0 TO BAJAT-TOTAL.
       IF AUSENCIAS-ABIERTO = "S"
          MOVE LOW-VALUES TO AUSENCIA-CLAVE
          MOVE EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID
          START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
              INVALID KEY MOVE "S" TO AUSEN-LEE-TODO
              NOT INVALID KEY MOVE "N" TO AUSEN-LEE-TODO
          END-START
          PERFORM CARGA-UNA-AUSENCIA UNTIL AUSEN-LEE-TODO = "S"
       END-IF.

       CARGA-UNA-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO AUSEN-LEE-TODO
           NOT AT END
              IF AUSENCIA-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO AUSEN-LEE-TODO
              ELSE
                 PERFORM GUARDA-UNA-AUSENCIA
              END-IF
       END-READ.

       GUARDA-UNA-AUSENCIA.
       MOVE AUSENCIA-DESDE TO AUSEN-FECHA-X.
       IF AUSENCIA-TIPO = "N"
           AND AUSEN-FECHA-X(1:6) = PERIODO-NOMINA
          PERFORM ACUMULA-AUSENCIA-PERIODO
       END-IF.
       IF AUSENCIA-TIPO = "E"
          IF BAJAT-TOTAL < 300
             ADD 1 TO BAJAT-TOTAL
             MOVE AUSENCIA-EMPLEADOS-ID TO BAJAT-ID(BAJAT-TOTAL)
             MOVE AUSENCIA-DESDE TO BAJAT-DESDE(BAJAT-TOTAL)
             MOVE AUSENCIA-HASTA TO BAJAT-HASTA(BAJAT-TOTAL)
          ELSE
             DISPLAY "AVISO: EL ID " EMPLEADOS-ID
                 " TIENE MAS DE 300 BAJAS IT REGISTRADAS."
          END-IF
       END-IF.

       ACUMULA-AUSENCIA-PERIODO.
       MOVE "N" TO AUSENP-HALLADO.
       MOVE 1 TO AUSENP-POS.
       PERFORM BUSCA-AUSENP-EMPLEADO
           UNTIL AUSENP-POS > AUSENP-TOTAL
           OR AUSENP-HALLADO = "S".
       IF AUSENP-HALLADO = "S" AND PAGO-POR-HORAS = "N"
          DIVIDE SALARIO-JORNADA BY 30 GIVING VALOR-DIA ROUNDED
          COMPUTE IMPORTE-AUSENCIAS ROUNDED
              = VALOR-DIA * AUSENP-DIAS(AUSENP-POS)
              ON SIZE ERROR
          END-COMPUTE
       END-IF.

      ******************************************************************
      * Baja por enfermedad del empleado en el periodo: se descuentan
      * los dias de baja a salario/30 y se paga la prestacion por
      * tramos segun el dia del episodio, mas el complemento de
      * empresa hasta el porcentaje pactado del salario de esos dias.
      * Al personal por horas no se le descuenta nada, porque los dias
      * de baja ya faltan en sus horas; la prestacion se valora sobre
      * su jornada completa a precio de tarifa.
      ******************************************************************
       DETERMINA-BAJA-IT.
       MOVE 0 TO DIAS-BAJA-PERIODO DIAS-BAJA-60 DIAS-BAJA-75.
       MOVE 0 TO IMPORTE-BAJA-IT PRESTACION-IT COMPLEMENTO-IT.
       MOVE 1 TO BAJAT-POS.
       PERFORM CUENTA-BAJA-IT-EMPLEADO UNTIL BAJAT-POS > BAJAT-TOTAL.
       MOVE SALARIO-JORNADA TO SALARIO-REFERENCIA.
       IF PAGO-POR-HORAS = "S"
          COMPUTE SALARIO-REFERENCIA ROUNDED
              = JORNADA-EMPLEADO * PRECIO-HORA
              ON SIZE ERROR
                 MOVE SALARIO-JORNADA TO SALARIO-REFERENCIA
          END-COMPUTE
       END-IF.
       IF DIAS-BAJA-PERIODO > 0
          DIVIDE SALARIO-REFERENCIA BY 30 GIVING VALOR-DIA ROUNDED
          COMPUTE IMPORTE-BAJA-IT ROUNDED
              = VALOR-DIA * DIAS-BAJA-PERIODO
              ON SIZE ERROR
                 DISPLAY "AVISO: DESBORDAMIENTO EN BAJA IT"
                 MOVE 0 TO IMPORTE-BAJA-IT
          END-COMPUTE
          IF IMPORTE-BAJA-IT > SALARIO-REFERENCIA
             MOVE SALARIO-REFERENCIA TO IMPORTE-BAJA-IT
          END-IF
          COMPUTE PRESTACION-IT ROUNDED
              = VALOR-DIA * DIAS-BAJA-60 * TASA-IT-TRAMO-2 / 100
              + VALOR-DIA * DIAS-BAJA-75 * TASA-IT-TRAMO-3 / 100
              ON SIZE ERROR
                 DISPLAY "AVISO: DESBORDAMIENTO EN PRESTACION IT"
                 MOVE 0 TO PRESTACION-IT
          END-COMPUTE
          IF PORCENTAJE-COMPLEMENTO-IT > 0
             COMPUTE OBJETIVO-IT ROUNDED
                 = IMPORTE-BAJA-IT * PORCENTAJE-COMPLEMENTO-IT / 100
                 ON SIZE ERROR
                    MOVE 0 TO OBJETIVO-IT
             END-COMPUTE
             IF OBJETIVO-IT > PRESTACION-IT
                SUBTRACT PRESTACION-IT FROM OBJETIVO-IT
                    GIVING COMPLEMENTO-IT
             END-IF
          END-IF
          IF PAGO-POR-HORAS = "S"
             MOVE 0 TO IMPORTE-BAJA-IT
          END-IF
       END-IF.

       CUENTA-BAJA-IT-EMPLEADO.
       IF BAJAT-ID(BAJAT-POS) = EMPLEADOS-ID
           AND BAJAT-DESDE(BAJAT-POS) <= PERIODO-HASTA(PERIODO-POS)
           AND BAJAT-HASTA(BAJAT-POS) >= PERIODO-DESDE(PERIODO-POS)
          IF BAJAT-DESDE(BAJAT-POS) > PERIODO-DESDE(PERIODO-POS)
             MOVE BAJAT-DESDE(BAJAT-POS) TO BAJA-TRAMO-DESDE
          ELSE
             MOVE PERIODO-DESDE(PERIODO-POS) TO BAJA-TRAMO-DESDE
          END-IF
          IF BAJAT-HASTA(BAJAT-POS) < PERIODO-HASTA(PERIODO-POS)
             MOVE BAJAT-HASTA(BAJAT-POS) TO BAJA-TRAMO-HASTA
          ELSE
             MOVE PERIODO-HASTA(PERIODO-POS) TO BAJA-TRAMO-HASTA
          END-IF
          MOVE BAJAT-DESDE(BAJAT-POS) TO INICIO-EPISODIO
          MOVE BAJAT-POS TO BAJAT-POS-ANTERIOR
          MOVE 0 TO BAJAT-VUELTAS
          MOVE "S" TO BAJAT-HALLADO
          PERFORM BUSCA-INICIO-EPISODIO
              UNTIL BAJAT-HALLADO = "N" OR BAJAT-VUELTAS > BAJAT-TOTAL
          MOVE BAJAT-POS-ANTERIOR TO BAJAT-POS
          COMPUTE DIA-EPISODIO-DESDE
              = FUNCTION INTEGER-OF-DATE(BAJA-TRAMO-DESDE)
              - FUNCTION INTEGER-OF-DATE(INICIO-EPISODIO) + 1
          COMPUTE DIA-EPISODIO-HASTA
              = FUNCTION INTEGER-OF-DATE(BAJA-TRAMO-HASTA)
              - FUNCTION INTEGER-OF-DATE(INICIO-EPISODIO) + 1
          COMPUTE DIAS-BAJA-PERIODO = DIAS-BAJA-PERIODO
              + DIA-EPISODIO-HASTA - DIA-EPISODIO-DESDE + 1
          IF DIA-EPISODIO-DESDE > 4
             MOVE DIA-EPISODIO-DESDE TO DIAS-EN-TRAMO
          ELSE
             MOVE 4 TO DIAS-EN-TRAMO
          END-IF
          IF DIA-EPISODIO-HASTA < 20
             COMPUTE DIAS-EN-TRAMO
                 = DIA-EPISODIO-HASTA - DIAS-EN-TRAMO + 1
          ELSE
             COMPUTE DIAS-EN-TRAMO = 20 - DIAS-EN-TRAMO + 1
          END-IF
          IF DIAS-EN-TRAMO > 0
             ADD DIAS-EN-TRAMO TO DIAS-BAJA-60
          END-IF
          IF DIA-EPISODIO-DESDE > 21
             COMPUTE DIAS-EN-TRAMO
                 = DIA-EPISODIO-HASTA - DIA-EPISODIO-DESDE + 1
          ELSE
             COMPUTE DIAS-EN-TRAMO = DIA-EPISODIO-HASTA - 21 + 1
          END-IF
          IF DIAS-EN-TRAMO > 0
             ADD DIAS-EN-TRAMO TO DIAS-BAJA-75
          END-IF
       END-IF.
       ADD 1 TO BAJAT-POS.

      ******************************************************************
      * Retrocede por los registros encadenados del mismo empleado
      * (uno que termina el dia anterior al inicio en curso) hasta
      * el primer dia real del episodio.
      ******************************************************************
       BUSCA-INICIO-EPISODIO.
       ADD 1 TO BAJAT-VUELTAS.
       MOVE "N" TO BAJAT-HALLADO.
       MOVE 1 TO BAJAT-POS.
       PERFORM COMPARA-FIN-EPISODIO
           UNTIL BAJAT-POS > BAJAT-TOTAL OR BAJAT-HALLADO = "S".
       IF BAJAT-HALLADO = "S"
          MOVE BAJAT-DESDE(BAJAT-POS) TO INICIO-EPISODIO
       END-IF.

       COMPARA-FIN-EPISODIO.
       IF BAJAT-ID(BAJAT-POS) = EMPLEADOS-ID
           AND FUNCTION INTEGER-OF-DATE(BAJAT-HASTA(BAJAT-POS)) + 1
               = FUNCTION INTEGER-OF-DATE(INICIO-EPISODIO)
          MOVE "S" TO BAJAT-HALLADO
       ELSE
          ADD 1 TO BAJAT-POS
       END-IF.

       BUSCA-AUSENP-EMPLEADO.
       IF AUSENP-ID(AUSENP-POS) = EMPLEADOS-ID
          MOVE "S" TO AUSENP-HALLADO
       MOVE SALARIO-BRUTO TO NOMTRAB-BRUTO.
       MOVE DEDUCCION TO NOMTRAB-DEDUCCION.
       MOVE SALARIO-NETO TO NOMTRAB-NETO.
       IF PAGO-POR-CHEQUE = "S"
          MOVE "Q" TO NOMTRAB-TIPO
       ELSE
          MOVE SPACE TO NOMTRAB-TIPO
       END-IF.
       IF TIPO-CORRIDA = "X"
          MOVE "X" TO NOMTRAB-CLASE
       ELSE
          MOVE SPACE TO NOMTRAB-CLASE
       END-IF.
       MOVE IMPORTE-ATRASOS TO NOMTRAB-ATRASOS.
       WRITE NOMTRAB-REGISTRO.

      ******************************************************************
      * Cada producto flexible sale descontado con su parte exenta;
      * cada especie sale informativa, porque no se paga.
      ******************************************************************
       ESCRIBE-FLEXIBLE-RECIBO.
       COMPUTE FLEXIBLE-EDICION = 0 - FLEXREC-IMPORTE(FLEXREC-POS).
       MOVE FLEXREC-EXENTO(FLEXREC-POS) TO EXENTO-EDICION.
       MOVE SPACES TO LINEA-RECIBO.
       STRING "FLEXIBLE " FLEXREC-NOMBRE(FLEXREC-POS) ": "
           FLEXIBLE-EDICION " EXENTO: " EXENTO-EDICION
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       ADD 1 TO FLEXREC-POS.

       ESCRIBE-ESPECIE-RECIBO.
       MOVE ESPREC-IMPORTE(ESPREC-POS) TO FLEXIBLE-EDICION.
       MOVE SPACES TO LINEA-RECIBO.
       STRING "ESPECIE " ESPREC-DESCRIPCION(ESPREC-POS) ": "
           FLEXIBLE-EDICION " (NO SE PAGA)"
           DELIMITED BY SIZE INTO LINEA-RECIBO.
       PERFORM ESCRIBE-LINEA-RECIBO.
       ADD 1 TO ESPREC-POS.

      ******************************************************************
      * Una linea del desglose por cada deduccion aplicada al
      * empleado en curso, con los mismos importes que salen en su
      * recibo.
      ******************************************************************
       GRABA-DEDUCCIONES-EMPLEADO.
       IF RETENCION-FISCAL NOT = 0
          MOVE "RETENCIO" TO DEDTRAB-CLASE
          MOVE SPACES TO DEDTRAB-REFERENCIA
          IF SITUACION-APLICADA = "S"
             MOVE "MODELO 145" TO DEDTRAB-REFERENCIA
          ELSE
             IF TRAMOS-TOTAL = 0
                MOVE "TASA FIJA" TO DEDTRAB-REFERENCIA
             ELSE
                MOVE "ESCALA POR TRAMOS" TO DEDTRAB-REFERENCIA
             END-IF
          END-IF
          MOVE RETENCION-FISCAL TO DEDTRAB-IMPORTE
          PERFORM ESCRIBE-LINEA-DEDUCCION
       END-IF.
       IF CONREC-TOTAL > 0
          MOVE 1 TO CONREC-POS
          PERFORM GRABA-DEDUCCION-CONCEPTO
              UNTIL CONREC-POS > CONREC-TOTAL
       END-IF.
       IF IMPORTE-PRIMA > 0
          MOVE "PRIMA" TO DEDTRAB-CLASE
          MOVE SPACES TO DEDTRAB-REFERENCIA
          STRING "TRAMO " TRAMO-PRIMA
              DELIMITED BY SIZE INTO DEDTRAB-REFERENCIA
          MOVE IMPORTE-PRIMA TO DEDTRAB-IMPORTE
          PERFORM ESCRIBE-LINEA-DEDUCCION
       END-IF.
       IF APORTE-PENSION > 0
          MOVE "PENSION" TO DEDTRAB-CLASE
          MOVE "PLAN DE PENSIONES" TO DEDTRAB-REFERENCIA
          MOVE APORTE-PENSION TO DEDTRAB-IMPORTE
          PERFORM ESCRIBE-LINEA-DEDUCCION
       END-IF.
       IF EMBREC-TOTAL > 0
          MOVE 1 TO EMBREC-POS
          PERFORM GRABA-DEDUCCION-EMBARGO
              UNTIL EMBREC-POS > EMBREC-TOTAL
       END-IF.
       IF CUOTA-RETENIDA > 0
          MOVE "PRESTAMO" TO DEDTRAB-CLASE
          MOVE "CUOTA PRESTAMO" TO DEDTRAB-REFERENCIA
          MOVE CUOTA-RETENIDA TO DEDTRAB-IMPORTE
          PERFORM ESCRIBE-LINEA-DEDUCCION
       END-IF.
       IF FLEXREC-TOTAL > 0
          MOVE 1 TO FLEXREC-POS
          PERFORM GRABA-DEDUCCION-FLEXIBLE
              UNTIL FLEXREC-POS > FLEXREC-TOTAL
       END-IF.
       IF ESPREC-TOTAL > 0
          MOVE 1 TO ESPREC-POS
          PERFORM GRABA-DEDUCCION-ESPECIE
              UNTIL ESPREC-POS > ESPREC-TOTAL
       END-IF.

       GRABA-DEDUCCION-CONCEPTO.
       IF CONREC-CLASE(CONREC-POS) = "D"
          MOVE CONREC-POSICION(CONREC-POS) TO CONT-POS
          MOVE "CONCEPTO" TO DEDTRAB-CLASE
          MOVE CONT-CODIGO(CONT-POS) TO DEDTRAB-REFERENCIA
          MOVE CONREC-IMPORTE(CONREC-POS) TO DEDTRAB-IMPORTE
          PERFORM ESCRIBE-LINEA-DEDUCCION
       END-IF.
       ADD 1 TO CONREC-POS.

      ******************************************************************
      * La parte exenta de cada producto flexible va con la clase
      * FLEXIBLE y el exceso con la clase ESPECIE, junto a las
      * especies del empleado: los resumenes de retenciones y el
      * certificado anual las toman de ahi.
      ******************************************************************
       GRABA-DEDUCCION-FLEXIBLE.
       IF FLEXREC-EXENTO(FLEXREC-POS) > 0
          MOVE "FLEXIBLE" TO DEDTRAB-CLASE
          MOVE FLEXREC-NOMBRE(FLEXREC-POS) TO DEDTRAB-REFERENCIA
          MOVE FLEXREC-EXENTO(FLEXREC-POS) TO DEDTRAB-IMPORTE
          PERFORM ESCRIBE-LINEA-DEDUCCION
       END-IF.
       IF FLEXREC-IMPORTE(FLEXREC-POS) > FLEXREC-EXENTO(FLEXREC-POS)
          MOVE "ESPECIE" TO DEDTRAB-CLASE
          MOVE SPACES TO DEDTRAB-REFERENCIA
          STRING "EXC. " FLEXREC-NOMBRE(FLEXREC-POS)
              DELIMITED BY SIZE INTO DEDTRAB-REFERENCIA
          COMPUTE DEDTRAB-IMPORTE = FLEXREC-IMPORTE(FLEXREC-POS)
              - FLEXREC-EXENTO(FLEXREC-POS)
          PERFORM ESCRIBE-LINEA-DEDUCCION
       END-IF.
       ADD 1 TO FLEXREC-POS.

       GRABA-DEDUCCION-ESPECIE.
       MOVE "ESPECIE" TO DEDTRAB-CLASE.
       MOVE ESPREC-DESCRIPCION(ESPREC-POS) TO DEDTRAB-REFERENCIA.
       MOVE ESPREC-IMPORTE(ESPREC-POS) TO DEDTRAB-IMPORTE.
       PERFORM ESCRIBE-LINEA-DEDUCCION.
       ADD 1 TO ESPREC-POS.

       GRABA-DEDUCCION-EMBARGO.
       MOVE "EMBARGO" TO DEDTRAB-CLASE.
       MOVE EMBREC-ACREEDOR(EMBREC-POS) TO DEDTRAB-REFERENCIA.
       MOVE EMBREC-IMPORTE(EMBREC-POS) TO DEDTRAB-IMPORTE.
       PERFORM ESCRIBE-LINEA-DEDUCCION.
       ADD 1 TO EMBREC-POS.

       ESCRIBE-LINEA-DEDUCCION.
       MOVE PERIODO-NOMINA TO DEDTRAB-PERIODO.
       MOVE EMPLEADOS-ID TO DEDTRAB-EMPLEADOS-ID.
       MOVE SALARIO-BRUTO TO DEDTRAB-BASE.
       WRITE DEDTRAB-REGISTRO.

      ******************************************************************
      * Comparativo entre periodos desde el libro mayor: neto de
      * cada empleado contra el periodo anterior, con el delta y la
           AT END MOVE "S" TO HISTORIAL-LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO = PERIODO-COMPARA
                  AND HISTORIAL-TIPO NOT = "C"
                 IF NETO-ACT-TOTAL < 500
                    ADD 1 TO NETO-ACT-TOTAL
                    MOVE HISTORIAL-EMPLEADOS-ID
                 END-IF
              ELSE
                 IF HISTORIAL-PERIODO = PERIODO-ANTERIOR
                     AND HISTORIAL-TIPO NOT = "C"
                    IF NETO-PRE-TOTAL < 500
                       ADD 1 TO NETO-PRE-TOTAL
                       MOVE HISTORIAL-EMPLEADOS-ID
       MOVE 0 TO TOTAL-NETO-ACTUAL-SIM.
       MOVE 0 TO TOTAL-NETO-SIMULADO.
       MOVE "0" TO LEE-TODO.
       PERFORM ABRE-SATELITES-NOMINA.
       PERFORM LEE-SIGUIENTE-EMPLEADO.
       PERFORM SIMULA-EMPLEADO UNTIL LEE-TODO = "1".
       PERFORM CIERRA-SATELITES-NOMINA.
       CLOSE EMPLEADOS-ARCHIVO.
       MOVE TOTAL-NETO-ACTUAL-SIM TO TOTAL-SIM-EDICION.
       MOVE SPACES TO LINEA-SIMULACION.
      ******************************************************************
       SIMULA-EMPLEADO.
       IF EMPLEADO-ACTIVO
          PERFORM CARGA-SITUACIONES
          PERFORM CARGA-JORNADAS
          PERFORM CARGA-TARIFAS
          PERFORM DETERMINA-JORNADA-EMPLEADO
          PERFORM DETERMINA-TARIFA-EMPLEADO
          MOVE SALARIO-JORNADA TO SALARIO-BASE-PERIODO
          IF PAGO-POR-HORAS = "S"
             MOVE JORNADA-EMPLEADO TO HORAS-ORDINARIAS
             PERFORM VALORA-HORAS-ORDINARIAS
             COMPUTE SALARIO-BASE-PERIODO = SALARIO-JORNADA
                 + PRORRATA-PAGAS-EXTRA + PRORRATA-VACACIONES
          END-IF
          MOVE 0 TO IMPORTE-ATRASOS
          MOVE 0 TO GASTOS-EXENTOS
          MOVE 0 TO GASTOS-EXCESO
          MOVE 0 TO IMPORTE-FLEXIBLE FLEXIBLE-EXENTO FLEXIBLE-SUJETO
              IMPORTE-ESPECIE FLEXREC-TOTAL ESPREC-TOTAL
          MOVE 0 TO HORAS-BOLSA-EMPLEADO
          MOVE 0 TO IMPORTE-PLUSES
          MOVE "N" TO HAY-PRIMAS
          MOVE 0 TO PENST-TOTAL
          MOVE NETO-ACTUAL-SIM TO NETO-ACTUAL-EDICION
          MOVE NETO-SIMULADO TO NETO-SIMULADO-EDICION
          MOVE SPACES TO LINEA-SIMULACION
          MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30)
              " ACTUAL: " NETO-ACTUAL-EDICION
              " SIMULADO: " NETO-SIMULADO-EDICION
              " (SIMULACION)"
       END-IF.
       PERFORM LEE-SIGUIENTE-EMPLEADO.

      ******************************************************************
      * Traza del calculo de un empleado para aclarar un recibo
      * discutido: se cargan las mismas tablas que en la corrida y se
      * ejecuta CALCULA-IMPORTES-EMPLEADO con TRAZA-ACTIVA a "S", de
      * modo que cada paso sale de los parrafos que hacen el recibo.
      * No se confirma ni se graba nada: ni trabajos, ni remesa, ni
      * libro mayor. Un periodo ya pasado se calcula a su fecha de
      * fin, como la correccion fuera de ciclo; los atrasos y gastos
      * que entran son los que quedan pendientes hoy.
      ******************************************************************
       TRAZA-CALCULO-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO A TRAZAR: ".
       ACCEPT TRAZA-EMPLEADO-ID.
       DISPLAY "PERIODO DE LA NOMINA (AAAAMM): ".
       ACCEPT PERIODO-NOMINA.
       PERFORM CARGA-PERIODOS.
       PERFORM BUSCA-PERIODO.
       IF PERIODO-ENCONTRADO = "N"
          DISPLAY "EL PERIODO " PERIODO-NOMINA " NO ESTA DEFINIDO "
              "EN EL CALENDARIO."
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM PREPARA-TRAZA-PERIODO
          OPEN INPUT EMPLEADOS-ARCHIVO
          PERFORM CHEQUEA-ESTADO-EMPLEADOS
          IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
             MOVE 16 TO RETURN-CODE
          ELSE
             MOVE TRAZA-EMPLEADO-ID TO EMPLEADOS-ID
             READ EMPLEADOS-ARCHIVO
                 INVALID KEY
                    DISPLAY "EL ID " TRAZA-EMPLEADO-ID " NO EXISTE."
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    PERFORM ESCRIBE-TRAZA-EMPLEADO
             END-READ
             CLOSE EMPLEADOS-ARCHIVO
          END-IF
       END-IF.

       PREPARA-TRAZA-PERIODO.
       PERFORM PREPARA-PRORRATEO-PERIODO.
       PERFORM CARGA-TRAMOS.
       IF FECHA-CORRIDA > PERIODO-HASTA(PERIODO-POS)
          MOVE PERIODO-HASTA(PERIODO-POS) TO FECHA-CORRIDA
          PERFORM CARGA-TRAMOS-A-FECHA
       END-IF.
       PERFORM CARGA-BOLSA-PERIODO.
       PERFORM CARGA-ATRASOS.
       PERFORM CARGA-PRIMAS.

       ESCRIBE-TRAZA-EMPLEADO.
       OPEN OUTPUT REPORTE-TRAZA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-TRAZA.
       STRING "*** TRAZA DEL CALCULO DE NOMINA - NO ES UNA CORRIDA "
           "REAL *** FECHA: " FECHA-ACTUAL(1:14)
           DELIMITED BY SIZE INTO LINEA-TRAZA.
       WRITE LINEA-TRAZA.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       MOVE SPACES TO LINEA-TRAZA.
       STRING "EMPLEADO: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS(1:30) " DEPARTAMENTO: "
           EMPLEADOS-DEPARTAMENTO " ESTADO: " EMPLEADOS-ESTADO
           DELIMITED BY SIZE INTO LINEA-TRAZA.
       WRITE LINEA-TRAZA.
       MOVE EMPLEADOS-SALARIO TO TRAZA-CIFRA-EDICION.
       MOVE SPACES TO LINEA-TRAZA.
       STRING "PERIODO: " PERIODO-NOMINA " (" PERIODO-DESDE(PERIODO-POS)
           " A " PERIODO-HASTA(PERIODO-POS) ") FECHA DE CALCULO: "
           FECHA-CORRIDA " SALARIO MAESTRO: " TRAZA-CIFRA-EDICION
           " ALTA: " EMPLEADOS-FECHA-ALTA
           DELIMITED BY SIZE INTO LINEA-TRAZA.
       WRITE LINEA-TRAZA.
       MOVE TRAMOS-TOTAL TO TRAZA-DIAS-EDICION.
       MOVE SPACES TO LINEA-TRAZA.
       IF TRAMOS-TOTAL = 0
          MOVE TASA-DEDUCCION TO TRAZA-PORCENTAJE-EDICION
          STRING "RETENCION: SIN TRAMOS VIGENTES, TASA FIJA "
              TRAZA-PORCENTAJE-EDICION "%"
              DELIMITED BY SIZE INTO LINEA-TRAZA
       ELSE
          STRING "RETENCION: " TRAZA-DIAS-EDICION " TRAMOS DE LA "
              "VIGENCIA " VIGENCIA-ACTIVA
              DELIMITED BY SIZE INTO LINEA-TRAZA
       END-IF.
       WRITE LINEA-TRAZA.
       MOVE "--- DATOS DE PARTIDA ---" TO LINEA-TRAZA.
       WRITE LINEA-TRAZA.
       IF EMPLEADO-ACTIVO
          MOVE "S" TO TRAZA-ACTIVA
          MOVE 0 TO TRAZA-BRUTO-ANTES TRAZA-NETO-ANTES
          MOVE SPACES TO TRAZA-DETALLE
          PERFORM ABRE-SATELITES-NOMINA
          PERFORM CALCULA-IMPORTES-EMPLEADO
          PERFORM CIERRA-SATELITES-NOMINA
          IF DEVENGO-HALLADO = "S"
             PERFORM ESCRIBE-RESULTADO-TRAZA
          ELSE
             MOVE "SIN DEVENGO EN EL PERIODO: NO TENDRIA RECIBO."
                 TO LINEA-TRAZA
             WRITE LINEA-TRAZA
          END-IF
          MOVE "N" TO TRAZA-ACTIVA
       ELSE
          MOVE SPACES TO LINEA-TRAZA
          STRING "EMPLEADO NO ACTIVO (ESTADO " EMPLEADOS-ESTADO
              "): NO ENTRA EN LA NOMINA."
              DELIMITED BY SIZE INTO LINEA-TRAZA
          WRITE LINEA-TRAZA
       END-IF.
       MOVE "*** FIN DE LA TRAZA - NADA SE HA GRABADO ***"
           TO LINEA-TRAZA.
       WRITE LINEA-TRAZA.
       CLOSE REPORTE-TRAZA.
       DISPLAY "TRAZA ESCRITA EN TRAZA.RPT.".

       ESCRIBE-RESULTADO-TRAZA.
       MOVE "--- RESULTADO: LO QUE DICE EL RECIBO ---" TO LINEA-TRAZA.
       WRITE LINEA-TRAZA.
       MOVE "SALARIO BRUTO" TO TRAZA-CONCEPTO.
       MOVE SALARIO-BRUTO TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "DEDUCCION TOTAL" TO TRAZA-CONCEPTO.
       MOVE DEDUCCION TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "SALARIO NETO" TO TRAZA-CONCEPTO.
       MOVE SALARIO-NETO TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

      ******************************************************************
      * Una linea de la traza: concepto, detalle de la regla aplicada
      * e importe del paso; con TRAZA-SALDO "B" o "N" se anade el
      * bruto o el neto antes y despues del paso, con "I" solo el
      * importe y en blanco solo el texto.
      ******************************************************************
       ANOTA-TRAZA.
       MOVE TRAZA-IMPORTE TO TRAZA-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-TRAZA.
       IF TRAZA-SALDO = "B"
          MOVE TRAZA-BRUTO-ANTES TO TRAZA-ANTES-EDICION
          MOVE SALARIO-BRUTO TO TRAZA-DESPUES-EDICION
          STRING TRAZA-CONCEPTO " " TRAZA-DETALLE " "
              TRAZA-IMPORTE-EDICION "  BRUTO " TRAZA-ANTES-EDICION
              " ->" TRAZA-DESPUES-EDICION
              DELIMITED BY SIZE INTO LINEA-TRAZA
       ELSE
          IF TRAZA-SALDO = "N"
             MOVE TRAZA-NETO-ANTES TO TRAZA-ANTES-EDICION
             MOVE SALARIO-NETO TO TRAZA-DESPUES-EDICION
             STRING TRAZA-CONCEPTO " " TRAZA-DETALLE " "
                 TRAZA-IMPORTE-EDICION "  NETO  " TRAZA-ANTES-EDICION
                 " ->" TRAZA-DESPUES-EDICION
                 DELIMITED BY SIZE INTO LINEA-TRAZA
          ELSE
             IF TRAZA-SALDO = "I"
                STRING TRAZA-CONCEPTO " " TRAZA-DETALLE " "
                    TRAZA-IMPORTE-EDICION
                    DELIMITED BY SIZE INTO LINEA-TRAZA
             ELSE
                STRING TRAZA-CONCEPTO " " TRAZA-DETALLE
                    DELIMITED BY SIZE INTO LINEA-TRAZA
             END-IF
          END-IF
       END-IF.
       WRITE LINEA-TRAZA.
       MOVE SALARIO-BRUTO TO TRAZA-BRUTO-ANTES.
       MOVE SALARIO-NETO TO TRAZA-NETO-ANTES.
       MOVE SPACES TO TRAZA-DETALLE.
       MOVE SPACE TO TRAZA-SALDO.
       MOVE 0 TO TRAZA-IMPORTE.

       TRAZA-JORNADA-TARIFA.
       MOVE EMPLEADOS-SALARIO TO TRAZA-CIFRA-EDICION.
       MOVE PORCENTAJE-JORNADA TO TRAZA-PORCENTAJE-EDICION.
       MOVE JORNADA-EMPLEADO TO TRAZA-HORAS-EDICION.
       IF JORNADA-DESDE-VIGENTE = 0
          STRING "SALARIO " TRAZA-CIFRA-EDICION " COMPLETA "
              TRAZA-HORAS-EDICION " H/MES"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       ELSE
          STRING "SALARIO " TRAZA-CIFRA-EDICION " AL"
              TRAZA-PORCENTAJE-EDICION "% DESDE " JORNADA-DESDE-VIGENTE
              " " TRAZA-HORAS-EDICION " H"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       END-IF.
       MOVE "JORNADA" TO TRAZA-CONCEPTO.
       IF PAGO-POR-HORAS = "S"
          MOVE " " TO TRAZA-SALDO
       ELSE
          MOVE SALARIO-JORNADA TO TRAZA-IMPORTE
          MOVE "I" TO TRAZA-SALDO
       END-IF.
       PERFORM ANOTA-TRAZA.
       MOVE "TARIFA" TO TRAZA-CONCEPTO.
       IF PAGO-POR-HORAS = "S"
          MOVE PRECIO-HORA TO TRAZA-CIFRA-EDICION
          STRING "POR HORAS SEGUN TARIFAS.DAT DESDE "
              TARIFA-DESDE-VIGENTE " A " TRAZA-CIFRA-EDICION "/H"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       ELSE
          MOVE "SALARIO MENSUAL (SIN TARIFA HORARIA VIGENTE)"
              TO TRAZA-DETALLE
       END-IF.
       PERFORM ANOTA-TRAZA.
       IF PAGO-POR-HORAS = "S"
          IF DEVENGO-HALLADO = "S"
             MOVE HORAS-ORDINARIAS TO TRAZA-HORAS-EDICION
             MOVE PRECIO-HORA TO TRAZA-CIFRA-EDICION
             STRING TRAZA-HORAS-EDICION " H (HASTA LA JORNADA) X "
                 TRAZA-CIFRA-EDICION
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
             MOVE "HORAS ORDINARIAS" TO TRAZA-CONCEPTO
             MOVE IMPORTE-HORAS-ORDINARIAS TO TRAZA-IMPORTE
             MOVE "I" TO TRAZA-SALDO
             PERFORM ANOTA-TRAZA
             MOVE PORCENTAJE-PRORRATA-EXTRAS
                 TO TRAZA-PORCENTAJE-EDICION
             STRING TRAZA-PORCENTAJE-EDICION "% DE LAS ORDINARIAS"
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
             MOVE "PRORRATA PAGAS EXTRA" TO TRAZA-CONCEPTO
             MOVE PRORRATA-PAGAS-EXTRA TO TRAZA-IMPORTE
             MOVE "I" TO TRAZA-SALDO
             PERFORM ANOTA-TRAZA
             MOVE PORCENTAJE-PRORRATA-VACACIONES
                 TO TRAZA-PORCENTAJE-EDICION
             STRING TRAZA-PORCENTAJE-EDICION "% DE LAS ORDINARIAS"
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
             MOVE "PRORRATA VACACIONES" TO TRAZA-CONCEPTO
             MOVE PRORRATA-VACACIONES TO TRAZA-IMPORTE
             MOVE "I" TO TRAZA-SALDO
             PERFORM ANOTA-TRAZA
          ELSE
             MOVE "HORAS ORDINARIAS" TO TRAZA-CONCEPTO
             MOVE "SIN HORAS EN HORAS.DAT PARA EL PERIODO: NO SE PAGA"
                 TO TRAZA-DETALLE
             PERFORM ANOTA-TRAZA
          END-IF
       END-IF.

      ******************************************************************
      * Cada devengo y descuento del periodo con su registro de
      * entrada y la regla aplicada, tal como lo dejaron los
      * parrafos DETERMINA-... de la corrida.
      ******************************************************************
       TRAZA-DEVENGOS.
       MOVE "--- DEVENGOS Y DESCUENTOS DEL PERIODO ---" TO LINEA-TRAZA.
       WRITE LINEA-TRAZA.
       MOVE "HORAS EXTRA" TO TRAZA-CONCEPTO.
       IF HORASP-HALLADO = "S"
          MOVE HORASP-HORAS(HORASP-POS) TO TRAZA-HORAS-EDICION
          MOVE JORNADA-EMPLEADO TO TRAZA-HORAS2-EDICION
          IF HORASP-HORAS(HORASP-POS) > JORNADA-EMPLEADO
             MOVE HORAS-EXTRA TO TRAZA-HORAS2-EDICION
             MOVE VALOR-HORA TO TRAZA-CIFRA-EDICION
             MOVE RECARGO-HORA-EXTRA TO TRAZA-PORCENTAJE-EDICION
             STRING TRAZA-HORAS2-EDICION " H EXTRA X "
                 TRAZA-CIFRA-EDICION "/H X" TRAZA-PORCENTAJE-EDICION
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
          ELSE
             STRING "FICHADAS " TRAZA-HORAS-EDICION " SIN PASAR LA "
                 "JORNADA DE " TRAZA-HORAS2-EDICION " H"
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
          END-IF
       ELSE
          MOVE "SIN HORAS EN HORAS.DAT PARA EL PERIODO"
              TO TRAZA-DETALLE
       END-IF.
       MOVE IMPORTE-HORAS-EXTRA TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       IF HORAS-BOLSA-EMPLEADO > 0
          MOVE HORAS-BOLSA-EMPLEADO TO TRAZA-HORAS-EDICION
          STRING TRAZA-HORAS-EDICION " H PASADAS A LA BOLSA, "
              "DESCONTADAS DE LAS EXTRA"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          MOVE "BOLSA DE HORAS" TO TRAZA-CONCEPTO
          PERFORM ANOTA-TRAZA
       END-IF.
       MOVE PLUSP-TOTAL TO TRAZA-DIAS-EDICION.
       MOVE VALOR-HORA TO TRAZA-CIFRA-EDICION.
       IF PLUSP-TOTAL > 0
          STRING TRAZA-DIAS-EDICION " FRANJAS DE HORAS-PLUS X "
              TRAZA-CIFRA-EDICION "/H X (MULT. - 1)"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       ELSE
          MOVE "SIN FRANJAS EN EL PERIODO" TO TRAZA-DETALLE
       END-IF.
       MOVE "PLUSES DE FRANJA" TO TRAZA-CONCEPTO.
       MOVE IMPORTE-PLUSES TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "AUSENCIAS" TO TRAZA-CONCEPTO.
       IF AUSENP-HALLADO = "S"
          MOVE AUSENP-DIAS(AUSENP-POS) TO TRAZA-DIAS-EDICION
          IF PAGO-POR-HORAS = "S"
             STRING TRAZA-DIAS-EDICION " DIAS: NO SE DESCUENTAN AL "
                 "PERSONAL POR HORAS"
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
          ELSE
             MOVE SALARIO-JORNADA TO TRAZA-CIFRA-EDICION
             STRING TRAZA-DIAS-EDICION " DIAS NO RETRIBUIDOS A "
                 TRAZA-CIFRA-EDICION " / 30"
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
          END-IF
       ELSE
          MOVE "SIN AUSENCIAS NO RETRIBUIDAS EN EL PERIODO"
              TO TRAZA-DETALLE
       END-IF.
       MOVE IMPORTE-AUSENCIAS TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       IF DIAS-BAJA-PERIODO > 0
          MOVE DIAS-BAJA-PERIODO TO TRAZA-DIAS-EDICION
          MOVE SALARIO-REFERENCIA TO TRAZA-CIFRA-EDICION
          STRING TRAZA-DIAS-EDICION " DIAS DE BAJA A "
              TRAZA-CIFRA-EDICION " / 30 (TOPE: EL SALARIO)"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          MOVE "BAJA IT DESCONTADA" TO TRAZA-CONCEPTO
          MOVE IMPORTE-BAJA-IT TO TRAZA-IMPORTE
          MOVE "I" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
          MOVE DIAS-BAJA-60 TO TRAZA-DIAS-EDICION
          MOVE DIAS-BAJA-75 TO TRAZA-DIAS2-EDICION
          MOVE TASA-IT-TRAMO-2 TO TRAZA-PORCENTAJE-EDICION
          MOVE TASA-IT-TRAMO-3 TO TRAZA-PORCENTAJE2-EDICION
          STRING TRAZA-DIAS-EDICION " DIAS AL" TRAZA-PORCENTAJE-EDICION
              "% Y " TRAZA-DIAS2-EDICION " DIAS AL"
              TRAZA-PORCENTAJE2-EDICION "%"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          MOVE "PRESTACION IT" TO TRAZA-CONCEPTO
          MOVE PRESTACION-IT TO TRAZA-IMPORTE
          MOVE "I" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
          MOVE PORCENTAJE-COMPLEMENTO-IT TO TRAZA-PORCENTAJE-EDICION
          STRING "HASTA EL" TRAZA-PORCENTAJE-EDICION
              "% DEL SALARIO DE LOS DIAS DE BAJA"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          MOVE "COMPLEMENTO IT" TO TRAZA-CONCEPTO
          MOVE COMPLEMENTO-IT TO TRAZA-IMPORTE
          MOVE "I" TO TRAZA-SALDO
          PERFORM ANOTA-TRAZA
       END-IF.
       MOVE "BASE DEL PERIODO" TO TRAZA-CONCEPTO.
       IF PRORRATEO-APLICADO = "S"
          MOVE DIAS-PAGADOS TO TRAZA-DIAS-EDICION
          MOVE DIAS-PERIODO-NOMINA TO TRAZA-DIAS2-EDICION
          STRING "ALTA " EMPLEADOS-FECHA-ALTA ": "
              TRAZA-DIAS-EDICION " DE " TRAZA-DIAS2-EDICION
              " DIAS LABORABLES"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       ELSE
          IF PAGO-POR-HORAS = "S"
             MOVE "ORDINARIAS MAS PRORRATAS, SIN PRORRATEO POR ALTA"
                 TO TRAZA-DETALLE
          ELSE
             MOVE "PERIODO COMPLETO, SIN PRORRATEO POR ALTA"
                 TO TRAZA-DETALLE
          END-IF
       END-IF.
       MOVE SALARIO-BASE-PERIODO TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "ATRASOS" TO TRAZA-CONCEPTO.
       MOVE "PENDIENTES DE RETROPEND.DAT" TO TRAZA-DETALLE.
       MOVE IMPORTE-ATRASOS TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "GASTOS EXENTOS" TO TRAZA-CONCEPTO.
       MOVE EXENTO-DIETA TO TRAZA-CIFRA-EDICION.
       MOVE EXENTO-KM TO TRAZA-PORCENTAJE-EDICION.
       STRING "HASTA DIETA " TRAZA-CIFRA-EDICION " / KM"
           TRAZA-PORCENTAJE-EDICION " / PEAJE"
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE GASTOS-EXENTOS TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "GASTOS SUJETOS" TO TRAZA-CONCEPTO.
       MOVE "EXCESO SOBRE EL LIMITE EXENTO, TRIBUTA EN EL BRUTO"
           TO TRAZA-DETALLE.
       MOVE GASTOS-EXCESO TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "--- FORMACION DEL BRUTO ---" TO LINEA-TRAZA.
       WRITE LINEA-TRAZA.

       TRAZA-BAJA-IT-BRUTO.
       MOVE "- BAJA IT + PREST." TO TRAZA-CONCEPTO.
       COMPUTE TRAZA-IMPORTE = PRESTACION-IT + COMPLEMENTO-IT
           - IMPORTE-BAJA-IT.
       MOVE "DESCUENTO DE BAJA, MAS PRESTACION Y COMPLEMENTO"
           TO TRAZA-DETALLE.
       MOVE "B" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-ELECCIONES-FLEXIBLES.
       MOVE TOPE-FLEXIBLE-EMPLEADO TO TRAZA-CIFRA-EDICION.
       MOVE TOPE-FLEXIBLE TO TRAZA-PORCENTAJE-EDICION.
       STRING "TOPE" TRAZA-PORCENTAJE-EDICION "% DEL SALARIO DEL "
           "PERIODO: " TRAZA-CIFRA-EDICION
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE "RETRIB. FLEXIBLE" TO TRAZA-CONCEPTO.
       PERFORM ANOTA-TRAZA.
       MOVE 1 TO FLEXREC-POS.
       PERFORM TRAZA-UNA-ELECCION UNTIL FLEXREC-POS > FLEXREC-TOTAL.

       TRAZA-UNA-ELECCION.
       MOVE FLEXREC-EXENTO(FLEXREC-POS) TO TRAZA-CIFRA-EDICION.
       COMPUTE TRAZA-CIFRA2-EDICION = FLEXREC-IMPORTE(FLEXREC-POS)
           - FLEXREC-EXENTO(FLEXREC-POS).
       STRING "EXENTO " TRAZA-CIFRA-EDICION " EXCESO SUJETO "
           TRAZA-CIFRA2-EDICION
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE SPACES TO TRAZA-CONCEPTO.
       STRING "  " FLEXREC-NOMBRE(FLEXREC-POS)
           DELIMITED BY SIZE INTO TRAZA-CONCEPTO.
       MOVE FLEXREC-IMPORTE(FLEXREC-POS) TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       ADD 1 TO FLEXREC-POS.

       TRAZA-ESPECIES.
       MOVE 1 TO ESPREC-POS.
       PERFORM TRAZA-UNA-ESPECIE UNTIL ESPREC-POS > ESPREC-TOTAL.

       TRAZA-UNA-ESPECIE.
       MOVE "ESPECIE (NO SE PAGA)" TO TRAZA-CONCEPTO.
       MOVE ESPREC-DESCRIPCION(ESPREC-POS) TO TRAZA-DETALLE.
       MOVE ESPREC-IMPORTE(ESPREC-POS) TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       ADD 1 TO ESPREC-POS.

       TRAZA-BASE-ESPECIE.
       MOVE FLEXIBLE-SUJETO TO TRAZA-CIFRA-EDICION.
       MOVE IMPORTE-ESPECIE TO TRAZA-CIFRA2-EDICION.
       STRING "EXCESO FLEXIBLE " TRAZA-CIFRA-EDICION " + ESPECIE "
           TRAZA-CIFRA2-EDICION
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE "+ ESPECIE SUJETA" TO TRAZA-CONCEPTO.
       MOVE BASE-ESPECIE TO TRAZA-IMPORTE.
       MOVE "B" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "--- RETENCION FISCAL SOBRE EL BRUTO ---" TO LINEA-TRAZA.
       WRITE LINEA-TRAZA.

       TRAZA-TASA-FIJA.
       MOVE TASA-DEDUCCION TO TRAZA-PORCENTAJE-EDICION.
       MOVE SALARIO-BRUTO TO TRAZA-CIFRA-EDICION.
       STRING "SIN TRAMOS: " TRAZA-PORCENTAJE-EDICION "% SOBRE "
           TRAZA-CIFRA-EDICION
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE "TASA FIJA" TO TRAZA-CONCEPTO.
       MOVE DEDUCCION TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-TRAMO.
       MOVE TRAMO-DESDE(TRAMO-POS) TO TRAZA-CIFRA-EDICION.
       MOVE TRAMO-PORCENTAJE(TRAMO-POS) TO TRAZA-PORCENTAJE-EDICION.
       IF TRAMO-HASTA(TRAMO-POS) = 0
          MOVE BASE-TRAMO TO TRAZA-CIFRA2-EDICION
          STRING "DESDE " TRAZA-CIFRA-EDICION " EN ADELANTE AL"
              TRAZA-PORCENTAJE-EDICION "% DE " TRAZA-CIFRA2-EDICION
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       ELSE
          MOVE TRAMO-HASTA(TRAMO-POS) TO TRAZA-CIFRA2-EDICION
          STRING "DE " TRAZA-CIFRA-EDICION " A " TRAZA-CIFRA2-EDICION
              " AL" TRAZA-PORCENTAJE-EDICION "%"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       END-IF.
       MOVE TRAMO-POS TO TRAZA-DIAS-EDICION.
       MOVE SPACES TO TRAZA-CONCEPTO.
       STRING "TRAMO " TRAZA-DIAS-EDICION
           DELIMITED BY SIZE INTO TRAZA-CONCEPTO.
       MOVE DEDUCCION-TRAMO TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-SITUACION-PERSONAL.
       MOVE "MODELO 145" TO TRAZA-CONCEPTO.
       IF SITUACION-APLICADA = "N"
          MOVE "SIN MODELO 145: QUEDA LA RETENCION DE LA ESCALA"
              TO TRAZA-DETALLE
       ELSE
          MOVE SITF-HIJOS(SITF-POS) TO TRAZA-DIAS-EDICION
          MOVE SITF-ASCENDIENTES(SITF-POS) TO TRAZA-DIAS2-EDICION
          STRING "VIGENCIA " SITF-VIGENCIA(SITF-POS) " HIJOS"
              TRAZA-DIAS-EDICION " ASCEND." TRAZA-DIAS2-EDICION
              " EC " SITF-ESTADO-CIVIL(SITF-POS) " DISC "
              SITF-DISCAPACIDAD(SITF-POS) " VIV "
              SITF-VIVIENDA(SITF-POS)
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          PERFORM ANOTA-TRAZA
          MOVE PORCENTAJE-ESCALA TO TRAZA-PORCENTAJE-EDICION
          MOVE PORCENTAJE-PERSONAL TO TRAZA-PORCENTAJE2-EDICION
          STRING "TIPO DE ESCALA" TRAZA-PORCENTAJE-EDICION
              "% -> TIPO PERSONAL" TRAZA-PORCENTAJE2-EDICION
              "% (NUNCA BAJO 0)"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          MOVE "TIPO PERSONAL" TO TRAZA-CONCEPTO
       END-IF.
       MOVE DEDUCCION TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-NETO-INICIAL.
       MOVE SALARIO-BRUTO TO TRAZA-CIFRA-EDICION.
       MOVE DEDUCCION TO TRAZA-CIFRA2-EDICION.
       STRING "BRUTO " TRAZA-CIFRA-EDICION " - RETENCION "
           TRAZA-CIFRA2-EDICION
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE "NETO ANTES DE DEDUC." TO TRAZA-CONCEPTO.
       MOVE SALARIO-NETO TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.
       MOVE "--- PASOS SOBRE EL NETO ---" TO LINEA-TRAZA.
       WRITE LINEA-TRAZA.

       TRAZA-CONCEPTO-RECURRENTE.
       MOVE SPACES TO TRAZA-CONCEPTO.
       IF CONT-CLASE(CONT-POS) = "D"
          STRING "- " CONT-DESCRIPCION(CONT-POS)
              DELIMITED BY SIZE INTO TRAZA-CONCEPTO
       ELSE
          STRING "+ " CONT-DESCRIPCION(CONT-POS)
              DELIMITED BY SIZE INTO TRAZA-CONCEPTO
       END-IF.
       MOVE CONT-VALOR(CONT-POS) TO TRAZA-CIFRA-EDICION.
       IF CONT-TIPO-VALOR(CONT-POS) = "P"
          STRING "CONCEPTO " CONT-CODIGO(CONT-POS) ": "
              TRAZA-CIFRA-EDICION " % DEL BRUTO POR TRAMOS"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
       ELSE
          IF CONT-CLASE(CONT-POS) NOT = "D"
              AND PORCENTAJE-JORNADA < 100
             MOVE PORCENTAJE-JORNADA TO TRAZA-PORCENTAJE-EDICION
             STRING "CONCEPTO " CONT-CODIGO(CONT-POS) ": FIJO "
                 TRAZA-CIFRA-EDICION " AL" TRAZA-PORCENTAJE-EDICION
                 "% DE JORNADA"
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
          ELSE
             STRING "CONCEPTO " CONT-CODIGO(CONT-POS) ": FIJO "
                 TRAZA-CIFRA-EDICION
                 DELIMITED BY SIZE INTO TRAZA-DETALLE
          END-IF
       END-IF.
       MOVE IMPORTE-CONCEPTO TO TRAZA-IMPORTE.
       MOVE "N" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-PRIMA.
       MOVE "- PRIMA SEGURO" TO TRAZA-CONCEPTO.
       STRING "TRAMO DE COBERTURA " TRAMO-PRIMA
           " (E=EMPLEADO, U=MAS UNO, F=FAMILIAR)"
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE IMPORTE-PRIMA TO TRAZA-IMPORTE.
       MOVE "N" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-PENSION.
       MOVE "- PLAN DE PENSIONES" TO TRAZA-CONCEPTO.
       MOVE PENST-PORCENTAJE(PENST-POS) TO TRAZA-PORCENTAJE-EDICION.
       MOVE MATCH-PENSION TO TRAZA-CIFRA-EDICION.
       STRING TRAZA-PORCENTAJE-EDICION "% DEL BRUTO; LA EMPRESA "
           "APORTA " TRAZA-CIFRA-EDICION
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE APORTE-PENSION TO TRAZA-IMPORTE.
       MOVE "N" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-EMBARGO.
       MOVE SPACES TO TRAZA-CONCEPTO.
       STRING "EMBARGO PRIORIDAD " PRIORIDAD-EMBARGO
           DELIMITED BY SIZE INTO TRAZA-CONCEPTO.
       MOVE TOPE-EMBARGO TO TRAZA-CIFRA-EDICION.
       MOVE EMB-SALDO(EMBARGO-POS) TO TRAZA-CIFRA2-EDICION.
       STRING EMB-ACREEDOR(EMBARGO-POS)(1:16) " TOPE "
           EMB-PORCENTAJE(EMBARGO-POS) "%=" TRAZA-CIFRA-EDICION
           " SALDO" TRAZA-CIFRA2-EDICION
           DELIMITED BY SIZE INTO TRAZA-DETALLE.
       MOVE RETENCION-EMBARGO TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       TRAZA-PRESTAMO.
       MOVE "PRESTAMO" TO TRAZA-CONCEPTO.
       IF NETO-SOBRE-PISO > 0
          MOVE PRES-CUOTA(PRESTAMO-POS) TO TRAZA-CIFRA-EDICION
          MOVE NETO-SOBRE-PISO TO TRAZA-CIFRA2-EDICION
          STRING "CUOTA " TRAZA-CIFRA-EDICION " NETO SOBRE PISO"
              TRAZA-CIFRA2-EDICION
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          IF CUOTA-RETENIDA = NETO-SOBRE-PISO
              AND CUOTA-RETENIDA < PRES-CUOTA(PRESTAMO-POS)
              AND CUOTA-RETENIDA < PRES-SALDO(PRESTAMO-POS)
             MOVE "PRESTAMO (PISO-NETO)" TO TRAZA-CONCEPTO
          END-IF
       ELSE
          MOVE PISO-NETO TO TRAZA-CIFRA-EDICION
          STRING "EL NETO NO SUPERA EL PISO-NETO DE "
              TRAZA-CIFRA-EDICION ": SIN CUOTA"
              DELIMITED BY SIZE INTO TRAZA-DETALLE
          MOVE "PRESTAMO (PISO-NETO)" TO TRAZA-CONCEPTO
       END-IF.
       MOVE CUOTA-RETENIDA TO TRAZA-IMPORTE.
       MOVE "I" TO TRAZA-SALDO.
       PERFORM ANOTA-TRAZA.

       ESCRIBE-TOTAL-NOMINA.
       MOVE TOTAL-NETO-NOMINA TO TOTAL-NETO-EDICION.
       MOVE SPACES TO LINEA-NOMINA.
           DELIMITED BY SIZE INTO LINEA-NOMINA.
       WRITE LINEA-NOMINA.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "EMPLEADOS OMITIDOS POR EXCEDENCIA: " TOTAL-EXCEDENCIA
           DELIMITED BY SIZE INTO LINEA-NOMINA.
       WRITE LINEA-NOMINA.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "--- SECCION DE CONTROL DEL REGISTRO ---"
           DELIMITED BY SIZE INTO LINEA-NOMINA.
       WRITE LINEA-NOMINA.
       MOVE "N" TO REANUDA-CALCULO.
       PERFORM LEE-CHECKPOINT-NOMINA.
       IF CHECKPOINT-PENDIENTE = "S"
          IF NCHK-EMPRESA = SPACES
             MOVE EMPRESA-POR-OMISION TO NCHK-EMPRESA
          END-IF
          IF NCHK-PERIODO NOT = PERIODO-NOMINA
              OR NCHK-TIPO NOT = TIPO-CORRIDA
              OR NCHK-EMPRESA NOT = CODIGO-EMPRESA
             DISPLAY "HAY UN CALCULO A MEDIAS DEL PERIODO "
                 NCHK-PERIODO " (TIPO " NCHK-TIPO ", EMPRESA "
                 NCHK-EMPRESA "). SE DESCARTA AL CALCULAR OTRO "
                 "PERIODO, TIPO DE CORRIDA O EMPRESA."
          ELSE
             DISPLAY "EL CALCULO DEL PERIODO " PERIODO-NOMINA
                 " QUEDO A MEDIAS EN EL ID " NCHK-ULTIMO-ID "."
                MOVE NCHK-REM-DETALLES TO REMESA-DETALLES
                MOVE NCHK-REM-SUMA TO REMESA-SUMA-CONTROL
                MOVE NCHK-REM-EXCEPCIONES TO REMESA-EXCEPCIONES
                IF NCHK-EXCEDENCIA IS NUMERIC
                   MOVE NCHK-EXCEDENCIA TO TOTAL-EXCEDENCIA
                END-IF
                DISPLAY "CALCULO REANUDADO DESPUES DEL ID "
                    ULTIMO-ID-CALCULADO "."
             ELSE
       DEPURA-TRABAJOS-REANUDADOS.
       MOVE ULTIMO-ID-CALCULADO TO ULTIMO-ID-X.
       PERFORM DEPURA-NOMTRAB-REANUDADO.
       PERFORM DEPURA-DEDTRAB-REANUDADO.
       PERFORM DEPURA-PENTRAB-REANUDADO.
       PERFORM DEPURA-REMTRAB-REANUDADO.
       PERFORM DEPURA-EXCEPCIONES-REANUDADO.
       PERFORM DEPURA-SITFISEX-REANUDADO.
       PERFORM DEPURA-RECIBOS-REANUDADO.
       PERFORM DEPURA-EMBTRAB-REANUDADO.
       PERFORM DEPURA-PRETRAB-REANUDADO.
       PERFORM DEPURA-GASTRAB-REANUDADO.
       DISPLAY "ARCHIVOS DE TRABAJO DEPURADOS HASTA EL ID "
           ULTIMO-ID-CALCULADO " ANTES DE REANUDAR.".

              WRITE NOMTRAB-REGISTRO
       END-READ.

       DEPURA-EMBTRAB-REANUDADO.
       MOVE 0 TO EMBTRAB-GRABADOS.
       OPEN INPUT EMBARGOS-TRABAJO.
       IF EMBTRAB-ESTADO-ARCHIVO NOT = "00"
          CLOSE EMBARGOS-TRABAJO
       ELSE
          OPEN OUTPUT EMBTRAB-DEPURADO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM FILTRA-LINEA-EMBTRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE EMBTRAB-DEPURADO
          CLOSE EMBARGOS-TRABAJO
          OPEN INPUT EMBTRAB-DEPURADO
          OPEN OUTPUT EMBARGOS-TRABAJO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM DEVUELVE-LINEA-EMBTRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE EMBARGOS-TRABAJO
          CLOSE EMBTRAB-DEPURADO
       END-IF.

       FILTRA-LINEA-EMBTRAB.
       READ EMBARGOS-TRABAJO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              IF EMBTRAB-EMPLEADOS-ID <= ULTIMO-ID-CALCULADO
                 MOVE EMBTRAB-REGISTRO TO EMBTDEP-REGISTRO
                 WRITE EMBTDEP-REGISTRO
              END-IF
       END-READ.

       DEVUELVE-LINEA-EMBTRAB.
       READ EMBTRAB-DEPURADO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              MOVE EMBTDEP-REGISTRO TO EMBTRAB-REGISTRO
              WRITE EMBTRAB-REGISTRO
              ADD 1 TO EMBTRAB-GRABADOS
       END-READ.

       DEPURA-GASTRAB-REANUDADO.
       MOVE 0 TO GASTRAB-GRABADOS.
       OPEN INPUT GASTOS-TRABAJO.
       IF GASTRAB-ESTADO-ARCHIVO NOT = "00"
          CLOSE GASTOS-TRABAJO
       ELSE
          OPEN OUTPUT GASTOS-DEPURADO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM FILTRA-LINEA-GASTRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE GASTOS-DEPURADO
          CLOSE GASTOS-TRABAJO
          OPEN INPUT GASTOS-DEPURADO
          OPEN OUTPUT GASTOS-TRABAJO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM DEVUELVE-LINEA-GASTRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE GASTOS-TRABAJO
          CLOSE GASTOS-DEPURADO
       END-IF.

       FILTRA-LINEA-GASTRAB.
       READ GASTOS-TRABAJO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              MOVE GASTRAB-REGISTRO TO GASTO-REGISTRO
              IF GASTO-EMPLEADOS-ID <= ULTIMO-ID-CALCULADO
                 MOVE GASTRAB-REGISTRO TO GASTDEP-REGISTRO
                 WRITE GASTDEP-REGISTRO
              END-IF
       END-READ.

       DEVUELVE-LINEA-GASTRAB.
       READ GASTOS-DEPURADO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              MOVE GASTDEP-REGISTRO TO GASTRAB-REGISTRO
              WRITE GASTRAB-REGISTRO
              ADD 1 TO GASTRAB-GRABADOS
       END-READ.

       DEPURA-PRETRAB-REANUDADO.
       MOVE 0 TO PRETRAB-GRABADOS.
       OPEN INPUT PRESTAMOS-TRABAJO.
       IF PRETRAB-ESTADO-ARCHIVO NOT = "00"
          CLOSE PRESTAMOS-TRABAJO
       ELSE
          OPEN OUTPUT PRETRAB-DEPURADO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM FILTRA-LINEA-PRETRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE PRETRAB-DEPURADO
          CLOSE PRESTAMOS-TRABAJO
          OPEN INPUT PRETRAB-DEPURADO
          OPEN OUTPUT PRESTAMOS-TRABAJO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM DEVUELVE-LINEA-PRETRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE PRESTAMOS-TRABAJO
          CLOSE PRETRAB-DEPURADO
       END-IF.

       FILTRA-LINEA-PRETRAB.
       READ PRESTAMOS-TRABAJO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              IF PRETRAB-EMPLEADOS-ID <= ULTIMO-ID-CALCULADO
                 MOVE PRETRAB-REGISTRO TO PRETDEP-REGISTRO
                 WRITE PRETDEP-REGISTRO
              END-IF
       END-READ.

       DEVUELVE-LINEA-PRETRAB.
       READ PRETRAB-DEPURADO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              MOVE PRETDEP-REGISTRO TO PRETRAB-REGISTRO
              WRITE PRETRAB-REGISTRO
              ADD 1 TO PRETRAB-GRABADOS
       END-READ.

       DEPURA-DEDTRAB-REANUDADO.
       OPEN INPUT DEDUCCIONES-TRABAJO.
       IF DEDTRAB-ESTADO-ARCHIVO NOT = "00"
          CLOSE DEDUCCIONES-TRABAJO
       ELSE
          OPEN OUTPUT DEDTRAB-DEPURADO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM FILTRA-LINEA-DEDTRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE DEDTRAB-DEPURADO
          CLOSE DEDUCCIONES-TRABAJO
          OPEN INPUT DEDTRAB-DEPURADO
          OPEN OUTPUT DEDUCCIONES-TRABAJO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM DEVUELVE-LINEA-DEDTRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE DEDUCCIONES-TRABAJO
          CLOSE DEDTRAB-DEPURADO
       END-IF.

       FILTRA-LINEA-DEDTRAB.
       READ DEDUCCIONES-TRABAJO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              IF DEDTRAB-EMPLEADOS-ID <= ULTIMO-ID-CALCULADO
                 MOVE DEDTRAB-REGISTRO TO DEDTDEP-REGISTRO
                 WRITE DEDTDEP-REGISTRO
              END-IF
       END-READ.

       DEVUELVE-LINEA-DEDTRAB.
       READ DEDTRAB-DEPURADO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              MOVE DEDTDEP-REGISTRO TO DEDTRAB-REGISTRO
              WRITE DEDTRAB-REGISTRO
       END-READ.

       DEPURA-PENTRAB-REANUDADO.
       OPEN INPUT PENSION-TRABAJO.
       IF PENTRAB-ESTADO-ARCHIVO NOT = "00"
          CLOSE PENSION-TRABAJO
       ELSE
          OPEN OUTPUT PENTRAB-DEPURADO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM FILTRA-LINEA-PENTRAB UNTIL DEPURA-LEE-TODO = "S"
          CLOSE PENTRAB-DEPURADO
              WRITE LINEA-EXCEPCION-REMESA
       END-READ.

      ******************************************************************
      * La lista de empleados sin modelo 145 se depura igual que la
      * de excepciones de remesa, por el ID de las columnas 1-5.
      ******************************************************************
       DEPURA-SITFISEX-REANUDADO.
       OPEN INPUT EXCEPCIONES-SITFISCAL.
       IF SITFISEX-ESTADO-ARCHIVO NOT = "00"
          CLOSE EXCEPCIONES-SITFISCAL
       ELSE
          OPEN OUTPUT EXCEPCIONES-DEPURADO
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM FILTRA-LINEA-SITFISEX UNTIL DEPURA-LEE-TODO = "S"
          CLOSE EXCEPCIONES-DEPURADO
          CLOSE EXCEPCIONES-SITFISCAL
          OPEN INPUT EXCEPCIONES-DEPURADO
          OPEN OUTPUT EXCEPCIONES-SITFISCAL
          MOVE "N" TO DEPURA-LEE-TODO
          PERFORM DEVUELVE-LINEA-SITFISEX
              UNTIL DEPURA-LEE-TODO = "S"
          CLOSE EXCEPCIONES-SITFISCAL
          CLOSE EXCEPCIONES-DEPURADO
       END-IF.

       FILTRA-LINEA-SITFISEX.
       READ EXCEPCIONES-SITFISCAL
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              IF LINEA-SITFISEX(1:5) IS NUMERIC
                  AND LINEA-SITFISEX(1:5) > ULTIMO-ID-X
                 CONTINUE
              ELSE
                 MOVE LINEA-SITFISEX TO REMEXDEP-REGISTRO
                 WRITE REMEXDEP-REGISTRO
              END-IF
       END-READ.

       DEVUELVE-LINEA-SITFISEX.
       READ EXCEPCIONES-DEPURADO
           AT END MOVE "S" TO DEPURA-LEE-TODO
           NOT AT END
              MOVE REMEXDEP-REGISTRO TO LINEA-SITFISEX
              WRITE LINEA-SITFISEX
       END-READ.

      ******************************************************************
      * Los recibos van por bloques: desde la linea de separacion
      * hasta la linea EMPLEADO: no se sabe de quien es el bloque,
       END-READ.

      ******************************************************************
      * La reanudacion repone la tabla de atrasos desde el archivo
      * de trabajo que dejo el ultimo checkpoint: trae los atrasos
      * ya tomados por los empleados procesados antes de la caida.
      * Si el archivo de trabajo no existe, se queda la carga fresca
      * del maestro. Los embargos, prestamos y gastos no hace falta
      * reponerlos: cada empleado los lee de su maestro y los ya
      * procesados no se vuelven a calcular.
      ******************************************************************
       RECARGA-CONSUMOS-REANUDACION.
       PERFORM RECARGA-ATRASOS-TRABAJO.

       RECARGA-ATRASOS-TRABAJO.
       OPEN INPUT ATRASOS-TRABAJO.
              END-IF
       END-READ.

      ******************************************************************
      * Junto con el checkpoint se vuelca tambien la tabla de
      * atrasos a su archivo de trabajo: es el estado consumido
      * hasta el ultimo ID completado, y la reanudacion la recarga
      * de ahi para no volver a pagar un atraso. Los embargos,
      * prestamos y gastos ya quedan anotados empleado a empleado.
      ******************************************************************
       GRABA-CHECKPOINT-NOMINA.
       IF ATRT-TOTAL > 0
          PERFORM VUELCA-TABLA-ATRASOS
       END-IF.
       OPEN OUTPUT NOMINA-CHECKPOINT.
       MOVE "E" TO NCHK-ESTADO.
       MOVE PERIODO-NOMINA TO NCHK-PERIODO.
       MOVE REMESA-DETALLES TO NCHK-REM-DETALLES.
       MOVE REMESA-SUMA-CONTROL TO NCHK-REM-SUMA.
       MOVE REMESA-EXCEPCIONES TO NCHK-REM-EXCEPCIONES.
       MOVE TOTAL-EXCEDENCIA TO NCHK-EXCEDENCIA.
       MOVE CODIGO-EMPRESA TO NCHK-EMPRESA.
       WRITE NOMCHKPT-REGISTRO.
       CLOSE NOMINA-CHECKPOINT.

       MOVE REMESA-DETALLES TO NCHK-REM-DETALLES.
       MOVE REMESA-SUMA-CONTROL TO NCHK-REM-SUMA.
       MOVE REMESA-EXCEPCIONES TO NCHK-REM-EXCEPCIONES.
       MOVE TOTAL-EXCEDENCIA TO NCHK-EXCEDENCIA.
       MOVE CODIGO-EMPRESA TO NCHK-EMPRESA.
       WRITE NOMCHKPT-REGISTRO.
       CLOSE NOMINA-CHECKPOINT.

       MOVE HAY-ATRASOS-PRENOM TO PRENOM-HAY-ATRASOS.
       MOVE TIPO-CORRIDA TO PRENOM-TIPO-CORRIDA.
       MOVE HAY-PRESTAMOS-PRENOM TO PRENOM-HAY-PRESTAMOS.
       MOVE HAY-GASTOS-PRENOM TO PRENOM-HAY-GASTOS.
       MOVE CODIGO-EMPRESA TO PRENOM-EMPRESA.
       MOVE TOTAL-BAJO-MINIMO TO PRENOM-BAJO-MINIMO.
       MOVE SPACES TO PRENOM-RECONOCE-MINIMO.
       WRITE PRENOM-REGISTRO.
       CLOSE PRENOMINA-CONTROL.
       DISPLAY "PRE-NOMINA DEL PERIODO " PERIODO-NOMINA
           " DE LA EMPRESA " CODIGO-EMPRESA
           " PENDIENTE DE LIBERACION (PRENOM.DAT).".

      ******************************************************************
          GOBACK
       END-IF.
       DISPLAY "PRE-NOMINA PENDIENTE - PERIODO " PRENOM-PERIODO
           " EMPRESA " PRENOM-EMPRESA
           " CALCULADA EL " PRENOM-FECHA ".".
       IF PRENOM-TIPO-CORRIDA = "X"
          DISPLAY "TIPO DE CORRIDA: PAGA EXTRAORDINARIA."
       DISPLAY "TOTAL NETO:      " TOTAL-CONTROL-EDICION.
       DISPLAY "DETALLES DE REMESA: " PRENOM-REM-DETALLES
           " EXCEPCIONES: " PRENOM-REM-EXCEPCIONES.
       IF PRENOM-BAJO-MINIMO IS NUMERIC
           AND PRENOM-BAJO-MINIMO > 0
          DISPLAY "EMPLEADOS POR DEBAJO DEL SALARIO MINIMO: "
              PRENOM-BAJO-MINIMO " (VER SALMIN.RPT)."
       END-IF.
       DISPLAY "OPERADOR DE NIVEL 3 QUE AUTORIZA: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-SUPERVISOR.
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE PRENOM-EMPRESA TO EMPRESA-TECLEADA.
       PERFORM VALIDA-EMPRESA-NOMINA.
       IF EMPRESA-AUTORIZADA = "N"
          DISPLAY "LA PRE-NOMINA SIGUE PENDIENTE."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "L - LIBERAR / D - DESCARTAR / 0 - SALIR: ".
       ACCEPT OPCION-LIBERACION.
       IF OPCION-LIBERACION = "L" OR OPCION-LIBERACION = "l"
          PERFORM RECONOCE-BAJO-MINIMO
          IF MINIMO-RECONOCIDO = "S"
             PERFORM CONFIRMA-LIBERACION
          ELSE
             DISPLAY "LA PRE-NOMINA SIGUE PENDIENTE."
             MOVE 8 TO RETURN-CODE
          END-IF
       ELSE
          IF OPCION-LIBERACION = "D" OR OPCION-LIBERACION = "d"
             MOVE "D" TO PRENOM-ESTADO
          END-IF
       END-IF.

      ******************************************************************
      * Con empleados por debajo del salario minimo la pre-nomina no
      * se libera sin que el supervisor que autoriza lo reconozca
      * con un motivo. El reconocimiento queda en PREPARA.DAT (tipo
      * M) como las autorizaciones pese a un FAIL, y en PRENOM.DAT.
      ******************************************************************
       RECONOCE-BAJO-MINIMO.
       MOVE "S" TO MINIMO-RECONOCIDO.
       IF PRENOM-BAJO-MINIMO IS NUMERIC
           AND PRENOM-BAJO-MINIMO > 0
          MOVE "N" TO MINIMO-RECONOCIDO
          DISPLAY PRENOM-BAJO-MINIMO " EMPLEADOS COBRAN MENOS DEL "
              "SALARIO MINIMO EN ESTA PRE-NOMINA (VER SALMIN.RPT)."
          DISPLAY "MOTIVO POR EL QUE SE LIBERA IGUALMENTE "
              "(ENTER = NO LIBERAR): "
          MOVE SPACES TO MOTIVO-AUTORIZACION
          ACCEPT MOTIVO-AUTORIZACION
          IF MOTIVO-AUTORIZACION = SPACES
             DISPLAY "SIN RECONOCIMIENTO NO SE LIBERA. CORRIJA LOS "
                 "RECIBOS Y VUELVA A CALCULAR, O RECONOZCALO."
          ELSE
             MOVE "S" TO MINIMO-RECONOCIDO
             MOVE OPERADOR-ACTUAL TO PRENOM-RECONOCE-MINIMO
             MOVE PRENOM-PERIODO TO PERIODO-NOMINA
             PERFORM GRABA-RECONOCIMIENTO-MINIMO
             DISPLAY "INCUMPLIMIENTOS DEL SALARIO MINIMO RECONOCIDOS "
                 "POR " OPERADOR-ACTUAL "."
          END-IF
       END-IF.

       GRABA-RECONOCIMIENTO-MINIMO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND PREPARACION-ARCHIVO.
       IF PREPARA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT PREPARACION-ARCHIVO
       END-IF.
       MOVE SPACES TO PREPARA-REGISTRO.
       MOVE "M" TO PREPARA-TIPO.
       MOVE PERIODO-NOMINA TO PREPARA-PERIODO.
       MOVE FECHA-ACTUAL(1:14) TO PREPARA-FECHA.
       MOVE "SMI" TO PREPARA-RESULTADO.
       MOVE PRENOM-BAJO-MINIMO TO PREPARA-FALLOS.
       MOVE 0 TO PREPARA-AVISOS.
       MOVE OPERADOR-ACTUAL TO PREPARA-OPERADOR.
       MOVE MOTIVO-AUTORIZACION TO PREPARA-MOTIVO.
       WRITE PREPARA-REGISTRO.
       CLOSE PREPARACION-ARCHIVO.

       CONFIRMA-LIBERACION.
       PERFORM VUELCA-HISTORIAL-LIBERADO.
       PERFORM ARCHIVA-RECIBOS-LIBERADOS.
       PERFORM VUELCA-DEDUCCIONES-LIBERADAS.
       PERFORM GENERA-REMESA-LIBERADA.
       PERFORM VUELCA-PENSION-LIBERADA.
       PERFORM GENERA-REMESA-ACREEDORES.
       IF PRENOM-HAY-EMBARGOS = "S"
          PERFORM VUELCA-EMBARGOS-LIBERADOS
       END-IF.
       IF PRENOM-HAY-PRESTAMOS = "S"
          PERFORM VUELCA-PRESTAMOS-LIBERADOS
       END-IF.
       IF PRENOM-HAY-GASTOS = "S"
          PERFORM VUELCA-GASTOS-LIBERADOS
       END-IF.
       PERFORM CARGA-PERIODOS.
       MOVE PRENOM-PERIODO TO PERIODO-NOMINA.
       PERFORM REGISTRA-LIBERACION-EMPRESA.
       PERFORM CUENTA-EMPRESAS-PENDIENTES.
       PERFORM BUSCA-PERIODO.
       IF PERIODO-ENCONTRADO = "S"
          IF EMPRESAS-PENDIENTES = 0
             PERFORM CIERRA-PERIODO-NOMINA
          ELSE
             DISPLAY "PERIODO " PERIODO-NOMINA " LIBERADO PARA LA "
                 "EMPRESA " CODIGO-EMPRESA ". SIGUE ABIERTO HASTA "
                 "QUE LO LIBEREN " EMPRESAS-PENDIENTES
                 " EMPRESAS MAS."
          END-IF
       ELSE
          DISPLAY "AVISO: EL PERIODO " PERIODO-NOMINA
              " NO ESTA EN EL CALENDARIO. NO SE PUDO CERRAR."
       DISPLAY "NOMINA LIBERADA POR " OPERADOR-ACTUAL ": "
           LIBERADOS-HISTORIAL " REGISTROS EN NOMHIST.DAT Y "
           LIBERADOS-REMESA " PAGOS EN REMESA.DAT.".
       DISPLAY RECIBOS-GUARDADOS " RECIBOS ARCHIVADOS EN RECARCH.DAT.".
       IF CHEQUES-EMITIDOS > 0
          MOVE IMPORTE-CHEQUES TO IMPORTE-CHEQUES-EDICION
          DISPLAY CHEQUES-EMITIDOS " CHEQUES EMITIDOS EN CHEQUES.DAT "
              "POR " IMPORTE-CHEQUES-EDICION
              ". IMPRIMALOS CON REGISTRO-CHEQUES."
       END-IF.

       REGRABA-CONTROL-PRENOMINA.
       OPEN OUTPUT PRENOMINA-CONTROL.

       VUELCA-HISTORIAL-LIBERADO.
       MOVE 0 TO LIBERADOS-HISTORIAL.
       MOVE 0 TO CHEQUES-EMITIDOS IMPORTE-CHEQUES.
       OPEN INPUT NOMINA-TRABAJO.
       IF NOMTRAB-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "AVISO: NO SE PUDO ABRIR NOMTRAB.DAT. ESTADO: "
              MOVE NOMTRAB-REGISTRO TO HISTORIAL-REGISTRO
              WRITE HISTORIAL-REGISTRO
              ADD 1 TO LIBERADOS-HISTORIAL
              IF HISTORIAL-TIPO = "Q"
                 PERFORM EMITE-CHEQUE-NOMINA
              END-IF
       END-READ.

      ******************************************************************
      * Archivo de los recibos liberados: cada recibo de RECIBOS.RPT
      * se guarda en RECARCH.DAT con su imagen exacta, salvo la linea
      * de pre-nomina pendiente, que pasa a decir la fecha de
      * liberacion. Las lineas hasta EMPLEADO: se retienen porque
      * hasta ahi no se sabe de quien es el recibo. Cada liberacion
      * del mismo periodo y empleado (un periodo reabierto que se
      * vuelve a liberar) toma la secuencia siguiente, asi que un
      * recibo archivado nunca se pisa.
      ******************************************************************
       ARCHIVA-RECIBOS-LIBERADOS.
       MOVE 0 TO RECIBOS-GUARDADOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO RECARCH-FECHA-LIBERA.
       MOVE PRENOM-PERIODO TO RECARCH-PERIODO-RECIBO.
       MOVE PRENOM-EMPRESA TO RECARCH-EMPRESA-RECIBO.
       IF PRENOM-TIPO-CORRIDA = "X"
          MOVE "X" TO RECARCH-CLASE-RECIBO
       ELSE
          MOVE "N" TO RECARCH-CLASE-RECIBO
       END-IF.
       OPEN INPUT RECIBOS-ARCHIVO.
       IF RECIBOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "AVISO: NO SE PUDO ABRIR RECIBOS.RPT. LOS RECIBOS "
              "DE ESTA LIBERACION NO QUEDAN ARCHIVADOS."
          CLOSE RECIBOS-ARCHIVO
       ELSE
          PERFORM ABRE-RECIBOS-ARCHIVADOS
          IF RECARCH-ESTADO-ARCHIVO = "00"
             MOVE "N" TO RECARCH-EN-RECIBO
             MOVE "N" TO RECB-EN-CABECERA
             MOVE 0 TO RECB-PEND-TOTAL
             MOVE "N" TO RECARCH-LEE-TODO
             PERFORM ARCHIVA-LINEA-RECIBO
                 UNTIL RECARCH-LEE-TODO = "S"
          ELSE
             DISPLAY "AVISO: NO SE PUDO ABRIR RECARCH.DAT. ESTADO: "
                 RECARCH-ESTADO-ARCHIVO
                 ". LOS RECIBOS NO QUEDAN ARCHIVADOS."
          END-IF
          CLOSE RECIBOS-ARCHIVADOS
          CLOSE RECIBOS-ARCHIVO
       END-IF.

       ABRE-RECIBOS-ARCHIVADOS.
       OPEN I-O RECIBOS-ARCHIVADOS.
       IF RECARCH-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT RECIBOS-ARCHIVADOS
          CLOSE RECIBOS-ARCHIVADOS
          OPEN I-O RECIBOS-ARCHIVADOS
       END-IF.

       ARCHIVA-LINEA-RECIBO.
       READ RECIBOS-ARCHIVO
           AT END MOVE "S" TO RECARCH-LEE-TODO
           NOT AT END PERFORM CLASIFICA-LINEA-ARCHIVO
       END-READ.

       CLASIFICA-LINEA-ARCHIVO.
       IF LINEA-RECIBO(19:16) = "RECIBO DE NOMINA"
          MOVE "S" TO RECB-EN-CABECERA
          MOVE "N" TO RECARCH-EN-RECIBO
          MOVE 0 TO RECB-PEND-TOTAL
          PERFORM RETIENE-LINEA-RECIBO
       ELSE
          IF RECB-EN-CABECERA = "S"
             IF LINEA-RECIBO(1:26) = "*** PRE-NOMINA - PENDIENTE"
                MOVE SPACES TO LINEA-RECIBO
                STRING "*** NOMINA LIBERADA EL " RECARCH-FECHA-LIBERA
                    " ***"
                    DELIMITED BY SIZE INTO LINEA-RECIBO
             END-IF
             PERFORM RETIENE-LINEA-RECIBO
             IF LINEA-RECIBO(1:10) = "EMPLEADO: "
                MOVE LINEA-RECIBO(11:5) TO RECARCH-ID-RECIBO
                PERFORM BUSCA-SECUENCIA-ARCHIVO
                MOVE 0 TO RECARCH-LINEA-RECIBO
                MOVE 1 TO RECB-POS
                PERFORM GUARDA-LINEA-RETENIDA
                    UNTIL RECB-POS > RECB-PEND-TOTAL
                MOVE 0 TO RECB-PEND-TOTAL
                MOVE "N" TO RECB-EN-CABECERA
                MOVE "S" TO RECARCH-EN-RECIBO
                ADD 1 TO RECIBOS-GUARDADOS
             END-IF
          ELSE
             IF RECARCH-EN-RECIBO = "S"
                MOVE LINEA-RECIBO TO RECARCH-TEXTO
                PERFORM GRABA-LINEA-ARCHIVO
             END-IF
          END-IF
       END-IF.

       GUARDA-LINEA-RETENIDA.
       MOVE RECB-LINEA(RECB-POS) TO RECARCH-TEXTO.
       PERFORM GRABA-LINEA-ARCHIVO.
       ADD 1 TO RECB-POS.

       GRABA-LINEA-ARCHIVO.
       ADD 1 TO RECARCH-LINEA-RECIBO.
       MOVE RECARCH-PERIODO-RECIBO TO RECARCH-PERIODO.
       MOVE RECARCH-ID-RECIBO TO RECARCH-EMPLEADOS-ID.
       MOVE RECARCH-CLASE-RECIBO TO RECARCH-CLASE.
       MOVE RECARCH-SECU-RECIBO TO RECARCH-SECUENCIA.
       MOVE RECARCH-LINEA-RECIBO TO RECARCH-LINEA.
       MOVE RECARCH-FECHA-LIBERA TO RECARCH-FECHA.
       MOVE RECARCH-EMPRESA-RECIBO TO RECARCH-EMPRESA.
       WRITE RECARCH-REGISTRO
           INVALID KEY
              DISPLAY "AVISO: LINEA DE RECIBO YA ARCHIVADA: "
                  RECARCH-CLAVE
       END-WRITE.

      ******************************************************************
      * Siguiente secuencia libre del recibo: la ultima que ya tenga
      * archivada el mismo periodo, empleado y clase, mas uno.
      ******************************************************************
       BUSCA-SECUENCIA-ARCHIVO.
       MOVE 0 TO RECARCH-SECU-RECIBO.
       MOVE RECARCH-PERIODO-RECIBO TO RECARCH-PERIODO.
       MOVE RECARCH-ID-RECIBO TO RECARCH-EMPLEADOS-ID.
       MOVE RECARCH-CLASE-RECIBO TO RECARCH-CLASE.
       MOVE 0 TO RECARCH-SECUENCIA.
       MOVE 0 TO RECARCH-LINEA.
       START RECIBOS-ARCHIVADOS KEY IS NOT LESS THAN RECARCH-CLAVE
           INVALID KEY MOVE "S" TO RECARCH-FIN-CLAVE
           NOT INVALID KEY MOVE "N" TO RECARCH-FIN-CLAVE
       END-START.
       PERFORM LEE-SECUENCIA-ARCHIVO UNTIL RECARCH-FIN-CLAVE = "S".
       ADD 1 TO RECARCH-SECU-RECIBO.

       LEE-SECUENCIA-ARCHIVO.
       READ RECIBOS-ARCHIVADOS NEXT RECORD
           AT END MOVE "S" TO RECARCH-FIN-CLAVE
           NOT AT END
              IF RECARCH-PERIODO NOT = RECARCH-PERIODO-RECIBO
                  OR RECARCH-EMPLEADOS-ID NOT = RECARCH-ID-RECIBO
                  OR RECARCH-CLASE NOT = RECARCH-CLASE-RECIBO
                 MOVE "S" TO RECARCH-FIN-CLAVE
              ELSE
                 MOVE RECARCH-SECUENCIA TO RECARCH-SECU-RECIBO
              END-IF
       END-READ.

      ******************************************************************
      * Cheque del neto de una linea marcada Q: se emite al liberar,
      * no al calcular, para que una pre-nomina descartada no gaste
      * numeros del talonario.
      ******************************************************************
       EMITE-CHEQUE-NOMINA.
       MOVE HISTORIAL-PERIODO TO CHEQUE-PERIODO.
       MOVE HISTORIAL-EMPLEADOS-ID TO CHEQUE-EMPLEADOS-ID.
       MOVE HISTORIAL-NETO TO CHEQUE-IMPORTE.
       MOVE "N" TO CHEQUE-ORIGEN.
       MOVE 0 TO CHEQUE-SUSTITUYE.
       MOVE OPERADOR-ACTUAL TO CHEQUE-OPERADOR.
       CALL "EMITE-CHEQUE" USING DATOS-CHEQUE.
       IF CHEQUE-RESULTADO = "S"
          ADD 1 TO CHEQUES-EMITIDOS
          ADD CHEQUE-IMPORTE TO IMPORTE-CHEQUES
       ELSE
          DISPLAY "AVISO: NO SE EMITIO EL CHEQUE DEL EMPLEADO "
              HISTORIAL-EMPLEADOS-ID "."
       END-IF.

      ******************************************************************
      * El desglose de deducciones de la pre-nomina pasa al libro
      * NOMDEDUC.DAT junto con el libro mayor.
      ******************************************************************
       VUELCA-DEDUCCIONES-LIBERADAS.
       MOVE 0 TO LIBERADOS-DEDUCCIONES.
       OPEN INPUT DEDUCCIONES-TRABAJO.
       IF DEDTRAB-ESTADO-ARCHIVO = "00"
          OPEN EXTEND DEDUCCIONES-LIBRO
          IF NOMDEDUC-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT DEDUCCIONES-LIBRO
          END-IF
          MOVE "N" TO DEDUC-LEE-TODO
          PERFORM VUELCA-UNA-DEDUCCION UNTIL DEDUC-LEE-TODO = "S"
          CLOSE DEDUCCIONES-LIBRO
          DISPLAY "LINEAS DE DEDUCCION EN NOMDEDUC.DAT: "
              LIBERADOS-DEDUCCIONES "."
       END-IF.
       CLOSE DEDUCCIONES-TRABAJO.

       VUELCA-UNA-DEDUCCION.
       READ DEDUCCIONES-TRABAJO
           AT END MOVE "S" TO DEDUC-LEE-TODO
           NOT AT END
              MOVE DEDTRAB-REGISTRO TO NOMDEDUC-REGISTRO
              WRITE NOMDEDUC-REGISTRO
              ADD 1 TO LIBERADOS-DEDUCCIONES
       END-READ.

       GENERA-REMESA-LIBERADA.
       END-IF.
       CLOSE EMPLEADOS-ARCHIVO.

      ******************************************************************
      * Remesa a acreedores de las retenciones a terceros. Se repasan
      * las pendientes de la empresa en ACRMOV.DAT, por si ya tienen
      * acreedor pagable, y se anotan las de la corrida desde
      * DEDTRAB.DAT: los embargos siempre, los conceptos solo si
      * estan vinculados a un acreedor. El libro se rehace en el
      * archivo de trabajo y la secuencia de la remesa se pone al
      * devolverlo, de modo que sin nada que remesar no se gasta
      * numero.
      ******************************************************************
       GENERA-REMESA-ACREEDORES.
       PERFORM CARGA-ACREEDORES.
       PERFORM CARGA-VINCULOS-ACREEDOR.
       MOVE 0 TO TERT-TOTAL RETENCIONES-REMESADAS
           RETENCIONES-PENDIENTES PENDIENTES-RECUPERADAS
           PAGOS-ACREEDORES TOTAL-REMESA-ACREEDORES
           SECUENCIA-ACREEDORES.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       OPEN OUTPUT ACRMOV-DEPURADO.
       OPEN INPUT ACREEDOR-MOVIMIENTOS.
       IF ACRMOV-ESTADO-ARCHIVO = "00"
          MOVE "N" TO ACREEDORES-LEE-TODO
          PERFORM REPASA-UN-PENDIENTE UNTIL ACREEDORES-LEE-TODO = "S"
       END-IF.
       CLOSE ACREEDOR-MOVIMIENTOS.
       OPEN INPUT DEDUCCIONES-TRABAJO.
       IF DEDTRAB-ESTADO-ARCHIVO = "00"
          MOVE "N" TO DEDUC-LEE-TODO
          PERFORM ANOTA-UNA-RETENCION UNTIL DEDUC-LEE-TODO = "S"
       END-IF.
       CLOSE DEDUCCIONES-TRABAJO.
       CLOSE ACRMOV-DEPURADO.
       CLOSE EMPLEADOS-ARCHIVO.
       IF TERT-TOTAL > 0
          PERFORM ESCRIBE-REMESA-ACREEDORES
       END-IF.
       OPEN INPUT ACRMOV-DEPURADO.
       OPEN OUTPUT ACREEDOR-MOVIMIENTOS.
       MOVE "N" TO ACREEDORES-LEE-TODO.
       PERFORM DEVUELVE-UN-MOVIMIENTO UNTIL ACREEDORES-LEE-TODO = "S".
       CLOSE ACREEDOR-MOVIMIENTOS.
       CLOSE ACRMOV-DEPURADO.
       IF TERT-TOTAL > 0
          MOVE TOTAL-REMESA-ACREEDORES TO IMPORTE-ACREEDORES-EDICION
          DISPLAY "RETENCIONES A TERCEROS: " TERT-TOTAL
              " REMESADAS EN " PAGOS-ACREEDORES " PAGOS POR "
              IMPORTE-ACREEDORES-EDICION " EN ACREMESA.DAT CON "
              "SECUENCIA " SECUENCIA-ACREEDORES "."
       END-IF.
       IF PENDIENTES-RECUPERADAS > 0
          DISPLAY PENDIENTES-RECUPERADAS " RETENCIONES PENDIENTES "
              "DE CORRIDAS ANTERIORES INCLUIDAS EN LA REMESA."
       END-IF.
       IF RETENCIONES-PENDIENTES > 0
          DISPLAY "AVISO: " RETENCIONES-PENDIENTES " RETENCIONES A "
              "TERCEROS SIN ACREEDOR PAGABLE QUEDAN PENDIENTES EN "
              "ACRMOV.DAT (VER PASIVO-ACREEDORES)."
       END-IF.

       CARGA-ACREEDORES.
       MOVE 0 TO ACRT-TOTAL.
       OPEN INPUT ACREEDORES-ARCHIVO.
       IF ACREEDORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO ACREEDORES-LEE-TODO
          PERFORM CARGA-UN-ACREEDOR UNTIL ACREEDORES-LEE-TODO = "S"
       END-IF.
       CLOSE ACREEDORES-ARCHIVO.

       CARGA-UN-ACREEDOR.
       READ ACREEDORES-ARCHIVO
           AT END MOVE "S" TO ACREEDORES-LEE-TODO
           NOT AT END
              IF ACRT-TOTAL < 50
                 ADD 1 TO ACRT-TOTAL
                 MOVE ACREEDOR-REG-CODIGO TO ACRT-CODIGO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-NOMBRE TO ACRT-NOMBRE(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-NIF TO ACRT-NIF(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-BANCO TO ACRT-BANCO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-CUENTA TO ACRT-CUENTA(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-DIGITO TO ACRT-DIGITO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-FORMATO
                     TO ACRT-FORMATO(ACRT-TOTAL)
                 MOVE ACREEDOR-REG-ACTIVO TO ACRT-ACTIVO(ACRT-TOTAL)
                 MOVE 0 TO ACRT-IMPORTE(ACRT-TOTAL)
                 MOVE 0 TO ACRT-DETALLES(ACRT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ACREEDORES LLENA."
              END-IF
       END-READ.

       CARGA-VINCULOS-ACREEDOR.
       MOVE 0 TO VINT-TOTAL.
       OPEN INPUT ACREEDOR-VINCULOS.
       IF ACRVINC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO ACREEDORES-LEE-TODO
          PERFORM CARGA-UN-VINCULO UNTIL ACREEDORES-LEE-TODO = "S"
       END-IF.
       CLOSE ACREEDOR-VINCULOS.

       CARGA-UN-VINCULO.
       READ ACREEDOR-VINCULOS
           AT END MOVE "S" TO ACREEDORES-LEE-TODO
           NOT AT END
              IF VINT-TOTAL < 300
                 ADD 1 TO VINT-TOTAL
                 MOVE VINCULO-CLASE TO VINT-CLASE(VINT-TOTAL)
                 MOVE VINCULO-EMPLEADOS-ID TO VINT-ID(VINT-TOTAL)
                 MOVE VINCULO-CLAVE TO VINT-CLAVE(VINT-TOTAL)
                 MOVE VINCULO-ACREEDOR TO VINT-ACREEDOR(VINT-TOTAL)
                 MOVE VINCULO-EXPEDIENTE
                     TO VINT-EXPEDIENTE(VINT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE VINCULOS DE ACREEDORES LLENA."
              END-IF
       END-READ.

       REPASA-UN-PENDIENTE.
       READ ACREEDOR-MOVIMIENTOS
           AT END MOVE "S" TO ACREEDORES-LEE-TODO
           NOT AT END
              IF ACRMOV-ESTADO = "P"
                  AND ACRMOV-EMPRESA = CODIGO-EMPRESA
                 MOVE ACRMOV-CLASE TO CLASE-TERCERO
                 MOVE ACRMOV-EMPLEADOS-ID TO ID-TERCERO
                 MOVE ACRMOV-REFERENCIA TO REFERENCIA-TERCERO
                 MOVE ACRMOV-PERIODO TO PERIODO-TERCERO
                 MOVE ACRMOV-IMPORTE TO IMPORTE-TERCERO
                 PERFORM RESUELVE-ACREEDOR-TERCERO
                 IF ACREEDOR-PAGABLE = "S"
                    PERFORM AGREGA-RETENCION-REMESA
                 END-IF
                 IF ACREEDOR-PAGABLE = "S"
                    MOVE ACREEDOR-RESUELTO TO ACRMOV-ACREEDOR
                    MOVE EXPEDIENTE-RESUELTO TO ACRMOV-EXPEDIENTE
                    MOVE "R" TO ACRMOV-ESTADO
                    MOVE 0 TO ACRMOV-SECUENCIA
                    MOVE FECHA-CORRIDA TO ACRMOV-FECHA-REMESA
                    ADD 1 TO PENDIENTES-RECUPERADAS
                 END-IF
              END-IF
              WRITE ACRMDEP-REGISTRO FROM ACRMOV-REGISTRO
       END-READ.

       ANOTA-UNA-RETENCION.
       READ DEDUCCIONES-TRABAJO
           AT END MOVE "S" TO DEDUC-LEE-TODO
           NOT AT END
              IF DEDTRAB-CLASE = "EMBARGO"
                  OR DEDTRAB-CLASE = "CONCEPTO"
                 MOVE DEDTRAB-CLASE TO CLASE-TERCERO
                 MOVE DEDTRAB-EMPLEADOS-ID TO ID-TERCERO
                 MOVE DEDTRAB-REFERENCIA TO REFERENCIA-TERCERO
                 MOVE DEDTRAB-PERIODO TO PERIODO-TERCERO
                 MOVE DEDTRAB-IMPORTE TO IMPORTE-TERCERO
                 PERFORM RESUELVE-ACREEDOR-TERCERO
                 IF ES-TERCERO = "S"
                    PERFORM ANOTA-MOVIMIENTO-TERCERO
                 END-IF
              END-IF
       END-READ.

       ANOTA-MOVIMIENTO-TERCERO.
       MOVE SPACES TO ACRMOV-REGISTRO.
       MOVE PERIODO-TERCERO TO ACRMOV-PERIODO.
       MOVE ID-TERCERO TO ACRMOV-EMPLEADOS-ID.
       MOVE CLASE-TERCERO TO ACRMOV-CLASE.
       MOVE REFERENCIA-TERCERO TO ACRMOV-REFERENCIA.
       MOVE IMPORTE-TERCERO TO ACRMOV-IMPORTE.
       MOVE ACREEDOR-RESUELTO TO ACRMOV-ACREEDOR.
       MOVE EXPEDIENTE-RESUELTO TO ACRMOV-EXPEDIENTE.
       MOVE CODIGO-EMPRESA TO ACRMOV-EMPRESA.
       MOVE 0 TO ACRMOV-SECUENCIA.
       IF ACREEDOR-PAGABLE = "S"
          PERFORM AGREGA-RETENCION-REMESA
       END-IF.
       IF ACREEDOR-PAGABLE = "S"
          MOVE "R" TO ACRMOV-ESTADO
          MOVE FECHA-CORRIDA TO ACRMOV-FECHA-REMESA
          ADD 1 TO RETENCIONES-REMESADAS
       ELSE
          MOVE "P" TO ACRMOV-ESTADO
          MOVE 0 TO ACRMOV-FECHA-REMESA
          ADD 1 TO RETENCIONES-PENDIENTES
       END-IF.
       WRITE ACRMDEP-REGISTRO FROM ACRMOV-REGISTRO.

      ******************************************************************
      * Acreedor de una retencion: el vinculo de su clase y clave
      * (acreedor de la orden o codigo de concepto) propio del
      * empleado, o si no lo hay el general. Es pagable si el
      * acreedor esta activo y tiene cuenta de abono.
      ******************************************************************
       RESUELVE-ACREEDOR-TERCERO.
       MOVE "N" TO ES-TERCERO ACREEDOR-PAGABLE VINCULO-ESPECIFICO.
       MOVE SPACES TO ACREEDOR-RESUELTO EXPEDIENTE-RESUELTO.
       IF CLASE-TERCERO = "EMBARGO"
          MOVE "S" TO ES-TERCERO
       END-IF.
       MOVE 1 TO VINT-POS.
       PERFORM BUSCA-VINCULO-TERCERO UNTIL VINT-POS > VINT-TOTAL.
       IF ACREEDOR-RESUELTO NOT = SPACES
          MOVE "S" TO ES-TERCERO
          PERFORM BUSCA-ACREEDOR-TABLA
          IF ACRT-HALLADO = "S"
             IF ACRT-ACTIVO(ACRT-POS) = "S"
                 AND ACRT-BANCO(ACRT-POS) NOT = SPACES
                 AND ACRT-CUENTA(ACRT-POS) > 0
                MOVE "S" TO ACREEDOR-PAGABLE
             END-IF
          END-IF
       END-IF.

       BUSCA-VINCULO-TERCERO.
       IF VINT-CLASE(VINT-POS) = CLASE-TERCERO
           AND VINT-CLAVE(VINT-POS) = REFERENCIA-TERCERO
          IF VINT-ID(VINT-POS) = ID-TERCERO
             MOVE "S" TO VINCULO-ESPECIFICO
             MOVE VINT-ACREEDOR(VINT-POS) TO ACREEDOR-RESUELTO
             MOVE VINT-EXPEDIENTE(VINT-POS) TO EXPEDIENTE-RESUELTO
          ELSE
             IF VINT-ID(VINT-POS) = 0 AND VINCULO-ESPECIFICO = "N"
                MOVE VINT-ACREEDOR(VINT-POS) TO ACREEDOR-RESUELTO
                MOVE VINT-EXPEDIENTE(VINT-POS)
                    TO EXPEDIENTE-RESUELTO
             END-IF
          END-IF
       END-IF.
       ADD 1 TO VINT-POS.

       BUSCA-ACREEDOR-TABLA.
       MOVE "N" TO ACRT-HALLADO.
       MOVE 1 TO ACRT-POS.
       PERFORM COMPARA-ACREEDOR-TABLA
           UNTIL ACRT-POS > ACRT-TOTAL OR ACRT-HALLADO = "S".

       COMPARA-ACREEDOR-TABLA.
       IF ACRT-CODIGO(ACRT-POS) = ACREEDOR-RESUELTO
          MOVE "S" TO ACRT-HALLADO
       ELSE
          ADD 1 TO ACRT-POS
       END-IF.

      ******************************************************************
      * Una retencion a la remesa del acreedor en ACRT-POS, con la
      * referencia en el formato que el acreedor espera. Con la
      * tabla llena la retencion queda pendiente.
      ******************************************************************
       AGREGA-RETENCION-REMESA.
       IF TERT-TOTAL < 1000
          ADD 1 TO TERT-TOTAL
          MOVE ACRT-POS TO TERT-ACREEDOR-POS(TERT-TOTAL)
          MOVE ID-TERCERO TO TERT-ID(TERT-TOTAL)
          MOVE PERIODO-TERCERO TO TERT-PERIODO(TERT-TOTAL)
          MOVE IMPORTE-TERCERO TO TERT-IMPORTE(TERT-TOTAL)
          MOVE SPACES TO TERT-NIF(TERT-TOTAL)
          IF EMPLEADOS-ESTADO-ARCHIVO = "00"
             MOVE ID-TERCERO TO EMPLEADOS-ID
             READ EMPLEADOS-ARCHIVO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EMPLEADOS-NIF TO TERT-NIF(TERT-TOTAL)
             END-READ
          END-IF
          MOVE SPACES TO TERT-REFERENCIA(TERT-TOTAL)
          IF ACRT-FORMATO(ACRT-POS) = "E"
              AND EXPEDIENTE-RESUELTO NOT = SPACES
             MOVE EXPEDIENTE-RESUELTO TO TERT-REFERENCIA(TERT-TOTAL)
          ELSE
             IF ACRT-FORMATO(ACRT-POS) = "I"
                 OR TERT-NIF(TERT-TOTAL) = SPACES
                STRING ID-TERCERO "/" PERIODO-TERCERO
                    DELIMITED BY SIZE INTO TERT-REFERENCIA(TERT-TOTAL)
             ELSE
                MOVE TERT-NIF(TERT-TOTAL)
                    TO TERT-REFERENCIA(TERT-TOTAL)
             END-IF
          END-IF
          ADD IMPORTE-TERCERO TO ACRT-IMPORTE(ACRT-POS)
          ADD 1 TO ACRT-DETALLES(ACRT-POS)
       ELSE
          DISPLAY "AVISO: TABLA DE RETENCIONES A TERCEROS LLENA."
          MOVE "N" TO ACREEDOR-PAGABLE
       END-IF.

       ESCRIBE-REMESA-ACREEDORES.
       MOVE "ACREEDOR" TO INTERFAZ-BUSCADA.
       PERFORM AVANZA-SECUENCIA-TRANSMISION.
       MOVE SECUENCIA-REMESA TO SECUENCIA-ACREEDORES.
       OPEN OUTPUT ACREEDOR-REMESA.
       MOVE SPACES TO ACRREM-REGISTRO.
       MOVE "H" TO ACRREM-CAB-TIPO.
       MOVE FECHA-CORRIDA TO ACRREM-CAB-FECHA.
       MOVE PRENOM-PERIODO TO ACRREM-CAB-PERIODO.
       MOVE CODIGO-EMPRESA TO ACRREM-CAB-EMPRESA.
       MOVE SECUENCIA-ACREEDORES TO ACRREM-CAB-SECUENCIA.
       WRITE ACRREM-REGISTRO.
       MOVE 1 TO ACRT-POS.
       PERFORM ESCRIBE-PAGO-ACREEDOR UNTIL ACRT-POS > ACRT-TOTAL.
       MOVE SPACES TO ACRREM-REGISTRO.
       MOVE "T" TO ACRREM-TOT-TIPO.
       MOVE PAGOS-ACREEDORES TO ACRREM-TOT-PAGOS.
       MOVE TERT-TOTAL TO ACRREM-TOT-DETALLES.
       MOVE TOTAL-REMESA-ACREEDORES TO ACRREM-TOT-SUMA.
       WRITE ACRREM-REGISTRO.
       CLOSE ACREEDOR-REMESA.

       ESCRIBE-PAGO-ACREEDOR.
       IF ACRT-DETALLES(ACRT-POS) > 0
          MOVE SPACES TO ACRREM-REGISTRO
          MOVE "P" TO ACRREM-PAG-TIPO
          MOVE ACRT-CODIGO(ACRT-POS) TO ACRREM-PAG-ACREEDOR
          MOVE ACRT-NOMBRE(ACRT-POS) TO ACRREM-PAG-NOMBRE
          MOVE ACRT-NIF(ACRT-POS) TO ACRREM-PAG-NIF
          MOVE ACRT-BANCO(ACRT-POS) TO ACRREM-PAG-BANCO
          MOVE ACRT-CUENTA(ACRT-POS) TO ACRREM-PAG-CUENTA
          MOVE ACRT-DIGITO(ACRT-POS) TO ACRREM-PAG-DIGITO
          MOVE ACRT-IMPORTE(ACRT-POS) TO ACRREM-PAG-IMPORTE
          MOVE ACRT-DETALLES(ACRT-POS) TO ACRREM-PAG-DETALLES
          WRITE ACRREM-REGISTRO
          ADD 1 TO PAGOS-ACREEDORES
          ADD ACRT-IMPORTE(ACRT-POS) TO TOTAL-REMESA-ACREEDORES
          MOVE 1 TO TERT-POS
          PERFORM ESCRIBE-DETALLE-ACREEDOR UNTIL TERT-POS > TERT-TOTAL
       END-IF.
       ADD 1 TO ACRT-POS.

       ESCRIBE-DETALLE-ACREEDOR.
       IF TERT-ACREEDOR-POS(TERT-POS) = ACRT-POS
          MOVE SPACES TO ACRREM-REGISTRO
          MOVE "D" TO ACRREM-DET-TIPO
          MOVE ACRT-CODIGO(ACRT-POS) TO ACRREM-DET-ACREEDOR
          MOVE TERT-ID(TERT-POS) TO ACRREM-DET-ID
          MOVE TERT-NIF(TERT-POS) TO ACRREM-DET-NIF
          MOVE TERT-REFERENCIA(TERT-POS) TO ACRREM-DET-REFERENCIA
          MOVE TERT-PERIODO(TERT-POS) TO ACRREM-DET-PERIODO
          MOVE TERT-IMPORTE(TERT-POS) TO ACRREM-DET-IMPORTE
          WRITE ACRREM-REGISTRO
       END-IF.
       ADD 1 TO TERT-POS.

       DEVUELVE-UN-MOVIMIENTO.
       READ ACRMOV-DEPURADO
           AT END MOVE "S" TO ACREEDORES-LEE-TODO
           NOT AT END
              MOVE ACRMDEP-REGISTRO TO ACRMOV-REGISTRO
              IF ACRMOV-ESTADO = "R" AND ACRMOV-SECUENCIA = 0
                 MOVE SECUENCIA-ACREEDORES TO ACRMOV-SECUENCIA
              END-IF
              WRITE ACRMOV-REGISTRO
       END-READ.

      ******************************************************************
      * Los embargos y prestamos anotados en el trabajo solo son los
      * de los empleados calculados: se reescriben en el maestro por
      * su clave y el resto del maestro queda como estaba.
      ******************************************************************
       VUELCA-EMBARGOS-LIBERADOS.
       OPEN INPUT EMBARGOS-TRABAJO.
       IF EMBTRAB-ESTADO-ARCHIVO = "00"
          OPEN I-O EMBARGOS-ARCHIVO
          IF EMBARGOS-ESTADO-ARCHIVO = "00"
             MOVE "N" TO EMBARGO-LEE-TODO
             PERFORM VUELCA-UN-EMBARGO UNTIL EMBARGO-LEE-TODO = "S"
          ELSE
             DISPLAY "AVISO: NO SE PUDO ABRIR EMBARGOS.DAT, LOS "
                 "SALDOS DE EMBARGOS NO SE HAN ACTUALIZADO."
          END-IF
          CLOSE EMBARGOS-ARCHIVO
       END-IF.
       CLOSE EMBARGOS-TRABAJO.
           AT END MOVE "S" TO EMBARGO-LEE-TODO
           NOT AT END
              MOVE EMBTRAB-REGISTRO TO EMBARGO-REGISTRO
              REWRITE EMBARGO-REGISTRO
                  INVALID KEY
                     DISPLAY "AVISO: EMBARGO DEL ID "
                         EMBARGO-EMPLEADOS-ID " SECUENCIA "
                         EMBARGO-SECUENCIA " YA NO ESTA EN EL MAESTRO."
              END-REWRITE
       END-READ.

       VUELCA-PRESTAMOS-LIBERADOS.
       OPEN INPUT PRESTAMOS-TRABAJO.
       IF PRETRAB-ESTADO-ARCHIVO = "00"
          OPEN I-O PRESTAMOS-ARCHIVO
          IF PRESTAMOS-ESTADO-ARCHIVO = "00"
             MOVE "N" TO PRESTAMO-LEE-TODO
             PERFORM VUELCA-UN-PRESTAMO UNTIL PRESTAMO-LEE-TODO = "S"
          ELSE
             DISPLAY "AVISO: NO SE PUDO ABRIR PRESTAMOS.DAT, LOS "
                 "SALDOS DE PRESTAMOS NO SE HAN ACTUALIZADO."
          END-IF
          CLOSE PRESTAMOS-ARCHIVO
       END-IF.
       CLOSE PRESTAMOS-TRABAJO.
           AT END MOVE "S" TO PRESTAMO-LEE-TODO
           NOT AT END
              MOVE PRETRAB-REGISTRO TO PRESTAMO-REGISTRO
              REWRITE PRESTAMO-REGISTRO
                  INVALID KEY
                     DISPLAY "AVISO: PRESTAMO DEL ID "
                         PRESTAMO-EMPLEADOS-ID " SECUENCIA "
                         PRESTAMO-SECUENCIA " YA NO ESTA EN EL MAESTRO."
              END-REWRITE
       END-READ.

       VUELCA-ATRASOS-LIBERADOS.
              WRITE ATRASO-REGISTRO
       END-READ.

      ******************************************************************
      * Los gastos pagados en la pre-nomina liberada pasan a
      * liquidados (L) en GASTOS.DAT con el periodo de pago. Cada
      * gasto anotado en GASTRAB.DAT se lee por su numero y se
      * reescribe solo; las capturas y revisiones hechas despues
      * del calculo se conservan.
      ******************************************************************
       VUELCA-GASTOS-LIBERADOS.
       OPEN INPUT GASTOS-TRABAJO.
       IF GASTRAB-ESTADO-ARCHIVO = "00"
          OPEN I-O GASTOS-ARCHIVO
          IF GASTOS-ESTADO-ARCHIVO = "00"
             MOVE "N" TO GASTO-LEE-TODO
             PERFORM MARCA-GASTO-LIQUIDADO UNTIL GASTO-LEE-TODO = "S"
          ELSE
             DISPLAY "AVISO: NO SE PUDO ABRIR GASTOS.DAT, LOS GASTOS "
                 "PAGADOS NO SE HAN MARCADO COMO LIQUIDADOS."
          END-IF
          CLOSE GASTOS-ARCHIVO
       END-IF.
       CLOSE GASTOS-TRABAJO.

       MARCA-GASTO-LIQUIDADO.
       READ GASTOS-TRABAJO
           AT END MOVE "S" TO GASTO-LEE-TODO
           NOT AT END
              MOVE GASTRAB-REGISTRO TO GASTO-REGISTRO
              READ GASTOS-ARCHIVO
                  INVALID KEY
                     DISPLAY "AVISO: EL GASTO " GASTO-NUMERO
                         " YA NO ESTA EN GASTOS.DAT."
                  NOT INVALID KEY
                     IF GASTO-ESTADO = "A"
                        MOVE "L" TO GASTO-ESTADO
                        MOVE PRENOM-PERIODO TO GASTO-PERIODO-PAGO
                        REWRITE GASTO-REGISTRO
                     END-IF
              END-READ
       END-READ.

      ******************************************************************
      * Correccion fuera de ciclo: paga a uno o varios empleados
      * nombrados una diferencia de bruto de un periodo ya cerrado
      * sin rehacer la nomina de todos. El calculo deja la
      * correccion pendiente en CORRECC.DAT con su recibo en
      * RECCORR.RPT; la liberacion (nivel 3) la asienta en
      * NOMHIST.DAT marcada como correccion, lleva la retencion a
      * NOMDEDUC.DAT y la paga en REMCORR.DAT con el siguiente
      * correlativo de la interfaz REMESA en TRANSSEQ.DAT.
      ******************************************************************
       CORRECCION-FUERA-CICLO.
       DISPLAY "C - CALCULAR CORRECCIONES / L - LIBERAR "
           "CORRECCIONES / D - DESCARTAR UNA CORRECCION / "
           "0 - SALIR: ".
       ACCEPT OPCION-CORRECCION.
       IF OPCION-CORRECCION = "C" OR OPCION-CORRECCION = "c"
          PERFORM CALCULA-CORRECCIONES
       ELSE
          IF OPCION-CORRECCION = "L" OR OPCION-CORRECCION = "l"
             PERFORM LIBERA-CORRECCIONES
          ELSE
             IF OPCION-CORRECCION = "D" OR OPCION-CORRECCION = "d"
                PERFORM DESCARTA-CORRECCION
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Las correcciones son de una empresa: la del operador que las
      * calcula, y el periodo ha de estar cerrado o liberado para ella.
      ******************************************************************
       CALCULA-CORRECCIONES.
       PERFORM PIDE-EMPRESA-NOMINA.
       IF EMPRESA-AUTORIZADA = "N"
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM CALCULA-CORRECCIONES-EMPRESA
       END-IF.

       CALCULA-CORRECCIONES-EMPRESA.
       DISPLAY "PERIODO CERRADO A CORREGIR (AAAAMM): ".
       ACCEPT PERIODO-NOMINA.
       PERFORM CARGA-PERIODOS.
       PERFORM BUSCA-PERIODO.
       IF PERIODO-ENCONTRADO = "N"
          DISPLAY "EL PERIODO " PERIODO-NOMINA " NO ESTA DEFINIDO "
              "EN EL CALENDARIO."
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM BUSCA-LIBERACION-EMPRESA
          IF PERIODO-ESTADO(PERIODO-POS) NOT = "C"
              AND EMPRESA-YA-LIBERADA = "N"
             DISPLAY "EL PERIODO " PERIODO-NOMINA " NO ESTA CERRADO NI "
                 "LIBERADO PARA LA EMPRESA " CODIGO-EMPRESA
                 ": LA DIFERENCIA SE PAGA EN SU NOMINA ORDINARIA."
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM CARGA-PARAMETROS-NOMINA
             PERFORM CARGA-TRAMOS
             MOVE PERIODO-HASTA(PERIODO-POS) TO FECHA-CORRIDA
             PERFORM CARGA-TRAMOS-A-FECHA
             PERFORM ABRE-ARCHIVO-CORRECCIONES
             IF CORRECC-ESTADO-ARCHIVO NOT = "00"
                DISPLAY "NO SE PUDO ABRIR CORRECC.DAT. ESTADO: "
                    CORRECC-ESTADO-ARCHIVO
                MOVE 16 TO RETURN-CODE
             ELSE
                PERFORM CALCULA-CORRECCIONES-PERIODO
             END-IF
             CLOSE CORRECCIONES-ARCHIVO
          END-IF
       END-IF.

      ******************************************************************
      * Cada correccion calculada se graba en CORRECC.DAT en cuanto
      * se acepta; el modelo 145 de cada empleado se lee al calcular
      * la suya.
      ******************************************************************
       CALCULA-CORRECCIONES-PERIODO.
       OPEN INPUT SITFISCAL-ARCHIVO.
       IF SITFISCAL-ESTADO-ARCHIVO = "00"
          MOVE "S" TO SITFISCAL-ABIERTO
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
       ELSE
          OPEN OUTPUT RECIBOS-CORRECCION
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE 0 TO CORRECCIONES-CALCULADAS
          MOVE 1 TO ID-CORRECCION
          PERFORM PIDE-CORRECCION-EMPLEADO
              UNTIL ID-CORRECCION = 0
          CLOSE RECIBOS-CORRECCION
          CLOSE EMPLEADOS-ARCHIVO
          DISPLAY CORRECCIONES-CALCULADAS " CORRECCIONES "
              "CALCULADAS. RECIBOS EN RECCORR.RPT."
          DISPLAY "NADA SE HA GRABADO EN EL LIBRO MAYOR NI EN "
              "LA REMESA: LIBERE CON LA OPCION L."
       END-IF.
       IF SITFISCAL-ABIERTO = "S"
          CLOSE SITFISCAL-ARCHIVO
          MOVE "N" TO SITFISCAL-ABIERTO
       END-IF.

       ABRE-ARCHIVO-CORRECCIONES.
       OPEN I-O CORRECCIONES-ARCHIVO.
       IF CORRECC-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT CORRECCIONES-ARCHIVO
          CLOSE CORRECCIONES-ARCHIVO
          OPEN I-O CORRECCIONES-ARCHIVO
       END-IF.

       PIDE-CORRECCION-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO (0 = TERMINAR): ".
       ACCEPT ID-CORRECCION.
       IF ID-CORRECCION NOT = 0
          MOVE ID-CORRECCION TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY
                 DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-CORRECCION
              NOT INVALID KEY
                 PERFORM DETERMINA-EMPRESA-EMPLEADO
                 IF EMPRESA-DEL-EMPLEADO = CODIGO-EMPRESA
                    PERFORM VALIDA-CORRECCION-EMPLEADO
                 ELSE
                    DISPLAY "EL EMPLEADO " ID-CORRECCION " ES DE LA "
                        "EMPRESA " EMPRESA-DEL-EMPLEADO ". RECHAZADO."
                 END-IF
          END-READ
       END-IF.

       VALIDA-CORRECCION-EMPLEADO.
       PERFORM BUSCA-CORRECCION-PENDIENTE.
       IF CORRECCION-HALLADA = "S"
          DISPLAY "EL EMPLEADO " EMPLEADOS-ID " YA TIENE UNA "
              "CORRECCION SIN LIBERAR DEL PERIODO " PERIODO-NOMINA
              ". RECHAZADO."
       ELSE
          IF CORRECCION-SECUENCIA >= 99
             DISPLAY "EL EMPLEADO " EMPLEADOS-ID " YA TIENE 99 "
                 "CORRECCIONES DEL PERIODO " PERIODO-NOMINA
                 ". RECHAZADO."
          ELSE
             PERFORM PIDE-IMPORTE-CORRECCION
          END-IF
       END-IF.

       PIDE-IMPORTE-CORRECCION.
       DISPLAY "BRUTO DE LA CORRECCION: ".
       ACCEPT IMPORTE-CORRECCION.
       IF IMPORTE-CORRECCION = 0
          DISPLAY "IMPORTE NO VALIDO. CORRECCION NO CALCULADA."
       ELSE
          DISPLAY "MOTIVO: "
          ACCEPT MOTIVO-CORRECCION
          PERFORM CALCULA-UNA-CORRECCION
       END-IF.

      ******************************************************************
      * La retencion de la correccion es la diferencia entre la
      * retencion del bruto ya pagado mas la correccion y la del
      * bruto ya pagado, las dos con la escala y el modelo 145 del
      * periodo corregido.
      ******************************************************************
       CALCULA-UNA-CORRECCION.
       PERFORM CARGA-SITUACIONES.
       PERFORM SUMA-BRUTO-ORIGINAL.
       PERFORM SUMA-ESPECIE-ORIGINAL.
       COMPUTE SALARIO-BRUTO = BRUTO-ORIGINAL + ESPECIE-ORIGINAL.
       PERFORM CALCULA-RETENCION-FISCAL.
       MOVE DEDUCCION TO RETENCION-ORIGINAL.
       COMPUTE SALARIO-BRUTO = BRUTO-ORIGINAL + ESPECIE-ORIGINAL
           + IMPORTE-CORRECCION
           ON SIZE ERROR
              DISPLAY "AVISO: DESBORDAMIENTO EN BRUTO CORREGIDO"
       END-COMPUTE.
       PERFORM CALCULA-RETENCION-FISCAL.
       COMPUTE RETENCION-CORRECCION = DEDUCCION - RETENCION-ORIGINAL.
       IF RETENCION-CORRECCION < 0
          MOVE 0 TO RETENCION-CORRECCION
       END-IF.
       IF RETENCION-CORRECCION > IMPORTE-CORRECCION
          MOVE IMPORTE-CORRECCION TO RETENCION-CORRECCION
       END-IF.
       MOVE PERIODO-NOMINA TO CORR-PERIODO.
       MOVE EMPLEADOS-ID TO CORR-EMPLEADOS-ID.
       COMPUTE CORR-SECUENCIA = CORRECCION-SECUENCIA + 1.
       MOVE IMPORTE-CORRECCION TO CORR-BRUTO.
       MOVE RETENCION-CORRECCION TO CORR-RETENCION.
       COMPUTE CORR-NETO = IMPORTE-CORRECCION - RETENCION-CORRECCION.
       MOVE "P" TO CORR-ESTADO.
       MOVE FECHA-ACTUAL(1:8) TO CORR-FECHA.
       MOVE OPERADOR-ACTUAL TO CORR-OPERADOR.
       MOVE MOTIVO-CORRECCION TO CORR-MOTIVO.
       MOVE CODIGO-EMPRESA TO CORR-EMPRESA.
       WRITE CORRECCION-REGISTRO
           INVALID KEY
              DISPLAY "AVISO: NO SE PUDO GRABAR LA CORRECCION EN "
                  "CORRECC.DAT. ESTADO: " CORRECC-ESTADO-ARCHIVO
           NOT INVALID KEY
              PERFORM ESCRIBE-RECIBO-CORRECCION
              ADD 1 TO CORRECCIONES-CALCULADAS
              MOVE CORR-NETO TO CORRECCION-IMPORTE-EDICION
              DISPLAY "CORRECCION CALCULADA. NETO: "
                  CORRECCION-IMPORTE-EDICION
       END-WRITE.

       SUMA-BRUTO-ORIGINAL.
       MOVE 0 TO BRUTO-ORIGINAL.
       OPEN INPUT NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO = "00"
          MOVE "N" TO HISTORIAL-LEE-TODO
          PERFORM SUMA-UN-BRUTO-ORIGINAL
              UNTIL HISTORIAL-LEE-TODO = "S"
       END-IF.
       CLOSE NOMINA-HISTORIAL.

       SUMA-UN-BRUTO-ORIGINAL.
       READ NOMINA-HISTORIAL
           AT END MOVE "S" TO HISTORIAL-LEE-TODO
           NOT AT END
              IF HISTORIAL-PERIODO = PERIODO-NOMINA
                  AND HISTORIAL-EMPLEADOS-ID = EMPLEADOS-ID
                 ADD HISTORIAL-BRUTO TO BRUTO-ORIGINAL
              END-IF
       END-READ.

      ******************************************************************
      * La especie del periodo ya liberado (clase ESPECIE del libro
      * de deducciones) formo parte de la base de su retencion.
      ******************************************************************
       SUMA-ESPECIE-ORIGINAL.
       MOVE 0 TO ESPECIE-ORIGINAL.
       OPEN INPUT DEDUCCIONES-LIBRO.
       IF NOMDEDUC-ESTADO-ARCHIVO = "00"
          MOVE "N" TO DEDUC-LEE-TODO
          PERFORM SUMA-UNA-ESPECIE-ORIGINAL
              UNTIL DEDUC-LEE-TODO = "S"
       END-IF.
       CLOSE DEDUCCIONES-LIBRO.

       SUMA-UNA-ESPECIE-ORIGINAL.
       READ DEDUCCIONES-LIBRO INTO DEDUCCION-LIBRO-LEIDA
           AT END MOVE "S" TO DEDUC-LEE-TODO
           NOT AT END
              IF LIBDED-PERIODO = PERIODO-NOMINA
                  AND LIBDED-EMPLEADOS-ID = EMPLEADOS-ID
                  AND LIBDED-CLASE = "ESPECIE"
                 ADD LIBDED-IMPORTE TO ESPECIE-ORIGINAL
              END-IF
       END-READ.

       ESCRIBE-RECIBO-CORRECCION.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "========== RECIBO DE CORRECCION FUERA DE CICLO "
           "=========="
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       IF RECARCH-DESTINO = "A"
          STRING "*** CORRECCION LIBERADA EL " RECARCH-FECHA-LIBERA
              " ***"
              DELIMITED BY SIZE INTO LINEA-CORRECCION-WS
       ELSE
          STRING "*** PENDIENTE DE LIBERACION ***"
              DELIMITED BY SIZE INTO LINEA-CORRECCION-WS
       END-IF.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "PERIODO CORREGIDO: " PERIODO-NOMINA
           "   FECHA: " CORR-FECHA
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-EDICION.
       PERFORM EDITA-APELLIDOS-MOSTRADOS.
       STRING "EMPLEADO: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
           APELLIDOS-MOSTRADOS
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "DEPARTAMENTO: " EMPLEADOS-DEPARTAMENTO
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "MOTIVO: " CORR-MOTIVO
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE BRUTO-ORIGINAL TO CORRECCION-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "BRUTO YA PAGADO EN EL PERIODO: "
           CORRECCION-IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE CORR-BRUTO TO CORRECCION-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "BRUTO DE LA CORRECCION:        "
           CORRECCION-IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE CORR-RETENCION TO CORRECCION-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "RETENCION IRPF S/DIFERENCIA:   "
           CORRECCION-IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE CORR-NETO TO CORRECCION-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       STRING "NETO DE LA CORRECCION:         "
           CORRECCION-IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.
       MOVE SPACES TO LINEA-CORRECCION-WS.
       PERFORM ESCRIBE-LINEA-RECCORR.

      ******************************************************************
      * Cada linea del recibo de correccion va a RECCORR.RPT al
      * calcular y al archivo de recibos al liberar.
      ******************************************************************
       ESCRIBE-LINEA-RECCORR.
       IF RECARCH-DESTINO = "A"
          MOVE LINEA-CORRECCION-WS TO RECARCH-TEXTO
          PERFORM GRABA-LINEA-ARCHIVO
       ELSE
          WRITE LINEA-RECCORR FROM LINEA-CORRECCION-WS
       END-IF.

      ******************************************************************
      * Las correcciones del empleado en el periodo se leen por la
      * clave; la pendiente, si la hay, queda en el registro y la
      * secuencia mayor sirve para numerar la siguiente.
      ******************************************************************
       BUSCA-CORRECCION-PENDIENTE.
       MOVE "N" TO CORRECCION-HALLADA.
       MOVE 0 TO CORRECCION-SECUENCIA.
       MOVE PERIODO-NOMINA TO CORR-PERIODO.
       MOVE EMPLEADOS-ID TO CORR-EMPLEADOS-ID.
       MOVE 0 TO CORR-SECUENCIA.
       START CORRECCIONES-ARCHIVO KEY IS NOT LESS THAN CORR-CLAVE
           INVALID KEY MOVE "S" TO CORRECC-LEE-TODO
           NOT INVALID KEY MOVE "N" TO CORRECC-LEE-TODO
       END-START.
       PERFORM COMPARA-CORRECCION-PENDIENTE
           UNTIL CORRECC-LEE-TODO = "S" OR CORRECCION-HALLADA = "S".

       COMPARA-CORRECCION-PENDIENTE.
       READ CORRECCIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CORRECC-LEE-TODO
           NOT AT END
              IF CORR-PERIODO NOT = PERIODO-NOMINA
                  OR CORR-EMPLEADOS-ID NOT = EMPLEADOS-ID
                 MOVE "S" TO CORRECC-LEE-TODO
              ELSE
                 MOVE CORR-SECUENCIA TO CORRECCION-SECUENCIA
                 IF CORR-EMPRESA = SPACES
                    MOVE EMPRESA-POR-OMISION TO CORR-EMPRESA
                 END-IF
                 IF CORR-ESTADO = "P"
                    MOVE "S" TO CORRECCION-HALLADA
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Recorrido de las correcciones de un periodo por la clave, con
      * la empresa en blanco de los registros antiguos tomada como la
      * empresa por omision.
      ******************************************************************
       POSICIONA-CORRECCIONES-PERIODO.
       MOVE PERIODO-NOMINA TO CORR-PERIODO.
       MOVE 0 TO CORR-EMPLEADOS-ID.
       MOVE 0 TO CORR-SECUENCIA.
       START CORRECCIONES-ARCHIVO KEY IS NOT LESS THAN CORR-CLAVE
           INVALID KEY MOVE "S" TO CORRECC-LEE-TODO
           NOT INVALID KEY MOVE "N" TO CORRECC-LEE-TODO
       END-START.

       LEE-CORRECCION-PERIODO.
       READ CORRECCIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO CORRECC-LEE-TODO
           NOT AT END
              IF CORR-PERIODO NOT = PERIODO-NOMINA
                 MOVE "S" TO CORRECC-LEE-TODO
              ELSE
                 IF CORR-EMPRESA = SPACES
                    MOVE EMPRESA-POR-OMISION TO CORR-EMPRESA
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Liberacion de las correcciones pendientes de un periodo, con
      * la misma autorizacion de nivel 3 que la pre-nomina.
      ******************************************************************
       LIBERA-CORRECCIONES.
       DISPLAY "EMPRESA (ENTER = POR OMISION): ".
       ACCEPT EMPRESA-TECLEADA.
       PERFORM OBTIENE-EMPRESA-POR-OMISION.
       IF EMPRESA-TECLEADA = SPACES
          MOVE EMPRESA-POR-OMISION TO CODIGO-EMPRESA
       ELSE
          MOVE EMPRESA-TECLEADA TO CODIGO-EMPRESA
       END-IF.
       DISPLAY "PERIODO DE LAS CORRECCIONES A LIBERAR (AAAAMM): ".
       ACCEPT PERIODO-NOMINA.
       MOVE 0 TO CORRECCIONES-CALCULADAS.
       OPEN INPUT CORRECCIONES-ARCHIVO.
       IF CORRECC-ESTADO-ARCHIVO = "00"
          PERFORM POSICIONA-CORRECCIONES-PERIODO
          PERFORM MUESTRA-CORRECCION-PENDIENTE
              UNTIL CORRECC-LEE-TODO = "S"
       END-IF.
       CLOSE CORRECCIONES-ARCHIVO.
       IF CORRECCIONES-CALCULADAS = 0
          DISPLAY "NO HAY CORRECCIONES PENDIENTES DEL PERIODO "
              PERIODO-NOMINA " EN LA EMPRESA " CODIGO-EMPRESA "."
          MOVE 8 TO RETURN-CODE
       ELSE
          DISPLAY "OPERADOR DE NIVEL 3 QUE AUTORIZA: "
          ACCEPT OPERADOR-ACTUAL
          PERFORM VERIFICA-NIVEL-SUPERVISOR
          IF NIVEL-OPERADOR >= 3
             MOVE CODIGO-EMPRESA TO EMPRESA-TECLEADA
             PERFORM VALIDA-EMPRESA-NOMINA
             IF EMPRESA-AUTORIZADA = "N"
                MOVE 0 TO NIVEL-OPERADOR
             END-IF
          END-IF
          IF NIVEL-OPERADOR < 3
             DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR O SIN LA "
                 "EMPRESA. LAS CORRECCIONES SIGUEN PENDIENTES."
             MOVE 8 TO RETURN-CODE
          ELSE
             DISPLAY "LIBERAR " CORRECCIONES-CALCULADAS
                 " CORRECCIONES (S/N): "
             ACCEPT CONFIRMA-CALCULO
             IF CONFIRMA-CALCULO = "S" OR CONFIRMA-CALCULO = "s"
                PERFORM EMITE-CORRECCIONES-LIBERADAS
             ELSE
                DISPLAY "LAS CORRECCIONES SIGUEN PENDIENTES."
             END-IF
          END-IF
       END-IF.

       MUESTRA-CORRECCION-PENDIENTE.
       PERFORM LEE-CORRECCION-PERIODO.
       IF CORRECC-LEE-TODO = "N"
           AND CORR-ESTADO = "P"
           AND CORR-EMPRESA = CODIGO-EMPRESA
          ADD 1 TO CORRECCIONES-CALCULADAS
          MOVE CORR-NETO TO CORRECCION-IMPORTE-EDICION
          DISPLAY CORR-EMPLEADOS-ID " NETO: "
              CORRECCION-IMPORTE-EDICION " "
              CORR-MOTIVO
              " (" CORR-OPERADOR ")"
       END-IF.

       EMITE-CORRECCIONES-LIBERADAS.
       CALL "FECHA-PROCESO" USING FECHA-CORRIDA.
       MOVE "REMESA" TO INTERFAZ-BUSCADA.
       PERFORM AVANZA-SECUENCIA-TRANSMISION.
       MOVE 0 TO CORRECCIONES-LIBERADAS CORRECCIONES-SIN-BANCO.
       MOVE 0 TO REMESA-DETALLES REMESA-SUMA-CONTROL.
       MOVE "REMCORR.DAT" TO REMESA-NOMBRE-ARCHIVO.
       OPEN OUTPUT REMESA-ARCHIVO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO REMESA-REGISTRO.
       MOVE "H" TO REMESA-CAB-TIPO.
       MOVE FECHA-CORRIDA TO REMESA-CAB-FECHA.
       MOVE PERIODO-NOMINA TO REMESA-CAB-PERIODO.
       MOVE CODIGO-EMPRESA TO REMESA-CAB-EMPRESA.
       MOVE "C" TO REMESA-CAB-CLASE.
       MOVE SECUENCIA-REMESA TO REMESA-CAB-SECUENCIA.
       MOVE FECHA-ACTUAL(9:6) TO REMESA-CAB-HORA.
       PERFORM SELLA-DIGITO-REMESA.
       WRITE REMESA-REGISTRO.
       OPEN EXTEND NOMINA-HISTORIAL.
       IF HISTORIAL-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT NOMINA-HISTORIAL
       END-IF.
       OPEN EXTEND DEDUCCIONES-LIBRO.
       IF NOMDEDUC-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT DEDUCCIONES-LIBRO
       END-IF.
       OPEN INPUT BANCOS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       OPEN I-O CORRECCIONES-ARCHIVO.
       PERFORM POSICIONA-CORRECCIONES-PERIODO.
       PERFORM LIBERA-UNA-CORRECCION UNTIL CORRECC-LEE-TODO = "S".
       CLOSE CORRECCIONES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       IF BANCOS-ESTADO-ARCHIVO NOT = "35"
          CLOSE BANCOS-ARCHIVO
       END-IF.
       CLOSE DEDUCCIONES-LIBRO.
       CLOSE NOMINA-HISTORIAL.
       MOVE SPACES TO REMESA-REGISTRO.
       MOVE "T" TO REMESA-TOT-TIPO.
       MOVE REMESA-DETALLES TO REMESA-TOT-REGISTROS.
       MOVE REMESA-SUMA-CONTROL TO REMESA-TOT-SUMA.
       PERFORM SELLA-DIGITO-REMESA.
       WRITE REMESA-REGISTRO.
       CLOSE REMESA-ARCHIVO.
       MOVE "REMESA.DAT" TO REMESA-NOMBRE-ARCHIVO.
       PERFORM ARCHIVA-RECIBOS-CORRECCION.
       DISPLAY "CORRECCIONES LIBERADAS POR " OPERADOR-ACTUAL ": "
           CORRECCIONES-LIBERADAS " EN NOMHIST.DAT, "
           REMESA-DETALLES " PAGOS EN REMCORR.DAT CON SECUENCIA "
           SECUENCIA-REMESA ".".
       DISPLAY RECIBOS-GUARDADOS " RECIBOS DE CORRECCION ARCHIVADOS "
           "EN RECARCH.DAT.".
       IF CORRECCIONES-SIN-BANCO > 0
          DISPLAY CORRECCIONES-SIN-BANCO " CORRECCIONES SIN CUENTA "
              "BANCARIA VALIDA: PAGO POR CHEQUE. IMPRIMALOS CON "
              "REGISTRO-CHEQUES."
       END-IF.

      ******************************************************************
      * Cada correccion liberada queda en estado R en CORRECC.DAT
      * hasta que su recibo esta archivado; entonces pasa a L.
      ******************************************************************
       LIBERA-UNA-CORRECCION.
       PERFORM LEE-CORRECCION-PERIODO.
       IF CORRECC-LEE-TODO = "N"
           AND CORR-ESTADO = "P"
           AND CORR-EMPRESA = CODIGO-EMPRESA
          MOVE CORR-PERIODO TO HISTORIAL-PERIODO
          MOVE CORR-EMPLEADOS-ID TO HISTORIAL-EMPLEADOS-ID
          MOVE CORR-BRUTO TO HISTORIAL-BRUTO
          MOVE CORR-RETENCION TO HISTORIAL-DEDUCCION
          MOVE CORR-NETO TO HISTORIAL-NETO
          MOVE "C" TO HISTORIAL-TIPO
          MOVE SPACE TO HISTORIAL-CLASE
          MOVE 0 TO HISTORIAL-ATRASOS
          WRITE HISTORIAL-REGISTRO
          IF CORR-RETENCION NOT = 0
             MOVE CORR-PERIODO TO DEDTRAB-PERIODO
             MOVE CORR-EMPLEADOS-ID TO DEDTRAB-EMPLEADOS-ID
             MOVE "RETENCIO" TO DEDTRAB-CLASE
             MOVE "CORRECCION" TO DEDTRAB-REFERENCIA
             MOVE CORR-BRUTO TO DEDTRAB-BASE
             MOVE CORR-RETENCION TO DEDTRAB-IMPORTE
             MOVE DEDTRAB-REGISTRO TO NOMDEDUC-REGISTRO
             WRITE NOMDEDUC-REGISTRO
          END-IF
          PERFORM PAGA-UNA-CORRECCION
          MOVE "R" TO CORR-ESTADO
          REWRITE CORRECCION-REGISTRO
              INVALID KEY
                 DISPLAY "AVISO: NO SE PUDO MARCAR LIBERADA LA "
                     "CORRECCION DE " CORR-EMPLEADOS-ID ". ESTADO: "
                     CORRECC-ESTADO-ARCHIVO
          END-REWRITE
          ADD 1 TO CORRECCIONES-LIBERADAS
       END-IF.

      ******************************************************************
      * El recibo de una correccion liberada se archiva rehaciendolo
      * con el mismo parrafo que escribio RECCORR.RPT, porque ese
      * listado lo pisa cada calculo y puede no tenerlo ya. El bruto
      * ya pagado que mostraba era el del historial antes de esta
      * correccion, que ahora ya esta en NOMHIST.DAT y se descuenta.
      * Si RECARCH.DAT no se puede abrir, las correcciones se quedan
      * en estado R y se archivan en la siguiente liberacion.
      ******************************************************************
       ARCHIVA-RECIBOS-CORRECCION.
       MOVE 0 TO RECIBOS-GUARDADOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO RECARCH-FECHA-LIBERA.
       MOVE "C" TO RECARCH-CLASE-RECIBO.
       PERFORM ABRE-RECIBOS-ARCHIVADOS.
       IF RECARCH-ESTADO-ARCHIVO = "00"
          OPEN INPUT EMPLEADOS-ARCHIVO
          OPEN I-O CORRECCIONES-ARCHIVO
          MOVE "A" TO RECARCH-DESTINO
          PERFORM POSICIONA-CORRECCIONES-PERIODO
          PERFORM ARCHIVA-UNA-CORRECCION UNTIL CORRECC-LEE-TODO = "S"
          MOVE "R" TO RECARCH-DESTINO
          CLOSE CORRECCIONES-ARCHIVO
          CLOSE EMPLEADOS-ARCHIVO
       ELSE
          DISPLAY "AVISO: NO SE PUDO ABRIR RECARCH.DAT. ESTADO: "
              RECARCH-ESTADO-ARCHIVO
              ". LOS RECIBOS DE CORRECCION SE ARCHIVARAN EN LA "
              "PROXIMA LIBERACION DEL PERIODO."
       END-IF.
       CLOSE RECIBOS-ARCHIVADOS.

       ARCHIVA-UNA-CORRECCION.
       PERFORM LEE-CORRECCION-PERIODO.
       IF CORRECC-LEE-TODO = "N"
           AND CORR-ESTADO = "R"
           AND CORR-EMPRESA = CODIGO-EMPRESA
          MOVE CORR-EMPLEADOS-ID TO EMPLEADOS-ID
          READ EMPLEADOS-ARCHIVO
              INVALID KEY
                 MOVE SPACES TO EMPLEADOS-NOMBRE
                 MOVE SPACES TO EMPLEADOS-APELLIDOS
                 MOVE SPACES TO EMPLEADOS-DEPARTAMENTO
                 MOVE CORR-EMPLEADOS-ID TO EMPLEADOS-ID
          END-READ
          PERFORM SUMA-BRUTO-ORIGINAL
          SUBTRACT CORR-BRUTO FROM BRUTO-ORIGINAL
          MOVE CORR-PERIODO TO RECARCH-PERIODO-RECIBO
          MOVE CORR-EMPLEADOS-ID TO RECARCH-ID-RECIBO
          MOVE CORR-EMPRESA TO RECARCH-EMPRESA-RECIBO
          PERFORM BUSCA-SECUENCIA-ARCHIVO
          MOVE 0 TO RECARCH-LINEA-RECIBO
          PERFORM ESCRIBE-RECIBO-CORRECCION
          MOVE "L" TO CORR-ESTADO
          REWRITE CORRECCION-REGISTRO
              INVALID KEY
                 DISPLAY "AVISO: NO SE PUDO MARCAR ARCHIVADA LA "
                     "CORRECCION DE " CORR-EMPLEADOS-ID ". ESTADO: "
                     CORRECC-ESTADO-ARCHIVO
          END-REWRITE
          ADD 1 TO RECIBOS-GUARDADOS
       END-IF.

       PAGA-UNA-CORRECCION.
       MOVE "N" TO HAY-BANCOS.
       MOVE SPACES TO EMPLEADOS-NIF.
       MOVE CORR-EMPLEADOS-ID TO EMPLEADOS-ID.
       IF EMPLEADOS-ESTADO-ARCHIVO = "00"
           OR EMPLEADOS-ESTADO-ARCHIVO = "23"
          READ EMPLEADOS-ARCHIVO
              INVALID KEY CONTINUE
          END-READ
       END-IF.
       IF BANCOS-ESTADO-ARCHIVO = "00" OR BANCOS-ESTADO-ARCHIVO = "23"
          MOVE CORR-EMPLEADOS-ID TO BANCO-EMPLEADOS-ID
          READ BANCOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF BANCO-ACTIVO = "S"
                    MOVE "S" TO HAY-BANCOS
                 END-IF
          END-READ
       END-IF.
       IF HAY-BANCOS = "S" AND CORR-NETO > 0
          MOVE SPACES TO DETALLE-REMESA-WS
          MOVE "D" TO REMWS-TIPO
          MOVE CORR-EMPLEADOS-ID TO REMWS-ID
          MOVE BANCO-CODIGO TO REMWS-BANCO
          MOVE BANCO-CUENTA TO REMWS-CUENTA
          MOVE BANCO-DIGITO TO REMWS-DIGITO
          MOVE CORR-NETO TO REMWS-IMPORTE
          MOVE EMPLEADOS-NIF TO REMWS-NIF
          MOVE DETALLE-REMESA-WS TO REMESA-REGISTRO
          PERFORM SELLA-DIGITO-REMESA
          WRITE REMESA-REGISTRO
          ADD 1 TO REMESA-DETALLES
          ADD CORR-NETO TO REMESA-SUMA-CONTROL
       ELSE
          IF CORR-NETO > 0
             ADD 1 TO CORRECCIONES-SIN-BANCO
             PERFORM EMITE-CHEQUE-CORRECCION
          END-IF
       END-IF.

       EMITE-CHEQUE-CORRECCION.
       MOVE CORR-PERIODO TO CHEQUE-PERIODO.
       MOVE CORR-EMPLEADOS-ID TO CHEQUE-EMPLEADOS-ID.
       MOVE CORR-NETO TO CHEQUE-IMPORTE.
       MOVE "C" TO CHEQUE-ORIGEN.
       MOVE 0 TO CHEQUE-SUSTITUYE.
       MOVE OPERADOR-ACTUAL TO CHEQUE-OPERADOR.
       CALL "EMITE-CHEQUE" USING DATOS-CHEQUE.
       IF CHEQUE-RESULTADO = "S"
          DISPLAY "CORRECCION DE " CORR-EMPLEADOS-ID
              " SIN CUENTA BANCARIA VALIDA: CHEQUE " CHEQUE-NUMERO "."
       ELSE
          DISPLAY "AVISO: NO SE EMITIO EL CHEQUE DE LA CORRECCION DE "
              CORR-EMPLEADOS-ID "."
       END-IF.

       DESCARTA-CORRECCION.
       PERFORM OBTIENE-EMPRESA-POR-OMISION.
       DISPLAY "PERIODO DE LA CORRECCION (AAAAMM): ".
       ACCEPT PERIODO-NOMINA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-CORRECCION.
       OPEN I-O CORRECCIONES-ARCHIVO.
       MOVE "N" TO CORRECCION-HALLADA.
       MOVE ID-CORRECCION TO EMPLEADOS-ID.
       IF CORRECC-ESTADO-ARCHIVO = "00"
          PERFORM BUSCA-CORRECCION-PENDIENTE
       END-IF.
       IF CORRECCION-HALLADA = "N"
          DISPLAY "NO HAY CORRECCION PENDIENTE DE " ID-CORRECCION
              " EN EL PERIODO " PERIODO-NOMINA "."
       ELSE
          DISPLAY "OPERADOR DE NIVEL 3 QUE AUTORIZA: "
          ACCEPT OPERADOR-ACTUAL
          PERFORM VERIFICA-NIVEL-SUPERVISOR
          IF NIVEL-OPERADOR >= 3
             MOVE CORR-EMPRESA TO EMPRESA-TECLEADA
             PERFORM VALIDA-EMPRESA-NOMINA
             IF EMPRESA-AUTORIZADA = "N"
                MOVE 0 TO NIVEL-OPERADOR
             END-IF
          END-IF
          IF NIVEL-OPERADOR < 3
             DISPLAY "OPERADOR SIN NIVEL DE SUPERVISOR O SIN LA "
                 "EMPRESA. LA CORRECCION SIGUE PENDIENTE."
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE "D" TO CORR-ESTADO
             REWRITE CORRECCION-REGISTRO
                 INVALID KEY
                    DISPLAY "AVISO: NO SE PUDO DESCARTAR LA "
                        "CORRECCION. ESTADO: " CORRECC-ESTADO-ARCHIVO
                 NOT INVALID KEY
                    DISPLAY "CORRECCION DESCARTADA POR "
                        OPERADOR-ACTUAL "."
             END-REWRITE
          END-IF
       END-IF.
       CLOSE CORRECCIONES-ARCHIVO.

       ESCRIBE-SUBTOTAL-CONCEPTO.
       MOVE CONSUB-IMPORTE(CONSUB-POS) TO SUBTOTAL-EDICION.
       MOVE SPACES TO LINEA-NOMINA.
           DELIMITED BY SIZE INTO LINEA-NOMINA.
       WRITE LINEA-NOMINA.
       ADD 1 TO PRORRA-POS.

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
       END PROGRAM NOMINA.

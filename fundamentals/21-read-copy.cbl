               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO DEPEND-NOMBRE-ARCHIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-HISTORICO ASSIGN TO "DEPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPHIST-ESTADO-ARCHIVO.
           SELECT REPORTE-DEPCONC ASSIGN TO "DEPCONC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-DEPENDIENTES ASSIGN TO "DEPEND.RPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT SECUENCIA-ARCHIVO ASSIGN TO "SECUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-ESTADO-ARCHIVO.
           SELECT TRABAJO-ORDENACION ASSIGN TO "SORTWK".
           SELECT TRABAJO-GASTOS ASSIGN TO "SORTGAST".
           SELECT DOCUMENTO-CERTIFICADO
               ASSIGN TO CERTIFICADO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESUPUESTO-ARCHIVO ASSIGN TO "PRESUPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESUPUESTO-ESTADO-ARCHIVO.
           SELECT REPORTE-VARIACION ASSIGN TO VARIANZA-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETRO-LOTE ASSIGN TO "LOTECAP27.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-LOTE-ESTADO.
           SELECT REPORTE-LOTE ASSIGN TO "LOTECAP27.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVIMIENTOS-LOTE ASSIGN TO "MOVLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVLOTE-ESTADO-ARCHIVO.
           SELECT RECHAZOS-LOTE ASSIGN TO "MOVRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-MOVIMIENTOS ASSIGN TO "MOVLOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-ESTADO-ARCHIVO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUESTOS-ESTADO-ARCHIVO.
           SELECT ASIGNACIONES-ARCHIVO ASSIGN TO "ASIGNA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASIGNA-CLAVE
               FILE STATUS IS ASIGNACIONES-ESTADO-ARCHIVO.
           SELECT REPORTE-CARRERA ASSIGN TO "CARRERA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATOS-ESTADO-ARCHIVO.
           SELECT PRESTAMOS-ARCHIVO ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               FILE STATUS IS PRESTAMOS-ESTADO-ARCHIVO.
           SELECT REPORTE-PRESTAMOS ASSIGN TO "PRESTAMO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPARTO-ARCHIVO ASSIGN TO "REPARTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPARTO-ESTADO-ARCHIVO.
           SELECT SITFISCAL-ARCHIVO ASSIGN TO "SITFISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITFIS-CLAVE
               FILE STATUS IS SITFISCAL-ESTADO-ARCHIVO.
           SELECT JORNADAS-ARCHIVO ASSIGN TO "JORNADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JORNADA-CLAVE
               FILE STATUS IS JORNADAS-ESTADO-ARCHIVO.
           SELECT TARIFAS-ARCHIVO ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TARIFA-CLAVE
               FILE STATUS IS TARIFAS-ESTADO-ARCHIVO.
           SELECT JEFES-ARCHIVO ASSIGN TO "JEFES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JEFES-ESTADO-ARCHIVO.
           SELECT AVISOS-AFILIACION ASSIGN TO AFIL-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFIL-ESTADO-ARCHIVO.
           SELECT GASTOS-ARCHIVO ASSIGN TO "GASTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GASTO-NUMERO
               ALTERNATE RECORD KEY IS GASTO-EMPLEADOS-ID
                   WITH DUPLICATES
               FILE STATUS IS GASTOS-ESTADO-ARCHIVO.
           SELECT REPORTE-GASTOS ASSIGN TO "GASTOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * motivo; los campos de fecha, estado (P=pendiente, R=resuelta)
      * y resolucion se agregaron con el banco de trabajo de
      * excepciones, y un estado en blanco se trata como pendiente.
      * Los dos apellidos van por separado, como en el maestro.
      ******************************************************************
       FD  EXCEPCIONES-ARCHIVO.
       01  EXCEPCIONES-REGISTRO.
           05 EXCEPCIONES-ID          PIC 9(5).
           05 EXCEPCIONES-NOMBRE      PIC X(15).
           05 EXCEPCIONES-PRIMER-APELLIDO  PIC X(25).
           05 EXCEPCIONES-SEGUNDO-APELLIDO PIC X(25).
           05 EXCEPCIONES-MOTIVO      PIC X(30).
           05 EXCEPCIONES-FECHA       PIC 9(8).
           05 EXCEPCIONES-ESTADO      PIC X.
       FD  REPORTE-EMPLEADOS.
       01  LINEA-REPORTE           PIC X(80).
       FD  REPORTE-DEPARTAMENTOS.
       01  LINEA-DEPTO             PIC X(110).
       FD  REPORTE-ANTIGUEDAD.
       01  LINEA-ANTIGUEDAD        PIC X(100).
       FD  EXPORTACION-CSV.
       01  LINEA-CSV               PIC X(220).
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
       FD  CONTROL-ARCHIVO.
       01  CONTROL-REGISTRO           PIC 9(5).
      ******************************************************************
      * Dependientes del titular. Los dos apellidos se agregaron al
      * final del registro, separados del nombre; los registros
      * anteriores traen el nombre completo en DEPENDIENTE-NOMBRE y
      * los apellidos en blanco hasta pasar PARTE-APELLIDOS. La
      * clave es el titular seguido del dependiente, de modo que los
      * de un empleado se leen juntos desde su ID.
      ******************************************************************
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE.
              10 DEPENDIENTE-EMPLEADOS-ID     PIC 9(5).
              10 DEPENDIENTE-NOMBRE           PIC X(20).
              10 DEPENDIENTE-PARENTESCO       PIC X(15).
              10 DEPENDIENTE-FECHA-NACIMIENTO PIC 9(8).
           05 DEPENDIENTE-PRIMER-APELLIDO     PIC X(25).
           05 DEPENDIENTE-SEGUNDO-APELLIDO    PIC X(25).
       FD  REPORTE-DEPENDIENTES.
       01  LINEA-DEPENDIENTE          PIC X(180).
      ******************************************************************
      * Historia de dependientes con el motivo del traslado:
      * BAJA-TITULAR cuando el titular se archiva y EDAD-LIMITE
           05 DEPHIST-PARENTESCO              PIC X(15).
           05 DEPHIST-FECHA-NACIMIENTO        PIC 9(8).
           05 DEPHIST-MOTIVO                  PIC X(15).
           05 DEPHIST-PRIMER-APELLIDO         PIC X(25).
           05 DEPHIST-SEGUNDO-APELLIDO        PIC X(25).
       FD  REPORTE-DEPCONC.
       01  LINEA-DEPCONC              PIC X(110).
       FD  REPORTE-VALIDACION.
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-EDAD          PIC 999.
           05 HISTORICO-TELEFONO      PIC X(15).
           05 HISTORICO-DIRECCION     PIC X(30).
           05 HISTORICO-PROVINCIA     PIC X(15).
           05 HISTORICO-MOTIVO-ARCHIVO PIC X(15).
           05 HISTORICO-NIF           PIC X(9).
           05 HISTORICO-NAF           PIC X(12).
           05 HISTORICO-SEXO          PIC X.
           05 HISTORICO-EMPRESA       PIC X(6).
       FD  SECUENCIA-ARCHIVO.
       01  SECUENCIA-REGISTRO         PIC 9(5).
       FD  OPERADORES-ARCHIVO.
           05 DEPTO-REG-DESCRIPCION   PIC X(30).
           05 DEPTO-REG-ACTIVO        PIC X.
           05 DEPTO-REG-RESPONSABLE   PIC X(20).
           05 DEPTO-REG-EMPRESA       PIC X(6).
       FD  REPORTE-CONSULTA.
       01  LINEA-CONSULTA             PIC X(130).
      ******************************************************************
           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  DOCUMENTO-CERTIFICADO.
       01  LINEA-CERTIFICADO          PIC X(70).
       FD  CERTSEC-ARCHIVO.
      ******************************************************************
      * Parametros del modo por lotes, con el mismo patron de
      * PARAMETRO.DAT en RUTINAS-SINO: la primera linea es el
      * operador y cada linea siguiente una opcion de informe (o de
      * movimientos por lotes, 45 y 46) a ejecutar sin nadie al
      * teclado. El resultado de cada opcion queda en LOTECAP27.RPT
      * para el planificador.
      ******************************************************************
       FD  PARAMETRO-LOTE.
       01  PARAMETRO-LOTE-REGISTRO    PIC X(10).
       FD  REPORTE-LOTE.
       01  LINEA-LOTE                 PIC X(60).
      ******************************************************************
      * Movimientos del maestro por lotes (opciones 45 y 46), con
      * las mismas reglas que las pantallas:
      *   A alta con el registro completo (ID cero = asignacion
      *     automatica; un ID manual exige operador de nivel 3),
      *     primer y segundo apellido por separado (el segundo
      *     puede ir en blanco), puesto opcional y contrato (I
      *     indefinido, T temporal con su fecha de fin);
      *   C cambio de un campo: NOMBRE, APELLIDOS (los dos juntos,
      *     repartidos como en PARTE-APELLIDOS), APELLIDO1,
      *     APELLIDO2, TELEFONO, DIRECCION, CODIGO-POSTAL, CIUDAD,
      *     PROVINCIA,
      *     DEPARTAMENTO, NIF, NAF, SEXO, NACIMIENTO (AAAAMMDD),
      *     SALARIO (9 digitos, 2 decimales) o BANCO (entidad,
      *     espacio, cuenta de 10, espacio, digito);
      *   B baja con motivo de MOTBAJA.DAT y fecha.
      * Salario y cuenta bancaria no se aplican: van a la cola de
      * pendientes para el visto bueno de otro operador de nivel 3.
      * Lo que en pantalla pide una firma de nivel 3 en el momento
      * (salario fuera de banda, exceso de plazas) se rechaza. Los
      * rechazados quedan en MOVRECH.DAT tal cual, con el motivo
      * detras, para corregirlos y volver a enviarlos.
      * Registro de 225 posiciones: tipo, ID y 219 de datos segun
      * el tipo. La empresa no viaja en el movimiento: sale del
      * departamento, como en pantalla.
      ******************************************************************
       FD  MOVIMIENTOS-LOTE.
       01  MOVIMIENTO-REGISTRO.
           05 MOV-TIPO                PIC X.
           05 MOV-EMPLEADOS-ID        PIC 9(5).
           05 MOV-DATOS               PIC X(219).
           05 MOV-ALTA REDEFINES MOV-DATOS.
              10 MOV-ALTA-NOMBRE      PIC X(15).
              10 MOV-ALTA-PRIMER-APELLIDO  PIC X(25).
              10 MOV-ALTA-SEGUNDO-APELLIDO PIC X(25).
              10 MOV-ALTA-NACIMIENTO  PIC 9(8).
              10 MOV-ALTA-TELEFONO    PIC X(15).
              10 MOV-ALTA-DIRECCION   PIC X(30).
              10 MOV-ALTA-CODIGO-POSTAL PIC X(5).
              10 MOV-ALTA-CIUDAD      PIC X(15).
              10 MOV-ALTA-PROVINCIA   PIC X(15).
              10 MOV-ALTA-DEPARTAMENTO PIC X(10).
              10 MOV-ALTA-SALARIO     PIC 9(7)V99.
              10 MOV-ALTA-FECHA-ALTA  PIC 9(8).
              10 MOV-ALTA-NIF         PIC X(9).
              10 MOV-ALTA-NAF         PIC X(12).
              10 MOV-ALTA-SEXO        PIC X.
              10 MOV-ALTA-PUESTO      PIC X(8).
              10 MOV-ALTA-CONTRATO    PIC X.
              10 MOV-ALTA-FIN-CONTRATO PIC 9(8).
           05 MOV-CAMBIO REDEFINES MOV-DATOS.
              10 MOV-CAMBIO-CAMPO     PIC X(13).
              10 MOV-CAMBIO-VALOR     PIC X(30).
              10 FILLER               PIC X(176).
           05 MOV-BAJA REDEFINES MOV-DATOS.
              10 MOV-BAJA-MOTIVO      PIC X(2).
              10 MOV-BAJA-FECHA       PIC 9(8).
              10 FILLER               PIC X(209).
       FD  RECHAZOS-LOTE.
       01  RECHAZO-REGISTRO.
           05 RECHAZO-MOVIMIENTO      PIC X(225).
           05 RECHAZO-MOTIVO          PIC X(40).
       FD  REPORTE-MOVIMIENTOS.
       01  LINEA-MOVIMIENTO           PIC X(100).
      ******************************************************************
      * Alertas de operacion compartidas entre programas: cada
      * condicion importante que antes solo pasaba por consola se
      * graba aqui con severidad y fecha, y el arranque de sesion
           05 SPOOLCTL-GENERACION     PIC 9.
      ******************************************************************
      * Puente de incorporacion desde el padron de PERSONAS.DAT que
      * captura RUTINA-THRU: el registro original de 71 posiciones
      * se conserva y la columna 72 marca con C las entradas ya
      * consumidas por un alta, para que nadie se incorpore dos
      * veces. Las lineas de cabecera de fecha se copian tal cual.
      ******************************************************************
       01  PERSONA-PUENTE-REGISTRO.
           05 PUENTE-NOMBRE           PIC X(15).
           05 FILLER                  PIC X.
           05 PUENTE-PRIMER-APELLIDO  PIC X(25).
           05 FILLER                  PIC X.
           05 PUENTE-SEGUNDO-APELLIDO PIC X(25).
           05 FILLER                  PIC X.
           05 PUENTE-EDAD             PIC 999.
           05 PUENTE-CONSUMIDO        PIC X.
      ******************************************************************
       SD  TRABAJO-ORDENACION.
       01  ORDEN-REGISTRO.
           05 ORDEN-CLAVE             PIC X(60).
           05 ORDEN-ID                PIC 9(5).
           05 ORDEN-NOMBRE            PIC X(15).
           05 ORDEN-APELLIDOS         PIC X(30).
           05 ORDEN-EDAD              PIC 999.
           05 ORDEN-TELEFONO          PIC X(15).
      ******************************************************************
      * Archivo de trabajo del SORT del listado de gastos: cada gasto
      * pendiente o rechazado con el departamento actual del empleado.
      ******************************************************************
       SD  TRABAJO-GASTOS.
       01  ORDGASTO-REGISTRO.
           05 ORDGASTO-DEPARTAMENTO   PIC X(10).
           05 ORDGASTO-NUMERO         PIC 9(6).
           05 ORDGASTO-EMPLEADOS-ID   PIC 9(5).
           05 ORDGASTO-FECHA          PIC 9(8).
           05 ORDGASTO-TIPO           PIC X.
           05 ORDGASTO-IMPORTE        PIC 9(7)V99.
           05 ORDGASTO-JUSTIFICANTE   PIC X(15).
           05 ORDGASTO-ESTADO         PIC X.
           05 ORDGASTO-SOLICITANTE    PIC X(10).
           05 ORDGASTO-REVISOR        PIC X(10).
      ******************************************************************
      * Bloqueos de registro a nivel de aplicacion para las sesiones
      * concurrentes de este programa: antes de actualizar o dar de
      * baja un empleado se graba aqui su ID; la segunda sesion que
      ******************************************************************
       FD  ASIGNACIONES-ARCHIVO.
       01  ASIGNACION-REGISTRO.
           05 ASIGNA-CLAVE.
              10 ASIGNA-EMPLEADOS-ID  PIC 9(5).
              10 ASIGNA-PUESTO        PIC X(8).
              10 ASIGNA-FECHA-DESDE   PIC 9(8).
           05 ASIGNA-FECHA-HASTA      PIC 9(8).
       FD  REPORTE-CARRERA.
       01  LINEA-CARRERA              PIC X(120).
      ******************************************************************
      * Bandas salariales por grado: el salario de un empleado con
      * puesto asignado debe caer entre el minimo y el maximo de la
      ******************************************************************
       FD  PRESTAMOS-ARCHIVO.
       01  PRESTAMO-REGISTRO.
           05 PRESTAMO-CLAVE.
              10 PRESTAMO-EMPLEADOS-ID PIC 9(5).
              10 PRESTAMO-SECUENCIA   PIC 9(3).
           05 PRESTAMO-PRINCIPAL      PIC 9(7)V99.
           05 PRESTAMO-CUOTA          PIC 9(5)V99.
           05 PRESTAMO-SALDO          PIC 9(7)V99.
           05 REPARTO-EMPLEADOS-ID    PIC 9(5).
           05 REPARTO-DEPARTAMENTO    PIC X(10).
           05 REPARTO-PORCENTAJE      PIC 9(3).
      ******************************************************************
      * Situacion fiscal del empleado (datos del modelo 145) con
      * fecha de vigencia. Estado civil: S=soltero, C=casado,
      * V=viudo, D=divorciado, P=pareja de hecho. Discapacidad en
      * grado (%). Cada cambio graba un registro por empleado y
      * vigencia y la nomina aplica el de vigencia mas reciente no
      * posterior al periodo.
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
      * Porcentaje de jornada del empleado (tiempo parcial o jornada
      * reducida) con fecha de efecto y motivo: RG reduccion por
      * guarda legal, TP tiempo parcial, TC vuelta a jornada
      * completa. Cada cambio graba un registro nuevo; vale el de
      * fecha mas reciente y sin registro el empleado esta al 100%.
      ******************************************************************
       FD  JORNADAS-ARCHIVO.
       01  JORNADA-REGISTRO.
           05 JORNADA-CLAVE.
              10 JORNADA-EMPLEADOS-ID PIC 9(5).
              10 JORNADA-DESDE        PIC 9(8).
           05 JORNADA-PORCENTAJE      PIC 9(3)V99.
           05 JORNADA-MOTIVO          PIC X(2).
       FD  TARIFAS-ARCHIVO.
       01  TARIFA-REGISTRO.
           05 TARIFA-CLAVE.
              10 TARIFA-EMPLEADOS-ID  PIC 9(5).
              10 TARIFA-DESDE         PIC 9(8).
           05 TARIFA-TIPO-PAGO        PIC X.
           05 TARIFA-PRECIO-HORA      PIC 9(4)V99.
      ******************************************************************
      * Linea de mando: historia con fecha de efecto del responsable
      * (EMPLEADOS-ID) de cada empleado; cero es la cima, sin
      * responsable. Vigente el de fecha mas reciente no posterior a
      * la fecha consultada.
      ******************************************************************
       FD  JEFES-ARCHIVO.
       01  JEFE-REGISTRO.
           05 JEFE-EMPLEADOS-ID       PIC 9(5).
           05 JEFE-RESPONSABLE-ID     PIC 9(5).
           05 JEFE-DESDE              PIC 9(8).
      ******************************************************************
      * Cola de avisos de afiliacion a la Seguridad Social: cada
      * alta, baja, reingreso y cambio de jornada deja aqui un aviso
      * pendiente (AL, BA, RE, JO) con su fecha de efecto; el
      * proceso diario AVISOS-AFILIACION los envia y vacia la cola.
      ******************************************************************
       FD  AVISOS-AFILIACION.
       01  AVISO-REGISTRO.
           05 AVISO-TIPO              PIC X(2).
           05 AVISO-EMPLEADOS-ID      PIC 9(5).
           05 AVISO-FECHA-EFECTO      PIC 9(8).
           05 AVISO-PORCENTAJE        PIC 9(3)V99.
           05 AVISO-FECHA-COLA        PIC X(14).
           05 AVISO-ALERTADO          PIC X.
      ******************************************************************
      * Gastos de viaje del personal. Tipo: D=dieta, K=kilometraje
      * (importe = kilometros por PRECIO-KM), P=peaje. Estado:
      * P=pendiente, A=aprobado, R=rechazado, L=liquidado en la
      * nomina del periodo indicado. Los aprueba un nivel 3 distinto
      * del operador que los capturo.
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
       FD  REPORTE-GASTOS.
       01  LINEA-GASTO                PIC X(90).
       WORKING-STORAGE SECTION.
       COPY "21-4-nombre-archivo.cbl".
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
              10 DEPTO-CODIGO         PIC X(10).
              10 DEPTO-CONTADOR       PIC 9(5).
              10 DEPTO-TOTAL-SALARIO  PIC S9(9)V99.
              10 DEPTO-FTE            PIC 9(5)V99.
       77  DEPTO-TOTAL-USADOS   PIC 9(3) VALUE 0.
       77  DEPTO-POS            PIC 9(3).
       77  DEPTO-ENCONTRADO     PIC X.
       77  AUTORIZADO           PIC X VALUE "N".
       77  OPERADOR-POS         PIC 9(2).
       77  OPERADOR-TOTAL       PIC 9(2) VALUE 3.
       77  APELLIDO-BUSCADO     PIC X(25).
       77  APELLIDO-BUSCADO-REC PIC X(25).
       77  APELLIDO-BUSCADO-LEN PIC 9(2).
       77  TOTAL-COINCIDENCIAS  PIC 9(4).
       77  DEPTO-SALARIO-EDICION PIC -(9)9.99.
              10 DEPTOM-DESCRIPCION   PIC X(30).
              10 DEPTOM-ACTIVO        PIC X.
              10 DEPTOM-RESPONSABLE   PIC X(20).
              10 DEPTOM-EMPRESA       PIC X(6).
       77  DEPTOS-ESTADO-ARCHIVO PIC X(2).
       77  DEPTOM-TOTAL         PIC 9(2) VALUE 0.
       77  DEPTOM-POS           PIC 9(2).
       77  DEPTO-BUSCADO        PIC X(10).
       77  NUEVA-DESCRIPCION-DEPTO PIC X(30).
       77  NUEVO-RESPONSABLE-DEPTO PIC X(20).
       77  NUEVA-EMPRESA-DEPTO  PIC X(6).
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
       77  DESCRIPCION-DEPTO-RPT PIC X(30).
      ******************************************************************
      * Ultima empresa verificada en los listados de consulta, para
      * no llamar a VALIDA-EMPRESA con cada registro leido.
      ******************************************************************
       77  EMPRESA-VERIFICADA   PIC X(6).
       77  VERIFICADA-AUTORIZADA PIC X VALUE SPACE.
      ******************************************************************
      * Filtros de la consulta multicriterio. Un filtro en blanco o
      * a cero significa "cualquier valor" para ese campo.
      ******************************************************************
       77  CONSULTA-COINCIDENCIAS PIC 9(5).
       77  FILTRO-SALARIO-EDICION PIC -(7)9.99.
       77  ACCION-DIARIO        PIC X(15).
       77  IMAGEN-ANTES         PIC X(217).
       77  IMAGEN-DESPUES       PIC X(217).
       77  BLOQUEOS-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  DIARIO-ESTADO-ARCHIVO PIC X(2).
           05 EXCEP-ENTRADA OCCURS 100 TIMES.
              10 EXCEP-ID             PIC 9(5).
              10 EXCEP-NOMBRE         PIC X(15).
              10 EXCEP-PRIMER-APELLIDO  PIC X(25).
              10 EXCEP-SEGUNDO-APELLIDO PIC X(25).
              10 EXCEP-MOTIVO         PIC X(30).
              10 EXCEP-FECHA          PIC 9(8).
              10 EXCEP-ESTADO         PIC X.
      * Presupuestos salariales aprobados por departamento y periodo
      * (AAAAMM), cargados desde PRESUPTO.DAT para el mantenimiento
      * y para el informe de variacion contra los salarios reales.
      * Cabe un anio completo de la propuesta de PREVISION-COSTES
      * (doce periodos por departamento).
      ******************************************************************
       01  TABLA-PRESUPUESTOS.
           05 PRESU-ENTRADA OCCURS 300 TIMES.
              10 PRESU-CODIGO          PIC X(10).
              10 PRESU-PERIODO         PIC X(6).
              10 PRESU-IMPORTE         PIC S9(9)V99.
              10 PRESU-PLAZAS          PIC 9(5).
       77  PRESUPUESTO-ESTADO-ARCHIVO PIC X(2).
       77  PRESU-TOTAL          PIC 9(3) VALUE 0.
       77  PRESU-POS            PIC 9(3).
       77  PRESU-ENCONTRADO     PIC X.
       77  PRESU-LEE-TODO       PIC X.
       77  OPCION-PRESUPUESTOS  PIC X.
           05 LOTE-OPCION-ENTRADA OCCURS 20 TIMES PIC X(2).
       77  LOTE-OPCIONES-TOTAL  PIC 9(2) VALUE 0.
       77  LOTE-OPCION-POS      PIC 9(2).
       77  MOVLOTE-ESTADO-ARCHIVO PIC X(2).
       77  MOV-LEE-TODO         PIC X.
       77  MOV-PREVISION        PIC X VALUE "N".
       77  MOTIVO-RECHAZO-MOV   PIC X(40).
       77  RESULTADO-MOV        PIC X(40).
       77  MOV-LEIDOS           PIC 9(5) VALUE 0.
       77  MOV-APLICADOS        PIC 9(5) VALUE 0.
       77  MOV-ENCOLADOS        PIC 9(5) VALUE 0.
       77  MOV-RECHAZADOS       PIC 9(5) VALUE 0.
       77  ALERTAS-ESTADO-ARCHIVO PIC X(2).
       77  ALERTA-SEV-WS        PIC X.
       77  ALERTA-ORIGEN-WS     PIC X(12).
       77  SPOOL-INDICE-ESTADO  PIC X(2).
       77  ROSTER-NOMBRE-ARCHIVO PIC X(12) VALUE "ROSTER.RPT".
       77  DEPTOS-NOMBRE-ARCHIVO PIC X(12) VALUE "DEPTOS.RPT".
       77  VARIANZA-NOMBRE-ARCHIVO PIC X(12) VALUE "VARIANZA.RPT".
       77  ANTIG-NOMBRE-ARCHIVO PIC X(12) VALUE "ANTIGUED.RPT".
       77  CSV-NOMBRE-ARCHIVO   PIC X(13) VALUE "EMPLEADOS.CSV".
       77  VALID-NOMBRE-ARCHIVO PIC X(12) VALUE "VALIDACI.RPT".
       77  PERSONAS-ESTADO-ARCHIVO PIC X(2).
       01  TABLA-PUENTE.
           05 PUENTE-ENTRADA OCCURS 100 TIMES.
              10 PUENTE-LINEA         PIC X(72).
              10 PUENTE-ES-DATO       PIC X.
       77  PUENTE-TOTAL         PIC 9(3) VALUE 0.
       77  PUENTE-POS           PIC 9(3).
       77  PUENTE-PENDIENTES    PIC 9(3) VALUE 0.
       77  PUENTE-LEE-TODO      PIC X.
       77  PUENTE-DESBORDE      PIC X VALUE "N".
       77  ACTIVOS-PENDIENTES-TOTAL PIC 9(3) VALUE 0.
       77  ACTIVOS-PENDIENTES-VALOR PIC 9(9)V99 VALUE 0.
      ******************************************************************
      * Tramos de servicio de la persona (TRAMOS-SERVICIO): se abre
      * uno en cada alta, se cierra en la baja y la antiguedad se
      * mide sobre los tramos reconocidos, no sobre la fecha de alta.
      ******************************************************************
       77  MODO-SERVICIO        PIC X.
       77  OPCION-SERVICIO      PIC X.
       77  TRAMO-INICIO-CAPTURA PIC 9(8).
       77  TRAMO-FIN-CAPTURA    PIC 9(8).
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
      * Lista de incorporacion del empleado nuevo (LISTA-INCORPORACION):
      * cada alta crea sus tareas pendientes del catalogo.
      ******************************************************************
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
      * Excedencia del empleado (EXCEDENCIAS): la abre y la cierra la
      * opcion 44, la cierra tambien la baja, y se consulta para
      * contar en las plazas autorizadas a quien tiene el puesto
      * reservado.
      ******************************************************************
       77  MODO-EXCEDENCIA      PIC X.
       77  EXCEDENCIA-VALIDA    PIC X.
       77  EXCEDENCIA-ABIERTA   PIC X.
       01  DATOS-EXCEDENCIA.
           05 EXCEDENCIA-EMPLEADOS-ID PIC 9(5).
           05 EXCEDENCIA-TIPO         PIC X(2).
           05 EXCEDENCIA-INICIO       PIC 9(8).
           05 EXCEDENCIA-RETORNO      PIC 9(8).
           05 EXCEDENCIA-RESERVA      PIC X.
           05 EXCEDENCIA-FECHA        PIC 9(8).
           05 EXCEDENCIA-RESULTADO    PIC X.
      ******************************************************************
      * Candidato con oferta aceptada en una requisicion, tal como
      * lo devuelve CANDIDATO-ACEPTADO para rellenar el alta.
      ******************************************************************
       77  MODO-ACEPTADO        PIC X.
       77  RESULTADO-ACEPTADO   PIC X.
       01  DATOS-ACEPTADO.
           05 ACEPTADO-REQUISICION    PIC 9(5).
           05 ACEPTADO-NUMERO         PIC 9(3).
           05 ACEPTADO-NOMBRE         PIC X(15).
           05 ACEPTADO-PRIMER-APELLIDO  PIC X(25).
           05 ACEPTADO-SEGUNDO-APELLIDO PIC X(25).
           05 ACEPTADO-NIF            PIC X(9).
           05 ACEPTADO-FECHA-NACIMIENTO PIC 9(8).
           05 ACEPTADO-TELEFONO       PIC X(15).
           05 ACEPTADO-DEPARTAMENTO   PIC X(10).
           05 ACEPTADO-PUESTO         PIC X(8).
           05 ACEPTADO-SALARIO        PIC 9(7)V99.
           05 ACEPTADO-INCORPORACION  PIC 9(8).
           05 ACEPTADO-EMPLEADOS-ID   PIC 9(5).
           05 ACEPTADO-FECHA-CIERRE   PIC 9(8).
      ******************************************************************
      * Parrafos estandar del certificado de empleo, en la misma
      * tecnica de documento por niveles de 16-estructura-comp: los
              VALUE "DESDE EL DIA ".
           05 CERT-PARRAFO-4      PIC X(29)
              VALUE "CON UN SALARIO MENSUAL DE EUR".
           05 CERT-PARRAFO-5      PIC X(32)
              VALUE "CON ANTIGUEDAD RECONOCIDA DESDE ".
           05 CERT-CIERRE         PIC X(44)
              VALUE "Y PARA QUE CONSTE, SE EXPIDE EL PRESENTE.".
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-MOVIDOS PIC 9(5) VALUE 0.
       77  DEPCONC-HUERFANOS    PIC 9(5) VALUE 0.
       77  DEPCONC-INACTIVOS    PIC 9(5) VALUE 0.
       77  DEPEND-TRASLADO-ABIERTO PIC X VALUE "N".
       77  NIVEL-REQUERIDO      PIC 9 VALUE 0.
       77  OPCION-OPERADORES    PIC X.
       77  OPERADOR-BUSCADO     PIC X(10).
       77  ASIGT-TOTAL          PIC 9(3) VALUE 0.
       77  ASIGT-POS            PIC 9(3).
       77  ASIGNA-LEE-TODO      PIC X.
       77  ASIGNA-ID-CARGA      PIC 9(5).
       77  ASIGNA-ABIERTO       PIC X VALUE "N".
       77  FECHA-ASIGNACION     PIC 9(8).
       77  FECHA-CARENCIAS      PIC 9(8).
       77  CARENCIAS-PUESTO     PIC 9(3).
       77  TITULO-PUESTO-RPT    PIC X(25).
       01  TABLA-BANDAS.
           05 BANDA-ENTRADA OCCURS 20 TIMES.
           VALUE "HISTORICO.DAT".
       77  BAJAS-NOMBRE-ARCHIVO PIC X(12) VALUE "BAJAS.DAT".
       77  PEND-NOMBRE-ARCHIVO PIC X(14) VALUE "PENDIENTES.DAT".
       77  AFIL-NOMBRE-ARCHIVO PIC X(12) VALUE "AFILPEND.DAT".
       77  SALARIO-MOSTRADO     PIC X(12).
       77  APELLIDOS-MOSTRADOS  PIC X(51).
       77  APELLIDOS-MODO       PIC X.
       01  DATOS-APELLIDOS.
           05 APELLIDOS-TEXTO         PIC X(50).
           05 APELLIDOS-NOMBRE        PIC X(20).
           05 APELLIDOS-PRIMERO       PIC X(25).
           05 APELLIDOS-SEGUNDO       PIC X(25).
           05 APELLIDOS-RESULTADO     PIC X.
       77  IMPORTE-PARA-LETRA   PIC S9(9)V99.
       77  ANCHO-LETRA          PIC 9(3) VALUE 60.
       77  LINEAS-LETRA         PIC 9(2).
       77  LETRA-POS            PIC 9(2).
       01  TEXTO-LETRA.
           05 LINEA-LETRA OCCURS 10 TIMES PIC X(100).
       77  DEPTO-SAL-MOSTRADO   PIC X(14).
       77  DESTINO-EXPORTACION  PIC X(30).
       77  PARAM-LEE-TODO       PIC X.
       77  PARAM-VALOR-NUEVO    PIC 9(7)V99.
       77  PARAM-VALOR-EDICION  PIC -(7)9.99.
       77  PENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  AFIL-ESTADO-ARCHIVO  PIC X(2).
       01  TABLA-PENDIENTES.
           05 PENDT-ENTRADA OCCURS 100 TIMES.
              10 PENDT-TIPO           PIC X.
       77  CONTRATOS-ESTADO-ARCHIVO PIC X(2).
       77  PRESTAMOS-ESTADO-ARCHIVO PIC X(2).
       77  OPCION-PRESTAMOS-MENU PIC X.
       77  PRESTAMO-LEE-TODO    PIC X.
       77  PRESTAMO-SIGUIENTE   PIC 9(3).
       77  REPARTO-ESTADO-ARCHIVO PIC X(2).
       77  SITFISCAL-ESTADO-ARCHIVO PIC X(2).
       77  SITFISCAL-LEE-TODO   PIC X.
       77  SITUACIONES-LISTADAS PIC 9(3).
       77  OPCION-SITFISCAL     PIC X.
       77  HIJOS-DEPENDIENTES   PIC 9(2).
       77  CONFIRMA-HIJOS       PIC X.
       77  GASTOS-ESTADO-ARCHIVO PIC X(2).
       77  GASTOS-LEE-TODO      PIC X.
       77  OPCION-GASTOS-MENU   PIC X.
       77  DECISION-GASTO       PIC X.
       77  PRECIO-KILOMETRO     PIC 9(3)V99 VALUE 0.26.
       77  ULTIMO-NUMERO-GASTO  PIC 9(6).
       77  GASTO-IMPORTE-EDICION PIC -(7)9.99.
       77  GASTO-ELEGIDO        PIC 9(6).
       77  GASTOS-LISTADOS      PIC 9(5).
       77  GASTOS-SUBTOTAL      PIC 9(9)V99.
       77  GASTOS-TOTAL-LISTADO PIC 9(9)V99.
       77  GASTO-DEPTO-ANTERIOR PIC X(10).
       01  GASTO-CAPTURADO          PIC X(76).
       01  TABLA-REPARTOS.
           05 REPT-ENTRADA OCCURS 200 TIMES.
              10 REPT-ID              PIC 9(5).
       77  CONTRATOS-LISTADOS   PIC 9(3).
       77  NIF-OCUPADO          PIC X VALUE "N".
       77  RESULTADO-NIF        PIC X VALUE "N".
       77  NAF-OCUPADO          PIC X VALUE "N".
       77  RESULTADO-NAF        PIC X VALUE "N".
       77  PLAZAS-SUPERADAS     PIC X VALUE "N".
       77  PLAZAS-AUTORIZADAS   PIC 9(5) VALUE 0.
       77  PLANTILLA-DEPTO      PIC 9(5) VALUE 0.
       77  PLANTILLA-FTE        PIC 9(5)V99 VALUE 0.
      ******************************************************************
      * Jornadas: porcentaje vigente de cada empleado a una fecha,
      * para contar la plantilla en equivalentes a tiempo completo.
      ******************************************************************
       77  JORNADAS-ESTADO-ARCHIVO PIC X(2).
       77  JORNADA-LEE-TODO     PIC X.
       77  JORNADAS-ABIERTO     PIC X VALUE "N".
       77  JORNADAS-LISTADAS    PIC 9(3).
       77  PORCENTAJE-JORNADA   PIC 9(3)V99.
       77  FTE-EMPLEADO         PIC 9V99.
       77  FTE-EDICION          PIC ZZZZ9.99.
       77  PORCENTAJE-JORNADA-EDICION PIC ZZ9.99.
       77  OPCION-JORNADA       PIC X.
      ******************************************************************
      * Tipo de pago con fecha de efecto: mensual, o por horas a un
      * precio-hora sobre las horas fichadas del periodo.
      ******************************************************************
       77  TARIFAS-ESTADO-ARCHIVO PIC X(2).
       77  TARIFA-LEE-TODO      PIC X.
       77  TARIFAS-LISTADAS     PIC 9(3).
       77  PRECIO-HORA-EDICION  PIC ZZZ9.99.
       77  OPCION-TARIFA        PIC X.
      ******************************************************************
      * Linea de mando: historia de JEFES.DAT en memoria, con el
      * cambio propuesto al final mientras se comprueba que no
      * cierre un bucle.
      ******************************************************************
       01  TABLA-JEFES.
           05 JEFT-ENTRADA OCCURS 500 TIMES.
              10 JEFT-EMPLEADOS-ID    PIC 9(5).
              10 JEFT-RESPONSABLE     PIC 9(5).
              10 JEFT-DESDE           PIC 9(8).
       77  JEFT-TOTAL           PIC 9(3) VALUE 0.
       77  JEFT-POS             PIC 9(3).
       77  JEFT-POS-2           PIC 9(3).
       77  JEFES-ESTADO-ARCHIVO PIC X(2).
       77  JEFE-LEE-TODO        PIC X.
       77  JEFES-LISTADOS       PIC 9(3).
       77  OPCION-RESPONSABLE   PIC X.
       77  RESPONSABLE-NUEVO    PIC 9(5).
       77  FECHA-RESPONSABLE    PIC 9(8).
       77  FECHA-COMPROBADA     PIC 9(8).
       77  RESPONSABLE-VALIDO   PIC X.
       77  BUCLE-DETECTADO      PIC X.
       77  JEFE-CADENA          PIC 9(5).
       77  JEFE-VIGENTE         PIC 9(5).
       77  JEFE-VIGENTE-DESDE   PIC 9(8).
       77  PASOS-CADENA         PIC 9(4).
       77  RESPONSABLE-FILTRO   PIC 9(5) VALUE 0.
       77  FECHA-EQUIPO         PIC 9(8).
       77  EN-EQUIPO            PIC X.
       77  ID-EQUIPO            PIC 9(5).
       01  FECHA-JORNADA-X.
           05 FECHA-JORNADA-PERIODO   PIC X(6).
           05 FECHA-JORNADA-DIA       PIC X(2).
       01  FECHA-JORNADA REDEFINES FECHA-JORNADA-X PIC 9(8).
       77  PERIODO-PLAZAS       PIC X(6).
       01  FORM-EMPLEADO.
           05 FORM-ID             PIC 9(5).
           05 FORM-NOMBRE         PIC X(15).
           05 FORM-APELLIDOS.
              10 FORM-PRIMER-APELLIDO  PIC X(25).
              10 FORM-SEGUNDO-APELLIDO PIC X(25).
           05 FORM-EDAD           PIC 999.
           05 FORM-FECHA-NACIMIENTO PIC 9(8).
           05 FORM-TELEFONO       PIC X(15).
           05 FORM-SALARIO        PIC 9(7)V99.
           05 FORM-FECHA-ALTA     PIC 9(8).
           05 FORM-NIF            PIC X(9).
           05 FORM-NAF            PIC X(12).
           05 FORM-SEXO           PIC X.
           05 FORM-CONFIRMA       PIC X.
       SCREEN SECTION.
       01  PANTALLA-ALTA-EMPLEADO.
           05 LINE 4 COLUMN 2 VALUE "NOMBRE:".
           05 LINE 4 COLUMN 18 PIC X(15) USING FORM-NOMBRE.
           05 LINE 5 COLUMN 2 VALUE "APELLIDOS:".
           05 LINE 5 COLUMN 18 PIC X(25) USING FORM-PRIMER-APELLIDO.
           05 LINE 5 COLUMN 44 PIC X(25) USING FORM-SEGUNDO-APELLIDO.
           05 LINE 6 COLUMN 2 VALUE "FECHA NACIM:".
           05 LINE 6 COLUMN 18 PIC 9(8) USING FORM-FECHA-NACIMIENTO.
           05 LINE 7 COLUMN 2 VALUE "TELEFONO:".
           05 LINE 14 COLUMN 18 PIC 9(8) USING FORM-FECHA-ALTA.
           05 LINE 15 COLUMN 2 VALUE "NIF:".
           05 LINE 15 COLUMN 18 PIC X(9) USING FORM-NIF.
           05 LINE 16 COLUMN 2 VALUE "NAF:".
           05 LINE 16 COLUMN 18 PIC X(12) USING FORM-NAF.
           05 LINE 16 COLUMN 34 VALUE "SEXO (M/H):".
           05 LINE 16 COLUMN 46 PIC X USING FORM-SEXO.
           05 LINE 17 COLUMN 2
              VALUE "CONFIRMAR (S=GRABAR, C=CANCELAR, N=CORREGIR):".
           05 LINE 17 COLUMN 49 PIC X USING FORM-CONFIRMA.
           05 LINE 4 COLUMN 2 VALUE "NOMBRE:".
           05 LINE 4 COLUMN 18 PIC X(15) FROM FORM-NOMBRE.
           05 LINE 5 COLUMN 2 VALUE "APELLIDOS:".
           05 LINE 5 COLUMN 18 PIC X(25) FROM FORM-PRIMER-APELLIDO.
           05 LINE 5 COLUMN 44 PIC X(25) FROM FORM-SEGUNDO-APELLIDO.
           05 LINE 6 COLUMN 2 VALUE "TELEFONO:".
           05 LINE 6 COLUMN 18 PIC X(15) USING FORM-TELEFONO.
           05 LINE 7 COLUMN 2 VALUE "CALLE:".
       MOVE "PRACHIST.DAT" TO HISTORICO-NOMBRE-ARCHIVO.
       MOVE "PRACBAJ.DAT" TO BAJAS-NOMBRE-ARCHIVO.
       MOVE "PRACPEND.DAT" TO PEND-NOMBRE-ARCHIVO.
       MOVE "PRACAFIL.DAT" TO AFIL-NOMBRE-ARCHIVO.
       MOVE "*** MODO PRACTICA ***" TO MARCA-ENTORNO.
       PERFORM MUESTRA-AVISO-PRACTICA.

       END-IF.

      ******************************************************************
      * En lote solo corren las opciones de informe y las de
      * movimientos por lotes, que no piden nada por teclado;
      * cualquier otra queda rechazada con su motivo en el estado
      * de la corrida.
      ******************************************************************
       PROCESA-OPCION-LOTE.
       MOVE LOTE-OPCION-ENTRADA(LOTE-OPCION-POS) TO OPCION-MENU.
       IF OPCION-MENU = "5" OR OPCION-MENU = "6"
           OR OPCION-MENU = "7" OR OPCION-MENU = "8"
           OR OPCION-MENU = "11" OR OPCION-MENU = "12"
           OR OPCION-MENU = "45" OR OPCION-MENU = "46"
          MOVE REGISTROS-LEIDOS TO REGISTROS-ANTES-OPCION
          PERFORM DETERMINA-TIPO-OPCION
          PERFORM DETERMINA-NIVEL-REQUERIDO
                 GIVING REGISTROS-ULTIMO-ESCANEO
          END-IF
          MOVE SPACES TO LINEA-LOTE
          IF OPCION-MENU = "45" OR OPCION-MENU = "46"
             STRING "OPCION " OPCION-MENU ": COMPLETADA. LEIDOS "
                 MOV-LEIDOS " RECHAZADOS " MOV-RECHAZADOS
                 DELIMITED BY SIZE INTO LINEA-LOTE
          ELSE
             STRING "OPCION " OPCION-MENU ": COMPLETADA"
                 DELIMITED BY SIZE INTO LINEA-LOTE
          END-IF
       ELSE
          MOVE SPACES TO LINEA-LOTE
          STRING "OPCION " OPCION-MENU ": NO PERMITIDA EN LOTE"
       WRITE LINEA-LOTE.
       ADD 1 TO LOTE-OPCION-POS.

      ******************************************************************
      * Movimientos del maestro por lotes desde MOVLOTE.DAT. La
      * opcion 45 aplica los validos; la 46 es la prueba: valida
      * todo igual y lista lo que pasaria, sin tocar el maestro, el
      * diario, la auditoria ni la cola de pendientes. En las dos
      * los rechazados van a MOVRECH.DAT y el detalle de cada
      * movimiento a MOVLOTE.RPT.
      ******************************************************************
       MOVIMIENTOS-POR-LOTE.
       IF OPCION-MENU = "46"
          MOVE "S" TO MOV-PREVISION
       ELSE
          MOVE "N" TO MOV-PREVISION
       END-IF.
       MOVE 0 TO MOV-LEIDOS.
       MOVE 0 TO MOV-APLICADOS.
       MOVE 0 TO MOV-ENCOLADOS.
       MOVE 0 TO MOV-RECHAZADOS.
       OPEN INPUT MOVIMIENTOS-LOTE.
       IF MOVLOTE-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR MOVLOTE.DAT. ESTADO: "
              MOVLOTE-ESTADO-ARCHIVO
          CLOSE MOVIMIENTOS-LOTE
       ELSE
          OPEN OUTPUT RECHAZOS-LOTE
          OPEN OUTPUT REPORTE-MOVIMIENTOS
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE SPACES TO LINEA-MOVIMIENTO
          IF MOV-PREVISION = "S"
             STRING "PRUEBA DE MOVIMIENTOS POR LOTES (NADA SE "
                 "APLICA) - OPERADOR " OPERADOR-ACTUAL " - "
                 FECHA-ACTUAL(1:14)
                 DELIMITED BY SIZE INTO LINEA-MOVIMIENTO
          ELSE
             STRING "MOVIMIENTOS POR LOTES - OPERADOR "
                 OPERADOR-ACTUAL " - " FECHA-ACTUAL(1:14)
                 DELIMITED BY SIZE INTO LINEA-MOVIMIENTO
          END-IF
          WRITE LINEA-MOVIMIENTO
          MOVE SPACES TO LINEA-MOVIMIENTO
          WRITE LINEA-MOVIMIENTO
          MOVE "N" TO MOV-LEE-TODO
          PERFORM PROCESA-UN-MOVIMIENTO UNTIL MOV-LEE-TODO = "S"
          CLOSE MOVIMIENTOS-LOTE
          MOVE SPACES TO LINEA-MOVIMIENTO
          WRITE LINEA-MOVIMIENTO
          MOVE SPACES TO LINEA-MOVIMIENTO
          STRING "LEIDOS: " MOV-LEIDOS " APLICADOS: " MOV-APLICADOS
              " A VISTO BUENO: " MOV-ENCOLADOS
              " RECHAZADOS: " MOV-RECHAZADOS
              DELIMITED BY SIZE INTO LINEA-MOVIMIENTO
          WRITE LINEA-MOVIMIENTO
          CLOSE REPORTE-MOVIMIENTOS
          CLOSE RECHAZOS-LOTE
          IF MOV-PREVISION = "N"
             MOVE MOV-APLICADOS TO EMPLEADOS-ID
             MOVE "MOVTOS-LOTE" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
          END-IF
          IF MOV-RECHAZADOS > 0
             MOVE 4 TO RETURN-CODE
          END-IF
          DISPLAY "MOVIMIENTOS LEIDOS: " MOV-LEIDOS
              " APLICADOS: " MOV-APLICADOS
              " A VISTO BUENO: " MOV-ENCOLADOS
              " RECHAZADOS: " MOV-RECHAZADOS
              ". VER MOVLOTE.RPT Y MOVRECH.DAT."
       END-IF.

       PROCESA-UN-MOVIMIENTO.
       READ MOVIMIENTOS-LOTE
           AT END MOVE "S" TO MOV-LEE-TODO
           NOT AT END
              ADD 1 TO MOV-LEIDOS
              MOVE SPACES TO MOTIVO-RECHAZO-MOV
              MOVE SPACES TO RESULTADO-MOV
              IF MOV-TIPO = "A"
                 PERFORM MOVIMIENTO-ALTA
              ELSE
                 IF MOV-TIPO = "C"
                    PERFORM MOVIMIENTO-CAMBIO
                 ELSE
                    IF MOV-TIPO = "B"
                       PERFORM MOVIMIENTO-BAJA
                    ELSE
                       MOVE "TIPO DE MOVIMIENTO NO VALIDO (A, C O B)"
                           TO MOTIVO-RECHAZO-MOV
                    END-IF
                 END-IF
              END-IF
              PERFORM ANOTA-RESULTADO-MOVIMIENTO
       END-READ.

       ANOTA-RESULTADO-MOVIMIENTO.
       MOVE SPACES TO LINEA-MOVIMIENTO.
       IF MOTIVO-RECHAZO-MOV NOT = SPACES
          ADD 1 TO MOV-RECHAZADOS
          MOVE MOVIMIENTO-REGISTRO TO RECHAZO-MOVIMIENTO
          MOVE MOTIVO-RECHAZO-MOV TO RECHAZO-MOTIVO
          WRITE RECHAZO-REGISTRO
          STRING MOV-LEIDOS " " MOV-TIPO " "
              MOVIMIENTO-REGISTRO(2:5) " RECHAZADO: "
              MOTIVO-RECHAZO-MOV
              DELIMITED BY SIZE INTO LINEA-MOVIMIENTO
       ELSE
          STRING MOV-LEIDOS " " MOV-TIPO " " EMPLEADOS-ID " "
              RESULTADO-MOV
              DELIMITED BY SIZE INTO LINEA-MOVIMIENTO
       END-IF.
       WRITE LINEA-MOVIMIENTO.

      ******************************************************************
      * Alta por lotes: las validaciones del formulario de alta,
      * sin nadie que pueda firmar una excepcion.
      ******************************************************************
       MOVIMIENTO-ALTA.
       PERFORM VALIDA-MOVIMIENTO-ALTA THRU VALIDA-MOV-ALTA-SALIDA.
       IF MOTIVO-RECHAZO-MOV = SPACES
          IF MOV-PREVISION = "S"
             MOVE MOV-EMPLEADOS-ID TO EMPLEADOS-ID
             MOVE "ALTA VALIDA (NO APLICADA)" TO RESULTADO-MOV
          ELSE
             PERFORM APLICA-MOVIMIENTO-ALTA
          END-IF
       END-IF.

       VALIDA-MOVIMIENTO-ALTA.
       IF MOVIMIENTO-REGISTRO(2:5) IS NOT NUMERIC
          MOVE "ID NO NUMERICO (CERO = ASIGNACION AUTOMATICA)"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       IF MOV-EMPLEADOS-ID > 0
          IF NIVEL-OPERADOR < 3
             MOVE "ID MANUAL SOLO CON OPERADOR DE NIVEL 3"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
          MOVE MOV-EMPLEADOS-ID TO ID-BUSCADO
          PERFORM LOCALIZA-POR-ID
          IF ENCONTRADO = "S"
             MOVE "ID YA EXISTE EN EL MAESTRO" TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
       END-IF.
       IF MOV-ALTA-NOMBRE = SPACES
           OR MOV-ALTA-PRIMER-APELLIDO = SPACES
          MOVE "NOMBRE Y PRIMER APELLIDO OBLIGATORIOS"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       MOVE MOV-EMPLEADOS-ID TO FORM-ID.
       MOVE MOV-ALTA-NOMBRE TO FORM-NOMBRE.
       MOVE MOV-ALTA-PRIMER-APELLIDO TO FORM-PRIMER-APELLIDO.
       MOVE MOV-ALTA-SEGUNDO-APELLIDO TO FORM-SEGUNDO-APELLIDO.
       MOVE MOV-ALTA-TELEFONO TO FORM-TELEFONO.
       MOVE MOV-ALTA-DIRECCION TO FORM-DIRECCION.
       MOVE MOV-ALTA-CODIGO-POSTAL TO FORM-CODIGO-POSTAL.
       MOVE MOV-ALTA-CIUDAD TO FORM-CIUDAD.
       MOVE MOV-ALTA-PROVINCIA TO FORM-PROVINCIA.
       MOVE MOV-ALTA-DEPARTAMENTO TO FORM-DEPARTAMENTO.
       MOVE MOV-ALTA-NIF TO FORM-NIF.
       MOVE MOV-ALTA-NAF TO FORM-NAF.
       MOVE MOV-ALTA-SEXO TO FORM-SEXO.
       MOVE FORM-DEPARTAMENTO TO DEPTO-BUSCADO.
       PERFORM BUSCA-DEPTO-MAESTRO.
       IF DEPTOM-ENCONTRADO = "N"
           OR DEPTOM-ACTIVO(DEPTOM-POS) NOT = "S"
          MOVE "DEPARTAMENTO NO EXISTE O NO ESTA ACTIVO"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       PERFORM VERIFICA-EMPRESA-DEPTO.
       IF EMPRESA-AUTORIZADA = "N"
          MOVE "EMPRESA DEL DEPARTAMENTO NO AUTORIZADA"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       PERFORM CONTROLA-PLAZAS-DEPTO.
       IF PLAZAS-SUPERADAS = "S"
          MOVE "SIN PLAZA AUTORIZADA EN EL DEPARTAMENTO"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       IF FORM-NIF NOT = SPACES
          CALL "VALIDA-NIF" USING FORM-NIF RESULTADO-NIF
          IF RESULTADO-NIF = "N"
             MOVE "NIF NO VALIDO" TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
          PERFORM VERIFICA-NIF-UNICO
          IF NIF-OCUPADO = "S"
             MOVE "NIF YA REGISTRADO EN MAESTRO O HISTORICO"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
       END-IF.
       IF FORM-NAF NOT = SPACES
          CALL "VALIDA-NAF" USING FORM-NAF RESULTADO-NAF
          IF RESULTADO-NAF = "N"
             MOVE "NAF NO VALIDO" TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
          PERFORM VERIFICA-NAF-UNICO
          IF NAF-OCUPADO = "S"
             MOVE "NAF YA REGISTRADO EN EL MAESTRO"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
       END-IF.
       INSPECT FORM-SEXO CONVERTING "mh" TO "MH".
       IF FORM-SEXO NOT = "M" AND FORM-SEXO NOT = "H"
          MOVE "SEXO NO VALIDO (M=MUJER, H=HOMBRE)"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       IF MOV-ALTA-FECHA-ALTA IS NOT NUMERIC
          MOVE "FECHA DE ALTA NO VALIDA" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       MOVE MOV-ALTA-FECHA-ALTA TO FORM-FECHA-ALTA.
       CALL "VALIDA-FECHA" USING FORM-FECHA-ALTA RESULTADO-FECHA.
       IF RESULTADO-FECHA = "N"
          MOVE "FECHA DE ALTA NO VALIDA" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       IF MOV-ALTA-NACIMIENTO IS NOT NUMERIC
          MOVE "FECHA DE NACIMIENTO NO VALIDA" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       MOVE MOV-ALTA-NACIMIENTO TO FORM-FECHA-NACIMIENTO.
       CALL "VALIDA-FECHA" USING FORM-FECHA-NACIMIENTO
           RESULTADO-FECHA.
       IF RESULTADO-FECHA = "N"
          MOVE "FECHA DE NACIMIENTO NO VALIDA" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       MOVE FORM-FECHA-NACIMIENTO TO FECHA-BASE-CALC.
       PERFORM CALCULA-EDAD-DESDE-FECHA.
       MOVE EDAD-CALCULADA TO FORM-EDAD.
       IF MOV-ALTA-SALARIO IS NOT NUMERIC
          MOVE "SALARIO NO NUMERICO" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-ALTA-SALIDA
       END-IF.
       MOVE MOV-ALTA-SALARIO TO FORM-SALARIO.
       MOVE MOV-ALTA-PUESTO TO PUESTO-ALTA-ELEGIDO.
       IF PUESTO-ALTA-ELEGIDO NOT = SPACES
          PERFORM CARGA-PUESTOS
          PERFORM CARGA-BANDAS
          MOVE PUESTO-ALTA-ELEGIDO TO PUESTO-BUSCADO
          PERFORM BUSCA-PUESTO
          IF PUESTO-ENCONTRADO = "N"
             MOVE "PUESTO NO ESTA EN EL MAESTRO"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
          MOVE PUESTO-ALTA-ELEGIDO TO PUESTO-CONTROL
          MOVE FORM-SALARIO TO SALARIO-CONTROLADO
          PERFORM CONTROLA-BANDA-SALARIAL
          IF BANDA-RESULTADO = "F"
             MOVE "SALARIO FUERA DE LA BANDA DEL PUESTO"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
       END-IF.
       MOVE MOV-ALTA-CONTRATO TO CONTRATO-TIPO-CAPTURA.
       IF CONTRATO-TIPO-CAPTURA = SPACE
          MOVE "I" TO CONTRATO-TIPO-CAPTURA
       END-IF.
       MOVE 0 TO CONTRATO-FIN-CAPTURA.
       IF CONTRATO-TIPO-CAPTURA = "T"
          IF MOV-ALTA-FIN-CONTRATO IS NOT NUMERIC
             MOVE "FECHA DE FIN DEL CONTRATO NO VALIDA"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
          MOVE MOV-ALTA-FIN-CONTRATO TO CONTRATO-FIN-CAPTURA
          MOVE CONTRATO-FIN-CAPTURA TO FECHA-AUX-X
          MOVE FECHA-AUX-X(5:2) TO MES-AUX-1
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1
          IF MES-AUX-1 < 1 OR MES-AUX-1 > 12
              OR DIA-AUX-1 < 1 OR DIA-AUX-1 > 31
             MOVE "FECHA DE FIN DEL CONTRATO NO VALIDA"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
       ELSE
          IF CONTRATO-TIPO-CAPTURA NOT = "I"
             MOVE "TIPO DE CONTRATO NO VALIDO (I O T)"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-ALTA-SALIDA
          END-IF
       END-IF.
       VALIDA-MOV-ALTA-SALIDA.
       CONTINUE.

       APLICA-MOVIMIENTO-ALTA.
       IF FORM-ID = 0
          PERFORM ASIGNA-SIGUIENTE-ID
          MOVE EMPLEADOS-ID TO FORM-ID
       END-IF.
       MOVE FORM-ID TO EMPLEADOS-ID.
       MOVE FORM-NOMBRE TO EMPLEADOS-NOMBRE.
       MOVE FORM-APELLIDOS TO EMPLEADOS-APELLIDOS.
       MOVE FORM-EDAD TO EMPLEADOS-EDAD.
       MOVE FORM-FECHA-NACIMIENTO TO EMPLEADOS-FECHA-NACIMIENTO.
       MOVE FORM-TELEFONO TO EMPLEADOS-TELEFONO.
       MOVE FORM-DIRECCION TO EMPLEADOS-DIRECCION.
       MOVE FORM-CODIGO-POSTAL TO EMPLEADOS-CODIGO-POSTAL.
       MOVE FORM-CIUDAD TO EMPLEADOS-CIUDAD.
       MOVE FORM-PROVINCIA TO EMPLEADOS-PROVINCIA.
       MOVE FORM-NIF TO EMPLEADOS-NIF.
       MOVE FORM-NAF TO EMPLEADOS-NAF.
       MOVE FORM-SEXO TO EMPLEADOS-SEXO.
       MOVE FORM-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
       PERFORM ASIGNA-EMPRESA-EMPLEADO.
       MOVE FORM-SALARIO TO EMPLEADOS-SALARIO.
       MOVE FORM-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA.
       MOVE "A" TO EMPLEADOS-ESTADO.
       WRITE EMPLEADOS-REGISTRO
           INVALID KEY
              MOVE "ID DUPLICADO AL GRABAR" TO MOTIVO-RECHAZO-MOV
           NOT INVALID KEY
              MOVE "ALTA" TO ACCION-AUDITADA
              PERFORM GRABA-AUDITORIA
              MOVE SPACES TO IMAGEN-ANTES
              MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
              MOVE "ALTA" TO ACCION-DIARIO
              PERFORM GRABA-DIARIO-CAMBIO
              PERFORM ENCOLA-AVISO-ALTA
              PERFORM ABRE-TRAMO-SERVICIO
              PERFORM CREA-LISTA-INCORPORACION
              PERFORM GRABA-ASIGNACION-ALTA
              MOVE 0 TO RENOVACIONES-PREVIAS
              PERFORM GRABA-CONTRATO-EMPLEADO
              ADD 1 TO MOV-APLICADOS
              MOVE "ALTA APLICADA" TO RESULTADO-MOV
       END-WRITE.

      ******************************************************************
      * Cambio de un campo por lotes. Salario y cuenta bancaria
      * pasan por la cola de pendientes (doble control) igual que
      * desde las opciones 34 y 25; el resto se aplica con el
      * registro bloqueado, como la actualizacion en pantalla.
      ******************************************************************
       MOVIMIENTO-CAMBIO.
       PERFORM VALIDA-MOVIMIENTO-CAMBIO THRU VALIDA-MOV-CAMBIO-SALIDA.
       IF MOTIVO-RECHAZO-MOV = SPACES
          IF MOV-PREVISION = "S"
             IF MOV-CAMBIO-CAMPO = "SALARIO"
                 OR MOV-CAMBIO-CAMPO = "BANCO"
                MOVE "CAMBIO VALIDO (IRIA A VISTO BUENO)"
                    TO RESULTADO-MOV
             ELSE
                MOVE "CAMBIO VALIDO (NO APLICADO)" TO RESULTADO-MOV
             END-IF
          ELSE
             IF MOV-CAMBIO-CAMPO = "SALARIO"
                PERFORM ENCOLA-MOVIMIENTO-SALARIO
             ELSE
                IF MOV-CAMBIO-CAMPO = "BANCO"
                   PERFORM ENCOLA-MOVIMIENTO-BANCO
                ELSE
                   PERFORM APLICA-MOVIMIENTO-CAMBIO
                END-IF
             END-IF
          END-IF
       END-IF.

       VALIDA-MOVIMIENTO-CAMBIO.
       IF MOVIMIENTO-REGISTRO(2:5) IS NOT NUMERIC
          MOVE "ID NO NUMERICO" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       MOVE MOV-EMPLEADOS-ID TO ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          MOVE "EMPLEADO NO EXISTE EN EL MAESTRO"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       MOVE EMPLEADOS-EMPRESA TO NUEVA-EMPRESA-DEPTO.
       PERFORM VERIFICA-EMPRESA-OPERADOR.
       IF EMPRESA-AUTORIZADA = "N"
          MOVE "EMPRESA DEL EMPLEADO NO AUTORIZADA"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       MOVE ID-BUSCADO TO FORM-ID.
       IF MOV-CAMBIO-CAMPO = "NOMBRE" OR MOV-CAMBIO-CAMPO = "APELLIDOS"
           OR MOV-CAMBIO-CAMPO = "APELLIDO1"
          IF MOV-CAMBIO-VALOR = SPACES
             MOVE "NOMBRE Y APELLIDOS OBLIGATORIOS"
                 TO MOTIVO-RECHAZO-MOV
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "TELEFONO"
           OR MOV-CAMBIO-CAMPO = "APELLIDO2"
           OR MOV-CAMBIO-CAMPO = "DIRECCION"
           OR MOV-CAMBIO-CAMPO = "CODIGO-POSTAL"
           OR MOV-CAMBIO-CAMPO = "CIUDAD"
           OR MOV-CAMBIO-CAMPO = "PROVINCIA"
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "DEPARTAMENTO"
          MOVE MOV-CAMBIO-VALOR(1:10) TO DEPTO-BUSCADO
          PERFORM BUSCA-DEPTO-MAESTRO
          IF DEPTOM-ENCONTRADO = "N"
              OR DEPTOM-ACTIVO(DEPTOM-POS) NOT = "S"
             MOVE "DEPARTAMENTO NO EXISTE O NO ESTA ACTIVO"
                 TO MOTIVO-RECHAZO-MOV
          ELSE
             PERFORM VERIFICA-EMPRESA-DEPTO
             IF EMPRESA-AUTORIZADA = "N"
                MOVE "EMPRESA DEL DEPARTAMENTO NO AUTORIZADA"
                    TO MOTIVO-RECHAZO-MOV
             END-IF
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "NIF"
          MOVE MOV-CAMBIO-VALOR(1:9) TO FORM-NIF
          CALL "VALIDA-NIF" USING FORM-NIF RESULTADO-NIF
          IF RESULTADO-NIF = "N"
             MOVE "NIF NO VALIDO" TO MOTIVO-RECHAZO-MOV
          ELSE
             PERFORM VERIFICA-NIF-UNICO
             IF NIF-OCUPADO = "S"
                MOVE "NIF YA REGISTRADO EN MAESTRO O HISTORICO"
                    TO MOTIVO-RECHAZO-MOV
             END-IF
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "NAF"
          MOVE MOV-CAMBIO-VALOR(1:12) TO FORM-NAF
          CALL "VALIDA-NAF" USING FORM-NAF RESULTADO-NAF
          IF RESULTADO-NAF = "N"
             MOVE "NAF NO VALIDO" TO MOTIVO-RECHAZO-MOV
          ELSE
             PERFORM VERIFICA-NAF-UNICO
             IF NAF-OCUPADO = "S"
                MOVE "NAF YA REGISTRADO EN EL MAESTRO"
                    TO MOTIVO-RECHAZO-MOV
             END-IF
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "SEXO"
          MOVE MOV-CAMBIO-VALOR(1:1) TO FORM-SEXO
          INSPECT FORM-SEXO CONVERTING "mh" TO "MH"
          IF FORM-SEXO NOT = "M" AND FORM-SEXO NOT = "H"
             MOVE "SEXO NO VALIDO (M=MUJER, H=HOMBRE)"
                 TO MOTIVO-RECHAZO-MOV
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "NACIMIENTO"
          IF MOV-CAMBIO-VALOR(1:8) IS NOT NUMERIC
             MOVE "FECHA DE NACIMIENTO NO VALIDA"
                 TO MOTIVO-RECHAZO-MOV
          ELSE
             MOVE MOV-CAMBIO-VALOR(1:8) TO FORM-FECHA-NACIMIENTO
             CALL "VALIDA-FECHA" USING FORM-FECHA-NACIMIENTO
                 RESULTADO-FECHA
             IF RESULTADO-FECHA = "N"
                MOVE "FECHA DE NACIMIENTO NO VALIDA"
                    TO MOTIVO-RECHAZO-MOV
             END-IF
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "SALARIO"
          IF MOV-CAMBIO-VALOR(1:9) IS NOT NUMERIC
             MOVE "SALARIO NO NUMERICO (9 DIGITOS, 2 DECIMALES)"
                 TO MOTIVO-RECHAZO-MOV
          ELSE
             MOVE MOV-CAMBIO-VALOR(1:9) TO SALARIO-SOLICITADO(1:9)
             IF SALARIO-SOLICITADO = 0
                MOVE "SALARIO A CERO" TO MOTIVO-RECHAZO-MOV
             END-IF
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "BANCO"
          MOVE MOV-CAMBIO-VALOR(1:4) TO ENTIDAD-BUSCADA
          PERFORM VALIDA-ENTIDAD-BANCARIA
          IF ENTIDAD-HALLADA = "N"
             MOVE "BANCO NO ACTIVO EN EL MAESTRO DE ENTIDADES"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-CAMBIO-SALIDA
          END-IF
          IF MOV-CAMBIO-VALOR(6:10) IS NOT NUMERIC
              OR MOV-CAMBIO-VALOR(17:1) IS NOT NUMERIC
             MOVE "CUENTA O DIGITO DE CONTROL NO NUMERICOS"
                 TO MOTIVO-RECHAZO-MOV
             GO TO VALIDA-MOV-CAMBIO-SALIDA
          END-IF
          MOVE MOV-CAMBIO-VALOR(6:10) TO BANCO-CUENTA
          PERFORM CALCULA-DIGITO-CUENTA
          IF MOV-CAMBIO-VALOR(17:1) NOT = DIGITO-CALCULADO
             MOVE "DIGITO DE CONTROL DE LA CUENTA INCORRECTO"
                 TO MOTIVO-RECHAZO-MOV
          END-IF
          GO TO VALIDA-MOV-CAMBIO-SALIDA
       END-IF.
       MOVE "CAMPO NO RECONOCIDO" TO MOTIVO-RECHAZO-MOV.
       VALIDA-MOV-CAMBIO-SALIDA.
       CONTINUE.

       APLICA-MOVIMIENTO-CAMBIO.
       PERFORM INTENTA-BLOQUEO.
       IF BLOQUEO-OBTENIDO = "N"
          MOVE "REGISTRO BLOQUEADO POR OTRA SESION"
              TO MOTIVO-RECHAZO-MOV
       ELSE
          PERFORM LOCALIZA-POR-ID
          MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
          PERFORM CAMBIA-CAMPO-MOVIMIENTO
          REWRITE EMPLEADOS-REGISTRO
          MOVE "ACTUALIZACION" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
          MOVE "ACTUALIZACION" TO ACCION-DIARIO
          PERFORM GRABA-DIARIO-CAMBIO
          ADD 1 TO MOV-APLICADOS
          MOVE SPACES TO RESULTADO-MOV
          STRING "CAMBIO DE " MOV-CAMBIO-CAMPO " APLICADO"
              DELIMITED BY SIZE INTO RESULTADO-MOV
       END-IF.
       PERFORM LIBERA-BLOQUEO.

       CAMBIA-CAMPO-MOVIMIENTO.
       IF MOV-CAMBIO-CAMPO = "NOMBRE"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-NOMBRE
       END-IF.
       IF MOV-CAMBIO-CAMPO = "APELLIDOS"
          MOVE MOV-CAMBIO-VALOR TO APELLIDOS-TEXTO
          MOVE "A" TO APELLIDOS-MODO
          CALL "SEPARA-APELLIDOS" USING APELLIDOS-MODO DATOS-APELLIDOS
          MOVE APELLIDOS-PRIMERO TO EMPLEADOS-PRIMER-APELLIDO
          MOVE APELLIDOS-SEGUNDO TO EMPLEADOS-SEGUNDO-APELLIDO
       END-IF.
       IF MOV-CAMBIO-CAMPO = "APELLIDO1"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-PRIMER-APELLIDO
       END-IF.
       IF MOV-CAMBIO-CAMPO = "APELLIDO2"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-SEGUNDO-APELLIDO
       END-IF.
       IF MOV-CAMBIO-CAMPO = "TELEFONO"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-TELEFONO
       END-IF.
       IF MOV-CAMBIO-CAMPO = "DIRECCION"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-DIRECCION
       END-IF.
       IF MOV-CAMBIO-CAMPO = "CODIGO-POSTAL"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-CODIGO-POSTAL
       END-IF.
       IF MOV-CAMBIO-CAMPO = "CIUDAD"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-CIUDAD
       END-IF.
       IF MOV-CAMBIO-CAMPO = "PROVINCIA"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-PROVINCIA
       END-IF.
       IF MOV-CAMBIO-CAMPO = "DEPARTAMENTO"
          MOVE MOV-CAMBIO-VALOR TO EMPLEADOS-DEPARTAMENTO
          PERFORM ASIGNA-EMPRESA-EMPLEADO
       END-IF.
       IF MOV-CAMBIO-CAMPO = "NIF"
          MOVE FORM-NIF TO EMPLEADOS-NIF
       END-IF.
       IF MOV-CAMBIO-CAMPO = "NAF"
          MOVE FORM-NAF TO EMPLEADOS-NAF
       END-IF.
       IF MOV-CAMBIO-CAMPO = "SEXO"
          MOVE FORM-SEXO TO EMPLEADOS-SEXO
       END-IF.
       IF MOV-CAMBIO-CAMPO = "NACIMIENTO"
          MOVE FORM-FECHA-NACIMIENTO TO EMPLEADOS-FECHA-NACIMIENTO
          MOVE FORM-FECHA-NACIMIENTO TO FECHA-BASE-CALC
          PERFORM CALCULA-EDAD-DESDE-FECHA
          MOVE EDAD-CALCULADA TO EMPLEADOS-EDAD
       END-IF.

       ENCOLA-MOVIMIENTO-SALARIO.
       PERFORM LOCALIZA-POR-ID.
       MOVE SPACES TO PENDIENTE-REGISTRO.
       MOVE "S" TO PEND-TIPO.
       MOVE ID-BUSCADO TO PEND-EMPLEADOS-ID.
       MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION.
       MOVE SPACES TO PEND-ANTES.
       STRING "SALARIO " SALARIO-EDICION
           DELIMITED BY SIZE INTO PEND-ANTES.
       MOVE SALARIO-SOLICITADO TO SALARIO-EDICION.
       MOVE SPACES TO PEND-DESPUES.
       STRING "SALARIO " SALARIO-EDICION
           DELIMITED BY SIZE INTO PEND-DESPUES.
       PERFORM GRABA-PENDIENTE.
       ADD 1 TO MOV-ENCOLADOS.
       MOVE "SALARIO A LA COLA DE VISTO BUENO" TO RESULTADO-MOV.

       ENCOLA-MOVIMIENTO-BANCO.
       OPEN I-O BANCOS-ARCHIVO.
       IF BANCOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT BANCOS-ARCHIVO
          CLOSE BANCOS-ARCHIVO
          OPEN I-O BANCOS-ARCHIVO
       END-IF.
       IF BANCOS-ESTADO-ARCHIVO NOT = "00"
          MOVE "NO SE PUDO ABRIR BANCOS.DAT" TO MOTIVO-RECHAZO-MOV
       ELSE
          MOVE MOV-CAMBIO-VALOR(1:4) TO BANCO-CODIGO
          MOVE MOV-CAMBIO-VALOR(6:10) TO BANCO-CUENTA
          MOVE MOV-CAMBIO-VALOR(17:1) TO BANCO-DIGITO
          PERFORM ENCOLA-CAMBIO-BANCARIO
          CLOSE BANCOS-ARCHIVO
          ADD 1 TO MOV-ENCOLADOS
          MOVE "CUENTA A LA COLA DE VISTO BUENO" TO RESULTADO-MOV
       END-IF.
       MOVE ID-BUSCADO TO EMPLEADOS-ID.

      ******************************************************************
      * Baja por lotes, con el mismo rastro que la baja en pantalla.
      * Los dependientes del titular no detienen la baja, pero se
      * avisan en el listado.
      ******************************************************************
       MOVIMIENTO-BAJA.
       PERFORM VALIDA-MOVIMIENTO-BAJA THRU VALIDA-MOV-BAJA-SALIDA.
       IF MOTIVO-RECHAZO-MOV = SPACES
          IF MOV-PREVISION = "S"
             MOVE "BAJA VALIDA (NO APLICADA)" TO RESULTADO-MOV
          ELSE
             PERFORM APLICA-MOVIMIENTO-BAJA
          END-IF
       END-IF.

       VALIDA-MOVIMIENTO-BAJA.
       IF MOVIMIENTO-REGISTRO(2:5) IS NOT NUMERIC
          MOVE "ID NO NUMERICO" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-BAJA-SALIDA
       END-IF.
       MOVE MOV-EMPLEADOS-ID TO ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          MOVE "EMPLEADO NO EXISTE EN EL MAESTRO"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-BAJA-SALIDA
       END-IF.
       IF EMPLEADO-INACTIVO
          MOVE "EL EMPLEADO YA ESTABA DE BAJA" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-BAJA-SALIDA
       END-IF.
       MOVE MOV-BAJA-MOTIVO TO MOTIVO-BAJA-ELEGIDO.
       MOVE "N" TO MOTIVO-BAJA-VALIDO.
       OPEN INPUT MOTIVOS-BAJA-ARCHIVO.
       IF MOTIVOS-ESTADO-ARCHIVO NOT = "00"
          MOVE "S" TO MOTIVO-BAJA-VALIDO
       ELSE
          MOVE "N" TO HISTORICO-LEE-TODO
          PERFORM BUSCA-MOTIVO-BAJA
              UNTIL HISTORICO-LEE-TODO = "S"
       END-IF.
       CLOSE MOTIVOS-BAJA-ARCHIVO.
       IF MOTIVO-BAJA-VALIDO = "N"
          MOVE "MOTIVO DE BAJA NO ESTA EN MOTBAJA.DAT"
              TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-BAJA-SALIDA
       END-IF.
       IF MOV-BAJA-FECHA IS NOT NUMERIC
          MOVE "FECHA DE BAJA NO VALIDA" TO MOTIVO-RECHAZO-MOV
          GO TO VALIDA-MOV-BAJA-SALIDA
       END-IF.
       MOVE MOV-BAJA-FECHA TO FECHA-BAJA-CAPTURA.
       CALL "VALIDA-FECHA" USING FECHA-BAJA-CAPTURA RESULTADO-FECHA.
       IF RESULTADO-FECHA = "N"
          MOVE "FECHA DE BAJA NO VALIDA" TO MOTIVO-RECHAZO-MOV
       END-IF.
       VALIDA-MOV-BAJA-SALIDA.
       CONTINUE.

       APLICA-MOVIMIENTO-BAJA.
       PERFORM INTENTA-BLOQUEO.
       IF BLOQUEO-OBTENIDO = "N"
          MOVE "REGISTRO BLOQUEADO POR OTRA SESION"
              TO MOTIVO-RECHAZO-MOV
       ELSE
          PERFORM CUENTA-DEPENDIENTES-TITULAR
          PERFORM LOCALIZA-POR-ID
          IF EMPLEADO-SUSPENDIDO
             PERFORM CIERRA-EXCEDENCIA-BAJA
          END-IF
          MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
          MOVE "I" TO EMPLEADOS-ESTADO
          REWRITE EMPLEADOS-REGISTRO
          MOVE "BAJA" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
          MOVE "BAJA" TO ACCION-DIARIO
          PERFORM GRABA-DIARIO-CAMBIO
          PERFORM GRABA-REGISTRO-BAJA
          PERFORM CIERRA-TRAMO-SERVICIO
          MOVE "BA" TO AVISO-TIPO
          MOVE ID-BUSCADO TO AVISO-EMPLEADOS-ID
          MOVE FECHA-BAJA-CAPTURA TO AVISO-FECHA-EFECTO
          MOVE 0 TO AVISO-PORCENTAJE
          PERFORM ENCOLA-AVISO-AFILIACION
          PERFORM MUESTRA-ACTIVOS-PENDIENTES
          ADD 1 TO MOV-APLICADOS
          MOVE SPACES TO RESULTADO-MOV
          IF DEPENDIENTES-TITULAR > 0
             STRING "BAJA APLICADA. AVISO: " DEPENDIENTES-TITULAR
                 " DEPENDIENTES"
                 DELIMITED BY SIZE INTO RESULTADO-MOV
          ELSE
             MOVE "BAJA APLICADA" TO RESULTADO-MOV
          END-IF
       END-IF.
       PERFORM LIBERA-BLOQUEO.

       SESION-DE-TRABAJO.
       PERFORM LATE-SESION-REGISTRADA.
       PERFORM MUESTRA-MENU-EMPLEADOS.
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = "0"
          DISPLAY "FIN DE LA SESION DE TRABAJO."
       ELSE
          MOVE REGISTROS-LEIDOS TO REGISTROS-ANTES-OPCION
          PERFORM DETERMINA-TIPO-OPCION
          PERFORM DETERMINA-NIVEL-REQUERIDO
          PERFORM PROCESA-OPCION-MENU
          IF ES-ESCANEO-COMPLETO = "S"
             MOVE "S" TO HUBO-ESCANEO-COMPLETO
             SUBTRACT REGISTROS-ANTES-OPCION FROM REGISTROS-LEIDOS
                 GIVING REGISTROS-ULTIMO-ESCANEO
          END-IF
       END-IF.

       MUESTRA-MENU-EMPLEADOS.
       DISPLAY " ".
       IF MODO-PRACTICA = "S"
          DISPLAY "****** MODO PRACTICA - DATOS DE ENSAYO ******"
       END-IF.
       DISPLAY "1 - LISTAR EMPLEADOS".
       DISPLAY "2 - ALTA DE EMPLEADO".
       DISPLAY "3 - ACTUALIZAR TELEFONO/DIRECCION".
       DISPLAY "4 - DAR DE BAJA UN EMPLEADO".
       DISPLAY "5 - IMPRIMIR LISTADO PAGINADO".
       DISPLAY "6 - RESUMEN POR DEPARTAMENTO".
       DISPLAY "7 - INFORME DE ANTIGUEDAD".
       DISPLAY "8 - EXPORTAR A CSV".
       DISPLAY "9 - BUSCAR UN EMPLEADO POR ID".
       DISPLAY "10 - ALTA DE DEPENDIENTE".
       DISPLAY "11 - INFORME DE DEPENDIENTES".
       DISPLAY "12 - VALIDACION DE DATOS".
       DISPLAY "13 - ARCHIVAR EMPLEADOS INACTIVOS".
       DISPLAY "14 - BUSCAR POR APELLIDOS".
       DISPLAY "15 - MANTENIMIENTO DE OPERADORES".
       DISPLAY "16 - MANTENIMIENTO DE DEPARTAMENTOS".
       DISPLAY "17 - CONSULTA MULTICRITERIO".
       DISPLAY "18 - BANCO DE EXCEPCIONES DE ALTA".
       DISPLAY "19 - CORRECCION DE CUARENTENA".
       DISPLAY "20 - CONCILIACION DE DEPENDIENTES".
       DISPLAY "21 - CERTIFICADO DE EMPLEO".
       DISPLAY "22 - MANTENIMIENTO DE PRESUPUESTOS".
       DISPLAY "23 - VARIACION SALARIOS/PRESUPUESTO".
       DISPLAY "24 - VISOR DEL SPOOL DE INFORMES".
       DISPLAY "25 - MANTENIMIENTO DE CUENTAS BANCARIAS".
       DISPLAY "26 - AUSENCIAS Y VACACIONES".
       DISPLAY "27 - INCORPORAR PERSONAS DEL PADRON".
       DISPLAY "28 - MANTENIMIENTO DE PUESTOS".
       DISPLAY "29 - ASIGNACION DE PUESTO".
       DISPLAY "30 - HISTORIAL DE CARRERA".
       DISPLAY "31 - SESIONES ACTIVAS Y LIMPIEZA DE BLOQUEOS".
       DISPLAY "32 - MANTENIMIENTO DE PARAMETROS".
       DISPLAY "33 - DISTRIBUCION POR PROVINCIA".
       DISPLAY "34 - CAMBIO DE SALARIO (CON VISTO BUENO)".
       DISPLAY "35 - REVISION DE CAMBIOS PENDIENTES".
       DISPLAY "36 - CONTRATOS DE UN EMPLEADO".
       DISPLAY "37 - PRESTAMOS Y ANTICIPOS".
       DISPLAY "38 - SITUACION FISCAL (MODELO 145)".
       DISPLAY "39 - GASTOS DE VIAJE".
       DISPLAY "40 - JORNADA PARCIAL O REDUCIDA".
       DISPLAY "41 - LINEA DE MANDO (RESPONSABLE)".
       DISPLAY "42 - INCORPORAR CANDIDATO ACEPTADO".
       DISPLAY "43 - TRAMOS DE SERVICIO / RECONOCER ANTIGUEDAD".
       DISPLAY "44 - EXCEDENCIA: INICIO / REINCORPORACION".
       DISPLAY "45 - MOVIMIENTOS POR LOTES (MOVLOTE.DAT)".
       DISPLAY "46 - PRUEBA DE MOVIMIENTOS POR LOTES (SIN APLICAR)".
       DISPLAY "47 - PAGO POR HORAS (TARIFA HORARIA)".
       DISPLAY "0 - SALIR".
       DISPLAY "OPCION: ".

      ******************************************************************
      * Carga la tabla de operadores desde OPERADORES.DAT. Si el
      * archivo no existe todavia se siembran los tres operadores
      * historicos y se graba el archivo, para que la primera
      * ejecucion despues de la conversion no deje a nadie fuera.
      ******************************************************************
       INICIALIZA-OPERADORES-AUTORIZADOS.
       MOVE 0 TO OPERADOR-TOTAL.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO OPERADOR-EDITADO
          PERFORM CARGA-OPERADOR UNTIL OPERADOR-EDITADO = "S"
          CLOSE OPERADORES-ARCHIVO
       ELSE
          CLOSE OPERADORES-ARCHIVO
          PERFORM SIEMBRA-OPERADORES-INICIALES
          PERFORM GRABA-ARCHIVO-OPERADORES
       END-IF.

       CARGA-OPERADOR.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO OPERADOR-EDITADO
           NOT AT END
              IF OPERADOR-TOTAL < 20
                 ADD 1 TO OPERADOR-TOTAL
                 MOVE OPERADOR-REG-ID
                     TO OPERADOR-AUTORIZADO-ENTRADA(OPERADOR-TOTAL)
                 MOVE OPERADOR-REG-NOMBRE
                     TO OPERADOR-NOMBRE-ENTRADA(OPERADOR-TOTAL)
                 MOVE OPERADOR-REG-NIVEL
                     TO OPERADOR-NIVEL-ENTRADA(OPERADOR-TOTAL)
                 MOVE OPERADOR-REG-ACTIVO
                     TO OPERADOR-ACTIVO-ENTRADA(OPERADOR-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE OPERADORES LLENA. SE OMITE "
                     OPERADOR-REG-ID
              END-IF
       END-READ.

       SIEMBRA-OPERADORES-INICIALES.
       MOVE 3 TO OPERADOR-TOTAL.
       MOVE "ADMIN" TO OPERADOR-AUTORIZADO-ENTRADA(1).
       MOVE "ADMINISTRADOR" TO OPERADOR-NOMBRE-ENTRADA(1).
       MOVE 3 TO OPERADOR-NIVEL-ENTRADA(1).
       MOVE "S" TO OPERADOR-ACTIVO-ENTRADA(1).
       MOVE "SUPERVISOR" TO OPERADOR-AUTORIZADO-ENTRADA(2).
       MOVE "SUPERVISOR DE TURNO" TO OPERADOR-NOMBRE-ENTRADA(2).
       MOVE 3 TO OPERADOR-NIVEL-ENTRADA(2).
       MOVE "S" TO OPERADOR-ACTIVO-ENTRADA(2).
       MOVE "RRHH" TO OPERADOR-AUTORIZADO-ENTRADA(3).
       MOVE "RECURSOS HUMANOS" TO OPERADOR-NOMBRE-ENTRADA(3).
       MOVE 2 TO OPERADOR-NIVEL-ENTRADA(3).
       MOVE "S" TO OPERADOR-ACTIVO-ENTRADA(3).

       GRABA-ARCHIVO-OPERADORES.
       OPEN OUTPUT OPERADORES-ARCHIVO.
       MOVE 1 TO OPERADOR-POS.
       PERFORM GRABA-LINEA-OPERADOR
           UNTIL OPERADOR-POS > OPERADOR-TOTAL.
       CLOSE OPERADORES-ARCHIVO.

       GRABA-LINEA-OPERADOR.
       MOVE OPERADOR-AUTORIZADO-ENTRADA(OPERADOR-POS)
           TO OPERADOR-REG-ID.
       MOVE OPERADOR-NOMBRE-ENTRADA(OPERADOR-POS)
           TO OPERADOR-REG-NOMBRE.
       MOVE OPERADOR-NIVEL-ENTRADA(OPERADOR-POS)
           TO OPERADOR-REG-NIVEL.
       MOVE OPERADOR-ACTIVO-ENTRADA(OPERADOR-POS)
           TO OPERADOR-REG-ACTIVO.
       WRITE OPERADOR-REGISTRO.
       ADD 1 TO OPERADOR-POS.

      ******************************************************************
      * Pide el nombre de operador y lo verifica contra la tabla.
      * Cada rechazo queda grabado en la auditoria, y al tercer
      * intento fallido consecutivo con el mismo nombre se bloquea
      * el acceso para el resto de la ejecucion, segun lo pedido
      * por los auditores tras la ultima revision.
      ******************************************************************
       SOLICITA-OPERADOR.
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-OPERADOR.
       IF AUTORIZADO = "N"
          IF OPERADOR-ACTUAL = OPERADOR-ANTERIOR
             ADD 1 TO INTENTOS-FALLIDOS
          ELSE
             MOVE 1 TO INTENTOS-FALLIDOS
             MOVE OPERADOR-ACTUAL TO OPERADOR-ANTERIOR
          END-IF
          MOVE ZEROES TO EMPLEADOS-ID
          MOVE "RECHAZO-ACCESO" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          DISPLAY "OPERADOR " OPERADOR-ACTUAL " NO AUTORIZADO."
          IF INTENTOS-FALLIDOS >= 3
             MOVE "S" TO ACCESO-BLOQUEADO
             MOVE "BLOQUEO-ACCESO" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
          END-IF
       END-IF.

       VERIFICA-OPERADOR.
       MOVE "N" TO AUTORIZADO.
       MOVE 0 TO NIVEL-OPERADOR.
       MOVE 1 TO OPERADOR-POS.
       PERFORM COMPARA-OPERADOR
           UNTIL OPERADOR-POS > OPERADOR-TOTAL OR AUTORIZADO = "S".

      ******************************************************************
      * El estado S es el operador normal de produccion; el estado P
      * es el operador en formacion, que entra pero solo al entorno
      * de practica.
      ******************************************************************
       COMPARA-OPERADOR.
       IF OPERADOR-AUTORIZADO-ENTRADA(OPERADOR-POS) = OPERADOR-ACTUAL
           AND (OPERADOR-ACTIVO-ENTRADA(OPERADOR-POS) = "S"
           OR OPERADOR-ACTIVO-ENTRADA(OPERADOR-POS) = "P")
          MOVE "S" TO AUTORIZADO
          MOVE OPERADOR-NIVEL-ENTRADA(OPERADOR-POS) TO NIVEL-OPERADOR
          IF OPERADOR-ACTIVO-ENTRADA(OPERADOR-POS) = "P"
             MOVE "S" TO OPERADOR-PRACTICANTE
          ELSE
             MOVE "N" TO OPERADOR-PRACTICANTE
          END-IF
       ELSE
          ADD 1 TO OPERADOR-POS
       END-IF.

       RECHAZA-POR-AUTORIZACION.
       DISPLAY "OPERADOR " OPERADOR-ACTUAL
           " SIN NIVEL " NIVEL-REQUERIDO
           " REQUERIDO PARA ESTA OPCION.".
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "RECHAZO-OPCION" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

      ******************************************************************
      * Mantenimiento del archivo maestro de operadores: listar,
      * dar de alta y modificar nivel o estado. Los cambios se hacen
      * sobre la tabla en memoria y se vuelcan a OPERADORES.DAT al
      * volver al menu.
      ******************************************************************
       MANTENIMIENTO-OPERADORES.
       MOVE SPACES TO OPCION-OPERADORES.
       PERFORM GESTIONA-OPERADORES UNTIL OPCION-OPERADORES = "0".
       PERFORM GRABA-ARCHIVO-OPERADORES.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "MANT-OPERADORES" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

       GESTIONA-OPERADORES.
       DISPLAY "-- MANTENIMIENTO DE OPERADORES --".
       DISPLAY "L - LISTAR / A - ALTA / M - MODIFICAR / 0 - VOLVER".
       ACCEPT OPCION-OPERADORES.
       IF OPCION-OPERADORES = "L"
          PERFORM LISTA-OPERADORES
       ELSE
          IF OPCION-OPERADORES = "A"
             PERFORM ALTA-OPERADOR
          ELSE
             IF OPCION-OPERADORES = "M"
                PERFORM MODIFICA-OPERADOR
             ELSE
                IF OPCION-OPERADORES NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-OPERADORES.
       MOVE 1 TO OPERADOR-POS.
       PERFORM MUESTRA-OPERADOR UNTIL OPERADOR-POS > OPERADOR-TOTAL.

       MUESTRA-OPERADOR.
       DISPLAY OPERADOR-AUTORIZADO-ENTRADA(OPERADOR-POS)
           " " OPERADOR-NOMBRE-ENTRADA(OPERADOR-POS)
           " NIVEL: " OPERADOR-NIVEL-ENTRADA(OPERADOR-POS)
           " ACTIVO: " OPERADOR-ACTIVO-ENTRADA(OPERADOR-POS).
       ADD 1 TO OPERADOR-POS.

       ALTA-OPERADOR.
       IF OPERADOR-TOTAL >= 20
          DISPLAY "TABLA DE OPERADORES LLENA. NO SE PUEDE DAR DE ALTA."
       ELSE
          ADD 1 TO OPERADOR-TOTAL
          DISPLAY "ID DEL OPERADOR: "
          ACCEPT OPERADOR-AUTORIZADO-ENTRADA(OPERADOR-TOTAL)
          DISPLAY "NOMBRE: "
          ACCEPT OPERADOR-NOMBRE-ENTRADA(OPERADOR-TOTAL)
          DISPLAY "NIVEL (1=CONSULTA, 2=DATOS, 3=SUPERVISOR): "
          ACCEPT OPERADOR-NIVEL-ENTRADA(OPERADOR-TOTAL)
          MOVE "S" TO OPERADOR-ACTIVO-ENTRADA(OPERADOR-TOTAL)
          DISPLAY "OPERADOR DADO DE ALTA."
       END-IF.

       MODIFICA-OPERADOR.
       DISPLAY "ID DEL OPERADOR A MODIFICAR: ".
       ACCEPT OPERADOR-BUSCADO.
       MOVE "N" TO OPERADOR-EDITADO.
       MOVE 1 TO OPERADOR-POS.
       PERFORM LOCALIZA-OPERADOR-TABLA
           UNTIL OPERADOR-POS > OPERADOR-TOTAL
           OR OPERADOR-EDITADO = "S".
       IF OPERADOR-EDITADO = "S"
          DISPLAY "NIVEL ACTUAL: " OPERADOR-NIVEL-ENTRADA(OPERADOR-POS)
          DISPLAY "NUEVO NIVEL (1-3): "
          ACCEPT OPERADOR-NIVEL-ENTRADA(OPERADOR-POS)
          DISPLAY "ACTIVO (S/N): "
          ACCEPT OPERADOR-ACTIVO-ENTRADA(OPERADOR-POS)
          DISPLAY "OPERADOR MODIFICADO."
       ELSE
          DISPLAY "NO SE ENCONTRO EL OPERADOR " OPERADOR-BUSCADO
       END-IF.

       LOCALIZA-OPERADOR-TABLA.
       IF OPERADOR-AUTORIZADO-ENTRADA(OPERADOR-POS) = OPERADOR-BUSCADO
          MOVE "S" TO OPERADOR-EDITADO
       ELSE
          ADD 1 TO OPERADOR-POS
       END-IF.

       PROCESA-OPCION-MENU.
       IF OPCION-MENU = "2"
          IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
             PERFORM ALTA-EMPLEADO
          ELSE
             PERFORM RECHAZA-POR-AUTORIZACION
          END-IF
       ELSE
          IF OPCION-MENU = "3"
             IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                PERFORM ACTUALIZA-EMPLEADO
             ELSE
                PERFORM RECHAZA-POR-AUTORIZACION
             END-IF
          ELSE
             IF OPCION-MENU = "4"
                IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                   PERFORM BAJA-EMPLEADO
                ELSE
                   PERFORM RECHAZA-POR-AUTORIZACION
                END-IF
             ELSE
                IF OPCION-MENU = "5"
                   PERFORM IMPRIME-LISTADO
                ELSE
                   IF OPCION-MENU = "6"
                      PERFORM INFORME-DEPARTAMENTOS
                   ELSE
                      IF OPCION-MENU = "7"
                         PERFORM INFORME-ANTIGUEDAD
                      ELSE
                         IF OPCION-MENU = "8"
                            PERFORM EXPORTA-CSV
                         ELSE
                           IF OPCION-MENU = "9"
                              PERFORM BUSCA-EMPLEADO-POR-ID
                           ELSE
                             IF OPCION-MENU = "10"
                                IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                                   PERFORM ALTA-DEPENDIENTE
                                ELSE
                                   PERFORM RECHAZA-POR-AUTORIZACION
                                END-IF
                             ELSE
                               IF OPCION-MENU = "11"
                                  PERFORM INFORME-DEPENDIENTES
                               ELSE
                                 IF OPCION-MENU = "12"
                                    PERFORM VALIDA-EMPLEADOS
                                 ELSE
                                   PERFORM PROCESA-OPCION-MENU-2
                                 END-IF
                               END-IF
                             END-IF
                           END-IF
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       PROCESA-OPCION-MENU-2.
       IF OPCION-MENU = "13"
          IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
             PERFORM ARCHIVA-EMPLEADOS-INACTIVOS
          ELSE
             PERFORM RECHAZA-POR-AUTORIZACION
          END-IF
       ELSE
          IF OPCION-MENU = "14"
             PERFORM BUSCA-POR-APELLIDOS
          ELSE
             IF OPCION-MENU = "15"
                IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                   PERFORM MANTENIMIENTO-OPERADORES
                ELSE
                   PERFORM RECHAZA-POR-AUTORIZACION
                END-IF
             ELSE
                IF OPCION-MENU = "16"
                   IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                      PERFORM MANTENIMIENTO-DEPARTAMENTOS
                   ELSE
                      PERFORM RECHAZA-POR-AUTORIZACION
                   END-IF
                ELSE
                   PERFORM PROCESA-OPCION-MENU-3
                END-IF
             END-IF
          END-IF
       END-IF.

       PROCESA-OPCION-MENU-3.
       IF OPCION-MENU = "17"
          PERFORM CONSULTA-MULTICRITERIO
       ELSE
          IF OPCION-MENU = "18"
             IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                PERFORM BANCO-EXCEPCIONES
             ELSE
                PERFORM RECHAZA-POR-AUTORIZACION
             END-IF
          ELSE
           IF OPCION-MENU = "19"
              IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                 PERFORM CORRIGE-CUARENTENA
              ELSE
                 PERFORM RECHAZA-POR-AUTORIZACION
              END-IF
           ELSE
            IF OPCION-MENU = "20"
               PERFORM CONCILIA-DEPENDIENTES
            ELSE
             IF OPCION-MENU = "21"
                PERFORM GENERA-CERTIFICADO-EMPLEO
             ELSE
              IF OPCION-MENU = "22"
                 IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                    PERFORM MANTENIMIENTO-PRESUPUESTOS
                 ELSE
                    PERFORM RECHAZA-POR-AUTORIZACION
                 END-IF
              ELSE
               IF OPCION-MENU = "23"
                  PERFORM INFORME-VARIACION-PRESUPUESTO
               ELSE
                IF OPCION-MENU = "24"
                   PERFORM VISOR-SPOOL
                ELSE
                 IF OPCION-MENU = "25"
                    IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                       PERFORM MANTENIMIENTO-BANCOS
                    ELSE
                       PERFORM RECHAZA-POR-AUTORIZACION
                    END-IF
                 ELSE
                  IF OPCION-MENU = "26"
                     PERFORM LANZA-AUSENCIAS
                  ELSE
                   IF OPCION-MENU = "27"
                      IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                         PERFORM PUENTE-INCORPORACION
                      ELSE
                         PERFORM RECHAZA-POR-AUTORIZACION
                      END-IF
                   ELSE
                    IF OPCION-MENU = "28"
                       IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                          PERFORM MANTENIMIENTO-PUESTOS
                       ELSE
                          PERFORM RECHAZA-POR-AUTORIZACION
                       END-IF
                    ELSE
                     IF OPCION-MENU = "29"
                        IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                           PERFORM ASIGNA-PUESTO-EMPLEADO
                        ELSE
                           PERFORM RECHAZA-POR-AUTORIZACION
                        END-IF
                     ELSE
                      IF OPCION-MENU = "30"
                         PERFORM HISTORIAL-DE-CARRERA
                      ELSE
                       IF OPCION-MENU = "31"
                          IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                             PERFORM SESIONES-Y-LIMPIEZA
                          ELSE
                             PERFORM RECHAZA-POR-AUTORIZACION
                          END-IF
                       ELSE
                        IF OPCION-MENU = "32"
                           IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                              PERFORM MANTENIMIENTO-PARAMETROS
                           ELSE
                              PERFORM RECHAZA-POR-AUTORIZACION
                           END-IF
                        ELSE
                         IF OPCION-MENU = "33"
                            PERFORM INFORME-PROVINCIAS
                         ELSE
                          IF OPCION-MENU = "34"
                             IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                                PERFORM SOLICITA-CAMBIO-SALARIO
                             ELSE
                                PERFORM RECHAZA-POR-AUTORIZACION
                             END-IF
                          ELSE
                           IF OPCION-MENU = "35"
                              IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                                 PERFORM REVISA-PENDIENTES
                              ELSE
                                 PERFORM RECHAZA-POR-AUTORIZACION
                              END-IF
                           ELSE
                            IF OPCION-MENU = "36"
                               IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                                  PERFORM MANTENIMIENTO-CONTRATOS
                               ELSE
                                  PERFORM RECHAZA-POR-AUTORIZACION
                               END-IF
                            ELSE
                             IF OPCION-MENU = "37"
                                IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                                   PERFORM MANTENIMIENTO-PRESTAMOS-M
                                ELSE
                                   PERFORM RECHAZA-POR-AUTORIZACION
                                END-IF
                             ELSE
                                PERFORM PROCESA-OPCION-MENU-4
                             END-IF
                            END-IF
                           END-IF
                          END-IF
                         END-IF
                        END-IF
                       END-IF
                      END-IF
                     END-IF
                    END-IF
                   END-IF
                  END-IF
                 END-IF
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF
          END-IF
       END-IF.

       PROCESA-OPCION-MENU-4.
       IF OPCION-MENU = "38"
          IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
             PERFORM MANTENIMIENTO-SITUACION-FISCAL
          ELSE
             PERFORM RECHAZA-POR-AUTORIZACION
          END-IF
       ELSE
        IF OPCION-MENU = "39"
           IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
              PERFORM MANTENIMIENTO-GASTOS-VIAJE
           ELSE
              PERFORM RECHAZA-POR-AUTORIZACION
           END-IF
        ELSE
         IF OPCION-MENU = "40"
            IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
               PERFORM MANTENIMIENTO-JORNADA
            ELSE
               PERFORM RECHAZA-POR-AUTORIZACION
            END-IF
         ELSE
          IF OPCION-MENU = "41"
             IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                PERFORM MANTENIMIENTO-RESPONSABLE
             ELSE
                PERFORM RECHAZA-POR-AUTORIZACION
             END-IF
          ELSE
           IF OPCION-MENU = "42"
              IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                 PERFORM INCORPORA-CANDIDATO
              ELSE
                 PERFORM RECHAZA-POR-AUTORIZACION
              END-IF
           ELSE
            IF OPCION-MENU = "43"
               IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                  PERFORM MANTENIMIENTO-TRAMOS-SERVICIO
               ELSE
                  PERFORM RECHAZA-POR-AUTORIZACION
               END-IF
            ELSE
             IF OPCION-MENU = "44"
                IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                   PERFORM MANTENIMIENTO-EXCEDENCIA
                ELSE
                   PERFORM RECHAZA-POR-AUTORIZACION
                END-IF
             ELSE
              IF OPCION-MENU = "45" OR OPCION-MENU = "46"
                 IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                    PERFORM MOVIMIENTOS-POR-LOTE
                 ELSE
                    PERFORM RECHAZA-POR-AUTORIZACION
                 END-IF
              ELSE
               IF OPCION-MENU = "47"
                  IF NIVEL-OPERADOR >= NIVEL-REQUERIDO
                     PERFORM MANTENIMIENTO-TARIFA
                  ELSE
                     PERFORM RECHAZA-POR-AUTORIZACION
                  END-IF
               ELSE
                 PERFORM INICIA-ESCANEO-EMPLEADOS
                 IF LEE-TODO = "1"
                    DISPLAY "No hay registros."
                 ELSE
                    PERFORM MUESTRA-CAMPOS UNTIL LEE-TODO = "1"
                 END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF
          END-IF
         END-IF
        END-IF
       END-IF.

      ******************************************************************
      * Determina el nivel de permiso minimo que exige la opcion
      * elegida, segun la escala documentada sobre TABLA-OPERADORES.
      ******************************************************************
       DETERMINA-NIVEL-REQUERIDO.
       IF OPCION-MENU = "2" OR OPCION-MENU = "3"
           OR OPCION-MENU = "4" OR OPCION-MENU = "10"
           OR OPCION-MENU = "18" OR OPCION-MENU = "19"
           OR OPCION-MENU = "25" OR OPCION-MENU = "27"
           OR OPCION-MENU = "29" OR OPCION-MENU = "34"
           OR OPCION-MENU = "36" OR OPCION-MENU = "38"
           OR OPCION-MENU = "39" OR OPCION-MENU = "40"
           OR OPCION-MENU = "41" OR OPCION-MENU = "42"
           OR OPCION-MENU = "44" OR OPCION-MENU = "45"
           OR OPCION-MENU = "46"
          MOVE 2 TO NIVEL-REQUERIDO
       ELSE
          IF OPCION-MENU = "13" OR OPCION-MENU = "15"
              OR OPCION-MENU = "16" OR OPCION-MENU = "22"
              OR OPCION-MENU = "28" OR OPCION-MENU = "31"
              OR OPCION-MENU = "32" OR OPCION-MENU = "35"
              OR OPCION-MENU = "37" OR OPCION-MENU = "43"
              OR OPCION-MENU = "47"
             MOVE 3 TO NIVEL-REQUERIDO
          ELSE
             MOVE 0 TO NIVEL-REQUERIDO
          END-IF
       END-IF.

       DETERMINA-TIPO-OPCION.
       MOVE "N" TO ES-ESCANEO-COMPLETO.
       IF OPCION-MENU = "5" OR OPCION-MENU = "6" OR OPCION-MENU = "7"
           OR OPCION-MENU = "8" OR OPCION-MENU = "12"
           OR OPCION-MENU = "13" OR OPCION-MENU = "17"
           OR OPCION-MENU = "19" OR OPCION-MENU = "23"
           OR OPCION-MENU = "33"
          MOVE "S" TO ES-ESCANEO-COMPLETO
       ELSE
          IF OPCION-MENU NOT = "2" AND OPCION-MENU NOT = "3"
              AND OPCION-MENU NOT = "4" AND OPCION-MENU NOT = "9"
              AND OPCION-MENU NOT = "10" AND OPCION-MENU NOT = "11"
              AND OPCION-MENU NOT = "14" AND OPCION-MENU NOT = "15"
              AND OPCION-MENU NOT = "16" AND OPCION-MENU NOT = "18"
              AND OPCION-MENU NOT = "20" AND OPCION-MENU NOT = "21"
              AND OPCION-MENU NOT = "22" AND OPCION-MENU NOT = "24"
              AND OPCION-MENU NOT = "25" AND OPCION-MENU NOT = "26"
              AND OPCION-MENU NOT = "27" AND OPCION-MENU NOT = "28"
              AND OPCION-MENU NOT = "29" AND OPCION-MENU NOT = "30"
              AND OPCION-MENU NOT = "31" AND OPCION-MENU NOT = "32"
              AND OPCION-MENU NOT = "34" AND OPCION-MENU NOT = "35"
              AND OPCION-MENU NOT = "36" AND OPCION-MENU NOT = "37"
              AND OPCION-MENU NOT = "38" AND OPCION-MENU NOT = "39"
              AND OPCION-MENU NOT = "40" AND OPCION-MENU NOT = "41"
              AND OPCION-MENU NOT = "42" AND OPCION-MENU NOT = "43"
              AND OPCION-MENU NOT = "44" AND OPCION-MENU NOT = "45"
              AND OPCION-MENU NOT = "46" AND OPCION-MENU NOT = "47"
             MOVE "S" TO ES-ESCANEO-COMPLETO
          END-IF
       END-IF.

      ******************************************************************
      * Apertura del maestro. Si el archivo no existe solo se crea
      * vacio cuando el control de totales no espera registros: un
      * maestro perdido con CONTROL.DAT > 0 exige restaurar un
      * respaldo (RESPALDO-EMPLEADOS), no arrancar con cero empleados.
      ******************************************************************
       PROCEDIMIENTO-DE-APERTURA.
       IF MODO-PRACTICA = "N"
          PERFORM VERIFICA-CIERRE-DIARIO
       END-IF.
       IF DIA-CERRADO = "S"
          DISPLAY "EL DIA ESTA CERRADO POR CIERRE-DIARIO. EL "
              "MANTENIMIENTO NO PUEDE ARRANCAR HASTA LA APERTURA."
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN I-O EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO-ARCHIVO = "35"
          PERFORM LEE-CONTROL-ESPERADO
          IF CONTROL-ANTERIOR > 0
             DISPLAY "EMPLEADOS.DAT NO EXISTE PERO CONTROL.DAT "
                 "ESPERA " CONTROL-ANTERIOR " REGISTROS."
             DISPLAY "RESTAURE UN RESPALDO CON RESPALDO-EMPLEADOS "
                 "ANTES DE CONTINUAR."
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF
          DISPLAY "EMPLEADOS.DAT NO EXISTE. SE CREA UN ARCHIVO NUEVO."
          OPEN OUTPUT EMPLEADOS-ARCHIVO
          CLOSE EMPLEADOS-ARCHIVO
          OPEN I-O EMPLEADOS-ARCHIVO
       END-IF.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.
       IF EMPLEADOS-ESTADO-ARCHIVO NOT = "00"
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF.
       OPEN I-O BLOQUEOS-ARCHIVO.
       IF BLOQUEOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT BLOQUEOS-ARCHIVO
          CLOSE BLOQUEOS-ARCHIVO
          OPEN I-O BLOQUEOS-ARCHIVO
       END-IF.

      ******************************************************************
      * Bandera de cierre del dia: con el dia cerrado por
      * CIERRE-DIARIO el mantenimiento del maestro no arranca hasta
      * la apertura de la manana.
      ******************************************************************
       VERIFICA-CIERRE-DIARIO.
       MOVE "N" TO DIA-CERRADO.
       OPEN INPUT CIERRE-ARCHIVO.
       IF CIERRE-ESTADO-ARCHIVO = "00"
          READ CIERRE-ARCHIVO
              AT END CONTINUE
              NOT AT END
                 IF CIERRE-ESTADO = "C"
                    MOVE "S" TO DIA-CERRADO
                 END-IF
          END-READ
       END-IF.
       CLOSE CIERRE-ARCHIVO.

       COPY "21-3-chequeo-estado.cbl".

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE BLOQUEOS-ARCHIVO.
       IF HUBO-ESCANEO-COMPLETO = "S"
          PERFORM VERIFICA-CONTROL-TOTAL
       END-IF.

       LEE-CONTROL-ESPERADO.
       MOVE 0 TO CONTROL-ANTERIOR.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ESTADO-ARCHIVO = "00"
          READ CONTROL-ARCHIVO INTO CONTROL-ANTERIOR
              AT END CONTINUE
          END-READ
       END-IF.
       CLOSE CONTROL-ARCHIVO.

       VERIFICA-CONTROL-TOTAL.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ESTADO-ARCHIVO = "00"
          READ CONTROL-ARCHIVO INTO CONTROL-ANTERIOR
          CLOSE CONTROL-ARCHIVO
          IF REGISTROS-ULTIMO-ESCANEO NOT = CONTROL-ANTERIOR
             DISPLAY "AVISO: CONTROL DE TOTALES NO COINCIDE. "
                 "ESPERADOS: " CONTROL-ANTERIOR
                 " LEIDOS: " REGISTROS-ULTIMO-ESCANEO
             MOVE "A" TO ALERTA-SEV-WS
             MOVE "CONTROL" TO ALERTA-ORIGEN-WS
             MOVE SPACES TO ALERTA-TEXTO-WS
             STRING "CONTROL DE TOTALES NO COINCIDE. ESPERADOS "
                 CONTROL-ANTERIOR " LEIDOS "
                 REGISTROS-ULTIMO-ESCANEO
                 DELIMITED BY SIZE INTO ALERTA-TEXTO-WS
             PERFORM GRABA-ALERTA
          ELSE
             DISPLAY "CONTROL DE TOTALES OK: " REGISTROS-ULTIMO-ESCANEO
                 " REGISTROS LEIDOS."
          END-IF
       ELSE
          DISPLAY "NO HAY CONTROL DE TOTALES PREVIO. SE CREA UNO."
          CLOSE CONTROL-ARCHIVO
       END-IF.
       OPEN OUTPUT CONTROL-ARCHIVO.
       MOVE REGISTROS-ULTIMO-ESCANEO TO CONTROL-REGISTRO.
       WRITE CONTROL-REGISTRO.
       CLOSE CONTROL-ARCHIVO.

       MUESTRA-CAMPOS.
       IF EMPLEADO-ACTIVO
          PERFORM CALCULA-EDAD-DERIVADA
          DISPLAY "ID: " EMPLEADOS-ID
                " Nombre: " EMPLEADOS-NOMBRE
                " Apellidos: " EMPLEADOS-APELLIDOS
                " Edad: " EDAD-DERIVADA
                " Telefono: " EMPLEADOS-TELEFONO
                " Direccion: " EMPLEADOS-DIRECCION
          MOVE "LECTURA" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

      ******************************************************************
      * Banco de trabajo de excepciones de alta: lista las pendientes
      * con su antiguedad en dias, permite reenviar un alta con los
      * datos guardados (con ID nuevo asignado automaticamente) y
      * marcar excepciones como resueltas con operador y fecha. Al
      * salir imprime el resumen de antiguedad que pide auditoria.
      ******************************************************************
       BANCO-EXCEPCIONES.
       PERFORM CARGA-EXCEPCIONES.
       IF EXCEP-DESBORDE = "S"
          DISPLAY "EMPEXCEP.DAT TIENE MAS REGISTROS DE LOS QUE EL "
              "BANCO PUEDE CARGAR. NO SE ABRE PARA NO PERDER LOS "
              "REGISTROS SOBRANTES AL REESCRIBIR."
       ELSE
       IF EXCEP-TOTAL = 0
          DISPLAY "NO HAY EXCEPCIONES REGISTRADAS."
       ELSE
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-ACTUAL(1:8) TO FECHA-HOY
          MOVE SPACES TO OPCION-EXCEPCIONES
          PERFORM GESTIONA-EXCEPCIONES
              UNTIL OPCION-EXCEPCIONES = "0"
          PERFORM GRABA-ARCHIVO-EXCEPCIONES
          PERFORM RESUMEN-ANTIGUEDAD-EXCEPCIONES
          MOVE ZEROES TO EMPLEADOS-ID
          MOVE "BANCO-EXCEP" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
       END-IF
       END-IF.

       CARGA-EXCEPCIONES.
       MOVE 0 TO EXCEP-TOTAL.
       MOVE "N" TO EXCEP-DESBORDE.
       OPEN INPUT EXCEPCIONES-ARCHIVO.
       IF EXCEPCIONES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO EXCEP-LEE-TODO
          PERFORM CARGA-UNA-EXCEPCION UNTIL EXCEP-LEE-TODO = "S"
       END-IF.
       CLOSE EXCEPCIONES-ARCHIVO.

       CARGA-UNA-EXCEPCION.
       READ EXCEPCIONES-ARCHIVO
           AT END MOVE "S" TO EXCEP-LEE-TODO
           NOT AT END
              IF EXCEP-TOTAL < 100
                 ADD 1 TO EXCEP-TOTAL
                 MOVE EXCEPCIONES-ID TO EXCEP-ID(EXCEP-TOTAL)
                 MOVE EXCEPCIONES-NOMBRE TO EXCEP-NOMBRE(EXCEP-TOTAL)
                 MOVE EXCEPCIONES-PRIMER-APELLIDO
                     TO EXCEP-PRIMER-APELLIDO(EXCEP-TOTAL)
                 MOVE EXCEPCIONES-SEGUNDO-APELLIDO
                     TO EXCEP-SEGUNDO-APELLIDO(EXCEP-TOTAL)
                 MOVE EXCEPCIONES-MOTIVO TO EXCEP-MOTIVO(EXCEP-TOTAL)
                 IF EXCEPCIONES-FECHA IS NUMERIC
                    MOVE EXCEPCIONES-FECHA TO EXCEP-FECHA(EXCEP-TOTAL)
                 ELSE
                    MOVE ZEROES TO EXCEP-FECHA(EXCEP-TOTAL)
                 END-IF
                 IF EXCEPCIONES-ESTADO = "R"
                    MOVE "R" TO EXCEP-ESTADO(EXCEP-TOTAL)
                 ELSE
                    MOVE "P" TO EXCEP-ESTADO(EXCEP-TOTAL)
                 END-IF
                 IF EXCEPCIONES-FECHA-RESOL IS NUMERIC
                    MOVE EXCEPCIONES-FECHA-RESOL
                        TO EXCEP-FECHA-RESOL(EXCEP-TOTAL)
                 ELSE
                    MOVE ZEROES TO EXCEP-FECHA-RESOL(EXCEP-TOTAL)
                 END-IF
                 MOVE EXCEPCIONES-OPER-RESOL
                     TO EXCEP-OPER-RESOL(EXCEP-TOTAL)
              ELSE
                 MOVE "S" TO EXCEP-DESBORDE
              END-IF
       END-READ.

       GESTIONA-EXCEPCIONES.
       DISPLAY "-- BANCO DE EXCEPCIONES --".
       DISPLAY "L - LISTAR PENDIENTES / R - REENVIAR ALTA / "
           "M - MARCAR RESUELTA / 0 - VOLVER".
       ACCEPT OPCION-EXCEPCIONES.
       IF OPCION-EXCEPCIONES = "L"
          PERFORM LISTA-EXCEPCIONES
       ELSE
          IF OPCION-EXCEPCIONES = "R"
             PERFORM REENVIA-EXCEPCION
          ELSE
             IF OPCION-EXCEPCIONES = "M"
                PERFORM MARCA-EXCEPCION-RESUELTA
             ELSE
                IF OPCION-EXCEPCIONES NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-EXCEPCIONES.
       MOVE 1 TO EXCEP-POS.
       PERFORM MUESTRA-EXCEPCION UNTIL EXCEP-POS > EXCEP-TOTAL.

       MUESTRA-EXCEPCION.
       IF EXCEP-ESTADO(EXCEP-POS) = "P"
          PERFORM CALCULA-DIAS-EXCEPCION
          DISPLAY "LINEA " EXCEP-POS ": ID " EXCEP-ID(EXCEP-POS)
              " " EXCEP-NOMBRE(EXCEP-POS)
              " " EXCEP-PRIMER-APELLIDO(EXCEP-POS)
              " " EXCEP-SEGUNDO-APELLIDO(EXCEP-POS)
              " " EXCEP-MOTIVO(EXCEP-POS)
              " ANTIGUEDAD: " EXCEP-DIAS " DIAS"
       END-IF.
       ADD 1 TO EXCEP-POS.

      ******************************************************************
      * Antiguedad aproximada en dias (meses de 30) entre la fecha
      * de la excepcion y hoy. Una excepcion sin fecha (registro
      * antiguo) se trata como muy antigua.
      ******************************************************************
       CALCULA-DIAS-EXCEPCION.
       IF EXCEP-FECHA(EXCEP-POS) = 0
          MOVE 99999 TO EXCEP-DIAS
       ELSE
          MOVE EXCEP-FECHA(EXCEP-POS) TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1
          MOVE FECHA-AUX-X(5:2) TO MES-AUX-1
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1
          MOVE FECHA-HOY TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-2
          MOVE FECHA-AUX-X(5:2) TO MES-AUX-2
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX-2
          COMPUTE EXCEP-DIAS = (ANIO-AUX-2 - ANIO-AUX-1) * 360
              + (MES-AUX-2 - MES-AUX-1) * 30
              + (DIA-AUX-2 - DIA-AUX-1)
       END-IF.

       REENVIA-EXCEPCION.
       DISPLAY "NUMERO DE LINEA A REENVIAR: ".
       ACCEPT EXCEP-ELEGIDA.
       IF EXCEP-ELEGIDA < 1 OR EXCEP-ELEGIDA > EXCEP-TOTAL
          DISPLAY "LINEA NO VALIDA."
       ELSE
          IF EXCEP-ESTADO(EXCEP-ELEGIDA) NOT = "P"
             DISPLAY "LA EXCEPCION YA ESTA RESUELTA."
          ELSE
             PERFORM ASIGNA-SIGUIENTE-ID
             DISPLAY "ID NUEVO ASIGNADO: " EMPLEADOS-ID
             MOVE EMPLEADOS-ID TO FORM-ID
             MOVE EXCEP-NOMBRE(EXCEP-ELEGIDA) TO FORM-NOMBRE
             MOVE EXCEP-PRIMER-APELLIDO(EXCEP-ELEGIDA)
                 TO FORM-PRIMER-APELLIDO
             MOVE EXCEP-SEGUNDO-APELLIDO(EXCEP-ELEGIDA)
                 TO FORM-SEGUNDO-APELLIDO
             MOVE SPACES TO FORM-TELEFONO FORM-DIRECCION
                 FORM-CODIGO-POSTAL FORM-CIUDAD FORM-PROVINCIA
                 FORM-DEPARTAMENTO FORM-NIF FORM-NAF FORM-SEXO
             MOVE 0 TO FORM-EDAD FORM-SALARIO FORM-FECHA-ALTA
                 FORM-FECHA-NACIMIENTO
             MOVE "N" TO FORM-CONFIRMA
             PERFORM CAPTURA-FORM-ALTA
                 UNTIL FORM-CONFIRMA = "S" OR FORM-CONFIRMA = "C"
             IF FORM-CONFIRMA = "C"
                DISPLAY "REENVIO CANCELADO."
             ELSE
                MOVE FORM-ID TO EMPLEADOS-ID
                MOVE FORM-NOMBRE TO EMPLEADOS-NOMBRE
                MOVE FORM-APELLIDOS TO EMPLEADOS-APELLIDOS
                MOVE FORM-EDAD TO EMPLEADOS-EDAD
                MOVE FORM-FECHA-NACIMIENTO
                    TO EMPLEADOS-FECHA-NACIMIENTO
                MOVE FORM-TELEFONO TO EMPLEADOS-TELEFONO
                MOVE FORM-DIRECCION TO EMPLEADOS-DIRECCION
                MOVE FORM-CODIGO-POSTAL TO EMPLEADOS-CODIGO-POSTAL
                MOVE FORM-CIUDAD TO EMPLEADOS-CIUDAD
                MOVE FORM-PROVINCIA TO EMPLEADOS-PROVINCIA
                MOVE FORM-NIF TO EMPLEADOS-NIF
                MOVE FORM-NAF TO EMPLEADOS-NAF
                MOVE FORM-SEXO TO EMPLEADOS-SEXO
                MOVE FORM-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
                PERFORM ASIGNA-EMPRESA-EMPLEADO
                MOVE FORM-SALARIO TO EMPLEADOS-SALARIO
                MOVE FORM-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA
                MOVE "A" TO EMPLEADOS-ESTADO
                WRITE EMPLEADOS-REGISTRO
                    INVALID KEY
                       DISPLAY "AVISO: EL ID " EMPLEADOS-ID
                           " YA EXISTE. REENVIO NO GRABADO."
                    NOT INVALID KEY
                       DISPLAY "ALTA REENVIADA CON EL ID "
                           EMPLEADOS-ID "."
                       MOVE "ALTA-REENVIO" TO ACCION-AUDITADA
                       PERFORM GRABA-AUDITORIA
                       MOVE SPACES TO IMAGEN-ANTES
                       MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
                       MOVE "ALTA" TO ACCION-DIARIO
                       PERFORM GRABA-DIARIO-CAMBIO
                       PERFORM ENCOLA-AVISO-ALTA
                       PERFORM ABRE-TRAMO-SERVICIO
                       PERFORM CREA-LISTA-INCORPORACION
                       PERFORM MARCA-EXCEPCION-ELEGIDA
                END-WRITE
             END-IF
          END-IF
       END-IF.

       MARCA-EXCEPCION-RESUELTA.
       DISPLAY "NUMERO DE LINEA A MARCAR COMO RESUELTA: ".
       ACCEPT EXCEP-ELEGIDA.
       IF EXCEP-ELEGIDA < 1 OR EXCEP-ELEGIDA > EXCEP-TOTAL
          DISPLAY "LINEA NO VALIDA."
       ELSE
          PERFORM MARCA-EXCEPCION-ELEGIDA
          DISPLAY "EXCEPCION MARCADA COMO RESUELTA."
       END-IF.

       MARCA-EXCEPCION-ELEGIDA.
       MOVE "R" TO EXCEP-ESTADO(EXCEP-ELEGIDA).
       MOVE FECHA-HOY TO EXCEP-FECHA-RESOL(EXCEP-ELEGIDA).
       MOVE OPERADOR-ACTUAL TO EXCEP-OPER-RESOL(EXCEP-ELEGIDA).

       GRABA-ARCHIVO-EXCEPCIONES.
       OPEN OUTPUT EXCEPCIONES-ARCHIVO.
       MOVE 1 TO EXCEP-POS.
       PERFORM GRABA-LINEA-EXCEPCION UNTIL EXCEP-POS > EXCEP-TOTAL.
       CLOSE EXCEPCIONES-ARCHIVO.

       GRABA-LINEA-EXCEPCION.
       MOVE EXCEP-ID(EXCEP-POS) TO EXCEPCIONES-ID.
       MOVE EXCEP-NOMBRE(EXCEP-POS) TO EXCEPCIONES-NOMBRE.
       MOVE EXCEP-PRIMER-APELLIDO(EXCEP-POS)
           TO EXCEPCIONES-PRIMER-APELLIDO.
       MOVE EXCEP-SEGUNDO-APELLIDO(EXCEP-POS)
           TO EXCEPCIONES-SEGUNDO-APELLIDO.
       MOVE EXCEP-MOTIVO(EXCEP-POS) TO EXCEPCIONES-MOTIVO.
       MOVE EXCEP-FECHA(EXCEP-POS) TO EXCEPCIONES-FECHA.
       MOVE EXCEP-ESTADO(EXCEP-POS) TO EXCEPCIONES-ESTADO.
       WRITE EXCEPCIONES-REGISTRO.
       ADD 1 TO EXCEP-POS.

       RESUMEN-ANTIGUEDAD-EXCEPCIONES.
       MOVE 0 TO EXCEP-PENDIENTES.
       MOVE 0 TO EXCEP-ANTIGUAS.
       MOVE 1 TO EXCEP-POS.
       PERFORM CUENTA-EXCEPCION-ANTIGUA UNTIL EXCEP-POS > EXCEP-TOTAL.
       DISPLAY "EXCEPCIONES PENDIENTES: " EXCEP-PENDIENTES
           ". CON MAS DE UNA SEMANA: " EXCEP-ANTIGUAS ".".

       CUENTA-EXCEPCION-ANTIGUA.
       IF EXCEP-ESTADO(EXCEP-POS) = "P"
          ADD 1 TO EXCEP-PENDIENTES
          PERFORM CALCULA-DIAS-EXCEPCION
          IF EXCEP-DIAS > 7
             ADD 1 TO EXCEP-ANTIGUAS
          END-IF
       END-IF.
       ADD 1 TO EXCEP-POS.

      ******************************************************************
      * Modo de correccion de cuarentena: lista los empleados en
      * estado C, deja corregir sus campos en el formulario completo
      * y solo los reactiva cuando ya no queda ningun error critico.
      ******************************************************************
       CORRIGE-CUARENTENA.
       MOVE 0 TO TOTAL-CUARENTENA.
       PERFORM INICIA-ESCANEO-EMPLEADOS.
       PERFORM MUESTRA-EMPLEADO-CUARENTENA UNTIL LEE-TODO = "1".
       IF TOTAL-CUARENTENA = 0
          DISPLAY "NO HAY EMPLEADOS EN CUARENTENA."
       ELSE
          DISPLAY TOTAL-CUARENTENA " EMPLEADOS EN CUARENTENA."
          DISPLAY "ID DEL EMPLEADO A CORREGIR (0 = VOLVER): "
          ACCEPT ID-BUSCADO
          IF ID-BUSCADO NOT = 0
             PERFORM CORRIGE-EMPLEADO-CUARENTENA
          END-IF
       END-IF.

       MUESTRA-EMPLEADO-CUARENTENA.
       IF EMPLEADO-CUARENTENA
          ADD 1 TO TOTAL-CUARENTENA
          PERFORM CALCULA-EDAD-DERIVADA
          DISPLAY "ID: " EMPLEADOS-ID
                " Nombre: " EMPLEADOS-NOMBRE
                " Apellidos: " EMPLEADOS-APELLIDOS
                " Edad: " EDAD-DERIVADA
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       CORRIGE-EMPLEADO-CUARENTENA.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          IF NOT EMPLEADO-CUARENTENA
             DISPLAY "EL EMPLEADO " ID-BUSCADO
                 " NO ESTA EN CUARENTENA."
          ELSE
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
             MOVE EMPLEADOS-ID TO FORM-ID
             MOVE EMPLEADOS-NOMBRE TO FORM-NOMBRE
             MOVE EMPLEADOS-APELLIDOS TO FORM-APELLIDOS
             MOVE EMPLEADOS-EDAD TO FORM-EDAD
             MOVE EMPLEADOS-FECHA-NACIMIENTO
                 TO FORM-FECHA-NACIMIENTO
             MOVE EMPLEADOS-TELEFONO TO FORM-TELEFONO
             MOVE EMPLEADOS-DIRECCION TO FORM-DIRECCION
             MOVE EMPLEADOS-CODIGO-POSTAL TO FORM-CODIGO-POSTAL
             MOVE EMPLEADOS-CIUDAD TO FORM-CIUDAD
             MOVE EMPLEADOS-PROVINCIA TO FORM-PROVINCIA
             MOVE EMPLEADOS-NIF TO FORM-NIF
             MOVE EMPLEADOS-NAF TO FORM-NAF
             MOVE EMPLEADOS-SEXO TO FORM-SEXO
             MOVE EMPLEADOS-DEPARTAMENTO TO FORM-DEPARTAMENTO
             MOVE EMPLEADOS-SALARIO TO FORM-SALARIO
             MOVE EMPLEADOS-FECHA-ALTA TO FORM-FECHA-ALTA
             MOVE "N" TO FORM-CONFIRMA
             PERFORM CAPTURA-FORM-CUARENTENA
                 UNTIL FORM-CONFIRMA = "S" OR FORM-CONFIRMA = "C"
             IF FORM-CONFIRMA = "C"
                DISPLAY "CORRECCION CANCELADA. SIGUE EN CUARENTENA."
             ELSE
                PERFORM CONTROLA-BANDA-CUARENTENA
                IF BANDA-BLOQUEADA = "S"
                   DISPLAY "CORRECCION CANCELADA: SALARIO FUERA DE "
                       "BANDA SIN AUTORIZACION. SIGUE EN CUARENTENA."
                ELSE
                IF FORM-SALARIO NOT = EMPLEADOS-SALARIO
                   PERFORM ENCOLA-CAMBIO-SALARIO-FORM
                   MOVE EMPLEADOS-SALARIO TO FORM-SALARIO
                END-IF
                MOVE FORM-NOMBRE TO EMPLEADOS-NOMBRE
                MOVE FORM-APELLIDOS TO EMPLEADOS-APELLIDOS
                MOVE FORM-EDAD TO EMPLEADOS-EDAD
                MOVE FORM-FECHA-NACIMIENTO
                    TO EMPLEADOS-FECHA-NACIMIENTO
                MOVE FORM-TELEFONO TO EMPLEADOS-TELEFONO
                MOVE FORM-DIRECCION TO EMPLEADOS-DIRECCION
                MOVE FORM-CODIGO-POSTAL TO EMPLEADOS-CODIGO-POSTAL
                MOVE FORM-CIUDAD TO EMPLEADOS-CIUDAD
                MOVE FORM-PROVINCIA TO EMPLEADOS-PROVINCIA
                MOVE FORM-NIF TO EMPLEADOS-NIF
                MOVE FORM-NAF TO EMPLEADOS-NAF
                MOVE FORM-SEXO TO EMPLEADOS-SEXO
                MOVE FORM-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
                PERFORM ASIGNA-EMPRESA-EMPLEADO
                MOVE FORM-SALARIO TO EMPLEADOS-SALARIO
                MOVE FORM-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA
                MOVE "A" TO EMPLEADOS-ESTADO
                REWRITE EMPLEADOS-REGISTRO
                DISPLAY "EMPLEADO " EMPLEADOS-ID
                    " CORREGIDO Y REACTIVADO."
                MOVE "REACTIVACION" TO ACCION-AUDITADA
                PERFORM GRABA-AUDITORIA
                MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
                MOVE "REACTIVACION" TO ACCION-DIARIO
                PERFORM GRABA-DIARIO-CAMBIO
                END-IF
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Igual que el formulario de alta, pero la confirmacion solo
      * se acepta cuando ya no queda ningun error critico de
      * validacion, ademas del departamento valido.
      ******************************************************************
       CAPTURA-FORM-CUARENTENA.
       PERFORM CAPTURA-FORM-ALTA.
       IF FORM-CONFIRMA = "S"
          IF FORM-NOMBRE = SPACES OR FORM-PRIMER-APELLIDO = SPACES
              OR FORM-EDAD < 16 OR FORM-EDAD > 99
             DISPLAY "QUEDAN ERRORES CRITICOS: NOMBRE, APELLIDOS "
                 "O EDAD FUERA DE RANGO (16-99)."
             MOVE "N" TO FORM-CONFIRMA
          END-IF
       END-IF.

      ******************************************************************
      * Intenta bloquear el registro del empleado ID-BUSCADO para la
      * sesion actual. Si otra sesion lo tiene, reintenta hasta tres
      * veces con una espera corta y, si sigue ocupado, graba el
      * conflicto en BLOQUEOS.LOG con el titular del bloqueo.
      ******************************************************************
       INTENTA-BLOQUEO.
       MOVE 0 TO INTENTOS-BLOQUEO.
       MOVE "N" TO BLOQUEO-OBTENIDO.
       PERFORM PRUEBA-BLOQUEO
           UNTIL BLOQUEO-OBTENIDO = "S" OR INTENTOS-BLOQUEO >= 3.
       IF BLOQUEO-OBTENIDO = "N"
          MOVE ID-BUSCADO TO BLOQUEO-ID
          MOVE SPACES TO TITULAR-BLOQUEO
          READ BLOQUEOS-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE BLOQUEO-OPERADOR TO TITULAR-BLOQUEO
          END-READ
          DISPLAY "REGISTRO " ID-BUSCADO " BLOQUEADO POR "
              TITULAR-BLOQUEO ". INTENTELO MAS TARDE."
          PERFORM GRABA-LOG-BLOQUEO
       END-IF.

       PRUEBA-BLOQUEO.
       ADD 1 TO INTENTOS-BLOQUEO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE ID-BUSCADO TO BLOQUEO-ID.
       MOVE OPERADOR-ACTUAL TO BLOQUEO-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO BLOQUEO-FECHA.
       MOVE SESION-ACTUAL TO BLOQUEO-SESION.
       WRITE BLOQUEO-REGISTRO
           INVALID KEY
              IF INTENTOS-BLOQUEO < 3
                 DISPLAY "REGISTRO " ID-BUSCADO
                     " BLOQUEADO. REINTENTANDO..."
                 CALL "C$SLEEP" USING SEGUNDOS-ESPERA
              END-IF
           NOT INVALID KEY
              MOVE "S" TO BLOQUEO-OBTENIDO
       END-WRITE.

       LIBERA-BLOQUEO.
       IF BLOQUEO-OBTENIDO = "S"
          MOVE ID-BUSCADO TO BLOQUEO-ID
          DELETE BLOQUEOS-ARCHIVO RECORD
              INVALID KEY CONTINUE
          END-DELETE
          MOVE "N" TO BLOQUEO-OBTENIDO
       END-IF.

       GRABA-LOG-BLOQUEO.
       OPEN EXTEND LOG-BLOQUEOS.
       IF LOG-BLOQUEOS-ESTADO = "35"
          OPEN OUTPUT LOG-BLOQUEOS
       END-IF.
       MOVE SPACES TO LOG-BLOQUEO-REGISTRO.
       MOVE FECHA-ACTUAL(1:14) TO LOG-BLOQUEO-FECHA.
       MOVE OPERADOR-ACTUAL TO LOG-BLOQUEO-OPERADOR.
       MOVE ID-BUSCADO TO LOG-BLOQUEO-EMPLEADO.
       MOVE TITULAR-BLOQUEO TO LOG-BLOQUEO-TITULAR.
       WRITE LOG-BLOQUEO-REGISTRO.
       CLOSE LOG-BLOQUEOS.

      ******************************************************************
      * Registro de sesiones: alta al entrar con numero correlativo
      * de SESSEQ.DAT, latido en cada vuelta al menu y cierre al
      * salir con orden.
      ******************************************************************
       ABRE-SESION-REGISTRADA.
       OPEN I-O SESIONES-ARCHIVO.
       IF SESIONES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT SESIONES-ARCHIVO
          CLOSE SESIONES-ARCHIVO
          OPEN I-O SESIONES-ARCHIVO
       END-IF.
       MOVE 0 TO SESION-ACTUAL.
       OPEN INPUT SESION-SECUENCIA.
       IF SESSEQ-ESTADO-ARCHIVO = "00"
          READ SESION-SECUENCIA INTO SESION-ACTUAL
              AT END CONTINUE
          END-READ
       END-IF.
       CLOSE SESION-SECUENCIA.
       ADD 1 TO SESION-ACTUAL.
       OPEN OUTPUT SESION-SECUENCIA.
       MOVE SESION-ACTUAL TO SESION-SEC-REGISTRO.
       WRITE SESION-SEC-REGISTRO.
       CLOSE SESION-SECUENCIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SESION-ACTUAL TO SESION-ID.
       MOVE OPERADOR-ACTUAL TO SESION-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO SESION-INICIO.
       MOVE FECHA-ACTUAL(1:14) TO SESION-LATIDO.
       MOVE "A" TO SESION-ESTADO.
       WRITE SESION-REGISTRO
           INVALID KEY
              REWRITE SESION-REGISTRO
       END-WRITE.

       LATE-SESION-REGISTRADA.
       IF SESION-ACTUAL > 0
          MOVE SESION-ACTUAL TO SESION-ID
          READ SESIONES-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
                 MOVE FECHA-ACTUAL(1:14) TO SESION-LATIDO
                 REWRITE SESION-REGISTRO
          END-READ
       END-IF.

       CIERRA-SESION-REGISTRADA.
       IF SESION-ACTUAL > 0
          MOVE SESION-ACTUAL TO SESION-ID
          READ SESIONES-ARCHIVO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "C" TO SESION-ESTADO
                 REWRITE SESION-REGISTRO
          END-READ
       END-IF.
       CLOSE SESIONES-ARCHIVO.

      ******************************************************************
      * Opcion de supervisor: lista quien esta dentro y desde
      * cuando, y la limpieza libera solo los bloqueos de sesiones
      * activas sin latido en el umbral de minutos, dejando cada
      * liberacion en BLOQUEOS.LOG y la sesion marcada cerrada.
      ******************************************************************
       SESIONES-Y-LIMPIEZA.
       MOVE 0 TO SESIONES-LISTADAS.
       MOVE ZEROES TO SESION-ID.
       START SESIONES-ARCHIVO KEY IS NOT LESS THAN SESION-ID
           INVALID KEY MOVE "S" TO SESION-LEE-TODO
           NOT INVALID KEY MOVE "N" TO SESION-LEE-TODO
       END-START.
       PERFORM LISTA-UNA-SESION UNTIL SESION-LEE-TODO = "S".
       IF SESIONES-LISTADAS = 0
          DISPLAY "NO HAY SESIONES ACTIVAS REGISTRADAS."
       END-IF.
       DISPLAY "L - LIMPIAR BLOQUEOS DE SESIONES SIN LATIDO / "
           "OTRA TECLA - VOLVER: ".
       ACCEPT OPCION-SESIONES.
       IF OPCION-SESIONES = "L" OR OPCION-SESIONES = "l"
          PERFORM LIMPIA-SESIONES-CADUCADAS
       END-IF.

       LISTA-UNA-SESION.
       READ SESIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SESION-LEE-TODO
           NOT AT END
              IF SESION-ESTADO = "A"
                 ADD 1 TO SESIONES-LISTADAS
                 DISPLAY "SESION " SESION-ID
                     " OPERADOR " SESION-OPERADOR
                     " DESDE " SESION-INICIO
                     " ULTIMO LATIDO " SESION-LATIDO
              END-IF
       END-READ.

       LIMPIA-SESIONES-CADUCADAS.
       MOVE 0 TO BLOQUEOS-LIBERADOS.
       MOVE ZEROES TO SESION-ID.
       START SESIONES-ARCHIVO KEY IS NOT LESS THAN SESION-ID
           INVALID KEY MOVE "S" TO SESION-LEE-TODO
           NOT INVALID KEY MOVE "N" TO SESION-LEE-TODO
       END-START.
       PERFORM LIMPIA-UNA-SESION UNTIL SESION-LEE-TODO = "S".
       DISPLAY "LIMPIEZA COMPLETADA: " BLOQUEOS-LIBERADOS
           " BLOQUEOS LIBERADOS.".

       LIMPIA-UNA-SESION.
       READ SESIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SESION-LEE-TODO
           NOT AT END
              IF SESION-ESTADO = "A"
                  AND SESION-ID NOT = SESION-ACTUAL
                 PERFORM EVALUA-LATIDO-SESION
                 IF SESION-CADUCADA = "S"
                    MOVE SESION-ID TO SESION-LIMPIADA
                    PERFORM LIBERA-BLOQUEOS-SESION
                    MOVE SESION-LIMPIADA TO SESION-ID
                    READ SESIONES-ARCHIVO
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                           MOVE "C" TO SESION-ESTADO
                           REWRITE SESION-REGISTRO
                    END-READ
                    DISPLAY "SESION " SESION-LIMPIADA
                        " SIN LATIDO: BLOQUEOS LIBERADOS Y "
                        "SESION CERRADA."
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Una sesion caduca cuando su latido es de otro dia o lleva
      * mas minutos parado que el umbral.
      ******************************************************************
       EVALUA-LATIDO-SESION.
       MOVE "N" TO SESION-CADUCADA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       IF SESION-LATIDO(1:8) NOT = FECHA-ACTUAL(1:8)
          MOVE "S" TO SESION-CADUCADA
       ELSE
          MOVE FECHA-ACTUAL(9:2) TO MES-AUX-1
          MOVE FECHA-ACTUAL(11:2) TO DIA-AUX-1
          COMPUTE MINUTOS-AHORA = MES-AUX-1 * 60 + DIA-AUX-1
          MOVE SESION-LATIDO(9:2) TO MES-AUX-2
          MOVE SESION-LATIDO(11:2) TO DIA-AUX-2
          COMPUTE MINUTOS-SESION = MES-AUX-2 * 60 + DIA-AUX-2
          IF MINUTOS-AHORA > MINUTOS-SESION
             COMPUTE MINUTOS-SIN-LATIDO
                 = MINUTOS-AHORA - MINUTOS-SESION
          ELSE
             MOVE 0 TO MINUTOS-SIN-LATIDO
          END-IF
          IF MINUTOS-SIN-LATIDO > MINUTOS-LATIDO-MAX
             MOVE "S" TO SESION-CADUCADA
          END-IF
       END-IF.

      ******************************************************************
      * Libera solo los bloqueos cuyo numero de sesion es el de la
      * sesion caducada, anotando cada liberacion en BLOQUEOS.LOG.
      ******************************************************************
       LIBERA-BLOQUEOS-SESION.
       MOVE ZEROES TO BLOQUEO-ID.
       START BLOQUEOS-ARCHIVO KEY IS NOT LESS THAN BLOQUEO-ID
           INVALID KEY MOVE "S" TO EXCEP-LEE-TODO
           NOT INVALID KEY MOVE "N" TO EXCEP-LEE-TODO
       END-START.
       PERFORM LIBERA-UN-BLOQUEO-SESION UNTIL EXCEP-LEE-TODO = "S".

       LIBERA-UN-BLOQUEO-SESION.
       READ BLOQUEOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO EXCEP-LEE-TODO
           NOT AT END
              IF BLOQUEO-SESION = SESION-LIMPIADA
                 MOVE BLOQUEO-OPERADOR TO TITULAR-BLOQUEO
                 MOVE BLOQUEO-ID TO ID-BUSCADO
                 DELETE BLOQUEOS-ARCHIVO RECORD
                     INVALID KEY CONTINUE
                 END-DELETE
                 ADD 1 TO BLOQUEOS-LIBERADOS
                 MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
                 PERFORM GRABA-LOG-BLOQUEO
              END-IF
       END-READ.

      ******************************************************************
      * Parametros al arranque: cada valor cableado conserva su
      * VALUE historico y solo se pisa si la clave esta en el
      * maestro de parametros.
      ******************************************************************
       CARGA-PARAMETROS-ARRANQUE.
       PERFORM CARGA-TABLA-PARAMETROS.
       MOVE 1 TO PARMT-POS.
       PERFORM APLICA-UN-PARAMETRO UNTIL PARMT-POS > PARMT-TOTAL.

       CARGA-TABLA-PARAMETROS.
       MOVE 0 TO PARMT-TOTAL.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM CARGA-UN-PARAMETRO UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       CARGA-UN-PARAMETRO.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARMT-TOTAL < 30
                 ADD 1 TO PARMT-TOTAL
                 MOVE PARAM-CLAVE TO PARMT-CLAVE(PARMT-TOTAL)
                 MOVE PARAM-VALOR TO PARMT-VALOR(PARMT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PARAMETROS LLENA."
              END-IF
       END-READ.

       APLICA-UN-PARAMETRO.
       IF PARMT-CLAVE(PARMT-POS) = "LINEAS-PAGINA"
          MOVE PARMT-VALOR(PARMT-POS) TO LINEAS-POR-PAGINA
       END-IF.
       IF PARMT-CLAVE(PARMT-POS) = "GENERACIONES-SPL"
          MOVE PARMT-VALOR(PARMT-POS) TO GENERACIONES-SPOOL
       END-IF.
       IF PARMT-CLAVE(PARMT-POS) = "LATIDO-MAXIMO"
          MOVE PARMT-VALOR(PARMT-POS) TO MINUTOS-LATIDO-MAX
       END-IF.
       IF PARMT-CLAVE(PARMT-POS) = "NIVEL-VER-SAL"
          MOVE PARMT-VALOR(PARMT-POS) TO NIVEL-VER-SALARIOS
       END-IF.
       IF PARMT-CLAVE(PARMT-POS) = "PRECIO-KM"
          MOVE PARMT-VALOR(PARMT-POS) TO PRECIO-KILOMETRO
       END-IF.
       ADD 1 TO PARMT-POS.

      ******************************************************************
      * Mantenimiento de parametros (solo nivel 3): cada cambio
      * queda en la auditoria y en el diario con la clave y los
      * valores antes y despues en las imagenes.
      ******************************************************************
       MANTENIMIENTO-PARAMETROS.
       PERFORM CARGA-TABLA-PARAMETROS.
       MOVE SPACES TO OPCION-PARAMETROS.
       PERFORM GESTIONA-PARAMETROS UNTIL OPCION-PARAMETROS = "0".
       PERFORM GRABA-ARCHIVO-PARAMETROS.
       PERFORM CARGA-PARAMETROS-ARRANQUE.

       GESTIONA-PARAMETROS.
       DISPLAY "-- MANTENIMIENTO DE PARAMETROS --".
       DISPLAY "L - LISTAR / M - MODIFICAR O CREAR / 0 - VOLVER".
       ACCEPT OPCION-PARAMETROS.
       IF OPCION-PARAMETROS = "L"
          MOVE 1 TO PARMT-POS
          PERFORM MUESTRA-PARAMETRO UNTIL PARMT-POS > PARMT-TOTAL
       ELSE
          IF OPCION-PARAMETROS = "M"
             PERFORM MODIFICA-PARAMETRO
          ELSE
             IF OPCION-PARAMETROS NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       MUESTRA-PARAMETRO.
       MOVE PARMT-VALOR(PARMT-POS) TO PARAM-VALOR-EDICION.
       DISPLAY PARMT-CLAVE(PARMT-POS) " = " PARAM-VALOR-EDICION.
       ADD 1 TO PARMT-POS.

       MODIFICA-PARAMETRO.
       DISPLAY "CLAVE DEL PARAMETRO: ".
       ACCEPT PARAM-CLAVE-BUSCADA.
       DISPLAY "NUEVO VALOR: ".
       ACCEPT PARAM-VALOR-NUEVO.
       MOVE "N" TO PARMT-HALLADO.
       MOVE 1 TO PARMT-POS.
       PERFORM BUSCA-PARAMETRO
           UNTIL PARMT-POS > PARMT-TOTAL
           OR PARMT-HALLADO = "S".
       MOVE SPACES TO IMAGEN-ANTES.
       IF PARMT-HALLADO = "S"
          MOVE PARMT-VALOR(PARMT-POS) TO PARAM-VALOR-EDICION
          STRING "PARAM " PARAM-CLAVE-BUSCADA " = "
              PARAM-VALOR-EDICION
              DELIMITED BY SIZE INTO IMAGEN-ANTES
          MOVE PARAM-VALOR-NUEVO TO PARMT-VALOR(PARMT-POS)
       ELSE
          IF PARMT-TOTAL < 30
             ADD 1 TO PARMT-TOTAL
             MOVE PARMT-TOTAL TO PARMT-POS
             MOVE PARAM-CLAVE-BUSCADA TO PARMT-CLAVE(PARMT-POS)
             MOVE PARAM-VALOR-NUEVO TO PARMT-VALOR(PARMT-POS)
             STRING "PARAM " PARAM-CLAVE-BUSCADA " (NUEVO)"
                 DELIMITED BY SIZE INTO IMAGEN-ANTES
          ELSE
             DISPLAY "TABLA DE PARAMETROS LLENA."
          END-IF
       END-IF.
       MOVE PARAM-VALOR-NUEVO TO PARAM-VALOR-EDICION.
       MOVE SPACES TO IMAGEN-DESPUES.
       STRING "PARAM " PARAM-CLAVE-BUSCADA " = " PARAM-VALOR-EDICION
           DELIMITED BY SIZE INTO IMAGEN-DESPUES.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "CAMBIO-PARAM" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.
       MOVE "CAMBIO-PARAM" TO ACCION-DIARIO.
       PERFORM GRABA-DIARIO-CAMBIO.
       DISPLAY "PARAMETRO " PARAM-CLAVE-BUSCADA " GRABADO.".

       BUSCA-PARAMETRO.
       IF PARMT-CLAVE(PARMT-POS) = PARAM-CLAVE-BUSCADA
          MOVE "S" TO PARMT-HALLADO
       ELSE
          ADD 1 TO PARMT-POS
       END-IF.

       GRABA-ARCHIVO-PARAMETROS.
       OPEN OUTPUT PARAMETROS-ARCHIVO.
       MOVE 1 TO PARMT-POS.
       PERFORM GRABA-UN-PARAMETRO UNTIL PARMT-POS > PARMT-TOTAL.
       CLOSE PARAMETROS-ARCHIVO.

       GRABA-UN-PARAMETRO.
       MOVE PARMT-CLAVE(PARMT-POS) TO PARAM-CLAVE.
       MOVE PARMT-VALOR(PARMT-POS) TO PARAM-VALOR.
       WRITE PARAMETRO-REGISTRO.
       ADD 1 TO PARMT-POS.

      ******************************************************************
      * Enmascarado de salarios: el operador por debajo del nivel
      * del parametro NIVEL-VER-SAL (nivel 3 siempre ve) recibe
      * asteriscos en lugar de los importes confidenciales en los
      * listados, exportaciones e informes; cuando el importe sale
      * en claro a un archivo, queda constancia en la auditoria y
      * en el diario con el operador y el archivo de destino.
      ******************************************************************
       EDITA-SALARIO-MOSTRADO.
       MOVE SALARIO-EDICION TO SALARIO-MOSTRADO.
       IF NIVEL-OPERADOR < NIVEL-VER-SALARIOS
           AND NIVEL-OPERADOR < 3
          MOVE ALL "*" TO SALARIO-MOSTRADO
       END-IF.

      ******************************************************************
      * Los dos apellidos seguidos, con un solo blanco entre ellos,
      * para los listados y documentos que los muestran juntos.
      ******************************************************************
       EDITA-APELLIDOS-MOSTRADOS.
       MOVE EMPLEADOS-PRIMER-APELLIDO TO APELLIDOS-MOSTRADOS.
       IF EMPLEADOS-SEGUNDO-APELLIDO NOT = SPACES
          MOVE SPACES TO APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-PRIMER-APELLIDO DELIMITED BY "  "
              " " DELIMITED BY SIZE
              EMPLEADOS-SEGUNDO-APELLIDO DELIMITED BY "  "
              INTO APELLIDOS-MOSTRADOS
       END-IF.

       EDITA-DEPTO-SAL-MOSTRADO.
       MOVE DEPTO-SALARIO-EDICION TO DEPTO-SAL-MOSTRADO.
       IF NIVEL-OPERADOR < NIVEL-VER-SALARIOS
           AND NIVEL-OPERADOR < 3
          MOVE ALL "*" TO DEPTO-SAL-MOSTRADO
       END-IF.

       REGISTRA-EXPORTA-CLARO.
       IF NIVEL-OPERADOR >= NIVEL-VER-SALARIOS
           OR NIVEL-OPERADOR >= 3
          MOVE ZEROES TO EMPLEADOS-ID
          MOVE "EXPORTA-CLARO" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          MOVE SPACES TO IMAGEN-ANTES
          MOVE SPACES TO IMAGEN-DESPUES
          STRING "SALARIOS SIN MASCARA A " DESTINO-EXPORTACION
              DELIMITED BY SIZE INTO IMAGEN-DESPUES
          MOVE "EXPORTA-CLARO" TO ACCION-DIARIO
          PERFORM GRABA-DIARIO-CAMBIO
       END-IF.

       GRABA-ALERTA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND ALERTAS-ARCHIVO.
       IF ALERTAS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT ALERTAS-ARCHIVO
       END-IF.
       MOVE "P" TO ALERTA-ESTADO.
       MOVE ALERTA-SEV-WS TO ALERTA-SEVERIDAD.
       MOVE FECHA-ACTUAL(1:14) TO ALERTA-FECHA.
       MOVE ALERTA-ORIGEN-WS TO ALERTA-ORIGEN.
       MOVE ALERTA-TEXTO-WS TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       CLOSE ALERTAS-ARCHIVO.

      ******************************************************************
      * Muestra al operador, justo despues de identificarse, las
      * alertas que nadie ha visto todavia, y le deja marcarlas
      * como vistas reescribiendo ALERTAS.DAT. Las alertas de
      * SEGURIDAD (vigilancia de accesos) son para los supervisores:
      * un operador de nivel inferior a 3 no las ve ni las marca.
      * Las de CONCILIACION (remesa sin cuadrar con el extracto) se
      * ven pero no se marcan: las cierra la propia conciliacion.
      ******************************************************************
       MUESTRA-ALERTAS-PENDIENTES.
       MOVE 0 TO ALERTAS-TOTAL.
       MOVE 0 TO ALERTAS-PENDIENTES.
       MOVE "N" TO ALERTAS-DESBORDE.
       OPEN INPUT ALERTAS-ARCHIVO.
       IF ALERTAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO ALERTAS-LEE-TODO
          PERFORM CARGA-UNA-ALERTA UNTIL ALERTAS-LEE-TODO = "S"
       END-IF.
       CLOSE ALERTAS-ARCHIVO.
       IF ALERTAS-PENDIENTES = 0
          DISPLAY "SIN ALERTAS PENDIENTES."
       ELSE
          DISPLAY "*** " ALERTAS-PENDIENTES
              " ALERTAS SIN REVISAR ***"
          MOVE 1 TO ALERTAS-POS
          PERFORM MUESTRA-UNA-ALERTA
              UNTIL ALERTAS-POS > ALERTAS-TOTAL
          DISPLAY "MARCAR LAS ALERTAS COMO VISTAS (S/N): "
          ACCEPT CONFIRMA-ALERTAS
          IF CONFIRMA-ALERTAS = "S" OR CONFIRMA-ALERTAS = "s"
             IF ALERTAS-DESBORDE = "S"
                DISPLAY "ALERTAS.DAT TIENE MAS REGISTROS DE LOS QUE "
                    "SE PUEDEN CARGAR. NO SE REESCRIBE PARA NO "
                    "PERDER ALERTAS; DEPURE EL ARCHIVO."
             ELSE
                MOVE 1 TO ALERTAS-POS
                PERFORM MARCA-ALERTA-VISTA
                    UNTIL ALERTAS-POS > ALERTAS-TOTAL
                PERFORM GRABA-ARCHIVO-ALERTAS
                DISPLAY "ALERTAS MARCADAS COMO VISTAS."
             END-IF
          END-IF
       END-IF.

       CARGA-UNA-ALERTA.
       READ ALERTAS-ARCHIVO
           AT END MOVE "S" TO ALERTAS-LEE-TODO
           NOT AT END
              IF ALERTAS-TOTAL < 100
                 ADD 1 TO ALERTAS-TOTAL
                 MOVE ALERTA-ESTADO
                     TO ALERTA-T-ESTADO(ALERTAS-TOTAL)
                 MOVE ALERTA-SEVERIDAD
                     TO ALERTA-T-SEVERIDAD(ALERTAS-TOTAL)
                 MOVE ALERTA-FECHA TO ALERTA-T-FECHA(ALERTAS-TOTAL)
                 MOVE ALERTA-ORIGEN
                     TO ALERTA-T-ORIGEN(ALERTAS-TOTAL)
                 MOVE ALERTA-TEXTO TO ALERTA-T-TEXTO(ALERTAS-TOTAL)
                 IF ALERTA-ESTADO NOT = "V"
                     AND (ALERTA-ORIGEN NOT = "SEGURIDAD"
                     OR NIVEL-OPERADOR >= 3)
                    ADD 1 TO ALERTAS-PENDIENTES
                 END-IF
              ELSE
                 MOVE "S" TO ALERTAS-DESBORDE
              END-IF
       END-READ.

       MUESTRA-UNA-ALERTA.
       IF ALERTA-T-ESTADO(ALERTAS-POS) NOT = "V"
           AND (ALERTA-T-ORIGEN(ALERTAS-POS) NOT = "SEGURIDAD"
           OR NIVEL-OPERADOR >= 3)
          DISPLAY ALERTA-T-FECHA(ALERTAS-POS) " ["
              ALERTA-T-SEVERIDAD(ALERTAS-POS) "] "
              ALERTA-T-ORIGEN(ALERTAS-POS) " "
              ALERTA-T-TEXTO(ALERTAS-POS)
       END-IF.
       ADD 1 TO ALERTAS-POS.

       MARCA-ALERTA-VISTA.
       IF (ALERTA-T-ORIGEN(ALERTAS-POS) NOT = "SEGURIDAD"
           OR NIVEL-OPERADOR >= 3)
           AND ALERTA-T-ORIGEN(ALERTAS-POS) NOT = "CONCILIACION"
          MOVE "V" TO ALERTA-T-ESTADO(ALERTAS-POS)
       END-IF.
       ADD 1 TO ALERTAS-POS.

       GRABA-ARCHIVO-ALERTAS.
       OPEN OUTPUT ALERTAS-ARCHIVO.
       MOVE 1 TO ALERTAS-POS.
       PERFORM GRABA-UNA-ALERTA UNTIL ALERTAS-POS > ALERTAS-TOTAL.
       CLOSE ALERTAS-ARCHIVO.

       GRABA-UNA-ALERTA.
       MOVE ALERTA-T-ESTADO(ALERTAS-POS) TO ALERTA-ESTADO.
       MOVE ALERTA-T-SEVERIDAD(ALERTAS-POS) TO ALERTA-SEVERIDAD.
       MOVE ALERTA-T-FECHA(ALERTAS-POS) TO ALERTA-FECHA.
       MOVE ALERTA-T-ORIGEN(ALERTAS-POS) TO ALERTA-ORIGEN.
       MOVE ALERTA-T-TEXTO(ALERTAS-POS) TO ALERTA-TEXTO.
       WRITE ALERTA-REGISTRO.
       ADD 1 TO ALERTAS-POS.

      ******************************************************************
      * Asigna la siguiente generacion de salida para el informe en
      * SPOOL-REPORTE: rota de 1 a GENERACIONES-SPOOL, persiste el
      * contador en SPOOLCTL.DAT y deja el nombre del archivo en
      * SPOOL-NOMBRE-SALIDA (por ejemplo ROSTER.G3).
      ******************************************************************
       PREPARA-SALIDA-SPOOL.
       PERFORM CARGA-SPOOL-CONTROL.
       MOVE "N" TO SPOOL-ENCONTRADO.
       MOVE 1 TO SPOOLT-POS.
       PERFORM BUSCA-SPOOL-CONTROL
           UNTIL SPOOLT-POS > SPOOLT-TOTAL
           OR SPOOL-ENCONTRADO = "S".
       IF SPOOL-ENCONTRADO = "N"
          IF SPOOLT-TOTAL < 10
             ADD 1 TO SPOOLT-TOTAL
             MOVE SPOOLT-TOTAL TO SPOOLT-POS
             MOVE SPOOL-REPORTE TO SPOOLT-REPORTE(SPOOLT-POS)
             MOVE 0 TO SPOOLT-GENERACION(SPOOLT-POS)
          ELSE
             MOVE 1 TO SPOOLT-POS
          END-IF
       END-IF.
       ADD 1 TO SPOOLT-GENERACION(SPOOLT-POS).
       IF SPOOLT-GENERACION(SPOOLT-POS) > GENERACIONES-SPOOL
          MOVE 1 TO SPOOLT-GENERACION(SPOOLT-POS)
       END-IF.
       MOVE SPOOLT-GENERACION(SPOOLT-POS) TO SPOOL-GENERACION.
       PERFORM GRABA-SPOOL-CONTROL.
       MOVE SPACES TO SPOOL-NOMBRE-SALIDA.
       STRING FUNCTION TRIM(SPOOL-REPORTE) ".G" SPOOL-GENERACION
           DELIMITED BY SIZE INTO SPOOL-NOMBRE-SALIDA.
       MOVE 0 TO SPOOL-REGISTROS.

       BUSCA-SPOOL-CONTROL.
       IF SPOOLT-REPORTE(SPOOLT-POS) = SPOOL-REPORTE
          MOVE "S" TO SPOOL-ENCONTRADO
       ELSE
          ADD 1 TO SPOOLT-POS
       END-IF.

       CARGA-SPOOL-CONTROL.
       MOVE 0 TO SPOOLT-TOTAL.
       OPEN INPUT SPOOL-CONTROL.
       IF SPOOL-CONTROL-ESTADO = "00"
          MOVE "N" TO SPOOL-LEE-TODO
          PERFORM CARGA-UN-SPOOL-CONTROL UNTIL SPOOL-LEE-TODO = "S"
       END-IF.
       CLOSE SPOOL-CONTROL.

       CARGA-UN-SPOOL-CONTROL.
       READ SPOOL-CONTROL
           AT END MOVE "S" TO SPOOL-LEE-TODO
           NOT AT END
              IF SPOOLT-TOTAL < 10
                 ADD 1 TO SPOOLT-TOTAL
                 MOVE SPOOLCTL-REPORTE
                     TO SPOOLT-REPORTE(SPOOLT-TOTAL)
                 MOVE SPOOLCTL-GENERACION
                     TO SPOOLT-GENERACION(SPOOLT-TOTAL)
              END-IF
       END-READ.

       GRABA-SPOOL-CONTROL.
       OPEN OUTPUT SPOOL-CONTROL.
       MOVE 1 TO SPOOLT-POS.
       PERFORM GRABA-UN-SPOOL-CONTROL
           UNTIL SPOOLT-POS > SPOOLT-TOTAL.
       CLOSE SPOOL-CONTROL.

       GRABA-UN-SPOOL-CONTROL.
       MOVE SPOOLT-REPORTE(SPOOLT-POS) TO SPOOLCTL-REPORTE.
       MOVE SPOOLT-GENERACION(SPOOLT-POS) TO SPOOLCTL-GENERACION.
       WRITE SPOOL-CONTROL-REGISTRO.
       ADD 1 TO SPOOLT-POS.

       REGISTRA-SPOOL.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO = "35"
          OPEN OUTPUT SPOOL-INDICE
       END-IF.
       MOVE SPACES TO SPOOL-INDICE-REGISTRO.
       MOVE SPOOL-REPORTE TO SPOOL-IDX-REPORTE.
       MOVE SPOOL-NOMBRE-SALIDA TO SPOOL-IDX-ARCHIVO.
       MOVE FECHA-ACTUAL(1:14) TO SPOOL-IDX-FECHA.
       MOVE OPERADOR-ACTUAL TO SPOOL-IDX-OPERADOR.
       MOVE SPOOL-REGISTROS TO SPOOL-IDX-REGISTROS.
       WRITE SPOOL-INDICE-REGISTRO.
       CLOSE SPOOL-INDICE.

      ******************************************************************
      * Visor del spool: lista lo que hay en el indice para poder
      * localizar y reimprimir cualquier informe reciente.
      ******************************************************************
       VISOR-SPOOL.
       OPEN INPUT SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO NOT = "00"
          DISPLAY "EL SPOOL ESTA VACIO."
       ELSE
          DISPLAY "INFORME  ARCHIVO      FECHA          OPERADOR "
              "REGISTROS"
          MOVE "N" TO SPOOL-LEE-TODO
          PERFORM MUESTRA-LINEA-SPOOL UNTIL SPOOL-LEE-TODO = "S"
       END-IF.
       CLOSE SPOOL-INDICE.

       MUESTRA-LINEA-SPOOL.
       READ SPOOL-INDICE
           AT END MOVE "S" TO SPOOL-LEE-TODO
           NOT AT END DISPLAY SPOOL-INDICE-REGISTRO
       END-READ.

       GRABA-DIARIO-CAMBIO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND DIARIO-ARCHIVO.
       IF DIARIO-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT DIARIO-ARCHIVO
       END-IF.
       MOVE FECHA-ACTUAL(1:14) TO DIARIO-FECHA.
       MOVE OPERADOR-ACTUAL TO DIARIO-OPERADOR.
       MOVE ACCION-DIARIO TO DIARIO-ACCION.
       MOVE EMPLEADOS-ID TO DIARIO-EMPLEADOS-ID.
       MOVE IMAGEN-ANTES TO DIARIO-IMAGEN-ANTES.
       MOVE IMAGEN-DESPUES TO DIARIO-IMAGEN-DESPUES.
       WRITE DIARIO-REGISTRO.
       CLOSE DIARIO-ARCHIVO.

       GRABA-AUDITORIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE ACCION-AUDITADA TO AUDIT-ACCION.
       MOVE EMPLEADOS-ID TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

       RESUMEN-EJECUCION.
       DISPLAY "TOTAL DE REGISTROS LEIDOS EN ESTA EJECUCION: "
           REGISTROS-LEIDOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE "RESUMEN" TO AUDIT-ACCION.
       MOVE REGISTROS-LEIDOS TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.

       LEE-SIGUIENTE-REGISTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "1" TO LEE-TODO
           NOT AT END ADD 1 TO REGISTROS-LEIDOS
       END-READ.

      ******************************************************************
      * Reposiciona el archivo de empleados en el primer registro
      * antes de cada opcion de escaneo completo, ya que dentro de
      * una misma sesion la posicion queda al final del archivo
      * despues de la opcion anterior.
      ******************************************************************
       INICIA-ESCANEO-EMPLEADOS.
       MOVE "0" TO LEE-TODO.
       MOVE ZEROES TO EMPLEADOS-ID.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "1" TO LEE-TODO
       END-START.
       IF LEE-TODO = "0"
          PERFORM LEE-SIGUIENTE-REGISTRO
       END-IF.

       ALTA-EMPLEADO.
       MOVE "N" TO ID-MANUAL.
       IF NIVEL-OPERADOR >= 3
          DISPLAY "ID MANUAL (S/N)? (N = ASIGNACION AUTOMATICA): "
          ACCEPT ID-MANUAL
       END-IF.
       IF ID-MANUAL = "S" OR ID-MANUAL = "s"
          DISPLAY "ID DEL EMPLEADO: "
          ACCEPT EMPLEADOS-ID
       ELSE
          PERFORM ASIGNA-SIGUIENTE-ID
          DISPLAY "ID ASIGNADO AUTOMATICAMENTE: " EMPLEADOS-ID
       END-IF.
       MOVE EMPLEADOS-ID TO FORM-ID.
       MOVE SPACES TO FORM-NOMBRE FORM-APELLIDOS FORM-TELEFONO
           FORM-DIRECCION FORM-CODIGO-POSTAL FORM-CIUDAD
           FORM-PROVINCIA FORM-DEPARTAMENTO FORM-NIF FORM-NAF
           FORM-SEXO.
       MOVE 0 TO FORM-EDAD FORM-SALARIO FORM-FECHA-ALTA
           FORM-FECHA-NACIMIENTO.
       MOVE "N" TO FORM-CONFIRMA.
       PERFORM CAPTURA-FORM-ALTA
           UNTIL FORM-CONFIRMA = "S" OR FORM-CONFIRMA = "C".
       IF FORM-CONFIRMA = "C"
          DISPLAY "ALTA CANCELADA. NO SE GRABO NADA."
       ELSE
          PERFORM CONTROLA-BANDA-ALTA
          IF BANDA-BLOQUEADA = "S"
             DISPLAY "ALTA CANCELADA: SALARIO FUERA DE BANDA SIN "
                 "AUTORIZACION."
          ELSE
          MOVE FORM-ID TO EMPLEADOS-ID
          MOVE FORM-NOMBRE TO EMPLEADOS-NOMBRE
          MOVE FORM-APELLIDOS TO EMPLEADOS-APELLIDOS
          MOVE FORM-EDAD TO EMPLEADOS-EDAD
          MOVE FORM-FECHA-NACIMIENTO TO EMPLEADOS-FECHA-NACIMIENTO
          MOVE FORM-TELEFONO TO EMPLEADOS-TELEFONO
          MOVE FORM-DIRECCION TO EMPLEADOS-DIRECCION
          MOVE FORM-CODIGO-POSTAL TO EMPLEADOS-CODIGO-POSTAL
          MOVE FORM-CIUDAD TO EMPLEADOS-CIUDAD
          MOVE FORM-PROVINCIA TO EMPLEADOS-PROVINCIA
          MOVE FORM-NIF TO EMPLEADOS-NIF
          MOVE FORM-NAF TO EMPLEADOS-NAF
          MOVE FORM-SEXO TO EMPLEADOS-SEXO
          MOVE FORM-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
          PERFORM ASIGNA-EMPRESA-EMPLEADO
          MOVE FORM-SALARIO TO EMPLEADOS-SALARIO
          MOVE FORM-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA
          MOVE "A" TO EMPLEADOS-ESTADO
          WRITE EMPLEADOS-REGISTRO
              INVALID KEY
                 PERFORM RECHAZA-ALTA-DUPLICADA
              NOT INVALID KEY
                 DISPLAY "EMPLEADO DADO DE ALTA."
                 MOVE "ALTA" TO ACCION-AUDITADA
                 PERFORM GRABA-AUDITORIA
                 MOVE SPACES TO IMAGEN-ANTES
                 MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
                 MOVE "ALTA" TO ACCION-DIARIO
                 PERFORM GRABA-DIARIO-CAMBIO
                 PERFORM ENCOLA-AVISO-ALTA
                 PERFORM ABRE-TRAMO-SERVICIO
                 PERFORM CREA-LISTA-INCORPORACION
                 PERFORM GRABA-ASIGNACION-ALTA
                 PERFORM CAPTURA-CONTRATO-ALTA
          END-WRITE
          END-IF
       END-IF.

      ******************************************************************
      * Presenta el formulario de alta con todos los campos del
      * registro a la vez y lo vuelve a presentar hasta que el
      * operador confirme (S) o cancele (C). El departamento se
      * valida contra el maestro antes de aceptar la confirmacion.
      ******************************************************************
       CAPTURA-FORM-ALTA.
       DISPLAY PANTALLA-ALTA-EMPLEADO.
       ACCEPT PANTALLA-ALTA-EMPLEADO.
       IF FORM-CONFIRMA = "s"
          MOVE "S" TO FORM-CONFIRMA
       END-IF.
       IF FORM-CONFIRMA = "c"
          MOVE "C" TO FORM-CONFIRMA
       END-IF.
       IF FORM-CONFIRMA = "S"
          MOVE FORM-DEPARTAMENTO TO DEPTO-BUSCADO
          PERFORM BUSCA-DEPTO-MAESTRO
          IF DEPTOM-ENCONTRADO = "N"
              OR DEPTOM-ACTIVO(DEPTOM-POS) NOT = "S"
             DISPLAY "DEPARTAMENTO " FORM-DEPARTAMENTO
                 " NO EXISTE O NO ESTA ACTIVO EN EL MAESTRO."
             PERFORM LISTA-DEPTOS-MAESTRO
             MOVE "N" TO FORM-CONFIRMA
          END-IF
       END-IF.
       IF FORM-CONFIRMA = "S"
          PERFORM VERIFICA-EMPRESA-DEPTO
          IF EMPRESA-AUTORIZADA = "N"
             DISPLAY "LA EMPRESA " EMPRESA-CODIGO " DEL DEPARTAMENTO "
                 FORM-DEPARTAMENTO " NO ESTA AUTORIZADA AL OPERADOR."
             MOVE "N" TO FORM-CONFIRMA
          END-IF
       END-IF.
       IF FORM-CONFIRMA = "S"
          PERFORM CONTROLA-PLAZAS-DEPTO
          IF PLAZAS-SUPERADAS = "S"
             PERFORM PIDE-AUTORIZA-PLAZAS
             IF AUTORIZADO-BANDA = "N"
                DISPLAY "ALTA SIN PLAZA AUTORIZADA NI FIRMA DE "
                    "NIVEL 3."
                MOVE "N" TO FORM-CONFIRMA
             END-IF
          END-IF
       END-IF.
       IF FORM-CONFIRMA = "S" AND FORM-NIF NOT = SPACES
          CALL "VALIDA-NIF" USING FORM-NIF RESULTADO-NIF
          IF RESULTADO-NIF = "N"
             DISPLAY "NIF " FORM-NIF " NO VALIDO (8 DIGITOS Y "
                 "LETRA DE CONTROL)."
             MOVE "N" TO FORM-CONFIRMA
          ELSE
             PERFORM VERIFICA-NIF-UNICO
             IF NIF-OCUPADO = "S"
                DISPLAY "EL NIF " FORM-NIF " YA ESTA REGISTRADO "
                    "EN EL MAESTRO O EN EL HISTORICO."
                MOVE "N" TO FORM-CONFIRMA
             END-IF
          END-IF
       END-IF.
       IF FORM-CONFIRMA = "S" AND FORM-NAF NOT = SPACES
          CALL "VALIDA-NAF" USING FORM-NAF RESULTADO-NAF
          IF RESULTADO-NAF = "N"
             DISPLAY "NAF " FORM-NAF " NO VALIDO (PROVINCIA, "
                 "NUMERO Y DIGITOS DE CONTROL)."
             MOVE "N" TO FORM-CONFIRMA
          ELSE
             PERFORM VERIFICA-NAF-UNICO
             IF NAF-OCUPADO = "S"
                DISPLAY "EL NAF " FORM-NAF " YA ESTA REGISTRADO "
                    "EN EL MAESTRO."
                MOVE "N" TO FORM-CONFIRMA
             END-IF
          END-IF
       END-IF.
       INSPECT FORM-SEXO CONVERTING "mh" TO "MH".
       IF FORM-CONFIRMA = "S"
           AND FORM-SEXO NOT = "M" AND FORM-SEXO NOT = "H"
          DISPLAY "SEXO NO VALIDO (M=MUJER, H=HOMBRE)."
          MOVE "N" TO FORM-CONFIRMA
       END-IF.
       IF FORM-CONFIRMA = "S"
          CALL "VALIDA-FECHA" USING FORM-FECHA-ALTA RESULTADO-FECHA
          IF RESULTADO-FECHA = "N"
             DISPLAY "FECHA DE ALTA " FORM-FECHA-ALTA
                 " NO VALIDA (AAAAMMDD, SIN FECHAS FUTURAS)."
             MOVE "N" TO FORM-CONFIRMA
          END-IF
       END-IF.
       IF FORM-CONFIRMA = "S"
          CALL "VALIDA-FECHA" USING FORM-FECHA-NACIMIENTO
              RESULTADO-FECHA
          IF RESULTADO-FECHA = "N"
             DISPLAY "FECHA DE NACIMIENTO " FORM-FECHA-NACIMIENTO
                 " NO VALIDA (AAAAMMDD, SIN FECHAS FUTURAS)."
             MOVE "N" TO FORM-CONFIRMA
          ELSE
             MOVE FORM-FECHA-NACIMIENTO TO FECHA-BASE-CALC
             PERFORM CALCULA-EDAD-DESDE-FECHA
             MOVE EDAD-CALCULADA TO FORM-EDAD
          END-IF
       END-IF.

      ******************************************************************
      * Edad cumplida a dia de hoy a partir de una fecha AAAAMMDD en
      * FECHA-BASE-CALC. Una fecha a cero deja la edad en cero.
      ******************************************************************
       CALCULA-EDAD-DESDE-FECHA.
       IF FECHA-BASE-CALC IS NOT NUMERIC OR FECHA-BASE-CALC = 0
          MOVE 0 TO EDAD-CALCULADA
       ELSE
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-BASE-CALC TO FECHA-AUX-X
          MOVE FECHA-AUX-X(1:4) TO ANIO-AUX-1
          MOVE FECHA-AUX-X(5:2) TO MES-AUX-1
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1
          MOVE FECHA-ACTUAL(1:4) TO ANIO-AUX-2
          MOVE FECHA-ACTUAL(5:2) TO MES-AUX-2
          MOVE FECHA-ACTUAL(7:2) TO DIA-AUX-2
          COMPUTE EDAD-CALCULADA = ANIO-AUX-2 - ANIO-AUX-1
          IF MES-AUX-2 < MES-AUX-1
              OR (MES-AUX-2 = MES-AUX-1 AND DIA-AUX-2 < DIA-AUX-1)
             SUBTRACT 1 FROM EDAD-CALCULADA
          END-IF
       END-IF.

      ******************************************************************
      * Edad derivada del registro en curso: de la fecha de
      * nacimiento si existe, o la edad almacenada como respaldo en
      * registros anteriores a la conversion.
      ******************************************************************
       CALCULA-EDAD-DERIVADA.
       IF EMPLEADOS-FECHA-NACIMIENTO IS NUMERIC
           AND EMPLEADOS-FECHA-NACIMIENTO > 0
          MOVE EMPLEADOS-FECHA-NACIMIENTO TO FECHA-BASE-CALC
          PERFORM CALCULA-EDAD-DESDE-FECHA
          MOVE EDAD-CALCULADA TO EDAD-DERIVADA
       ELSE
          IF EMPLEADOS-EDAD IS NUMERIC
             MOVE EMPLEADOS-EDAD TO EDAD-DERIVADA
          ELSE
             MOVE 0 TO EDAD-DERIVADA
          END-IF
       END-IF.

      ******************************************************************
      * Carga el maestro de departamentos desde DEPTOS.DAT. Si el
      * archivo no existe todavia se siembra el departamento GENERAL
      * y se graba el archivo, para que las altas sigan siendo
      * posibles hasta que se cargue el resto por mantenimiento.
      ******************************************************************
       INICIALIZA-DEPARTAMENTOS.
       MOVE 0 TO DEPTOM-TOTAL.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO DEPTOM-LEE-TODO
          PERFORM CARGA-DEPTO-MAESTRO UNTIL DEPTOM-LEE-TODO = "S"
          CLOSE DEPTOS-ARCHIVO
       ELSE
          CLOSE DEPTOS-ARCHIVO
          MOVE 1 TO DEPTOM-TOTAL
          MOVE "GENERAL" TO DEPTOM-CODIGO(1)
          MOVE "DEPARTAMENTO GENERAL" TO DEPTOM-DESCRIPCION(1)
          MOVE "S" TO DEPTOM-ACTIVO(1)
          MOVE SPACES TO DEPTOM-RESPONSABLE(1)
          MOVE SPACES TO DEPTOM-EMPRESA(1)
          PERFORM GRABA-ARCHIVO-DEPTOS
       END-IF.

       CARGA-DEPTO-MAESTRO.
       READ DEPTOS-ARCHIVO
           AT END MOVE "S" TO DEPTOM-LEE-TODO
           NOT AT END
              IF DEPTOM-TOTAL < 20
                 ADD 1 TO DEPTOM-TOTAL
                 MOVE DEPTO-REG-CODIGO TO DEPTOM-CODIGO(DEPTOM-TOTAL)
                 MOVE DEPTO-REG-DESCRIPCION
                     TO DEPTOM-DESCRIPCION(DEPTOM-TOTAL)
                 MOVE DEPTO-REG-ACTIVO TO DEPTOM-ACTIVO(DEPTOM-TOTAL)
                 MOVE DEPTO-REG-RESPONSABLE
                     TO DEPTOM-RESPONSABLE(DEPTOM-TOTAL)
                 MOVE DEPTO-REG-EMPRESA TO DEPTOM-EMPRESA(DEPTOM-TOTAL)
              ELSE
                 DISPLAY "AVISO: MAESTRO DE DEPARTAMENTOS LLENO. "
                     "SE OMITE " DEPTO-REG-CODIGO
              END-IF
       END-READ.

       GRABA-ARCHIVO-DEPTOS.
       OPEN OUTPUT DEPTOS-ARCHIVO.
       MOVE 1 TO DEPTOM-POS.
       PERFORM GRABA-LINEA-DEPTO-MAESTRO
           UNTIL DEPTOM-POS > DEPTOM-TOTAL.
       CLOSE DEPTOS-ARCHIVO.

       GRABA-LINEA-DEPTO-MAESTRO.
       MOVE DEPTOM-CODIGO(DEPTOM-POS) TO DEPTO-REG-CODIGO.
       MOVE DEPTOM-DESCRIPCION(DEPTOM-POS) TO DEPTO-REG-DESCRIPCION.
       MOVE DEPTOM-ACTIVO(DEPTOM-POS) TO DEPTO-REG-ACTIVO.
       MOVE DEPTOM-RESPONSABLE(DEPTOM-POS) TO DEPTO-REG-RESPONSABLE.
       MOVE DEPTOM-EMPRESA(DEPTOM-POS) TO DEPTO-REG-EMPRESA.
       WRITE DEPTO-MAESTRO-REGISTRO.
       ADD 1 TO DEPTOM-POS.

       BUSCA-DEPTO-MAESTRO.
       MOVE "N" TO DEPTOM-ENCONTRADO.
       MOVE 1 TO DEPTOM-POS.
       PERFORM COMPARA-DEPTO-MAESTRO
           UNTIL DEPTOM-POS > DEPTOM-TOTAL
           OR DEPTOM-ENCONTRADO = "S".

       COMPARA-DEPTO-MAESTRO.
       IF DEPTOM-CODIGO(DEPTOM-POS) = DEPTO-BUSCADO
          MOVE "S" TO DEPTOM-ENCONTRADO
       ELSE
          ADD 1 TO DEPTOM-POS
       END-IF.

      ******************************************************************
      * El operador solo da de alta o traslada empleados a los
      * departamentos de las empresas en que esta autorizado, y solo
      * toca los empleados de esas empresas. Una empresa en blanco
      * es la empresa por omision.
      ******************************************************************
       VERIFICA-EMPRESA-DEPTO.
       MOVE DEPTOM-EMPRESA(DEPTOM-POS) TO NUEVA-EMPRESA-DEPTO.
       PERFORM VERIFICA-EMPRESA-OPERADOR.

       VERIFICA-EMPRESA-OPERADOR.
       MOVE "V" TO EMPRESA-MODO.
       MOVE NUEVA-EMPRESA-DEPTO TO EMPRESA-CODIGO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.

      ******************************************************************
      * La empresa del empleado sigue a la de su departamento.
      ******************************************************************
       ASIGNA-EMPRESA-EMPLEADO.
       MOVE "D" TO EMPRESA-MODO.
       MOVE EMPLEADOS-DEPARTAMENTO TO EMPRESA-DEPARTAMENTO.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       MOVE EMPRESA-CODIGO TO EMPLEADOS-EMPRESA.

      ******************************************************************
      * Mantenimiento del maestro de departamentos, con el mismo
      * esquema que el mantenimiento de operadores.
      ******************************************************************
       MANTENIMIENTO-DEPARTAMENTOS.
       MOVE SPACES TO OPCION-DEPTOS.
       PERFORM GESTIONA-DEPTOS UNTIL OPCION-DEPTOS = "0".
       PERFORM GRABA-ARCHIVO-DEPTOS.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "MANT-DEPTOS" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

       GESTIONA-DEPTOS.
       DISPLAY "-- MANTENIMIENTO DE DEPARTAMENTOS --".
       DISPLAY "L - LISTAR / A - ALTA / M - MODIFICAR / 0 - VOLVER".
       ACCEPT OPCION-DEPTOS.
       IF OPCION-DEPTOS = "L"
          PERFORM LISTA-DEPTOS-MAESTRO
       ELSE
          IF OPCION-DEPTOS = "A"
             PERFORM ALTA-DEPTO-MAESTRO
          ELSE
             IF OPCION-DEPTOS = "M"
                PERFORM MODIFICA-DEPTO-MAESTRO
             ELSE
                IF OPCION-DEPTOS NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       LISTA-DEPTOS-MAESTRO.
       MOVE 1 TO DEPTOM-POS.
       PERFORM MUESTRA-DEPTO-MAESTRO UNTIL DEPTOM-POS > DEPTOM-TOTAL.

       MUESTRA-DEPTO-MAESTRO.
       DISPLAY DEPTOM-CODIGO(DEPTOM-POS)
           " " DEPTOM-DESCRIPCION(DEPTOM-POS)
           " ACTIVO: " DEPTOM-ACTIVO(DEPTOM-POS)
           " RESPONSABLE: " DEPTOM-RESPONSABLE(DEPTOM-POS)
           " EMPRESA: " DEPTOM-EMPRESA(DEPTOM-POS).
       ADD 1 TO DEPTOM-POS.

       ALTA-DEPTO-MAESTRO.
       IF DEPTOM-TOTAL >= 20
          DISPLAY "MAESTRO DE DEPARTAMENTOS LLENO."
       ELSE
          ADD 1 TO DEPTOM-TOTAL
          DISPLAY "CODIGO DEL DEPARTAMENTO: "
          ACCEPT DEPTOM-CODIGO(DEPTOM-TOTAL)
          DISPLAY "DESCRIPCION: "
          ACCEPT DEPTOM-DESCRIPCION(DEPTOM-TOTAL)
          DISPLAY "RESPONSABLE: "
          ACCEPT DEPTOM-RESPONSABLE(DEPTOM-TOTAL)
          MOVE "S" TO DEPTOM-ACTIVO(DEPTOM-TOTAL)
          DISPLAY "EMPRESA (ENTER = POR OMISION): "
          ACCEPT NUEVA-EMPRESA-DEPTO
          PERFORM VALIDA-EMPRESA-NUEVA-DEPTO
          IF EMPRESA-AUTORIZADA = "S"
             MOVE EMPRESA-CODIGO TO DEPTOM-EMPRESA(DEPTOM-TOTAL)
             DISPLAY "DEPARTAMENTO DADO DE ALTA."
          ELSE
             SUBTRACT 1 FROM DEPTOM-TOTAL
             DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE, INACTIVA "
                 "O NO AUTORIZADA. DEPARTAMENTO NO DADO DE ALTA."
          END-IF
       END-IF.

      ******************************************************************
      * La empresa de un departamento ha de existir, estar activa y
      * estar entre las autorizadas al operador que lo mantiene.
      ******************************************************************
       VALIDA-EMPRESA-NUEVA-DEPTO.
       MOVE "V" TO EMPRESA-MODO.
       MOVE NUEVA-EMPRESA-DEPTO TO EMPRESA-CODIGO.
       MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR.
       CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA.
       IF EMPRESA-EXISTE = "N" OR EMPRESA-ACTIVA NOT = "S"
          MOVE "N" TO EMPRESA-AUTORIZADA
       END-IF.

       MODIFICA-DEPTO-MAESTRO.
       DISPLAY "CODIGO DEL DEPARTAMENTO A MODIFICAR: ".
       ACCEPT DEPTO-BUSCADO.
       PERFORM BUSCA-DEPTO-MAESTRO.
       IF DEPTOM-ENCONTRADO = "S"
          DISPLAY "DESCRIPCION ACTUAL: "
              DEPTOM-DESCRIPCION(DEPTOM-POS)
          DISPLAY "NUEVA DESCRIPCION (ENTER PARA DEJAR IGUAL): "
          ACCEPT NUEVA-DESCRIPCION-DEPTO
          IF NUEVA-DESCRIPCION-DEPTO NOT = SPACES
             MOVE NUEVA-DESCRIPCION-DEPTO
                 TO DEPTOM-DESCRIPCION(DEPTOM-POS)
          END-IF
          DISPLAY "RESPONSABLE ACTUAL: "
              DEPTOM-RESPONSABLE(DEPTOM-POS)
          DISPLAY "NUEVO RESPONSABLE (ENTER PARA DEJAR IGUAL): "
          ACCEPT NUEVO-RESPONSABLE-DEPTO
          IF NUEVO-RESPONSABLE-DEPTO NOT = SPACES
             MOVE NUEVO-RESPONSABLE-DEPTO
                 TO DEPTOM-RESPONSABLE(DEPTOM-POS)
          END-IF
          DISPLAY "EMPRESA ACTUAL: " DEPTOM-EMPRESA(DEPTOM-POS)
          DISPLAY "NUEVA EMPRESA (ENTER PARA DEJAR IGUAL): "
          ACCEPT NUEVA-EMPRESA-DEPTO
          IF NUEVA-EMPRESA-DEPTO NOT = SPACES
             PERFORM VALIDA-EMPRESA-NUEVA-DEPTO
             IF EMPRESA-AUTORIZADA = "S"
                MOVE EMPRESA-CODIGO TO DEPTOM-EMPRESA(DEPTOM-POS)
             ELSE
                DISPLAY "EMPRESA " EMPRESA-CODIGO " INEXISTENTE, "
                    "INACTIVA O NO AUTORIZADA. NO CAMBIA."
             END-IF
          END-IF
          DISPLAY "ACTIVO (S/N): "
          ACCEPT DEPTOM-ACTIVO(DEPTOM-POS)
          DISPLAY "DEPARTAMENTO MODIFICADO."
       ELSE
          DISPLAY "NO SE ENCONTRO EL DEPARTAMENTO " DEPTO-BUSCADO
       END-IF.

      ******************************************************************
      * Asigna el siguiente EMPLEADOS-ID libre desde el contador
      * persistente de SECUENCIA.DAT, saltando cualquier ID que ya
      * exista en el maestro o en el historico para no reutilizar
      * identificadores. El contador sobrevive entre ejecuciones.
      ******************************************************************
       ASIGNA-SIGUIENTE-ID.
       PERFORM LEE-CONTADOR-SECUENCIA.
       MOVE ULTIMO-ID-ASIGNADO TO ID-CANDIDATO.
       MOVE "N" TO ID-LIBRE.
       PERFORM PRUEBA-SIGUIENTE-ID UNTIL ID-LIBRE = "S".
       MOVE ID-CANDIDATO TO ULTIMO-ID-ASIGNADO.
       PERFORM GRABA-CONTADOR-SECUENCIA.
       MOVE ID-CANDIDATO TO EMPLEADOS-ID.

       PRUEBA-SIGUIENTE-ID.
       ADD 1 TO ID-CANDIDATO.
       MOVE ID-CANDIDATO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
              PERFORM CHEQUEA-ID-EN-HISTORICO
              IF ID-EN-HISTORICO = "N"
                 MOVE "S" TO ID-LIBRE
              END-IF
       END-READ.

      ******************************************************************
      * Con el historico indexado, el chequeo de ID ocupado es una
      * lectura directa por clave en vez de recorrer el archivo.
      ******************************************************************
       CHEQUEA-ID-EN-HISTORICO.
       MOVE "N" TO ID-EN-HISTORICO.
       OPEN INPUT ARCHIVO-HISTORICO.
       IF HISTORICO-ESTADO-ARCHIVO = "00"
          MOVE ID-CANDIDATO TO HISTORICO-ID
          READ ARCHIVO-HISTORICO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO ID-EN-HISTORICO
          END-READ
       END-IF.
       CLOSE ARCHIVO-HISTORICO.

       LEE-CONTADOR-SECUENCIA.
       MOVE 0 TO ULTIMO-ID-ASIGNADO.
       OPEN INPUT SECUENCIA-ARCHIVO.
       IF SECUENCIA-ESTADO-ARCHIVO = "00"
          READ SECUENCIA-ARCHIVO INTO ULTIMO-ID-ASIGNADO
              AT END CONTINUE
          END-READ
       END-IF.
       CLOSE SECUENCIA-ARCHIVO.

       GRABA-CONTADOR-SECUENCIA.
       OPEN OUTPUT SECUENCIA-ARCHIVO.
       MOVE ULTIMO-ID-ASIGNADO TO SECUENCIA-REGISTRO.
       WRITE SECUENCIA-REGISTRO.
       CLOSE SECUENCIA-ARCHIVO.

       RECHAZA-ALTA-DUPLICADA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND EXCEPCIONES-ARCHIVO.
       IF EXCEPCIONES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT EXCEPCIONES-ARCHIVO
       END-IF.
       MOVE EMPLEADOS-ID TO EXCEPCIONES-ID.
       MOVE EMPLEADOS-NOMBRE TO EXCEPCIONES-NOMBRE.
       MOVE EMPLEADOS-PRIMER-APELLIDO TO EXCEPCIONES-PRIMER-APELLIDO.
       MOVE EMPLEADOS-SEGUNDO-APELLIDO
           TO EXCEPCIONES-SEGUNDO-APELLIDO.
       MOVE "ID DUPLICADO" TO EXCEPCIONES-MOTIVO.
       MOVE FECHA-ACTUAL(1:8) TO EXCEPCIONES-FECHA.
       MOVE "P" TO EXCEPCIONES-ESTADO.
       MOVE ZEROES TO EXCEPCIONES-FECHA-RESOL.
       MOVE SPACES TO EXCEPCIONES-OPER-RESOL.
       WRITE EXCEPCIONES-REGISTRO.
       CLOSE EXCEPCIONES-ARCHIVO.
       DISPLAY "ID " EMPLEADOS-ID " YA EXISTE. ALTA RECHAZADA.".

       ACTUALIZA-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO A ACTUALIZAR: ".
       ACCEPT ID-BUSCADO.
       PERFORM INTENTA-BLOQUEO.
       IF BLOQUEO-OBTENIDO = "N"
          MOVE "N" TO ENCONTRADO
       ELSE
          PERFORM LOCALIZA-AUTORIZADO
       END-IF.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-ID TO FORM-ID
          MOVE EMPLEADOS-NOMBRE TO FORM-NOMBRE
          MOVE EMPLEADOS-APELLIDOS TO FORM-APELLIDOS
          MOVE EMPLEADOS-TELEFONO TO FORM-TELEFONO
          MOVE EMPLEADOS-DIRECCION TO FORM-DIRECCION
          MOVE EMPLEADOS-CODIGO-POSTAL TO FORM-CODIGO-POSTAL
          MOVE EMPLEADOS-CIUDAD TO FORM-CIUDAD
          MOVE EMPLEADOS-PROVINCIA TO FORM-PROVINCIA
          MOVE "N" TO FORM-CONFIRMA
          PERFORM CAPTURA-FORM-ACTUALIZA
              UNTIL FORM-CONFIRMA = "S" OR FORM-CONFIRMA = "C"
          IF FORM-CONFIRMA = "C"
             DISPLAY "ACTUALIZACION CANCELADA. NO SE GRABO NADA."
          ELSE
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
             MOVE FORM-TELEFONO TO EMPLEADOS-TELEFONO
             MOVE FORM-DIRECCION TO EMPLEADOS-DIRECCION
             MOVE FORM-CODIGO-POSTAL TO EMPLEADOS-CODIGO-POSTAL
             MOVE FORM-CIUDAD TO EMPLEADOS-CIUDAD
             MOVE FORM-PROVINCIA TO EMPLEADOS-PROVINCIA
             REWRITE EMPLEADOS-REGISTRO
             DISPLAY "EMPLEADO ACTUALIZADO."
             MOVE "ACTUALIZACION" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
             MOVE "ACTUALIZACION" TO ACCION-DIARIO
             PERFORM GRABA-DIARIO-CAMBIO
          END-IF
       ELSE
          IF BLOQUEO-OBTENIDO = "S"
              AND EMPRESA-AUTORIZADA NOT = "N"
             DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
          END-IF
       END-IF.
       PERFORM LIBERA-BLOQUEO.

       CAPTURA-FORM-ACTUALIZA.
       DISPLAY PANTALLA-ACTUALIZA-EMPLEADO.
       ACCEPT PANTALLA-ACTUALIZA-EMPLEADO.
       IF FORM-CONFIRMA = "s"
          MOVE "S" TO FORM-CONFIRMA
       END-IF.
       IF FORM-CONFIRMA = "c"
          MOVE "C" TO FORM-CONFIRMA
       END-IF.

       LOCALIZA-POR-ID.
       MOVE ID-BUSCADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY MOVE "N" TO ENCONTRADO
           NOT INVALID KEY MOVE "S" TO ENCONTRADO
       END-READ.

      ******************************************************************
      * Las opciones que consultan, modifican o dan de baja un
      * empleado concreto solo lo encuentran si es de una empresa en
      * la que el operador esta autorizado; si no, lo rechazan como
      * no encontrado y dejan el intento en la auditoria.
      ******************************************************************
       LOCALIZA-AUTORIZADO.
       MOVE SPACE TO EMPRESA-AUTORIZADA.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "S"
          MOVE EMPLEADOS-EMPRESA TO NUEVA-EMPRESA-DEPTO
          PERFORM VERIFICA-EMPRESA-OPERADOR
          IF EMPRESA-AUTORIZADA = "N"
             MOVE "N" TO ENCONTRADO
             DISPLAY "EL EMPLEADO " ID-BUSCADO " ES DE UNA EMPRESA "
                 "EN LA QUE EL OPERADOR " OPERADOR-ACTUAL
                 " NO ESTA AUTORIZADO."
             MOVE "RECHAZO-EMPRESA" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
          END-IF
       END-IF.

       VERIFICA-EMPRESA-CONSULTA.
       IF EMPLEADOS-EMPRESA NOT = EMPRESA-VERIFICADA
           OR VERIFICADA-AUTORIZADA = SPACE
          MOVE EMPLEADOS-EMPRESA TO EMPRESA-VERIFICADA
          MOVE EMPLEADOS-EMPRESA TO NUEVA-EMPRESA-DEPTO
          PERFORM VERIFICA-EMPRESA-OPERADOR
          MOVE EMPRESA-AUTORIZADA TO VERIFICADA-AUTORIZADA
       END-IF.

       BUSCA-EMPLEADO-POR-ID.
       DISPLAY "ID DEL EMPLEADO A BUSCAR: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-AUTORIZADO.
       IF ENCONTRADO = "S"
          PERFORM CALCULA-EDAD-DERIVADA
          DISPLAY "ID: " EMPLEADOS-ID
                " Nombre: " EMPLEADOS-NOMBRE
                " Apellidos: " EMPLEADOS-APELLIDOS
                " Edad: " EDAD-DERIVADA
                " Telefono: " EMPLEADOS-TELEFONO
                " Direccion: " EMPLEADOS-DIRECCION
          MOVE "LECTURA" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
       ELSE
          IF EMPRESA-AUTORIZADA NOT = "N"
             DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
          END-IF
       END-IF.

       BUSCA-POR-APELLIDOS.
       DISPLAY "PRIMER APELLIDO A BUSCAR (PARCIAL O EXACTO): ".
       ACCEPT APELLIDO-BUSCADO.
       MOVE FUNCTION TRIM(APELLIDO-BUSCADO) TO APELLIDO-BUSCADO-REC.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(APELLIDO-BUSCADO))
           TO APELLIDO-BUSCADO-LEN.
       IF APELLIDO-BUSCADO-REC = SPACES
          DISPLAY "DEBE INTRODUCIR AL MENOS UN CARACTER."
       ELSE
          MOVE 0 TO TOTAL-COINCIDENCIAS
          MOVE SPACE TO VERIFICADA-AUTORIZADA
          MOVE "0" TO LEE-TODO
          MOVE APELLIDO-BUSCADO-REC TO EMPLEADOS-PRIMER-APELLIDO
          START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN
              EMPLEADOS-PRIMER-APELLIDO
              INVALID KEY MOVE "1" TO LEE-TODO
          END-START
          IF LEE-TODO = "0"
             PERFORM LEE-SIGUIENTE-REGISTRO
          END-IF
          PERFORM EVALUA-APELLIDO-EMPLEADO UNTIL LEE-TODO = "1"
          DISPLAY TOTAL-COINCIDENCIAS " EMPLEADOS ENCONTRADOS."
          MOVE "BUSQ-APELLIDOS" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
       END-IF.

      ******************************************************************
      * Recorre solo el tramo de la clave alternativa del primer
      * apellido que empieza por el texto buscado: en cuanto el
      * apellido leido deja de coincidir con el prefijo, la busqueda
      * termina sin leer el resto del archivo.
      ******************************************************************
       EVALUA-APELLIDO-EMPLEADO.
       IF EMPLEADOS-PRIMER-APELLIDO(1:APELLIDO-BUSCADO-LEN)
           = APELLIDO-BUSCADO-REC(1:APELLIDO-BUSCADO-LEN)
          IF EMPLEADO-ACTIVO
             PERFORM VERIFICA-EMPRESA-CONSULTA
          END-IF
          IF EMPLEADO-ACTIVO AND VERIFICADA-AUTORIZADA NOT = "N"
             DISPLAY "ID: " EMPLEADOS-ID
                   " Nombre: " EMPLEADOS-NOMBRE
                   " Apellidos: " EMPLEADOS-APELLIDOS
             ADD 1 TO TOTAL-COINCIDENCIAS
          END-IF
          PERFORM LEE-SIGUIENTE-REGISTRO
       ELSE
          MOVE "1" TO LEE-TODO
       END-IF.

      ******************************************************************
      * Consulta multicriterio: cualquier combinacion de departamento,
      * rango de edad, rango de salario y estado. Los resultados se
      * muestran en pantalla y se escriben en CONSULTA.RPT con los
      * criterios de seleccion en la cabecera. Los empleados de
      * empresas en las que el operador no esta autorizado no salen.
      ******************************************************************
       CONSULTA-MULTICRITERIO.
       DISPLAY "DEPARTAMENTO (BLANCO = TODOS): ".
       ACCEPT FILTRO-DEPARTAMENTO.
       DISPLAY "EDAD MINIMA (0 = SIN MINIMO): ".
       ACCEPT FILTRO-EDAD-MIN.
       DISPLAY "EDAD MAXIMA (0 = SIN MAXIMO): ".
       ACCEPT FILTRO-EDAD-MAX.
       DISPLAY "SALARIO MINIMO (0 = SIN MINIMO): ".
       ACCEPT FILTRO-SALARIO-MIN.
       DISPLAY "SALARIO MAXIMO (0 = SIN MAXIMO): ".
       ACCEPT FILTRO-SALARIO-MAX.
       DISPLAY "ESTADO (A/I, BLANCO = TODOS): ".
       ACCEPT FILTRO-ESTADO.
       OPEN OUTPUT REPORTE-CONSULTA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-CONSULTA.
       STRING "CONSULTA MULTICRITERIO - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14) " " MARCA-ENTORNO
           DELIMITED BY SIZE INTO LINEA-CONSULTA.
       WRITE LINEA-CONSULTA.
       MOVE SPACES TO LINEA-CONSULTA.
       STRING "CRITERIOS - DEPARTAMENTO: " FILTRO-DEPARTAMENTO
           " EDAD: " FILTRO-EDAD-MIN "-" FILTRO-EDAD-MAX
           " ESTADO: " FILTRO-ESTADO
           DELIMITED BY SIZE INTO LINEA-CONSULTA.
       WRITE LINEA-CONSULTA.
       MOVE FILTRO-SALARIO-MIN TO FILTRO-SALARIO-EDICION.
       MOVE SPACES TO LINEA-CONSULTA.
       STRING "CRITERIOS - SALARIO DESDE: " FILTRO-SALARIO-EDICION
           DELIMITED BY SIZE INTO LINEA-CONSULTA.
       WRITE LINEA-CONSULTA.
       MOVE FILTRO-SALARIO-MAX TO FILTRO-SALARIO-EDICION.
       MOVE SPACES TO LINEA-CONSULTA.
       STRING "CRITERIOS - SALARIO HASTA: " FILTRO-SALARIO-EDICION
           DELIMITED BY SIZE INTO LINEA-CONSULTA.
       WRITE LINEA-CONSULTA.
       MOVE 0 TO CONSULTA-COINCIDENCIAS.
       MOVE SPACE TO VERIFICADA-AUTORIZADA.
       PERFORM INICIA-ESCANEO-EMPLEADOS.
       PERFORM EVALUA-CONSULTA-EMPLEADO UNTIL LEE-TODO = "1".
       MOVE SPACES TO LINEA-CONSULTA.
       STRING "TOTAL DE EMPLEADOS SELECCIONADOS: "
           CONSULTA-COINCIDENCIAS
           DELIMITED BY SIZE INTO LINEA-CONSULTA.
       WRITE LINEA-CONSULTA.
       CLOSE REPORTE-CONSULTA.
       DISPLAY CONSULTA-COINCIDENCIAS " EMPLEADOS SELECCIONADOS. "
           "VER CONSULTA.RPT.".
       MOVE "CONSULTA-MULTI" TO ACCION-AUDITADA.
       MOVE ZEROES TO EMPLEADOS-ID.
       PERFORM GRABA-AUDITORIA.
       MOVE "CONSULTA.RPT" TO DESTINO-EXPORTACION.
       PERFORM REGISTRA-EXPORTA-CLARO.

       EVALUA-CONSULTA-EMPLEADO.
       MOVE "S" TO CONSULTA-COINCIDE.
       IF FILTRO-DEPARTAMENTO NOT = SPACES
           AND EMPLEADOS-DEPARTAMENTO NOT = FILTRO-DEPARTAMENTO
          MOVE "N" TO CONSULTA-COINCIDE
       END-IF.
       IF FILTRO-ESTADO NOT = SPACES
           AND EMPLEADOS-ESTADO NOT = FILTRO-ESTADO
          MOVE "N" TO CONSULTA-COINCIDE
       END-IF.
       PERFORM CALCULA-EDAD-DERIVADA.
       IF FILTRO-EDAD-MIN > 0 AND EDAD-DERIVADA < FILTRO-EDAD-MIN
          MOVE "N" TO CONSULTA-COINCIDE
       END-IF.
       IF FILTRO-EDAD-MAX > 0 AND EDAD-DERIVADA > FILTRO-EDAD-MAX
          MOVE "N" TO CONSULTA-COINCIDE
       END-IF.
       IF FILTRO-SALARIO-MIN > 0
           AND EMPLEADOS-SALARIO < FILTRO-SALARIO-MIN
          MOVE "N" TO CONSULTA-COINCIDE
       END-IF.
       IF FILTRO-SALARIO-MAX > 0
           AND EMPLEADOS-SALARIO > FILTRO-SALARIO-MAX
          MOVE "N" TO CONSULTA-COINCIDE
       END-IF.
       IF CONSULTA-COINCIDE = "S"
          PERFORM VERIFICA-EMPRESA-CONSULTA
          IF VERIFICADA-AUTORIZADA = "N"
             MOVE "N" TO CONSULTA-COINCIDE
          END-IF
       END-IF.
       IF CONSULTA-COINCIDE = "S"
          ADD 1 TO CONSULTA-COINCIDENCIAS
          MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION
          PERFORM EDITA-SALARIO-MOSTRADO
          DISPLAY "ID: " EMPLEADOS-ID
                " Nombre: " EMPLEADOS-NOMBRE
                " Apellidos: " EMPLEADOS-APELLIDOS
                " Depto: " EMPLEADOS-DEPARTAMENTO
                " Salario: " SALARIO-MOSTRADO
          MOVE SPACES TO LINEA-CONSULTA
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS " " EDAD-DERIVADA " "
              EMPLEADOS-DEPARTAMENTO " " SALARIO-MOSTRADO " "
              EMPLEADOS-ESTADO
              DELIMITED BY SIZE INTO LINEA-CONSULTA
          WRITE LINEA-CONSULTA
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       ARCHIVA-EMPLEADOS-INACTIVOS.
       PERFORM LEE-CHECKPOINT-ARCHIVO.
       MOVE "N" TO REANUDA-ARCHIVO.
       IF CHKPT-PENDIENTE = "S"
          DISPLAY "HAY UN ARCHIVADO INTERRUMPIDO: ULTIMO ID "
              CHKPT-ULTIMO-ID ", " CHKPT-ARCHIVADOS " ARCHIVADOS."
          DISPLAY "REANUDAR DESDE EL CHECKPOINT (S/N): "
          ACCEPT REANUDA-ARCHIVO
       END-IF.
       IF REANUDA-ARCHIVO = "S" OR REANUDA-ARCHIVO = "s"
          MOVE "N" TO ES-ESCANEO-COMPLETO
          MOVE CHKPT-FECHA-CORTE TO FECHA-CORTE-ARCHIVO
          MOVE CHKPT-ARCHIVADOS TO TOTAL-ARCHIVADOS
          MOVE CHKPT-ARCHIVADOS TO TOTAL-BORRADOS
          MOVE "0" TO LEE-TODO
          MOVE CHKPT-ULTIMO-ID TO EMPLEADOS-ID
          START EMPLEADOS-ARCHIVO KEY IS GREATER THAN EMPLEADOS-ID
              INVALID KEY MOVE "1" TO LEE-TODO
          END-START
          IF LEE-TODO = "0"
             PERFORM LEE-SIGUIENTE-REGISTRO
          END-IF
       ELSE
          MOVE "N" TO RESULTADO-FECHA
          PERFORM PIDE-FECHA-CORTE UNTIL RESULTADO-FECHA = "S"
          MOVE 0 TO TOTAL-ARCHIVADOS
          MOVE 0 TO TOTAL-BORRADOS
          PERFORM INICIA-ESCANEO-EMPLEADOS
       END-IF.
       MOVE 0 TO ARCHIVO-DESDE-CHECKPOINT.
       OPEN I-O ARCHIVO-HISTORICO.
       IF HISTORICO-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT ARCHIVO-HISTORICO
          CLOSE ARCHIVO-HISTORICO
          OPEN I-O ARCHIVO-HISTORICO
       END-IF.
       IF HISTORICO-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR HISTORICO.DAT. ESTADO: "
              HISTORICO-ESTADO-ARCHIVO
              ". NO SE ARCHIVA NADA PARA NO BORRAR DEL MAESTRO "
              "SIN COPIA."
       ELSE
          PERFORM ABRE-TRASLADO-DEPENDIENTES
          PERFORM EVALUA-ARCHIVO-EMPLEADO UNTIL LEE-TODO = "1"
          CLOSE ARCHIVO-HISTORICO
          PERFORM MARCA-CHECKPOINT-TERMINADO
          PERFORM CIERRA-TRASLADO-DEPENDIENTES
          IF TOTAL-ARCHIVADOS = TOTAL-BORRADOS
             DISPLAY "CONCILIACION OK: " TOTAL-ARCHIVADOS
                 " ESCRITOS EN HISTORICO = " TOTAL-BORRADOS
                 " BORRADOS DEL MAESTRO."
          ELSE
             DISPLAY "AVISO: CONCILIACION NO CUADRA. ESCRITOS: "
                 TOTAL-ARCHIVADOS " BORRADOS: " TOTAL-BORRADOS
          END-IF
          DISPLAY TOTAL-ARCHIVADOS
              " EMPLEADOS ARCHIVADOS EN HISTORICO."
       END-IF.

      ******************************************************************
      * Al archivar cada empleado sus dependientes se trasladan a
      * DEPHIST.DAT en lugar de quedar huerfanos en DEPEND.DAT: se
      * leen por la clave desde el ID del titular y se borran del
      * maestro de dependientes uno a uno.
      ******************************************************************
       ABRE-TRASLADO-DEPENDIENTES.
       MOVE 0 TO DEPENDIENTES-MOVIDOS.
       MOVE "N" TO DEPEND-TRASLADO-ABIERTO.
       OPEN I-O DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
          MOVE "S" TO DEPEND-TRASLADO-ABIERTO
          OPEN EXTEND DEPENDIENTES-HISTORICO
          IF DEPHIST-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT DEPENDIENTES-HISTORICO
          END-IF
       ELSE
          CLOSE DEPENDIENTES-ARCHIVO
       END-IF.

       CIERRA-TRASLADO-DEPENDIENTES.
       IF DEPEND-TRASLADO-ABIERTO = "S"
          CLOSE DEPENDIENTES-ARCHIVO
          CLOSE DEPENDIENTES-HISTORICO
          MOVE "N" TO DEPEND-TRASLADO-ABIERTO
          DISPLAY DEPENDIENTES-MOVIDOS " DEPENDIENTES TRASLADADOS "
              "A DEPHIST.DAT."
       END-IF.

       TRASLADA-DEPENDIENTES-TITULAR.
       MOVE LOW-VALUES TO DEPENDIENTE-CLAVE.
       MOVE HISTORICO-ID TO DEPENDIENTE-EMPLEADOS-ID.
       START DEPENDIENTES-ARCHIVO
           KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
           INVALID KEY MOVE "1" TO DEPENDIENTE-LEE-TODO
           NOT INVALID KEY MOVE "0" TO DEPENDIENTE-LEE-TODO
       END-START.
       PERFORM TRASLADA-UN-DEPENDIENTE
           UNTIL DEPENDIENTE-LEE-TODO = "1".

       TRASLADA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "1" TO DEPENDIENTE-LEE-TODO
           NOT AT END
              IF DEPENDIENTE-EMPLEADOS-ID NOT = HISTORICO-ID
                 MOVE "1" TO DEPENDIENTE-LEE-TODO
              ELSE
                 MOVE SPACES TO DEPHIST-REGISTRO
                 MOVE DEPENDIENTE-EMPLEADOS-ID
                     TO DEPHIST-EMPLEADOS-ID
                 MOVE DEPENDIENTE-NOMBRE TO DEPHIST-NOMBRE
                 MOVE DEPENDIENTE-PARENTESCO TO DEPHIST-PARENTESCO
                 MOVE DEPENDIENTE-FECHA-NACIMIENTO
                     TO DEPHIST-FECHA-NACIMIENTO
                 MOVE "BAJA-TITULAR" TO DEPHIST-MOTIVO
                 MOVE DEPENDIENTE-PRIMER-APELLIDO
                     TO DEPHIST-PRIMER-APELLIDO
                 MOVE DEPENDIENTE-SEGUNDO-APELLIDO
                     TO DEPHIST-SEGUNDO-APELLIDO
                 WRITE DEPHIST-REGISTRO
                 DELETE DEPENDIENTES-ARCHIVO RECORD
                 ADD 1 TO DEPENDIENTES-MOVIDOS
              END-IF
       END-READ.

      ******************************************************************
      * Conciliacion de dependientes: lista en DEPCONC.RPT cada
      * dependiente cuyo titular no existe en el maestro o esta
      * inactivo o en cuarentena, para limpiar el atraso acumulado.
      ******************************************************************
       CONCILIA-DEPENDIENTES.
       MOVE 0 TO DEPCONC-HUERFANOS.
       MOVE 0 TO DEPCONC-INACTIVOS.
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY DEPEND.DAT QUE CONCILIAR."
          CLOSE DEPENDIENTES-ARCHIVO
       ELSE
          OPEN OUTPUT REPORTE-DEPCONC
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE SPACES TO LINEA-DEPCONC
          STRING "CONCILIACION DE DEPENDIENTES - FECHA DE "
              "EJECUCION: " FECHA-ACTUAL(1:14)
              DELIMITED BY SIZE INTO LINEA-DEPCONC
          WRITE LINEA-DEPCONC
          MOVE "0" TO DEPENDIENTE-LEE-TODO
          PERFORM CONCILIA-UN-DEPENDIENTE
              UNTIL DEPENDIENTE-LEE-TODO = "1"
          MOVE SPACES TO LINEA-DEPCONC
          STRING "TITULAR INEXISTENTE: " DEPCONC-HUERFANOS
              "  TITULAR INACTIVO O EN CUARENTENA: " DEPCONC-INACTIVOS
              DELIMITED BY SIZE INTO LINEA-DEPCONC
          WRITE LINEA-DEPCONC
          CLOSE REPORTE-DEPCONC
          CLOSE DEPENDIENTES-ARCHIVO
          DISPLAY "TITULAR INEXISTENTE: " DEPCONC-HUERFANOS
              ". TITULAR INACTIVO O EN CUARENTENA: " DEPCONC-INACTIVOS
              ". VER DEPCONC.RPT."
       END-IF.

       CONCILIA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "1" TO DEPENDIENTE-LEE-TODO
           NOT AT END
              MOVE DEPENDIENTE-EMPLEADOS-ID TO ID-BUSCADO
              PERFORM LOCALIZA-POR-ID
              IF ENCONTRADO = "N"
                 ADD 1 TO DEPCONC-HUERFANOS
                 MOVE SPACES TO LINEA-DEPCONC
                 STRING DEPENDIENTE-EMPLEADOS-ID
                     " DEPENDIENTE: " DEPENDIENTE-NOMBRE
                     " TITULAR INEXISTENTE"
                     DELIMITED BY SIZE INTO LINEA-DEPCONC
                 WRITE LINEA-DEPCONC
              ELSE
                 IF NOT EMPLEADO-ACTIVO
                    ADD 1 TO DEPCONC-INACTIVOS
                    MOVE SPACES TO LINEA-DEPCONC
                    STRING DEPENDIENTE-EMPLEADOS-ID
                        " DEPENDIENTE: " DEPENDIENTE-NOMBRE
                        " TITULAR NO ACTIVO (" EMPLEADOS-ESTADO ")"
                        DELIMITED BY SIZE INTO LINEA-DEPCONC
                    WRITE LINEA-DEPCONC
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Certificado de empleo: documento con parrafos estandar y los
      * datos del empleado fundidos, un archivo CERTnnnnn.RPT por
      * empleado y numero de referencia correlativo persistido en
      * CERTSEQ.DAT y registrado en la auditoria.
      ******************************************************************
       GENERA-CERTIFICADO-EMPLEO.
       DISPLAY "ID DEL EMPLEADO DEL CERTIFICADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM LEE-SECUENCIA-CERTIFICADO
          ADD 1 TO REFERENCIA-CERTIFICADO
          PERFORM GRABA-SECUENCIA-CERTIFICADO
          MOVE SPACES TO CERTIFICADO-NOMBRE-ARCHIVO
          STRING "CERT" EMPLEADOS-ID ".RPT"
              DELIMITED BY SIZE INTO CERTIFICADO-NOMBRE-ARCHIVO
          OPEN OUTPUT DOCUMENTO-CERTIFICADO
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE SPACES TO LINEA-CERTIFICADO
          STRING CERT-TITULO " REF: " REFERENCIA-CERTIFICADO
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE SPACES TO LINEA-CERTIFICADO
          STRING "FECHA DE EXPEDICION: " FECHA-ACTUAL(1:8)
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE SPACES TO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE SPACES TO LINEA-CERTIFICADO
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING CERT-PARRAFO-1 EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-BUSCADO
          PERFORM BUSCA-DEPTO-MAESTRO
          IF DEPTOM-ENCONTRADO = "S"
             MOVE DEPTOM-DESCRIPCION(DEPTOM-POS)
                 TO DESCRIPCION-DEPTO-RPT
          ELSE
             MOVE EMPLEADOS-DEPARTAMENTO TO DESCRIPCION-DEPTO-RPT
          END-IF
          MOVE SPACES TO LINEA-CERTIFICADO
          STRING "   " CERT-PARRAFO-2 DESCRIPCION-DEPTO-RPT
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE SPACES TO LINEA-CERTIFICADO
          STRING "   " CERT-PARRAFO-3 EMPLEADOS-FECHA-ALTA
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE FECHA-ACTUAL(1:8) TO SERVICIO-FECHA
          PERFORM CALCULA-ANTIGUEDAD-SERVICIO
          MOVE SPACES TO LINEA-CERTIFICADO
          STRING "   " CERT-PARRAFO-5 SERVICIO-FECHA-ANTIGUEDAD
              " (" SERVICIO-DIAS " DIAS DE SERVICIO)"
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION
          PERFORM EDITA-SALARIO-MOSTRADO
          MOVE SPACES TO LINEA-CERTIFICADO
          STRING "   " CERT-PARRAFO-4 " " SALARIO-MOSTRADO
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          IF NIVEL-OPERADOR NOT < NIVEL-VER-SALARIOS
              OR NIVEL-OPERADOR NOT < 3
             MOVE EMPLEADOS-SALARIO TO IMPORTE-PARA-LETRA
             CALL "IMPORTE-EN-LETRA" USING IMPORTE-PARA-LETRA
                 ANCHO-LETRA LINEAS-LETRA TEXTO-LETRA
             MOVE 1 TO LETRA-POS
             PERFORM ESCRIBE-LETRA-CERTIFICADO
                 UNTIL LETRA-POS > LINEAS-LETRA
          END-IF
          MOVE SPACES TO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          MOVE SPACES TO LINEA-CERTIFICADO
          STRING CERT-CIERRE
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
          WRITE LINEA-CERTIFICADO
          CLOSE DOCUMENTO-CERTIFICADO
          DISPLAY "CERTIFICADO REF " REFERENCIA-CERTIFICADO
              " ESCRITO EN " CERTIFICADO-NOMBRE-ARCHIVO
          MOVE "CERTIFICADO" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          MOVE CERTIFICADO-NOMBRE-ARCHIVO TO DESTINO-EXPORTACION
          PERFORM REGISTRA-EXPORTA-CLARO
       END-IF.

       ESCRIBE-LETRA-CERTIFICADO.
       MOVE SPACES TO LINEA-CERTIFICADO.
       IF LETRA-POS = 1
          STRING "   SON: " LINEA-LETRA(LETRA-POS)(1:60)
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
       ELSE
          STRING "        " LINEA-LETRA(LETRA-POS)(1:60)
              DELIMITED BY SIZE INTO LINEA-CERTIFICADO
       END-IF.
       WRITE LINEA-CERTIFICADO.
       ADD 1 TO LETRA-POS.

      ******************************************************************
      * Mantenimiento del archivo de presupuestos por departamento y
      * periodo, con el mismo esquema que los otros mantenimientos.
      ******************************************************************
       MANTENIMIENTO-PRESUPUESTOS.
       PERFORM CARGA-PRESUPUESTOS.
       MOVE SPACES TO OPCION-PRESUPUESTOS.
       PERFORM GESTIONA-PRESUPUESTOS
           UNTIL OPCION-PRESUPUESTOS = "0".
       PERFORM GRABA-ARCHIVO-PRESUPUESTOS.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "MANT-PRESUPTO" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

       CARGA-PRESUPUESTOS.
       MOVE 0 TO PRESU-TOTAL.
       OPEN INPUT PRESUPUESTO-ARCHIVO.
       IF PRESUPUESTO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PRESU-LEE-TODO
          PERFORM CARGA-UN-PRESUPUESTO UNTIL PRESU-LEE-TODO = "S"
       END-IF.
       CLOSE PRESUPUESTO-ARCHIVO.

       CARGA-UN-PRESUPUESTO.
       READ PRESUPUESTO-ARCHIVO
           AT END MOVE "S" TO PRESU-LEE-TODO
           NOT AT END
              IF PRESU-TOTAL < 300
                 ADD 1 TO PRESU-TOTAL
                 MOVE PRESUPUESTO-REG-CODIGO
                     TO PRESU-CODIGO(PRESU-TOTAL)
                 MOVE PRESUPUESTO-REG-PERIODO
                     TO PRESU-PERIODO(PRESU-TOTAL)
                 MOVE PRESUPUESTO-REG-IMPORTE
                     TO PRESU-IMPORTE(PRESU-TOTAL)
                 IF PRESUPUESTO-REG-PLAZAS IS NUMERIC
                    MOVE PRESUPUESTO-REG-PLAZAS
                        TO PRESU-PLAZAS(PRESU-TOTAL)
                 ELSE
                    MOVE 0 TO PRESU-PLAZAS(PRESU-TOTAL)
                 END-IF
              ELSE
                 DISPLAY "AVISO: TABLA DE PRESUPUESTOS LLENA."
              END-IF
       END-READ.

       GRABA-ARCHIVO-PRESUPUESTOS.
       OPEN OUTPUT PRESUPUESTO-ARCHIVO.
       MOVE 1 TO PRESU-POS.
       PERFORM GRABA-UN-PRESUPUESTO UNTIL PRESU-POS > PRESU-TOTAL.
       CLOSE PRESUPUESTO-ARCHIVO.

       GRABA-UN-PRESUPUESTO.
       MOVE PRESU-CODIGO(PRESU-POS) TO PRESUPUESTO-REG-CODIGO.
       MOVE PRESU-PERIODO(PRESU-POS) TO PRESUPUESTO-REG-PERIODO.
       MOVE PRESU-IMPORTE(PRESU-POS) TO PRESUPUESTO-REG-IMPORTE.
       MOVE PRESU-PLAZAS(PRESU-POS) TO PRESUPUESTO-REG-PLAZAS.
       WRITE PRESUPUESTO-REGISTRO.
       ADD 1 TO PRESU-POS.

       GESTIONA-PRESUPUESTOS.
       DISPLAY "-- MANTENIMIENTO DE PRESUPUESTOS --".
       DISPLAY "L - LISTAR / A - ALTA / 0 - VOLVER".
       ACCEPT OPCION-PRESUPUESTOS.
       IF OPCION-PRESUPUESTOS = "L"
          PERFORM LISTA-PRESUPUESTOS
       ELSE
          IF OPCION-PRESUPUESTOS = "A"
             PERFORM ALTA-PRESUPUESTO
          ELSE
             IF OPCION-PRESUPUESTOS NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       LISTA-PRESUPUESTOS.
       MOVE 1 TO PRESU-POS.
       PERFORM MUESTRA-PRESUPUESTO UNTIL PRESU-POS > PRESU-TOTAL.

       MUESTRA-PRESUPUESTO.
       MOVE PRESU-IMPORTE(PRESU-POS) TO PRESUPUESTO-EDICION.
       DISPLAY PRESU-CODIGO(PRESU-POS)
           " PERIODO: " PRESU-PERIODO(PRESU-POS)
           " PRESUPUESTO: " PRESUPUESTO-EDICION
           " PLAZAS: " PRESU-PLAZAS(PRESU-POS).
       ADD 1 TO PRESU-POS.

       ALTA-PRESUPUESTO.
       IF PRESU-TOTAL >= 300
          DISPLAY "TABLA DE PRESUPUESTOS LLENA."
       ELSE
          ADD 1 TO PRESU-TOTAL
          DISPLAY "CODIGO DE DEPARTAMENTO: "
          ACCEPT PRESU-CODIGO(PRESU-TOTAL)
          DISPLAY "PERIODO (AAAAMM): "
          ACCEPT PRESU-PERIODO(PRESU-TOTAL)
          DISPLAY "PRESUPUESTO APROBADO: "
          ACCEPT PRESU-IMPORTE(PRESU-TOTAL)
          DISPLAY "PLAZAS AUTORIZADAS (0 = SIN CONTROL): "
          ACCEPT PRESU-PLAZAS(PRESU-TOTAL)
          DISPLAY "PRESUPUESTO CARGADO."
       END-IF.

      ******************************************************************
      * Acumulacion con reparto de coste: la masa salarial de un
      * empleado con reparto se parte entre sus departamentos (el
      * ultimo se lleva el resto) y el contador de cabezas queda en
      * el departamento del maestro; sin reparto, todo al maestro.
      * Con la cabeza se suma su equivalente a tiempo completo.
      ******************************************************************
       ACUMULA-DEPARTAMENTO-REPARTIDO.
       PERFORM DETERMINA-JORNADA-EMPLEADO.
       MOVE "N" TO HAY-REPARTO-EMPLEADO.
       IF REPT-TOTAL > 0
          MOVE 0 TO REPARTO-ULTIMO
          MOVE 1 TO REPT-POS
          PERFORM BUSCA-ULTIMO-REPARTO UNTIL REPT-POS > REPT-TOTAL
          IF REPARTO-ULTIMO > 0
             MOVE "S" TO HAY-REPARTO-EMPLEADO
          END-IF
       END-IF.
       IF HAY-REPARTO-EMPLEADO = "N"
          PERFORM BUSCA-DEPARTAMENTO
       ELSE
          MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-PARTE
          MOVE 0 TO PARTE-SALARIO
          PERFORM ACUMULA-CABEZA-REPARTO
          MOVE EMPLEADOS-SALARIO TO RESTO-SALARIO
          MOVE 1 TO REPT-POS
          PERFORM ACUMULA-UNA-PARTE UNTIL REPT-POS > REPT-TOTAL
       END-IF.

       BUSCA-ULTIMO-REPARTO.
       IF REPT-ID(REPT-POS) = EMPLEADOS-ID
          MOVE REPT-POS TO REPARTO-ULTIMO
       END-IF.
       ADD 1 TO REPT-POS.

       ACUMULA-CABEZA-REPARTO.
       MOVE "N" TO DEPTO-ENCONTRADO.
       MOVE 1 TO DEPTO-POS.
       PERFORM COMPARA-DEPTO-PARTE
           UNTIL DEPTO-POS > DEPTO-TOTAL-USADOS
           OR DEPTO-ENCONTRADO = "S".
       IF DEPTO-ENCONTRADO = "N"
          IF DEPTO-TOTAL-USADOS < 20
             ADD 1 TO DEPTO-TOTAL-USADOS
             MOVE DEPTO-TOTAL-USADOS TO DEPTO-POS
             MOVE DEPARTAMENTO-PARTE TO DEPTO-CODIGO(DEPTO-POS)
             MOVE 0 TO DEPTO-CONTADOR(DEPTO-POS)
             MOVE 0 TO DEPTO-TOTAL-SALARIO(DEPTO-POS)
             MOVE 0 TO DEPTO-FTE(DEPTO-POS)
             MOVE "S" TO DEPTO-ENCONTRADO
          END-IF
       END-IF.
       IF DEPTO-ENCONTRADO = "S"
          IF DEPARTAMENTO-PARTE = EMPLEADOS-DEPARTAMENTO
              AND PARTE-SALARIO = 0
             ADD 1 TO DEPTO-CONTADOR(DEPTO-POS)
             ADD FTE-EMPLEADO TO DEPTO-FTE(DEPTO-POS)
          END-IF
          ADD PARTE-SALARIO TO DEPTO-TOTAL-SALARIO(DEPTO-POS)
       END-IF.

       COMPARA-DEPTO-PARTE.
       IF DEPTO-CODIGO(DEPTO-POS) = DEPARTAMENTO-PARTE
          MOVE "S" TO DEPTO-ENCONTRADO
       ELSE
          ADD 1 TO DEPTO-POS
       END-IF.

       ACUMULA-UNA-PARTE.
       IF REPT-ID(REPT-POS) = EMPLEADOS-ID
          IF REPT-POS = REPARTO-ULTIMO
             MOVE RESTO-SALARIO TO PARTE-SALARIO
          ELSE
             COMPUTE PARTE-SALARIO ROUNDED = EMPLEADOS-SALARIO
                 * REPT-PORCENTAJE(REPT-POS) / 100
                 ON SIZE ERROR MOVE 0 TO PARTE-SALARIO
             END-COMPUTE
             SUBTRACT PARTE-SALARIO FROM RESTO-SALARIO
          END-IF
          MOVE REPT-DEPARTAMENTO(REPT-POS) TO DEPARTAMENTO-PARTE
          PERFORM ACUMULA-CABEZA-REPARTO
       END-IF.
       ADD 1 TO REPT-POS.

       CARGA-REPARTOS.
       MOVE 0 TO REPT-TOTAL.
       OPEN INPUT REPARTO-ARCHIVO.
       IF REPARTO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO REPARTO-LEE-TODO
          PERFORM CARGA-UN-REPARTO UNTIL REPARTO-LEE-TODO = "S"
       END-IF.
       CLOSE REPARTO-ARCHIVO.

       CARGA-UN-REPARTO.
       READ REPARTO-ARCHIVO
           AT END MOVE "S" TO REPARTO-LEE-TODO
           NOT AT END
              IF REPT-TOTAL < 200
                 ADD 1 TO REPT-TOTAL
                 MOVE REPARTO-EMPLEADOS-ID TO REPT-ID(REPT-TOTAL)
                 MOVE REPARTO-DEPARTAMENTO
                     TO REPT-DEPARTAMENTO(REPT-TOTAL)
                 MOVE REPARTO-PORCENTAJE
                     TO REPT-PORCENTAJE(REPT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE REPARTOS LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Informe de variacion: los salarios reales acumulados por
      * departamento (la misma acumulacion del resumen) contra el
      * presupuesto aprobado del periodo pedido, con diferencia,
      * porcentaje y marca de exceso, mas el total de empresa.
      ******************************************************************
       INFORME-VARIACION-PRESUPUESTO.
       DISPLAY "PERIODO A COMPARAR (AAAAMM): ".
       ACCEPT PERIODO-VARIACION.
       PERFORM CARGA-PRESUPUESTOS.
       PERFORM CARGA-REPARTOS.
       PERFORM ABRE-JORNADAS.
       MOVE PERIODO-VARIACION TO FECHA-JORNADA-PERIODO.
       MOVE "31" TO FECHA-JORNADA-DIA.
       MOVE 0 TO DEPTO-TOTAL-USADOS.
       PERFORM INICIA-ESCANEO-EMPLEADOS.
       PERFORM ACUMULA-DEPARTAMENTO UNTIL LEE-TODO = "1".
       PERFORM CIERRA-JORNADAS.
       MOVE "VARIANZA" TO SPOOL-REPORTE.
       PERFORM PREPARA-SALIDA-SPOOL.
       MOVE SPOOL-NOMBRE-SALIDA TO VARIANZA-NOMBRE-ARCHIVO.
       OPEN OUTPUT REPORTE-VARIACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-VARIACION.
       STRING "VARIACION SALARIOS/PRESUPUESTO - PERIODO "
           PERIODO-VARIACION " - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14) " " MARCA-ENTORNO
           DELIMITED BY SIZE INTO LINEA-VARIACION.
       WRITE LINEA-VARIACION.
       MOVE 0 TO TOTAL-ACTUAL-EMPRESA.
       MOVE 0 TO TOTAL-PRESU-EMPRESA.
       MOVE 1 TO DEPTO-POS.
       PERFORM ESCRIBE-LINEA-VARIACION
           UNTIL DEPTO-POS > DEPTO-TOTAL-USADOS.
       MOVE TOTAL-ACTUAL-EMPRESA TO TOTAL-EMPRESA-EDICION.
       MOVE SPACES TO LINEA-VARIACION.
       STRING "TOTAL EMPRESA - REAL: " TOTAL-EMPRESA-EDICION
           DELIMITED BY SIZE INTO LINEA-VARIACION.
       WRITE LINEA-VARIACION.
       MOVE TOTAL-PRESU-EMPRESA TO TOTAL-EMPRESA-EDICION.
       MOVE SPACES TO LINEA-VARIACION.
       STRING "TOTAL EMPRESA - PRESUPUESTO: " TOTAL-EMPRESA-EDICION
           DELIMITED BY SIZE INTO LINEA-VARIACION.
       WRITE LINEA-VARIACION.
       CLOSE REPORTE-VARIACION.
       PERFORM REGISTRA-SPOOL.
       MOVE "VARIACION" TO ACCION-AUDITADA.
       MOVE ZEROES TO EMPLEADOS-ID.
       PERFORM GRABA-AUDITORIA.
       DISPLAY "INFORME DE VARIACION ESCRITO EN "
           VARIANZA-NOMBRE-ARCHIVO ".".

       ESCRIBE-LINEA-VARIACION.
       MOVE 0 TO IMPORTE-PRESUPUESTO.
       MOVE 0 TO PLAZAS-AUTORIZADAS.
       MOVE "N" TO PRESU-ENCONTRADO.
       MOVE 1 TO PRESU-POS.
       PERFORM BUSCA-PRESUPUESTO-DEPTO
           UNTIL PRESU-POS > PRESU-TOTAL OR PRESU-ENCONTRADO = "S".
       COMPUTE DIFERENCIA-PRESUPUESTO
           = DEPTO-TOTAL-SALARIO(DEPTO-POS) - IMPORTE-PRESUPUESTO.
       IF IMPORTE-PRESUPUESTO = 0
          MOVE 0 TO PORCENTAJE-VARIACION
       ELSE
          COMPUTE PORCENTAJE-VARIACION ROUNDED
              = DIFERENCIA-PRESUPUESTO * 100 / IMPORTE-PRESUPUESTO
              ON SIZE ERROR MOVE 0 TO PORCENTAJE-VARIACION
          END-COMPUTE
       END-IF.
       ADD DEPTO-TOTAL-SALARIO(DEPTO-POS) TO TOTAL-ACTUAL-EMPRESA.
       ADD IMPORTE-PRESUPUESTO TO TOTAL-PRESU-EMPRESA.
       ADD 1 TO SPOOL-REGISTROS.
       MOVE DEPTO-TOTAL-SALARIO(DEPTO-POS) TO DEPTO-SALARIO-EDICION.
       PERFORM EDITA-DEPTO-SAL-MOSTRADO.
       MOVE IMPORTE-PRESUPUESTO TO PRESUPUESTO-EDICION.
       MOVE DIFERENCIA-PRESUPUESTO TO DIFERENCIA-EDICION.
       MOVE PORCENTAJE-VARIACION TO PORCENTAJE-EDICION.
       MOVE SPACES TO LINEA-VARIACION.
       IF DIFERENCIA-PRESUPUESTO > 0
          STRING DEPTO-CODIGO(DEPTO-POS) " REAL: "
              DEPTO-SAL-MOSTRADO " PRESUPUESTO: "
              PRESUPUESTO-EDICION " DIF: " DIFERENCIA-EDICION
              " (" PORCENTAJE-EDICION " PCT) *SOBRE PRESUPUESTO*"
              DELIMITED BY SIZE INTO LINEA-VARIACION
       ELSE
          STRING DEPTO-CODIGO(DEPTO-POS) " REAL: "
              DEPTO-SAL-MOSTRADO " PRESUPUESTO: "
              PRESUPUESTO-EDICION " DIF: " DIFERENCIA-EDICION
              " (" PORCENTAJE-EDICION " PCT)"
              DELIMITED BY SIZE INTO LINEA-VARIACION
       END-IF.
       WRITE LINEA-VARIACION.
       MOVE DEPTO-FTE(DEPTO-POS) TO FTE-EDICION.
       MOVE SPACES TO LINEA-VARIACION.
       IF PLAZAS-AUTORIZADAS > 0
           AND DEPTO-CONTADOR(DEPTO-POS) > PLAZAS-AUTORIZADAS
          STRING DEPTO-CODIGO(DEPTO-POS) " PLANTILLA: "
              DEPTO-CONTADOR(DEPTO-POS) " FTE: " FTE-EDICION
              " PLAZAS AUTORIZADAS: "
              PLAZAS-AUTORIZADAS " *SOBRE AUTORIZACION*"
              DELIMITED BY SIZE INTO LINEA-VARIACION
       ELSE
          STRING DEPTO-CODIGO(DEPTO-POS) " PLANTILLA: "
              DEPTO-CONTADOR(DEPTO-POS) " FTE: " FTE-EDICION
              " PLAZAS AUTORIZADAS: "
              PLAZAS-AUTORIZADAS
              DELIMITED BY SIZE INTO LINEA-VARIACION
       END-IF.
       WRITE LINEA-VARIACION.
       ADD 1 TO DEPTO-POS.

       BUSCA-PRESUPUESTO-DEPTO.
       IF PRESU-CODIGO(PRESU-POS) = DEPTO-CODIGO(DEPTO-POS)
           AND PRESU-PERIODO(PRESU-POS) = PERIODO-VARIACION
          MOVE PRESU-IMPORTE(PRESU-POS) TO IMPORTE-PRESUPUESTO
          MOVE PRESU-PLAZAS(PRESU-POS) TO PLAZAS-AUTORIZADAS
          MOVE "S" TO PRESU-ENCONTRADO
       ELSE
          ADD 1 TO PRESU-POS
       END-IF.

      ******************************************************************
      * Mantenimiento del maestro de cuentas bancarias. La cuenta se
      * acepta solo si el digito de control tecleado coincide con el
      * calculado (suma de cada digito por su posicion, modulo 10).
      ******************************************************************
       MANTENIMIENTO-BANCOS.
       OPEN I-O BANCOS-ARCHIVO.
       IF BANCOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT BANCOS-ARCHIVO
          CLOSE BANCOS-ARCHIVO
          OPEN I-O BANCOS-ARCHIVO
       END-IF.
       IF BANCOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR BANCOS.DAT. ESTADO: "
              BANCOS-ESTADO-ARCHIVO
       ELSE
          MOVE SPACES TO OPCION-BANCOS
          PERFORM GESTIONA-BANCOS UNTIL OPCION-BANCOS = "0"
          CLOSE BANCOS-ARCHIVO
          MOVE ZEROES TO EMPLEADOS-ID
          MOVE "MANT-BANCOS" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
       END-IF.

       GESTIONA-BANCOS.
       DISPLAY "-- MANTENIMIENTO DE CUENTAS BANCARIAS --".
       DISPLAY "A - ALTA/CAMBIO / C - CONSULTA / B - DESACTIVAR / "
           "E - MAESTRO DE ENTIDADES / 0 - VOLVER".
       ACCEPT OPCION-BANCOS.
       IF OPCION-BANCOS = "A"
          PERFORM ALTA-CUENTA-BANCARIA THRU ALTA-CUENTA-SALIDA
       ELSE
          IF OPCION-BANCOS = "C"
             PERFORM CONSULTA-CUENTA-BANCARIA
          ELSE
             IF OPCION-BANCOS = "B"
                PERFORM DESACTIVA-CUENTA-BANCARIA
             ELSE
                IF OPCION-BANCOS = "E"
                   PERFORM MANTENIMIENTO-ENTIDADES
                ELSE
                   IF OPCION-BANCOS NOT = "0"
                      DISPLAY "OPCION NO VALIDA."
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.

       ALTA-CUENTA-BANCARIA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          DISPLAY "CODIGO DE BANCO (4): "
          ACCEPT BANCO-CODIGO
          MOVE BANCO-CODIGO TO ENTIDAD-BUSCADA
          PERFORM VALIDA-ENTIDAD-BANCARIA
          IF ENTIDAD-HALLADA = "N"
             DISPLAY "EL BANCO " BANCO-CODIGO " NO ESTA ACTIVO EN "
                 "EL MAESTRO DE ENTIDADES. CUENTA NO GRABADA."
             GO TO ALTA-CUENTA-SALIDA
          END-IF
          DISPLAY "NUMERO DE CUENTA (10 DIGITOS): "
          ACCEPT BANCO-CUENTA
          DISPLAY "DIGITO DE CONTROL: "
          ACCEPT BANCO-DIGITO
          PERFORM CALCULA-DIGITO-CUENTA
          IF BANCO-DIGITO NOT = DIGITO-CALCULADO
             DISPLAY "DIGITO DE CONTROL INCORRECTO (CALCULADO: "
                 DIGITO-CALCULADO "). CUENTA NO GRABADA."
          ELSE
             PERFORM ENCOLA-CAMBIO-BANCARIO
          END-IF
       END-IF.
       ALTA-CUENTA-SALIDA.
       CONTINUE.

      ******************************************************************
      * Validacion contra el maestro de entidades: el codigo tiene
      * que existir y estar activo para aceptar la cuenta.
      ******************************************************************
       VALIDA-ENTIDAD-BANCARIA.
       PERFORM CARGA-ENTIDADES.
       MOVE "N" TO ENTIDAD-HALLADA.
       MOVE 1 TO ENTT-POS.
       PERFORM COMPARA-ENTIDAD
           UNTIL ENTT-POS > ENTT-TOTAL
           OR ENTIDAD-HALLADA = "S".
       IF ENTIDAD-HALLADA = "S"
          IF ENTT-ACTIVA(ENTT-POS) NOT = "S"
             MOVE "N" TO ENTIDAD-HALLADA
          END-IF
       END-IF.

       COMPARA-ENTIDAD.
       IF ENTT-CODIGO(ENTT-POS) = ENTIDAD-BUSCADA
          MOVE "S" TO ENTIDAD-HALLADA
       ELSE
          ADD 1 TO ENTT-POS
       END-IF.

       CARGA-ENTIDADES.
       MOVE 0 TO ENTT-TOTAL.
       OPEN INPUT ENTIDADES-ARCHIVO.
       IF ENTIDADES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO ENTIDADES-LEE-TODO
          PERFORM CARGA-UNA-ENTIDAD UNTIL ENTIDADES-LEE-TODO = "S"
       END-IF.
       CLOSE ENTIDADES-ARCHIVO.

       CARGA-UNA-ENTIDAD.
       READ ENTIDADES-ARCHIVO
           AT END MOVE "S" TO ENTIDADES-LEE-TODO
           NOT AT END
              IF ENTT-TOTAL < 20
                 ADD 1 TO ENTT-TOTAL
                 MOVE ENTIDAD-CODIGO TO ENTT-CODIGO(ENTT-TOTAL)
                 MOVE ENTIDAD-NOMBRE TO ENTT-NOMBRE(ENTT-TOTAL)
                 MOVE ENTIDAD-FORMATO TO ENTT-FORMATO(ENTT-TOTAL)
                 MOVE ENTIDAD-ACTIVA TO ENTT-ACTIVA(ENTT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE ENTIDADES LLENA."
              END-IF
       END-READ.

      ******************************************************************
      * Mantenimiento del maestro de entidades bancarias, con el
      * mismo esquema que los otros mantenimientos: la tabla en
      * memoria se vuelca entera al archivo al volver.
      ******************************************************************
       MANTENIMIENTO-ENTIDADES.
       PERFORM CARGA-ENTIDADES.
       MOVE SPACES TO OPCION-ENTIDADES.
       PERFORM GESTIONA-ENTIDADES UNTIL OPCION-ENTIDADES = "0".
       PERFORM GRABA-ARCHIVO-ENTIDADES.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "MANT-ENTIDADES" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

       GESTIONA-ENTIDADES.
       DISPLAY "-- MAESTRO DE ENTIDADES BANCARIAS --".
       DISPLAY "L - LISTAR / A - ALTA / M - MODIFICAR / 0 - VOLVER".
       ACCEPT OPCION-ENTIDADES.
       IF OPCION-ENTIDADES = "L"
          MOVE 1 TO ENTT-POS
          PERFORM MUESTRA-ENTIDAD UNTIL ENTT-POS > ENTT-TOTAL
       ELSE
          IF OPCION-ENTIDADES = "A"
             PERFORM ALTA-ENTIDAD
          ELSE
             IF OPCION-ENTIDADES = "M"
                PERFORM MODIFICA-ENTIDAD
             ELSE
                IF OPCION-ENTIDADES NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       MUESTRA-ENTIDAD.
       DISPLAY ENTT-CODIGO(ENTT-POS) " " ENTT-NOMBRE(ENTT-POS)
           " FORMATO: " ENTT-FORMATO(ENTT-POS)
           " ACTIVA: " ENTT-ACTIVA(ENTT-POS).
       ADD 1 TO ENTT-POS.

       ALTA-ENTIDAD.
       IF ENTT-TOTAL >= 20
          DISPLAY "TABLA DE ENTIDADES LLENA."
       ELSE
          DISPLAY "CODIGO DE ENTIDAD (4): "
          ACCEPT ENTIDAD-BUSCADA
          MOVE "N" TO ENTIDAD-HALLADA
          MOVE 1 TO ENTT-POS
          PERFORM COMPARA-ENTIDAD
              UNTIL ENTT-POS > ENTT-TOTAL
              OR ENTIDAD-HALLADA = "S"
          IF ENTIDAD-HALLADA = "S"
             DISPLAY "LA ENTIDAD " ENTIDAD-BUSCADA " YA EXISTE."
          ELSE
             ADD 1 TO ENTT-TOTAL
             MOVE ENTT-TOTAL TO ENTT-POS
             MOVE ENTIDAD-BUSCADA TO ENTT-CODIGO(ENTT-POS)
             DISPLAY "NOMBRE DE LA ENTIDAD: "
             ACCEPT ENTT-NOMBRE(ENTT-POS)
             DISPLAY "FORMATO DE REMESA (01/02): "
             ACCEPT ENTT-FORMATO(ENTT-POS)
             IF ENTT-FORMATO(ENTT-POS) NOT = "01"
                 AND ENTT-FORMATO(ENTT-POS) NOT = "02"
                DISPLAY "FORMATO NO RECONOCIDO. SE DEJA 01."
                MOVE "01" TO ENTT-FORMATO(ENTT-POS)
             END-IF
             MOVE "S" TO ENTT-ACTIVA(ENTT-POS)
             DISPLAY "ENTIDAD " ENTIDAD-BUSCADA " DADA DE ALTA."
          END-IF
       END-IF.

       MODIFICA-ENTIDAD.
       DISPLAY "CODIGO DE ENTIDAD: ".
       ACCEPT ENTIDAD-BUSCADA.
       MOVE "N" TO ENTIDAD-HALLADA.
       MOVE 1 TO ENTT-POS.
       PERFORM COMPARA-ENTIDAD
           UNTIL ENTT-POS > ENTT-TOTAL
           OR ENTIDAD-HALLADA = "S".
       IF ENTIDAD-HALLADA = "N"
          DISPLAY "NO ESTA LA ENTIDAD " ENTIDAD-BUSCADA "."
       ELSE
          DISPLAY "NOMBRE ACTUAL: " ENTT-NOMBRE(ENTT-POS)
          DISPLAY "NUEVO NOMBRE (BLANCO = IGUAL): "
          ACCEPT NOMBRE-ENTRADA-AUX
          IF NOMBRE-ENTRADA-AUX NOT = SPACES
             MOVE NOMBRE-ENTRADA-AUX TO ENTT-NOMBRE(ENTT-POS)
          END-IF
          DISPLAY "FORMATO ACTUAL: " ENTT-FORMATO(ENTT-POS)
          DISPLAY "NUEVO FORMATO (01/02, BLANCO = IGUAL): "
          ACCEPT OPCION-ENTIDADES
          IF OPCION-ENTIDADES = "1"
             MOVE "01" TO ENTT-FORMATO(ENTT-POS)
          END-IF
          IF OPCION-ENTIDADES = "2"
             MOVE "02" TO ENTT-FORMATO(ENTT-POS)
          END-IF
          MOVE SPACES TO OPCION-ENTIDADES
          DISPLAY "ACTIVA (S/N, ACTUAL " ENTT-ACTIVA(ENTT-POS) "): "
          ACCEPT ENTT-ACTIVA(ENTT-POS)
          IF ENTT-ACTIVA(ENTT-POS) NOT = "S"
             MOVE "N" TO ENTT-ACTIVA(ENTT-POS)
          END-IF
          DISPLAY "ENTIDAD " ENTIDAD-BUSCADA " ACTUALIZADA."
       END-IF.

       GRABA-ARCHIVO-ENTIDADES.
       OPEN OUTPUT ENTIDADES-ARCHIVO.
       MOVE 1 TO ENTT-POS.
       PERFORM GRABA-UNA-ENTIDAD UNTIL ENTT-POS > ENTT-TOTAL.
       CLOSE ENTIDADES-ARCHIVO.

       GRABA-UNA-ENTIDAD.
       MOVE ENTT-CODIGO(ENTT-POS) TO ENTIDAD-CODIGO.
       MOVE ENTT-NOMBRE(ENTT-POS) TO ENTIDAD-NOMBRE.
       MOVE ENTT-FORMATO(ENTT-POS) TO ENTIDAD-FORMATO.
       MOVE ENTT-ACTIVA(ENTT-POS) TO ENTIDAD-ACTIVA.
       WRITE ENTIDAD-REGISTRO.
       ADD 1 TO ENTT-POS.

       CONSULTA-CUENTA-BANCARIA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       MOVE ID-BUSCADO TO BANCO-EMPLEADOS-ID.
       READ BANCOS-ARCHIVO
           INVALID KEY
              DISPLAY "EL EMPLEADO " ID-BUSCADO
                  " NO TIENE CUENTA REGISTRADA."
           NOT INVALID KEY
              DISPLAY "BANCO: " BANCO-CODIGO
                  " CUENTA: " BANCO-CUENTA
                  "-" BANCO-DIGITO
                  " ESTADO: " BANCO-ACTIVO
                  " (S=ACTIVA, P=EN PRENOTIFICACION, N=INACTIVA)"
       END-READ.

       DESACTIVA-CUENTA-BANCARIA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       MOVE ID-BUSCADO TO BANCO-EMPLEADOS-ID.
       READ BANCOS-ARCHIVO
           INVALID KEY
              DISPLAY "EL EMPLEADO " ID-BUSCADO
                  " NO TIENE CUENTA REGISTRADA."
           NOT INVALID KEY
              MOVE "N" TO BANCO-ACTIVO
              REWRITE BANCO-REGISTRO
              DISPLAY "CUENTA DESACTIVADA."
       END-READ.

      ******************************************************************
      * El cambio de cuenta no se graba en el acto: queda en la cola
      * de pendientes con la cuenta actual como antes y la tecleada
      * como despues, y el alta la aplica la revision de nivel 3.
      ******************************************************************
       ENCOLA-CAMBIO-BANCARIO.
       MOVE SPACES TO IMAGEN-ANTES.
       MOVE ID-BUSCADO TO BANCO-EMPLEADOS-ID.
       MOVE BANCO-CODIGO TO BANCO-SOLICITADO.
       MOVE BANCO-CUENTA TO CUENTA-SOLICITADA.
       MOVE BANCO-DIGITO TO DIGITO-SOLICITADO.
       READ BANCOS-ARCHIVO
           INVALID KEY
              MOVE "SIN CUENTA PREVIA" TO IMAGEN-ANTES(1:30)
           NOT INVALID KEY
              STRING BANCO-CODIGO " " BANCO-CUENTA "-" BANCO-DIGITO
                  DELIMITED BY SIZE INTO IMAGEN-ANTES
       END-READ.
       MOVE SPACES TO PENDIENTE-REGISTRO.
       MOVE "B" TO PEND-TIPO.
       MOVE ID-BUSCADO TO PEND-EMPLEADOS-ID.
       MOVE IMAGEN-ANTES(1:30) TO PEND-ANTES.
       MOVE SPACES TO PEND-DESPUES.
       STRING BANCO-SOLICITADO " " CUENTA-SOLICITADA " "
           DIGITO-SOLICITADO
           DELIMITED BY SIZE INTO PEND-DESPUES.
       PERFORM GRABA-PENDIENTE.
       DISPLAY "CAMBIO DE CUENTA ENCOLADO. LO DEBE APROBAR OTRO "
           "OPERADOR DE NIVEL 3 EN LA REVISION DE PENDIENTES.".

       GRABA-PENDIENTE.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE OPERADOR-ACTUAL TO PEND-SOLICITANTE.
       MOVE FECHA-ACTUAL(1:14) TO PEND-FECHA.
       MOVE "P" TO PEND-ESTADO.
       MOVE SPACES TO PEND-REVISOR.
       MOVE SPACES TO PEND-FECHA-REVISION.
       OPEN EXTEND PENDIENTES-ARCHIVO.
       IF PENDIENTES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT PENDIENTES-ARCHIVO
       END-IF.
       WRITE PENDIENTE-REGISTRO.
       CLOSE PENDIENTES-ARCHIVO.
       MOVE PEND-EMPLEADOS-ID TO EMPLEADOS-ID.
       MOVE "SOLICITA-CAMBIO" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

      ******************************************************************
      * Unicidad del NIF: recorre el maestro y el historico; el
      * propio registro del formulario (mismo ID) no cuenta como
      * ocupacion, para poder corregir la cuarentena sin falso
      * rechazo.
      ******************************************************************
       VERIFICA-NIF-UNICO.
       MOVE "N" TO NIF-OCUPADO.
       MOVE "0" TO LEE-TODO.
       MOVE ZEROES TO EMPLEADOS-ID.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "1" TO LEE-TODO
       END-START.
       IF LEE-TODO = "0"
          PERFORM LEE-SIGUIENTE-REGISTRO
       END-IF.
       PERFORM EVALUA-NIF-MAESTRO UNTIL LEE-TODO = "1".
       IF NIF-OCUPADO = "N"
          OPEN INPUT ARCHIVO-HISTORICO
          IF HISTORICO-ESTADO-ARCHIVO = "00"
             MOVE "N" TO HISTORICO-LEE-TODO
             PERFORM EVALUA-NIF-HISTORICO
                 UNTIL HISTORICO-LEE-TODO = "S"
                 OR NIF-OCUPADO = "S"
          END-IF
          CLOSE ARCHIVO-HISTORICO
       END-IF.

       EVALUA-NIF-MAESTRO.
       IF EMPLEADOS-NIF = FORM-NIF
           AND EMPLEADOS-ID NOT = FORM-ID
          MOVE "S" TO NIF-OCUPADO
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       EVALUA-NIF-HISTORICO.
       READ ARCHIVO-HISTORICO NEXT RECORD
           AT END MOVE "S" TO HISTORICO-LEE-TODO
           NOT AT END
              IF HISTORICO-NIF = FORM-NIF
                 MOVE "S" TO NIF-OCUPADO
              END-IF
       END-READ.

      ******************************************************************
      * Unicidad del NAF: recorre el maestro con la misma salvedad
      * del propio registro del formulario que el NIF.
      ******************************************************************
       VERIFICA-NAF-UNICO.
       MOVE "N" TO NAF-OCUPADO.
       MOVE "0" TO LEE-TODO.
       MOVE ZEROES TO EMPLEADOS-ID.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "1" TO LEE-TODO
       END-START.
       IF LEE-TODO = "0"
          PERFORM LEE-SIGUIENTE-REGISTRO
       END-IF.
       PERFORM EVALUA-NAF-MAESTRO UNTIL LEE-TODO = "1".

       EVALUA-NAF-MAESTRO.
       IF EMPLEADOS-NAF = FORM-NAF
           AND EMPLEADOS-ID NOT = FORM-ID
          MOVE "S" TO NAF-OCUPADO
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       CALCULA-DIGITO-CUENTA.
       MOVE BANCO-CUENTA TO CUENTA-TRABAJO-X.
       MOVE 0 TO SUMA-DIGITOS.
       MOVE 1 TO DIGITO-POS.
       PERFORM SUMA-DIGITO-CUENTA UNTIL DIGITO-POS > 10.
       DIVIDE SUMA-DIGITOS BY 10 GIVING COCIENTE-DIGITO
           REMAINDER RESTO-DIGITO.
       MOVE RESTO-DIGITO TO DIGITO-CALCULADO.

       SUMA-DIGITO-CUENTA.
       MOVE CUENTA-TRABAJO-X(DIGITO-POS:1) TO DIGITO-AUX.
       COMPUTE SUMA-DIGITOS = SUMA-DIGITOS
           + DIGITO-AUX * DIGITO-POS.
       ADD 1 TO DIGITO-POS.

      ******************************************************************
      * El subsistema de ausencias vive en su propio programa; desde
      * aqui se lanza con CALL, cerrando antes el maestro para que
      * la otra sesion lo abra sin conflicto y reabriendolo al
      * volver.
      ******************************************************************
       LANZA-AUSENCIAS.
       CLOSE EMPLEADOS-ARCHIVO.
       CALL "AUSENCIAS"
           ON EXCEPTION
              DISPLAY "NO SE PUDO CARGAR EL PROGRAMA AUSENCIAS."
       END-CALL.
       OPEN I-O EMPLEADOS-ARCHIVO.
       PERFORM CHEQUEA-ESTADO-EMPLEADOS.

      ******************************************************************
      * Puente de incorporacion: lista las personas del padron aun
      * no consumidas, completa los campos que faltan con el
      * formulario de alta (ID asignado automaticamente, misma
      * proteccion de clave duplicada) y marca la entrada con C en
      * PERSONAS.DAT al grabar el alta.
      ******************************************************************
       PUENTE-INCORPORACION.
       PERFORM CARGA-PADRON-PERSONAS.
       IF PUENTE-DESBORDE = "S"
          DISPLAY "PERSONAS.DAT TIENE MAS LINEAS DE LAS QUE EL "
              "PUENTE PUEDE CARGAR. NO SE ABRE PARA NO PERDER "
              "LINEAS AL REESCRIBIR."
       ELSE
       IF PUENTE-PENDIENTES = 0
          DISPLAY "NO HAY PERSONAS PENDIENTES EN EL PADRON."
       ELSE
          MOVE 1 TO PUENTE-POS
          PERFORM MUESTRA-PERSONA-PUENTE
              UNTIL PUENTE-POS > PUENTE-TOTAL
          DISPLAY "LINEA A INCORPORAR (0 = VOLVER): "
          ACCEPT PUENTE-ELEGIDO
          IF PUENTE-ELEGIDO >= 1 AND PUENTE-ELEGIDO <= PUENTE-TOTAL
             PERFORM INCORPORA-PERSONA-PUENTE
          END-IF
       END-IF
       END-IF.

       CARGA-PADRON-PERSONAS.
       MOVE 0 TO PUENTE-TOTAL.
       MOVE 0 TO PUENTE-PENDIENTES.
       MOVE "N" TO PUENTE-DESBORDE.
       OPEN INPUT LISTADO-PERSONAS.
       IF PERSONAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PUENTE-LEE-TODO
          PERFORM CARGA-UNA-PERSONA-PUENTE
              UNTIL PUENTE-LEE-TODO = "S"
       END-IF.
       CLOSE LISTADO-PERSONAS.

       CARGA-UNA-PERSONA-PUENTE.
       READ LISTADO-PERSONAS
           AT END MOVE "S" TO PUENTE-LEE-TODO
           NOT AT END
              IF PUENTE-TOTAL < 100
                 ADD 1 TO PUENTE-TOTAL
                 MOVE PERSONA-PUENTE-REGISTRO
                     TO PUENTE-LINEA(PUENTE-TOTAL)
                 IF PUENTE-EDAD IS NUMERIC
                    MOVE "S" TO PUENTE-ES-DATO(PUENTE-TOTAL)
                    IF PUENTE-CONSUMIDO NOT = "C"
                       ADD 1 TO PUENTE-PENDIENTES
                    END-IF
                 ELSE
                    MOVE "N" TO PUENTE-ES-DATO(PUENTE-TOTAL)
                 END-IF
              ELSE
                 MOVE "S" TO PUENTE-DESBORDE
              END-IF
       END-READ.

       MUESTRA-PERSONA-PUENTE.
       IF PUENTE-ES-DATO(PUENTE-POS) = "S"
           AND PUENTE-LINEA(PUENTE-POS)(72:1) NOT = "C"
          DISPLAY "LINEA " PUENTE-POS ": "
              PUENTE-LINEA(PUENTE-POS)(1:71)
       END-IF.
       ADD 1 TO PUENTE-POS.

       INCORPORA-PERSONA-PUENTE.
       IF PUENTE-ES-DATO(PUENTE-ELEGIDO) NOT = "S"
          DISPLAY "ESA LINEA NO ES UNA PERSONA DEL PADRON."
       ELSE
          IF PUENTE-LINEA(PUENTE-ELEGIDO)(72:1) = "C"
             DISPLAY "ESA PERSONA YA FUE INCORPORADA."
          ELSE
             PERFORM ASIGNA-SIGUIENTE-ID
             DISPLAY "ID ASIGNADO AUTOMATICAMENTE: " EMPLEADOS-ID
             MOVE EMPLEADOS-ID TO FORM-ID
             MOVE PUENTE-LINEA(PUENTE-ELEGIDO)(1:15) TO FORM-NOMBRE
             MOVE PUENTE-LINEA(PUENTE-ELEGIDO)(17:25)
                 TO FORM-PRIMER-APELLIDO
             MOVE PUENTE-LINEA(PUENTE-ELEGIDO)(43:25)
                 TO FORM-SEGUNDO-APELLIDO
             MOVE SPACES TO FORM-TELEFONO FORM-DIRECCION
                 FORM-CODIGO-POSTAL FORM-CIUDAD FORM-PROVINCIA
                 FORM-DEPARTAMENTO FORM-NIF FORM-NAF FORM-SEXO
             MOVE 0 TO FORM-SALARIO FORM-FECHA-ALTA
                 FORM-FECHA-NACIMIENTO
             MOVE PUENTE-LINEA(PUENTE-ELEGIDO)(69:3) TO FORM-EDAD
             MOVE "N" TO FORM-CONFIRMA
             PERFORM CAPTURA-FORM-ALTA
                 UNTIL FORM-CONFIRMA = "S" OR FORM-CONFIRMA = "C"
             IF FORM-CONFIRMA = "C"
                DISPLAY "INCORPORACION CANCELADA."
             ELSE
                MOVE FORM-ID TO EMPLEADOS-ID
                MOVE FORM-NOMBRE TO EMPLEADOS-NOMBRE
                MOVE FORM-APELLIDOS TO EMPLEADOS-APELLIDOS
                MOVE FORM-EDAD TO EMPLEADOS-EDAD
                MOVE FORM-FECHA-NACIMIENTO
                    TO EMPLEADOS-FECHA-NACIMIENTO
                MOVE FORM-TELEFONO TO EMPLEADOS-TELEFONO
                MOVE FORM-DIRECCION TO EMPLEADOS-DIRECCION
                MOVE FORM-CODIGO-POSTAL TO EMPLEADOS-CODIGO-POSTAL
                MOVE FORM-CIUDAD TO EMPLEADOS-CIUDAD
                MOVE FORM-PROVINCIA TO EMPLEADOS-PROVINCIA
                MOVE FORM-NIF TO EMPLEADOS-NIF
                MOVE FORM-NAF TO EMPLEADOS-NAF
                MOVE FORM-SEXO TO EMPLEADOS-SEXO
                MOVE FORM-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
                PERFORM ASIGNA-EMPRESA-EMPLEADO
                MOVE FORM-SALARIO TO EMPLEADOS-SALARIO
                MOVE FORM-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA
                MOVE "A" TO EMPLEADOS-ESTADO
                WRITE EMPLEADOS-REGISTRO
                    INVALID KEY
                       PERFORM RECHAZA-ALTA-DUPLICADA
                    NOT INVALID KEY
                       DISPLAY "PERSONA INCORPORADA CON EL ID "
                           EMPLEADOS-ID "."
                       MOVE "ALTA-PADRON" TO ACCION-AUDITADA
                       PERFORM GRABA-AUDITORIA
                       MOVE SPACES TO IMAGEN-ANTES
                       MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
                       MOVE "ALTA" TO ACCION-DIARIO
                       PERFORM GRABA-DIARIO-CAMBIO
                       PERFORM ENCOLA-AVISO-ALTA
                       PERFORM ABRE-TRAMO-SERVICIO
                       PERFORM CREA-LISTA-INCORPORACION
                       MOVE "C"
                           TO PUENTE-LINEA(PUENTE-ELEGIDO)(72:1)
                       PERFORM GRABA-PADRON-PERSONAS
                END-WRITE
             END-IF
          END-IF
       END-IF.

       GRABA-PADRON-PERSONAS.
       OPEN OUTPUT LISTADO-PERSONAS.
       MOVE 1 TO PUENTE-POS.
       PERFORM GRABA-UNA-PERSONA-PUENTE
           UNTIL PUENTE-POS > PUENTE-TOTAL.
       CLOSE LISTADO-PERSONAS.

       GRABA-UNA-PERSONA-PUENTE.
       MOVE PUENTE-LINEA(PUENTE-POS) TO PERSONA-PUENTE-REGISTRO.
       WRITE PERSONA-PUENTE-REGISTRO.
       ADD 1 TO PUENTE-POS.

      ******************************************************************
      * Incorporacion de un candidato con oferta aceptada en una
      * requisicion (REQUISICIONES): el formulario de alta sale
      * relleno con los datos del candidato, el departamento de la
      * requisicion, el salario ofertado y la fecha de
      * incorporacion; el puesto de la requisicion pasa el control
      * de banda y queda asignado. Grabada el alta, el candidato
      * pasa a incorporado y la requisicion se cierra como cubierta.
      ******************************************************************
       INCORPORA-CANDIDATO.
       MOVE "L" TO MODO-ACEPTADO.
       CALL "CANDIDATO-ACEPTADO" USING MODO-ACEPTADO DATOS-ACEPTADO
           RESULTADO-ACEPTADO.
       IF RESULTADO-ACEPTADO = "N"
          DISPLAY "NO HAY CANDIDATOS ACEPTADOS PENDIENTES DE "
              "INCORPORAR."
       ELSE
          DISPLAY "REQUISICION (0 = VOLVER): "
          ACCEPT ACEPTADO-REQUISICION
          DISPLAY "CANDIDATO: "
          ACCEPT ACEPTADO-NUMERO
          IF ACEPTADO-REQUISICION NOT = 0
             MOVE "B" TO MODO-ACEPTADO
             CALL "CANDIDATO-ACEPTADO" USING MODO-ACEPTADO
                 DATOS-ACEPTADO RESULTADO-ACEPTADO
             IF RESULTADO-ACEPTADO = "N"
                DISPLAY "ESE CANDIDATO NO TIENE UNA OFERTA ACEPTADA "
                    "EN UNA REQUISICION ABIERTA."
             ELSE
                PERFORM ALTA-CANDIDATO-ACEPTADO
             END-IF
          END-IF
       END-IF.

       ALTA-CANDIDATO-ACEPTADO.
       PERFORM ASIGNA-SIGUIENTE-ID.
       DISPLAY "ID ASIGNADO AUTOMATICAMENTE: " EMPLEADOS-ID.
       MOVE EMPLEADOS-ID TO FORM-ID.
       MOVE ACEPTADO-NOMBRE TO FORM-NOMBRE.
       MOVE ACEPTADO-PRIMER-APELLIDO TO FORM-PRIMER-APELLIDO.
       MOVE ACEPTADO-SEGUNDO-APELLIDO TO FORM-SEGUNDO-APELLIDO.
       MOVE ACEPTADO-TELEFONO TO FORM-TELEFONO.
       MOVE SPACES TO FORM-DIRECCION FORM-CODIGO-POSTAL FORM-CIUDAD
           FORM-PROVINCIA FORM-NAF FORM-SEXO.
       MOVE ACEPTADO-NIF TO FORM-NIF.
       MOVE ACEPTADO-DEPARTAMENTO TO FORM-DEPARTAMENTO.
       MOVE ACEPTADO-SALARIO TO FORM-SALARIO.
       MOVE ACEPTADO-INCORPORACION TO FORM-FECHA-ALTA.
       MOVE ACEPTADO-FECHA-NACIMIENTO TO FORM-FECHA-NACIMIENTO.
       MOVE ACEPTADO-FECHA-NACIMIENTO TO FECHA-BASE-CALC.
       PERFORM CALCULA-EDAD-DESDE-FECHA.
       MOVE EDAD-CALCULADA TO FORM-EDAD.
       MOVE "N" TO FORM-CONFIRMA.
       PERFORM CAPTURA-FORM-ALTA
           UNTIL FORM-CONFIRMA = "S" OR FORM-CONFIRMA = "C".
       IF FORM-CONFIRMA = "C"
          DISPLAY "INCORPORACION CANCELADA. LA REQUISICION SIGUE "
              "ABIERTA."
       ELSE
          MOVE ACEPTADO-PUESTO TO PUESTO-ALTA-ELEGIDO
          PERFORM CONTROLA-BANDA-PUESTO-ALTA
          IF BANDA-BLOQUEADA = "S"
             DISPLAY "INCORPORACION CANCELADA: SALARIO FUERA DE "
                 "BANDA SIN AUTORIZACION."
          ELSE
             MOVE FORM-ID TO EMPLEADOS-ID
             MOVE FORM-NOMBRE TO EMPLEADOS-NOMBRE
             MOVE FORM-APELLIDOS TO EMPLEADOS-APELLIDOS
             MOVE FORM-EDAD TO EMPLEADOS-EDAD
             MOVE FORM-FECHA-NACIMIENTO TO EMPLEADOS-FECHA-NACIMIENTO
             MOVE FORM-TELEFONO TO EMPLEADOS-TELEFONO
             MOVE FORM-DIRECCION TO EMPLEADOS-DIRECCION
             MOVE FORM-CODIGO-POSTAL TO EMPLEADOS-CODIGO-POSTAL
             MOVE FORM-CIUDAD TO EMPLEADOS-CIUDAD
             MOVE FORM-PROVINCIA TO EMPLEADOS-PROVINCIA
             MOVE FORM-NIF TO EMPLEADOS-NIF
             MOVE FORM-NAF TO EMPLEADOS-NAF
             MOVE FORM-SEXO TO EMPLEADOS-SEXO
             MOVE FORM-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
             PERFORM ASIGNA-EMPRESA-EMPLEADO
             MOVE FORM-SALARIO TO EMPLEADOS-SALARIO
             MOVE FORM-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA
             MOVE "A" TO EMPLEADOS-ESTADO
             WRITE EMPLEADOS-REGISTRO
                 INVALID KEY
                    PERFORM RECHAZA-ALTA-DUPLICADA
                 NOT INVALID KEY
                    DISPLAY "CANDIDATO INCORPORADO CON EL ID "
                        EMPLEADOS-ID "."
                    MOVE "ALTA-CANDIDATO" TO ACCION-AUDITADA
                    PERFORM GRABA-AUDITORIA
                    MOVE SPACES TO IMAGEN-ANTES
                    MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
                    MOVE "ALTA" TO ACCION-DIARIO
                    PERFORM GRABA-DIARIO-CAMBIO
                    PERFORM ENCOLA-AVISO-ALTA
                    PERFORM ABRE-TRAMO-SERVICIO
                    PERFORM CREA-LISTA-INCORPORACION
                    PERFORM CIERRA-REQUISICION-CUBIERTA
                    PERFORM GRABA-ASIGNACION-ALTA
                    PERFORM CAPTURA-CONTRATO-ALTA
             END-WRITE
          END-IF
       END-IF.

       CIERRA-REQUISICION-CUBIERTA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE EMPLEADOS-ID TO ACEPTADO-EMPLEADOS-ID.
       MOVE FECHA-ACTUAL(1:8) TO ACEPTADO-FECHA-CIERRE.
       MOVE "C" TO MODO-ACEPTADO.
       CALL "CANDIDATO-ACEPTADO" USING MODO-ACEPTADO DATOS-ACEPTADO
           RESULTADO-ACEPTADO.
       IF RESULTADO-ACEPTADO = "S"
          DISPLAY "REQUISICION " ACEPTADO-REQUISICION
              " CERRADA COMO CUBIERTA."
       ELSE
          DISPLAY "AVISO: NO SE PUDO CERRAR LA REQUISICION "
              ACEPTADO-REQUISICION "."
       END-IF.

      ******************************************************************
      * Mantenimiento del maestro de puestos, con el mismo esquema
      * que el maestro de departamentos.
      ******************************************************************
       MANTENIMIENTO-PUESTOS.
       PERFORM CARGA-PUESTOS.
       MOVE SPACES TO OPCION-PUESTOS.
       PERFORM GESTIONA-PUESTOS UNTIL OPCION-PUESTOS = "0".
       PERFORM GRABA-ARCHIVO-PUESTOS.
       MOVE ZEROES TO EMPLEADOS-ID.
       MOVE "MANT-PUESTOS" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

       CARGA-PUESTOS.
       MOVE 0 TO PUESTOS-TOTAL.
       OPEN INPUT PUESTOS-ARCHIVO.
       IF PUESTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PUESTO-LEE-TODO
          PERFORM CARGA-UN-PUESTO UNTIL PUESTO-LEE-TODO = "S"
       END-IF.
       CLOSE PUESTOS-ARCHIVO.

       CARGA-UN-PUESTO.
       READ PUESTOS-ARCHIVO
           AT END MOVE "S" TO PUESTO-LEE-TODO
           NOT AT END
              IF PUESTOS-TOTAL < 20
                 ADD 1 TO PUESTOS-TOTAL
                 MOVE PUESTO-REG-CODIGO
                     TO PUESTO-CODIGO(PUESTOS-TOTAL)
                 MOVE PUESTO-REG-TITULO
                     TO PUESTO-TITULO(PUESTOS-TOTAL)
                 MOVE PUESTO-REG-DEPARTAMENTO
                     TO PUESTO-DEPARTAMENTO(PUESTOS-TOTAL)
                 MOVE PUESTO-REG-GRADO
                     TO PUESTO-GRADO(PUESTOS-TOTAL)
              ELSE
                 DISPLAY "AVISO: MAESTRO DE PUESTOS LLENO."
              END-IF
       END-READ.

       GRABA-ARCHIVO-PUESTOS.
       OPEN OUTPUT PUESTOS-ARCHIVO.
       MOVE 1 TO PUESTO-POS.
       PERFORM GRABA-UN-PUESTO UNTIL PUESTO-POS > PUESTOS-TOTAL.
       CLOSE PUESTOS-ARCHIVO.

       GRABA-UN-PUESTO.
       MOVE PUESTO-CODIGO(PUESTO-POS) TO PUESTO-REG-CODIGO.
       MOVE PUESTO-TITULO(PUESTO-POS) TO PUESTO-REG-TITULO.
       MOVE PUESTO-DEPARTAMENTO(PUESTO-POS)
           TO PUESTO-REG-DEPARTAMENTO.
       MOVE PUESTO-GRADO(PUESTO-POS) TO PUESTO-REG-GRADO.
       WRITE PUESTO-REGISTRO.
       ADD 1 TO PUESTO-POS.

       GESTIONA-PUESTOS.
       DISPLAY "-- MANTENIMIENTO DE PUESTOS --".
       DISPLAY "L - LISTAR / A - ALTA / B - BANDAS SALARIALES / "
           "0 - VOLVER".
       ACCEPT OPCION-PUESTOS.
       IF OPCION-PUESTOS = "L"
          PERFORM LISTA-PUESTOS
       ELSE
          IF OPCION-PUESTOS = "A"
             PERFORM ALTA-PUESTO
          ELSE
             IF OPCION-PUESTOS = "B"
                PERFORM GESTIONA-BANDAS
             ELSE
                IF OPCION-PUESTOS NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       GESTIONA-BANDAS.
       PERFORM CARGA-BANDAS.
       DISPLAY "-- BANDAS SALARIALES POR GRADO --".
       MOVE 1 TO BANDA-POS.
       PERFORM MUESTRA-BANDA UNTIL BANDA-POS > BANDAS-TOTAL.
       DISPLAY "A - AGREGAR BANDA / OTRA TECLA - VOLVER: ".
       ACCEPT OPCION-PUESTOS.
       IF OPCION-PUESTOS = "A" OR OPCION-PUESTOS = "a"
          PERFORM AGREGA-BANDA
       END-IF.
       MOVE SPACES TO OPCION-PUESTOS.

       MUESTRA-BANDA.
       MOVE BANDA-MINIMO(BANDA-POS) TO BANDA-MIN-EDICION.
       MOVE BANDA-MAXIMO(BANDA-POS) TO BANDA-MAX-EDICION.
       DISPLAY "GRADO " BANDA-GRADO(BANDA-POS)
           " MINIMO: " BANDA-MIN-EDICION
           " MAXIMO: " BANDA-MAX-EDICION.
       ADD 1 TO BANDA-POS.

       AGREGA-BANDA.
       DISPLAY "GRADO (1-99): ".
       ACCEPT BANDA-REG-GRADO.
       DISPLAY "SALARIO MINIMO: ".
       ACCEPT BANDA-REG-MINIMO.
       DISPLAY "SALARIO MAXIMO: ".
       ACCEPT BANDA-REG-MAXIMO.
       IF BANDA-REG-MAXIMO < BANDA-REG-MINIMO
          DISPLAY "EL MAXIMO NO PUEDE SER MENOR QUE EL MINIMO. "
              "BANDA NO GRABADA."
       ELSE
          OPEN EXTEND BANDAS-ARCHIVO
          IF BANDAS-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT BANDAS-ARCHIVO
          END-IF
          WRITE BANDA-REGISTRO
          CLOSE BANDAS-ARCHIVO
          DISPLAY "BANDA GRABADA."
       END-IF.

       CARGA-BANDAS.
       MOVE 0 TO BANDAS-TOTAL.
       OPEN INPUT BANDAS-ARCHIVO.
       IF BANDAS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PUESTO-LEE-TODO
          PERFORM CARGA-UNA-BANDA UNTIL PUESTO-LEE-TODO = "S"
       END-IF.
       CLOSE BANDAS-ARCHIVO.

       CARGA-UNA-BANDA.
       READ BANDAS-ARCHIVO
           AT END MOVE "S" TO PUESTO-LEE-TODO
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

      ******************************************************************
      * Controla SALARIO-CONTROLADO contra la banda del grado del
      * puesto PUESTO-CONTROL. Resultado: D = dentro, F = fuera,
      * S = sin banda o sin puesto (no se controla).
      ******************************************************************
       CONTROLA-BANDA-SALARIAL.
       MOVE "S" TO BANDA-RESULTADO.
       IF PUESTO-CONTROL = SPACES
          CONTINUE
       ELSE
          MOVE PUESTO-CONTROL TO PUESTO-BUSCADO
          PERFORM BUSCA-PUESTO
          IF PUESTO-ENCONTRADO = "S"
             MOVE PUESTO-GRADO(PUESTO-POS) TO GRADO-CONTROL
             MOVE "N" TO BANDA-HALLADA
             MOVE 1 TO BANDA-POS
             PERFORM BUSCA-BANDA-GRADO
                 UNTIL BANDA-POS > BANDAS-TOTAL
                 OR BANDA-HALLADA = "S"
             IF BANDA-HALLADA = "S"
                IF SALARIO-CONTROLADO < BANDA-MINIMO(BANDA-POS)
                    OR SALARIO-CONTROLADO > BANDA-MAXIMO(BANDA-POS)
                   MOVE "F" TO BANDA-RESULTADO
                ELSE
                   MOVE "D" TO BANDA-RESULTADO
                END-IF
             END-IF
          END-IF
       END-IF.

       BUSCA-BANDA-GRADO.
       IF BANDA-GRADO(BANDA-POS) = GRADO-CONTROL
          MOVE "S" TO BANDA-HALLADA
       ELSE
          ADD 1 TO BANDA-POS
       END-IF.

      ******************************************************************
      * Puesto vigente del empleado ID-BUSCADO, para controlar la
      * banda en actualizaciones y ajustes.
      ******************************************************************
       DETERMINA-PUESTO-CONTROL.
       MOVE SPACES TO PUESTO-CONTROL.
       MOVE 1 TO ASIGT-POS.
       PERFORM BUSCA-PUESTO-CONTROL UNTIL ASIGT-POS > ASIGT-TOTAL.

       BUSCA-PUESTO-CONTROL.
       IF ASIGT-ID(ASIGT-POS) = ID-BUSCADO
           AND ASIGT-HASTA(ASIGT-POS) = 0
          MOVE ASIGT-PUESTO(ASIGT-POS) TO PUESTO-CONTROL
       END-IF.
       ADD 1 TO ASIGT-POS.

      ******************************************************************
      * Un salario fuera de banda solo pasa con la firma de un
      * operador de nivel 3 distinto consultado en el momento, y el
      * caso queda en SALEXCEP.RPT para la revision de RRHH.
      ******************************************************************
       PIDE-AUTORIZA-BANDA.
       MOVE BANDA-MINIMO(BANDA-POS) TO BANDA-MIN-EDICION.
       MOVE BANDA-MAXIMO(BANDA-POS) TO BANDA-MAX-EDICION.
       DISPLAY "SALARIO FUERA DE LA BANDA DEL GRADO " GRADO-CONTROL
           " (" BANDA-MIN-EDICION " A " BANDA-MAX-EDICION ").".
       DISPLAY "OPERADOR DE NIVEL 3 QUE AUTORIZA (BLANCO = "
           "CANCELAR): ".
       ACCEPT OPERADOR-AUTORIZA.
       MOVE "N" TO AUTORIZADO-BANDA.
       IF OPERADOR-AUTORIZA NOT = SPACES
          MOVE 0 TO NIVEL-AUTORIZA
          MOVE 1 TO OPERADOR-POS
          PERFORM BUSCA-NIVEL-AUTORIZA
              UNTIL OPERADOR-POS > OPERADOR-TOTAL
          IF NIVEL-AUTORIZA >= 3
             MOVE "S" TO AUTORIZADO-BANDA
          ELSE
             DISPLAY "OPERADOR " OPERADOR-AUTORIZA
                 " SIN NIVEL 3. NO AUTORIZADO."
          END-IF
       END-IF.

       BUSCA-NIVEL-AUTORIZA.
       IF OPERADOR-AUTORIZADO-ENTRADA(OPERADOR-POS)
           = OPERADOR-AUTORIZA
           AND OPERADOR-ACTIVO-ENTRADA(OPERADOR-POS) = "S"
          MOVE OPERADOR-NIVEL-ENTRADA(OPERADOR-POS)
              TO NIVEL-AUTORIZA
       END-IF.
       ADD 1 TO OPERADOR-POS.

      ******************************************************************
      * Control de plazas autorizadas: cuenta la plantilla activa
      * del departamento del formulario y la compara con las plazas
      * del presupuesto del periodo en curso. Plazas a cero o sin
      * presupuesto significan sin control de cabezas. El aviso da
      * tambien la plantilla en equivalentes a tiempo completo.
      ******************************************************************
       CONTROLA-PLAZAS-DEPTO.
       MOVE "N" TO PLAZAS-SUPERADAS.
       PERFORM CARGA-PRESUPUESTOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:6) TO PERIODO-PLAZAS.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-JORNADA-X.
       MOVE 0 TO PLAZAS-AUTORIZADAS.
       MOVE 1 TO PRESU-POS.
       PERFORM BUSCA-PLAZAS-PERIODO UNTIL PRESU-POS > PRESU-TOTAL.
       IF PLAZAS-AUTORIZADAS > 0
          PERFORM ABRE-JORNADAS
          PERFORM CUENTA-PLANTILLA-DEPTO
          PERFORM CIERRA-JORNADAS
          IF PLANTILLA-DEPTO >= PLAZAS-AUTORIZADAS
             MOVE "S" TO PLAZAS-SUPERADAS
             MOVE PLANTILLA-FTE TO FTE-EDICION
             DISPLAY "AVISO: EL DEPARTAMENTO " FORM-DEPARTAMENTO
                 " TIENE " PLANTILLA-DEPTO " ACTIVOS (" FTE-EDICION
                 " FTE) Y SOLO "
                 PLAZAS-AUTORIZADAS " PLAZAS AUTORIZADAS EN "
                 PERIODO-PLAZAS "."
          END-IF
       END-IF.

       BUSCA-PLAZAS-PERIODO.
       IF PRESU-CODIGO(PRESU-POS) = FORM-DEPARTAMENTO
           AND PRESU-PERIODO(PRESU-POS) = PERIODO-PLAZAS
          MOVE PRESU-PLAZAS(PRESU-POS) TO PLAZAS-AUTORIZADAS
       END-IF.
       ADD 1 TO PRESU-POS.

       CUENTA-PLANTILLA-DEPTO.
       MOVE 0 TO PLANTILLA-DEPTO.
       MOVE 0 TO PLANTILLA-FTE.
       MOVE "0" TO LEE-TODO.
       MOVE ZEROES TO EMPLEADOS-ID.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "1" TO LEE-TODO
       END-START.
       IF LEE-TODO = "0"
          PERFORM LEE-SIGUIENTE-REGISTRO
       END-IF.
       PERFORM CUENTA-ACTIVO-DEPTO UNTIL LEE-TODO = "1".

       CUENTA-ACTIVO-DEPTO.
       IF EMPLEADO-ACTIVO
           AND EMPLEADOS-DEPARTAMENTO = FORM-DEPARTAMENTO
          ADD 1 TO PLANTILLA-DEPTO
          PERFORM DETERMINA-JORNADA-EMPLEADO
          ADD FTE-EMPLEADO TO PLANTILLA-FTE
       ELSE
          IF EMPLEADO-SUSPENDIDO
              AND EMPLEADOS-DEPARTAMENTO = FORM-DEPARTAMENTO
             PERFORM CONSULTA-RESERVA-EXCEDENCIA
             IF EXCEDENCIA-RESERVA = "S"
                ADD 1 TO PLANTILLA-DEPTO
                PERFORM DETERMINA-JORNADA-EMPLEADO
                ADD FTE-EMPLEADO TO PLANTILLA-FTE
             END-IF
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       PIDE-AUTORIZA-PLAZAS.
       DISPLAY "OPERADOR DE NIVEL 3 QUE AUTORIZA EL EXCESO DE "
           "PLAZAS (BLANCO = CANCELAR): ".
       ACCEPT OPERADOR-AUTORIZA.
       MOVE "N" TO AUTORIZADO-BANDA.
       IF OPERADOR-AUTORIZA NOT = SPACES
          MOVE 0 TO NIVEL-AUTORIZA
          MOVE 1 TO OPERADOR-POS
          PERFORM BUSCA-NIVEL-AUTORIZA
              UNTIL OPERADOR-POS > OPERADOR-TOTAL
          IF NIVEL-AUTORIZA >= 3
             MOVE "S" TO AUTORIZADO-BANDA
             MOVE ZEROES TO EMPLEADOS-ID
             MOVE "EXCESO-PLAZAS" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
          ELSE
             DISPLAY "OPERADOR " OPERADOR-AUTORIZA
                 " SIN NIVEL 3. NO AUTORIZADO."
          END-IF
       END-IF.

      ******************************************************************
      * Distribucion de la plantilla activa por provincia, posible
      * desde que la direccion viaja partida en el registro.
      ******************************************************************
       INFORME-PROVINCIAS.
       MOVE 0 TO PROV-TOTAL.
       PERFORM INICIA-ESCANEO-EMPLEADOS.
       PERFORM ACUMULA-PROVINCIA UNTIL LEE-TODO = "1".
       OPEN OUTPUT REPORTE-PROVINCIAS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-PROVINCIA.
       STRING "PLANTILLA POR PROVINCIA - FECHA DE EJECUCION: "
           FECHA-ACTUAL(1:14) " " MARCA-ENTORNO
           DELIMITED BY SIZE INTO LINEA-PROVINCIA.
       WRITE LINEA-PROVINCIA.
       MOVE 1 TO PROV-POS.
       PERFORM ESCRIBE-LINEA-PROVINCIA UNTIL PROV-POS > PROV-TOTAL.
       CLOSE REPORTE-PROVINCIAS.
       MOVE "PROVINCIAS" TO ACCION-AUDITADA.
       MOVE ZEROES TO EMPLEADOS-ID.
       PERFORM GRABA-AUDITORIA.
       DISPLAY "DISTRIBUCION ESCRITA EN PROVINCIA.RPT.".

       ACUMULA-PROVINCIA.
       IF EMPLEADO-ACTIVO
          MOVE "N" TO PROV-ENCONTRADA
          MOVE 1 TO PROV-POS
          PERFORM COMPARA-PROVINCIA
              UNTIL PROV-POS > PROV-TOTAL
              OR PROV-ENCONTRADA = "S"
          IF PROV-ENCONTRADA = "N"
             IF PROV-TOTAL < 30
                ADD 1 TO PROV-TOTAL
                MOVE PROV-TOTAL TO PROV-POS
                IF EMPLEADOS-PROVINCIA = SPACES
                   MOVE "(SIN PROVINCIA)" TO PROV-NOMBRE(PROV-POS)
                ELSE
                   MOVE EMPLEADOS-PROVINCIA
                       TO PROV-NOMBRE(PROV-POS)
                END-IF
                MOVE 0 TO PROV-CONTADOR(PROV-POS)
                MOVE "S" TO PROV-ENCONTRADA
             END-IF
          END-IF
          IF PROV-ENCONTRADA = "S"
             ADD 1 TO PROV-CONTADOR(PROV-POS)
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.

       COMPARA-PROVINCIA.
       IF PROV-NOMBRE(PROV-POS) = EMPLEADOS-PROVINCIA
          MOVE "S" TO PROV-ENCONTRADA
       ELSE
          IF EMPLEADOS-PROVINCIA = SPACES
              AND PROV-NOMBRE(PROV-POS) = "(SIN PROVINCIA)"
             MOVE "S" TO PROV-ENCONTRADA
          ELSE
             ADD 1 TO PROV-POS
          END-IF
       END-IF.

       ESCRIBE-LINEA-PROVINCIA.
       MOVE SPACES TO LINEA-PROVINCIA.
       STRING PROV-NOMBRE(PROV-POS) " EMPLEADOS: "
           PROV-CONTADOR(PROV-POS)
           DELIMITED BY SIZE INTO LINEA-PROVINCIA.
       WRITE LINEA-PROVINCIA.
       ADD 1 TO PROV-POS.

      ******************************************************************
      * Solicitud de cambio de salario: no toca el maestro; encola
      * el antes y el despues para el visto bueno de nivel 3.
      ******************************************************************
       SOLICITA-CAMBIO-SALARIO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION
          DISPLAY "SALARIO ACTUAL: " SALARIO-EDICION
          DISPLAY "NUEVO SALARIO: "
          ACCEPT SALARIO-SOLICITADO
          MOVE SPACES TO PENDIENTE-REGISTRO
          MOVE "S" TO PEND-TIPO
          MOVE ID-BUSCADO TO PEND-EMPLEADOS-ID
          MOVE SPACES TO PEND-ANTES
          STRING "SALARIO " SALARIO-EDICION
              DELIMITED BY SIZE INTO PEND-ANTES
          MOVE SALARIO-SOLICITADO TO SALARIO-EDICION
          MOVE SPACES TO PEND-DESPUES
          STRING "SALARIO " SALARIO-EDICION
              DELIMITED BY SIZE INTO PEND-DESPUES
          PERFORM GRABA-PENDIENTE
          DISPLAY "CAMBIO DE SALARIO ENCOLADO. LO DEBE APROBAR "
              "OTRO OPERADOR DE NIVEL 3."
       END-IF.

      ******************************************************************
      * Cambio de salario detectado en la correccion de cuarentena:
      * el resto de la correccion se aplica, pero el salario nuevo
      * viaja a la cola de pendientes.
      ******************************************************************
       ENCOLA-CAMBIO-SALARIO-FORM.
       MOVE SPACES TO PENDIENTE-REGISTRO.
       MOVE "S" TO PEND-TIPO.
       MOVE EMPLEADOS-ID TO PEND-EMPLEADOS-ID.
       MOVE EMPLEADOS-SALARIO TO SALARIO-EDICION.
       MOVE SPACES TO PEND-ANTES.
       STRING "SALARIO " SALARIO-EDICION
           DELIMITED BY SIZE INTO PEND-ANTES.
       MOVE FORM-SALARIO TO SALARIO-EDICION.
       MOVE SPACES TO PEND-DESPUES.
       STRING "SALARIO " SALARIO-EDICION
           DELIMITED BY SIZE INTO PEND-DESPUES.
       MOVE FORM-SALARIO TO SALARIO-SOLICITADO.
       PERFORM GRABA-PENDIENTE.
       DISPLAY "EL CAMBIO DE SALARIO QUEDA ENCOLADO PARA EL VISTO "
           "BUENO DE NIVEL 3; EL RESTO DE LA CORRECCION SE APLICA.".

      ******************************************************************
      * Revision de nivel 3: lista los cambios pendientes con sus
      * valores antes y despues y aplica o rechaza cada uno. El
      * revisor debe ser distinto del solicitante, y ambas
      * identidades quedan en la auditoria. Con un responsable como
      * filtro solo se ven y resuelven los cambios de su equipo
      * segun la linea de mando vigente hoy.
      ******************************************************************
       REVISA-PENDIENTES.
       DISPLAY "ID DEL RESPONSABLE PARA VER SOLO SU EQUIPO "
           "(0 = TODOS): ".
       ACCEPT RESPONSABLE-FILTRO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-EQUIPO.
       PERFORM CARGA-PENDIENTES.
       MOVE SPACES TO OPCION-PENDIENTES.
       PERFORM GESTIONA-PENDIENTES UNTIL OPCION-PENDIENTES = "0".
       PERFORM GRABA-ARCHIVO-PENDIENTES.

       CARGA-PENDIENTES.
       MOVE 0 TO PENDT-TOTAL.
       OPEN INPUT PENDIENTES-ARCHIVO.
       IF PENDIENTES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PEND-LEE-TODO
          PERFORM CARGA-UN-PENDIENTE UNTIL PEND-LEE-TODO = "S"
       END-IF.
       CLOSE PENDIENTES-ARCHIVO.

       CARGA-UN-PENDIENTE.
       READ PENDIENTES-ARCHIVO
           AT END MOVE "S" TO PEND-LEE-TODO
           NOT AT END
              IF PENDT-TOTAL < 100
                 ADD 1 TO PENDT-TOTAL
                 MOVE PEND-TIPO TO PENDT-TIPO(PENDT-TOTAL)
                 MOVE PEND-EMPLEADOS-ID TO PENDT-ID(PENDT-TOTAL)
                 MOVE PEND-ANTES TO PENDT-ANTES(PENDT-TOTAL)
                 MOVE PEND-DESPUES TO PENDT-DESPUES(PENDT-TOTAL)
                 MOVE PEND-SOLICITANTE
                     TO PENDT-SOLICITANTE(PENDT-TOTAL)
                 MOVE PEND-FECHA TO PENDT-FECHA(PENDT-TOTAL)
                 MOVE PEND-ESTADO TO PENDT-ESTADO(PENDT-TOTAL)
                 MOVE PEND-REVISOR TO PENDT-REVISOR(PENDT-TOTAL)
                 MOVE PEND-FECHA-REVISION
                     TO PENDT-FECHA-REVISION(PENDT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE PENDIENTES LLENA."
              END-IF
       END-READ.

       GESTIONA-PENDIENTES.
       DISPLAY "-- REVISION DE CAMBIOS PENDIENTES --".
       DISPLAY "L - LISTAR / R - RESOLVER UNA LINEA / 0 - VOLVER".
       ACCEPT OPCION-PENDIENTES.
       IF OPCION-PENDIENTES = "L"
          MOVE 1 TO PENDT-POS
          PERFORM MUESTRA-PENDIENTE UNTIL PENDT-POS > PENDT-TOTAL
       ELSE
          IF OPCION-PENDIENTES = "R"
             PERFORM RESUELVE-PENDIENTE
          ELSE
             IF OPCION-PENDIENTES NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       MUESTRA-PENDIENTE.
       MOVE PENDT-ID(PENDT-POS) TO ID-EQUIPO.
       PERFORM COMPRUEBA-EQUIPO-FILTRO.
       IF PENDT-ESTADO(PENDT-POS) = "P" AND EN-EQUIPO = "S"
          DISPLAY "LINEA " PENDT-POS " TIPO "
              PENDT-TIPO(PENDT-POS)
              " ID " PENDT-ID(PENDT-POS)
              " SOLICITO " PENDT-SOLICITANTE(PENDT-POS)
              " EL " PENDT-FECHA(PENDT-POS)
          DISPLAY "  ANTES:   " PENDT-ANTES(PENDT-POS)
          DISPLAY "  DESPUES: " PENDT-DESPUES(PENDT-POS)
       END-IF.
       ADD 1 TO PENDT-POS.

       RESUELVE-PENDIENTE.
       DISPLAY "NUMERO DE LINEA A RESOLVER: ".
       ACCEPT PENDT-ELEGIDO.
       IF PENDT-ELEGIDO < 1 OR PENDT-ELEGIDO > PENDT-TOTAL
          DISPLAY "LINEA NO VALIDA."
       ELSE
          MOVE PENDT-ID(PENDT-ELEGIDO) TO ID-EQUIPO
          PERFORM COMPRUEBA-EQUIPO-FILTRO
          IF PENDT-ESTADO(PENDT-ELEGIDO) NOT = "P"
             DISPLAY "ESA LINEA YA ESTA RESUELTA."
          ELSE
           IF EN-EQUIPO = "N"
              DISPLAY "ESA LINEA NO ES DEL EQUIPO DEL RESPONSABLE "
                  RESPONSABLE-FILTRO "."
           ELSE
             IF PENDT-SOLICITANTE(PENDT-ELEGIDO) = OPERADOR-ACTUAL
                DISPLAY "EL REVISOR DEBE SER DISTINTO DEL "
                    "SOLICITANTE. NO SE RESUELVE."
             ELSE
                DISPLAY "A - APROBAR / R - RECHAZAR: "
                ACCEPT DECISION-PENDIENTE
                IF DECISION-PENDIENTE = "A"
                    OR DECISION-PENDIENTE = "a"
                   PERFORM APLICA-PENDIENTE
                ELSE
                   IF DECISION-PENDIENTE = "R"
                       OR DECISION-PENDIENTE = "r"
                      PERFORM RECHAZA-PENDIENTE
                   END-IF
                END-IF
             END-IF
           END-IF
          END-IF
       END-IF.

       COMPRUEBA-EQUIPO-FILTRO.
       IF RESPONSABLE-FILTRO = 0
          MOVE "S" TO EN-EQUIPO
       ELSE
          CALL "EQUIPO-RESPONSABLE" USING RESPONSABLE-FILTRO
              ID-EQUIPO FECHA-EQUIPO EN-EQUIPO
       END-IF.

       APLICA-PENDIENTE.
       IF PENDT-TIPO(PENDT-ELEGIDO) = "S"
          PERFORM APLICA-PENDIENTE-SALARIO
       ELSE
          PERFORM APLICA-PENDIENTE-BANCO
       END-IF.

       APLICA-PENDIENTE-SALARIO.
       MOVE PENDT-ID(PENDT-ELEGIDO) TO ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "EL EMPLEADO " ID-BUSCADO
              " YA NO ESTA EN EL MAESTRO. CAMBIO RECHAZADO."
          PERFORM RECHAZA-PENDIENTE
       ELSE
          MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
          MOVE PENDT-DESPUES(PENDT-ELEGIDO)(9:11) TO SALARIO-EDICION
          COMPUTE SALARIO-SOLICITADO
              = FUNCTION NUMVAL(PENDT-DESPUES(PENDT-ELEGIDO)(9:11))
          PERFORM CONTROLA-BANDA-PENDIENTE
          IF BANDA-BLOQUEADA = "S"
             DISPLAY "SALARIO FUERA DE BANDA SIN AUTORIZACION. "
                 "CAMBIO RECHAZADO."
             PERFORM RECHAZA-PENDIENTE
          ELSE
             MOVE SALARIO-SOLICITADO TO EMPLEADOS-SALARIO
             REWRITE EMPLEADOS-REGISTRO
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
             MOVE "CAMBIO-SALARIO" TO ACCION-DIARIO
             PERFORM GRABA-DIARIO-CAMBIO
             PERFORM MARCA-PENDIENTE-APROBADO
             DISPLAY "CAMBIO DE SALARIO APLICADO AL ID " ID-BUSCADO
                 "."
          END-IF
       END-IF.

      ******************************************************************
      * El salario aprobado en la revision de pendientes pasa por el
      * mismo control de banda que los demas caminos de alta y
      * correccion: fuera de banda exige la firma de nivel 3 en el
      * momento y deja su rastro en SALEXCEP.RPT; sin firma, el
      * cambio queda rechazado.
      ******************************************************************
       CONTROLA-BANDA-PENDIENTE.
       MOVE "N" TO BANDA-BLOQUEADA.
       PERFORM CARGA-PUESTOS.
       PERFORM CARGA-BANDAS.
       PERFORM CARGA-ASIGNACIONES.
       PERFORM DETERMINA-PUESTO-CONTROL.
       IF PUESTO-CONTROL NOT = SPACES
          MOVE SALARIO-SOLICITADO TO SALARIO-CONTROLADO
          PERFORM CONTROLA-BANDA-SALARIAL
          IF BANDA-RESULTADO = "F"
             PERFORM PIDE-AUTORIZA-BANDA
             IF AUTORIZADO-BANDA = "S"
                PERFORM GRABA-EXCEPCION-SALARIAL
             ELSE
                MOVE "S" TO BANDA-BLOQUEADA
             END-IF
          END-IF
       END-IF.

       APLICA-PENDIENTE-BANCO.
       MOVE PENDT-DESPUES(PENDT-ELEGIDO)(1:4) TO BANCO-SOLICITADO.
       MOVE PENDT-DESPUES(PENDT-ELEGIDO)(6:10)
           TO CUENTA-SOLICITADA.
       MOVE PENDT-DESPUES(PENDT-ELEGIDO)(17:1)
           TO DIGITO-SOLICITADO.
       OPEN I-O BANCOS-ARCHIVO.
       IF BANCOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT BANCOS-ARCHIVO
          CLOSE BANCOS-ARCHIVO
          OPEN I-O BANCOS-ARCHIVO
       END-IF.
       IF BANCOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR BANCOS.DAT. ESTADO: "
              BANCOS-ESTADO-ARCHIVO
       ELSE
          MOVE PENDT-ID(PENDT-ELEGIDO) TO BANCO-EMPLEADOS-ID
          MOVE BANCO-SOLICITADO TO BANCO-CODIGO
          MOVE CUENTA-SOLICITADA TO BANCO-CUENTA
          MOVE DIGITO-SOLICITADO TO BANCO-DIGITO
          MOVE "P" TO BANCO-ACTIVO
          WRITE BANCO-REGISTRO
              INVALID KEY
                 REWRITE BANCO-REGISTRO
          END-WRITE
          CLOSE BANCOS-ARCHIVO
          PERFORM MARCA-PENDIENTE-APROBADO
          DISPLAY "CUENTA BANCARIA APLICADA AL ID "
              PENDT-ID(PENDT-ELEGIDO) " EN ESTADO P: LA PROXIMA "
              "REMESA EMITE UNA PRENOTIFICACION DE IMPORTE CERO "
              "Y EL RETORNO SIN RECHAZO LA ACTIVARA."
       END-IF.

       MARCA-PENDIENTE-APROBADO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE "A" TO PENDT-ESTADO(PENDT-ELEGIDO).
       MOVE OPERADOR-ACTUAL TO PENDT-REVISOR(PENDT-ELEGIDO).
       MOVE FECHA-ACTUAL(1:14)
           TO PENDT-FECHA-REVISION(PENDT-ELEGIDO).
       MOVE PENDT-ID(PENDT-ELEGIDO) TO EMPLEADOS-ID.
       MOVE "APRUEBA-CAMBIO" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

       RECHAZA-PENDIENTE.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE "R" TO PENDT-ESTADO(PENDT-ELEGIDO).
       MOVE OPERADOR-ACTUAL TO PENDT-REVISOR(PENDT-ELEGIDO).
       MOVE FECHA-ACTUAL(1:14)
           TO PENDT-FECHA-REVISION(PENDT-ELEGIDO).
       MOVE PENDT-ID(PENDT-ELEGIDO) TO EMPLEADOS-ID.
       MOVE "RECHAZA-CAMBIO" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.
       DISPLAY "CAMBIO RECHAZADO.".

       GRABA-ARCHIVO-PENDIENTES.
       OPEN OUTPUT PENDIENTES-ARCHIVO.
       MOVE 1 TO PENDT-POS.
       PERFORM GRABA-UNA-LINEA-PENDIENTE
           UNTIL PENDT-POS > PENDT-TOTAL.
       CLOSE PENDIENTES-ARCHIVO.

       GRABA-UNA-LINEA-PENDIENTE.
       MOVE PENDT-TIPO(PENDT-POS) TO PEND-TIPO.
       MOVE PENDT-ID(PENDT-POS) TO PEND-EMPLEADOS-ID.
       MOVE PENDT-ANTES(PENDT-POS) TO PEND-ANTES.
       MOVE PENDT-DESPUES(PENDT-POS) TO PEND-DESPUES.
       MOVE PENDT-SOLICITANTE(PENDT-POS) TO PEND-SOLICITANTE.
       MOVE PENDT-FECHA(PENDT-POS) TO PEND-FECHA.
       MOVE PENDT-ESTADO(PENDT-POS) TO PEND-ESTADO.
       MOVE PENDT-REVISOR(PENDT-POS) TO PEND-REVISOR.
       MOVE PENDT-FECHA-REVISION(PENDT-POS)
           TO PEND-FECHA-REVISION.
       WRITE PENDIENTE-REGISTRO.
       ADD 1 TO PENDT-POS.

      ******************************************************************
      * Captura del contrato en el alta: tipo indefinido o temporal
      * con su fecha de fin, con la fecha de alta como inicio.
      ******************************************************************
       CAPTURA-CONTRATO-ALTA.
       DISPLAY "TIPO DE CONTRATO (I=INDEFINIDO, T=TEMPORAL): ".
       ACCEPT CONTRATO-TIPO-CAPTURA.
       IF CONTRATO-TIPO-CAPTURA NOT = "I"
           AND CONTRATO-TIPO-CAPTURA NOT = "T"
          DISPLAY "TIPO NO VALIDO. SE REGISTRA COMO INDEFINIDO."
          MOVE "I" TO CONTRATO-TIPO-CAPTURA
       END-IF.
       MOVE 0 TO CONTRATO-FIN-CAPTURA.
       IF CONTRATO-TIPO-CAPTURA = "T"
          DISPLAY "FECHA DE FIN DEL CONTRATO (AAAAMMDD): "
          ACCEPT CONTRATO-FIN-CAPTURA
          MOVE CONTRATO-FIN-CAPTURA TO FECHA-AUX-X
          MOVE FECHA-AUX-X(5:2) TO MES-AUX-1
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1
          IF MES-AUX-1 < 1 OR MES-AUX-1 > 12
              OR DIA-AUX-1 < 1 OR DIA-AUX-1 > 31
             DISPLAY "FECHA DE FIN NO VALIDA. QUEDA A CERO: "
                 "CARGUELA POR LA OPCION DE CONTRATOS."
             MOVE 0 TO CONTRATO-FIN-CAPTURA
          END-IF
       END-IF.
       MOVE 0 TO RENOVACIONES-PREVIAS.
       PERFORM GRABA-CONTRATO-EMPLEADO.
       DISPLAY "CONTRATO REGISTRADO.".

       GRABA-CONTRATO-EMPLEADO.
       OPEN EXTEND CONTRATOS-ARCHIVO.
       IF CONTRATOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT CONTRATOS-ARCHIVO
       END-IF.
       MOVE EMPLEADOS-ID TO CONTRATO-EMPLEADOS-ID.
       MOVE CONTRATO-TIPO-CAPTURA TO CONTRATO-TIPO.
       MOVE EMPLEADOS-FECHA-ALTA TO CONTRATO-INICIO.
       MOVE CONTRATO-FIN-CAPTURA TO CONTRATO-FIN.
       MOVE RENOVACIONES-PREVIAS TO CONTRATO-RENOVACIONES.
       WRITE CONTRATO-REGISTRO.
       CLOSE CONTRATOS-ARCHIVO.

      ******************************************************************
      * Mantenimiento de contratos de un empleado: lista su
      * historia y registra renovaciones, contando cuantas lleva.
      ******************************************************************
       MANTENIMIENTO-CONTRATOS.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM LISTA-CONTRATOS-EMPLEADO
          DISPLAY "R - REGISTRAR RENOVACION / OTRA TECLA - "
              "VOLVER: "
          ACCEPT OPCION-CONTRATOS
          IF OPCION-CONTRATOS = "R" OR OPCION-CONTRATOS = "r"
             PERFORM REGISTRA-RENOVACION
          END-IF
       END-IF.

       LISTA-CONTRATOS-EMPLEADO.
       MOVE 0 TO CONTRATOS-LISTADOS.
       MOVE 0 TO RENOVACIONES-PREVIAS.
       OPEN INPUT CONTRATOS-ARCHIVO.
       IF CONTRATOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO EXCEP-LEE-TODO
          PERFORM MUESTRA-UN-CONTRATO UNTIL EXCEP-LEE-TODO = "S"
       END-IF.
       CLOSE CONTRATOS-ARCHIVO.
       IF CONTRATOS-LISTADOS = 0
          DISPLAY "EL EMPLEADO NO TIENE CONTRATOS REGISTRADOS."
       END-IF.

       MUESTRA-UN-CONTRATO.
       READ CONTRATOS-ARCHIVO
           AT END MOVE "S" TO EXCEP-LEE-TODO
           NOT AT END
              IF CONTRATO-EMPLEADOS-ID = ID-BUSCADO
                 ADD 1 TO CONTRATOS-LISTADOS
                 DISPLAY "TIPO " CONTRATO-TIPO
                     " INICIO " CONTRATO-INICIO
                     " FIN " CONTRATO-FIN
                     " RENOVACIONES " CONTRATO-RENOVACIONES
                 IF CONTRATO-RENOVACIONES >= RENOVACIONES-PREVIAS
                    MOVE CONTRATO-RENOVACIONES
                        TO RENOVACIONES-PREVIAS
                 END-IF
              END-IF
       END-READ.

       REGISTRA-RENOVACION.
       DISPLAY "TIPO DEL NUEVO TRAMO (I=INDEFINIDO, T=TEMPORAL): ".
       ACCEPT CONTRATO-TIPO-CAPTURA.
       IF CONTRATO-TIPO-CAPTURA NOT = "I"
           AND CONTRATO-TIPO-CAPTURA NOT = "T"
          DISPLAY "TIPO NO VALIDO. RENOVACION NO GRABADA."
       ELSE
          MOVE 0 TO CONTRATO-FIN-CAPTURA
          IF CONTRATO-TIPO-CAPTURA = "T"
             DISPLAY "FECHA DE FIN (AAAAMMDD): "
             ACCEPT CONTRATO-FIN-CAPTURA
          END-IF
          ADD 1 TO RENOVACIONES-PREVIAS
          DISPLAY "FECHA DE INICIO (AAAAMMDD): "
          ACCEPT FECHA-ASIGNACION
          OPEN EXTEND CONTRATOS-ARCHIVO
          IF CONTRATOS-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT CONTRATOS-ARCHIVO
          END-IF
          MOVE ID-BUSCADO TO CONTRATO-EMPLEADOS-ID
          MOVE CONTRATO-TIPO-CAPTURA TO CONTRATO-TIPO
          MOVE FECHA-ASIGNACION TO CONTRATO-INICIO
          MOVE CONTRATO-FIN-CAPTURA TO CONTRATO-FIN
          MOVE RENOVACIONES-PREVIAS TO CONTRATO-RENOVACIONES
          WRITE CONTRATO-REGISTRO
          CLOSE CONTRATOS-ARCHIVO
          MOVE ID-BUSCADO TO EMPLEADOS-ID
          MOVE "RENOVACION-CTR" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          DISPLAY "RENOVACION NUMERO " RENOVACIONES-PREVIAS
              " REGISTRADA."
       END-IF.

      ******************************************************************
      * Prestamos y anticipos (solo nivel 3): alta con el operador
      * que aprueba y listado de saldos a pantalla y PRESTAMO.RPT.
      * Las cuotas las descuenta la nomina.
      ******************************************************************
       MANTENIMIENTO-PRESTAMOS-M.
       MOVE SPACES TO OPCION-PRESTAMOS-MENU.
       PERFORM GESTIONA-PRESTAMOS-M
           UNTIL OPCION-PRESTAMOS-MENU = "0".

       GESTIONA-PRESTAMOS-M.
       DISPLAY "-- PRESTAMOS Y ANTICIPOS --".
       DISPLAY "L - LISTADO DE SALDOS / A - ALTA DE PRESTAMO / "
           "0 - VOLVER".
       ACCEPT OPCION-PRESTAMOS-MENU.
       IF OPCION-PRESTAMOS-MENU = "L"
          PERFORM LISTADO-SALDOS-PRESTAMOS
       ELSE
          IF OPCION-PRESTAMOS-MENU = "A"
             PERFORM ALTA-PRESTAMO
          ELSE
             IF OPCION-PRESTAMOS-MENU NOT = "0"
                DISPLAY "OPCION NO VALIDA."
             END-IF
          END-IF
       END-IF.

       ALTA-PRESTAMO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          OPEN I-O PRESTAMOS-ARCHIVO
          IF PRESTAMOS-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT PRESTAMOS-ARCHIVO
             CLOSE PRESTAMOS-ARCHIVO
             OPEN I-O PRESTAMOS-ARCHIVO
          END-IF
          PERFORM BUSCA-SECUENCIA-PRESTAMO
          MOVE ID-BUSCADO TO PRESTAMO-EMPLEADOS-ID
          MOVE PRESTAMO-SIGUIENTE TO PRESTAMO-SECUENCIA
          DISPLAY "PRINCIPAL DEL PRESTAMO: "
          ACCEPT PRESTAMO-PRINCIPAL
          DISPLAY "CUOTA POR NOMINA: "
          ACCEPT PRESTAMO-CUOTA
          MOVE PRESTAMO-PRINCIPAL TO PRESTAMO-SALDO
          MOVE "A" TO PRESTAMO-ESTADO
          MOVE OPERADOR-ACTUAL TO PRESTAMO-APROBADO-POR
          MOVE FECHA-ACTUAL(1:8) TO PRESTAMO-FECHA
          WRITE PRESTAMO-REGISTRO
          CLOSE PRESTAMOS-ARCHIVO
          MOVE ID-BUSCADO TO EMPLEADOS-ID
          MOVE "ALTA-PRESTAMO" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          DISPLAY "PRESTAMO APROBADO POR " OPERADOR-ACTUAL
              " Y REGISTRADO."
       END-IF.

      ******************************************************************
      * Siguiente numero de prestamo del empleado: uno mas que el
      * mayor de los que ya tiene en PRESTAMOS.DAT.
      ******************************************************************
       BUSCA-SECUENCIA-PRESTAMO.
       MOVE 1 TO PRESTAMO-SIGUIENTE.
       MOVE LOW-VALUES TO PRESTAMO-CLAVE.
       MOVE ID-BUSCADO TO PRESTAMO-EMPLEADOS-ID.
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN PRESTAMO-CLAVE
           INVALID KEY MOVE "S" TO PRESTAMO-LEE-TODO
           NOT INVALID KEY MOVE "N" TO PRESTAMO-LEE-TODO
       END-START.
       PERFORM LEE-SECUENCIA-PRESTAMO UNTIL PRESTAMO-LEE-TODO = "S".

       LEE-SECUENCIA-PRESTAMO.
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO PRESTAMO-LEE-TODO
           NOT AT END
              IF PRESTAMO-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO PRESTAMO-LEE-TODO
              ELSE
                 COMPUTE PRESTAMO-SIGUIENTE = PRESTAMO-SECUENCIA + 1
              END-IF
       END-READ.

       LISTADO-SALDOS-PRESTAMOS.
       MOVE 0 TO PRESTAMOS-LISTADOS.
       OPEN INPUT PRESTAMOS-ARCHIVO.
       IF PRESTAMOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY PRESTAMOS REGISTRADOS."
          CLOSE PRESTAMOS-ARCHIVO
       ELSE
          OPEN OUTPUT REPORTE-PRESTAMOS
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE SPACES TO LINEA-PRESTAMO
          STRING "SALDOS DE PRESTAMOS - FECHA DE EJECUCION: "
              FECHA-ACTUAL(1:14) " " MARCA-ENTORNO
              DELIMITED BY SIZE INTO LINEA-PRESTAMO
          WRITE LINEA-PRESTAMO
          MOVE "N" TO EXCEP-LEE-TODO
          PERFORM LISTA-UN-PRESTAMO UNTIL EXCEP-LEE-TODO = "S"
          MOVE SPACES TO LINEA-PRESTAMO
          STRING "PRESTAMOS ACTIVOS: " PRESTAMOS-LISTADOS
              DELIMITED BY SIZE INTO LINEA-PRESTAMO
          WRITE LINEA-PRESTAMO
          CLOSE REPORTE-PRESTAMOS
          CLOSE PRESTAMOS-ARCHIVO
          DISPLAY PRESTAMOS-LISTADOS " PRESTAMOS ACTIVOS. LISTADO "
              "EN PRESTAMO.RPT."
       END-IF.

       LISTA-UN-PRESTAMO.
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO EXCEP-LEE-TODO
           NOT AT END
              IF PRESTAMO-ESTADO = "A"
                 ADD 1 TO PRESTAMOS-LISTADOS
                 MOVE PRESTAMO-SALDO TO SALDO-PRESTAMO-EDICION
                 MOVE SPACES TO LINEA-PRESTAMO
                 STRING PRESTAMO-EMPLEADOS-ID
                     " SALDO: " SALDO-PRESTAMO-EDICION
                     " APROBADO POR " PRESTAMO-APROBADO-POR
                     " EL " PRESTAMO-FECHA
                     DELIMITED BY SIZE INTO LINEA-PRESTAMO
                 WRITE LINEA-PRESTAMO
                 DISPLAY LINEA-PRESTAMO
              END-IF
       END-READ.

      ******************************************************************
      * Situacion fiscal del empleado (modelo 145): lista su historia
      * y registra una situacion nueva con fecha de vigencia. El
      * numero de hijos se propone a partir de los dependientes con
      * parentesco HIJO/HIJA dados de alta en DEPEND.DAT.
      ******************************************************************
       MANTENIMIENTO-SITUACION-FISCAL.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM LISTA-SITUACIONES-EMPLEADO
          DISPLAY "N - NUEVA SITUACION / OTRA TECLA - VOLVER: "
          ACCEPT OPCION-SITFISCAL
          IF OPCION-SITFISCAL = "N" OR OPCION-SITFISCAL = "n"
             PERFORM REGISTRA-SITUACION-FISCAL
          END-IF
       END-IF.

       LISTA-SITUACIONES-EMPLEADO.
       MOVE 0 TO SITUACIONES-LISTADAS.
       OPEN INPUT SITFISCAL-ARCHIVO.
       IF SITFISCAL-ESTADO-ARCHIVO = "00"
          MOVE LOW-VALUES TO SITFIS-CLAVE
          MOVE ID-BUSCADO TO SITFIS-EMPLEADOS-ID
          START SITFISCAL-ARCHIVO KEY IS NOT LESS THAN SITFIS-CLAVE
              INVALID KEY MOVE "S" TO SITFISCAL-LEE-TODO
              NOT INVALID KEY MOVE "N" TO SITFISCAL-LEE-TODO
          END-START
          PERFORM MUESTRA-UNA-SITUACION UNTIL SITFISCAL-LEE-TODO = "S"
       END-IF.
       CLOSE SITFISCAL-ARCHIVO.
       IF SITUACIONES-LISTADAS = 0
          DISPLAY "EL EMPLEADO NO TIENE MODELO 145 REGISTRADO: "
              "LA NOMINA LE APLICA LA RETENCION POR DEFECTO."
       END-IF.

       MUESTRA-UNA-SITUACION.
       READ SITFISCAL-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO SITFISCAL-LEE-TODO
           NOT AT END
              IF SITFIS-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO SITFISCAL-LEE-TODO
              ELSE
                 ADD 1 TO SITUACIONES-LISTADAS
                 DISPLAY "VIGENCIA " SITFIS-VIGENCIA
                     " ESTADO CIVIL " SITFIS-ESTADO-CIVIL
                     " HIJOS " SITFIS-HIJOS
                     " ASCENDIENTES " SITFIS-ASCENDIENTES
                     " DISCAPACIDAD " SITFIS-DISCAPACIDAD "%"
                     " VIVIENDA " SITFIS-VIVIENDA
              END-IF
       END-READ.

       REGISTRA-SITUACION-FISCAL.
       PERFORM CUENTA-HIJOS-DEPENDIENTES.
       DISPLAY "ESTADO CIVIL (S/C/V/D/P): ".
       ACCEPT SITFIS-ESTADO-CIVIL.
       IF SITFIS-ESTADO-CIVIL NOT = "S"
           AND SITFIS-ESTADO-CIVIL NOT = "C"
           AND SITFIS-ESTADO-CIVIL NOT = "V"
           AND SITFIS-ESTADO-CIVIL NOT = "D"
           AND SITFIS-ESTADO-CIVIL NOT = "P"
          DISPLAY "ESTADO CIVIL NO VALIDO. SITUACION NO GRABADA."
       ELSE
          DISPLAY "HIJOS SEGUN DEPENDIENTES: " HIJOS-DEPENDIENTES
              ". CONFIRMA (S/N): "
          ACCEPT CONFIRMA-HIJOS
          IF CONFIRMA-HIJOS = "S" OR CONFIRMA-HIJOS = "s"
             MOVE HIJOS-DEPENDIENTES TO SITFIS-HIJOS
          ELSE
             DISPLAY "NUMERO DE HIJOS: "
             ACCEPT SITFIS-HIJOS
          END-IF
          DISPLAY "ASCENDIENTES A CARGO: "
          ACCEPT SITFIS-ASCENDIENTES
          DISPLAY "GRADO DE DISCAPACIDAD (0-99 %): "
          ACCEPT SITFIS-DISCAPACIDAD
          DISPLAY "PRESTAMO VIVIENDA HABITUAL (S/N): "
          ACCEPT SITFIS-VIVIENDA
          IF SITFIS-VIVIENDA NOT = "S"
             MOVE "N" TO SITFIS-VIVIENDA
          END-IF
          DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): "
          ACCEPT FECHA-ASIGNACION
          CALL "VALIDA-FECHA" USING FECHA-ASIGNACION
              RESULTADO-FECHA
          IF RESULTADO-FECHA = "N"
             DISPLAY "FECHA NO VALIDA. SITUACION NO GRABADA."
          ELSE
             MOVE ID-BUSCADO TO SITFIS-EMPLEADOS-ID
             MOVE FECHA-ASIGNACION TO SITFIS-VIGENCIA
             OPEN I-O SITFISCAL-ARCHIVO
             IF SITFISCAL-ESTADO-ARCHIVO = "35"
                OPEN OUTPUT SITFISCAL-ARCHIVO
                CLOSE SITFISCAL-ARCHIVO
                OPEN I-O SITFISCAL-ARCHIVO
             END-IF
             WRITE SITFISCAL-REGISTRO
                 INVALID KEY REWRITE SITFISCAL-REGISTRO
             END-WRITE
             CLOSE SITFISCAL-ARCHIVO
             MOVE ID-BUSCADO TO EMPLEADOS-ID
             MOVE "SITUACION-145" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
             DISPLAY "SITUACION FISCAL REGISTRADA CON VIGENCIA "
                 SITFIS-VIGENCIA "."
          END-IF
       END-IF.

       CUENTA-HIJOS-DEPENDIENTES.
       MOVE 0 TO HIJOS-DEPENDIENTES.
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
          PERFORM SITUA-DEPENDIENTES-TITULAR
          PERFORM CUENTA-UN-HIJO UNTIL DEPENDIENTE-LEE-TODO = "1"
       END-IF.
       CLOSE DEPENDIENTES-ARCHIVO.

       CUENTA-UN-HIJO.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "1" TO DEPENDIENTE-LEE-TODO
           NOT AT END
              IF DEPENDIENTE-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "1" TO DEPENDIENTE-LEE-TODO
              ELSE
                 IF DEPENDIENTE-PARENTESCO(1:3) = "HIJ"
                     AND HIJOS-DEPENDIENTES < 99
                    ADD 1 TO HIJOS-DEPENDIENTES
                 END-IF
              END-IF
       END-READ.

      ******************************************************************
      * Deja DEPEND.DAT situado en el primer dependiente del titular
      * ID-BUSCADO; sin ninguno, la lectura queda terminada.
      ******************************************************************
       SITUA-DEPENDIENTES-TITULAR.
       MOVE LOW-VALUES TO DEPENDIENTE-CLAVE.
       MOVE ID-BUSCADO TO DEPENDIENTE-EMPLEADOS-ID.
       START DEPENDIENTES-ARCHIVO
           KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
           INVALID KEY MOVE "1" TO DEPENDIENTE-LEE-TODO
           NOT INVALID KEY MOVE "0" TO DEPENDIENTE-LEE-TODO
       END-START.

      ******************************************************************
      * Jornada parcial o reducida: lista la historia de porcentajes
      * del empleado y registra un cambio con fecha de efecto y
      * motivo. La nomina, el control de horas extra y el derecho de
      * vacaciones aplican el porcentaje vigente.
      ******************************************************************
       MANTENIMIENTO-JORNADA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM LISTA-JORNADAS-EMPLEADO
          DISPLAY "N - NUEVA JORNADA / OTRA TECLA - VOLVER: "
          ACCEPT OPCION-JORNADA
          IF OPCION-JORNADA = "N" OR OPCION-JORNADA = "n"
             PERFORM REGISTRA-JORNADA
          END-IF
       END-IF.

       LISTA-JORNADAS-EMPLEADO.
       MOVE 0 TO JORNADAS-LISTADAS.
       OPEN INPUT JORNADAS-ARCHIVO.
       IF JORNADAS-ESTADO-ARCHIVO = "00"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE ID-BUSCADO TO JORNADA-EMPLEADOS-ID
          START JORNADAS-ARCHIVO KEY IS NOT LESS THAN JORNADA-CLAVE
              INVALID KEY MOVE "S" TO JORNADA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO JORNADA-LEE-TODO
          END-START
          PERFORM MUESTRA-UNA-JORNADA UNTIL JORNADA-LEE-TODO = "S"
       END-IF.
       CLOSE JORNADAS-ARCHIVO.
       IF JORNADAS-LISTADAS = 0
          DISPLAY "EL EMPLEADO NO TIENE JORNADA REGISTRADA: "
              "TRABAJA A JORNADA COMPLETA."
       END-IF.

       MUESTRA-UNA-JORNADA.
       READ JORNADAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO JORNADA-LEE-TODO
           NOT AT END
              IF JORNADA-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 ADD 1 TO JORNADAS-LISTADAS
                 MOVE JORNADA-PORCENTAJE
                     TO PORCENTAJE-JORNADA-EDICION
                 DISPLAY "DESDE " JORNADA-DESDE
                     " JORNADA " PORCENTAJE-JORNADA-EDICION "%"
                     " MOTIVO " JORNADA-MOTIVO
              END-IF
       END-READ.

       REGISTRA-JORNADA.
       DISPLAY "PORCENTAJE DE JORNADA (1-100): ".
       ACCEPT JORNADA-PORCENTAJE.
       IF JORNADA-PORCENTAJE = 0 OR JORNADA-PORCENTAJE > 100
          DISPLAY "PORCENTAJE NO VALIDO. JORNADA NO GRABADA."
       ELSE
          DISPLAY "MOTIVO (RG=GUARDA LEGAL, TP=TIEMPO PARCIAL, "
              "TC=JORNADA COMPLETA): "
          ACCEPT JORNADA-MOTIVO
          IF JORNADA-MOTIVO NOT = "RG"
              AND JORNADA-MOTIVO NOT = "TP"
              AND JORNADA-MOTIVO NOT = "TC"
             DISPLAY "MOTIVO NO VALIDO. JORNADA NO GRABADA."
          ELSE
             DISPLAY "FECHA DE EFECTO (AAAAMMDD): "
             ACCEPT FECHA-ASIGNACION
             CALL "VALIDA-FECHA" USING FECHA-ASIGNACION
                 RESULTADO-FECHA
             IF RESULTADO-FECHA = "N"
                DISPLAY "FECHA NO VALIDA. JORNADA NO GRABADA."
             ELSE
                MOVE ID-BUSCADO TO JORNADA-EMPLEADOS-ID
                MOVE FECHA-ASIGNACION TO JORNADA-DESDE
                OPEN I-O JORNADAS-ARCHIVO
                IF JORNADAS-ESTADO-ARCHIVO = "35"
                   OPEN OUTPUT JORNADAS-ARCHIVO
                   CLOSE JORNADAS-ARCHIVO
                   OPEN I-O JORNADAS-ARCHIVO
                END-IF
                WRITE JORNADA-REGISTRO
                    INVALID KEY REWRITE JORNADA-REGISTRO
                END-WRITE
                CLOSE JORNADAS-ARCHIVO
                MOVE ID-BUSCADO TO EMPLEADOS-ID
                MOVE "CAMBIO-JORNADA" TO ACCION-AUDITADA
                PERFORM GRABA-AUDITORIA
                MOVE "JO" TO AVISO-TIPO
                MOVE ID-BUSCADO TO AVISO-EMPLEADOS-ID
                MOVE FECHA-ASIGNACION TO AVISO-FECHA-EFECTO
                MOVE JORNADA-PORCENTAJE TO AVISO-PORCENTAJE
                PERFORM ENCOLA-AVISO-AFILIACION
                MOVE JORNADA-PORCENTAJE
                    TO PORCENTAJE-JORNADA-EDICION
                DISPLAY "JORNADA DEL " PORCENTAJE-JORNADA-EDICION
                    "% REGISTRADA CON EFECTO " JORNADA-DESDE "."
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * JORNADAS.DAT queda abierto mientras un informe recorre la
      * plantilla; sin archivo, todos cuentan a jornada completa.
      ******************************************************************
       ABRE-JORNADAS.
       MOVE "N" TO JORNADAS-ABIERTO.
       OPEN INPUT JORNADAS-ARCHIVO.
       IF JORNADAS-ESTADO-ARCHIVO = "00"
          MOVE "S" TO JORNADAS-ABIERTO
       END-IF.

       CIERRA-JORNADAS.
       IF JORNADAS-ABIERTO = "S"
          CLOSE JORNADAS-ARCHIVO
          MOVE "N" TO JORNADAS-ABIERTO
       END-IF.

      ******************************************************************
      * Pago por horas: lista la historia de tarifas del empleado y
      * registra un cambio con fecha de efecto. Con tipo "H" la
      * nomina paga las horas fichadas del periodo al precio-hora mas
      * la parte proporcional de pagas extra y vacaciones; con "M", o
      * sin tarifa, el salario mensual del maestro.
      ******************************************************************
       MANTENIMIENTO-TARIFA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM LISTA-TARIFAS-EMPLEADO
          DISPLAY "N - NUEVA TARIFA / OTRA TECLA - VOLVER: "
          ACCEPT OPCION-TARIFA
          IF OPCION-TARIFA = "N" OR OPCION-TARIFA = "n"
             PERFORM REGISTRA-TARIFA
          END-IF
       END-IF.

       LISTA-TARIFAS-EMPLEADO.
       MOVE 0 TO TARIFAS-LISTADAS.
       OPEN INPUT TARIFAS-ARCHIVO.
       IF TARIFAS-ESTADO-ARCHIVO = "00"
          MOVE LOW-VALUES TO TARIFA-CLAVE
          MOVE ID-BUSCADO TO TARIFA-EMPLEADOS-ID
          START TARIFAS-ARCHIVO KEY IS NOT LESS THAN TARIFA-CLAVE
              INVALID KEY MOVE "S" TO TARIFA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO TARIFA-LEE-TODO
          END-START
          PERFORM MUESTRA-UNA-TARIFA UNTIL TARIFA-LEE-TODO = "S"
       END-IF.
       CLOSE TARIFAS-ARCHIVO.
       IF TARIFAS-LISTADAS = 0
          DISPLAY "EL EMPLEADO NO TIENE TARIFA REGISTRADA: "
              "COBRA SALARIO MENSUAL."
       END-IF.

       MUESTRA-UNA-TARIFA.
       READ TARIFAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO TARIFA-LEE-TODO
           NOT AT END
              IF TARIFA-EMPLEADOS-ID NOT = ID-BUSCADO
                 MOVE "S" TO TARIFA-LEE-TODO
              ELSE
                 ADD 1 TO TARIFAS-LISTADAS
                 IF TARIFA-TIPO-PAGO = "H"
                    MOVE TARIFA-PRECIO-HORA TO PRECIO-HORA-EDICION
                    DISPLAY "DESDE " TARIFA-DESDE
                        " POR HORAS A " PRECIO-HORA-EDICION
                        " LA HORA"
                 ELSE
                    DISPLAY "DESDE " TARIFA-DESDE " MENSUAL"
                 END-IF
              END-IF
       END-READ.

       REGISTRA-TARIFA.
       DISPLAY "TIPO DE PAGO (H=POR HORAS, M=MENSUAL): ".
       ACCEPT TARIFA-TIPO-PAGO.
       IF TARIFA-TIPO-PAGO NOT = "H" AND TARIFA-TIPO-PAGO NOT = "M"
          DISPLAY "TIPO DE PAGO NO VALIDO. TARIFA NO GRABADA."
       ELSE
          MOVE 0 TO TARIFA-PRECIO-HORA
          IF TARIFA-TIPO-PAGO = "H"
             DISPLAY "PRECIO POR HORA: "
             ACCEPT TARIFA-PRECIO-HORA
          END-IF
          IF TARIFA-TIPO-PAGO = "H" AND TARIFA-PRECIO-HORA = 0
             DISPLAY "PRECIO NO VALIDO. TARIFA NO GRABADA."
          ELSE
             DISPLAY "FECHA DE EFECTO (AAAAMMDD): "
             ACCEPT FECHA-ASIGNACION
             CALL "VALIDA-FECHA" USING FECHA-ASIGNACION
                 RESULTADO-FECHA
             IF RESULTADO-FECHA = "N"
                DISPLAY "FECHA NO VALIDA. TARIFA NO GRABADA."
             ELSE
                MOVE ID-BUSCADO TO TARIFA-EMPLEADOS-ID
                MOVE FECHA-ASIGNACION TO TARIFA-DESDE
                OPEN I-O TARIFAS-ARCHIVO
                IF TARIFAS-ESTADO-ARCHIVO = "35"
                   OPEN OUTPUT TARIFAS-ARCHIVO
                   CLOSE TARIFAS-ARCHIVO
                   OPEN I-O TARIFAS-ARCHIVO
                END-IF
                WRITE TARIFA-REGISTRO
                    INVALID KEY REWRITE TARIFA-REGISTRO
                END-WRITE
                CLOSE TARIFAS-ARCHIVO
                MOVE ID-BUSCADO TO EMPLEADOS-ID
                MOVE "CAMBIO-TARIFA" TO ACCION-AUDITADA
                PERFORM GRABA-AUDITORIA
                DISPLAY "TARIFA REGISTRADA CON EFECTO "
                    TARIFA-DESDE "."
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Linea de mando: lista la historia de responsables del
      * empleado y registra un cambio con fecha de efecto. El nuevo
      * responsable debe existir y estar activo, y el cambio se
      * rechaza si cerrara un bucle (el empleado acabaria por encima
      * de si mismo) en su fecha de efecto o en cualquier fecha
      * posterior con cambios ya grabados.
      ******************************************************************
       MANTENIMIENTO-RESPONSABLE.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          PERFORM CARGA-JEFES
          MOVE 0 TO JEFES-LISTADOS
          MOVE 1 TO JEFT-POS
          PERFORM MUESTRA-UN-JEFE UNTIL JEFT-POS > JEFT-TOTAL
          IF JEFES-LISTADOS = 0
             DISPLAY "EL EMPLEADO NO TIENE RESPONSABLE REGISTRADO."
          END-IF
          DISPLAY "N - NUEVO RESPONSABLE / OTRA TECLA - VOLVER: "
          ACCEPT OPCION-RESPONSABLE
          IF OPCION-RESPONSABLE = "N" OR OPCION-RESPONSABLE = "n"
             PERFORM REGISTRA-RESPONSABLE
          END-IF
       END-IF.

       CARGA-JEFES.
       MOVE 0 TO JEFT-TOTAL.
       OPEN INPUT JEFES-ARCHIVO.
       IF JEFES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO JEFE-LEE-TODO
          PERFORM CARGA-UN-JEFE UNTIL JEFE-LEE-TODO = "S"
       END-IF.
       CLOSE JEFES-ARCHIVO.

       CARGA-UN-JEFE.
       READ JEFES-ARCHIVO
           AT END MOVE "S" TO JEFE-LEE-TODO
           NOT AT END
              IF JEFT-TOTAL < 500
                 ADD 1 TO JEFT-TOTAL
                 MOVE JEFE-EMPLEADOS-ID
                     TO JEFT-EMPLEADOS-ID(JEFT-TOTAL)
                 MOVE JEFE-RESPONSABLE-ID
                     TO JEFT-RESPONSABLE(JEFT-TOTAL)
                 MOVE JEFE-DESDE TO JEFT-DESDE(JEFT-TOTAL)
              ELSE
                 DISPLAY "AVISO: TABLA DE RESPONSABLES LLENA."
                 MOVE "S" TO JEFE-LEE-TODO
              END-IF
       END-READ.

       MUESTRA-UN-JEFE.
       IF JEFT-EMPLEADOS-ID(JEFT-POS) = ID-BUSCADO
          ADD 1 TO JEFES-LISTADOS
          DISPLAY "DESDE " JEFT-DESDE(JEFT-POS)
              " RESPONSABLE " JEFT-RESPONSABLE(JEFT-POS)
       END-IF.
       ADD 1 TO JEFT-POS.

       REGISTRA-RESPONSABLE.
       DISPLAY "ID DEL RESPONSABLE (0 = SIN RESPONSABLE): ".
       ACCEPT RESPONSABLE-NUEVO.
       MOVE "S" TO RESPONSABLE-VALIDO.
       IF RESPONSABLE-NUEVO = ID-BUSCADO
          DISPLAY "UN EMPLEADO NO PUEDE SER SU PROPIO RESPONSABLE."
          MOVE "N" TO RESPONSABLE-VALIDO
       ELSE
          IF RESPONSABLE-NUEVO NOT = 0
             MOVE RESPONSABLE-NUEVO TO EMPLEADOS-ID
             READ EMPLEADOS-ARCHIVO
                 INVALID KEY MOVE "N" TO ENCONTRADO
                 NOT INVALID KEY MOVE "S" TO ENCONTRADO
             END-READ
             IF ENCONTRADO = "N"
                DISPLAY "EL RESPONSABLE " RESPONSABLE-NUEVO
                    " NO ESTA EN EL MAESTRO."
                MOVE "N" TO RESPONSABLE-VALIDO
             ELSE
                IF EMPLEADO-INACTIVO
                   DISPLAY "EL RESPONSABLE " RESPONSABLE-NUEVO
                       " ESTA DE BAJA."
                   MOVE "N" TO RESPONSABLE-VALIDO
                END-IF
             END-IF
          END-IF
       END-IF.
       IF RESPONSABLE-VALIDO = "N"
          DISPLAY "RESPONSABLE NO GRABADO."
       ELSE
          DISPLAY "FECHA DE EFECTO (AAAAMMDD): "
          ACCEPT FECHA-RESPONSABLE
          CALL "VALIDA-FECHA" USING FECHA-RESPONSABLE
              RESULTADO-FECHA
          IF RESULTADO-FECHA = "N"
             DISPLAY "FECHA NO VALIDA. RESPONSABLE NO GRABADO."
          ELSE
             IF JEFT-TOTAL NOT < 500
                DISPLAY "AVISO: TABLA DE RESPONSABLES LLENA. "
                    "RESPONSABLE NO GRABADO."
             ELSE
                PERFORM COMPRUEBA-BUCLE-JEFES
                IF BUCLE-DETECTADO = "S"
                   DISPLAY "EL CAMBIO CERRARIA UN BUCLE EN LA LINEA "
                       "DE MANDO. RESPONSABLE NO GRABADO."
                ELSE
                   PERFORM GRABA-RESPONSABLE
                END-IF
             END-IF
          END-IF
       END-IF.

       GRABA-RESPONSABLE.
       MOVE ID-BUSCADO TO JEFE-EMPLEADOS-ID.
       MOVE RESPONSABLE-NUEVO TO JEFE-RESPONSABLE-ID.
       MOVE FECHA-RESPONSABLE TO JEFE-DESDE.
       OPEN EXTEND JEFES-ARCHIVO.
       IF JEFES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT JEFES-ARCHIVO
       END-IF.
       WRITE JEFE-REGISTRO.
       CLOSE JEFES-ARCHIVO.
       MOVE ID-BUSCADO TO EMPLEADOS-ID.
       MOVE "CAMBIO-JEFE" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.
       DISPLAY "RESPONSABLE " RESPONSABLE-NUEVO
           " REGISTRADO CON EFECTO " FECHA-RESPONSABLE ".".

      ******************************************************************
      * Control de bucles: el cambio propuesto se anade al final de
      * la tabla (a igual fecha manda el ultimo) y desde el empleado
      * se sube por la linea de mando en la fecha de efecto y en
      * cada fecha posterior de la historia. Volver al empleado es
      * un bucle. Se retira de la tabla al terminar.
      ******************************************************************
       COMPRUEBA-BUCLE-JEFES.
       ADD 1 TO JEFT-TOTAL.
       MOVE ID-BUSCADO TO JEFT-EMPLEADOS-ID(JEFT-TOTAL).
       MOVE RESPONSABLE-NUEVO TO JEFT-RESPONSABLE(JEFT-TOTAL).
       MOVE FECHA-RESPONSABLE TO JEFT-DESDE(JEFT-TOTAL).
       MOVE "N" TO BUCLE-DETECTADO.
       MOVE FECHA-RESPONSABLE TO FECHA-COMPROBADA.
       PERFORM RECORRE-CADENA-JEFES.
       MOVE 1 TO JEFT-POS-2.
       PERFORM COMPRUEBA-BUCLE-FECHA
           UNTIL JEFT-POS-2 > JEFT-TOTAL
           OR BUCLE-DETECTADO = "S".
       SUBTRACT 1 FROM JEFT-TOTAL.

       COMPRUEBA-BUCLE-FECHA.
       IF JEFT-DESDE(JEFT-POS-2) > FECHA-RESPONSABLE
          MOVE JEFT-DESDE(JEFT-POS-2) TO FECHA-COMPROBADA
          PERFORM RECORRE-CADENA-JEFES
       END-IF.
       ADD 1 TO JEFT-POS-2.

       RECORRE-CADENA-JEFES.
       MOVE ID-BUSCADO TO JEFE-CADENA.
       MOVE 0 TO PASOS-CADENA.
       PERFORM SUBE-UN-NIVEL.
       PERFORM SUBE-UN-NIVEL
           UNTIL JEFE-CADENA = 0
           OR JEFE-CADENA = ID-BUSCADO
           OR PASOS-CADENA > JEFT-TOTAL.
       IF JEFE-CADENA NOT = 0 AND JEFE-CADENA = ID-BUSCADO
          MOVE "S" TO BUCLE-DETECTADO
       END-IF.

       SUBE-UN-NIVEL.
       MOVE 0 TO JEFE-VIGENTE.
       MOVE 0 TO JEFE-VIGENTE-DESDE.
       MOVE 1 TO JEFT-POS.
       PERFORM BUSCA-JEFE-VIGENTE UNTIL JEFT-POS > JEFT-TOTAL.
       MOVE JEFE-VIGENTE TO JEFE-CADENA.
       ADD 1 TO PASOS-CADENA.

       BUSCA-JEFE-VIGENTE.
       IF JEFT-EMPLEADOS-ID(JEFT-POS) = JEFE-CADENA
           AND JEFT-DESDE(JEFT-POS) NOT > FECHA-COMPROBADA
           AND JEFT-DESDE(JEFT-POS) NOT < JEFE-VIGENTE-DESDE
          MOVE JEFT-RESPONSABLE(JEFT-POS) TO JEFE-VIGENTE
          MOVE JEFT-DESDE(JEFT-POS) TO JEFE-VIGENTE-DESDE
       END-IF.
       ADD 1 TO JEFT-POS.

      ******************************************************************
      * Equivalente a tiempo completo del empleado en curso a
      * FECHA-JORNADA: su porcentaje vigente partido por 100. Las
      * jornadas del empleado se leen por la clave en orden de fecha
      * y vale la ultima que no pase de FECHA-JORNADA.
      ******************************************************************
       DETERMINA-JORNADA-EMPLEADO.
       MOVE 100 TO PORCENTAJE-JORNADA.
       IF JORNADAS-ABIERTO = "S"
          MOVE LOW-VALUES TO JORNADA-CLAVE
          MOVE EMPLEADOS-ID TO JORNADA-EMPLEADOS-ID
          START JORNADAS-ARCHIVO KEY IS NOT LESS THAN JORNADA-CLAVE
              INVALID KEY MOVE "S" TO JORNADA-LEE-TODO
              NOT INVALID KEY MOVE "N" TO JORNADA-LEE-TODO
          END-START
          PERFORM BUSCA-JORNADA-VIGENTE UNTIL JORNADA-LEE-TODO = "S"
       END-IF.
       COMPUTE FTE-EMPLEADO = PORCENTAJE-JORNADA / 100.

       BUSCA-JORNADA-VIGENTE.
       READ JORNADAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO JORNADA-LEE-TODO
           NOT AT END
              IF JORNADA-EMPLEADOS-ID NOT = EMPLEADOS-ID
                  OR JORNADA-DESDE > FECHA-JORNADA
                 MOVE "S" TO JORNADA-LEE-TODO
              ELSE
                 MOVE JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA
              END-IF
       END-READ.

      ******************************************************************
      * Gastos de viaje: captura (nivel 2), revision con
      * doble control (nivel 3 y distinto del operador que capturo)
      * y listado por departamento de los pendientes y rechazados.
      * Los aprobados los liquida la nomina del periodo siguiente.
      ******************************************************************
       MANTENIMIENTO-GASTOS-VIAJE.
       MOVE SPACES TO OPCION-GASTOS-MENU.
       PERFORM GESTIONA-GASTOS-VIAJE
           UNTIL OPCION-GASTOS-MENU = "0".

       GESTIONA-GASTOS-VIAJE.
       DISPLAY "-- GASTOS DE VIAJE --".
       DISPLAY "C - CAPTURAR / R - REVISAR / L - LISTADO POR "
           "DEPARTAMENTO / 0 - VOLVER".
       ACCEPT OPCION-GASTOS-MENU.
       IF OPCION-GASTOS-MENU = "C"
          PERFORM CAPTURA-GASTO-VIAJE
       ELSE
          IF OPCION-GASTOS-MENU = "R"
             IF NIVEL-OPERADOR >= 3
                PERFORM REVISA-GASTOS-VIAJE
             ELSE
                MOVE 3 TO NIVEL-REQUERIDO
                PERFORM RECHAZA-POR-AUTORIZACION
             END-IF
          ELSE
             IF OPCION-GASTOS-MENU = "L"
                PERFORM LISTADO-GASTOS-DEPARTAMENTO
             ELSE
                IF OPCION-GASTOS-MENU NOT = "0"
                   DISPLAY "OPCION NO VALIDA."
                END-IF
             END-IF
          END-IF
       END-IF.

       CAPTURA-GASTO-VIAJE.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          IF EMPLEADO-INACTIVO
             DISPLAY "EL EMPLEADO " ID-BUSCADO
                 " ESTA DADO DE BAJA. GASTO NO GRABADO."
          ELSE
             PERFORM PIDE-DATOS-GASTO
          END-IF
       END-IF.

       PIDE-DATOS-GASTO.
       MOVE ZEROES TO GASTO-KILOMETROS.
       MOVE ZEROES TO GASTO-IMPORTE.
       DISPLAY "FECHA DEL GASTO (AAAAMMDD): ".
       ACCEPT FECHA-ASIGNACION.
       CALL "VALIDA-FECHA" USING FECHA-ASIGNACION RESULTADO-FECHA.
       DISPLAY "TIPO (D=DIETA K=KILOMETRAJE P=PEAJE): ".
       ACCEPT GASTO-TIPO.
       IF GASTO-TIPO = "K"
          DISPLAY "KILOMETROS: "
          ACCEPT GASTO-KILOMETROS
          COMPUTE GASTO-IMPORTE ROUNDED
              = GASTO-KILOMETROS * PRECIO-KILOMETRO
       ELSE
          DISPLAY "IMPORTE: "
          ACCEPT GASTO-IMPORTE
       END-IF.
       DISPLAY "REFERENCIA DEL JUSTIFICANTE: ".
       ACCEPT GASTO-JUSTIFICANTE.
       IF RESULTADO-FECHA = "N"
          DISPLAY "FECHA NO VALIDA. GASTO NO GRABADO."
       ELSE
          IF GASTO-TIPO NOT = "D" AND GASTO-TIPO NOT = "K"
              AND GASTO-TIPO NOT = "P"
             DISPLAY "TIPO DE GASTO NO VALIDO. GASTO NO GRABADO."
          ELSE
             IF GASTO-IMPORTE = 0 OR GASTO-JUSTIFICANTE = SPACES
                DISPLAY "IMPORTE Y JUSTIFICANTE SON OBLIGATORIOS. "
                    "GASTO NO GRABADO."
             ELSE
                PERFORM GRABA-GASTO-VIAJE
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * El numero del gasto nuevo sigue al ultimo de GASTOS.DAT, que
      * es el ultimo en el orden de la clave.
      ******************************************************************
       GRABA-GASTO-VIAJE.
       MOVE GASTO-REGISTRO TO GASTO-CAPTURADO.
       OPEN I-O GASTOS-ARCHIVO.
       IF GASTOS-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT GASTOS-ARCHIVO
          CLOSE GASTOS-ARCHIVO
          OPEN I-O GASTOS-ARCHIVO
       END-IF.
       IF GASTOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR GASTOS.DAT. ESTADO: "
              GASTOS-ESTADO-ARCHIVO ". GASTO NO GRABADO."
       ELSE
          MOVE 0 TO ULTIMO-NUMERO-GASTO
          MOVE "N" TO GASTOS-LEE-TODO
          PERFORM BUSCA-ULTIMO-NUMERO-GASTO
              UNTIL GASTOS-LEE-TODO = "S"
          MOVE GASTO-CAPTURADO TO GASTO-REGISTRO
          PERFORM ALTA-GASTO-VIAJE
       END-IF.
       CLOSE GASTOS-ARCHIVO.

       BUSCA-ULTIMO-NUMERO-GASTO.
       READ GASTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO GASTOS-LEE-TODO
           NOT AT END MOVE GASTO-NUMERO TO ULTIMO-NUMERO-GASTO
       END-READ.

       ALTA-GASTO-VIAJE.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       ADD 1 TO ULTIMO-NUMERO-GASTO GIVING GASTO-NUMERO.
       MOVE ID-BUSCADO TO GASTO-EMPLEADOS-ID.
       MOVE FECHA-ASIGNACION TO GASTO-FECHA.
       MOVE "P" TO GASTO-ESTADO.
       MOVE OPERADOR-ACTUAL TO GASTO-SOLICITANTE.
       MOVE SPACES TO GASTO-REVISOR.
       MOVE SPACES TO GASTO-PERIODO-PAGO.
       WRITE GASTO-REGISTRO
           INVALID KEY
              DISPLAY "NO SE PUDO GRABAR EL GASTO. ESTADO: "
                  GASTOS-ESTADO-ARCHIVO
           NOT INVALID KEY
              MOVE ID-BUSCADO TO EMPLEADOS-ID
              MOVE "ALTA-GASTO" TO ACCION-AUDITADA
              PERFORM GRABA-AUDITORIA
              MOVE GASTO-IMPORTE TO GASTO-IMPORTE-EDICION
              DISPLAY "GASTO " GASTO-NUMERO " POR "
                  GASTO-IMPORTE-EDICION " PENDIENTE DE APROBACION."
       END-WRITE.

      ******************************************************************
      * Revision: se listan los pendientes leyendo GASTOS.DAT y el
      * gasto elegido se lee por su numero y se regraba resuelto.
      ******************************************************************
       REVISA-GASTOS-VIAJE.
       OPEN I-O GASTOS-ARCHIVO.
       IF GASTOS-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO HAY GASTOS REGISTRADOS."
       ELSE
          MOVE SPACES TO DECISION-GASTO
          PERFORM RESUELVE-GASTO-VIAJE UNTIL DECISION-GASTO = "0"
       END-IF.
       CLOSE GASTOS-ARCHIVO.

       RESUELVE-GASTO-VIAJE.
       MOVE ZEROES TO GASTO-NUMERO.
       START GASTOS-ARCHIVO KEY IS NOT LESS THAN GASTO-NUMERO
           INVALID KEY MOVE "S" TO GASTOS-LEE-TODO
           NOT INVALID KEY MOVE "N" TO GASTOS-LEE-TODO
       END-START.
       PERFORM MUESTRA-GASTO-PENDIENTE UNTIL GASTOS-LEE-TODO = "S".
       DISPLAY "NUMERO DE GASTO A RESOLVER (0 - VOLVER): ".
       ACCEPT GASTO-ELEGIDO.
       IF GASTO-ELEGIDO = 0
          MOVE "0" TO DECISION-GASTO
       ELSE
          MOVE GASTO-ELEGIDO TO GASTO-NUMERO
          READ GASTOS-ARCHIVO KEY IS GASTO-NUMERO
              INVALID KEY
                 DISPLAY "GASTO NO ENCONTRADO."
              NOT INVALID KEY
                 PERFORM VALIDA-GASTO-ELEGIDO
          END-READ
       END-IF.

       VALIDA-GASTO-ELEGIDO.
       IF GASTO-ESTADO NOT = "P"
          DISPLAY "ESE GASTO YA ESTA RESUELTO."
       ELSE
          IF GASTO-SOLICITANTE = OPERADOR-ACTUAL
             DISPLAY "EL REVISOR DEBE SER DISTINTO DEL "
                 "SOLICITANTE. NO SE RESUELVE."
          ELSE
             PERFORM DECIDE-GASTO-VIAJE
          END-IF
       END-IF.

       MUESTRA-GASTO-PENDIENTE.
       READ GASTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO GASTOS-LEE-TODO
           NOT AT END
              IF GASTO-ESTADO = "P"
                 MOVE GASTO-IMPORTE TO GASTO-IMPORTE-EDICION
                 DISPLAY "GASTO " GASTO-NUMERO
                     " ID " GASTO-EMPLEADOS-ID
                     " FECHA " GASTO-FECHA
                     " TIPO " GASTO-TIPO
                     " IMPORTE " GASTO-IMPORTE-EDICION
                     " JUST. " GASTO-JUSTIFICANTE
                     " CAPTURO " GASTO-SOLICITANTE
              END-IF
       END-READ.

       DECIDE-GASTO-VIAJE.
       DISPLAY "A - APROBAR / R - RECHAZAR: ".
       ACCEPT DECISION-GASTO.
       MOVE GASTO-EMPLEADOS-ID TO EMPLEADOS-ID.
       IF DECISION-GASTO = "A" OR DECISION-GASTO = "a"
          MOVE "A" TO GASTO-ESTADO
          MOVE OPERADOR-ACTUAL TO GASTO-REVISOR
          PERFORM REGRABA-GASTO-VIAJE
          MOVE "APRUEBA-GASTO" TO ACCION-AUDITADA
          PERFORM GRABA-AUDITORIA
          DISPLAY "GASTO " GASTO-ELEGIDO
              " APROBADO. SE PAGARA EN LA PROXIMA NOMINA."
       ELSE
          IF DECISION-GASTO = "R" OR DECISION-GASTO = "r"
             MOVE "R" TO GASTO-ESTADO
             MOVE OPERADOR-ACTUAL TO GASTO-REVISOR
             PERFORM REGRABA-GASTO-VIAJE
             MOVE "RECHAZA-GASTO" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
             DISPLAY "GASTO " GASTO-ELEGIDO " RECHAZADO."
          END-IF
       END-IF.
       MOVE SPACES TO DECISION-GASTO.

       REGRABA-GASTO-VIAJE.
       REWRITE GASTO-REGISTRO
           INVALID KEY
              DISPLAY "AVISO: NO SE PUDO REGRABAR EL GASTO "
                  GASTO-NUMERO ". ESTADO: " GASTOS-ESTADO-ARCHIVO
       END-REWRITE.

      ******************************************************************
      * Listado de gastos pendientes y rechazados agrupado por el
      * departamento actual del empleado, con subtotal por
      * departamento, en GASTOS.RPT. Los gastos se ordenan por
      * departamento y numero con el SORT.
      ******************************************************************
       LISTADO-GASTOS-DEPARTAMENTO.
       MOVE 0 TO GASTOS-LISTADOS.
       MOVE 0 TO GASTOS-TOTAL-LISTADO.
       OPEN OUTPUT REPORTE-GASTOS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE SPACES TO LINEA-GASTO.
       STRING "GASTOS DE VIAJE PENDIENTES Y RECHAZADOS - FECHA: "
           FECHA-ACTUAL(1:14) " " MARCA-ENTORNO
           DELIMITED BY SIZE INTO LINEA-GASTO.
       WRITE LINEA-GASTO.
       SORT TRABAJO-GASTOS
           ON ASCENDING KEY ORDGASTO-DEPARTAMENTO ORDGASTO-NUMERO
           INPUT PROCEDURE IS LIBERA-GASTOS-LISTADO
           OUTPUT PROCEDURE IS RETORNA-GASTOS-LISTADO.
       MOVE GASTOS-TOTAL-LISTADO TO GASTO-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-GASTO.
       STRING "TOTAL GASTOS LISTADOS: " GASTOS-LISTADOS
           " IMPORTE: " GASTO-IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-GASTO.
       WRITE LINEA-GASTO.
       CLOSE REPORTE-GASTOS.
       DISPLAY GASTOS-LISTADOS " GASTOS PENDIENTES O RECHAZADOS. "
           "LISTADO EN GASTOS.RPT.".

       LIBERA-GASTOS-LISTADO.
       OPEN INPUT GASTOS-ARCHIVO.
       IF GASTOS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO GASTOS-LEE-TODO
          PERFORM LIBERA-UN-GASTO UNTIL GASTOS-LEE-TODO = "S"
       END-IF.
       CLOSE GASTOS-ARCHIVO.

       LIBERA-UN-GASTO.
       READ GASTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO GASTOS-LEE-TODO
           NOT AT END
              IF GASTO-ESTADO = "P" OR GASTO-ESTADO = "R"
                 MOVE GASTO-EMPLEADOS-ID TO ID-BUSCADO
                 PERFORM LOCALIZA-POR-ID
                 IF ENCONTRADO = "S"
                    MOVE EMPLEADOS-DEPARTAMENTO
                        TO ORDGASTO-DEPARTAMENTO
                 ELSE
                    MOVE "SIN-EMPL" TO ORDGASTO-DEPARTAMENTO
                 END-IF
                 MOVE GASTO-NUMERO TO ORDGASTO-NUMERO
                 MOVE GASTO-EMPLEADOS-ID TO ORDGASTO-EMPLEADOS-ID
                 MOVE GASTO-FECHA TO ORDGASTO-FECHA
                 MOVE GASTO-TIPO TO ORDGASTO-TIPO
                 MOVE GASTO-IMPORTE TO ORDGASTO-IMPORTE
                 MOVE GASTO-JUSTIFICANTE TO ORDGASTO-JUSTIFICANTE
                 MOVE GASTO-ESTADO TO ORDGASTO-ESTADO
                 MOVE GASTO-SOLICITANTE TO ORDGASTO-SOLICITANTE
                 MOVE GASTO-REVISOR TO ORDGASTO-REVISOR
                 RELEASE ORDGASTO-REGISTRO
              END-IF
       END-READ.

       RETORNA-GASTOS-LISTADO.
       MOVE HIGH-VALUES TO GASTO-DEPTO-ANTERIOR.
       MOVE "N" TO FIN-ORDENACION.
       PERFORM RETORNA-UN-GASTO UNTIL FIN-ORDENACION = "S".
       IF GASTO-DEPTO-ANTERIOR NOT = HIGH-VALUES
          PERFORM ESCRIBE-SUBTOTAL-GASTOS
       END-IF.

       RETORNA-UN-GASTO.
       RETURN TRABAJO-GASTOS
           AT END MOVE "S" TO FIN-ORDENACION
           NOT AT END
              IF ORDGASTO-DEPARTAMENTO NOT = GASTO-DEPTO-ANTERIOR
                 IF GASTO-DEPTO-ANTERIOR NOT = HIGH-VALUES
                    PERFORM ESCRIBE-SUBTOTAL-GASTOS
                 END-IF
                 PERFORM ESCRIBE-CABECERA-DEPTO-GASTOS
              END-IF
              PERFORM LISTA-UN-GASTO
       END-RETURN.

       ESCRIBE-CABECERA-DEPTO-GASTOS.
       MOVE ORDGASTO-DEPARTAMENTO TO GASTO-DEPTO-ANTERIOR.
       MOVE 0 TO GASTOS-SUBTOTAL.
       MOVE SPACES TO LINEA-GASTO.
       WRITE LINEA-GASTO.
       MOVE SPACES TO LINEA-GASTO.
       STRING "DEPARTAMENTO: " GASTO-DEPTO-ANTERIOR
           DELIMITED BY SIZE INTO LINEA-GASTO.
       WRITE LINEA-GASTO.

       ESCRIBE-SUBTOTAL-GASTOS.
       MOVE GASTOS-SUBTOTAL TO GASTO-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-GASTO.
       STRING "  SUBTOTAL " GASTO-DEPTO-ANTERIOR
           ": " GASTO-IMPORTE-EDICION
           DELIMITED BY SIZE INTO LINEA-GASTO.
       WRITE LINEA-GASTO.
       DISPLAY LINEA-GASTO.

       LISTA-UN-GASTO.
       ADD 1 TO GASTOS-LISTADOS.
       ADD ORDGASTO-IMPORTE TO GASTOS-SUBTOTAL.
       ADD ORDGASTO-IMPORTE TO GASTOS-TOTAL-LISTADO.
       MOVE ORDGASTO-IMPORTE TO GASTO-IMPORTE-EDICION.
       MOVE SPACES TO LINEA-GASTO.
       STRING "  " ORDGASTO-NUMERO
           " " ORDGASTO-EMPLEADOS-ID
           " " ORDGASTO-FECHA
           " " ORDGASTO-TIPO
           " " GASTO-IMPORTE-EDICION
           " " ORDGASTO-JUSTIFICANTE
           " " ORDGASTO-ESTADO
           " " ORDGASTO-SOLICITANTE
           " " ORDGASTO-REVISOR
           DELIMITED BY SIZE INTO LINEA-GASTO.
       WRITE LINEA-GASTO.

       GRABA-EXCEPCION-SALARIAL.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND EXCEPCIONES-SALARIO.
                   MOVE ZEROES TO ASIGT-HASTA(ASIGT-TOTAL)
                   PERFORM GRABA-ARCHIVO-ASIGNACIONES
                   DISPLAY "PUESTO ASIGNADO."
                   PERFORM MUESTRA-CARENCIAS-PUESTO
                   MOVE ID-BUSCADO TO EMPLEADOS-ID
                   MOVE "ASIGNA-PUESTO" TO ACCION-AUDITADA
                   PERFORM GRABA-AUDITORIA
          END-IF
       END-IF.

      ******************************************************************
      * Formacion obligatoria del puesto recien asignado que la
      * persona no tiene o tiene caducada a fecha de hoy, para que
      * la carencia se vea en el momento de la asignacion.
      ******************************************************************
       MUESTRA-CARENCIAS-PUESTO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-CARENCIAS.
       CALL "CARENCIAS-FORMACION" USING ID-BUSCADO PUESTO-BUSCADO
           FECHA-CARENCIAS CARENCIAS-PUESTO.
       IF CARENCIAS-PUESTO > 0
          DISPLAY "AVISO: " CARENCIAS-PUESTO " CURSOS OBLIGATORIOS "
              "DEL PUESTO PENDIENTES PARA EL EMPLEADO " ID-BUSCADO "."
       END-IF.

      ******************************************************************
      * La tabla de asignaciones solo guarda la historia del empleado
      * ID-BUSCADO, leida por la clave desde su ID.
      ******************************************************************
       CARGA-ASIGNACIONES.
       MOVE 0 TO ASIGT-TOTAL.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE ID-BUSCADO TO ASIGNA-ID-CARGA
          PERFORM LEE-ASIGNACIONES-ID
       END-IF.
       CLOSE ASIGNACIONES-ARCHIVO.

       LEE-ASIGNACIONES-ID.
       MOVE 0 TO ASIGT-TOTAL.
       MOVE LOW-VALUES TO ASIGNA-CLAVE.
       MOVE ASIGNA-ID-CARGA TO ASIGNA-EMPLEADOS-ID.
       START ASIGNACIONES-ARCHIVO KEY IS NOT LESS THAN ASIGNA-CLAVE
           INVALID KEY MOVE "S" TO ASIGNA-LEE-TODO
           NOT INVALID KEY MOVE "N" TO ASIGNA-LEE-TODO
       END-START.
       PERFORM CARGA-UNA-ASIGNACION UNTIL ASIGNA-LEE-TODO = "S".

       CARGA-UNA-ASIGNACION.
       READ ASIGNACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO ASIGNA-LEE-TODO
           NOT AT END
              IF ASIGNA-EMPLEADOS-ID NOT = ASIGNA-ID-CARGA
                 MOVE "S" TO ASIGNA-LEE-TODO
              ELSE
                 PERFORM GUARDA-UNA-ASIGNACION
              END-IF
       END-READ.

       GUARDA-UNA-ASIGNACION.
       IF ASIGT-TOTAL < 200
          ADD 1 TO ASIGT-TOTAL
          MOVE ASIGNA-EMPLEADOS-ID TO ASIGT-ID(ASIGT-TOTAL)
          MOVE ASIGNA-PUESTO TO ASIGT-PUESTO(ASIGT-TOTAL)
          MOVE ASIGNA-FECHA-DESDE TO ASIGT-DESDE(ASIGT-TOTAL)
          MOVE ASIGNA-FECHA-HASTA TO ASIGT-HASTA(ASIGT-TOTAL)
       ELSE
          DISPLAY "AVISO: EL ID " ASIGNA-ID-CARGA
              " TIENE MAS DE 200 ASIGNACIONES."
       END-IF.

       CIERRA-ASIGNACION-VIGENTE.
       MOVE 1 TO ASIGT-POS.
       PERFORM CIERRA-UNA-ASIGNACION UNTIL ASIGT-POS > ASIGT-TOTAL.
       END-IF.
       ADD 1 TO ASIGT-POS.

      ******************************************************************
      * Cada asignacion del empleado se graba por su clave: las que
      * ya estaban se reescriben (la vigente con su fecha de cierre)
      * y la nueva se agrega.
      ******************************************************************
       GRABA-ARCHIVO-ASIGNACIONES.
       OPEN I-O ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT ASIGNACIONES-ARCHIVO
          CLOSE ASIGNACIONES-ARCHIVO
          OPEN I-O ASIGNACIONES-ARCHIVO
       END-IF.
       IF ASIGNACIONES-ESTADO-ARCHIVO NOT = "00"
          DISPLAY "NO SE PUDO ABRIR ASIGNA.DAT. ESTADO: "
              ASIGNACIONES-ESTADO-ARCHIVO
       ELSE
          MOVE 1 TO ASIGT-POS
          PERFORM GRABA-UNA-ASIGNACION UNTIL ASIGT-POS > ASIGT-TOTAL
       END-IF.
       CLOSE ASIGNACIONES-ARCHIVO.

       GRABA-UNA-ASIGNACION.
       MOVE ASIGT-PUESTO(ASIGT-POS) TO ASIGNA-PUESTO.
       MOVE ASIGT-DESDE(ASIGT-POS) TO ASIGNA-FECHA-DESDE.
       MOVE ASIGT-HASTA(ASIGT-POS) TO ASIGNA-FECHA-HASTA.
       WRITE ASIGNACION-REGISTRO
           INVALID KEY REWRITE ASIGNACION-REGISTRO
       END-WRITE.
       ADD 1 TO ASIGT-POS.

      ******************************************************************
          OPEN OUTPUT REPORTE-CARRERA
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE SPACES TO LINEA-CARRERA
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING "HISTORIAL DE CARRERA - " EMPLEADOS-ID " "
              EMPLEADOS-NOMBRE " " APELLIDOS-MOSTRADOS(1:30)
              " - FECHA DE EJECUCION: " FECHA-ACTUAL(1:14)
              " " MARCA-ENTORNO
              DELIMITED BY SIZE INTO LINEA-CARRERA
      * la fecha de alta como fecha efectiva.
      ******************************************************************
       CONTROLA-BANDA-ALTA.
       DISPLAY "CODIGO DE PUESTO (BLANCO = SIN PUESTO): ".
       ACCEPT PUESTO-ALTA-ELEGIDO.
       PERFORM CONTROLA-BANDA-PUESTO-ALTA.

       CONTROLA-BANDA-PUESTO-ALTA.
       MOVE "N" TO BANDA-BLOQUEADA.
       IF PUESTO-ALTA-ELEGIDO NOT = SPACES
          PERFORM CARGA-PUESTOS
          PERFORM CARGA-BANDAS
          MOVE EMPLEADOS-CIUDAD TO HISTORICO-CIUDAD
          MOVE EMPLEADOS-PROVINCIA TO HISTORICO-PROVINCIA
          MOVE EMPLEADOS-NIF TO HISTORICO-NIF
          MOVE EMPLEADOS-NAF TO HISTORICO-NAF
          MOVE EMPLEADOS-SEXO TO HISTORICO-SEXO
          MOVE EMPLEADOS-EMPRESA TO HISTORICO-EMPRESA
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-ACTUAL(1:8) TO HISTORICO-FECHA-ARCHIVO
          MOVE "ARCHIVO-BAJA" TO HISTORICO-MOTIVO-ARCHIVO
          IF ARCHIVO-DESDE-CHECKPOINT >= CHECKPOINT-INTERVALO
             PERFORM GRABA-CHECKPOINT-ARCHIVO
          END-IF
          IF DEPEND-TRASLADO-ABIERTO = "S"
             PERFORM TRASLADA-DEPENDIENTES-TITULAR
          END-IF
       END-IF.
       PERFORM LEE-SIGUIENTE-REGISTRO.
             MOVE "S" TO REGISTRO-CRITICO
             PERFORM ESCRIBE-LINEA-VALIDACION
          END-IF
          IF EMPLEADOS-PRIMER-APELLIDO = SPACES
             MOVE "PRIMER APELLIDO EN BLANCO" TO MOTIVO-VALIDACION
             MOVE "CRITICO" TO SEVERIDAD-VALIDACION
             MOVE "S" TO REGISTRO-CRITICO
             PERFORM ESCRIBE-LINEA-VALIDACION
       IF ENCONTRADO = "S"
          DISPLAY "NOMBRE DEL DEPENDIENTE: "
          ACCEPT DEPENDIENTE-NOMBRE
          DISPLAY "PRIMER APELLIDO: "
          ACCEPT DEPENDIENTE-PRIMER-APELLIDO
          DISPLAY "SEGUNDO APELLIDO: "
          ACCEPT DEPENDIENTE-SEGUNDO-APELLIDO
          DISPLAY "PARENTESCO: "
          ACCEPT DEPENDIENTE-PARENTESCO
          MOVE "N" TO RESULTADO-FECHA
          PERFORM PIDE-FECHA-NACIMIENTO-DEP
              UNTIL RESULTADO-FECHA = "S"
          MOVE ID-BUSCADO TO DEPENDIENTE-EMPLEADOS-ID
          OPEN I-O DEPENDIENTES-ARCHIVO
          IF DEPENDIENTES-ESTADO-ARCHIVO = "35"
             OPEN OUTPUT DEPENDIENTES-ARCHIVO
          END-IF
          WRITE DEPENDIENTE-REGISTRO
              INVALID KEY
                 DISPLAY "ESE DEPENDIENTE YA ESTA REGISTRADO PARA EL "
                     "EMPLEADO " ID-BUSCADO
              NOT INVALID KEY
                 DISPLAY "DEPENDIENTE REGISTRADO PARA EL EMPLEADO "
                     ID-BUSCADO
          END-WRITE
          CLOSE DEPENDIENTES-ARCHIVO
       ELSE
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       END-IF.
       DISPLAY "INFORME DE DEPENDIENTES ESCRITO EN DEPEND.RPT.".

       LEE-SIGUIENTE-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "1" TO DEPENDIENTE-LEE-TODO.

       ESCRIBE-LINEA-DEPENDIENTE.
       PERFORM LOCALIZA-POR-ID.
       MOVE SPACES TO LINEA-DEPENDIENTE.
       IF ENCONTRADO = "S"
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING DEPENDIENTE-EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " DEPENDIENTE: "
              DEPENDIENTE-NOMBRE " " DEPENDIENTE-PRIMER-APELLIDO " "
              DEPENDIENTE-SEGUNDO-APELLIDO
              " (" DEPENDIENTE-PARENTESCO ") NAC: "
              DEPENDIENTE-FECHA-NACIMIENTO
              DELIMITED BY SIZE INTO LINEA-DEPENDIENTE
       ELSE
          STRING DEPENDIENTE-EMPLEADOS-ID " (EMPLEADO NO ENCONTRADO) "
              "DEPENDIENTE: " DEPENDIENTE-NOMBRE " "
              DEPENDIENTE-PRIMER-APELLIDO " "
              DEPENDIENTE-SEGUNDO-APELLIDO
              DELIMITED BY SIZE INTO LINEA-DEPENDIENTE
       END-IF.
       WRITE LINEA-DEPENDIENTE.
       PERFORM LEE-SIGUIENTE-DEPENDIENTE.

      ******************************************************************
      * Activos de empresa que el empleado dado de baja aun tiene:
      * se listan para reclamarlos antes de liquidar el finiquito.
      ******************************************************************
       MUESTRA-ACTIVOS-PENDIENTES.
       CALL "ACTIVOS-PENDIENTES" USING ID-BUSCADO
           ACTIVOS-PENDIENTES-TOTAL ACTIVOS-PENDIENTES-VALOR.
       IF ACTIVOS-PENDIENTES-TOTAL > 0
          DISPLAY "AVISO: " ACTIVOS-PENDIENTES-TOTAL " ACTIVOS DE "
              "EMPRESA SIN DEVOLVER. EL FINIQUITO QUEDARA RETENIDO "
              "O CON DESCUENTO HASTA SU DEVOLUCION O BAJA."
       END-IF.
       BAJA-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO A DAR DE BAJA: ".
       ACCEPT ID-BUSCADO.
       IF BLOQUEO-OBTENIDO = "N"
          MOVE "N" TO ENCONTRADO
       ELSE
          PERFORM LOCALIZA-AUTORIZADO
       END-IF.
       IF ENCONTRADO = "S"
          IF EMPLEADO-INACTIVO
             PERFORM PIDE-MOTIVO-BAJA
             MOVE "N" TO RESULTADO-FECHA
             PERFORM PIDE-FECHA-BAJA UNTIL RESULTADO-FECHA = "S"
             IF EMPLEADO-SUSPENDIDO
                PERFORM CIERRA-EXCEDENCIA-BAJA
             END-IF
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
             MOVE "I" TO EMPLEADOS-ESTADO
             REWRITE EMPLEADOS-REGISTRO
             MOVE "BAJA" TO ACCION-DIARIO
             PERFORM GRABA-DIARIO-CAMBIO
             PERFORM GRABA-REGISTRO-BAJA
             PERFORM CIERRA-TRAMO-SERVICIO
             MOVE "BA" TO AVISO-TIPO
             MOVE ID-BUSCADO TO AVISO-EMPLEADOS-ID
             MOVE FECHA-BAJA-CAPTURA TO AVISO-FECHA-EFECTO
             MOVE 0 TO AVISO-PORCENTAJE
             PERFORM ENCOLA-AVISO-AFILIACION
             PERFORM MUESTRA-ACTIVOS-PENDIENTES
             DISPLAY "RECUERDE LIQUIDAR EL FINIQUITO CON EL "
                 "PROGRAMA FINIQUITO."
             END-IF
          END-IF
       ELSE
          IF BLOQUEO-OBTENIDO = "S"
              AND EMPRESA-AUTORIZADA NOT = "N"
             DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
          END-IF
       END-IF.
              " NO VALIDA (AAAAMMDD, SIN FECHAS FUTURAS)."
       END-IF.

      ******************************************************************
      * Avisos de afiliacion: el alta lleva la fecha de alta del
      * registro recien grabado y jornada completa (un tiempo
      * parcial se registra despues y viaja como su propio aviso).
      ******************************************************************
       ENCOLA-AVISO-ALTA.
       MOVE "AL" TO AVISO-TIPO.
       MOVE EMPLEADOS-ID TO AVISO-EMPLEADOS-ID.
       MOVE EMPLEADOS-FECHA-ALTA TO AVISO-FECHA-EFECTO.
       MOVE 100 TO AVISO-PORCENTAJE.
       PERFORM ENCOLA-AVISO-AFILIACION.

       ENCOLA-AVISO-AFILIACION.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:14) TO AVISO-FECHA-COLA.
       MOVE "N" TO AVISO-ALERTADO.
       OPEN EXTEND AVISOS-AFILIACION.
       IF AFIL-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AVISOS-AFILIACION
       END-IF.
       WRITE AVISO-REGISTRO.
       CLOSE AVISOS-AFILIACION.

      ******************************************************************
      * Tramos de servicio de la persona: lista sus tramos (por NIF,
      * aunque fueran con otro ID) con la antiguedad que resulta a
      * hoy, y permite reconocer o dejar sin reconocer un tramo
      * anterior, o registrar uno que no consta en el sistema.
      ******************************************************************
       MANTENIMIENTO-TRAMOS-SERVICIO.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM LOCALIZA-POR-ID.
       IF ENCONTRADO = "N"
          DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
       ELSE
          MOVE "L" TO MODO-SERVICIO
          MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID
          MOVE EMPLEADOS-NIF TO SERVICIO-NIF
          CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO
          IF SERVICIO-TRAMOS-PREVIOS = 0
             DISPLAY "LA PERSONA NO TIENE TRAMOS DE SERVICIO "
                 "REGISTRADOS."
          END-IF
          MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
          MOVE FECHA-ACTUAL(1:8) TO SERVICIO-FECHA
          PERFORM CALCULA-ANTIGUEDAD-SERVICIO
          DISPLAY "ANTIGUEDAD RECONOCIDA A HOY: " SERVICIO-DIAS
              " DIAS (FECHA DE ANTIGUEDAD "
              SERVICIO-FECHA-ANTIGUEDAD ")."
          DISPLAY "R - RECONOCER TRAMO / N - NO RECONOCER TRAMO / "
              "A - TRAMO ANTERIOR / OTRA TECLA - VOLVER: "
          ACCEPT OPCION-SERVICIO
          IF OPCION-SERVICIO = "R" OR OPCION-SERVICIO = "r"
             MOVE "S" TO SERVICIO-RECONOCIDO
             MOVE "RECONOCE-TRAMO" TO ACCION-AUDITADA
             PERFORM MARCA-TRAMO-SERVICIO
          ELSE
             IF OPCION-SERVICIO = "N" OR OPCION-SERVICIO = "n"
                MOVE "N" TO SERVICIO-RECONOCIDO
                MOVE "ANULA-TRAMO" TO ACCION-AUDITADA
                PERFORM MARCA-TRAMO-SERVICIO
             ELSE
                IF OPCION-SERVICIO = "A" OR OPCION-SERVICIO = "a"
                   PERFORM REGISTRA-TRAMO-ANTERIOR
                END-IF
             END-IF
          END-IF
       END-IF.

       MARCA-TRAMO-SERVICIO.
       DISPLAY "NUMERO DE TRAMO: ".
       ACCEPT SERVICIO-LINEA.
       MOVE "M" TO MODO-SERVICIO.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.
       IF SERVICIO-RESULTADO = "S"
          DISPLAY "TRAMO " SERVICIO-LINEA " ACTUALIZADO."
          PERFORM GRABA-AUDITORIA
       ELSE
          DISPLAY "NUMERO DE TRAMO NO VALIDO, O ES EL DEL EMPLEO EN "
              "CURSO (SIEMPRE CUENTA)."
       END-IF.

      ******************************************************************
      * Tramo anterior que no consta (empleo previo a los tramos,
      * o un reinstalado cuyo empleo anterior no se registro).
      ******************************************************************
       REGISTRA-TRAMO-ANTERIOR.
       DISPLAY "INICIO DEL TRAMO (AAAAMMDD): ".
       ACCEPT TRAMO-INICIO-CAPTURA.
       CALL "VALIDA-FECHA" USING TRAMO-INICIO-CAPTURA RESULTADO-FECHA.
       IF RESULTADO-FECHA = "S"
          DISPLAY "FIN DEL TRAMO (AAAAMMDD): "
          ACCEPT TRAMO-FIN-CAPTURA
          CALL "VALIDA-FECHA" USING TRAMO-FIN-CAPTURA RESULTADO-FECHA
       END-IF.
       IF RESULTADO-FECHA = "N"
          DISPLAY "FECHA NO VALIDA (AAAAMMDD, SIN FECHAS FUTURAS). "
              "TRAMO NO GRABADO."
       ELSE
          IF TRAMO-INICIO-CAPTURA > TRAMO-FIN-CAPTURA
             DISPLAY "EL TRAMO TERMINA ANTES DE EMPEZAR. TRAMO NO "
                 "GRABADO."
          ELSE
             PERFORM PIDE-MOTIVO-BAJA
             DISPLAY "RECONOCER ESTE TRAMO (S/N): "
             ACCEPT SERVICIO-RECONOCIDO
             IF SERVICIO-RECONOCIDO = "S" OR SERVICIO-RECONOCIDO = "s"
                MOVE "S" TO SERVICIO-RECONOCIDO
             ELSE
                MOVE "N" TO SERVICIO-RECONOCIDO
             END-IF
             MOVE "P" TO MODO-SERVICIO
             MOVE TRAMO-INICIO-CAPTURA TO SERVICIO-FECHA-ALTA
             MOVE TRAMO-FIN-CAPTURA TO SERVICIO-FECHA
             MOVE MOTIVO-BAJA-ELEGIDO TO SERVICIO-MOTIVO
             CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO
                 DATOS-SERVICIO
             IF SERVICIO-RESULTADO = "S"
                DISPLAY "TRAMO ANTERIOR REGISTRADO."
                MOVE "TRAMO-ANTERIOR" TO ACCION-AUDITADA
                PERFORM GRABA-AUDITORIA
             END-IF
          END-IF
       END-IF.

      ******************************************************************
      * Excedencia: un empleado activo pasa al estado S con su
      * registro de excedencia (tipo, inicio, reincorporacion
      * prevista y reserva de puesto) y sale de la nomina; uno en
      * excedencia se reincorpora, vuelve al estado A y la nomina lo
      * recoge de nuevo en el siguiente proceso.
      ******************************************************************
       MANTENIMIENTO-EXCEDENCIA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT ID-BUSCADO.
       PERFORM INTENTA-BLOQUEO.
       IF BLOQUEO-OBTENIDO = "N"
          MOVE "N" TO ENCONTRADO
       ELSE
          PERFORM LOCALIZA-POR-ID
       END-IF.
       IF ENCONTRADO = "S"
          IF EMPLEADO-ACTIVO
             PERFORM INICIA-EXCEDENCIA
          ELSE
             IF EMPLEADO-SUSPENDIDO
                PERFORM REINCORPORA-EXCEDENCIA
             ELSE
                DISPLAY "EL EMPLEADO " ID-BUSCADO
                    " NO ESTA ACTIVO NI EN EXCEDENCIA."
             END-IF
          END-IF
       ELSE
          IF BLOQUEO-OBTENIDO = "S"
             DISPLAY "NO SE ENCONTRO EL EMPLEADO " ID-BUSCADO
          END-IF
       END-IF.
       PERFORM LIBERA-BLOQUEO.

       INICIA-EXCEDENCIA.
       MOVE "S" TO EXCEDENCIA-VALIDA.
       DISPLAY "TIPO DE EXCEDENCIA (VO=VOLUNTARIA, CH=CUIDADO DE "
           "HIJOS, CF=CUIDADO DE FAMILIARES, FO=FORZOSA): ".
       ACCEPT EXCEDENCIA-TIPO.
       INSPECT EXCEDENCIA-TIPO CONVERTING "vochfr" TO "VOCHFR".
       IF EXCEDENCIA-TIPO NOT = "VO" AND EXCEDENCIA-TIPO NOT = "CH"
           AND EXCEDENCIA-TIPO NOT = "CF"
           AND EXCEDENCIA-TIPO NOT = "FO"
          DISPLAY "TIPO DE EXCEDENCIA NO VALIDO."
          MOVE "N" TO EXCEDENCIA-VALIDA
       END-IF.
       IF EXCEDENCIA-VALIDA = "S"
          DISPLAY "FECHA DE INICIO (AAAAMMDD): "
          ACCEPT EXCEDENCIA-INICIO
          CALL "VALIDA-FECHA" USING EXCEDENCIA-INICIO RESULTADO-FECHA
          IF RESULTADO-FECHA = "N"
             DISPLAY "FECHA DE INICIO NO VALIDA (AAAAMMDD, SIN "
                 "FECHAS FUTURAS)."
             MOVE "N" TO EXCEDENCIA-VALIDA
          END-IF
       END-IF.
       IF EXCEDENCIA-VALIDA = "S"
          DISPLAY "FECHA PREVISTA DE REINCORPORACION (AAAAMMDD): "
          ACCEPT EXCEDENCIA-RETORNO
          MOVE EXCEDENCIA-RETORNO TO FECHA-AUX-X
          MOVE FECHA-AUX-X(5:2) TO MES-AUX-1
          MOVE FECHA-AUX-X(7:2) TO DIA-AUX-1
          IF MES-AUX-1 < 1 OR MES-AUX-1 > 12
              OR DIA-AUX-1 < 1 OR DIA-AUX-1 > 31
              OR EXCEDENCIA-RETORNO NOT > EXCEDENCIA-INICIO
             DISPLAY "FECHA PREVISTA NO VALIDA O NO POSTERIOR AL "
                 "INICIO."
             MOVE "N" TO EXCEDENCIA-VALIDA
          END-IF
       END-IF.
       IF EXCEDENCIA-VALIDA = "N"
          DISPLAY "EXCEDENCIA NO GRABADA."
       ELSE
          DISPLAY "PUESTO RESERVADO (S/N): "
          ACCEPT EXCEDENCIA-RESERVA
          IF EXCEDENCIA-RESERVA = "S" OR EXCEDENCIA-RESERVA = "s"
             MOVE "S" TO EXCEDENCIA-RESERVA
          ELSE
             MOVE "N" TO EXCEDENCIA-RESERVA
          END-IF
          MOVE "I" TO MODO-EXCEDENCIA
          MOVE EMPLEADOS-ID TO EXCEDENCIA-EMPLEADOS-ID
          CALL "EXCEDENCIAS" USING MODO-EXCEDENCIA DATOS-EXCEDENCIA
          IF EXCEDENCIA-RESULTADO = "N"
             DISPLAY "YA CONSTA UNA EXCEDENCIA ABIERTA DEL EMPLEADO "
                 ID-BUSCADO " EN EXCEDENC.DAT. EXCEDENCIA NO GRABADA."
          ELSE
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
             MOVE "S" TO EMPLEADOS-ESTADO
             REWRITE EMPLEADOS-REGISTRO
             MOVE "EXCEDENCIA" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
             MOVE "EXCEDENCIA" TO ACCION-DIARIO
             PERFORM GRABA-DIARIO-CAMBIO
             DISPLAY "EMPLEADO " ID-BUSCADO " EN EXCEDENCIA HASTA "
                 EXCEDENCIA-RETORNO ". QUEDA FUERA DE LA NOMINA."
          END-IF
       END-IF.

       REINCORPORA-EXCEDENCIA.
       MOVE "C" TO MODO-EXCEDENCIA.
       MOVE EMPLEADOS-ID TO EXCEDENCIA-EMPLEADOS-ID.
       CALL "EXCEDENCIAS" USING MODO-EXCEDENCIA DATOS-EXCEDENCIA.
       MOVE EXCEDENCIA-RESULTADO TO EXCEDENCIA-ABIERTA.
       IF EXCEDENCIA-ABIERTA = "S"
          DISPLAY "EXCEDENCIA " EXCEDENCIA-TIPO " DESDE "
              EXCEDENCIA-INICIO ", REINCORPORACION PREVISTA "
              EXCEDENCIA-RETORNO ", PUESTO RESERVADO: "
              EXCEDENCIA-RESERVA
       ELSE
          DISPLAY "AVISO: NO CONSTA LA EXCEDENCIA ABIERTA EN "
              "EXCEDENC.DAT."
       END-IF.
       DISPLAY "FECHA DE REINCORPORACION (AAAAMMDD): ".
       ACCEPT EXCEDENCIA-FECHA.
       CALL "VALIDA-FECHA" USING EXCEDENCIA-FECHA RESULTADO-FECHA.
       IF RESULTADO-FECHA = "N"
          DISPLAY "FECHA NO VALIDA (AAAAMMDD, SIN FECHAS FUTURAS). "
              "REINCORPORACION NO GRABADA."
       ELSE
          IF EXCEDENCIA-ABIERTA = "S"
              AND EXCEDENCIA-FECHA < EXCEDENCIA-INICIO
             DISPLAY "LA REINCORPORACION ES ANTERIOR AL INICIO DE "
                 "LA EXCEDENCIA. REINCORPORACION NO GRABADA."
          ELSE
             MOVE "F" TO MODO-EXCEDENCIA
             CALL "EXCEDENCIAS" USING MODO-EXCEDENCIA
                 DATOS-EXCEDENCIA
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
             MOVE "A" TO EMPLEADOS-ESTADO
             REWRITE EMPLEADOS-REGISTRO
             MOVE "REINCORPORA" TO ACCION-AUDITADA
             PERFORM GRABA-AUDITORIA
             MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
             MOVE "REINCORPORA" TO ACCION-DIARIO
             PERFORM GRABA-DIARIO-CAMBIO
             DISPLAY "EMPLEADO " ID-BUSCADO " REINCORPORADO. VUELVE "
                 "A LA NOMINA DESDE EL PROXIMO PROCESO."
          END-IF
       END-IF.

      ******************************************************************
      * Baja de un empleado en excedencia: la excedencia se cierra
      * con la fecha de la baja.
      ******************************************************************
       CIERRA-EXCEDENCIA-BAJA.
       MOVE "B" TO MODO-EXCEDENCIA.
       MOVE EMPLEADOS-ID TO EXCEDENCIA-EMPLEADOS-ID.
       MOVE FECHA-BAJA-CAPTURA TO EXCEDENCIA-FECHA.
       CALL "EXCEDENCIAS" USING MODO-EXCEDENCIA DATOS-EXCEDENCIA.

      ******************************************************************
      * Empleado en excedencia con el puesto reservado: sigue
      * ocupando su plaza autorizada (EXCEDENCIA-RESERVA = "S").
      ******************************************************************
       CONSULTA-RESERVA-EXCEDENCIA.
       MOVE "C" TO MODO-EXCEDENCIA.
       MOVE EMPLEADOS-ID TO EXCEDENCIA-EMPLEADOS-ID.
       CALL "EXCEDENCIAS" USING MODO-EXCEDENCIA DATOS-EXCEDENCIA.
       IF EXCEDENCIA-RESULTADO = "N"
          MOVE "N" TO EXCEDENCIA-RESERVA
       END-IF.

      ******************************************************************
      * Tramos de servicio: el alta abre el tramo desde su fecha de
      * alta y avisa si la persona (por NIF) ya trabajo antes, para
      * que un operador de nivel 3 reconozca o no esos tramos por la
      * opcion 43; la baja cierra el tramo con su fecha y motivo.
      ******************************************************************
       ABRE-TRAMO-SERVICIO.
       MOVE "A" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.
       IF SERVICIO-TRAMOS-PREVIOS > 0
          DISPLAY "REINGRESO: LA PERSONA TIENE "
              SERVICIO-TRAMOS-PREVIOS " TRAMOS DE SERVICIO ANTERIORES."
              " REVISE SU RECONOCIMIENTO POR LA OPCION 43."
       END-IF.

      ******************************************************************
      * Lista de incorporacion: el alta deja pendientes las tareas
      * del catalogo; la cuenta, el NIF, el contrato y el puesto se
      * verifican solos despues, el resto lo marca un operador por
      * el programa de estado de incorporacion.
      ******************************************************************
       CREA-LISTA-INCORPORACION.
       MOVE "A" TO MODO-INCORPORACION.
       MOVE EMPLEADOS-ID TO INCORP-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO INCORP-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO INCORP-FECHA-ALTA.
       CALL "LISTA-INCORPORACION" USING MODO-INCORPORACION
           DATOS-INCORPORACION.
       IF INCORP-RESULTADO = "S"
          DISPLAY "LISTA DE INCORPORACION CREADA CON "
              INCORP-PENDIENTES " TAREAS PENDIENTES."
       END-IF.

       CIERRA-TRAMO-SERVICIO.
       MOVE "C" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       MOVE FECHA-BAJA-CAPTURA TO SERVICIO-FECHA.
       MOVE MOTIVO-BAJA-ELEGIDO TO SERVICIO-MOTIVO.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.

      ******************************************************************
      * Antiguedad del empleado leido a una fecha de referencia
      * (SERVICIO-FECHA): dias de servicio reconocidos y fecha de
      * antiguedad equivalente.
      ******************************************************************
       CALCULA-ANTIGUEDAD-SERVICIO.
       MOVE "S" TO MODO-SERVICIO.
       MOVE EMPLEADOS-ID TO SERVICIO-EMPLEADOS-ID.
       MOVE EMPLEADOS-NIF TO SERVICIO-NIF.
       MOVE EMPLEADOS-FECHA-ALTA TO SERVICIO-FECHA-ALTA.
       CALL "TRAMOS-SERVICIO" USING MODO-SERVICIO DATOS-SERVICIO.

       GRABA-REGISTRO-BAJA.
       OPEN EXTEND BAJAS-ARCHIVO.
       IF BAJAS-ESTADO-ARCHIVO = "35"
       MOVE 0 TO DEPENDIENTES-TITULAR.
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
          PERFORM SITUA-DEPENDIENTES-TITULAR
          PERFORM CUENTA-UN-DEPENDIENTE
              UNTIL DEPENDIENTE-LEE-TODO = "1"
       END-IF.
       CLOSE DEPENDIENTES-ARCHIVO.

       CUENTA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "1" TO DEPENDIENTE-LEE-TODO
           NOT AT END
              IF DEPENDIENTE-EMPLEADOS-ID = ID-BUSCADO
                 ADD 1 TO DEPENDIENTES-TITULAR
              ELSE
                 MOVE "1" TO DEPENDIENTE-LEE-TODO
              END-IF
       END-READ.

          END-IF
          MOVE EMPLEADOS-ID TO ORDEN-ID
          MOVE EMPLEADOS-NOMBRE TO ORDEN-NOMBRE
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          MOVE APELLIDOS-MOSTRADOS TO ORDEN-APELLIDOS
          MOVE EDAD-DERIVADA TO ORDEN-EDAD
          MOVE EMPLEADOS-TELEFONO TO ORDEN-TELEFONO
          RELEASE ORDEN-REGISTRO
           DELIMITED BY SIZE INTO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       MOVE SPACES TO LINEA-REPORTE.
       STRING "ID     NOMBRE          APELLIDOS                     "
           "EDAD TELEFONO"
           DELIMITED BY SIZE INTO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       MOVE 0 TO LINEA-CONTADOR.
          PERFORM CALCULA-EDAD-DERIVADA
          MOVE EDAD-DERIVADA TO EDAD-EDICION
          MOVE SPACES TO LINEA-REPORTE
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " " EDAD-EDICION " "
              EMPLEADOS-TELEFONO DELIMITED BY SIZE INTO LINEA-REPORTE
          WRITE LINEA-REPORTE
          ADD 1 TO LINEA-CONTADOR

       INFORME-DEPARTAMENTOS.
       PERFORM CARGA-REPARTOS.
       PERFORM ABRE-JORNADAS.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:8) TO FECHA-JORNADA-X.
       MOVE 0 TO DEPTO-TOTAL-USADOS.
       PERFORM INICIA-ESCANEO-EMPLEADOS.
       PERFORM ACUMULA-DEPARTAMENTO UNTIL LEE-TODO = "1".
       PERFORM CIERRA-JORNADAS.
       MOVE "DEPTOS" TO SPOOL-REPORTE.
       PERFORM PREPARA-SALIDA-SPOOL.
       MOVE SPOOL-NOMBRE-SALIDA TO DEPTOS-NOMBRE-ARCHIVO.
             MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-CODIGO(DEPTO-POS)
             MOVE 0 TO DEPTO-CONTADOR(DEPTO-POS)
             MOVE 0 TO DEPTO-TOTAL-SALARIO(DEPTO-POS)
             MOVE 0 TO DEPTO-FTE(DEPTO-POS)
             MOVE "S" TO DEPTO-ENCONTRADO
          ELSE
             DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA. SE OMITE "
       END-IF.
       IF DEPTO-ENCONTRADO = "S"
          ADD 1 TO DEPTO-CONTADOR(DEPTO-POS)
          ADD FTE-EMPLEADO TO DEPTO-FTE(DEPTO-POS)
          ADD EMPLEADOS-SALARIO TO DEPTO-TOTAL-SALARIO(DEPTO-POS)
       END-IF.

       ELSE
          MOVE "(SIN DESCRIPCION EN MAESTRO)" TO DESCRIPCION-DEPTO-RPT
       END-IF.
       MOVE DEPTO-FTE(DEPTO-POS) TO FTE-EDICION.
       MOVE SPACES TO LINEA-DEPTO.
       STRING DEPTO-CODIGO(DEPTO-POS) " " DESCRIPCION-DEPTO-RPT
           " EMPLEADOS: "
           DEPTO-CONTADOR(DEPTO-POS) " FTE: " FTE-EDICION
           " SALARIO TOTAL: "
           DEPTO-SAL-MOSTRADO DELIMITED BY SIZE
           INTO LINEA-DEPTO.
       WRITE LINEA-DEPTO.

       INFORME-ANTIGUEDAD.
       PERFORM CARGA-PUESTOS.
       MOVE "N" TO ASIGNA-ABIERTO.
       OPEN INPUT ASIGNACIONES-ARCHIVO.
       IF ASIGNACIONES-ESTADO-ARCHIVO = "00"
          MOVE "S" TO ASIGNA-ABIERTO
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       MOVE FECHA-ACTUAL(1:4) TO ANIO-ACTUAL.
       MOVE "ANTIGUED" TO SPOOL-REPORTE.
       PERFORM INICIA-ESCANEO-EMPLEADOS.
       PERFORM ESCRIBE-LINEA-ANTIGUEDAD UNTIL LEE-TODO = "1".
       CLOSE REPORTE-ANTIGUEDAD.
       CLOSE ASIGNACIONES-ARCHIVO.
       MOVE "N" TO ASIGNA-ABIERTO.
       PERFORM REGISTRA-SPOOL.
       MOVE "ANTIGUEDAD" TO ACCION-AUDITADA.
       PERFORM GRABA-AUDITORIA.

       ESCRIBE-LINEA-ANTIGUEDAD.
       IF EMPLEADO-ACTIVO
          MOVE FECHA-ACTUAL(1:8) TO SERVICIO-FECHA
          PERFORM CALCULA-ANTIGUEDAD-SERVICIO
          MOVE SERVICIO-FECHA-ANTIGUEDAD(1:4) TO ANIO-ALTA
          SUBTRACT ANIO-ALTA FROM ANIO-ACTUAL GIVING ANTIGUEDAD-ANIOS
          PERFORM DESCRIBE-PUESTO-VIGENTE
          MOVE SPACES TO LINEA-ANTIGUEDAD
          PERFORM EDITA-APELLIDOS-MOSTRADOS
          STRING EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
              APELLIDOS-MOSTRADOS(1:30) " " ANTIGUEDAD-ANIOS " ANIOS"
              " PUESTO: " TITULO-PUESTO-RPT
              DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD
          WRITE LINEA-ANTIGUEDAD
      ******************************************************************
       DESCRIBE-PUESTO-VIGENTE.
       MOVE "(SIN PUESTO)" TO TITULO-PUESTO-RPT.
       MOVE 0 TO ASIGT-TOTAL.
       IF ASIGNA-ABIERTO = "S"
          MOVE EMPLEADOS-ID TO ASIGNA-ID-CARGA
          PERFORM LEE-ASIGNACIONES-ID
       END-IF.
       MOVE 1 TO ASIGT-POS.
       PERFORM EVALUA-PUESTO-VIGENTE UNTIL ASIGT-POS > ASIGT-TOTAL.

          PERFORM EDITA-SALARIO-MOSTRADO
          MOVE SPACES TO LINEA-CSV
          STRING EMPLEADOS-ID "," EMPLEADOS-NOMBRE ","
              EMPLEADOS-PRIMER-APELLIDO ","
              EMPLEADOS-SEGUNDO-APELLIDO "," EDAD-DERIVADA ","
              EMPLEADOS-TELEFONO "," EMPLEADOS-DIRECCION ","
              EMPLEADOS-CODIGO-POSTAL "," EMPLEADOS-CIUDAD ","
              EMPLEADOS-PROVINCIA ","

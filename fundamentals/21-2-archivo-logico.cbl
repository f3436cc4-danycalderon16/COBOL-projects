      * se parten una sola vez con CONVIERTE-DIRECCION
      * (59-convierte-direccion.cbl), que lista los valores que no
      * pudo trocear para arreglo manual.
      *
      * EMPLEADOS-NAF es el numero de afiliacion a la Seguridad
      * Social (provincia, numero y digitos de control); se valida
      * con VALIDA-NAF y los archivos anteriores se completan una
      * sola vez con CAPTURA-NAF (77-captura-naf.cbl).
      *
      * EMPLEADOS-SEXO (M=mujer, H=hombre) alimenta el registro
      * retributivo por sexo; los archivos anteriores se completan
      * una sola vez con CAPTURA-SEXO (94-captura-sexo.cbl).
      *
      * EMPLEADO-SUSPENDIDO (S) es el empleado en excedencia: no es
      * activo ni inactivo; sus datos de excedencia (tipo, fechas y
      * reserva de puesto) viven en EXCEDENC.DAT y se mantienen con
      * EXCEDENCIAS (96-excedencias.cbl).
      *
      * EMPLEADOS-EMPRESA es la empresa (EMPRESAS.DAT) para la que
      * trabaja el empleado; se toma de la empresa de su departamento
      * y en blanco vale la empresa por omision (la primera del
      * maestro). Los archivos anteriores se completan una sola vez
      * con ASIGNA-EMPRESA (110-asigna-empresa.cbl).
      *
      * EMPLEADOS-APELLIDOS se partio en primer y segundo apellido de
      * 25 posiciones cada uno; el grupo conserva el nombre antiguo
      * para los listados que muestran los dos juntos. Los archivos
      * anteriores se convierten una sola vez con PARTE-APELLIDOS
      * (116-parte-apellidos.cbl), que lista los apellidos que no
      * pudo repartir con seguridad para revision manual.
      ******************************************************************
       FD  EMPLEADOS-ARCHIVO.
       01  EMPLEADOS-REGISTRO.
           05 EMPLEADOS-ID            PIC 9(5).
           05 EMPLEADOS-NOMBRE        PIC X(15).
           05 EMPLEADOS-APELLIDOS.
              10 EMPLEADOS-PRIMER-APELLIDO  PIC X(25).
              10 EMPLEADOS-SEGUNDO-APELLIDO PIC X(25).
           05 EMPLEADOS-EDAD          PIC 999.
           05 EMPLEADOS-TELEFONO      PIC X(15).
           05 EMPLEADOS-DIRECCION     PIC X(30).
               88 EMPLEADO-ACTIVO        VALUE "A".
               88 EMPLEADO-INACTIVO      VALUE "I".
               88 EMPLEADO-CUARENTENA    VALUE "C".
               88 EMPLEADO-SUSPENDIDO    VALUE "S".
           05 EMPLEADOS-DEPARTAMENTO  PIC X(10).
           05 EMPLEADOS-SALARIO       PIC S9(7)V99.
           05 EMPLEADOS-FECHA-ALTA    PIC 9(8).
           05 EMPLEADOS-CIUDAD        PIC X(15).
           05 EMPLEADOS-PROVINCIA     PIC X(15).
           05 EMPLEADOS-NIF           PIC X(9).
           05 EMPLEADOS-NAF           PIC X(12).
           05 EMPLEADOS-SEXO          PIC X.
               88 EMPLEADO-MUJER         VALUE "M".
               88 EMPLEADO-HOMBRE        VALUE "H".
           05 EMPLEADOS-EMPRESA       PIC X(6).

      * operaciones de alta/baja/modificacion/consulta puedan ir
      * directas al registro en vez de recorrer el archivo entero.
      *
      * Clave alternativa por EMPLEADOS-PRIMER-APELLIDO (con
      * duplicados) para que las busquedas por apellidos puedan
      * posicionarse con START y leer solo los registros que
      * coinciden, en vez de recorrer el archivo completo. Los
      * archivos creados antes de esta clave deben pasarse por
      * CONVIERTE-EMPLEADOS (25-convierte-apellidos.cbl) una sola
      * vez, y los anteriores a la particion de los apellidos por
      * PARTE-APELLIDOS (116-parte-apellidos.cbl).
      *
      * El nombre fisico viene de EMPLEADOS-NOMBRE-ARCHIVO (copybook
      * 21-4-nombre-archivo.cbl, que debe copiarse en WORKING-STORAGE):
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLEADOS-ID
               ALTERNATE RECORD KEY IS EMPLEADOS-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS EMPLEADOS-ESTADO-ARCHIVO.

      ******************************************************************
      * Copybook: registro de nombre y apellidos, pensado para que
      * cualquier programa lo incorpore con COPY en vez de declarar
      * sus propios campos de texto para nombre/apellidos. Los dos
      * apellidos van por separado, como en el maestro de empleados.
      ******************************************************************
       01  NOMBRE-PERSONA.
           05 NOMBRE-PERSONA-NOMBRE     PIC X(15).
           05 NOMBRE-PERSONA-APELLIDOS.
              10 NOMBRE-PERSONA-PRIMER-APELLIDO  PIC X(25).
              10 NOMBRE-PERSONA-SEGUNDO-APELLIDO PIC X(25).

       01  LISTADO-REGISTRO.
           05 LISTADO-NOMBRE      PIC X(15).
           05 FILLER              PIC X VALUE SPACE.
           05 LISTADO-PRIMER-APELLIDO  PIC X(25).
           05 FILLER              PIC X VALUE SPACE.
           05 LISTADO-SEGUNDO-APELLIDO PIC X(25).
           05 FILLER              PIC X VALUE SPACE.
           05 LISTADO-EDAD        PIC 999.
       WORKING-STORAGE SECTION.
       01  NOMBRE PIC X(15).
       01  PRIMER-APELLIDO PIC X(25).
       01  SEGUNDO-APELLIDO PIC X(25).
       01  EDAD PIC 999.
       01  OTRA-PERSONA PIC X.
       01  FECHA-ACTUAL PIC X(21).
       SOLICITA-DATOS.
       PERFORM SOLICITA-NOMBRE THRU SOLICITA-APELLIDOS
       PERFORM SOLICITA-EDAD.
       DISPLAY "NOMBRE: " NOMBRE ", APELLIDOS: " PRIMER-APELLIDO
           " " SEGUNDO-APELLIDO ", EDAD: " EDAD.
       PERFORM GRABA-PERSONA.
       DISPLAY "¿OTRA PERSONA (S/N)?".
       ACCEPT OTRA-PERSONA.

       GRABA-PERSONA.
          MOVE NOMBRE TO LISTADO-NOMBRE.
          MOVE PRIMER-APELLIDO TO LISTADO-PRIMER-APELLIDO.
          MOVE SEGUNDO-APELLIDO TO LISTADO-SEGUNDO-APELLIDO.
          MOVE EDAD TO LISTADO-EDAD.
          WRITE LISTADO-REGISTRO.

          ACCEPT NOMBRE.

       SOLICITA-APELLIDOS.
          DISPLAY "INTRODUCE TU PRIMER APELLIDO: "
          ACCEPT PRIMER-APELLIDO.
          DISPLAY "INTRODUCE TU SEGUNDO APELLIDO (EN BLANCO SI NO "
              "TIENES): "
          ACCEPT SEGUNDO-APELLIDO.
       SOLICITA-EDAD.
          DISPLAY "INTRODUCE TU EDAD: "
          ACCEPT EDAD.

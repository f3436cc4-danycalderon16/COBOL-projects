           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
      ******************************************************************
      * Las reversas se anotan siempre en el diario vivo, aunque la
      * seleccion se haya leido de una generacion rotada.
           05 DVIVO-OPERADOR          PIC X(10).
           05 DVIVO-ACCION            PIC X(15).
           05 DVIVO-EMPLEADOS-ID      PIC 9(5).
           05 DVIVO-IMAGEN-ANTES      PIC X(217).
           05 DVIVO-IMAGEN-DESPUES    PIC X(217).
       FD  REPORTE-BACKOUT.
       01  LINEA-BACKOUT              PIC X(80).
       FD  CIERRE-ARCHIVO.
              10 ENTRADA-OPERADOR       PIC X(10).
              10 ENTRADA-ACCION         PIC X(15).
              10 ENTRADA-EMPLEADOS-ID   PIC 9(5).
              10 ENTRADA-IMAGEN-ANTES   PIC X(217).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

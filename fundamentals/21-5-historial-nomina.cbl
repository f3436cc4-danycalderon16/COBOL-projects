      ******************************************************************
      * Copybook: definicion logica (FD + registro) de NOMINA-HISTORIAL
      * (NOMHIST.DAT), el libro mayor de nomina que escribe NOMINA y
      * leen los cierres, listados y certificados. Todos los programas
      * que abren el archivo copian esta misma definicion para que la
      * longitud del registro no se desfase entre el que escribe y los
      * que leen.
      *
      * Un registro por empleado y periodo con bruto, deduccion y
      * neto, alimentado por cada corrida real. El tipo va en blanco
      * en las lineas de una corrida normal y en C en las de una
      * correccion fuera de ciclo; una linea normal pagada por cheque
      * (empleado sin cuenta bancaria valida) lleva Q y se lee como
      * normal; el cheque queda en CHEQUES.DAT. La clase va en X en
      * las lineas de una paga extraordinaria y en blanco en las
      * ordinarias, y los atrasos recogen la parte del bruto que
      * procede de diferencias de periodos anteriores. Los registros
      * anteriores a estos campos terminan en el neto y se leen como
      * normales, ordinarios y sin atrasos.
      ******************************************************************
       FD  NOMINA-HISTORIAL.
       01  HISTORIAL-REGISTRO.
           05 HISTORIAL-PERIODO       PIC X(6).
           05 HISTORIAL-EMPLEADOS-ID  PIC 9(5).
           05 HISTORIAL-BRUTO         PIC S9(7)V99.
           05 HISTORIAL-DEDUCCION     PIC S9(9)V99.
           05 HISTORIAL-NETO          PIC S9(7)V99.
           05 HISTORIAL-TIPO          PIC X.
           05 HISTORIAL-CLASE         PIC X.
           05 HISTORIAL-ATRASOS       PIC S9(7)V99.

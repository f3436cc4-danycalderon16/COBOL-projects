           05 DIARIO-OPERADOR         PIC X(10).
           05 DIARIO-ACCION           PIC X(15).
           05 DIARIO-EMPLEADOS-ID     PIC 9(5).
           05 DIARIO-IMAGEN-ANTES     PIC X(217).
           05 DIARIO-IMAGEN-DESPUES   PIC X(217).
       FD  SPOOL-CONTROL.
       01  SPOOL-CONTROL-REGISTRO.
           05 SPOOLCTL-REPORTE        PIC X(8).

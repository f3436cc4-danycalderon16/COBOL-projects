      * Purpose: Coste empresarial de la nomina: aplica la tabla de
      *          tipos de cotizacion patronal COTIZA.DAT (tipo por
      *          concepto con fecha de vigencia, al estilo de
      *          TRAMOS.DAT, que tambien guarda el tipo del
      *          trabajador y la contingencia para LIQUIDACION-SS)
      *          sobre el bruto de cada registro del
      *          libro mayor NOMHIST.DAT del periodo pedido, graba
      *          el libro de costes COSTEMP.DAT con un apunte por
      *          empleado y concepto, y produce COSTES.RPT con el
       DATA DIVISION.
       FILE SECTION.
       COPY "21-2-archivo-logico.cbl".
       COPY "21-5-historial-nomina.cbl".
      ******************************************************************
      * Tabla de tipos de cotizacion patronal: un registro por
      * concepto y juego de vigencia, como los tramos de la nomina.
      * Se aplica el juego con la vigencia mas reciente que no
      * supere la fecha de la corrida. El tipo a cargo del
      * trabajador y la contingencia (C=comunes, P=profesionales)
      * solo los usa la liquidacion mensual LIQUIDACION-SS; el coste
      * empresarial aplica unicamente el tipo patronal.
      ******************************************************************
       FD  COTIZA-ARCHIVO.
       01  COTIZA-REGISTRO.
           05 COTIZA-REG-CONCEPTO     PIC X(12).
           05 COTIZA-REG-PORCENTAJE   PIC 99V99.
           05 COTIZA-REG-VIGENCIA     PIC 9(8).
           05 COTIZA-REG-TRABAJADOR   PIC 99V99.
           05 COTIZA-REG-CONTINGENCIA PIC X.
      ******************************************************************
      * Libro de costes patronales: un apunte por empleado, periodo
      * y concepto con la base (el bruto del libro mayor) y el
       ACCEPT COTIZA-REG-CONCEPTO.
       DISPLAY "PORCENTAJE SOBRE EL BRUTO: ".
       ACCEPT COTIZA-REG-PORCENTAJE.
       DISPLAY "PORCENTAJE A CARGO DEL TRABAJADOR: ".
       ACCEPT COTIZA-REG-TRABAJADOR.
       MOVE SPACES TO COTIZA-REG-CONTINGENCIA.
       PERFORM PIDE-CONTINGENCIA-COTIZA
           UNTIL COTIZA-REG-CONTINGENCIA = "C"
           OR COTIZA-REG-CONTINGENCIA = "P".
       MOVE "N" TO FECHA-CORRECTA.
       PERFORM PIDE-VIGENCIA-COTIZA UNTIL FECHA-CORRECTA = "S".
       OPEN EXTEND COTIZA-ARCHIVO.
       CLOSE COTIZA-ARCHIVO.
       DISPLAY "TIPO DE COTIZACION AGREGADO.".

       PIDE-CONTINGENCIA-COTIZA.
       DISPLAY "CONTINGENCIA (C=COMUNES, P=PROFESIONALES): ".
       ACCEPT COTIZA-REG-CONTINGENCIA.

       PIDE-VIGENCIA-COTIZA.
       DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): ".
       ACCEPT COTIZA-REG-VIGENCIA.

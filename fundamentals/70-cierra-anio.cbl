      *          reabrir ninguno de sus periodos. El archivo anual
      *          se consulta desde este mismo programa, por
      *          empleado o completo, como el historico.
      *          CIERRE-ANUAL certifica por empresa: la prueba suma
      *          los totales de todas las empresas del anio, de modo
      *          que el anio no se cierra hasta que todas lo hayan
      *          certificado.
      *          Con el historial se mueven tambien los recibos
      *          liberados del anio: salen de RECARCH.DAT a su
      *          archivo anual indexado RECAAAAA.DAT, de donde los
      *          sigue leyendo REIMPRIME-RECIBOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT RECIBOS-ARCHIVADOS ASSIGN TO "RECARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECARCH-CLAVE
               FILE STATUS IS RECARCH-ESTADO-ARCHIVO.
           SELECT RECIBOS-ANUAL ASSIGN TO RECANUAL-NOMBRE-ARCHIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECANUAL-CLAVE
               FILE STATUS IS RECANUAL-ESTADO-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       COPY "21-5-historial-nomina.cbl".
       FD  NOMHIST-TRABAJO.
       01  NOMHTMP-REGISTRO           PIC X(51).
       FD  ARCHIVO-ANUAL.
       01  ANUAL-REGISTRO.
           05 ANUAL-PERIODO           PIC X(6).
           05 ANUAL-BRUTO             PIC S9(7)V99.
           05 ANUAL-DEDUCCION         PIC S9(9)V99.
           05 ANUAL-NETO              PIC S9(7)V99.
           05 ANUAL-TIPO              PIC X.
           05 ANUAL-CLASE             PIC X.
           05 ANUAL-ATRASOS           PIC S9(7)V99.
       FD  PERIODOS-ARCHIVO.
       01  PERIODO-REGISTRO.
           05 PERIODO-REG-ID          PIC X(6).
           05 ANUALTOT-DEDUCCION      PIC S9(11)V99.
           05 ANUALTOT-NETO           PIC S9(11)V99.
           05 ANUALTOT-REGISTROS      PIC 9(7).
           05 ANUALTOT-EMPRESA        PIC X(6).
       FD  ANIOS-CERRADOS.
       01  ANIOCER-REGISTRO.
           05 ANIOCER-ANIO            PIC 9(4).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
      ******************************************************************
      * Recibos liberados (ver NOMINA): clave periodo, empleado,
      * clase, secuencia y linea. El archivo anual tiene el mismo
      * formato.
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
       FD  RECIBOS-ANUAL.
       01  RECANUAL-REGISTRO.
           05 RECANUAL-CLAVE          PIC X(17).
           05 RECANUAL-RESTO          PIC X(84).

       WORKING-STORAGE SECTION.
       77  HISTORIAL-ESTADO-ARCHIVO PIC X(2).
       77  ANIOS-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  RECARCH-ESTADO-ARCHIVO PIC X(2).
       77  RECANUAL-ESTADO-ARCHIVO PIC X(2).
       77  RECANUAL-NOMBRE-ARCHIVO PIC X(12) VALUE "RECA0000.DAT".
       77  LINEAS-RECIBO-MOVIDAS PIC 9(7).
       77  OPERADOR-ACTUAL      PIC X(10).
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  OPERADOR-LEE-TODO    PIC X.
       77  SUMA-NETO            PIC S9(11)V99.
       77  SUMA-REGISTROS       PIC 9(7).
       77  TOTAL-HALLADO        PIC X.
       77  CERTIFICADO-BRUTO    PIC S9(11)V99.
       77  CERTIFICADO-DEDUCCION PIC S9(11)V99.
       77  CERTIFICADO-NETO     PIC S9(11)V99.
       77  CERTIFICADO-REGISTROS PIC 9(7).
       77  REGISTROS-MOVIDOS    PIC 9(7).
       77  REGISTROS-RESTANTES  PIC 9(7).
       77  ID-CONSULTA          PIC 9(5).
          GO TO CIERRA-ANIO-SALIDA
       END-IF.
       PERFORM TRASLADA-ANIO-A-ARCHIVO.
       PERFORM TRASLADA-RECIBOS-A-ARCHIVO.
       PERFORM ANOTA-ANIO-CERRADO.
       MOVE "CIERRE-ANIO" TO AUDIT-ACCION.
       PERFORM GRABA-AUDITORIA.
       DISPLAY "ANIO " ANIO-A-CERRAR " CERRADO. " REGISTROS-MOVIDOS
           " LINEAS EN " ANUAL-NOMBRE-ARCHIVO " Y "
           REGISTROS-RESTANTES " LINEAS QUEDAN EN NOMHIST.DAT.".
       IF LINEAS-RECIBO-MOVIDAS > 0
          DISPLAY LINEAS-RECIBO-MOVIDAS " LINEAS DE RECIBOS PASADAS A "
              RECANUAL-NOMBRE-ARCHIVO "."
       END-IF.
       CIERRA-ANIO-SALIDA.
       CONTINUE.

      * La prueba de totales: lo que certifico CIERRE-ANUAL en
      * ANUALTOT.DAT tiene que coincidir al centimo con la suma
      * recalculada del historial. Si no hay certificado del anio o
      * los importes difieren, el cierre no sigue. Los certificados
      * son por empresa y se suman todos los del anio.
      ******************************************************************
       COMPRUEBA-TOTALES-CERTIFICADO.
       MOVE "N" TO TOTAL-HALLADO.
       MOVE 0 TO CERTIFICADO-BRUTO.
       MOVE 0 TO CERTIFICADO-DEDUCCION.
       MOVE 0 TO CERTIFICADO-NETO.
       MOVE 0 TO CERTIFICADO-REGISTROS.
       OPEN INPUT TOTALES-ANUALES.
       IF TOTALES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
       IF TOTAL-HALLADO = "N"
          DISPLAY "NO HAY TOTALES DE CIERRE-ANUAL PARA EL ANIO "
              ANIO-A-CERRAR ". EJECUTE CIERRE-ANUAL PRIMERO."
       ELSE
          PERFORM COMPARA-TOTALES
       END-IF.

       BUSCA-TOTAL-DEL-ANIO.
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF ANUALTOT-ANIO = ANIO-A-CERRAR
                 MOVE "S" TO TOTAL-HALLADO
                 ADD ANUALTOT-BRUTO TO CERTIFICADO-BRUTO
                 ADD ANUALTOT-DEDUCCION TO CERTIFICADO-DEDUCCION
                 ADD ANUALTOT-NETO TO CERTIFICADO-NETO
                 ADD ANUALTOT-REGISTROS TO CERTIFICADO-REGISTROS
              END-IF
       END-READ.

       COMPARA-TOTALES.
       IF CERTIFICADO-BRUTO NOT = SUMA-BRUTO
           OR CERTIFICADO-DEDUCCION NOT = SUMA-DEDUCCION
           OR CERTIFICADO-NETO NOT = SUMA-NETO
           OR CERTIFICADO-REGISTROS NOT = SUMA-REGISTROS
          MOVE "N" TO TOTAL-HALLADO
          DISPLAY "LOS TOTALES DEL CERTIFICADO NO CUADRAN CON EL "
              "HISTORIAL. EJECUTE CIERRE-ANUAL PARA CADA EMPRESA."
          MOVE CERTIFICADO-BRUTO TO IMPORTE-EDICION
          DISPLAY "  BRUTO CERTIFICADO:  " IMPORTE-EDICION
          MOVE SUMA-BRUTO TO IMPORTE-EDICION
          DISPLAY "  BRUTO DEL HISTORIAL: " IMPORTE-EDICION
          DISPLAY "  REGISTROS CERTIFICADOS: " CERTIFICADO-REGISTROS
              " DEL HISTORIAL: " SUMA-REGISTROS
       END-IF.

              WRITE HISTORIAL-REGISTRO
       END-READ.

      ******************************************************************
      * Los recibos archivados del anio siguen al historial: cada
      * linea cuyo periodo es del anio se copia al archivo anual y se
      * borra de RECARCH.DAT. Sin archivo de recibos no hay nada que
      * mover.
      ******************************************************************
       TRASLADA-RECIBOS-A-ARCHIVO.
       MOVE 0 TO LINEAS-RECIBO-MOVIDAS.
       MOVE ANIO-A-CERRAR TO RECANUAL-NOMBRE-ARCHIVO(5:4).
       OPEN I-O RECIBOS-ARCHIVADOS.
       IF RECARCH-ESTADO-ARCHIVO = "00"
          OPEN OUTPUT RECIBOS-ANUAL
          MOVE LOW-VALUES TO RECARCH-CLAVE
          MOVE ANIO-A-CERRAR TO RECARCH-PERIODO(1:4)
          START RECIBOS-ARCHIVADOS
              KEY IS NOT LESS THAN RECARCH-CLAVE
              INVALID KEY MOVE "S" TO LEE-TODO
              NOT INVALID KEY MOVE "N" TO LEE-TODO
          END-START
          PERFORM MUEVE-UNA-LINEA-RECIBO UNTIL LEE-TODO = "S"
          CLOSE RECIBOS-ANUAL
       END-IF.
       CLOSE RECIBOS-ARCHIVADOS.

       MUEVE-UNA-LINEA-RECIBO.
       READ RECIBOS-ARCHIVADOS NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF RECARCH-PERIODO(1:4) NOT = ANIO-A-CERRAR
                 MOVE "S" TO LEE-TODO
              ELSE
                 MOVE RECARCH-REGISTRO TO RECANUAL-REGISTRO
                 WRITE RECANUAL-REGISTRO
                     INVALID KEY
                        DISPLAY "AVISO: LINEA DE RECIBO REPETIDA "
                            RECARCH-CLAVE
                 END-WRITE
                 DELETE RECIBOS-ARCHIVADOS
                     INVALID KEY
                        DISPLAY "AVISO: NO SE PUDO BORRAR LA LINEA "
                            RECARCH-CLAVE
                 END-DELETE
                 ADD 1 TO LINEAS-RECIBO-MOVIDAS
              END-IF
       END-READ.

       ANOTA-ANIO-CERRADO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND ANIOS-CERRADOS.

               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPEMPL-ID
               ALTERNATE RECORD KEY IS RESPEMPL-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS RESPEMPL-ESTADO-ARCHIVO.
           SELECT BANCOS-ARCHIVO ASSIGN TO "BANCOS.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPBANC-ID
               FILE STATUS IS RESPBANC-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT DEPENDIENTES-RESPALDO ASSIGN TO RESPALDO-DEPE-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPDEP-CLAVE
               FILE STATUS IS RESPDEP-ESTADO-ARCHIVO.
           SELECT SECUENCIAL-VIVO ASSIGN TO SECUENCIAL-NOMBRE-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECVIVO-ESTADO-ARCHIVO.
       01  RESPEMPL-REGISTRO.
           05 RESPEMPL-ID         PIC 9(5).
           05 RESPEMPL-NOMBRE     PIC X(15).
           05 RESPEMPL-APELLIDOS.
              10 RESPEMPL-PRIMER-APELLIDO  PIC X(25).
              10 RESPEMPL-SEGUNDO-APELLIDO PIC X(25).
           05 RESPEMPL-RESTO      PIC X(147).
       FD  BANCOS-ARCHIVO.
       01  BANCO-REGISTRO.
           05 BANCO-EMPLEADOS-ID  PIC 9(5).
       01  RESPBANC-REGISTRO.
           05 RESPBANC-ID         PIC 9(5).
           05 RESPBANC-RESTO      PIC X(16).
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE   PIC X(48).
           05 DEPENDIENTE-RESTO   PIC X(50).
       FD  DEPENDIENTES-RESPALDO.
       01  RESPDEP-REGISTRO.
           05 RESPDEP-CLAVE       PIC X(48).
           05 RESPDEP-RESTO       PIC X(50).
       FD  SECUENCIAL-VIVO.
       01  SECUENCIAL-VIVO-LINEA  PIC X(300).
       FD  SECUENCIAL-RESPALDO.
       77  RESPEMPL-ESTADO-ARCHIVO PIC X(2).
       77  BANCOS-ESTADO-ARCHIVO PIC X(2).
       77  RESPBANC-ESTADO-ARCHIVO PIC X(2).
       77  DEPENDIENTES-ESTADO-ARCHIVO PIC X(2).
       77  RESPDEP-ESTADO-ARCHIVO PIC X(2).
       77  SECVIVO-ESTADO-ARCHIVO PIC X(2).
       77  SECRESP-ESTADO-ARCHIVO PIC X(2).
       77  MANIFIESTO-ESTADO-ARCHIVO PIC X(2).
       77  CONJGEN-ESTADO-ARCHIVO PIC X(2).
       77  RESPALDO-EMPL-NOMBRE PIC X(12).
       77  RESPALDO-BANC-NOMBRE PIC X(12).
       77  RESPALDO-DEPE-NOMBRE PIC X(12).
       77  SECUENCIAL-NOMBRE-VIVO PIC X(14).
       77  SECUENCIAL-NOMBRE-RESPALDO PIC X(12).
       77  MODO-CONJUNTO        PIC X.
       77  REGISTROS-TOTALES    PIC 9(7) VALUE 0.
       77  VERIFICACION-FALLA   PIC X VALUE "N".
      ******************************************************************
      * Los cinco archivos secuenciales del conjunto; el maestro de
      * empleados, el de bancos y el de dependientes van aparte por
      * ser indexados.
      ******************************************************************
       01  TABLA-SECUENCIALES.
           05 SECU-ENTRADA OCCURS 5 TIMES.
              10 SECU-VIVO            PIC X(14).
              10 SECU-BASE            PIC X(4).
       77  SECU-POS             PIC 9.
       COPY "21-3-chequeo-estado.cbl".

       SIEMBRA-TABLA-SECUENCIALES.
       MOVE "OPERADORES.DAT" TO SECU-VIVO(1).
       MOVE "OPER" TO SECU-BASE(1).
       MOVE "DEPTOS.DAT" TO SECU-VIVO(2).
       MOVE "DEPT" TO SECU-BASE(2).
       MOVE "TRAMOS.DAT" TO SECU-VIVO(3).
       MOVE "TRAM" TO SECU-BASE(3).
       MOVE "PERIODOS.DAT" TO SECU-VIVO(4).
       MOVE "PERI" TO SECU-BASE(4).
       MOVE "NOMHIST.DAT" TO SECU-VIVO(5).
       MOVE "NOMH" TO SECU-BASE(5).

      ******************************************************************
      * Respaldo: rota el numero de conjunto, copia los ocho
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       PERFORM RESPALDA-EMPLEADOS-SET.
       PERFORM RESPALDA-BANCOS-SET.
       PERFORM RESPALDA-DEPEND-SET.
       MOVE 1 TO SECU-POS.
       PERFORM RESPALDA-SECUENCIAL-SET UNTIL SECU-POS > 5.
       PERFORM GRABA-MANIFIESTO.
       PERFORM GRABA-GENERACION-CONJUNTO.
       DISPLAY "CONJUNTO " CONJUNTO-ACTUAL " CAPTURADO: "
              ADD 1 TO REGISTROS-ARCHIVO
       END-READ.

       RESPALDA-DEPEND-SET.
       MOVE SPACES TO RESPALDO-DEPE-NOMBRE.
       STRING "S" CONJUNTO-ACTUAL "DEP.DAT"
           DELIMITED BY SIZE INTO RESPALDO-DEPE-NOMBRE.
       MOVE 0 TO REGISTROS-ARCHIVO.
       OPEN INPUT DEPENDIENTES-ARCHIVO.
       IF DEPENDIENTES-ESTADO-ARCHIVO = "00"
          OPEN OUTPUT DEPENDIENTES-RESPALDO
          MOVE "N" TO LEE-TODO
          PERFORM COPIA-DEPENDIENTE-SET UNTIL LEE-TODO = "S"
          CLOSE DEPENDIENTES-RESPALDO
       END-IF.
       CLOSE DEPENDIENTES-ARCHIVO.
       ADD 1 TO MANT-TOTAL.
       MOVE "DEPEND.DAT" TO MANT-ARCHIVO(MANT-TOTAL).
       MOVE RESPALDO-DEPE-NOMBRE TO MANT-RESPALDO(MANT-TOTAL).
       MOVE REGISTROS-ARCHIVO TO MANT-REGISTROS(MANT-TOTAL).
       ADD REGISTROS-ARCHIVO TO REGISTROS-TOTALES.

       COPIA-DEPENDIENTE-SET.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE DEPENDIENTE-REGISTRO TO RESPDEP-REGISTRO
              WRITE RESPDEP-REGISTRO
              ADD 1 TO REGISTROS-ARCHIVO
       END-READ.

       RESPALDA-SECUENCIAL-SET.
       MOVE SECU-VIVO(SECU-POS) TO SECUENCIAL-NOMBRE-VIVO.
       MOVE SPACES TO SECUENCIAL-NOMBRE-RESPALDO.
       MOVE CONJUNTO-ELEGIDO TO CONJUNTO-ACTUAL.
       PERFORM RESTAURA-EMPLEADOS-SET.
       PERFORM RESTAURA-BANCOS-SET.
       PERFORM RESTAURA-DEPEND-SET.
       MOVE 1 TO SECU-POS.
       PERFORM RESTAURA-SECUENCIAL-SET UNTIL SECU-POS > 5.
       DISPLAY "CONJUNTO " CONJUNTO-ELEGIDO " RESTAURADO COMPLETO.".

       CARGA-MANIFIESTO-ELEGIDO.
             END-IF
             CLOSE BANCOS-RESPALDO
          ELSE
             IF MANT-ARCHIVO(MANT-POS) = "DEPEND.DAT"
                PERFORM VERIFICA-RESPDEP
             ELSE
                PERFORM VERIFICA-SECUENCIAL
             END-IF
          END-IF
       END-IF.
       IF REGISTROS-ARCHIVO NOT = MANT-REGISTROS(MANT-POS)
       END-IF.
       ADD 1 TO MANT-POS.

       VERIFICA-RESPDEP.
       MOVE MANT-RESPALDO(MANT-POS) TO RESPALDO-DEPE-NOMBRE.
       OPEN INPUT DEPENDIENTES-RESPALDO.
       IF RESPDEP-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-RESPDEP UNTIL LEE-TODO = "S"
       ELSE
          MOVE "S" TO VERIFICACION-FALLA
       END-IF.
       CLOSE DEPENDIENTES-RESPALDO.

       VERIFICA-SECUENCIAL.
       MOVE MANT-RESPALDO(MANT-POS) TO SECUENCIAL-NOMBRE-VIVO.
       OPEN INPUT SECUENCIAL-VIVO.
       IF SECVIVO-ESTADO-ARCHIVO = "00"
          MOVE "N" TO LEE-TODO
          PERFORM CUENTA-SECUENCIAL UNTIL LEE-TODO = "S"
       ELSE
          MOVE "S" TO VERIFICACION-FALLA
       END-IF.
       CLOSE SECUENCIAL-VIVO.

       CUENTA-RESPEMPL.
       READ EMPLEADOS-RESPALDO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END ADD 1 TO REGISTROS-ARCHIVO
       END-READ.

       CUENTA-RESPDEP.
       READ DEPENDIENTES-RESPALDO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END ADD 1 TO REGISTROS-ARCHIVO
       END-READ.

       CUENTA-SECUENCIAL.
       READ SECUENCIAL-VIVO
           AT END MOVE "S" TO LEE-TODO
              WRITE BANCO-REGISTRO
       END-READ.

       RESTAURA-DEPEND-SET.
       MOVE SPACES TO RESPALDO-DEPE-NOMBRE.
       STRING "S" CONJUNTO-ACTUAL "DEP.DAT"
           DELIMITED BY SIZE INTO RESPALDO-DEPE-NOMBRE.
       OPEN INPUT DEPENDIENTES-RESPALDO.
       OPEN OUTPUT DEPENDIENTES-ARCHIVO.
       MOVE "N" TO LEE-TODO.
       PERFORM VUELVE-DEPENDIENTE-SET UNTIL LEE-TODO = "S".
       CLOSE DEPENDIENTES-RESPALDO.
       CLOSE DEPENDIENTES-ARCHIVO.

       VUELVE-DEPENDIENTE-SET.
       READ DEPENDIENTES-RESPALDO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE RESPDEP-REGISTRO TO DEPENDIENTE-REGISTRO
              WRITE DEPENDIENTE-REGISTRO
       END-READ.

       RESTAURA-SECUENCIAL-SET.
       MOVE SECU-VIVO(SECU-POS) TO SECUENCIAL-NOMBRE-VIVO.
       MOVE SPACES TO SECUENCIAL-NOMBRE-RESPALDO.

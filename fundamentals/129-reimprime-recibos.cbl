      ******************************************************************
      * Author:
      * Date:
      * Purpose: Duplicado de los recibos de nomina ya liberados de
      *          un empleado para un rango de periodos, sacado de la
      *          imagen que NOMINA guardo en RECARCH.DAT al liberar
      *          (recibo ordinario, paga extra y correcciones fuera
      *          de ciclo, cada liberacion por separado). Los
      *          periodos de un anio ya cerrado se leen de su archivo
      *          anual RECAAAAA.DAT, adonde los pasa CIERRA-ANIO.
      *          Cada recibo sale tal como se archivo con una linea
      *          DUPLICADO y la fecha de reimpresion debajo de la
      *          cabecera, en DUPnnnnn.RPT, que queda anotado en el
      *          indice del spool. Como el recibo lleva importes,
      *          solo lo saca el nivel de NIVEL-VER-SAL (PARAMS.DAT,
      *          3 por omision) y para las empresas que el operador
      *          tiene autorizadas; cada reimpresion queda en la
      *          auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIME-RECIBOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADORES-ESTADO-ARCHIVO.
           SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-ESTADO-ARCHIVO.
           SELECT AUDITORIA-ARCHIVO ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-ESTADO-ARCHIVO.
           SELECT SPOOL-INDICE ASSIGN TO "SPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-INDICE-ESTADO.
           SELECT REPORTE-DUPLICADO
               ASSIGN TO DUPLICADO-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Recibos liberados (ver NOMINA): clave periodo, empleado,
      * clase (N ordinaria, X paga extra, C correccion), secuencia de
      * liberacion y linea. El archivo anual tiene el mismo formato.
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
           05 RECANUAL-CLAVE.
              10 RECANUAL-PERIODO     PIC X(6).
              10 RECANUAL-EMPLEADOS-ID PIC 9(5).
              10 RECANUAL-CLASE       PIC X.
              10 RECANUAL-SECUENCIA   PIC 9(2).
              10 RECANUAL-LINEA       PIC 9(3).
           05 RECANUAL-FECHA          PIC 9(8).
           05 RECANUAL-EMPRESA        PIC X(6).
           05 RECANUAL-TEXTO          PIC X(70).
       FD  OPERADORES-ARCHIVO.
       01  OPERADOR-REGISTRO.
           05 OPERADOR-REG-ID         PIC X(10).
           05 OPERADOR-REG-NOMBRE     PIC X(20).
           05 OPERADOR-REG-NIVEL      PIC 9.
           05 OPERADOR-REG-ACTIVO     PIC X.
       FD  PARAMETROS-ARCHIVO.
       01  PARAMETRO-REGISTRO.
           05 PARAM-CLAVE             PIC X(16).
           05 PARAM-VALOR             PIC 9(7)V99.
       FD  AUDITORIA-ARCHIVO.
       01  AUDITORIA-REGISTRO.
           05 AUDIT-OPERADOR          PIC X(10).
           05 AUDIT-FECHA             PIC X(14).
           05 AUDIT-ACCION            PIC X(15).
           05 AUDIT-EMPLEADOS-ID      PIC 9(5).
       FD  SPOOL-INDICE.
       01  SPOOL-INDICE-REGISTRO.
           05 SPOOL-IDX-REPORTE       PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-ARCHIVO       PIC X(12).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-FECHA         PIC X(14).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-OPERADOR      PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 SPOOL-IDX-REGISTROS     PIC 9(5).
       FD  REPORTE-DUPLICADO.
       01  LINEA-DUPLICADO            PIC X(70).

       WORKING-STORAGE SECTION.
       77  RECARCH-ESTADO-ARCHIVO PIC X(2).
       77  RECANUAL-ESTADO-ARCHIVO PIC X(2).
       77  OPERADORES-ESTADO-ARCHIVO PIC X(2).
       77  PARAMETROS-ESTADO-ARCHIVO PIC X(2).
       77  AUDITORIA-ESTADO-ARCHIVO PIC X(2).
       77  SPOOL-INDICE-ESTADO  PIC X(2).
       77  RECANUAL-NOMBRE-ARCHIVO PIC X(12) VALUE "RECA0000.DAT".
       77  DUPLICADO-NOMBRE-ARCHIVO PIC X(12) VALUE "DUP00000.RPT".
       77  OPERADOR-ACTUAL      PIC X(10).
       77  NIVEL-OPERADOR       PIC 9 VALUE 0.
       77  NIVEL-VER-SALARIOS   PIC 9 VALUE 3.
       77  OPERADOR-LEE-TODO    PIC X.
       77  PARAM-LEE-TODO       PIC X.
       77  LEE-TODO             PIC X.
       77  FECHA-ACTUAL         PIC X(21).
      ******************************************************************
      * Seleccion: un empleado y un rango de periodos AAAAMM.
      ******************************************************************
       77  FILTRO-ID            PIC 9(5).
       01  PERIODO-DESDE        PIC 9(6).
       01  PERIODO-DESDE-X REDEFINES PERIODO-DESDE.
           05 DESDE-ANIO              PIC 9(4).
           05 DESDE-MES               PIC 9(2).
       01  PERIODO-HASTA        PIC 9(6).
       01  PERIODO-HASTA-X REDEFINES PERIODO-HASTA.
           05 HASTA-ANIO              PIC 9(4).
           05 HASTA-MES               PIC 9(2).
       01  PERIODO-EN-CURSO.
           05 PERIODO-ANIO            PIC 9(4).
           05 PERIODO-MES             PIC 9(2).
       01  PERIODO-EN-CURSO-X REDEFINES PERIODO-EN-CURSO PIC X(6).
      ******************************************************************
      * Archivo anual abierto en cada momento (0 = ninguno).
      ******************************************************************
       77  ANIO-ANUAL-ABIERTO   PIC 9(4) VALUE 0.
       77  ANUAL-DISPONIBLE     PIC X VALUE "N".
       77  VIVO-DISPONIBLE      PIC X VALUE "N".
      ******************************************************************
      * Corte de recibo: cambia la clase o la secuencia dentro del
      * periodo. El recibo de una empresa no autorizada se salta
      * entero.
      ******************************************************************
       77  LINEA-LEIDA          PIC X(70).
       77  CLASE-LEIDA          PIC X.
       77  SECUENCIA-LEIDA      PIC 9(2).
       77  EMPRESA-LEIDA        PIC X(6).
       77  FECHA-LIBERACION-LEIDA PIC 9(8).
       77  CORTE-CLASE          PIC X.
       77  CORTE-SECUENCIA      PIC 9(2).
       77  RECIBO-AUTORIZADO    PIC X.
       77  ULTIMA-EMPRESA-VISTA PIC X(6) VALUE HIGH-VALUES.
       77  ULTIMA-EMPRESA-VALIDA PIC X.
       77  RECIBOS-PERIODO      PIC 9(3).
       77  RECIBOS-IMPRESOS     PIC 9(5) VALUE 0.
       77  RECIBOS-OMITIDOS     PIC 9(5) VALUE 0.
       77  PERIODOS-SIN-RECIBO  PIC 9(5) VALUE 0.
       77  LINEAS-ESCRITAS      PIC 9(5) VALUE 0.
       77  EMPRESA-MODO         PIC X.
       01  DATOS-EMPRESA.
           05 EMPRESA-CODIGO          PIC X(6).
           05 EMPRESA-OPERADOR        PIC X(10).
           05 EMPRESA-DEPARTAMENTO    PIC X(10).
           05 EMPRESA-POSICION        PIC 9(2).
           05 EMPRESA-RAZON-SOCIAL    PIC X(40).
           05 EMPRESA-CIF             PIC X(9).
           05 EMPRESA-CCC             PIC X(11).
           05 EMPRESA-BANCO           PIC X(4).
           05 EMPRESA-CUENTA          PIC 9(10).
           05 EMPRESA-DIGITO          PIC 9.
           05 EMPRESA-ACTIVA          PIC X.
           05 EMPRESA-DEFECTO         PIC X(6).
           05 EMPRESA-EXISTE          PIC X.
           05 EMPRESA-AUTORIZADA      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "DUPLICADO DE RECIBOS DE NOMINA".
       DISPLAY "OPERADOR: ".
       ACCEPT OPERADOR-ACTUAL.
       PERFORM VERIFICA-NIVEL-OPERADOR.
       PERFORM CARGA-PARAMETROS-DUPLICADO.
       IF NIVEL-OPERADOR < NIVEL-VER-SALARIOS
           AND NIVEL-OPERADOR < 3
          DISPLAY "OPERADOR SIN NIVEL PARA CONSULTAR SALARIOS."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT FILTRO-ID.
       IF FILTRO-ID = 0
          DISPLAY "HAY QUE INDICAR UN EMPLEADO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       DISPLAY "PERIODO DESDE (AAAAMM): ".
       ACCEPT PERIODO-DESDE.
       DISPLAY "PERIODO HASTA (AAAAMM, 0 = EL MISMO): ".
       ACCEPT PERIODO-HASTA.
       IF PERIODO-HASTA = 0
          MOVE PERIODO-DESDE TO PERIODO-HASTA
       END-IF.
       IF DESDE-MES < 1 OR DESDE-MES > 12
           OR HASTA-MES < 1 OR HASTA-MES > 12
           OR PERIODO-DESDE > PERIODO-HASTA
          DISPLAY "RANGO DE PERIODOS NO VALIDO."
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE FILTRO-ID TO DUPLICADO-NOMBRE-ARCHIVO(4:5).
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN INPUT RECIBOS-ARCHIVADOS.
       IF RECARCH-ESTADO-ARCHIVO = "00"
          MOVE "S" TO VIVO-DISPONIBLE
       END-IF.
       OPEN OUTPUT REPORTE-DUPLICADO.
       MOVE PERIODO-DESDE TO PERIODO-EN-CURSO.
       PERFORM REIMPRIME-UN-PERIODO
           UNTIL PERIODO-EN-CURSO-X > PERIODO-HASTA-X.
       IF RECIBOS-IMPRESOS = 0
          MOVE SPACES TO LINEA-DUPLICADO
          STRING "SIN RECIBOS ARCHIVADOS DEL EMPLEADO " FILTRO-ID
              " ENTRE " PERIODO-DESDE " Y " PERIODO-HASTA "."
              DELIMITED BY SIZE INTO LINEA-DUPLICADO
          PERFORM ESCRIBE-LINEA-DUPLICADO
       END-IF.
       CLOSE REPORTE-DUPLICADO.
       IF ANIO-ANUAL-ABIERTO > 0
          CLOSE RECIBOS-ANUAL
       END-IF.
       IF VIVO-DISPONIBLE = "S"
          CLOSE RECIBOS-ARCHIVADOS
       END-IF.
       PERFORM REGISTRA-SPOOL-DUPLICADO.
       PERFORM GRABA-AUDITORIA.
       DISPLAY RECIBOS-IMPRESOS " RECIBOS DUPLICADOS EN "
           DUPLICADO-NOMBRE-ARCHIVO ". PERIODOS SIN RECIBO: "
           PERIODOS-SIN-RECIBO ".".
       IF RECIBOS-OMITIDOS > 0
          DISPLAY RECIBOS-OMITIDOS " RECIBOS DE EMPRESAS NO "
              "AUTORIZADAS PARA EL OPERADOR NO SE HAN IMPRESO."
       END-IF.
       IF RECIBOS-IMPRESOS = 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

      ******************************************************************
      * Un periodo se busca primero en el archivo vivo; si alli no
      * esta, en el archivo anual de su anio, que queda abierto
      * mientras los periodos sigan en el mismo anio.
      ******************************************************************
       REIMPRIME-UN-PERIODO.
       MOVE 0 TO RECIBOS-PERIODO.
       IF VIVO-DISPONIBLE = "S"
          PERFORM REIMPRIME-DEL-VIVO
       END-IF.
       IF RECIBOS-PERIODO = 0
          PERFORM ABRE-ARCHIVO-ANUAL
          IF ANUAL-DISPONIBLE = "S"
             PERFORM REIMPRIME-DEL-ANUAL
          END-IF
       END-IF.
       IF RECIBOS-PERIODO = 0
          ADD 1 TO PERIODOS-SIN-RECIBO
       END-IF.
       ADD 1 TO PERIODO-MES.
       IF PERIODO-MES > 12
          MOVE 1 TO PERIODO-MES
          ADD 1 TO PERIODO-ANIO
       END-IF.

       REIMPRIME-DEL-VIVO.
       MOVE PERIODO-EN-CURSO-X TO RECARCH-PERIODO.
       MOVE FILTRO-ID TO RECARCH-EMPLEADOS-ID.
       MOVE LOW-VALUES TO RECARCH-CLASE.
       MOVE 0 TO RECARCH-SECUENCIA.
       MOVE 0 TO RECARCH-LINEA.
       START RECIBOS-ARCHIVADOS KEY IS NOT LESS THAN RECARCH-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
           NOT INVALID KEY MOVE "N" TO LEE-TODO
       END-START.
       MOVE SPACE TO CORTE-CLASE.
       MOVE 0 TO CORTE-SECUENCIA.
       PERFORM LEE-LINEA-VIVO UNTIL LEE-TODO = "S".

       LEE-LINEA-VIVO.
       READ RECIBOS-ARCHIVADOS NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF RECARCH-PERIODO NOT = PERIODO-EN-CURSO-X
                  OR RECARCH-EMPLEADOS-ID NOT = FILTRO-ID
                 MOVE "S" TO LEE-TODO
              ELSE
                 MOVE RECARCH-CLASE TO CLASE-LEIDA
                 MOVE RECARCH-SECUENCIA TO SECUENCIA-LEIDA
                 MOVE RECARCH-EMPRESA TO EMPRESA-LEIDA
                 MOVE RECARCH-FECHA TO FECHA-LIBERACION-LEIDA
                 MOVE RECARCH-TEXTO TO LINEA-LEIDA
                 PERFORM TRATA-LINEA-RECIBO
              END-IF
       END-READ.

       ABRE-ARCHIVO-ANUAL.
       IF PERIODO-ANIO NOT = ANIO-ANUAL-ABIERTO
          IF ANIO-ANUAL-ABIERTO > 0
             CLOSE RECIBOS-ANUAL
             MOVE 0 TO ANIO-ANUAL-ABIERTO
          END-IF
          MOVE "N" TO ANUAL-DISPONIBLE
          MOVE PERIODO-ANIO TO RECANUAL-NOMBRE-ARCHIVO(5:4)
          OPEN INPUT RECIBOS-ANUAL
          IF RECANUAL-ESTADO-ARCHIVO = "00"
             MOVE PERIODO-ANIO TO ANIO-ANUAL-ABIERTO
             MOVE "S" TO ANUAL-DISPONIBLE
          END-IF
       END-IF.

       REIMPRIME-DEL-ANUAL.
       MOVE PERIODO-EN-CURSO-X TO RECANUAL-PERIODO.
       MOVE FILTRO-ID TO RECANUAL-EMPLEADOS-ID.
       MOVE LOW-VALUES TO RECANUAL-CLASE.
       MOVE 0 TO RECANUAL-SECUENCIA.
       MOVE 0 TO RECANUAL-LINEA.
       START RECIBOS-ANUAL KEY IS NOT LESS THAN RECANUAL-CLAVE
           INVALID KEY MOVE "S" TO LEE-TODO
           NOT INVALID KEY MOVE "N" TO LEE-TODO
       END-START.
       MOVE SPACE TO CORTE-CLASE.
       MOVE 0 TO CORTE-SECUENCIA.
       PERFORM LEE-LINEA-ANUAL UNTIL LEE-TODO = "S".

       LEE-LINEA-ANUAL.
       READ RECIBOS-ANUAL NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              IF RECANUAL-PERIODO NOT = PERIODO-EN-CURSO-X
                  OR RECANUAL-EMPLEADOS-ID NOT = FILTRO-ID
                 MOVE "S" TO LEE-TODO
              ELSE
                 MOVE RECANUAL-CLASE TO CLASE-LEIDA
                 MOVE RECANUAL-SECUENCIA TO SECUENCIA-LEIDA
                 MOVE RECANUAL-EMPRESA TO EMPRESA-LEIDA
                 MOVE RECANUAL-FECHA TO FECHA-LIBERACION-LEIDA
                 MOVE RECANUAL-TEXTO TO LINEA-LEIDA
                 PERFORM TRATA-LINEA-RECIBO
              END-IF
       END-READ.

      ******************************************************************
      * Cada linea archivada sale tal cual; al empezar un recibo se
      * comprueba su empresa, y debajo de su primera linea (la
      * cabecera) va la marca de duplicado.
      ******************************************************************
       TRATA-LINEA-RECIBO.
       IF CLASE-LEIDA NOT = CORTE-CLASE
           OR SECUENCIA-LEIDA NOT = CORTE-SECUENCIA
          MOVE CLASE-LEIDA TO CORTE-CLASE
          MOVE SECUENCIA-LEIDA TO CORTE-SECUENCIA
          PERFORM VERIFICA-EMPRESA-RECIBO
          IF RECIBO-AUTORIZADO = "S"
             ADD 1 TO RECIBOS-PERIODO
             ADD 1 TO RECIBOS-IMPRESOS
             MOVE LINEA-LEIDA TO LINEA-DUPLICADO
             PERFORM ESCRIBE-LINEA-DUPLICADO
             PERFORM ESCRIBE-MARCA-DUPLICADO
          ELSE
             ADD 1 TO RECIBOS-OMITIDOS
          END-IF
       ELSE
          IF RECIBO-AUTORIZADO = "S"
             MOVE LINEA-LEIDA TO LINEA-DUPLICADO
             PERFORM ESCRIBE-LINEA-DUPLICADO
          END-IF
       END-IF.

       ESCRIBE-MARCA-DUPLICADO.
       MOVE SPACES TO LINEA-DUPLICADO.
       STRING "*** DUPLICADO *** REIMPRESO EL " FECHA-ACTUAL(1:8)
           " POR " OPERADOR-ACTUAL
           DELIMITED BY SIZE INTO LINEA-DUPLICADO.
       PERFORM ESCRIBE-LINEA-DUPLICADO.
       MOVE SPACES TO LINEA-DUPLICADO.
       STRING "    (ORIGINAL LIBERADO EL " FECHA-LIBERACION-LEIDA ")"
           DELIMITED BY SIZE INTO LINEA-DUPLICADO.
       PERFORM ESCRIBE-LINEA-DUPLICADO.

       ESCRIBE-LINEA-DUPLICADO.
       WRITE LINEA-DUPLICADO.
       ADD 1 TO LINEAS-ESCRITAS.

       VERIFICA-EMPRESA-RECIBO.
       IF EMPRESA-LEIDA NOT = ULTIMA-EMPRESA-VISTA
          MOVE EMPRESA-LEIDA TO ULTIMA-EMPRESA-VISTA
          MOVE "V" TO EMPRESA-MODO
          MOVE EMPRESA-LEIDA TO EMPRESA-CODIGO
          MOVE OPERADOR-ACTUAL TO EMPRESA-OPERADOR
          CALL "VALIDA-EMPRESA" USING EMPRESA-MODO DATOS-EMPRESA
          IF EMPRESA-EXISTE = "S" AND EMPRESA-AUTORIZADA = "S"
             MOVE "S" TO ULTIMA-EMPRESA-VALIDA
          ELSE
             MOVE "N" TO ULTIMA-EMPRESA-VALIDA
          END-IF
       END-IF.
       MOVE ULTIMA-EMPRESA-VALIDA TO RECIBO-AUTORIZADO.

       REGISTRA-SPOOL-DUPLICADO.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND SPOOL-INDICE.
       IF SPOOL-INDICE-ESTADO = "35"
          OPEN OUTPUT SPOOL-INDICE
       END-IF.
       MOVE SPACES TO SPOOL-INDICE-REGISTRO.
       MOVE "DUPLICAD" TO SPOOL-IDX-REPORTE.
       MOVE DUPLICADO-NOMBRE-ARCHIVO TO SPOOL-IDX-ARCHIVO.
       MOVE FECHA-ACTUAL(1:14) TO SPOOL-IDX-FECHA.
       MOVE OPERADOR-ACTUAL TO SPOOL-IDX-OPERADOR.
       MOVE LINEAS-ESCRITAS TO SPOOL-IDX-REGISTROS.
       WRITE SPOOL-INDICE-REGISTRO.
       CLOSE SPOOL-INDICE.

       VERIFICA-NIVEL-OPERADOR.
       MOVE 0 TO NIVEL-OPERADOR.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO-ARCHIVO = "00"
          MOVE "N" TO OPERADOR-LEE-TODO
          PERFORM BUSCA-OPERADOR-NIVEL
              UNTIL OPERADOR-LEE-TODO = "S"
       END-IF.
       CLOSE OPERADORES-ARCHIVO.

       BUSCA-OPERADOR-NIVEL.
       READ OPERADORES-ARCHIVO
           AT END MOVE "S" TO OPERADOR-LEE-TODO
           NOT AT END
              IF OPERADOR-REG-ID = OPERADOR-ACTUAL
                  AND OPERADOR-REG-ACTIVO = "S"
                 MOVE OPERADOR-REG-NIVEL TO NIVEL-OPERADOR
                 MOVE "S" TO OPERADOR-LEE-TODO
              END-IF
       END-READ.

       CARGA-PARAMETROS-DUPLICADO.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF PARAMETROS-ESTADO-ARCHIVO = "00"
          MOVE "N" TO PARAM-LEE-TODO
          PERFORM LEE-PARAMETRO-DUPLICADO
              UNTIL PARAM-LEE-TODO = "S"
       END-IF.
       CLOSE PARAMETROS-ARCHIVO.

       LEE-PARAMETRO-DUPLICADO.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO PARAM-LEE-TODO
           NOT AT END
              IF PARAM-CLAVE = "NIVEL-VER-SAL"
                 MOVE PARAM-VALOR TO NIVEL-VER-SALARIOS
              END-IF
       END-READ.

       GRABA-AUDITORIA.
       MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO-ARCHIVO = "35"
          OPEN OUTPUT AUDITORIA-ARCHIVO
       END-IF.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE FECHA-ACTUAL(1:14) TO AUDIT-FECHA.
       MOVE "DUPLICA-RECIBO" TO AUDIT-ACCION.
       MOVE FILTRO-ID TO AUDIT-EMPLEADOS-ID.
       WRITE AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       END PROGRAM REIMPRIME-RECIBOS.

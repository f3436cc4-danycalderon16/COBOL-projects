               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRAC-ID
               ALTERNATE RECORD KEY IS PRAC-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS PRACTICA-EMP-ESTADO.
           SELECT DEPENDIENTES-ARCHIVO ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPENDIENTE-CLAVE
               FILE STATUS IS DEPENDIENTES-ESTADO-ARCHIVO.
           SELECT PRACTICA-DEPENDIENTES ASSIGN TO "PRACDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRACDEP-CLAVE.
           SELECT BANCOS-ARCHIVO ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRACBAN-EMPLEADOS-ID
               FILE STATUS IS PRACTICA-BAN-ESTADO.
           SELECT HORAS-ARCHIVO ASSIGN TO "HORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HORAS-CLAVE
               FILE STATUS IS HORAS-ESTADO-ARCHIVO.
           SELECT PRACTICA-HORAS ASSIGN TO "PRACHOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRACHOR-CLAVE.
           SELECT AUSENCIAS-ARCHIVO ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUSENCIA-CLAVE
               FILE STATUS IS AUSENCIAS-ESTADO-ARCHIVO.
           SELECT PRACTICA-AUSENCIAS ASSIGN TO "PRACAUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRACAUS-CLAVE.
           SELECT NOMINA-HISTORIAL ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIAL-ESTADO-ARCHIVO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORICO-ID
               ALTERNATE RECORD KEY IS HISTORICO-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS HISTORICO-ESTADO-ARCHIVO.
           SELECT PRACTICA-HISTORICO ASSIGN TO "PRACHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRACHIST-ID
               ALTERNATE RECORD KEY IS PRACHIST-PRIMER-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS PRACTICA-HIST-ESTADO.
           SELECT BAJAS-ARCHIVO ASSIGN TO "BAJAS.DAT"
       01  PRAC-REGISTRO.
           05 PRAC-ID                 PIC 9(5).
           05 PRAC-NOMBRE             PIC X(15).
           05 PRAC-APELLIDOS.
              10 PRAC-PRIMER-APELLIDO  PIC X(25).
              10 PRAC-SEGUNDO-APELLIDO PIC X(25).
           05 PRAC-RESTO              PIC X(147).
       FD  DEPENDIENTES-ARCHIVO.
       01  DEPENDIENTE-REGISTRO.
           05 DEPENDIENTE-CLAVE       PIC X(48).
           05 DEPENDIENTE-RESTO       PIC X(50).
       FD  PRACTICA-DEPENDIENTES.
       01  PRACDEP-REGISTRO.
           05 PRACDEP-CLAVE           PIC X(48).
           05 PRACDEP-RESTO           PIC X(50).
       FD  BANCOS-ARCHIVO.
       01  BANCO-REGISTRO.
           05 BANCO-EMPLEADOS-ID      PIC 9(5).
           05 PRACBAN-EMPLEADOS-ID    PIC 9(5).
           05 PRACBAN-RESTO           PIC X(16).
       FD  HORAS-ARCHIVO.
       01  HORAS-REGISTRO.
           05 HORAS-CLAVE             PIC X(11).
           05 HORAS-RESTO             PIC X(6).
       FD  PRACTICA-HORAS.
       01  PRACHOR-REGISTRO.
           05 PRACHOR-CLAVE           PIC X(11).
           05 PRACHOR-RESTO           PIC X(6).
       FD  AUSENCIAS-ARCHIVO.
       01  AUSENCIA-REGISTRO.
           05 AUSENCIA-CLAVE          PIC X(14).
           05 AUSENCIA-RESTO          PIC X(11).
       FD  PRACTICA-AUSENCIAS.
       01  PRACAUS-REGISTRO.
           05 PRACAUS-CLAVE           PIC X(14).
           05 PRACAUS-RESTO           PIC X(11).
       FD  NOMINA-HISTORIAL.
       01  HISTORIAL-REGISTRO         PIC X(51).
       FD  PRACTICA-NOMHIST.
       01  PRACNOMH-REGISTRO          PIC X(51).
       FD  SALDOS-ARCHIVO.
       01  SALDO-REGISTRO             PIC X(15).
       FD  PRACTICA-SALDOS.
       01  HISTORICO-REGISTRO.
           05 HISTORICO-ID            PIC 9(5).
           05 HISTORICO-NOMBRE        PIC X(15).
           05 HISTORICO-APELLIDOS.
              10 HISTORICO-PRIMER-APELLIDO  PIC X(25).
              10 HISTORICO-SEGUNDO-APELLIDO PIC X(25).
           05 HISTORICO-RESTO         PIC X(170).
       FD  PRACTICA-HISTORICO.
       01  PRACHIST-REGISTRO.
           05 PRACHIST-ID             PIC 9(5).
           05 PRACHIST-NOMBRE         PIC X(15).
           05 PRACHIST-APELLIDOS.
              10 PRACHIST-PRIMER-APELLIDO  PIC X(25).
              10 PRACHIST-SEGUNDO-APELLIDO PIC X(25).
           05 PRACHIST-RESTO          PIC X(170).
       FD  BAJAS-ARCHIVO.
       01  BAJA-REGISTRO              PIC X(15).
       FD  PRACTICA-BAJAS.
           REGISTROS-COPIADOS ".".

       COPIA-UN-DEPENDIENTE.
       READ DEPENDIENTES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE DEPENDIENTE-REGISTRO TO PRACDEP-REGISTRO
           REGISTROS-COPIADOS ".".

       COPIA-UNA-HORA.
       READ HORAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE HORAS-REGISTRO TO PRACHOR-REGISTRO
           REGISTROS-COPIADOS ".".

       COPIA-UNA-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO LEE-TODO
           NOT AT END
              MOVE AUSENCIA-REGISTRO TO PRACAUS-REGISTRO

      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    RESTAURACION DE UNA GENERACION DE RESPALDO:
      *             VERIFICA EL JUEGO COMPLETO CONTRA SU MANIFIESTO,
      *             DEVUELVE TODOS LOS MAESTROS A ESA GENERACION,
      *             RECUENTA LO RESTAURADO Y DEJA LA RESTAURACION
      *             REGISTRADA EN LA BITACORA DE CORRIDAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ17.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT RESTAURACION-CARD
           ASSIGN TO '../RESTAURACION-CARD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESTAURACION-CARD.

           SELECT COMISION-YTD
           ASSIGN TO '../COMISION-YTD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YTD-ID-EMPLEADO
           FILE STATUS IS FS-COMISION-YTD.

           SELECT COMISION-HIST
           ASSIGN TO '../COMISION-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-CLAVE
           FILE STATUS IS FS-COMISION-HIST.

           SELECT ALUMNOS-HIST
           ASSIGN TO '../ALUMNOS-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AHIST-CLAVE
           FILE STATUS IS FS-ALUMNOS-HIST.

           SELECT SITUACION
           ASSIGN TO '../SITUACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SITUACION.

           SELECT PAGADAS
           ASSIGN TO '../COMISIONES-PAGADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGADAS.

           SELECT CLAWBACKS
           ASSIGN TO '../CLAWBACKS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLAWBACKS.

           SELECT PERIODO
           ASSIGN TO '../PERIODO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODO.

           SELECT PROCESADOS
           ASSIGN TO '../EXTRACTOS-PROCESADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROCESADOS.

           SELECT ENVIADAS
           ASSIGN TO '../COMISIONES-ENVIADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIADAS.

           SELECT AJUSTES-APROBADOS
           ASSIGN TO '../AJUSTES-APROBADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTES-APROBADOS.

           SELECT ANTICIPOS
           ASSIGN TO '../ANTICIPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANTICIPOS.

           SELECT YTD-JOURNAL
           ASSIGN TO '../YTD-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-YTD-JOURNAL.

           SELECT EMPLEADOS
           ASSIGN TO '../EMPLEADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

           SELECT EMPLEADOS-HISTORIAL
           ASSIGN TO '../EMPLEADOS-HISTORIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS-HISTORIAL.

           SELECT ACTAS
           ASSIGN TO '../ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS.

           SELECT ACTAS-DETALLE
           ASSIGN TO '../ACTAS-DETALLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS-DETALLE.

           SELECT REGISTRO-ACTAS
           ASSIGN TO '../REGISTRO-ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGISTRO-ACTAS.

           SELECT REGISTRO-ENVIADOS
           ASSIGN TO '../REGISTRO-ENVIADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGISTRO-ENVIADOS.

           SELECT RESPALDO
           ASSIGN TO WS-NOM-RESPALDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPALDO.

           SELECT MANIFIESTO
           ASSIGN TO WS-NOM-MANIFIESTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFIESTO.

           SELECT CATALOGO
           ASSIGN TO '../CATALOGO-SALIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT SAL-RESTAURACION
           ASSIGN TO '../RESTAURACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RESTAURACION.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    Generacion a restaurar, tal como figura en el catalogo de
      *    salidas: fecha y secuencia del respaldo.
       FD RESTAURACION-CARD.
       01 CARD-REGISTRO.
          05 CARD-FECHA-GEN             PIC 9(08).
          05 CARD-SECUENCIA-GEN         PIC 9(03).

       FD COMISION-YTD.
       01 YTD-REGISTRO.
          05 YTD-ID-EMPLEADO            PIC 9(05).
          05 YTD-NOMBRE                 PIC X(40).
          05 YTD-CATEGORIA              PIC X(20).
          05 YTD-CANT-VENTAS            PIC 9(07).
          05 YTD-IMPORTE                PIC S9(11)V9(2).
          05 YTD-COMISION               PIC S9(11)V9(2).

       FD COMISION-HIST.
       01 HIST-REGISTRO.
          05 HIST-CLAVE.
             10 HIST-ANIO               PIC 9(04).
             10 HIST-ID-EMPLEADO        PIC 9(05).
          05 HIST-NOMBRE                PIC X(40).
          05 HIST-CATEGORIA             PIC X(20).
          05 HIST-CANT-VENTAS           PIC 9(07).
          05 HIST-IMPORTE               PIC S9(11)V9(2).
          05 HIST-COMISION              PIC S9(11)V9(2).

       FD ALUMNOS-HIST.
       01 AHIST-REGISTRO.
          05 AHIST-CLAVE.
             10 AHIST-LEGAJO            PIC 9(06).
             10 AHIST-MATERIA           PIC X(30).
          05 AHIST-NOMBRE               PIC X(40).
          05 AHIST-INTENTOS             PIC 9(03).
          05 AHIST-MEJOR-PROM           PIC 9(05)V9(02).
          05 AHIST-CANT-MATERIAS        PIC 9(03).
          05 AHIST-PROM-PONDERADO       PIC 9(05)V9(02).

       FD SITUACION.
       01 SIT-REGISTRO.
          05 SIT-LEGAJO                 PIC 9(06).
          05 SIT-CICLO                  PIC 9(01).
          05 SIT-ESTADO                 PIC X(01).
          05 SIT-FECHA-EFECTO           PIC 9(08).

       FD PAGADAS.
       01 PAGADAS-REGISTRO.
          05 PAG-PERIODO                PIC X(07).
          05 PAG-ID-EMPLEADO            PIC 9(05).
          05 PAG-COMISION               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD CLAWBACKS.
       01 CLAW-REGISTRO.
          05 CLAW-FECHA-GEN             PIC 9(08).
          05 CLAW-ID-EMPLEADO           PIC 9(05).
          05 CLAW-PERIODO               PIC X(07).
          05 CLAW-IMPORTE               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 CLAW-COMISION              PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD PERIODO.
       01 PERIODO-REGISTRO.
          05 PERIODO-DESDE              PIC X(10).
          05 PERIODO-HASTA              PIC X(10).
          05 PERIODO-ESTADO             PIC X(01).

       FD PROCESADOS.
       01 PROC-REGISTRO.
          05 PROC-ORIGEN                PIC X(01).
          05 PROC-CAB-FECHA             PIC X(10).
          05 PROC-CAB-LAYOUT            PIC X(03).
          05 PROC-CAB-VERSION           PIC X(02).

       FD ENVIADAS.
       01 ENV-REGISTRO.
          05 ENV-PERIODO                PIC X(07).
          05 ENV-ID-EMPLEADO            PIC 9(05).
          05 ENV-COMISION               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 ENV-ESTADO                 PIC X(01).
          05 ENV-FECHA-ENVIO            PIC 9(08).
          05 ENV-FECHA-RESPUESTA        PIC 9(08).
          05 ENV-RECHAZOS               PIC 9(02).
          05 ENV-MOTIVO                 PIC X(20).
          05 ENV-TIPO-LINEA             PIC X(01).

       FD AJUSTES-APROBADOS.
       01 AJAP-REGISTRO.
          05 AJAP-FECHA-APROB           PIC 9(08).
          05 AJAP-ID-EMPLEADO           PIC 9(05).
          05 AJAP-MOTIVO                PIC X(04).
          05 AJAP-REFERENCIA            PIC X(21).
          05 AJAP-IMPORTE               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 AJAP-OPERADOR              PIC X(08).
          05 AJAP-APROBADOR             PIC X(08).

       FD ANTICIPOS.
       01 ANT-REGISTRO.
          05 ANT-ID-EMPLEADO            PIC 9(05).
          05 ANT-IMPORTE-MENSUAL        PIC 9(09)V9(2).
          05 ANT-PORC-RECUPERO          PIC 9(03)V9(2).
          05 ANT-SALDO                  PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 ANT-PERIODO-APLICADO       PIC X(07).
          05 ANT-SALDO-APERTURA         PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD YTD-JOURNAL.
       01 JRN-REGISTRO.
          05 JRN-FECHA-CORRIDA          PIC 9(08).
          05 JRN-ID-EMPLEADO            PIC 9(05).
          05 JRN-NOMBRE                 PIC X(40).
          05 JRN-CATEGORIA              PIC X(20).
          05 JRN-IMPORTE-ANTES          PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 JRN-COMISION-ANTES         PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 JRN-CANT-VENTAS-DESPUES    PIC 9(07).
          05 JRN-IMPORTE-DESPUES        PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 JRN-COMISION-DESPUES       PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD EMPLEADOS.
       01 EMPLEADOS-REGISTRO.
          05 EMPLEADOS-ID               PIC 9(05).
          05 EMPLEADOS-NOMBRE           PIC X(40).
          05 EMPLEADOS-ESTADO           PIC X(01).
          05 EMPLEADOS-CONDICION        PIC X(02).

       COPY EMPHIST.

       COPY ACTAS.

       COPY ACTADET.

      *    Registro de actas emitido por el batch de notas: se
      *    conserva la linea impresa tal cual.
       FD REGISTRO-ACTAS.
       01 REGACTA-REGISTRO              PIC X(133).

       FD REGISTRO-ENVIADOS.
       01 REGENV-REGISTRO.
          05 REGENV-LOTE                PIC 9(06).
          05 REGENV-LEGAJO              PIC 9(06).
          05 REGENV-MATERIA             PIC X(30).
          05 REGENV-CODIGO-REGISTRO     PIC X(10).
          05 REGENV-ACTA                PIC 9(06).
          05 REGENV-FECHA-ENVIO         PIC 9(08).
          05 REGENV-ESTADO              PIC X(01).
          05 REGENV-NOTA                PIC 9(05)V9(02).

       FD RESPALDO.
       01 RESP-REGISTRO                 PIC X(136).

       COPY MANIFIESTO.

       FD CATALOGO.
       01 CATAL-REGISTRO.
          05 CATAL-FECHA                PIC 9(08).
          05 CATAL-SECUENCIA            PIC 9(03).
          05 CATAL-TIPO                 PIC X(12).
          05 CATAL-ARCHIVO              PIC X(44).

       FD SAL-RESTAURACION.
       01 SAL-RESTAURACION-REG          PIC X(133).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-RESTAURACION-CARD       PIC X(02).
             88 FS-RESTAURACION-CARD-OK                VALUE '00'.
             88 FS-RESTAURACION-CARD-EOF               VALUE '10'.
             88 FS-RESTAURACION-CARD-NFD               VALUE '35'.

          05 FS-COMISION-YTD            PIC X(02).
          05 FS-COMISION-HIST           PIC X(02).
          05 FS-ALUMNOS-HIST            PIC X(02).
          05 FS-SITUACION               PIC X(02).
          05 FS-PAGADAS                 PIC X(02).
          05 FS-CLAWBACKS               PIC X(02).
          05 FS-PERIODO                 PIC X(02).
          05 FS-PROCESADOS              PIC X(02).
          05 FS-ENVIADAS                PIC X(02).
          05 FS-AJUSTES-APROBADOS       PIC X(02).
          05 FS-ANTICIPOS               PIC X(02).
          05 FS-YTD-JOURNAL             PIC X(02).
          05 FS-EMPLEADOS               PIC X(02).
          05 FS-EMPLEADOS-HISTORIAL     PIC X(02).
          05 FS-ACTAS                   PIC X(02).
          05 FS-ACTAS-DETALLE           PIC X(02).
          05 FS-REGISTRO-ACTAS          PIC X(02).
          05 FS-REGISTRO-ENVIADOS       PIC X(02).

      *    Estado del maestro en curso, cualquiera sea el archivo.
          05 FS-MAESTRO                 PIC X(02).
             88 FS-MAESTRO-OK                          VALUE '00'.
             88 FS-MAESTRO-EOF                         VALUE '10'.
             88 FS-MAESTRO-NFD                         VALUE '35'.

          05 FS-RESPALDO                PIC X(02).
             88 FS-RESPALDO-OK                         VALUE '00'.
             88 FS-RESPALDO-EOF                        VALUE '10'.
             88 FS-RESPALDO-NFD                        VALUE '35'.

          05 FS-MANIFIESTO              PIC X(02).
             88 FS-MANIFIESTO-OK                       VALUE '00'.
             88 FS-MANIFIESTO-EOF                      VALUE '10'.
             88 FS-MANIFIESTO-NFD                      VALUE '35'.

          05 FS-CATALOGO                PIC X(02).
             88 FS-CATALOGO-OK                         VALUE '00'.
             88 FS-CATALOGO-EOF                        VALUE '10'.
             88 FS-CATALOGO-NFD                        VALUE '35'.

          05 FS-SAL-RESTAURACION        PIC X(02).
             88 FS-SAL-RESTAURACION-OK                 VALUE '00'.
             88 FS-SAL-RESTAURACION-EOF                VALUE '10'.
             88 FS-SAL-RESTAURACION-NFD                VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

       01 WS-GENERACION.
          05 WS-GEN-FECHA               PIC 9(08)      VALUE 0.
          05 WS-GEN-SECUENCIA           PIC 9(03)      VALUE 0.

       01 WS-NOMBRES-GENERACION.
          05 WS-NOM-RESPALDO            PIC X(44)      VALUE SPACES.
          05 WS-NOM-MANIFIESTO          PIC X(44)      VALUE SPACES.

      *    Juego de maestros que se respalda y restaura junto, en el
      *    orden del manifiesto. Estado del manifiesto: P presente,
      *    A ausente (el maestro no existia en la generacion).
       01 WS-TAB-JUEGO.
          05 WS-TAB-JGO-CANT            PIC 9(02)      VALUE 18.
          05 WS-TAB-JGO OCCURS 18 TIMES.
             10 WS-TAB-JGO-ARCHIVO      PIC X(24).
             10 WS-TAB-JGO-TIPO         PIC X(12).
             10 WS-TAB-JGO-ESTADO       PIC X(01).
             10 WS-TAB-JGO-ESPERADOS    PIC 9(07).
             10 WS-TAB-JGO-RESPALDADOS  PIC 9(07).
             10 WS-TAB-JGO-RESTAURADOS  PIC 9(07).
             10 WS-TAB-JGO-VERIFICADOS  PIC 9(07).
             10 WS-TAB-JGO-RESPALDO     PIC X(44).
             10 WS-TAB-JGO-RESULTADO    PIC X(32).

       01 WS-JGO-IDX                    PIC 9(02)      VALUE 0.

       01 WS-REG-COPIA                  PIC X(136)     VALUE SPACES.

       01 WS-MANIFIESTO-CATALOGADO      PIC X(01)      VALUE 'N'.
          88 WS-MANIFIESTO-CATALOGADO-YES              VALUE 'Y'.
          88 WS-MANIFIESTO-CATALOGADO-NO               VALUE 'N'.

      *    Fase alcanzada: V verificando respaldos (ningun maestro
      *    tocado), R restaurando, C control de lo restaurado.
       01 WS-FASE                       PIC X(01)      VALUE 'V'.
          88 WS-FASE-VERIFICACION                      VALUE 'V'.
          88 WS-FASE-RESTAURACION                      VALUE 'R'.
          88 WS-FASE-CONTROL                           VALUE 'C'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-REG-RESTAURADOS    PIC 9(07)      VALUE 0.
          05 WS-CONT-ARCH-ERRORES       PIC 9(03)      VALUE 0.
          05 WS-CONT-MANIF-FILAS        PIC 9(03)      VALUE 0.

       01 WS-SAL-RES-TITULO             PIC X(42)
          VALUE 'RESTAURACION DE UNA GENERACION DE RESPALDO'.

       01 WS-SAL-RES-GENERACION.
          05 FILLER                  PIC X(12)     VALUE 'GENERACION: '.
          05 WS-SAL-RES-GEN-FECHA    PIC 9(08).
          05 FILLER                  PIC X(01)     VALUE '-'.
          05 WS-SAL-RES-GEN-SEQ      PIC 9(03).

       01 WS-SAL-RES-TITULOS.
          05 FILLER                  PIC X(24)     VALUE 'Archivo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Estado'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Manifiesto'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Respaldo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Restaurado'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Verificado'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(32)     VALUE 'Resultado'.

       01 WS-SAL-RES-DETALLE.
          05 WS-SAL-RES-ARCHIVO      PIC X(24).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-RES-ESTADO       PIC X(08).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-RES-ESPERADOS    PIC Z(09)9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-RES-RESPALDADOS  PIC Z(09)9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-RES-RESTAURADOS  PIC Z(09)9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-RES-VERIFICADOS  PIC Z(09)9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-RES-RESULTADO    PIC X(32).

       01 WS-SAL-RES-LINEA.
          05 WS-SAL-RES-ETIQUETA     PIC X(32).
          05 WS-SAL-RES-VALOR        PIC X(60).

       01 WS-RETORNO-PROPUESTO          PIC 9(02)      VALUE 0.

       01 WS-RUN-STAMP.
          05 WS-RUN-FECHA-INICIO        PIC 9(08)      VALUE 0.
          05 WS-RUN-HORA-INICIO         PIC 9(06)      VALUE 0.
          05 WS-RUN-FECHA-FIN           PIC 9(08)      VALUE 0.
          05 WS-RUN-HORA-FIN            PIC 9(06)      VALUE 0.
       01 WS-HORA-ACEPTADA              PIC 9(08)      VALUE 0.
       01 WS-CONT-ARCHIVOS-SALIDA       PIC 9(03)      VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF RETURN-CODE < 8
              PERFORM 2000-VERIFICAR-RESPALDOS
                 THRU 2000-VERIFICAR-RESPALDOS-FIN
           END-IF.

           IF RETURN-CODE < 8
              PERFORM 2500-RESTAURAR-JUEGO
                 THRU 2500-RESTAURAR-JUEGO-FIN
              PERFORM 2700-CONTROLAR-RESTAURACION
                 THRU 2700-CONTROLAR-RESTAURACION-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           PERFORM 1100-ARMAR-JUEGO
              THRU 1100-ARMAR-JUEGO-FIN.

           PERFORM 1150-LEER-TARJETA
              THRU 1150-LEER-TARJETA-FIN.

           IF RETURN-CODE < 8
              PERFORM 1200-CARGAR-CATALOGO
                 THRU 1200-CARGAR-CATALOGO-FIN
           END-IF.

           IF RETURN-CODE < 8
              PERFORM 1300-CARGAR-MANIFIESTO
                 THRU 1300-CARGAR-MANIFIESTO-FIN
           END-IF.

           OPEN OUTPUT SAL-RESTAURACION.

           IF FS-SAL-RESTAURACION-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE WS-SAL-RES-TITULO TO SAL-RESTAURACION-REG
              WRITE SAL-RESTAURACION-REG
              MOVE WS-GEN-FECHA TO WS-SAL-RES-GEN-FECHA
              MOVE WS-GEN-SECUENCIA TO WS-SAL-RES-GEN-SEQ
              MOVE WS-SAL-RES-GENERACION TO SAL-RESTAURACION-REG
              WRITE SAL-RESTAURACION-REG
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE RESTAURACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-RESTAURACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ARMAR-JUEGO.

           INITIALIZE WS-TAB-JUEGO.
           MOVE 18 TO WS-TAB-JGO-CANT.

           MOVE 'COMISION-YTD.DAT'      TO WS-TAB-JGO-ARCHIVO(1).
           MOVE 'RESP-YTD'              TO WS-TAB-JGO-TIPO(1).
           MOVE 'COMISION-HIST.DAT'     TO WS-TAB-JGO-ARCHIVO(2).
           MOVE 'RESP-HIST'             TO WS-TAB-JGO-TIPO(2).
           MOVE 'ALUMNOS-HIST.DAT'      TO WS-TAB-JGO-ARCHIVO(3).
           MOVE 'RESP-AHIST'            TO WS-TAB-JGO-TIPO(3).
           MOVE 'SITUACION.TXT'         TO WS-TAB-JGO-ARCHIVO(4).
           MOVE 'RESP-SITUAC'           TO WS-TAB-JGO-TIPO(4).
           MOVE 'COMISIONES-PAGADAS.TXT' TO WS-TAB-JGO-ARCHIVO(5).
           MOVE 'RESP-PAGADAS'          TO WS-TAB-JGO-TIPO(5).
           MOVE 'CLAWBACKS.TXT'         TO WS-TAB-JGO-ARCHIVO(6).
           MOVE 'RESP-CLAWBAC'          TO WS-TAB-JGO-TIPO(6).
           MOVE 'PERIODO.TXT'           TO WS-TAB-JGO-ARCHIVO(7).
           MOVE 'RESP-PERIODO'          TO WS-TAB-JGO-TIPO(7).
           MOVE 'EXTRACTOS-PROCESADOS.TXT' TO WS-TAB-JGO-ARCHIVO(8).
           MOVE 'RESP-PROCES'           TO WS-TAB-JGO-TIPO(8).
           MOVE 'COMISIONES-ENVIADAS.TXT' TO WS-TAB-JGO-ARCHIVO(9).
           MOVE 'RESP-ENVIADAS'         TO WS-TAB-JGO-TIPO(9).
           MOVE 'AJUSTES-APROBADOS.TXT' TO WS-TAB-JGO-ARCHIVO(10).
           MOVE 'RESP-AJUSTES'          TO WS-TAB-JGO-TIPO(10).
           MOVE 'ANTICIPOS.TXT'         TO WS-TAB-JGO-ARCHIVO(11).
           MOVE 'RESP-ANTICIP'          TO WS-TAB-JGO-TIPO(11).
           MOVE 'YTD-JOURNAL.TXT'       TO WS-TAB-JGO-ARCHIVO(12).
           MOVE 'RESP-JOURNAL'          TO WS-TAB-JGO-TIPO(12).
           MOVE 'EMPLEADOS.TXT'         TO WS-TAB-JGO-ARCHIVO(13).
           MOVE 'RESP-EMPLEAD'          TO WS-TAB-JGO-TIPO(13).
           MOVE 'EMPLEADOS-HISTORIAL.TXT' TO WS-TAB-JGO-ARCHIVO(14).
           MOVE 'RESP-EMPHIST'          TO WS-TAB-JGO-TIPO(14).
           MOVE 'ACTAS.TXT'             TO WS-TAB-JGO-ARCHIVO(15).
           MOVE 'RESP-ACTAS'            TO WS-TAB-JGO-TIPO(15).
           MOVE 'ACTAS-DETALLE.TXT'     TO WS-TAB-JGO-ARCHIVO(16).
           MOVE 'RESP-ACTADET'          TO WS-TAB-JGO-TIPO(16).
           MOVE 'REGISTRO-ACTAS.TXT'    TO WS-TAB-JGO-ARCHIVO(17).
           MOVE 'RESP-REGACTA'          TO WS-TAB-JGO-TIPO(17).
           MOVE 'REGISTRO-ENVIADOS.TXT' TO WS-TAB-JGO-ARCHIVO(18).
           MOVE 'RESP-REGENV'           TO WS-TAB-JGO-TIPO(18).

       1100-ARMAR-JUEGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin tarjeta no se restaura: la generacion se elige siempre
      *    en forma explicita.
       1150-LEER-TARJETA.

           OPEN INPUT RESTAURACION-CARD.

           EVALUATE FS-RESTAURACION-CARD
           WHEN '00'
                READ RESTAURACION-CARD
                IF FS-RESTAURACION-CARD-OK
                   IF CARD-FECHA-GEN IS NUMERIC
                      AND CARD-SECUENCIA-GEN IS NUMERIC
                      AND CARD-FECHA-GEN > 0
                      AND CARD-SECUENCIA-GEN > 0
                      MOVE CARD-FECHA-GEN TO WS-GEN-FECHA
                      MOVE CARD-SECUENCIA-GEN TO WS-GEN-SECUENCIA
                   ELSE
                      DISPLAY 'TARJETA DE RESTAURACION INVALIDA: '
                         CARD-REGISTRO
                      MOVE 8 TO WS-RETORNO-PROPUESTO
                      PERFORM 9000-FIJAR-RETORNO
                         THRU 9000-FIJAR-RETORNO-FIN
                   END-IF
                ELSE
                   DISPLAY 'TARJETA DE RESTAURACION VACIA'
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
                CLOSE RESTAURACION-CARD
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA LA TARJETA DE RESTAURACION'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA TARJETA DE RESTAURACION'
                DISPLAY 'FILE STATUS: ' FS-RESTAURACION-CARD
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1150-LEER-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Del catalogo salen el manifiesto y las copias de la
      *    generacion pedida; una copia depurada ya no figura.
       1200-CARGAR-CATALOGO.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
           WHEN '00'
                PERFORM 1250-LEER-CATALOGO
                   THRU 1250-LEER-CATALOGO-FIN
                   UNTIL FS-CATALOGO-EOF
                CLOSE CATALOGO
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL CATALOGO DE SALIDAS'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 1200-CARGAR-CATALOGO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 1200-CARGAR-CATALOGO-FIN
           END-EVALUATE.

           IF WS-MANIFIESTO-CATALOGADO-NO
              DISPLAY 'GENERACION NO CATALOGADA COMO RESPALDO: '
                 WS-GEN-FECHA '-' WS-GEN-SECUENCIA
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1200-CARGAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-CATALOGO.

           READ CATALOGO.

           EVALUATE TRUE
           WHEN FS-CATALOGO-OK
                IF CATAL-FECHA = WS-GEN-FECHA
                   AND CATAL-SECUENCIA = WS-GEN-SECUENCIA
                   IF CATAL-TIPO = 'RESP-MANIF'
                      MOVE CATAL-ARCHIVO TO WS-NOM-MANIFIESTO
                      SET WS-MANIFIESTO-CATALOGADO-YES TO TRUE
                   ELSE
                      PERFORM 1270-ANOTAR-COPIA
                         THRU 1270-ANOTAR-COPIA-FIN
                         VARYING WS-JGO-IDX FROM 1 BY 1
                         UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT
                   END-IF
                END-IF
           WHEN FS-CATALOGO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-CATALOGO
           END-EVALUATE.

       1250-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1270-ANOTAR-COPIA.

           IF WS-TAB-JGO-TIPO(WS-JGO-IDX) = CATAL-TIPO
              MOVE CATAL-ARCHIVO TO WS-TAB-JGO-RESPALDO(WS-JGO-IDX)
           END-IF.

       1270-ANOTAR-COPIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El manifiesto debe traer todos los maestros del juego en su
      *    orden; si no coincide con el juego no se restaura nada.
       1300-CARGAR-MANIFIESTO.

           OPEN INPUT MANIFIESTO.

           IF NOT FS-MANIFIESTO-OK
              DISPLAY 'ERROR AL ABRIR EL MANIFIESTO ' WS-NOM-MANIFIESTO
              DISPLAY 'FILE STATUS: ' FS-MANIFIESTO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1300-CARGAR-MANIFIESTO-FIN
           END-IF.

           PERFORM 1350-LEER-MANIFIESTO
              THRU 1350-LEER-MANIFIESTO-FIN
              UNTIL FS-MANIFIESTO-EOF.

           CLOSE MANIFIESTO.

           PERFORM 1380-CONTROLAR-MANIFIESTO
              THRU 1380-CONTROLAR-MANIFIESTO-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

       1300-CARGAR-MANIFIESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1350-LEER-MANIFIESTO.

           READ MANIFIESTO.

           EVALUATE TRUE
           WHEN FS-MANIFIESTO-OK
                ADD 1 TO WS-CONT-MANIF-FILAS
                IF MAN-ORDEN IS NOT NUMERIC
                   OR MAN-ORDEN < 1
                   OR MAN-ORDEN > WS-TAB-JGO-CANT
                   OR MAN-REGISTROS IS NOT NUMERIC
                   OR (NOT MAN-ESTADO-PRESENTE
                       AND NOT MAN-ESTADO-AUSENTE)
                   DISPLAY 'MANIFIESTO CON FILA INVALIDA: '
                      MAN-REGISTRO
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                ELSE
                   MOVE MAN-ORDEN TO WS-JGO-IDX
                   IF MAN-ARCHIVO NOT = WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
                      DISPLAY 'MANIFIESTO DE OTRO JUEGO DE MAESTROS: '
                         MAN-ARCHIVO
                      MOVE 8 TO WS-RETORNO-PROPUESTO
                      PERFORM 9000-FIJAR-RETORNO
                         THRU 9000-FIJAR-RETORNO-FIN
                   ELSE
                      MOVE MAN-ESTADO
                         TO WS-TAB-JGO-ESTADO(WS-JGO-IDX)
                      MOVE MAN-REGISTROS
                         TO WS-TAB-JGO-ESPERADOS(WS-JGO-IDX)
                   END-IF
                END-IF
           WHEN FS-MANIFIESTO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL MANIFIESTO ' WS-NOM-MANIFIESTO
                DISPLAY 'FILE STATUS: ' FS-MANIFIESTO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-MANIFIESTO
           END-EVALUATE.

       1350-LEER-MANIFIESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1380-CONTROLAR-MANIFIESTO.

           IF WS-TAB-JGO-ESTADO(WS-JGO-IDX) = SPACES
              DISPLAY 'MANIFIESTO SIN EL MAESTRO '
                 WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1380-CONTROLAR-MANIFIESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Antes de tocar un solo maestro se cuentan todas las copias
      *    contra el manifiesto: una generacion incompleta o alterada
      *    no se restaura, asi nunca quedan maestros de distintos
      *    momentos mezclados.
       2000-VERIFICAR-RESPALDOS.

           SET WS-FASE-VERIFICACION TO TRUE.

           PERFORM 2100-VERIFICAR-RESPALDO
              THRU 2100-VERIFICAR-RESPALDO-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

           IF WS-CONT-ARCH-ERRORES > 0
              DISPLAY 'GENERACION NO RESTAURABLE: '
                 'NO SE MODIFICO NINGUN MAESTRO'
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       2000-VERIFICAR-RESPALDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-VERIFICAR-RESPALDO.

           IF WS-TAB-JGO-ESTADO(WS-JGO-IDX) = 'A'
              GO TO 2100-VERIFICAR-RESPALDO-FIN
           END-IF.

           IF WS-TAB-JGO-RESPALDO(WS-JGO-IDX) = SPACES
              MOVE 'RESPALDO NO CATALOGADO'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              GO TO 2100-VERIFICAR-RESPALDO-FIN
           END-IF.

           MOVE WS-TAB-JGO-RESPALDO(WS-JGO-IDX) TO WS-NOM-RESPALDO.

           OPEN INPUT RESPALDO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL ABRIR EL RESPALDO ' WS-NOM-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              MOVE 'RESPALDO FALTANTE'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              GO TO 2100-VERIFICAR-RESPALDO-FIN
           END-IF.

           PERFORM 2150-CONTAR-RESPALDO
              THRU 2150-CONTAR-RESPALDO-FIN
              UNTIL NOT FS-RESPALDO-OK.

           IF NOT FS-RESPALDO-EOF
              MOVE 'RESPALDO ILEGIBLE'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              CLOSE RESPALDO
              GO TO 2100-VERIFICAR-RESPALDO-FIN
           END-IF.

           CLOSE RESPALDO.

           IF WS-TAB-JGO-RESPALDADOS(WS-JGO-IDX) NOT =
              WS-TAB-JGO-ESPERADOS(WS-JGO-IDX)
              MOVE 'RESPALDO DISTINTO AL MANIFIESTO'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
           END-IF.

       2100-VERIFICAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-CONTAR-RESPALDO.

           READ RESPALDO.

           EVALUATE TRUE
           WHEN FS-RESPALDO-OK
                ADD 1 TO WS-TAB-JGO-RESPALDADOS(WS-JGO-IDX)
           WHEN FS-RESPALDO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL RESPALDO ' WS-NOM-RESPALDO
                DISPLAY 'FILE STATUS: ' FS-RESPALDO
           END-EVALUATE.

       2150-CONTAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Acceso a los maestros del juego segun su orden en la tabla;
      *    el estado queda en FS-MAESTRO. Lo que se graba se toma de
      *    WS-REG-COPIA.
       2400-ABRIR-MAESTRO-ENTRADA.

           EVALUATE WS-JGO-IDX
           WHEN 1
                OPEN INPUT COMISION-YTD
                MOVE FS-COMISION-YTD TO FS-MAESTRO
           WHEN 2
                OPEN INPUT COMISION-HIST
                MOVE FS-COMISION-HIST TO FS-MAESTRO
           WHEN 3
                OPEN INPUT ALUMNOS-HIST
                MOVE FS-ALUMNOS-HIST TO FS-MAESTRO
           WHEN 4
                OPEN INPUT SITUACION
                MOVE FS-SITUACION TO FS-MAESTRO
           WHEN 5
                OPEN INPUT PAGADAS
                MOVE FS-PAGADAS TO FS-MAESTRO
           WHEN 6
                OPEN INPUT CLAWBACKS
                MOVE FS-CLAWBACKS TO FS-MAESTRO
           WHEN 7
                OPEN INPUT PERIODO
                MOVE FS-PERIODO TO FS-MAESTRO
           WHEN 8
                OPEN INPUT PROCESADOS
                MOVE FS-PROCESADOS TO FS-MAESTRO
           WHEN 9
                OPEN INPUT ENVIADAS
                MOVE FS-ENVIADAS TO FS-MAESTRO
           WHEN 10
                OPEN INPUT AJUSTES-APROBADOS
                MOVE FS-AJUSTES-APROBADOS TO FS-MAESTRO
           WHEN 11
                OPEN INPUT ANTICIPOS
                MOVE FS-ANTICIPOS TO FS-MAESTRO
           WHEN 12
                OPEN INPUT YTD-JOURNAL
                MOVE FS-YTD-JOURNAL TO FS-MAESTRO
           WHEN 13
                OPEN INPUT EMPLEADOS
                MOVE FS-EMPLEADOS TO FS-MAESTRO
           WHEN 14
                OPEN INPUT EMPLEADOS-HISTORIAL
                MOVE FS-EMPLEADOS-HISTORIAL TO FS-MAESTRO
           WHEN 15
                OPEN INPUT ACTAS
                MOVE FS-ACTAS TO FS-MAESTRO
           WHEN 16
                OPEN INPUT ACTAS-DETALLE
                MOVE FS-ACTAS-DETALLE TO FS-MAESTRO
           WHEN 17
                OPEN INPUT REGISTRO-ACTAS
                MOVE FS-REGISTRO-ACTAS TO FS-MAESTRO
           WHEN 18
                OPEN INPUT REGISTRO-ENVIADOS
                MOVE FS-REGISTRO-ENVIADOS TO FS-MAESTRO
           END-EVALUATE.

       2400-ABRIR-MAESTRO-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-ABRIR-MAESTRO-SALIDA.

           EVALUATE WS-JGO-IDX
           WHEN 1
                OPEN OUTPUT COMISION-YTD
                MOVE FS-COMISION-YTD TO FS-MAESTRO
           WHEN 2
                OPEN OUTPUT COMISION-HIST
                MOVE FS-COMISION-HIST TO FS-MAESTRO
           WHEN 3
                OPEN OUTPUT ALUMNOS-HIST
                MOVE FS-ALUMNOS-HIST TO FS-MAESTRO
           WHEN 4
                OPEN OUTPUT SITUACION
                MOVE FS-SITUACION TO FS-MAESTRO
           WHEN 5
                OPEN OUTPUT PAGADAS
                MOVE FS-PAGADAS TO FS-MAESTRO
           WHEN 6
                OPEN OUTPUT CLAWBACKS
                MOVE FS-CLAWBACKS TO FS-MAESTRO
           WHEN 7
                OPEN OUTPUT PERIODO
                MOVE FS-PERIODO TO FS-MAESTRO
           WHEN 8
                OPEN OUTPUT PROCESADOS
                MOVE FS-PROCESADOS TO FS-MAESTRO
           WHEN 9
                OPEN OUTPUT ENVIADAS
                MOVE FS-ENVIADAS TO FS-MAESTRO
           WHEN 10
                OPEN OUTPUT AJUSTES-APROBADOS
                MOVE FS-AJUSTES-APROBADOS TO FS-MAESTRO
           WHEN 11
                OPEN OUTPUT ANTICIPOS
                MOVE FS-ANTICIPOS TO FS-MAESTRO
           WHEN 12
                OPEN OUTPUT YTD-JOURNAL
                MOVE FS-YTD-JOURNAL TO FS-MAESTRO
           WHEN 13
                OPEN OUTPUT EMPLEADOS
                MOVE FS-EMPLEADOS TO FS-MAESTRO
           WHEN 14
                OPEN OUTPUT EMPLEADOS-HISTORIAL
                MOVE FS-EMPLEADOS-HISTORIAL TO FS-MAESTRO
           WHEN 15
                OPEN OUTPUT ACTAS
                MOVE FS-ACTAS TO FS-MAESTRO
           WHEN 16
                OPEN OUTPUT ACTAS-DETALLE
                MOVE FS-ACTAS-DETALLE TO FS-MAESTRO
           WHEN 17
                OPEN OUTPUT REGISTRO-ACTAS
                MOVE FS-REGISTRO-ACTAS TO FS-MAESTRO
           WHEN 18
                OPEN OUTPUT REGISTRO-ENVIADOS
                MOVE FS-REGISTRO-ENVIADOS TO FS-MAESTRO
           END-EVALUATE.

       2410-ABRIR-MAESTRO-SALIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-LEER-MAESTRO.

           EVALUATE WS-JGO-IDX
           WHEN 1
                READ COMISION-YTD
                MOVE FS-COMISION-YTD TO FS-MAESTRO
           WHEN 2
                READ COMISION-HIST
                MOVE FS-COMISION-HIST TO FS-MAESTRO
           WHEN 3
                READ ALUMNOS-HIST
                MOVE FS-ALUMNOS-HIST TO FS-MAESTRO
           WHEN 4
                READ SITUACION
                MOVE FS-SITUACION TO FS-MAESTRO
           WHEN 5
                READ PAGADAS
                MOVE FS-PAGADAS TO FS-MAESTRO
           WHEN 6
                READ CLAWBACKS
                MOVE FS-CLAWBACKS TO FS-MAESTRO
           WHEN 7
                READ PERIODO
                MOVE FS-PERIODO TO FS-MAESTRO
           WHEN 8
                READ PROCESADOS
                MOVE FS-PROCESADOS TO FS-MAESTRO
           WHEN 9
                READ ENVIADAS
                MOVE FS-ENVIADAS TO FS-MAESTRO
           WHEN 10
                READ AJUSTES-APROBADOS
                MOVE FS-AJUSTES-APROBADOS TO FS-MAESTRO
           WHEN 11
                READ ANTICIPOS
                MOVE FS-ANTICIPOS TO FS-MAESTRO
           WHEN 12
                READ YTD-JOURNAL
                MOVE FS-YTD-JOURNAL TO FS-MAESTRO
           WHEN 13
                READ EMPLEADOS
                MOVE FS-EMPLEADOS TO FS-MAESTRO
           WHEN 14
                READ EMPLEADOS-HISTORIAL
                MOVE FS-EMPLEADOS-HISTORIAL TO FS-MAESTRO
           WHEN 15
                READ ACTAS
                MOVE FS-ACTAS TO FS-MAESTRO
           WHEN 16
                READ ACTAS-DETALLE
                MOVE FS-ACTAS-DETALLE TO FS-MAESTRO
           WHEN 17
                READ REGISTRO-ACTAS
                MOVE FS-REGISTRO-ACTAS TO FS-MAESTRO
           WHEN 18
                READ REGISTRO-ENVIADOS
                MOVE FS-REGISTRO-ENVIADOS TO FS-MAESTRO
           END-EVALUATE.

       2420-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-GRABAR-MAESTRO.

           EVALUATE WS-JGO-IDX
           WHEN 1
                MOVE WS-REG-COPIA TO YTD-REGISTRO
                WRITE YTD-REGISTRO
                MOVE FS-COMISION-YTD TO FS-MAESTRO
           WHEN 2
                MOVE WS-REG-COPIA TO HIST-REGISTRO
                WRITE HIST-REGISTRO
                MOVE FS-COMISION-HIST TO FS-MAESTRO
           WHEN 3
                MOVE WS-REG-COPIA TO AHIST-REGISTRO
                WRITE AHIST-REGISTRO
                MOVE FS-ALUMNOS-HIST TO FS-MAESTRO
           WHEN 4
                MOVE WS-REG-COPIA TO SIT-REGISTRO
                WRITE SIT-REGISTRO
                MOVE FS-SITUACION TO FS-MAESTRO
           WHEN 5
                MOVE WS-REG-COPIA TO PAGADAS-REGISTRO
                WRITE PAGADAS-REGISTRO
                MOVE FS-PAGADAS TO FS-MAESTRO
           WHEN 6
                MOVE WS-REG-COPIA TO CLAW-REGISTRO
                WRITE CLAW-REGISTRO
                MOVE FS-CLAWBACKS TO FS-MAESTRO
           WHEN 7
                MOVE WS-REG-COPIA TO PERIODO-REGISTRO
                WRITE PERIODO-REGISTRO
                MOVE FS-PERIODO TO FS-MAESTRO
           WHEN 8
                MOVE WS-REG-COPIA TO PROC-REGISTRO
                WRITE PROC-REGISTRO
                MOVE FS-PROCESADOS TO FS-MAESTRO
           WHEN 9
                MOVE WS-REG-COPIA TO ENV-REGISTRO
                WRITE ENV-REGISTRO
                MOVE FS-ENVIADAS TO FS-MAESTRO
           WHEN 10
                MOVE WS-REG-COPIA TO AJAP-REGISTRO
                WRITE AJAP-REGISTRO
                MOVE FS-AJUSTES-APROBADOS TO FS-MAESTRO
           WHEN 11
                MOVE WS-REG-COPIA TO ANT-REGISTRO
                WRITE ANT-REGISTRO
                MOVE FS-ANTICIPOS TO FS-MAESTRO
           WHEN 12
                MOVE WS-REG-COPIA TO JRN-REGISTRO
                WRITE JRN-REGISTRO
                MOVE FS-YTD-JOURNAL TO FS-MAESTRO
           WHEN 13
                MOVE WS-REG-COPIA TO EMPLEADOS-REGISTRO
                WRITE EMPLEADOS-REGISTRO
                MOVE FS-EMPLEADOS TO FS-MAESTRO
           WHEN 14
                MOVE WS-REG-COPIA TO EMPHIST-REGISTRO
                WRITE EMPHIST-REGISTRO
                MOVE FS-EMPLEADOS-HISTORIAL TO FS-MAESTRO
           WHEN 15
                MOVE WS-REG-COPIA TO ACTA-REGISTRO
                WRITE ACTA-REGISTRO
                MOVE FS-ACTAS TO FS-MAESTRO
           WHEN 16
                MOVE WS-REG-COPIA TO ADET-REGISTRO
                WRITE ADET-REGISTRO
                MOVE FS-ACTAS-DETALLE TO FS-MAESTRO
           WHEN 17
                MOVE WS-REG-COPIA TO REGACTA-REGISTRO
                WRITE REGACTA-REGISTRO
                MOVE FS-REGISTRO-ACTAS TO FS-MAESTRO
           WHEN 18
                MOVE WS-REG-COPIA TO REGENV-REGISTRO
                WRITE REGENV-REGISTRO
                MOVE FS-REGISTRO-ENVIADOS TO FS-MAESTRO
           END-EVALUATE.

       2430-GRABAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2440-CERRAR-MAESTRO.

           EVALUATE WS-JGO-IDX
           WHEN 1
                CLOSE COMISION-YTD
           WHEN 2
                CLOSE COMISION-HIST
           WHEN 3
                CLOSE ALUMNOS-HIST
           WHEN 4
                CLOSE SITUACION
           WHEN 5
                CLOSE PAGADAS
           WHEN 6
                CLOSE CLAWBACKS
           WHEN 7
                CLOSE PERIODO
           WHEN 8
                CLOSE PROCESADOS
           WHEN 9
                CLOSE ENVIADAS
           WHEN 10
                CLOSE AJUSTES-APROBADOS
           WHEN 11
                CLOSE ANTICIPOS
           WHEN 12
                CLOSE YTD-JOURNAL
           WHEN 13
                CLOSE EMPLEADOS
           WHEN 14
                CLOSE EMPLEADOS-HISTORIAL
           WHEN 15
                CLOSE ACTAS
           WHEN 16
                CLOSE ACTAS-DETALLE
           WHEN 17
                CLOSE REGISTRO-ACTAS
           WHEN 18
                CLOSE REGISTRO-ENVIADOS
           END-EVALUATE.

       2440-CERRAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-BORRAR-MAESTRO.

           EVALUATE WS-JGO-IDX
           WHEN 1
                DELETE FILE COMISION-YTD
                MOVE FS-COMISION-YTD TO FS-MAESTRO
           WHEN 2
                DELETE FILE COMISION-HIST
                MOVE FS-COMISION-HIST TO FS-MAESTRO
           WHEN 3
                DELETE FILE ALUMNOS-HIST
                MOVE FS-ALUMNOS-HIST TO FS-MAESTRO
           WHEN 4
                DELETE FILE SITUACION
                MOVE FS-SITUACION TO FS-MAESTRO
           WHEN 5
                DELETE FILE PAGADAS
                MOVE FS-PAGADAS TO FS-MAESTRO
           WHEN 6
                DELETE FILE CLAWBACKS
                MOVE FS-CLAWBACKS TO FS-MAESTRO
           WHEN 7
                DELETE FILE PERIODO
                MOVE FS-PERIODO TO FS-MAESTRO
           WHEN 8
                DELETE FILE PROCESADOS
                MOVE FS-PROCESADOS TO FS-MAESTRO
           WHEN 9
                DELETE FILE ENVIADAS
                MOVE FS-ENVIADAS TO FS-MAESTRO
           WHEN 10
                DELETE FILE AJUSTES-APROBADOS
                MOVE FS-AJUSTES-APROBADOS TO FS-MAESTRO
           WHEN 11
                DELETE FILE ANTICIPOS
                MOVE FS-ANTICIPOS TO FS-MAESTRO
           WHEN 12
                DELETE FILE YTD-JOURNAL
                MOVE FS-YTD-JOURNAL TO FS-MAESTRO
           WHEN 13
                DELETE FILE EMPLEADOS
                MOVE FS-EMPLEADOS TO FS-MAESTRO
           WHEN 14
                DELETE FILE EMPLEADOS-HISTORIAL
                MOVE FS-EMPLEADOS-HISTORIAL TO FS-MAESTRO
           WHEN 15
                DELETE FILE ACTAS
                MOVE FS-ACTAS TO FS-MAESTRO
           WHEN 16
                DELETE FILE ACTAS-DETALLE
                MOVE FS-ACTAS-DETALLE TO FS-MAESTRO
           WHEN 17
                DELETE FILE REGISTRO-ACTAS
                MOVE FS-REGISTRO-ACTAS TO FS-MAESTRO
           WHEN 18
                DELETE FILE REGISTRO-ENVIADOS
                MOVE FS-REGISTRO-ENVIADOS TO FS-MAESTRO
           END-EVALUATE.

       2450-BORRAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Desde aca los maestros se reemplazan: cualquier falla deja
      *    el juego a medio restaurar y se informa con codigo 12 para
      *    que la generacion se vuelva a restaurar antes de correr.
       2500-RESTAURAR-JUEGO.

           SET WS-FASE-RESTAURACION TO TRUE.

           PERFORM 2600-RESTAURAR-ARCHIVO
              THRU 2600-RESTAURAR-ARCHIVO-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

       2500-RESTAURAR-JUEGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un maestro ausente en la generacion se borra, para que el
      *    juego quede como estaba en ese momento.
       2600-RESTAURAR-ARCHIVO.

           IF WS-TAB-JGO-ESTADO(WS-JGO-IDX) = 'A'
              PERFORM 2450-BORRAR-MAESTRO
                 THRU 2450-BORRAR-MAESTRO-FIN
              IF NOT FS-MAESTRO-OK AND NOT FS-MAESTRO-NFD
                 DISPLAY 'ERROR AL BORRAR '
                    WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
                 DISPLAY 'FILE STATUS: ' FS-MAESTRO
                 MOVE 'NO SE PUDO BORRAR'
                    TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
                 ADD 1 TO WS-CONT-ARCH-ERRORES
                 MOVE 12 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
              END-IF
              GO TO 2600-RESTAURAR-ARCHIVO-FIN
           END-IF.

           MOVE WS-TAB-JGO-RESPALDO(WS-JGO-IDX) TO WS-NOM-RESPALDO.

           OPEN INPUT RESPALDO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL ABRIR EL RESPALDO ' WS-NOM-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              MOVE 'RESPALDO FALTANTE'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              MOVE 12 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2600-RESTAURAR-ARCHIVO-FIN
           END-IF.

           PERFORM 2410-ABRIR-MAESTRO-SALIDA
              THRU 2410-ABRIR-MAESTRO-SALIDA-FIN.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL ABRIR '
                 WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              MOVE 'NO SE PUDO REEMPLAZAR'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              MOVE 12 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              CLOSE RESPALDO
              GO TO 2600-RESTAURAR-ARCHIVO-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.

           READ RESPALDO.

           PERFORM 2650-COPIAR-REGISTRO
              THRU 2650-COPIAR-REGISTRO-FIN
              UNTIL NOT FS-RESPALDO-OK.

           PERFORM 2440-CERRAR-MAESTRO
              THRU 2440-CERRAR-MAESTRO-FIN.
           CLOSE RESPALDO.

       2600-RESTAURAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-COPIAR-REGISTRO.

           ADD 1 TO WS-CONT-REG-LEIDOS.

           MOVE RESP-REGISTRO TO WS-REG-COPIA.

           PERFORM 2430-GRABAR-MAESTRO
              THRU 2430-GRABAR-MAESTRO-FIN.

           IF FS-MAESTRO-OK
              ADD 1 TO WS-TAB-JGO-RESTAURADOS(WS-JGO-IDX)
              ADD 1 TO WS-CONT-REG-RESTAURADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR '
                 WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-IF.

           READ RESPALDO.

       2650-COPIAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada maestro restaurado se vuelve a leer completo: lo que
      *    quedo en disco tiene que coincidir con el manifiesto.
       2700-CONTROLAR-RESTAURACION.

           SET WS-FASE-CONTROL TO TRUE.

           PERFORM 2750-CONTROLAR-ARCHIVO
              THRU 2750-CONTROLAR-ARCHIVO-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

       2700-CONTROLAR-RESTAURACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2750-CONTROLAR-ARCHIVO.

           IF WS-TAB-JGO-RESULTADO(WS-JGO-IDX) NOT = SPACES
              GO TO 2750-CONTROLAR-ARCHIVO-FIN
           END-IF.

           PERFORM 2400-ABRIR-MAESTRO-ENTRADA
              THRU 2400-ABRIR-MAESTRO-ENTRADA-FIN.

           IF WS-TAB-JGO-ESTADO(WS-JGO-IDX) = 'A'
              IF FS-MAESTRO-OK
                 PERFORM 2440-CERRAR-MAESTRO
                    THRU 2440-CERRAR-MAESTRO-FIN
                 MOVE 'SIGUE EXISTIENDO'
                    TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
                 ADD 1 TO WS-CONT-ARCH-ERRORES
                 MOVE 12 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
              ELSE
                 MOVE 'ELIMINADO: NO EXISTIA'
                    TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              END-IF
              GO TO 2750-CONTROLAR-ARCHIVO-FIN
           END-IF.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL RELEER '
                 WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              MOVE 'NO SE PUDO RELEER'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              MOVE 12 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2750-CONTROLAR-ARCHIVO-FIN
           END-IF.

           PERFORM 2420-LEER-MAESTRO
              THRU 2420-LEER-MAESTRO-FIN.

           PERFORM 2760-CONTAR-MAESTRO
              THRU 2760-CONTAR-MAESTRO-FIN
              UNTIL NOT FS-MAESTRO-OK.

           PERFORM 2440-CERRAR-MAESTRO
              THRU 2440-CERRAR-MAESTRO-FIN.

           IF WS-TAB-JGO-RESTAURADOS(WS-JGO-IDX) =
                 WS-TAB-JGO-ESPERADOS(WS-JGO-IDX)
              AND WS-TAB-JGO-VERIFICADOS(WS-JGO-IDX) =
                 WS-TAB-JGO-ESPERADOS(WS-JGO-IDX)
              MOVE 'RESTAURADO Y VERIFICADO'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
           ELSE
              MOVE 'CANTIDADES NO COINCIDEN'
                 TO WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              MOVE 12 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       2750-CONTROLAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2760-CONTAR-MAESTRO.

           ADD 1 TO WS-TAB-JGO-VERIFICADOS(WS-JGO-IDX).

           PERFORM 2420-LEER-MAESTRO
              THRU 2420-LEER-MAESTRO-FIN.

       2760-CONTAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-SAL-RESTAURACION-OK
              PERFORM 3100-ESCRIBIR-RESTAURACION
                 THRU 3100-ESCRIBIR-RESTAURACION-FIN
              CLOSE SAL-RESTAURACION
           END-IF.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-ESCRIBIR-RESTAURACION.

           IF WS-FASE-VERIFICACION
              AND WS-CONT-ARCH-ERRORES = 0
              AND RETURN-CODE >= 8
              MOVE SPACES TO SAL-RESTAURACION-REG
              WRITE SAL-RESTAURACION-REG
              MOVE 'CORRIDA SIN EVALUAR: VER CONSOLA'
                 TO SAL-RESTAURACION-REG
              WRITE SAL-RESTAURACION-REG
              GO TO 3100-ESCRIBIR-RESTAURACION-FIN
           END-IF.

           MOVE SPACES TO SAL-RESTAURACION-REG.
           WRITE SAL-RESTAURACION-REG.
           MOVE WS-SAL-RES-TITULOS TO SAL-RESTAURACION-REG.
           WRITE SAL-RESTAURACION-REG.

           PERFORM 3150-ESCRIBIR-ARCHIVO
              THRU 3150-ESCRIBIR-ARCHIVO-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

           MOVE SPACES TO SAL-RESTAURACION-REG.
           WRITE SAL-RESTAURACION-REG.

           MOVE SPACES TO WS-SAL-RES-LINEA.
           MOVE 'RESULTADO DE LA RESTAURACION:' TO WS-SAL-RES-ETIQUETA.

           EVALUATE TRUE
           WHEN WS-FASE-VERIFICACION
                MOVE 'GENERACION RECHAZADA, MAESTROS SIN CAMBIOS'
                   TO WS-SAL-RES-VALOR
           WHEN RETURN-CODE >= 8
                MOVE 'RESTAURACION INCOMPLETA: VOLVER A RESTAURAR'
                   TO WS-SAL-RES-VALOR
           WHEN OTHER
                MOVE 'JUEGO COMPLETO RESTAURADO Y VERIFICADO'
                   TO WS-SAL-RES-VALOR
           END-EVALUATE.

           MOVE WS-SAL-RES-LINEA TO SAL-RESTAURACION-REG.
           WRITE SAL-RESTAURACION-REG.

       3100-ESCRIBIR-RESTAURACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-ESCRIBIR-ARCHIVO.

           MOVE WS-TAB-JGO-ARCHIVO(WS-JGO-IDX) TO WS-SAL-RES-ARCHIVO.
           MOVE WS-TAB-JGO-ESPERADOS(WS-JGO-IDX)
              TO WS-SAL-RES-ESPERADOS.
           MOVE WS-TAB-JGO-RESPALDADOS(WS-JGO-IDX)
              TO WS-SAL-RES-RESPALDADOS.
           MOVE WS-TAB-JGO-RESTAURADOS(WS-JGO-IDX)
              TO WS-SAL-RES-RESTAURADOS.
           MOVE WS-TAB-JGO-VERIFICADOS(WS-JGO-IDX)
              TO WS-SAL-RES-VERIFICADOS.
           MOVE WS-TAB-JGO-RESULTADO(WS-JGO-IDX)
              TO WS-SAL-RES-RESULTADO.

           IF WS-TAB-JGO-ESTADO(WS-JGO-IDX) = 'A'
              MOVE 'AUSENTE' TO WS-SAL-RES-ESTADO
           ELSE
              MOVE 'PRESENTE' TO WS-SAL-RES-ESTADO
           END-IF.

           IF WS-FASE-VERIFICACION
              AND WS-TAB-JGO-RESULTADO(WS-JGO-IDX) = SPACES
              MOVE 'RESPALDO CORRECTO' TO WS-SAL-RES-RESULTADO
           END-IF.

           MOVE WS-SAL-RES-DETALLE TO SAL-RESTAURACION-REG.
           WRITE SAL-RESTAURACION-REG.

       3150-ESCRIBIR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Bitacora central de corridas: un registro estandar por
      *    ejecucion. La restauracion queda registrada con su codigo,
      *    y el control de la cadena la usa para descartar las
      *    corridas del dia anteriores a ella.
       3800-GRABAR-RUN-HISTORY.

           OPEN EXTEND RUN-HISTORY.

           IF FS-RUN-HISTORY-NFD
              OPEN OUTPUT RUN-HISTORY
           END-IF.

           IF NOT FS-RUN-HISTORY-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE CORRIDAS'
              DISPLAY 'FILE STATUS: ' FS-RUN-HISTORY
              GO TO 3800-GRABAR-RUN-HISTORY-FIN
           END-IF.

           ACCEPT WS-RUN-FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-FIN.

           MOVE 'TP01EJ17' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-REG-RESTAURADOS TO RUN-REG-ACEPTADOS.
           MOVE WS-CONT-ARCH-ERRORES TO RUN-REG-RECHAZADOS.
           MOVE WS-CONT-ARCHIVOS-SALIDA TO RUN-ARCHIVOS-ESCRITOS.
           MOVE RETURN-CODE TO RUN-RETORNO.
           WRITE RUN-REGISTRO.

           IF NOT FS-RUN-HISTORY-OK
              DISPLAY 'ERROR AL GRABAR LA BITACORA DE CORRIDAS'
              DISPLAY 'FILE STATUS: ' FS-RUN-HISTORY
           END-IF.

           CLOSE RUN-HISTORY.

       3800-GRABAR-RUN-HISTORY-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Codigos de condicion para el scheduler: 0 juego restaurado
      *    y verificado, 8 generacion rechazada sin tocar ningun
      *    maestro, 12 restauracion interrumpida o con diferencias
      *    (maestros mezclados: volver a restaurar antes de correr).
      *    Nunca se rebaja un codigo ya fijado.
       9000-FIJAR-RETORNO.

           IF WS-RETORNO-PROPUESTO > RETURN-CODE
              MOVE WS-RETORNO-PROPUESTO TO RETURN-CODE
           END-IF.

       9000-FIJAR-RETORNO-FIN.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM TP01EJ17.

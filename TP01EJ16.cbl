      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    RESPALDO PREVIO A LA CORRIDA: COPIA JUNTOS TODOS
      *             LOS ARCHIVOS MAESTROS BAJO UNA MISMA GENERACION,
      *             VERIFICA LAS CANTIDADES COPIADAS, GRABA EL
      *             MANIFIESTO Y REGISTRA LA GENERACION EN EL
      *             CATALOGO DE SALIDAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
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

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

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

      *    Imagen del registro maestro tal cual, una linea por
      *    registro; el ancho cubre el maestro mas largo del juego.
       FD RESPALDO.
       01 RESP-REGISTRO                 PIC X(136).

       COPY MANIFIESTO.

       FD CATALOGO.
       01 CATAL-REGISTRO.
          05 CATAL-FECHA                PIC 9(08).
          05 CATAL-SECUENCIA            PIC 9(03).
          05 CATAL-TIPO                 PIC X(12).
          05 CATAL-ARCHIVO              PIC X(44).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
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

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

      *    Generacion del respaldo: fecha de la corrida mas la
      *    proxima secuencia del dia en el catalogo de salidas, la
      *    misma numeracion que usan las salidas de la liquidacion.
       01 WS-GENERACION.
          05 WS-FECHA-CORRIDA           PIC 9(08)      VALUE 0.
          05 WS-GEN-SECUENCIA           PIC 9(03)      VALUE 1.
          05 WS-GEN-SUFIJO.
             10 WS-GEN-SUF-FECHA        PIC 9(08).
             10 WS-GEN-SUF-SEQ          PIC 9(03).

       01 WS-NOMBRES-GENERACION.
          05 WS-NOM-RESPALDO            PIC X(44)      VALUE SPACES.
          05 WS-NOM-MANIFIESTO          PIC X(44)      VALUE SPACES.

      *    Juego de maestros que se respalda y restaura junto. El
      *    orden es el del manifiesto; el tipo es el que se registra
      *    en el catalogo, uno por archivo, asi la depuracion retiene
      *    o borra las generaciones completas.
       01 WS-TAB-JUEGO.
          05 WS-TAB-JGO-CANT            PIC 9(02)      VALUE 18.
          05 WS-TAB-JGO OCCURS 18 TIMES.
             10 WS-TAB-JGO-ARCHIVO      PIC X(24).
             10 WS-TAB-JGO-BASE         PIC X(20).
             10 WS-TAB-JGO-EXT          PIC X(03).
             10 WS-TAB-JGO-TIPO         PIC X(12).
             10 WS-TAB-JGO-ESTADO       PIC X(01).
             10 WS-TAB-JGO-LEIDOS       PIC 9(07).
             10 WS-TAB-JGO-GRABADOS     PIC 9(07).
             10 WS-TAB-JGO-VERIFICADOS  PIC 9(07).
             10 WS-TAB-JGO-RESPALDO     PIC X(44).

       01 WS-JGO-IDX                    PIC 9(02)      VALUE 0.

       01 WS-REG-COPIA                  PIC X(136)     VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-REG-GRABADOS       PIC 9(07)      VALUE 0.
          05 WS-CONT-ARCH-PRESENTES     PIC 9(03)      VALUE 0.
          05 WS-CONT-ARCH-AUSENTES      PIC 9(03)      VALUE 0.
          05 WS-CONT-ARCH-ERRORES       PIC 9(03)      VALUE 0.

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
              PERFORM 2000-RESPALDAR-JUEGO
                 THRU 2000-RESPALDAR-JUEGO-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-INICIO TO WS-FECHA-CORRIDA.

           PERFORM 1100-ARMAR-JUEGO
              THRU 1100-ARMAR-JUEGO-FIN.

           PERFORM 1200-PREPARAR-GENERACION
              THRU 1200-PREPARAR-GENERACION-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ARMAR-JUEGO.

           INITIALIZE WS-TAB-JUEGO.
           MOVE 18 TO WS-TAB-JGO-CANT.

           MOVE 'COMISION-YTD.DAT'      TO WS-TAB-JGO-ARCHIVO(1).
           MOVE 'COMISION-YTD'          TO WS-TAB-JGO-BASE(1).
           MOVE 'DAT'                   TO WS-TAB-JGO-EXT(1).
           MOVE 'RESP-YTD'              TO WS-TAB-JGO-TIPO(1).

           MOVE 'COMISION-HIST.DAT'     TO WS-TAB-JGO-ARCHIVO(2).
           MOVE 'COMISION-HIST'         TO WS-TAB-JGO-BASE(2).
           MOVE 'DAT'                   TO WS-TAB-JGO-EXT(2).
           MOVE 'RESP-HIST'             TO WS-TAB-JGO-TIPO(2).

           MOVE 'ALUMNOS-HIST.DAT'      TO WS-TAB-JGO-ARCHIVO(3).
           MOVE 'ALUMNOS-HIST'          TO WS-TAB-JGO-BASE(3).
           MOVE 'DAT'                   TO WS-TAB-JGO-EXT(3).
           MOVE 'RESP-AHIST'            TO WS-TAB-JGO-TIPO(3).

           MOVE 'SITUACION.TXT'         TO WS-TAB-JGO-ARCHIVO(4).
           MOVE 'SITUACION'             TO WS-TAB-JGO-BASE(4).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(4).
           MOVE 'RESP-SITUAC'           TO WS-TAB-JGO-TIPO(4).

           MOVE 'COMISIONES-PAGADAS.TXT' TO WS-TAB-JGO-ARCHIVO(5).
           MOVE 'COMISIONES-PAGADAS'    TO WS-TAB-JGO-BASE(5).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(5).
           MOVE 'RESP-PAGADAS'          TO WS-TAB-JGO-TIPO(5).

           MOVE 'CLAWBACKS.TXT'         TO WS-TAB-JGO-ARCHIVO(6).
           MOVE 'CLAWBACKS'             TO WS-TAB-JGO-BASE(6).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(6).
           MOVE 'RESP-CLAWBAC'          TO WS-TAB-JGO-TIPO(6).

           MOVE 'PERIODO.TXT'           TO WS-TAB-JGO-ARCHIVO(7).
           MOVE 'PERIODO'               TO WS-TAB-JGO-BASE(7).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(7).
           MOVE 'RESP-PERIODO'          TO WS-TAB-JGO-TIPO(7).

           MOVE 'EXTRACTOS-PROCESADOS.TXT' TO WS-TAB-JGO-ARCHIVO(8).
           MOVE 'EXTRACTOS-PROCESADOS'  TO WS-TAB-JGO-BASE(8).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(8).
           MOVE 'RESP-PROCES'           TO WS-TAB-JGO-TIPO(8).

           MOVE 'COMISIONES-ENVIADAS.TXT' TO WS-TAB-JGO-ARCHIVO(9).
           MOVE 'COMISIONES-ENVIADAS'   TO WS-TAB-JGO-BASE(9).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(9).
           MOVE 'RESP-ENVIADAS'         TO WS-TAB-JGO-TIPO(9).

           MOVE 'AJUSTES-APROBADOS.TXT' TO WS-TAB-JGO-ARCHIVO(10).
           MOVE 'AJUSTES-APROBADOS'     TO WS-TAB-JGO-BASE(10).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(10).
           MOVE 'RESP-AJUSTES'          TO WS-TAB-JGO-TIPO(10).

           MOVE 'ANTICIPOS.TXT'         TO WS-TAB-JGO-ARCHIVO(11).
           MOVE 'ANTICIPOS'             TO WS-TAB-JGO-BASE(11).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(11).
           MOVE 'RESP-ANTICIP'          TO WS-TAB-JGO-TIPO(11).

           MOVE 'YTD-JOURNAL.TXT'       TO WS-TAB-JGO-ARCHIVO(12).
           MOVE 'YTD-JOURNAL'           TO WS-TAB-JGO-BASE(12).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(12).
           MOVE 'RESP-JOURNAL'          TO WS-TAB-JGO-TIPO(12).

           MOVE 'EMPLEADOS.TXT'         TO WS-TAB-JGO-ARCHIVO(13).
           MOVE 'EMPLEADOS'             TO WS-TAB-JGO-BASE(13).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(13).
           MOVE 'RESP-EMPLEAD'          TO WS-TAB-JGO-TIPO(13).

           MOVE 'EMPLEADOS-HISTORIAL.TXT' TO WS-TAB-JGO-ARCHIVO(14).
           MOVE 'EMPLEADOS-HISTORIAL'   TO WS-TAB-JGO-BASE(14).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(14).
           MOVE 'RESP-EMPHIST'          TO WS-TAB-JGO-TIPO(14).

           MOVE 'ACTAS.TXT'             TO WS-TAB-JGO-ARCHIVO(15).
           MOVE 'ACTAS'                 TO WS-TAB-JGO-BASE(15).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(15).
           MOVE 'RESP-ACTAS'            TO WS-TAB-JGO-TIPO(15).

           MOVE 'ACTAS-DETALLE.TXT'     TO WS-TAB-JGO-ARCHIVO(16).
           MOVE 'ACTAS-DETALLE'         TO WS-TAB-JGO-BASE(16).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(16).
           MOVE 'RESP-ACTADET'          TO WS-TAB-JGO-TIPO(16).

           MOVE 'REGISTRO-ACTAS.TXT'    TO WS-TAB-JGO-ARCHIVO(17).
           MOVE 'REGISTRO-ACTAS'        TO WS-TAB-JGO-BASE(17).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(17).
           MOVE 'RESP-REGACTA'          TO WS-TAB-JGO-TIPO(17).

           MOVE 'REGISTRO-ENVIADOS.TXT' TO WS-TAB-JGO-ARCHIVO(18).
           MOVE 'REGISTRO-ENVIADOS'     TO WS-TAB-JGO-BASE(18).
           MOVE 'TXT'                   TO WS-TAB-JGO-EXT(18).
           MOVE 'RESP-REGENV'           TO WS-TAB-JGO-TIPO(18).

       1100-ARMAR-JUEGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La secuencia se toma del catalogo como en la liquidacion:
      *    la proxima libre entre todas las salidas del dia.
       1200-PREPARAR-GENERACION.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
           WHEN '00'
                PERFORM 1250-LEER-CATALOGO
                   THRU 1250-LEER-CATALOGO-FIN
                   UNTIL FS-CATALOGO-EOF
                CLOSE CATALOGO
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           MOVE WS-FECHA-CORRIDA TO WS-GEN-SUF-FECHA.
           MOVE WS-GEN-SECUENCIA TO WS-GEN-SUF-SEQ.

           MOVE SPACES TO WS-NOM-MANIFIESTO.
           STRING '../RESP-MANIFIESTO-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-MANIFIESTO.

           PERFORM 1280-NOMBRAR-RESPALDO
              THRU 1280-NOMBRAR-RESPALDO-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

           DISPLAY 'GENERACION DE RESPALDO: ' WS-GEN-SUFIJO.

       1200-PREPARAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-CATALOGO.

           READ CATALOGO.

           EVALUATE TRUE
           WHEN FS-CATALOGO-OK
                IF CATAL-FECHA = WS-FECHA-CORRIDA
                   AND CATAL-SECUENCIA >= WS-GEN-SECUENCIA
                   COMPUTE WS-GEN-SECUENCIA = CATAL-SECUENCIA + 1
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
      *    RESP-<maestro>-<generacion>.<extension> junto a los maestros.
       1280-NOMBRAR-RESPALDO.

           MOVE SPACES TO WS-TAB-JGO-RESPALDO(WS-JGO-IDX).
           STRING '../RESP-' DELIMITED BY SIZE
              WS-TAB-JGO-BASE(WS-JGO-IDX) DELIMITED BY SPACE
              '-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              WS-TAB-JGO-EXT(WS-JGO-IDX) DELIMITED BY SIZE
              INTO WS-TAB-JGO-RESPALDO(WS-JGO-IDX).

       1280-NOMBRAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-RESPALDAR-JUEGO.

           PERFORM 2100-RESPALDAR-ARCHIVO
              THRU 2100-RESPALDAR-ARCHIVO-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

       2000-RESPALDAR-JUEGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un maestro que no existe queda registrado como ausente en
      *    el manifiesto: restaurar la generacion lo vuelve a dejar
      *    sin archivo. La copia se relee y se cuenta antes de darla
      *    por buena.
       2100-RESPALDAR-ARCHIVO.

           PERFORM 2200-ABRIR-MAESTRO
              THRU 2200-ABRIR-MAESTRO-FIN.

           EVALUATE TRUE
           WHEN FS-MAESTRO-OK
                CONTINUE
           WHEN FS-MAESTRO-NFD
                MOVE 'A' TO WS-TAB-JGO-ESTADO(WS-JGO-IDX)
                ADD 1 TO WS-CONT-ARCH-AUSENTES
                DISPLAY 'NO EXISTE ' WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
                   ' - SE REGISTRA AUSENTE'
                GO TO 2100-RESPALDAR-ARCHIVO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR '
                   WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
                DISPLAY 'FILE STATUS: ' FS-MAESTRO
                ADD 1 TO WS-CONT-ARCH-ERRORES
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 2100-RESPALDAR-ARCHIVO-FIN
           END-EVALUATE.

           MOVE WS-TAB-JGO-RESPALDO(WS-JGO-IDX) TO WS-NOM-RESPALDO.

           OPEN OUTPUT RESPALDO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL ABRIR EL RESPALDO ' WS-NOM-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              ADD 1 TO WS-CONT-ARCH-ERRORES
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              PERFORM 2400-CERRAR-MAESTRO
                 THRU 2400-CERRAR-MAESTRO-FIN
              GO TO 2100-RESPALDAR-ARCHIVO-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.

           PERFORM 2300-LEER-MAESTRO
              THRU 2300-LEER-MAESTRO-FIN.

           PERFORM 2150-COPIAR-REGISTRO
              THRU 2150-COPIAR-REGISTRO-FIN
              UNTIL NOT FS-MAESTRO-OK.

           PERFORM 2400-CERRAR-MAESTRO
              THRU 2400-CERRAR-MAESTRO-FIN.
           CLOSE RESPALDO.

           IF NOT FS-MAESTRO-EOF
              DISPLAY 'ERROR AL LEER '
                 WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              ADD 1 TO WS-CONT-ARCH-ERRORES
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2100-RESPALDAR-ARCHIVO-FIN
           END-IF.

           PERFORM 2170-CONTAR-RESPALDO
              THRU 2170-CONTAR-RESPALDO-FIN.

           IF WS-TAB-JGO-GRABADOS(WS-JGO-IDX) NOT =
                 WS-TAB-JGO-LEIDOS(WS-JGO-IDX)
              OR WS-TAB-JGO-VERIFICADOS(WS-JGO-IDX) NOT =
                 WS-TAB-JGO-LEIDOS(WS-JGO-IDX)
              DISPLAY 'RESPALDO CON CANTIDADES DISTINTAS: '
                 WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
              DISPLAY 'LEIDOS: ' WS-TAB-JGO-LEIDOS(WS-JGO-IDX)
                 ' GRABADOS: ' WS-TAB-JGO-GRABADOS(WS-JGO-IDX)
                 ' RELEIDOS: ' WS-TAB-JGO-VERIFICADOS(WS-JGO-IDX)
              ADD 1 TO WS-CONT-ARCH-ERRORES
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2100-RESPALDAR-ARCHIVO-FIN
           END-IF.

           MOVE 'P' TO WS-TAB-JGO-ESTADO(WS-JGO-IDX).
           ADD 1 TO WS-CONT-ARCH-PRESENTES.
           DISPLAY 'RESPALDADO ' WS-TAB-JGO-ARCHIVO(WS-JGO-IDX)
              ' REGISTROS: ' WS-TAB-JGO-LEIDOS(WS-JGO-IDX).

       2100-RESPALDAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-COPIAR-REGISTRO.

           ADD 1 TO WS-TAB-JGO-LEIDOS(WS-JGO-IDX).
           ADD 1 TO WS-CONT-REG-LEIDOS.

           MOVE WS-REG-COPIA TO RESP-REGISTRO.
           WRITE RESP-REGISTRO.

           IF FS-RESPALDO-OK
              ADD 1 TO WS-TAB-JGO-GRABADOS(WS-JGO-IDX)
              ADD 1 TO WS-CONT-REG-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL RESPALDO ' WS-NOM-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
           END-IF.

           PERFORM 2300-LEER-MAESTRO
              THRU 2300-LEER-MAESTRO-FIN.

       2150-COPIAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2170-CONTAR-RESPALDO.

           MOVE ZEROES TO WS-TAB-JGO-VERIFICADOS(WS-JGO-IDX).

           OPEN INPUT RESPALDO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL RELEER EL RESPALDO ' WS-NOM-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              GO TO 2170-CONTAR-RESPALDO-FIN
           END-IF.

           PERFORM 2180-RELEER-RESPALDO
              THRU 2180-RELEER-RESPALDO-FIN
              UNTIL NOT FS-RESPALDO-OK.

           CLOSE RESPALDO.

       2170-CONTAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2180-RELEER-RESPALDO.

           READ RESPALDO.

           EVALUATE TRUE
           WHEN FS-RESPALDO-OK
                ADD 1 TO WS-TAB-JGO-VERIFICADOS(WS-JGO-IDX)
           WHEN FS-RESPALDO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL RELEER EL RESPALDO ' WS-NOM-RESPALDO
                DISPLAY 'FILE STATUS: ' FS-RESPALDO
           END-EVALUATE.

       2180-RELEER-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Acceso a los maestros del juego segun su orden en la tabla;
      *    el estado queda en FS-MAESTRO y el registro leido en
      *    WS-REG-COPIA.
       2200-ABRIR-MAESTRO.

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

       2200-ABRIR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-LEER-MAESTRO.

           MOVE SPACES TO WS-REG-COPIA.

           EVALUATE WS-JGO-IDX
           WHEN 1
                READ COMISION-YTD
                MOVE FS-COMISION-YTD TO FS-MAESTRO
                MOVE YTD-REGISTRO TO WS-REG-COPIA
           WHEN 2
                READ COMISION-HIST
                MOVE FS-COMISION-HIST TO FS-MAESTRO
                MOVE HIST-REGISTRO TO WS-REG-COPIA
           WHEN 3
                READ ALUMNOS-HIST
                MOVE FS-ALUMNOS-HIST TO FS-MAESTRO
                MOVE AHIST-REGISTRO TO WS-REG-COPIA
           WHEN 4
                READ SITUACION
                MOVE FS-SITUACION TO FS-MAESTRO
                MOVE SIT-REGISTRO TO WS-REG-COPIA
           WHEN 5
                READ PAGADAS
                MOVE FS-PAGADAS TO FS-MAESTRO
                MOVE PAGADAS-REGISTRO TO WS-REG-COPIA
           WHEN 6
                READ CLAWBACKS
                MOVE FS-CLAWBACKS TO FS-MAESTRO
                MOVE CLAW-REGISTRO TO WS-REG-COPIA
           WHEN 7
                READ PERIODO
                MOVE FS-PERIODO TO FS-MAESTRO
                MOVE PERIODO-REGISTRO TO WS-REG-COPIA
           WHEN 8
                READ PROCESADOS
                MOVE FS-PROCESADOS TO FS-MAESTRO
                MOVE PROC-REGISTRO TO WS-REG-COPIA
           WHEN 9
                READ ENVIADAS
                MOVE FS-ENVIADAS TO FS-MAESTRO
                MOVE ENV-REGISTRO TO WS-REG-COPIA
           WHEN 10
                READ AJUSTES-APROBADOS
                MOVE FS-AJUSTES-APROBADOS TO FS-MAESTRO
                MOVE AJAP-REGISTRO TO WS-REG-COPIA
           WHEN 11
                READ ANTICIPOS
                MOVE FS-ANTICIPOS TO FS-MAESTRO
                MOVE ANT-REGISTRO TO WS-REG-COPIA
           WHEN 12
                READ YTD-JOURNAL
                MOVE FS-YTD-JOURNAL TO FS-MAESTRO
                MOVE JRN-REGISTRO TO WS-REG-COPIA
           WHEN 13
                READ EMPLEADOS
                MOVE FS-EMPLEADOS TO FS-MAESTRO
                MOVE EMPLEADOS-REGISTRO TO WS-REG-COPIA
           WHEN 14
                READ EMPLEADOS-HISTORIAL
                MOVE FS-EMPLEADOS-HISTORIAL TO FS-MAESTRO
                MOVE EMPHIST-REGISTRO TO WS-REG-COPIA
           WHEN 15
                READ ACTAS
                MOVE FS-ACTAS TO FS-MAESTRO
                MOVE ACTA-REGISTRO TO WS-REG-COPIA
           WHEN 16
                READ ACTAS-DETALLE
                MOVE FS-ACTAS-DETALLE TO FS-MAESTRO
                MOVE ADET-REGISTRO TO WS-REG-COPIA
           WHEN 17
                READ REGISTRO-ACTAS
                MOVE FS-REGISTRO-ACTAS TO FS-MAESTRO
                MOVE REGACTA-REGISTRO TO WS-REG-COPIA
           WHEN 18
                READ REGISTRO-ENVIADOS
                MOVE FS-REGISTRO-ENVIADOS TO FS-MAESTRO
                MOVE REGENV-REGISTRO TO WS-REG-COPIA
           END-EVALUATE.

       2300-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-CERRAR-MAESTRO.

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

       2400-CERRAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Solo un juego completo se cataloga: con cualquier maestro
      *    sin respaldar la generacion no queda disponible para
      *    restaurar y las copias sueltas se ignoran.
       3000-FINALIZAR-PROGRAMA.

           IF RETURN-CODE < 8
              PERFORM 3100-GRABAR-MANIFIESTO
                 THRU 3100-GRABAR-MANIFIESTO-FIN
           END-IF.

           IF RETURN-CODE < 8
              PERFORM 3200-ACTUALIZAR-CATALOGO
                 THRU 3200-ACTUALIZAR-CATALOGO-FIN
           END-IF.

           IF RETURN-CODE < 8
              DISPLAY 'RESPALDO COMPLETO, GENERACION ' WS-GEN-SUFIJO
           ELSE
              DISPLAY 'RESPALDO INCOMPLETO: LA GENERACION '
                 WS-GEN-SUFIJO ' NO SE CATALOGA'
           END-IF.

           DISPLAY 'MAESTROS RESPALDADOS: ' WS-CONT-ARCH-PRESENTES.
           DISPLAY 'MAESTROS AUSENTES:    ' WS-CONT-ARCH-AUSENTES.
           DISPLAY 'MAESTROS CON ERROR:   ' WS-CONT-ARCH-ERRORES.
           DISPLAY 'REGISTROS COPIADOS:   ' WS-CONT-REG-GRABADOS.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El manifiesto es lo que la restauracion compara: una fila
      *    por maestro con su estado y la cantidad respaldada.
       3100-GRABAR-MANIFIESTO.

           OPEN OUTPUT MANIFIESTO.

           IF NOT FS-MANIFIESTO-OK
              DISPLAY 'ERROR AL ABRIR EL MANIFIESTO ' WS-NOM-MANIFIESTO
              DISPLAY 'FILE STATUS: ' FS-MANIFIESTO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3100-GRABAR-MANIFIESTO-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.

           PERFORM 3150-GRABAR-MANIFIESTO-REG
              THRU 3150-GRABAR-MANIFIESTO-REG-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

           CLOSE MANIFIESTO.

       3100-GRABAR-MANIFIESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-GRABAR-MANIFIESTO-REG.

           MOVE WS-JGO-IDX TO MAN-ORDEN.
           MOVE WS-TAB-JGO-ARCHIVO(WS-JGO-IDX) TO MAN-ARCHIVO.
           MOVE WS-TAB-JGO-TIPO(WS-JGO-IDX) TO MAN-TIPO.
           MOVE WS-TAB-JGO-ESTADO(WS-JGO-IDX) TO MAN-ESTADO.
           MOVE WS-TAB-JGO-LEIDOS(WS-JGO-IDX) TO MAN-REGISTROS.

           IF MAN-ESTADO-PRESENTE
              MOVE WS-TAB-JGO-RESPALDO(WS-JGO-IDX) TO MAN-RESPALDO
           ELSE
              MOVE SPACES TO MAN-RESPALDO
           END-IF.

           WRITE MAN-REGISTRO.

           IF NOT FS-MANIFIESTO-OK
              DISPLAY 'ERROR AL GRABAR EL MANIFIESTO ' WS-NOM-MANIFIESTO
              DISPLAY 'FILE STATUS: ' FS-MANIFIESTO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       3150-GRABAR-MANIFIESTO-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una entrada por copia y una por el manifiesto, todas con la
      *    fecha y secuencia de la generacion.
       3200-ACTUALIZAR-CATALOGO.

           OPEN EXTEND CATALOGO.

           IF FS-CATALOGO-NFD
              OPEN OUTPUT CATALOGO
           END-IF.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3200-ACTUALIZAR-CATALOGO-FIN
           END-IF.

           PERFORM 3250-GRABAR-CATALOGO-REG
              THRU 3250-GRABAR-CATALOGO-REG-FIN
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-TAB-JGO-CANT.

           MOVE WS-FECHA-CORRIDA TO CATAL-FECHA.
           MOVE WS-GEN-SECUENCIA TO CATAL-SECUENCIA.
           MOVE 'RESP-MANIF' TO CATAL-TIPO.
           MOVE WS-NOM-MANIFIESTO TO CATAL-ARCHIVO.
           WRITE CATAL-REGISTRO.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL GRABAR EL CATALOGO DE SALIDAS'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           CLOSE CATALOGO.

       3200-ACTUALIZAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3250-GRABAR-CATALOGO-REG.

           IF WS-TAB-JGO-ESTADO(WS-JGO-IDX) NOT = 'P'
              GO TO 3250-GRABAR-CATALOGO-REG-FIN
           END-IF.

           MOVE WS-FECHA-CORRIDA TO CATAL-FECHA.
           MOVE WS-GEN-SECUENCIA TO CATAL-SECUENCIA.
           MOVE WS-TAB-JGO-TIPO(WS-JGO-IDX) TO CATAL-TIPO.
           MOVE WS-TAB-JGO-RESPALDO(WS-JGO-IDX) TO CATAL-ARCHIVO.
           WRITE CATAL-REGISTRO.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL GRABAR EL CATALOGO DE SALIDAS'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       3250-GRABAR-CATALOGO-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Bitacora central de corridas: un registro estandar por
      *    ejecucion para que operaciones tenga historia sin revolver
      *    la consola.
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

           MOVE 'TP01EJ16' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-REG-GRABADOS TO RUN-REG-ACEPTADOS.
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
      *    Codigos de condicion para el scheduler: 0 juego respaldado
      *    y catalogado, 8 algun maestro sin respaldar (la generacion
      *    no se cataloga). Nunca se rebaja un codigo ya fijado.
       9000-FIJAR-RETORNO.

           IF WS-RETORNO-PROPUESTO > RETURN-CODE
              MOVE WS-RETORNO-PROPUESTO TO RETURN-CODE
           END-IF.

       9000-FIJAR-RETORNO-FIN.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM TP01EJ16.

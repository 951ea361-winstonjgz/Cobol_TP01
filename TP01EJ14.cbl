      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    EXPORTACION DE MATERIAS APROBADAS AL REGISTRO
      *             ACADEMICO NACIONAL EN FORMATO DE ANCHO FIJO, CON
      *             BITACORA DE ENVIOS (CADA APROBACION SALE UNA SOLA
      *             VEZ) Y PROCESO DE LOS ACUSES DEL REGISTRO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ14.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT APROBADAS
           ASSIGN TO '../APROBADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROBADAS.

           SELECT ALUMNOS-HIST
           ASSIGN TO '../ALUMNOS-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AHIST-CLAVE
           FILE STATUS IS FS-ALUMNOS-HIST.

           SELECT CODIGOS
           ASSIGN TO '../REGISTRO-CODIGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CODIGOS.

           SELECT DOCUMENTOS
           ASSIGN TO '../DOCUMENTOS-ALUMNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCUMENTOS.

           SELECT ACTAS-DETALLE
           ASSIGN TO '../ACTAS-DETALLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS-DETALLE.

           SELECT EQUIVALENCIAS
           ASSIGN TO '../EQUIVALENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EQUIVALENCIAS.

           SELECT ENVIADOS
           ASSIGN TO '../REGISTRO-ENVIADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIADOS.

           SELECT ACUSES
           ASSIGN TO '../REGISTRO-ACUSES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUSES.

           SELECT SAL-EXPORTACION
           ASSIGN TO '../REGISTRO-EXPORTACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EXPORTACION.

           SELECT SAL-NOVEDADES
           ASSIGN TO '../REGISTRO-NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-NOVEDADES.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD APROBADAS.
       01 APROBADAS-REGISTRO.
          05 APROB-LEGAJO               PIC 9(06).
          05 APROB-MATERIA              PIC X(30).
          05 APROB-PROMEDIO             PIC 9(05)V9(02).

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

      *    Codigo del registro nacional para cada materia del
      *    catalogo propio.
       FD CODIGOS.
       01 COD-REGISTRO.
          05 COD-MATERIA                PIC X(30).
          05 COD-CODIGO-REGISTRO        PIC X(10).

       FD DOCUMENTOS.
       01 DOC-REGISTRO.
          05 DOC-LEGAJO                 PIC 9(06).
          05 DOC-NUMERO                 PIC X(11).

       COPY ACTADET.

       FD EQUIVALENCIAS.
       01 EQUIV-REGISTRO.
          05 EQUIV-LEGAJO               PIC 9(06).
          05 EQUIV-MATERIA              PIC X(30).
          05 EQUIV-NOTA                 PIC 9(02).
          05 EQUIV-INSTITUCION          PIC X(30).

      *    Bitacora de envios: una fila por aprobacion. Estado E
      *    enviada sin acuse, A aceptada, R rechazada y P retenida sin
      *    enviar; las R y las P se vuelven a evaluar en cada corrida
      *    aunque ya no figuren en las aprobadas. La nota queda para
      *    poder reenviarlas.
       FD ENVIADOS.
       01 ENV-REGISTRO.
          05 ENV-LOTE                   PIC 9(06).
          05 ENV-LEGAJO                 PIC 9(06).
          05 ENV-MATERIA                PIC X(30).
          05 ENV-CODIGO-REGISTRO        PIC X(10).
          05 ENV-ACTA                   PIC 9(06).
          05 ENV-FECHA-ENVIO            PIC 9(08).
          05 ENV-ESTADO                 PIC X(01).
          05 ENV-NOTA                   PIC 9(05)V9(02).

      *    Acuse del registro: una fila por aprobacion recibida.
       FD ACUSES.
       01 ACU-REGISTRO.
          05 ACU-LOTE                   PIC 9(06).
          05 ACU-LEGAJO                 PIC 9(06).
          05 ACU-CODIGO-REGISTRO        PIC X(10).
          05 ACU-ESTADO                 PIC X(01).
             88 ACU-ESTADO-ACEPTADO              VALUE 'A'.
             88 ACU-ESTADO-RECHAZADO             VALUE 'R'.
          05 ACU-MOTIVO                 PIC X(40).

      *    Formato del registro nacional: cabecera, detalle y cola
      *    de control con la cantidad y la suma de notas del lote.
       FD SAL-EXPORTACION.
       01 EXP-CABECERA.
          05 EXP-CAB-TIPO               PIC X(01).
          05 EXP-CAB-LOTE               PIC 9(06).
          05 EXP-CAB-FECHA              PIC 9(08).
          05 FILLER                     PIC X(45).
       01 EXP-DETALLE.
          05 EXP-DET-TIPO               PIC X(01).
          05 EXP-DET-LEGAJO             PIC 9(06).
          05 EXP-DET-DOCUMENTO          PIC X(11).
          05 EXP-DET-CODIGO             PIC X(10).
          05 EXP-DET-FECHA              PIC 9(08).
          05 EXP-DET-NOTA               PIC 9(02)V9(02).
          05 EXP-DET-ACTA               PIC 9(06).
          05 FILLER                     PIC X(14).
       01 EXP-COLA.
          05 EXP-COLA-TIPO              PIC X(01).
          05 EXP-COLA-LOTE              PIC 9(06).
          05 EXP-COLA-CANTIDAD          PIC 9(06).
          05 EXP-COLA-SUMA-NOTAS        PIC 9(08)V9(02).
          05 FILLER                     PIC X(37).

       FD SAL-NOVEDADES.
       01 SAL-NOVEDADES-REG             PIC X(133).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-APROBADAS               PIC X(02).
             88 FS-APROBADAS-OK                        VALUE '00'.
             88 FS-APROBADAS-EOF                       VALUE '10'.
             88 FS-APROBADAS-NFD                       VALUE '35'.

          05 FS-ALUMNOS-HIST            PIC X(02).
             88 FS-ALUMNOS-HIST-OK                     VALUE '00'.
             88 FS-ALUMNOS-HIST-EOF                    VALUE '10'.
             88 FS-ALUMNOS-HIST-NOREG                  VALUE '23'.
             88 FS-ALUMNOS-HIST-NFD                    VALUE '35'.

          05 FS-CODIGOS                 PIC X(02).
             88 FS-CODIGOS-OK                          VALUE '00'.
             88 FS-CODIGOS-EOF                         VALUE '10'.
             88 FS-CODIGOS-NFD                         VALUE '35'.

          05 FS-DOCUMENTOS              PIC X(02).
             88 FS-DOCUMENTOS-OK                       VALUE '00'.
             88 FS-DOCUMENTOS-EOF                      VALUE '10'.
             88 FS-DOCUMENTOS-NFD                      VALUE '35'.

          05 FS-ACTAS-DETALLE           PIC X(02).
             88 FS-ACTAS-DETALLE-OK                    VALUE '00'.
             88 FS-ACTAS-DETALLE-EOF                   VALUE '10'.
             88 FS-ACTAS-DETALLE-NFD                   VALUE '35'.

          05 FS-EQUIVALENCIAS           PIC X(02).
             88 FS-EQUIVALENCIAS-OK                    VALUE '00'.
             88 FS-EQUIVALENCIAS-EOF                   VALUE '10'.
             88 FS-EQUIVALENCIAS-NFD                   VALUE '35'.

          05 FS-ENVIADOS                PIC X(02).
             88 FS-ENVIADOS-OK                         VALUE '00'.
             88 FS-ENVIADOS-EOF                        VALUE '10'.
             88 FS-ENVIADOS-NFD                        VALUE '35'.

          05 FS-ACUSES                  PIC X(02).
             88 FS-ACUSES-OK                           VALUE '00'.
             88 FS-ACUSES-EOF                          VALUE '10'.
             88 FS-ACUSES-NFD                          VALUE '35'.

          05 FS-SAL-EXPORTACION         PIC X(02).
             88 FS-SAL-EXPORTACION-OK                  VALUE '00'.
             88 FS-SAL-EXPORTACION-EOF                 VALUE '10'.
             88 FS-SAL-EXPORTACION-NFD                 VALUE '35'.

          05 FS-SAL-NOVEDADES           PIC X(02).
             88 FS-SAL-NOVEDADES-OK                    VALUE '00'.
             88 FS-SAL-NOVEDADES-EOF                   VALUE '10'.
             88 FS-SAL-NOVEDADES-NFD                   VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-APROBADAS-LEIDAS   PIC 9(05)      VALUE 0.
          05 WS-CONT-YA-ENVIADAS        PIC 9(05)      VALUE 0.
          05 WS-CONT-EXPORTADAS         PIC 9(05)      VALUE 0.
          05 WS-CONT-RETENIDAS          PIC 9(05)      VALUE 0.
          05 WS-CONT-ACUSES-LEIDOS      PIC 9(05)      VALUE 0.
          05 WS-CONT-ACEPTADAS          PIC 9(05)      VALUE 0.
          05 WS-CONT-RECHAZADAS         PIC 9(05)      VALUE 0.
          05 WS-CONT-ACUSES-SIN-ENVIO   PIC 9(05)      VALUE 0.
          05 WS-CONT-PENDIENTES         PIC 9(05)      VALUE 0.

       01 WS-PROMEDIO-MINIMO-APROBADO   PIC 9(05)V9(02) VALUE 6,00.

       01 WS-LOTE-ACTUAL                PIC 9(06)      VALUE 0.
       01 WS-SUMA-NOTAS                 PIC 9(08)V9(02) VALUE 0.

       01 WS-EXPORTACION-ABIERTA        PIC X(01)      VALUE 'N'.
          88 WS-EXPORTACION-ABIERTA-YES                VALUE 'Y'.
          88 WS-EXPORTACION-ABIERTA-NO                 VALUE 'N'.
       01 WS-HIST-DISPONIBLE            PIC X(01)      VALUE 'N'.
          88 WS-HIST-DISPONIBLE-YES                    VALUE 'Y'.
          88 WS-HIST-DISPONIBLE-NO                     VALUE 'N'.

       01 WS-TAB-CODIGOS.
          05 WS-TAB-COD-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-COD OCCURS 500 TIMES.
             10 WS-TAB-COD-MATERIA      PIC X(30).
             10 WS-TAB-COD-CODIGO       PIC X(10).

       01 WS-COD-IDX                    PIC 9(05)      VALUE 0.
       01 WS-COD-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-COD-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-COD-ENCONTRADO-NO                      VALUE 'N'.

       01 WS-TAB-DOCUMENTOS.
          05 WS-TAB-DOC-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-DOC OCCURS 2000 TIMES.
             10 WS-TAB-DOC-LEGAJO       PIC 9(06).
             10 WS-TAB-DOC-NUMERO       PIC X(11).

       01 WS-DOC-IDX                    PIC 9(05)      VALUE 0.
       01 WS-DOC-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-DOC-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-DOC-ENCONTRADO-NO                      VALUE 'N'.

      *    De cada legajo y materia se guarda el acta de numero mas
      *    alto (el ultimo examen o su rectificacion).
       01 WS-TAB-ACTAS.
          05 WS-TAB-ACT-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-ACT OCCURS 5000 TIMES.
             10 WS-TAB-ACT-LEGAJO       PIC 9(06).
             10 WS-TAB-ACT-MATERIA      PIC X(30).
             10 WS-TAB-ACT-NUMERO       PIC 9(06).
             10 WS-TAB-ACT-FECHA        PIC X(10).

       01 WS-ACT-IDX                    PIC 9(05)      VALUE 0.
       01 WS-ACT-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-ACT-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-ACT-ENCONTRADA-NO                      VALUE 'N'.

       01 WS-TAB-EQUIVALENCIAS.
          05 WS-TAB-EQV-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-EQV OCCURS 2000 TIMES.
             10 WS-TAB-EQV-LEGAJO       PIC 9(06).
             10 WS-TAB-EQV-MATERIA      PIC X(30).

       01 WS-EQV-IDX                    PIC 9(05)      VALUE 0.
       01 WS-EQV-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-EQV-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-EQV-ENCONTRADA-NO                      VALUE 'N'.

       01 WS-TAB-ENVIADOS.
          05 WS-TAB-ENV-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-ENV OCCURS 10000 TIMES.
             10 WS-TAB-ENV-LOTE         PIC 9(06).
             10 WS-TAB-ENV-LEGAJO       PIC 9(06).
             10 WS-TAB-ENV-MATERIA      PIC X(30).
             10 WS-TAB-ENV-CODIGO       PIC X(10).
             10 WS-TAB-ENV-ACTA         PIC 9(06).
             10 WS-TAB-ENV-FECHA        PIC 9(08).
             10 WS-TAB-ENV-ESTADO       PIC X(01).
             10 WS-TAB-ENV-NOTA         PIC 9(05)V9(02).
             10 WS-TAB-ENV-CORRIDA      PIC X(01).

       01 WS-ENV-IDX                    PIC 9(05)      VALUE 0.
       01 WS-PEN-IDX                    PIC 9(05)      VALUE 0.
       01 WS-ENV-PENDIENTE              PIC 9(05)      VALUE 0.
       01 WS-BUS-LEGAJO                 PIC 9(06)      VALUE 0.
       01 WS-BUS-MATERIA                PIC X(30)      VALUE SPACES.
       01 WS-ENV-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-ENV-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-ENV-ENCONTRADO-NO                      VALUE 'N'.

      *    Datos de la aprobacion en curso.
       01 WS-APR-MOTIVO                 PIC X(40)      VALUE SPACES.
       01 WS-APR-NOMBRE                 PIC X(40)      VALUE SPACES.
       01 WS-APR-ACTA                   PIC 9(06)      VALUE 0.
       01 WS-APR-FECHA-ISO              PIC X(10)      VALUE SPACES.
       01 WS-APR-FECHA-ISO-R REDEFINES WS-APR-FECHA-ISO.
          05 WS-APR-ISO-ANIO            PIC X(04).
          05 FILLER                     PIC X(01).
          05 WS-APR-ISO-MES             PIC X(02).
          05 FILLER                     PIC X(01).
          05 WS-APR-ISO-DIA             PIC X(02).
       01 WS-APR-FECHA                  PIC X(08)      VALUE SPACES.
       01 WS-APR-FECHA-R REDEFINES WS-APR-FECHA.
          05 WS-APR-FEC-ANIO            PIC X(04).
          05 WS-APR-FEC-MES             PIC X(02).
          05 WS-APR-FEC-DIA             PIC X(02).

       01 WS-NOV-TITULO                 PIC X(41)
          VALUE 'NOVEDADES DEL REGISTRO ACADEMICO NACIONAL'.

       01 WS-NOV-TIT-RECHAZADAS         PIC X(39)
          VALUE 'APROBACIONES RECHAZADAS POR EL REGISTRO'.

       01 WS-NOV-TIT-RETENIDAS          PIC X(40)
          VALUE 'APROBACIONES RETENIDAS (NO SE ENVIARON)'.

       01 WS-NOV-TITULOS.
          05 FILLER                  PIC X(06)     VALUE 'Lote'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(06)     VALUE 'Legajo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(30)     VALUE 'Materia'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Codigo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(40)     VALUE 'Motivo'.

       01 WS-NOV-DETALLE.
          05 WS-NOV-LOTE             PIC ZZZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-NOV-LEGAJO           PIC 9(06).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-NOV-MATERIA          PIC X(30).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-NOV-CODIGO           PIC X(10).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-NOV-MOTIVO           PIC X(40).

       01 WS-NOV-TOTAL.
          05 WS-NOV-TOT-ETIQUETA     PIC X(30).
          05 WS-NOV-TOT-VALOR        PIC ZZZZ9.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CODIGOS             PIC 9(05)      VALUE 500.
          05 WS-MAX-DOCUMENTOS          PIC 9(05)      VALUE 2000.
          05 WS-MAX-ACTAS               PIC 9(05)      VALUE 5000.
          05 WS-MAX-EQUIVALENCIAS       PIC 9(05)      VALUE 2000.
          05 WS-MAX-ENVIADOS            PIC 9(05)      VALUE 10000.
       01 WS-TABLA-EXCEDIDA             PIC X(20)      VALUE SPACES.

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
              PERFORM 2000-PROCESAR-ACUSES
                 THRU 2000-PROCESAR-ACUSES-FIN
              PERFORM 2500-PROCESAR-APROBADAS
                 THRU 2500-PROCESAR-APROBADAS-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           PERFORM 1100-CARGAR-CODIGOS
              THRU 1100-CARGAR-CODIGOS-FIN.

           PERFORM 1200-CARGAR-DOCUMENTOS
              THRU 1200-CARGAR-DOCUMENTOS-FIN.

           PERFORM 1300-CARGAR-ACTAS
              THRU 1300-CARGAR-ACTAS-FIN.

           PERFORM 1400-CARGAR-EQUIVALENCIAS
              THRU 1400-CARGAR-EQUIVALENCIAS-FIN.

           PERFORM 1500-CARGAR-ENVIADOS
              THRU 1500-CARGAR-ENVIADOS-FIN.

           ADD 1 TO WS-LOTE-ACTUAL.

           OPEN INPUT ALUMNOS-HIST.

           EVALUATE FS-ALUMNOS-HIST
           WHEN '00'
                SET WS-HIST-DISPONIBLE-YES TO TRUE
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL HISTORIAL DE ALUMNOS'
                DISPLAY 'CORRER PRIMERO EL BATCH DE NOTAS'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-ALUMNOS-HIST
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-NOVEDADES.

           IF FS-SAL-NOVEDADES-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE WS-NOV-TITULO TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE NOVEDADES'
              DISPLAY 'FILE STATUS: ' FS-SAL-NOVEDADES
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CODIGOS.

           OPEN INPUT CODIGOS.

           EVALUATE FS-CODIGOS
           WHEN '00'
                PERFORM 1150-LEER-CODIGO
                   THRU 1150-LEER-CODIGO-FIN
                   UNTIL FS-CODIGOS-EOF
                CLOSE CODIGOS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA LA TABLA DE CODIGOS DEL '
                   'REGISTRO'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA TABLA DE CODIGOS DEL '
                   'REGISTRO'
                DISPLAY 'FILE STATUS: ' FS-CODIGOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1100-CARGAR-CODIGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1150-LEER-CODIGO.

           READ CODIGOS.

           EVALUATE TRUE
           WHEN FS-CODIGOS-OK
                IF WS-TAB-COD-CANT >= WS-MAX-CODIGOS
                   MOVE 'CODIGOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-COD-CANT
                MOVE COD-MATERIA TO WS-TAB-COD-MATERIA(WS-TAB-COD-CANT)
                MOVE COD-CODIGO-REGISTRO
                   TO WS-TAB-COD-CODIGO(WS-TAB-COD-CANT)
           WHEN FS-CODIGOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LA TABLA DE CODIGOS DEL REGISTRO'
                DISPLAY 'FILE STATUS: ' FS-CODIGOS
           END-EVALUATE.

       1150-LEER-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-DOCUMENTOS.

           OPEN INPUT DOCUMENTOS.

           EVALUATE FS-DOCUMENTOS
           WHEN '00'
                PERFORM 1250-LEER-DOCUMENTO
                   THRU 1250-LEER-DOCUMENTO-FIN
                   UNTIL FS-DOCUMENTOS-EOF
                CLOSE DOCUMENTOS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE DOCUMENTOS'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DOCUMENTOS'
                DISPLAY 'FILE STATUS: ' FS-DOCUMENTOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1200-CARGAR-DOCUMENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-DOCUMENTO.

           READ DOCUMENTOS.

           EVALUATE TRUE
           WHEN FS-DOCUMENTOS-OK
                IF WS-TAB-DOC-CANT >= WS-MAX-DOCUMENTOS
                   MOVE 'DOCUMENTOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-DOC-CANT
                MOVE DOC-LEGAJO TO WS-TAB-DOC-LEGAJO(WS-TAB-DOC-CANT)
                MOVE DOC-NUMERO TO WS-TAB-DOC-NUMERO(WS-TAB-DOC-CANT)
           WHEN FS-DOCUMENTOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE DOCUMENTOS'
                DISPLAY 'FILE STATUS: ' FS-DOCUMENTOS
           END-EVALUATE.

       1250-LEER-DOCUMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin el detalle de actas solo pueden salir las aprobaciones
      *    por equivalencia; las demas quedan retenidas.
       1300-CARGAR-ACTAS.

           OPEN INPUT ACTAS-DETALLE.

           EVALUATE FS-ACTAS-DETALLE
           WHEN '00'
                PERFORM 1350-LEER-ACTA
                   THRU 1350-LEER-ACTA-FIN
                   UNTIL FS-ACTAS-DETALLE-EOF
                CLOSE ACTAS-DETALLE
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL DETALLE DE ACTAS'
                DISPLAY 'SOLO SE EXPORTAN APROBACIONES POR EQUIVALENCIA'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL DETALLE DE ACTAS'
                DISPLAY 'FILE STATUS: ' FS-ACTAS-DETALLE
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1300-CARGAR-ACTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1350-LEER-ACTA.

           READ ACTAS-DETALLE.

           EVALUATE TRUE
           WHEN FS-ACTAS-DETALLE-OK
                MOVE ADET-LEGAJO TO WS-BUS-LEGAJO
                MOVE ADET-MATERIA TO WS-BUS-MATERIA
                PERFORM 1370-UBICAR-ACTA
                   THRU 1370-UBICAR-ACTA-FIN
                IF WS-ACT-ENCONTRADA-NO
                   IF WS-TAB-ACT-CANT >= WS-MAX-ACTAS
                      MOVE 'ACTAS' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-ACT-CANT
                   MOVE WS-TAB-ACT-CANT TO WS-ACT-IDX
                   MOVE ADET-LEGAJO TO WS-TAB-ACT-LEGAJO(WS-ACT-IDX)
                   MOVE ADET-MATERIA TO WS-TAB-ACT-MATERIA(WS-ACT-IDX)
                   MOVE ZEROES TO WS-TAB-ACT-NUMERO(WS-ACT-IDX)
                END-IF
                IF ADET-NUMERO > WS-TAB-ACT-NUMERO(WS-ACT-IDX)
                   MOVE ADET-NUMERO TO WS-TAB-ACT-NUMERO(WS-ACT-IDX)
                   MOVE ADET-FECHA-EXAMEN
                      TO WS-TAB-ACT-FECHA(WS-ACT-IDX)
                END-IF
           WHEN FS-ACTAS-DETALLE-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL DETALLE DE ACTAS'
                DISPLAY 'FILE STATUS: ' FS-ACTAS-DETALLE
           END-EVALUATE.

       1350-LEER-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1370-UBICAR-ACTA.

           SET WS-ACT-ENCONTRADA-NO TO TRUE.

           PERFORM 1375-COMPARAR-ACTA
              THRU 1375-COMPARAR-ACTA-FIN
              VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-TAB-ACT-CANT
              OR WS-ACT-ENCONTRADA-YES.

           IF WS-ACT-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-ACT-IDX
           END-IF.

       1370-UBICAR-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1375-COMPARAR-ACTA.

           IF WS-TAB-ACT-LEGAJO(WS-ACT-IDX) = WS-BUS-LEGAJO
              AND WS-TAB-ACT-MATERIA(WS-ACT-IDX) = WS-BUS-MATERIA
              SET WS-ACT-ENCONTRADA-YES TO TRUE
           END-IF.

       1375-COMPARAR-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-CARGAR-EQUIVALENCIAS.

           OPEN INPUT EQUIVALENCIAS.

           EVALUATE FS-EQUIVALENCIAS
           WHEN '00'
                PERFORM 1450-LEER-EQUIVALENCIA
                   THRU 1450-LEER-EQUIVALENCIA-FIN
                   UNTIL FS-EQUIVALENCIAS-EOF
                CLOSE EQUIVALENCIAS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EQUIVALENCIAS'
                DISPLAY 'FILE STATUS: ' FS-EQUIVALENCIAS
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1400-CARGAR-EQUIVALENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1450-LEER-EQUIVALENCIA.

           READ EQUIVALENCIAS.

           EVALUATE TRUE
           WHEN FS-EQUIVALENCIAS-OK
                IF WS-TAB-EQV-CANT >= WS-MAX-EQUIVALENCIAS
                   MOVE 'EQUIVALENCIAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-EQV-CANT
                MOVE EQUIV-LEGAJO TO WS-TAB-EQV-LEGAJO(WS-TAB-EQV-CANT)
                MOVE EQUIV-MATERIA
                   TO WS-TAB-EQV-MATERIA(WS-TAB-EQV-CANT)
           WHEN FS-EQUIVALENCIAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE EQUIVALENCIAS'
                DISPLAY 'FILE STATUS: ' FS-EQUIVALENCIAS
           END-EVALUATE.

       1450-LEER-EQUIVALENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin bitacora es el primer envio: nada salio todavia y el
      *    lote arranca en 1.
       1500-CARGAR-ENVIADOS.

           OPEN INPUT ENVIADOS.

           EVALUATE FS-ENVIADOS
           WHEN '00'
                PERFORM 1550-LEER-ENVIADO
                   THRU 1550-LEER-ENVIADO-FIN
                   UNTIL FS-ENVIADOS-EOF
                CLOSE ENVIADOS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA LA BITACORA DE ENVIOS'
                DISPLAY 'SE ASUME PRIMER ENVIO AL REGISTRO'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA BITACORA DE ENVIOS'
                DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1500-CARGAR-ENVIADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1550-LEER-ENVIADO.

           READ ENVIADOS.

           EVALUATE TRUE
           WHEN FS-ENVIADOS-OK
                IF WS-TAB-ENV-CANT >= WS-MAX-ENVIADOS
                   MOVE 'ENVIADOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-ENV-CANT
                MOVE ENV-LOTE TO WS-TAB-ENV-LOTE(WS-TAB-ENV-CANT)
                MOVE ENV-LEGAJO TO WS-TAB-ENV-LEGAJO(WS-TAB-ENV-CANT)
                MOVE ENV-MATERIA TO WS-TAB-ENV-MATERIA(WS-TAB-ENV-CANT)
                MOVE ENV-CODIGO-REGISTRO
                   TO WS-TAB-ENV-CODIGO(WS-TAB-ENV-CANT)
                MOVE ENV-ACTA TO WS-TAB-ENV-ACTA(WS-TAB-ENV-CANT)
                MOVE ENV-FECHA-ENVIO
                   TO WS-TAB-ENV-FECHA(WS-TAB-ENV-CANT)
                MOVE ENV-ESTADO TO WS-TAB-ENV-ESTADO(WS-TAB-ENV-CANT)
                IF ENV-NOTA IS NUMERIC
                   MOVE ENV-NOTA TO WS-TAB-ENV-NOTA(WS-TAB-ENV-CANT)
                ELSE
                   MOVE ZEROES TO WS-TAB-ENV-NOTA(WS-TAB-ENV-CANT)
                END-IF
                MOVE 'N' TO WS-TAB-ENV-CORRIDA(WS-TAB-ENV-CANT)
                IF ENV-LOTE > WS-LOTE-ACTUAL
                   MOVE ENV-LOTE TO WS-LOTE-ACTUAL
                END-IF
           WHEN FS-ENVIADOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LA BITACORA DE ENVIOS'
                DISPLAY 'FILE STATUS: ' FS-ENVIADOS
           END-EVALUATE.

       1550-LEER-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Los acuses cierran los envios pendientes. Un rechazo queda
      *    en la bitacora como 'R' y la aprobacion vuelve a evaluarse
      *    en este mismo lote: sale si ya se corrigio el dato y si no
      *    queda retenida. Un acuse repetido de un lote ya procesado no
      *    cambia nada.
       2000-PROCESAR-ACUSES.

           OPEN INPUT ACUSES.

           EVALUATE FS-ACUSES
           WHEN '00'
                CONTINUE
           WHEN '35'
                DISPLAY 'SIN ACUSES DEL REGISTRO PARA PROCESAR'
                GO TO 2000-PROCESAR-ACUSES-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ACUSES'
                DISPLAY 'FILE STATUS: ' FS-ACUSES
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 2000-PROCESAR-ACUSES-FIN
           END-EVALUATE.

           MOVE SPACES TO SAL-NOVEDADES-REG.
           WRITE SAL-NOVEDADES-REG.
           MOVE WS-NOV-TIT-RECHAZADAS TO SAL-NOVEDADES-REG.
           WRITE SAL-NOVEDADES-REG.
           MOVE WS-NOV-TITULOS TO SAL-NOVEDADES-REG.
           WRITE SAL-NOVEDADES-REG.

           PERFORM 2050-LEER-ACUSE
              THRU 2050-LEER-ACUSE-FIN
              UNTIL FS-ACUSES-EOF.

           CLOSE ACUSES.

       2000-PROCESAR-ACUSES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-LEER-ACUSE.

           READ ACUSES.

           EVALUATE TRUE
           WHEN FS-ACUSES-OK
                ADD 1 TO WS-CONT-ACUSES-LEIDOS
                PERFORM 2100-APLICAR-ACUSE
                   THRU 2100-APLICAR-ACUSE-FIN
           WHEN FS-ACUSES-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE ACUSES'
                DISPLAY 'FILE STATUS: ' FS-ACUSES
                MOVE '10' TO FS-ACUSES
           END-EVALUATE.

       2050-LEER-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-APLICAR-ACUSE.

           SET WS-ENV-ENCONTRADO-NO TO TRUE.

           PERFORM 2150-COMPARAR-ACUSE
              THRU 2150-COMPARAR-ACUSE-FIN
              VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT
              OR WS-ENV-ENCONTRADO-YES.

           IF WS-ENV-ENCONTRADO-NO
              ADD 1 TO WS-CONT-ACUSES-SIN-ENVIO
              MOVE ACU-LOTE TO WS-NOV-LOTE
              MOVE ACU-LEGAJO TO WS-NOV-LEGAJO
              MOVE SPACES TO WS-NOV-MATERIA
              MOVE ACU-CODIGO-REGISTRO TO WS-NOV-CODIGO
              MOVE 'ACUSE SIN ENVIO EN LA BITACORA' TO WS-NOV-MOTIVO
              MOVE WS-NOV-DETALLE TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2100-APLICAR-ACUSE-FIN
           END-IF.

           SUBTRACT 1 FROM WS-ENV-IDX.

           IF WS-TAB-ENV-ESTADO(WS-ENV-IDX) NOT = 'E'
              GO TO 2100-APLICAR-ACUSE-FIN
           END-IF.

           EVALUATE TRUE
           WHEN ACU-ESTADO-ACEPTADO
                MOVE 'A' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX)
                ADD 1 TO WS-CONT-ACEPTADAS
           WHEN ACU-ESTADO-RECHAZADO
                MOVE 'R' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX)
                ADD 1 TO WS-CONT-RECHAZADAS
                MOVE ACU-LOTE TO WS-NOV-LOTE
                MOVE ACU-LEGAJO TO WS-NOV-LEGAJO
                MOVE WS-TAB-ENV-MATERIA(WS-ENV-IDX) TO WS-NOV-MATERIA
                MOVE ACU-CODIGO-REGISTRO TO WS-NOV-CODIGO
                MOVE ACU-MOTIVO TO WS-NOV-MOTIVO
                MOVE WS-NOV-DETALLE TO SAL-NOVEDADES-REG
                WRITE SAL-NOVEDADES-REG
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ACUSE CON ESTADO INVALIDO: ' ACU-REGISTRO
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       2100-APLICAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-COMPARAR-ACUSE.

           IF WS-TAB-ENV-LOTE(WS-ENV-IDX) = ACU-LOTE
              AND WS-TAB-ENV-LEGAJO(WS-ENV-IDX) = ACU-LEGAJO
              AND WS-TAB-ENV-CODIGO(WS-ENV-IDX) = ACU-CODIGO-REGISTRO
              SET WS-ENV-ENCONTRADO-YES TO TRUE
           END-IF.

       2150-COMPARAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada aprobacion que no salio todavia (o que el registro
      *    rechazo) se arma con el documento, el codigo del registro y
      *    el acta del ultimo examen; si falta alguno queda retenida
      *    en la bitacora como 'P'. Despues de las aprobadas de la
      *    corrida se vuelven a evaluar las retenidas y rechazadas de
      *    corridas anteriores, porque las aprobadas se regeneran en
      *    cada corrida de notas y ya no las traen.
       2500-PROCESAR-APROBADAS.

           OPEN INPUT APROBADAS.

           EVALUATE FS-APROBADAS
           WHEN '00'
                CONTINUE
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE APROBADAS'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 2500-PROCESAR-APROBADAS-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE APROBADAS'
                DISPLAY 'FILE STATUS: ' FS-APROBADAS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 2500-PROCESAR-APROBADAS-FIN
           END-EVALUATE.

           MOVE SPACES TO SAL-NOVEDADES-REG.
           WRITE SAL-NOVEDADES-REG.
           MOVE WS-NOV-TIT-RETENIDAS TO SAL-NOVEDADES-REG.
           WRITE SAL-NOVEDADES-REG.
           MOVE WS-NOV-TITULOS TO SAL-NOVEDADES-REG.
           WRITE SAL-NOVEDADES-REG.

           PERFORM 2550-LEER-APROBADA
              THRU 2550-LEER-APROBADA-FIN
              UNTIL FS-APROBADAS-EOF.

           CLOSE APROBADAS.

           PERFORM 2580-REEVALUAR-PENDIENTE
              THRU 2580-REEVALUAR-PENDIENTE-FIN
              VARYING WS-PEN-IDX FROM 1 BY 1
              UNTIL WS-PEN-IDX > WS-TAB-ENV-CANT.

       2500-PROCESAR-APROBADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-LEER-APROBADA.

           READ APROBADAS.

           EVALUATE TRUE
           WHEN FS-APROBADAS-OK
                ADD 1 TO WS-CONT-APROBADAS-LEIDAS
                PERFORM 2600-EVALUAR-APROBADA
                   THRU 2600-EVALUAR-APROBADA-FIN
           WHEN FS-APROBADAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE APROBADAS'
                DISPLAY 'FILE STATUS: ' FS-APROBADAS
                MOVE '10' TO FS-APROBADAS
           END-EVALUATE.

       2550-LEER-APROBADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Retenida o rechazada que no vino en las aprobadas de esta
      *    corrida: se arma la aprobacion con los datos de la bitacora
      *    y se evalua igual que las demas.
       2580-REEVALUAR-PENDIENTE.

           IF WS-TAB-ENV-CORRIDA(WS-PEN-IDX) = 'S'
              GO TO 2580-REEVALUAR-PENDIENTE-FIN
           END-IF.

           IF WS-TAB-ENV-ESTADO(WS-PEN-IDX) NOT = 'R'
              AND WS-TAB-ENV-ESTADO(WS-PEN-IDX) NOT = 'P'
              GO TO 2580-REEVALUAR-PENDIENTE-FIN
           END-IF.

           ADD 1 TO WS-CONT-PENDIENTES.

           MOVE WS-TAB-ENV-LEGAJO(WS-PEN-IDX) TO APROB-LEGAJO.
           MOVE WS-TAB-ENV-MATERIA(WS-PEN-IDX) TO APROB-MATERIA.
           MOVE WS-TAB-ENV-NOTA(WS-PEN-IDX) TO APROB-PROMEDIO.

           PERFORM 2600-EVALUAR-APROBADA
              THRU 2600-EVALUAR-APROBADA-FIN.

       2580-REEVALUAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-EVALUAR-APROBADA.

           SET WS-ENV-ENCONTRADO-NO TO TRUE.

           PERFORM 2650-COMPARAR-ENVIADO
              THRU 2650-COMPARAR-ENVIADO-FIN
              VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT
              OR WS-ENV-ENCONTRADO-YES.

           IF WS-ENV-ENCONTRADO-YES
              ADD 1 TO WS-CONT-YA-ENVIADAS
              PERFORM 2670-UBICAR-PENDIENTE
                 THRU 2670-UBICAR-PENDIENTE-FIN
              IF WS-ENV-PENDIENTE > 0
                 MOVE 'S' TO WS-TAB-ENV-CORRIDA(WS-ENV-PENDIENTE)
              END-IF
              GO TO 2600-EVALUAR-APROBADA-FIN
           END-IF.

           PERFORM 2670-UBICAR-PENDIENTE
              THRU 2670-UBICAR-PENDIENTE-FIN.

           IF WS-ENV-PENDIENTE > 0
              MOVE 'S' TO WS-TAB-ENV-CORRIDA(WS-ENV-PENDIENTE)
           END-IF.

           MOVE SPACES TO WS-APR-MOTIVO.
           MOVE SPACES TO WS-APR-NOMBRE.

           MOVE APROB-LEGAJO TO AHIST-LEGAJO.
           MOVE APROB-MATERIA TO AHIST-MATERIA.

           READ ALUMNOS-HIST.

           EVALUATE TRUE
           WHEN FS-ALUMNOS-HIST-OK
                IF AHIST-MEJOR-PROM < WS-PROMEDIO-MINIMO-APROBADO
                   MOVE 'EL HISTORIAL NO LA DA POR APROBADA'
                      TO WS-APR-MOTIVO
                ELSE
                   MOVE AHIST-NOMBRE TO WS-APR-NOMBRE
                END-IF
                IF APROB-PROMEDIO = 0
                   MOVE AHIST-MEJOR-PROM TO APROB-PROMEDIO
                END-IF
           WHEN FS-ALUMNOS-HIST-NOREG
                MOVE 'NO FIGURA EN EL HISTORIAL DEL ALUMNO'
                   TO WS-APR-MOTIVO
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL HISTORIAL DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-ALUMNOS-HIST
                MOVE 'ERROR DE LECTURA DEL HISTORIAL' TO WS-APR-MOTIVO
           END-EVALUATE.

           IF WS-APR-MOTIVO = SPACES
              PERFORM 2700-UBICAR-CODIGO
                 THRU 2700-UBICAR-CODIGO-FIN
              IF WS-COD-ENCONTRADO-NO
                 MOVE 'MATERIA SIN CODIGO DEL REGISTRO'
                    TO WS-APR-MOTIVO
              END-IF
           END-IF.

           IF WS-APR-MOTIVO = SPACES
              PERFORM 2750-UBICAR-DOCUMENTO
                 THRU 2750-UBICAR-DOCUMENTO-FIN
              IF WS-DOC-ENCONTRADO-NO
                 MOVE 'ALUMNO SIN DOCUMENTO' TO WS-APR-MOTIVO
              END-IF
           END-IF.

           IF WS-APR-MOTIVO = SPACES
              PERFORM 2800-UBICAR-ORIGEN
                 THRU 2800-UBICAR-ORIGEN-FIN
           END-IF.

           IF WS-APR-MOTIVO NOT = SPACES
              PERFORM 2900-RETENER-APROBADA
                 THRU 2900-RETENER-APROBADA-FIN
           ELSE
              PERFORM 2950-EXPORTAR-APROBADA
                 THRU 2950-EXPORTAR-APROBADA-FIN
           END-IF.

       2600-EVALUAR-APROBADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una aprobacion enviada (con o sin acuse) no vuelve a salir;
      *    una rechazada o retenida si.
       2650-COMPARAR-ENVIADO.

           IF WS-TAB-ENV-LEGAJO(WS-ENV-IDX) = APROB-LEGAJO
              AND WS-TAB-ENV-MATERIA(WS-ENV-IDX) = APROB-MATERIA
              AND WS-TAB-ENV-ESTADO(WS-ENV-IDX) NOT = 'R'
              AND WS-TAB-ENV-ESTADO(WS-ENV-IDX) NOT = 'P'
              SET WS-ENV-ENCONTRADO-YES TO TRUE
           END-IF.

       2650-COMPARAR-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Fila rechazada o retenida de la misma aprobacion: si sale se
      *    reutiliza para el envio nuevo, si no sigue pendiente.
       2670-UBICAR-PENDIENTE.

           MOVE ZEROES TO WS-ENV-PENDIENTE.

           PERFORM 2680-COMPARAR-PENDIENTE
              THRU 2680-COMPARAR-PENDIENTE-FIN
              VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT
              OR WS-ENV-PENDIENTE > 0.

       2670-UBICAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2680-COMPARAR-PENDIENTE.

           IF WS-TAB-ENV-LEGAJO(WS-ENV-IDX) = APROB-LEGAJO
              AND WS-TAB-ENV-MATERIA(WS-ENV-IDX) = APROB-MATERIA
              AND (WS-TAB-ENV-ESTADO(WS-ENV-IDX) = 'R'
              OR WS-TAB-ENV-ESTADO(WS-ENV-IDX) = 'P')
              MOVE WS-ENV-IDX TO WS-ENV-PENDIENTE
           END-IF.

       2680-COMPARAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-UBICAR-CODIGO.

           SET WS-COD-ENCONTRADO-NO TO TRUE.

           PERFORM 2720-COMPARAR-CODIGO
              THRU 2720-COMPARAR-CODIGO-FIN
              VARYING WS-COD-IDX FROM 1 BY 1
              UNTIL WS-COD-IDX > WS-TAB-COD-CANT
              OR WS-COD-ENCONTRADO-YES.

           IF WS-COD-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-COD-IDX
           END-IF.

       2700-UBICAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-COMPARAR-CODIGO.

           IF WS-TAB-COD-MATERIA(WS-COD-IDX) = APROB-MATERIA
              AND WS-TAB-COD-CODIGO(WS-COD-IDX) NOT = SPACES
              SET WS-COD-ENCONTRADO-YES TO TRUE
           END-IF.

       2720-COMPARAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2750-UBICAR-DOCUMENTO.

           SET WS-DOC-ENCONTRADO-NO TO TRUE.

           PERFORM 2770-COMPARAR-DOCUMENTO
              THRU 2770-COMPARAR-DOCUMENTO-FIN
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > WS-TAB-DOC-CANT
              OR WS-DOC-ENCONTRADO-YES.

           IF WS-DOC-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-DOC-IDX
           END-IF.

       2750-UBICAR-DOCUMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2770-COMPARAR-DOCUMENTO.

           IF WS-TAB-DOC-LEGAJO(WS-DOC-IDX) = APROB-LEGAJO
              AND WS-TAB-DOC-NUMERO(WS-DOC-IDX) NOT = SPACES
              SET WS-DOC-ENCONTRADO-YES TO TRUE
           END-IF.

       2770-COMPARAR-DOCUMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Aprobacion por examen: acta y fecha del ultimo examen en el
      *    detalle de actas. Por equivalencia no hay acta: sale con
      *    acta 0 y la fecha de la corrida.
       2800-UBICAR-ORIGEN.

           MOVE APROB-LEGAJO TO WS-BUS-LEGAJO.
           MOVE APROB-MATERIA TO WS-BUS-MATERIA.

           PERFORM 1370-UBICAR-ACTA
              THRU 1370-UBICAR-ACTA-FIN.

           IF WS-ACT-ENCONTRADA-YES
              MOVE WS-TAB-ACT-NUMERO(WS-ACT-IDX) TO WS-APR-ACTA
              MOVE WS-TAB-ACT-FECHA(WS-ACT-IDX) TO WS-APR-FECHA-ISO
              MOVE WS-APR-ISO-ANIO TO WS-APR-FEC-ANIO
              MOVE WS-APR-ISO-MES TO WS-APR-FEC-MES
              MOVE WS-APR-ISO-DIA TO WS-APR-FEC-DIA
              IF WS-APR-FECHA IS NOT NUMERIC
                 MOVE 'FECHA DE EXAMEN INVALIDA EN EL ACTA'
                    TO WS-APR-MOTIVO
              END-IF
              GO TO 2800-UBICAR-ORIGEN-FIN
           END-IF.

           SET WS-EQV-ENCONTRADA-NO TO TRUE.

           PERFORM 2850-COMPARAR-EQUIVALENCIA
              THRU 2850-COMPARAR-EQUIVALENCIA-FIN
              VARYING WS-EQV-IDX FROM 1 BY 1
              UNTIL WS-EQV-IDX > WS-TAB-EQV-CANT
              OR WS-EQV-ENCONTRADA-YES.

           IF WS-EQV-ENCONTRADA-YES
              MOVE ZEROES TO WS-APR-ACTA
              MOVE WS-RUN-FECHA-INICIO TO WS-APR-FECHA
           ELSE
              MOVE 'SIN ACTA DE EXAMEN' TO WS-APR-MOTIVO
           END-IF.

       2800-UBICAR-ORIGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2850-COMPARAR-EQUIVALENCIA.

           IF WS-TAB-EQV-LEGAJO(WS-EQV-IDX) = APROB-LEGAJO
              AND WS-TAB-EQV-MATERIA(WS-EQV-IDX) = APROB-MATERIA
              SET WS-EQV-ENCONTRADA-YES TO TRUE
           END-IF.

       2850-COMPARAR-EQUIVALENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La retenida queda en la bitacora como 'P' (una rechazada
      *    conserva su 'R') para volver a evaluarla en la proxima
      *    corrida.
       2900-RETENER-APROBADA.

           ADD 1 TO WS-CONT-RETENIDAS.

           IF WS-ENV-PENDIENTE > 0
              MOVE APROB-PROMEDIO TO WS-TAB-ENV-NOTA(WS-ENV-PENDIENTE)
           ELSE
              IF WS-TAB-ENV-CANT >= WS-MAX-ENVIADOS
                 MOVE 'ENVIADOS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-ENV-CANT
              MOVE WS-TAB-ENV-CANT TO WS-ENV-IDX
              MOVE ZEROES TO WS-TAB-ENV-LOTE(WS-ENV-IDX)
              MOVE APROB-LEGAJO TO WS-TAB-ENV-LEGAJO(WS-ENV-IDX)
              MOVE APROB-MATERIA TO WS-TAB-ENV-MATERIA(WS-ENV-IDX)
              MOVE SPACES TO WS-TAB-ENV-CODIGO(WS-ENV-IDX)
              MOVE ZEROES TO WS-TAB-ENV-ACTA(WS-ENV-IDX)
              MOVE WS-RUN-FECHA-INICIO TO WS-TAB-ENV-FECHA(WS-ENV-IDX)
              MOVE 'P' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX)
              MOVE APROB-PROMEDIO TO WS-TAB-ENV-NOTA(WS-ENV-IDX)
              MOVE 'S' TO WS-TAB-ENV-CORRIDA(WS-ENV-IDX)
           END-IF.

           MOVE ZEROES TO WS-NOV-LOTE.
           MOVE APROB-LEGAJO TO WS-NOV-LEGAJO.
           MOVE APROB-MATERIA TO WS-NOV-MATERIA.
           MOVE SPACES TO WS-NOV-CODIGO.
           MOVE WS-APR-MOTIVO TO WS-NOV-MOTIVO.
           MOVE WS-NOV-DETALLE TO SAL-NOVEDADES-REG.
           WRITE SAL-NOVEDADES-REG.

           MOVE 4 TO WS-RETORNO-PROPUESTO.
           PERFORM 9000-FIJAR-RETORNO
              THRU 9000-FIJAR-RETORNO-FIN.

       2900-RETENER-APROBADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El archivo del lote se abre con la primera aprobacion a
      *    enviar; la aprobacion queda en la bitacora como enviada, en
      *    la misma fila si venia rechazada o retenida.
       2950-EXPORTAR-APROBADA.

           IF WS-EXPORTACION-ABIERTA-NO
              PERFORM 2960-ABRIR-EXPORTACION
                 THRU 2960-ABRIR-EXPORTACION-FIN
              IF WS-EXPORTACION-ABIERTA-NO
                 GO TO 2950-EXPORTAR-APROBADA-FIN
              END-IF
           END-IF.

           IF WS-ENV-PENDIENTE = 0
              AND WS-TAB-ENV-CANT >= WS-MAX-ENVIADOS
              MOVE 'ENVIADOS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           MOVE SPACES TO EXP-DETALLE.
           MOVE 'D' TO EXP-DET-TIPO.
           MOVE APROB-LEGAJO TO EXP-DET-LEGAJO.
           MOVE WS-TAB-DOC-NUMERO(WS-DOC-IDX) TO EXP-DET-DOCUMENTO.
           MOVE WS-TAB-COD-CODIGO(WS-COD-IDX) TO EXP-DET-CODIGO.
           MOVE WS-APR-FECHA TO EXP-DET-FECHA.
           MOVE APROB-PROMEDIO TO EXP-DET-NOTA.
           MOVE WS-APR-ACTA TO EXP-DET-ACTA.
           WRITE EXP-DETALLE.

           IF NOT FS-SAL-EXPORTACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DEL REGISTRO'
              DISPLAY 'FILE STATUS: ' FS-SAL-EXPORTACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2950-EXPORTAR-APROBADA-FIN
           END-IF.

           ADD 1 TO WS-CONT-EXPORTADAS.
           ADD APROB-PROMEDIO TO WS-SUMA-NOTAS.

           IF WS-ENV-PENDIENTE > 0
              MOVE WS-ENV-PENDIENTE TO WS-ENV-IDX
           ELSE
              ADD 1 TO WS-TAB-ENV-CANT
              MOVE WS-TAB-ENV-CANT TO WS-ENV-IDX
           END-IF.

           MOVE WS-LOTE-ACTUAL TO WS-TAB-ENV-LOTE(WS-ENV-IDX).
           MOVE APROB-LEGAJO TO WS-TAB-ENV-LEGAJO(WS-ENV-IDX).
           MOVE APROB-MATERIA TO WS-TAB-ENV-MATERIA(WS-ENV-IDX).
           MOVE WS-TAB-COD-CODIGO(WS-COD-IDX)
              TO WS-TAB-ENV-CODIGO(WS-ENV-IDX).
           MOVE WS-APR-ACTA TO WS-TAB-ENV-ACTA(WS-ENV-IDX).
           MOVE WS-RUN-FECHA-INICIO TO WS-TAB-ENV-FECHA(WS-ENV-IDX).
           MOVE 'E' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX).
           MOVE APROB-PROMEDIO TO WS-TAB-ENV-NOTA(WS-ENV-IDX).
           MOVE 'S' TO WS-TAB-ENV-CORRIDA(WS-ENV-IDX).

       2950-EXPORTAR-APROBADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2960-ABRIR-EXPORTACION.

           OPEN OUTPUT SAL-EXPORTACION.

           IF NOT FS-SAL-EXPORTACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DEL REGISTRO'
              DISPLAY 'FILE STATUS: ' FS-SAL-EXPORTACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2960-ABRIR-EXPORTACION-FIN
           END-IF.

           SET WS-EXPORTACION-ABIERTA-YES TO TRUE.
           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.

           MOVE SPACES TO EXP-CABECERA.
           MOVE 'H' TO EXP-CAB-TIPO.
           MOVE WS-LOTE-ACTUAL TO EXP-CAB-LOTE.
           MOVE WS-RUN-FECHA-INICIO TO EXP-CAB-FECHA.
           WRITE EXP-CABECERA.

       2960-ABRIR-EXPORTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-EXPORTACION-ABIERTA-YES
              MOVE SPACES TO EXP-COLA
              MOVE 'T' TO EXP-COLA-TIPO
              MOVE WS-LOTE-ACTUAL TO EXP-COLA-LOTE
              MOVE WS-CONT-EXPORTADAS TO EXP-COLA-CANTIDAD
              MOVE WS-SUMA-NOTAS TO EXP-COLA-SUMA-NOTAS
              WRITE EXP-COLA
              CLOSE SAL-EXPORTACION
              DISPLAY 'LOTE ENVIADO AL REGISTRO:      ' WS-LOTE-ACTUAL
           ELSE
              IF RETURN-CODE < 8
                 OPEN OUTPUT SAL-EXPORTACION
                 CLOSE SAL-EXPORTACION
              END-IF
              DISPLAY 'SIN APROBACIONES NUEVAS PARA EL REGISTRO'
           END-IF.

           PERFORM 3100-GRABAR-ENVIADOS
              THRU 3100-GRABAR-ENVIADOS-FIN.

           IF WS-HIST-DISPONIBLE-YES
              CLOSE ALUMNOS-HIST
           END-IF.

           DISPLAY 'APROBADAS LEIDAS:              '
              WS-CONT-APROBADAS-LEIDAS.
           DISPLAY 'YA ENVIADAS ANTES:             '
              WS-CONT-YA-ENVIADAS.
           DISPLAY 'EXPORTADAS EN ESTE LOTE:       ' WS-CONT-EXPORTADAS.
           DISPLAY 'RETENIDAS:                     ' WS-CONT-RETENIDAS.
           DISPLAY 'PENDIENTES REEVALUADAS:        '
              WS-CONT-PENDIENTES.
           DISPLAY 'ACUSES LEIDOS:                 '
              WS-CONT-ACUSES-LEIDOS.
           DISPLAY 'ACEPTADAS POR EL REGISTRO:     ' WS-CONT-ACEPTADAS.
           DISPLAY 'RECHAZADAS POR EL REGISTRO:    ' WS-CONT-RECHAZADAS.

           IF FS-SAL-NOVEDADES-OK
              MOVE SPACES TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
              MOVE 'EXPORTADAS EN ESTE LOTE:' TO WS-NOV-TOT-ETIQUETA
              MOVE WS-CONT-EXPORTADAS TO WS-NOV-TOT-VALOR
              MOVE WS-NOV-TOTAL TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
              MOVE 'RETENIDAS:' TO WS-NOV-TOT-ETIQUETA
              MOVE WS-CONT-RETENIDAS TO WS-NOV-TOT-VALOR
              MOVE WS-NOV-TOTAL TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
              MOVE 'ACEPTADAS POR EL REGISTRO:' TO WS-NOV-TOT-ETIQUETA
              MOVE WS-CONT-ACEPTADAS TO WS-NOV-TOT-VALOR
              MOVE WS-NOV-TOTAL TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
              MOVE 'RECHAZADAS POR EL REGISTRO:' TO WS-NOV-TOT-ETIQUETA
              MOVE WS-CONT-RECHAZADAS TO WS-NOV-TOT-VALOR
              MOVE WS-NOV-TOTAL TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
              MOVE 'ACUSES SIN ENVIO:' TO WS-NOV-TOT-ETIQUETA
              MOVE WS-CONT-ACUSES-SIN-ENVIO TO WS-NOV-TOT-VALOR
              MOVE WS-NOV-TOTAL TO SAL-NOVEDADES-REG
              WRITE SAL-NOVEDADES-REG
              CLOSE SAL-NOVEDADES
           END-IF.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La bitacora se reescribe completa al final, despues de
      *    cerrar el lote, con los estados de los acuses, los envios
      *    nuevos y las retenidas.
       3100-GRABAR-ENVIADOS.

           IF WS-CONT-EXPORTADAS = 0
              AND WS-CONT-ACEPTADAS = 0
              AND WS-CONT-RECHAZADAS = 0
              AND WS-CONT-RETENIDAS = 0
              GO TO 3100-GRABAR-ENVIADOS-FIN
           END-IF.

           OPEN OUTPUT ENVIADOS.

           IF NOT FS-ENVIADOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE ENVIOS'
              DISPLAY 'FILE STATUS: ' FS-ENVIADOS
              DISPLAY 'EL LOTE ' WS-LOTE-ACTUAL ' NO QUEDO REGISTRADO'
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3100-GRABAR-ENVIADOS-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.

           PERFORM 3150-ESCRIBIR-ENVIADO
              THRU 3150-ESCRIBIR-ENVIADO-FIN
              VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT.

           CLOSE ENVIADOS.

       3100-GRABAR-ENVIADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-ESCRIBIR-ENVIADO.

           MOVE WS-TAB-ENV-LOTE(WS-ENV-IDX) TO ENV-LOTE.
           MOVE WS-TAB-ENV-LEGAJO(WS-ENV-IDX) TO ENV-LEGAJO.
           MOVE WS-TAB-ENV-MATERIA(WS-ENV-IDX) TO ENV-MATERIA.
           MOVE WS-TAB-ENV-CODIGO(WS-ENV-IDX) TO ENV-CODIGO-REGISTRO.
           MOVE WS-TAB-ENV-ACTA(WS-ENV-IDX) TO ENV-ACTA.
           MOVE WS-TAB-ENV-FECHA(WS-ENV-IDX) TO ENV-FECHA-ENVIO.
           MOVE WS-TAB-ENV-ESTADO(WS-ENV-IDX) TO ENV-ESTADO.
           MOVE WS-TAB-ENV-NOTA(WS-ENV-IDX) TO ENV-NOTA.
           WRITE ENV-REGISTRO.

           IF NOT FS-ENVIADOS-OK
              DISPLAY 'ERROR AL GRABAR LA BITACORA DE ENVIOS'
              DISPLAY 'FILE STATUS: ' FS-ENVIADOS
           END-IF.

       3150-ESCRIBIR-ENVIADO-FIN.
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

           MOVE 'TP01EJ14' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-APROBADAS-LEIDAS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-EXPORTADAS TO RUN-REG-ACEPTADOS.
           COMPUTE RUN-REG-RECHAZADOS =
              WS-CONT-RETENIDAS + WS-CONT-RECHAZADAS.
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
      *    Codigos de condicion para el scheduler: 0 corrida limpia,
      *    4 aprobaciones retenidas o rechazadas, 8 archivo
      *    inutilizable. Nunca se rebaja un codigo ya fijado.
       9000-FIJAR-RETORNO.

           IF WS-RETORNO-PROPUESTO > RETURN-CODE
              MOVE WS-RETORNO-PROPUESTO TO RETURN-CODE
           END-IF.

       9000-FIJAR-RETORNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Desborde de tabla: la corrida se corta con codigo propio
      *    antes de pisar el area contigua.
       9100-ABORTAR-CAPACIDAD.

           DISPLAY 'CAPACIDAD DE TABLA EXCEDIDA: ' WS-TABLA-EXCEDIDA.
           DISPLAY 'CORRIDA ABORTADA - AMPLIAR EL LIMITE EN '
              'WS-LIMITES-TABLAS'.
           MOVE 12 TO RETURN-CODE.

           STOP RUN.

       9100-ABORTAR-CAPACIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM TP01EJ14.

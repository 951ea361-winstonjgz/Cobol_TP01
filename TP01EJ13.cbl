      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    CORRIDA DE BECAS: EVALUA A LOS ALUMNOS CONTRA LOS
      *             CRITERIOS DE BECAS-CRITERIOS (PROMEDIO PONDERADO,
      *             MATERIAS APROBADAS POR ANIO Y SITUACION) Y EMITE
      *             LAS BECAS NUEVAS POR CARRERA HASTA EL CUPO, LAS
      *             RENOVACIONES Y LAS BAJAS DE LOS BECARIOS ACTUALES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ13.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT CRITERIOS
           ASSIGN TO '../BECAS-CRITERIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRITERIOS.

           SELECT ALUMNOS-MAESTRO
           ASSIGN TO '../ALUMNOS-MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALUMNOS-MAESTRO.

           SELECT SITUACION
           ASSIGN TO '../SITUACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SITUACION.

           SELECT BECARIOS
           ASSIGN TO '../BECARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BECARIOS.

           SELECT ALUMNOS-HIST
           ASSIGN TO '../ALUMNOS-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHIST-CLAVE
           FILE STATUS IS FS-ALUMNOS-HIST.

           SELECT SAL-OTORGADAS
           ASSIGN TO '../BECAS-OTORGADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-OTORGADAS.

           SELECT SAL-RENOVADAS
           ASSIGN TO '../BECAS-RENOVADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RENOVADAS.

           SELECT SAL-REVOCADAS
           ASSIGN TO '../BECAS-REVOCADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REVOCADAS.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    Una fila por carrera; la fila con carrera '*' es el criterio
      *    por defecto de las carreras sin fila propia. Situacion 'R'
      *    exige alumno regular, 'C' acepta regular o condicional.
       FD CRITERIOS.
       01 CRIT-REGISTRO.
          05 CRIT-CARRERA               PIC X(20).
          05 CRIT-PROMEDIO-MIN          PIC 9(02)V9(02).
          05 CRIT-MATERIAS-ANIO         PIC 9(02).
          05 CRIT-SITUACION             PIC X(01).
             88 CRIT-SITUACION-VALIDA            VALUE 'R' 'C'.
          05 CRIT-CUPO                  PIC 9(03).

       FD ALUMNOS-MAESTRO.
       01 MAESTRO-REGISTRO.
          05 MAESTRO-LEGAJO             PIC 9(06).
          05 MAESTRO-NOMBRE             PIC X(40).
          05 MAESTRO-ESTADO             PIC X(01).
          05 MAESTRO-CARRERA            PIC X(20).

       FD SITUACION.
       01 SIT-REGISTRO.
          05 SIT-LEGAJO                 PIC 9(06).
          05 SIT-CICLO                  PIC 9(01).
          05 SIT-ESTADO                 PIC X(01).
          05 SIT-FECHA-EFECTO           PIC 9(08).

       FD BECARIOS.
       01 BECARIO-REGISTRO.
          05 BECARIO-LEGAJO             PIC 9(06).
          05 BECARIO-FECHA-OTORGA       PIC 9(08).

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

       FD SAL-OTORGADAS.
       01 SAL-OTORGADAS-REG PIC X(133).

       FD SAL-RENOVADAS.
       01 SAL-RENOVADAS-REG PIC X(133).

       FD SAL-REVOCADAS.
       01 SAL-REVOCADAS-REG PIC X(133).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CRITERIOS               PIC X(02).
             88 FS-CRITERIOS-OK                        VALUE '00'.
             88 FS-CRITERIOS-EOF                       VALUE '10'.
             88 FS-CRITERIOS-NFD                       VALUE '35'.

          05 FS-ALUMNOS-MAESTRO         PIC X(02).
             88 FS-ALUMNOS-MAESTRO-OK                  VALUE '00'.
             88 FS-ALUMNOS-MAESTRO-EOF                 VALUE '10'.
             88 FS-ALUMNOS-MAESTRO-NFD                 VALUE '35'.

          05 FS-SITUACION               PIC X(02).
             88 FS-SITUACION-OK                        VALUE '00'.
             88 FS-SITUACION-EOF                       VALUE '10'.
             88 FS-SITUACION-NFD                       VALUE '35'.

          05 FS-BECARIOS                PIC X(02).
             88 FS-BECARIOS-OK                         VALUE '00'.
             88 FS-BECARIOS-EOF                        VALUE '10'.
             88 FS-BECARIOS-NFD                        VALUE '35'.

          05 FS-ALUMNOS-HIST            PIC X(02).
             88 FS-ALUMNOS-HIST-OK                     VALUE '00'.
             88 FS-ALUMNOS-HIST-EOF                    VALUE '10'.
             88 FS-ALUMNOS-HIST-NOREG                  VALUE '23'.
             88 FS-ALUMNOS-HIST-NFD                    VALUE '35'.

          05 FS-SAL-OTORGADAS           PIC X(02).
             88 FS-SAL-OTORGADAS-OK                    VALUE '00'.
             88 FS-SAL-OTORGADAS-EOF                   VALUE '10'.
             88 FS-SAL-OTORGADAS-NFD                   VALUE '35'.

          05 FS-SAL-RENOVADAS           PIC X(02).
             88 FS-SAL-RENOVADAS-OK                    VALUE '00'.
             88 FS-SAL-RENOVADAS-EOF                   VALUE '10'.
             88 FS-SAL-RENOVADAS-NFD                   VALUE '35'.

          05 FS-SAL-REVOCADAS           PIC X(02).
             88 FS-SAL-REVOCADAS-OK                    VALUE '00'.
             88 FS-SAL-REVOCADAS-EOF                   VALUE '10'.
             88 FS-SAL-REVOCADAS-NFD                   VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-ALUMNOS-EVAL       PIC 9(05)      VALUE 0.
          05 WS-CONT-OTORGADAS          PIC 9(05)      VALUE 0.
          05 WS-CONT-EN-ESPERA          PIC 9(05)      VALUE 0.
          05 WS-CONT-RENOVADAS          PIC 9(05)      VALUE 0.
          05 WS-CONT-REVOCADAS          PIC 9(05)      VALUE 0.
          05 WS-CONT-BECARIOS           PIC 9(05)      VALUE 0.

      *    Nota minima de aprobacion, la misma del batch de notas.
       01 WS-PROMEDIO-MINIMO-APROBADO   PIC 9(05)V9(02) VALUE 6,00.

       01 WS-TAB-CRITERIOS.
          05 WS-TAB-CRI-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-CRI OCCURS 200 TIMES.
             10 WS-TAB-CRI-CARRERA      PIC X(20).
             10 WS-TAB-CRI-PROMEDIO     PIC 9(02)V9(02).
             10 WS-TAB-CRI-MATERIAS     PIC 9(02).
             10 WS-TAB-CRI-SITUACION    PIC X(01).
             10 WS-TAB-CRI-CUPO         PIC 9(03).

       01 WS-CRI-IDX                    PIC 9(03)      VALUE 0.
       01 WS-CRI-DEFECTO                PIC 9(03)      VALUE 0.
       01 WS-CRI-APLICADO               PIC 9(03)      VALUE 0.

      *    Cupo ocupado por carrera: las carreras que toman el criterio
      *    por defecto tienen cada una su propio cupo y su propio orden.
       01 WS-TAB-CARRERAS.
          05 WS-TAB-CAR-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-CAR OCCURS 2000 TIMES.
             10 WS-TAB-CAR-CARRERA      PIC X(20).
             10 WS-TAB-CAR-RENOVADAS    PIC 9(05).
             10 WS-TAB-CAR-OTORGADAS    PIC 9(05).

       01 WS-CAR-IDX                    PIC 9(05)      VALUE 0.
       01 WS-CAR-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-CAR-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-CAR-ENCONTRADA-NO                      VALUE 'N'.

      *    Un candidato por alumno activo con carrera, mas los
      *    becarios que ya no figuran activos (para darlos de baja).
      *    Resultado: O otorgada, E elegible, R renovada,
      *    V revocada, W en espera de cupo, N no elegible.
       01 WS-TAB-CANDIDATOS.
          05 WS-TAB-CAN-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-CAN OCCURS 2000 TIMES.
             10 WS-TAB-CAN-LEGAJO       PIC 9(06).
             10 WS-TAB-CAN-NOMBRE       PIC X(40).
             10 WS-TAB-CAN-ESTADO       PIC X(01).
             10 WS-TAB-CAN-CARRERA      PIC X(20).
             10 WS-TAB-CAN-CRITERIO     PIC 9(03).
             10 WS-TAB-CAN-PROMEDIO     PIC 9(05)V9(02).
             10 WS-TAB-CAN-APROBADAS    PIC 9(03).
             10 WS-TAB-CAN-ANIOS        PIC 9(02).
             10 WS-TAB-CAN-POR-ANIO     PIC 9(03)V9(02).
             10 WS-TAB-CAN-SITUACION    PIC X(01).
             10 WS-TAB-CAN-PRIMER-ANIO  PIC 9(04).
             10 WS-TAB-CAN-SIT-FECHA    PIC 9(08).
             10 WS-TAB-CAN-SIT-CICLO    PIC 9(01).
             10 WS-TAB-CAN-BECARIO      PIC X(01).
             10 WS-TAB-CAN-HIST         PIC X(01).
             10 WS-TAB-CAN-RESULTADO    PIC X(01).
             10 WS-TAB-CAN-MOTIVO       PIC X(30).

       01 WS-CAN-IDX                    PIC 9(05)      VALUE 0.
       01 WS-CAN-MEJOR                  PIC 9(05)      VALUE 0.
       01 WS-CAN-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-CAN-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-CAN-ENCONTRADO-NO                      VALUE 'N'.
       01 WS-BUS-LEGAJO                 PIC 9(06)      VALUE 0.
       01 WS-ORDEN                      PIC 9(03)      VALUE 0.

      *    Acumulado del historial por legajo (corte de control).
       01 WS-HIST-CORTE.
          05 WS-HIST-LEGAJO             PIC 9(06)      VALUE 0.
          05 WS-HIST-APROBADAS          PIC 9(03)      VALUE 0.
          05 WS-HIST-PONDERADO          PIC 9(05)V9(02) VALUE 0.

       01 WS-RUN-FECHA-R.
          05 WS-RUN-ANIO                PIC 9(04).
          05 WS-RUN-MES                 PIC 9(02).
          05 FILLER                     PIC X(02).

      *    Ciclo lectivo de la corrida, con el mismo corte de
      *    cuatrimestre que el batch de notas.
       01 WS-CICLO-ACTUAL               PIC 9(01)      VALUE 1.

      *    Seleccion de la fila de situacion vigente.
       01 WS-SIT-REEMPLAZA              PIC X(01)      VALUE 'N'.
          88 WS-SIT-REEMPLAZA-YES                      VALUE 'Y'.
          88 WS-SIT-REEMPLAZA-NO                       VALUE 'N'.
       01 WS-SIT-FECHA-R.
          05 WS-SIT-ANIO                PIC 9(04).
          05 FILLER                     PIC X(04).

       01 WS-SAL-OTO-TITULO             PIC X(45)
          VALUE 'BECAS NUEVAS POR CARRERA EN ORDEN DE MERITO'.

       01 WS-SAL-OTO-TITULOS.
          05 FILLER                  PIC X(20)     VALUE 'Carrera'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(05)     VALUE 'Orden'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(06)     VALUE 'Legajo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(40)
                                     VALUE 'Apellido y Nombre'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Promedio'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Mat/Anio'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(03)     VALUE 'Sit'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(15)     VALUE 'Resultado'.

       01 WS-SAL-OTO-DETALLE.
          05 WS-SAL-OTO-CARRERA      PIC X(20).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-OTO-ORDEN        PIC ZZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-OTO-LEGAJO       PIC 9(06).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-OTO-NOMBRE       PIC X(40).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-OTO-PROMEDIO     PIC ZZZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-OTO-POR-ANIO     PIC ZZZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-OTO-SITUACION    PIC X(03).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-OTO-RESULTADO    PIC X(15).

       01 WS-SAL-REN-TITULO             PIC X(40)
          VALUE 'RENOVACION DE BECAS DE BECARIOS ACTUALES'.

       01 WS-SAL-REV-TITULO             PIC X(36)
          VALUE 'BAJAS DE BECAS CON CRITERIO FALLIDO'.

       01 WS-SAL-BEC-TITULOS.
          05 FILLER                  PIC X(20)     VALUE 'Carrera'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(06)     VALUE 'Legajo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(40)
                                     VALUE 'Apellido y Nombre'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Promedio'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Mat/Anio'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(03)     VALUE 'Sit'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(30)
                                     VALUE 'Criterio no cumplido'.

       01 WS-SAL-BEC-DETALLE.
          05 WS-SAL-BEC-CARRERA      PIC X(20).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BEC-LEGAJO       PIC 9(06).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BEC-NOMBRE       PIC X(40).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BEC-PROMEDIO     PIC ZZZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BEC-POR-ANIO     PIC ZZZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BEC-SITUACION    PIC X(03).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BEC-MOTIVO       PIC X(30).

       01 WS-SAL-BEC-TOTAL.
          05 WS-SAL-BEC-TOT-ETIQUETA PIC X(20).
          05 WS-SAL-BEC-TOT-CANT     PIC ZZZZ9.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CRITERIOS           PIC 9(05)      VALUE 200.
          05 WS-MAX-CANDIDATOS          PIC 9(05)      VALUE 2000.
          05 WS-MAX-CARRERAS            PIC 9(05)      VALUE 2000.
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

           IF WS-TAB-CRI-CANT > 0
              AND WS-TAB-CAN-CANT > 0
              AND RETURN-CODE < 8
              PERFORM 2000-EVALUAR-CANDIDATOS
                 THRU 2000-EVALUAR-CANDIDATOS-FIN
              PERFORM 2500-ASIGNAR-CUPOS
                 THRU 2500-ASIGNAR-CUPOS-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-INICIO TO WS-RUN-FECHA-R.

           IF WS-RUN-MES >= 1 AND WS-RUN-MES <= 6
              MOVE 1 TO WS-CICLO-ACTUAL
           ELSE
              MOVE 2 TO WS-CICLO-ACTUAL
           END-IF.

           PERFORM 1100-CARGAR-CRITERIOS
              THRU 1100-CARGAR-CRITERIOS-FIN.

           PERFORM 1200-CARGAR-MAESTRO
              THRU 1200-CARGAR-MAESTRO-FIN.

           PERFORM 1300-CARGAR-BECARIOS
              THRU 1300-CARGAR-BECARIOS-FIN.

           PERFORM 1400-CARGAR-SITUACION
              THRU 1400-CARGAR-SITUACION-FIN.

           PERFORM 1500-LEER-HISTORIAL
              THRU 1500-LEER-HISTORIAL-FIN.

           OPEN OUTPUT SAL-OTORGADAS.

           IF FS-SAL-OTORGADAS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE WS-SAL-OTO-TITULO TO SAL-OTORGADAS-REG
              WRITE SAL-OTORGADAS-REG
              MOVE WS-SAL-OTO-TITULOS TO SAL-OTORGADAS-REG
              WRITE SAL-OTORGADAS-REG
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE BECAS NUEVAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-OTORGADAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           OPEN OUTPUT SAL-RENOVADAS.

           IF FS-SAL-RENOVADAS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE WS-SAL-REN-TITULO TO SAL-RENOVADAS-REG
              WRITE SAL-RENOVADAS-REG
              MOVE WS-SAL-BEC-TITULOS TO SAL-RENOVADAS-REG
              WRITE SAL-RENOVADAS-REG
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RENOVACIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-RENOVADAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           OPEN OUTPUT SAL-REVOCADAS.

           IF FS-SAL-REVOCADAS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE WS-SAL-REV-TITULO TO SAL-REVOCADAS-REG
              WRITE SAL-REVOCADAS-REG
              MOVE WS-SAL-BEC-TITULOS TO SAL-REVOCADAS-REG
              WRITE SAL-REVOCADAS-REG
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE BAJAS DE BECAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-REVOCADAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin criterios no hay corrida: se mantienen en el archivo,
      *    no en el programa.
       1100-CARGAR-CRITERIOS.

           OPEN INPUT CRITERIOS.

           EVALUATE FS-CRITERIOS
           WHEN '00'
                PERFORM 1150-LEER-CRITERIO
                   THRU 1150-LEER-CRITERIO-FIN
                   UNTIL FS-CRITERIOS-EOF
                CLOSE CRITERIOS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE CRITERIOS'
                DISPLAY 'LA CORRIDA DE BECAS NO PUEDE EVALUAR'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CRITERIOS'
                DISPLAY 'FILE STATUS: ' FS-CRITERIOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1100-CARGAR-CRITERIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1150-LEER-CRITERIO.

           READ CRITERIOS.

           EVALUATE TRUE
           WHEN FS-CRITERIOS-OK
                IF CRIT-CARRERA = SPACES
                   OR CRIT-PROMEDIO-MIN IS NOT NUMERIC
                   OR CRIT-MATERIAS-ANIO IS NOT NUMERIC
                   OR CRIT-CUPO IS NOT NUMERIC
                   OR NOT CRIT-SITUACION-VALIDA
                   DISPLAY 'CRITERIO INVALIDO IGNORADO: ' CRIT-REGISTRO
                   MOVE 4 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                   GO TO 1150-LEER-CRITERIO-FIN
                END-IF
                IF WS-TAB-CRI-CANT >= WS-MAX-CRITERIOS
                   MOVE 'CRITERIOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-CRI-CANT
                MOVE CRIT-CARRERA
                   TO WS-TAB-CRI-CARRERA(WS-TAB-CRI-CANT)
                MOVE CRIT-PROMEDIO-MIN
                   TO WS-TAB-CRI-PROMEDIO(WS-TAB-CRI-CANT)
                MOVE CRIT-MATERIAS-ANIO
                   TO WS-TAB-CRI-MATERIAS(WS-TAB-CRI-CANT)
                MOVE CRIT-SITUACION
                   TO WS-TAB-CRI-SITUACION(WS-TAB-CRI-CANT)
                MOVE CRIT-CUPO TO WS-TAB-CRI-CUPO(WS-TAB-CRI-CANT)
                IF CRIT-CARRERA = '*'
                   MOVE WS-TAB-CRI-CANT TO WS-CRI-DEFECTO
                END-IF
           WHEN FS-CRITERIOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE CRITERIOS'
                DISPLAY 'FILE STATUS: ' FS-CRITERIOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-CRITERIOS
           END-EVALUATE.

       1150-LEER-CRITERIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-MAESTRO.

           OPEN INPUT ALUMNOS-MAESTRO.

           EVALUATE FS-ALUMNOS-MAESTRO
           WHEN '00'
                PERFORM 1250-LEER-ALUMNO
                   THRU 1250-LEER-ALUMNO-FIN
                   UNTIL FS-ALUMNOS-MAESTRO-EOF
                CLOSE ALUMNOS-MAESTRO
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL MAESTRO DE ALUMNOS'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL MAESTRO DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-ALUMNOS-MAESTRO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1200-CARGAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Todos los alumnos del maestro son candidatos; los inactivos
      *    solo cuentan si resultan ser becarios (para la baja).
       1250-LEER-ALUMNO.

           READ ALUMNOS-MAESTRO.

           EVALUATE TRUE
           WHEN FS-ALUMNOS-MAESTRO-OK
                IF WS-TAB-CAN-CANT >= WS-MAX-CANDIDATOS
                   MOVE 'CANDIDATOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-CAN-CANT
                INITIALIZE WS-TAB-CAN(WS-TAB-CAN-CANT)
                MOVE MAESTRO-LEGAJO
                   TO WS-TAB-CAN-LEGAJO(WS-TAB-CAN-CANT)
                MOVE MAESTRO-NOMBRE
                   TO WS-TAB-CAN-NOMBRE(WS-TAB-CAN-CANT)
                MOVE MAESTRO-ESTADO
                   TO WS-TAB-CAN-ESTADO(WS-TAB-CAN-CANT)
                MOVE MAESTRO-CARRERA
                   TO WS-TAB-CAN-CARRERA(WS-TAB-CAN-CANT)
                MOVE 'N' TO WS-TAB-CAN-BECARIO(WS-TAB-CAN-CANT)
                MOVE 'N' TO WS-TAB-CAN-HIST(WS-TAB-CAN-CANT)
                MOVE 'N' TO WS-TAB-CAN-RESULTADO(WS-TAB-CAN-CANT)
           WHEN FS-ALUMNOS-MAESTRO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL MAESTRO DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-ALUMNOS-MAESTRO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-ALUMNOS-MAESTRO
           END-EVALUATE.

       1250-LEER-ALUMNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin archivo de becarios es la primera corrida: no hay
      *    renovaciones ni bajas, solo becas nuevas.
       1300-CARGAR-BECARIOS.

           OPEN INPUT BECARIOS.

           EVALUATE FS-BECARIOS
           WHEN '00'
                PERFORM 1350-LEER-BECARIO
                   THRU 1350-LEER-BECARIO-FIN
                   UNTIL FS-BECARIOS-EOF
                CLOSE BECARIOS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE BECARIOS'
                DISPLAY 'SE EVALUAN SOLO BECAS NUEVAS'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE BECARIOS'
                DISPLAY 'FILE STATUS: ' FS-BECARIOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1300-CARGAR-BECARIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un becario que no figura en el maestro se agrega como
      *    candidato sin carrera para que salga en las bajas.
       1350-LEER-BECARIO.

           READ BECARIOS.

           EVALUATE TRUE
           WHEN FS-BECARIOS-OK
                ADD 1 TO WS-CONT-BECARIOS
                MOVE BECARIO-LEGAJO TO WS-BUS-LEGAJO
                PERFORM 1700-UBICAR-CANDIDATO
                   THRU 1700-UBICAR-CANDIDATO-FIN
                IF WS-CAN-ENCONTRADO-NO
                   IF WS-TAB-CAN-CANT >= WS-MAX-CANDIDATOS
                      MOVE 'CANDIDATOS' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-CAN-CANT
                   MOVE WS-TAB-CAN-CANT TO WS-CAN-IDX
                   INITIALIZE WS-TAB-CAN(WS-CAN-IDX)
                   MOVE BECARIO-LEGAJO TO WS-TAB-CAN-LEGAJO(WS-CAN-IDX)
                   MOVE SPACES TO WS-TAB-CAN-ESTADO(WS-CAN-IDX)
                   MOVE 'N' TO WS-TAB-CAN-HIST(WS-CAN-IDX)
                   MOVE 'N' TO WS-TAB-CAN-RESULTADO(WS-CAN-IDX)
                END-IF
                MOVE 'Y' TO WS-TAB-CAN-BECARIO(WS-CAN-IDX)
           WHEN FS-BECARIOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE BECARIOS'
                DISPLAY 'FILE STATUS: ' FS-BECARIOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-BECARIOS
           END-EVALUATE.

       1350-LEER-BECARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La situacion vigente sale de las filas del ciclo de la
      *    corrida (si el alumno no tiene, de las del otro ciclo): la
      *    de fecha de efecto mas reciente y, a igual fecha, la mas
      *    grave, sin depender del orden del archivo. La primera fecha
      *    de efecto marca el anio de ingreso para medir materias por
      *    anio. Sin situacion no hay corrida.
       1400-CARGAR-SITUACION.

           OPEN INPUT SITUACION.

           EVALUATE FS-SITUACION
           WHEN '00'
                PERFORM 1450-LEER-SITUACION
                   THRU 1450-LEER-SITUACION-FIN
                   UNTIL FS-SITUACION-EOF
                CLOSE SITUACION
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE SITUACION'
                DISPLAY 'LA CORRIDA DE BECAS NO PUEDE EVALUAR'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SITUACION'
                DISPLAY 'FILE STATUS: ' FS-SITUACION
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1400-CARGAR-SITUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1450-LEER-SITUACION.

           READ SITUACION.

           EVALUATE TRUE
           WHEN FS-SITUACION-OK
                MOVE SIT-LEGAJO TO WS-BUS-LEGAJO
                PERFORM 1700-UBICAR-CANDIDATO
                   THRU 1700-UBICAR-CANDIDATO-FIN
                IF WS-CAN-ENCONTRADO-YES
                   PERFORM 1460-ANOTAR-SITUACION
                      THRU 1460-ANOTAR-SITUACION-FIN
                END-IF
           WHEN FS-SITUACION-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE SITUACION'
                DISPLAY 'FILE STATUS: ' FS-SITUACION
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-SITUACION
           END-EVALUATE.

       1450-LEER-SITUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1460-ANOTAR-SITUACION.

           MOVE SIT-FECHA-EFECTO TO WS-SIT-FECHA-R.

           IF WS-TAB-CAN-PRIMER-ANIO(WS-CAN-IDX) = 0
              OR WS-SIT-ANIO < WS-TAB-CAN-PRIMER-ANIO(WS-CAN-IDX)
              MOVE WS-SIT-ANIO TO WS-TAB-CAN-PRIMER-ANIO(WS-CAN-IDX)
           END-IF.

           SET WS-SIT-REEMPLAZA-NO TO TRUE.

           EVALUATE TRUE
           WHEN WS-TAB-CAN-SITUACION(WS-CAN-IDX) = SPACES
                SET WS-SIT-REEMPLAZA-YES TO TRUE
           WHEN SIT-CICLO = WS-CICLO-ACTUAL
                AND WS-TAB-CAN-SIT-CICLO(WS-CAN-IDX)
                    NOT = WS-CICLO-ACTUAL
                SET WS-SIT-REEMPLAZA-YES TO TRUE
           WHEN SIT-CICLO NOT = WS-CICLO-ACTUAL
                AND WS-TAB-CAN-SIT-CICLO(WS-CAN-IDX)
                    = WS-CICLO-ACTUAL
                CONTINUE
           WHEN SIT-FECHA-EFECTO > WS-TAB-CAN-SIT-FECHA(WS-CAN-IDX)
                SET WS-SIT-REEMPLAZA-YES TO TRUE
           WHEN SIT-FECHA-EFECTO < WS-TAB-CAN-SIT-FECHA(WS-CAN-IDX)
                CONTINUE
           WHEN SIT-ESTADO = 'L'
                SET WS-SIT-REEMPLAZA-YES TO TRUE
           WHEN SIT-ESTADO = 'C'
                AND WS-TAB-CAN-SITUACION(WS-CAN-IDX) = 'R'
                SET WS-SIT-REEMPLAZA-YES TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF WS-SIT-REEMPLAZA-YES
              MOVE SIT-CICLO TO WS-TAB-CAN-SIT-CICLO(WS-CAN-IDX)
              MOVE SIT-FECHA-EFECTO TO WS-TAB-CAN-SIT-FECHA(WS-CAN-IDX)
              MOVE SIT-ESTADO TO WS-TAB-CAN-SITUACION(WS-CAN-IDX)
           END-IF.

       1460-ANOTAR-SITUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Recorrido completo del historial en orden de clave: por
      *    legajo se cuentan las materias aprobadas (mejor promedio
      *    hasta la nota de aprobacion) y se toma el promedio
      *    ponderado de la fila *RESUMEN*.
       1500-LEER-HISTORIAL.

           OPEN INPUT ALUMNOS-HIST.

           EVALUATE FS-ALUMNOS-HIST
           WHEN '00'
                CONTINUE
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL HISTORIAL DE ALUMNOS'
                DISPLAY 'CORRER PRIMERO EL BATCH DE NOTAS'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 1500-LEER-HISTORIAL-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-ALUMNOS-HIST
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                GO TO 1500-LEER-HISTORIAL-FIN
           END-EVALUATE.

           MOVE ZEROES TO AHIST-LEGAJO.
           MOVE SPACES TO AHIST-MATERIA.

           START ALUMNOS-HIST KEY >= AHIST-CLAVE.

           INITIALIZE WS-HIST-CORTE.

           IF FS-ALUMNOS-HIST-OK
              PERFORM 1550-LEER-SIGUIENTE-HIST
                 THRU 1550-LEER-SIGUIENTE-HIST-FIN
                 UNTIL NOT FS-ALUMNOS-HIST-OK
           END-IF.

           IF WS-HIST-LEGAJO > 0
              PERFORM 1600-CERRAR-LEGAJO-HIST
                 THRU 1600-CERRAR-LEGAJO-HIST-FIN
           END-IF.

           CLOSE ALUMNOS-HIST.

       1500-LEER-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1550-LEER-SIGUIENTE-HIST.

           READ ALUMNOS-HIST NEXT.

           EVALUATE TRUE
           WHEN FS-ALUMNOS-HIST-OK
                IF AHIST-LEGAJO NOT = WS-HIST-LEGAJO
                   IF WS-HIST-LEGAJO > 0
                      PERFORM 1600-CERRAR-LEGAJO-HIST
                         THRU 1600-CERRAR-LEGAJO-HIST-FIN
                   END-IF
                   INITIALIZE WS-HIST-CORTE
                   MOVE AHIST-LEGAJO TO WS-HIST-LEGAJO
                END-IF
                IF AHIST-MATERIA = '*RESUMEN*'
                   MOVE AHIST-PROM-PONDERADO TO WS-HIST-PONDERADO
                ELSE
                   IF AHIST-MEJOR-PROM >= WS-PROMEDIO-MINIMO-APROBADO
                      ADD 1 TO WS-HIST-APROBADAS
                   END-IF
                END-IF
           WHEN FS-ALUMNOS-HIST-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL HISTORIAL DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-ALUMNOS-HIST
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1550-LEER-SIGUIENTE-HIST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-CERRAR-LEGAJO-HIST.

           MOVE WS-HIST-LEGAJO TO WS-BUS-LEGAJO.

           PERFORM 1700-UBICAR-CANDIDATO
              THRU 1700-UBICAR-CANDIDATO-FIN.

           IF WS-CAN-ENCONTRADO-YES
              MOVE 'Y' TO WS-TAB-CAN-HIST(WS-CAN-IDX)
              MOVE WS-HIST-PONDERADO
                 TO WS-TAB-CAN-PROMEDIO(WS-CAN-IDX)
              MOVE WS-HIST-APROBADAS
                 TO WS-TAB-CAN-APROBADAS(WS-CAN-IDX)
           END-IF.

       1600-CERRAR-LEGAJO-HIST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-UBICAR-CANDIDATO.

           SET WS-CAN-ENCONTRADO-NO TO TRUE.

           PERFORM 1750-COMPARAR-CANDIDATO
              THRU 1750-COMPARAR-CANDIDATO-FIN
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-TAB-CAN-CANT
              OR WS-CAN-ENCONTRADO-YES.

           IF WS-CAN-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-CAN-IDX
           END-IF.

       1700-UBICAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1750-COMPARAR-CANDIDATO.

           IF WS-TAB-CAN-LEGAJO(WS-CAN-IDX) = WS-BUS-LEGAJO
              SET WS-CAN-ENCONTRADO-YES TO TRUE
           END-IF.

       1750-COMPARAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada candidato se mide contra el criterio de su carrera (o
      *    el de defecto). Los becarios que cumplen se renuevan y
      *    ocupan cupo; los que no, se dan de baja con el primer
      *    criterio que fallan. Los demas que cumplen quedan a la
      *    espera del orden de merito.
       2000-EVALUAR-CANDIDATOS.

           PERFORM 2100-EVALUAR-CANDIDATO
              THRU 2100-EVALUAR-CANDIDATO-FIN
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-TAB-CAN-CANT.

       2000-EVALUAR-CANDIDATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-EVALUAR-CANDIDATO.

           IF WS-TAB-CAN-ESTADO(WS-CAN-IDX) NOT = 'A'
              AND WS-TAB-CAN-BECARIO(WS-CAN-IDX) NOT = 'Y'
              GO TO 2100-EVALUAR-CANDIDATO-FIN
           END-IF.

           ADD 1 TO WS-CONT-ALUMNOS-EVAL.
           MOVE SPACES TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX).

           PERFORM 2200-BUSCAR-CRITERIO
              THRU 2200-BUSCAR-CRITERIO-FIN.

           IF WS-TAB-CAN-PRIMER-ANIO(WS-CAN-IDX) > 0
              AND WS-TAB-CAN-PRIMER-ANIO(WS-CAN-IDX) <= WS-RUN-ANIO
              COMPUTE WS-TAB-CAN-ANIOS(WS-CAN-IDX) =
                 WS-RUN-ANIO - WS-TAB-CAN-PRIMER-ANIO(WS-CAN-IDX) + 1
           ELSE
              MOVE 1 TO WS-TAB-CAN-ANIOS(WS-CAN-IDX)
           END-IF.

           DIVIDE WS-TAB-CAN-APROBADAS(WS-CAN-IDX)
              BY WS-TAB-CAN-ANIOS(WS-CAN-IDX)
              GIVING WS-TAB-CAN-POR-ANIO(WS-CAN-IDX) ROUNDED.

           EVALUATE TRUE
           WHEN WS-TAB-CAN-ESTADO(WS-CAN-IDX) = SPACES
                MOVE 'NO FIGURA EN EL MAESTRO'
                   TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN WS-TAB-CAN-ESTADO(WS-CAN-IDX) NOT = 'A'
                MOVE 'ALUMNO INACTIVO' TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN WS-CRI-APLICADO = 0
                MOVE 'CARRERA SIN CRITERIO'
                   TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN WS-TAB-CAN-HIST(WS-CAN-IDX) NOT = 'Y'
                MOVE 'SIN HISTORIAL ACADEMICO'
                   TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN WS-TAB-CAN-SITUACION(WS-CAN-IDX) = SPACES
                MOVE 'SITUACION: SIN REGISTRO'
                   TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN WS-TAB-CAN-SITUACION(WS-CAN-IDX) = 'L'
                OR (WS-TAB-CAN-SITUACION(WS-CAN-IDX) = 'C'
                AND WS-TAB-CRI-SITUACION(WS-CRI-APLICADO) = 'R')
                MOVE 'SITUACION: NO ADMITIDA'
                   TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN WS-TAB-CAN-PROMEDIO(WS-CAN-IDX) <
                WS-TAB-CRI-PROMEDIO(WS-CRI-APLICADO)
                MOVE 'PROMEDIO: DEBAJO DEL MINIMO'
                   TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN WS-TAB-CAN-POR-ANIO(WS-CAN-IDX) <
                WS-TAB-CRI-MATERIAS(WS-CRI-APLICADO)
                MOVE 'MATERIAS POR ANIO: INSUFIC.'
                   TO WS-TAB-CAN-MOTIVO(WS-CAN-IDX)
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF WS-TAB-CAN-BECARIO(WS-CAN-IDX) = 'Y'
              IF WS-TAB-CAN-MOTIVO(WS-CAN-IDX) = SPACES
                 MOVE 'R' TO WS-TAB-CAN-RESULTADO(WS-CAN-IDX)
                 PERFORM 2270-UBICAR-CARRERA
                    THRU 2270-UBICAR-CARRERA-FIN
                 ADD 1 TO WS-TAB-CAR-RENOVADAS(WS-CAR-IDX)
                 PERFORM 2300-GRABAR-RENOVACION
                    THRU 2300-GRABAR-RENOVACION-FIN
              ELSE
                 MOVE 'V' TO WS-TAB-CAN-RESULTADO(WS-CAN-IDX)
                 PERFORM 2400-GRABAR-BAJA
                    THRU 2400-GRABAR-BAJA-FIN
              END-IF
           ELSE
              IF WS-TAB-CAN-MOTIVO(WS-CAN-IDX) = SPACES
                 MOVE 'E' TO WS-TAB-CAN-RESULTADO(WS-CAN-IDX)
              END-IF
           END-IF.

       2100-EVALUAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-BUSCAR-CRITERIO.

           MOVE ZEROES TO WS-CRI-APLICADO.

           PERFORM 2250-COMPARAR-CRITERIO
              THRU 2250-COMPARAR-CRITERIO-FIN
              VARYING WS-CRI-IDX FROM 1 BY 1
              UNTIL WS-CRI-IDX > WS-TAB-CRI-CANT
              OR WS-CRI-APLICADO > 0.

           IF WS-CRI-APLICADO = 0
              MOVE WS-CRI-DEFECTO TO WS-CRI-APLICADO
           END-IF.

           MOVE WS-CRI-APLICADO TO WS-TAB-CAN-CRITERIO(WS-CAN-IDX).

       2200-BUSCAR-CRITERIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-COMPARAR-CRITERIO.

           IF WS-TAB-CRI-CARRERA(WS-CRI-IDX) =
              WS-TAB-CAN-CARRERA(WS-CAN-IDX)
              AND WS-TAB-CAN-CARRERA(WS-CAN-IDX) NOT = SPACES
              MOVE WS-CRI-IDX TO WS-CRI-APLICADO
           END-IF.

       2250-COMPARAR-CRITERIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Fila de cupo de la carrera del candidato; se agrega la
      *    primera vez que aparece.
       2270-UBICAR-CARRERA.

           SET WS-CAR-ENCONTRADA-NO TO TRUE.

           PERFORM 2280-COMPARAR-CARRERA
              THRU 2280-COMPARAR-CARRERA-FIN
              VARYING WS-CAR-IDX FROM 1 BY 1
              UNTIL WS-CAR-IDX > WS-TAB-CAR-CANT
              OR WS-CAR-ENCONTRADA-YES.

           IF WS-CAR-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-CAR-IDX
              GO TO 2270-UBICAR-CARRERA-FIN
           END-IF.

           IF WS-TAB-CAR-CANT >= WS-MAX-CARRERAS
              MOVE 'CARRERAS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-CAR-CANT.
           MOVE WS-TAB-CAR-CANT TO WS-CAR-IDX.
           MOVE WS-TAB-CAN-CARRERA(WS-CAN-IDX)
              TO WS-TAB-CAR-CARRERA(WS-CAR-IDX).
           MOVE ZEROES TO WS-TAB-CAR-RENOVADAS(WS-CAR-IDX).
           MOVE ZEROES TO WS-TAB-CAR-OTORGADAS(WS-CAR-IDX).

       2270-UBICAR-CARRERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2280-COMPARAR-CARRERA.

           IF WS-TAB-CAR-CARRERA(WS-CAR-IDX) =
              WS-TAB-CAN-CARRERA(WS-CAN-IDX)
              SET WS-CAR-ENCONTRADA-YES TO TRUE
           END-IF.

       2280-COMPARAR-CARRERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-GRABAR-RENOVACION.

           ADD 1 TO WS-CONT-RENOVADAS.

           PERFORM 2450-ARMAR-DETALLE-BECARIO
              THRU 2450-ARMAR-DETALLE-BECARIO-FIN.

           MOVE WS-SAL-BEC-DETALLE TO SAL-RENOVADAS-REG.
           WRITE SAL-RENOVADAS-REG.

           IF NOT FS-SAL-RENOVADAS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RENOVACIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-RENOVADAS
           END-IF.

       2300-GRABAR-RENOVACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-BAJA.

           ADD 1 TO WS-CONT-REVOCADAS.

           PERFORM 2450-ARMAR-DETALLE-BECARIO
              THRU 2450-ARMAR-DETALLE-BECARIO-FIN.

           MOVE WS-SAL-BEC-DETALLE TO SAL-REVOCADAS-REG.
           WRITE SAL-REVOCADAS-REG.

           IF NOT FS-SAL-REVOCADAS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE BAJAS DE BECAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-REVOCADAS
           END-IF.

       2400-GRABAR-BAJA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-ARMAR-DETALLE-BECARIO.

           MOVE WS-TAB-CAN-CARRERA(WS-CAN-IDX) TO WS-SAL-BEC-CARRERA.
           MOVE WS-TAB-CAN-LEGAJO(WS-CAN-IDX) TO WS-SAL-BEC-LEGAJO.
           MOVE WS-TAB-CAN-NOMBRE(WS-CAN-IDX) TO WS-SAL-BEC-NOMBRE.
           MOVE WS-TAB-CAN-PROMEDIO(WS-CAN-IDX) TO WS-SAL-BEC-PROMEDIO.
           MOVE WS-TAB-CAN-POR-ANIO(WS-CAN-IDX) TO WS-SAL-BEC-POR-ANIO.
           MOVE WS-TAB-CAN-SITUACION(WS-CAN-IDX)
              TO WS-SAL-BEC-SITUACION.
           MOVE WS-TAB-CAN-MOTIVO(WS-CAN-IDX) TO WS-SAL-BEC-MOTIVO.

       2450-ARMAR-DETALLE-BECARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Orden de merito por carrera: mayor promedio ponderado, a
      *    igual promedio mas materias por anio, y a igualdad el menor
      *    legajo. El cupo del criterio vale para cada carrera que lo
      *    aplica y lo ocupan primero las renovaciones de esa carrera;
      *    los elegibles que no entran quedan en espera.
       2500-ASIGNAR-CUPOS.

           MOVE ZEROES TO WS-ORDEN.
           MOVE 1 TO WS-CAN-MEJOR.

           PERFORM 2550-OTORGAR-SIGUIENTE
              THRU 2550-OTORGAR-SIGUIENTE-FIN
              UNTIL WS-CAN-MEJOR = 0.

       2500-ASIGNAR-CUPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada vuelta toma el mejor elegible pendiente de todas las
      *    carreras; el orden y el cupo ocupado se llevan por carrera,
      *    aunque la carrera tome el criterio por defecto.
       2550-OTORGAR-SIGUIENTE.

           MOVE ZEROES TO WS-CAN-MEJOR.

           PERFORM 2600-COMPARAR-MERITO
              THRU 2600-COMPARAR-MERITO-FIN
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-TAB-CAN-CANT.

           IF WS-CAN-MEJOR = 0
              GO TO 2550-OTORGAR-SIGUIENTE-FIN
           END-IF.

           MOVE WS-CAN-MEJOR TO WS-CAN-IDX.
           MOVE WS-TAB-CAN-CRITERIO(WS-CAN-IDX) TO WS-CRI-APLICADO.

           PERFORM 2270-UBICAR-CARRERA
              THRU 2270-UBICAR-CARRERA-FIN.

           ADD 1 TO WS-TAB-CAR-OTORGADAS(WS-CAR-IDX).
           MOVE WS-TAB-CAR-OTORGADAS(WS-CAR-IDX) TO WS-ORDEN.

           IF WS-TAB-CAR-RENOVADAS(WS-CAR-IDX) + WS-ORDEN
              <= WS-TAB-CRI-CUPO(WS-CRI-APLICADO)
              MOVE 'O' TO WS-TAB-CAN-RESULTADO(WS-CAN-IDX)
              MOVE 'OTORGADA' TO WS-SAL-OTO-RESULTADO
              ADD 1 TO WS-CONT-OTORGADAS
           ELSE
              MOVE 'W' TO WS-TAB-CAN-RESULTADO(WS-CAN-IDX)
              MOVE 'EN ESPERA' TO WS-SAL-OTO-RESULTADO
              ADD 1 TO WS-CONT-EN-ESPERA
           END-IF.

           MOVE WS-TAB-CAN-CARRERA(WS-CAN-IDX) TO WS-SAL-OTO-CARRERA.
           MOVE WS-ORDEN TO WS-SAL-OTO-ORDEN.
           MOVE WS-TAB-CAN-LEGAJO(WS-CAN-IDX) TO WS-SAL-OTO-LEGAJO.
           MOVE WS-TAB-CAN-NOMBRE(WS-CAN-IDX) TO WS-SAL-OTO-NOMBRE.
           MOVE WS-TAB-CAN-PROMEDIO(WS-CAN-IDX) TO WS-SAL-OTO-PROMEDIO.
           MOVE WS-TAB-CAN-POR-ANIO(WS-CAN-IDX) TO WS-SAL-OTO-POR-ANIO.
           MOVE WS-TAB-CAN-SITUACION(WS-CAN-IDX)
              TO WS-SAL-OTO-SITUACION.

           MOVE WS-SAL-OTO-DETALLE TO SAL-OTORGADAS-REG.
           WRITE SAL-OTORGADAS-REG.

           IF NOT FS-SAL-OTORGADAS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE BECAS NUEVAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-OTORGADAS
           END-IF.

       2550-OTORGAR-SIGUIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El listado sale agrupado por carrera: entre elegibles de
      *    carreras distintas gana la carrera menor.
       2600-COMPARAR-MERITO.

           IF WS-TAB-CAN-RESULTADO(WS-CAN-IDX) NOT = 'E'
              GO TO 2600-COMPARAR-MERITO-FIN
           END-IF.

           IF WS-CAN-MEJOR = 0
              MOVE WS-CAN-IDX TO WS-CAN-MEJOR
              GO TO 2600-COMPARAR-MERITO-FIN
           END-IF.

           EVALUATE TRUE
           WHEN WS-TAB-CAN-CARRERA(WS-CAN-IDX) <
                WS-TAB-CAN-CARRERA(WS-CAN-MEJOR)
                MOVE WS-CAN-IDX TO WS-CAN-MEJOR
           WHEN WS-TAB-CAN-CARRERA(WS-CAN-IDX) >
                WS-TAB-CAN-CARRERA(WS-CAN-MEJOR)
                CONTINUE
           WHEN WS-TAB-CAN-PROMEDIO(WS-CAN-IDX) >
                WS-TAB-CAN-PROMEDIO(WS-CAN-MEJOR)
                MOVE WS-CAN-IDX TO WS-CAN-MEJOR
           WHEN WS-TAB-CAN-PROMEDIO(WS-CAN-IDX) <
                WS-TAB-CAN-PROMEDIO(WS-CAN-MEJOR)
                CONTINUE
           WHEN WS-TAB-CAN-POR-ANIO(WS-CAN-IDX) >
                WS-TAB-CAN-POR-ANIO(WS-CAN-MEJOR)
                MOVE WS-CAN-IDX TO WS-CAN-MEJOR
           WHEN WS-TAB-CAN-POR-ANIO(WS-CAN-IDX) <
                WS-TAB-CAN-POR-ANIO(WS-CAN-MEJOR)
                CONTINUE
           WHEN WS-TAB-CAN-LEGAJO(WS-CAN-IDX) <
                WS-TAB-CAN-LEGAJO(WS-CAN-MEJOR)
                MOVE WS-CAN-IDX TO WS-CAN-MEJOR
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2600-COMPARAR-MERITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'ALUMNOS EVALUADOS:      ' WS-CONT-ALUMNOS-EVAL.
           DISPLAY 'BECARIOS ACTUALES:      ' WS-CONT-BECARIOS.
           DISPLAY 'BECAS NUEVAS:           ' WS-CONT-OTORGADAS.
           DISPLAY 'ELEGIBLES EN ESPERA:    ' WS-CONT-EN-ESPERA.
           DISPLAY 'BECAS RENOVADAS:        ' WS-CONT-RENOVADAS.
           DISPLAY 'BECAS DADAS DE BAJA:    ' WS-CONT-REVOCADAS.

           IF FS-SAL-OTORGADAS-OK
              MOVE 'BECAS NUEVAS: ' TO WS-SAL-BEC-TOT-ETIQUETA
              MOVE WS-CONT-OTORGADAS TO WS-SAL-BEC-TOT-CANT
              MOVE WS-SAL-BEC-TOTAL TO SAL-OTORGADAS-REG
              WRITE SAL-OTORGADAS-REG
              CLOSE SAL-OTORGADAS
           END-IF.

           IF FS-SAL-RENOVADAS-OK
              MOVE 'RENOVADAS: ' TO WS-SAL-BEC-TOT-ETIQUETA
              MOVE WS-CONT-RENOVADAS TO WS-SAL-BEC-TOT-CANT
              MOVE WS-SAL-BEC-TOTAL TO SAL-RENOVADAS-REG
              WRITE SAL-RENOVADAS-REG
              CLOSE SAL-RENOVADAS
           END-IF.

           IF FS-SAL-REVOCADAS-OK
              MOVE 'DADAS DE BAJA: ' TO WS-SAL-BEC-TOT-ETIQUETA
              MOVE WS-CONT-REVOCADAS TO WS-SAL-BEC-TOT-CANT
              MOVE WS-SAL-BEC-TOTAL TO SAL-REVOCADAS-REG
              WRITE SAL-REVOCADAS-REG
              CLOSE SAL-REVOCADAS
           END-IF.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
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

           MOVE 'TP01EJ13' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-ALUMNOS-EVAL TO RUN-REG-LEIDOS.
           COMPUTE RUN-REG-ACEPTADOS =
              WS-CONT-OTORGADAS + WS-CONT-RENOVADAS.
           MOVE WS-CONT-REVOCADAS TO RUN-REG-RECHAZADOS.
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
      *    4 criterios o datos con observaciones, 8 archivo
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

       END PROGRAM TP01EJ13.

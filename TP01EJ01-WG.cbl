           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-TENDENCIA.

           SELECT ACTAS
           ASSIGN TO '../ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS.

           SELECT ACTAS-DETALLE
           ASSIGN TO '../ACTAS-DETALLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS-DETALLE.

           SELECT SAL-ACTAS
           ASSIGN TO '../ACTAS-EMITIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ACTAS.

           SELECT SAL-REG-ACTAS
           ASSIGN TO '../REGISTRO-ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REG-ACTAS.

           SELECT CORRELATIVAS
           ASSIGN TO '../CORRELATIVAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CORRELATIVAS.

           SELECT SAL-BLOQUEOS
           ASSIGN TO '../BLOQUEOS-CORRELATIVAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-BLOQUEOS.

           SELECT INSCRIPCIONES
           ASSIGN TO '../INSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSCRIPCIONES.

           SELECT SAL-ASISTENCIA
           ASSIGN TO '../ASISTENCIA-EXAMENES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ASISTENCIA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD SAL-TENDENCIA.
       01 SAL-TENDENCIA-REG PIC X(130).

       COPY ACTAS.

       COPY ACTADET.

       FD SAL-ACTAS.
       01 SAL-ACTAS-REG                  PIC X(133).

       FD SAL-REG-ACTAS.
       01 SAL-REG-ACTAS-REG              PIC X(133).

       FD CORRELATIVAS.
       01 CORREL-REGISTRO.
          05 CORREL-CARRERA             PIC X(20).
          05 CORREL-MATERIA             PIC X(30).
          05 CORREL-REQUISITO           PIC X(30).
          05 CORREL-TIPO                PIC X(01).
             88 CORREL-TIPO-CURSADA              VALUE 'C'.
             88 CORREL-TIPO-FINAL                VALUE 'F'.

       FD SAL-BLOQUEOS.
       01 SAL-BLOQUEOS-REG               PIC X(150).

       COPY INSCRIPCIONES.

       FD SAL-ASISTENCIA.
       01 SAL-ASISTENCIA-REG             PIC X(133).

       WORKING-STORAGE SECTION.

       
             88 FS-SAL-TENDENCIA-EOF                  VALUE '10'.
             88 FS-SAL-TENDENCIA-NFD                  VALUE '35'.

          05 FS-ACTAS                             PIC X(02).
             88 FS-ACTAS-OK                           VALUE '00'.
             88 FS-ACTAS-EOF                          VALUE '10'.
             88 FS-ACTAS-NFD                          VALUE '35'.

          05 FS-ACTAS-DETALLE                     PIC X(02).
             88 FS-ACTAS-DETALLE-OK                   VALUE '00'.
             88 FS-ACTAS-DETALLE-EOF                  VALUE '10'.
             88 FS-ACTAS-DETALLE-NFD                  VALUE '35'.

          05 FS-SAL-ACTAS                         PIC X(02).
             88 FS-SAL-ACTAS-OK                       VALUE '00'.
             88 FS-SAL-ACTAS-EOF                      VALUE '10'.
             88 FS-SAL-ACTAS-NFD                      VALUE '35'.

          05 FS-SAL-REG-ACTAS                     PIC X(02).
             88 FS-SAL-REG-ACTAS-OK                   VALUE '00'.
             88 FS-SAL-REG-ACTAS-EOF                  VALUE '10'.
             88 FS-SAL-REG-ACTAS-NFD                  VALUE '35'.

          05 FS-CORRELATIVAS                      PIC X(02).
             88 FS-CORRELATIVAS-OK                    VALUE '00'.
             88 FS-CORRELATIVAS-EOF                   VALUE '10'.
             88 FS-CORRELATIVAS-NFD                   VALUE '35'.

          05 FS-SAL-BLOQUEOS                      PIC X(02).
             88 FS-SAL-BLOQUEOS-OK                    VALUE '00'.
             88 FS-SAL-BLOQUEOS-EOF                   VALUE '10'.
             88 FS-SAL-BLOQUEOS-NFD                   VALUE '35'.

          05 FS-INSCRIPCIONES                     PIC X(02).
             88 FS-INSCRIPCIONES-OK                   VALUE '00'.
             88 FS-INSCRIPCIONES-EOF                  VALUE '10'.
             88 FS-INSCRIPCIONES-NFD                  VALUE '35'.

          05 FS-SAL-ASISTENCIA                    PIC X(02).
             88 FS-SAL-ASISTENCIA-OK                  VALUE '00'.
             88 FS-SAL-ASISTENCIA-EOF                 VALUE '10'.
             88 FS-SAL-ASISTENCIA-NFD                 VALUE '35'.

          05 WS-MATERIA-VALIDA                    PIC X(1).
             88 WS-MATERIA-VALIDA-YES                 VALUE 'Y'.
             88 WS-MATERIA-VALIDA-NO                  VALUE 'N'.
          88 WS-ALUMNO-EVAL-VALIDO                      VALUE 'V'.
          88 WS-ALUMNO-EVAL-NO-MATRIC                   VALUE 'N'.
          88 WS-ALUMNO-EVAL-INACTIVO                    VALUE 'I'.
          88 WS-ALUMNO-EVAL-NOMBRE-DIST                 VALUE 'D'.
       01 WS-LEGAJO-ACTUAL               PIC 9(06)      VALUE 0.
       01 WS-CARRERA-ACTUAL              PIC X(20)      VALUE SPACES.

       01 WS-PROMEDIO                    PIC 9(5)V9(2) VALUE 0.
       01 WS-PROMEDIO-MINIMO-HONOR       PIC 9(5)V9(2) VALUE 9,00.
          05 WS-TAB-CORR-CANT           PIC 9(03)      VALUE 0.
          05 WS-TAB-CORR OCCURS 200 TIMES.
             10 WS-TAB-CORR-FECHA       PIC X(10).
             10 WS-TAB-CORR-LEGAJO      PIC 9(06).
             10 WS-TAB-CORR-NOMBRE      PIC X(40).
             10 WS-TAB-CORR-MATERIA     PIC X(30).
             10 WS-TAB-CORR-NOTA        PIC 9(02).
             10 WS-TAB-CORR-AUTORIZA    PIC X(20).
             10 WS-TAB-CORR-MOTIVO      PIC X(30).

       01 WS-CORR-IDX                    PIC 9(03)      VALUE 0.
       01 WS-CORR-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-CORR-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-CORR-ENCONTRADA-NO                      VALUE 'N'.

       01 WS-SEC-ULTIMO-LEGAJO           PIC 9(06)      VALUE 0.
       01 WS-SEC-ULTIMO-MATERIA          PIC X(30)
          VALUE LOW-VALUES.


       01 WS-SAL-ERROR-DETALLE.
          05 WS-SAL-ERROR-DETALLE-FECHA     PIC X(10).
          05 WS-SAL-ERROR-DETALLE-LEGAJO    PIC 9(06).
          05 WS-SAL-ERROR-DETALLE-NOMBRE    PIC X(40).
          05 WS-SAL-ERROR-DETALLE-MATERIA   PIC X(30).
          05 WS-SAL-ERROR-DETALLE-NOTA      PIC 9(02).
          05 WS-MAX-EQUIVALENCIAS        PIC 9(05)     VALUE 500.
          05 WS-MAX-SITUACION            PIC 9(05)     VALUE 2000.
          05 WS-MAX-MATERIA-HIST         PIC 9(05)     VALUE 200.
          05 WS-MAX-ACTAS                PIC 9(05)     VALUE 2000.
          05 WS-MAX-ACTA-LINEAS          PIC 9(05)     VALUE 5000.
          05 WS-MAX-TERMINOS             PIC 9(05)     VALUE 100.
          05 WS-MAX-CORRELATIVAS         PIC 9(05)     VALUE 500.
          05 WS-MAX-APROBADAS-ANT        PIC 9(05)     VALUE 5000.
          05 WS-MAX-INSCRIPCIONES        PIC 9(05)     VALUE 5000.
          05 WS-MAX-ASISTENCIA           PIC 9(05)     VALUE 500.
       01 WS-TABLA-EXCEDIDA              PIC X(20)     VALUE SPACES.

       01 WS-CABECERA-INVALIDA           PIC X(01)     VALUE 'N'.
             10 FILLER                      PIC X(10)
                                              VALUE 'Fecha'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(06) VALUE 'Legajo'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(40)
                                              VALUE 'Apellido y Nombre'.
             10 FILLER                      PIC X(03) VALUE ' | '.
       01 WS-SAL-ARCH-ERROR.
          05 WS-SAL-ERROR-FECHA      PIC X(10).
          05 FILLER                  PIC X(03) VALUE ' | '.
          05 WS-SAL-ERROR-LEGAJO     PIC 9(06).
          05 FILLER                  PIC X(03) VALUE ' | '.
          05 WS-SAL-ERROR-NOMBRE     PIC X(40).
          05 FILLER                  PIC X(03) VALUE ' | '.
          05 WS-SAL-ERROR-MATERIA    PIC X(30).
          05 WS-SAL-DESC-SEPARADOR    PIC X(133) VALUES ALL "-".

          05 WS-SAL-DESC-TITULOS.
             10 FILLER                      PIC X(06) VALUE 'Legajo'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(40)
                                              VALUE 'Apellido y Nombre'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(03) VALUE ' | '.

       01 WS-SAL-ARCH-DESCARTADOS.
          05 WS-SAL-DESC-LEGAJO      PIC 9(06).
          05 FILLER                  PIC X(03) VALUE ' | '.
          05 WS-SAL-DESC-NOMBRE      PIC X(40).
          05 FILLER                  PIC X(03) VALUE ' | '.
          05 WS-SAL-DESC-MATERIA     PIC X(30).
             10 WS-TAB-RIE-PROMEDIO      PIC 9(5)V9(2).

       01 WS-RIESGO-IDX                  PIC 9(05)     VALUE 0.
       01 WS-RIESGO-LEGAJO-ANT           PIC 9(06)     VALUE 0.
       01 WS-RIESGO-CANT-ALUMNO          PIC 9(03)     VALUE 0.
       01 WS-RIESGO-SUMA-ALUMNO          PIC 9(7)V9(2) VALUE 0.

          05 WS-SAL-RECON-VALOR      PIC ZZZZ9.



      *    Actas de examen: una por materia y fecha de examen. El
      *    registro y su detalle se cargan completos al arrancar; un
      *    acta emitida queda cerrada y cualquier cambio posterior de
      *    nota sale como acta de rectificacion numerada, que guarda
      *    quien la autorizo y por que. Ninguno de los dos archivos se
      *    reescribe: solo se les agregan registros.
       01 WS-ACTAS-DISPONIBLE           PIC X(01)     VALUE 'Y'.
          88 WS-ACTAS-DISPONIBLE-YES                  VALUE 'Y'.
          88 WS-ACTAS-DISPONIBLE-NO                   VALUE 'N'.

       01 WS-TAB-ACTAS.
          05 WS-TAB-ACTA-CANT           PIC 9(05)     VALUE 0.
          05 WS-TAB-ACTA OCCURS 2000 TIMES.
             10 WS-TAB-ACTA-DATOS.
                15 WS-TAB-ACTA-NUMERO   PIC 9(06).
                15 WS-TAB-ACTA-TIPO     PIC X(01).
                15 WS-TAB-ACTA-MATERIA  PIC X(30).
                15 WS-TAB-ACTA-FECHA    PIC X(10).
                15 WS-TAB-ACTA-TERMINO  PIC X(07).
                15 WS-TAB-ACTA-EMISION  PIC 9(08).
                15 WS-TAB-ACTA-APROB    PIC 9(04).
                15 WS-TAB-ACTA-DESAP    PIC 9(04).
                15 WS-TAB-ACTA-AUSEN    PIC 9(04).
                15 WS-TAB-ACTA-ORIGEN   PIC 9(06).
                15 WS-TAB-ACTA-AUTORIZA PIC X(20).
                15 WS-TAB-ACTA-MOTIVO   PIC X(30).
             10 WS-TAB-ACTA-NUEVA       PIC X(01).

       01 WS-ACTA-IDX                   PIC 9(05)     VALUE 0.
       01 WS-ACTA-ORIG-IDX              PIC 9(05)     VALUE 0.
       01 WS-ACTA-ENCONTRADA            PIC X(01)     VALUE 'N'.
          88 WS-ACTA-ENCONTRADA-YES                   VALUE 'Y'.
          88 WS-ACTA-ENCONTRADA-NO                    VALUE 'N'.
       01 WS-ACTA-ULTIMO-NUMERO         PIC 9(06)     VALUE 0.
       01 WS-ACTA-TERMINO-ACTUAL        PIC X(07)     VALUE SPACES.
       01 WS-ACTA-CORR-AUTORIZADA       PIC X(01)     VALUE 'N'.
          88 WS-ACTA-CORR-AUTORIZADA-YES              VALUE 'Y'.
          88 WS-ACTA-CORR-AUTORIZADA-NO               VALUE 'N'.

       01 WS-ACTA-BUSQUEDA.
          05 WS-ACTA-BUS-MATERIA        PIC X(30).
          05 WS-ACTA-BUS-FECHA          PIC X(10).
          05 WS-ACTA-BUS-LEGAJO         PIC 9(06).

      *    Nota vigente de cada alumno en cada acta. Estado 'E' es una
      *    linea ya emitida, 'N' una linea de acta nueva de esta
      *    corrida y 'R' una linea rectificada en esta corrida. Nota
      *    cero es ausente.
       01 WS-TAB-ACTA-LINEAS.
          05 WS-TAB-ALIN-CANT           PIC 9(05)     VALUE 0.
          05 WS-TAB-ALIN OCCURS 5000 TIMES.
             10 WS-TAB-ALIN-MATERIA     PIC X(30).
             10 WS-TAB-ALIN-FECHA       PIC X(10).
             10 WS-TAB-ALIN-LEGAJO      PIC 9(06).
             10 WS-TAB-ALIN-NOMBRE      PIC X(40).
             10 WS-TAB-ALIN-NOTA        PIC 9(02).
             10 WS-TAB-ALIN-NOTA-ANT    PIC 9(02).
             10 WS-TAB-ALIN-ESTADO      PIC X(01).
             10 WS-TAB-ALIN-ACTA-IDX    PIC 9(05).

       01 WS-ALIN-IDX                   PIC 9(05)     VALUE 0.
       01 WS-ALIN-ENCONTRADA            PIC X(01)     VALUE 'N'.
          88 WS-ALIN-ENCONTRADA-YES                   VALUE 'Y'.
          88 WS-ALIN-ENCONTRADA-NO                    VALUE 'N'.

       01 WS-ACTA-TOT-APROB             PIC 9(04)     VALUE 0.
       01 WS-ACTA-TOT-DESAP             PIC 9(04)     VALUE 0.
       01 WS-ACTA-TOT-AUSEN             PIC 9(04)     VALUE 0.
       01 WS-CONT-ACTAS-EMITIDAS        PIC 9(05)     VALUE 0.
       01 WS-CONT-ACTAS-RECTIF          PIC 9(05)     VALUE 0.
       01 WS-CONT-NOTAS-RESTITUIDAS     PIC 9(05)     VALUE 0.

       01 WS-TAB-TERMINOS.
          05 WS-TAB-TER-CANT            PIC 9(03)     VALUE 0.
          05 WS-TAB-TER OCCURS 100 TIMES.
             10 WS-TAB-TER-TERMINO      PIC X(07).

       01 WS-TER-IDX                    PIC 9(03)     VALUE 0.
       01 WS-TER-ENCONTRADO             PIC X(01)     VALUE 'N'.
          88 WS-TER-ENCONTRADO-YES                    VALUE 'Y'.
          88 WS-TER-ENCONTRADO-NO                     VALUE 'N'.
       01 WS-TER-CANT-ORIG              PIC 9(05)     VALUE 0.
       01 WS-TER-CANT-RECT              PIC 9(05)     VALUE 0.

       01 WS-SAL-ACTA-SEPARADOR         PIC X(133)    VALUE ALL '-'.

       01 WS-SAL-ACTA-CABECERA.
          05 FILLER                  PIC X(19)
                                     VALUE 'ACTA DE EXAMEN NRO '.
          05 WS-SAL-ACTA-NUMERO      PIC 9(06).
          05 FILLER                  PIC X(03)     VALUE ' - '.
          05 WS-SAL-ACTA-TIPO        PIC X(22).
          05 WS-SAL-ACTA-ORIGEN      PIC 9(06)     BLANK WHEN ZERO.

       01 WS-SAL-ACTA-DATOS.
          05 FILLER                  PIC X(09)     VALUE 'MATERIA: '.
          05 WS-SAL-ACTA-MATERIA     PIC X(30).
          05 FILLER                  PIC X(10)     VALUE ' | FECHA: '.
          05 WS-SAL-ACTA-FECHA       PIC X(10).
          05 FILLER                  PIC X(12)
                                     VALUE ' | TERMINO: '.
          05 WS-SAL-ACTA-TERMINO     PIC X(07).
          05 FILLER                  PIC X(12)
                                     VALUE ' | EMISION: '.
          05 WS-SAL-ACTA-EMISION     PIC 9(08).

       01 WS-SAL-ACTA-AUTORIZACION.
          05 FILLER                  PIC X(10)     VALUE 'AUTORIZO: '.
          05 WS-SAL-ACTA-AUTORIZA    PIC X(20).
          05 FILLER                  PIC X(11)     VALUE ' | MOTIVO: '.
          05 WS-SAL-ACTA-MOTIVO      PIC X(30).

       01 WS-SAL-ACTA-TITULOS.
          05 FILLER                  PIC X(06)     VALUE 'Legajo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(40)
                                     VALUE 'Apellido y Nombre'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(04)     VALUE 'Nota'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Anterior'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(12)     VALUE 'Condicion'.

       01 WS-SAL-ACTA-DETALLE.
          05 WS-SAL-ACTA-LEGAJO      PIC 9(06).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ACTA-NOMBRE      PIC X(40).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ACTA-NOTA        PIC ZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ACTA-NOTA-ANT    PIC Z(07)9    BLANK WHEN ZERO.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ACTA-CONDICION   PIC X(12).

       01 WS-SAL-ACTA-TOTALES.
          05 FILLER                  PIC X(11)     VALUE 'APROBADOS: '.
          05 WS-SAL-ACTA-TOT-APROB   PIC ZZZ9.
          05 FILLER                  PIC X(17)
                                     VALUE ' | DESAPROBADOS: '.
          05 WS-SAL-ACTA-TOT-DESAP   PIC ZZZ9.
          05 FILLER                  PIC X(13)
                                     VALUE ' | AUSENTES: '.
          05 WS-SAL-ACTA-TOT-AUSEN   PIC ZZZ9.

       01 WS-SAL-REGACTA-TITULO         PIC X(41)
          VALUE 'REGISTRO DE ACTAS EMITIDAS Y RECTIFICADAS'.

       01 WS-SAL-REGACTA-TERMINO.
          05 FILLER                  PIC X(09)     VALUE 'TERMINO: '.
          05 WS-SAL-REGACTA-TER      PIC X(07).

       01 WS-SAL-REGACTA-TITULOS.
          05 FILLER                  PIC X(06)     VALUE 'Numero'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(05)     VALUE 'Tipo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(30)     VALUE 'Materia'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Fecha'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Emision'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(04)     VALUE 'Apr.'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(04)     VALUE 'Des.'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(04)     VALUE 'Aus.'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(06)     VALUE 'Origen'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(20)     VALUE 'Autorizo'.

       01 WS-SAL-REGACTA-DETALLE.
          05 WS-SAL-REGACTA-NUMERO   PIC 9(06).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-TIPO     PIC X(05).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-MATERIA  PIC X(30).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-FECHA    PIC X(10).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-EMISION  PIC 9(08).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-APROB    PIC ZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-DESAP    PIC ZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-AUSEN    PIC ZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-ORIGEN   PIC 9(06)     BLANK WHEN ZERO.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-REGACTA-AUTORIZA PIC X(20).

       01 WS-SAL-REGACTA-TOTAL.
          05 FILLER                  PIC X(16)
                                     VALUE 'ACTAS EMITIDAS: '.
          05 WS-SAL-REGACTA-TOT-ORIG PIC ZZZZ9.
          05 FILLER                  PIC X(20)
                                     VALUE ' | RECTIFICACIONES: '.
          05 WS-SAL-REGACTA-TOT-RECT PIC ZZZZ9.


      *    Correlatividades por carrera: una fila por materia y
      *    requisito. Tipo 'C' pide la cursada aprobada (promedio de
      *    regularidad), tipo 'F' el final aprobado. Las aprobadas de
      *    la corrida anterior se leen antes de que APROBADAS.TXT se
      *    vuelva a abrir como salida.
       01 WS-TAB-CORRELATIVAS.
          05 WS-TAB-CORREL-CANT         PIC 9(05)     VALUE 0.
          05 WS-TAB-CORREL OCCURS 500 TIMES.
             10 WS-TAB-CORREL-CARRERA   PIC X(20).
             10 WS-TAB-CORREL-MATERIA   PIC X(30).
             10 WS-TAB-CORREL-REQUISITO PIC X(30).
             10 WS-TAB-CORREL-TIPO      PIC X(01).

       01 WS-CORREL-IDX                 PIC 9(05)     VALUE 0.

       01 WS-TAB-APROBADAS-ANT.
          05 WS-TAB-APA-CANT            PIC 9(05)     VALUE 0.
          05 WS-TAB-APA OCCURS 5000 TIMES.
             10 WS-TAB-APA-LEGAJO       PIC 9(06).
             10 WS-TAB-APA-MATERIA      PIC X(30).

       01 WS-APA-IDX                    PIC 9(05)     VALUE 0.

       01 WS-MINIMO-CURSADA             PIC 9(5)V9(2) VALUE 4,00.

       01 WS-REQ-LEGAJO                 PIC 9(06)     VALUE 0.
       01 WS-REQ-MATERIA                PIC X(30)     VALUE SPACES.
       01 WS-REQ-TIPO                   PIC X(01)     VALUE SPACES.
       01 WS-REQ-CUMPLIDO               PIC X(01)     VALUE 'N'.
          88 WS-REQ-CUMPLIDO-YES                      VALUE 'Y'.
          88 WS-REQ-CUMPLIDO-NO                       VALUE 'N'.

       01 WS-BLQ-CARRERA                PIC X(20)     VALUE SPACES.
       01 WS-BLOQUEOS-ABIERTO           PIC X(01)     VALUE 'N'.
          88 WS-BLOQUEOS-ABIERTO-YES                  VALUE 'Y'.
          88 WS-BLOQUEOS-ABIERTO-NO                   VALUE 'N'.
       01 WS-CONT-BLOQUEOS              PIC 9(05)     VALUE 0.
       01 WS-CONT-CORREL-RECHAZOS       PIC 9(05)     VALUE 0.

       01 WS-SAL-BLQ-TITULO             PIC X(46)
          VALUE 'ALUMNOS BLOQUEADOS POR CORRELATIVAS PENDIENTES'.

       01 WS-SAL-BLQ-TITULOS.
          05 FILLER                  PIC X(06)     VALUE 'Legajo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(40)
                                     VALUE 'Apellido y Nombre'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(20)     VALUE 'Carrera'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(30)     VALUE 'Materia'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(30)     VALUE 'Adeuda'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(07)     VALUE 'Tipo'.

       01 WS-SAL-BLQ-DETALLE.
          05 WS-SAL-BLQ-LEGAJO       PIC 9(06).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BLQ-NOMBRE       PIC X(40).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BLQ-CARRERA      PIC X(20).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BLQ-MATERIA      PIC X(30).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BLQ-REQUISITO    PIC X(30).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-BLQ-TIPO         PIC X(07).

       01 WS-SAL-BLQ-TOTAL.
          05 FILLER                  PIC X(25)
                                     VALUE 'CORRELATIVAS ADEUDADAS: '.
          05 WS-SAL-BLQ-TOT-CANT     PIC ZZZZ9.


      *    Inscripciones a mesa de examen. Estado de cada inscripcion:
      *    I inscripto sin novedad, P se presento (hay nota en la
      *    entrada), A ausente ya registrado, X mesa con acta emitida
      *    en una corrida anterior (la ausencia cuenta para la
      *    situacion pero no se vuelve a anotar en el acta).
       01 WS-TAB-INSCRIPCIONES.
          05 WS-TAB-INSC-CANT           PIC 9(05)     VALUE 0.
          05 WS-TAB-INSC OCCURS 5000 TIMES.
             10 WS-TAB-INSC-LEGAJO      PIC 9(06).
             10 WS-TAB-INSC-MATERIA     PIC X(30).
             10 WS-TAB-INSC-FECHA       PIC X(10).
             10 WS-TAB-INSC-ESTADO      PIC X(01).

       01 WS-INSC-IDX                   PIC 9(05)     VALUE 0.
       01 WS-INSC-POS                   PIC 9(05)     VALUE 0.
       01 WS-INSC-BUSQUEDA.
          05 WS-INSC-BUS-LEGAJO         PIC 9(06).
          05 WS-INSC-BUS-MATERIA        PIC X(30).
          05 WS-INSC-BUS-FECHA          PIC X(10).
       01 WS-INSC-ENCONTRADA            PIC X(01)     VALUE 'N'.
          88 WS-INSC-ENCONTRADA-YES                   VALUE 'Y'.
          88 WS-INSC-ENCONTRADA-NO                    VALUE 'N'.
       01 WS-INSC-CICLO                 PIC 9(01)     VALUE 0.
       01 WS-INSC-NOMBRE                PIC X(40)     VALUE SPACES.
       01 WS-CONT-SIN-INSCRIPCION       PIC 9(05)     VALUE 0.
       01 WS-CONT-AUSENTES              PIC 9(05)     VALUE 0.

      *    Asistencia por materia para el reporte de mesas.
       01 WS-TAB-ASISTENCIA.
          05 WS-TAB-ASI-CANT            PIC 9(05)     VALUE 0.
          05 WS-TAB-ASI OCCURS 500 TIMES.
             10 WS-TAB-ASI-MATERIA      PIC X(30).
             10 WS-TAB-ASI-INSCRIPTOS   PIC 9(05).
             10 WS-TAB-ASI-PRESENTES    PIC 9(05).
             10 WS-TAB-ASI-AUSENTES     PIC 9(05).

       01 WS-ASI-IDX                    PIC 9(05)     VALUE 0.
       01 WS-ASI-ENCONTRADA             PIC X(01)     VALUE 'N'.
          88 WS-ASI-ENCONTRADA-YES                    VALUE 'Y'.
          88 WS-ASI-ENCONTRADA-NO                     VALUE 'N'.
       01 WS-ASI-TOTALES.
          05 WS-ASI-TOT-INSCRIPTOS      PIC 9(05)     VALUE 0.
          05 WS-ASI-TOT-PRESENTES       PIC 9(05)     VALUE 0.
          05 WS-ASI-TOT-AUSENTES        PIC 9(05)     VALUE 0.

       01 WS-SAL-ASI-TITULO             PIC X(33)
          VALUE 'ASISTENCIA A EXAMENES POR MATERIA'.

       01 WS-SAL-ASI-TITULOS.
          05 FILLER                  PIC X(30)     VALUE 'Materia'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Inscriptos'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Presentes'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Ausentes'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(12)     VALUE '% Ausentismo'.

       01 WS-SAL-ASI-DETALLE.
          05 WS-SAL-ASI-MATERIA      PIC X(30).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ASI-INSCRIPTOS   PIC Z(09)9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ASI-PRESENTES    PIC Z(09)9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ASI-AUSENTES     PIC Z(09)9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-ASI-PORCENTAJE   PIC Z(08)9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1152-CARGAR-MATERIAS
              THRU 1152-CARGAR-MATERIAS-FIN.

           PERFORM 1156-CARGAR-PARAMETROS
              THRU 1156-CARGAR-PARAMETROS-FIN.

           PERFORM 1159-CARGAR-CREDITOS
              THRU 1159-CARGAR-CREDITOS-FIN.

           PERFORM 1184-CARGAR-CORRELATIVAS
              THRU 1184-CARGAR-CORRELATIVAS-FIN.

           PERFORM 1200-ABRIR-ARCHIVO-SALIDA
              THRU 1200-ABRIR-ARCHIVO-SALIDA-FIN.

           PERFORM 1161-CARGAR-EQUIVALENCIAS
              THRU 1161-CARGAR-EQUIVALENCIAS-FIN.

           PERFORM 1154-CARGAR-CORRECCIONES
              THRU 1154-CARGAR-CORRECCIONES-FIN.

           PERFORM 1163-CARGAR-SITUACION
              THRU 1163-CARGAR-SITUACION-FIN.

           PERFORM 1196-CARGAR-MATERIA-HIST
              THRU 1196-CARGAR-MATERIA-HIST-FIN.

           PERFORM 1180-CARGAR-ACTAS
              THRU 1180-CARGAR-ACTAS-FIN.

           PERFORM 1190-CARGAR-INSCRIPCIONES
              THRU 1190-CARGAR-INSCRIPCIONES-FIN.

           PERFORM 1100-ABRIR-ARCHIVO
              THRU 1100-ABRIR-ARCHIVO-FIN.

      *----------------------------------------------------------------*
      *    El archivo de notas arranca con un registro de identidad;
      *    correr este programa contra el extracto de ventas (mismo
      *    nombre fisico, otro layout) se corta aca. La version 02
      *    trae el legajo; un archivo de version anterior se leeria
      *    corrido y tambien se rechaza.
       1110-VERIFICAR-CABECERA.

           READ ENT-ALUMNOS.
           IF FS-ENT-ALUMNOS-OK
              AND ENT-ALU-CAB-PRESENTE
              AND ENT-ALU-CAB-LAYOUT = 'NOT'
              AND ENT-ALU-CAB-VERSION = '02'
              GO TO 1110-VERIFICAR-CABECERA-FIN
           END-IF.

           DISPLAY 'CABECERA DE IDENTIDAD INVALIDA EN LA ENTRADA'.
           DISPLAY 'SE ESPERABA LAYOUT NOT VERSION 02 - CORRIDA '
              'ABORTADA'.
           SET WS-CABECERA-INVALIDA-YES TO TRUE.
           MOVE '96' TO FS-ENT-ALUMNOS.
           MOVE 8 TO WS-RETORNO-PROPUESTO.
           READ CORRECCIONES.
           EVALUATE TRUE
           WHEN FS-CORRECCIONES-OK
                PERFORM 1165-VALIDAR-CORRECCION
                   THRU 1165-VALIDAR-CORRECCION-FIN
           WHEN FS-CORRECCIONES-EOF
                CONTINUE
           WHEN OTHER
           END-EVALUATE.
       1164-LEER-CORRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La correccion identifica al alumno por legajo: si el legajo
      *    no esta en el maestro o el nombre no es el del maestro va al
      *    archivo de errores y no corrige ninguna nota.
       1165-VALIDAR-CORRECCION.

           MOVE SPACES TO WS-MOTIVO-ERROR-ACTUAL.

           IF CORRECCIONES-LEGAJO IS NOT NUMERIC
           OR CORRECCIONES-LEGAJO = ZEROES
              MOVE 'CORR: LEGAJO INVALIDO' TO WS-MOTIVO-ERROR-ACTUAL
           END-IF.

           IF WS-MOTIVO-ERROR-ACTUAL = SPACES
              AND WS-TAB-MAE-CANT > 0
              MOVE 'CORR: ALUMNO NO MATRICULADO'
                 TO WS-MOTIVO-ERROR-ACTUAL
              PERFORM 1166-BUSCAR-LEGAJO-CORR
                 THRU 1166-BUSCAR-LEGAJO-CORR-FIN
                 VARYING WS-MAE-IDX FROM 1 BY 1
                 UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
                 OR WS-MOTIVO-ERROR-ACTUAL NOT =
                    'CORR: ALUMNO NO MATRICULADO'
           END-IF.

           IF WS-MOTIVO-ERROR-ACTUAL NOT = SPACES
              MOVE CORRECCIONES-REGISTRO TO WS-SAL-ERROR-DETALLE
              PERFORM 2200-PROCESAR-ERROR
                 THRU 2200-PROCESAR-ERROR-FIN
              GO TO 1165-VALIDAR-CORRECCION-FIN
           END-IF.

           IF WS-TAB-CORR-CANT >= WS-MAX-CORRECCIONES
              MOVE 'CORRECCIONES' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-CORR-CANT.
           MOVE CORRECCIONES-FECHA-EXAMEN
              TO WS-TAB-CORR-FECHA(WS-TAB-CORR-CANT).
           MOVE CORRECCIONES-LEGAJO
              TO WS-TAB-CORR-LEGAJO(WS-TAB-CORR-CANT).
           MOVE CORRECCIONES-NOMBRE
              TO WS-TAB-CORR-NOMBRE(WS-TAB-CORR-CANT).
           MOVE CORRECCIONES-MATERIA
              TO WS-TAB-CORR-MATERIA(WS-TAB-CORR-CANT).
           MOVE CORRECCIONES-NOTA
              TO WS-TAB-CORR-NOTA(WS-TAB-CORR-CANT).
           MOVE CORRECCIONES-AUTORIZA
              TO WS-TAB-CORR-AUTORIZA(WS-TAB-CORR-CANT).
           MOVE CORRECCIONES-MOTIVO
              TO WS-TAB-CORR-MOTIVO(WS-TAB-CORR-CANT).

       1165-VALIDAR-CORRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1166-BUSCAR-LEGAJO-CORR.

           IF CORRECCIONES-LEGAJO = WS-TAB-MAE-LEGAJO(WS-MAE-IDX)
              IF CORRECCIONES-NOMBRE = WS-TAB-MAE-NOMBRE(WS-MAE-IDX)
                 MOVE SPACES TO WS-MOTIVO-ERROR-ACTUAL
              ELSE
                 MOVE 'CORR: LEGAJO/NOMBRE DISTINTOS'
                    TO WS-MOTIVO-ERROR-ACTUAL
              END-IF
           END-IF.

       1166-BUSCAR-LEGAJO-CORR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1156-CARGAR-PARAMETROS.

           IF WS-MOTIVO-ERROR-ACTUAL NOT = SPACES
              ADD 1 TO WS-CONT-EQUIV-RECHAZADAS
              MOVE 'EQUIV     ' TO WS-SAL-ERROR-DETALLE-FECHA
              MOVE EQUIV-LEGAJO TO WS-SAL-ERROR-DETALLE-LEGAJO
              MOVE EQUIV-INSTITUCION TO WS-SAL-ERROR-DETALLE-NOMBRE
              MOVE EQUIV-MATERIA TO WS-SAL-ERROR-DETALLE-MATERIA
              MOVE EQUIV-NOTA TO WS-SAL-ERROR-DETALLE-NOTA
       1202-BUSCAR-MATERIA-HIST-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Registro de actas y su detalle. Sin registro es la primera
      *    emision y la numeracion arranca en 1; si el registro no se
      *    puede leer no se controla ni se emite ninguna acta, para no
      *    repetir numeros.
       1180-CARGAR-ACTAS.

           OPEN INPUT ACTAS.

           EVALUATE FS-ACTAS
           WHEN '00'
                PERFORM 1181-LEER-ACTA
                   THRU 1181-LEER-ACTA-FIN
                   UNTIL FS-ACTAS-EOF
                CLOSE ACTAS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL REGISTRO DE ACTAS'
                DISPLAY 'FILE STATUS: ' FS-ACTAS
                SET WS-ACTAS-DISPONIBLE-NO TO TRUE
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           OPEN INPUT ACTAS-DETALLE.

           EVALUATE FS-ACTAS-DETALLE
           WHEN '00'
                PERFORM 1182-LEER-ACTA-DETALLE
                   THRU 1182-LEER-ACTA-DETALLE-FIN
                   UNTIL FS-ACTAS-DETALLE-EOF
                CLOSE ACTAS-DETALLE
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL DETALLE DE ACTAS'
                DISPLAY 'FILE STATUS: ' FS-ACTAS-DETALLE
                SET WS-ACTAS-DISPONIBLE-NO TO TRUE
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1180-CARGAR-ACTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1181-LEER-ACTA.

           READ ACTAS.

           EVALUATE TRUE
           WHEN FS-ACTAS-OK
                IF WS-TAB-ACTA-CANT >= WS-MAX-ACTAS
                   MOVE 'ACTAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-ACTA-CANT
                MOVE ACTA-REGISTRO
                   TO WS-TAB-ACTA-DATOS(WS-TAB-ACTA-CANT)
                MOVE 'N' TO WS-TAB-ACTA-NUEVA(WS-TAB-ACTA-CANT)
                IF ACTA-NUMERO > WS-ACTA-ULTIMO-NUMERO
                   MOVE ACTA-NUMERO TO WS-ACTA-ULTIMO-NUMERO
                END-IF
           WHEN FS-ACTAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL REGISTRO DE ACTAS'
                DISPLAY 'FILE STATUS: ' FS-ACTAS
                SET WS-ACTAS-DISPONIBLE-NO TO TRUE
           END-EVALUATE.

       1181-LEER-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El detalle se repasa en orden de emision: la linea de una
      *    rectificacion pisa a la del acta original, asi queda la
      *    nota vigente de cada alumno en cada acta.
       1182-LEER-ACTA-DETALLE.

           READ ACTAS-DETALLE.

           EVALUATE TRUE
           WHEN FS-ACTAS-DETALLE-OK
                PERFORM 1183-ANOTAR-ACTA-LINEA
                   THRU 1183-ANOTAR-ACTA-LINEA-FIN
           WHEN FS-ACTAS-DETALLE-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL DETALLE DE ACTAS'
                DISPLAY 'FILE STATUS: ' FS-ACTAS-DETALLE
                SET WS-ACTAS-DISPONIBLE-NO TO TRUE
           END-EVALUATE.

       1182-LEER-ACTA-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1183-ANOTAR-ACTA-LINEA.

           MOVE ADET-MATERIA TO WS-ACTA-BUS-MATERIA.
           MOVE ADET-FECHA-EXAMEN TO WS-ACTA-BUS-FECHA.
           MOVE ADET-LEGAJO TO WS-ACTA-BUS-LEGAJO.

           PERFORM 2472-UBICAR-ACTA-LINEA
              THRU 2472-UBICAR-ACTA-LINEA-FIN.

           IF WS-ALIN-ENCONTRADA-NO
              PERFORM 2479-AGREGAR-ACTA-LINEA
                 THRU 2479-AGREGAR-ACTA-LINEA-FIN
           END-IF.

           MOVE ADET-NOMBRE TO WS-TAB-ALIN-NOMBRE(WS-ALIN-IDX).
           MOVE ADET-NOTA TO WS-TAB-ALIN-NOTA(WS-ALIN-IDX).
           MOVE 'E' TO WS-TAB-ALIN-ESTADO(WS-ALIN-IDX).
           MOVE ZEROES TO WS-TAB-ALIN-ACTA-IDX(WS-ALIN-IDX).

       1183-ANOTAR-ACTA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin plan de correlatividades no se controla nada. Con plan,
      *    tambien se cargan las aprobadas que dejo la corrida anterior.
       1184-CARGAR-CORRELATIVAS.

           OPEN INPUT CORRELATIVAS.

           EVALUATE FS-CORRELATIVAS
           WHEN '00'
                PERFORM 1185-LEER-CORRELATIVA
                   THRU 1185-LEER-CORRELATIVA-FIN
                   UNTIL FS-CORRELATIVAS-EOF
                CLOSE CORRELATIVAS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE CORRELATIVAS'
                DISPLAY 'NO SE CONTROLARAN CORRELATIVIDADES'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CORRELATIVAS'
                DISPLAY 'FILE STATUS: ' FS-CORRELATIVAS
           END-EVALUATE.

           IF WS-TAB-CORREL-CANT = 0
              GO TO 1184-CARGAR-CORRELATIVAS-FIN
           END-IF.

           OPEN INPUT SALIDA-APROBADAS.

           EVALUATE FS-SALIDA-APROBADAS
           WHEN '00'
                PERFORM 1186-LEER-APROBADA-ANT
                   THRU 1186-LEER-APROBADA-ANT-FIN
                   UNTIL FS-SALIDA-APROBADAS-EOF
                CLOSE SALIDA-APROBADAS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LAS APROBADAS ANTERIORES'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-APROBADAS
           END-EVALUATE.

       1184-CARGAR-CORRELATIVAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1185-LEER-CORRELATIVA.

           READ CORRELATIVAS.

           EVALUATE TRUE
           WHEN FS-CORRELATIVAS-OK
                IF WS-TAB-CORREL-CANT >= WS-MAX-CORRELATIVAS
                   MOVE 'CORRELATIVAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                IF CORREL-TIPO-CURSADA OR CORREL-TIPO-FINAL
                   ADD 1 TO WS-TAB-CORREL-CANT
                   MOVE CORREL-CARRERA
                      TO WS-TAB-CORREL-CARRERA(WS-TAB-CORREL-CANT)
                   MOVE CORREL-MATERIA
                      TO WS-TAB-CORREL-MATERIA(WS-TAB-CORREL-CANT)
                   MOVE CORREL-REQUISITO
                      TO WS-TAB-CORREL-REQUISITO(WS-TAB-CORREL-CANT)
                   MOVE CORREL-TIPO
                      TO WS-TAB-CORREL-TIPO(WS-TAB-CORREL-CANT)
                ELSE
                   DISPLAY 'CORRELATIVA CON TIPO INVALIDO IGNORADA: '
                      CORREL-MATERIA ' / ' CORREL-REQUISITO
                   MOVE 4 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN FS-CORRELATIVAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE CORRELATIVAS'
                DISPLAY 'FILE STATUS: ' FS-CORRELATIVAS
           END-EVALUATE.

       1185-LEER-CORRELATIVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1186-LEER-APROBADA-ANT.

           READ SALIDA-APROBADAS.

           EVALUATE TRUE
           WHEN FS-SALIDA-APROBADAS-OK
                IF WS-TAB-APA-CANT >= WS-MAX-APROBADAS-ANT
                   MOVE 'APROBADAS ANTERIORES' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-APA-CANT
                MOVE APROB-LEGAJO TO WS-TAB-APA-LEGAJO(WS-TAB-APA-CANT)
                MOVE APROB-MATERIA
                   TO WS-TAB-APA-MATERIA(WS-TAB-APA-CANT)
           WHEN FS-SALIDA-APROBADAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LAS APROBADAS ANTERIORES'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-APROBADAS
           END-EVALUATE.

       1186-LEER-APROBADA-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin archivo de inscripciones no se controla la inscripcion
      *    ni se registran ausentes. Se carga despues de las actas
      *    para reconocer las mesas ya cerradas.
       1190-CARGAR-INSCRIPCIONES.

           OPEN INPUT INSCRIPCIONES.

           EVALUATE FS-INSCRIPCIONES
           WHEN '00'
                PERFORM 1191-LEER-INSCRIPCION
                   THRU 1191-LEER-INSCRIPCION-FIN
                   UNTIL FS-INSCRIPCIONES-EOF
                CLOSE INSCRIPCIONES
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE INSCRIPCIONES'
                DISPLAY 'NO SE CONTROLARAN INSCRIPCIONES NI AUSENTES'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INSCRIPCIONES'
                DISPLAY 'FILE STATUS: ' FS-INSCRIPCIONES
           END-EVALUATE.

       1190-CARGAR-INSCRIPCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1191-LEER-INSCRIPCION.

           READ INSCRIPCIONES.

           EVALUATE TRUE
           WHEN FS-INSCRIPCIONES-OK
                PERFORM 1192-ANOTAR-INSCRIPCION
                   THRU 1192-ANOTAR-INSCRIPCION-FIN
           WHEN FS-INSCRIPCIONES-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE INSCRIPCIONES'
                DISPLAY 'FILE STATUS: ' FS-INSCRIPCIONES
           END-EVALUATE.

       1191-LEER-INSCRIPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una inscripcion repetida se toma una sola vez.
       1192-ANOTAR-INSCRIPCION.

           IF INSC-LEGAJO IS NOT NUMERIC OR INSC-LEGAJO = ZEROES
              OR INSC-MATERIA = SPACES OR INSC-FECHA-EXAMEN = SPACES
              DISPLAY 'INSCRIPCION INVALIDA IGNORADA: ' INSC-REGISTRO
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1192-ANOTAR-INSCRIPCION-FIN
           END-IF.

           MOVE INSC-LEGAJO TO WS-INSC-BUS-LEGAJO.
           MOVE INSC-MATERIA TO WS-INSC-BUS-MATERIA.
           MOVE INSC-FECHA-EXAMEN TO WS-INSC-BUS-FECHA.

           PERFORM 2481-UBICAR-INSCRIPCION
              THRU 2481-UBICAR-INSCRIPCION-FIN.

           IF WS-INSC-ENCONTRADA-YES
              GO TO 1192-ANOTAR-INSCRIPCION-FIN
           END-IF.

           IF WS-TAB-INSC-CANT >= WS-MAX-INSCRIPCIONES
              MOVE 'INSCRIPCIONES' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-INSC-CANT.
           MOVE INSC-LEGAJO TO WS-TAB-INSC-LEGAJO(WS-TAB-INSC-CANT).
           MOVE INSC-MATERIA TO WS-TAB-INSC-MATERIA(WS-TAB-INSC-CANT).
           MOVE INSC-FECHA-EXAMEN
              TO WS-TAB-INSC-FECHA(WS-TAB-INSC-CANT).
           MOVE 'I' TO WS-TAB-INSC-ESTADO(WS-TAB-INSC-CANT).

           IF WS-ACTAS-DISPONIBLE-NO
              GO TO 1192-ANOTAR-INSCRIPCION-FIN
           END-IF.

           MOVE INSC-MATERIA TO WS-ACTA-BUS-MATERIA.
           MOVE INSC-FECHA-EXAMEN TO WS-ACTA-BUS-FECHA.

           PERFORM 2471-UBICAR-ACTA
              THRU 2471-UBICAR-ACTA-FIN.

           IF WS-ACTA-ENCONTRADA-YES
              MOVE 'X' TO WS-TAB-INSC-ESTADO(WS-TAB-INSC-CANT)
           END-IF.

       1192-ANOTAR-INSCRIPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVO-SALIDA.
           OPEN OUTPUT SALIDA-PROMEDIO.

           EVALUATE TRUE
           WHEN FS-SALIDA-PROMEDIO-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALIDA-PROMEDIOS'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-PROMEDIO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
           OPEN OUTPUT SALIDA-DESCARTADOS.

           EVALUATE TRUE
           WHEN FS-SALIDA-DESCARTADOS-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR ARCHIVO DE SALIDA-DESCARTADOS'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-DESCARTADOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
           OPEN OUTPUT SALIDA-ERROR.

           EVALUATE TRUE
           WHEN FS-SALIDA-ERROR-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALIDA-ERROR'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-ERROR
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
           OPEN OUTPUT SALIDA-HONOR.

           EVALUATE TRUE
           WHEN FS-SALIDA-HONOR-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALIDA-HONOR'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-HONOR
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
           OPEN OUTPUT SALIDA-CICLOS.

           EVALUATE TRUE
           WHEN FS-SALIDA-CICLOS-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR ARCHIVO DE SALIDA-CICLOS'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-CICLOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
           OPEN OUTPUT SALIDA-INTENTOS.

           EVALUATE TRUE
           WHEN FS-SALIDA-INTENTOS-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR ARCHIVO DE SALIDA-INTENTOS'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-INTENTOS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
      *    Salida cruda de materias aprobadas (legajo, materia,
      *    promedio) que alimenta la corrida de egresos.
           OPEN OUTPUT SALIDA-APROBADAS.

           EVALUATE TRUE
           WHEN FS-SALIDA-APROBADAS-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR ARCHIVO DE SALIDA-APROBADAS'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-APROBADAS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
           OPEN OUTPUT SALIDA-TRANSCRIPTO.

           EVALUATE TRUE
           WHEN FS-SALIDA-TRANSCRIPTO-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR ARCHIVO DE SALIDA-TRANSCRIPTO'
                DISPLAY 'FILE STATUS: ' FS-SALIDA-TRANSCRIPTO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.
      *---------------------------------------------------------
      *    Reporte para asesoria academica: alumnos de la corrida
      *    que no pueden rendir materias de su carrera por adeudar
      *    correlativas. Solo si hay plan de correlatividades.
           IF WS-TAB-CORREL-CANT > 0
              OPEN OUTPUT SAL-BLOQUEOS
              EVALUATE TRUE
              WHEN FS-SAL-BLOQUEOS-OK
                   ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
                   SET WS-BLOQUEOS-ABIERTO-YES TO TRUE
                   MOVE WS-SAL-BLQ-TITULO TO SAL-BLOQUEOS-REG
                   WRITE SAL-BLOQUEOS-REG
                   MOVE WS-SAL-BLQ-TITULOS TO SAL-BLOQUEOS-REG
                   WRITE SAL-BLOQUEOS-REG
              WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EL REPORTE DE BLOQUEOS'
                   DISPLAY 'FILE STATUS: ' FS-SAL-BLOQUEOS
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
              END-EVALUATE
           END-IF.
       1200-ABRIR-ARCHIVO-SALIDA-FIN.
           EXIT.


      *----------------------------------------------------------------*
       1500-LEER-ARCHIVO.

           READ ENT-ALUMNOS.

           EVALUATE TRUE
              WHEN FS-ENT-ALUMNOS-OK
                 PERFORM 2460-BUSCAR-CORRECCION
                    THRU 2460-BUSCAR-CORRECCION-FIN

                 PERFORM 2440-BUSCAR-MATERIA
                    THRU 2440-BUSCAR-MATERIA-FIN

                 PERFORM 2442-BUSCAR-ALUMNO-MAESTRO
                    THRU 2442-BUSCAR-ALUMNO-MAESTRO-FIN

                 EVALUATE TRUE
                    WHEN WS-ENT-ALUMNOS-LEGAJO IS NOT NUMERIC OR
                       WS-ENT-ALUMNOS-LEGAJO = ZEROES
                       MOVE 'LEGAJO VACIO O INVALIDO' TO
                          WS-MOTIVO-ERROR-ACTUAL
                    WHEN WS-ENT-ALUMNOS-LEGAJO < WS-SEC-ULTIMO-LEGAJO OR
                       (WS-ENT-ALUMNOS-LEGAJO = WS-SEC-ULTIMO-LEGAJO AND
                       WS-ENT-ALUMNOS-MATERIA < WS-SEC-ULTIMO-MATERIA)
                       MOVE 'REGISTRO FUERA DE SECUENCIA' TO
                          WS-MOTIVO-ERROR-ACTUAL
                    WHEN WS-ALUMNO-EVAL-NO-MATRIC
                       MOVE 'ALUMNO NO MATRICULADO' TO
                          WS-MOTIVO-ERROR-ACTUAL
                    WHEN WS-ALUMNO-EVAL-NOMBRE-DIST
                       MOVE 'LEGAJO Y NOMBRE NO COINCIDEN' TO
                          WS-MOTIVO-ERROR-ACTUAL
                    WHEN WS-ALUMNO-EVAL-INACTIVO
                       MOVE 'ALUMNO INACTIVO' TO
                          WS-MOTIVO-ERROR-ACTUAL
                       MOVE SPACES TO WS-MOTIVO-ERROR-ACTUAL
                 END-EVALUATE

                 IF WS-TAB-INSC-CANT > 0
                    PERFORM 2482-CONTROLAR-INSCRIPCION
                       THRU 2482-CONTROLAR-INSCRIPCION-FIN
                 END-IF

                 IF WS-MOTIVO-ERROR-ACTUAL = SPACES
                    PERFORM 2490-CONTROLAR-CORRELATIVAS
                       THRU 2490-CONTROLAR-CORRELATIVAS-FIN
                 END-IF

                 IF WS-MOTIVO-ERROR-ACTUAL = SPACES
                    PERFORM 2470-CONTROLAR-ACTA
                       THRU 2470-CONTROLAR-ACTA-FIN
                 END-IF

                 IF WS-MOTIVO-ERROR-ACTUAL NOT = SPACES
                    MOVE WS-ENT-ALUMNOS TO WS-SAL-ERROR-DETALLE
                    PERFORM 2200-PROCESAR-ERROR
                    END-IF
                 END-IF

                 IF WS-ENT-ALUMNOS-LEGAJO IS NUMERIC
                    MOVE WS-ENT-ALUMNOS-LEGAJO TO WS-SEC-ULTIMO-LEGAJO
                    MOVE WS-ENT-ALUMNOS-MATERIA TO WS-SEC-ULTIMO-MATERIA
                 END-IF

                 ADD 1 TO WS-CONT-REG-ENTRADA

      *----------------------------------------------------------------*
       2100-PROCESAR-DESCARTADOS.

           MOVE WS-EST-PROM-LEGAJO TO WS-SAL-DESC-LEGAJO.
           MOVE WS-EST-PROM-NOMBRE TO WS-SAL-DESC-NOMBRE.
           MOVE WS-EST-PROM-MATERIA TO WS-SAL-DESC-MATERIA.
           MOVE WS-CONT-MATERIA-PRESENTADA TO WS-SAL-DESC-CANTIDAD.
       2200-PROCESAR-ERROR.

           MOVE WS-SAL-ERROR-DETALLE-FECHA   TO WS-SAL-ERROR-FECHA.
           MOVE WS-SAL-ERROR-DETALLE-LEGAJO  TO WS-SAL-ERROR-LEGAJO.
           MOVE WS-SAL-ERROR-DETALLE-NOMBRE  TO WS-SAL-ERROR-NOMBRE.
           MOVE WS-SAL-ERROR-DETALLE-MATERIA TO WS-SAL-ERROR-MATERIA.
           MOVE WS-SAL-ERROR-DETALLE-NOTA    TO WS-SAL-ERROR-NOTA.
           PERFORM 2450-PROCESAR-PROMEDIO
              THRU 2450-PROCESAR-PROMEDIO-FIN
              UNTIL FS-ENT-ALUMNOS-EOF
              OR WS-ENT-ALUMNOS-LEGAJO NOT =
               WS-EST-PROM-LEGAJO OR
               WS-ENT-ALUMNOS-MATERIA NOT =
               WS-EST-PROM-MATERIA
           .

           IF WS-TRANS-CANT-MATERIAS > 0
              AND (FS-ENT-ALUMNOS-EOF OR
                 WS-ENT-ALUMNOS-LEGAJO NOT = WS-TRANS-LEGAJO)
              PERFORM 2530-ESCRIBIR-TRANSCRIPTO
                 THRU 2530-ESCRIBIR-TRANSCRIPTO-FIN
           END-IF.
       2445-BUSCAR-MATERIA-NOMBRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El maestro define la identidad real del alumno: el legajo
      *    del examen es la clave y el nombre tiene que ser el que el
      *    maestro tiene para ese legajo. Un homonimo no se mezcla y
      *    un nombre mal tipeado no abre un historial paralelo.
       2442-BUSCAR-ALUMNO-MAESTRO.

           SET WS-ALUMNO-EVAL-VALIDO TO TRUE.
           MOVE ZEROES TO WS-LEGAJO-ACTUAL.
           MOVE SPACES TO WS-CARRERA-ACTUAL.

           IF WS-ENT-ALUMNOS-LEGAJO IS NUMERIC
              MOVE WS-ENT-ALUMNOS-LEGAJO TO WS-LEGAJO-ACTUAL
           END-IF.

           IF WS-TAB-MAE-CANT = 0
              GO TO 2442-BUSCAR-ALUMNO-MAESTRO-FIN

           SET WS-ALUMNO-EVAL-NO-MATRIC TO TRUE.

           PERFORM 2443-BUSCAR-ALUMNO-LEGAJO
              THRU 2443-BUSCAR-ALUMNO-LEGAJO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR NOT WS-ALUMNO-EVAL-NO-MATRIC.

       2442-BUSCAR-ALUMNO-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2443-BUSCAR-ALUMNO-LEGAJO.

           IF WS-LEGAJO-ACTUAL = WS-TAB-MAE-LEGAJO(WS-MAE-IDX)
              MOVE WS-TAB-MAE-CARRERA(WS-MAE-IDX) TO WS-CARRERA-ACTUAL
              EVALUATE TRUE
              WHEN WS-ENT-ALUMNOS-NOMBRE NOT =
                   WS-TAB-MAE-NOMBRE(WS-MAE-IDX)
                   SET WS-ALUMNO-EVAL-NOMBRE-DIST TO TRUE
              WHEN WS-TAB-MAE-ESTADO(WS-MAE-IDX) = 'A'
                   SET WS-ALUMNO-EVAL-VALIDO TO TRUE
              WHEN OTHER
                   SET WS-ALUMNO-EVAL-INACTIVO TO TRUE
              END-EVALUATE
           END-IF.

       2443-BUSCAR-ALUMNO-LEGAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2460-BUSCAR-CORRECCION.

           IF WS-ENT-ALUMNOS-FECHA-EXAMEN =
              WS-TAB-CORR-FECHA(WS-CORR-IDX)
              AND WS-ENT-ALUMNOS-LEGAJO =
              WS-TAB-CORR-LEGAJO(WS-CORR-IDX)
              AND WS-ENT-ALUMNOS-MATERIA =
              WS-TAB-CORR-MATERIA(WS-CORR-IDX)
              SET WS-CORR-ENCONTRADA-YES TO TRUE

       2465-BUSCAR-CORRECCION-DATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada examen aceptado se anota en el acta de su materia y
      *    fecha. Si esa acta ya se emitio, rige la nota del acta: un
      *    cambio solo entra como rectificacion y para eso tiene que
      *    venir en una correccion con autorizante y motivo. Sin esos
      *    datos se restituye la nota del acta (y queda en errores) o,
      *    si el alumno no figuraba en el acta o figuraba ausente, se
      *    rechaza el examen.
       2470-CONTROLAR-ACTA.

           IF WS-ACTAS-DISPONIBLE-NO
              GO TO 2470-CONTROLAR-ACTA-FIN
           END-IF.

           MOVE WS-ENT-ALUMNOS-MATERIA TO WS-ACTA-BUS-MATERIA.
           MOVE WS-ENT-ALUMNOS-FECHA-EXAMEN TO WS-ACTA-BUS-FECHA.
           MOVE WS-ENT-ALUMNOS-LEGAJO TO WS-ACTA-BUS-LEGAJO.

           PERFORM 2471-UBICAR-ACTA
              THRU 2471-UBICAR-ACTA-FIN.

           IF WS-ACTA-ENCONTRADA-NO
              PERFORM 2474-ABRIR-ACTA-NUEVA
                 THRU 2474-ABRIR-ACTA-NUEVA-FIN
           END-IF.

           PERFORM 2472-UBICAR-ACTA-LINEA
              THRU 2472-UBICAR-ACTA-LINEA-FIN.

           IF WS-TAB-ACTA-NUEVA(WS-ACTA-IDX) = 'Y'
              PERFORM 2475-ANOTAR-LINEA-NUEVA
                 THRU 2475-ANOTAR-LINEA-NUEVA-FIN
              GO TO 2470-CONTROLAR-ACTA-FIN
           END-IF.

           IF WS-ALIN-ENCONTRADA-YES
              AND WS-TAB-ALIN-NOTA(WS-ALIN-IDX) = WS-ENT-ALUMNOS-NOTA
              GO TO 2470-CONTROLAR-ACTA-FIN
           END-IF.

           SET WS-ACTA-CORR-AUTORIZADA-NO TO TRUE.

           IF WS-CORR-ENCONTRADA-YES
              AND WS-TAB-CORR-AUTORIZA(WS-CORR-IDX) NOT = SPACES
              AND WS-TAB-CORR-MOTIVO(WS-CORR-IDX) NOT = SPACES
              SET WS-ACTA-CORR-AUTORIZADA-YES TO TRUE
           END-IF.

           IF WS-ACTA-CORR-AUTORIZADA-YES
              PERFORM 2477-ANOTAR-RECTIFICACION
                 THRU 2477-ANOTAR-RECTIFICACION-FIN
              GO TO 2470-CONTROLAR-ACTA-FIN
           END-IF.

           IF WS-ALIN-ENCONTRADA-NO
              MOVE 'ALUMNO FUERA DE ACTA EMITIDA'
                 TO WS-MOTIVO-ERROR-ACTUAL
              GO TO 2470-CONTROLAR-ACTA-FIN
           END-IF.

           IF WS-TAB-ALIN-NOTA(WS-ALIN-IDX) = 0
              MOVE 'ALUMNO AUSENTE EN ACTA EMITIDA'
                 TO WS-MOTIVO-ERROR-ACTUAL
              GO TO 2470-CONTROLAR-ACTA-FIN
           END-IF.

           MOVE 'NOTA DISTINTA DE ACTA EMITIDA'
              TO WS-MOTIVO-ERROR-ACTUAL.
           MOVE WS-ENT-ALUMNOS TO WS-SAL-ERROR-DETALLE.
           PERFORM 2200-PROCESAR-ERROR
              THRU 2200-PROCESAR-ERROR-FIN.
           MOVE SPACES TO WS-MOTIVO-ERROR-ACTUAL.

           MOVE WS-TAB-ALIN-NOTA(WS-ALIN-IDX) TO WS-ENT-ALUMNOS-NOTA.
           ADD 1 TO WS-CONT-NOTAS-RESTITUIDAS.

       2470-CONTROLAR-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2471-UBICAR-ACTA.

           SET WS-ACTA-ENCONTRADA-NO TO TRUE.

           PERFORM 2476-COMPARAR-ACTA
              THRU 2476-COMPARAR-ACTA-FIN
              VARYING WS-ACTA-IDX FROM 1 BY 1
              UNTIL WS-ACTA-IDX > WS-TAB-ACTA-CANT
              OR WS-ACTA-ENCONTRADA-YES.

           IF WS-ACTA-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-ACTA-IDX
           END-IF.

       2471-UBICAR-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2472-UBICAR-ACTA-LINEA.

           SET WS-ALIN-ENCONTRADA-NO TO TRUE.

           PERFORM 2473-COMPARAR-ACTA-LINEA
              THRU 2473-COMPARAR-ACTA-LINEA-FIN
              VARYING WS-ALIN-IDX FROM 1 BY 1
              UNTIL WS-ALIN-IDX > WS-TAB-ALIN-CANT
              OR WS-ALIN-ENCONTRADA-YES.

           IF WS-ALIN-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-ALIN-IDX
           END-IF.

       2472-UBICAR-ACTA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2473-COMPARAR-ACTA-LINEA.

           IF WS-TAB-ALIN-LEGAJO(WS-ALIN-IDX) = WS-ACTA-BUS-LEGAJO
              AND WS-TAB-ALIN-MATERIA(WS-ALIN-IDX) = WS-ACTA-BUS-MATERIA
              AND WS-TAB-ALIN-FECHA(WS-ALIN-IDX) = WS-ACTA-BUS-FECHA
              SET WS-ALIN-ENCONTRADA-YES TO TRUE
           END-IF.

       2473-COMPARAR-ACTA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2474-ABRIR-ACTA-NUEVA.

           IF WS-TAB-ACTA-CANT >= WS-MAX-ACTAS
              MOVE 'ACTAS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-ACTA-CANT.
           MOVE WS-TAB-ACTA-CANT TO WS-ACTA-IDX.

           INITIALIZE WS-TAB-ACTA-DATOS(WS-ACTA-IDX).
           MOVE 'O' TO WS-TAB-ACTA-TIPO(WS-ACTA-IDX).
           MOVE WS-ACTA-BUS-MATERIA TO WS-TAB-ACTA-MATERIA(WS-ACTA-IDX).
           MOVE WS-ACTA-BUS-FECHA TO WS-TAB-ACTA-FECHA(WS-ACTA-IDX).

           PERFORM 2478-CALCULAR-TERMINO
              THRU 2478-CALCULAR-TERMINO-FIN.
           MOVE WS-ACTA-TERMINO-ACTUAL
              TO WS-TAB-ACTA-TERMINO(WS-ACTA-IDX).

           MOVE 'Y' TO WS-TAB-ACTA-NUEVA(WS-ACTA-IDX).

       2474-ABRIR-ACTA-NUEVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Acta todavia no emitida: un segundo examen del mismo alumno
      *    en la misma mesa deja la ultima nota leida.
       2475-ANOTAR-LINEA-NUEVA.

           IF WS-ALIN-ENCONTRADA-NO
              PERFORM 2479-AGREGAR-ACTA-LINEA
                 THRU 2479-AGREGAR-ACTA-LINEA-FIN
           END-IF.

           MOVE WS-ENT-ALUMNOS-NOMBRE
              TO WS-TAB-ALIN-NOMBRE(WS-ALIN-IDX).
           MOVE WS-ENT-ALUMNOS-NOTA TO WS-TAB-ALIN-NOTA(WS-ALIN-IDX).
           MOVE 'N' TO WS-TAB-ALIN-ESTADO(WS-ALIN-IDX).
           MOVE WS-ACTA-IDX TO WS-TAB-ALIN-ACTA-IDX(WS-ALIN-IDX).

       2475-ANOTAR-LINEA-NUEVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2476-COMPARAR-ACTA.

           IF WS-TAB-ACTA-TIPO(WS-ACTA-IDX) = 'O'
              AND WS-TAB-ACTA-MATERIA(WS-ACTA-IDX) = WS-ACTA-BUS-MATERIA
              AND WS-TAB-ACTA-FECHA(WS-ACTA-IDX) = WS-ACTA-BUS-FECHA
              SET WS-ACTA-ENCONTRADA-YES TO TRUE
           END-IF.

       2476-COMPARAR-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Las lineas cambiadas de una misma acta con el mismo
      *    autorizante y motivo salen juntas en una sola rectificacion.
       2477-ANOTAR-RECTIFICACION.

           MOVE WS-ACTA-IDX TO WS-ACTA-ORIG-IDX.
           SET WS-ACTA-ENCONTRADA-NO TO TRUE.

           PERFORM 2480-COMPARAR-RECTIFICACION
              THRU 2480-COMPARAR-RECTIFICACION-FIN
              VARYING WS-ACTA-IDX FROM 1 BY 1
              UNTIL WS-ACTA-IDX > WS-TAB-ACTA-CANT
              OR WS-ACTA-ENCONTRADA-YES.

           IF WS-ACTA-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-ACTA-IDX
           ELSE
              IF WS-TAB-ACTA-CANT >= WS-MAX-ACTAS
                 MOVE 'ACTAS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-ACTA-CANT
              MOVE WS-TAB-ACTA-CANT TO WS-ACTA-IDX
              INITIALIZE WS-TAB-ACTA-DATOS(WS-ACTA-IDX)
              MOVE 'R' TO WS-TAB-ACTA-TIPO(WS-ACTA-IDX)
              MOVE WS-TAB-ACTA-MATERIA(WS-ACTA-ORIG-IDX)
                 TO WS-TAB-ACTA-MATERIA(WS-ACTA-IDX)
              MOVE WS-TAB-ACTA-FECHA(WS-ACTA-ORIG-IDX)
                 TO WS-TAB-ACTA-FECHA(WS-ACTA-IDX)
              MOVE WS-TAB-ACTA-TERMINO(WS-ACTA-ORIG-IDX)
                 TO WS-TAB-ACTA-TERMINO(WS-ACTA-IDX)
              MOVE WS-TAB-ACTA-NUMERO(WS-ACTA-ORIG-IDX)
                 TO WS-TAB-ACTA-ORIGEN(WS-ACTA-IDX)
              MOVE WS-TAB-CORR-AUTORIZA(WS-CORR-IDX)
                 TO WS-TAB-ACTA-AUTORIZA(WS-ACTA-IDX)
              MOVE WS-TAB-CORR-MOTIVO(WS-CORR-IDX)
                 TO WS-TAB-ACTA-MOTIVO(WS-ACTA-IDX)
              MOVE 'Y' TO WS-TAB-ACTA-NUEVA(WS-ACTA-IDX)
           END-IF.

           IF WS-ALIN-ENCONTRADA-NO
              PERFORM 2479-AGREGAR-ACTA-LINEA
                 THRU 2479-AGREGAR-ACTA-LINEA-FIN
           ELSE
              IF WS-TAB-ALIN-ESTADO(WS-ALIN-IDX) NOT = 'R'
                 MOVE WS-TAB-ALIN-NOTA(WS-ALIN-IDX)
                    TO WS-TAB-ALIN-NOTA-ANT(WS-ALIN-IDX)
              END-IF
           END-IF.

           MOVE WS-ENT-ALUMNOS-NOMBRE
              TO WS-TAB-ALIN-NOMBRE(WS-ALIN-IDX).
           MOVE WS-ENT-ALUMNOS-NOTA TO WS-TAB-ALIN-NOTA(WS-ALIN-IDX).
           MOVE 'R' TO WS-TAB-ALIN-ESTADO(WS-ALIN-IDX).
           MOVE WS-ACTA-IDX TO WS-TAB-ALIN-ACTA-IDX(WS-ALIN-IDX).

       2477-ANOTAR-RECTIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Termino lectivo del acta: anio de la fecha de examen y
      *    cuatrimestre, con el mismo corte de ciclo que los promedios.
       2478-CALCULAR-TERMINO.

           MOVE SPACES TO WS-ACTA-TERMINO-ACTUAL.
           MOVE WS-ACTA-BUS-FECHA(1:4) TO WS-ACTA-TERMINO-ACTUAL(1:4).
           MOVE '-' TO WS-ACTA-TERMINO-ACTUAL(5:1).
           MOVE WS-ACTA-BUS-FECHA(6:2) TO WS-CICLO-MM.

           IF WS-CICLO-MM-N IS NUMERIC
              AND WS-CICLO-MM-N >= 1 AND WS-CICLO-MM-N <= 6
              MOVE '1C' TO WS-ACTA-TERMINO-ACTUAL(6:2)
           ELSE
              MOVE '2C' TO WS-ACTA-TERMINO-ACTUAL(6:2)
           END-IF.

       2478-CALCULAR-TERMINO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2479-AGREGAR-ACTA-LINEA.

           IF WS-TAB-ALIN-CANT >= WS-MAX-ACTA-LINEAS
              MOVE 'LINEAS DE ACTA' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-ALIN-CANT.
           MOVE WS-TAB-ALIN-CANT TO WS-ALIN-IDX.

           MOVE WS-ACTA-BUS-MATERIA TO WS-TAB-ALIN-MATERIA(WS-ALIN-IDX).
           MOVE WS-ACTA-BUS-FECHA TO WS-TAB-ALIN-FECHA(WS-ALIN-IDX).
           MOVE WS-ACTA-BUS-LEGAJO TO WS-TAB-ALIN-LEGAJO(WS-ALIN-IDX).
           MOVE ZEROES TO WS-TAB-ALIN-NOTA-ANT(WS-ALIN-IDX).

       2479-AGREGAR-ACTA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2480-COMPARAR-RECTIFICACION.

           IF WS-TAB-ACTA-TIPO(WS-ACTA-IDX) = 'R'
              AND WS-TAB-ACTA-NUEVA(WS-ACTA-IDX) = 'Y'
              AND WS-TAB-ACTA-ORIGEN(WS-ACTA-IDX) =
                  WS-TAB-ACTA-NUMERO(WS-ACTA-ORIG-IDX)
              AND WS-TAB-ACTA-AUTORIZA(WS-ACTA-IDX) =
                  WS-TAB-CORR-AUTORIZA(WS-CORR-IDX)
              AND WS-TAB-ACTA-MOTIVO(WS-ACTA-IDX) =
                  WS-TAB-CORR-MOTIVO(WS-CORR-IDX)
              SET WS-ACTA-ENCONTRADA-YES TO TRUE
           END-IF.

       2480-COMPARAR-RECTIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2481-UBICAR-INSCRIPCION.

           SET WS-INSC-ENCONTRADA-NO TO TRUE.

           PERFORM 2483-COMPARAR-INSCRIPCION
              THRU 2483-COMPARAR-INSCRIPCION-FIN
              VARYING WS-INSC-IDX FROM 1 BY 1
              UNTIL WS-INSC-IDX > WS-TAB-INSC-CANT
              OR WS-INSC-ENCONTRADA-YES.

           IF WS-INSC-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-INSC-IDX
           END-IF.

       2481-UBICAR-INSCRIPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Todo examen de la entrada tiene que tener su inscripcion a
      *    la mesa; la inscripcion queda como presente aunque el
      *    registro se rechace por otro motivo, porque el alumno se
      *    presento.
       2482-CONTROLAR-INSCRIPCION.

           IF WS-ENT-ALUMNOS-LEGAJO IS NOT NUMERIC
              GO TO 2482-CONTROLAR-INSCRIPCION-FIN
           END-IF.

           MOVE WS-ENT-ALUMNOS-LEGAJO TO WS-INSC-BUS-LEGAJO.
           MOVE WS-ENT-ALUMNOS-MATERIA TO WS-INSC-BUS-MATERIA.
           MOVE WS-ENT-ALUMNOS-FECHA-EXAMEN TO WS-INSC-BUS-FECHA.

           PERFORM 2481-UBICAR-INSCRIPCION
              THRU 2481-UBICAR-INSCRIPCION-FIN.

           IF WS-INSC-ENCONTRADA-YES
              MOVE 'P' TO WS-TAB-INSC-ESTADO(WS-INSC-IDX)
              GO TO 2482-CONTROLAR-INSCRIPCION-FIN
           END-IF.

           IF WS-MOTIVO-ERROR-ACTUAL = SPACES
              MOVE 'EXAMEN SIN INSCRIPCION' TO WS-MOTIVO-ERROR-ACTUAL
              ADD 1 TO WS-CONT-SIN-INSCRIPCION
           END-IF.

       2482-CONTROLAR-INSCRIPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2483-COMPARAR-INSCRIPCION.

           IF WS-TAB-INSC-LEGAJO(WS-INSC-IDX) = WS-INSC-BUS-LEGAJO
              AND WS-TAB-INSC-MATERIA(WS-INSC-IDX) = WS-INSC-BUS-MATERIA
              AND WS-TAB-INSC-FECHA(WS-INSC-IDX) = WS-INSC-BUS-FECHA
              SET WS-INSC-ENCONTRADA-YES TO TRUE
           END-IF.

       2483-COMPARAR-INSCRIPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un examen de una materia con correlativas de la carrera del
      *    alumno se rechaza si alguna no esta aprobada en las
      *    aprobadas anteriores, el historial o las equivalencias.
       2490-CONTROLAR-CORRELATIVAS.

           IF WS-TAB-CORREL-CANT = 0
              GO TO 2490-CONTROLAR-CORRELATIVAS-FIN
           END-IF.

           PERFORM 2491-VERIFICAR-CORRELATIVA
              THRU 2491-VERIFICAR-CORRELATIVA-FIN
              VARYING WS-CORREL-IDX FROM 1 BY 1
              UNTIL WS-CORREL-IDX > WS-TAB-CORREL-CANT
              OR WS-MOTIVO-ERROR-ACTUAL NOT = SPACES.

           IF WS-MOTIVO-ERROR-ACTUAL NOT = SPACES
              ADD 1 TO WS-CONT-CORREL-RECHAZOS
           END-IF.

       2490-CONTROLAR-CORRELATIVAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2491-VERIFICAR-CORRELATIVA.

           IF WS-TAB-CORREL-CARRERA(WS-CORREL-IDX) NOT =
              WS-CARRERA-ACTUAL
              OR WS-TAB-CORREL-MATERIA(WS-CORREL-IDX) NOT =
              WS-ENT-ALUMNOS-MATERIA
              GO TO 2491-VERIFICAR-CORRELATIVA-FIN
           END-IF.

           MOVE WS-ENT-ALUMNOS-LEGAJO TO WS-REQ-LEGAJO.
           MOVE WS-TAB-CORREL-REQUISITO(WS-CORREL-IDX)
              TO WS-REQ-MATERIA.
           MOVE WS-TAB-CORREL-TIPO(WS-CORREL-IDX) TO WS-REQ-TIPO.

           PERFORM 2492-EVALUAR-REQUISITO
              THRU 2492-EVALUAR-REQUISITO-FIN.

           IF WS-REQ-CUMPLIDO-NO
              IF WS-REQ-TIPO = 'F'
                 MOVE 'CORRELATIVA: FALTA FINAL'
                    TO WS-MOTIVO-ERROR-ACTUAL
              ELSE
                 MOVE 'CORRELATIVA: FALTA CURSADA'
                    TO WS-MOTIVO-ERROR-ACTUAL
              END-IF
           END-IF.

       2491-VERIFICAR-CORRELATIVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una materia esta aprobada si figura en las aprobadas de la
      *    corrida anterior o en las equivalencias, o si el mejor
      *    promedio del historial llega al minimo del tipo pedido:
      *    el de aprobacion para el final, el de regularidad para la
      *    cursada.
       2492-EVALUAR-REQUISITO.

           SET WS-REQ-CUMPLIDO-NO TO TRUE.

           PERFORM 2493-BUSCAR-APROBADA-ANT
              THRU 2493-BUSCAR-APROBADA-ANT-FIN
              VARYING WS-APA-IDX FROM 1 BY 1
              UNTIL WS-APA-IDX > WS-TAB-APA-CANT
              OR WS-REQ-CUMPLIDO-YES.

           IF WS-REQ-CUMPLIDO-YES
              GO TO 2492-EVALUAR-REQUISITO-FIN
           END-IF.

           PERFORM 2494-BUSCAR-EQUIV-REQUISITO
              THRU 2494-BUSCAR-EQUIV-REQUISITO-FIN
              VARYING WS-EQV-IDX FROM 1 BY 1
              UNTIL WS-EQV-IDX > WS-TAB-EQV-CANT
              OR WS-REQ-CUMPLIDO-YES.

           IF WS-REQ-CUMPLIDO-YES OR WS-HIST-ABIERTO-NO
              GO TO 2492-EVALUAR-REQUISITO-FIN
           END-IF.

           MOVE WS-REQ-LEGAJO TO AHIST-LEGAJO.
           MOVE WS-REQ-MATERIA TO AHIST-MATERIA.

           READ ALUMNOS-HIST.

           IF FS-ALUMNOS-HIST-OK
              IF AHIST-MEJOR-PROM >= WS-PROMEDIO-MINIMO-APROBADO
                 OR (WS-REQ-TIPO = 'C'
                 AND AHIST-MEJOR-PROM >= WS-MINIMO-CURSADA)
                 SET WS-REQ-CUMPLIDO-YES TO TRUE
              END-IF
           END-IF.

       2492-EVALUAR-REQUISITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2493-BUSCAR-APROBADA-ANT.

           IF WS-TAB-APA-LEGAJO(WS-APA-IDX) = WS-REQ-LEGAJO
              AND WS-TAB-APA-MATERIA(WS-APA-IDX) = WS-REQ-MATERIA
              SET WS-REQ-CUMPLIDO-YES TO TRUE
           END-IF.

       2493-BUSCAR-APROBADA-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2494-BUSCAR-EQUIV-REQUISITO.

           IF WS-TAB-EQV-LEGAJO(WS-EQV-IDX) = WS-REQ-LEGAJO
              AND WS-TAB-EQV-MATERIA(WS-EQV-IDX) = WS-REQ-MATERIA
              SET WS-REQ-CUMPLIDO-YES TO TRUE
           END-IF.

       2494-BUSCAR-EQUIV-REQUISITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Al cerrar el transcripto del alumno (historial ya
      *    actualizado con la corrida) se listan las materias de su
      *    carrera que todavia no aprobo y que tienen correlativas
      *    adeudadas, una linea por correlativa.
       2495-EVALUAR-BLOQUEOS.

           MOVE SPACES TO WS-BLQ-CARRERA.

           PERFORM 2496-BUSCAR-CARRERA-ALUMNO
              THRU 2496-BUSCAR-CARRERA-ALUMNO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-BLQ-CARRERA NOT = SPACES.

           IF WS-BLQ-CARRERA = SPACES
              GO TO 2495-EVALUAR-BLOQUEOS-FIN
           END-IF.

           PERFORM 2497-EVALUAR-UN-BLOQUEO
              THRU 2497-EVALUAR-UN-BLOQUEO-FIN
              VARYING WS-CORREL-IDX FROM 1 BY 1
              UNTIL WS-CORREL-IDX > WS-TAB-CORREL-CANT.

       2495-EVALUAR-BLOQUEOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2496-BUSCAR-CARRERA-ALUMNO.

           IF WS-TAB-MAE-LEGAJO(WS-MAE-IDX) = WS-TRANS-LEGAJO
              MOVE WS-TAB-MAE-CARRERA(WS-MAE-IDX) TO WS-BLQ-CARRERA
           END-IF.

       2496-BUSCAR-CARRERA-ALUMNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2497-EVALUAR-UN-BLOQUEO.

           IF WS-TAB-CORREL-CARRERA(WS-CORREL-IDX) NOT = WS-BLQ-CARRERA
              GO TO 2497-EVALUAR-UN-BLOQUEO-FIN
           END-IF.

           MOVE WS-TRANS-LEGAJO TO WS-REQ-LEGAJO.
           MOVE WS-TAB-CORREL-MATERIA(WS-CORREL-IDX) TO WS-REQ-MATERIA.
           MOVE 'F' TO WS-REQ-TIPO.

           PERFORM 2492-EVALUAR-REQUISITO
              THRU 2492-EVALUAR-REQUISITO-FIN.

           IF WS-REQ-CUMPLIDO-YES
              GO TO 2497-EVALUAR-UN-BLOQUEO-FIN
           END-IF.

           MOVE WS-TAB-CORREL-REQUISITO(WS-CORREL-IDX)
              TO WS-REQ-MATERIA.
           MOVE WS-TAB-CORREL-TIPO(WS-CORREL-IDX) TO WS-REQ-TIPO.

           PERFORM 2492-EVALUAR-REQUISITO
              THRU 2492-EVALUAR-REQUISITO-FIN.

           IF WS-REQ-CUMPLIDO-YES
              GO TO 2497-EVALUAR-UN-BLOQUEO-FIN
           END-IF.

           MOVE WS-TRANS-LEGAJO TO WS-SAL-BLQ-LEGAJO.
           MOVE WS-TRANS-NOMBRE TO WS-SAL-BLQ-NOMBRE.
           MOVE WS-BLQ-CARRERA TO WS-SAL-BLQ-CARRERA.
           MOVE WS-TAB-CORREL-MATERIA(WS-CORREL-IDX)
              TO WS-SAL-BLQ-MATERIA.
           MOVE WS-TAB-CORREL-REQUISITO(WS-CORREL-IDX)
              TO WS-SAL-BLQ-REQUISITO.

           IF WS-REQ-TIPO = 'F'
              MOVE 'FINAL' TO WS-SAL-BLQ-TIPO
           ELSE
              MOVE 'CURSADA' TO WS-SAL-BLQ-TIPO
           END-IF.

           MOVE WS-SAL-BLQ-DETALLE TO SAL-BLOQUEOS-REG.
           WRITE SAL-BLOQUEOS-REG.
           ADD 1 TO WS-CONT-BLOQUEOS.

       2497-EVALUAR-UN-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-PROCESAR-PROMEDIO.

      *----------------------------------------------------------------*
       2520-ACUMULAR-TRANSCRIPTO.

           IF WS-EST-PROM-LEGAJO NOT = WS-TRANS-LEGAJO
              MOVE WS-EST-PROM-NOMBRE TO WS-TRANS-NOMBRE
              MOVE WS-EST-PROM-LEGAJO TO WS-TRANS-LEGAJO
              MOVE ZEROES TO WS-TRANS-CANT-MATERIAS
           PERFORM 2549-ACTUALIZAR-HIST-RESUMEN
              THRU 2549-ACTUALIZAR-HIST-RESUMEN-FIN.

           IF WS-BLOQUEOS-ABIERTO-YES
              PERFORM 2495-EVALUAR-BLOQUEOS
                 THRU 2495-EVALUAR-BLOQUEOS-FIN
           END-IF.

           MOVE ZEROES TO WS-TRANS-CANT-MATERIAS.
           MOVE ZEROES TO WS-TRANS-SUMA-PROM.
           MOVE ZEROES TO WS-TRANS-SUMA-POND.
              ADD 1 TO WS-CONT-EQUIV-RECHAZADAS
              MOVE 'EQUIV: SUPERA EL TOPE' TO WS-MOTIVO-ERROR-ACTUAL
              MOVE 'EQUIV     ' TO WS-SAL-ERROR-DETALLE-FECHA
              MOVE WS-TAB-EQV-LEGAJO(WS-EQV-IDX)
                 TO WS-SAL-ERROR-DETALLE-LEGAJO
              MOVE WS-TAB-EQV-INSTITUCION(WS-EQV-IDX)
                 TO WS-SAL-ERROR-DETALLE-NOMBRE
              MOVE WS-TAB-EQV-MATERIA(WS-EQV-IDX)
      *    con la fecha de la corrida como fecha de efecto.
       2538-EVALUAR-SITUACION.

           IF WS-TAB-INSC-CANT > 0
              PERFORM 2544-ACUMULAR-AUSENCIAS
                 THRU 2544-ACUMULAR-AUSENCIAS-FIN
           END-IF.

           PERFORM 2539-EVALUAR-SIT-CICLO
              THRU 2539-EVALUAR-SIT-CICLO-FIN
              VARYING WS-SIT-CIC-IDX FROM 1 BY 1
           MOVE WS-RUN-FECHA-INICIO TO SIT-FECHA-EFECTO.
           WRITE SIT-REGISTRO.

           IF FS-SITUACION-OK
              ADD 1 TO WS-CONT-SIT-CAMBIOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SITUACION'
              DISPLAY 'FILE STATUS: ' FS-SITUACION
           END-IF.

       2543-GRABAR-SITUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada inscripcion sin presentacion del alumno cuenta como
      *    ausente en el ciclo de la mesa y pesa como una desaprobada
      *    para los limites de condicional y libre.
       2544-ACUMULAR-AUSENCIAS.

           PERFORM 2545-ACUMULAR-UNA-AUSENCIA
              THRU 2545-ACUMULAR-UNA-AUSENCIA-FIN
              VARYING WS-INSC-IDX FROM 1 BY 1
              UNTIL WS-INSC-IDX > WS-TAB-INSC-CANT.

       2544-ACUMULAR-AUSENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2545-ACUMULAR-UNA-AUSENCIA.

           IF WS-TAB-INSC-LEGAJO(WS-INSC-IDX) NOT = WS-TRANS-LEGAJO
              GO TO 2545-ACUMULAR-UNA-AUSENCIA-FIN
           END-IF.

      *    La ausencia de una mesa ya cerrada en otra corrida sigue
      *    pesando en la situacion; queda en X para que el acta no la
      *    vuelva a anotar.
           EVALUATE WS-TAB-INSC-ESTADO(WS-INSC-IDX)
           WHEN 'I'
                MOVE 'A' TO WS-TAB-INSC-ESTADO(WS-INSC-IDX)
                ADD 1 TO WS-CONT-AUSENTES
           WHEN 'X'
                CONTINUE
           WHEN OTHER
                GO TO 2545-ACUMULAR-UNA-AUSENCIA-FIN
           END-EVALUATE.

           MOVE WS-TAB-INSC-FECHA(WS-INSC-IDX)(6:2) TO WS-CICLO-MM.

           IF WS-CICLO-MM-N IS NUMERIC
              AND WS-CICLO-MM-N >= 1 AND WS-CICLO-MM-N <= 6
              MOVE 1 TO WS-INSC-CICLO
           ELSE
              MOVE 2 TO WS-INSC-CICLO
           END-IF.

           ADD 1 TO WS-SIT-INTENTOS(WS-INSC-CICLO).
           ADD 1 TO WS-SIT-DESAPROBADAS(WS-INSC-CICLO).

       2545-ACUMULAR-UNA-AUSENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2546-ACUMULAR-SITUACION.

       2549-ACTUALIZAR-HIST-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Terminada la entrada, los inscriptos que no rindieron y no
      *    pasaron por el cierre de su transcripto se registran como
      *    ausentes (situacion por ciclo), y todos los ausentes entran
      *    al acta de su mesa con nota 0.
       2560-PROCESAR-AUSENTES.

           PERFORM 2561-SITUACION-AUSENTE
              THRU 2561-SITUACION-AUSENTE-FIN
              VARYING WS-INSC-IDX FROM 1 BY 1
              UNTIL WS-INSC-IDX > WS-TAB-INSC-CANT.

           IF WS-ACTAS-DISPONIBLE-NO
              GO TO 2560-PROCESAR-AUSENTES-FIN
           END-IF.

           PERFORM 2562-ACTA-AUSENTE
              THRU 2562-ACTA-AUSENTE-FIN
              VARYING WS-INSC-IDX FROM 1 BY 1
              UNTIL WS-INSC-IDX > WS-TAB-INSC-CANT.

       2560-PROCESAR-AUSENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    2544 marca todas las ausencias del legajo, asi que el
      *    recorrido sigue desde la misma posicion sin repetir alumno.
       2561-SITUACION-AUSENTE.

           IF WS-TAB-INSC-ESTADO(WS-INSC-IDX) NOT = 'I'
              GO TO 2561-SITUACION-AUSENTE-FIN
           END-IF.

           MOVE WS-INSC-IDX TO WS-INSC-POS.
           MOVE WS-TAB-INSC-LEGAJO(WS-INSC-IDX) TO WS-TRANS-LEGAJO.
           INITIALIZE WS-SIT-CICLOS.

           PERFORM 2538-EVALUAR-SITUACION
              THRU 2538-EVALUAR-SITUACION-FIN.

           INITIALIZE WS-SIT-CICLOS.
           MOVE WS-INSC-POS TO WS-INSC-IDX.

       2561-SITUACION-AUSENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2562-ACTA-AUSENTE.

           IF WS-TAB-INSC-ESTADO(WS-INSC-IDX) NOT = 'A'
              GO TO 2562-ACTA-AUSENTE-FIN
           END-IF.

           MOVE WS-TAB-INSC-MATERIA(WS-INSC-IDX) TO WS-ACTA-BUS-MATERIA.
           MOVE WS-TAB-INSC-FECHA(WS-INSC-IDX) TO WS-ACTA-BUS-FECHA.
           MOVE WS-TAB-INSC-LEGAJO(WS-INSC-IDX) TO WS-ACTA-BUS-LEGAJO.

           PERFORM 2471-UBICAR-ACTA
              THRU 2471-UBICAR-ACTA-FIN.

           IF WS-ACTA-ENCONTRADA-NO
              PERFORM 2474-ABRIR-ACTA-NUEVA
                 THRU 2474-ABRIR-ACTA-NUEVA-FIN
           END-IF.

           IF WS-TAB-ACTA-NUEVA(WS-ACTA-IDX) NOT = 'Y'
              GO TO 2562-ACTA-AUSENTE-FIN
           END-IF.

           PERFORM 2472-UBICAR-ACTA-LINEA
              THRU 2472-UBICAR-ACTA-LINEA-FIN.

           IF WS-ALIN-ENCONTRADA-YES
              GO TO 2562-ACTA-AUSENTE-FIN
           END-IF.

           PERFORM 2479-AGREGAR-ACTA-LINEA
              THRU 2479-AGREGAR-ACTA-LINEA-FIN.

           MOVE SPACES TO WS-INSC-NOMBRE.

           PERFORM 2563-BUSCAR-NOMBRE-AUSENTE
              THRU 2563-BUSCAR-NOMBRE-AUSENTE-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-INSC-NOMBRE NOT = SPACES.

           MOVE WS-INSC-NOMBRE TO WS-TAB-ALIN-NOMBRE(WS-ALIN-IDX).
           MOVE ZEROES TO WS-TAB-ALIN-NOTA(WS-ALIN-IDX).
           MOVE 'N' TO WS-TAB-ALIN-ESTADO(WS-ALIN-IDX).
           MOVE WS-ACTA-IDX TO WS-TAB-ALIN-ACTA-IDX(WS-ALIN-IDX).

       2562-ACTA-AUSENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2563-BUSCAR-NOMBRE-AUSENTE.

           IF WS-TAB-MAE-LEGAJO(WS-MAE-IDX) = WS-ACTA-BUS-LEGAJO
              MOVE WS-TAB-MAE-NOMBRE(WS-MAE-IDX) TO WS-INSC-NOMBRE
           END-IF.

       2563-BUSCAR-NOMBRE-AUSENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2456-RESOLVER-UN-CICLO.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-ENT-ALUMNOS-EOF AND WS-TAB-INSC-CANT > 0
              PERFORM 2560-PROCESAR-AUSENTES
                 THRU 2560-PROCESAR-AUSENTES-FIN
              PERFORM 3470-GENERAR-ASISTENCIA
                 THRU 3470-GENERAR-ASISTENCIA-FIN
           END-IF.

           IF WS-TAB-MATERIAS-CANT > 0
              PERFORM 3100-GENERAR-CATALOGO
                 THRU 3100-GENERAR-CATALOGO-FIN
                 THRU 3900-GENERAR-TENDENCIA-FIN
           END-IF.

           IF WS-BLOQUEOS-ABIERTO-YES
              MOVE WS-CONT-BLOQUEOS TO WS-SAL-BLQ-TOT-CANT
              MOVE WS-SAL-BLQ-TOTAL TO SAL-BLOQUEOS-REG
              WRITE SAL-BLOQUEOS-REG
           END-IF.

           PERFORM 3450-EMITIR-ACTAS
              THRU 3450-EMITIR-ACTAS-FIN.

           PERFORM 3480-GENERAR-REGISTRO-ACTAS
              THRU 3480-GENERAR-REGISTRO-ACTAS-FIN.

           PERFORM 3400-GENERAR-RECONCILIACION
              THRU 3400-GENERAR-RECONCILIACION-FIN.

           MOVE WS-SAL-RECON-DETALLE TO SAL-PROMEDIO-REGISTRO.
           WRITE SAL-PROMEDIO-REGISTRO.

           MOVE 'ACTAS EMITIDAS' TO WS-SAL-RECON-ETIQUETA.
           MOVE WS-CONT-ACTAS-EMITIDAS TO WS-SAL-RECON-VALOR.
           MOVE WS-SAL-RECON-DETALLE TO SAL-PROMEDIO-REGISTRO.
           WRITE SAL-PROMEDIO-REGISTRO.

           MOVE 'ACTAS DE RECTIFICACION' TO WS-SAL-RECON-ETIQUETA.
           MOVE WS-CONT-ACTAS-RECTIF TO WS-SAL-RECON-VALOR.
           MOVE WS-SAL-RECON-DETALLE TO SAL-PROMEDIO-REGISTRO.
           WRITE SAL-PROMEDIO-REGISTRO.

           IF WS-CONT-CORREL-RECHAZOS > 0
              MOVE 'RECHAZOS POR CORRELATIVAS' TO WS-SAL-RECON-ETIQUETA
              MOVE WS-CONT-CORREL-RECHAZOS TO WS-SAL-RECON-VALOR
              MOVE WS-SAL-RECON-DETALLE TO SAL-PROMEDIO-REGISTRO
              WRITE SAL-PROMEDIO-REGISTRO
           END-IF.

           IF WS-CONT-SIN-INSCRIPCION > 0
              MOVE 'EXAMENES SIN INSCRIPCION' TO WS-SAL-RECON-ETIQUETA
              MOVE WS-CONT-SIN-INSCRIPCION TO WS-SAL-RECON-VALOR
              MOVE WS-SAL-RECON-DETALLE TO SAL-PROMEDIO-REGISTRO
              WRITE SAL-PROMEDIO-REGISTRO
           END-IF.

           IF WS-CONT-AUSENTES > 0
              MOVE 'AUSENTES REGISTRADOS' TO WS-SAL-RECON-ETIQUETA
              MOVE WS-CONT-AUSENTES TO WS-SAL-RECON-VALOR
              MOVE WS-SAL-RECON-DETALLE TO SAL-PROMEDIO-REGISTRO
              WRITE SAL-PROMEDIO-REGISTRO
           END-IF.

           IF WS-CONT-NOTAS-RESTITUIDAS > 0
              MOVE 'NOTAS RESTITUIDAS POR ACTA'
                 TO WS-SAL-RECON-ETIQUETA
              MOVE WS-CONT-NOTAS-RESTITUIDAS TO WS-SAL-RECON-VALOR
              MOVE WS-SAL-RECON-DETALLE TO SAL-PROMEDIO-REGISTRO
              WRITE SAL-PROMEDIO-REGISTRO
           END-IF.

       3400-GENERAR-RECONCILIACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Emision de las actas nuevas y de las rectificaciones de la
      *    corrida: se numeran a continuacion del ultimo numero del
      *    registro, se agregan al registro y a su detalle y se
      *    imprimen en ACTAS-EMITIDAS.
       3450-EMITIR-ACTAS.

           IF WS-ACTAS-DISPONIBLE-NO
              DISPLAY 'REGISTRO DE ACTAS ILEGIBLE - NO SE EMITEN ACTAS'
              GO TO 3450-EMITIR-ACTAS-FIN
           END-IF.

           OPEN OUTPUT SAL-ACTAS.

           IF FS-SAL-ACTAS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE ACTAS EMITIDAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-ACTAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3450-EMITIR-ACTAS-FIN
           END-IF.

           OPEN EXTEND ACTAS.

           IF FS-ACTAS-NFD
              OPEN OUTPUT ACTAS
           END-IF.

           IF NOT FS-ACTAS-OK
              DISPLAY 'ERROR AL ABRIR EL REGISTRO DE ACTAS'
              DISPLAY 'FILE STATUS: ' FS-ACTAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              CLOSE SAL-ACTAS
              GO TO 3450-EMITIR-ACTAS-FIN
           END-IF.

           OPEN EXTEND ACTAS-DETALLE.

           IF FS-ACTAS-DETALLE-NFD
              OPEN OUTPUT ACTAS-DETALLE
           END-IF.

           IF NOT FS-ACTAS-DETALLE-OK
              DISPLAY 'ERROR AL ABRIR EL DETALLE DE ACTAS'
              DISPLAY 'FILE STATUS: ' FS-ACTAS-DETALLE
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              CLOSE ACTAS
              CLOSE SAL-ACTAS
              GO TO 3450-EMITIR-ACTAS-FIN
           END-IF.

           PERFORM 3455-EMITIR-UNA-ACTA
              THRU 3455-EMITIR-UNA-ACTA-FIN
              VARYING WS-ACTA-IDX FROM 1 BY 1
              UNTIL WS-ACTA-IDX > WS-TAB-ACTA-CANT.

           CLOSE ACTAS-DETALLE.
           CLOSE ACTAS.
           CLOSE SAL-ACTAS.

       3450-EMITIR-ACTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3455-EMITIR-UNA-ACTA.

           IF WS-TAB-ACTA-NUEVA(WS-ACTA-IDX) NOT = 'Y'
              GO TO 3455-EMITIR-UNA-ACTA-FIN
           END-IF.

           ADD 1 TO WS-ACTA-ULTIMO-NUMERO.
           MOVE WS-ACTA-ULTIMO-NUMERO
              TO WS-TAB-ACTA-NUMERO(WS-ACTA-IDX).
           MOVE WS-RUN-FECHA-INICIO TO WS-TAB-ACTA-EMISION(WS-ACTA-IDX).

           MOVE ZEROES TO WS-ACTA-TOT-APROB.
           MOVE ZEROES TO WS-ACTA-TOT-DESAP.
           MOVE ZEROES TO WS-ACTA-TOT-AUSEN.

           PERFORM 3465-TOTALIZAR-ACTA
              THRU 3465-TOTALIZAR-ACTA-FIN
              VARYING WS-ALIN-IDX FROM 1 BY 1
              UNTIL WS-ALIN-IDX > WS-TAB-ALIN-CANT.

           MOVE WS-ACTA-TOT-APROB TO WS-TAB-ACTA-APROB(WS-ACTA-IDX).
           MOVE WS-ACTA-TOT-DESAP TO WS-TAB-ACTA-DESAP(WS-ACTA-IDX).
           MOVE WS-ACTA-TOT-AUSEN TO WS-TAB-ACTA-AUSEN(WS-ACTA-IDX).

           MOVE WS-TAB-ACTA-NUMERO(WS-ACTA-IDX) TO WS-SAL-ACTA-NUMERO.

           IF WS-TAB-ACTA-TIPO(WS-ACTA-IDX) = 'O'
              ADD 1 TO WS-CONT-ACTAS-EMITIDAS
              MOVE 'ORIGINAL' TO WS-SAL-ACTA-TIPO
              MOVE ZEROES TO WS-SAL-ACTA-ORIGEN
           ELSE
              ADD 1 TO WS-CONT-ACTAS-RECTIF
              MOVE 'RECTIFICA EL ACTA NRO ' TO WS-SAL-ACTA-TIPO
              MOVE WS-TAB-ACTA-ORIGEN(WS-ACTA-IDX)
                 TO WS-SAL-ACTA-ORIGEN
           END-IF.

           MOVE WS-SAL-ACTA-CABECERA TO SAL-ACTAS-REG.
           WRITE SAL-ACTAS-REG.

           MOVE WS-TAB-ACTA-MATERIA(WS-ACTA-IDX) TO WS-SAL-ACTA-MATERIA.
           MOVE WS-TAB-ACTA-FECHA(WS-ACTA-IDX) TO WS-SAL-ACTA-FECHA.
           MOVE WS-TAB-ACTA-TERMINO(WS-ACTA-IDX) TO WS-SAL-ACTA-TERMINO.
           MOVE WS-TAB-ACTA-EMISION(WS-ACTA-IDX) TO WS-SAL-ACTA-EMISION.
           MOVE WS-SAL-ACTA-DATOS TO SAL-ACTAS-REG.
           WRITE SAL-ACTAS-REG.

           IF WS-TAB-ACTA-TIPO(WS-ACTA-IDX) = 'R'
              MOVE WS-TAB-ACTA-AUTORIZA(WS-ACTA-IDX)
                 TO WS-SAL-ACTA-AUTORIZA
              MOVE WS-TAB-ACTA-MOTIVO(WS-ACTA-IDX)
                 TO WS-SAL-ACTA-MOTIVO
              MOVE WS-SAL-ACTA-AUTORIZACION TO SAL-ACTAS-REG
              WRITE SAL-ACTAS-REG
           END-IF.

           MOVE WS-SAL-ACTA-TITULOS TO SAL-ACTAS-REG.
           WRITE SAL-ACTAS-REG.

           PERFORM 3460-ESCRIBIR-LINEA-ACTA
              THRU 3460-ESCRIBIR-LINEA-ACTA-FIN
              VARYING WS-ALIN-IDX FROM 1 BY 1
              UNTIL WS-ALIN-IDX > WS-TAB-ALIN-CANT.

           MOVE WS-ACTA-TOT-APROB TO WS-SAL-ACTA-TOT-APROB.
           MOVE WS-ACTA-TOT-DESAP TO WS-SAL-ACTA-TOT-DESAP.
           MOVE WS-ACTA-TOT-AUSEN TO WS-SAL-ACTA-TOT-AUSEN.
           MOVE WS-SAL-ACTA-TOTALES TO SAL-ACTAS-REG.
           WRITE SAL-ACTAS-REG.

           MOVE WS-SAL-ACTA-SEPARADOR TO SAL-ACTAS-REG.
           WRITE SAL-ACTAS-REG.

           MOVE WS-TAB-ACTA-DATOS(WS-ACTA-IDX) TO ACTA-REGISTRO.
           WRITE ACTA-REGISTRO.

           IF NOT FS-ACTAS-OK
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE ACTAS'
              DISPLAY 'FILE STATUS: ' FS-ACTAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           MOVE 'N' TO WS-TAB-ACTA-NUEVA(WS-ACTA-IDX).

       3455-EMITIR-UNA-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un acta original lleva todas sus lineas; una rectificacion
      *    solo las que cambio, con la nota anterior al lado.
       3460-ESCRIBIR-LINEA-ACTA.

           IF WS-TAB-ALIN-ESTADO(WS-ALIN-IDX) = 'E'
              OR WS-TAB-ALIN-ACTA-IDX(WS-ALIN-IDX) NOT = WS-ACTA-IDX
              GO TO 3460-ESCRIBIR-LINEA-ACTA-FIN
           END-IF.

           MOVE WS-TAB-ACTA-NUMERO(WS-ACTA-IDX) TO ADET-NUMERO.
           MOVE WS-TAB-ALIN-MATERIA(WS-ALIN-IDX) TO ADET-MATERIA.
           MOVE WS-TAB-ALIN-FECHA(WS-ALIN-IDX) TO ADET-FECHA-EXAMEN.
           MOVE WS-TAB-ALIN-LEGAJO(WS-ALIN-IDX) TO ADET-LEGAJO.
           MOVE WS-TAB-ALIN-NOMBRE(WS-ALIN-IDX) TO ADET-NOMBRE.
           MOVE WS-TAB-ALIN-NOTA(WS-ALIN-IDX) TO ADET-NOTA.
           MOVE WS-TAB-ALIN-NOTA-ANT(WS-ALIN-IDX) TO ADET-NOTA-ANTERIOR.

           EVALUATE TRUE
           WHEN WS-TAB-ALIN-NOTA(WS-ALIN-IDX) = 0
                SET ADET-CONDICION-AUSENTE TO TRUE
                MOVE 'AUSENTE' TO WS-SAL-ACTA-CONDICION
           WHEN WS-TAB-ALIN-NOTA(WS-ALIN-IDX) >=
                WS-PROMEDIO-MINIMO-APROBADO
                SET ADET-CONDICION-APROBADO TO TRUE
                MOVE 'APROBADO' TO WS-SAL-ACTA-CONDICION
           WHEN OTHER
                SET ADET-CONDICION-DESAPROBADO TO TRUE
                MOVE 'DESAPROBADO' TO WS-SAL-ACTA-CONDICION
           END-EVALUATE.

           WRITE ADET-REGISTRO.

           IF NOT FS-ACTAS-DETALLE-OK
              DISPLAY 'ERROR AL GRABAR EL DETALLE DE ACTAS'
              DISPLAY 'FILE STATUS: ' FS-ACTAS-DETALLE
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           MOVE WS-TAB-ALIN-LEGAJO(WS-ALIN-IDX) TO WS-SAL-ACTA-LEGAJO.
           MOVE WS-TAB-ALIN-NOMBRE(WS-ALIN-IDX) TO WS-SAL-ACTA-NOMBRE.
           MOVE WS-TAB-ALIN-NOTA(WS-ALIN-IDX) TO WS-SAL-ACTA-NOTA.
           MOVE WS-TAB-ALIN-NOTA-ANT(WS-ALIN-IDX)
              TO WS-SAL-ACTA-NOTA-ANT.
           MOVE WS-SAL-ACTA-DETALLE TO SAL-ACTAS-REG.
           WRITE SAL-ACTAS-REG.

           MOVE 'E' TO WS-TAB-ALIN-ESTADO(WS-ALIN-IDX).

       3460-ESCRIBIR-LINEA-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Los totales son los del acta completa tal como queda: para
      *    una rectificacion, las lineas vigentes despues del cambio.
       3465-TOTALIZAR-ACTA.

           IF WS-TAB-ALIN-MATERIA(WS-ALIN-IDX) NOT =
              WS-TAB-ACTA-MATERIA(WS-ACTA-IDX)
              OR WS-TAB-ALIN-FECHA(WS-ALIN-IDX) NOT =
              WS-TAB-ACTA-FECHA(WS-ACTA-IDX)
              GO TO 3465-TOTALIZAR-ACTA-FIN
           END-IF.

           EVALUATE TRUE
           WHEN WS-TAB-ALIN-NOTA(WS-ALIN-IDX) = 0
                ADD 1 TO WS-ACTA-TOT-AUSEN
           WHEN WS-TAB-ALIN-NOTA(WS-ALIN-IDX) >=
                WS-PROMEDIO-MINIMO-APROBADO
                ADD 1 TO WS-ACTA-TOT-APROB
           WHEN OTHER
                ADD 1 TO WS-ACTA-TOT-DESAP
           END-EVALUATE.

       3465-TOTALIZAR-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Asistencia a examenes por materia: inscriptos, presentes y
      *    ausentes de las mesas de la corrida, para dimensionar aulas
      *    y seguir el ausentismo. Las mesas ya cerradas no cuentan.
       3470-GENERAR-ASISTENCIA.

           MOVE ZEROES TO WS-TAB-ASI-CANT.
           INITIALIZE WS-ASI-TOTALES.

           PERFORM 3472-ANOTAR-ASISTENCIA
              THRU 3472-ANOTAR-ASISTENCIA-FIN
              VARYING WS-INSC-IDX FROM 1 BY 1
              UNTIL WS-INSC-IDX > WS-TAB-INSC-CANT.

           IF WS-TAB-ASI-CANT = 0
              GO TO 3470-GENERAR-ASISTENCIA-FIN
           END-IF.

           OPEN OUTPUT SAL-ASISTENCIA.

           IF FS-SAL-ASISTENCIA-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE ASISTENCIA'
              DISPLAY 'FILE STATUS: ' FS-SAL-ASISTENCIA
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3470-GENERAR-ASISTENCIA-FIN
           END-IF.

           MOVE WS-SAL-ASI-TITULO TO SAL-ASISTENCIA-REG.
           WRITE SAL-ASISTENCIA-REG.
           MOVE WS-SAL-ASI-TITULOS TO SAL-ASISTENCIA-REG.
           WRITE SAL-ASISTENCIA-REG.

           PERFORM 3474-ESCRIBIR-ASISTENCIA
              THRU 3474-ESCRIBIR-ASISTENCIA-FIN
              VARYING WS-ASI-IDX FROM 1 BY 1
              UNTIL WS-ASI-IDX > WS-TAB-ASI-CANT.

           MOVE 'TOTAL' TO WS-SAL-ASI-MATERIA.
           MOVE WS-ASI-TOT-INSCRIPTOS TO WS-SAL-ASI-INSCRIPTOS.
           MOVE WS-ASI-TOT-PRESENTES TO WS-SAL-ASI-PRESENTES.
           MOVE WS-ASI-TOT-AUSENTES TO WS-SAL-ASI-AUSENTES.
           COMPUTE WS-SAL-ASI-PORCENTAJE ROUNDED =
              WS-ASI-TOT-AUSENTES * 100 / WS-ASI-TOT-INSCRIPTOS.
           MOVE WS-SAL-ASI-DETALLE TO SAL-ASISTENCIA-REG.
           WRITE SAL-ASISTENCIA-REG.

           CLOSE SAL-ASISTENCIA.

       3470-GENERAR-ASISTENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3472-ANOTAR-ASISTENCIA.

           IF WS-TAB-INSC-ESTADO(WS-INSC-IDX) NOT = 'P'
              AND WS-TAB-INSC-ESTADO(WS-INSC-IDX) NOT = 'A'
              GO TO 3472-ANOTAR-ASISTENCIA-FIN
           END-IF.

           SET WS-ASI-ENCONTRADA-NO TO TRUE.

           PERFORM 3473-BUSCAR-ASISTENCIA
              THRU 3473-BUSCAR-ASISTENCIA-FIN
              VARYING WS-ASI-IDX FROM 1 BY 1
              UNTIL WS-ASI-IDX > WS-TAB-ASI-CANT
              OR WS-ASI-ENCONTRADA-YES.

           IF WS-ASI-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-ASI-IDX
           ELSE
              IF WS-TAB-ASI-CANT >= WS-MAX-ASISTENCIA
                 MOVE 'ASISTENCIA' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-ASI-CANT
              MOVE WS-TAB-ASI-CANT TO WS-ASI-IDX
              MOVE WS-TAB-INSC-MATERIA(WS-INSC-IDX)
                 TO WS-TAB-ASI-MATERIA(WS-ASI-IDX)
              MOVE ZEROES TO WS-TAB-ASI-INSCRIPTOS(WS-ASI-IDX)
              MOVE ZEROES TO WS-TAB-ASI-PRESENTES(WS-ASI-IDX)
              MOVE ZEROES TO WS-TAB-ASI-AUSENTES(WS-ASI-IDX)
           END-IF.

           ADD 1 TO WS-TAB-ASI-INSCRIPTOS(WS-ASI-IDX).
           ADD 1 TO WS-ASI-TOT-INSCRIPTOS.

           IF WS-TAB-INSC-ESTADO(WS-INSC-IDX) = 'P'
              ADD 1 TO WS-TAB-ASI-PRESENTES(WS-ASI-IDX)
              ADD 1 TO WS-ASI-TOT-PRESENTES
           ELSE
              ADD 1 TO WS-TAB-ASI-AUSENTES(WS-ASI-IDX)
              ADD 1 TO WS-ASI-TOT-AUSENTES
           END-IF.

       3472-ANOTAR-ASISTENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3473-BUSCAR-ASISTENCIA.

           IF WS-TAB-ASI-MATERIA(WS-ASI-IDX) =
              WS-TAB-INSC-MATERIA(WS-INSC-IDX)
              SET WS-ASI-ENCONTRADA-YES TO TRUE
           END-IF.

       3473-BUSCAR-ASISTENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3474-ESCRIBIR-ASISTENCIA.

           MOVE WS-TAB-ASI-MATERIA(WS-ASI-IDX) TO WS-SAL-ASI-MATERIA.
           MOVE WS-TAB-ASI-INSCRIPTOS(WS-ASI-IDX)
              TO WS-SAL-ASI-INSCRIPTOS.
           MOVE WS-TAB-ASI-PRESENTES(WS-ASI-IDX)
              TO WS-SAL-ASI-PRESENTES.
           MOVE WS-TAB-ASI-AUSENTES(WS-ASI-IDX) TO WS-SAL-ASI-AUSENTES.
           COMPUTE WS-SAL-ASI-PORCENTAJE ROUNDED =
              WS-TAB-ASI-AUSENTES(WS-ASI-IDX) * 100
              / WS-TAB-ASI-INSCRIPTOS(WS-ASI-IDX).
           MOVE WS-SAL-ASI-DETALLE TO SAL-ASISTENCIA-REG.
           WRITE SAL-ASISTENCIA-REG.

       3474-ESCRIBIR-ASISTENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Registro de todas las actas, emitidas y rectificadas,
      *    agrupadas por termino lectivo con su cantidad de cada tipo.
       3480-GENERAR-REGISTRO-ACTAS.

           IF WS-ACTAS-DISPONIBLE-NO OR WS-TAB-ACTA-CANT = 0
              GO TO 3480-GENERAR-REGISTRO-ACTAS-FIN
           END-IF.

           OPEN OUTPUT SAL-REG-ACTAS.

           IF FS-SAL-REG-ACTAS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REGISTRO DE ACTAS POR TERMINO'
              DISPLAY 'FILE STATUS: ' FS-SAL-REG-ACTAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3480-GENERAR-REGISTRO-ACTAS-FIN
           END-IF.

           MOVE WS-SAL-REGACTA-TITULO TO SAL-REG-ACTAS-REG.
           WRITE SAL-REG-ACTAS-REG.

           MOVE ZEROES TO WS-TAB-TER-CANT.

           PERFORM 3482-ANOTAR-TERMINO
              THRU 3482-ANOTAR-TERMINO-FIN
              VARYING WS-ACTA-IDX FROM 1 BY 1
              UNTIL WS-ACTA-IDX > WS-TAB-ACTA-CANT.

           PERFORM 3484-ESCRIBIR-TERMINO
              THRU 3484-ESCRIBIR-TERMINO-FIN
              VARYING WS-TER-IDX FROM 1 BY 1
              UNTIL WS-TER-IDX > WS-TAB-TER-CANT.

           CLOSE SAL-REG-ACTAS.

       3480-GENERAR-REGISTRO-ACTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3482-ANOTAR-TERMINO.

           IF WS-TAB-ACTA-NUMERO(WS-ACTA-IDX) = 0
              GO TO 3482-ANOTAR-TERMINO-FIN
           END-IF.

           SET WS-TER-ENCONTRADO-NO TO TRUE.

           PERFORM 3483-BUSCAR-TERMINO
              THRU 3483-BUSCAR-TERMINO-FIN
              VARYING WS-TER-IDX FROM 1 BY 1
              UNTIL WS-TER-IDX > WS-TAB-TER-CANT
              OR WS-TER-ENCONTRADO-YES.

           IF WS-TER-ENCONTRADO-NO
              IF WS-TAB-TER-CANT >= WS-MAX-TERMINOS
                 MOVE 'TERMINOS DE ACTAS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-TER-CANT
              MOVE WS-TAB-ACTA-TERMINO(WS-ACTA-IDX)
                 TO WS-TAB-TER-TERMINO(WS-TAB-TER-CANT)
           END-IF.

       3482-ANOTAR-TERMINO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3483-BUSCAR-TERMINO.

           IF WS-TAB-TER-TERMINO(WS-TER-IDX) =
              WS-TAB-ACTA-TERMINO(WS-ACTA-IDX)
              SET WS-TER-ENCONTRADO-YES TO TRUE
           END-IF.

       3483-BUSCAR-TERMINO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3484-ESCRIBIR-TERMINO.

           MOVE ZEROES TO WS-TER-CANT-ORIG.
           MOVE ZEROES TO WS-TER-CANT-RECT.

           MOVE WS-SAL-ACTA-SEPARADOR TO SAL-REG-ACTAS-REG.
           WRITE SAL-REG-ACTAS-REG.
           MOVE WS-TAB-TER-TERMINO(WS-TER-IDX) TO WS-SAL-REGACTA-TER.
           MOVE WS-SAL-REGACTA-TERMINO TO SAL-REG-ACTAS-REG.
           WRITE SAL-REG-ACTAS-REG.
           MOVE WS-SAL-REGACTA-TITULOS TO SAL-REG-ACTAS-REG.
           WRITE SAL-REG-ACTAS-REG.

           PERFORM 3486-ESCRIBIR-REG-ACTA
              THRU 3486-ESCRIBIR-REG-ACTA-FIN
              VARYING WS-ACTA-IDX FROM 1 BY 1
              UNTIL WS-ACTA-IDX > WS-TAB-ACTA-CANT.

           MOVE WS-TER-CANT-ORIG TO WS-SAL-REGACTA-TOT-ORIG.
           MOVE WS-TER-CANT-RECT TO WS-SAL-REGACTA-TOT-RECT.
           MOVE WS-SAL-REGACTA-TOTAL TO SAL-REG-ACTAS-REG.
           WRITE SAL-REG-ACTAS-REG.

       3484-ESCRIBIR-TERMINO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3486-ESCRIBIR-REG-ACTA.

           IF WS-TAB-ACTA-NUMERO(WS-ACTA-IDX) = 0
              OR WS-TAB-ACTA-TERMINO(WS-ACTA-IDX) NOT =
              WS-TAB-TER-TERMINO(WS-TER-IDX)
              GO TO 3486-ESCRIBIR-REG-ACTA-FIN
           END-IF.

           IF WS-TAB-ACTA-TIPO(WS-ACTA-IDX) = 'O'
              ADD 1 TO WS-TER-CANT-ORIG
              MOVE 'ORIG.' TO WS-SAL-REGACTA-TIPO
           ELSE
              ADD 1 TO WS-TER-CANT-RECT
              MOVE 'RECT.' TO WS-SAL-REGACTA-TIPO
           END-IF.

           MOVE WS-TAB-ACTA-NUMERO(WS-ACTA-IDX)
              TO WS-SAL-REGACTA-NUMERO.
           MOVE WS-TAB-ACTA-MATERIA(WS-ACTA-IDX)
              TO WS-SAL-REGACTA-MATERIA.
           MOVE WS-TAB-ACTA-FECHA(WS-ACTA-IDX) TO WS-SAL-REGACTA-FECHA.
           MOVE WS-TAB-ACTA-EMISION(WS-ACTA-IDX)
              TO WS-SAL-REGACTA-EMISION.
           MOVE WS-TAB-ACTA-APROB(WS-ACTA-IDX) TO WS-SAL-REGACTA-APROB.
           MOVE WS-TAB-ACTA-DESAP(WS-ACTA-IDX) TO WS-SAL-REGACTA-DESAP.
           MOVE WS-TAB-ACTA-AUSEN(WS-ACTA-IDX) TO WS-SAL-REGACTA-AUSEN.
           MOVE WS-TAB-ACTA-ORIGEN(WS-ACTA-IDX)
              TO WS-SAL-REGACTA-ORIGEN.
           MOVE WS-TAB-ACTA-AUTORIZA(WS-ACTA-IDX)
              TO WS-SAL-REGACTA-AUTORIZA.

           MOVE WS-SAL-REGACTA-DETALLE TO SAL-REG-ACTAS-REG.
           WRITE SAL-REG-ACTAS-REG.

       3486-ESCRIBIR-REG-ACTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un bloque por alumno con alguna materia debajo del minimo
      *    aprobado, para que asesoria academica lo contacte antes de
      *    la proxima mesa de examen.
           MOVE WS-SAL-RIESGO-TITULO TO SAL-RIESGO-REGISTRO.
           WRITE SAL-RIESGO-REGISTRO.

           MOVE ZEROES TO WS-RIESGO-LEGAJO-ANT.
           MOVE ZEROES TO WS-RIESGO-CANT-ALUMNO.
           MOVE ZEROES TO WS-RIESGO-SUMA-ALUMNO.

      *----------------------------------------------------------------*
       3650-ESCRIBIR-RIESGO-REG.

           IF WS-TAB-RIE-LEGAJO(WS-RIESGO-IDX)
              NOT = WS-RIESGO-LEGAJO-ANT
              IF WS-RIESGO-CANT-ALUMNO > 0
                 PERFORM 3660-ESCRIBIR-RIESGO-TOTAL
                    THRU 3660-ESCRIBIR-RIESGO-TOTAL-FIN
              END-IF
              MOVE WS-TAB-RIE-LEGAJO(WS-RIESGO-IDX)
                 TO WS-RIESGO-LEGAJO-ANT
              MOVE WS-TAB-RIE-LEGAJO(WS-RIESGO-IDX)
                 TO WS-SAL-RIE-CAB-LEGAJO
              MOVE WS-TAB-RIE-NOMBRE(WS-RIESGO-IDX)
              END-IF
           END-IF.

           IF WS-BLOQUEOS-ABIERTO-YES
              CLOSE SAL-BLOQUEOS
              IF NOT FS-SAL-BLOQUEOS-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA: '
                 FS-SAL-BLOQUEOS
              END-IF
           END-IF.


       3200-CERRAR-ARCHIVO-FIN.
           EXIT.

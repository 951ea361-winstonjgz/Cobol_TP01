      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    AUDITORIA DE CONSISTENCIA DE LOS ARCHIVOS DE
      *             REFERENCIA: CRUZA TASAS, CUENTAS, DISTRIBUCION,
      *             SPLITS, EMPLEADOS, PLANES, MATERIAS, MINIMOS,
      *             CREDITOS, CORRELATIVAS, EQUIVALENCIAS Y EL MAESTRO
      *             DE ALUMNOS ENTRE SI Y CONTRA LAS CATEGORIAS Y
      *             MATERIAS DE LA ULTIMA CORRIDA. INFORMA HUERFANOS
      *             Y FALTANTES POR SEVERIDAD Y DEJA UN CODIGO DE
      *             RETORNO PARA CORTAR LA CADENA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ18.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT TASAS
           ASSIGN TO '../TASAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TASAS.

           SELECT CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTAS.

           SELECT DISTRIBUCION
           ASSIGN TO '../DISTRIBUCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISTRIBUCION.

           SELECT EMPLEADOS
           ASSIGN TO '../EMPLEADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

           SELECT SPLITS
           ASSIGN TO '../SPLITS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SPLITS.

           SELECT YTD-JOURNAL
           ASSIGN TO '../YTD-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-YTD-JOURNAL.

           SELECT MATERIAS
           ASSIGN TO '../MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MATERIAS.

           SELECT MINIMOS
           ASSIGN TO '../MINIMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MINIMOS.

           SELECT CREDITOS
           ASSIGN TO '../CREDITOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CREDITOS.

           SELECT PLANES
           ASSIGN TO '../PLANES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANES.

           SELECT ALUMNOS-MAESTRO
           ASSIGN TO '../ALUMNOS-MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.

           SELECT CORRELATIVAS
           ASSIGN TO '../CORRELATIVAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CORRELATIVAS.

           SELECT EQUIVALENCIAS
           ASSIGN TO '../EQUIVALENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EQUIVALENCIAS.

           SELECT MATERIA-HIST
           ASSIGN TO '../MATERIA-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MATERIA-HIST.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

           SELECT SAL-AUDITORIA
           ASSIGN TO '../AUDITORIA-REFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD TASAS.
       01 TASAS-REGISTRO.
          05 TASAS-CATEGORIA            PIC X(20).
          05 TASAS-PORCENTAJE           PIC 9(02)V9(02).
          05 TASAS-VIG-DESDE            PIC X(10).
          05 TASAS-VIG-HASTA            PIC X(10).

      *    Las claves entre asteriscos (*HABER*, *RETENC*, *ANTICIPO*)
      *    son cuentas generales del asiento, no categorias.
       FD CUENTAS.
       01 CUENTAS-REGISTRO.
          05 CUENTAS-CATEGORIA          PIC X(20).
          05 CUENTAS-CUENTA             PIC X(08).

       FD DISTRIBUCION.
       01 DIST-REGISTRO.
          05 DIST-CATEGORIA             PIC X(20).
          05 DIST-DESTINATARIO          PIC X(08).

       FD EMPLEADOS.
       01 EMPLEADOS-REGISTRO.
          05 EMPLEADOS-ID               PIC 9(05).
          05 EMPLEADOS-NOMBRE           PIC X(40).
          05 EMPLEADOS-ESTADO           PIC X(01).
          05 EMPLEADOS-CONDICION        PIC X(02).

       FD SPLITS.
       01 SPLIT-REGISTRO.
          05 SPLIT-FECHA                PIC X(10).
          05 SPLIT-ID-EMPLEADO          PIC 9(05).
          05 SPLIT-CATEGORIA            PIC X(20).
          05 SPLIT-IMPORTE              PIC 9(8)V9(2).
          05 SPLIT-PARTICIPE OCCURS 4 TIMES.
             10 SPLIT-PART-ID           PIC 9(05).
             10 SPLIT-PART-PCT          PIC 9(03)V9(02).

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

       COPY MATERIAS.

       COPY MINIMOS.

       FD CREDITOS.
       01 CREDITOS-REGISTRO.
          05 CREDITOS-MATERIA           PIC X(30).
          05 CREDITOS-HORAS             PIC 9(02).

       FD PLANES.
       01 PLAN-REGISTRO.
          05 PLAN-CARRERA               PIC X(20).
          05 PLAN-MATERIA               PIC X(30).

       FD ALUMNOS-MAESTRO.
       01 MAESTRO-REGISTRO.
          05 MAESTRO-LEGAJO             PIC 9(06).
          05 MAESTRO-NOMBRE             PIC X(40).
          05 MAESTRO-ESTADO             PIC X(01).
          05 MAESTRO-CARRERA            PIC X(20).

       FD CORRELATIVAS.
       01 CORREL-REGISTRO.
          05 CORREL-CARRERA             PIC X(20).
          05 CORREL-MATERIA             PIC X(30).
          05 CORREL-REQUISITO           PIC X(30).
          05 CORREL-TIPO                PIC X(01).

       FD EQUIVALENCIAS.
       01 EQUIV-REGISTRO.
          05 EQUIV-LEGAJO               PIC 9(06).
          05 EQUIV-MATERIA              PIC X(30).
          05 EQUIV-NOTA                 PIC 9(02).
          05 EQUIV-INSTITUCION          PIC X(30).

       FD MATERIA-HIST.
       01 MHIST-REGISTRO.
          05 MHIST-FECHA-CORRIDA        PIC 9(08).
          05 MHIST-MATERIA              PIC X(30).
          05 MHIST-ALUMNOS              PIC 9(05).
          05 MHIST-PROMEDIO             PIC 9(05)V9(02).
          05 MHIST-TASA-APROB           PIC 9(03)V9(02).

       COPY RUNHIST.

       FD SAL-AUDITORIA.
       01 SAL-AUDITORIA-REG             PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-TASAS                   PIC X(02).
             88 FS-TASAS-OK                            VALUE '00'.
             88 FS-TASAS-EOF                           VALUE '10'.
             88 FS-TASAS-NFD                           VALUE '35'.

          05 FS-CUENTAS                 PIC X(02).
             88 FS-CUENTAS-OK                          VALUE '00'.
             88 FS-CUENTAS-EOF                         VALUE '10'.
             88 FS-CUENTAS-NFD                         VALUE '35'.

          05 FS-DISTRIBUCION            PIC X(02).
             88 FS-DISTRIBUCION-OK                     VALUE '00'.
             88 FS-DISTRIBUCION-EOF                    VALUE '10'.
             88 FS-DISTRIBUCION-NFD                    VALUE '35'.

          05 FS-EMPLEADOS               PIC X(02).
             88 FS-EMPLEADOS-OK                        VALUE '00'.
             88 FS-EMPLEADOS-EOF                       VALUE '10'.
             88 FS-EMPLEADOS-NFD                       VALUE '35'.

          05 FS-SPLITS                  PIC X(02).
             88 FS-SPLITS-OK                           VALUE '00'.
             88 FS-SPLITS-EOF                          VALUE '10'.
             88 FS-SPLITS-NFD                          VALUE '35'.

          05 FS-YTD-JOURNAL             PIC X(02).
             88 FS-YTD-JOURNAL-OK                      VALUE '00'.
             88 FS-YTD-JOURNAL-EOF                     VALUE '10'.
             88 FS-YTD-JOURNAL-NFD                     VALUE '35'.

          05 FS-MATERIAS                PIC X(02).
             88 FS-MATERIAS-OK                         VALUE '00'.
             88 FS-MATERIAS-EOF                        VALUE '10'.
             88 FS-MATERIAS-NFD                        VALUE '35'.

          05 FS-MINIMOS                 PIC X(02).
             88 FS-MINIMOS-OK                          VALUE '00'.
             88 FS-MINIMOS-EOF                         VALUE '10'.
             88 FS-MINIMOS-NFD                         VALUE '35'.

          05 FS-CREDITOS                PIC X(02).
             88 FS-CREDITOS-OK                         VALUE '00'.
             88 FS-CREDITOS-EOF                        VALUE '10'.
             88 FS-CREDITOS-NFD                        VALUE '35'.

          05 FS-PLANES                  PIC X(02).
             88 FS-PLANES-OK                           VALUE '00'.
             88 FS-PLANES-EOF                          VALUE '10'.
             88 FS-PLANES-NFD                          VALUE '35'.

          05 FS-MAESTRO                 PIC X(02).
             88 FS-MAESTRO-OK                          VALUE '00'.
             88 FS-MAESTRO-EOF                         VALUE '10'.
             88 FS-MAESTRO-NFD                         VALUE '35'.

          05 FS-CORRELATIVAS            PIC X(02).
             88 FS-CORRELATIVAS-OK                     VALUE '00'.
             88 FS-CORRELATIVAS-EOF                    VALUE '10'.
             88 FS-CORRELATIVAS-NFD                    VALUE '35'.

          05 FS-EQUIVALENCIAS           PIC X(02).
             88 FS-EQUIVALENCIAS-OK                    VALUE '00'.
             88 FS-EQUIVALENCIAS-EOF                   VALUE '10'.
             88 FS-EQUIVALENCIAS-NFD                   VALUE '35'.

          05 FS-MATERIA-HIST            PIC X(02).
             88 FS-MATERIA-HIST-OK                     VALUE '00'.
             88 FS-MATERIA-HIST-EOF                    VALUE '10'.
             88 FS-MATERIA-HIST-NFD                    VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

          05 FS-SAL-AUDITORIA           PIC X(02).
             88 FS-SAL-AUDITORIA-OK                    VALUE '00'.
             88 FS-SAL-AUDITORIA-EOF                   VALUE '10'.
             88 FS-SAL-AUDITORIA-NFD                   VALUE '35'.

      *    Presencia de los archivos contra los que se cruza: con el
      *    archivo ausente el control se omite (se informa una sola
      *    vez la ausencia) en lugar de marcar todo como faltante.
       01 WS-PRESENCIA.
          05 WS-PRES-TASAS              PIC X(01)      VALUE 'N'.
             88 WS-PRES-TASAS-SI                       VALUE 'S'.
          05 WS-PRES-CUENTAS            PIC X(01)      VALUE 'N'.
             88 WS-PRES-CUENTAS-SI                     VALUE 'S'.
          05 WS-PRES-DISTRIBUCION       PIC X(01)      VALUE 'N'.
             88 WS-PRES-DISTRIBUCION-SI                VALUE 'S'.
          05 WS-PRES-EMPLEADOS          PIC X(01)      VALUE 'N'.
             88 WS-PRES-EMPLEADOS-SI                   VALUE 'S'.
          05 WS-PRES-MATERIAS           PIC X(01)      VALUE 'N'.
             88 WS-PRES-MATERIAS-SI                    VALUE 'S'.
          05 WS-PRES-MINIMOS            PIC X(01)      VALUE 'N'.
             88 WS-PRES-MINIMOS-SI                     VALUE 'S'.
          05 WS-PRES-CREDITOS           PIC X(01)      VALUE 'N'.
             88 WS-PRES-CREDITOS-SI                    VALUE 'S'.
          05 WS-PRES-PLANES             PIC X(01)      VALUE 'N'.
             88 WS-PRES-PLANES-SI                      VALUE 'S'.
          05 WS-PRES-MAESTRO            PIC X(01)      VALUE 'N'.
             88 WS-PRES-MAESTRO-SI                     VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-ALTA               PIC 9(05)      VALUE 0.
          05 WS-CONT-MEDIA              PIC 9(05)      VALUE 0.
          05 WS-CONT-BAJA               PIC 9(05)      VALUE 0.
          05 WS-CONT-REGISTROS          PIC 9(07)      VALUE 0.

      *    Archivos auditados, en el orden en que se leen. Estado:
      *    P presente, A ausente, E error de apertura.
       01 WS-TAB-ARCHIVOS.
          05 WS-TAB-ARC-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-ARC OCCURS 20 TIMES.
             10 WS-TAB-ARC-NOMBRE       PIC X(14).
             10 WS-TAB-ARC-ESTADO       PIC X(01).
             10 WS-TAB-ARC-REGISTROS    PIC 9(07).

       01 WS-ARC-IDX                    PIC 9(03)      VALUE 0.
       01 WS-ARC-NOMBRE                 PIC X(14)      VALUE SPACES.
       01 WS-ARC-ESTADO                 PIC X(01)      VALUE SPACES.
          88 WS-ARC-PRESENTE                           VALUE 'P'.
          88 WS-ARC-AUSENTE                            VALUE 'A'.
          88 WS-ARC-ERROR                              VALUE 'E'.
       01 WS-ARC-NIVEL-AUSENTE          PIC 9(01)      VALUE 0.

       01 WS-TAB-CATEGORIAS.
          05 WS-TAB-CAT-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-CAT OCCURS 200 TIMES.
             10 WS-TAB-CAT-NOMBRE       PIC X(20).

       01 WS-TAB-CUENTAS.
          05 WS-TAB-CTA-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-CTA OCCURS 200 TIMES.
             10 WS-TAB-CTA-CATEGORIA    PIC X(20).

       01 WS-TAB-DISTRIBUCION.
          05 WS-TAB-DIS-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-DIS OCCURS 200 TIMES.
             10 WS-TAB-DIS-CATEGORIA    PIC X(20).

       01 WS-TAB-EMPLEADOS.
          05 WS-TAB-EMP-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-EMP OCCURS 2000 TIMES.
             10 WS-TAB-EMP-ID           PIC 9(05).

      *    Categorias de la ultima corrida de comisiones: las del
      *    diario del acumulado anual con la fecha de corrida mayor.
       01 WS-TAB-ULTIMAS-CATEG.
          05 WS-TAB-UCA-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-UCA OCCURS 200 TIMES.
             10 WS-TAB-UCA-NOMBRE       PIC X(20).

       01 WS-TAB-MATERIAS.
          05 WS-TAB-MAT-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-MAT OCCURS 500 TIMES.
             10 WS-TAB-MAT-NOMBRE       PIC X(30).

       01 WS-TAB-MINIMOS.
          05 WS-TAB-MIN-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-MIN OCCURS 500 TIMES.
             10 WS-TAB-MIN-MATERIA      PIC X(30).

       01 WS-TAB-CREDITOS.
          05 WS-TAB-CRE-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-CRE OCCURS 500 TIMES.
             10 WS-TAB-CRE-MATERIA      PIC X(30).

       01 WS-TAB-PLANES.
          05 WS-TAB-PLA-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-PLA OCCURS 2000 TIMES.
             10 WS-TAB-PLA-CARRERA      PIC X(20).
             10 WS-TAB-PLA-MATERIA      PIC X(30).

       01 WS-TAB-MAESTRO.
          05 WS-TAB-MAE-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-MAE OCCURS 2000 TIMES.
             10 WS-TAB-MAE-LEGAJO       PIC 9(06).
             10 WS-TAB-MAE-CARRERA      PIC X(20).

      *    Materias de la ultima corrida de notas: las del historico
      *    por materia con la fecha de corrida mayor.
       01 WS-TAB-ULTIMAS-MAT.
          05 WS-TAB-UMA-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-UMA OCCURS 500 TIMES.
             10 WS-TAB-UMA-NOMBRE       PIC X(30).

       01 WS-ULT-FECHA-COMISIONES       PIC 9(08)      VALUE 0.
       01 WS-ULT-FECHA-NOTAS            PIC 9(08)      VALUE 0.

       01 WS-INDICES.
          05 WS-CAT-IDX                 PIC 9(05)      VALUE 0.
          05 WS-CTA-IDX                 PIC 9(05)      VALUE 0.
          05 WS-DIS-IDX                 PIC 9(05)      VALUE 0.
          05 WS-EMP-IDX                 PIC 9(05)      VALUE 0.
          05 WS-UCA-IDX                 PIC 9(05)      VALUE 0.
          05 WS-MAT-IDX                 PIC 9(05)      VALUE 0.
          05 WS-MIN-IDX                 PIC 9(05)      VALUE 0.
          05 WS-CRE-IDX                 PIC 9(05)      VALUE 0.
          05 WS-PLA-IDX                 PIC 9(05)      VALUE 0.
          05 WS-MAE-IDX                 PIC 9(05)      VALUE 0.
          05 WS-UMA-IDX                 PIC 9(05)      VALUE 0.
          05 WS-HAL-IDX                 PIC 9(05)      VALUE 0.
          05 WS-PART-IDX                PIC 9(01)      VALUE 0.

      *    Claves de busqueda y resultado de la ultima busqueda.
       01 WS-BUSQUEDA.
          05 WS-BUS-CATEGORIA           PIC X(20)      VALUE SPACES.
          05 WS-BUS-MATERIA             PIC X(30)      VALUE SPACES.
          05 WS-BUS-CARRERA             PIC X(20)      VALUE SPACES.
          05 WS-BUS-EMPLEADO            PIC 9(05)      VALUE 0.
          05 WS-BUS-LEGAJO              PIC 9(06)      VALUE 0.

       01 WS-ENCONTRADO                 PIC X(01)      VALUE 'N'.
          88 WS-ENCONTRADO-YES                         VALUE 'Y'.
          88 WS-ENCONTRADO-NO                          VALUE 'N'.

      *    Hallazgos. Nivel 1 alta (corta la cadena), 2 media (se
      *    corre con advertencia), 3 baja (informativo). El mismo
      *    hallazgo repetido en varios registros se informa una vez
      *    con la cantidad de casos.
       01 WS-HAL-NUEVO.
          05 WS-HAL-NIVEL               PIC 9(01)      VALUE 0.
          05 WS-HAL-ARCHIVO             PIC X(14)      VALUE SPACES.
          05 WS-HAL-REFERENCIA          PIC X(14)      VALUE SPACES.
          05 WS-HAL-CLAVE               PIC X(30)      VALUE SPACES.
          05 WS-HAL-OBSERVACION         PIC X(40)      VALUE SPACES.

       01 WS-TAB-HALLAZGOS.
          05 WS-TAB-HAL-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-HAL OCCURS 2000 TIMES.
             10 WS-TAB-HAL-DATOS.
                15 WS-TAB-HAL-NIVEL     PIC 9(01).
                15 WS-TAB-HAL-ARCHIVO   PIC X(14).
                15 WS-TAB-HAL-REFERENCIA PIC X(14).
                15 WS-TAB-HAL-CLAVE     PIC X(30).
                15 WS-TAB-HAL-OBSERVACION PIC X(40).
             10 WS-TAB-HAL-CASOS        PIC 9(05).

       01 WS-NIVEL-LISTADO              PIC 9(01)      VALUE 0.
       01 WS-CLAVE-NUMERO               PIC 9(06)      VALUE 0.
       01 WS-CONT-EDIT                  PIC ZZZZZZ9.
       01 WS-RETORNO-EDIT               PIC 99         VALUE 0.

       01 WS-SAL-AUD-TITULO             PIC X(48)
          VALUE 'AUDITORIA DE CONSISTENCIA DE DATOS DE REFERENCIA'.

       01 WS-SAL-AUD-FECHA.
          05 FILLER                  PIC X(17)
                                     VALUE 'FECHA DE CORRIDA '.
          05 WS-SAL-AUD-FECHA-CORR   PIC 9(08).

       01 WS-SAL-AUD-SUBTIT-ARCH     PIC X(22)
          VALUE 'ARCHIVOS DE REFERENCIA'.

       01 WS-SAL-AUD-TIT-ARCH.
          05 FILLER                  PIC X(14)     VALUE 'Archivo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(10)     VALUE 'Estado'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(09)     VALUE 'Registros'.

       01 WS-SAL-AUD-DET-ARCH.
          05 WS-SAL-AUD-ARC-NOMBRE   PIC X(14).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-AUD-ARC-ESTADO   PIC X(10).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-AUD-ARC-REG      PIC ZZZZZZZZ9.

       01 WS-SAL-AUD-SUBTIT-HAL      PIC X(33)
          VALUE 'HUERFANOS Y FALTANTES POR NIVEL'.

       01 WS-SAL-AUD-TIT-HAL.
          05 FILLER                  PIC X(05)     VALUE 'Nivel'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(14)     VALUE 'Archivo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(14)     VALUE 'Referencia'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(30)     VALUE 'Clave'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(40)     VALUE 'Observacion'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(05)     VALUE 'Casos'.

       01 WS-SAL-AUD-DET-HAL.
          05 WS-SAL-AUD-HAL-NIVEL    PIC X(05).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-AUD-HAL-ARCHIVO  PIC X(14).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-AUD-HAL-REFER    PIC X(14).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-AUD-HAL-CLAVE    PIC X(30).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-AUD-HAL-OBS      PIC X(40).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-AUD-HAL-CASOS    PIC ZZZZ9.

       01 WS-SAL-AUD-LINEA.
          05 WS-SAL-AUD-ETIQUETA     PIC X(32).
          05 WS-SAL-AUD-VALOR        PIC X(60).

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-ARCHIVOS            PIC 9(05)      VALUE 20.
          05 WS-MAX-CATEGORIAS          PIC 9(05)      VALUE 200.
          05 WS-MAX-EMPLEADOS           PIC 9(05)      VALUE 2000.
          05 WS-MAX-MATERIAS            PIC 9(05)      VALUE 500.
          05 WS-MAX-PLANES              PIC 9(05)      VALUE 2000.
          05 WS-MAX-MAESTRO             PIC 9(05)      VALUE 2000.
          05 WS-MAX-HALLAZGOS           PIC 9(05)      VALUE 2000.
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
              PERFORM 2000-CONTROLAR-COMISIONES
                 THRU 2000-CONTROLAR-COMISIONES-FIN
              PERFORM 2500-CONTROLAR-NOTAS
                 THRU 2500-CONTROLAR-NOTAS-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
      *    Se cargan primero todas las tablas de referencia; SPLITS,
      *    CORRELATIVAS y EQUIVALENCIAS se controlan al leerlas.
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           OPEN OUTPUT SAL-AUDITORIA.

           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE AUDITORIA DE '
                 'REFERENCIAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.

           PERFORM 1100-CARGAR-TASAS
              THRU 1100-CARGAR-TASAS-FIN.
           PERFORM 1150-CARGAR-CUENTAS
              THRU 1150-CARGAR-CUENTAS-FIN.
           PERFORM 1200-CARGAR-DISTRIBUCION
              THRU 1200-CARGAR-DISTRIBUCION-FIN.
           PERFORM 1250-CARGAR-EMPLEADOS
              THRU 1250-CARGAR-EMPLEADOS-FIN.
           PERFORM 1300-CARGAR-ULTIMA-CORRIDA
              THRU 1300-CARGAR-ULTIMA-CORRIDA-FIN.
           PERFORM 1400-CARGAR-MATERIAS
              THRU 1400-CARGAR-MATERIAS-FIN.
           PERFORM 1450-CARGAR-MINIMOS
              THRU 1450-CARGAR-MINIMOS-FIN.
           PERFORM 1500-CARGAR-CREDITOS
              THRU 1500-CARGAR-CREDITOS-FIN.
           PERFORM 1550-CARGAR-PLANES
              THRU 1550-CARGAR-PLANES-FIN.
           PERFORM 1600-CARGAR-MAESTRO
              THRU 1600-CARGAR-MAESTRO-FIN.
           PERFORM 1650-CARGAR-ULTIMAS-MATERIAS
              THRU 1650-CARGAR-ULTIMAS-MATERIAS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    TASAS trae una fila por vigencia: la categoria se guarda
      *    una sola vez.
       1100-CARGAR-TASAS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT TASAS.

           EVALUATE FS-TASAS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-TASAS-SI TO TRUE
                PERFORM 1110-LEER-TASA
                   THRU 1110-LEER-TASA-FIN
                   UNTIL FS-TASAS-EOF
                CLOSE TASAS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TASAS'
                DISPLAY 'FILE STATUS: ' FS-TASAS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'TASAS' TO WS-ARC-NOMBRE.
           MOVE 1 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1100-CARGAR-TASAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-TASA.

           READ TASAS.

           EVALUATE TRUE
           WHEN FS-TASAS-OK
                ADD 1 TO WS-CONT-REGISTROS
                MOVE TASAS-CATEGORIA TO WS-BUS-CATEGORIA
                PERFORM 1800-BUSCAR-CATEGORIA
                   THRU 1800-BUSCAR-CATEGORIA-FIN
                IF WS-ENCONTRADO-NO
                   IF WS-TAB-CAT-CANT >= WS-MAX-CATEGORIAS
                      MOVE 'CATEGORIAS' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-CAT-CANT
                   MOVE TASAS-CATEGORIA
                      TO WS-TAB-CAT-NOMBRE(WS-TAB-CAT-CANT)
                END-IF
           WHEN FS-TASAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE TASAS'
                DISPLAY 'FILE STATUS: ' FS-TASAS
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-TASAS
                MOVE '10' TO FS-TASAS
           END-EVALUATE.

       1110-LEER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin mapeo de cuentas el asiento imputa todo a la cuenta de
      *    gasto por defecto: la ausencia es de nivel medio.
       1150-CARGAR-CUENTAS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT CUENTAS.

           EVALUATE FS-CUENTAS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-CUENTAS-SI TO TRUE
                PERFORM 1160-LEER-CUENTA
                   THRU 1160-LEER-CUENTA-FIN
                   UNTIL FS-CUENTAS-EOF
                CLOSE CUENTAS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL MAPEO DE CUENTAS'
                DISPLAY 'FILE STATUS: ' FS-CUENTAS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'CUENTAS' TO WS-ARC-NOMBRE.
           MOVE 2 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1150-CARGAR-CUENTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1160-LEER-CUENTA.

           READ CUENTAS.

           EVALUATE TRUE
           WHEN FS-CUENTAS-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF CUENTAS-CATEGORIA(1:1) NOT = '*'
                   IF WS-TAB-CTA-CANT >= WS-MAX-CATEGORIAS
                      MOVE 'CUENTAS' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-CTA-CANT
                   MOVE CUENTAS-CATEGORIA
                      TO WS-TAB-CTA-CATEGORIA(WS-TAB-CTA-CANT)
                END-IF
           WHEN FS-CUENTAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL MAPEO DE CUENTAS'
                DISPLAY 'FILE STATUS: ' FS-CUENTAS
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-CUENTAS
                MOVE '10' TO FS-CUENTAS
           END-EVALUATE.

       1160-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-DISTRIBUCION.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT DISTRIBUCION.

           EVALUATE FS-DISTRIBUCION
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-DISTRIBUCION-SI TO TRUE
                PERFORM 1210-LEER-DISTRIBUCION
                   THRU 1210-LEER-DISTRIBUCION-FIN
                   UNTIL FS-DISTRIBUCION-EOF
                CLOSE DISTRIBUCION
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DISTRIBUCION'
                DISPLAY 'FILE STATUS: ' FS-DISTRIBUCION
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'DISTRIBUCION' TO WS-ARC-NOMBRE.
           MOVE 2 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1200-CARGAR-DISTRIBUCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-DISTRIBUCION.

           READ DISTRIBUCION.

           EVALUATE TRUE
           WHEN FS-DISTRIBUCION-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-TAB-DIS-CANT >= WS-MAX-CATEGORIAS
                   MOVE 'DISTRIBUCION' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-DIS-CANT
                MOVE DIST-CATEGORIA
                   TO WS-TAB-DIS-CATEGORIA(WS-TAB-DIS-CANT)
           WHEN FS-DISTRIBUCION-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE DISTRIBUCION'
                DISPLAY 'FILE STATUS: ' FS-DISTRIBUCION
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-DISTRIBUCION
                MOVE '10' TO FS-DISTRIBUCION
           END-EVALUATE.

       1210-LEER-DISTRIBUCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-CARGAR-EMPLEADOS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT EMPLEADOS.

           EVALUATE FS-EMPLEADOS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-EMPLEADOS-SI TO TRUE
                PERFORM 1260-LEER-EMPLEADO
                   THRU 1260-LEER-EMPLEADO-FIN
                   UNTIL FS-EMPLEADOS-EOF
                CLOSE EMPLEADOS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'EMPLEADOS' TO WS-ARC-NOMBRE.
           MOVE 1 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1250-CARGAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1260-LEER-EMPLEADO.

           READ EMPLEADOS.

           EVALUATE TRUE
           WHEN FS-EMPLEADOS-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-TAB-EMP-CANT >= WS-MAX-EMPLEADOS
                   MOVE 'EMPLEADOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-EMP-CANT
                MOVE EMPLEADOS-ID TO WS-TAB-EMP-ID(WS-TAB-EMP-CANT)
           WHEN FS-EMPLEADOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-EMPLEADOS
                MOVE '10' TO FS-EMPLEADOS
           END-EVALUATE.

       1260-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin diario todavia no hubo corrida de comisiones que
      *    actualizara el acumulado: el control queda informado.
       1300-CARGAR-ULTIMA-CORRIDA.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT YTD-JOURNAL.

           EVALUATE FS-YTD-JOURNAL
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                PERFORM 1310-LEER-JOURNAL
                   THRU 1310-LEER-JOURNAL-FIN
                   UNTIL FS-YTD-JOURNAL-EOF
                CLOSE YTD-JOURNAL
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL DIARIO DEL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-YTD-JOURNAL
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'YTD-JOURNAL' TO WS-ARC-NOMBRE.
           MOVE 3 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1300-CARGAR-ULTIMA-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una fecha de corrida mayor descarta lo juntado hasta ahi.
       1310-LEER-JOURNAL.

           READ YTD-JOURNAL.

           EVALUATE TRUE
           WHEN FS-YTD-JOURNAL-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF JRN-FECHA-CORRIDA > WS-ULT-FECHA-COMISIONES
                   MOVE JRN-FECHA-CORRIDA TO WS-ULT-FECHA-COMISIONES
                   MOVE 0 TO WS-TAB-UCA-CANT
                END-IF
                IF JRN-FECHA-CORRIDA = WS-ULT-FECHA-COMISIONES
                   PERFORM 1320-ANOTAR-ULTIMA-CATEG
                      THRU 1320-ANOTAR-ULTIMA-CATEG-FIN
                END-IF
           WHEN FS-YTD-JOURNAL-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL DIARIO DEL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-YTD-JOURNAL
                SET WS-ARC-ERROR TO TRUE
                MOVE '10' TO FS-YTD-JOURNAL
           END-EVALUATE.

       1310-LEER-JOURNAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-ANOTAR-ULTIMA-CATEG.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1330-BUSCAR-ULTIMA-CATEG
              THRU 1330-BUSCAR-ULTIMA-CATEG-FIN
              VARYING WS-UCA-IDX FROM 1 BY 1
              UNTIL WS-UCA-IDX > WS-TAB-UCA-CANT
              OR WS-ENCONTRADO-YES.

           IF WS-ENCONTRADO-YES
              GO TO 1320-ANOTAR-ULTIMA-CATEG-FIN
           END-IF.

           IF WS-TAB-UCA-CANT >= WS-MAX-CATEGORIAS
              MOVE 'ULTIMAS CATEGORIAS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-UCA-CANT.
           MOVE JRN-CATEGORIA TO WS-TAB-UCA-NOMBRE(WS-TAB-UCA-CANT).

       1320-ANOTAR-ULTIMA-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1330-BUSCAR-ULTIMA-CATEG.

           IF WS-TAB-UCA-NOMBRE(WS-UCA-IDX) = JRN-CATEGORIA
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1330-BUSCAR-ULTIMA-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-CARGAR-MATERIAS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT MATERIAS.

           EVALUATE FS-MATERIAS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-MATERIAS-SI TO TRUE
                PERFORM 1410-LEER-MATERIA
                   THRU 1410-LEER-MATERIA-FIN
                   UNTIL FS-MATERIAS-EOF
                CLOSE MATERIAS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MATERIAS'
                DISPLAY 'FILE STATUS: ' FS-MATERIAS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'MATERIAS' TO WS-ARC-NOMBRE.
           MOVE 1 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1400-CARGAR-MATERIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1410-LEER-MATERIA.

           READ MATERIAS.

           EVALUATE TRUE
           WHEN FS-MATERIAS-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-TAB-MAT-CANT >= WS-MAX-MATERIAS
                   MOVE 'MATERIAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-MAT-CANT
                MOVE MATERIAS-REGISTRO
                   TO WS-TAB-MAT-NOMBRE(WS-TAB-MAT-CANT)
           WHEN FS-MATERIAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE MATERIAS'
                DISPLAY 'FILE STATUS: ' FS-MATERIAS
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-MATERIAS
                MOVE '10' TO FS-MATERIAS
           END-EVALUATE.

       1410-LEER-MATERIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1450-CARGAR-MINIMOS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT MINIMOS.

           EVALUATE FS-MINIMOS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-MINIMOS-SI TO TRUE
                PERFORM 1460-LEER-MINIMO
                   THRU 1460-LEER-MINIMO-FIN
                   UNTIL FS-MINIMOS-EOF
                CLOSE MINIMOS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MINIMOS'
                DISPLAY 'FILE STATUS: ' FS-MINIMOS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'MINIMOS' TO WS-ARC-NOMBRE.
           MOVE 2 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1450-CARGAR-MINIMOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1460-LEER-MINIMO.

           READ MINIMOS.

           EVALUATE TRUE
           WHEN FS-MINIMOS-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-TAB-MIN-CANT >= WS-MAX-MATERIAS
                   MOVE 'MINIMOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-MIN-CANT
                MOVE MINIMOS-MATERIA
                   TO WS-TAB-MIN-MATERIA(WS-TAB-MIN-CANT)
           WHEN FS-MINIMOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE MINIMOS'
                DISPLAY 'FILE STATUS: ' FS-MINIMOS
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-MINIMOS
                MOVE '10' TO FS-MINIMOS
           END-EVALUATE.

       1460-LEER-MINIMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-CARGAR-CREDITOS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT CREDITOS.

           EVALUATE FS-CREDITOS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-CREDITOS-SI TO TRUE
                PERFORM 1510-LEER-CREDITO
                   THRU 1510-LEER-CREDITO-FIN
                   UNTIL FS-CREDITOS-EOF
                CLOSE CREDITOS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CREDITOS'
                DISPLAY 'FILE STATUS: ' FS-CREDITOS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'CREDITOS' TO WS-ARC-NOMBRE.
           MOVE 2 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1500-CARGAR-CREDITOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-CREDITO.

           READ CREDITOS.

           EVALUATE TRUE
           WHEN FS-CREDITOS-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-TAB-CRE-CANT >= WS-MAX-MATERIAS
                   MOVE 'CREDITOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-CRE-CANT
                MOVE CREDITOS-MATERIA
                   TO WS-TAB-CRE-MATERIA(WS-TAB-CRE-CANT)
           WHEN FS-CREDITOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE CREDITOS'
                DISPLAY 'FILE STATUS: ' FS-CREDITOS
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-CREDITOS
                MOVE '10' TO FS-CREDITOS
           END-EVALUATE.

       1510-LEER-CREDITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1550-CARGAR-PLANES.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT PLANES.

           EVALUATE FS-PLANES
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-PLANES-SI TO TRUE
                PERFORM 1560-LEER-PLAN
                   THRU 1560-LEER-PLAN-FIN
                   UNTIL FS-PLANES-EOF
                CLOSE PLANES
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PLANES'
                DISPLAY 'FILE STATUS: ' FS-PLANES
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'PLANES' TO WS-ARC-NOMBRE.
           MOVE 1 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1550-CARGAR-PLANES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1560-LEER-PLAN.

           READ PLANES.

           EVALUATE TRUE
           WHEN FS-PLANES-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-TAB-PLA-CANT >= WS-MAX-PLANES
                   MOVE 'PLANES' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-PLA-CANT
                MOVE PLAN-CARRERA TO WS-TAB-PLA-CARRERA(WS-TAB-PLA-CANT)
                MOVE PLAN-MATERIA TO WS-TAB-PLA-MATERIA(WS-TAB-PLA-CANT)
           WHEN FS-PLANES-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE PLANES'
                DISPLAY 'FILE STATUS: ' FS-PLANES
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-PLANES
                MOVE '10' TO FS-PLANES
           END-EVALUATE.

       1560-LEER-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-CARGAR-MAESTRO.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT ALUMNOS-MAESTRO.

           EVALUATE FS-MAESTRO
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                SET WS-PRES-MAESTRO-SI TO TRUE
                PERFORM 1610-LEER-MAESTRO
                   THRU 1610-LEER-MAESTRO-FIN
                   UNTIL FS-MAESTRO-EOF
                CLOSE ALUMNOS-MAESTRO
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL MAESTRO DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-MAESTRO
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'ALUMNOS-MAEST' TO WS-ARC-NOMBRE.
           MOVE 1 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1600-CARGAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-LEER-MAESTRO.

           READ ALUMNOS-MAESTRO.

           EVALUATE TRUE
           WHEN FS-MAESTRO-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-TAB-MAE-CANT >= WS-MAX-MAESTRO
                   MOVE 'MAESTRO' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-MAE-CANT
                MOVE MAESTRO-LEGAJO
                   TO WS-TAB-MAE-LEGAJO(WS-TAB-MAE-CANT)
                MOVE MAESTRO-CARRERA
                   TO WS-TAB-MAE-CARRERA(WS-TAB-MAE-CANT)
           WHEN FS-MAESTRO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL MAESTRO DE ALUMNOS'
                DISPLAY 'FILE STATUS: ' FS-MAESTRO
                SET WS-ARC-ERROR TO TRUE
                MOVE 'N' TO WS-PRES-MAESTRO
                MOVE '10' TO FS-MAESTRO
           END-EVALUATE.

       1610-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1650-CARGAR-ULTIMAS-MATERIAS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT MATERIA-HIST.

           EVALUATE FS-MATERIA-HIST
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                PERFORM 1660-LEER-MATERIA-HIST
                   THRU 1660-LEER-MATERIA-HIST-FIN
                   UNTIL FS-MATERIA-HIST-EOF
                CLOSE MATERIA-HIST
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL HISTORICO POR MATERIA'
                DISPLAY 'FILE STATUS: ' FS-MATERIA-HIST
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'MATERIA-HIST' TO WS-ARC-NOMBRE.
           MOVE 3 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       1650-CARGAR-ULTIMAS-MATERIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1660-LEER-MATERIA-HIST.

           READ MATERIA-HIST.

           EVALUATE TRUE
           WHEN FS-MATERIA-HIST-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF MHIST-FECHA-CORRIDA > WS-ULT-FECHA-NOTAS
                   MOVE MHIST-FECHA-CORRIDA TO WS-ULT-FECHA-NOTAS
                   MOVE 0 TO WS-TAB-UMA-CANT
                END-IF
                IF MHIST-FECHA-CORRIDA = WS-ULT-FECHA-NOTAS
                   IF WS-TAB-UMA-CANT >= WS-MAX-MATERIAS
                      MOVE 'ULTIMAS MATERIAS' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-UMA-CANT
                   MOVE MHIST-MATERIA
                      TO WS-TAB-UMA-NOMBRE(WS-TAB-UMA-CANT)
                END-IF
           WHEN FS-MATERIA-HIST-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL HISTORICO POR MATERIA'
                DISPLAY 'FILE STATUS: ' FS-MATERIA-HIST
                SET WS-ARC-ERROR TO TRUE
                MOVE '10' TO FS-MATERIA-HIST
           END-EVALUATE.

       1660-LEER-MATERIA-HIST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1800-BUSCAR-CATEGORIA.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1805-COMPARAR-CATEGORIA
              THRU 1805-COMPARAR-CATEGORIA-FIN
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-TAB-CAT-CANT
              OR WS-ENCONTRADO-YES.

       1800-BUSCAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1805-COMPARAR-CATEGORIA.

           IF WS-TAB-CAT-NOMBRE(WS-CAT-IDX) = WS-BUS-CATEGORIA
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1805-COMPARAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1810-BUSCAR-CUENTA.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1815-COMPARAR-CUENTA
              THRU 1815-COMPARAR-CUENTA-FIN
              VARYING WS-CTA-IDX FROM 1 BY 1
              UNTIL WS-CTA-IDX > WS-TAB-CTA-CANT
              OR WS-ENCONTRADO-YES.

       1810-BUSCAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1815-COMPARAR-CUENTA.

           IF WS-TAB-CTA-CATEGORIA(WS-CTA-IDX) = WS-BUS-CATEGORIA
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1815-COMPARAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1820-BUSCAR-DISTRIBUCION.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1825-COMPARAR-DISTRIBUCION
              THRU 1825-COMPARAR-DISTRIBUCION-FIN
              VARYING WS-DIS-IDX FROM 1 BY 1
              UNTIL WS-DIS-IDX > WS-TAB-DIS-CANT
              OR WS-ENCONTRADO-YES.

       1820-BUSCAR-DISTRIBUCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1825-COMPARAR-DISTRIBUCION.

           IF WS-TAB-DIS-CATEGORIA(WS-DIS-IDX) = WS-BUS-CATEGORIA
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1825-COMPARAR-DISTRIBUCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1830-BUSCAR-EMPLEADO.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1835-COMPARAR-EMPLEADO
              THRU 1835-COMPARAR-EMPLEADO-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT
              OR WS-ENCONTRADO-YES.

       1830-BUSCAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1835-COMPARAR-EMPLEADO.

           IF WS-TAB-EMP-ID(WS-EMP-IDX) = WS-BUS-EMPLEADO
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1835-COMPARAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1840-BUSCAR-MATERIA.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1845-COMPARAR-MATERIA
              THRU 1845-COMPARAR-MATERIA-FIN
              VARYING WS-MAT-IDX FROM 1 BY 1
              UNTIL WS-MAT-IDX > WS-TAB-MAT-CANT
              OR WS-ENCONTRADO-YES.

       1840-BUSCAR-MATERIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1845-COMPARAR-MATERIA.

           IF WS-TAB-MAT-NOMBRE(WS-MAT-IDX) = WS-BUS-MATERIA
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1845-COMPARAR-MATERIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1850-BUSCAR-MINIMO.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1855-COMPARAR-MINIMO
              THRU 1855-COMPARAR-MINIMO-FIN
              VARYING WS-MIN-IDX FROM 1 BY 1
              UNTIL WS-MIN-IDX > WS-TAB-MIN-CANT
              OR WS-ENCONTRADO-YES.

       1850-BUSCAR-MINIMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1855-COMPARAR-MINIMO.

           IF WS-TAB-MIN-MATERIA(WS-MIN-IDX) = WS-BUS-MATERIA
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1855-COMPARAR-MINIMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1860-BUSCAR-CREDITO.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1865-COMPARAR-CREDITO
              THRU 1865-COMPARAR-CREDITO-FIN
              VARYING WS-CRE-IDX FROM 1 BY 1
              UNTIL WS-CRE-IDX > WS-TAB-CRE-CANT
              OR WS-ENCONTRADO-YES.

       1860-BUSCAR-CREDITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1865-COMPARAR-CREDITO.

           IF WS-TAB-CRE-MATERIA(WS-CRE-IDX) = WS-BUS-MATERIA
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1865-COMPARAR-CREDITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Con carrera en blanco busca la materia en cualquier plan;
      *    con materia en blanco busca solo la carrera.
       1870-BUSCAR-PLAN.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1875-COMPARAR-PLAN
              THRU 1875-COMPARAR-PLAN-FIN
              VARYING WS-PLA-IDX FROM 1 BY 1
              UNTIL WS-PLA-IDX > WS-TAB-PLA-CANT
              OR WS-ENCONTRADO-YES.

       1870-BUSCAR-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1875-COMPARAR-PLAN.

           IF (WS-BUS-CARRERA = SPACES
               OR WS-TAB-PLA-CARRERA(WS-PLA-IDX) = WS-BUS-CARRERA)
           AND (WS-BUS-MATERIA = SPACES
               OR WS-TAB-PLA-MATERIA(WS-PLA-IDX) = WS-BUS-MATERIA)
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1875-COMPARAR-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1880-BUSCAR-LEGAJO.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1885-COMPARAR-LEGAJO
              THRU 1885-COMPARAR-LEGAJO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-ENCONTRADO-YES.

       1880-BUSCAR-LEGAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1885-COMPARAR-LEGAJO.

           IF WS-TAB-MAE-LEGAJO(WS-MAE-IDX) = WS-BUS-LEGAJO
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1885-COMPARAR-LEGAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Deja el archivo en la tabla del reporte y, si no se pudo
      *    leer, el hallazgo con el nivel que corresponde a su falta.
       1900-ANOTAR-ARCHIVO.

           IF WS-TAB-ARC-CANT >= WS-MAX-ARCHIVOS
              MOVE 'ARCHIVOS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-ARC-CANT.
           MOVE WS-ARC-NOMBRE TO WS-TAB-ARC-NOMBRE(WS-TAB-ARC-CANT).
           MOVE WS-ARC-ESTADO TO WS-TAB-ARC-ESTADO(WS-TAB-ARC-CANT).
           MOVE WS-CONT-REGISTROS
              TO WS-TAB-ARC-REGISTROS(WS-TAB-ARC-CANT).
           ADD WS-CONT-REGISTROS TO WS-CONT-REG-LEIDOS.

           MOVE WS-ARC-NOMBRE TO WS-HAL-ARCHIVO.
           MOVE SPACES TO WS-HAL-REFERENCIA.
           MOVE SPACES TO WS-HAL-CLAVE.

           EVALUATE TRUE
           WHEN WS-ARC-AUSENTE
                MOVE WS-ARC-NIVEL-AUSENTE TO WS-HAL-NIVEL
                MOVE 'ARCHIVO AUSENTE: CONTROLES OMITIDOS'
                   TO WS-HAL-OBSERVACION
                PERFORM 1950-ANOTAR-HALLAZGO
                   THRU 1950-ANOTAR-HALLAZGO-FIN
           WHEN WS-ARC-ERROR
                MOVE 1 TO WS-HAL-NIVEL
                MOVE 'ARCHIVO ILEGIBLE: CONTROLES OMITIDOS'
                   TO WS-HAL-OBSERVACION
                PERFORM 1950-ANOTAR-HALLAZGO
                   THRU 1950-ANOTAR-HALLAZGO-FIN
           END-EVALUATE.

           MOVE SPACES TO WS-ARC-ESTADO.

       1900-ANOTAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1950-ANOTAR-HALLAZGO.

           SET WS-ENCONTRADO-NO TO TRUE.

           PERFORM 1955-COMPARAR-HALLAZGO
              THRU 1955-COMPARAR-HALLAZGO-FIN
              VARYING WS-HAL-IDX FROM 1 BY 1
              UNTIL WS-HAL-IDX > WS-TAB-HAL-CANT
              OR WS-ENCONTRADO-YES.

           IF WS-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-HAL-IDX
              ADD 1 TO WS-TAB-HAL-CASOS(WS-HAL-IDX)
              GO TO 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

           IF WS-TAB-HAL-CANT >= WS-MAX-HALLAZGOS
              MOVE 'HALLAZGOS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-HAL-CANT.
           MOVE WS-HAL-NUEVO TO WS-TAB-HAL-DATOS(WS-TAB-HAL-CANT).
           MOVE 1 TO WS-TAB-HAL-CASOS(WS-TAB-HAL-CANT).

           EVALUATE WS-HAL-NIVEL
           WHEN 1
                ADD 1 TO WS-CONT-ALTA
           WHEN 2
                ADD 1 TO WS-CONT-MEDIA
           WHEN OTHER
                ADD 1 TO WS-CONT-BAJA
           END-EVALUATE.

       1950-ANOTAR-HALLAZGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1955-COMPARAR-HALLAZGO.

           IF WS-TAB-HAL-DATOS(WS-HAL-IDX) = WS-HAL-NUEVO
              SET WS-ENCONTRADO-YES TO TRUE
           END-IF.

       1955-COMPARAR-HALLAZGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Referencias del circuito de comisiones.
       2000-CONTROLAR-COMISIONES.

           IF WS-PRES-TASAS-SI
              PERFORM 2100-CONTROLAR-CATEGORIA
                 THRU 2100-CONTROLAR-CATEGORIA-FIN
                 VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-TAB-CAT-CANT
              PERFORM 2150-CONTROLAR-CUENTA
                 THRU 2150-CONTROLAR-CUENTA-FIN
                 VARYING WS-CTA-IDX FROM 1 BY 1
                 UNTIL WS-CTA-IDX > WS-TAB-CTA-CANT
              PERFORM 2170-CONTROLAR-DESTINATARIO
                 THRU 2170-CONTROLAR-DESTINATARIO-FIN
                 VARYING WS-DIS-IDX FROM 1 BY 1
                 UNTIL WS-DIS-IDX > WS-TAB-DIS-CANT
              PERFORM 2300-CONTROLAR-ULTIMA-CATEG
                 THRU 2300-CONTROLAR-ULTIMA-CATEG-FIN
                 VARYING WS-UCA-IDX FROM 1 BY 1
                 UNTIL WS-UCA-IDX > WS-TAB-UCA-CANT
           END-IF.

           PERFORM 2200-CONTROLAR-SPLITS
              THRU 2200-CONTROLAR-SPLITS-FIN.

       2000-CONTROLAR-COMISIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Categoria con tasa pero sin cuenta contable (el asiento la
      *    imputa al gasto por defecto) o sin destinatario del envio.
       2100-CONTROLAR-CATEGORIA.

           MOVE WS-TAB-CAT-NOMBRE(WS-CAT-IDX) TO WS-BUS-CATEGORIA.
           MOVE 'TASAS' TO WS-HAL-ARCHIVO.
           MOVE WS-BUS-CATEGORIA TO WS-HAL-CLAVE.
           MOVE 2 TO WS-HAL-NIVEL.

           IF WS-PRES-CUENTAS-SI
              PERFORM 1810-BUSCAR-CUENTA
                 THRU 1810-BUSCAR-CUENTA-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 'CUENTAS' TO WS-HAL-REFERENCIA
                 MOVE 'CATEGORIA SIN CUENTA CONTABLE'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

           IF WS-PRES-DISTRIBUCION-SI
              PERFORM 1820-BUSCAR-DISTRIBUCION
                 THRU 1820-BUSCAR-DISTRIBUCION-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 'DISTRIBUCION' TO WS-HAL-REFERENCIA
                 MOVE 'CATEGORIA SIN DESTINATARIO'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

       2100-CONTROLAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cuentas y destinatarios de categorias que ya no tienen tasa:
      *    no frenan nada, quedan como huerfanos informativos.
       2150-CONTROLAR-CUENTA.

           MOVE WS-TAB-CTA-CATEGORIA(WS-CTA-IDX) TO WS-BUS-CATEGORIA.

           PERFORM 1800-BUSCAR-CATEGORIA
              THRU 1800-BUSCAR-CATEGORIA-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 3 TO WS-HAL-NIVEL
              MOVE 'CUENTAS' TO WS-HAL-ARCHIVO
              MOVE 'TASAS' TO WS-HAL-REFERENCIA
              MOVE WS-BUS-CATEGORIA TO WS-HAL-CLAVE
              MOVE 'CUENTA DE CATEGORIA SIN TASA'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

       2150-CONTROLAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2170-CONTROLAR-DESTINATARIO.

           MOVE WS-TAB-DIS-CATEGORIA(WS-DIS-IDX) TO WS-BUS-CATEGORIA.

           PERFORM 1800-BUSCAR-CATEGORIA
              THRU 1800-BUSCAR-CATEGORIA-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 3 TO WS-HAL-NIVEL
              MOVE 'DISTRIBUCION' TO WS-HAL-ARCHIVO
              MOVE 'TASAS' TO WS-HAL-REFERENCIA
              MOVE WS-BUS-CATEGORIA TO WS-HAL-CLAVE
              MOVE 'DESTINATARIO DE CATEGORIA SIN TASA'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

       2170-CONTROLAR-DESTINATARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CONTROLAR-SPLITS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT SPLITS.

           EVALUATE FS-SPLITS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                PERFORM 2210-LEER-SPLIT
                   THRU 2210-LEER-SPLIT-FIN
                   UNTIL FS-SPLITS-EOF
                CLOSE SPLITS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SPLITS'
                DISPLAY 'FILE STATUS: ' FS-SPLITS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'SPLITS' TO WS-ARC-NOMBRE.
           MOVE 3 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       2200-CONTROLAR-SPLITS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-SPLIT.

           READ SPLITS.

           EVALUATE TRUE
           WHEN FS-SPLITS-OK
                ADD 1 TO WS-CONT-REGISTROS
                PERFORM 2220-CONTROLAR-SPLIT
                   THRU 2220-CONTROLAR-SPLIT-FIN
           WHEN FS-SPLITS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE SPLITS'
                DISPLAY 'FILE STATUS: ' FS-SPLITS
                SET WS-ARC-ERROR TO TRUE
                MOVE '10' TO FS-SPLITS
           END-EVALUATE.

       2210-LEER-SPLIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Vendedor y participes tienen que existir en EMPLEADOS: la
      *    venta compartida con un participe desconocido se rechaza.
       2220-CONTROLAR-SPLIT.

           MOVE 'SPLITS' TO WS-HAL-ARCHIVO.

           IF WS-PRES-EMPLEADOS-SI
              MOVE SPLIT-ID-EMPLEADO TO WS-BUS-EMPLEADO
              PERFORM 1830-BUSCAR-EMPLEADO
                 THRU 1830-BUSCAR-EMPLEADO-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 1 TO WS-HAL-NIVEL
                 MOVE 'EMPLEADOS' TO WS-HAL-REFERENCIA
                 MOVE SPLIT-ID-EMPLEADO TO WS-HAL-CLAVE
                 MOVE 'VENDEDOR INEXISTENTE'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
              PERFORM 2230-CONTROLAR-PARTICIPE
                 THRU 2230-CONTROLAR-PARTICIPE-FIN
                 VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > 4
           END-IF.

           IF WS-PRES-TASAS-SI
              MOVE SPLIT-CATEGORIA TO WS-BUS-CATEGORIA
              PERFORM 1800-BUSCAR-CATEGORIA
                 THRU 1800-BUSCAR-CATEGORIA-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 2 TO WS-HAL-NIVEL
                 MOVE 'TASAS' TO WS-HAL-REFERENCIA
                 MOVE SPLIT-CATEGORIA TO WS-HAL-CLAVE
                 MOVE 'CATEGORIA DE SPLIT SIN TASA'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

       2220-CONTROLAR-SPLIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-CONTROLAR-PARTICIPE.

           IF SPLIT-PART-ID(WS-PART-IDX) = ZEROES
              GO TO 2230-CONTROLAR-PARTICIPE-FIN
           END-IF.

           MOVE SPLIT-PART-ID(WS-PART-IDX) TO WS-BUS-EMPLEADO.

           PERFORM 1830-BUSCAR-EMPLEADO
              THRU 1830-BUSCAR-EMPLEADO-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 1 TO WS-HAL-NIVEL
              MOVE 'EMPLEADOS' TO WS-HAL-REFERENCIA
              MOVE SPLIT-PART-ID(WS-PART-IDX) TO WS-HAL-CLAVE
              MOVE 'PARTICIPE INEXISTENTE' TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

       2230-CONTROLAR-PARTICIPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una categoria vendida en la ultima corrida que ya no esta en
      *    TASAS se liquida con la tasa por defecto: frena la cadena.
       2300-CONTROLAR-ULTIMA-CATEG.

           MOVE WS-TAB-UCA-NOMBRE(WS-UCA-IDX) TO WS-BUS-CATEGORIA.

           PERFORM 1800-BUSCAR-CATEGORIA
              THRU 1800-BUSCAR-CATEGORIA-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 1 TO WS-HAL-NIVEL
              MOVE 'ULTIMA CORRIDA' TO WS-HAL-ARCHIVO
              MOVE 'TASAS' TO WS-HAL-REFERENCIA
              MOVE WS-BUS-CATEGORIA TO WS-HAL-CLAVE
              MOVE 'CATEGORIA VENDIDA SIN TASA'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

       2300-CONTROLAR-ULTIMA-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Referencias del circuito de notas.
       2500-CONTROLAR-NOTAS.

           MOVE SPACES TO WS-BUS-CARRERA.

           IF WS-PRES-PLANES-SI
              PERFORM 2600-CONTROLAR-PLAN
                 THRU 2600-CONTROLAR-PLAN-FIN
                 VARYING WS-PLA-IDX FROM 1 BY 1
                 UNTIL WS-PLA-IDX > WS-TAB-PLA-CANT
              PERFORM 2650-CONTROLAR-MATERIA-PLAN
                 THRU 2650-CONTROLAR-MATERIA-PLAN-FIN
                 VARYING WS-MAT-IDX FROM 1 BY 1
                 UNTIL WS-MAT-IDX > WS-TAB-MAT-CANT
           END-IF.

           IF WS-PRES-MATERIAS-SI
              PERFORM 2670-CONTROLAR-MINIMO
                 THRU 2670-CONTROLAR-MINIMO-FIN
                 VARYING WS-MIN-IDX FROM 1 BY 1
                 UNTIL WS-MIN-IDX > WS-TAB-MIN-CANT
              PERFORM 2680-CONTROLAR-CREDITO
                 THRU 2680-CONTROLAR-CREDITO-FIN
                 VARYING WS-CRE-IDX FROM 1 BY 1
                 UNTIL WS-CRE-IDX > WS-TAB-CRE-CANT
           END-IF.

           PERFORM 2700-CONTROLAR-CORRELATIVAS
              THRU 2700-CONTROLAR-CORRELATIVAS-FIN.

           PERFORM 2800-CONTROLAR-EQUIVALENCIAS
              THRU 2800-CONTROLAR-EQUIVALENCIAS-FIN.

           IF WS-PRES-PLANES-SI
              PERFORM 2900-CONTROLAR-CARRERA
                 THRU 2900-CONTROLAR-CARRERA-FIN
                 VARYING WS-MAE-IDX FROM 1 BY 1
                 UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
           END-IF.

           PERFORM 2950-CONTROLAR-ULTIMA-MATERIA
              THRU 2950-CONTROLAR-ULTIMA-MATERIA-FIN
              VARYING WS-UMA-IDX FROM 1 BY 1
              UNTIL WS-UMA-IDX > WS-TAB-UMA-CANT.

       2500-CONTROLAR-NOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Materia del plan que no esta en MATERIAS (el examen se
      *    rechaza), sin minimo de aprobacion o sin horas de credito.
      *    La misma materia en varias carreras se informa una vez.
       2600-CONTROLAR-PLAN.

           MOVE WS-TAB-PLA-MATERIA(WS-PLA-IDX) TO WS-BUS-MATERIA.
           MOVE 'PLANES' TO WS-HAL-ARCHIVO.
           MOVE WS-BUS-MATERIA TO WS-HAL-CLAVE.

           IF WS-PRES-MATERIAS-SI
              PERFORM 1840-BUSCAR-MATERIA
                 THRU 1840-BUSCAR-MATERIA-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 1 TO WS-HAL-NIVEL
                 MOVE 'MATERIAS' TO WS-HAL-REFERENCIA
                 MOVE 'MATERIA DEL PLAN INEXISTENTE'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

           IF WS-PRES-MINIMOS-SI
              PERFORM 1850-BUSCAR-MINIMO
                 THRU 1850-BUSCAR-MINIMO-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 2 TO WS-HAL-NIVEL
                 MOVE 'MINIMOS' TO WS-HAL-REFERENCIA
                 MOVE 'MATERIA SIN MINIMO DE APROBACION'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

           IF WS-PRES-CREDITOS-SI
              PERFORM 1860-BUSCAR-CREDITO
                 THRU 1860-BUSCAR-CREDITO-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 2 TO WS-HAL-NIVEL
                 MOVE 'CREDITOS' TO WS-HAL-REFERENCIA
                 MOVE 'MATERIA SIN HORAS DE CREDITO'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

       2600-CONTROLAR-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-CONTROLAR-MATERIA-PLAN.

           MOVE WS-TAB-MAT-NOMBRE(WS-MAT-IDX) TO WS-BUS-MATERIA.

           PERFORM 1870-BUSCAR-PLAN
              THRU 1870-BUSCAR-PLAN-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 3 TO WS-HAL-NIVEL
              MOVE 'MATERIAS' TO WS-HAL-ARCHIVO
              MOVE 'PLANES' TO WS-HAL-REFERENCIA
              MOVE WS-BUS-MATERIA TO WS-HAL-CLAVE
              MOVE 'MATERIA FUERA DE TODO PLAN'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

       2650-CONTROLAR-MATERIA-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2670-CONTROLAR-MINIMO.

           MOVE WS-TAB-MIN-MATERIA(WS-MIN-IDX) TO WS-BUS-MATERIA.

           PERFORM 1840-BUSCAR-MATERIA
              THRU 1840-BUSCAR-MATERIA-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 3 TO WS-HAL-NIVEL
              MOVE 'MINIMOS' TO WS-HAL-ARCHIVO
              MOVE 'MATERIAS' TO WS-HAL-REFERENCIA
              MOVE WS-BUS-MATERIA TO WS-HAL-CLAVE
              MOVE 'MINIMO DE MATERIA INEXISTENTE'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

       2670-CONTROLAR-MINIMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2680-CONTROLAR-CREDITO.

           MOVE WS-TAB-CRE-MATERIA(WS-CRE-IDX) TO WS-BUS-MATERIA.

           PERFORM 1840-BUSCAR-MATERIA
              THRU 1840-BUSCAR-MATERIA-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 3 TO WS-HAL-NIVEL
              MOVE 'CREDITOS' TO WS-HAL-ARCHIVO
              MOVE 'MATERIAS' TO WS-HAL-REFERENCIA
              MOVE WS-BUS-MATERIA TO WS-HAL-CLAVE
              MOVE 'CREDITO DE MATERIA INEXISTENTE'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

       2680-CONTROLAR-CREDITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-CONTROLAR-CORRELATIVAS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT CORRELATIVAS.

           EVALUATE FS-CORRELATIVAS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                PERFORM 2710-LEER-CORRELATIVA
                   THRU 2710-LEER-CORRELATIVA-FIN
                   UNTIL FS-CORRELATIVAS-EOF
                CLOSE CORRELATIVAS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CORRELATIVAS'
                DISPLAY 'FILE STATUS: ' FS-CORRELATIVAS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'CORRELATIVAS' TO WS-ARC-NOMBRE.
           MOVE 3 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       2700-CONTROLAR-CORRELATIVAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LEER-CORRELATIVA.

           READ CORRELATIVAS.

           EVALUATE TRUE
           WHEN FS-CORRELATIVAS-OK
                ADD 1 TO WS-CONT-REGISTROS
                IF WS-PRES-PLANES-SI
                   PERFORM 2720-CONTROLAR-CORRELATIVA
                      THRU 2720-CONTROLAR-CORRELATIVA-FIN
                END-IF
           WHEN FS-CORRELATIVAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE CORRELATIVAS'
                DISPLAY 'FILE STATUS: ' FS-CORRELATIVAS
                SET WS-ARC-ERROR TO TRUE
                MOVE '10' TO FS-CORRELATIVAS
           END-EVALUATE.

       2710-LEER-CORRELATIVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La materia y su requisito tienen que estar en el plan de la
      *    misma carrera; si no, la regla nunca se aplica.
       2720-CONTROLAR-CORRELATIVA.

           MOVE 2 TO WS-HAL-NIVEL.
           MOVE 'CORRELATIVAS' TO WS-HAL-ARCHIVO.
           MOVE 'PLANES' TO WS-HAL-REFERENCIA.
           MOVE CORREL-CARRERA TO WS-BUS-CARRERA.

           MOVE CORREL-MATERIA TO WS-BUS-MATERIA.
           PERFORM 1870-BUSCAR-PLAN
              THRU 1870-BUSCAR-PLAN-FIN.

           IF WS-ENCONTRADO-NO
              MOVE CORREL-MATERIA TO WS-HAL-CLAVE
              MOVE 'MATERIA CORRELATIVA FUERA DEL PLAN'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

           MOVE CORREL-REQUISITO TO WS-BUS-MATERIA.
           PERFORM 1870-BUSCAR-PLAN
              THRU 1870-BUSCAR-PLAN-FIN.

           IF WS-ENCONTRADO-NO
              MOVE CORREL-REQUISITO TO WS-HAL-CLAVE
              MOVE 'REQUISITO FUERA DEL PLAN'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

           MOVE SPACES TO WS-BUS-CARRERA.

       2720-CONTROLAR-CORRELATIVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-CONTROLAR-EQUIVALENCIAS.

           MOVE 0 TO WS-CONT-REGISTROS.

           OPEN INPUT EQUIVALENCIAS.

           EVALUATE FS-EQUIVALENCIAS
           WHEN '00'
                SET WS-ARC-PRESENTE TO TRUE
                PERFORM 2810-LEER-EQUIVALENCIA
                   THRU 2810-LEER-EQUIVALENCIA-FIN
                   UNTIL FS-EQUIVALENCIAS-EOF
                CLOSE EQUIVALENCIAS
           WHEN '35'
                SET WS-ARC-AUSENTE TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EQUIVALENCIAS'
                DISPLAY 'FILE STATUS: ' FS-EQUIVALENCIAS
                SET WS-ARC-ERROR TO TRUE
           END-EVALUATE.

           MOVE 'EQUIVALENCIAS' TO WS-ARC-NOMBRE.
           MOVE 3 TO WS-ARC-NIVEL-AUSENTE.
           PERFORM 1900-ANOTAR-ARCHIVO
              THRU 1900-ANOTAR-ARCHIVO-FIN.

       2800-CONTROLAR-EQUIVALENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-LEER-EQUIVALENCIA.

           READ EQUIVALENCIAS.

           EVALUATE TRUE
           WHEN FS-EQUIVALENCIAS-OK
                ADD 1 TO WS-CONT-REGISTROS
                PERFORM 2820-CONTROLAR-EQUIVALENCIA
                   THRU 2820-CONTROLAR-EQUIVALENCIA-FIN
           WHEN FS-EQUIVALENCIAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE EQUIVALENCIAS'
                DISPLAY 'FILE STATUS: ' FS-EQUIVALENCIAS
                SET WS-ARC-ERROR TO TRUE
                MOVE '10' TO FS-EQUIVALENCIAS
           END-EVALUATE.

       2810-LEER-EQUIVALENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una equivalencia de un legajo que no esta en el maestro se
      *    rechaza en la corrida de notas.
       2820-CONTROLAR-EQUIVALENCIA.

           MOVE 'EQUIVALENCIAS' TO WS-HAL-ARCHIVO.

           IF WS-PRES-MAESTRO-SI
              MOVE EQUIV-LEGAJO TO WS-BUS-LEGAJO
              PERFORM 1880-BUSCAR-LEGAJO
                 THRU 1880-BUSCAR-LEGAJO-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 1 TO WS-HAL-NIVEL
                 MOVE 'ALUMNOS-MAEST' TO WS-HAL-REFERENCIA
                 MOVE EQUIV-LEGAJO TO WS-CLAVE-NUMERO
                 MOVE WS-CLAVE-NUMERO TO WS-HAL-CLAVE
                 MOVE 'LEGAJO INEXISTENTE EN EL MAESTRO'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

           IF WS-PRES-MATERIAS-SI
              MOVE EQUIV-MATERIA TO WS-BUS-MATERIA
              PERFORM 1840-BUSCAR-MATERIA
                 THRU 1840-BUSCAR-MATERIA-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 2 TO WS-HAL-NIVEL
                 MOVE 'MATERIAS' TO WS-HAL-REFERENCIA
                 MOVE EQUIV-MATERIA TO WS-HAL-CLAVE
                 MOVE 'MATERIA EQUIVALENTE INEXISTENTE'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

       2820-CONTROLAR-EQUIVALENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-CONTROLAR-CARRERA.

           MOVE WS-TAB-MAE-CARRERA(WS-MAE-IDX) TO WS-BUS-CARRERA.
           MOVE SPACES TO WS-BUS-MATERIA.

           PERFORM 1870-BUSCAR-PLAN
              THRU 1870-BUSCAR-PLAN-FIN.

           IF WS-ENCONTRADO-NO
              MOVE 2 TO WS-HAL-NIVEL
              MOVE 'ALUMNOS-MAEST' TO WS-HAL-ARCHIVO
              MOVE 'PLANES' TO WS-HAL-REFERENCIA
              MOVE WS-BUS-CARRERA TO WS-HAL-CLAVE
              MOVE 'CARRERA SIN PLAN DE ESTUDIOS'
                 TO WS-HAL-OBSERVACION
              PERFORM 1950-ANOTAR-HALLAZGO
                 THRU 1950-ANOTAR-HALLAZGO-FIN
           END-IF.

           MOVE SPACES TO WS-BUS-CARRERA.

       2900-CONTROLAR-CARRERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Materia rendida en la ultima corrida de notas que hoy falta
      *    en MATERIAS (alta) o en todo plan (media).
       2950-CONTROLAR-ULTIMA-MATERIA.

           MOVE WS-TAB-UMA-NOMBRE(WS-UMA-IDX) TO WS-BUS-MATERIA.
           MOVE 'ULTIMA CORRIDA' TO WS-HAL-ARCHIVO.
           MOVE WS-BUS-MATERIA TO WS-HAL-CLAVE.

           IF WS-PRES-MATERIAS-SI
              PERFORM 1840-BUSCAR-MATERIA
                 THRU 1840-BUSCAR-MATERIA-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 1 TO WS-HAL-NIVEL
                 MOVE 'MATERIAS' TO WS-HAL-REFERENCIA
                 MOVE 'MATERIA RENDIDA INEXISTENTE'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

           IF WS-PRES-PLANES-SI
              PERFORM 1870-BUSCAR-PLAN
                 THRU 1870-BUSCAR-PLAN-FIN
              IF WS-ENCONTRADO-NO
                 MOVE 2 TO WS-HAL-NIVEL
                 MOVE 'PLANES' TO WS-HAL-REFERENCIA
                 MOVE 'MATERIA RENDIDA FUERA DE TODO PLAN'
                    TO WS-HAL-OBSERVACION
                 PERFORM 1950-ANOTAR-HALLAZGO
                    THRU 1950-ANOTAR-HALLAZGO-FIN
              END-IF
           END-IF.

       2950-CONTROLAR-ULTIMA-MATERIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Codigo de retorno para la cadena: 8 con algun hallazgo de
      *    nivel alto, 4 si solo hay de nivel medio.
       3000-FINALIZAR-PROGRAMA.

           IF WS-CONT-ALTA > 0
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           IF WS-CONT-MEDIA > 0
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           IF FS-SAL-AUDITORIA-OK
              PERFORM 3100-GRABAR-REPORTE
                 THRU 3100-GRABAR-REPORTE-FIN
              CLOSE SAL-AUDITORIA
           END-IF.

           DISPLAY 'ARCHIVOS AUDITADOS:   ' WS-TAB-ARC-CANT.
           DISPLAY 'REGISTROS LEIDOS:     ' WS-CONT-REG-LEIDOS.
           DISPLAY 'HALLAZGOS NIVEL ALTO: ' WS-CONT-ALTA.
           DISPLAY 'HALLAZGOS NIVEL MEDIO:' WS-CONT-MEDIA.
           DISPLAY 'HALLAZGOS NIVEL BAJO: ' WS-CONT-BAJA.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Los hallazgos salen agrupados por nivel: primero los que
      *    cortan la cadena.
       3100-GRABAR-REPORTE.

           MOVE WS-SAL-AUD-TITULO TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.
           MOVE WS-RUN-FECHA-INICIO TO WS-SAL-AUD-FECHA-CORR.
           MOVE WS-SAL-AUD-FECHA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.
           MOVE SPACES TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE WS-SAL-AUD-SUBTIT-ARCH TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.
           MOVE WS-SAL-AUD-TIT-ARCH TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           PERFORM 3150-GRABAR-ARCHIVO
              THRU 3150-GRABAR-ARCHIVO-FIN
              VARYING WS-ARC-IDX FROM 1 BY 1
              UNTIL WS-ARC-IDX > WS-TAB-ARC-CANT.

           MOVE SPACES TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.
           MOVE WS-SAL-AUD-SUBTIT-HAL TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.
           MOVE WS-SAL-AUD-TIT-HAL TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           PERFORM 3200-GRABAR-NIVEL
              THRU 3200-GRABAR-NIVEL-FIN
              VARYING WS-NIVEL-LISTADO FROM 1 BY 1
              UNTIL WS-NIVEL-LISTADO > 3.

           MOVE SPACES TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           PERFORM 3300-GRABAR-RESUMEN
              THRU 3300-GRABAR-RESUMEN-FIN.

       3100-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-GRABAR-ARCHIVO.

           MOVE WS-TAB-ARC-NOMBRE(WS-ARC-IDX) TO WS-SAL-AUD-ARC-NOMBRE.
           MOVE WS-TAB-ARC-REGISTROS(WS-ARC-IDX) TO WS-SAL-AUD-ARC-REG.

           EVALUATE WS-TAB-ARC-ESTADO(WS-ARC-IDX)
           WHEN 'P'
                MOVE 'PRESENTE' TO WS-SAL-AUD-ARC-ESTADO
           WHEN 'A'
                MOVE 'AUSENTE' TO WS-SAL-AUD-ARC-ESTADO
           WHEN OTHER
                MOVE 'ILEGIBLE' TO WS-SAL-AUD-ARC-ESTADO
           END-EVALUATE.

           MOVE WS-SAL-AUD-DET-ARCH TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

       3150-GRABAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-NIVEL.

           PERFORM 3250-GRABAR-HALLAZGO
              THRU 3250-GRABAR-HALLAZGO-FIN
              VARYING WS-HAL-IDX FROM 1 BY 1
              UNTIL WS-HAL-IDX > WS-TAB-HAL-CANT.

       3200-GRABAR-NIVEL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3250-GRABAR-HALLAZGO.

           IF WS-TAB-HAL-NIVEL(WS-HAL-IDX) NOT = WS-NIVEL-LISTADO
              GO TO 3250-GRABAR-HALLAZGO-FIN
           END-IF.

           EVALUATE WS-NIVEL-LISTADO
           WHEN 1
                MOVE 'ALTA' TO WS-SAL-AUD-HAL-NIVEL
           WHEN 2
                MOVE 'MEDIA' TO WS-SAL-AUD-HAL-NIVEL
           WHEN OTHER
                MOVE 'BAJA' TO WS-SAL-AUD-HAL-NIVEL
           END-EVALUATE.

           MOVE WS-TAB-HAL-ARCHIVO(WS-HAL-IDX)
              TO WS-SAL-AUD-HAL-ARCHIVO.
           MOVE WS-TAB-HAL-REFERENCIA(WS-HAL-IDX)
              TO WS-SAL-AUD-HAL-REFER.
           MOVE WS-TAB-HAL-CLAVE(WS-HAL-IDX) TO WS-SAL-AUD-HAL-CLAVE.
           MOVE WS-TAB-HAL-OBSERVACION(WS-HAL-IDX)
              TO WS-SAL-AUD-HAL-OBS.
           MOVE WS-TAB-HAL-CASOS(WS-HAL-IDX) TO WS-SAL-AUD-HAL-CASOS.

           MOVE WS-SAL-AUD-DET-HAL TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

       3250-GRABAR-HALLAZGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-RESUMEN.

           MOVE 'HALLAZGOS DE NIVEL ALTO:' TO WS-SAL-AUD-ETIQUETA.
           MOVE WS-CONT-ALTA TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-AUD-VALOR.
           MOVE WS-SAL-AUD-LINEA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'HALLAZGOS DE NIVEL MEDIO:' TO WS-SAL-AUD-ETIQUETA.
           MOVE WS-CONT-MEDIA TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-AUD-VALOR.
           MOVE WS-SAL-AUD-LINEA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'HALLAZGOS DE NIVEL BAJO:' TO WS-SAL-AUD-ETIQUETA.
           MOVE WS-CONT-BAJA TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-AUD-VALOR.
           MOVE WS-SAL-AUD-LINEA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'ULTIMA CORRIDA DE COMISIONES:' TO WS-SAL-AUD-ETIQUETA.
           IF WS-ULT-FECHA-COMISIONES = 0
              MOVE 'SIN CORRIDAS REGISTRADAS' TO WS-SAL-AUD-VALOR
           ELSE
              MOVE WS-ULT-FECHA-COMISIONES TO WS-SAL-AUD-VALOR
           END-IF.
           MOVE WS-SAL-AUD-LINEA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'ULTIMA CORRIDA DE NOTAS:' TO WS-SAL-AUD-ETIQUETA.
           IF WS-ULT-FECHA-NOTAS = 0
              MOVE 'SIN CORRIDAS REGISTRADAS' TO WS-SAL-AUD-VALOR
           ELSE
              MOVE WS-ULT-FECHA-NOTAS TO WS-SAL-AUD-VALOR
           END-IF.
           MOVE WS-SAL-AUD-LINEA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'RESULTADO:' TO WS-SAL-AUD-ETIQUETA.
           EVALUATE TRUE
           WHEN WS-CONT-ALTA > 0
                MOVE 'REFERENCIAS INCONSISTENTES: CADENA DETENIDA'
                   TO WS-SAL-AUD-VALOR
           WHEN WS-CONT-MEDIA > 0
                MOVE 'REFERENCIAS CON FALTANTES: CORRER CON ADVERTENCIA'
                   TO WS-SAL-AUD-VALOR
           WHEN OTHER
                MOVE 'REFERENCIAS CONSISTENTES' TO WS-SAL-AUD-VALOR
           END-EVALUATE.
           MOVE WS-SAL-AUD-LINEA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'CODIGO DE RETORNO:' TO WS-SAL-AUD-ETIQUETA.
           MOVE RETURN-CODE TO WS-RETORNO-EDIT.
           MOVE WS-RETORNO-EDIT TO WS-SAL-AUD-VALOR.
           MOVE WS-SAL-AUD-LINEA TO SAL-AUDITORIA-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

       3300-GRABAR-RESUMEN-FIN.
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

           MOVE 'TP01EJ18' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-ACEPTADOS.
           COMPUTE RUN-REG-RECHAZADOS = WS-CONT-ALTA + WS-CONT-MEDIA.
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
       3900-GRABAR-LINEA.

           WRITE SAL-AUDITORIA-REG.

           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE AUDITORIA DE '
                 'REFERENCIAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
           END-IF.

       3900-GRABAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Codigos de condicion para el scheduler: 0 referencias
      *    consistentes, 4 faltantes de nivel medio, 8 algun hallazgo
      *    de nivel alto o el reporte sin abrir. Nunca se rebaja un
      *    codigo ya fijado.
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

       END PROGRAM TP01EJ18.

      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    CONCILIACION DEL ASIENTO CONTABLE, LA LIQUIDACION A
      *             NOMINA Y EL MOVIMIENTO DEL ACUMULADO ANUAL DE UNA
      *             CORRIDA O UN PERIODO, POR EMPLEADO Y POR CATEGORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ12.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT CONC-PARAM
           ASSIGN TO '../CONCILIACION-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONC-PARAM.

           SELECT CATALOGO
           ASSIGN TO '../CATALOGO-SALIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTAS.

           SELECT LIQUIDACION
           ASSIGN TO WS-GEN-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

           SELECT ASIENTO
           ASSIGN TO WS-GEN-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTO.

           SELECT YTD-JOURNAL
           ASSIGN TO '../YTD-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-YTD-JOURNAL.

           SELECT SAL-CONCILIACION
           ASSIGN TO '../CONCILIACION-CONTABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONCILIACION.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    Alcance de la conciliacion: una fecha de corrida (AAAAMMDD)
      *    o un periodo (AAAA-MM) que toma todas las corridas del mes.
       FD CONC-PARAM.
       01 CPAR-REGISTRO.
          05 CPAR-FECHA-CORRIDA         PIC X(08).
          05 CPAR-PERIODO               PIC X(07).

       FD CATALOGO.
       01 CATAL-REGISTRO.
          05 CATAL-FECHA                PIC 9(08).
          05 CATAL-SECUENCIA            PIC 9(03).
          05 CATAL-TIPO                 PIC X(12).
          05 CATAL-ARCHIVO              PIC X(44).

       FD CUENTAS.
       01 CUENTAS-REGISTRO.
          05 CUENTAS-CATEGORIA          PIC X(20).
          05 CUENTAS-CUENTA             PIC X(08).

      *    Mismo registro que graba TP01EJ01. Las generaciones
      *    anteriores a la retencion traen el registro corto: los
      *    campos de retencion y neto llegan en blanco.
       FD LIQUIDACION.
       01 LIQ-REGISTRO.
          05 LIQ-TIPO-REG               PIC X(01).
          05 LIQ-ID                     PIC 9(05).
          05 LIQ-PERIODO                PIC X(07).
          05 LIQ-CANT-VENTAS            PIC 9(05).
          05 LIQ-IMPORTE                PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 LIQ-COMISION               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 LIQ-RETENCION              PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 LIQ-NETO                   PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD ASIENTO.
       01 ASI-REGISTRO.
          05 ASI-TIPO                   PIC X(01).
          05 ASI-CUENTA                 PIC X(08).
          05 ASI-CATEGORIA              PIC X(20).
          05 ASI-IMPORTE                PIC S9(11)V9(2)
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

       FD SAL-CONCILIACION.
       01 SAL-CONCILIACION-REG PIC X(170).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CONC-PARAM              PIC X(02).
             88 FS-CONC-PARAM-OK                       VALUE '00'.
             88 FS-CONC-PARAM-EOF                      VALUE '10'.
             88 FS-CONC-PARAM-NFD                      VALUE '35'.

          05 FS-CATALOGO                PIC X(02).
             88 FS-CATALOGO-OK                         VALUE '00'.
             88 FS-CATALOGO-EOF                        VALUE '10'.
             88 FS-CATALOGO-NFD                        VALUE '35'.

          05 FS-CUENTAS                 PIC X(02).
             88 FS-CUENTAS-OK                          VALUE '00'.
             88 FS-CUENTAS-EOF                         VALUE '10'.
             88 FS-CUENTAS-NFD                         VALUE '35'.

          05 FS-LIQUIDACION             PIC X(02).
             88 FS-LIQUIDACION-OK                      VALUE '00'.
             88 FS-LIQUIDACION-EOF                     VALUE '10'.
             88 FS-LIQUIDACION-NFD                     VALUE '35'.

          05 FS-ASIENTO                 PIC X(02).
             88 FS-ASIENTO-OK                          VALUE '00'.
             88 FS-ASIENTO-EOF                         VALUE '10'.
             88 FS-ASIENTO-NFD                         VALUE '35'.

          05 FS-YTD-JOURNAL             PIC X(02).
             88 FS-YTD-JOURNAL-OK                      VALUE '00'.
             88 FS-YTD-JOURNAL-EOF                     VALUE '10'.
             88 FS-YTD-JOURNAL-NFD                     VALUE '35'.

          05 FS-SAL-CONCILIACION        PIC X(02).
             88 FS-SAL-CONCILIACION-OK                 VALUE '00'.
             88 FS-SAL-CONCILIACION-EOF                VALUE '10'.
             88 FS-SAL-CONCILIACION-NFD                VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.


       01 WS-RUN-STAMP.
          05 WS-RUN-FECHA-INICIO        PIC 9(08)      VALUE 0.
          05 WS-RUN-HORA-INICIO         PIC 9(06)      VALUE 0.
          05 WS-RUN-FECHA-FIN           PIC 9(08)      VALUE 0.
          05 WS-RUN-HORA-FIN            PIC 9(06)      VALUE 0.
       01 WS-HORA-ACEPTADA              PIC 9(08)      VALUE 0.
       01 WS-CONT-ARCHIVOS-SALIDA       PIC 9(03)      VALUE 0.
       01 WS-RETORNO-PROPUESTO          PIC 9(02)      VALUE 0.

      *    Alcance pedido: por corrida se toma la fecha exacta; por
      *    periodo, toda fecha de corrida del mes (AAAAMM).
       01 WS-CONC-ALCANCE               PIC X(01)      VALUE SPACES.
          88 WS-CONC-POR-CORRIDA                       VALUE 'C'.
          88 WS-CONC-POR-PERIODO                       VALUE 'P'.
       01 WS-CONC-FECHA                 PIC 9(08)      VALUE 0.
       01 WS-CONC-FECHA-R REDEFINES WS-CONC-FECHA.
          05 WS-CONC-FECHA-AAAAMM       PIC 9(06).
          05 FILLER                     PIC 9(02).
       01 WS-CONC-AAAAMM                PIC 9(06)      VALUE 0.
       01 WS-CONC-PERIODO               PIC X(07)      VALUE SPACES.
       01 WS-FECHA-EVAL                 PIC 9(08)      VALUE 0.
       01 WS-FECHA-EVAL-R REDEFINES WS-FECHA-EVAL.
          05 WS-FECHA-EVAL-AAAAMM       PIC 9(06).
          05 FILLER                     PIC 9(02).
       01 WS-EN-ALCANCE                 PIC X(01)      VALUE 'N'.
          88 WS-EN-ALCANCE-YES                         VALUE 'Y'.
          88 WS-EN-ALCANCE-NO                          VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CONT-GEN-LIQ            PIC 9(05)      VALUE 0.
          05 WS-CONT-GEN-ASI            PIC 9(05)      VALUE 0.
          05 WS-CONT-REG-LEIDOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-JRN-USADOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-ERRORES            PIC 9(05)      VALUE 0.
          05 WS-CONT-AVISOS             PIC 9(05)      VALUE 0.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CATALOGO            PIC 9(05)      VALUE 500.
          05 WS-MAX-CUENTAS             PIC 9(05)      VALUE 200.
          05 WS-MAX-EMPLEADOS           PIC 9(05)      VALUE 2000.
          05 WS-MAX-CATEGORIAS          PIC 9(05)      VALUE 200.
       01 WS-TABLA-EXCEDIDA             PIC X(20)      VALUE SPACES.

      *    Cuentas especiales: mismos valores por defecto que usa
      *    TP01EJ01 cuando CUENTAS.TXT no las informa.
       01 WS-CTA-HABER                  PIC X(08)      VALUE '21000000'.
       01 WS-CTA-RETENCION              PIC X(08)      VALUE '21500000'.
       01 WS-CTA-ANTICIPOS              PIC X(08)      VALUE '14500000'.
       01 WS-CTA-GASTO-DEFECTO          PIC X(08)      VALUE '69999999'.

       01 WS-TAB-CUENTAS.
          05 WS-TAB-CTA-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-CTA OCCURS 200 TIMES.
             10 WS-TAB-CTA-CATEGORIA    PIC X(20).
             10 WS-TAB-CTA-CUENTA       PIC X(08).
       01 WS-CTA-IDX                    PIC 9(03)      VALUE 0.
       01 WS-CTA-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-CTA-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-CTA-ENCONTRADA-NO                      VALUE 'N'.
       01 WS-CTA-ESPERADA               PIC X(08)      VALUE SPACES.

      *    Generaciones de asiento y liquidacion catalogadas. Todas las
      *    salidas de una corrida comparten fecha y secuencia. Un rerun
      *    autorizado del mismo dia y periodo reemplaza la liquidacion
      *    anterior, que queda marcada R junto con su asiento.
       01 WS-TAB-GENERACIONES.
          05 WS-TAB-GEN-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-GEN OCCURS 500 TIMES.
             10 WS-TAB-GEN-FECHA        PIC 9(08).
             10 WS-TAB-GEN-SEQ          PIC 9(03).
             10 WS-TAB-GEN-TIPO         PIC X(12).
             10 WS-TAB-GEN-ARCHIVO      PIC X(44).
             10 WS-TAB-GEN-PERIODO      PIC X(07).
             10 WS-TAB-GEN-ESTADO       PIC X(01).
                88 WS-TAB-GEN-VIGENTE                  VALUE 'V'.
                88 WS-TAB-GEN-FALTANTE                 VALUE 'F'.
                88 WS-TAB-GEN-REEMPLAZADA              VALUE 'R'.
                88 WS-TAB-GEN-FUERA                    VALUE 'X'.

       01 WS-GEN-IDX                    PIC 9(03)      VALUE 0.
       01 WS-GEN-J                      PIC 9(03)      VALUE 0.
       01 WS-GEN-NOMBRE                 PIC X(44)      VALUE SPACES.
       01 WS-GEN-CLAVE                  PIC X(12)      VALUE SPACES.
       01 WS-GEN-CLAVE-R REDEFINES WS-GEN-CLAVE.
          05 WS-GEN-CLAVE-FECHA         PIC 9(08).
          05 FILLER                     PIC X(01).
          05 WS-GEN-CLAVE-SEQ           PIC 9(03).

      *    Empleados: lo liquidado (D, A y S) contra el movimiento neto
      *    de comision del acumulado segun el diario.
       01 WS-TAB-EMPLEADOS.
          05 WS-TAB-ECN-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-ECN OCCURS 2000 TIMES.
             10 WS-TAB-ECN-ID           PIC 9(05).
             10 WS-TAB-ECN-CATEGORIA    PIC X(20).
             10 WS-TAB-ECN-EN-LIQ       PIC X(01).
             10 WS-TAB-ECN-EN-JRN       PIC X(01).
             10 WS-TAB-ECN-LIQ-COM      PIC S9(11)V9(2).
             10 WS-TAB-ECN-JRN-COM      PIC S9(11)V9(2).
       01 WS-ECN-IDX                    PIC 9(05)      VALUE 0.
       01 WS-ECN-BUSCAR-ID              PIC 9(05)      VALUE 0.
       01 WS-ECN-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-ECN-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-ECN-ENCONTRADO-NO                      VALUE 'N'.

      *    Categorias: gasto del asiento (D, S y A) contra el
      *    movimiento neto del acumulado de los empleados de la
      *    categoria.
       01 WS-TAB-CATEGORIAS.
          05 WS-TAB-CCN-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-CCN OCCURS 200 TIMES.
             10 WS-TAB-CCN-CATEGORIA    PIC X(20).
             10 WS-TAB-CCN-EN-ASI       PIC X(01).
             10 WS-TAB-CCN-EN-JRN       PIC X(01).
             10 WS-TAB-CCN-CON-SOB      PIC X(01).
             10 WS-TAB-CCN-ASI-IMPORTE  PIC S9(11)V9(2).
             10 WS-TAB-CCN-JRN-IMPORTE  PIC S9(11)V9(2).
       01 WS-CCN-IDX                    PIC 9(03)      VALUE 0.
       01 WS-CCN-BUSCAR                 PIC X(20)      VALUE SPACES.
       01 WS-CCN-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-CCN-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-CCN-ENCONTRADA-NO                      VALUE 'N'.

       01 WS-TOTALES.
          05 WS-TOT-ASI-GASTO           PIC S9(11)V9(2) VALUE 0.
          05 WS-TOT-ASI-RETENCION       PIC S9(11)V9(2) VALUE 0.
          05 WS-TOT-LIQ-COMISION        PIC S9(11)V9(2) VALUE 0.
          05 WS-TOT-LIQ-RETENCION       PIC S9(11)V9(2) VALUE 0.
          05 WS-TOT-JRN-COMISION        PIC S9(11)V9(2) VALUE 0.

      *    Control de cada generacion de liquidacion contra su registro
      *    C y balance de cada generacion de asiento.
       01 WS-GEN-CONTROL.
          05 WS-GCL-CON-CONTROL         PIC X(01)      VALUE 'N'.
             88 WS-GCL-CON-CONTROL-YES                 VALUE 'Y'.
             88 WS-GCL-CON-CONTROL-NO                  VALUE 'N'.
          05 WS-GCL-CTL-EMPLEADOS       PIC 9(05)      VALUE 0.
          05 WS-GCL-CTL-COMISION        PIC S9(11)V9(2) VALUE 0.
          05 WS-GCL-CTL-RETENCION       PIC S9(11)V9(2) VALUE 0.
          05 WS-GCL-CANT-D              PIC 9(05)      VALUE 0.
          05 WS-GCL-SUMA-COMISION       PIC S9(11)V9(2) VALUE 0.
          05 WS-GCL-SUMA-RETENCION      PIC S9(11)V9(2) VALUE 0.
          05 WS-GAS-DEBE                PIC S9(11)V9(2) VALUE 0.
          05 WS-GAS-HABER               PIC S9(11)V9(2) VALUE 0.

       01 WS-NETO-JRN                   PIC S9(11)V9(2) VALUE 0.
       01 WS-DOBLE                      PIC S9(11)V9(2) VALUE 0.

      *    Quiebre a listar: severidad E bloquea la subida del asiento
      *    (codigo 8); A es un aviso de reimputacion (codigo 4).
       01 WS-QUIEBRE.
          05 WS-QBR-TIPO                PIC X(10).
          05 WS-QBR-CLAVE               PIC X(20).
          05 WS-QBR-ASIENTO             PIC S9(11)V9(2).
          05 WS-QBR-LIQUIDACION         PIC S9(11)V9(2).
          05 WS-QBR-ACUMULADO           PIC S9(11)V9(2).
          05 WS-QBR-DIFERENCIA          PIC S9(11)V9(2).
          05 WS-QBR-SEVERIDAD           PIC X(01).
             88 WS-QBR-ERROR                           VALUE 'E'.
             88 WS-QBR-AVISO                           VALUE 'A'.
          05 WS-QBR-CAUSA               PIC X(40).

       01 WS-LIS-TITULO.
          05 FILLER                     PIC X(40)
             VALUE 'CONCILIACION ASIENTO / LIQUIDACION / ACU'.
          05 FILLER                     PIC X(20)
             VALUE 'MULADO - ALCANCE: '.
          05 WS-LIS-TIT-ALCANCE         PIC X(10).

       01 WS-LIS-SECCION                PIC X(40)      VALUE SPACES.

       01 WS-LIS-HEADER.
          05 FILLER                     PIC X(10)      VALUE 'TIPO'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(20)      VALUE 'CLAVE'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)      VALUE 'ASIENTO'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)
             VALUE 'LIQUIDACION'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)
             VALUE 'ACUMULADO'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)
             VALUE 'DIFERENCIA'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(01)      VALUE 'S'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(40)      VALUE 'CAUSA'.

       01 WS-LIS-DETALLE.
          05 WS-LIS-D-TIPO              PIC X(10).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-CLAVE             PIC X(20).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-ASIENTO           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-LIQUIDACION       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-ACUMULADO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-DIFERENCIA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-SEVERIDAD         PIC X(01).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-CAUSA             PIC X(40).

       01 WS-LIS-CONTADOR.
          05 WS-LIS-C-TEXTO             PIC X(30).
          05 WS-LIS-C-CANT              PIC ZZ.ZZ9.

       01 WS-LIS-SEPARADOR              PIC X(170)     VALUE ALL '-'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-SAL-CONCILIACION-OK
              PERFORM 2000-CONCILIAR
                 THRU 2000-CONCILIAR-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           PERFORM 1100-LEER-PARAMETRO
              THRU 1100-LEER-PARAMETRO-FIN.

           PERFORM 1200-CARGAR-CUENTAS
              THRU 1200-CARGAR-CUENTAS-FIN.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
           WHEN '00'
                PERFORM 1300-LEER-CATALOGO
                   THRU 1300-LEER-CATALOGO-FIN
                   UNTIL FS-CATALOGO-EOF
                CLOSE CATALOGO
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL CATALOGO DE SALIDAS'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

      *    Sin alcance informado se concilia la ultima corrida que
      *    dejo liquidacion catalogada.
           IF WS-CONC-ALCANCE = SPACES
              SET WS-CONC-POR-CORRIDA TO TRUE
              PERFORM 1400-BUSCAR-ULTIMA-CORRIDA
                 THRU 1400-BUSCAR-ULTIMA-CORRIDA-FIN
                 VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT
           END-IF.

           OPEN OUTPUT SAL-CONCILIACION.

           IF FS-SAL-CONCILIACION-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           END-IF.

           IF NOT FS-SAL-CONCILIACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONCILIACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    CONCILIACION-PARAM.TXT es opcional: una fecha de corrida
      *    valida manda sobre el periodo.
       1100-LEER-PARAMETRO.

           OPEN INPUT CONC-PARAM.

           EVALUATE FS-CONC-PARAM
           WHEN '00'
                READ CONC-PARAM
                IF FS-CONC-PARAM-OK
                   EVALUATE TRUE
                   WHEN CPAR-FECHA-CORRIDA IS NUMERIC
                   AND CPAR-FECHA-CORRIDA NOT = ZEROES
                        SET WS-CONC-POR-CORRIDA TO TRUE
                        MOVE CPAR-FECHA-CORRIDA TO WS-CONC-FECHA
                   WHEN CPAR-PERIODO(1:4) IS NUMERIC
                   AND CPAR-PERIODO(5:1) = '-'
                   AND CPAR-PERIODO(6:2) >= '01'
                   AND CPAR-PERIODO(6:2) <= '12'
                        SET WS-CONC-POR-PERIODO TO TRUE
                        MOVE CPAR-PERIODO TO WS-CONC-PERIODO
                        MOVE CPAR-PERIODO(1:4) TO WS-CONC-AAAAMM(1:4)
                        MOVE CPAR-PERIODO(6:2) TO WS-CONC-AAAAMM(5:2)
                   WHEN OTHER
                        DISPLAY 'PARAMETRO DE CONCILIACION INVALIDO: '
                           CPAR-REGISTRO
                        DISPLAY 'SE CONCILIA LA ULTIMA CORRIDA'
                   END-EVALUATE
                END-IF
                CLOSE CONC-PARAM
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL PARAMETRO DE CONCILIACION'
                DISPLAY 'FILE STATUS: ' FS-CONC-PARAM
           END-EVALUATE.

       1100-LEER-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-CUENTAS.

           OPEN INPUT CUENTAS.

           EVALUATE FS-CUENTAS
           WHEN '00'
                PERFORM 1210-LEER-CUENTA
                   THRU 1210-LEER-CUENTA-FIN
                   UNTIL FS-CUENTAS-EOF
                CLOSE CUENTAS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL MAPEO DE CUENTAS'
                DISPLAY 'SE CONTROLA CONTRA LAS CUENTAS POR DEFECTO'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL MAPEO DE CUENTAS'
                DISPLAY 'FILE STATUS: ' FS-CUENTAS
           END-EVALUATE.

       1200-CARGAR-CUENTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-CUENTA.

           READ CUENTAS.

           EVALUATE TRUE
           WHEN FS-CUENTAS-OK
                EVALUATE CUENTAS-CATEGORIA
                WHEN '*HABER*'
                     MOVE CUENTAS-CUENTA TO WS-CTA-HABER
                WHEN '*RETENC*'
                     MOVE CUENTAS-CUENTA TO WS-CTA-RETENCION
                WHEN '*ANTICIPO*'
                     MOVE CUENTAS-CUENTA TO WS-CTA-ANTICIPOS
                WHEN OTHER
                     IF WS-TAB-CTA-CANT >= WS-MAX-CUENTAS
                        MOVE 'CUENTAS' TO WS-TABLA-EXCEDIDA
                        PERFORM 9100-ABORTAR-CAPACIDAD
                           THRU 9100-ABORTAR-CAPACIDAD-FIN
                     END-IF
                     ADD 1 TO WS-TAB-CTA-CANT
                     MOVE CUENTAS-CATEGORIA
                        TO WS-TAB-CTA-CATEGORIA(WS-TAB-CTA-CANT)
                     MOVE CUENTAS-CUENTA
                        TO WS-TAB-CTA-CUENTA(WS-TAB-CTA-CANT)
                END-EVALUATE
           WHEN FS-CUENTAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL MAPEO DE CUENTAS'
                DISPLAY 'FILE STATUS: ' FS-CUENTAS
                MOVE '10' TO FS-CUENTAS
           END-EVALUATE.

       1210-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-LEER-CATALOGO.

           READ CATALOGO.

           EVALUATE TRUE
           WHEN FS-CATALOGO-OK
                IF CATAL-TIPO = 'LIQUIDACION'
                OR CATAL-TIPO = 'ASIENTO'
                   IF WS-TAB-GEN-CANT >= WS-MAX-CATALOGO
                      MOVE 'CATALOGO' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-GEN-CANT
                   MOVE CATAL-FECHA
                      TO WS-TAB-GEN-FECHA(WS-TAB-GEN-CANT)
                   MOVE CATAL-SECUENCIA
                      TO WS-TAB-GEN-SEQ(WS-TAB-GEN-CANT)
                   MOVE CATAL-TIPO
                      TO WS-TAB-GEN-TIPO(WS-TAB-GEN-CANT)
                   MOVE CATAL-ARCHIVO
                      TO WS-TAB-GEN-ARCHIVO(WS-TAB-GEN-CANT)
                   MOVE SPACES
                      TO WS-TAB-GEN-PERIODO(WS-TAB-GEN-CANT)
                   MOVE 'V' TO WS-TAB-GEN-ESTADO(WS-TAB-GEN-CANT)
                END-IF
           WHEN FS-CATALOGO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
                MOVE '10' TO FS-CATALOGO
           END-EVALUATE.

       1300-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-BUSCAR-ULTIMA-CORRIDA.

           IF WS-TAB-GEN-TIPO(WS-GEN-IDX) = 'LIQUIDACION'
              AND WS-TAB-GEN-FECHA(WS-GEN-IDX) > WS-CONC-FECHA
              MOVE WS-TAB-GEN-FECHA(WS-GEN-IDX) TO WS-CONC-FECHA
           END-IF.

       1400-BUSCAR-ULTIMA-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Se arma la vista de cada fuente por empleado y categoria y
      *    despues se comparan de a pares: asiento contra acumulado por
      *    categoria, liquidacion contra acumulado por empleado, y los
      *    tres totales entre si.
       2000-CONCILIAR.

           PERFORM 2050-GRABAR-ENCABEZADO
              THRU 2050-GRABAR-ENCABEZADO-FIN.

           PERFORM 2100-MARCAR-ALCANCE
              THRU 2100-MARCAR-ALCANCE-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 2200-MARCAR-REEMPLAZADAS
              THRU 2200-MARCAR-REEMPLAZADAS-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 2250-MARCAR-ASIENTO-REEMPL
              THRU 2250-MARCAR-ASIENTO-REEMPL-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 2300-PROCESAR-LIQUIDACION
              THRU 2300-PROCESAR-LIQUIDACION-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 2400-PROCESAR-ASIENTO
              THRU 2400-PROCESAR-ASIENTO-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 2500-PROCESAR-DIARIO
              THRU 2500-PROCESAR-DIARIO-FIN.

           IF WS-CONT-GEN-LIQ = 0
              INITIALIZE WS-QUIEBRE
              MOVE 'ALCANCE' TO WS-QBR-TIPO
              MOVE WS-LIS-TIT-ALCANCE TO WS-QBR-CLAVE
              MOVE 'E' TO WS-QBR-SEVERIDAD
              MOVE 'SIN LIQUIDACION CATALOGADA' TO WS-QBR-CAUSA
              PERFORM 2900-GRABAR-QUIEBRE
                 THRU 2900-GRABAR-QUIEBRE-FIN
           END-IF.

           IF WS-CONT-GEN-ASI = 0
              INITIALIZE WS-QUIEBRE
              MOVE 'ALCANCE' TO WS-QBR-TIPO
              MOVE WS-LIS-TIT-ALCANCE TO WS-QBR-CLAVE
              MOVE 'E' TO WS-QBR-SEVERIDAD
              MOVE 'SIN ASIENTO CATALOGADO' TO WS-QBR-CAUSA
              PERFORM 2900-GRABAR-QUIEBRE
                 THRU 2900-GRABAR-QUIEBRE-FIN
           END-IF.

           PERFORM 2600-COMPARAR-EMPLEADO
              THRU 2600-COMPARAR-EMPLEADO-FIN
              VARYING WS-ECN-IDX FROM 1 BY 1
              UNTIL WS-ECN-IDX > WS-TAB-ECN-CANT.

           PERFORM 2700-COMPARAR-CATEGORIA
              THRU 2700-COMPARAR-CATEGORIA-FIN
              VARYING WS-CCN-IDX FROM 1 BY 1
              UNTIL WS-CCN-IDX > WS-TAB-CCN-CANT.

           PERFORM 2800-COMPARAR-TOTALES
              THRU 2800-COMPARAR-TOTALES-FIN.

       2000-CONCILIAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-GRABAR-ENCABEZADO.

           IF WS-CONC-POR-PERIODO
              MOVE WS-CONC-PERIODO TO WS-LIS-TIT-ALCANCE
           ELSE
              MOVE WS-CONC-FECHA TO WS-LIS-TIT-ALCANCE
           END-IF.

           MOVE WS-LIS-TITULO TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.
           MOVE WS-LIS-SEPARADOR TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.
           MOVE WS-LIS-HEADER TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.
           MOVE WS-LIS-SEPARADOR TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

       2050-GRABAR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Las generaciones fuera del alcance quedan marcadas X; las
      *    liquidaciones del alcance toman su periodo del registro C.
       2100-MARCAR-ALCANCE.

           MOVE WS-TAB-GEN-FECHA(WS-GEN-IDX) TO WS-FECHA-EVAL.
           PERFORM 2150-EVALUAR-FECHA
              THRU 2150-EVALUAR-FECHA-FIN.

           IF WS-EN-ALCANCE-NO
              MOVE 'X' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
              GO TO 2100-MARCAR-ALCANCE-FIN
           END-IF.

           IF WS-TAB-GEN-TIPO(WS-GEN-IDX) NOT = 'LIQUIDACION'
              GO TO 2100-MARCAR-ALCANCE-FIN
           END-IF.

           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-GEN-NOMBRE.

           OPEN INPUT LIQUIDACION.

           IF NOT FS-LIQUIDACION-OK
              MOVE 'F' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
              PERFORM 2160-QUIEBRE-FALTANTE
                 THRU 2160-QUIEBRE-FALTANTE-FIN
              GO TO 2100-MARCAR-ALCANCE-FIN
           END-IF.

           PERFORM 2170-BUSCAR-CONTROL
              THRU 2170-BUSCAR-CONTROL-FIN
              UNTIL NOT FS-LIQUIDACION-OK.

           CLOSE LIQUIDACION.

       2100-MARCAR-ALCANCE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-EVALUAR-FECHA.

           SET WS-EN-ALCANCE-NO TO TRUE.

           IF WS-CONC-POR-CORRIDA
              AND WS-FECHA-EVAL = WS-CONC-FECHA
              SET WS-EN-ALCANCE-YES TO TRUE
           END-IF.

           IF WS-CONC-POR-PERIODO
              AND WS-FECHA-EVAL-AAAAMM = WS-CONC-AAAAMM
              SET WS-EN-ALCANCE-YES TO TRUE
           END-IF.

       2150-EVALUAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-QUIEBRE-FALTANTE.

           DISPLAY 'GENERACION CATALOGADA NO DISPONIBLE: '
              WS-GEN-NOMBRE.

           INITIALIZE WS-QUIEBRE.
           MOVE WS-TAB-GEN-TIPO(WS-GEN-IDX) TO WS-QBR-TIPO.
           MOVE WS-TAB-GEN-FECHA(WS-GEN-IDX) TO WS-GEN-CLAVE-FECHA.
           MOVE '-' TO WS-GEN-CLAVE(9:1).
           MOVE WS-TAB-GEN-SEQ(WS-GEN-IDX) TO WS-GEN-CLAVE-SEQ.
           MOVE WS-GEN-CLAVE TO WS-QBR-CLAVE.
           MOVE 'E' TO WS-QBR-SEVERIDAD.
           MOVE 'GENERACION CATALOGADA NO DISPONIBLE' TO WS-QBR-CAUSA.
           PERFORM 2900-GRABAR-QUIEBRE
              THRU 2900-GRABAR-QUIEBRE-FIN.

       2160-QUIEBRE-FALTANTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2170-BUSCAR-CONTROL.

           READ LIQUIDACION.

           IF FS-LIQUIDACION-OK
              AND LIQ-TIPO-REG = 'C'
              MOVE LIQ-PERIODO TO WS-TAB-GEN-PERIODO(WS-GEN-IDX)
           END-IF.

       2170-BUSCAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-MARCAR-REEMPLAZADAS.

           IF NOT WS-TAB-GEN-VIGENTE(WS-GEN-IDX)
           OR WS-TAB-GEN-TIPO(WS-GEN-IDX) NOT = 'LIQUIDACION'
              GO TO 2200-MARCAR-REEMPLAZADAS-FIN
           END-IF.

           PERFORM 2210-COMPARAR-GENERACION
              THRU 2210-COMPARAR-GENERACION-FIN
              VARYING WS-GEN-J FROM 1 BY 1
              UNTIL WS-GEN-J > WS-TAB-GEN-CANT
              OR WS-TAB-GEN-REEMPLAZADA(WS-GEN-IDX).

       2200-MARCAR-REEMPLAZADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-COMPARAR-GENERACION.

           IF WS-TAB-GEN-VIGENTE(WS-GEN-J)
              AND WS-TAB-GEN-TIPO(WS-GEN-J) = 'LIQUIDACION'
              AND WS-TAB-GEN-FECHA(WS-GEN-J) =
                 WS-TAB-GEN-FECHA(WS-GEN-IDX)
              AND WS-TAB-GEN-PERIODO(WS-GEN-J) =
                 WS-TAB-GEN-PERIODO(WS-GEN-IDX)
              AND WS-TAB-GEN-SEQ(WS-GEN-J) >
                 WS-TAB-GEN-SEQ(WS-GEN-IDX)
              MOVE 'R' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
           END-IF.

       2210-COMPARAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El asiento sigue la suerte de la liquidacion de su corrida.
       2250-MARCAR-ASIENTO-REEMPL.

           IF NOT WS-TAB-GEN-VIGENTE(WS-GEN-IDX)
           OR WS-TAB-GEN-TIPO(WS-GEN-IDX) NOT = 'ASIENTO'
              GO TO 2250-MARCAR-ASIENTO-REEMPL-FIN
           END-IF.

           PERFORM 2260-COMPARAR-CORRIDA
              THRU 2260-COMPARAR-CORRIDA-FIN
              VARYING WS-GEN-J FROM 1 BY 1
              UNTIL WS-GEN-J > WS-TAB-GEN-CANT
              OR WS-TAB-GEN-REEMPLAZADA(WS-GEN-IDX).

       2250-MARCAR-ASIENTO-REEMPL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2260-COMPARAR-CORRIDA.

           IF WS-TAB-GEN-REEMPLAZADA(WS-GEN-J)
              AND WS-TAB-GEN-TIPO(WS-GEN-J) = 'LIQUIDACION'
              AND WS-TAB-GEN-FECHA(WS-GEN-J) =
                 WS-TAB-GEN-FECHA(WS-GEN-IDX)
              AND WS-TAB-GEN-SEQ(WS-GEN-J) =
                 WS-TAB-GEN-SEQ(WS-GEN-IDX)
              MOVE 'R' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
           END-IF.

       2260-COMPARAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    De la liquidacion cuentan D (devengado), A (ajustes) y S
      *    (sobrecomisiones): son lo que mueve el acumulado anual. R,
      *    O y G van a nomina pero no al acumulado. Cada generacion se
      *    controla ademas contra su propio registro C.
       2300-PROCESAR-LIQUIDACION.

           IF NOT WS-TAB-GEN-VIGENTE(WS-GEN-IDX)
           OR WS-TAB-GEN-TIPO(WS-GEN-IDX) NOT = 'LIQUIDACION'
              GO TO 2300-PROCESAR-LIQUIDACION-FIN
           END-IF.

           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-GEN-NOMBRE.

           OPEN INPUT LIQUIDACION.

           IF NOT FS-LIQUIDACION-OK
              MOVE 'F' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
              PERFORM 2160-QUIEBRE-FALTANTE
                 THRU 2160-QUIEBRE-FALTANTE-FIN
              GO TO 2300-PROCESAR-LIQUIDACION-FIN
           END-IF.

           ADD 1 TO WS-CONT-GEN-LIQ.
           INITIALIZE WS-GEN-CONTROL.

           PERFORM 2310-LEER-LIQUIDACION
              THRU 2310-LEER-LIQUIDACION-FIN
              UNTIL NOT FS-LIQUIDACION-OK.

           CLOSE LIQUIDACION.

           PERFORM 2350-VERIFICAR-CONTROL
              THRU 2350-VERIFICAR-CONTROL-FIN.

       2300-PROCESAR-LIQUIDACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-LIQUIDACION.

           READ LIQUIDACION.

           IF NOT FS-LIQUIDACION-OK
              GO TO 2310-LEER-LIQUIDACION-FIN
           END-IF.

           ADD 1 TO WS-CONT-REG-LEIDOS.

           IF LIQ-RETENCION IS NOT NUMERIC
              MOVE ZEROES TO LIQ-RETENCION
              MOVE LIQ-COMISION TO LIQ-NETO
           END-IF.

           IF LIQ-TIPO-REG = 'C'
              SET WS-GCL-CON-CONTROL-YES TO TRUE
              MOVE LIQ-ID TO WS-GCL-CTL-EMPLEADOS
              MOVE LIQ-COMISION TO WS-GCL-CTL-COMISION
              MOVE LIQ-RETENCION TO WS-GCL-CTL-RETENCION
              GO TO 2310-LEER-LIQUIDACION-FIN
           END-IF.

           ADD LIQ-COMISION TO WS-GCL-SUMA-COMISION.
           ADD LIQ-RETENCION TO WS-GCL-SUMA-RETENCION.

           IF LIQ-TIPO-REG = 'D'
              ADD 1 TO WS-GCL-CANT-D
           END-IF.

           IF LIQ-TIPO-REG NOT = 'D'
              AND LIQ-TIPO-REG NOT = 'A'
              AND LIQ-TIPO-REG NOT = 'S'
              GO TO 2310-LEER-LIQUIDACION-FIN
           END-IF.

           ADD LIQ-COMISION TO WS-TOT-LIQ-COMISION.
           ADD LIQ-RETENCION TO WS-TOT-LIQ-RETENCION.

           MOVE LIQ-ID TO WS-ECN-BUSCAR-ID.
           PERFORM 2610-UBICAR-EMPLEADO
              THRU 2610-UBICAR-EMPLEADO-FIN.

           MOVE 'Y' TO WS-TAB-ECN-EN-LIQ(WS-ECN-IDX).
           ADD LIQ-COMISION TO WS-TAB-ECN-LIQ-COM(WS-ECN-IDX).

       2310-LEER-LIQUIDACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2350-VERIFICAR-CONTROL.

           INITIALIZE WS-QUIEBRE.
           MOVE 'CONTROL' TO WS-QBR-TIPO.
           MOVE WS-TAB-GEN-FECHA(WS-GEN-IDX) TO WS-GEN-CLAVE-FECHA.
           MOVE '-' TO WS-GEN-CLAVE(9:1).
           MOVE WS-TAB-GEN-SEQ(WS-GEN-IDX) TO WS-GEN-CLAVE-SEQ.
           MOVE WS-GEN-CLAVE TO WS-QBR-CLAVE.
           MOVE 'E' TO WS-QBR-SEVERIDAD.

           EVALUATE TRUE
           WHEN WS-GCL-CON-CONTROL-NO
                MOVE WS-GCL-SUMA-COMISION TO WS-QBR-LIQUIDACION
                MOVE 'LIQUIDACION SIN REGISTRO DE CONTROL'
                   TO WS-QBR-CAUSA
           WHEN WS-GCL-CTL-COMISION NOT = WS-GCL-SUMA-COMISION
                MOVE WS-GCL-CTL-COMISION TO WS-QBR-LIQUIDACION
                COMPUTE WS-QBR-DIFERENCIA =
                   WS-GCL-CTL-COMISION - WS-GCL-SUMA-COMISION
                MOVE 'COMISION DEL CONTROL NO CIERRA'
                   TO WS-QBR-CAUSA
           WHEN WS-GCL-CTL-RETENCION NOT = WS-GCL-SUMA-RETENCION
                MOVE WS-GCL-CTL-RETENCION TO WS-QBR-LIQUIDACION
                COMPUTE WS-QBR-DIFERENCIA =
                   WS-GCL-CTL-RETENCION - WS-GCL-SUMA-RETENCION
                MOVE 'RETENCION DEL CONTROL NO CIERRA'
                   TO WS-QBR-CAUSA
           WHEN WS-GCL-CTL-EMPLEADOS NOT = WS-GCL-CANT-D
                COMPUTE WS-QBR-DIFERENCIA =
                   WS-GCL-CTL-EMPLEADOS - WS-GCL-CANT-D
                MOVE 'CANTIDAD DE EMPLEADOS DEL CONTROL'
                   TO WS-QBR-CAUSA
           WHEN OTHER
                GO TO 2350-VERIFICAR-CONTROL-FIN
           END-EVALUATE.

           PERFORM 2900-GRABAR-QUIEBRE
              THRU 2900-GRABAR-QUIEBRE-FIN.

       2350-VERIFICAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Del asiento cuenta como gasto de comisiones lo imputado por
      *    categoria: D (devengado, salvo la linea de anticipos), S y
      *    A. Cada linea se controla contra la cuenta que CUENTAS le
      *    asigna y cada generacion debe balancear.
       2400-PROCESAR-ASIENTO.

           IF NOT WS-TAB-GEN-VIGENTE(WS-GEN-IDX)
           OR WS-TAB-GEN-TIPO(WS-GEN-IDX) NOT = 'ASIENTO'
              GO TO 2400-PROCESAR-ASIENTO-FIN
           END-IF.

           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-GEN-NOMBRE.

           OPEN INPUT ASIENTO.

           IF NOT FS-ASIENTO-OK
              MOVE 'F' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
              PERFORM 2160-QUIEBRE-FALTANTE
                 THRU 2160-QUIEBRE-FALTANTE-FIN
              GO TO 2400-PROCESAR-ASIENTO-FIN
           END-IF.

           ADD 1 TO WS-CONT-GEN-ASI.
           INITIALIZE WS-GEN-CONTROL.

           PERFORM 2410-LEER-ASIENTO
              THRU 2410-LEER-ASIENTO-FIN
              UNTIL NOT FS-ASIENTO-OK.

           CLOSE ASIENTO.

           IF WS-GAS-DEBE NOT = WS-GAS-HABER
              INITIALIZE WS-QUIEBRE
              MOVE 'BALANCE' TO WS-QBR-TIPO
              MOVE WS-TAB-GEN-FECHA(WS-GEN-IDX) TO WS-GEN-CLAVE-FECHA
              MOVE '-' TO WS-GEN-CLAVE(9:1)
              MOVE WS-TAB-GEN-SEQ(WS-GEN-IDX) TO WS-GEN-CLAVE-SEQ
              MOVE WS-GEN-CLAVE TO WS-QBR-CLAVE
              MOVE WS-GAS-DEBE TO WS-QBR-ASIENTO
              COMPUTE WS-QBR-DIFERENCIA = WS-GAS-DEBE - WS-GAS-HABER
              MOVE 'E' TO WS-QBR-SEVERIDAD
              MOVE 'ASIENTO FUERA DE BALANCE' TO WS-QBR-CAUSA
              PERFORM 2900-GRABAR-QUIEBRE
                 THRU 2900-GRABAR-QUIEBRE-FIN
           END-IF.

       2400-PROCESAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-ASIENTO.

           READ ASIENTO.

           IF NOT FS-ASIENTO-OK
              GO TO 2410-LEER-ASIENTO-FIN
           END-IF.

           ADD 1 TO WS-CONT-REG-LEIDOS.

           IF ASI-TIPO = 'H'
              ADD ASI-IMPORTE TO WS-GAS-HABER
              EVALUATE ASI-CATEGORIA
              WHEN 'COMISIONES A PAGAR'
                   MOVE WS-CTA-HABER TO WS-CTA-ESPERADA
              WHEN 'RETENCION GANANCIAS'
                   MOVE WS-CTA-RETENCION TO WS-CTA-ESPERADA
                   ADD ASI-IMPORTE TO WS-TOT-ASI-RETENCION
              WHEN OTHER
                   MOVE WS-CTA-ANTICIPOS TO WS-CTA-ESPERADA
              END-EVALUATE
              PERFORM 2450-CONTROLAR-CUENTA
                 THRU 2450-CONTROLAR-CUENTA-FIN
              GO TO 2410-LEER-ASIENTO-FIN
           END-IF.

           ADD ASI-IMPORTE TO WS-GAS-DEBE.

           IF ASI-TIPO = 'D'
              AND ASI-CATEGORIA = 'ANTICIPOS OTORGADOS'
              MOVE WS-CTA-ANTICIPOS TO WS-CTA-ESPERADA
              PERFORM 2450-CONTROLAR-CUENTA
                 THRU 2450-CONTROLAR-CUENTA-FIN
              GO TO 2410-LEER-ASIENTO-FIN
           END-IF.

           ADD ASI-IMPORTE TO WS-TOT-ASI-GASTO.

           MOVE ASI-CATEGORIA TO WS-CCN-BUSCAR.
           PERFORM 2710-UBICAR-CATEGORIA
              THRU 2710-UBICAR-CATEGORIA-FIN.

           MOVE 'Y' TO WS-TAB-CCN-EN-ASI(WS-CCN-IDX).
           ADD ASI-IMPORTE TO WS-TAB-CCN-ASI-IMPORTE(WS-CCN-IDX).

           IF ASI-TIPO = 'S'
              MOVE 'Y' TO WS-TAB-CCN-CON-SOB(WS-CCN-IDX)
           END-IF.

           SET WS-CTA-ENCONTRADA-NO TO TRUE.

           PERFORM 2460-BUSCAR-CUENTA
              THRU 2460-BUSCAR-CUENTA-FIN
              VARYING WS-CTA-IDX FROM 1 BY 1
              UNTIL WS-CTA-IDX > WS-TAB-CTA-CANT
              OR WS-CTA-ENCONTRADA-YES.

           IF WS-CTA-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-CTA-IDX
              MOVE WS-TAB-CTA-CUENTA(WS-CTA-IDX) TO WS-CTA-ESPERADA
              PERFORM 2450-CONTROLAR-CUENTA
                 THRU 2450-CONTROLAR-CUENTA-FIN
              GO TO 2410-LEER-ASIENTO-FIN
           END-IF.

      *    Categoria sin cuenta propia: TP01EJ01 la imputa a la cuenta
      *    de gasto por defecto; se avisa para que se agregue el mapeo.
           INITIALIZE WS-QUIEBRE.
           MOVE 'CUENTA' TO WS-QBR-TIPO.
           MOVE ASI-CATEGORIA TO WS-QBR-CLAVE.
           MOVE ASI-IMPORTE TO WS-QBR-ASIENTO.
           MOVE ASI-IMPORTE TO WS-QBR-DIFERENCIA.

           IF ASI-CUENTA = WS-CTA-GASTO-DEFECTO
              MOVE 'A' TO WS-QBR-SEVERIDAD
              MOVE 'CATEGORIA SIN CUENTA: VA A DEFECTO'
                 TO WS-QBR-CAUSA
           ELSE
              MOVE 'E' TO WS-QBR-SEVERIDAD
              MOVE 'CATEGORIA SIN CUENTA EN CUENTAS' TO WS-QBR-CAUSA
           END-IF.

           PERFORM 2900-GRABAR-QUIEBRE
              THRU 2900-GRABAR-QUIEBRE-FIN.

       2410-LEER-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-CONTROLAR-CUENTA.

           IF ASI-CUENTA = WS-CTA-ESPERADA
              GO TO 2450-CONTROLAR-CUENTA-FIN
           END-IF.

           INITIALIZE WS-QUIEBRE.
           MOVE 'CUENTA' TO WS-QBR-TIPO.
           MOVE ASI-CATEGORIA TO WS-QBR-CLAVE.
           MOVE ASI-IMPORTE TO WS-QBR-ASIENTO.
           MOVE ASI-IMPORTE TO WS-QBR-DIFERENCIA.
           MOVE 'E' TO WS-QBR-SEVERIDAD.
           MOVE SPACES TO WS-QBR-CAUSA.
           STRING 'CUENTA ' DELIMITED BY SIZE
                  ASI-CUENTA DELIMITED BY SIZE
                  ' Y CUENTAS DICE ' DELIMITED BY SIZE
                  WS-CTA-ESPERADA DELIMITED BY SIZE
                  INTO WS-QBR-CAUSA.
           PERFORM 2900-GRABAR-QUIEBRE
              THRU 2900-GRABAR-QUIEBRE-FIN.

       2450-CONTROLAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2460-BUSCAR-CUENTA.

           IF WS-TAB-CTA-CATEGORIA(WS-CTA-IDX) = ASI-CATEGORIA
              SET WS-CTA-ENCONTRADA-YES TO TRUE
           END-IF.

       2460-BUSCAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Movimiento neto de comision del acumulado anual: despues
      *    menos antes de cada actualizacion registrada en el diario
      *    para las fechas de corrida del alcance.
       2500-PROCESAR-DIARIO.

           OPEN INPUT YTD-JOURNAL.

           EVALUATE FS-YTD-JOURNAL
           WHEN '00'
                PERFORM 2510-LEER-DIARIO
                   THRU 2510-LEER-DIARIO-FIN
                   UNTIL FS-YTD-JOURNAL-EOF
                CLOSE YTD-JOURNAL
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL DIARIO DEL ACUMULADO ANUAL'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL DIARIO DEL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-YTD-JOURNAL
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       2500-PROCESAR-DIARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-DIARIO.

           READ YTD-JOURNAL.

           EVALUATE TRUE
           WHEN FS-YTD-JOURNAL-OK
                ADD 1 TO WS-CONT-REG-LEIDOS
                MOVE JRN-FECHA-CORRIDA TO WS-FECHA-EVAL
                PERFORM 2150-EVALUAR-FECHA
                   THRU 2150-EVALUAR-FECHA-FIN
                IF WS-EN-ALCANCE-YES
                   PERFORM 2520-ACUMULAR-DIARIO
                      THRU 2520-ACUMULAR-DIARIO-FIN
                END-IF
           WHEN FS-YTD-JOURNAL-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL DIARIO DEL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-YTD-JOURNAL
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-YTD-JOURNAL
           END-EVALUATE.

       2510-LEER-DIARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-ACUMULAR-DIARIO.

           ADD 1 TO WS-CONT-JRN-USADOS.

           COMPUTE WS-NETO-JRN =
              JRN-COMISION-DESPUES - JRN-COMISION-ANTES.

           ADD WS-NETO-JRN TO WS-TOT-JRN-COMISION.

           MOVE JRN-ID-EMPLEADO TO WS-ECN-BUSCAR-ID.
           PERFORM 2610-UBICAR-EMPLEADO
              THRU 2610-UBICAR-EMPLEADO-FIN.

           MOVE 'Y' TO WS-TAB-ECN-EN-JRN(WS-ECN-IDX).
           MOVE JRN-CATEGORIA TO WS-TAB-ECN-CATEGORIA(WS-ECN-IDX).
           ADD WS-NETO-JRN TO WS-TAB-ECN-JRN-COM(WS-ECN-IDX).

           MOVE JRN-CATEGORIA TO WS-CCN-BUSCAR.
           PERFORM 2710-UBICAR-CATEGORIA
              THRU 2710-UBICAR-CATEGORIA-FIN.

           MOVE 'Y' TO WS-TAB-CCN-EN-JRN(WS-CCN-IDX).
           ADD WS-NETO-JRN TO WS-TAB-CCN-JRN-IMPORTE(WS-CCN-IDX).

       2520-ACUMULAR-DIARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Por empleado: lo liquidado debe ser lo que se sumo al
      *    acumulado. Un acumulado que duplica lo liquidado apunta a
      *    un rerun que volvio a sumar sin reversar.
       2600-COMPARAR-EMPLEADO.

           IF WS-TAB-ECN-LIQ-COM(WS-ECN-IDX) =
              WS-TAB-ECN-JRN-COM(WS-ECN-IDX)
              GO TO 2600-COMPARAR-EMPLEADO-FIN
           END-IF.

           INITIALIZE WS-QUIEBRE.
           MOVE 'EMPLEADO' TO WS-QBR-TIPO.
           MOVE WS-TAB-ECN-ID(WS-ECN-IDX) TO WS-QBR-CLAVE(1:5).
           MOVE WS-TAB-ECN-CATEGORIA(WS-ECN-IDX)
              TO WS-QBR-CLAVE(7:14).
           MOVE WS-TAB-ECN-LIQ-COM(WS-ECN-IDX) TO WS-QBR-LIQUIDACION.
           MOVE WS-TAB-ECN-JRN-COM(WS-ECN-IDX) TO WS-QBR-ACUMULADO.
           COMPUTE WS-QBR-DIFERENCIA =
              WS-TAB-ECN-LIQ-COM(WS-ECN-IDX) -
              WS-TAB-ECN-JRN-COM(WS-ECN-IDX).
           MOVE 'E' TO WS-QBR-SEVERIDAD.

           COMPUTE WS-DOBLE = WS-TAB-ECN-LIQ-COM(WS-ECN-IDX) * 2.

           EVALUATE TRUE
           WHEN WS-TAB-ECN-EN-JRN(WS-ECN-IDX) NOT = 'Y'
                MOVE 'SIN MOVIMIENTO EN EL ACUMULADO'
                   TO WS-QBR-CAUSA
           WHEN WS-TAB-ECN-EN-LIQ(WS-ECN-IDX) NOT = 'Y'
                MOVE 'SIN LINEA EN LA LIQUIDACION' TO WS-QBR-CAUSA
           WHEN WS-TAB-ECN-JRN-COM(WS-ECN-IDX) = WS-DOBLE
                MOVE 'ACUMULADO SUMADO DOS VECES (RERUN)'
                   TO WS-QBR-CAUSA
           WHEN OTHER
                MOVE 'IMPORTE DISTINTO ENTRE ARCHIVOS' TO WS-QBR-CAUSA
           END-EVALUATE.

           PERFORM 2900-GRABAR-QUIEBRE
              THRU 2900-GRABAR-QUIEBRE-FIN.

       2600-COMPARAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Deja WS-ECN-IDX apuntando al legajo WS-ECN-BUSCAR-ID; si no
      *    esta en la tabla lo agrega en cero.
       2610-UBICAR-EMPLEADO.

           SET WS-ECN-ENCONTRADO-NO TO TRUE.

           PERFORM 2620-BUSCAR-EMPLEADO
              THRU 2620-BUSCAR-EMPLEADO-FIN
              VARYING WS-ECN-IDX FROM 1 BY 1
              UNTIL WS-ECN-IDX > WS-TAB-ECN-CANT
              OR WS-ECN-ENCONTRADO-YES.

           IF WS-ECN-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-ECN-IDX
              GO TO 2610-UBICAR-EMPLEADO-FIN
           END-IF.

           IF WS-TAB-ECN-CANT >= WS-MAX-EMPLEADOS
              MOVE 'EMPLEADOS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-ECN-CANT.
           MOVE WS-TAB-ECN-CANT TO WS-ECN-IDX.
           INITIALIZE WS-TAB-ECN(WS-ECN-IDX).
           MOVE WS-ECN-BUSCAR-ID TO WS-TAB-ECN-ID(WS-ECN-IDX).
           MOVE 'N' TO WS-TAB-ECN-EN-LIQ(WS-ECN-IDX).
           MOVE 'N' TO WS-TAB-ECN-EN-JRN(WS-ECN-IDX).

       2610-UBICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-BUSCAR-EMPLEADO.

           IF WS-TAB-ECN-ID(WS-ECN-IDX) = WS-ECN-BUSCAR-ID
              SET WS-ECN-ENCONTRADO-YES TO TRUE
           END-IF.

       2620-BUSCAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Por categoria: el asiento imputa el gasto a la categoria de
      *    la venta y el acumulado a la del empleado. Mientras los
      *    totales cierren, la diferencia es una reimputacion entre
      *    categorias y queda como aviso.
       2700-COMPARAR-CATEGORIA.

           IF WS-TAB-CCN-ASI-IMPORTE(WS-CCN-IDX) =
              WS-TAB-CCN-JRN-IMPORTE(WS-CCN-IDX)
              GO TO 2700-COMPARAR-CATEGORIA-FIN
           END-IF.

           INITIALIZE WS-QUIEBRE.
           MOVE 'CATEGORIA' TO WS-QBR-TIPO.
           MOVE WS-TAB-CCN-CATEGORIA(WS-CCN-IDX) TO WS-QBR-CLAVE.
           MOVE WS-TAB-CCN-ASI-IMPORTE(WS-CCN-IDX) TO WS-QBR-ASIENTO.
           MOVE WS-TAB-CCN-JRN-IMPORTE(WS-CCN-IDX)
              TO WS-QBR-ACUMULADO.
           COMPUTE WS-QBR-DIFERENCIA =
              WS-TAB-CCN-ASI-IMPORTE(WS-CCN-IDX) -
              WS-TAB-CCN-JRN-IMPORTE(WS-CCN-IDX).
           MOVE 'A' TO WS-QBR-SEVERIDAD.

           EVALUATE TRUE
           WHEN WS-TAB-CCN-EN-JRN(WS-CCN-IDX) NOT = 'Y'
                MOVE 'CATEGORIA SIN MOVIMIENTO EN ACUMULADO'
                   TO WS-QBR-CAUSA
           WHEN WS-TAB-CCN-EN-ASI(WS-CCN-IDX) NOT = 'Y'
                MOVE 'CATEGORIA SIN LINEA EN EL ASIENTO'
                   TO WS-QBR-CAUSA
           WHEN WS-TAB-CCN-CON-SOB(WS-CCN-IDX) = 'Y'
                MOVE 'SOBRECOMISION EN CATEGORIA DEL EQUIPO'
                   TO WS-QBR-CAUSA
           WHEN OTHER
                MOVE 'VENTAS EN OTRA CATEGORIA DEL EMPLEADO'
                   TO WS-QBR-CAUSA
           END-EVALUATE.

           PERFORM 2900-GRABAR-QUIEBRE
              THRU 2900-GRABAR-QUIEBRE-FIN.

       2700-COMPARAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-UBICAR-CATEGORIA.

           SET WS-CCN-ENCONTRADA-NO TO TRUE.

           PERFORM 2720-BUSCAR-CATEGORIA
              THRU 2720-BUSCAR-CATEGORIA-FIN
              VARYING WS-CCN-IDX FROM 1 BY 1
              UNTIL WS-CCN-IDX > WS-TAB-CCN-CANT
              OR WS-CCN-ENCONTRADA-YES.

           IF WS-CCN-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-CCN-IDX
              GO TO 2710-UBICAR-CATEGORIA-FIN
           END-IF.

           IF WS-TAB-CCN-CANT >= WS-MAX-CATEGORIAS
              MOVE 'CATEGORIAS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-CCN-CANT.
           MOVE WS-TAB-CCN-CANT TO WS-CCN-IDX.
           INITIALIZE WS-TAB-CCN(WS-CCN-IDX).
           MOVE WS-CCN-BUSCAR TO WS-TAB-CCN-CATEGORIA(WS-CCN-IDX).
           MOVE 'N' TO WS-TAB-CCN-EN-ASI(WS-CCN-IDX).
           MOVE 'N' TO WS-TAB-CCN-EN-JRN(WS-CCN-IDX).
           MOVE 'N' TO WS-TAB-CCN-CON-SOB(WS-CCN-IDX).

       2710-UBICAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-BUSCAR-CATEGORIA.

           IF WS-TAB-CCN-CATEGORIA(WS-CCN-IDX) = WS-CCN-BUSCAR
              SET WS-CCN-ENCONTRADA-YES TO TRUE
           END-IF.

       2720-BUSCAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Los tres totales del alcance y la retencion: cualquier
      *    diferencia aca es plata que no cierra y frena la subida.
       2800-COMPARAR-TOTALES.

           MOVE WS-LIS-SEPARADOR TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

           MOVE 'TOTAL' TO WS-LIS-D-TIPO.
           MOVE 'COMISION' TO WS-LIS-D-CLAVE.
           MOVE WS-TOT-ASI-GASTO TO WS-LIS-D-ASIENTO.
           MOVE WS-TOT-LIQ-COMISION TO WS-LIS-D-LIQUIDACION.
           MOVE WS-TOT-JRN-COMISION TO WS-LIS-D-ACUMULADO.
           MOVE ZEROES TO WS-LIS-D-DIFERENCIA.
           MOVE SPACES TO WS-LIS-D-SEVERIDAD.
           MOVE SPACES TO WS-LIS-D-CAUSA.
           MOVE WS-LIS-DETALLE TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

           MOVE 'TOTAL' TO WS-LIS-D-TIPO.
           MOVE 'RETENCION' TO WS-LIS-D-CLAVE.
           MOVE WS-TOT-ASI-RETENCION TO WS-LIS-D-ASIENTO.
           MOVE WS-TOT-LIQ-RETENCION TO WS-LIS-D-LIQUIDACION.
           MOVE ZEROES TO WS-LIS-D-ACUMULADO.
           MOVE WS-LIS-DETALLE TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

           IF WS-TOT-ASI-GASTO NOT = WS-TOT-LIQ-COMISION
              INITIALIZE WS-QUIEBRE
              MOVE 'TOTAL' TO WS-QBR-TIPO
              MOVE 'ASIENTO/LIQUIDACION' TO WS-QBR-CLAVE
              MOVE WS-TOT-ASI-GASTO TO WS-QBR-ASIENTO
              MOVE WS-TOT-LIQ-COMISION TO WS-QBR-LIQUIDACION
              COMPUTE WS-QBR-DIFERENCIA =
                 WS-TOT-ASI-GASTO - WS-TOT-LIQ-COMISION
              MOVE 'E' TO WS-QBR-SEVERIDAD
              MOVE 'ASIENTO Y LIQUIDACION NO COINCIDEN'
                 TO WS-QBR-CAUSA
              PERFORM 2900-GRABAR-QUIEBRE
                 THRU 2900-GRABAR-QUIEBRE-FIN
           END-IF.

           IF WS-TOT-LIQ-COMISION NOT = WS-TOT-JRN-COMISION
              INITIALIZE WS-QUIEBRE
              MOVE 'TOTAL' TO WS-QBR-TIPO
              MOVE 'LIQUIDACION/ACUMUL.' TO WS-QBR-CLAVE
              MOVE WS-TOT-LIQ-COMISION TO WS-QBR-LIQUIDACION
              MOVE WS-TOT-JRN-COMISION TO WS-QBR-ACUMULADO
              COMPUTE WS-QBR-DIFERENCIA =
                 WS-TOT-LIQ-COMISION - WS-TOT-JRN-COMISION
              MOVE 'E' TO WS-QBR-SEVERIDAD
              MOVE 'LIQUIDACION Y ACUMULADO NO COINCIDEN'
                 TO WS-QBR-CAUSA
              PERFORM 2900-GRABAR-QUIEBRE
                 THRU 2900-GRABAR-QUIEBRE-FIN
           END-IF.

           IF WS-TOT-ASI-RETENCION NOT = WS-TOT-LIQ-RETENCION
              INITIALIZE WS-QUIEBRE
              MOVE 'TOTAL' TO WS-QBR-TIPO
              MOVE 'RETENCION' TO WS-QBR-CLAVE
              MOVE WS-TOT-ASI-RETENCION TO WS-QBR-ASIENTO
              MOVE WS-TOT-LIQ-RETENCION TO WS-QBR-LIQUIDACION
              COMPUTE WS-QBR-DIFERENCIA =
                 WS-TOT-ASI-RETENCION - WS-TOT-LIQ-RETENCION
              MOVE 'E' TO WS-QBR-SEVERIDAD
              MOVE 'RETENCION DISTINTA EN ASIENTO' TO WS-QBR-CAUSA
              PERFORM 2900-GRABAR-QUIEBRE
                 THRU 2900-GRABAR-QUIEBRE-FIN
           END-IF.

           MOVE WS-LIS-SEPARADOR TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

           MOVE 'QUIEBRES QUE FRENAN LA SUBIDA' TO WS-LIS-C-TEXTO.
           MOVE WS-CONT-ERRORES TO WS-LIS-C-CANT.
           MOVE WS-LIS-CONTADOR TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

           MOVE 'AVISOS DE REIMPUTACION' TO WS-LIS-C-TEXTO.
           MOVE WS-CONT-AVISOS TO WS-LIS-C-CANT.
           MOVE WS-LIS-CONTADOR TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

       2800-COMPARAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-QUIEBRE.

           IF WS-QBR-ERROR
              ADD 1 TO WS-CONT-ERRORES
           ELSE
              ADD 1 TO WS-CONT-AVISOS
           END-IF.

           MOVE WS-QBR-TIPO TO WS-LIS-D-TIPO.
           MOVE WS-QBR-CLAVE TO WS-LIS-D-CLAVE.
           MOVE WS-QBR-ASIENTO TO WS-LIS-D-ASIENTO.
           MOVE WS-QBR-LIQUIDACION TO WS-LIS-D-LIQUIDACION.
           MOVE WS-QBR-ACUMULADO TO WS-LIS-D-ACUMULADO.
           MOVE WS-QBR-DIFERENCIA TO WS-LIS-D-DIFERENCIA.
           MOVE WS-QBR-SEVERIDAD TO WS-LIS-D-SEVERIDAD.
           MOVE WS-QBR-CAUSA TO WS-LIS-D-CAUSA.
           MOVE WS-LIS-DETALLE TO SAL-CONCILIACION-REG.
           PERFORM 2950-GRABAR-SALIDA
              THRU 2950-GRABAR-SALIDA-FIN.

       2900-GRABAR-QUIEBRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-GRABAR-SALIDA.

           WRITE SAL-CONCILIACION-REG.

           IF NOT FS-SAL-CONCILIACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONCILIACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       2950-GRABAR-SALIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'ALCANCE CONCILIADO:        ' WS-LIS-TIT-ALCANCE.
           DISPLAY 'LIQUIDACIONES LEIDAS:      ' WS-CONT-GEN-LIQ.
           DISPLAY 'ASIENTOS LEIDOS:           ' WS-CONT-GEN-ASI.
           DISPLAY 'MOVIMIENTOS DEL DIARIO:    ' WS-CONT-JRN-USADOS.
           DISPLAY 'QUIEBRES:                  ' WS-CONT-ERRORES.
           DISPLAY 'AVISOS:                    ' WS-CONT-AVISOS.

           IF WS-CONT-AVISOS > 0
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           IF WS-CONT-ERRORES > 0
              DISPLAY 'EL ASIENTO NO DEBE SUBIRSE HASTA RESOLVER LAS '
                 'DIFERENCIAS'
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           IF FS-SAL-CONCILIACION NOT = '35'
              CLOSE SAL-CONCILIACION
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

           MOVE 'TP01EJ12' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-JRN-USADOS TO RUN-REG-ACEPTADOS.
           MOVE WS-CONT-ERRORES TO RUN-REG-RECHAZADOS.
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
      *    Codigos de condicion para el scheduler: 0 todo concilia,
      *    4 solo avisos de reimputacion entre categorias, 8 quiebre de
      *    importes o archivo inutilizable: el asiento no se sube.
      *    Nunca se rebaja un codigo ya fijado.
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

       END PROGRAM TP01EJ12.

      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    CERTIFICADO ANUAL DE RETENCIONES DE GANANCIAS POR
      *             EMPLEADO: BRUTO, RETENIDO Y NETO MES A MES SEGUN
      *             LAS LIQUIDACIONES DEL ANIO, CONTRA EL HISTORICO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ10.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT COMISION-HIST
           ASSIGN TO '../COMISION-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CLAVE
           FILE STATUS IS FS-COMISION-HIST.

           SELECT CATALOGO
           ASSIGN TO '../CATALOGO-SALIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT LIQUIDACION
           ASSIGN TO WS-LIQ-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

           SELECT CERTIFICADO
           ASSIGN TO '../CERTIFICADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICADO.

           SELECT SAL-CERTIFICADOS
           ASSIGN TO '../CERTIFICADOS-RETENCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CERTIFICADOS.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

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

       FD CATALOGO.
       01 CATAL-REGISTRO.
          05 CATAL-FECHA                PIC 9(08).
          05 CATAL-SECUENCIA            PIC 9(03).
          05 CATAL-TIPO                 PIC X(12).
          05 CATAL-ARCHIVO              PIC X(44).

      *    Mismo registro que graba TP01EJ01. Las generaciones
      *    anteriores a la retencion traen el registro corto: los
      *    campos de retencion y neto llegan en blanco.
       FD LIQUIDACION.
       01 LIQ-REGISTRO.
          05 LIQ-TIPO-REG               PIC X(01).
          05 LIQ-ID                     PIC 9(05).
          05 LIQ-PERIODO.
             10 LIQ-PERIODO-ANIO        PIC 9(04).
             10 FILLER                  PIC X(01).
             10 LIQ-PERIODO-MES         PIC 9(02).
          05 LIQ-CANT-VENTAS            PIC 9(05).
          05 LIQ-IMPORTE                PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 LIQ-COMISION               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 LIQ-RETENCION              PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 LIQ-NETO                   PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD CERTIFICADO.
       01 CERTIFICADO-REGISTRO.
          05 CERTIFICADO-ANIO           PIC 9(04).
          05 CERTIFICADO-ID-EMPLEADO    PIC 9(05).

       FD SAL-CERTIFICADOS.
       01 SAL-CERTIFICADOS-REG PIC X(100).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-COMISION-HIST           PIC X(02).
             88 FS-COMISION-HIST-OK                    VALUE '00'.
             88 FS-COMISION-HIST-EOF                   VALUE '10'.
             88 FS-COMISION-HIST-NOREG                 VALUE '23'.
             88 FS-COMISION-HIST-NFD                   VALUE '35'.

          05 FS-CATALOGO                PIC X(02).
             88 FS-CATALOGO-OK                         VALUE '00'.
             88 FS-CATALOGO-EOF                        VALUE '10'.
             88 FS-CATALOGO-NFD                        VALUE '35'.

          05 FS-LIQUIDACION             PIC X(02).
             88 FS-LIQUIDACION-OK                      VALUE '00'.
             88 FS-LIQUIDACION-EOF                     VALUE '10'.
             88 FS-LIQUIDACION-NFD                     VALUE '35'.

          05 FS-CERTIFICADO             PIC X(02).
             88 FS-CERTIFICADO-OK                      VALUE '00'.
             88 FS-CERTIFICADO-EOF                     VALUE '10'.
             88 FS-CERTIFICADO-NFD                     VALUE '35'.

          05 FS-SAL-CERTIFICADOS        PIC X(02).
             88 FS-SAL-CERTIFICADOS-OK                 VALUE '00'.
             88 FS-SAL-CERTIFICADOS-EOF                VALUE '10'.
             88 FS-SAL-CERTIFICADOS-NFD                VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.


       01 WS-RUN-STAMP.
          05 WS-RUN-FECHA-INICIO        PIC 9(08)      VALUE 0.
          05 WS-RUN-FECHA-INICIO-R REDEFINES WS-RUN-FECHA-INICIO.
             10 WS-RUN-ANIO-INICIO      PIC 9(04).
             10 FILLER                  PIC 9(04).
          05 WS-RUN-HORA-INICIO         PIC 9(06)      VALUE 0.
          05 WS-RUN-FECHA-FIN           PIC 9(08)      VALUE 0.
          05 WS-RUN-HORA-FIN            PIC 9(06)      VALUE 0.
       01 WS-HORA-ACEPTADA              PIC 9(08)      VALUE 0.
       01 WS-CONT-ARCHIVOS-SALIDA       PIC 9(03)      VALUE 0.

       01 WS-CERT-ANIO                  PIC 9(04)      VALUE 0.
       01 WS-CERT-ID                    PIC 9(05)      VALUE 0.
       01 WS-RETORNO-PROPUESTO          PIC 9(02)      VALUE 0.
       01 WS-LIQ-NOMBRE                 PIC X(44)      VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CONT-GENERACIONES       PIC 9(05)      VALUE 0.
          05 WS-CONT-GEN-USADAS         PIC 9(05)      VALUE 0.
          05 WS-CONT-GEN-FALTANTES      PIC 9(05)      VALUE 0.
          05 WS-CONT-REG-LEIDOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-REG-LISTADOS       PIC 9(05)      VALUE 0.
          05 WS-CONT-DIFERENCIAS        PIC 9(05)      VALUE 0.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CATALOGO            PIC 9(05)      VALUE 2000.
          05 WS-MAX-CERTIFICADOS        PIC 9(05)      VALUE 2000.
       01 WS-TABLA-EXCEDIDA             PIC X(20)      VALUE SPACES.

      *    Generaciones de liquidacion catalogadas. El periodo sale
      *    del registro de control C; un rerun autorizado del mismo
      *    dia y periodo reemplaza a la generacion anterior, que
      *    queda marcada R y no se suma.
       01 WS-TAB-GENERACIONES.
          05 WS-TAB-GEN-CANT            PIC 9(04)      VALUE 0.
          05 WS-TAB-GEN OCCURS 2000 TIMES.
             10 WS-TAB-GEN-FECHA        PIC 9(08).
             10 WS-TAB-GEN-SEQ          PIC 9(03).
             10 WS-TAB-GEN-ARCHIVO      PIC X(44).
             10 WS-TAB-GEN-PERIODO      PIC X(07).
             10 WS-TAB-GEN-ESTADO       PIC X(01).
                88 WS-TAB-GEN-VIGENTE                  VALUE 'V'.
                88 WS-TAB-GEN-FALTANTE                 VALUE 'F'.
                88 WS-TAB-GEN-REEMPLAZADA              VALUE 'R'.

       01 WS-GEN-IDX                    PIC 9(04)      VALUE 0.
       01 WS-GEN-J                      PIC 9(04)      VALUE 0.

       01 WS-TAB-CERTIFICADOS.
          05 WS-TAB-CER-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-CER OCCURS 2000 TIMES.
             10 WS-TAB-CER-ID           PIC 9(05).
             10 WS-TAB-CER-NOMBRE       PIC X(40).
             10 WS-TAB-CER-EN-HIST      PIC X(01).
             10 WS-TAB-CER-HIST-COM     PIC S9(11)V9(2).
             10 WS-TAB-CER-CLAWBACK     PIC S9(11)V9(2).
             10 WS-TAB-CER-MES OCCURS 12 TIMES.
                15 WS-TAB-CER-BRUTO     PIC S9(11)V9(2).
                15 WS-TAB-CER-RETENIDO  PIC S9(11)V9(2).
                15 WS-TAB-CER-NETO      PIC S9(11)V9(2).

       01 WS-CER-IDX                    PIC 9(05)      VALUE 0.
       01 WS-CER-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-CER-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-CER-ENCONTRADO-NO                      VALUE 'N'.
       01 WS-CER-BUSCAR-ID              PIC 9(05)      VALUE 0.
       01 WS-MES-IDX                    PIC 9(02)      VALUE 0.
       01 WS-LIQ-PERIODO-CTL            PIC X(07)      VALUE SPACES.

       01 WS-CER-TOTALES.
          05 WS-CER-TOT-BRUTO           PIC S9(11)V9(2) VALUE 0.
          05 WS-CER-TOT-RETENIDO        PIC S9(11)V9(2) VALUE 0.
          05 WS-CER-TOT-NETO            PIC S9(11)V9(2) VALUE 0.
          05 WS-CER-DIFERENCIA          PIC S9(11)V9(2) VALUE 0.

       01 WS-TAB-NOMBRES-MES.
          05 FILLER                     PIC X(10)   VALUE 'ENERO'.
          05 FILLER                     PIC X(10)   VALUE 'FEBRERO'.
          05 FILLER                     PIC X(10)   VALUE 'MARZO'.
          05 FILLER                     PIC X(10)   VALUE 'ABRIL'.
          05 FILLER                     PIC X(10)   VALUE 'MAYO'.
          05 FILLER                     PIC X(10)   VALUE 'JUNIO'.
          05 FILLER                     PIC X(10)   VALUE 'JULIO'.
          05 FILLER                     PIC X(10)   VALUE 'AGOSTO'.
          05 FILLER                     PIC X(10)   VALUE 'SETIEMBRE'.
          05 FILLER                     PIC X(10)   VALUE 'OCTUBRE'.
          05 FILLER                     PIC X(10)   VALUE 'NOVIEMBRE'.
          05 FILLER                     PIC X(10)   VALUE 'DICIEMBRE'.
       01 WS-TAB-NOMBRES-MES-R REDEFINES WS-TAB-NOMBRES-MES.
          05 WS-NOMBRE-MES              PIC X(10)   OCCURS 12 TIMES.

       01 WS-LIS-TITULO.
          05 FILLER                     PIC X(40)
             VALUE 'CERTIFICADO ANUAL DE RETENCIONES - ANIO '.
          05 WS-LIS-TIT-ANIO            PIC 9(04).

       01 WS-LIS-EMPLEADO.
          05 FILLER                     PIC X(08)      VALUE 'LEGAJO: '.
          05 WS-LIS-EMP-ID              PIC 9(05).
          05 FILLER                     PIC X(03)      VALUE ' - '.
          05 WS-LIS-EMP-NOMBRE          PIC X(40).

       01 WS-LIS-HEADER.
          05 FILLER                     PIC X(10)      VALUE 'MES'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)      VALUE 'BRUTO'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)      VALUE 'RETENIDO'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)      VALUE 'NETO'.

       01 WS-LIS-DETALLE.
          05 WS-LIS-D-MES               PIC X(10).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-BRUTO             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-RETENIDO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-NETO              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LIS-HISTORICO.
          05 FILLER                     PIC X(25)
             VALUE 'COMISION SEGUN HISTORICO '.
          05 WS-LIS-H-COMISION          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE SPACES.
          05 WS-LIS-H-OBSERVACION       PIC X(30).

       01 WS-LIS-SEPARADOR              PIC X(80)      VALUE ALL '-'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-COMISION-HIST-OK
              PERFORM 2000-PROCESAR-ANIO
                 THRU 2000-PROCESAR-ANIO-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           PERFORM 1100-LEER-CERTIFICADO
              THRU 1100-LEER-CERTIFICADO-FIN.

           OPEN INPUT COMISION-HIST.

           EVALUATE FS-COMISION-HIST
           WHEN '00'
                CONTINUE
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL HISTORICO DE COMISIONES'
                DISPLAY 'FILE STATUS: ' FS-COMISION-HIST
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL HISTORICO DE COMISIONES'
                DISPLAY 'FILE STATUS: ' FS-COMISION-HIST
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
           WHEN '00'
                PERFORM 1200-LEER-CATALOGO
                   THRU 1200-LEER-CATALOGO-FIN
                   UNTIL FS-CATALOGO-EOF
                CLOSE CATALOGO
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL CATALOGO DE SALIDAS'
                DISPLAY 'LOS CERTIFICADOS SALEN SIN LIQUIDACIONES'
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-CERTIFICADOS.

           IF FS-SAL-CERTIFICADOS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           END-IF.

           IF NOT FS-SAL-CERTIFICADOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CERTIFICADOS'
              DISPLAY 'FILE STATUS: ' FS-SAL-CERTIFICADOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    CERTIFICADO.TXT es opcional: trae el anio a certificar y,
      *    si se informa, un solo legajo. Sin archivo o sin anio se
      *    certifica el anio calendario anterior completo.
       1100-LEER-CERTIFICADO.

           OPEN INPUT CERTIFICADO.

           EVALUATE FS-CERTIFICADO
           WHEN '00'
                READ CERTIFICADO
                IF FS-CERTIFICADO-OK
                   AND CERTIFICADO-ANIO IS NUMERIC
                   MOVE CERTIFICADO-ANIO TO WS-CERT-ANIO
                END-IF
                IF FS-CERTIFICADO-OK
                   AND CERTIFICADO-ID-EMPLEADO IS NUMERIC
                   MOVE CERTIFICADO-ID-EMPLEADO TO WS-CERT-ID
                END-IF
                CLOSE CERTIFICADO
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CERTIFICADO'
                DISPLAY 'FILE STATUS: ' FS-CERTIFICADO
           END-EVALUATE.

           IF WS-CERT-ANIO = 0
              COMPUTE WS-CERT-ANIO = WS-RUN-ANIO-INICIO - 1
           END-IF.

       1100-LEER-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-CATALOGO.

           READ CATALOGO.

           EVALUATE TRUE
           WHEN FS-CATALOGO-OK
                IF CATAL-TIPO = 'LIQUIDACION'
                   IF WS-TAB-GEN-CANT >= WS-MAX-CATALOGO
                      MOVE 'CATALOGO' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-GEN-CANT
                   ADD 1 TO WS-CONT-GENERACIONES
                   MOVE CATAL-FECHA
                      TO WS-TAB-GEN-FECHA(WS-TAB-GEN-CANT)
                   MOVE CATAL-SECUENCIA
                      TO WS-TAB-GEN-SEQ(WS-TAB-GEN-CANT)
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

       1200-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El historico del anio da la nomina de empleados a
      *    certificar y la comision que se uso al cierre; despues se
      *    suman las liquidaciones vigentes del anio mes por mes.
       2000-PROCESAR-ANIO.

           PERFORM 2100-CARGAR-HISTORICO
              THRU 2100-CARGAR-HISTORICO-FIN.

           PERFORM 2200-IDENTIFICAR-PERIODO
              THRU 2200-IDENTIFICAR-PERIODO-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 2300-MARCAR-REEMPLAZADAS
              THRU 2300-MARCAR-REEMPLAZADAS-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 2400-SUMAR-GENERACION
              THRU 2400-SUMAR-GENERACION-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           IF NOT FS-SAL-CERTIFICADOS-OK
              GO TO 2000-PROCESAR-ANIO-FIN
           END-IF.

           PERFORM 2600-EMITIR-CERTIFICADO
              THRU 2600-EMITIR-CERTIFICADO-FIN
              VARYING WS-CER-IDX FROM 1 BY 1
              UNTIL WS-CER-IDX > WS-TAB-CER-CANT.

       2000-PROCESAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-HISTORICO.

           MOVE WS-CERT-ANIO TO HIST-ANIO.
           MOVE ZEROES TO HIST-ID-EMPLEADO.

           START COMISION-HIST KEY >= HIST-CLAVE.

           IF NOT FS-COMISION-HIST-OK
              GO TO 2100-CARGAR-HISTORICO-FIN
           END-IF.

           PERFORM 2150-LEER-HISTORICO
              THRU 2150-LEER-HISTORICO-FIN
              UNTIL NOT FS-COMISION-HIST-OK.

       2100-CARGAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-LEER-HISTORICO.

           READ COMISION-HIST NEXT.

           EVALUATE TRUE
           WHEN FS-COMISION-HIST-OK
                IF HIST-ANIO NOT = WS-CERT-ANIO
                   MOVE '10' TO FS-COMISION-HIST
                   GO TO 2150-LEER-HISTORICO-FIN
                END-IF
                IF WS-CERT-ID > 0
                   AND HIST-ID-EMPLEADO NOT = WS-CERT-ID
                   GO TO 2150-LEER-HISTORICO-FIN
                END-IF
                MOVE HIST-ID-EMPLEADO TO WS-CER-BUSCAR-ID
                PERFORM 2500-UBICAR-EMPLEADO
                   THRU 2500-UBICAR-EMPLEADO-FIN
                MOVE HIST-NOMBRE TO WS-TAB-CER-NOMBRE(WS-CER-IDX)
                MOVE 'Y' TO WS-TAB-CER-EN-HIST(WS-CER-IDX)
                MOVE HIST-COMISION
                   TO WS-TAB-CER-HIST-COM(WS-CER-IDX)
           WHEN FS-COMISION-HIST-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL HISTORICO DE COMISIONES'
                DISPLAY 'FILE STATUS: ' FS-COMISION-HIST
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       2150-LEER-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El periodo liquidado de cada generacion es el del registro
      *    de control C. Una generacion ya depurada no se puede sumar:
      *    se avisa y el certificado sale con advertencia.
       2200-IDENTIFICAR-PERIODO.

           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-LIQ-NOMBRE.
           MOVE SPACES TO WS-LIQ-PERIODO-CTL.

           OPEN INPUT LIQUIDACION.

           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'LIQUIDACION CATALOGADA NO DISPONIBLE: '
                 WS-LIQ-NOMBRE
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
              MOVE 'F' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
              ADD 1 TO WS-CONT-GEN-FALTANTES
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2200-IDENTIFICAR-PERIODO-FIN
           END-IF.

           PERFORM 2250-BUSCAR-CONTROL
              THRU 2250-BUSCAR-CONTROL-FIN
              UNTIL NOT FS-LIQUIDACION-OK.

           CLOSE LIQUIDACION.

           MOVE WS-LIQ-PERIODO-CTL TO WS-TAB-GEN-PERIODO(WS-GEN-IDX).

       2200-IDENTIFICAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCAR-CONTROL.

           READ LIQUIDACION.

           IF FS-LIQUIDACION-OK
              AND LIQ-TIPO-REG = 'C'
              MOVE LIQ-PERIODO TO WS-LIQ-PERIODO-CTL
           END-IF.

       2250-BUSCAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-MARCAR-REEMPLAZADAS.

           IF NOT WS-TAB-GEN-VIGENTE(WS-GEN-IDX)
              GO TO 2300-MARCAR-REEMPLAZADAS-FIN
           END-IF.

           PERFORM 2350-COMPARAR-GENERACION
              THRU 2350-COMPARAR-GENERACION-FIN
              VARYING WS-GEN-J FROM 1 BY 1
              UNTIL WS-GEN-J > WS-TAB-GEN-CANT
              OR WS-TAB-GEN-REEMPLAZADA(WS-GEN-IDX).

       2300-MARCAR-REEMPLAZADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2350-COMPARAR-GENERACION.

           IF WS-TAB-GEN-VIGENTE(WS-GEN-J)
              AND WS-TAB-GEN-FECHA(WS-GEN-J) =
                 WS-TAB-GEN-FECHA(WS-GEN-IDX)
              AND WS-TAB-GEN-PERIODO(WS-GEN-J) =
                 WS-TAB-GEN-PERIODO(WS-GEN-IDX)
              AND WS-TAB-GEN-SEQ(WS-GEN-J) >
                 WS-TAB-GEN-SEQ(WS-GEN-IDX)
              MOVE 'R' TO WS-TAB-GEN-ESTADO(WS-GEN-IDX)
           END-IF.

       2350-COMPARAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Se suman los registros D (devengado), A (ajustes), R
      *    (clawbacks) y S (sobrecomisiones) en el mes liquidado. Los
      *    O son reofertas de lineas que nomina habia rechazado: ya
      *    figuran en la generacion original y no se vuelven a contar.
      *    Los G (anticipos) no son comision devengada.
       2400-SUMAR-GENERACION.

           IF NOT WS-TAB-GEN-VIGENTE(WS-GEN-IDX)
           OR WS-TAB-GEN-PERIODO(WS-GEN-IDX)(1:4) NOT = WS-CERT-ANIO
              GO TO 2400-SUMAR-GENERACION-FIN
           END-IF.

           MOVE WS-TAB-GEN-PERIODO(WS-GEN-IDX) TO WS-LIQ-PERIODO-CTL.

           IF WS-LIQ-PERIODO-CTL(6:2) IS NOT NUMERIC
              GO TO 2400-SUMAR-GENERACION-FIN
           END-IF.

           MOVE WS-LIQ-PERIODO-CTL(6:2) TO WS-MES-IDX.

           IF WS-MES-IDX < 1 OR WS-MES-IDX > 12
              GO TO 2400-SUMAR-GENERACION-FIN
           END-IF.

           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-LIQ-NOMBRE.

           OPEN INPUT LIQUIDACION.

           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'ERROR AL ABRIR LA LIQUIDACION ' WS-LIQ-NOMBRE
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2400-SUMAR-GENERACION-FIN
           END-IF.

           ADD 1 TO WS-CONT-GEN-USADAS.

           PERFORM 2450-LEER-LIQUIDACION
              THRU 2450-LEER-LIQUIDACION-FIN
              UNTIL NOT FS-LIQUIDACION-OK.

           CLOSE LIQUIDACION.

       2400-SUMAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-LEER-LIQUIDACION.

           READ LIQUIDACION.

           IF NOT FS-LIQUIDACION-OK
              GO TO 2450-LEER-LIQUIDACION-FIN
           END-IF.

           ADD 1 TO WS-CONT-REG-LEIDOS.

           IF LIQ-TIPO-REG NOT = 'D'
              AND LIQ-TIPO-REG NOT = 'A'
              AND LIQ-TIPO-REG NOT = 'R'
              AND LIQ-TIPO-REG NOT = 'S'
              GO TO 2450-LEER-LIQUIDACION-FIN
           END-IF.

           IF WS-CERT-ID > 0
              AND LIQ-ID NOT = WS-CERT-ID
              GO TO 2450-LEER-LIQUIDACION-FIN
           END-IF.

           IF LIQ-RETENCION IS NOT NUMERIC
              MOVE ZEROES TO LIQ-RETENCION
              MOVE LIQ-COMISION TO LIQ-NETO
           END-IF.

           MOVE LIQ-ID TO WS-CER-BUSCAR-ID.
           PERFORM 2500-UBICAR-EMPLEADO
              THRU 2500-UBICAR-EMPLEADO-FIN.

           ADD LIQ-COMISION
              TO WS-TAB-CER-BRUTO(WS-CER-IDX, WS-MES-IDX).

           IF LIQ-TIPO-REG = 'R'
              ADD LIQ-COMISION TO WS-TAB-CER-CLAWBACK(WS-CER-IDX)
           END-IF.
           ADD LIQ-RETENCION
              TO WS-TAB-CER-RETENIDO(WS-CER-IDX, WS-MES-IDX).
           ADD LIQ-NETO
              TO WS-TAB-CER-NETO(WS-CER-IDX, WS-MES-IDX).

       2450-LEER-LIQUIDACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Deja WS-CER-IDX apuntando al legajo WS-CER-BUSCAR-ID; si
      *    no esta en la tabla lo agrega con los meses en cero.
       2500-UBICAR-EMPLEADO.

           SET WS-CER-ENCONTRADO-NO TO TRUE.

           PERFORM 2550-BUSCAR-EMPLEADO
              THRU 2550-BUSCAR-EMPLEADO-FIN
              VARYING WS-CER-IDX FROM 1 BY 1
              UNTIL WS-CER-IDX > WS-TAB-CER-CANT
              OR WS-CER-ENCONTRADO-YES.

           IF WS-CER-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-CER-IDX
              GO TO 2500-UBICAR-EMPLEADO-FIN
           END-IF.

           IF WS-TAB-CER-CANT >= WS-MAX-CERTIFICADOS
              MOVE 'CERTIFICADOS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-CER-CANT.
           MOVE WS-TAB-CER-CANT TO WS-CER-IDX.
           INITIALIZE WS-TAB-CER(WS-CER-IDX).
           MOVE WS-CER-BUSCAR-ID TO WS-TAB-CER-ID(WS-CER-IDX).
           MOVE 'N' TO WS-TAB-CER-EN-HIST(WS-CER-IDX).

       2500-UBICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-BUSCAR-EMPLEADO.

           IF WS-TAB-CER-ID(WS-CER-IDX) = WS-CER-BUSCAR-ID
              SET WS-CER-ENCONTRADO-YES TO TRUE
           END-IF.

       2550-BUSCAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un certificado por legajo: los doce meses, el total anual
      *    y el control contra la comision que quedo en el historico.
      *    Una diferencia no frena la emision pero deja codigo 4.
      *    Los clawbacks no pasan por el acumulado anual: se descuentan
      *    del bruto antes de comparar.
       2600-EMITIR-CERTIFICADO.

           MOVE ZEROES TO WS-CER-TOT-BRUTO.
           MOVE ZEROES TO WS-CER-TOT-RETENIDO.
           MOVE ZEROES TO WS-CER-TOT-NETO.

           MOVE WS-CERT-ANIO TO WS-LIS-TIT-ANIO.
           MOVE WS-LIS-TITULO TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           MOVE WS-TAB-CER-ID(WS-CER-IDX) TO WS-LIS-EMP-ID.
           MOVE WS-TAB-CER-NOMBRE(WS-CER-IDX) TO WS-LIS-EMP-NOMBRE.
           MOVE WS-LIS-EMPLEADO TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           MOVE WS-LIS-SEPARADOR TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.
           MOVE WS-LIS-HEADER TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.
           MOVE WS-LIS-SEPARADOR TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           PERFORM 2650-GRABAR-MES
              THRU 2650-GRABAR-MES-FIN
              VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX > 12.

           MOVE WS-LIS-SEPARADOR TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           MOVE 'TOTAL ANIO' TO WS-LIS-D-MES.
           MOVE WS-CER-TOT-BRUTO TO WS-LIS-D-BRUTO.
           MOVE WS-CER-TOT-RETENIDO TO WS-LIS-D-RETENIDO.
           MOVE WS-CER-TOT-NETO TO WS-LIS-D-NETO.
           MOVE WS-LIS-DETALLE TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           MOVE WS-TAB-CER-HIST-COM(WS-CER-IDX) TO WS-LIS-H-COMISION.
           MOVE SPACES TO WS-LIS-H-OBSERVACION.

           IF WS-TAB-CER-EN-HIST(WS-CER-IDX) NOT = 'Y'
              MOVE 'SIN REGISTRO EN EL HISTORICO'
                 TO WS-LIS-H-OBSERVACION
              ADD 1 TO WS-CONT-DIFERENCIAS
           ELSE
              COMPUTE WS-CER-DIFERENCIA =
                 WS-CER-TOT-BRUTO - WS-TAB-CER-CLAWBACK(WS-CER-IDX)
                 - WS-TAB-CER-HIST-COM(WS-CER-IDX)
              IF WS-CER-DIFERENCIA NOT = ZEROES
                 MOVE 'NO COINCIDE CON LO LIQUIDADO'
                    TO WS-LIS-H-OBSERVACION
                 ADD 1 TO WS-CONT-DIFERENCIAS
              END-IF
           END-IF.

           MOVE WS-LIS-HISTORICO TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           MOVE SPACES TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           ADD 1 TO WS-CONT-REG-LISTADOS.

       2600-EMITIR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-GRABAR-MES.

           MOVE WS-NOMBRE-MES(WS-MES-IDX) TO WS-LIS-D-MES.
           MOVE WS-TAB-CER-BRUTO(WS-CER-IDX, WS-MES-IDX)
              TO WS-LIS-D-BRUTO.
           MOVE WS-TAB-CER-RETENIDO(WS-CER-IDX, WS-MES-IDX)
              TO WS-LIS-D-RETENIDO.
           MOVE WS-TAB-CER-NETO(WS-CER-IDX, WS-MES-IDX)
              TO WS-LIS-D-NETO.
           MOVE WS-LIS-DETALLE TO SAL-CERTIFICADOS-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           ADD WS-TAB-CER-BRUTO(WS-CER-IDX, WS-MES-IDX)
              TO WS-CER-TOT-BRUTO.
           ADD WS-TAB-CER-RETENIDO(WS-CER-IDX, WS-MES-IDX)
              TO WS-CER-TOT-RETENIDO.
           ADD WS-TAB-CER-NETO(WS-CER-IDX, WS-MES-IDX)
              TO WS-CER-TOT-NETO.

       2650-GRABAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-SALIDA.

           WRITE SAL-CERTIFICADOS-REG.

           IF NOT FS-SAL-CERTIFICADOS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CERTIFICADOS'
              DISPLAY 'FILE STATUS: ' FS-SAL-CERTIFICADOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       2900-GRABAR-SALIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'ANIO CERTIFICADO:          ' WS-CERT-ANIO.
           DISPLAY 'LIQUIDACIONES CATALOGADAS: ' WS-CONT-GENERACIONES.
           DISPLAY 'LIQUIDACIONES SUMADAS:     ' WS-CONT-GEN-USADAS.
           DISPLAY 'LIQUIDACIONES FALTANTES:   ' WS-CONT-GEN-FALTANTES.
           DISPLAY 'CERTIFICADOS EMITIDOS:     ' WS-CONT-REG-LISTADOS.
           DISPLAY 'DIFERENCIAS CON HISTORICO: ' WS-CONT-DIFERENCIAS.

           IF WS-CONT-DIFERENCIAS > 0
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           IF FS-COMISION-HIST NOT = '35'
              CLOSE COMISION-HIST
           END-IF.

           CLOSE SAL-CERTIFICADOS.

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

           MOVE 'TP01EJ10' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-REG-LISTADOS TO RUN-REG-ACEPTADOS.
           MOVE WS-CONT-DIFERENCIAS TO RUN-REG-RECHAZADOS.
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
      *    Codigos de condicion para el scheduler: 0 certificados
      *    limpios, 4 liquidacion faltante o diferencia contra el
      *    historico, 8 archivo inutilizable. Nunca se rebaja un
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

       END PROGRAM TP01EJ10.

      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    CONSULTA DE TRAZA DE CALCULO: TODAS LAS LINEAS DE
      *             TRAZA DE UN LEGAJO Y UN PERIODO, RECORRIENDO LAS
      *             GENERACIONES CATALOGADAS POR TP01EJ01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ11.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT CONSULTA
           ASSIGN TO '../CONSULTA-TRAZA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSULTA.

           SELECT CATALOGO
           ASSIGN TO '../CATALOGO-SALIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT TRAZA
           ASSIGN TO WS-TRZ-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAZA.

           SELECT SAL-CONSULTA
           ASSIGN TO '../TRAZA-EMPLEADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONSULTA.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD CONSULTA.
       01 CONSULTA-REGISTRO.
          05 CONSULTA-ID-EMPLEADO       PIC 9(05).
          05 CONSULTA-PERIODO           PIC X(07).

       FD CATALOGO.
       01 CATAL-REGISTRO.
          05 CATAL-FECHA                PIC 9(08).
          05 CATAL-SECUENCIA            PIC 9(03).
          05 CATAL-TIPO                 PIC X(12).
          05 CATAL-ARCHIVO              PIC X(44).

       COPY TRAZA.

       FD SAL-CONSULTA.
       01 SAL-CONSULTA-REG PIC X(200).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CONSULTA                PIC X(02).
             88 FS-CONSULTA-OK                         VALUE '00'.
             88 FS-CONSULTA-EOF                        VALUE '10'.
             88 FS-CONSULTA-NFD                        VALUE '35'.

          05 FS-CATALOGO                PIC X(02).
             88 FS-CATALOGO-OK                         VALUE '00'.
             88 FS-CATALOGO-EOF                        VALUE '10'.
             88 FS-CATALOGO-NFD                        VALUE '35'.

          05 FS-TRAZA                   PIC X(02).
             88 FS-TRAZA-OK                            VALUE '00'.
             88 FS-TRAZA-EOF                           VALUE '10'.
             88 FS-TRAZA-NFD                           VALUE '35'.

          05 FS-SAL-CONSULTA            PIC X(02).
             88 FS-SAL-CONSULTA-OK                     VALUE '00'.
             88 FS-SAL-CONSULTA-EOF                    VALUE '10'.
             88 FS-SAL-CONSULTA-NFD                    VALUE '35'.

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

       01 WS-CONS-ID                    PIC 9(05)      VALUE 0.
       01 WS-CONS-PERIODO               PIC X(07)      VALUE SPACES.
       01 WS-CONSULTA-VALIDA            PIC X(01)      VALUE 'N'.
          88 WS-CONSULTA-VALIDA-YES                    VALUE 'Y'.
          88 WS-CONSULTA-VALIDA-NO                     VALUE 'N'.
       01 WS-RETORNO-PROPUESTO          PIC 9(02)      VALUE 0.
       01 WS-TRZ-NOMBRE                 PIC X(44)      VALUE SPACES.
       01 WS-GEN-LISTADA                PIC X(01)      VALUE 'N'.
          88 WS-GEN-LISTADA-YES                        VALUE 'Y'.
          88 WS-GEN-LISTADA-NO                         VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CONT-GENERACIONES       PIC 9(05)      VALUE 0.
          05 WS-CONT-GEN-USADAS         PIC 9(05)      VALUE 0.
          05 WS-CONT-GEN-FALTANTES      PIC 9(05)      VALUE 0.
          05 WS-CONT-REG-LEIDOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-REG-LISTADOS       PIC 9(07)      VALUE 0.
          05 WS-CONT-REG-CLAWBACK       PIC 9(07)      VALUE 0.

       01 WS-TOTALES.
          05 WS-TOT-IMPORTE             PIC S9(11)V9(2) VALUE 0.
          05 WS-TOT-COMISION            PIC S9(11)V9(2) VALUE 0.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CATALOGO            PIC 9(05)      VALUE 500.
       01 WS-TABLA-EXCEDIDA             PIC X(20)      VALUE SPACES.

      *    Generaciones de traza catalogadas, en el orden en que se
      *    produjeron. Un reproceso deja su propia generacion: la
      *    consulta las lista todas, cada una bajo su encabezado.
       01 WS-TAB-GENERACIONES.
          05 WS-TAB-GEN-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-GEN OCCURS 500 TIMES.
             10 WS-TAB-GEN-FECHA        PIC 9(08).
             10 WS-TAB-GEN-SEQ          PIC 9(03).
             10 WS-TAB-GEN-ARCHIVO      PIC X(44).

       01 WS-GEN-IDX                    PIC 9(03)      VALUE 0.

       01 WS-LIS-TITULO.
          05 FILLER                     PIC X(29)
             VALUE 'TRAZA DE CALCULO - LEGAJO: '.
          05 WS-LIS-TIT-ID              PIC 9(05).
          05 FILLER                     PIC X(12)
             VALUE ' - PERIODO: '.
          05 WS-LIS-TIT-PERIODO         PIC X(07).

       01 WS-LIS-GENERACION.
          05 FILLER                     PIC X(12)
             VALUE 'GENERACION: '.
          05 WS-LIS-GEN-ARCHIVO         PIC X(44).

       01 WS-LIS-HEADER.
          05 FILLER                     PIC X(10)      VALUE 'FECHA'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(03)      VALUE 'EXT'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(05)      VALUE 'VEND.'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(20)
             VALUE 'CATEGORIA'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(01)      VALUE 'T'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(03)      VALUE 'MON'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(15)
             VALUE 'IMPORTE ORIG.'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(09)      VALUE 'COTIZ.'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)      VALUE 'IMPORTE'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(05)      VALUE 'TASA'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(01)      VALUE 'O'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(10)      VALUE 'VIGENCIA'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(03)      VALUE 'CUO'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(06)      VALUE 'SPLIT'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(04)      VALUE 'CLAW'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(18)      VALUE 'COMISION'.

       01 WS-LIS-DETALLE.
          05 WS-LIS-D-FECHA             PIC X(10).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 WS-LIS-D-EXTRACTO          PIC X(01).
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-VENDEDOR          PIC 9(05).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-CATEGORIA         PIC X(20).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-TIPO              PIC X(01).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-MONEDA            PIC X(03).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-IMP-ORIG          PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-CAMBIO            PIC ZZZ9,9999.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-IMPORTE           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-TASA              PIC Z9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-TASA-ORIGEN       PIC X(01).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-VIGENCIA          PIC X(10).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 WS-LIS-D-CUOTA             PIC X(01).
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-SPLIT             PIC ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 WS-LIS-D-CLAWBACK          PIC X(01).
          05 FILLER                     PIC X(02)      VALUE SPACES.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-D-COMISION          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LIS-TOTAL.
          05 FILLER                     PIC X(20)
             VALUE 'LINEAS DE TRAZA:   '.
          05 WS-LIS-TOT-LINEAS          PIC ZZZ.ZZ9.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(10)
             VALUE 'IMPORTE: '.
          05 WS-LIS-TOT-IMPORTE         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(11)
             VALUE 'COMISION: '.
          05 WS-LIS-TOT-COMISION        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LIS-REFERENCIAS.
          05 FILLER                     PIC X(60)      VALUE
             'EXT: EXTRACTO A/B/C  O: T=TASAS D=DEFECTO  CUO: TRAMOS'.
          05 FILLER                     PIC X(40)      VALUE
             ' DE CUOTA  CLAW: S=CLAWBACK'.

       01 WS-LIS-SIN-DATOS              PIC X(60)      VALUE
             'NO HAY LINEAS DE TRAZA PARA EL LEGAJO Y PERIODO PEDIDOS'.

       01 WS-LIS-SEPARADOR              PIC X(200)     VALUE ALL '-'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-CONSULTA-VALIDA-YES
              AND FS-SAL-CONSULTA-OK
              PERFORM 2000-PROCESAR-CONSULTA
                 THRU 2000-PROCESAR-CONSULTA-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           PERFORM 1100-LEER-CONSULTA
              THRU 1100-LEER-CONSULTA-FIN.

           IF WS-CONSULTA-VALIDA-NO
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
           WHEN '00'
                PERFORM 1200-LEER-CATALOGO
                   THRU 1200-LEER-CATALOGO-FIN
                   UNTIL FS-CATALOGO-EOF
                CLOSE CATALOGO
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL CATALOGO DE SALIDAS'
                DISPLAY 'NO HAY GENERACIONES DE TRAZA PARA CONSULTAR'
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

           OPEN OUTPUT SAL-CONSULTA.

           IF FS-SAL-CONSULTA-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           END-IF.

           IF NOT FS-SAL-CONSULTA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONSULTA DE TRAZA'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSULTA
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA-TRAZA.TXT es obligatorio: trae el legajo y el
      *    periodo AAAA-MM a consultar. Sin ellos no hay consulta.
       1100-LEER-CONSULTA.

           SET WS-CONSULTA-VALIDA-NO TO TRUE.

           OPEN INPUT CONSULTA.

           EVALUATE FS-CONSULTA
           WHEN '00'
                READ CONSULTA
                IF FS-CONSULTA-OK
                   AND CONSULTA-ID-EMPLEADO IS NUMERIC
                   AND CONSULTA-PERIODO(1:4) IS NUMERIC
                   AND CONSULTA-PERIODO(5:1) = '-'
                   AND CONSULTA-PERIODO(6:2) IS NUMERIC
                   MOVE CONSULTA-ID-EMPLEADO TO WS-CONS-ID
                   MOVE CONSULTA-PERIODO TO WS-CONS-PERIODO
                   SET WS-CONSULTA-VALIDA-YES TO TRUE
                END-IF
                CLOSE CONSULTA
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONSULTA'
                DISPLAY 'FILE STATUS: ' FS-CONSULTA
           END-EVALUATE.

           IF WS-CONSULTA-VALIDA-NO
              DISPLAY 'CONSULTA DE TRAZA SIN LEGAJO O PERIODO VALIDO'
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1100-LEER-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-CATALOGO.

           READ CATALOGO.

           EVALUATE TRUE
           WHEN FS-CATALOGO-OK
                IF CATAL-TIPO = 'TRAZA'
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
      *    Se recorren todas las generaciones de traza: cada linea del
      *    legajo cuya fecha de venta cae en el periodo pedido se lista
      *    bajo el encabezado de la generacion que la produjo.
       2000-PROCESAR-CONSULTA.

           MOVE WS-CONS-ID TO WS-LIS-TIT-ID.
           MOVE WS-CONS-PERIODO TO WS-LIS-TIT-PERIODO.
           MOVE WS-LIS-TITULO TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.
           MOVE WS-LIS-REFERENCIAS TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           PERFORM 2100-RECORRER-GENERACION
              THRU 2100-RECORRER-GENERACION-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           MOVE WS-LIS-SEPARADOR TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           IF WS-CONT-REG-LISTADOS = 0
              MOVE WS-LIS-SIN-DATOS TO SAL-CONSULTA-REG
              PERFORM 2900-GRABAR-SALIDA
                 THRU 2900-GRABAR-SALIDA-FIN
              GO TO 2000-PROCESAR-CONSULTA-FIN
           END-IF.

           MOVE WS-CONT-REG-LISTADOS TO WS-LIS-TOT-LINEAS.
           MOVE WS-TOT-IMPORTE TO WS-LIS-TOT-IMPORTE.
           MOVE WS-TOT-COMISION TO WS-LIS-TOT-COMISION.
           MOVE WS-LIS-TOTAL TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

       2000-PROCESAR-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una generacion ya depurada no se puede leer: se avisa y la
      *    consulta sigue con las demas.
       2100-RECORRER-GENERACION.

           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-TRZ-NOMBRE.
           SET WS-GEN-LISTADA-NO TO TRUE.

           OPEN INPUT TRAZA.

           IF NOT FS-TRAZA-OK
              DISPLAY 'TRAZA CATALOGADA NO DISPONIBLE: ' WS-TRZ-NOMBRE
              DISPLAY 'FILE STATUS: ' FS-TRAZA
              ADD 1 TO WS-CONT-GEN-FALTANTES
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2100-RECORRER-GENERACION-FIN
           END-IF.

           ADD 1 TO WS-CONT-GEN-USADAS.

           PERFORM 2150-LEER-TRAZA
              THRU 2150-LEER-TRAZA-FIN
              UNTIL NOT FS-TRAZA-OK.

           CLOSE TRAZA.

       2100-RECORRER-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-LEER-TRAZA.

           READ TRAZA.

           IF NOT FS-TRAZA-OK
              GO TO 2150-LEER-TRAZA-FIN
           END-IF.

           ADD 1 TO WS-CONT-REG-LEIDOS.

           IF TRZ-ID-EMPLEADO NOT = WS-CONS-ID
              OR TRZ-FECHA(1:7) NOT = WS-CONS-PERIODO
              GO TO 2150-LEER-TRAZA-FIN
           END-IF.

           IF WS-GEN-LISTADA-NO
              PERFORM 2200-ENCABEZAR-GENERACION
                 THRU 2200-ENCABEZAR-GENERACION-FIN
           END-IF.

           MOVE TRZ-FECHA TO WS-LIS-D-FECHA.
           MOVE TRZ-EXTRACTO TO WS-LIS-D-EXTRACTO.
           MOVE TRZ-ID-VENDEDOR TO WS-LIS-D-VENDEDOR.
           MOVE TRZ-CATEGORIA TO WS-LIS-D-CATEGORIA.
           MOVE TRZ-TIPO-MOVIM TO WS-LIS-D-TIPO.
           MOVE TRZ-MONEDA TO WS-LIS-D-MONEDA.
           MOVE TRZ-IMPORTE-ORIG TO WS-LIS-D-IMP-ORIG.
           MOVE TRZ-CAMBIO TO WS-LIS-D-CAMBIO.
           MOVE TRZ-IMPORTE TO WS-LIS-D-IMPORTE.
           MOVE TRZ-TASA TO WS-LIS-D-TASA.
           MOVE TRZ-TASA-ORIGEN TO WS-LIS-D-TASA-ORIGEN.
           MOVE TRZ-TASA-VIG-DESDE TO WS-LIS-D-VIGENCIA.
           MOVE TRZ-CUOTA TO WS-LIS-D-CUOTA.
           MOVE TRZ-PORC-SPLIT TO WS-LIS-D-SPLIT.
           MOVE TRZ-CLAWBACK TO WS-LIS-D-CLAWBACK.
           MOVE TRZ-COMISION TO WS-LIS-D-COMISION.
           MOVE WS-LIS-DETALLE TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           ADD 1 TO WS-CONT-REG-LISTADOS.
           ADD TRZ-IMPORTE TO WS-TOT-IMPORTE.
           ADD TRZ-COMISION TO WS-TOT-COMISION.

           IF TRZ-CLAWBACK-SI
              ADD 1 TO WS-CONT-REG-CLAWBACK
           END-IF.

       2150-LEER-TRAZA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ENCABEZAR-GENERACION.

           MOVE WS-LIS-SEPARADOR TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.
           MOVE WS-TRZ-NOMBRE TO WS-LIS-GEN-ARCHIVO.
           MOVE WS-LIS-GENERACION TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.
           MOVE WS-LIS-HEADER TO SAL-CONSULTA-REG.
           PERFORM 2900-GRABAR-SALIDA
              THRU 2900-GRABAR-SALIDA-FIN.

           SET WS-GEN-LISTADA-YES TO TRUE.

       2200-ENCABEZAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-SALIDA.

           WRITE SAL-CONSULTA-REG.

           IF NOT FS-SAL-CONSULTA-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CONSULTA DE TRAZA'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSULTA
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       2900-GRABAR-SALIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'LEGAJO CONSULTADO:         ' WS-CONS-ID.
           DISPLAY 'PERIODO CONSULTADO:        ' WS-CONS-PERIODO.
           DISPLAY 'TRAZAS CATALOGADAS:        ' WS-CONT-GENERACIONES.
           DISPLAY 'TRAZAS LEIDAS:             ' WS-CONT-GEN-USADAS.
           DISPLAY 'TRAZAS FALTANTES:          ' WS-CONT-GEN-FALTANTES.
           DISPLAY 'LINEAS LISTADAS:           ' WS-CONT-REG-LISTADOS.
           DISPLAY 'LINEAS DE CLAWBACK:        ' WS-CONT-REG-CLAWBACK.

           IF FS-SAL-CONSULTA-OK
              CLOSE SAL-CONSULTA
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

           MOVE 'TP01EJ11' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-REG-LISTADOS TO RUN-REG-ACEPTADOS.
           MOVE ZEROES TO RUN-REG-RECHAZADOS.
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
      *    Codigos de condicion para el scheduler: 0 consulta limpia,
      *    4 catalogo o generacion de traza faltante, 8 consulta
      *    invalida o archivo inutilizable. Nunca se rebaja un codigo
      *    ya fijado.
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

       END PROGRAM TP01EJ11.

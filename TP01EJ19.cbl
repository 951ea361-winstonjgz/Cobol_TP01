      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    TABLERO DE DESEMPENO DE VENDEDORES EN LOS ULTIMOS
      *             DOCE PERIODOS CERRADOS: VENTAS, DEVOLUCIONES, NETO,
      *             COMISION, CLAWBACKS Y PUESTO DENTRO DE LA
      *             CATEGORIA, CON TENDENCIA MOVIL DE TRES PERIODOS Y
      *             ALERTA DE NETO EN BAJA TRES PERIODOS SEGUIDOS.
      *             OPCIONALMENTE GENERA LA VERSION CSV
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ19.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT CATALOGO
           ASSIGN TO '../CATALOGO-SALIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT CIERRE-VEND
           ASSIGN TO WS-NOM-CIERRE-VEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRE-VEND.

           SELECT CLAWBACKS
           ASSIGN TO '../CLAWBACKS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLAWBACKS.

           SELECT COMISION-HIST
           ASSIGN TO '../COMISION-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-CLAVE
           FILE STATUS IS FS-COMISION-HIST.

           SELECT CSV-PARAM
           ASSIGN TO '../DASHBOARD-CSV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CSV-PARAM.

           SELECT SAL-TABLERO
           ASSIGN TO '../DASHBOARD-VENDEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-TABLERO.

           SELECT SAL-CSV
           ASSIGN TO '../DASHBOARD-VENDEDORES.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CSV.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD CATALOGO.
       01 CATAL-REGISTRO.
          05 CATAL-FECHA                PIC 9(08).
          05 CATAL-SECUENCIA            PIC 9(03).
          05 CATAL-TIPO                 PIC X(12).
          05 CATAL-ARCHIVO              PIC X(44).

       COPY CIERREVEN.

      *    Comision a recuperar por devoluciones de periodos ya
      *    liquidados, imputada al periodo de la venta original.
       FD CLAWBACKS.
       01 CLAW-REGISTRO.
          05 CLAW-FECHA-GEN             PIC 9(08).
          05 CLAW-ID-EMPLEADO           PIC 9(05).
          05 CLAW-PERIODO               PIC X(07).
          05 CLAW-IMPORTE               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 CLAW-COMISION              PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

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

       FD CSV-PARAM.
       01 CSV-PARAM-REG PIC X(01).

       FD SAL-TABLERO.
       01 SAL-TABLERO-REG               PIC X(133).

       FD SAL-CSV.
       01 SAL-CSV-REGISTRO              PIC X(250).

       COPY RUNHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CATALOGO                PIC X(02).
             88 FS-CATALOGO-OK                         VALUE '00'.
             88 FS-CATALOGO-EOF                        VALUE '10'.
             88 FS-CATALOGO-NFD                        VALUE '35'.

          05 FS-CIERRE-VEND             PIC X(02).
             88 FS-CIERRE-VEND-OK                      VALUE '00'.
             88 FS-CIERRE-VEND-EOF                     VALUE '10'.
             88 FS-CIERRE-VEND-NFD                     VALUE '35'.

          05 FS-CLAWBACKS               PIC X(02).
             88 FS-CLAWBACKS-OK                        VALUE '00'.
             88 FS-CLAWBACKS-EOF                       VALUE '10'.
             88 FS-CLAWBACKS-NFD                       VALUE '35'.

          05 FS-COMISION-HIST           PIC X(02).
             88 FS-COMISION-HIST-OK                    VALUE '00'.
             88 FS-COMISION-HIST-EOF                   VALUE '10'.
             88 FS-COMISION-HIST-NFD                   VALUE '35'.

          05 FS-CSV-PARAM               PIC X(02).
             88 FS-CSV-PARAM-OK                        VALUE '00'.
             88 FS-CSV-PARAM-EOF                       VALUE '10'.
             88 FS-CSV-PARAM-NFD                       VALUE '35'.

          05 FS-SAL-TABLERO             PIC X(02).
             88 FS-SAL-TABLERO-OK                      VALUE '00'.
             88 FS-SAL-TABLERO-EOF                     VALUE '10'.
             88 FS-SAL-TABLERO-NFD                     VALUE '35'.

          05 FS-SAL-CSV                 PIC X(02).
             88 FS-SAL-CSV-OK                          VALUE '00'.
             88 FS-SAL-CSV-EOF                         VALUE '10'.
             88 FS-SAL-CSV-NFD                         VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

       01 WS-CSV-MODO-ACTIVO            PIC X(01)      VALUE 'N'.
          88 WS-CSV-MODO-ACTIVO-SI                     VALUE 'Y'.
          88 WS-CSV-MODO-ACTIVO-NO                     VALUE 'N'.

       01 WS-NOM-CIERRE-VEND            PIC X(44)      VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS         PIC 9(07)      VALUE 0.
          05 WS-CONT-FOTOS-FALTANTES    PIC 9(05)      VALUE 0.
          05 WS-CONT-CLAW-VENTANA       PIC 9(07)      VALUE 0.
          05 WS-CONT-CLAW-FUERA         PIC 9(07)      VALUE 0.
          05 WS-CONT-ALERTAS            PIC 9(05)      VALUE 0.
          05 WS-CONT-LINEAS-CSV         PIC 9(07)      VALUE 0.

      *    Fotos de vendedores catalogadas por las corridas de cierre,
      *    con el periodo que cubre cada una (primer registro).
       01 WS-TAB-GENERACIONES.
          05 WS-TAB-GEN-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-GEN OCCURS 200 TIMES.
             10 WS-TAB-GEN-FECHA        PIC 9(08).
             10 WS-TAB-GEN-SECUENCIA    PIC 9(03).
             10 WS-TAB-GEN-ARCHIVO      PIC X(44).
             10 WS-TAB-GEN-DESDE        PIC X(10).
             10 WS-TAB-GEN-HASTA        PIC X(10).

       01 WS-GEN-IDX                    PIC 9(03)      VALUE 0.
       01 WS-GEN-ELEGIDA                PIC 9(03)      VALUE 0.
       01 WS-DESDE-TOPE                 PIC X(10)      VALUE SPACES.

      *    Ventana del tablero, del periodo mas viejo (1) al mas
      *    reciente. Cada periodo se toma de su foto mas nueva.
       01 WS-TAB-PERIODOS.
          05 WS-TAB-PER-CANT            PIC 9(02)      VALUE 0.
          05 WS-TAB-PER OCCURS 12 TIMES.
             10 WS-TAB-PER-GEN          PIC 9(03).
             10 WS-TAB-PER-DESDE        PIC X(10).
             10 WS-TAB-PER-HASTA        PIC X(10).

       01 WS-TAB-ELEGIDAS.
          05 WS-TAB-ELE-CANT            PIC 9(02)      VALUE 0.
          05 WS-TAB-ELE OCCURS 12 TIMES.
             10 WS-TAB-ELE-GEN          PIC 9(03).

       01 WS-PER-IDX                    PIC 9(02)      VALUE 0.
       01 WS-PER-ACTUAL                 PIC 9(02)      VALUE 0.
       01 WS-PER-ENCONTRADO             PIC 9(02)      VALUE 0.
       01 WS-ELE-IDX                    PIC 9(02)      VALUE 0.

      *    Un vendedor por legajo con su fila de cada periodo. Nombre
      *    y categoria quedan los del periodo mas reciente.
       01 WS-TAB-VENDEDORES.
          05 WS-TAB-VEN-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-VEN OCCURS 500 TIMES.
             10 WS-TAB-VEN-ID           PIC 9(05).
             10 WS-TAB-VEN-NOMBRE       PIC X(40).
             10 WS-TAB-VEN-CATEGORIA    PIC X(20).
             10 WS-TAB-VEN-IMPRESO      PIC X(01).
             10 WS-TAB-VEN-ALERTA       PIC X(01).
             10 WS-TAB-VEN-ARCH-ANIO    PIC 9(04).
             10 WS-TAB-VEN-ARCH-IMPORTE PIC S9(11)V9(2).
             10 WS-TAB-VEN-ARCH-COMISION PIC S9(11)V9(2).
             10 WS-TAB-VP OCCURS 12 TIMES.
                15 WS-TAB-VP-PRESENTE   PIC X(01).
                15 WS-TAB-VP-CATEGORIA  PIC X(20).
                15 WS-TAB-VP-VENTAS     PIC S9(11)V9(2).
                15 WS-TAB-VP-DEVOL      PIC S9(11)V9(2).
                15 WS-TAB-VP-NETO       PIC S9(11)V9(2).
                15 WS-TAB-VP-COMISION   PIC S9(11)V9(2).
                15 WS-TAB-VP-CLAWBACK   PIC S9(11)V9(2).
                15 WS-TAB-VP-PUESTO     PIC 9(03).
                15 WS-TAB-VP-CANT-CAT   PIC 9(03).
                15 WS-TAB-VP-PROMEDIO   PIC S9(11)V9(2).
                15 WS-TAB-VP-TENDENCIA  PIC X(07).
                15 WS-TAB-VP-RACHA      PIC 9(02).

       01 WS-VEN-IDX                    PIC 9(05)      VALUE 0.
       01 WS-VEN-J                      PIC 9(05)      VALUE 0.
       01 WS-VEN-ELEGIDO                PIC 9(05)      VALUE 0.
       01 WS-VEN-BUSQUEDA               PIC 9(05)      VALUE 0.
       01 WS-VEN-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-VEN-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-VEN-ENCONTRADO-NO                      VALUE 'N'.

       01 WS-CALCULO.
          05 WS-CAL-SUMA                PIC S9(13)V9(2) VALUE 0.
          05 WS-CAL-PERIODOS            PIC 9(02)      VALUE 0.
          05 WS-CAL-ANIO-DESDE          PIC 9(04)      VALUE 0.

       01 WS-SAL-TAB-TITULO             PIC X(46)
          VALUE 'TABLERO DE DESEMPENO DE VENDEDORES POR PERIODO'.

       01 WS-SAL-TAB-VENTANA.
          05 FILLER                  PIC X(20)
                                     VALUE 'PERIODOS CERRADOS: '.
          05 WS-SAL-TAB-CANT-PER     PIC Z9.
          05 FILLER                  PIC X(08)     VALUE '  DESDE '.
          05 WS-SAL-TAB-VEN-DESDE    PIC X(10).
          05 FILLER                  PIC X(07)     VALUE '  HASTA'.
          05 FILLER                  PIC X(01)     VALUE SPACE.
          05 WS-SAL-TAB-VEN-HASTA    PIC X(10).

       01 WS-SAL-TAB-VENDEDOR.
          05 FILLER                  PIC X(09)     VALUE 'VENDEDOR '.
          05 WS-SAL-TAB-VEN-ID       PIC 9(05).
          05 FILLER                  PIC X(01)     VALUE SPACE.
          05 WS-SAL-TAB-VEN-NOMBRE   PIC X(40).
          05 FILLER                  PIC X(11)     VALUE 'CATEGORIA: '.
          05 WS-SAL-TAB-VEN-CATEG    PIC X(20).

       01 WS-SAL-TAB-TITULOS.
          05 FILLER                  PIC X(10)     VALUE 'Periodo'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(14)     VALUE 'Ventas'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(14)     VALUE 'Devoluciones'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(14)     VALUE 'Neto'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(14)     VALUE 'Comision'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(14)     VALUE 'Clawbacks'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(07)     VALUE 'Puesto'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(07)     VALUE 'Tend 3P'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Alerta'.

       01 WS-SAL-TAB-DETALLE.
          05 WS-SAL-TAB-PERIODO      PIC X(10).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-VENTAS       PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-DEVOL        PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-NETO         PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-COMISION     PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-CLAWBACK     PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-PUESTO       PIC X(07).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-TENDENCIA    PIC X(07).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-TAB-ALERTA       PIC X(08).

       01 WS-SAL-TAB-PUESTO-EDIT.
          05 WS-SAL-TAB-PUE-NRO      PIC ZZ9.
          05 FILLER                  PIC X(01)     VALUE '/'.
          05 WS-SAL-TAB-PUE-CANT     PIC ZZ9.

       01 WS-SAL-TAB-ARCHIVO.
          05 FILLER                  PIC X(19)
                                     VALUE 'ARCHIVO ANUAL ANIO '.
          05 WS-SAL-TAB-ARCH-ANIO    PIC 9(04).
          05 FILLER                  PIC X(10)     VALUE '  IMPORTE '.
          05 WS-SAL-TAB-ARCH-IMPORTE PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(11)     VALUE '  COMISION '.
          05 WS-SAL-TAB-ARCH-COMISION PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-SAL-TAB-SIN-ARCHIVO     PIC X(38)
          VALUE 'SIN ARCHIVO ANUAL DENTRO DE LA VENTANA'.

       01 WS-SAL-TAB-ALERTA-LINEA    PIC X(55)
          VALUE '*** ALERTA: NETO EN BAJA EN LOS TRES ULTIMOS PERIODOS'.

       01 WS-SAL-TAB-LINEA.
          05 WS-SAL-TAB-ETIQUETA     PIC X(32).
          05 WS-SAL-TAB-VALOR        PIC X(60).

       01 WS-CONT-EDIT                  PIC ZZZZZZ9.
       01 WS-RETORNO-EDIT               PIC 99         VALUE 0.

      *    CSV para las planillas de gerencia: una fila por vendedor y
      *    periodo de la ventana, importes con signo adelante.
       01 WS-LIS-CSV.
          05 WS-LIS-CSV-HEADER.
             10 FILLER                  PIC X(36)
                VALUE 'PERIODO-DESDE,PERIODO-HASTA,EMPLEADO'.
             10 FILLER                  PIC X(36)
                VALUE ',NOMBRE,CATEGORIA,VENTAS,DEVOLUCIONE'.
             10 FILLER                  PIC X(36)
                VALUE 'S,NETO,COMISION,CLAWBACKS,PUESTO,VEN'.
             10 FILLER                  PIC X(36)
                VALUE 'DEDORES-CATEGORIA,TENDENCIA-3P,CAIDA'.
             10 FILLER                  PIC X(03)
                VALUE '-3P'.
          05 WS-LIS-CSV-DET.
             10 WS-CSV-DESDE            PIC X(10).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-HASTA            PIC X(10).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-EMPLEADO         PIC 9(05).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-NOMBRE           PIC X(40).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-CATEGORIA        PIC X(20).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-VENTAS           PIC S9(11)V9(2)
                SIGN LEADING SEPARATE.
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-DEVOL            PIC S9(11)V9(2)
                SIGN LEADING SEPARATE.
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-NETO             PIC S9(11)V9(2)
                SIGN LEADING SEPARATE.
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-COMISION         PIC S9(11)V9(2)
                SIGN LEADING SEPARATE.
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-CLAWBACK         PIC S9(11)V9(2)
                SIGN LEADING SEPARATE.
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-PUESTO           PIC 9(03).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-CANT-CAT         PIC 9(03).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-TENDENCIA        PIC X(07).
             10 FILLER                  PIC X(01)      VALUE ','.
             10 WS-CSV-CAIDA            PIC X(01).

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-GENERACIONES        PIC 9(05)      VALUE 200.
          05 WS-MAX-PERIODOS            PIC 9(05)      VALUE 12.
          05 WS-MAX-VENDEDORES          PIC 9(05)      VALUE 500.
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
              PERFORM 2000-CARGAR-PERIODOS
                 THRU 2000-CARGAR-PERIODOS-FIN
              PERFORM 2200-CARGAR-CLAWBACKS
                 THRU 2200-CARGAR-CLAWBACKS-FIN
              PERFORM 2300-CARGAR-HISTORICO
                 THRU 2300-CARGAR-HISTORICO-FIN
              PERFORM 2400-CALCULAR-PUESTOS
                 THRU 2400-CALCULAR-PUESTOS-FIN
                 VARYING WS-PER-ACTUAL FROM 1 BY 1
                 UNTIL WS-PER-ACTUAL > WS-TAB-PER-CANT
              PERFORM 2500-CALCULAR-TENDENCIA
                 THRU 2500-CALCULAR-TENDENCIA-FIN
                 VARYING WS-VEN-IDX FROM 1 BY 1
                 UNTIL WS-VEN-IDX > WS-TAB-VEN-CANT
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           PERFORM 1050-VERIFICAR-MODO-CSV
              THRU 1050-VERIFICAR-MODO-CSV-FIN.

           OPEN OUTPUT SAL-TABLERO.

           IF NOT FS-SAL-TABLERO-OK
              DISPLAY 'ERROR AL ABRIR EL TABLERO DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-SAL-TABLERO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.

           IF WS-CSV-MODO-ACTIVO-SI
              OPEN OUTPUT SAL-CSV
              IF FS-SAL-CSV-OK
                 ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
                 MOVE WS-LIS-CSV-HEADER TO SAL-CSV-REGISTRO
                 WRITE SAL-CSV-REGISTRO
              ELSE
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALIDA CSV'
                 DISPLAY 'FILE STATUS: ' FS-SAL-CSV
                 SET WS-CSV-MODO-ACTIVO-NO TO TRUE
                 MOVE 4 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
              END-IF
           END-IF.

           PERFORM 1100-CARGAR-CATALOGO
              THRU 1100-CARGAR-CATALOGO-FIN.

           PERFORM 1200-LEER-PERIODO-GEN
              THRU 1200-LEER-PERIODO-GEN-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           PERFORM 1300-ELEGIR-PERIODOS
              THRU 1300-ELEGIR-PERIODOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La version CSV se pide con la sola presencia de
      *    DASHBOARD-CSV.TXT, igual que la exportacion de la corrida.
       1050-VERIFICAR-MODO-CSV.

           OPEN INPUT CSV-PARAM.

           EVALUATE FS-CSV-PARAM
           WHEN '00'
                SET WS-CSV-MODO-ACTIVO-SI TO TRUE
                CLOSE CSV-PARAM
           WHEN OTHER
                SET WS-CSV-MODO-ACTIVO-NO TO TRUE
           END-EVALUATE.

       1050-VERIFICAR-MODO-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CATALOGO.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
           WHEN '00'
                PERFORM 1110-LEER-CATALOGO
                   THRU 1110-LEER-CATALOGO-FIN
                   UNTIL FS-CATALOGO-EOF
                CLOSE CATALOGO
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL CATALOGO DE SALIDAS'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1100-CARGAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-CATALOGO.

           READ CATALOGO.

           EVALUATE TRUE
           WHEN FS-CATALOGO-OK
                IF CATAL-TIPO = 'CIERRE-VEND'
                   IF WS-TAB-GEN-CANT >= WS-MAX-GENERACIONES
                      MOVE 'GENERACIONES' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-GEN-CANT
                   MOVE CATAL-FECHA
                      TO WS-TAB-GEN-FECHA(WS-TAB-GEN-CANT)
                   MOVE CATAL-SECUENCIA
                      TO WS-TAB-GEN-SECUENCIA(WS-TAB-GEN-CANT)
                   MOVE CATAL-ARCHIVO
                      TO WS-TAB-GEN-ARCHIVO(WS-TAB-GEN-CANT)
                   MOVE SPACES TO WS-TAB-GEN-DESDE(WS-TAB-GEN-CANT)
                   MOVE SPACES TO WS-TAB-GEN-HASTA(WS-TAB-GEN-CANT)
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

       1110-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una foto catalogada que ya no esta (depurada o borrada a
      *    mano) queda sin periodo y no entra en la ventana.
       1200-LEER-PERIODO-GEN.

           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-NOM-CIERRE-VEND.

           OPEN INPUT CIERRE-VEND.

           IF NOT FS-CIERRE-VEND-OK
              ADD 1 TO WS-CONT-FOTOS-FALTANTES
              DISPLAY 'FOTO DE CIERRE NO DISPONIBLE: '
                 WS-NOM-CIERRE-VEND
              GO TO 1200-LEER-PERIODO-GEN-FIN
           END-IF.

           READ CIERRE-VEND.

           IF FS-CIERRE-VEND-OK
              MOVE CVE-PERIODO-DESDE TO WS-TAB-GEN-DESDE(WS-GEN-IDX)
              MOVE CVE-PERIODO-HASTA TO WS-TAB-GEN-HASTA(WS-GEN-IDX)
           END-IF.

           CLOSE CIERRE-VEND.

       1200-LEER-PERIODO-GEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Se eligen de a uno los periodos mas recientes: cada vuelta
      *    toma el mayor desde por debajo del ultimo elegido, asi un
      *    periodo con varias fotos entra una sola vez.
       1300-ELEGIR-PERIODOS.

           MOVE HIGH-VALUES TO WS-DESDE-TOPE.
           MOVE 0 TO WS-TAB-ELE-CANT.
           MOVE 1 TO WS-GEN-ELEGIDA.

           PERFORM 1310-ELEGIR-PERIODO
              THRU 1310-ELEGIR-PERIODO-FIN
              UNTIL WS-TAB-ELE-CANT >= WS-MAX-PERIODOS
              OR WS-GEN-ELEGIDA = 0.

           MOVE WS-TAB-ELE-CANT TO WS-TAB-PER-CANT.

           PERFORM 1350-UBICAR-PERIODO
              THRU 1350-UBICAR-PERIODO-FIN
              VARYING WS-ELE-IDX FROM 1 BY 1
              UNTIL WS-ELE-IDX > WS-TAB-ELE-CANT.

           IF WS-TAB-PER-CANT = 0
              DISPLAY 'NO HAY PERIODOS CERRADOS CON FOTO DE VENDEDORES'
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1300-ELEGIR-PERIODOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-ELEGIR-PERIODO.

           MOVE 0 TO WS-GEN-ELEGIDA.

           PERFORM 1320-COMPARAR-GENERACION
              THRU 1320-COMPARAR-GENERACION-FIN
              VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-TAB-GEN-CANT.

           IF WS-GEN-ELEGIDA > 0
              ADD 1 TO WS-TAB-ELE-CANT
              MOVE WS-GEN-ELEGIDA TO WS-TAB-ELE-GEN(WS-TAB-ELE-CANT)
              MOVE WS-TAB-GEN-DESDE(WS-GEN-ELEGIDA) TO WS-DESDE-TOPE
           END-IF.

       1310-ELEGIR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Entre fotos del mismo periodo gana la de generacion mas
      *    nueva (una restauracion puede haber repetido el cierre).
       1320-COMPARAR-GENERACION.

           IF WS-TAB-GEN-DESDE(WS-GEN-IDX) = SPACES
           OR WS-TAB-GEN-DESDE(WS-GEN-IDX) NOT < WS-DESDE-TOPE
              GO TO 1320-COMPARAR-GENERACION-FIN
           END-IF.

           IF WS-GEN-ELEGIDA = 0
              MOVE WS-GEN-IDX TO WS-GEN-ELEGIDA
              GO TO 1320-COMPARAR-GENERACION-FIN
           END-IF.

           IF WS-TAB-GEN-DESDE(WS-GEN-IDX) >
                 WS-TAB-GEN-DESDE(WS-GEN-ELEGIDA)
           OR (WS-TAB-GEN-DESDE(WS-GEN-IDX) =
                 WS-TAB-GEN-DESDE(WS-GEN-ELEGIDA)
              AND (WS-TAB-GEN-FECHA(WS-GEN-IDX) >
                    WS-TAB-GEN-FECHA(WS-GEN-ELEGIDA)
                 OR (WS-TAB-GEN-FECHA(WS-GEN-IDX) =
                       WS-TAB-GEN-FECHA(WS-GEN-ELEGIDA)
                    AND WS-TAB-GEN-SECUENCIA(WS-GEN-IDX) >
                       WS-TAB-GEN-SECUENCIA(WS-GEN-ELEGIDA))))
              MOVE WS-GEN-IDX TO WS-GEN-ELEGIDA
           END-IF.

       1320-COMPARAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Las elegidas salen de la mas nueva a la mas vieja; la
      *    ventana se arma al reves para leerla en orden cronologico.
       1350-UBICAR-PERIODO.

           COMPUTE WS-PER-IDX = WS-TAB-ELE-CANT - WS-ELE-IDX + 1.
           MOVE WS-TAB-ELE-GEN(WS-ELE-IDX) TO WS-GEN-IDX.

           MOVE WS-GEN-IDX TO WS-TAB-PER-GEN(WS-PER-IDX).
           MOVE WS-TAB-GEN-DESDE(WS-GEN-IDX)
              TO WS-TAB-PER-DESDE(WS-PER-IDX).
           MOVE WS-TAB-GEN-HASTA(WS-GEN-IDX)
              TO WS-TAB-PER-HASTA(WS-PER-IDX).

       1350-UBICAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-PERIODOS.

           PERFORM 2100-CARGAR-FOTO
              THRU 2100-CARGAR-FOTO-FIN
              VARYING WS-PER-ACTUAL FROM 1 BY 1
              UNTIL WS-PER-ACTUAL > WS-TAB-PER-CANT.

       2000-CARGAR-PERIODOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-FOTO.

           MOVE WS-TAB-PER-GEN(WS-PER-ACTUAL) TO WS-GEN-IDX.
           MOVE WS-TAB-GEN-ARCHIVO(WS-GEN-IDX) TO WS-NOM-CIERRE-VEND.

           OPEN INPUT CIERRE-VEND.

           IF NOT FS-CIERRE-VEND-OK
              DISPLAY 'ERROR AL ABRIR LA FOTO DE CIERRE '
                 WS-NOM-CIERRE-VEND
              DISPLAY 'FILE STATUS: ' FS-CIERRE-VEND
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 2100-CARGAR-FOTO-FIN
           END-IF.

           PERFORM 2110-LEER-FOTO
              THRU 2110-LEER-FOTO-FIN
              UNTIL FS-CIERRE-VEND-EOF.

           CLOSE CIERRE-VEND.

       2100-CARGAR-FOTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-FOTO.

           READ CIERRE-VEND.

           EVALUATE TRUE
           WHEN FS-CIERRE-VEND-OK
                ADD 1 TO WS-CONT-REG-LEIDOS
                MOVE CVE-ID-EMPLEADO TO WS-VEN-BUSQUEDA
                PERFORM 2150-UBICAR-VENDEDOR
                   THRU 2150-UBICAR-VENDEDOR-FIN
                MOVE CVE-NOMBRE TO WS-TAB-VEN-NOMBRE(WS-VEN-IDX)
                MOVE CVE-CATEGORIA TO WS-TAB-VEN-CATEGORIA(WS-VEN-IDX)
                MOVE 'S'
                   TO WS-TAB-VP-PRESENTE(WS-VEN-IDX, WS-PER-ACTUAL)
                MOVE CVE-CATEGORIA
                   TO WS-TAB-VP-CATEGORIA(WS-VEN-IDX, WS-PER-ACTUAL)
                ADD CVE-VENTAS
                   TO WS-TAB-VP-VENTAS(WS-VEN-IDX, WS-PER-ACTUAL)
                ADD CVE-DEVOLUCIONES
                   TO WS-TAB-VP-DEVOL(WS-VEN-IDX, WS-PER-ACTUAL)
                ADD CVE-NETO
                   TO WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-ACTUAL)
                ADD CVE-COMISION
                   TO WS-TAB-VP-COMISION(WS-VEN-IDX, WS-PER-ACTUAL)
           WHEN FS-CIERRE-VEND-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LA FOTO DE CIERRE '
                   WS-NOM-CIERRE-VEND
                DISPLAY 'FILE STATUS: ' FS-CIERRE-VEND
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-CIERRE-VEND
           END-EVALUATE.

       2110-LEER-FOTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Deja en WS-VEN-IDX el vendedor buscado, dandolo de alta con
      *    todos sus periodos en cero si es la primera vez que aparece.
       2150-UBICAR-VENDEDOR.

           SET WS-VEN-ENCONTRADO-NO TO TRUE.

           PERFORM 2155-COMPARAR-VENDEDOR
              THRU 2155-COMPARAR-VENDEDOR-FIN
              VARYING WS-VEN-IDX FROM 1 BY 1
              UNTIL WS-VEN-IDX > WS-TAB-VEN-CANT
              OR WS-VEN-ENCONTRADO-YES.

           IF WS-VEN-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-VEN-IDX
              GO TO 2150-UBICAR-VENDEDOR-FIN
           END-IF.

           IF WS-TAB-VEN-CANT >= WS-MAX-VENDEDORES
              MOVE 'VENDEDORES' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-VEN-CANT.
           MOVE WS-TAB-VEN-CANT TO WS-VEN-IDX.
           MOVE WS-VEN-BUSQUEDA TO WS-TAB-VEN-ID(WS-VEN-IDX).
           MOVE SPACES TO WS-TAB-VEN-NOMBRE(WS-VEN-IDX).
           MOVE SPACES TO WS-TAB-VEN-CATEGORIA(WS-VEN-IDX).
           MOVE 'N' TO WS-TAB-VEN-IMPRESO(WS-VEN-IDX).
           MOVE 'N' TO WS-TAB-VEN-ALERTA(WS-VEN-IDX).
           MOVE 0 TO WS-TAB-VEN-ARCH-ANIO(WS-VEN-IDX).
           MOVE 0 TO WS-TAB-VEN-ARCH-IMPORTE(WS-VEN-IDX).
           MOVE 0 TO WS-TAB-VEN-ARCH-COMISION(WS-VEN-IDX).

           PERFORM 2160-LIMPIAR-PERIODO-VEND
              THRU 2160-LIMPIAR-PERIODO-VEND-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-MAX-PERIODOS.

       2150-UBICAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2155-COMPARAR-VENDEDOR.

           IF WS-TAB-VEN-ID(WS-VEN-IDX) = WS-VEN-BUSQUEDA
              SET WS-VEN-ENCONTRADO-YES TO TRUE
           END-IF.

       2155-COMPARAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-LIMPIAR-PERIODO-VEND.

           MOVE 'N' TO WS-TAB-VP-PRESENTE(WS-VEN-IDX, WS-PER-IDX).
           MOVE SPACES TO WS-TAB-VP-CATEGORIA(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-VENTAS(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-DEVOL(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-COMISION(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-CLAWBACK(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-PUESTO(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-CANT-CAT(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-PROMEDIO(WS-VEN-IDX, WS-PER-IDX).
           MOVE 'S/D' TO WS-TAB-VP-TENDENCIA(WS-VEN-IDX, WS-PER-IDX).
           MOVE 0 TO WS-TAB-VP-RACHA(WS-VEN-IDX, WS-PER-IDX).

       2160-LIMPIAR-PERIODO-VEND-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada clawback se imputa al periodo de la ventana que cubre
      *    el mes de la venta original; los de meses fuera de la
      *    ventana solo se cuentan.
       2200-CARGAR-CLAWBACKS.

           IF WS-TAB-PER-CANT = 0
              GO TO 2200-CARGAR-CLAWBACKS-FIN
           END-IF.

           OPEN INPUT CLAWBACKS.

           EVALUATE FS-CLAWBACKS
           WHEN '00'
                PERFORM 2210-LEER-CLAWBACK
                   THRU 2210-LEER-CLAWBACK-FIN
                   UNTIL FS-CLAWBACKS-EOF
                CLOSE CLAWBACKS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CLAWBACKS'
                DISPLAY 'FILE STATUS: ' FS-CLAWBACKS
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       2200-CARGAR-CLAWBACKS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-CLAWBACK.

           READ CLAWBACKS.

           EVALUATE TRUE
           WHEN FS-CLAWBACKS-OK
                ADD 1 TO WS-CONT-REG-LEIDOS
                PERFORM 2220-IMPUTAR-CLAWBACK
                   THRU 2220-IMPUTAR-CLAWBACK-FIN
           WHEN FS-CLAWBACKS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE CLAWBACKS'
                DISPLAY 'FILE STATUS: ' FS-CLAWBACKS
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-CLAWBACKS
           END-EVALUATE.

       2210-LEER-CLAWBACK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-IMPUTAR-CLAWBACK.

           MOVE 0 TO WS-PER-ENCONTRADO.

           PERFORM 2225-COMPARAR-MES-PERIODO
              THRU 2225-COMPARAR-MES-PERIODO-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-TAB-PER-CANT
              OR WS-PER-ENCONTRADO > 0.

           IF WS-PER-ENCONTRADO = 0
              ADD 1 TO WS-CONT-CLAW-FUERA
              GO TO 2220-IMPUTAR-CLAWBACK-FIN
           END-IF.

           ADD 1 TO WS-CONT-CLAW-VENTANA.

           MOVE CLAW-ID-EMPLEADO TO WS-VEN-BUSQUEDA.
           PERFORM 2150-UBICAR-VENDEDOR
              THRU 2150-UBICAR-VENDEDOR-FIN.

           ADD CLAW-COMISION
              TO WS-TAB-VP-CLAWBACK(WS-VEN-IDX, WS-PER-ENCONTRADO).

       2220-IMPUTAR-CLAWBACK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2225-COMPARAR-MES-PERIODO.

           IF CLAW-PERIODO NOT < WS-TAB-PER-DESDE(WS-PER-IDX)(1:7)
              AND CLAW-PERIODO NOT > WS-TAB-PER-HASTA(WS-PER-IDX)(1:7)
              MOVE WS-PER-IDX TO WS-PER-ENCONTRADO
           END-IF.

       2225-COMPARAR-MES-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Del archivo anual se toma, por vendedor del tablero, el
      *    anio archivado mas reciente que cae dentro de la ventana.
       2300-CARGAR-HISTORICO.

           IF WS-TAB-PER-CANT = 0
              GO TO 2300-CARGAR-HISTORICO-FIN
           END-IF.

           MOVE WS-TAB-PER-DESDE(1)(1:4) TO WS-CAL-ANIO-DESDE.

           OPEN INPUT COMISION-HIST.

           EVALUATE FS-COMISION-HIST
           WHEN '00'
                PERFORM 2310-LEER-HISTORICO
                   THRU 2310-LEER-HISTORICO-FIN
                   UNTIL FS-COMISION-HIST-EOF
                CLOSE COMISION-HIST
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL HISTORICO DE COMISIONES'
                DISPLAY 'FILE STATUS: ' FS-COMISION-HIST
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       2300-CARGAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-HISTORICO.

           READ COMISION-HIST NEXT RECORD.

           EVALUATE TRUE
           WHEN FS-COMISION-HIST-OK
                ADD 1 TO WS-CONT-REG-LEIDOS
                PERFORM 2320-TOMAR-HISTORICO
                   THRU 2320-TOMAR-HISTORICO-FIN
           WHEN FS-COMISION-HIST-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL HISTORICO DE COMISIONES'
                DISPLAY 'FILE STATUS: ' FS-COMISION-HIST
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-COMISION-HIST
           END-EVALUATE.

       2310-LEER-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-TOMAR-HISTORICO.

           IF HIST-ANIO < WS-CAL-ANIO-DESDE
              GO TO 2320-TOMAR-HISTORICO-FIN
           END-IF.

           SET WS-VEN-ENCONTRADO-NO TO TRUE.
           MOVE HIST-ID-EMPLEADO TO WS-VEN-BUSQUEDA.

           PERFORM 2155-COMPARAR-VENDEDOR
              THRU 2155-COMPARAR-VENDEDOR-FIN
              VARYING WS-VEN-IDX FROM 1 BY 1
              UNTIL WS-VEN-IDX > WS-TAB-VEN-CANT
              OR WS-VEN-ENCONTRADO-YES.

           IF WS-VEN-ENCONTRADO-NO
              GO TO 2320-TOMAR-HISTORICO-FIN
           END-IF.

           SUBTRACT 1 FROM WS-VEN-IDX.

           IF WS-TAB-VEN-NOMBRE(WS-VEN-IDX) = SPACES
              MOVE HIST-NOMBRE TO WS-TAB-VEN-NOMBRE(WS-VEN-IDX)
              MOVE HIST-CATEGORIA TO WS-TAB-VEN-CATEGORIA(WS-VEN-IDX)
           END-IF.

           IF HIST-ANIO > WS-TAB-VEN-ARCH-ANIO(WS-VEN-IDX)
              MOVE HIST-ANIO TO WS-TAB-VEN-ARCH-ANIO(WS-VEN-IDX)
              MOVE HIST-IMPORTE TO WS-TAB-VEN-ARCH-IMPORTE(WS-VEN-IDX)
              MOVE HIST-COMISION
                 TO WS-TAB-VEN-ARCH-COMISION(WS-VEN-IDX)
           END-IF.

       2320-TOMAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Puesto de cada vendedor dentro de su categoria en el
      *    periodo, por neto: 1 mas la cantidad de colegas de la misma
      *    categoria con neto mayor (los empates comparten puesto).
       2400-CALCULAR-PUESTOS.

           PERFORM 2410-CALCULAR-PUESTO-VEND
              THRU 2410-CALCULAR-PUESTO-VEND-FIN
              VARYING WS-VEN-IDX FROM 1 BY 1
              UNTIL WS-VEN-IDX > WS-TAB-VEN-CANT.

       2400-CALCULAR-PUESTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-CALCULAR-PUESTO-VEND.

           IF WS-TAB-VP-PRESENTE(WS-VEN-IDX, WS-PER-ACTUAL) NOT = 'S'
              GO TO 2410-CALCULAR-PUESTO-VEND-FIN
           END-IF.

           MOVE 1 TO WS-TAB-VP-PUESTO(WS-VEN-IDX, WS-PER-ACTUAL).
           MOVE 0 TO WS-TAB-VP-CANT-CAT(WS-VEN-IDX, WS-PER-ACTUAL).

           PERFORM 2420-COMPARAR-COLEGA
              THRU 2420-COMPARAR-COLEGA-FIN
              VARYING WS-VEN-J FROM 1 BY 1
              UNTIL WS-VEN-J > WS-TAB-VEN-CANT.

       2410-CALCULAR-PUESTO-VEND-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-COMPARAR-COLEGA.

           IF WS-TAB-VP-PRESENTE(WS-VEN-J, WS-PER-ACTUAL) NOT = 'S'
           OR WS-TAB-VP-CATEGORIA(WS-VEN-J, WS-PER-ACTUAL) NOT =
              WS-TAB-VP-CATEGORIA(WS-VEN-IDX, WS-PER-ACTUAL)
              GO TO 2420-COMPARAR-COLEGA-FIN
           END-IF.

           ADD 1 TO WS-TAB-VP-CANT-CAT(WS-VEN-IDX, WS-PER-ACTUAL).

           IF WS-TAB-VP-NETO(WS-VEN-J, WS-PER-ACTUAL) >
              WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-ACTUAL)
              ADD 1 TO WS-TAB-VP-PUESTO(WS-VEN-IDX, WS-PER-ACTUAL)
           END-IF.

       2420-COMPARAR-COLEGA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Tendencia movil: promedio del neto de los ultimos tres
      *    periodos contra el promedio movil del periodo anterior. Un
      *    periodo sin foto del vendedor cuenta como neto cero.
       2500-CALCULAR-TENDENCIA.

           PERFORM 2510-CALCULAR-TENDENCIA-PER
              THRU 2510-CALCULAR-TENDENCIA-PER-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-TAB-PER-CANT.

           IF WS-TAB-PER-CANT > 0
              IF WS-TAB-VP-RACHA(WS-VEN-IDX, WS-TAB-PER-CANT) >= 3
                 MOVE 'S' TO WS-TAB-VEN-ALERTA(WS-VEN-IDX)
                 ADD 1 TO WS-CONT-ALERTAS
              END-IF
           END-IF.

       2500-CALCULAR-TENDENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-CALCULAR-TENDENCIA-PER.

           IF WS-PER-IDX > 1
              IF WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-IDX) <
                 WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-IDX - 1)
                 COMPUTE WS-TAB-VP-RACHA(WS-VEN-IDX, WS-PER-IDX) =
                    WS-TAB-VP-RACHA(WS-VEN-IDX, WS-PER-IDX - 1) + 1
              END-IF
           END-IF.

           IF WS-PER-IDX < 3
              GO TO 2510-CALCULAR-TENDENCIA-PER-FIN
           END-IF.

           COMPUTE WS-CAL-SUMA =
              WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-IDX)
              + WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-IDX - 1)
              + WS-TAB-VP-NETO(WS-VEN-IDX, WS-PER-IDX - 2).
           COMPUTE WS-TAB-VP-PROMEDIO(WS-VEN-IDX, WS-PER-IDX) ROUNDED =
              WS-CAL-SUMA / 3.

           IF WS-PER-IDX < 4
              GO TO 2510-CALCULAR-TENDENCIA-PER-FIN
           END-IF.

           EVALUATE TRUE
           WHEN WS-TAB-VP-PROMEDIO(WS-VEN-IDX, WS-PER-IDX) >
                WS-TAB-VP-PROMEDIO(WS-VEN-IDX, WS-PER-IDX - 1)
                MOVE 'SUBE'
                   TO WS-TAB-VP-TENDENCIA(WS-VEN-IDX, WS-PER-IDX)
           WHEN WS-TAB-VP-PROMEDIO(WS-VEN-IDX, WS-PER-IDX) <
                WS-TAB-VP-PROMEDIO(WS-VEN-IDX, WS-PER-IDX - 1)
                MOVE 'BAJA'
                   TO WS-TAB-VP-TENDENCIA(WS-VEN-IDX, WS-PER-IDX)
           WHEN OTHER
                MOVE 'ESTABLE'
                   TO WS-TAB-VP-TENDENCIA(WS-VEN-IDX, WS-PER-IDX)
           END-EVALUATE.

       2510-CALCULAR-TENDENCIA-PER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-SAL-TABLERO-OK
              PERFORM 3100-GRABAR-TABLERO
                 THRU 3100-GRABAR-TABLERO-FIN
              CLOSE SAL-TABLERO
           END-IF.

           IF WS-CSV-MODO-ACTIVO-SI
              CLOSE SAL-CSV
           END-IF.

           DISPLAY 'PERIODOS EN LA VENTANA: ' WS-TAB-PER-CANT.
           DISPLAY 'VENDEDORES:             ' WS-TAB-VEN-CANT.
           DISPLAY 'ALERTAS DE CAIDA:       ' WS-CONT-ALERTAS.
           DISPLAY 'CLAWBACKS IMPUTADOS:    ' WS-CONT-CLAW-VENTANA.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Vendedores por categoria y legajo: cada vuelta elige el
      *    menor todavia no impreso.
       3100-GRABAR-TABLERO.

           MOVE WS-SAL-TAB-TITULO TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE WS-TAB-PER-CANT TO WS-SAL-TAB-CANT-PER.
           IF WS-TAB-PER-CANT > 0
              MOVE WS-TAB-PER-DESDE(1) TO WS-SAL-TAB-VEN-DESDE
              MOVE WS-TAB-PER-HASTA(WS-TAB-PER-CANT)
                 TO WS-SAL-TAB-VEN-HASTA
           ELSE
              MOVE SPACES TO WS-SAL-TAB-VEN-DESDE
              MOVE SPACES TO WS-SAL-TAB-VEN-HASTA
           END-IF.
           MOVE WS-SAL-TAB-VENTANA TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.
           MOVE SPACES TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 1 TO WS-VEN-ELEGIDO.

           PERFORM 3150-ELEGIR-PROXIMO
              THRU 3150-ELEGIR-PROXIMO-FIN
              UNTIL WS-VEN-ELEGIDO = 0.

           PERFORM 3300-GRABAR-RESUMEN
              THRU 3300-GRABAR-RESUMEN-FIN.

       3100-GRABAR-TABLERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-ELEGIR-PROXIMO.

           MOVE 0 TO WS-VEN-ELEGIDO.

           PERFORM 3160-COMPARAR-ORDEN
              THRU 3160-COMPARAR-ORDEN-FIN
              VARYING WS-VEN-IDX FROM 1 BY 1
              UNTIL WS-VEN-IDX > WS-TAB-VEN-CANT.

           IF WS-VEN-ELEGIDO > 0
              MOVE 'S' TO WS-TAB-VEN-IMPRESO(WS-VEN-ELEGIDO)
              PERFORM 3200-GRABAR-VENDEDOR
                 THRU 3200-GRABAR-VENDEDOR-FIN
           END-IF.

       3150-ELEGIR-PROXIMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3160-COMPARAR-ORDEN.

           IF WS-TAB-VEN-IMPRESO(WS-VEN-IDX) = 'S'
              GO TO 3160-COMPARAR-ORDEN-FIN
           END-IF.

           IF WS-VEN-ELEGIDO = 0
              MOVE WS-VEN-IDX TO WS-VEN-ELEGIDO
              GO TO 3160-COMPARAR-ORDEN-FIN
           END-IF.

           IF WS-TAB-VEN-CATEGORIA(WS-VEN-IDX) <
                 WS-TAB-VEN-CATEGORIA(WS-VEN-ELEGIDO)
           OR (WS-TAB-VEN-CATEGORIA(WS-VEN-IDX) =
                 WS-TAB-VEN-CATEGORIA(WS-VEN-ELEGIDO)
              AND WS-TAB-VEN-ID(WS-VEN-IDX) <
                 WS-TAB-VEN-ID(WS-VEN-ELEGIDO))
              MOVE WS-VEN-IDX TO WS-VEN-ELEGIDO
           END-IF.

       3160-COMPARAR-ORDEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-VENDEDOR.

           MOVE WS-TAB-VEN-ID(WS-VEN-ELEGIDO) TO WS-SAL-TAB-VEN-ID.
           MOVE WS-TAB-VEN-NOMBRE(WS-VEN-ELEGIDO)
              TO WS-SAL-TAB-VEN-NOMBRE.
           MOVE WS-TAB-VEN-CATEGORIA(WS-VEN-ELEGIDO)
              TO WS-SAL-TAB-VEN-CATEG.
           MOVE WS-SAL-TAB-VENDEDOR TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.
           MOVE WS-SAL-TAB-TITULOS TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           PERFORM 3250-GRABAR-PERIODO-VEND
              THRU 3250-GRABAR-PERIODO-VEND-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-TAB-PER-CANT.

           IF WS-TAB-VEN-ARCH-ANIO(WS-VEN-ELEGIDO) > 0
              MOVE WS-TAB-VEN-ARCH-ANIO(WS-VEN-ELEGIDO)
                 TO WS-SAL-TAB-ARCH-ANIO
              MOVE WS-TAB-VEN-ARCH-IMPORTE(WS-VEN-ELEGIDO)
                 TO WS-SAL-TAB-ARCH-IMPORTE
              MOVE WS-TAB-VEN-ARCH-COMISION(WS-VEN-ELEGIDO)
                 TO WS-SAL-TAB-ARCH-COMISION
              MOVE WS-SAL-TAB-ARCHIVO TO SAL-TABLERO-REG
           ELSE
              MOVE WS-SAL-TAB-SIN-ARCHIVO TO SAL-TABLERO-REG
           END-IF.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           IF WS-TAB-VEN-ALERTA(WS-VEN-ELEGIDO) = 'S'
              MOVE WS-SAL-TAB-ALERTA-LINEA TO SAL-TABLERO-REG
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-FIN
           END-IF.

           MOVE SPACES TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

       3200-GRABAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3250-GRABAR-PERIODO-VEND.

           MOVE WS-TAB-PER-DESDE(WS-PER-IDX) TO WS-SAL-TAB-PERIODO.
           MOVE WS-TAB-VP-VENTAS(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-SAL-TAB-VENTAS.
           MOVE WS-TAB-VP-DEVOL(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-SAL-TAB-DEVOL.
           MOVE WS-TAB-VP-NETO(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-SAL-TAB-NETO.
           MOVE WS-TAB-VP-COMISION(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-SAL-TAB-COMISION.
           MOVE WS-TAB-VP-CLAWBACK(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-SAL-TAB-CLAWBACK.

           IF WS-TAB-VP-PRESENTE(WS-VEN-ELEGIDO, WS-PER-IDX) = 'S'
              MOVE WS-TAB-VP-PUESTO(WS-VEN-ELEGIDO, WS-PER-IDX)
                 TO WS-SAL-TAB-PUE-NRO
              MOVE WS-TAB-VP-CANT-CAT(WS-VEN-ELEGIDO, WS-PER-IDX)
                 TO WS-SAL-TAB-PUE-CANT
              MOVE WS-SAL-TAB-PUESTO-EDIT TO WS-SAL-TAB-PUESTO
           ELSE
              MOVE '   -' TO WS-SAL-TAB-PUESTO
           END-IF.

           MOVE WS-TAB-VP-TENDENCIA(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-SAL-TAB-TENDENCIA.

           IF WS-TAB-VP-RACHA(WS-VEN-ELEGIDO, WS-PER-IDX) >= 3
              MOVE 'CAIDA 3P' TO WS-SAL-TAB-ALERTA
           ELSE
              MOVE SPACES TO WS-SAL-TAB-ALERTA
           END-IF.

           MOVE WS-SAL-TAB-DETALLE TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           IF WS-CSV-MODO-ACTIVO-SI
              PERFORM 3270-GRABAR-DETALLE-CSV
                 THRU 3270-GRABAR-DETALLE-CSV-FIN
           END-IF.

       3250-GRABAR-PERIODO-VEND-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3270-GRABAR-DETALLE-CSV.

           MOVE WS-TAB-PER-DESDE(WS-PER-IDX) TO WS-CSV-DESDE.
           MOVE WS-TAB-PER-HASTA(WS-PER-IDX) TO WS-CSV-HASTA.
           MOVE WS-TAB-VEN-ID(WS-VEN-ELEGIDO) TO WS-CSV-EMPLEADO.
           MOVE WS-TAB-VEN-NOMBRE(WS-VEN-ELEGIDO) TO WS-CSV-NOMBRE.
           MOVE WS-TAB-VEN-CATEGORIA(WS-VEN-ELEGIDO)
              TO WS-CSV-CATEGORIA.
           MOVE WS-TAB-VP-VENTAS(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-VENTAS.
           MOVE WS-TAB-VP-DEVOL(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-DEVOL.
           MOVE WS-TAB-VP-NETO(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-NETO.
           MOVE WS-TAB-VP-COMISION(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-COMISION.
           MOVE WS-TAB-VP-CLAWBACK(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-CLAWBACK.
           MOVE WS-TAB-VP-PUESTO(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-PUESTO.
           MOVE WS-TAB-VP-CANT-CAT(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-CANT-CAT.
           MOVE WS-TAB-VP-TENDENCIA(WS-VEN-ELEGIDO, WS-PER-IDX)
              TO WS-CSV-TENDENCIA.

           IF WS-TAB-VP-RACHA(WS-VEN-ELEGIDO, WS-PER-IDX) >= 3
              MOVE 'S' TO WS-CSV-CAIDA
           ELSE
              MOVE 'N' TO WS-CSV-CAIDA
           END-IF.

           MOVE WS-LIS-CSV-DET TO SAL-CSV-REGISTRO.
           WRITE SAL-CSV-REGISTRO.

           IF FS-SAL-CSV-OK
              ADD 1 TO WS-CONT-LINEAS-CSV
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SALIDA CSV'
              DISPLAY 'FILE STATUS: ' FS-SAL-CSV
           END-IF.

       3270-GRABAR-DETALLE-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-RESUMEN.

           MOVE 'VENDEDORES EN EL TABLERO:' TO WS-SAL-TAB-ETIQUETA.
           MOVE WS-TAB-VEN-CANT TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-TAB-VALOR.
           MOVE WS-SAL-TAB-LINEA TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'ALERTAS DE NETO EN BAJA:' TO WS-SAL-TAB-ETIQUETA.
           MOVE WS-CONT-ALERTAS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-TAB-VALOR.
           MOVE WS-SAL-TAB-LINEA TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'CLAWBACKS IMPUTADOS:' TO WS-SAL-TAB-ETIQUETA.
           MOVE WS-CONT-CLAW-VENTANA TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-TAB-VALOR.
           MOVE WS-SAL-TAB-LINEA TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'CLAWBACKS FUERA DE LA VENTANA:' TO WS-SAL-TAB-ETIQUETA.
           MOVE WS-CONT-CLAW-FUERA TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-TAB-VALOR.
           MOVE WS-SAL-TAB-LINEA TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'FOTOS CATALOGADAS FALTANTES:' TO WS-SAL-TAB-ETIQUETA.
           MOVE WS-CONT-FOTOS-FALTANTES TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-SAL-TAB-VALOR.
           MOVE WS-SAL-TAB-LINEA TO SAL-TABLERO-REG.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-FIN.

           MOVE 'VERSION CSV:' TO WS-SAL-TAB-ETIQUETA.
           IF WS-CSV-MODO-ACTIVO-SI
              MOVE '../DASHBOARD-VENDEDORES.CSV' TO WS-SAL-TAB-VALOR
           ELSE
              MOVE 'NO SOLICITADA' TO WS-SAL-TAB-VALOR
           END-IF.
           MOVE WS-SAL-TAB-LINEA TO SAL-TABLERO-REG.
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

           MOVE 'TP01EJ19' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-REG-LEIDOS TO RUN-REG-ACEPTADOS.
           MOVE WS-CONT-FOTOS-FALTANTES TO RUN-REG-RECHAZADOS.
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

           WRITE SAL-TABLERO-REG.

           IF NOT FS-SAL-TABLERO-OK
              DISPLAY 'ERROR AL GRABAR EL TABLERO DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-SAL-TABLERO
           END-IF.

       3900-GRABAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Codigos de condicion para el scheduler: 0 tablero completo,
      *    4 sin periodos cerrados o con fotos, clawbacks o historico
      *    ilegibles, 8 el tablero sin abrir o el catalogo ilegible.
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

       END PROGRAM TP01EJ19.

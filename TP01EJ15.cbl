      ******************************************************************
      * Equipo:     PIOVANO, PAOLA - AULA X
      *             CARDELLINO, MARIELA - AULA 2
      *             SUAREZ, MARIANO - AULA X
      *             WEICMAN, DIEGO - AULA X
      *             GUZMAN, WINSTON - AULA 2
      * Date:       15/10/2026
      * Purpose:    CONTROL DE LA CADENA DE CORRIDAS: SEGUN LA
      *             DEFINICION DE LA CADENA Y LA BITACORA RUN-HISTORY
      *             AUTORIZA O RECHAZA UN PASO ANTES DE CORRERLO,
      *             INFORMA EL ESTADO DE LA CADENA EN LA FECHA DE
      *             NEGOCIO Y EL PASO DESDE EL QUE HAY QUE REINICIAR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EJ15.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT CADENA-CARD
           ASSIGN TO '../CADENA-CARD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADENA-CARD.

           SELECT DEFINICION
           ASSIGN TO '../CADENA-DEFINICION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEFINICION.

           SELECT RUN-HISTORY
           ASSIGN TO '../RUN-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

           SELECT SAL-CONTROL
           ASSIGN TO '../CADENA-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTROL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    Tarjeta del pedido. Accion V verifica el paso antes de
      *    correrlo, R lo autoriza aunque ya este completo (reinicio
      *    de la cadena desde ese paso), E solo informa el estado.
      *    Fecha de negocio en cero toma la fecha del dia.
       FD CADENA-CARD.
       01 CARD-REGISTRO.
          05 CARD-ACCION                PIC X(01).
             88 CARD-ACCION-VERIFICAR            VALUE 'V'.
             88 CARD-ACCION-REINICIAR            VALUE 'R'.
             88 CARD-ACCION-ESTADO               VALUE 'E'.
          05 CARD-PROGRAMA              PIC X(08).
          05 CARD-FECHA-NEGOCIO         PIC 9(08).

      *    Una fila por paso y predecesor, con el nombre que cada
      *    programa graba en RUN-PROGRAMA (el batch de notas graba
      *    'EJ01-WG'). Un paso sin predecesor lleva el predecesor en
      *    blanco; uno con varios repite la fila. Los predecesores se
      *    definen en filas anteriores al paso. Retorno maximo es el
      *    RUN-RETORNO hasta el que el paso se da por bien terminado.
       FD DEFINICION.
       01 DEF-REGISTRO.
          05 DEF-PROGRAMA               PIC X(08).
          05 DEF-PREDECESOR             PIC X(08).
          05 DEF-RETORNO-MAX            PIC 9(02).

       COPY RUNHIST.

       FD SAL-CONTROL.
       01 SAL-CONTROL-REG               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CADENA-CARD             PIC X(02).
             88 FS-CADENA-CARD-OK                      VALUE '00'.
             88 FS-CADENA-CARD-EOF                     VALUE '10'.
             88 FS-CADENA-CARD-NFD                     VALUE '35'.

          05 FS-DEFINICION              PIC X(02).
             88 FS-DEFINICION-OK                       VALUE '00'.
             88 FS-DEFINICION-EOF                      VALUE '10'.
             88 FS-DEFINICION-NFD                      VALUE '35'.

          05 FS-RUN-HISTORY             PIC X(02).
             88 FS-RUN-HISTORY-OK                      VALUE '00'.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

          05 FS-SAL-CONTROL             PIC X(02).
             88 FS-SAL-CONTROL-OK                      VALUE '00'.
             88 FS-SAL-CONTROL-EOF                     VALUE '10'.
             88 FS-SAL-CONTROL-NFD                     VALUE '35'.

       01 WS-PEDIDO.
          05 WS-PED-ACCION              PIC X(01)      VALUE 'E'.
             88 WS-PED-VERIFICAR                       VALUE 'V'.
             88 WS-PED-REINICIAR                       VALUE 'R'.
             88 WS-PED-ESTADO                          VALUE 'E'.
          05 WS-PED-PROGRAMA            PIC X(08)      VALUE SPACES.
          05 WS-PED-FECHA               PIC 9(08)      VALUE 0.
          05 WS-PED-PASO                PIC 9(03)      VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-DEFINICIONES       PIC 9(05)      VALUE 0.
          05 WS-CONT-ERRORES-DEF        PIC 9(05)      VALUE 0.
          05 WS-CONT-CORRIDAS-LEIDAS    PIC 9(07)      VALUE 0.
          05 WS-CONT-CORRIDAS-FECHA     PIC 9(07)      VALUE 0.
          05 WS-CONT-RESTAURACIONES     PIC 9(05)      VALUE 0.

      *    Pasos de la cadena en el orden de la definicion. Estado:
      *    C completo, F fallido, L listo para correr, P a repetir
      *    (corrio antes que sus predecesores), B bloqueado.
       01 WS-TAB-PASOS.
          05 WS-TAB-PASO-CANT           PIC 9(03)      VALUE 0.
          05 WS-TAB-PASO OCCURS 50 TIMES.
             10 WS-TAB-PASO-PROGRAMA    PIC X(08).
             10 WS-TAB-PASO-RETORNO-MAX PIC 9(02).
             10 WS-TAB-PASO-ULT-SEC     PIC 9(07).
             10 WS-TAB-PASO-ULT-RETORNO PIC 9(02).
             10 WS-TAB-PASO-CORRIDAS    PIC 9(05).
             10 WS-TAB-PASO-ESTADO      PIC X(01).
             10 WS-TAB-PASO-MOTIVO      PIC X(50).

       01 WS-PASO-IDX                   PIC 9(03)      VALUE 0.
       01 WS-PASO-BUSQUEDA              PIC X(08)      VALUE SPACES.
       01 WS-PASO-ENCONTRADO            PIC 9(03)      VALUE 0.

       01 WS-TAB-PREDECESORES.
          05 WS-TAB-PRED-CANT           PIC 9(03)      VALUE 0.
          05 WS-TAB-PRED OCCURS 200 TIMES.
             10 WS-TAB-PRED-PASO        PIC 9(03).
             10 WS-TAB-PRED-NOMBRE      PIC X(08).
             10 WS-TAB-PRED-PASO-PRED   PIC 9(03).

       01 WS-PRED-IDX                   PIC 9(03)      VALUE 0.
       01 WS-PRED-PASO                  PIC 9(03)      VALUE 0.
       01 WS-PRED-MAX-SEC               PIC 9(07)      VALUE 0.
       01 WS-PRED-MOTIVO                PIC X(50)      VALUE SPACES.

       01 WS-REINICIO-PASO              PIC 9(03)      VALUE 0.
       01 WS-DECISION                   PIC X(01)      VALUE 'N'.
          88 WS-DECISION-AUTORIZADO                    VALUE 'Y'.
          88 WS-DECISION-RECHAZADO                     VALUE 'N'.
       01 WS-DECISION-MOTIVO            PIC X(50)      VALUE SPACES.
       01 WS-RETORNO-EDIT               PIC 99         VALUE 0.

       01 WS-SAL-CTL-TITULO             PIC X(39)
          VALUE 'CONTROL DE LA CADENA DE CORRIDAS BATCH'.

       01 WS-SAL-CTL-PEDIDO.
          05 FILLER                  PIC X(17)
                                     VALUE 'FECHA DE NEGOCIO '.
          05 WS-SAL-CTL-FECHA        PIC 9(08).
          05 FILLER                  PIC X(10)     VALUE '  ACCION: '.
          05 WS-SAL-CTL-ACCION       PIC X(01).
          05 FILLER                  PIC X(08)     VALUE '  PASO: '.
          05 WS-SAL-CTL-PASO         PIC X(08).

       01 WS-SAL-CTL-TITULOS.
          05 FILLER                  PIC X(04)     VALUE 'Paso'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Programa'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(12)     VALUE 'Estado'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(08)     VALUE 'Corridas'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(07)     VALUE 'Retorno'.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 FILLER                  PIC X(50)     VALUE 'Observacion'.

       01 WS-SAL-CTL-DETALLE.
          05 WS-SAL-CTL-ORDEN        PIC ZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-CTL-PROGRAMA     PIC X(08).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-CTL-ESTADO       PIC X(12).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-CTL-CORRIDAS     PIC ZZZZZZZ9.
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-CTL-RETORNO      PIC X(07).
          05 FILLER                  PIC X(03)     VALUE ' | '.
          05 WS-SAL-CTL-MOTIVO       PIC X(50).

       01 WS-SAL-CTL-LINEA.
          05 WS-SAL-CTL-ETIQUETA     PIC X(32).
          05 WS-SAL-CTL-VALOR        PIC X(60).

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-PASOS               PIC 9(05)      VALUE 50.
          05 WS-MAX-PREDECESORES        PIC 9(05)      VALUE 200.
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
              PERFORM 2000-EVALUAR-CADENA
                 THRU 2000-EVALUAR-CADENA-FIN
              PERFORM 2500-DECIDIR-PEDIDO
                 THRU 2500-DECIDIR-PEDIDO-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-RUN-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           PERFORM 1100-LEER-TARJETA
              THRU 1100-LEER-TARJETA-FIN.

           PERFORM 1200-CARGAR-DEFINICION
              THRU 1200-CARGAR-DEFINICION-FIN.

           IF WS-TAB-PASO-CANT > 0
              PERFORM 1300-RESOLVER-PREDECESORES
                 THRU 1300-RESOLVER-PREDECESORES-FIN
           END-IF.

           IF NOT WS-PED-ESTADO
              MOVE WS-PED-PROGRAMA TO WS-PASO-BUSQUEDA
              PERFORM 1700-UBICAR-PASO
                 THRU 1700-UBICAR-PASO-FIN
              MOVE WS-PASO-ENCONTRADO TO WS-PED-PASO
              IF WS-PED-PASO = 0
                 DISPLAY 'PASO NO DEFINIDO EN LA CADENA: '
                    WS-PED-PROGRAMA
                 MOVE 8 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
              END-IF
           END-IF.

           IF RETURN-CODE < 8
              PERFORM 1500-LEER-HISTORIA
                 THRU 1500-LEER-HISTORIA-FIN
           END-IF.

           OPEN OUTPUT SAL-CONTROL.

           IF FS-SAL-CONTROL-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE WS-SAL-CTL-TITULO TO SAL-CONTROL-REG
              WRITE SAL-CONTROL-REG
              MOVE WS-PED-FECHA TO WS-SAL-CTL-FECHA
              MOVE WS-PED-ACCION TO WS-SAL-CTL-ACCION
              MOVE WS-PED-PROGRAMA TO WS-SAL-CTL-PASO
              MOVE WS-SAL-CTL-PEDIDO TO SAL-CONTROL-REG
              WRITE SAL-CONTROL-REG
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONTROL DE CADENA'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONTROL
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin tarjeta se informa el estado de la cadena del dia.
       1100-LEER-TARJETA.

           MOVE WS-RUN-FECHA-INICIO TO WS-PED-FECHA.

           OPEN INPUT CADENA-CARD.

           EVALUATE FS-CADENA-CARD
           WHEN '00'
                READ CADENA-CARD
                IF FS-CADENA-CARD-OK
                   PERFORM 1150-VALIDAR-TARJETA
                      THRU 1150-VALIDAR-TARJETA-FIN
                ELSE
                   DISPLAY 'TARJETA DE CADENA VACIA'
                   DISPLAY 'SE INFORMA EL ESTADO DE LA CADENA'
                END-IF
                CLOSE CADENA-CARD
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA LA TARJETA DE CADENA'
                DISPLAY 'SE INFORMA EL ESTADO DE LA CADENA'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA TARJETA DE CADENA'
                DISPLAY 'FILE STATUS: ' FS-CADENA-CARD
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1100-LEER-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1150-VALIDAR-TARJETA.

           IF NOT CARD-ACCION-VERIFICAR
              AND NOT CARD-ACCION-REINICIAR
              AND NOT CARD-ACCION-ESTADO
              DISPLAY 'TARJETA DE CADENA CON ACCION INVALIDA: '
                 CARD-ACCION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1150-VALIDAR-TARJETA-FIN
           END-IF.

           IF NOT CARD-ACCION-ESTADO
              AND CARD-PROGRAMA = SPACES
              DISPLAY 'TARJETA DE CADENA SIN PASO A CONTROLAR'
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1150-VALIDAR-TARJETA-FIN
           END-IF.

           IF CARD-FECHA-NEGOCIO IS NOT NUMERIC
              DISPLAY 'TARJETA DE CADENA CON FECHA INVALIDA: '
                 CARD-FECHA-NEGOCIO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1150-VALIDAR-TARJETA-FIN
           END-IF.

           MOVE CARD-ACCION TO WS-PED-ACCION.
           MOVE CARD-PROGRAMA TO WS-PED-PROGRAMA.

           IF CARD-FECHA-NEGOCIO > 0
              MOVE CARD-FECHA-NEGOCIO TO WS-PED-FECHA
           END-IF.

       1150-VALIDAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-DEFINICION.

           OPEN INPUT DEFINICION.

           EVALUATE FS-DEFINICION
           WHEN '00'
                PERFORM 1250-LEER-DEFINICION
                   THRU 1250-LEER-DEFINICION-FIN
                   UNTIL FS-DEFINICION-EOF
                CLOSE DEFINICION
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA LA DEFINICION DE LA CADENA'
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA DEFINICION DE LA CADENA'
                DISPLAY 'FILE STATUS: ' FS-DEFINICION
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           IF FS-DEFINICION-EOF
              AND WS-TAB-PASO-CANT = 0
              DISPLAY 'LA DEFINICION DE LA CADENA NO TIENE PASOS'
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1200-CARGAR-DEFINICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-DEFINICION.

           READ DEFINICION.

           EVALUATE TRUE
           WHEN FS-DEFINICION-OK
                ADD 1 TO WS-CONT-DEFINICIONES
                PERFORM 1260-ANOTAR-DEFINICION
                   THRU 1260-ANOTAR-DEFINICION-FIN
           WHEN FS-DEFINICION-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LA DEFINICION DE LA CADENA'
                DISPLAY 'FILE STATUS: ' FS-DEFINICION
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-DEFINICION
           END-EVALUATE.

       1250-LEER-DEFINICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1260-ANOTAR-DEFINICION.

           IF DEF-PROGRAMA = SPACES
              OR DEF-RETORNO-MAX IS NOT NUMERIC
              DISPLAY 'DEFINICION DE CADENA INVALIDA: ' DEF-REGISTRO
              ADD 1 TO WS-CONT-ERRORES-DEF
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1260-ANOTAR-DEFINICION-FIN
           END-IF.

           MOVE DEF-PROGRAMA TO WS-PASO-BUSQUEDA.

           PERFORM 1700-UBICAR-PASO
              THRU 1700-UBICAR-PASO-FIN.

           IF WS-PASO-ENCONTRADO = 0
              IF WS-TAB-PASO-CANT >= WS-MAX-PASOS
                 MOVE 'PASOS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-PASO-CANT
              MOVE WS-TAB-PASO-CANT TO WS-PASO-ENCONTRADO
              INITIALIZE WS-TAB-PASO(WS-PASO-ENCONTRADO)
              MOVE DEF-PROGRAMA
                 TO WS-TAB-PASO-PROGRAMA(WS-PASO-ENCONTRADO)
              MOVE DEF-RETORNO-MAX
                 TO WS-TAB-PASO-RETORNO-MAX(WS-PASO-ENCONTRADO)
           END-IF.

           IF DEF-PREDECESOR = SPACES
              GO TO 1260-ANOTAR-DEFINICION-FIN
           END-IF.

           IF WS-TAB-PRED-CANT >= WS-MAX-PREDECESORES
              MOVE 'PREDECESORES' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-PRED-CANT.
           MOVE WS-PASO-ENCONTRADO
              TO WS-TAB-PRED-PASO(WS-TAB-PRED-CANT).
           MOVE DEF-PREDECESOR TO WS-TAB-PRED-NOMBRE(WS-TAB-PRED-CANT).
           MOVE ZEROES TO WS-TAB-PRED-PASO-PRED(WS-TAB-PRED-CANT).

       1260-ANOTAR-DEFINICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un predecesor tiene que ser un paso definido antes que el
      *    paso que lo exige; asi la cadena no puede quedar en ciclo.
       1300-RESOLVER-PREDECESORES.

           PERFORM 1350-RESOLVER-PREDECESOR
              THRU 1350-RESOLVER-PREDECESOR-FIN
              VARYING WS-PRED-IDX FROM 1 BY 1
              UNTIL WS-PRED-IDX > WS-TAB-PRED-CANT.

       1300-RESOLVER-PREDECESORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1350-RESOLVER-PREDECESOR.

           MOVE WS-TAB-PRED-NOMBRE(WS-PRED-IDX) TO WS-PASO-BUSQUEDA.

           PERFORM 1700-UBICAR-PASO
              THRU 1700-UBICAR-PASO-FIN.

           EVALUATE TRUE
           WHEN WS-PASO-ENCONTRADO = 0
                DISPLAY 'PREDECESOR NO DEFINIDO COMO PASO: '
                   WS-TAB-PRED-NOMBRE(WS-PRED-IDX)
                ADD 1 TO WS-CONT-ERRORES-DEF
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN WS-PASO-ENCONTRADO >= WS-TAB-PRED-PASO(WS-PRED-IDX)
                DISPLAY 'PREDECESOR DEFINIDO DESPUES DEL PASO: '
                   WS-TAB-PRED-NOMBRE(WS-PRED-IDX)
                ADD 1 TO WS-CONT-ERRORES-DEF
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                MOVE WS-PASO-ENCONTRADO
                   TO WS-TAB-PRED-PASO-PRED(WS-PRED-IDX)
           END-EVALUATE.

       1350-RESOLVER-PREDECESOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La bitacora se lee completa en el orden en que se grabo; de
      *    cada paso se guarda la ultima corrida que arranco en la
      *    fecha de negocio, con su posicion en la bitacora para
      *    comparar que corrio antes y que despues.
       1500-LEER-HISTORIA.

           OPEN INPUT RUN-HISTORY.

           EVALUATE FS-RUN-HISTORY
           WHEN '00'
                PERFORM 1550-LEER-CORRIDA
                   THRU 1550-LEER-CORRIDA-FIN
                   UNTIL FS-RUN-HISTORY-EOF
                CLOSE RUN-HISTORY
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA LA BITACORA DE CORRIDAS'
                DISPLAY 'NINGUN PASO FIGURA CORRIDO'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA BITACORA DE CORRIDAS'
                DISPLAY 'FILE STATUS: ' FS-RUN-HISTORY
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1500-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1550-LEER-CORRIDA.

           READ RUN-HISTORY.

           EVALUATE TRUE
           WHEN FS-RUN-HISTORY-OK
                ADD 1 TO WS-CONT-CORRIDAS-LEIDAS
                IF RUN-FECHA-INICIO = WS-PED-FECHA
                   AND RUN-PROGRAMA = 'TP01EJ17'
                   AND RUN-RETORNO NOT = 8
                   ADD 1 TO WS-CONT-RESTAURACIONES
                   PERFORM 1560-ANULAR-CORRIDA
                      THRU 1560-ANULAR-CORRIDA-FIN
                      VARYING WS-PASO-IDX FROM 1 BY 1
                      UNTIL WS-PASO-IDX > WS-TAB-PASO-CANT
                END-IF
                IF RUN-FECHA-INICIO = WS-PED-FECHA
                   MOVE RUN-PROGRAMA TO WS-PASO-BUSQUEDA
                   PERFORM 1700-UBICAR-PASO
                      THRU 1700-UBICAR-PASO-FIN
                   IF WS-PASO-ENCONTRADO > 0
                      ADD 1 TO WS-CONT-CORRIDAS-FECHA
                      MOVE WS-CONT-CORRIDAS-LEIDAS
                         TO WS-TAB-PASO-ULT-SEC(WS-PASO-ENCONTRADO)
                      MOVE RUN-RETORNO
                         TO WS-TAB-PASO-ULT-RETORNO(WS-PASO-ENCONTRADO)
                      ADD 1 TO WS-TAB-PASO-CORRIDAS(WS-PASO-ENCONTRADO)
                   END-IF
                END-IF
           WHEN FS-RUN-HISTORY-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LA BITACORA DE CORRIDAS'
                DISPLAY 'FILE STATUS: ' FS-RUN-HISTORY
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-RUN-HISTORY
           END-EVALUATE.

       1550-LEER-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una restauracion de maestros (salvo la rechazada con 8, que
      *    no toca nada) devuelve los archivos a otra generacion: lo
      *    corrido antes en la fecha deja de valer y se vuelve a
      *    correr, asi no se mezclan resultados de distintos momentos.
       1560-ANULAR-CORRIDA.

           MOVE ZEROES TO WS-TAB-PASO-ULT-SEC(WS-PASO-IDX).
           MOVE ZEROES TO WS-TAB-PASO-ULT-RETORNO(WS-PASO-IDX).

       1560-ANULAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-UBICAR-PASO.

           MOVE ZEROES TO WS-PASO-ENCONTRADO.

           PERFORM 1750-COMPARAR-PASO
              THRU 1750-COMPARAR-PASO-FIN
              VARYING WS-PASO-IDX FROM 1 BY 1
              UNTIL WS-PASO-IDX > WS-TAB-PASO-CANT
              OR WS-PASO-ENCONTRADO > 0.

       1700-UBICAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1750-COMPARAR-PASO.

           IF WS-TAB-PASO-PROGRAMA(WS-PASO-IDX) = WS-PASO-BUSQUEDA
              MOVE WS-PASO-IDX TO WS-PASO-ENCONTRADO
           END-IF.

       1750-COMPARAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Los pasos se evaluan en el orden de la definicion, asi cada
      *    predecesor ya tiene su estado cuando se evalua el paso.
       2000-EVALUAR-CADENA.

           PERFORM 2100-EVALUAR-PASO
              THRU 2100-EVALUAR-PASO-FIN
              VARYING WS-PASO-IDX FROM 1 BY 1
              UNTIL WS-PASO-IDX > WS-TAB-PASO-CANT.

       2000-EVALUAR-CADENA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un paso esta completo si su ultima corrida de la fecha
      *    termino bien y arranco despues de la ultima corrida de
      *    todos sus predecesores. Si corrio antes que alguno de ellos
      *    hay que repetirlo.
       2100-EVALUAR-PASO.

           MOVE ZEROES TO WS-PRED-MAX-SEC.
           MOVE SPACES TO WS-PRED-MOTIVO.
           MOVE SPACES TO WS-TAB-PASO-MOTIVO(WS-PASO-IDX).

           PERFORM 2150-EVALUAR-PREDECESOR
              THRU 2150-EVALUAR-PREDECESOR-FIN
              VARYING WS-PRED-IDX FROM 1 BY 1
              UNTIL WS-PRED-IDX > WS-TAB-PRED-CANT.

           EVALUATE TRUE
           WHEN WS-PRED-MOTIVO NOT = SPACES
                MOVE 'B' TO WS-TAB-PASO-ESTADO(WS-PASO-IDX)
                MOVE WS-PRED-MOTIVO TO WS-TAB-PASO-MOTIVO(WS-PASO-IDX)
           WHEN WS-TAB-PASO-ULT-SEC(WS-PASO-IDX) = 0
                MOVE 'L' TO WS-TAB-PASO-ESTADO(WS-PASO-IDX)
                IF WS-TAB-PASO-CORRIDAS(WS-PASO-IDX) > 0
                   MOVE 'CORRIDA ANULADA POR RESTAURACION'
                      TO WS-TAB-PASO-MOTIVO(WS-PASO-IDX)
                END-IF
           WHEN WS-TAB-PASO-ULT-SEC(WS-PASO-IDX) < WS-PRED-MAX-SEC
                MOVE 'P' TO WS-TAB-PASO-ESTADO(WS-PASO-IDX)
                MOVE 'CORRIO ANTES QUE SUS PREDECESORES'
                   TO WS-TAB-PASO-MOTIVO(WS-PASO-IDX)
           WHEN WS-TAB-PASO-ULT-RETORNO(WS-PASO-IDX) >
                WS-TAB-PASO-RETORNO-MAX(WS-PASO-IDX)
                MOVE 'F' TO WS-TAB-PASO-ESTADO(WS-PASO-IDX)
                MOVE WS-TAB-PASO-ULT-RETORNO(WS-PASO-IDX)
                   TO WS-RETORNO-EDIT
                STRING 'TERMINO CON RETORNO ' WS-RETORNO-EDIT
                   DELIMITED BY SIZE
                   INTO WS-TAB-PASO-MOTIVO(WS-PASO-IDX)
           WHEN OTHER
                MOVE 'C' TO WS-TAB-PASO-ESTADO(WS-PASO-IDX)
           END-EVALUATE.

       2100-EVALUAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-EVALUAR-PREDECESOR.

           IF WS-TAB-PRED-PASO(WS-PRED-IDX) NOT = WS-PASO-IDX
              GO TO 2150-EVALUAR-PREDECESOR-FIN
           END-IF.

           MOVE WS-TAB-PRED-PASO-PRED(WS-PRED-IDX) TO WS-PRED-PASO.

           IF WS-TAB-PASO-ULT-SEC(WS-PRED-PASO) > WS-PRED-MAX-SEC
              MOVE WS-TAB-PASO-ULT-SEC(WS-PRED-PASO) TO WS-PRED-MAX-SEC
           END-IF.

           IF WS-PRED-MOTIVO NOT = SPACES
              OR WS-TAB-PASO-ESTADO(WS-PRED-PASO) = 'C'
              GO TO 2150-EVALUAR-PREDECESOR-FIN
           END-IF.

           EVALUATE WS-TAB-PASO-ESTADO(WS-PRED-PASO)
           WHEN 'F'
                MOVE WS-TAB-PASO-ULT-RETORNO(WS-PRED-PASO)
                   TO WS-RETORNO-EDIT
                STRING 'PREDECESOR ' WS-TAB-PASO-PROGRAMA(WS-PRED-PASO)
                   ' TERMINO CON RETORNO ' WS-RETORNO-EDIT
                   DELIMITED BY SIZE
                   INTO WS-PRED-MOTIVO
           WHEN 'L'
                STRING 'PREDECESOR ' WS-TAB-PASO-PROGRAMA(WS-PRED-PASO)
                   ' SIN CORRIDA EN LA FECHA'
                   DELIMITED BY SIZE
                   INTO WS-PRED-MOTIVO
           WHEN OTHER
                STRING 'PREDECESOR ' WS-TAB-PASO-PROGRAMA(WS-PRED-PASO)
                   ' NO COMPLETO'
                   DELIMITED BY SIZE
                   INTO WS-PRED-MOTIVO
           END-EVALUATE.

       2150-EVALUAR-PREDECESOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Verificar autoriza un paso listo, a repetir o fallido (el
      *    reinicio natural de la cadena); un paso completo solo se
      *    vuelve a correr con la accion de reinicio, y entonces los
      *    pasos siguientes quedan a repetir.
       2500-DECIDIR-PEDIDO.

           MOVE ZEROES TO WS-REINICIO-PASO.

           PERFORM 2550-BUSCAR-REINICIO
              THRU 2550-BUSCAR-REINICIO-FIN
              VARYING WS-PASO-IDX FROM 1 BY 1
              UNTIL WS-PASO-IDX > WS-TAB-PASO-CANT.

           IF WS-PED-ESTADO
              IF WS-REINICIO-PASO > 0
                 AND WS-TAB-PASO-ESTADO(WS-REINICIO-PASO) = 'F'
                 DISPLAY 'REINICIAR LA CADENA DESDE: '
                    WS-TAB-PASO-PROGRAMA(WS-REINICIO-PASO)
                 MOVE 4 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
              END-IF
              GO TO 2500-DECIDIR-PEDIDO-FIN
           END-IF.

           SET WS-DECISION-RECHAZADO TO TRUE.
           MOVE SPACES TO WS-DECISION-MOTIVO.

           EVALUATE WS-TAB-PASO-ESTADO(WS-PED-PASO)
           WHEN 'B'
                MOVE WS-TAB-PASO-MOTIVO(WS-PED-PASO)
                   TO WS-DECISION-MOTIVO
           WHEN 'C'
                IF WS-PED-REINICIAR
                   SET WS-DECISION-AUTORIZADO TO TRUE
                ELSE
                   MOVE 'PASO YA COMPLETO EN LA FECHA DE NEGOCIO'
                      TO WS-DECISION-MOTIVO
                END-IF
           WHEN OTHER
                SET WS-DECISION-AUTORIZADO TO TRUE
           END-EVALUATE.

           IF WS-DECISION-RECHAZADO
              DISPLAY 'PASO ' WS-PED-PROGRAMA ' RECHAZADO: '
                 WS-DECISION-MOTIVO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           ELSE
              DISPLAY 'PASO ' WS-PED-PROGRAMA ' AUTORIZADO'
           END-IF.

       2500-DECIDIR-PEDIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El reinicio va desde el primer paso fallido; sin fallidos,
      *    desde el primer paso pendiente (listo o a repetir).
       2550-BUSCAR-REINICIO.

           EVALUATE WS-TAB-PASO-ESTADO(WS-PASO-IDX)
           WHEN 'F'
                IF WS-REINICIO-PASO = 0
                   OR WS-TAB-PASO-ESTADO(WS-REINICIO-PASO) NOT = 'F'
                   MOVE WS-PASO-IDX TO WS-REINICIO-PASO
                END-IF
           WHEN 'L'
           WHEN 'P'
                IF WS-REINICIO-PASO = 0
                   MOVE WS-PASO-IDX TO WS-REINICIO-PASO
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2550-BUSCAR-REINICIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-SAL-CONTROL-OK
              PERFORM 3100-ESCRIBIR-CONTROL
                 THRU 3100-ESCRIBIR-CONTROL-FIN
              CLOSE SAL-CONTROL
           END-IF.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-ESCRIBIR-CONTROL.

           IF RETURN-CODE >= 8
              AND WS-DECISION-MOTIVO = SPACES
              MOVE SPACES TO SAL-CONTROL-REG
              WRITE SAL-CONTROL-REG
              MOVE 'CORRIDA SIN EVALUAR: VER CONSOLA' TO SAL-CONTROL-REG
              WRITE SAL-CONTROL-REG
              GO TO 3100-ESCRIBIR-CONTROL-FIN
           END-IF.

           MOVE SPACES TO SAL-CONTROL-REG.
           WRITE SAL-CONTROL-REG.
           MOVE WS-SAL-CTL-TITULOS TO SAL-CONTROL-REG.
           WRITE SAL-CONTROL-REG.

           PERFORM 3150-ESCRIBIR-PASO
              THRU 3150-ESCRIBIR-PASO-FIN
              VARYING WS-PASO-IDX FROM 1 BY 1
              UNTIL WS-PASO-IDX > WS-TAB-PASO-CANT.

           MOVE SPACES TO SAL-CONTROL-REG.
           WRITE SAL-CONTROL-REG.

           IF WS-CONT-RESTAURACIONES > 0
              MOVE SPACES TO WS-SAL-CTL-LINEA
              MOVE 'MAESTROS RESTAURADOS EN LA FECHA'
                 TO WS-SAL-CTL-VALOR
              MOVE 'RESTAURACION:' TO WS-SAL-CTL-ETIQUETA
              MOVE WS-SAL-CTL-LINEA TO SAL-CONTROL-REG
              WRITE SAL-CONTROL-REG
           END-IF.

           IF NOT WS-PED-ESTADO
              MOVE SPACES TO WS-SAL-CTL-LINEA
              IF WS-DECISION-AUTORIZADO
                 MOVE 'PASO AUTORIZADO:' TO WS-SAL-CTL-ETIQUETA
                 MOVE WS-PED-PROGRAMA TO WS-SAL-CTL-VALOR
              ELSE
                 MOVE 'PASO RECHAZADO:' TO WS-SAL-CTL-ETIQUETA
                 STRING WS-PED-PROGRAMA ' - ' WS-DECISION-MOTIVO
                    DELIMITED BY SIZE
                    INTO WS-SAL-CTL-VALOR
              END-IF
              MOVE WS-SAL-CTL-LINEA TO SAL-CONTROL-REG
              WRITE SAL-CONTROL-REG
           END-IF.

           MOVE SPACES TO WS-SAL-CTL-LINEA.

           IF WS-REINICIO-PASO = 0
              MOVE 'CADENA COMPLETA EN LA FECHA' TO WS-SAL-CTL-ETIQUETA
           ELSE
              IF WS-TAB-PASO-ESTADO(WS-REINICIO-PASO) = 'F'
                 MOVE 'REINICIAR LA CADENA DESDE:'
                    TO WS-SAL-CTL-ETIQUETA
              ELSE
                 MOVE 'PROXIMO PASO DE LA CADENA:'
                    TO WS-SAL-CTL-ETIQUETA
              END-IF
              MOVE WS-TAB-PASO-PROGRAMA(WS-REINICIO-PASO)
                 TO WS-SAL-CTL-VALOR
           END-IF.

           MOVE WS-SAL-CTL-LINEA TO SAL-CONTROL-REG.
           WRITE SAL-CONTROL-REG.

       3100-ESCRIBIR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-ESCRIBIR-PASO.

           MOVE WS-PASO-IDX TO WS-SAL-CTL-ORDEN.
           MOVE WS-TAB-PASO-PROGRAMA(WS-PASO-IDX)
              TO WS-SAL-CTL-PROGRAMA.
           MOVE WS-TAB-PASO-CORRIDAS(WS-PASO-IDX)
              TO WS-SAL-CTL-CORRIDAS.
           MOVE WS-TAB-PASO-MOTIVO(WS-PASO-IDX) TO WS-SAL-CTL-MOTIVO.

           IF WS-TAB-PASO-ULT-SEC(WS-PASO-IDX) = 0
              MOVE SPACES TO WS-SAL-CTL-RETORNO
           ELSE
              MOVE WS-TAB-PASO-ULT-RETORNO(WS-PASO-IDX)
                 TO WS-RETORNO-EDIT
              MOVE WS-RETORNO-EDIT TO WS-SAL-CTL-RETORNO
           END-IF.

           EVALUATE WS-TAB-PASO-ESTADO(WS-PASO-IDX)
           WHEN 'C'
                MOVE 'COMPLETO' TO WS-SAL-CTL-ESTADO
           WHEN 'F'
                MOVE 'FALLIDO' TO WS-SAL-CTL-ESTADO
           WHEN 'L'
                MOVE 'LISTO' TO WS-SAL-CTL-ESTADO
           WHEN 'P'
                MOVE 'A REPETIR' TO WS-SAL-CTL-ESTADO
           WHEN OTHER
                MOVE 'BLOQUEADO' TO WS-SAL-CTL-ESTADO
           END-EVALUATE.

           MOVE WS-SAL-CTL-DETALLE TO SAL-CONTROL-REG.
           WRITE SAL-CONTROL-REG.

       3150-ESCRIBIR-PASO-FIN.
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

           MOVE 'TP01EJ15' TO RUN-PROGRAMA.
           MOVE WS-RUN-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-CORRIDAS-LEIDAS TO RUN-REG-LEIDOS.
           MOVE WS-CONT-CORRIDAS-FECHA TO RUN-REG-ACEPTADOS.
           MOVE WS-CONT-ERRORES-DEF TO RUN-REG-RECHAZADOS.
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
      *    Codigos de condicion para el scheduler: 0 paso autorizado o
      *    cadena sin fallas, 4 cadena con un paso fallido, 8 paso
      *    rechazado o definicion inutilizable. Nunca se rebaja un
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

       END PROGRAM TP01EJ15.

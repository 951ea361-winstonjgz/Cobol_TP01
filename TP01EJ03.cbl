           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-HISTORY.

           SELECT AJUSTES
           ASSIGN TO '../AJUSTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTES.

           SELECT AJUSTES-APROBADOS
           ASSIGN TO '../AJUSTES-APROBADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTES-APROBADOS.

           SELECT NOVEDADES
           ASSIGN TO '../EMPLEADOS-NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES.

           SELECT EMPLEADOS
           ASSIGN TO '../EMPLEADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

           SELECT EMPLEADOS-HISTORIAL
           ASSIGN TO '../EMPLEADOS-HISTORIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS-HISTORIAL.

           SELECT DOTACION-PARAM
           ASSIGN TO '../DOTACION-PERIODO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOTACION-PARAM.

           SELECT SAL-DOTACION
           ASSIGN TO '../MOVIMIENTOS-DOTACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DOTACION.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 PEND-ACCION                PIC X(01).
          05 PEND-CLAVE                 PIC X(30).
          05 PEND-VALOR                 PIC X(30).
          05 PEND-NOMBRE                PIC X(40).

       FD APROBACIONES.
       01 APROB-REGISTRO.
          05 APROB-ACCION               PIC X(01).
          05 APROB-CLAVE                PIC X(30).
          05 APROB-VALOR                PIC X(30).
          05 APROB-NOMBRE               PIC X(40).

       COPY RUNHIST.

       FD AJUSTES.
       01 AJU-REGISTRO.
          05 AJU-ID-EMPLEADO            PIC 9(05).
          05 AJU-MOTIVO                 PIC X(04).
             88 AJU-MOTIVO-VALIDO       VALUES 'BONO', 'CORT', 'CORR',
                                               'OTRO'.
          05 AJU-REFERENCIA             PIC X(21).
          05 AJU-IMPORTE                PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 AJU-OPERADOR               PIC X(08).

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

       FD NOVEDADES.
       01 NOV-REGISTRO.
          05 NOV-ID-EMPLEADO            PIC 9(05).
          05 NOV-TIPO                   PIC X(01).
             88 NOV-TIPO-VALIDO         VALUES 'I', 'R', 'T', 'L', 'B'.
             88 NOV-TIPO-CON-CATEGORIA  VALUES 'I', 'R', 'T'.
             88 NOV-TIPO-INGRESO                       VALUE 'I'.
          05 NOV-FECHA-EFECTIVA         PIC X(10).
          05 NOV-CATEGORIA              PIC X(20).
          05 NOV-CONDICION              PIC X(02).
          05 NOV-NOMBRE                 PIC X(40).
          05 NOV-OPERADOR               PIC X(08).

      *    Mismo registro que lee TP01EJ01.
       FD EMPLEADOS.
       01 EMPLEADOS-REGISTRO.
          05 EMPLEADOS-ID               PIC 9(05).
          05 EMPLEADOS-NOMBRE           PIC X(40).
          05 EMPLEADOS-ESTADO           PIC X(01).
          05 EMPLEADOS-CONDICION        PIC X(02).

       COPY EMPHIST.

       FD DOTACION-PARAM.
       01 DOTACION-PARAM-REG.
          05 DOTACION-PERIODO           PIC X(07).

       FD SAL-DOTACION.
       01 SAL-DOTACION-REG PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-RUN-HISTORY-EOF                     VALUE '10'.
             88 FS-RUN-HISTORY-NFD                     VALUE '35'.

          05 FS-AJUSTES                 PIC X(02).
             88 FS-AJUSTES-OK                          VALUE '00'.
             88 FS-AJUSTES-EOF                         VALUE '10'.
             88 FS-AJUSTES-NFD                         VALUE '35'.

          05 FS-AJUSTES-APROBADOS       PIC X(02).
             88 FS-AJUSTES-APROBADOS-OK                VALUE '00'.
             88 FS-AJUSTES-APROBADOS-EOF               VALUE '10'.
             88 FS-AJUSTES-APROBADOS-NFD               VALUE '35'.

          05 FS-NOVEDADES               PIC X(02).
             88 FS-NOVEDADES-OK                        VALUE '00'.
             88 FS-NOVEDADES-EOF                       VALUE '10'.
             88 FS-NOVEDADES-NFD                       VALUE '35'.

          05 FS-EMPLEADOS               PIC X(02).
             88 FS-EMPLEADOS-OK                        VALUE '00'.
             88 FS-EMPLEADOS-EOF                       VALUE '10'.
             88 FS-EMPLEADOS-NFD                       VALUE '35'.

          05 FS-EMPLEADOS-HISTORIAL     PIC X(02).
             88 FS-EMPLEADOS-HISTORIAL-OK              VALUE '00'.
             88 FS-EMPLEADOS-HISTORIAL-EOF             VALUE '10'.
             88 FS-EMPLEADOS-HISTORIAL-NFD             VALUE '35'.

          05 FS-DOTACION-PARAM          PIC X(02).
             88 FS-DOTACION-PARAM-OK                   VALUE '00'.
             88 FS-DOTACION-PARAM-EOF                  VALUE '10'.
             88 FS-DOTACION-PARAM-NFD                  VALUE '35'.

          05 FS-SAL-DOTACION            PIC X(02).
             88 FS-SAL-DOTACION-OK                     VALUE '00'.
             88 FS-SAL-DOTACION-EOF                    VALUE '10'.
             88 FS-SAL-DOTACION-NFD                    VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-TRANSACCIONES      PIC 9(05)      VALUE 0.
          05 WS-CONT-APLICADAS          PIC 9(05)      VALUE 0.
          05 WS-TRX-CLAVE               PIC X(30).
          05 WS-TRX-VALOR               PIC X(30).
          05 WS-TRX-OPERADOR            PIC X(08).
          05 WS-TRX-NOMBRE              PIC X(40).

      *    Cola de doble intervencion: lo que pide un operador queda
      *    pendiente hasta que otro distinto lo apruebe; los items
             10 WS-TAB-PEND-ACCION      PIC X(01).
             10 WS-TAB-PEND-CLAVE       PIC X(30).
             10 WS-TAB-PEND-VALOR       PIC X(30).
             10 WS-TAB-PEND-NOMBRE      PIC X(40).

       01 WS-TAB-APROBACIONES.
          05 WS-TAB-APROB-CANT          PIC 9(03)      VALUE 0.
             10 WS-TAB-APROB-ACCION     PIC X(01).
             10 WS-TAB-APROB-CLAVE      PIC X(30).
             10 WS-TAB-APROB-VALOR      PIC X(30).
             10 WS-TAB-APROB-NOMBRE     PIC X(40).

       01 WS-PEND-IDX                   PIC 9(03)      VALUE 0.
       01 WS-APROB-IDX                  PIC 9(03)      VALUE 0.
          05 WS-MAX-MATERIAS            PIC 9(05)      VALUE 200.
          05 WS-MAX-PENDIENTES          PIC 9(05)      VALUE 200.
          05 WS-MAX-APROBACIONES        PIC 9(05)      VALUE 200.
          05 WS-MAX-EMPLEADOS           PIC 9(05)      VALUE 2000.
          05 WS-MAX-EMP-HISTORIAL       PIC 9(05)      VALUE 10000.
       01 WS-TABLA-EXCEDIDA             PIC X(20)      VALUE SPACES.

       01 WS-CAMBIOS-PENDIENTES.
          05 WS-CAMBIO-MINIMOS          PIC X(01)      VALUE 'N'.
          05 WS-CAMBIO-MATERIAS         PIC X(01)      VALUE 'N'.
          05 WS-CAMBIO-PARAMETROS       PIC X(01)      VALUE 'N'.
          05 WS-CAMBIO-EMPLEADOS        PIC X(01)      VALUE 'N'.

       01 WS-BUSQUEDA.
          05 WS-BUSQ-IDX                PIC 9(03)      VALUE 0.

       01 WS-RETORNO-PROPUESTO          PIC 9(02)      VALUE 0.

      *    Ajustes manuales de comision: viajan por la misma cola de
      *    doble intervencion. La clave lleva legajo, motivo y
      *    referencia; el valor, el importe con signo. Aprobados se
      *    agregan a AJUSTES-APROBADOS.TXT, que consume TP01EJ01.
       01 WS-AJU-CLAVE.
          05 WS-AJU-CLAVE-ID            PIC 9(05).
          05 WS-AJU-CLAVE-MOTIVO        PIC X(04).
             88 WS-AJU-CLAVE-MOTIVO-VALIDO
                                        VALUES 'BONO', 'CORT', 'CORR',
                                               'OTRO'.
          05 WS-AJU-CLAVE-REFERENCIA    PIC X(21).

       01 WS-AJU-VALOR.
          05 WS-AJU-VALOR-IMPORTE       PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 FILLER                     PIC X(16)      VALUE SPACES.

       01 WS-AJUSTES-PRESENTE           PIC X(01)      VALUE 'N'.
          88 WS-AJUSTES-PRESENTE-YES                   VALUE 'Y'.
          88 WS-AJUSTES-PRESENTE-NO                    VALUE 'N'.
       01 WS-AJAP-ABIERTO               PIC X(01)      VALUE 'N'.
          88 WS-AJAP-ABIERTO-YES                       VALUE 'Y'.
          88 WS-AJAP-ABIERTO-NO                        VALUE 'N'.

      *    Novedades de personal: ingreso (I), reingreso (R), traslado
      *    de categoria (T), licencia (L) y baja (B), cada una con su
      *    fecha efectiva. Viajan por la misma cola de doble
      *    intervencion: la clave lleva legajo, fecha y condicion; el
      *    valor, la categoria; el nombre del ingreso va aparte.
       01 WS-EMP-CLAVE.
          05 WS-EMP-CLAVE-ID            PIC 9(05).
          05 WS-EMP-CLAVE-FECHA         PIC X(10).
          05 WS-EMP-CLAVE-CONDICION     PIC X(02).
          05 FILLER                     PIC X(13)      VALUE SPACES.

       01 WS-EMP-VALOR.
          05 WS-EMP-VALOR-CATEGORIA     PIC X(20).
          05 FILLER                     PIC X(10)      VALUE SPACES.

       01 WS-FECHA-VALIDAR.
          05 WS-FV-ANIO                 PIC X(04).
          05 WS-FV-SEP-1                PIC X(01).
          05 WS-FV-MES                  PIC X(02).
          05 WS-FV-MES-N REDEFINES WS-FV-MES
                                        PIC 9(02).
          05 WS-FV-SEP-2                PIC X(01).
          05 WS-FV-DIA                  PIC X(02).
          05 WS-FV-DIA-N REDEFINES WS-FV-DIA
                                        PIC 9(02).
       01 WS-FECHA-VALIDA               PIC X(01)      VALUE 'N'.
          88 WS-FECHA-VALIDA-YES                       VALUE 'Y'.
          88 WS-FECHA-VALIDA-NO                        VALUE 'N'.

       01 WS-NOVEDADES-PRESENTE         PIC X(01)      VALUE 'N'.
          88 WS-NOVEDADES-PRESENTE-YES                 VALUE 'Y'.
          88 WS-NOVEDADES-PRESENTE-NO                  VALUE 'N'.
       01 WS-EMPHIST-ABIERTO            PIC X(01)      VALUE 'N'.
          88 WS-EMPHIST-ABIERTO-YES                    VALUE 'Y'.
          88 WS-EMPHIST-ABIERTO-NO                     VALUE 'N'.

       01 WS-TAB-EMPLEADOS.
          05 WS-TAB-EMP-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-EMP OCCURS 2000 TIMES.
             10 WS-TAB-EMP-ID           PIC 9(05).
             10 WS-TAB-EMP-NOMBRE       PIC X(40).
             10 WS-TAB-EMP-ESTADO       PIC X(01).
             10 WS-TAB-EMP-CONDICION    PIC X(02).

       01 WS-TAB-EMP-HISTORIAL.
          05 WS-TAB-EMH-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-EMH OCCURS 10000 TIMES.
             10 WS-TAB-EMH-ID           PIC 9(05).
             10 WS-TAB-EMH-TIPO         PIC X(01).
             10 WS-TAB-EMH-FECHA        PIC X(10).
             10 WS-TAB-EMH-CATEGORIA    PIC X(20).
             10 WS-TAB-EMH-CATEG-ANT    PIC X(20).

       01 WS-EMP-IDX                    PIC 9(05)      VALUE 0.
       01 WS-EMH-IDX                    PIC 9(05)      VALUE 0.
       01 WS-EMP-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-EMP-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-EMP-ENCONTRADO-NO                      VALUE 'N'.
       01 WS-EMP-ULTIMA-FECHA           PIC X(10)      VALUE SPACES.
       01 WS-EMP-CATEG-ACTUAL           PIC X(20)      VALUE SPACES.
       01 WS-EMP-ESTADO-NUEVO           PIC X(01)      VALUE SPACES.
       01 WS-EMP-ESTADO-ACTUAL          PIC X(01)      VALUE SPACES.
       01 WS-EMP-CATEG-FECHA            PIC X(10)      VALUE SPACES.
       01 WS-EMP-CATEG-NUEVA            PIC X(20)      VALUE SPACES.
       01 WS-EMP-BUSCAR-ID              PIC 9(05)      VALUE 0.
       01 WS-EMP-POS                    PIC 9(05)      VALUE 0.

      *    Movimientos de dotacion del mes: ingresos y reingresos son
      *    altas, las bajas son egresos; traslados y licencias se
      *    listan aparte y no mueven la dotacion.
       01 WS-DOT-PERIODO                PIC X(07)      VALUE SPACES.
       01 WS-DOT-DESDE                  PIC X(10)      VALUE SPACES.
       01 WS-DOT-ANIO                   PIC 9(04)      VALUE 0.
       01 WS-DOT-MES                    PIC 9(02)      VALUE 0.
       01 WS-DOT-SECCION                PIC X(01)      VALUE SPACES.
       01 WS-DOT-ESTADO-TIPO            PIC X(01)      VALUE SPACES.
       01 WS-DOT-ESTADO-FECHA           PIC X(10)      VALUE SPACES.
       01 WS-DOT-TIENE-ALTA             PIC X(01)      VALUE 'N'.
          88 WS-DOT-TIENE-ALTA-YES                     VALUE 'Y'.
          88 WS-DOT-TIENE-ALTA-NO                      VALUE 'N'.
       01 WS-DOT-BAJA-POSTERIOR         PIC X(01)      VALUE 'N'.
          88 WS-DOT-BAJA-POSTERIOR-YES                 VALUE 'Y'.
          88 WS-DOT-BAJA-POSTERIOR-NO                  VALUE 'N'.

       01 WS-DOT-CONTADORES.
          05 WS-DOT-INICIAL             PIC 9(05)      VALUE 0.
          05 WS-DOT-INGRESOS            PIC 9(05)      VALUE 0.
          05 WS-DOT-EGRESOS             PIC 9(05)      VALUE 0.
          05 WS-DOT-TRASLADOS           PIC 9(05)      VALUE 0.
          05 WS-DOT-LICENCIAS           PIC 9(05)      VALUE 0.
          05 WS-DOT-FINAL               PIC 9(05)      VALUE 0.
          05 WS-DOT-SECCION-CANT        PIC 9(05)      VALUE 0.

       01 WS-LIS-DOT-TITULO.
          05 FILLER                     PIC X(35)
             VALUE 'MOVIMIENTOS DE DOTACION - PERIODO: '.
          05 WS-LIS-DOT-TIT-PERIODO     PIC X(07).

       01 WS-LIS-DOT-SECCION            PIC X(40)      VALUE SPACES.

       01 WS-LIS-DOT-HEADER.
          05 FILLER                     PIC X(06)      VALUE 'LEGAJO'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(40)
             VALUE 'NOMBRE'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(10)      VALUE 'FECHA'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(01)      VALUE 'T'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(20)
             VALUE 'CATEGORIA ANTERIOR'.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 FILLER                     PIC X(20)
             VALUE 'CATEGORIA'.

       01 WS-LIS-DOT-DETALLE.
          05 WS-LIS-DOT-ID              PIC 9(05).
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-DOT-NOMBRE          PIC X(40).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-DOT-FECHA           PIC X(10).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-DOT-TIPO            PIC X(01).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-DOT-CATEG-ANT       PIC X(20).
          05 FILLER                     PIC X(03)      VALUE ' | '.
          05 WS-LIS-DOT-CATEGORIA       PIC X(20).

       01 WS-LIS-DOT-TOTAL.
          05 WS-LIS-DOT-TOT-TEXTO       PIC X(30).
          05 WS-LIS-DOT-TOT-CANT        PIC ZZ.ZZ9.

       01 WS-LIS-DOT-SEPARADOR          PIC X(132)     VALUE ALL '-'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

                 UNTIL FS-MANTENIMIENTO-EOF
           END-IF.

           IF WS-AJUSTES-PRESENTE-YES
              PERFORM 2060-PROCESAR-AJUSTE
                 THRU 2060-PROCESAR-AJUSTE-FIN
                 UNTIL FS-AJUSTES-EOF
           END-IF.

           IF WS-NOVEDADES-PRESENTE-YES
              PERFORM 2070-PROCESAR-NOVEDAD
                 THRU 2070-PROCESAR-NOVEDAD-FIN
                 UNTIL FS-NOVEDADES-EOF
           END-IF.

           PERFORM 2700-PROCESAR-PENDIENTES
              THRU 2700-PROCESAR-PENDIENTES-FIN.

           PERFORM 1159-CARGAR-APROBACIONES
              THRU 1159-CARGAR-APROBACIONES-FIN.

           PERFORM 1170-CARGAR-EMPLEADOS
              THRU 1170-CARGAR-EMPLEADOS-FIN.

           PERFORM 1172-CARGAR-EMP-HISTORIAL
              THRU 1172-CARGAR-EMP-HISTORIAL-FIN.

           PERFORM 1180-ABRIR-AUDITORIA
              THRU 1180-ABRIR-AUDITORIA-FIN.

           PERFORM 1110-ABRIR-AJUSTES
              THRU 1110-ABRIR-AJUSTES-FIN.

           PERFORM 1115-ABRIR-NOVEDADES
              THRU 1115-ABRIR-NOVEDADES-FIN.

           PERFORM 1100-ABRIR-MANTENIMIENTO
              THRU 1100-ABRIR-MANTENIMIENTO-FIN.

           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE MANTENIMIENTO'
                DISPLAY 'FILE STATUS: ' FS-MANTENIMIENTO
                IF WS-AJUSTES-PRESENTE-NO
                AND WS-NOVEDADES-PRESENTE-NO
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MANTENIMIENTO'
                DISPLAY 'FILE STATUS: ' FS-MANTENIMIENTO

       1100-ABRIR-MANTENIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El archivo de ajustes es opcional: una corrida puede traer
      *    solo mantenimiento de referencia, solo ajustes o ambos.
       1110-ABRIR-AJUSTES.

           OPEN INPUT AJUSTES.

           EVALUATE FS-AJUSTES
           WHEN '00'
                SET WS-AJUSTES-PRESENTE-YES TO TRUE
                PERFORM 1510-LEER-AJUSTE
                   THRU 1510-LEER-AJUSTE-FIN
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AJUSTES'
                DISPLAY 'FILE STATUS: ' FS-AJUSTES
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1110-ABRIR-AJUSTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Las novedades de personal tambien son opcionales y viajan
      *    por la cola de doble intervencion como los ajustes.
       1115-ABRIR-NOVEDADES.

           OPEN INPUT NOVEDADES.

           EVALUATE FS-NOVEDADES
           WHEN '00'
                SET WS-NOVEDADES-PRESENTE-YES TO TRUE
                PERFORM 1520-LEER-NOVEDAD
                   THRU 1520-LEER-NOVEDAD-FIN
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE NOVEDADES'
                DISPLAY 'FILE STATUS: ' FS-NOVEDADES
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1115-ABRIR-NOVEDADES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-TASAS.

                   TO WS-TAB-PEND-CLAVE(WS-TAB-PEND-CANT)
                MOVE PEND-VALOR
                   TO WS-TAB-PEND-VALOR(WS-TAB-PEND-CANT)
                MOVE PEND-NOMBRE
                   TO WS-TAB-PEND-NOMBRE(WS-TAB-PEND-CANT)
           WHEN FS-PENDIENTES-EOF
                CONTINUE
           WHEN OTHER
                   TO WS-TAB-APROB-CLAVE(WS-TAB-APROB-CANT)
                MOVE APROB-VALOR
                   TO WS-TAB-APROB-VALOR(WS-TAB-APROB-CANT)
                MOVE APROB-NOMBRE
                   TO WS-TAB-APROB-NOMBRE(WS-TAB-APROB-CANT)
           WHEN FS-APROBACIONES-EOF
                CONTINUE
           WHEN OTHER
       1169-LEER-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El maestro de empleados se reescribe completo si alguna
      *    novedad aprobada lo modifica.
       1170-CARGAR-EMPLEADOS.

           OPEN INPUT EMPLEADOS.

           EVALUATE FS-EMPLEADOS
           WHEN '00'
                PERFORM 1171-LEER-EMPLEADO
                   THRU 1171-LEER-EMPLEADO-FIN
                   UNTIL FS-EMPLEADOS-EOF
                CLOSE EMPLEADOS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
           END-EVALUATE.

       1170-CARGAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1171-LEER-EMPLEADO.

           READ EMPLEADOS.

           EVALUATE TRUE
           WHEN FS-EMPLEADOS-OK
                IF WS-TAB-EMP-CANT >= WS-MAX-EMPLEADOS
                   MOVE 'EMPLEADOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-EMP-CANT
                MOVE EMPLEADOS-ID
                   TO WS-TAB-EMP-ID(WS-TAB-EMP-CANT)
                MOVE EMPLEADOS-NOMBRE
                   TO WS-TAB-EMP-NOMBRE(WS-TAB-EMP-CANT)
                MOVE EMPLEADOS-ESTADO
                   TO WS-TAB-EMP-ESTADO(WS-TAB-EMP-CANT)
                MOVE EMPLEADOS-CONDICION
                   TO WS-TAB-EMP-CONDICION(WS-TAB-EMP-CANT)
           WHEN FS-EMPLEADOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                MOVE '10' TO FS-EMPLEADOS
           END-EVALUATE.

       1171-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Historial de novedades con fecha efectiva: da el estado y
      *    la categoria vigentes para validar cada novedad nueva y
      *    alimenta el informe mensual de dotacion.
       1172-CARGAR-EMP-HISTORIAL.

           OPEN INPUT EMPLEADOS-HISTORIAL.

           EVALUATE FS-EMPLEADOS-HISTORIAL
           WHEN '00'
                PERFORM 1173-LEER-EMP-HISTORIAL
                   THRU 1173-LEER-EMP-HISTORIAL-FIN
                   UNTIL FS-EMPLEADOS-HISTORIAL-EOF
                CLOSE EMPLEADOS-HISTORIAL
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-HISTORIAL
           END-EVALUATE.

       1172-CARGAR-EMP-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1173-LEER-EMP-HISTORIAL.

           READ EMPLEADOS-HISTORIAL.

           EVALUATE TRUE
           WHEN FS-EMPLEADOS-HISTORIAL-OK
                PERFORM 2840-AGREGAR-HISTORIAL
                   THRU 2840-AGREGAR-HISTORIAL-FIN
           WHEN FS-EMPLEADOS-HISTORIAL-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL HISTORIAL DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-HISTORIAL
                MOVE '10' TO FS-EMPLEADOS-HISTORIAL
           END-EVALUATE.

       1173-LEER-EMP-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El registro de auditoria es acumulativo: cada corrida del
      *    mantenimiento agrega sus movimientos al final.
       1180-ABRIR-AUDITORIA.

       1500-LEER-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-AJUSTE.

           READ AJUSTES.

           EVALUATE TRUE
           WHEN FS-AJUSTES-OK
                ADD 1 TO WS-CONT-TRANSACCIONES
           WHEN FS-AJUSTES-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE AJUSTES'
                DISPLAY 'FILE STATUS: ' FS-AJUSTES
                MOVE '10' TO FS-AJUSTES
           END-EVALUATE.

       1510-LEER-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1520-LEER-NOVEDAD.

           READ NOVEDADES.

           EVALUATE TRUE
           WHEN FS-NOVEDADES-OK
                ADD 1 TO WS-CONT-TRANSACCIONES
           WHEN FS-NOVEDADES-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE NOVEDADES'
                DISPLAY 'FILE STATUS: ' FS-NOVEDADES
                MOVE '10' TO FS-NOVEDADES
           END-EVALUATE.

       1520-LEER-NOVEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Doble intervencion: la transaccion entrante no se aplica;
      *    queda en la cola de pendientes hasta que otro operador la
           MOVE MANT-CLAVE TO WS-TRX-CLAVE.
           MOVE MANT-VALOR TO WS-TRX-VALOR.
           MOVE MANT-OPERADOR TO WS-TRX-OPERADOR.
           MOVE SPACES TO WS-TRX-NOMBRE.

           IF WS-TRX-ARCHIVO NOT = 'TASAS'
              AND WS-TRX-ARCHIVO NOT = 'MINIMOS'
           MOVE WS-TRX-ACCION TO WS-TAB-PEND-ACCION(WS-TAB-PEND-CANT).
           MOVE WS-TRX-CLAVE TO WS-TAB-PEND-CLAVE(WS-TAB-PEND-CANT).
           MOVE WS-TRX-VALOR TO WS-TAB-PEND-VALOR(WS-TAB-PEND-CANT).
           MOVE WS-TRX-NOMBRE TO WS-TAB-PEND-NOMBRE(WS-TAB-PEND-CANT).

           ADD 1 TO WS-CONT-PENDIENTES-NUEVAS.

       2050-REGISTRAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Ajuste entrante: se valida la forma y se encola igual que
      *    el mantenimiento de referencia; no se aplica hasta que un
      *    segundo operador lo apruebe.
       2060-PROCESAR-AJUSTE.

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-VALOR-ANTERIOR.
           MOVE SPACES TO WS-VALOR-NUEVO.

           MOVE AJU-ID-EMPLEADO TO WS-AJU-CLAVE-ID.
           MOVE AJU-MOTIVO TO WS-AJU-CLAVE-MOTIVO.
           MOVE AJU-REFERENCIA TO WS-AJU-CLAVE-REFERENCIA.
           MOVE AJU-IMPORTE TO WS-AJU-VALOR-IMPORTE.

           MOVE 'AJUSTES' TO WS-TRX-ARCHIVO.
           MOVE 'A' TO WS-TRX-ACCION.
           MOVE WS-AJU-CLAVE TO WS-TRX-CLAVE.
           MOVE WS-AJU-VALOR TO WS-TRX-VALOR.
           MOVE AJU-OPERADOR TO WS-TRX-OPERADOR.
           MOVE SPACES TO WS-TRX-NOMBRE.

           EVALUATE TRUE
           WHEN AJU-ID-EMPLEADO IS NOT NUMERIC
           OR AJU-ID-EMPLEADO = ZEROES
                MOVE 'AJUSTE: LEGAJO INVALIDO' TO WS-RESULTADO-AUD
           WHEN NOT AJU-MOTIVO-VALIDO
                MOVE 'AJUSTE: MOTIVO INVALIDO' TO WS-RESULTADO-AUD
           WHEN AJU-IMPORTE IS NOT NUMERIC
           OR AJU-IMPORTE = ZEROES
                MOVE 'AJUSTE: IMPORTE INVALIDO' TO WS-RESULTADO-AUD
           WHEN AJU-OPERADOR = SPACES
                MOVE 'AJUSTE: SIN OPERADOR' TO WS-RESULTADO-AUD
           WHEN OTHER
                MOVE SPACES TO WS-RESULTADO-AUD
           END-EVALUATE.

           IF WS-RESULTADO-AUD NOT = SPACES
              ADD 1 TO WS-CONT-RECHAZADAS
              PERFORM 2600-GRABAR-AUDITORIA
                 THRU 2600-GRABAR-AUDITORIA-FIN
           ELSE
              MOVE WS-TRX-VALOR(1:14) TO WS-VALOR-NUEVO
              PERFORM 2050-REGISTRAR-PENDIENTE
                 THRU 2050-REGISTRAR-PENDIENTE-FIN
           END-IF.

           PERFORM 1510-LEER-AJUSTE
              THRU 1510-LEER-AJUSTE-FIN.

       2060-PROCESAR-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Novedad de personal: se valida la forma y se encola. En
      *    licencias y bajas la categoria no interviene y se encola en
      *    blanco; la condicion solo se toma en ingresos y reingresos.
       2070-PROCESAR-NOVEDAD.

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-VALOR-ANTERIOR.
           MOVE SPACES TO WS-VALOR-NUEVO.

           MOVE NOV-ID-EMPLEADO TO WS-EMP-CLAVE-ID.
           MOVE NOV-FECHA-EFECTIVA TO WS-EMP-CLAVE-FECHA.
           MOVE SPACES TO WS-EMP-CLAVE-CONDICION.
           MOVE SPACES TO WS-EMP-VALOR-CATEGORIA.

           IF NOV-TIPO = 'I' OR NOV-TIPO = 'R'
              MOVE NOV-CONDICION TO WS-EMP-CLAVE-CONDICION
           END-IF.

           IF NOV-TIPO-CON-CATEGORIA
              MOVE NOV-CATEGORIA TO WS-EMP-VALOR-CATEGORIA
           END-IF.

           MOVE 'EMPLEADOS' TO WS-TRX-ARCHIVO.
           MOVE NOV-TIPO TO WS-TRX-ACCION.
           MOVE WS-EMP-CLAVE TO WS-TRX-CLAVE.
           MOVE WS-EMP-VALOR TO WS-TRX-VALOR.
           MOVE NOV-OPERADOR TO WS-TRX-OPERADOR.
           MOVE SPACES TO WS-TRX-NOMBRE.

           IF NOV-TIPO-INGRESO
              MOVE NOV-NOMBRE TO WS-TRX-NOMBRE
           END-IF.

           MOVE NOV-FECHA-EFECTIVA TO WS-FECHA-VALIDAR.
           PERFORM 2075-VALIDAR-FECHA
              THRU 2075-VALIDAR-FECHA-FIN.

           EVALUATE TRUE
           WHEN NOV-ID-EMPLEADO IS NOT NUMERIC
           OR NOV-ID-EMPLEADO = ZEROES
                MOVE 'NOVEDAD: LEGAJO INVALIDO' TO WS-RESULTADO-AUD
           WHEN NOT NOV-TIPO-VALIDO
                MOVE 'NOVEDAD: TIPO INVALIDO' TO WS-RESULTADO-AUD
           WHEN WS-FECHA-VALIDA-NO
                MOVE 'NOVEDAD: FECHA INVALIDA' TO WS-RESULTADO-AUD
           WHEN NOV-TIPO-CON-CATEGORIA
           AND NOV-CATEGORIA = SPACES
                MOVE 'NOVEDAD: SIN CATEGORIA' TO WS-RESULTADO-AUD
           WHEN NOV-TIPO-INGRESO
           AND NOV-NOMBRE = SPACES
                MOVE 'NOVEDAD: SIN NOMBRE' TO WS-RESULTADO-AUD
           WHEN NOV-OPERADOR = SPACES
                MOVE 'NOVEDAD: SIN OPERADOR' TO WS-RESULTADO-AUD
           WHEN OTHER
                MOVE SPACES TO WS-RESULTADO-AUD
           END-EVALUATE.

           IF WS-RESULTADO-AUD NOT = SPACES
              ADD 1 TO WS-CONT-RECHAZADAS
              PERFORM 2600-GRABAR-AUDITORIA
                 THRU 2600-GRABAR-AUDITORIA-FIN
           ELSE
              MOVE WS-TRX-VALOR TO WS-VALOR-NUEVO
              PERFORM 2050-REGISTRAR-PENDIENTE
                 THRU 2050-REGISTRAR-PENDIENTE-FIN
           END-IF.

           PERFORM 1520-LEER-NOVEDAD
              THRU 1520-LEER-NOVEDAD-FIN.

       2070-PROCESAR-NOVEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Fecha efectiva con forma AAAA-MM-DD, mes 01-12 y dia 01-31.
       2075-VALIDAR-FECHA.

           SET WS-FECHA-VALIDA-NO TO TRUE.

           IF WS-FV-ANIO IS NUMERIC
              AND WS-FV-MES IS NUMERIC
              AND WS-FV-DIA IS NUMERIC
              AND WS-FV-SEP-1 = '-'
              AND WS-FV-SEP-2 = '-'
              AND WS-FV-MES-N >= 1 AND WS-FV-MES-N <= 12
              AND WS-FV-DIA-N >= 1 AND WS-FV-DIA-N <= 31
              SET WS-FECHA-VALIDA-YES TO TRUE
           END-IF.

       2075-VALIDAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    TASAS: el valor trae el porcentaje (4 digitos, 2 decimales
      *    implicitos) seguido de vigencia-desde y vigencia-hasta (10
      *    posiciones cada una, en blanco = sin limite). La clave es
       2400-APLICAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    AJUSTES: aprobado el pendiente, el ajuste pasa al archivo de
      *    ajustes aprobados con el operador que lo pidio y el que lo
      *    aprobo. La imputacion al acumulado, la liquidacion y el
      *    asiento la hace la proxima corrida de comisiones.
       2500-APLICAR-AJUSTE.

           IF NOT WS-TRX-ACCION-ALTA
              MOVE 'ACCION INVALIDA' TO WS-MOTIVO-RECHAZO
              GO TO 2500-APLICAR-AJUSTE-FIN
           END-IF.

           MOVE WS-TRX-CLAVE TO WS-AJU-CLAVE.
           MOVE WS-TRX-VALOR TO WS-AJU-VALOR.

           IF WS-AJU-CLAVE-ID IS NOT NUMERIC
           OR WS-AJU-VALOR-IMPORTE IS NOT NUMERIC
           OR NOT WS-AJU-CLAVE-MOTIVO-VALIDO
              MOVE 'AJUSTE INVALIDO' TO WS-MOTIVO-RECHAZO
              GO TO 2500-APLICAR-AJUSTE-FIN
           END-IF.

           IF WS-AJAP-ABIERTO-NO
              OPEN EXTEND AJUSTES-APROBADOS
              IF FS-AJUSTES-APROBADOS-NFD
                 OPEN OUTPUT AJUSTES-APROBADOS
              END-IF
              IF NOT FS-AJUSTES-APROBADOS-OK
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AJUSTES '
                    'APROBADOS'
                 DISPLAY 'FILE STATUS: ' FS-AJUSTES-APROBADOS
                 MOVE 8 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
                 MOVE 'ERROR AL GRABAR AJUSTE' TO WS-MOTIVO-RECHAZO
                 GO TO 2500-APLICAR-AJUSTE-FIN
              END-IF
              SET WS-AJAP-ABIERTO-YES TO TRUE
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           END-IF.

           MOVE WS-FECHA-HOY TO AJAP-FECHA-APROB.
           MOVE WS-AJU-CLAVE-ID TO AJAP-ID-EMPLEADO.
           MOVE WS-AJU-CLAVE-MOTIVO TO AJAP-MOTIVO.
           MOVE WS-AJU-CLAVE-REFERENCIA TO AJAP-REFERENCIA.
           MOVE WS-AJU-VALOR-IMPORTE TO AJAP-IMPORTE.
           MOVE WS-TRX-OPERADOR TO AJAP-OPERADOR.
           MOVE WS-TAB-APROB-OPERADOR(WS-APROB-ELEGIDA)
              TO AJAP-APROBADOR.
           WRITE AJAP-REGISTRO.

           IF NOT FS-AJUSTES-APROBADOS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE AJUSTES APROBADOS'
              DISPLAY 'FILE STATUS: ' FS-AJUSTES-APROBADOS
              MOVE 'ERROR AL GRABAR AJUSTE' TO WS-MOTIVO-RECHAZO
              GO TO 2500-APLICAR-AJUSTE-FIN
           END-IF.

           MOVE WS-TRX-VALOR(1:14) TO WS-VALOR-NUEVO.

       2500-APLICAR-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Recorre la cola: lo aprobado por un segundo operador se
      *    aplica, la auto-aprobacion se rechaza y queda pendiente, y
      *    lo no aprobado vence pasados los dias configurados.
           MOVE WS-TAB-PEND-CLAVE(WS-PEND-IDX) TO WS-TRX-CLAVE.
           MOVE WS-TAB-PEND-VALOR(WS-PEND-IDX) TO WS-TRX-VALOR.
           MOVE WS-TAB-PEND-OPERADOR(WS-PEND-IDX) TO WS-TRX-OPERADOR.
           MOVE WS-TAB-PEND-NOMBRE(WS-PEND-IDX) TO WS-TRX-NOMBRE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-VALOR-ANTERIOR.
           MOVE SPACES TO WS-VALOR-NUEVO.
                 WS-TAB-PEND-CLAVE(WS-PEND-IDX)
              AND WS-TAB-APROB-VALOR(WS-APROB-IDX) =
                 WS-TAB-PEND-VALOR(WS-PEND-IDX)
              AND WS-TAB-APROB-NOMBRE(WS-APROB-IDX) =
                 WS-TAB-PEND-NOMBRE(WS-PEND-IDX)
              SET WS-APROB-ENCONTRADA-YES TO TRUE
              MOVE WS-APROB-IDX TO WS-APROB-ELEGIDA
           END-IF.

       2740-EVALUAR-VENCIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    EMPLEADOS: la accion es el tipo de novedad (I ingreso, R
      *    reingreso, T traslado, L licencia, B baja). Se valida contra
      *    el estado del maestro y la categoria vigente segun el
      *    historial; no se acepta una fecha efectiva anterior a la
      *    ultima novedad del legajo. Lo aprobado queda en el
      *    historial con operador y aprobador.
       2800-APLICAR-EMPLEADO.

           MOVE WS-TRX-CLAVE TO WS-EMP-CLAVE.
           MOVE WS-TRX-VALOR TO WS-EMP-VALOR.

           IF WS-TRX-ACCION NOT = 'I' AND WS-TRX-ACCION NOT = 'R'
              AND WS-TRX-ACCION NOT = 'T' AND WS-TRX-ACCION NOT = 'L'
              AND WS-TRX-ACCION NOT = 'B'
              MOVE 'ACCION INVALIDA' TO WS-MOTIVO-RECHAZO
              GO TO 2800-APLICAR-EMPLEADO-FIN
           END-IF.

           IF WS-EMP-CLAVE-ID IS NOT NUMERIC
              MOVE 'NOVEDAD INVALIDA' TO WS-MOTIVO-RECHAZO
              GO TO 2800-APLICAR-EMPLEADO-FIN
           END-IF.

           MOVE WS-EMP-CLAVE-ID TO WS-EMP-BUSCAR-ID.
           PERFORM 2810-BUSCAR-EMPLEADO
              THRU 2810-BUSCAR-EMPLEADO-FIN.

           MOVE SPACES TO WS-EMP-ESTADO-ACTUAL.
           IF WS-EMP-ENCONTRADO-YES
              MOVE WS-TAB-EMP-ESTADO(WS-EMP-POS)
                 TO WS-EMP-ESTADO-ACTUAL
           END-IF.

           MOVE SPACES TO WS-EMP-ULTIMA-FECHA.
           MOVE SPACES TO WS-EMP-CATEG-ACTUAL.
           MOVE SPACES TO WS-EMP-CATEG-FECHA.

           PERFORM 2820-EXAMINAR-HISTORIAL
              THRU 2820-EXAMINAR-HISTORIAL-FIN
              VARYING WS-EMH-IDX FROM 1 BY 1
              UNTIL WS-EMH-IDX > WS-TAB-EMH-CANT.

           MOVE WS-EMP-ESTADO-ACTUAL TO WS-VALOR-ANTERIOR(1:1).
           MOVE WS-EMP-CATEG-ACTUAL TO WS-VALOR-ANTERIOR(2:20).

           EVALUATE TRUE
           WHEN WS-EMP-CLAVE-FECHA < WS-EMP-ULTIMA-FECHA
                MOVE 'FECHA PREVIA A ULTIMA NOVEDAD'
                   TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION = 'I'
           AND WS-EMP-ENCONTRADO-YES
                MOVE 'LEGAJO YA EXISTENTE' TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION NOT = 'I'
           AND WS-EMP-ENCONTRADO-NO
                MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION = 'R'
           AND WS-EMP-ESTADO-ACTUAL NOT = 'B'
           AND WS-EMP-ESTADO-ACTUAL NOT = 'L'
                MOVE 'REINGRESO DE EMPLEADO ACTIVO'
                   TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION = 'T'
           AND WS-EMP-ESTADO-ACTUAL = 'B'
                MOVE 'TRASLADO DE EMPLEADO DE BAJA'
                   TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION = 'T'
           AND WS-EMP-VALOR-CATEGORIA = WS-EMP-CATEG-ACTUAL
                MOVE 'MISMA CATEGORIA VIGENTE' TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION = 'L'
           AND WS-EMP-ESTADO-ACTUAL NOT = 'A'
                MOVE 'LICENCIA DE EMPLEADO NO ACTIVO'
                   TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION = 'B'
           AND WS-EMP-ESTADO-ACTUAL = 'B'
                MOVE 'EMPLEADO YA DADO DE BAJA' TO WS-MOTIVO-RECHAZO
           WHEN WS-TRX-ACCION = 'I'
           AND WS-TAB-EMP-CANT >= WS-MAX-EMPLEADOS
                MOVE 'EMPLEADOS' TO WS-TABLA-EXCEDIDA
                PERFORM 9100-ABORTAR-CAPACIDAD
                   THRU 9100-ABORTAR-CAPACIDAD-FIN
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 2800-APLICAR-EMPLEADO-FIN
           END-IF.

           EVALUATE WS-TRX-ACCION
           WHEN 'I'
           WHEN 'R'
                MOVE 'A' TO WS-EMP-ESTADO-NUEVO
                MOVE WS-EMP-VALOR-CATEGORIA TO WS-EMP-CATEG-NUEVA
           WHEN 'T'
                MOVE WS-EMP-ESTADO-ACTUAL TO WS-EMP-ESTADO-NUEVO
                MOVE WS-EMP-VALOR-CATEGORIA TO WS-EMP-CATEG-NUEVA
           WHEN OTHER
                MOVE WS-TRX-ACCION TO WS-EMP-ESTADO-NUEVO
                MOVE WS-EMP-CATEG-ACTUAL TO WS-EMP-CATEG-NUEVA
           END-EVALUATE.

           PERFORM 2830-GRABAR-HISTORIAL
              THRU 2830-GRABAR-HISTORIAL-FIN.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 2800-APLICAR-EMPLEADO-FIN
           END-IF.

           IF WS-TRX-ACCION = 'I'
              ADD 1 TO WS-TAB-EMP-CANT
              MOVE WS-TAB-EMP-CANT TO WS-EMP-POS
              MOVE WS-EMP-CLAVE-ID TO WS-TAB-EMP-ID(WS-EMP-POS)
              MOVE WS-TRX-NOMBRE TO WS-TAB-EMP-NOMBRE(WS-EMP-POS)
              MOVE SPACES TO WS-TAB-EMP-CONDICION(WS-EMP-POS)
           END-IF.

           MOVE WS-EMP-ESTADO-NUEVO TO WS-TAB-EMP-ESTADO(WS-EMP-POS).

           IF WS-EMP-CLAVE-CONDICION NOT = SPACES
              MOVE WS-EMP-CLAVE-CONDICION
                 TO WS-TAB-EMP-CONDICION(WS-EMP-POS)
           END-IF.

           MOVE 'Y' TO WS-CAMBIO-EMPLEADOS.

           MOVE WS-EMP-ESTADO-NUEVO TO WS-VALOR-NUEVO(1:1).
           MOVE WS-EMP-CATEG-NUEVA TO WS-VALOR-NUEVO(2:20).

       2800-APLICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-BUSCAR-EMPLEADO.

           SET WS-EMP-ENCONTRADO-NO TO TRUE.
           MOVE 0 TO WS-EMP-POS.

           PERFORM 2815-COMPARAR-EMPLEADO
              THRU 2815-COMPARAR-EMPLEADO-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT
              OR WS-EMP-ENCONTRADO-YES.

       2810-BUSCAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2815-COMPARAR-EMPLEADO.

           IF WS-TAB-EMP-ID(WS-EMP-IDX) = WS-EMP-BUSCAR-ID
              SET WS-EMP-ENCONTRADO-YES TO TRUE
              MOVE WS-EMP-IDX TO WS-EMP-POS
           END-IF.

       2815-COMPARAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Ultima fecha efectiva del legajo y categoria vigente: la del
      *    ingreso, reingreso o traslado mas reciente.
       2820-EXAMINAR-HISTORIAL.

           IF WS-TAB-EMH-ID(WS-EMH-IDX) NOT = WS-EMP-CLAVE-ID
              GO TO 2820-EXAMINAR-HISTORIAL-FIN
           END-IF.

           IF WS-TAB-EMH-FECHA(WS-EMH-IDX) >= WS-EMP-ULTIMA-FECHA
              MOVE WS-TAB-EMH-FECHA(WS-EMH-IDX) TO WS-EMP-ULTIMA-FECHA
           END-IF.

           IF WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'I'
           OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'R'
           OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'T'
              IF WS-TAB-EMH-FECHA(WS-EMH-IDX) >= WS-EMP-CATEG-FECHA
                 MOVE WS-TAB-EMH-FECHA(WS-EMH-IDX)
                    TO WS-EMP-CATEG-FECHA
                 MOVE WS-TAB-EMH-CATEGORIA(WS-EMH-IDX)
                    TO WS-EMP-CATEG-ACTUAL
              END-IF
           END-IF.

       2820-EXAMINAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El historial es acumulativo y se abre una sola vez por
      *    corrida, recien cuando hay una novedad aprobada.
       2830-GRABAR-HISTORIAL.

           IF WS-EMPHIST-ABIERTO-NO
              OPEN EXTEND EMPLEADOS-HISTORIAL
              IF FS-EMPLEADOS-HISTORIAL-NFD
                 OPEN OUTPUT EMPLEADOS-HISTORIAL
              END-IF
              IF NOT FS-EMPLEADOS-HISTORIAL-OK
                 DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE EMPLEADOS'
                 DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-HISTORIAL
                 MOVE 8 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
                 MOVE 'ERROR AL GRABAR HISTORIAL' TO WS-MOTIVO-RECHAZO
                 GO TO 2830-GRABAR-HISTORIAL-FIN
              END-IF
              SET WS-EMPHIST-ABIERTO-YES TO TRUE
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           END-IF.

           MOVE WS-EMP-CLAVE-ID TO EMPHIST-ID-EMPLEADO.
           MOVE WS-TRX-ACCION TO EMPHIST-TIPO.
           MOVE WS-EMP-CLAVE-FECHA TO EMPHIST-FECHA-EFECTIVA.
           MOVE WS-EMP-CATEG-NUEVA TO EMPHIST-CATEGORIA.
           MOVE WS-EMP-CATEG-ACTUAL TO EMPHIST-CATEGORIA-ANT.
           MOVE WS-FECHA-HOY TO EMPHIST-FECHA-APROB.
           MOVE WS-TRX-OPERADOR TO EMPHIST-OPERADOR.
           MOVE WS-TAB-APROB-OPERADOR(WS-APROB-ELEGIDA)
              TO EMPHIST-APROBADOR.
           WRITE EMPHIST-REGISTRO.

           IF NOT FS-EMPLEADOS-HISTORIAL-OK
              DISPLAY 'ERROR AL GRABAR EL HISTORIAL DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-HISTORIAL
              MOVE 'ERROR AL GRABAR HISTORIAL' TO WS-MOTIVO-RECHAZO
              GO TO 2830-GRABAR-HISTORIAL-FIN
           END-IF.

           PERFORM 2840-AGREGAR-HISTORIAL
              THRU 2840-AGREGAR-HISTORIAL-FIN.

       2830-GRABAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2840-AGREGAR-HISTORIAL.

           IF WS-TAB-EMH-CANT >= WS-MAX-EMP-HISTORIAL
              MOVE 'EMPLEADOS-HISTORIAL' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-EMH-CANT.
           MOVE EMPHIST-ID-EMPLEADO TO WS-TAB-EMH-ID(WS-TAB-EMH-CANT).
           MOVE EMPHIST-TIPO TO WS-TAB-EMH-TIPO(WS-TAB-EMH-CANT).
           MOVE EMPHIST-FECHA-EFECTIVA
              TO WS-TAB-EMH-FECHA(WS-TAB-EMH-CANT).
           MOVE EMPHIST-CATEGORIA
              TO WS-TAB-EMH-CATEGORIA(WS-TAB-EMH-CANT).
           MOVE EMPHIST-CATEGORIA-ANT
              TO WS-TAB-EMH-CATEG-ANT(WS-TAB-EMH-CANT).

       2840-AGREGAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-APLICAR-TRX.

           WHEN 'PARAMETROS'
                PERFORM 2400-APLICAR-PARAMETROS
                   THRU 2400-APLICAR-PARAMETROS-FIN
           WHEN 'AJUSTES'
                PERFORM 2500-APLICAR-AJUSTE
                   THRU 2500-APLICAR-AJUSTE-FIN
           WHEN 'EMPLEADOS'
                PERFORM 2800-APLICAR-EMPLEADO
                   THRU 2800-APLICAR-EMPLEADO-FIN
           WHEN OTHER
                MOVE 'ARCHIVO DESCONOCIDO' TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
                 THRU 3400-REESCRIBIR-PARAMETROS-FIN
           END-IF.

           IF WS-CAMBIO-EMPLEADOS = 'Y'
              PERFORM 3700-REESCRIBIR-EMPLEADOS
                 THRU 3700-REESCRIBIR-EMPLEADOS-FIN
           END-IF.

           PERFORM 3500-REESCRIBIR-PENDIENTES
              THRU 3500-REESCRIBIR-PENDIENTES-FIN.

              CLOSE MANTENIMIENTO
           END-IF.

           IF WS-AJUSTES-PRESENTE-YES
              CLOSE AJUSTES
           END-IF.

           IF WS-AJAP-ABIERTO-YES
              CLOSE AJUSTES-APROBADOS
           END-IF.

           IF WS-NOVEDADES-PRESENTE-YES
              CLOSE NOVEDADES
           END-IF.

           IF WS-EMPHIST-ABIERTO-YES
              CLOSE EMPLEADOS-HISTORIAL
           END-IF.

           IF WS-TAB-EMP-CANT > 0
              PERFORM 3900-INFORMAR-DOTACION
                 THRU 3900-INFORMAR-DOTACION-FIN
           END-IF.

           CLOSE AUDITORIA.
           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE AUDITORIA: '
           MOVE WS-TAB-PEND-ACCION(WS-PEND-IDX) TO PEND-ACCION.
           MOVE WS-TAB-PEND-CLAVE(WS-PEND-IDX) TO PEND-CLAVE.
           MOVE WS-TAB-PEND-VALOR(WS-PEND-IDX) TO PEND-VALOR.
           MOVE WS-TAB-PEND-NOMBRE(WS-PEND-IDX) TO PEND-NOMBRE.
           WRITE PEND-REGISTRO.

           IF NOT FS-PENDIENTES-OK
           MOVE WS-TAB-APROB-ACCION(WS-APROB-IDX) TO APROB-ACCION.
           MOVE WS-TAB-APROB-CLAVE(WS-APROB-IDX) TO APROB-CLAVE.
           MOVE WS-TAB-APROB-VALOR(WS-APROB-IDX) TO APROB-VALOR.
           MOVE WS-TAB-APROB-NOMBRE(WS-APROB-IDX) TO APROB-NOMBRE.
           WRITE APROB-REGISTRO.

           IF NOT FS-APROBACIONES-OK

       3650-GRABAR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3700-REESCRIBIR-EMPLEADOS.

           OPEN OUTPUT EMPLEADOS.

           IF FS-EMPLEADOS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
           END-IF.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'ERROR AL REESCRIBIR EL ARCHIVO DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3700-REESCRIBIR-EMPLEADOS-FIN
           END-IF.

           PERFORM 3750-GRABAR-EMPLEADO
              THRU 3750-GRABAR-EMPLEADO-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

           CLOSE EMPLEADOS.

       3700-REESCRIBIR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3750-GRABAR-EMPLEADO.

           MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO EMPLEADOS-ID.
           MOVE WS-TAB-EMP-NOMBRE(WS-EMP-IDX) TO EMPLEADOS-NOMBRE.
           MOVE WS-TAB-EMP-ESTADO(WS-EMP-IDX) TO EMPLEADOS-ESTADO.
           MOVE WS-TAB-EMP-CONDICION(WS-EMP-IDX) TO EMPLEADOS-CONDICION.
           WRITE EMPLEADOS-REGISTRO.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
           END-IF.

       3750-GRABAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Bitacora central de corridas: un registro estandar por
      *    ejecucion para que operaciones tenga historia sin revolver

       3800-GRABAR-RUN-HISTORY-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Movimientos de dotacion del mes pedido en
      *    DOTACION-PERIODO.TXT (AAAA-MM); sin parametro se informa el
      *    mes calendario anterior a la corrida.
       3900-INFORMAR-DOTACION.

           PERFORM 3910-DETERMINAR-PERIODO
              THRU 3910-DETERMINAR-PERIODO-FIN.

           OPEN OUTPUT SAL-DOTACION.

           IF NOT FS-SAL-DOTACION-OK
              DISPLAY 'ERROR AL ABRIR EL INFORME DE DOTACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-DOTACION
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3900-INFORMAR-DOTACION-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.
           INITIALIZE WS-DOT-CONTADORES.

           PERFORM 3920-CONTAR-INICIAL
              THRU 3920-CONTAR-INICIAL-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

           MOVE WS-DOT-PERIODO TO WS-LIS-DOT-TIT-PERIODO.
           MOVE WS-LIS-DOT-TITULO TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE WS-LIS-DOT-SEPARADOR TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.

           MOVE 'DOTACION AL INICIO DEL PERIODO'
              TO WS-LIS-DOT-TOT-TEXTO.
           MOVE WS-DOT-INICIAL TO WS-LIS-DOT-TOT-CANT.
           MOVE WS-LIS-DOT-TOTAL TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.

           MOVE 'A' TO WS-DOT-SECCION.
           MOVE 'INGRESOS Y REINGRESOS' TO WS-LIS-DOT-SECCION.
           PERFORM 3940-LISTAR-SECCION
              THRU 3940-LISTAR-SECCION-FIN.
           MOVE WS-DOT-SECCION-CANT TO WS-DOT-INGRESOS.

           MOVE 'B' TO WS-DOT-SECCION.
           MOVE 'EGRESOS' TO WS-LIS-DOT-SECCION.
           PERFORM 3940-LISTAR-SECCION
              THRU 3940-LISTAR-SECCION-FIN.
           MOVE WS-DOT-SECCION-CANT TO WS-DOT-EGRESOS.

           MOVE 'T' TO WS-DOT-SECCION.
           MOVE 'TRASLADOS DE CATEGORIA' TO WS-LIS-DOT-SECCION.
           PERFORM 3940-LISTAR-SECCION
              THRU 3940-LISTAR-SECCION-FIN.
           MOVE WS-DOT-SECCION-CANT TO WS-DOT-TRASLADOS.

           MOVE 'L' TO WS-DOT-SECCION.
           MOVE 'LICENCIAS' TO WS-LIS-DOT-SECCION.
           PERFORM 3940-LISTAR-SECCION
              THRU 3940-LISTAR-SECCION-FIN.
           MOVE WS-DOT-SECCION-CANT TO WS-DOT-LICENCIAS.

           COMPUTE WS-DOT-FINAL =
              WS-DOT-INICIAL + WS-DOT-INGRESOS - WS-DOT-EGRESOS.

           MOVE WS-LIS-DOT-SEPARADOR TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE 'INGRESOS Y REINGRESOS' TO WS-LIS-DOT-TOT-TEXTO.
           MOVE WS-DOT-INGRESOS TO WS-LIS-DOT-TOT-CANT.
           MOVE WS-LIS-DOT-TOTAL TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE 'EGRESOS' TO WS-LIS-DOT-TOT-TEXTO.
           MOVE WS-DOT-EGRESOS TO WS-LIS-DOT-TOT-CANT.
           MOVE WS-LIS-DOT-TOTAL TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE 'TRASLADOS DE CATEGORIA' TO WS-LIS-DOT-TOT-TEXTO.
           MOVE WS-DOT-TRASLADOS TO WS-LIS-DOT-TOT-CANT.
           MOVE WS-LIS-DOT-TOTAL TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE 'LICENCIAS' TO WS-LIS-DOT-TOT-TEXTO.
           MOVE WS-DOT-LICENCIAS TO WS-LIS-DOT-TOT-CANT.
           MOVE WS-LIS-DOT-TOTAL TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE 'DOTACION AL CIERRE DEL PERIODO'
              TO WS-LIS-DOT-TOT-TEXTO.
           MOVE WS-DOT-FINAL TO WS-LIS-DOT-TOT-CANT.
           MOVE WS-LIS-DOT-TOTAL TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.

           CLOSE SAL-DOTACION.

       3900-INFORMAR-DOTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3910-DETERMINAR-PERIODO.

           MOVE SPACES TO WS-DOT-PERIODO.

           OPEN INPUT DOTACION-PARAM.

           IF FS-DOTACION-PARAM-OK
              READ DOTACION-PARAM
              IF FS-DOTACION-PARAM-OK
                 IF DOTACION-PERIODO(1:4) IS NUMERIC
                    AND DOTACION-PERIODO(5:1) = '-'
                    AND DOTACION-PERIODO(6:2) >= '01'
                    AND DOTACION-PERIODO(6:2) <= '12'
                    MOVE DOTACION-PERIODO TO WS-DOT-PERIODO
                 ELSE
                    DISPLAY 'PERIODO DE DOTACION INVALIDO: '
                       DOTACION-PERIODO
                 END-IF
              END-IF
              CLOSE DOTACION-PARAM
           END-IF.

           IF WS-DOT-PERIODO = SPACES
              MOVE WS-FECHA-HOY(1:4) TO WS-DOT-ANIO
              MOVE WS-FECHA-HOY(5:2) TO WS-DOT-MES
              IF WS-DOT-MES = 1
                 MOVE 12 TO WS-DOT-MES
                 SUBTRACT 1 FROM WS-DOT-ANIO
              ELSE
                 SUBTRACT 1 FROM WS-DOT-MES
              END-IF
              STRING WS-DOT-ANIO DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-DOT-MES DELIMITED BY SIZE
                     INTO WS-DOT-PERIODO
           END-IF.

           MOVE SPACES TO WS-DOT-DESDE.
           STRING WS-DOT-PERIODO DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
                  INTO WS-DOT-DESDE.

       3910-DETERMINAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Dotacion inicial: empleados cuyo ultimo ingreso, reingreso o
      *    baja anterior al mes es un alta. Los legajos previos al
      *    historial (sin ingreso registrado) cuentan si el maestro no
      *    los tiene de baja o si la baja es del mes o posterior.
       3920-CONTAR-INICIAL.

           MOVE SPACES TO WS-DOT-ESTADO-TIPO.
           MOVE SPACES TO WS-DOT-ESTADO-FECHA.
           SET WS-DOT-TIENE-ALTA-NO TO TRUE.
           SET WS-DOT-BAJA-POSTERIOR-NO TO TRUE.

           PERFORM 3925-EXAMINAR-INICIAL
              THRU 3925-EXAMINAR-INICIAL-FIN
              VARYING WS-EMH-IDX FROM 1 BY 1
              UNTIL WS-EMH-IDX > WS-TAB-EMH-CANT.

           EVALUATE TRUE
           WHEN WS-DOT-ESTADO-TIPO = 'I'
           OR WS-DOT-ESTADO-TIPO = 'R'
                ADD 1 TO WS-DOT-INICIAL
           WHEN WS-DOT-ESTADO-TIPO = 'B'
                CONTINUE
           WHEN WS-DOT-TIENE-ALTA-YES
                CONTINUE
           WHEN WS-TAB-EMP-ESTADO(WS-EMP-IDX) NOT = 'B'
           OR WS-DOT-BAJA-POSTERIOR-YES
                ADD 1 TO WS-DOT-INICIAL
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3920-CONTAR-INICIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3925-EXAMINAR-INICIAL.

           IF WS-TAB-EMH-ID(WS-EMH-IDX) NOT = WS-TAB-EMP-ID(WS-EMP-IDX)
              GO TO 3925-EXAMINAR-INICIAL-FIN
           END-IF.

           IF WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'I'
              SET WS-DOT-TIENE-ALTA-YES TO TRUE
           END-IF.

           IF WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'B'
              AND WS-TAB-EMH-FECHA(WS-EMH-IDX) >= WS-DOT-DESDE
              SET WS-DOT-BAJA-POSTERIOR-YES TO TRUE
           END-IF.

           IF WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'T'
           OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'L'
           OR WS-TAB-EMH-FECHA(WS-EMH-IDX) >= WS-DOT-DESDE
              GO TO 3925-EXAMINAR-INICIAL-FIN
           END-IF.

           IF WS-TAB-EMH-FECHA(WS-EMH-IDX) >= WS-DOT-ESTADO-FECHA
              MOVE WS-TAB-EMH-FECHA(WS-EMH-IDX) TO WS-DOT-ESTADO-FECHA
              MOVE WS-TAB-EMH-TIPO(WS-EMH-IDX) TO WS-DOT-ESTADO-TIPO
           END-IF.

       3925-EXAMINAR-INICIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una seccion del informe: A altas (ingreso y reingreso), B
      *    bajas, T traslados, L licencias, con fecha efectiva en el
      *    mes informado.
       3940-LISTAR-SECCION.

           MOVE 0 TO WS-DOT-SECCION-CANT.

           MOVE SPACES TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE WS-LIS-DOT-SECCION TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.
           MOVE WS-LIS-DOT-HEADER TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.

           PERFORM 3945-LISTAR-MOVIMIENTO
              THRU 3945-LISTAR-MOVIMIENTO-FIN
              VARYING WS-EMH-IDX FROM 1 BY 1
              UNTIL WS-EMH-IDX > WS-TAB-EMH-CANT.

       3940-LISTAR-SECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3945-LISTAR-MOVIMIENTO.

           IF WS-TAB-EMH-FECHA(WS-EMH-IDX)(1:7) NOT = WS-DOT-PERIODO
              GO TO 3945-LISTAR-MOVIMIENTO-FIN
           END-IF.

           EVALUATE TRUE
           WHEN WS-DOT-SECCION = 'A'
           AND (WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'I'
           OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'R')
                CONTINUE
           WHEN WS-DOT-SECCION NOT = 'A'
           AND WS-TAB-EMH-TIPO(WS-EMH-IDX) = WS-DOT-SECCION
                CONTINUE
           WHEN OTHER
                GO TO 3945-LISTAR-MOVIMIENTO-FIN
           END-EVALUATE.

           ADD 1 TO WS-DOT-SECCION-CANT.

           MOVE WS-TAB-EMH-ID(WS-EMH-IDX) TO WS-EMP-BUSCAR-ID.
           PERFORM 2810-BUSCAR-EMPLEADO
              THRU 2810-BUSCAR-EMPLEADO-FIN.

           MOVE WS-TAB-EMH-ID(WS-EMH-IDX) TO WS-LIS-DOT-ID.
           IF WS-EMP-ENCONTRADO-YES
              MOVE WS-TAB-EMP-NOMBRE(WS-EMP-POS) TO WS-LIS-DOT-NOMBRE
           ELSE
              MOVE SPACES TO WS-LIS-DOT-NOMBRE
           END-IF.
           MOVE WS-TAB-EMH-FECHA(WS-EMH-IDX) TO WS-LIS-DOT-FECHA.
           MOVE WS-TAB-EMH-TIPO(WS-EMH-IDX) TO WS-LIS-DOT-TIPO.
           MOVE WS-TAB-EMH-CATEG-ANT(WS-EMH-IDX)
              TO WS-LIS-DOT-CATEG-ANT.
           MOVE WS-TAB-EMH-CATEGORIA(WS-EMH-IDX)
              TO WS-LIS-DOT-CATEGORIA.

           MOVE WS-LIS-DOT-DETALLE TO SAL-DOTACION-REG.
           PERFORM 3990-GRABAR-DOTACION
              THRU 3990-GRABAR-DOTACION-FIN.

       3945-LISTAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3990-GRABAR-DOTACION.

           WRITE SAL-DOTACION-REG.

           IF NOT FS-SAL-DOTACION-OK
              DISPLAY 'ERROR AL GRABAR EL INFORME DE DOTACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-DOTACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       3990-GRABAR-DOTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       9000-FIJAR-RETORNO.


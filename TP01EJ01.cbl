           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CIERRE.

           SELECT CIERRE-VEND
           ASSIGN TO WS-NOM-CIERRE-VEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRE-VEND.

           SELECT PAGADAS
           ASSIGN TO '../COMISIONES-PAGADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTAS.

           SELECT RETENCIONES
           ASSIGN TO '../RETENCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCIONES.

           SELECT SAL-ASIENTO
           ASSIGN TO WS-NOM-ASIENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ASIENTO.

           SELECT CUOTAS
           ASSIGN TO '../CUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

           SELECT SAL-CUOTAS
           ASSIGN TO WS-NOM-CUOTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CUOTAS.

           SELECT AJUSTES-APROBADOS
           ASSIGN TO '../AJUSTES-APROBADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTES-APROBADOS.

           SELECT SAL-AJUSTES
           ASSIGN TO WS-NOM-AJUSTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AJUSTES.

           SELECT ENVIADAS
           ASSIGN TO '../COMISIONES-ENVIADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIADAS.

           SELECT CONFIRMACION
           ASSIGN TO '../CONFIRMACION-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIRMACION.

           SELECT SAL-CONC-PAGOS
           ASSIGN TO WS-NOM-CONC-PAGOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONC-PAGOS.

           SELECT ANTICIPOS
           ASSIGN TO '../ANTICIPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANTICIPOS.

           SELECT SAL-ANTICIPOS
           ASSIGN TO WS-NOM-ANTICIPOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ANTICIPOS.

           SELECT JERARQUIA
           ASSIGN TO '../JERARQUIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JERARQUIA.

           SELECT SAL-SOBRECOM
           ASSIGN TO WS-NOM-SOBRECOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SOBRECOM.

           SELECT REGLAS-AUDITORIA
           ASSIGN TO '../REGLAS-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGLAS-AUDITORIA.

           SELECT FERIADOS
           ASSIGN TO '../FERIADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

           SELECT SAL-EXCEPCIONES
           ASSIGN TO WS-NOM-EXCEPCIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EXCEPCIONES.

           SELECT SAL-AUDITORIA
           ASSIGN TO WS-NOM-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

           SELECT EMPLEADOS-HISTORIAL
           ASSIGN TO '../EMPLEADOS-HISTORIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS-HISTORIAL.

           SELECT TRAZA-PARAM
           ASSIGN TO '../TRAZA-CALCULO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAZA-PARAM.

           SELECT TRAZA
           ASSIGN TO WS-NOM-TRAZA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAZA.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 EMPLEADOS-ID               PIC 9(05).
          05 EMPLEADOS-NOMBRE           PIC X(40).
          05 EMPLEADOS-ESTADO           PIC X(01).
          05 EMPLEADOS-CONDICION        PIC X(02).

       FD CHECKPOINT.
       01 CHECKPOINT-REG.
       01 SAL-SIMULACION-REG PIC X(110).

       FD SAL-LIQUIDACION.
       01 SAL-LIQUIDACION-REG PIC X(74).

       FD SAL-DUPLICADOS.
       01 SAL-DUPLICADOS-REG PIC X(140).
       FD SAL-CIERRE.
       01 SAL-CIERRE-REG PIC X(80).

       COPY CIERREVEN.

       FD PAGADAS.
       01 PAGADAS-REGISTRO.
          05 PAG-PERIODO                PIC X(07).
          05 CUENTAS-CATEGORIA          PIC X(20).
          05 CUENTAS-CUENTA             PIC X(08).

      *    Tabla de retencion de ganancias: por condicion del empleado
      *    y tramo de comision, un fijo mas un porcentaje sobre el
      *    excedente del limite inferior del tramo.
       FD RETENCIONES.
       01 RET-REGISTRO.
          05 RET-CONDICION              PIC X(02).
          05 RET-DESDE                  PIC 9(11)V9(2).
          05 RET-HASTA                  PIC 9(11)V9(2).
          05 RET-FIJO                   PIC 9(11)V9(2).
          05 RET-PORCENTAJE             PIC 9(03)V9(2).

       FD SAL-ASIENTO.
       01 ASIENTO-REGISTRO.
          05 ASI-TIPO                   PIC X(01).
          05 SALDO-ANT-IMPORTE          PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD CUOTAS.
       01 CUOTA-REGISTRO.
          05 CUOTA-ID-EMPLEADO          PIC 9(05).
          05 CUOTA-IMPORTE              PIC 9(11)V9(2).
          05 CUOTA-TASA-NIVEL1          PIC 9(02)V9(02).
          05 CUOTA-TASA-NIVEL2          PIC 9(02)V9(02).

       FD SAL-CUOTAS.
       01 SAL-CUOTAS-REG PIC X(120).

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

       FD SAL-AJUSTES.
       01 SAL-AJUSTES-REG PIC X(150).

      *    Una fila por cada linea de liquidacion enviada a nomina, con
      *    el tipo de la linea; los registros grabados antes de que
      *    existiera el tipo son todos de devengado.
       FD ENVIADAS.
       01 ENV-REGISTRO.
          05 ENV-PERIODO                PIC X(07).
          05 ENV-ID-EMPLEADO            PIC 9(05).
          05 ENV-COMISION               PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 ENV-ESTADO                 PIC X(01).
          05 ENV-FECHA-ENVIO            PIC 9(08).
          05 ENV-FECHA-RESPUESTA        PIC 9(08).
          05 ENV-RECHAZOS               PIC 9(02).
          05 ENV-MOTIVO                 PIC X(20).
          05 ENV-TIPO-LINEA             PIC X(01).

       FD CONFIRMACION.
       01 CONF-REGISTRO.
          05 CONF-PERIODO               PIC X(07).
          05 CONF-ID-EMPLEADO           PIC 9(05).
          05 CONF-RESULTADO             PIC X(01).
             88 CONF-PAGADA                       VALUE 'P'.
             88 CONF-RECHAZADA                    VALUE 'R'.
          05 CONF-COMISION              PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 CONF-MOTIVO                PIC X(20).

       FD SAL-CONC-PAGOS.
       01 SAL-CONC-PAGOS-REG PIC X(120).

      *    Cuenta de anticipos garantizados (draw) por empleado. El
      *    periodo aplicado y el saldo de apertura de ese periodo
      *    permiten que un rerun del mismo periodo recalcule desde
      *    la apertura en lugar de volver a adelantar.
       FD ANTICIPOS.
       01 ANT-REGISTRO.
          05 ANT-ID-EMPLEADO            PIC 9(05).
          05 ANT-IMPORTE-MENSUAL        PIC 9(09)V9(2).
          05 ANT-PORC-RECUPERO          PIC 9(03)V9(2).
          05 ANT-SALDO                  PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 ANT-PERIODO-APLICADO       PIC X(07).
          05 ANT-SALDO-APERTURA         PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       FD SAL-ANTICIPOS.
       01 SAL-ANTICIPOS-REG PIC X(130).

      *    Linea de reporte: cada vendedor informa a un gerente con un
      *    porcentaje de sobrecomision y una vigencia (hasta en blanco
      *    es abierta). El gerente a su vez informa al siguiente.
       FD JERARQUIA.
       01 JER-REGISTRO.
          05 JER-ID-EMPLEADO            PIC 9(05).
          05 JER-ID-GERENTE             PIC 9(05).
          05 JER-PORC-SOBRECOM          PIC 9(03)V9(2).
          05 JER-VIG-DESDE              PIC X(10).
          05 JER-VIG-HASTA              PIC X(10).

       FD SAL-SOBRECOM.
       01 SAL-SOBRECOM-REG PIC X(130).

      *    Reglas de auditoria de movimientos: codigo, activa (S/N),
      *    parametros propios de cada regla y puntaje que suma al
      *    movimiento que la dispara. La regla UMBR solo fija en su
      *    puntaje el minimo para informar un movimiento.
       FD REGLAS-AUDITORIA.
       01 RAU-REGISTRO.
          05 RAU-CODIGO                 PIC X(04).
          05 RAU-ACTIVA                 PIC X(01).
          05 RAU-PARAM-1                PIC 9(09)V9(2).
          05 RAU-PARAM-2                PIC 9(05).
          05 RAU-PUNTAJE                PIC 9(03).

       FD FERIADOS.
       01 FER-REGISTRO.
          05 FER-FECHA                  PIC X(10).
          05 FER-DESCRIPCION            PIC X(30).

       FD SAL-EXCEPCIONES.
       01 EXC-REGISTRO.
          05 EXC-FECHA                  PIC X(10).
          05 EXC-ID-EMPLEADO            PIC 9(05).
          05 EXC-CATEGORIA              PIC X(20).
          05 EXC-TIPO-MOVIM             PIC X(01).
          05 EXC-IMPORTE                PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 EXC-PUNTAJE                PIC 9(03).
          05 EXC-REGLAS                 PIC X(25).

       FD SAL-AUDITORIA.
       01 SAL-AUDITORIA-REG PIC X(130).

       COPY EMPHIST.

       FD TRAZA-PARAM.
       01 TRAZA-PARAM-REG PIC X(01).

       COPY TRAZA.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-SAL-CIERRE-EOF                      VALUE '10'.
             88 FS-SAL-CIERRE-NFD                      VALUE '35'.

          05 FS-CIERRE-VEND               PIC X(02).
             88 FS-CIERRE-VEND-OK                      VALUE '00'.
             88 FS-CIERRE-VEND-EOF                     VALUE '10'.
             88 FS-CIERRE-VEND-NFD                     VALUE '35'.

          05 FS-PAGADAS                   PIC X(02).
             88 FS-PAGADAS-OK                          VALUE '00'.
             88 FS-PAGADAS-EOF                         VALUE '10'.
             88 FS-CUENTAS-OK                          VALUE '00'.
             88 FS-CUENTAS-EOF                         VALUE '10'.
             88 FS-CUENTAS-NFD                         VALUE '35'.
          05 FS-RETENCIONES               PIC X(02).
             88 FS-RETENCIONES-OK                      VALUE '00'.
             88 FS-RETENCIONES-EOF                     VALUE '10'.
             88 FS-RETENCIONES-NFD                     VALUE '35'.

          05 FS-SAL-ASIENTO               PIC X(02).
             88 FS-SAL-ASIENTO-OK                      VALUE '00'.
             88 FS-SAL-ASIENTO-EOF                     VALUE '10'.
             88 FS-SAL-ASIENTO-NFD                     VALUE '35'.

          05 FS-CUOTAS                    PIC X(02).
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-EOF                          VALUE '10'.
             88 FS-CUOTAS-NFD                          VALUE '35'.

          05 FS-SAL-CUOTAS                PIC X(02).
             88 FS-SAL-CUOTAS-OK                       VALUE '00'.
             88 FS-SAL-CUOTAS-EOF                      VALUE '10'.
             88 FS-SAL-CUOTAS-NFD                      VALUE '35'.

          05 FS-AJUSTES-APROBADOS         PIC X(02).
             88 FS-AJUSTES-APROBADOS-OK                VALUE '00'.
             88 FS-AJUSTES-APROBADOS-EOF               VALUE '10'.
             88 FS-AJUSTES-APROBADOS-NFD               VALUE '35'.

          05 FS-SAL-AJUSTES               PIC X(02).
             88 FS-SAL-AJUSTES-OK                      VALUE '00'.
             88 FS-SAL-AJUSTES-EOF                     VALUE '10'.
             88 FS-SAL-AJUSTES-NFD                     VALUE '35'.

          05 FS-ENVIADAS                  PIC X(02).
             88 FS-ENVIADAS-OK                         VALUE '00'.
             88 FS-ENVIADAS-EOF                        VALUE '10'.
             88 FS-ENVIADAS-NFD                        VALUE '35'.

          05 FS-CONFIRMACION              PIC X(02).
             88 FS-CONFIRMACION-OK                     VALUE '00'.
             88 FS-CONFIRMACION-EOF                    VALUE '10'.
             88 FS-CONFIRMACION-NFD                    VALUE '35'.

          05 FS-SAL-CONC-PAGOS            PIC X(02).
             88 FS-SAL-CONC-PAGOS-OK                   VALUE '00'.
             88 FS-SAL-CONC-PAGOS-EOF                  VALUE '10'.
             88 FS-SAL-CONC-PAGOS-NFD                  VALUE '35'.
          05 FS-ANTICIPOS                 PIC X(02).
             88 FS-ANTICIPOS-OK                        VALUE '00'.
             88 FS-ANTICIPOS-EOF                       VALUE '10'.
             88 FS-ANTICIPOS-NFD                       VALUE '35'.
          05 FS-SAL-ANTICIPOS             PIC X(02).
             88 FS-SAL-ANTICIPOS-OK                    VALUE '00'.
             88 FS-SAL-ANTICIPOS-EOF                   VALUE '10'.
             88 FS-SAL-ANTICIPOS-NFD                   VALUE '35'.
          05 FS-JERARQUIA                 PIC X(02).
             88 FS-JERARQUIA-OK                        VALUE '00'.
             88 FS-JERARQUIA-EOF                       VALUE '10'.
             88 FS-JERARQUIA-NFD                       VALUE '35'.
          05 FS-SAL-SOBRECOM              PIC X(02).
             88 FS-SAL-SOBRECOM-OK                     VALUE '00'.
             88 FS-SAL-SOBRECOM-EOF                    VALUE '10'.
             88 FS-SAL-SOBRECOM-NFD                    VALUE '35'.
          05 FS-REGLAS-AUDITORIA          PIC X(02).
             88 FS-REGLAS-AUDITORIA-OK                 VALUE '00'.
             88 FS-REGLAS-AUDITORIA-EOF                VALUE '10'.
             88 FS-REGLAS-AUDITORIA-NFD                VALUE '35'.
          05 FS-FERIADOS                  PIC X(02).
             88 FS-FERIADOS-OK                         VALUE '00'.
             88 FS-FERIADOS-EOF                        VALUE '10'.
             88 FS-FERIADOS-NFD                        VALUE '35'.
          05 FS-SAL-EXCEPCIONES           PIC X(02).
             88 FS-SAL-EXCEPCIONES-OK                  VALUE '00'.
             88 FS-SAL-EXCEPCIONES-EOF                 VALUE '10'.
             88 FS-SAL-EXCEPCIONES-NFD                 VALUE '35'.
          05 FS-SAL-AUDITORIA             PIC X(02).
             88 FS-SAL-AUDITORIA-OK                    VALUE '00'.
             88 FS-SAL-AUDITORIA-EOF                   VALUE '10'.
             88 FS-SAL-AUDITORIA-NFD                   VALUE '35'.

          05 FS-EMPLEADOS-HISTORIAL       PIC X(02).
             88 FS-EMPLEADOS-HISTORIAL-OK              VALUE '00'.
             88 FS-EMPLEADOS-HISTORIAL-EOF             VALUE '10'.
             88 FS-EMPLEADOS-HISTORIAL-NFD             VALUE '35'.

          05 FS-TRAZA-PARAM               PIC X(02).
             88 FS-TRAZA-PARAM-OK                      VALUE '00'.
             88 FS-TRAZA-PARAM-EOF                     VALUE '10'.
             88 FS-TRAZA-PARAM-NFD                     VALUE '35'.

          05 FS-TRAZA                     PIC X(02).
             88 FS-TRAZA-OK                            VALUE '00'.
             88 FS-TRAZA-EOF                           VALUE '10'.
             88 FS-TRAZA-NFD                           VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-ENTRADA        PIC 9(5)       VALUE 0.
          05 WS-CONT-REG-RECHAZADO      PIC 9(5)       VALUE 0.
             10 WS-TAB-EMP-CANT-VENTAS  PIC 9(05)      VALUE 0.
             10 WS-TAB-EMP-COMISION     PIC S9(11)V9(2) VALUE 0.
             10 WS-TAB-EMP-COM-PROP     PIC S9(11)V9(2) VALUE 0.
             10 WS-TAB-EMP-DEVOLUCION   PIC S9(11)V9(2) VALUE 0.

       01 WS-TAB-EMP-TEMP.
          05 WS-TAB-EMP-TEMP-ID          PIC 9(05).
          05 WS-TAB-EMP-TEMP-CANT-VENTAS PIC 9(05).
          05 WS-TAB-EMP-TEMP-COMISION    PIC S9(11)V9(2).
          05 WS-TAB-EMP-TEMP-COM-PROP    PIC S9(11)V9(2).
          05 WS-TAB-EMP-TEMP-DEVOLUCION  PIC S9(11)V9(2).

       01 WS-EMP-IDX                    PIC 9(05)      VALUE 0.
       01 WS-EMP-ENCONTRADO             PIC X(01)      VALUE 'N'.
             10 WS-TAB-MAE-ID           PIC 9(05).
             10 WS-TAB-MAE-NOMBRE       PIC X(40).
             10 WS-TAB-MAE-ESTADO       PIC X(01).
                88 WS-TAB-MAE-ACTIVO                   VALUE 'A'.
                88 WS-TAB-MAE-BAJA                     VALUE 'B'.
             10 WS-TAB-MAE-CONDICION    PIC X(02).

       01 WS-MAE-IDX                    PIC 9(05)      VALUE 0.
       01 WS-MAE-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-CSV-MODO-ACTIVO-SI                     VALUE 'Y'.
          88 WS-CSV-MODO-ACTIVO-NO                     VALUE 'N'.

       01 WS-TRAZA-ACTIVA               PIC X(01)      VALUE 'N'.
          88 WS-TRAZA-ACTIVA-YES                       VALUE 'Y'.
          88 WS-TRAZA-ACTIVA-NO                        VALUE 'N'.

       01 WS-MERGE-MODO-ACTIVO          PIC X(01)      VALUE 'N'.
          88 WS-MERGE-MODO-ACTIVO-YES                  VALUE 'Y'.
          88 WS-MERGE-MODO-ACTIVO-NO                   VALUE 'N'.
             10 WS-TAB-DET-CAMBIO       PIC 9(04)V9(04).
             10 WS-TAB-DET-TASA         PIC 9(02)V9(02).
             10 WS-TAB-DET-COMISION     PIC S9(11)V9(2).
             10 WS-TAB-DET-IMPORTE      PIC S9(11)V9(2).

       01 WS-DET-IDX                    PIC 9(05)      VALUE 0.

             SIGN LEADING SEPARATE.
          05 WS-LIQ-COMISION            PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 WS-LIQ-RETENCION           PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.
          05 WS-LIQ-NETO                PIC S9(11)V9(2)
             SIGN LEADING SEPARATE.

       01 WS-LIQ-TOTALES.
          05 WS-LIQ-TOT-EMPLEADOS       PIC 9(05)      VALUE 0.
          05 WS-LIQ-TOT-VENTAS          PIC 9(05)      VALUE 0.
          05 WS-LIQ-TOT-IMPORTE         PIC S9(11)V9(2) VALUE 0.
          05 WS-LIQ-TOT-COMISION        PIC S9(11)V9(2) VALUE 0.
          05 WS-LIQ-TOT-RETENCION       PIC S9(11)V9(2) VALUE 0.
          05 WS-LIQ-TOT-NETO            PIC S9(11)V9(2) VALUE 0.

       01 WS-LIS-DUP-DETALLE.
          05 FILLER                     PIC X(09)      VALUE 'EXTRACTO '
          88 WS-CABECERA-INVALIDA-YES                  VALUE 'Y'.
          88 WS-CABECERA-INVALIDA-NO                   VALUE 'N'.

       01 WS-CORRIDA-ABORTADA           PIC X(01)      VALUE 'N'.
          88 WS-CORRIDA-ABORTADA-YES                   VALUE 'Y'.
          88 WS-CORRIDA-ABORTADA-NO                    VALUE 'N'.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CATEGORIAS          PIC 9(05)      VALUE 200.
          05 WS-MAX-SALDOS-ANT          PIC 9(05)      VALUE 200.
          05 WS-MAX-ORDEN               PIC 9(05)      VALUE 6000.
          05 WS-MAX-DISTRIBUCION        PIC 9(05)      VALUE 200.
          05 WS-MAX-CATALOGO            PIC 9(05)      VALUE 500.
          05 WS-MAX-CUOTAS              PIC 9(05)      VALUE 2000.
          05 WS-MAX-AJUSTES             PIC 9(05)      VALUE 500.
          05 WS-MAX-ENVIADAS            PIC 9(05)      VALUE 5000.
          05 WS-MAX-CONC-PERIODOS       PIC 9(05)      VALUE 200.
          05 WS-MAX-RETENCIONES         PIC 9(05)      VALUE 100.
          05 WS-MAX-ANTICIPOS           PIC 9(05)      VALUE 2000.
          05 WS-MAX-JERARQUIA           PIC 9(05)      VALUE 2000.
          05 WS-MAX-EMP-HISTORIAL       PIC 9(05)      VALUE 10000.
          05 WS-MAX-SOB-GERENTES        PIC 9(05)      VALUE 2000.
          05 WS-MAX-SOB-DETALLE         PIC 9(05)      VALUE 10000.
          05 WS-MAX-SOB-CATEGORIAS      PIC 9(05)      VALUE 200.
          05 WS-MAX-AUD-MOVIMIENTOS     PIC 9(05)      VALUE 5000.
          05 WS-MAX-FERIADOS            PIC 9(05)      VALUE 100.
       01 WS-TABLA-EXCEDIDA             PIC X(20)      VALUE SPACES.

       01 WS-RETORNO-PROPUESTO          PIC 9(02)      VALUE 0.
          05 WS-NOM-DUPLICADOS          PIC X(44)      VALUE SPACES.
          05 WS-NOM-EXTRACTO-EMP        PIC X(44)      VALUE SPACES.
          05 WS-NOM-CIERRE              PIC X(44)      VALUE SPACES.
          05 WS-NOM-CIERRE-VEND         PIC X(44)      VALUE SPACES.
          05 WS-NOM-CLAW-AGING          PIC X(44)      VALUE SPACES.
          05 WS-NOM-ASIENTO             PIC X(44)      VALUE SPACES.
          05 WS-NOM-CUOTAS              PIC X(44)      VALUE SPACES.
          05 WS-NOM-AJUSTES             PIC X(44)      VALUE SPACES.
          05 WS-NOM-CONC-PAGOS          PIC X(44)      VALUE SPACES.
          05 WS-NOM-ANTICIPOS           PIC X(44)      VALUE SPACES.
          05 WS-NOM-SOBRECOM            PIC X(44)      VALUE SPACES.
          05 WS-NOM-EXCEPCIONES         PIC X(44)      VALUE SPACES.
          05 WS-NOM-AUDITORIA           PIC X(44)      VALUE SPACES.
          05 WS-NOM-TRAZA               PIC X(44)      VALUE SPACES.

       01 WS-TAB-CATALOGO.
          05 WS-TAB-CATAL-CANT          PIC 9(03)      VALUE 0.

       01 WS-TAB-PRODUCIDAS.
          05 WS-TAB-PROD-CANT           PIC 9(02)      VALUE 0.
          05 WS-TAB-PROD OCCURS 40 TIMES.
             10 WS-TAB-PROD-TIPO        PIC X(12).
             10 WS-TAB-PROD-ARCHIVO     PIC X(44).

       01 WS-CTA-APLICADA               PIC X(08)      VALUE SPACES.
       01 WS-ASI-TOTAL-DEBE             PIC S9(11)V9(2) VALUE 0.
       01 WS-ASI-TOTAL-HABER            PIC S9(11)V9(2) VALUE 0.
       01 WS-CTA-RETENCION              PIC X(08)      VALUE '21500000'.
       01 WS-ASI-TOTAL-RETENCION        PIC S9(11)V9(2) VALUE 0.

      *    Retencion de ganancias sobre lo que se liquida. Sin
      *    RETENCIONES.TXT no se retiene nada y el neto es igual a la
      *    comision. El empleado sin condicion en el maestro (o sin
      *    maestro) tributa como condicion general.
       01 WS-TAB-RETENCIONES.
          05 WS-TAB-RET-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-RET OCCURS 100 TIMES.
             10 WS-TAB-RET-CONDICION    PIC X(02).
             10 WS-TAB-RET-DESDE        PIC 9(11)V9(2).
             10 WS-TAB-RET-HASTA        PIC 9(11)V9(2).
             10 WS-TAB-RET-FIJO         PIC 9(11)V9(2).
             10 WS-TAB-RET-PORCENTAJE   PIC 9(03)V9(2).

       01 WS-RET-IDX                    PIC 9(03)      VALUE 0.
       01 WS-RET-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-RET-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-RET-ENCONTRADO-NO                      VALUE 'N'.
       01 WS-RET-CONDICION-DEFECTO      PIC X(02)      VALUE 'GE'.
       01 WS-RET-ID                     PIC 9(05)      VALUE 0.
       01 WS-RET-CONDICION              PIC X(02)      VALUE SPACES.
       01 WS-RET-BASE                   PIC S9(11)V9(2) VALUE 0.
       01 WS-RET-IMPORTE                PIC S9(11)V9(2) VALUE 0.
       01 WS-RET-EXCEDENTE              PIC S9(11)V9(2) VALUE 0.

      *    Anticipos garantizados: si lo devengado en el periodo no
      *    llega al anticipo mensual se paga la diferencia y el saldo
      *    a recuperar crece; si lo supera, del excedente se recupera
      *    el porcentaje pactado hasta cubrir el saldo. La linea G de
      *    la liquidacion lleva el ajuste (positivo o negativo) que
      *    lleva el pago al anticipo o al neto del excedente.
       01 WS-TAB-ANTICIPOS.
          05 WS-TAB-ANT-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-ANT OCCURS 2000 TIMES.
             10 WS-TAB-ANT-ID           PIC 9(05).
             10 WS-TAB-ANT-MENSUAL      PIC 9(09)V9(2).
             10 WS-TAB-ANT-PORC         PIC 9(03)V9(2).
             10 WS-TAB-ANT-SALDO        PIC S9(11)V9(2).
             10 WS-TAB-ANT-PERIODO      PIC X(07).
             10 WS-TAB-ANT-APERTURA     PIC S9(11)V9(2).
             10 WS-TAB-ANT-GANADO       PIC S9(11)V9(2).
             10 WS-TAB-ANT-ADELANTO     PIC S9(11)V9(2).
             10 WS-TAB-ANT-RECUPERO     PIC S9(11)V9(2).
             10 WS-TAB-ANT-BAJA         PIC X(01).
                88 WS-TAB-ANT-BAJA-YES                 VALUE 'Y'.
                88 WS-TAB-ANT-BAJA-NO                  VALUE 'N'.

       01 WS-ANT-IDX                    PIC 9(05)      VALUE 0.
       01 WS-ANT-PERIODO                PIC X(07)      VALUE SPACES.
       01 WS-ANT-EXCEDENTE              PIC S9(11)V9(2) VALUE 0.
       01 WS-ANT-MAESTRO                PIC X(01)      VALUE 'V'.
          88 WS-ANT-MAESTRO-VALIDO                     VALUE 'V'.
          88 WS-ANT-MAESTRO-INVALIDO                   VALUE 'I'.
       01 WS-ANT-LIQUIDADOS             PIC X(01)      VALUE 'N'.
          88 WS-ANT-LIQUIDADOS-YES                     VALUE 'Y'.
          88 WS-ANT-LIQUIDADOS-NO                      VALUE 'N'.
       01 WS-ANT-TOTALES.
          05 WS-ANT-TOT-APERTURA        PIC S9(11)V9(2) VALUE 0.
          05 WS-ANT-TOT-ADELANTO        PIC S9(11)V9(2) VALUE 0.
          05 WS-ANT-TOT-RECUPERO        PIC S9(11)V9(2) VALUE 0.
          05 WS-ANT-TOT-CIERRE          PIC S9(11)V9(2) VALUE 0.
          05 WS-ANT-TOT-A-COBRAR        PIC 9(05)      VALUE 0.
       01 WS-CTA-ANTICIPOS              PIC X(08)      VALUE '14500000'.
       01 WS-ASI-TOTAL-RECUPERO         PIC S9(11)V9(2) VALUE 0.

       01 WS-LIS-ANTICIPOS.
          05 WS-LIS-ANT-TITULO.
             10 FILLER                  PIC X(37)
                VALUE 'ESTADO DE CUENTAS DE ANTICIPOS - PER '.
             10 WS-LIS-ANT-TIT-PERIODO  PIC X(07).
          05 WS-LIS-ANT-HEADER.
             10 FILLER                  PIC X(06)      VALUE 'LEGAJO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'SALDO INICIAL'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'ANTICIPADO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'RECUPERADO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'SALDO FINAL'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(20)
                VALUE 'OBSERVACION'.
          05 WS-LIS-ANT-DET.
             10 WS-LIS-ANT-ID           PIC X(06).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-ANT-APERTURA     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-ANT-ADELANTO     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-ANT-RECUPERO     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-ANT-CIERRE       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-ANT-OBSERVACION  PIC X(20).

      *    Historial de novedades de personal que mantiene TP01EJ03:
      *    ingreso, reingreso, traslado, licencia y baja con su fecha
      *    efectiva. Un legajo con historial se valida por fechas: la
      *    venta debe caer dentro de un periodo de alta y en la
      *    categoria que el vendedor tenia asignada ese dia.
       01 WS-TAB-EMP-HISTORIAL.
          05 WS-TAB-EMH-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-EMH OCCURS 10000 TIMES.
             10 WS-TAB-EMH-ID           PIC 9(05).
             10 WS-TAB-EMH-TIPO         PIC X(01).
             10 WS-TAB-EMH-FECHA        PIC X(10).
             10 WS-TAB-EMH-CATEGORIA    PIC X(20).

       01 WS-EMH-IDX                    PIC 9(05)      VALUE 0.
       01 WS-EMH-TIENE                  PIC X(01)      VALUE 'N'.
          88 WS-EMH-TIENE-YES                          VALUE 'Y'.
          88 WS-EMH-TIENE-NO                           VALUE 'N'.
       01 WS-EMH-ESTADO-TIPO            PIC X(01)      VALUE SPACES.
       01 WS-EMH-ESTADO-FECHA           PIC X(10)      VALUE SPACES.
       01 WS-EMH-CATEG-VIGENTE          PIC X(20)      VALUE SPACES.
       01 WS-EMH-CATEG-FECHA            PIC X(10)      VALUE SPACES.
       01 WS-EMH-CON-INGRESO            PIC X(01)      VALUE 'N'.
          88 WS-EMH-CON-INGRESO-YES                    VALUE 'Y'.
          88 WS-EMH-CON-INGRESO-NO                     VALUE 'N'.
       01 WS-EMH-CATEG-HALLADA          PIC X(01)      VALUE 'N'.
          88 WS-EMH-CATEG-HALLADA-YES                  VALUE 'Y'.
          88 WS-EMH-CATEG-HALLADA-NO                   VALUE 'N'.

      *    Sobrecomisiones de gerentes: cada venta aceptada sube por la
      *    cadena de reporte vigente a su fecha y cada nivel cobra su
      *    porcentaje sobre el importe de la venta. El detalle guarda
      *    que venta del equipo produjo cada sobrecomision.
       01 WS-TAB-JERARQUIA.
          05 WS-TAB-JER-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-JER OCCURS 2000 TIMES.
             10 WS-TAB-JER-ID           PIC 9(05).
             10 WS-TAB-JER-GERENTE      PIC 9(05).
             10 WS-TAB-JER-PORC         PIC 9(03)V9(2).
             10 WS-TAB-JER-DESDE        PIC X(10).
             10 WS-TAB-JER-HASTA        PIC X(10).

       01 WS-TAB-SOBRECOM.
          05 WS-TAB-SOB-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-SOB OCCURS 2000 TIMES.
             10 WS-TAB-SOB-ID           PIC 9(05).
             10 WS-TAB-SOB-NOMBRE       PIC X(40).
             10 WS-TAB-SOB-CATEGORIA    PIC X(20).
             10 WS-TAB-SOB-CANT-VENTAS  PIC 9(05).
             10 WS-TAB-SOB-BASE         PIC S9(11)V9(2).
             10 WS-TAB-SOB-IMPORTE      PIC S9(11)V9(2).

       01 WS-TAB-SOB-DETALLE.
          05 WS-TAB-SOD-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-SOD OCCURS 10000 TIMES.
             10 WS-TAB-SOD-GERENTE      PIC 9(05).
             10 WS-TAB-SOD-VENDEDOR     PIC 9(05).
             10 WS-TAB-SOD-NIVEL        PIC 9(02).
             10 WS-TAB-SOD-FECHA        PIC X(10).
             10 WS-TAB-SOD-CATEGORIA    PIC X(20).
             10 WS-TAB-SOD-BASE         PIC S9(11)V9(2).
             10 WS-TAB-SOD-PORC         PIC 9(03)V9(2).
             10 WS-TAB-SOD-IMPORTE      PIC S9(11)V9(2).

       01 WS-TAB-SOB-CATEG.
          05 WS-TAB-SOC-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-SOC OCCURS 200 TIMES.
             10 WS-TAB-SOC-CATEGORIA    PIC X(20).
             10 WS-TAB-SOC-IMPORTE      PIC S9(11)V9(2).

       01 WS-JER-IDX                    PIC 9(05)      VALUE 0.
       01 WS-SOB-IDX                    PIC 9(05)      VALUE 0.
       01 WS-SOD-IDX                    PIC 9(05)      VALUE 0.
       01 WS-SOC-IDX                    PIC 9(03)      VALUE 0.
       01 WS-SOB-ACTUAL                 PIC 9(05)      VALUE 0.
       01 WS-SOB-NIVEL                  PIC 9(02)      VALUE 0.
       01 WS-SOB-MAX-NIVELES            PIC 9(02)      VALUE 10.
       01 WS-SOB-IMPORTE                PIC S9(11)V9(2) VALUE 0.
       01 WS-SOB-PERIODO                PIC X(07)      VALUE SPACES.
       01 WS-SOB-TOT-BASE               PIC S9(11)V9(2) VALUE 0.
       01 WS-SOB-TOT-IMPORTE            PIC S9(11)V9(2) VALUE 0.
       01 WS-SOB-JER-ENCONTRADA         PIC X(01)      VALUE 'N'.
          88 WS-SOB-JER-ENCONTRADA-YES                 VALUE 'Y'.
          88 WS-SOB-JER-ENCONTRADA-NO                  VALUE 'N'.
       01 WS-SOB-FIN-CADENA             PIC X(01)      VALUE 'N'.
          88 WS-SOB-FIN-CADENA-YES                     VALUE 'Y'.
          88 WS-SOB-FIN-CADENA-NO                      VALUE 'N'.
       01 WS-SOB-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-SOB-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-SOB-ENCONTRADO-NO                      VALUE 'N'.
       01 WS-SOB-CALCULADAS             PIC X(01)      VALUE 'N'.
          88 WS-SOB-CALCULADAS-YES                     VALUE 'Y'.
          88 WS-SOB-CALCULADAS-NO                      VALUE 'N'.

       01 WS-LIS-SOBRECOM.
          05 WS-LIS-SOB-TITULO.
             10 FILLER                  PIC X(38)
                VALUE 'SOBRECOMISIONES DE GERENTES - PERIODO '.
             10 WS-LIS-SOB-TIT-PERIODO  PIC X(07).
          05 WS-LIS-SOB-CAB.
             10 FILLER                  PIC X(08)      VALUE 'GERENTE '.
             10 WS-LIS-SOB-CAB-ID       PIC 9(05).
             10 FILLER                  PIC X(01)      VALUE SPACE.
             10 WS-LIS-SOB-CAB-NOMBRE   PIC X(40).
          05 WS-LIS-SOB-HEADER.
             10 FILLER                  PIC X(08)      VALUE 'VENDEDOR'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(05)      VALUE 'NIVEL'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(10)      VALUE 'FECHA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(20)
                VALUE 'CATEGORIA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'IMPORTE VENTA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(07)      VALUE 'PORC.'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'SOBRECOMISION'.
          05 WS-LIS-SOB-DET.
             10 WS-LIS-SOB-VENDEDOR     PIC X(08).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-SOB-NIVEL        PIC ZZZZ9.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-SOB-FECHA        PIC X(10).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-SOB-CATEGORIA    PIC X(20).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-SOB-BASE         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-SOB-PORC         PIC ZZ9,99.
             10 FILLER                  PIC X(04)      VALUE '  | '.
             10 WS-LIS-SOB-IMPORTE      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *    Auditoria de movimientos: cada venta o devolucion aceptada
      *    se puntua contra las reglas activas. No frena la corrida:
      *    lo que supera el umbral va al archivo de excepciones y al
      *    reporte para auditoria interna.
       01 WS-AUD-REGLAS.
          05 WS-AUD-ACTIVA              PIC X(01)      VALUE 'N'.
             88 WS-AUD-ACTIVA-YES                      VALUE 'Y'.
             88 WS-AUD-ACTIVA-NO                       VALUE 'N'.
          05 WS-AUD-UMBRAL              PIC 9(03)      VALUE 1.
      *    HIST: total diario del vendedor mayor a PARAM-1 veces su
      *    venta promedio del acumulado anual.
          05 WS-AUD-HIST-ACTIVA         PIC X(01)      VALUE 'N'.
             88 WS-AUD-HIST-ACTIVA-YES                 VALUE 'Y'.
          05 WS-AUD-HIST-FACTOR         PIC 9(09)V9(2) VALUE 0.
          05 WS-AUD-HIST-PUNTAJE        PIC 9(03)      VALUE 0.
      *    REDO: venta multiplo exacto de PARAM-1, cuando el vendedor
      *    tiene al menos PARAM-2 ventas redondas en la corrida.
          05 WS-AUD-REDO-ACTIVA         PIC X(01)      VALUE 'N'.
             88 WS-AUD-REDO-ACTIVA-YES                 VALUE 'Y'.
          05 WS-AUD-REDO-MULTIPLO       PIC 9(09)V9(2) VALUE 0.
          05 WS-AUD-REDO-CANTIDAD       PIC 9(05)      VALUE 0.
          05 WS-AUD-REDO-PUNTAJE        PIC 9(03)      VALUE 0.
      *    DEVO: venta y devolucion del mismo vendedor, categoria e
      *    importe con no mas de PARAM-2 dias entre ambas.
          05 WS-AUD-DEVO-ACTIVA         PIC X(01)      VALUE 'N'.
             88 WS-AUD-DEVO-ACTIVA-YES                 VALUE 'Y'.
          05 WS-AUD-DEVO-DIAS           PIC 9(05)      VALUE 0.
          05 WS-AUD-DEVO-PUNTAJE        PIC 9(03)      VALUE 0.
      *    FEST: movimiento fechado en sabado, domingo o feriado.
          05 WS-AUD-FEST-ACTIVA         PIC X(01)      VALUE 'N'.
             88 WS-AUD-FEST-ACTIVA-YES                 VALUE 'Y'.
          05 WS-AUD-FEST-PUNTAJE        PIC 9(03)      VALUE 0.
      *    SPLT: venta repartida donde un participe se lleva PARAM-1
      *    por ciento o mas.
          05 WS-AUD-SPLT-ACTIVA         PIC X(01)      VALUE 'N'.
             88 WS-AUD-SPLT-ACTIVA-YES                 VALUE 'Y'.
          05 WS-AUD-SPLT-PORC           PIC 9(09)V9(2) VALUE 0.
          05 WS-AUD-SPLT-PUNTAJE        PIC 9(03)      VALUE 0.

       01 WS-AUD-CONTADORES.
          05 WS-AUD-CONT-HIST           PIC 9(05)      VALUE 0.
          05 WS-AUD-CONT-REDO           PIC 9(05)      VALUE 0.
          05 WS-AUD-CONT-DEVO           PIC 9(05)      VALUE 0.
          05 WS-AUD-CONT-FEST           PIC 9(05)      VALUE 0.
          05 WS-AUD-CONT-SPLT           PIC 9(05)      VALUE 0.
          05 WS-AUD-CONT-EXCEPCIONES    PIC 9(05)      VALUE 0.

       01 WS-TAB-FERIADOS.
          05 WS-TAB-FER-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-FER OCCURS 100 TIMES.
             10 WS-TAB-FER-FECHA        PIC X(10).

       01 WS-TAB-AUD-MOVIMIENTOS.
          05 WS-TAB-MOV-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-MOV OCCURS 5000 TIMES.
             10 WS-TAB-MOV-FECHA        PIC X(10).
             10 WS-TAB-MOV-DIAS         PIC 9(07).
             10 WS-TAB-MOV-ID           PIC 9(05).
             10 WS-TAB-MOV-CATEGORIA    PIC X(20).
             10 WS-TAB-MOV-TIPO         PIC X(01).
             10 WS-TAB-MOV-IMPORTE      PIC S9(11)V9(2).
             10 WS-TAB-MOV-PORC-MAX     PIC 9(03)V9(2).
             10 WS-TAB-MOV-PUNTAJE      PIC 9(03).
             10 WS-TAB-MOV-REGLAS       PIC X(25).

       01 WS-MOV-IDX                    PIC 9(05)      VALUE 0.
       01 WS-MOV-IDX-2                  PIC 9(05)      VALUE 0.
       01 WS-FER-IDX                    PIC 9(03)      VALUE 0.
       01 WS-AUD-PERIODO                PIC X(07)      VALUE SPACES.
       01 WS-AUD-REGLA                  PIC X(04)      VALUE SPACES.
       01 WS-AUD-PUNTAJE-REGLA          PIC 9(03)      VALUE 0.
       01 WS-AUD-PUNTERO                PIC 9(02)      VALUE 0.
       01 WS-AUD-TOTAL-DIA              PIC S9(11)V9(2) VALUE 0.
       01 WS-AUD-PROMEDIO               PIC S9(11)V9(2) VALUE 0.
       01 WS-AUD-CANT-REDONDAS          PIC 9(05)      VALUE 0.
       01 WS-AUD-COCIENTE               PIC S9(11)     VALUE 0.
       01 WS-AUD-RESTO                  PIC S9(11)V9(2) VALUE 0.
       01 WS-AUD-DIFERENCIA             PIC S9(07)     VALUE 0.
       01 WS-AUD-DIA-SEMANA             PIC 9(01)      VALUE 0.
       01 WS-AUD-SEMANAS                PIC 9(07)      VALUE 0.
       01 WS-AUD-FECHA-X.
          05 WS-AUD-FECHA-X-AAAA        PIC X(04).
          05 FILLER                     PIC X(01).
          05 WS-AUD-FECHA-X-MM          PIC X(02).
          05 FILLER                     PIC X(01).
          05 WS-AUD-FECHA-X-DD          PIC X(02).
       01 WS-AUD-FECHA-N.
          05 WS-AUD-FECHA-N-AAAA        PIC X(04).
          05 WS-AUD-FECHA-N-MM          PIC X(02).
          05 WS-AUD-FECHA-N-DD          PIC X(02).
       01 WS-AUD-FECHA-NUM REDEFINES WS-AUD-FECHA-N
                                        PIC 9(08).
       01 WS-AUD-HIT                    PIC X(01)      VALUE 'N'.
          88 WS-AUD-HIT-YES                            VALUE 'Y'.
          88 WS-AUD-HIT-NO                             VALUE 'N'.
       01 WS-AUD-YTD-ABIERTO            PIC X(01)      VALUE 'N'.
          88 WS-AUD-YTD-ABIERTO-YES                    VALUE 'Y'.
          88 WS-AUD-YTD-ABIERTO-NO                     VALUE 'N'.

       01 WS-LIS-AUDITORIA.
          05 WS-LIS-AUD-TITULO.
             10 FILLER                  PIC X(44)
                VALUE 'EXCEPCIONES PARA AUDITORIA INTERNA - PER '.
             10 WS-LIS-AUD-TIT-PERIODO  PIC X(07).
          05 WS-LIS-AUD-HEADER.
             10 FILLER                  PIC X(10)      VALUE 'FECHA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(06)      VALUE 'LEGAJO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(20)
                VALUE 'CATEGORIA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(01)      VALUE 'T'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)      VALUE 'IMPORTE'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(07)      VALUE 'PUNTAJE'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(24)      VALUE 'REGLAS'.
          05 WS-LIS-AUD-DET.
             10 WS-LIS-AUD-FECHA        PIC X(10).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AUD-ID           PIC 9(05).
             10 FILLER                  PIC X(04)      VALUE '  | '.
             10 WS-LIS-AUD-CATEGORIA    PIC X(20).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AUD-TIPO         PIC X(01).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AUD-IMPORTE      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AUD-PUNTAJE      PIC ZZZZZZ9.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AUD-REGLAS       PIC X(25).
          05 WS-LIS-AUD-RESUMEN.
             10 FILLER                  PIC X(06)      VALUE 'REGLA '.
             10 WS-LIS-AUD-RES-REGLA    PIC X(04).
             10 FILLER                  PIC X(03)      VALUE ' - '.
             10 WS-LIS-AUD-RES-DESC     PIC X(40).
             10 FILLER                  PIC X(14)
                VALUE ' MOVIMIENTOS: '.
             10 WS-LIS-AUD-RES-CANT     PIC ZZZZ9.

      *    Distribucion del reporte por categoria: cada categoria con
      *    destinatario genera su propio archivo REPORTE-<DEST>.TXT
       01 WS-FECHA-RESTO-100            PIC 9(04)      VALUE 0.
       01 WS-FECHA-RESTO-400            PIC 9(04)      VALUE 0.

      *    Cuotas de venta por empleado: el avance se mide sobre el
      *    importe acumulado del anio (COMISION-YTD) mas lo que entra
      *    en la corrida. La porcion que supera el 100% de la cuota se
      *    paga a la tasa del nivel 1 y la que supera el 120% a la del
      *    nivel 2; una tasa de nivel en cero conserva la tasa base.
       01 WS-TAB-CUOTAS.
          05 WS-TAB-CUO-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-CUO OCCURS 2000 TIMES.
             10 WS-TAB-CUO-ID           PIC 9(05).
             10 WS-TAB-CUO-NOMBRE       PIC X(40).
             10 WS-TAB-CUO-CATEGORIA    PIC X(20).
             10 WS-TAB-CUO-IMPORTE      PIC 9(11)V9(2).
             10 WS-TAB-CUO-TASA-N1      PIC 9(02)V9(02).
             10 WS-TAB-CUO-TASA-N2      PIC 9(02)V9(02).
             10 WS-TAB-CUO-ACUMULADO    PIC S9(11)V9(2) VALUE 0.

       01 WS-CUO-IDX                    PIC 9(05)      VALUE 0.
       01 WS-CUO-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-CUO-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-CUO-ENCONTRADA-NO                      VALUE 'N'.
       01 WS-CUOTAS-ACTIVAS             PIC X(01)      VALUE 'N'.
          88 WS-CUOTAS-ACTIVAS-YES                     VALUE 'Y'.
          88 WS-CUOTAS-ACTIVAS-NO                      VALUE 'N'.

       01 WS-CUO-CALCULO.
          05 WS-CUO-TASA-N1             PIC 9(02)V9(02) VALUE 0.
          05 WS-CUO-TASA-N2             PIC 9(02)V9(02) VALUE 0.
          05 WS-CUO-UMBRAL-1            PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-UMBRAL-2            PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-EVAL                PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-FRANJA-0            PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-FRANJA-1            PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-FRANJA-2            PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-ANTES-0             PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-ANTES-1             PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-ANTES-2             PIC S9(11)V9(2) VALUE 0.
          05 WS-CUO-PORCENTAJE          PIC 9(05)V9(02) VALUE 0.
          05 WS-CUO-NIVEL               PIC 9(01)      VALUE 0.

       01 WS-TAB-CUO-CATEGORIAS.
          05 WS-TAB-CUC-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-CUC OCCURS 200 TIMES.
             10 WS-TAB-CUC-CATEGORIA    PIC X(20).
             10 WS-TAB-CUC-CUOTA        PIC S9(11)V9(2).
             10 WS-TAB-CUC-VENTAS       PIC S9(11)V9(2).
             10 WS-TAB-CUC-NIVEL-0      PIC 9(05).
             10 WS-TAB-CUC-NIVEL-1      PIC 9(05).
             10 WS-TAB-CUC-NIVEL-2      PIC 9(05).

       01 WS-CUC-IDX                    PIC 9(03)      VALUE 0.
       01 WS-CUC-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-CUC-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-CUC-ENCONTRADA-NO                      VALUE 'N'.

       01 WS-LIS-CUOTAS.
          05 WS-LIS-CUO-TITULO          PIC X(36)
             VALUE 'CUMPLIMIENTO DE CUOTAS DE VENTA'.
          05 WS-LIS-CUO-SUBT-EMP        PIC X(25)
             VALUE 'DETALLE POR EMPLEADO'.
          05 WS-LIS-CUO-SUBT-CAT        PIC X(25)
             VALUE 'RESUMEN POR CATEGORIA'.
          05 WS-LIS-CUO-HEADER.
             10 FILLER                  PIC X(06)      VALUE 'LEGAJO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(22)      VALUE 'NOMBRE'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(20)
                VALUE 'CATEGORIA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)      VALUE 'CUOTA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'VENTAS AL DIA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(08)      VALUE '% CUMPL'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(05)      VALUE 'NIVEL'.
          05 WS-LIS-CUO-DET.
             10 WS-LIS-CUO-ID           PIC 9(05).
             10 FILLER                  PIC X(04)      VALUE '  | '.
             10 WS-LIS-CUO-NOMBRE       PIC X(22).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUO-CATEGORIA    PIC X(20).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUO-CUOTA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUO-VENTAS       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUO-PORC         PIC ZZZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUO-NIVEL        PIC 9(01).
          05 WS-LIS-CUC-HEADER.
             10 FILLER                  PIC X(20)
                VALUE 'CATEGORIA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)      VALUE 'CUOTA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'VENTAS AL DIA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(08)      VALUE '% CUMPL'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(23)
                VALUE 'NIV 0 | NIV 1 | NIV 2'.
          05 WS-LIS-CUC-DET.
             10 WS-LIS-CUC-CATEGORIA    PIC X(20).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUC-CUOTA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUC-VENTAS       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUC-PORC         PIC ZZZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUC-NIVEL-0      PIC ZZZZ9.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUC-NIVEL-1      PIC ZZZZ9.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CUC-NIVEL-2      PIC ZZZZ9.

      *    Ajustes manuales de comision (bonos, cortes, correcciones)
      *    aprobados por doble intervencion en TP01EJ03. Entran a la
      *    liquidacion y al asiento con tipo propio A e impactan la
      *    comision del acumulado anual con su entrada de diario.
       01 WS-TAB-AJUSTES.
          05 WS-TAB-AJU-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-AJU OCCURS 500 TIMES.
             10 WS-TAB-AJU-FECHA        PIC 9(08).
             10 WS-TAB-AJU-ID           PIC 9(05).
             10 WS-TAB-AJU-NOMBRE       PIC X(40).
             10 WS-TAB-AJU-CATEGORIA    PIC X(20).
             10 WS-TAB-AJU-MOTIVO       PIC X(04).
             10 WS-TAB-AJU-REFERENCIA   PIC X(21).
             10 WS-TAB-AJU-IMPORTE      PIC S9(11)V9(2).
             10 WS-TAB-AJU-OPERADOR     PIC X(08).
             10 WS-TAB-AJU-APROBADOR    PIC X(08).
             10 WS-TAB-AJU-ESTADO       PIC X(01).
                88 WS-TAB-AJU-VALIDO                   VALUE 'V'.
                88 WS-TAB-AJU-RECHAZADO                VALUES 'R', 'X'.
                88 WS-TAB-AJU-LEGAJO-INEXISTENTE       VALUE 'R'.
                88 WS-TAB-AJU-IMPORTE-INVALIDO         VALUE 'X'.
                88 WS-TAB-AJU-IMPUTADO                 VALUE 'I'.
                88 WS-TAB-AJU-LIQUIDADO                VALUE 'L'.

       01 WS-AJU-IDX                    PIC 9(05)      VALUE 0.
       01 WS-AJU-VALIDOS                PIC 9(05)      VALUE 0.
       01 WS-AJU-PENDIENTES             PIC 9(05)      VALUE 0.
       01 WS-AJU-IMPUTADOS              PIC 9(05)      VALUE 0.
       01 WS-AJU-TOTAL-IMPUTADO         PIC S9(11)V9(2) VALUE 0.
       01 WS-AJU-PERIODO                PIC X(07)      VALUE SPACES.
       01 WS-AJU-RESUELTO               PIC X(01)      VALUE 'N'.
          88 WS-AJU-RESUELTO-YES                       VALUE 'Y'.
          88 WS-AJU-RESUELTO-NO                        VALUE 'N'.
       01 WS-AJU-YTD-ABIERTO            PIC X(01)      VALUE 'N'.
          88 WS-AJU-YTD-ABIERTO-YES                    VALUE 'Y'.
          88 WS-AJU-YTD-ABIERTO-NO                     VALUE 'N'.
       01 WS-AJU-YTD-DISPONIBLE         PIC X(01)      VALUE 'N'.
          88 WS-AJU-YTD-DISPONIBLE-YES                 VALUE 'Y'.
          88 WS-AJU-YTD-DISPONIBLE-NO                  VALUE 'N'.

       01 WS-LIS-AJUSTES.
          05 WS-LIS-AJU-TITULO          PIC X(40)
             VALUE 'REGISTRO DE AJUSTES MANUALES DE COMISION'.
          05 WS-LIS-AJU-HEADER.
             10 FILLER                  PIC X(08)      VALUE 'APROBADO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(06)      VALUE 'LEGAJO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(22)      VALUE 'NOMBRE'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(04)      VALUE 'MOT'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(21)
                VALUE 'REFERENCIA'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)      VALUE 'IMPORTE'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(08)      VALUE 'OPERADOR'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(08)      VALUE 'APROBO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(20)      VALUE 'ESTADO'.
          05 WS-LIS-AJU-DET.
             10 WS-LIS-AJU-FECHA        PIC 9(08).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-ID           PIC 9(05).
             10 FILLER                  PIC X(04)      VALUE '  | '.
             10 WS-LIS-AJU-NOMBRE       PIC X(22).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-MOTIVO       PIC X(04).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-REFERENCIA   PIC X(21).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-IMPORTE      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-OPERADOR     PIC X(08).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-APROBADOR    PIC X(08).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-ESTADO       PIC X(20).
          05 WS-LIS-AJU-TOTAL.
             10 FILLER                  PIC X(26)
                VALUE 'TOTAL AJUSTES IMPUTADOS'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-TOT-CANT     PIC ZZZZ9.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-AJU-TOT-IMPORTE  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *    Lineas de liquidacion enviadas a nomina. Solo lo que nomina
      *    confirma como pagado pasa a COMISIONES-PAGADAS (y con eso a
      *    la deteccion de clawbacks); lo rechazado queda pendiente y
      *    se vuelve a ofrecer en la liquidacion siguiente.
      *    Estados: E enviada sin respuesta, C confirmada, R rechazada.
       01 WS-TAB-ENVIADAS.
          05 WS-TAB-ENV-CANT            PIC 9(05)      VALUE 0.
          05 WS-TAB-ENV OCCURS 5000 TIMES.
             10 WS-TAB-ENV-PERIODO      PIC X(07).
             10 WS-TAB-ENV-ID           PIC 9(05).
             10 WS-TAB-ENV-COMISION     PIC S9(11)V9(2).
             10 WS-TAB-ENV-ESTADO       PIC X(01).
                88 WS-TAB-ENV-SIN-RESPUESTA            VALUE 'E'.
                88 WS-TAB-ENV-CONFIRMADA               VALUE 'C'.
                88 WS-TAB-ENV-RECHAZADA                VALUE 'R'.
             10 WS-TAB-ENV-FECHA-ENVIO  PIC 9(08).
             10 WS-TAB-ENV-FECHA-RESP   PIC 9(08).
             10 WS-TAB-ENV-RECHAZOS     PIC 9(02).
             10 WS-TAB-ENV-MOTIVO       PIC X(20).
             10 WS-TAB-ENV-NUEVA-PAG    PIC X(01).
             10 WS-TAB-ENV-TIPO         PIC X(01).
                88 WS-TAB-ENV-DEVENGADA                VALUE 'D'.

       01 WS-ENV-IDX                    PIC 9(05)      VALUE 0.
       01 WS-ENV-ENCONTRADA             PIC X(01)      VALUE 'N'.
          88 WS-ENV-ENCONTRADA-YES                     VALUE 'Y'.
          88 WS-ENV-ENCONTRADA-NO                      VALUE 'N'.
      *    El registro de enviadas solo se regraba si se cargo entero.
       01 WS-ENV-CARGA                  PIC X(01)      VALUE 'N'.
          88 WS-ENV-CARGA-OK                           VALUE 'Y'.
          88 WS-ENV-CARGA-FALLIDA                      VALUE 'N'.
       01 WS-CONF-ACTIVA                PIC X(01)      VALUE 'N'.
          88 WS-CONF-ACTIVA-YES                        VALUE 'Y'.
          88 WS-CONF-ACTIVA-NO                         VALUE 'N'.

       01 WS-CONF-CONTADORES.
          05 WS-CONF-LEIDAS             PIC 9(05)      VALUE 0.
          05 WS-CONF-PAGADAS            PIC 9(05)      VALUE 0.
          05 WS-CONF-RECHAZADAS         PIC 9(05)      VALUE 0.
          05 WS-CONF-SIN-ENVIO          PIC 9(05)      VALUE 0.
          05 WS-CONF-REOFRECIDAS        PIC 9(05)      VALUE 0.

       01 WS-TAB-CONC-PERIODOS.
          05 WS-TAB-CNP-CANT            PIC 9(03)      VALUE 0.
          05 WS-TAB-CNP OCCURS 200 TIMES.
             10 WS-TAB-CNP-PERIODO      PIC X(07).
             10 WS-TAB-CNP-LINEAS       PIC 9(05).
             10 WS-TAB-CNP-ABIERTAS     PIC 9(05).
             10 WS-TAB-CNP-ENVIADO      PIC S9(11)V9(2).
             10 WS-TAB-CNP-CONFIRMADO   PIC S9(11)V9(2).
             10 WS-TAB-CNP-RECHAZADO    PIC S9(11)V9(2).
             10 WS-TAB-CNP-SIN-RESP     PIC S9(11)V9(2).

       01 WS-CNP-IDX                    PIC 9(03)      VALUE 0.
       01 WS-CNP-ENCONTRADO             PIC X(01)      VALUE 'N'.
          88 WS-CNP-ENCONTRADO-YES                     VALUE 'Y'.
          88 WS-CNP-ENCONTRADO-NO                      VALUE 'N'.

       01 WS-CNP-TOTALES.
          05 WS-CNP-TOT-LINEAS          PIC 9(05)      VALUE 0.
          05 WS-CNP-TOT-ENVIADO         PIC S9(11)V9(2) VALUE 0.
          05 WS-CNP-TOT-CONFIRMADO      PIC S9(11)V9(2) VALUE 0.
          05 WS-CNP-TOT-RECHAZADO       PIC S9(11)V9(2) VALUE 0.
          05 WS-CNP-TOT-SIN-RESP        PIC S9(11)V9(2) VALUE 0.

       01 WS-LIS-CONC-PAGOS.
          05 WS-LIS-CNP-TITULO          PIC X(44)
             VALUE 'CONCILIACION DE PAGOS DE COMISIONES - NOMINA'.
          05 WS-LIS-CNP-HEADER.
             10 FILLER                  PIC X(07)      VALUE 'PERIODO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(06)      VALUE 'LINEAS'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)      VALUE 'ENVIADO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'CONFIRMADO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'RECHAZADO'.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 FILLER                  PIC X(18)
                VALUE 'SIN RESPUESTA'.
          05 WS-LIS-CNP-DET.
             10 WS-LIS-CNP-PERIODO      PIC X(07).
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CNP-LINEAS       PIC ZZZZZ9.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CNP-ENVIADO      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CNP-CONFIRMADO   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CNP-RECHAZADO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                  PIC X(03)      VALUE ' | '.
             10 WS-LIS-CNP-SIN-RESP     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1140-CARGAR-EMPLEADOS
              THRU 1140-CARGAR-EMPLEADOS-FIN.

           PERFORM 1131-CARGAR-EMP-HISTORIAL
              THRU 1131-CARGAR-EMP-HISTORIAL-FIN.

           PERFORM 1146-CARGAR-CUOTAS
              THRU 1146-CARGAR-CUOTAS-FIN.

           PERFORM 1173-CARGAR-SPLITS
              THRU 1173-CARGAR-SPLITS-FIN.

           PERFORM 1166-CARGAR-PAGADAS
              THRU 1166-CARGAR-PAGADAS-FIN.

           PERFORM 1162-CARGAR-ENVIADAS
              THRU 1162-CARGAR-ENVIADAS-FIN.

           PERFORM 1164-APLICAR-CONFIRMACIONES
              THRU 1164-APLICAR-CONFIRMACIONES-FIN.

           PERFORM 1167-CARGAR-CLAWBACKS
              THRU 1167-CARGAR-CLAWBACKS-FIN.

           PERFORM 1168-CARGAR-CUENTAS
              THRU 1168-CARGAR-CUENTAS-FIN.

           PERFORM 1154-CARGAR-RETENCIONES
              THRU 1154-CARGAR-RETENCIONES-FIN.

           PERFORM 1197-CARGAR-ANTICIPOS
              THRU 1197-CARGAR-ANTICIPOS-FIN.

           PERFORM 1142-CARGAR-JERARQUIA
              THRU 1142-CARGAR-JERARQUIA-FIN.

           PERFORM 1136-CARGAR-REGLAS-AUD
              THRU 1136-CARGAR-REGLAS-AUD-FIN.

           IF WS-AUD-ACTIVA-YES
              PERFORM 1138-CARGAR-FERIADOS
                 THRU 1138-CARGAR-FERIADOS-FIN
           END-IF.

           PERFORM 1144-CARGAR-AJUSTES
              THRU 1144-CARGAR-AJUSTES-FIN.

           PERFORM 1181-CARGAR-PROCESADOS
              THRU 1181-CARGAR-PROCESADOS-FIN.

           PERFORM 1155-VERIFICAR-MODO-CSV
              THRU 1155-VERIFICAR-MODO-CSV-FIN.

           PERFORM 1134-VERIFICAR-MODO-TRAZA
              THRU 1134-VERIFICAR-MODO-TRAZA-FIN.

           PERFORM 1190-ABRIR-EXTRACTOS
              THRU 1190-ABRIR-EXTRACTOS-FIN.

                   TO WS-TAB-MAE-NOMBRE(WS-TAB-MAE-CANT)
                MOVE EMPLEADOS-ESTADO
                   TO WS-TAB-MAE-ESTADO(WS-TAB-MAE-CANT)
                MOVE EMPLEADOS-CONDICION
                   TO WS-TAB-MAE-CONDICION(WS-TAB-MAE-CANT)
                IF EMPLEADOS-CONDICION = SPACES
                   MOVE WS-RET-CONDICION-DEFECTO
                      TO WS-TAB-MAE-CONDICION(WS-TAB-MAE-CANT)
                END-IF
           WHEN FS-EMPLEADOS-EOF
                CONTINUE
           WHEN OTHER
       1145-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    EMPLEADOS-HISTORIAL.TXT es opcional: sin historial los
      *    legajos se validan solo por el estado del maestro.
       1131-CARGAR-EMP-HISTORIAL.

           OPEN INPUT EMPLEADOS-HISTORIAL.

           EVALUATE FS-EMPLEADOS-HISTORIAL
           WHEN '00'
                PERFORM 1132-LEER-EMP-HISTORIAL
                   THRU 1132-LEER-EMP-HISTORIAL-FIN
                   UNTIL FS-EMPLEADOS-HISTORIAL-EOF
                CLOSE EMPLEADOS-HISTORIAL
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-HISTORIAL
           END-EVALUATE.

       1131-CARGAR-EMP-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1132-LEER-EMP-HISTORIAL.

           READ EMPLEADOS-HISTORIAL.

           EVALUATE TRUE
           WHEN FS-EMPLEADOS-HISTORIAL-OK
                IF EMPHIST-ID-EMPLEADO IS NOT NUMERIC
                   OR EMPHIST-FECHA-EFECTIVA = SPACES
                   GO TO 1132-LEER-EMP-HISTORIAL-FIN
                END-IF
                IF WS-TAB-EMH-CANT >= WS-MAX-EMP-HISTORIAL
                   MOVE 'HISTORIAL EMPLEADOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-EMH-CANT
                MOVE EMPHIST-ID-EMPLEADO
                   TO WS-TAB-EMH-ID(WS-TAB-EMH-CANT)
                MOVE EMPHIST-TIPO
                   TO WS-TAB-EMH-TIPO(WS-TAB-EMH-CANT)
                MOVE EMPHIST-FECHA-EFECTIVA
                   TO WS-TAB-EMH-FECHA(WS-TAB-EMH-CANT)
                MOVE EMPHIST-CATEGORIA
                   TO WS-TAB-EMH-CATEGORIA(WS-TAB-EMH-CANT)
           WHEN FS-EMPLEADOS-HISTORIAL-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL HISTORIAL DE EMPLEADOS'
                DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-HISTORIAL
                MOVE '10' TO FS-EMPLEADOS-HISTORIAL
           END-EVALUATE.

       1132-LEER-EMP-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La presencia de CUOTAS.TXT activa los niveles de cuota. El
      *    punto de partida de cada legajo es su importe acumulado del
      *    anio en COMISION-YTD; sin acumulado arranca en cero.
       1146-CARGAR-CUOTAS.

           OPEN INPUT CUOTAS.

           EVALUATE FS-CUOTAS
           WHEN '00'
                PERFORM 1147-LEER-CUOTA
                   THRU 1147-LEER-CUOTA-FIN
                   UNTIL FS-CUOTAS-EOF
                CLOSE CUOTAS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUOTAS'
                DISPLAY 'FILE STATUS: ' FS-CUOTAS
           END-EVALUATE.

           IF WS-TAB-CUO-CANT = 0
              GO TO 1146-CARGAR-CUOTAS-FIN
           END-IF.

           SET WS-CUOTAS-ACTIVAS-YES TO TRUE.

           OPEN INPUT COMISION-YTD.

           EVALUATE FS-COMISION-YTD
           WHEN '00'
                PERFORM 1148-INICIAR-AVANCE-CUOTA
                   THRU 1148-INICIAR-AVANCE-CUOTA-FIN
                   VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-TAB-CUO-CANT
                CLOSE COMISION-YTD
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
           END-EVALUATE.

       1146-CARGAR-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1147-LEER-CUOTA.

           READ CUOTAS.

           EVALUATE TRUE
           WHEN FS-CUOTAS-OK
                IF WS-TAB-CUO-CANT >= WS-MAX-CUOTAS
                   MOVE 'CUOTAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-CUO-CANT
                MOVE CUOTA-ID-EMPLEADO
                   TO WS-TAB-CUO-ID(WS-TAB-CUO-CANT)
                MOVE CUOTA-IMPORTE
                   TO WS-TAB-CUO-IMPORTE(WS-TAB-CUO-CANT)
                MOVE CUOTA-TASA-NIVEL1
                   TO WS-TAB-CUO-TASA-N1(WS-TAB-CUO-CANT)
                MOVE CUOTA-TASA-NIVEL2
                   TO WS-TAB-CUO-TASA-N2(WS-TAB-CUO-CANT)
                MOVE SPACES TO WS-TAB-CUO-NOMBRE(WS-TAB-CUO-CANT)
                MOVE SPACES TO WS-TAB-CUO-CATEGORIA(WS-TAB-CUO-CANT)
                MOVE ZEROES TO WS-TAB-CUO-ACUMULADO(WS-TAB-CUO-CANT)
           WHEN FS-CUOTAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE CUOTAS'
                DISPLAY 'FILE STATUS: ' FS-CUOTAS
           END-EVALUATE.

       1147-LEER-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1148-INICIAR-AVANCE-CUOTA.

           MOVE WS-TAB-CUO-ID(WS-CUO-IDX) TO YTD-ID-EMPLEADO.

           READ COMISION-YTD.

           EVALUATE TRUE
           WHEN FS-COMISION-YTD-OK
                MOVE YTD-NOMBRE TO WS-TAB-CUO-NOMBRE(WS-CUO-IDX)
                MOVE YTD-CATEGORIA TO WS-TAB-CUO-CATEGORIA(WS-CUO-IDX)
                MOVE YTD-IMPORTE TO WS-TAB-CUO-ACUMULADO(WS-CUO-IDX)
           WHEN FS-COMISION-YTD-NOREG
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
           END-EVALUATE.

       1148-INICIAR-AVANCE-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Ajustes aprobados pendientes de imputar. El archivo se
      *    vacia al cierre de una corrida operativa que los imputo.
       1144-CARGAR-AJUSTES.

           OPEN INPUT AJUSTES-APROBADOS.

           EVALUATE FS-AJUSTES-APROBADOS
           WHEN '00'
                PERFORM 1149-LEER-AJUSTE
                   THRU 1149-LEER-AJUSTE-FIN
                   UNTIL FS-AJUSTES-APROBADOS-EOF
                CLOSE AJUSTES-APROBADOS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AJUSTES APROBADOS'
                DISPLAY 'FILE STATUS: ' FS-AJUSTES-APROBADOS
           END-EVALUATE.

       1144-CARGAR-AJUSTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1149-LEER-AJUSTE.

           READ AJUSTES-APROBADOS.

           EVALUATE TRUE
           WHEN FS-AJUSTES-APROBADOS-OK
                IF WS-TAB-AJU-CANT >= WS-MAX-AJUSTES
                   MOVE 'AJUSTES' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-AJU-CANT
                MOVE AJAP-FECHA-APROB
                   TO WS-TAB-AJU-FECHA(WS-TAB-AJU-CANT)
                MOVE AJAP-ID-EMPLEADO
                   TO WS-TAB-AJU-ID(WS-TAB-AJU-CANT)
                MOVE AJAP-MOTIVO
                   TO WS-TAB-AJU-MOTIVO(WS-TAB-AJU-CANT)
                MOVE AJAP-REFERENCIA
                   TO WS-TAB-AJU-REFERENCIA(WS-TAB-AJU-CANT)
                MOVE AJAP-OPERADOR
                   TO WS-TAB-AJU-OPERADOR(WS-TAB-AJU-CANT)
                MOVE AJAP-APROBADOR
                   TO WS-TAB-AJU-APROBADOR(WS-TAB-AJU-CANT)
                MOVE SPACES TO WS-TAB-AJU-NOMBRE(WS-TAB-AJU-CANT)
                MOVE SPACES TO WS-TAB-AJU-CATEGORIA(WS-TAB-AJU-CANT)
                IF AJAP-IMPORTE IS NUMERIC
                   MOVE AJAP-IMPORTE
                      TO WS-TAB-AJU-IMPORTE(WS-TAB-AJU-CANT)
                   MOVE 'V' TO WS-TAB-AJU-ESTADO(WS-TAB-AJU-CANT)
                ELSE
                   MOVE ZEROES TO WS-TAB-AJU-IMPORTE(WS-TAB-AJU-CANT)
                   MOVE 'X' TO WS-TAB-AJU-ESTADO(WS-TAB-AJU-CANT)
                END-IF
           WHEN FS-AJUSTES-APROBADOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE AJUSTES APROBADOS'
                DISPLAY 'FILE STATUS: ' FS-AJUSTES-APROBADOS
                MOVE '10' TO FS-AJUSTES-APROBADOS
           END-EVALUATE.

       1149-LEER-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-TASAS.

           OPEN INPUT TASAS.

           EVALUATE FS-TASAS
           WHEN '00'
                PERFORM 1160-LEER-TASA
                   THRU 1160-LEER-TASA-FIN
                   UNTIL FS-TASAS-EOF
                CLOSE TASAS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE TASAS'
                DISPLAY 'SE APLICARA EL PORCENTAJE POR DEFECTO'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TASAS'
                DISPLAY 'FILE STATUS: ' FS-TASAS
           END-EVALUATE.

       1150-CARGAR-TASAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1151-CARGAR-CAMBIOS.

           OPEN INPUT CAMBIOS.

           EVALUATE FS-CAMBIOS
           WHEN '00'
                PERFORM 1161-LEER-CAMBIO
                   THRU 1161-LEER-CAMBIO-FIN
                   UNTIL FS-CAMBIOS-EOF
                CLOSE CAMBIOS
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE CAMBIOS'
                DISPLAY 'SOLO SE ACEPTARAN IMPORTES EN MONEDA LOCAL'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMBIOS'
                DISPLAY 'FILE STATUS: ' FS-CAMBIOS
           END-EVALUATE.

       1151-CARGAR-CAMBIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1161-LEER-CAMBIO.

           READ CAMBIOS.

           EVALUATE TRUE
           WHEN FS-CAMBIOS-OK
                IF WS-TAB-CAMBIO-CANT >= WS-MAX-CAMBIOS
                   MOVE 'CAMBIOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-CAMBIO-CANT
                MOVE CAMBIOS-MONEDA
                   TO WS-TAB-CAMBIO-MONEDA(WS-TAB-CAMBIO-CANT)
                MOVE CAMBIOS-COTIZACION
                   TO WS-TAB-CAMBIO-COTIZ(WS-TAB-CAMBIO-CANT)
           WHEN FS-CAMBIOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE CAMBIOS'
                DISPLAY 'FILE STATUS: ' FS-CAMBIOS
           END-EVALUATE.

       1161-LEER-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La sola presencia de TASAS-PROPUESTAS.TXT activa el modo
      *    simulacion: se calcula la comision con ambas tablas y los
      *    archivos operativos (checkpoint, saldos, liquidacion) no se
      *    reescriben en esa corrida.
       1152-CARGAR-TASAS-PROPUESTAS.

           OPEN INPUT TASAS-PROPUESTAS.

           EVALUATE FS-TASAS-PROPUESTAS
           WHEN '00'
                SET WS-SIMULACION-ACTIVA-YES TO TRUE
                DISPLAY 'MODO SIMULACION ACTIVO: LOS ARCHIVOS '
                   'OPERATIVOS NO SE ACTUALIZAN'
                PERFORM 1153-LEER-TASA-PROPUESTA
                   THRU 1153-LEER-TASA-PROPUESTA-FIN
                   UNTIL FS-TASAS-PROPUESTAS-EOF
                CLOSE TASAS-PROPUESTAS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TASAS PROPUESTAS'
                DISPLAY 'FILE STATUS: ' FS-TASAS-PROPUESTAS
           END-EVALUATE.

       1152-CARGAR-TASAS-PROPUESTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1153-LEER-TASA-PROPUESTA.

           READ TASAS-PROPUESTAS.

           EVALUATE TRUE
           WHEN FS-TASAS-PROPUESTAS-OK
                IF WS-TAB-TASA-PROP-CANT >= WS-MAX-TASAS
                   MOVE 'TASAS PROPUESTAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-TASA-PROP-CANT
                MOVE TASPRO-CATEGORIA
                   TO WS-TAB-TASA-PROP-CATEG(WS-TAB-TASA-PROP-CANT)
                MOVE TASPRO-PORCENTAJE
                   TO WS-TAB-TASA-PROP-PORC(WS-TAB-TASA-PROP-CANT)
           WHEN FS-TASAS-PROPUESTAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE TASAS PROPUESTAS'
                DISPLAY 'FILE STATUS: ' FS-TASAS-PROPUESTAS
           END-EVALUATE.

       1153-LEER-TASA-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1156-CARGAR-SALDOS-ANTERIOR.

           OPEN INPUT SALDOS-ANTERIOR.

           EVALUATE FS-SALDOS-ANTERIOR
           WHEN '00'
       1171-LEER-PAGADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1162-CARGAR-ENVIADAS.

           OPEN INPUT ENVIADAS.

           EVALUATE FS-ENVIADAS
           WHEN '00'
                SET WS-ENV-CARGA-OK TO TRUE
                PERFORM 1169-LEER-ENVIADA
                   THRU 1169-LEER-ENVIADA-FIN
                   UNTIL FS-ENVIADAS-EOF
                CLOSE ENVIADAS
           WHEN '35'
                SET WS-ENV-CARGA-OK TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL REGISTRO DE ENVIADAS'
                DISPLAY 'FILE STATUS: ' FS-ENVIADAS
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1162-CARGAR-ENVIADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1169-LEER-ENVIADA.

           READ ENVIADAS.

           EVALUATE TRUE
           WHEN FS-ENVIADAS-OK
                IF WS-TAB-ENV-CANT >= WS-MAX-ENVIADAS
                   MOVE 'ENVIADAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-ENV-CANT
                MOVE ENV-PERIODO
                   TO WS-TAB-ENV-PERIODO(WS-TAB-ENV-CANT)
                MOVE ENV-ID-EMPLEADO
                   TO WS-TAB-ENV-ID(WS-TAB-ENV-CANT)
                MOVE ENV-COMISION
                   TO WS-TAB-ENV-COMISION(WS-TAB-ENV-CANT)
                MOVE ENV-ESTADO
                   TO WS-TAB-ENV-ESTADO(WS-TAB-ENV-CANT)
                MOVE ENV-FECHA-ENVIO
                   TO WS-TAB-ENV-FECHA-ENVIO(WS-TAB-ENV-CANT)
                MOVE ENV-FECHA-RESPUESTA
                   TO WS-TAB-ENV-FECHA-RESP(WS-TAB-ENV-CANT)
                MOVE ENV-RECHAZOS
                   TO WS-TAB-ENV-RECHAZOS(WS-TAB-ENV-CANT)
                MOVE ENV-MOTIVO
                   TO WS-TAB-ENV-MOTIVO(WS-TAB-ENV-CANT)
                MOVE 'N' TO WS-TAB-ENV-NUEVA-PAG(WS-TAB-ENV-CANT)
                IF ENV-TIPO-LINEA = SPACE
                   MOVE 'D' TO WS-TAB-ENV-TIPO(WS-TAB-ENV-CANT)
                ELSE
                   MOVE ENV-TIPO-LINEA
                      TO WS-TAB-ENV-TIPO(WS-TAB-ENV-CANT)
                END-IF
           WHEN FS-ENVIADAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL REGISTRO DE ENVIADAS'
                DISPLAY 'FILE STATUS: ' FS-ENVIADAS
                SET WS-ENV-CARGA-FALLIDA TO TRUE
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
                MOVE '10' TO FS-ENVIADAS
           END-EVALUATE.

       1169-LEER-ENVIADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Respuesta de nomina: una linea por envio, P pagada o R
      *    rechazada. Se aplica antes de procesar movimientos para que
      *    la deteccion de clawbacks ya vea lo confirmado como pagado.
       1164-APLICAR-CONFIRMACIONES.

           INITIALIZE WS-CONF-CONTADORES.

           OPEN INPUT CONFIRMACION.

           EVALUATE FS-CONFIRMACION
           WHEN '00'
                SET WS-CONF-ACTIVA-YES TO TRUE
                PERFORM 1180-LEER-CONFIRMACION
                   THRU 1180-LEER-CONFIRMACION-FIN
                   UNTIL FS-CONFIRMACION-EOF
                CLOSE CONFIRMACION
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA CONFIRMACION DE NOMINA'
                DISPLAY 'FILE STATUS: ' FS-CONFIRMACION
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           IF WS-CONF-ACTIVA-YES
              DISPLAY 'CONFIRMACIONES DE NOMINA LEIDAS: '
                 WS-CONF-LEIDAS ' PAGADAS: ' WS-CONF-PAGADAS
                 ' RECHAZADAS: ' WS-CONF-RECHAZADAS
                 ' SIN ENVIO: ' WS-CONF-SIN-ENVIO
           END-IF.

       1164-APLICAR-CONFIRMACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1180-LEER-CONFIRMACION.

           READ CONFIRMACION.

           EVALUATE TRUE
           WHEN FS-CONFIRMACION-OK
                ADD 1 TO WS-CONF-LEIDAS
                PERFORM 1194-APLICAR-CONFIRMACION
                   THRU 1194-APLICAR-CONFIRMACION-FIN
           WHEN FS-CONFIRMACION-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LA CONFIRMACION DE NOMINA'
                DISPLAY 'FILE STATUS: ' FS-CONFIRMACION
                MOVE '10' TO FS-CONFIRMACION
           END-EVALUATE.

       1180-LEER-CONFIRMACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La respuesta se aparea con el envio abierto del mismo legajo
      *    y periodo: primero con el de igual importe, porque un legajo
      *    puede tener varias lineas enviadas en el periodo, y si no
      *    hay con el primero abierto. Lo devengado confirmado se suma
      *    a la tabla de pagadas en memoria; el archivo se actualiza
      *    al final de una corrida operativa.
       1194-APLICAR-CONFIRMACION.

           SET WS-ENV-ENCONTRADA-NO TO TRUE.

           IF CONF-COMISION IS NUMERIC
              PERFORM 1199-BUSCAR-ENVIADA-IMPORTE
                 THRU 1199-BUSCAR-ENVIADA-IMPORTE-FIN
                 VARYING WS-ENV-IDX FROM 1 BY 1
                 UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT
                 OR WS-ENV-ENCONTRADA-YES
           END-IF.

           IF WS-ENV-ENCONTRADA-NO
              PERFORM 1187-BUSCAR-ENVIADA
                 THRU 1187-BUSCAR-ENVIADA-FIN
                 VARYING WS-ENV-IDX FROM 1 BY 1
                 UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT
                 OR WS-ENV-ENCONTRADA-YES
           END-IF.

           IF WS-ENV-ENCONTRADA-NO
              ADD 1 TO WS-CONF-SIN-ENVIO
              DISPLAY 'CONFIRMACION SIN ENVIO PENDIENTE - LEGAJO: '
                 CONF-ID-EMPLEADO ' PERIODO: ' CONF-PERIODO
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1194-APLICAR-CONFIRMACION-FIN
           END-IF.

           SUBTRACT 1 FROM WS-ENV-IDX.

           EVALUATE TRUE
           WHEN CONF-PAGADA
                IF CONF-COMISION IS NUMERIC
                AND CONF-COMISION NOT = WS-TAB-ENV-COMISION(WS-ENV-IDX)
                   DISPLAY 'IMPORTE CONFIRMADO DISTINTO DEL ENVIADO - '
                      'LEGAJO: ' CONF-ID-EMPLEADO
                      ' PERIODO: ' CONF-PERIODO
                   MOVE 4 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
                ADD 1 TO WS-CONF-PAGADAS
                MOVE 'C' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX)
                MOVE WS-FECHA-CORRIDA
                   TO WS-TAB-ENV-FECHA-RESP(WS-ENV-IDX)
                MOVE SPACES TO WS-TAB-ENV-MOTIVO(WS-ENV-IDX)
                SET WS-PAGADA-ENCONTRADA-NO TO TRUE
                PERFORM 1191-BUSCAR-PAGADA-ENV
                   THRU 1191-BUSCAR-PAGADA-ENV-FIN
                   VARYING WS-PAG-IDX FROM 1 BY 1
                   UNTIL WS-PAG-IDX > WS-TAB-PAG-CANT
                   OR WS-PAGADA-ENCONTRADA-YES
                IF WS-PAGADA-ENCONTRADA-NO
                   AND WS-TAB-ENV-DEVENGADA(WS-ENV-IDX)
                   IF WS-TAB-PAG-CANT >= WS-MAX-PAGADAS
                      MOVE 'PAGADAS' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-PAG-CANT
                   MOVE WS-TAB-ENV-ID(WS-ENV-IDX)
                      TO WS-TAB-PAG-ID(WS-TAB-PAG-CANT)
                   MOVE WS-TAB-ENV-PERIODO(WS-ENV-IDX)
                      TO WS-TAB-PAG-PERIODO(WS-TAB-PAG-CANT)
                   MOVE WS-TAB-ENV-COMISION(WS-ENV-IDX)
                      TO WS-TAB-PAG-COMISION(WS-TAB-PAG-CANT)
                   MOVE 'Y' TO WS-TAB-ENV-NUEVA-PAG(WS-ENV-IDX)
                END-IF
           WHEN CONF-RECHAZADA
                ADD 1 TO WS-CONF-RECHAZADAS
                MOVE 'R' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX)
                MOVE WS-FECHA-CORRIDA
                   TO WS-TAB-ENV-FECHA-RESP(WS-ENV-IDX)
                MOVE CONF-MOTIVO TO WS-TAB-ENV-MOTIVO(WS-ENV-IDX)
                IF WS-TAB-ENV-RECHAZOS(WS-ENV-IDX) < 99
                   ADD 1 TO WS-TAB-ENV-RECHAZOS(WS-ENV-IDX)
                END-IF
           WHEN OTHER
                DISPLAY 'CONFIRMACION CON RESULTADO INVALIDO - LEGAJO: '
                   CONF-ID-EMPLEADO ' PERIODO: ' CONF-PERIODO
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1194-APLICAR-CONFIRMACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1187-BUSCAR-ENVIADA.

           IF WS-TAB-ENV-ID(WS-ENV-IDX) = CONF-ID-EMPLEADO
              AND WS-TAB-ENV-PERIODO(WS-ENV-IDX) = CONF-PERIODO
              AND WS-TAB-ENV-SIN-RESPUESTA(WS-ENV-IDX)
              SET WS-ENV-ENCONTRADA-YES TO TRUE
           END-IF.

       1187-BUSCAR-ENVIADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1199-BUSCAR-ENVIADA-IMPORTE.

           IF WS-TAB-ENV-ID(WS-ENV-IDX) = CONF-ID-EMPLEADO
              AND WS-TAB-ENV-PERIODO(WS-ENV-IDX) = CONF-PERIODO
              AND WS-TAB-ENV-SIN-RESPUESTA(WS-ENV-IDX)
              AND WS-TAB-ENV-COMISION(WS-ENV-IDX) = CONF-COMISION
              SET WS-ENV-ENCONTRADA-YES TO TRUE
           END-IF.

       1199-BUSCAR-ENVIADA-IMPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1191-BUSCAR-PAGADA-ENV.

           IF WS-TAB-ENV-ID(WS-ENV-IDX) = WS-TAB-PAG-ID(WS-PAG-IDX)
              AND WS-TAB-ENV-PERIODO(WS-ENV-IDX) =
                 WS-TAB-PAG-PERIODO(WS-PAG-IDX)
              SET WS-PAGADA-ENCONTRADA-YES TO TRUE
           END-IF.

       1191-BUSCAR-PAGADA-ENV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1167-CARGAR-CLAWBACKS.

           OPEN INPUT CLAWBACKS.

           EVALUATE FS-CLAWBACKS
           WHEN '00'
                PERFORM 1172-LEER-CLAWBACK
                   THRU 1172-LEER-CLAWBACK-FIN
                   UNTIL FS-CLAWBACKS-EOF
                CLOSE CLAWBACKS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL REGISTRO DE CLAWBACKS'
                DISPLAY 'FILE STATUS: ' FS-CLAWBACKS
           END-EVALUATE.

       1167-CARGAR-CLAWBACKS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1172-LEER-CLAWBACK.

           READ CLAWBACKS.

           EVALUATE TRUE
           WHEN FS-CLAWBACKS-OK
                IF WS-TAB-CLAW-CANT >= WS-MAX-CLAWBACKS
                   MOVE 'CLAWBACKS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-CLAW-CANT
                MOVE 'N' TO WS-TAB-CLAW-NUEVO(WS-TAB-CLAW-CANT)
                MOVE CLAW-FECHA-GEN
                   TO WS-TAB-CLAW-FECHA-GEN(WS-TAB-CLAW-CANT)
                MOVE CLAW-ID-EMPLEADO
                   TO WS-TAB-CLAW-ID(WS-TAB-CLAW-CANT)
                MOVE CLAW-PERIODO
                   TO WS-TAB-CLAW-PERIODO(WS-TAB-CLAW-CANT)
                MOVE CLAW-IMPORTE
                   TO WS-TAB-CLAW-IMPORTE(WS-TAB-CLAW-CANT)
                MOVE CLAW-COMISION
                   TO WS-TAB-CLAW-COMISION(WS-TAB-CLAW-CANT)
           WHEN FS-CLAWBACKS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL REGISTRO DE CLAWBACKS'
                DISPLAY 'FILE STATUS: ' FS-CLAWBACKS
           END-EVALUATE.

       1172-LEER-CLAWBACK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1168-CARGAR-CUENTAS.

           OPEN INPUT CUENTAS.

           EVALUATE FS-CUENTAS
           WHEN '00'
                SET WS-CUENTAS-CARGADAS-YES TO TRUE
                PERFORM 1179-LEER-CUENTA
                   THRU 1179-LEER-CUENTA-FIN
                   UNTIL FS-CUENTAS-EOF
                CLOSE CUENTAS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL MAPEO DE CUENTAS'
                DISPLAY 'FILE STATUS: ' FS-CUENTAS
           END-EVALUATE.

       1168-CARGAR-CUENTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1179-LEER-CUENTA.

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
           END-EVALUATE.

       1179-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1154-CARGAR-RETENCIONES.

           OPEN INPUT RETENCIONES.

           EVALUATE FS-RETENCIONES
           WHEN '00'
                PERFORM 1196-LEER-RETENCION
                   THRU 1196-LEER-RETENCION-FIN
                   UNTIL FS-RETENCIONES-EOF
                CLOSE RETENCIONES
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LA TABLA DE RETENCIONES'
                DISPLAY 'FILE STATUS: ' FS-RETENCIONES
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1154-CARGAR-RETENCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1196-LEER-RETENCION.

           READ RETENCIONES.

           EVALUATE TRUE
           WHEN FS-RETENCIONES-OK
                IF WS-TAB-RET-CANT >= WS-MAX-RETENCIONES
                   MOVE 'RETENCIONES' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-RET-CANT
                MOVE RET-CONDICION
                   TO WS-TAB-RET-CONDICION(WS-TAB-RET-CANT)
                MOVE RET-DESDE TO WS-TAB-RET-DESDE(WS-TAB-RET-CANT)
                MOVE RET-HASTA TO WS-TAB-RET-HASTA(WS-TAB-RET-CANT)
                MOVE RET-FIJO TO WS-TAB-RET-FIJO(WS-TAB-RET-CANT)
                MOVE RET-PORCENTAJE
                   TO WS-TAB-RET-PORCENTAJE(WS-TAB-RET-CANT)
           WHEN FS-RETENCIONES-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LA TABLA DE RETENCIONES'
                DISPLAY 'FILE STATUS: ' FS-RETENCIONES
                MOVE '10' TO FS-RETENCIONES
           END-EVALUATE.

       1196-LEER-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1197-CARGAR-ANTICIPOS.

           OPEN INPUT ANTICIPOS.

           EVALUATE FS-ANTICIPOS
           WHEN '00'
                PERFORM 1198-LEER-ANTICIPO
                   THRU 1198-LEER-ANTICIPO-FIN
                   UNTIL FS-ANTICIPOS-EOF
                CLOSE ANTICIPOS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LAS CUENTAS DE ANTICIPOS'
                DISPLAY 'FILE STATUS: ' FS-ANTICIPOS
                SET WS-ANT-MAESTRO-INVALIDO TO TRUE
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1197-CARGAR-ANTICIPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un registro ilegible invalida todo el maestro: no se liquida
      *    ningun anticipo ni se regraba el archivo, para no perder la
      *    cuenta de nadie hasta que se corrija.
       1198-LEER-ANTICIPO.

           READ ANTICIPOS.

           EVALUATE TRUE
           WHEN FS-ANTICIPOS-OK
                IF ANT-ID-EMPLEADO IS NOT NUMERIC
                OR ANT-IMPORTE-MENSUAL IS NOT NUMERIC
                OR ANT-PORC-RECUPERO IS NOT NUMERIC
                OR ANT-SALDO IS NOT NUMERIC
                   DISPLAY 'CUENTA DE ANTICIPO INVALIDA: ' ANT-REGISTRO
                   SET WS-ANT-MAESTRO-INVALIDO TO TRUE
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                   GO TO 1198-LEER-ANTICIPO-FIN
                END-IF
                IF WS-TAB-ANT-CANT >= WS-MAX-ANTICIPOS
                   MOVE 'ANTICIPOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-ANT-CANT
                MOVE ANT-ID-EMPLEADO TO WS-TAB-ANT-ID(WS-TAB-ANT-CANT)
                MOVE ANT-IMPORTE-MENSUAL
                   TO WS-TAB-ANT-MENSUAL(WS-TAB-ANT-CANT)
                MOVE ANT-PORC-RECUPERO
                   TO WS-TAB-ANT-PORC(WS-TAB-ANT-CANT)
                MOVE ANT-SALDO TO WS-TAB-ANT-SALDO(WS-TAB-ANT-CANT)
                MOVE ANT-PERIODO-APLICADO
                   TO WS-TAB-ANT-PERIODO(WS-TAB-ANT-CANT)
                IF ANT-SALDO-APERTURA IS NUMERIC
                   MOVE ANT-SALDO-APERTURA
                      TO WS-TAB-ANT-APERTURA(WS-TAB-ANT-CANT)
                ELSE
                   MOVE ANT-SALDO
                      TO WS-TAB-ANT-APERTURA(WS-TAB-ANT-CANT)
                END-IF
                MOVE ZEROES TO WS-TAB-ANT-GANADO(WS-TAB-ANT-CANT)
                MOVE ZEROES TO WS-TAB-ANT-ADELANTO(WS-TAB-ANT-CANT)
                MOVE ZEROES TO WS-TAB-ANT-RECUPERO(WS-TAB-ANT-CANT)
                MOVE 'N' TO WS-TAB-ANT-BAJA(WS-TAB-ANT-CANT)
           WHEN FS-ANTICIPOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LAS CUENTAS DE ANTICIPOS'
                DISPLAY 'FILE STATUS: ' FS-ANTICIPOS
                SET WS-ANT-MAESTRO-INVALIDO TO TRUE
                MOVE '10' TO FS-ANTICIPOS
           END-EVALUATE.

       1198-LEER-ANTICIPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1142-CARGAR-JERARQUIA.

           OPEN INPUT JERARQUIA.

           EVALUATE FS-JERARQUIA
           WHEN '00'
                PERFORM 1143-LEER-JERARQUIA
                   THRU 1143-LEER-JERARQUIA-FIN
                   UNTIL FS-JERARQUIA-EOF
                CLOSE JERARQUIA
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LAS LINEAS DE REPORTE'
                DISPLAY 'FILE STATUS: ' FS-JERARQUIA
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1142-CARGAR-JERARQUIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La linea ilegible o que se reporta a si misma no entra a la
      *    tabla: ese tramo de la cadena no cobra hasta corregirla.
       1143-LEER-JERARQUIA.

           READ JERARQUIA.

           EVALUATE TRUE
           WHEN FS-JERARQUIA-OK
                IF JER-ID-EMPLEADO IS NOT NUMERIC
                OR JER-ID-GERENTE IS NOT NUMERIC
                OR JER-PORC-SOBRECOM IS NOT NUMERIC
                OR JER-ID-EMPLEADO = JER-ID-GERENTE
                   DISPLAY 'LINEA DE REPORTE INVALIDA: ' JER-REGISTRO
                   MOVE 4 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                   GO TO 1143-LEER-JERARQUIA-FIN
                END-IF
                IF WS-TAB-JER-CANT >= WS-MAX-JERARQUIA
                   MOVE 'JERARQUIA' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-JER-CANT
                MOVE JER-ID-EMPLEADO TO WS-TAB-JER-ID(WS-TAB-JER-CANT)
                MOVE JER-ID-GERENTE
                   TO WS-TAB-JER-GERENTE(WS-TAB-JER-CANT)
                MOVE JER-PORC-SOBRECOM
                   TO WS-TAB-JER-PORC(WS-TAB-JER-CANT)
                MOVE JER-VIG-DESDE TO WS-TAB-JER-DESDE(WS-TAB-JER-CANT)
                MOVE JER-VIG-HASTA TO WS-TAB-JER-HASTA(WS-TAB-JER-CANT)
           WHEN FS-JERARQUIA-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER LAS LINEAS DE REPORTE'
                DISPLAY 'FILE STATUS: ' FS-JERARQUIA
                MOVE '10' TO FS-JERARQUIA
           END-EVALUATE.

       1143-LEER-JERARQUIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin archivo de reglas no se puntua nada. Con archivo, solo
      *    corren las reglas marcadas activas.
       1136-CARGAR-REGLAS-AUD.

           OPEN INPUT REGLAS-AUDITORIA.

           EVALUATE FS-REGLAS-AUDITORIA
           WHEN '00'
                PERFORM 1137-LEER-REGLA-AUD
                   THRU 1137-LEER-REGLA-AUD-FIN
                   UNTIL FS-REGLAS-AUDITORIA-EOF
                CLOSE REGLAS-AUDITORIA
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR LAS REGLAS DE AUDITORIA'
                DISPLAY 'FILE STATUS: ' FS-REGLAS-AUDITORIA
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1136-CARGAR-REGLAS-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1137-LEER-REGLA-AUD.

           READ REGLAS-AUDITORIA.

           IF FS-REGLAS-AUDITORIA-EOF
              GO TO 1137-LEER-REGLA-AUD-FIN
           END-IF.

           IF NOT FS-REGLAS-AUDITORIA-OK
              DISPLAY 'ERROR AL LEER LAS REGLAS DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-REGLAS-AUDITORIA
              MOVE '10' TO FS-REGLAS-AUDITORIA
              GO TO 1137-LEER-REGLA-AUD-FIN
           END-IF.

           IF RAU-PARAM-1 IS NOT NUMERIC
           OR RAU-PARAM-2 IS NOT NUMERIC
           OR RAU-PUNTAJE IS NOT NUMERIC
              DISPLAY 'REGLA DE AUDITORIA INVALIDA: ' RAU-REGISTRO
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1137-LEER-REGLA-AUD-FIN
           END-IF.

           IF RAU-ACTIVA NOT = 'S'
              GO TO 1137-LEER-REGLA-AUD-FIN
           END-IF.

           SET WS-AUD-ACTIVA-YES TO TRUE.

           EVALUATE RAU-CODIGO
           WHEN 'UMBR'
                MOVE RAU-PUNTAJE TO WS-AUD-UMBRAL
           WHEN 'HIST'
                MOVE 'Y' TO WS-AUD-HIST-ACTIVA
                MOVE RAU-PARAM-1 TO WS-AUD-HIST-FACTOR
                MOVE RAU-PUNTAJE TO WS-AUD-HIST-PUNTAJE
           WHEN 'REDO'
                MOVE 'Y' TO WS-AUD-REDO-ACTIVA
                MOVE RAU-PARAM-1 TO WS-AUD-REDO-MULTIPLO
                MOVE RAU-PARAM-2 TO WS-AUD-REDO-CANTIDAD
                MOVE RAU-PUNTAJE TO WS-AUD-REDO-PUNTAJE
           WHEN 'DEVO'
                MOVE 'Y' TO WS-AUD-DEVO-ACTIVA
                MOVE RAU-PARAM-2 TO WS-AUD-DEVO-DIAS
                MOVE RAU-PUNTAJE TO WS-AUD-DEVO-PUNTAJE
           WHEN 'FEST'
                MOVE 'Y' TO WS-AUD-FEST-ACTIVA
                MOVE RAU-PUNTAJE TO WS-AUD-FEST-PUNTAJE
           WHEN 'SPLT'
                MOVE 'Y' TO WS-AUD-SPLT-ACTIVA
                MOVE RAU-PARAM-1 TO WS-AUD-SPLT-PORC
                MOVE RAU-PUNTAJE TO WS-AUD-SPLT-PUNTAJE
           WHEN OTHER
                DISPLAY 'REGLA DE AUDITORIA DESCONOCIDA: ' RAU-CODIGO
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

      *    Una regla redonda con multiplo cero no tiene sentido: se
      *    apaga en lugar de dividir por cero.
           IF WS-AUD-REDO-ACTIVA-YES
              AND WS-AUD-REDO-MULTIPLO = ZEROES
              MOVE 'N' TO WS-AUD-REDO-ACTIVA
              DISPLAY 'REGLA REDO SIN MULTIPLO - NO SE APLICA'
           END-IF.

       1137-LEER-REGLA-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1138-CARGAR-FERIADOS.

           OPEN INPUT FERIADOS.

           EVALUATE FS-FERIADOS
           WHEN '00'
                PERFORM 1139-LEER-FERIADO
                   THRU 1139-LEER-FERIADO-FIN
                   UNTIL FS-FERIADOS-EOF
                CLOSE FERIADOS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FERIADOS'
                DISPLAY 'FILE STATUS: ' FS-FERIADOS
           END-EVALUATE.

       1138-CARGAR-FERIADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1139-LEER-FERIADO.

           READ FERIADOS.

           EVALUATE TRUE
           WHEN FS-FERIADOS-OK
                IF WS-TAB-FER-CANT >= WS-MAX-FERIADOS
                   MOVE 'FERIADOS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-FER-CANT
                MOVE FER-FECHA TO WS-TAB-FER-FECHA(WS-TAB-FER-CANT)
           WHEN FS-FERIADOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE FERIADOS'
                DISPLAY 'FILE STATUS: ' FS-FERIADOS
                MOVE '10' TO FS-FERIADOS
           END-EVALUATE.

       1139-LEER-FERIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1181-CARGAR-PROCESADOS.

           OPEN INPUT PROCESADOS.

           EVALUATE FS-PROCESADOS
           WHEN '00'
                PERFORM 1182-LEER-PROCESADO
                   THRU 1182-LEER-PROCESADO-FIN
                   UNTIL FS-PROCESADOS-EOF
                CLOSE PROCESADOS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL REGISTRO DE EXTRACTOS'
                DISPLAY 'FILE STATUS: ' FS-PROCESADOS
           END-EVALUATE.

       1181-CARGAR-PROCESADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1182-LEER-PROCESADO.

           READ PROCESADOS.

           EVALUATE TRUE
           WHEN FS-PROCESADOS-OK
                IF WS-TAB-PROC-CANT >= WS-MAX-PROCESADOS
                   MOVE 'EXTRACTOS PROC' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-PROC-CANT
                MOVE PROC-ORIGEN
                   TO WS-TAB-PROC-ORIGEN(WS-TAB-PROC-CANT)
                MOVE PROC-CAB-FECHA
                   TO WS-TAB-PROC-FECHA(WS-TAB-PROC-CANT)
                MOVE PROC-CAB-LAYOUT
                   TO WS-TAB-PROC-LAYOUT(WS-TAB-PROC-CANT)
                MOVE PROC-CAB-VERSION
                   TO WS-TAB-PROC-VERSION(WS-TAB-PROC-CANT)
           WHEN FS-PROCESADOS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL REGISTRO DE EXTRACTOS'
                DISPLAY 'FILE STATUS: ' FS-PROCESADOS
           END-EVALUATE.

       1182-LEER-PROCESADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un extracto cuya cabecera ya figura en el registro se
      *    rechaza con codigo propio, salvo reproceso autorizado.
       1183-VERIFICAR-REPETIDO.

           SET WS-PROC-ENCONTRADO-NO TO TRUE.

           IF WS-REPROCESO-AUTORIZADO-YES
              GO TO 1183-VERIFICAR-REPETIDO-FIN
           END-IF.

           PERFORM 1184-COMPARAR-PROCESADO
              THRU 1184-COMPARAR-PROCESADO-FIN
              VARYING WS-PROC-IDX FROM 1 BY 1
              UNTIL WS-PROC-IDX > WS-TAB-PROC-CANT
              OR WS-PROC-ENCONTRADO-YES.

           IF WS-PROC-ENCONTRADO-YES
              DISPLAY 'EXTRACTO ' WS-PROC-EVAL-ORIGEN
                 ' YA PROCESADO (CABECERA ' WS-PROC-EVAL-FECHA
                 ') - CORRIDA RECHAZADA'
              SET WS-CABECERA-INVALIDA-YES TO TRUE
              MOVE 10 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1183-VERIFICAR-REPETIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1184-COMPARAR-PROCESADO.

           IF WS-PROC-EVAL-ORIGEN = WS-TAB-PROC-ORIGEN(WS-PROC-IDX)
              AND WS-PROC-EVAL-FECHA = WS-TAB-PROC-FECHA(WS-PROC-IDX)
              AND WS-PROC-EVAL-LAYOUT =
                 WS-TAB-PROC-LAYOUT(WS-PROC-IDX)
              AND WS-PROC-EVAL-VERSION =
                 WS-TAB-PROC-VERSION(WS-PROC-IDX)
              SET WS-PROC-ENCONTRADO-YES TO TRUE
           END-IF.

       1184-COMPARAR-PROCESADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1185-CARGAR-DISTRIBUCION.

           OPEN INPUT DISTRIBUCION.

           EVALUATE FS-DISTRIBUCION
           WHEN '00'
                SET WS-DIS-ACTIVA-YES TO TRUE
                PERFORM 1186-LEER-DISTRIBUCION
                   THRU 1186-LEER-DISTRIBUCION-FIN
                   UNTIL FS-DISTRIBUCION-EOF
                CLOSE DISTRIBUCION
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DISTRIBUCION'
                DISPLAY 'FILE STATUS: ' FS-DISTRIBUCION
           END-EVALUATE.

       1185-CARGAR-DISTRIBUCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1186-LEER-DISTRIBUCION.

           READ DISTRIBUCION.

           EVALUATE TRUE
           WHEN FS-DISTRIBUCION-OK
                IF WS-TAB-DIS-CANT >= WS-MAX-DISTRIBUCION
                   MOVE 'DISTRIBUCION' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-DIS-CANT
                MOVE DIST-CATEGORIA
                   TO WS-TAB-DIS-CATEGORIA(WS-TAB-DIS-CANT)
                MOVE DIST-DESTINATARIO
                   TO WS-TAB-DIS-DESTINO(WS-TAB-DIS-CANT)
           WHEN FS-DISTRIBUCION-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE DISTRIBUCION'
                DISPLAY 'FILE STATUS: ' FS-DISTRIBUCION
           END-EVALUATE.

       1186-LEER-DISTRIBUCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Prepara la generacion de la corrida: lee el catalogo de
      *    salidas, toma la proxima secuencia del dia, resuelve el
      *    saldo anterior mas reciente como entrada y arma los nombres
      *    estampados de todas las salidas de esta corrida.
       1188-PREPARAR-GENERACION.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
           WHEN '00'
                PERFORM 1192-LEER-CATALOGO
                   THRU 1192-LEER-CATALOGO-FIN
                   UNTIL FS-CATALOGO-EOF
                CLOSE CATALOGO
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
           END-EVALUATE.

           MOVE 1 TO WS-GEN-SECUENCIA.
           MOVE 0 TO WS-SALDOS-MEJOR-FECHA.
           MOVE 0 TO WS-SALDOS-MEJOR-SEQ.
           MOVE '../SALDOS-ANTERIOR.TXT' TO WS-NOM-SALDOS.

           PERFORM 1193-EVALUAR-CATALOGO
              THRU 1193-EVALUAR-CATALOGO-FIN
              VARYING WS-CATAL-IDX FROM 1 BY 1
              UNTIL WS-CATAL-IDX > WS-TAB-CATAL-CANT.

           MOVE WS-FECHA-CORRIDA TO WS-GEN-SUF-FECHA.
           MOVE WS-GEN-SECUENCIA TO WS-GEN-SUF-SEQ.

           MOVE SPACES TO WS-NOM-REPORTE.
           STRING '../REPORTE-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-REPORTE.
           MOVE SPACES TO WS-NOM-ERROR.
           STRING '../ERROR-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-ERROR.
           MOVE SPACES TO WS-NOM-CSV.
           STRING '../REPORTE-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.CSV' DELIMITED BY SIZE INTO WS-NOM-CSV.
           MOVE SPACES TO WS-NOM-SALDOS-NUEVO.
           STRING '../SALDOS-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-SALDOS-NUEVO.
           MOVE SPACES TO WS-NOM-SIMULACION.
           STRING '../SIMULACION-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-SIMULACION.
           MOVE SPACES TO WS-NOM-LIQUIDACION.
           STRING '../LIQUIDACION-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-LIQUIDACION.
           MOVE SPACES TO WS-NOM-DUPLICADOS.
           STRING '../DUPLICADOS-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-DUPLICADOS.
           MOVE SPACES TO WS-NOM-EXTRACTO-EMP.
           STRING '../EXTRACTO-EMPLEADO-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-EXTRACTO-EMP.
           MOVE SPACES TO WS-NOM-CIERRE.
           STRING '../CIERRE-SNAPSHOT-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-CIERRE.
           MOVE SPACES TO WS-NOM-CIERRE-VEND.
           STRING '../CIERRE-VENDEDORES-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-CIERRE-VEND.
           MOVE SPACES TO WS-NOM-CLAW-AGING.
           STRING '../CLAWBACK-AGING-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-CLAW-AGING.
           MOVE SPACES TO WS-NOM-ASIENTO.
           STRING '../ASIENTO-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-ASIENTO.
           MOVE SPACES TO WS-NOM-CUOTAS.
           STRING '../CUOTAS-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-CUOTAS.
           MOVE SPACES TO WS-NOM-AJUSTES.
           STRING '../AJUSTES-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-AJUSTES.
           MOVE SPACES TO WS-NOM-CONC-PAGOS.
           STRING '../CONCILIACION-PAGOS-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-CONC-PAGOS.
           MOVE SPACES TO WS-NOM-ANTICIPOS.
           STRING '../ESTADO-ANTICIPOS-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-ANTICIPOS.
           MOVE SPACES TO WS-NOM-SOBRECOM.
           STRING '../SOBRECOMISIONES-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-SOBRECOM.
           MOVE SPACES TO WS-NOM-EXCEPCIONES.
           STRING '../EXCEPCIONES-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-EXCEPCIONES.
           MOVE SPACES TO WS-NOM-AUDITORIA.
           STRING '../AUDITORIA-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-AUDITORIA.
           MOVE SPACES TO WS-NOM-TRAZA.
           STRING '../TRAZA-' DELIMITED BY SIZE
              WS-GEN-SUFIJO DELIMITED BY SIZE
              '.TXT' DELIMITED BY SIZE INTO WS-NOM-TRAZA.

       1188-PREPARAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1192-LEER-CATALOGO.

           READ CATALOGO.

           EVALUATE TRUE
           WHEN FS-CATALOGO-OK
                IF WS-TAB-CATAL-CANT >= WS-MAX-CATALOGO
                   MOVE 'CATALOGO' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-CATAL-CANT
                MOVE CATAL-FECHA
                   TO WS-TAB-CATAL-FECHA(WS-TAB-CATAL-CANT)
                MOVE CATAL-SECUENCIA
                   TO WS-TAB-CATAL-SEQ(WS-TAB-CATAL-CANT)
                MOVE CATAL-TIPO
                   TO WS-TAB-CATAL-TIPO(WS-TAB-CATAL-CANT)
                MOVE CATAL-ARCHIVO
                   TO WS-TAB-CATAL-ARCHIVO(WS-TAB-CATAL-CANT)
           WHEN FS-CATALOGO-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL CATALOGO DE SALIDAS'
                DISPLAY 'FILE STATUS: ' FS-CATALOGO
           END-EVALUATE.

       1192-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Del catalogo salen dos cosas: la proxima secuencia del dia
      *    y el archivo de saldos mas reciente, que es la entrada del
      *    comparativo contra el periodo anterior.
       1193-EVALUAR-CATALOGO.

           IF WS-TAB-CATAL-FECHA(WS-CATAL-IDX) = WS-FECHA-CORRIDA
              AND WS-TAB-CATAL-SEQ(WS-CATAL-IDX) >= WS-GEN-SECUENCIA
              COMPUTE WS-GEN-SECUENCIA =
                 WS-TAB-CATAL-SEQ(WS-CATAL-IDX) + 1
           END-IF.

           IF WS-TAB-CATAL-TIPO(WS-CATAL-IDX) = 'SALDOS'
              IF WS-TAB-CATAL-FECHA(WS-CATAL-IDX)
                    > WS-SALDOS-MEJOR-FECHA
              OR (WS-TAB-CATAL-FECHA(WS-CATAL-IDX)
                    = WS-SALDOS-MEJOR-FECHA
                 AND WS-TAB-CATAL-SEQ(WS-CATAL-IDX)
                    > WS-SALDOS-MEJOR-SEQ)
                 MOVE WS-TAB-CATAL-FECHA(WS-CATAL-IDX)
                    TO WS-SALDOS-MEJOR-FECHA
                 MOVE WS-TAB-CATAL-SEQ(WS-CATAL-IDX)
                    TO WS-SALDOS-MEJOR-SEQ
                 MOVE WS-TAB-CATAL-ARCHIVO(WS-CATAL-IDX)
                    TO WS-NOM-SALDOS
              END-IF
           END-IF.

       1193-EVALUAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1189-ANOTAR-PRODUCIDA.

           IF WS-TAB-PROD-CANT >= 40
              GO TO 1189-ANOTAR-PRODUCIDA-FIN
           END-IF.

           ADD 1 TO WS-TAB-PROD-CANT.
           MOVE WS-PROD-TIPO TO WS-TAB-PROD-TIPO(WS-TAB-PROD-CANT).
           MOVE WS-PROD-NOMBRE
              TO WS-TAB-PROD-ARCHIVO(WS-TAB-PROD-CANT).

       1189-ANOTAR-PRODUCIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1173-CARGAR-SPLITS.

           OPEN INPUT SPLITS.

           EVALUATE FS-SPLITS
           WHEN '00'
                PERFORM 1174-LEER-SPLIT
                   THRU 1174-LEER-SPLIT-FIN
                   UNTIL FS-SPLITS-EOF
                CLOSE SPLITS
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SPLITS'
                DISPLAY 'FILE STATUS: ' FS-SPLITS
           END-EVALUATE.

           IF WS-CONT-SPLITS-RECHAZADOS > 0
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       1173-CARGAR-SPLITS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1174-LEER-SPLIT.

           READ SPLITS.

           EVALUATE TRUE
           WHEN FS-SPLITS-OK
                PERFORM 1175-VALIDAR-SPLIT
                   THRU 1175-VALIDAR-SPLIT-FIN
                IF WS-SPL-VALIDO-YES
                   IF WS-TAB-SPL-CANT >= WS-MAX-SPLITS
                      MOVE 'SPLITS' TO WS-TABLA-EXCEDIDA
                      PERFORM 9100-ABORTAR-CAPACIDAD
                         THRU 9100-ABORTAR-CAPACIDAD-FIN
                   END-IF
                   ADD 1 TO WS-TAB-SPL-CANT
                   MOVE SPLIT-FECHA
                      TO WS-TAB-SPL-FECHA(WS-TAB-SPL-CANT)
                   MOVE SPLIT-ID-EMPLEADO
                      TO WS-TAB-SPL-ID(WS-TAB-SPL-CANT)
                   MOVE SPLIT-CATEGORIA
                      TO WS-TAB-SPL-CATEGORIA(WS-TAB-SPL-CANT)
                   MOVE SPLIT-IMPORTE
                      TO WS-TAB-SPL-IMPORTE(WS-TAB-SPL-CANT)
                   PERFORM 1178-COPIAR-PARTICIPE
                      THRU 1178-COPIAR-PARTICIPE-FIN
                      VARYING WS-SPL-PART-IDX FROM 1 BY 1
                      UNTIL WS-SPL-PART-IDX > 4
                ELSE
                   ADD 1 TO WS-CONT-SPLITS-RECHAZADOS
                END-IF
           WHEN FS-SPLITS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE SPLITS'
                DISPLAY 'FILE STATUS: ' FS-SPLITS
           END-EVALUATE.

       1174-LEER-SPLIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un split que no suma exactamente 100 o que nombra legajos
      *    que no pasan el control del maestro se rechaza completo y
      *    la venta queda entera en el vendedor registrado.
       1175-VALIDAR-SPLIT.

           SET WS-SPL-VALIDO-YES TO TRUE.
           MOVE ZEROES TO WS-SPL-SUMA-PCT.

           PERFORM 1176-VALIDAR-PARTICIPE
              THRU 1176-VALIDAR-PARTICIPE-FIN
              VARYING WS-SPL-PART-IDX FROM 1 BY 1
              UNTIL WS-SPL-PART-IDX > 4.

           IF WS-SPL-SUMA-PCT NOT = 100,00
              SET WS-SPL-VALIDO-NO TO TRUE
              DISPLAY 'SPLIT RECHAZADO (NO SUMA 100): '
                 SPLIT-FECHA ' ' SPLIT-ID-EMPLEADO ' '
                 SPLIT-CATEGORIA
           END-IF.

       1175-VALIDAR-SPLIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1176-VALIDAR-PARTICIPE.

           IF SPLIT-PART-ID(WS-SPL-PART-IDX) = ZEROES
              GO TO 1176-VALIDAR-PARTICIPE-FIN
           END-IF.

           ADD SPLIT-PART-PCT(WS-SPL-PART-IDX) TO WS-SPL-SUMA-PCT.

           IF WS-TAB-MAE-CANT = 0
              GO TO 1176-VALIDAR-PARTICIPE-FIN
           END-IF.

           MOVE SPLIT-PART-ID(WS-SPL-PART-IDX) TO WS-SPL-PART-EVAL-ID.
           SET WS-MAE-ENCONTRADO-NO TO TRUE.

           PERFORM 1177-BUSCAR-PART-MAESTRO
              THRU 1177-BUSCAR-PART-MAESTRO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-MAE-ENCONTRADO-YES.

           IF WS-MAE-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-MAE-IDX
      *    La licencia no corta la comision: solo la baja rechaza.
              IF WS-TAB-MAE-ESTADO(WS-MAE-IDX) NOT = 'A'
              AND WS-TAB-MAE-ESTADO(WS-MAE-IDX) NOT = 'L'
                 SET WS-SPL-VALIDO-NO TO TRUE
                 DISPLAY 'SPLIT RECHAZADO (LEGAJO INACTIVO '
                    WS-SPL-PART-EVAL-ID '): ' SPLIT-FECHA ' '
                    SPLIT-ID-EMPLEADO
              END-IF
           ELSE
              SET WS-SPL-VALIDO-NO TO TRUE
              DISPLAY 'SPLIT RECHAZADO (LEGAJO INEXISTENTE '
                 WS-SPL-PART-EVAL-ID '): ' SPLIT-FECHA ' '
                 SPLIT-ID-EMPLEADO
           END-IF.

       1176-VALIDAR-PARTICIPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1177-BUSCAR-PART-MAESTRO.

           IF WS-SPL-PART-EVAL-ID = WS-TAB-MAE-ID(WS-MAE-IDX)
              SET WS-MAE-ENCONTRADO-YES TO TRUE
           END-IF.

       1177-BUSCAR-PART-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1178-COPIAR-PARTICIPE.

           MOVE SPLIT-PART-ID(WS-SPL-PART-IDX)
              TO WS-TAB-SPL-PART-ID(WS-TAB-SPL-CANT, WS-SPL-PART-IDX).
           MOVE SPLIT-PART-PCT(WS-SPL-PART-IDX)
              TO WS-TAB-SPL-PART-PCT(WS-TAB-SPL-CANT, WS-SPL-PART-IDX).

       1178-COPIAR-PARTICIPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1155-VERIFICAR-MODO-CSV.

           OPEN INPUT CSV-PARAM.

           EVALUATE FS-CSV-PARAM
           WHEN '00'
                SET WS-CSV-MODO-ACTIVO-SI TO TRUE
                CLOSE CSV-PARAM
           WHEN OTHER
                SET WS-CSV-MODO-ACTIVO-NO TO TRUE
           END-EVALUATE.

       1155-VERIFICAR-MODO-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La traza de calculo se activa con la presencia del archivo
      *    TRAZA-CALCULO.TXT, igual que la exportacion CSV.
       1134-VERIFICAR-MODO-TRAZA.

           OPEN INPUT TRAZA-PARAM.

           EVALUATE FS-TRAZA-PARAM
           WHEN '00'
                SET WS-TRAZA-ACTIVA-YES TO TRUE
                CLOSE TRAZA-PARAM
           WHEN OTHER
                SET WS-TRAZA-ACTIVA-NO TO TRUE
           END-EVALUATE.

       1134-VERIFICAR-MODO-TRAZA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1160-LEER-TASA.

           READ TASAS.

           EVALUATE TRUE
           WHEN FS-TASAS-OK
                IF WS-TAB-TASA-CANT >= WS-MAX-TASAS
                   MOVE 'TASAS' TO WS-TABLA-EXCEDIDA
                   PERFORM 9100-ABORTAR-CAPACIDAD
                      THRU 9100-ABORTAR-CAPACIDAD-FIN
                END-IF
                ADD 1 TO WS-TAB-TASA-CANT
                MOVE TASAS-CATEGORIA
                   TO WS-TAB-TASA-CATEGORIA(WS-TAB-TASA-CANT)
                MOVE TASAS-PORCENTAJE
                   TO WS-TAB-TASA-PORCENTAJE(WS-TAB-TASA-CANT)
                MOVE TASAS-VIG-DESDE
                   TO WS-TAB-TASA-VIG-DESDE(WS-TAB-TASA-CANT)
                MOVE TASAS-VIG-HASTA
                   TO WS-TAB-TASA-VIG-HASTA(WS-TAB-TASA-CANT)
           WHEN FS-TASAS-EOF
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE TASAS'
                DISPLAY 'FILE STATUS: ' FS-TASAS
           END-EVALUATE.

       1160-LEER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1170-LEER-CHECKPOINT.

           OPEN INPUT CHECKPOINT.

           EVALUATE FS-CHECKPOINT
           WHEN '00'
                READ CHECKPOINT
                IF FS-CHECKPOINT-OK
                   AND CHECKPOINT-CANT-LEIDOS IS NUMERIC
                   AND CHECKPOINT-CANT-LEIDOS > 0
                   DISPLAY 'CHECKPOINT DE UNA CORRIDA INTERRUMPIDA '
                      'DETECTADO (REGISTROS LEIDOS = '
                      CHECKPOINT-CANT-LEIDOS ')'
                   DISPLAY 'LA LIQUIDACION Y EL ACUMULADO ANUAL SE '
                      'ALIMENTAN DEL LOTE COMPLETO: SE REPROCESA '
                      'DESDE EL PRIMER REGISTRO'
                END-IF
                CLOSE CHECKPOINT
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CHECKPOINT'
                DISPLAY 'FILE STATUS: ' FS-CHECKPOINT
           END-EVALUATE.

       1170-LEER-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVO.

           OPEN INPUT ENTRADA.

           EVALUATE FS-ENTRADA
           WHEN '00'
                PERFORM 1110-VERIFICAR-CABECERA
                   THRU 1110-VERIFICAR-CABECERA-FIN
           WHEN '35'
                DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE ENTRADA'
                DISPLAY 'FILE STATUS: ' FS-ENTRADA
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ENTRADA'
                DISPLAY 'FILE STATUS: ' FS-ENTRADA
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1100-ABRIR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada extracto arranca con un registro de identidad (marca,
      *    codigo de layout, version, fecha de extraccion). Un archivo
      *    con otro layout se corta aca, antes de procesar basura con
      *    aspecto verosimil.
       1110-VERIFICAR-CABECERA.

           READ ENTRADA.

           IF FS-ENTRADA-OK
              AND ENT-CAB-PRESENTE
              AND ENT-CAB-LAYOUT = 'VTA'
              MOVE 'Y' TO WS-CAB-A-VISTA
              MOVE ENT-CAB-FECHA TO WS-CAB-A-FECHA
              MOVE ENT-CAB-LAYOUT TO WS-CAB-A-LAYOUT
              MOVE ENT-CAB-VERSION TO WS-CAB-A-VERSION
              MOVE 'A' TO WS-PROC-EVAL-ORIGEN
              MOVE ENT-CAB-FECHA TO WS-PROC-EVAL-FECHA
              MOVE ENT-CAB-LAYOUT TO WS-PROC-EVAL-LAYOUT
              MOVE ENT-CAB-VERSION TO WS-PROC-EVAL-VERSION
              PERFORM 1183-VERIFICAR-REPETIDO
                 THRU 1183-VERIFICAR-REPETIDO-FIN
              GO TO 1110-VERIFICAR-CABECERA-FIN
           END-IF.

           DISPLAY 'CABECERA DE IDENTIDAD INVALIDA EN LA ENTRADA'.
           DISPLAY 'SE ESPERABA LAYOUT VTA - CORRIDA ABORTADA'.
           SET WS-CABECERA-INVALIDA-YES TO TRUE.
           MOVE '96' TO FS-ENTRADA.
           MOVE 8 TO WS-RETORNO-PROPUESTO.
           PERFORM 9000-FIJAR-RETORNO
              THRU 9000-FIJAR-RETORNO-FIN.

       1110-VERIFICAR-CABECERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1115-VERIFICAR-CABECERA-B.

           READ EXTRACTO-B.

           IF FS-EXTRACTO-B-OK
              AND EXTB-CAB-PRESENTE
              AND EXTB-CAB-LAYOUT = 'VTA'
              MOVE 'Y' TO WS-CAB-B-VISTA
              MOVE EXTB-CAB-FECHA TO WS-CAB-B-FECHA
              MOVE EXTB-CAB-LAYOUT TO WS-CAB-B-LAYOUT
              MOVE EXTB-CAB-VERSION TO WS-CAB-B-VERSION
              MOVE 'B' TO WS-PROC-EVAL-ORIGEN
              MOVE EXTB-CAB-FECHA TO WS-PROC-EVAL-FECHA
              MOVE EXTB-CAB-LAYOUT TO WS-PROC-EVAL-LAYOUT
              MOVE EXTB-CAB-VERSION TO WS-PROC-EVAL-VERSION
              PERFORM 1183-VERIFICAR-REPETIDO
                 THRU 1183-VERIFICAR-REPETIDO-FIN
              GO TO 1115-VERIFICAR-CABECERA-B-FIN
           END-IF.

           DISPLAY 'CABECERA DE IDENTIDAD INVALIDA EN EL EXTRACTO B'.
           DISPLAY 'SE ESPERABA LAYOUT VTA - CORRIDA ABORTADA'.
           SET WS-CABECERA-INVALIDA-YES TO TRUE.
           MOVE 8 TO WS-RETORNO-PROPUESTO.
           PERFORM 9000-FIJAR-RETORNO
              THRU 9000-FIJAR-RETORNO-FIN.

       1115-VERIFICAR-CABECERA-B-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1116-VERIFICAR-CABECERA-C.

           READ EXTRACTO-C.

           IF FS-EXTRACTO-C-OK
              AND EXTC-CAB-PRESENTE
              AND EXTC-CAB-LAYOUT = 'VTA'
              MOVE 'Y' TO WS-CAB-C-VISTA
              MOVE EXTC-CAB-FECHA TO WS-CAB-C-FECHA
              MOVE EXTC-CAB-LAYOUT TO WS-CAB-C-LAYOUT
              MOVE EXTC-CAB-VERSION TO WS-CAB-C-VERSION
              MOVE 'C' TO WS-PROC-EVAL-ORIGEN
              MOVE EXTC-CAB-FECHA TO WS-PROC-EVAL-FECHA
              MOVE EXTC-CAB-LAYOUT TO WS-PROC-EVAL-LAYOUT
              MOVE EXTC-CAB-VERSION TO WS-PROC-EVAL-VERSION
              PERFORM 1183-VERIFICAR-REPETIDO
                 THRU 1183-VERIFICAR-REPETIDO-FIN
              GO TO 1116-VERIFICAR-CABECERA-C-FIN
           END-IF.

           DISPLAY 'CABECERA DE IDENTIDAD INVALIDA EN EL EXTRACTO C'.
           DISPLAY 'SE ESPERABA LAYOUT VTA - CORRIDA ABORTADA'.
           SET WS-CABECERA-INVALIDA-YES TO TRUE.
           MOVE 8 TO WS-RETORNO-PROPUESTO.
           PERFORM 9000-FIJAR-RETORNO
              THRU 9000-FIJAR-RETORNO-FIN.

       1116-VERIFICAR-CABECERA-C-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1190-ABRIR-EXTRACTOS.

           SET WS-MERGE-MODO-ACTIVO-NO TO TRUE.
           SET WS-EXTB-ACTIVO-NO TO TRUE.
           SET WS-EXTC-ACTIVO-NO TO TRUE.
           SET WS-EXTB-DISPONIBLE-NO TO TRUE.
           SET WS-EXTC-DISPONIBLE-NO TO TRUE.

           OPEN INPUT EXTRACTO-B.

           EVALUATE FS-EXTRACTO-B
           WHEN '00'
                SET WS-EXTB-ACTIVO-YES TO TRUE
                SET WS-MERGE-MODO-ACTIVO-YES TO TRUE
                PERFORM 1115-VERIFICAR-CABECERA-B
                   THRU 1115-VERIFICAR-CABECERA-B-FIN
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL EXTRACTO ADICIONAL B'
                DISPLAY 'FILE STATUS: ' FS-EXTRACTO-B
           END-EVALUATE.

           OPEN INPUT EXTRACTO-C.

           EVALUATE FS-EXTRACTO-C
           WHEN '00'
                SET WS-EXTC-ACTIVO-YES TO TRUE
                SET WS-MERGE-MODO-ACTIVO-YES TO TRUE
                PERFORM 1116-VERIFICAR-CABECERA-C
                   THRU 1116-VERIFICAR-CABECERA-C-FIN
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL EXTRACTO ADICIONAL C'
                DISPLAY 'FILE STATUS: ' FS-EXTRACTO-C
           END-EVALUATE.

       1190-ABRIR-EXTRACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1195-PRIMAR-MERGE.

           SET WS-EXTA-DISPONIBLE-NO TO TRUE.

           PERFORM 1508-SERVIR-EXTA
              THRU 1508-SERVIR-EXTA-FIN.
           IF FS-ENTRADA-OK
              MOVE ENT-ARCHIVO TO WS-EXTA-BUFFER
              SET WS-EXTA-DISPONIBLE-YES TO TRUE
           END-IF.

           IF WS-EXTB-ACTIVO-YES
              PERFORM 1509-SERVIR-EXTB
                 THRU 1509-SERVIR-EXTB-FIN
              IF FS-EXTRACTO-B-OK
                 SET WS-EXTB-DISPONIBLE-YES TO TRUE
              END-IF
           END-IF.

           IF WS-EXTC-ACTIVO-YES
              PERFORM 1511-SERVIR-EXTC
                 THRU 1511-SERVIR-EXTC-FIN
              IF FS-EXTRACTO-C-OK
                 SET WS-EXTC-DISPONIBLE-YES TO TRUE
              END-IF
           END-IF.

       1195-PRIMAR-MERGE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVO-SALIDA.
           OPEN OUTPUT SALIDA.

           EVALUATE TRUE
           WHEN FS-SALIDA-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
                MOVE 'REPORTE' TO WS-PROD-TIPO
                MOVE WS-NOM-REPORTE TO WS-PROD-NOMBRE
                PERFORM 1189-ANOTAR-PRODUCIDA
                   THRU 1189-ANOTAR-PRODUCIDA-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALIDA'
                DISPLAY 'FILE STATUS: ' FS-SALIDA
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           IF FS-SALIDA-OK
              PERFORM 1210-GRABAR-ECHO-PARAMETROS
                 THRU 1210-GRABAR-ECHO-PARAMETROS-FIN
           END-IF.

           OPEN OUTPUT SAL-ERROR.

           EVALUATE TRUE
           WHEN FS-SAL-ERROR-OK
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
                MOVE 'ERROR' TO WS-PROD-TIPO
                MOVE WS-NOM-ERROR TO WS-PROD-NOMBRE
                PERFORM 1189-ANOTAR-PRODUCIDA
                   THRU 1189-ANOTAR-PRODUCIDA-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALIDA-ERROR'
                DISPLAY 'FILE STATUS: ' FS-SAL-ERROR
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

           IF WS-CSV-MODO-ACTIVO-SI
              PERFORM 1205-ABRIR-ARCHIVO-CSV
                 THRU 1205-ABRIR-ARCHIVO-CSV-FIN
           END-IF.

           IF WS-TRAZA-ACTIVA-YES
              PERFORM 1206-ABRIR-ARCHIVO-TRAZA
                 THRU 1206-ABRIR-ARCHIVO-TRAZA-FIN
           END-IF.

           IF WS-MERGE-MODO-ACTIVO-YES
              OPEN OUTPUT SAL-DUPLICADOS
              IF FS-SAL-DUPLICADOS-OK
                 ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
                 MOVE 'DUPLICADOS' TO WS-PROD-TIPO
                 MOVE WS-NOM-DUPLICADOS TO WS-PROD-NOMBRE
                 PERFORM 1189-ANOTAR-PRODUCIDA
                    THRU 1189-ANOTAR-PRODUCIDA-FIN
              END-IF
              IF NOT FS-SAL-DUPLICADOS-OK
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DUPLICADOS'
                 DISPLAY 'FILE STATUS: ' FS-SAL-DUPLICADOS
                 MOVE 8 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
              END-IF
           END-IF.

       1200-ABRIR-ARCHIVO-SALIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La primera pagina del reporte deja constancia de los filtros
      *    vigentes para que un reporte parcial no pueda confundirse
      *    con el del dia completo.
       1210-GRABAR-ECHO-PARAMETROS.

           MOVE WS-LIS-ECHO-TITULO TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           IF WS-FILTRO-ACTIVO-NO
              MOVE WS-LIS-ECHO-COMPLETA TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
              GO TO 1210-GRABAR-ECHO-PARAMETROS-FIN
           END-IF.

           MOVE WS-LIS-ECHO-FILTRADA TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           IF WS-FILTRO-FECHA-DESDE NOT = SPACES
              MOVE 'FECHA DESDE' TO WS-LIS-ECHO-ETIQUETA
              MOVE WS-FILTRO-FECHA-DESDE TO WS-LIS-ECHO-VALOR
              MOVE WS-LIS-ECHO-DET TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
           END-IF.

           IF WS-FILTRO-FECHA-HASTA NOT = SPACES
              MOVE 'FECHA HASTA' TO WS-LIS-ECHO-ETIQUETA
              MOVE WS-FILTRO-FECHA-HASTA TO WS-LIS-ECHO-VALOR
              MOVE WS-LIS-ECHO-DET TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
           END-IF.

           IF WS-FILTRO-CATEGORIA NOT = SPACES
              MOVE 'CATEGORIA' TO WS-LIS-ECHO-ETIQUETA
              MOVE WS-FILTRO-CATEGORIA TO WS-LIS-ECHO-VALOR
              MOVE WS-LIS-ECHO-DET TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
           END-IF.

       1210-GRABAR-ECHO-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1205-ABRIR-ARCHIVO-CSV.

           OPEN OUTPUT SAL-CSV.

           EVALUATE FS-SAL-CSV
           WHEN '00'
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
                MOVE 'CSV' TO WS-PROD-TIPO
                MOVE WS-NOM-CSV TO WS-PROD-NOMBRE
                PERFORM 1189-ANOTAR-PRODUCIDA
                   THRU 1189-ANOTAR-PRODUCIDA-FIN
                MOVE WS-LIS-CSV-HEADER TO SAL-CSV-REGISTRO
                WRITE SAL-CSV-REGISTRO
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALIDA CSV'
                DISPLAY 'FILE STATUS: ' FS-SAL-CSV
           END-EVALUATE.

       1205-ABRIR-ARCHIVO-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1206-ABRIR-ARCHIVO-TRAZA.

           OPEN OUTPUT TRAZA.

           EVALUATE FS-TRAZA
           WHEN '00'
                ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
                MOVE 'TRAZA' TO WS-PROD-TIPO
                MOVE WS-NOM-TRAZA TO WS-PROD-NOMBRE
                PERFORM 1189-ANOTAR-PRODUCIDA
                   THRU 1189-ANOTAR-PRODUCIDA-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRAZA'
                DISPLAY 'FILE STATUS: ' FS-TRAZA
                SET WS-TRAZA-ACTIVA-NO TO TRUE
                MOVE 4 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       1206-ABRIR-ARCHIVO-TRAZA-FIN.
           EXIT.


      *----------------------------------------------------------------*
       1500-LEER-ARCHIVO.

           IF WS-MERGE-MODO-ACTIVO-YES
              PERFORM 1510-LEER-SIGUIENTE-MERGE
                 THRU 1510-LEER-SIGUIENTE-MERGE-FIN
           ELSE
              PERFORM 1508-SERVIR-EXTA
                 THRU 1508-SERVIR-EXTA-FIN
           END-IF.

           EVALUATE TRUE
           WHEN FS-ENTRADA-OK
                ADD 1 TO WS-CONT-REG-ENTRADA
                PERFORM 1512-APLICAR-FILTROS
                   THRU 1512-APLICAR-FILTROS-FIN
                IF WS-REG-FILTRADO-YES
                   ADD 1 TO WS-CONT-REG-FILTRADO
                   PERFORM 1500-LEER-ARCHIVO
                      THRU 1500-LEER-ARCHIVO-EXIT
                ELSE
                MOVE SPACES TO WS-MOTIVO-RECHAZO
                MOVE ZEROES TO WS-IMPORTE-CONVERTIDO
                SET WS-REG-CLAWBACK-NO TO TRUE
                PERFORM 1515-VALIDAR-FECHA
                   THRU 1515-VALIDAR-FECHA-FIN
                IF WS-MOTIVO-RECHAZO NOT = SPACES
                   CONTINUE
                ELSE
                IF ENT-IMPORTE IS NOT NUMERIC
                OR ENT-IMPORTE = ZEROES
                   MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-RECHAZO
                ELSE
                   IF NOT ENT-TIPO-VENTA AND NOT ENT-TIPO-DEVOLUCION
                      MOVE 'TIPO DE MOVIMIENTO INVALIDO'
                         TO WS-MOTIVO-RECHAZO
                   ELSE
                      PERFORM 1518-VALIDAR-MONEDA
                         THRU 1518-VALIDAR-MONEDA-FIN
                      IF WS-MOTIVO-RECHAZO = SPACES
                         PERFORM 1520-VALIDAR-EMPLEADO
                            THRU 1520-VALIDAR-EMPLEADO-FIN
                      END-IF
                   END-IF
                END-IF
                END-IF
                IF WS-MOTIVO-RECHAZO NOT = SPACES
                   PERFORM 1600-GRABAR-ARCHIVO-ERROR
                      THRU 1600-GRABAR-ARCHIVO-ERROR-FIN
                   PERFORM 1500-LEER-ARCHIVO
                      THRU 1500-LEER-ARCHIVO-EXIT
                ELSE
                   IF WS-REG-CLAWBACK-NO
                      PERFORM 1532-VERIFICAR-CLAWBACK
                         THRU 1532-VERIFICAR-CLAWBACK-FIN
                   END-IF
                   IF WS-REG-CLAWBACK-YES
                      PERFORM 1535-REGISTRAR-CLAWBACK
                         THRU 1535-REGISTRAR-CLAWBACK-FIN
                      PERFORM 1500-LEER-ARCHIVO
                         THRU 1500-LEER-ARCHIVO-EXIT
                   ELSE
                   PERFORM 1530-REGISTRAR-MOVIMIENTO
                      THRU 1530-REGISTRAR-MOVIMIENTO-FIN
                   ADD WS-IMPORTE-SIGNADO TO WS-CC-IMPORTE-ACUM-TOTAL
                   IF WS-MERGE-MODO-ACTIVO-NO
                      DIVIDE WS-CONT-REG-ENTRADA
                         BY WS-PARAM-CHECKPOINT-INTERVALO
                         GIVING WS-CHECKPOINT-COCIENTE
                         REMAINDER WS-CHECKPOINT-RESTO
                      IF WS-CHECKPOINT-RESTO = 0
                         PERFORM 1650-GRABAR-CHECKPOINT
                            THRU 1650-GRABAR-CHECKPOINT-FIN
                      END-IF
                   END-IF
                   END-IF
                END-IF
                END-IF
           WHEN FS-ENTRADA-EOF
                PERFORM 1560-VERIFICAR-TRAILERS
                   THRU 1560-VERIFICAR-TRAILERS-FIN
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ARCHIVO DE ENTRADA'
                DISPLAY 'FILE STATUS: ' FS-ENTRADA
           END-EVALUATE.

       1500-LEER-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Every physical read passes through here so the computed
      *    record count and hash total cover the whole extract; the
      *    trailer itself is captured and never handed to processing.
       1505-LEER-ENTRADA-FISICA.

           READ ENTRADA.

           IF FS-ENTRADA-OK
              IF ENT-TRL-PRESENTE
                 MOVE ENT-TRL-CANT TO WS-CTL-A-TRL-CANT
                 MOVE ENT-TRL-IMPORTE TO WS-CTL-A-TRL-IMPORTE
                 SET WS-CTL-A-TRL-VISTO-YES TO TRUE
                 GO TO 1505-LEER-ENTRADA-FISICA
              ELSE
                 ADD 1 TO WS-CTL-A-CANT
                 IF ENT-IMPORTE IS NUMERIC
                    ADD ENT-IMPORTE TO WS-CTL-A-IMPORTE
                 END-IF
              END-IF
           END-IF.

       1505-LEER-ENTRADA-FISICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1506-LEER-EXTB-FISICA.

           READ EXTRACTO-B.

           IF FS-EXTRACTO-B-OK
              IF EXTB-TRL-PRESENTE
                 MOVE EXTB-TRL-CANT TO WS-CTL-B-TRL-CANT
                 MOVE EXTB-TRL-IMPORTE TO WS-CTL-B-TRL-IMPORTE
                 SET WS-CTL-B-TRL-VISTO-YES TO TRUE
                 GO TO 1506-LEER-EXTB-FISICA
              ELSE
                 ADD 1 TO WS-CTL-B-CANT
                 IF EXTB-IMPORTE IS NUMERIC
                    ADD EXTB-IMPORTE TO WS-CTL-B-IMPORTE
                 END-IF
              END-IF
           END-IF.

       1506-LEER-EXTB-FISICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1507-LEER-EXTC-FISICA.

           READ EXTRACTO-C.

           IF FS-EXTRACTO-C-OK
              IF EXTC-TRL-PRESENTE
                 MOVE EXTC-TRL-CANT TO WS-CTL-C-TRL-CANT
                 MOVE EXTC-TRL-IMPORTE TO WS-CTL-C-TRL-IMPORTE
                 SET WS-CTL-C-TRL-VISTO-YES TO TRUE
                 GO TO 1507-LEER-EXTC-FISICA
              ELSE
                 ADD 1 TO WS-CTL-C-CANT
                 IF EXTC-IMPORTE IS NUMERIC
                    ADD EXTC-IMPORTE TO WS-CTL-C-IMPORTE
                 END-IF
              END-IF
           END-IF.

       1507-LEER-EXTC-FISICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Carga fisica completa de los extractos abiertos, con conteo
      *    de registros fuera de secuencia por extracto, y un unico
      *    ordenamiento en memoria por fecha, categoria y legajo.
       1300-CARGAR-ORDENAR-EXTRACTOS.

           PERFORM 1310-CARGAR-REG-A
              THRU 1310-CARGAR-REG-A-FIN
              UNTIL NOT FS-ENTRADA-OK.

           DISPLAY 'EXTRACTO A: ' WS-CONT-CARGADOS-A ' REGISTROS, '
              WS-CONT-DESORDEN-A ' FUERA DE SECUENCIA'.

           IF WS-EXTB-ACTIVO-YES
              PERFORM 1311-CARGAR-REG-B
                 THRU 1311-CARGAR-REG-B-FIN
                 UNTIL NOT FS-EXTRACTO-B-OK
              DISPLAY 'EXTRACTO B: ' WS-CONT-CARGADOS-B
                 ' REGISTROS, ' WS-CONT-DESORDEN-B
                 ' FUERA DE SECUENCIA'
           END-IF.

           IF WS-EXTC-ACTIVO-YES
              PERFORM 1312-CARGAR-REG-C
                 THRU 1312-CARGAR-REG-C-FIN
                 UNTIL NOT FS-EXTRACTO-C-OK
              DISPLAY 'EXTRACTO C: ' WS-CONT-CARGADOS-C
                 ' REGISTROS, ' WS-CONT-DESORDEN-C
                 ' FUERA DE SECUENCIA'
           END-IF.

           IF WS-TAB-ORDEN-CANT > 1
              PERFORM 1320-ORDENAR-EXTRACTOS
                 THRU 1320-ORDENAR-EXTRACTOS-FIN
           END-IF.

       1300-CARGAR-ORDENAR-EXTRACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-CARGAR-REG-A.

           PERFORM 1505-LEER-ENTRADA-FISICA
              THRU 1505-LEER-ENTRADA-FISICA-FIN.

           IF NOT FS-ENTRADA-OK
              GO TO 1310-CARGAR-REG-A-FIN
           END-IF.

           MOVE ENT-FECHA TO WS-CLAVE-ARM-FECHA.
           MOVE ENT-CATEGORIA TO WS-CLAVE-ARM-CATEGORIA.
           MOVE ENT-ID-EMPLEADO TO WS-CLAVE-ARM-EMPLEADO.

           IF WS-CONT-CARGADOS-A > 0
              AND WS-CLAVE-ARMADA < WS-CLAVE-ANT-A
              ADD 1 TO WS-CONT-DESORDEN-A
           END-IF.
           MOVE WS-CLAVE-ARMADA TO WS-CLAVE-ANT-A.
           ADD 1 TO WS-CONT-CARGADOS-A.

           MOVE 'A' TO WS-TAB-ORD-TEMP-ORIGEN.
           MOVE ENT-ARCHIVO TO WS-TAB-ORD-TEMP-REG.
           PERFORM 1315-GUARDAR-REG-ORDEN
              THRU 1315-GUARDAR-REG-ORDEN-FIN.

       1310-CARGAR-REG-A-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1311-CARGAR-REG-B.

           PERFORM 1506-LEER-EXTB-FISICA
              THRU 1506-LEER-EXTB-FISICA-FIN.

           IF NOT FS-EXTRACTO-B-OK
              GO TO 1311-CARGAR-REG-B-FIN
           END-IF.

           MOVE EXTB-FECHA TO WS-CLAVE-ARM-FECHA.
           MOVE EXTB-CATEGORIA TO WS-CLAVE-ARM-CATEGORIA.
           MOVE EXTB-ID-EMPLEADO TO WS-CLAVE-ARM-EMPLEADO.

           IF WS-CONT-CARGADOS-B > 0
              AND WS-CLAVE-ARMADA < WS-CLAVE-ANT-B
              ADD 1 TO WS-CONT-DESORDEN-B
           END-IF.
           MOVE WS-CLAVE-ARMADA TO WS-CLAVE-ANT-B.
           ADD 1 TO WS-CONT-CARGADOS-B.

           MOVE 'B' TO WS-TAB-ORD-TEMP-ORIGEN.
           MOVE EXTB-ARCHIVO TO WS-TAB-ORD-TEMP-REG.
           PERFORM 1315-GUARDAR-REG-ORDEN
              THRU 1315-GUARDAR-REG-ORDEN-FIN.

       1311-CARGAR-REG-B-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1312-CARGAR-REG-C.

           PERFORM 1507-LEER-EXTC-FISICA
              THRU 1507-LEER-EXTC-FISICA-FIN.

           IF NOT FS-EXTRACTO-C-OK
              GO TO 1312-CARGAR-REG-C-FIN
           END-IF.

           MOVE EXTC-FECHA TO WS-CLAVE-ARM-FECHA.
           MOVE EXTC-CATEGORIA TO WS-CLAVE-ARM-CATEGORIA.
           MOVE EXTC-ID-EMPLEADO TO WS-CLAVE-ARM-EMPLEADO.

           IF WS-CONT-CARGADOS-C > 0
              AND WS-CLAVE-ARMADA < WS-CLAVE-ANT-C
              ADD 1 TO WS-CONT-DESORDEN-C
           END-IF.
           MOVE WS-CLAVE-ARMADA TO WS-CLAVE-ANT-C.
           ADD 1 TO WS-CONT-CARGADOS-C.

           MOVE 'C' TO WS-TAB-ORD-TEMP-ORIGEN.
           MOVE EXTC-ARCHIVO TO WS-TAB-ORD-TEMP-REG.
           PERFORM 1315-GUARDAR-REG-ORDEN
              THRU 1315-GUARDAR-REG-ORDEN-FIN.

       1312-CARGAR-REG-C-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1315-GUARDAR-REG-ORDEN.

           IF WS-TAB-ORDEN-CANT >= WS-MAX-ORDEN
              MOVE 'ORDEN EXTRACTOS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-ORDEN-CANT.
           MOVE WS-TAB-ORD-TEMP-ORIGEN
              TO WS-TAB-ORD-ORIGEN(WS-TAB-ORDEN-CANT).
           MOVE WS-CLAVE-ARMADA
              TO WS-TAB-ORD-CLAVE(WS-TAB-ORDEN-CANT).
           MOVE WS-TAB-ORD-TEMP-REG
              TO WS-TAB-ORD-REG(WS-TAB-ORDEN-CANT).

       1315-GUARDAR-REG-ORDEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-ORDENAR-EXTRACTOS.

           PERFORM 1330-ORDENAR-PASADA-EXT
              THRU 1330-ORDENAR-PASADA-EXT-FIN
              VARYING WS-ORD-I FROM 1 BY 1
              UNTIL WS-ORD-I > WS-TAB-ORDEN-CANT - 1.

       1320-ORDENAR-EXTRACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1330-ORDENAR-PASADA-EXT.

           COMPUTE WS-ORD-LIMITE = WS-TAB-ORDEN-CANT - WS-ORD-I.

           PERFORM 1340-COMPARAR-EXT
              THRU 1340-COMPARAR-EXT-FIN
              VARYING WS-ORD-J FROM 1 BY 1
              UNTIL WS-ORD-J > WS-ORD-LIMITE.

       1330-ORDENAR-PASADA-EXT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1340-COMPARAR-EXT.

           IF WS-TAB-ORD-CLAVE(WS-ORD-J) >
              WS-TAB-ORD-CLAVE(WS-ORD-J + 1)
              MOVE WS-TAB-ORD(WS-ORD-J) TO WS-TAB-ORD-TEMP
              MOVE WS-TAB-ORD(WS-ORD-J + 1) TO WS-TAB-ORD(WS-ORD-J)
              MOVE WS-TAB-ORD-TEMP-ORIGEN
                 TO WS-TAB-ORD-ORIGEN(WS-ORD-J + 1)
              MOVE WS-TAB-ORD-TEMP-CLAVE
                 TO WS-TAB-ORD-CLAVE(WS-ORD-J + 1)
              MOVE WS-TAB-ORD-TEMP-REG
                 TO WS-TAB-ORD-REG(WS-ORD-J + 1)
           END-IF.

       1340-COMPARAR-EXT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sirve el proximo registro del extracto A desde la tabla
      *    ordenada; el cursor saltea los registros de otros origenes.
       1508-SERVIR-EXTA.

           PERFORM 1513-AVANZAR-CUR-A
              THRU 1513-AVANZAR-CUR-A-FIN
              UNTIL WS-ORDEN-CUR-A > WS-TAB-ORDEN-CANT
              OR WS-TAB-ORD-ORIGEN(WS-ORDEN-CUR-A) = 'A'.

           IF WS-ORDEN-CUR-A > WS-TAB-ORDEN-CANT
              MOVE '10' TO FS-ENTRADA
           ELSE
              MOVE WS-TAB-ORD-REG(WS-ORDEN-CUR-A) TO ENT-ARCHIVO
              MOVE WS-TAB-ORD-CLAVE(WS-ORDEN-CUR-A) TO WS-CLAVE-ACT-A
              MOVE '00' TO FS-ENTRADA
              ADD 1 TO WS-ORDEN-CUR-A
           END-IF.

       1508-SERVIR-EXTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1513-AVANZAR-CUR-A.

           ADD 1 TO WS-ORDEN-CUR-A.

       1513-AVANZAR-CUR-A-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1509-SERVIR-EXTB.

           PERFORM 1514-AVANZAR-CUR-B
              THRU 1514-AVANZAR-CUR-B-FIN
              UNTIL WS-ORDEN-CUR-B > WS-TAB-ORDEN-CANT
              OR WS-TAB-ORD-ORIGEN(WS-ORDEN-CUR-B) = 'B'.

           IF WS-ORDEN-CUR-B > WS-TAB-ORDEN-CANT
              MOVE '10' TO FS-EXTRACTO-B
           ELSE
              MOVE WS-TAB-ORD-REG(WS-ORDEN-CUR-B) TO EXTB-ARCHIVO
              MOVE WS-TAB-ORD-CLAVE(WS-ORDEN-CUR-B) TO WS-CLAVE-ACT-B
              MOVE '00' TO FS-EXTRACTO-B
              ADD 1 TO WS-ORDEN-CUR-B
           END-IF.

       1509-SERVIR-EXTB-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1514-AVANZAR-CUR-B.

           ADD 1 TO WS-ORDEN-CUR-B.

       1514-AVANZAR-CUR-B-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1511-SERVIR-EXTC.

           PERFORM 1517-AVANZAR-CUR-C
              THRU 1517-AVANZAR-CUR-C-FIN
              UNTIL WS-ORDEN-CUR-C > WS-TAB-ORDEN-CANT
              OR WS-TAB-ORD-ORIGEN(WS-ORDEN-CUR-C) = 'C'.

           IF WS-ORDEN-CUR-C > WS-TAB-ORDEN-CANT
              MOVE '10' TO FS-EXTRACTO-C
           ELSE
              MOVE WS-TAB-ORD-REG(WS-ORDEN-CUR-C) TO EXTC-ARCHIVO
              MOVE WS-TAB-ORD-CLAVE(WS-ORDEN-CUR-C) TO WS-CLAVE-ACT-C
              MOVE '00' TO FS-EXTRACTO-C
              ADD 1 TO WS-ORDEN-CUR-C
           END-IF.

       1511-SERVIR-EXTC-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1517-AVANZAR-CUR-C.

           ADD 1 TO WS-ORDEN-CUR-C.

       1517-AVANZAR-CUR-C-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-SIGUIENTE-MERGE.

           IF WS-EXTA-DISPONIBLE-NO AND WS-EXTB-DISPONIBLE-NO
              AND WS-EXTC-DISPONIBLE-NO
              SET FS-ENTRADA-EOF TO TRUE
              GO TO 1510-LEER-SIGUIENTE-MERGE-FIN
           END-IF.

           IF WS-EXTA-DISPONIBLE-YES
              SET WS-MERGE-GANADOR-A TO TRUE
           ELSE
              IF WS-EXTB-DISPONIBLE-YES
                 SET WS-MERGE-GANADOR-B TO TRUE
              ELSE
                 SET WS-MERGE-GANADOR-C TO TRUE
              END-IF
           END-IF.

           IF WS-EXTB-DISPONIBLE-YES
              IF WS-MERGE-GANADOR-A
                 AND WS-CLAVE-ACT-B < WS-CLAVE-ACT-A
                 SET WS-MERGE-GANADOR-B TO TRUE
              END-IF
              IF WS-MERGE-GANADOR-C
                 AND WS-CLAVE-ACT-B < WS-CLAVE-ACT-C
                 SET WS-MERGE-GANADOR-B TO TRUE
              END-IF
           END-IF.

           IF WS-EXTC-DISPONIBLE-YES
              IF WS-MERGE-GANADOR-A
                 AND WS-CLAVE-ACT-C < WS-CLAVE-ACT-A
                 SET WS-MERGE-GANADOR-C TO TRUE
              END-IF
              IF WS-MERGE-GANADOR-B
                 AND WS-CLAVE-ACT-C < WS-CLAVE-ACT-B
                 SET WS-MERGE-GANADOR-C TO TRUE
              END-IF
           END-IF.

      *    Capture the winning record into a holding area before any
      *    refill read, since a refill of stream A overwrites ENT-
      *    ARCHIVO (the primary stream's own FD record).
           EVALUATE TRUE
           WHEN WS-MERGE-GANADOR-A
                MOVE WS-EXTA-BUFFER TO WS-MERGE-SALIDA
           WHEN WS-MERGE-GANADOR-B
                MOVE EXTB-ARCHIVO TO WS-MERGE-SALIDA
           WHEN WS-MERGE-GANADOR-C
                MOVE EXTC-ARCHIVO TO WS-MERGE-SALIDA
           END-EVALUATE.

           EVALUATE TRUE
           WHEN WS-MERGE-GANADOR-A
                PERFORM 1508-SERVIR-EXTA
                   THRU 1508-SERVIR-EXTA-FIN
                IF FS-ENTRADA-OK
                   MOVE ENT-ARCHIVO TO WS-EXTA-BUFFER
                ELSE
                   SET WS-EXTA-DISPONIBLE-NO TO TRUE
                END-IF
           WHEN WS-MERGE-GANADOR-B
                PERFORM 1509-SERVIR-EXTB
                   THRU 1509-SERVIR-EXTB-FIN
                IF NOT FS-EXTRACTO-B-OK
                   SET WS-EXTB-DISPONIBLE-NO TO TRUE
                END-IF
           WHEN WS-MERGE-GANADOR-C
                PERFORM 1511-SERVIR-EXTC
                   THRU 1511-SERVIR-EXTC-FIN
                IF NOT FS-EXTRACTO-C-OK
                   SET WS-EXTC-DISPONIBLE-NO TO TRUE
                END-IF
           END-EVALUATE.

      *    A branch resending a record makes it arrive through two
      *    extracts with the same key; only the first occurrence may
      *    pay commission, the rest are logged and skipped.
           IF WS-MERGE-SAL-FECHA NOT = WS-DUP-FECHA-ACTUAL
              MOVE WS-MERGE-SAL-FECHA TO WS-DUP-FECHA-ACTUAL
              MOVE 0 TO WS-TAB-DUP-CANT
           END-IF.

           MOVE WS-MERGE-SAL-ID TO WS-DUP-CLAVE-ID.
           MOVE WS-MERGE-SAL-CATEGORIA TO WS-DUP-CLAVE-CATEGORIA.
           MOVE WS-MERGE-SAL-IMPORTE TO WS-DUP-CLAVE-IMPORTE.
           MOVE WS-MERGE-SAL-TIPO-MOVIM TO WS-DUP-CLAVE-TIPO.

           SET WS-DUP-ENCONTRADO-NO TO TRUE.

           PERFORM 1540-BUSCAR-DUPLICADO
              THRU 1540-BUSCAR-DUPLICADO-FIN
              VARYING WS-DUP-IDX FROM 1 BY 1
              UNTIL WS-DUP-IDX > WS-TAB-DUP-CANT
              OR WS-DUP-ENCONTRADO-YES.

           IF WS-DUP-ENCONTRADO-YES
              PERFORM 1545-GRABAR-DUPLICADO
                 THRU 1545-GRABAR-DUPLICADO-FIN
              GO TO 1510-LEER-SIGUIENTE-MERGE
           END-IF.

           IF WS-TAB-DUP-CANT >= WS-MAX-DUPLICADOS
              MOVE 'DUPLICADOS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-DUP-CANT.
           MOVE WS-DUP-CLAVE-ACTUAL TO WS-TAB-DUP-CLAVE(WS-TAB-DUP-CANT)
           .

           MOVE WS-MERGE-SALIDA TO ENT-ARCHIVO.
           SET FS-ENTRADA-OK TO TRUE.

       1510-LEER-SIGUIENTE-MERGE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1540-BUSCAR-DUPLICADO.

           IF WS-DUP-CLAVE-ACTUAL = WS-TAB-DUP-CLAVE(WS-DUP-IDX)
              SET WS-DUP-ENCONTRADO-YES TO TRUE
           END-IF.

       1540-BUSCAR-DUPLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1545-GRABAR-DUPLICADO.

           MOVE WS-MERGE-GANADOR TO WS-LIS-DUP-ORIGEN.
           MOVE WS-MERGE-SAL-FECHA TO WS-LIS-DUP-FECHA.
           MOVE WS-MERGE-SAL-ID TO WS-LIS-DUP-EMPLEADO.
           MOVE WS-MERGE-SAL-NOMBRE TO WS-LIS-DUP-NOMBRE.
           MOVE WS-MERGE-SAL-CATEGORIA TO WS-LIS-DUP-CATEGORIA.
           MOVE WS-MERGE-SAL-IMPORTE TO WS-LIS-DUP-IMPORTE.
           MOVE WS-MERGE-SAL-TIPO-MOVIM TO WS-LIS-DUP-TIPO.
           MOVE WS-LIS-DUP-DETALLE TO SAL-DUPLICADOS-REG.

           WRITE SAL-DUPLICADOS-REG.

           EVALUATE FS-SAL-DUPLICADOS
           WHEN '00'
                ADD 1 TO WS-CONT-REG-DUPLICADO
           WHEN OTHER
                DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE DUPLICADOS'
                DISPLAY 'FILE STATUS: ' FS-SAL-DUPLICADOS
           END-EVALUATE.

       1545-GRABAR-DUPLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1512-APLICAR-FILTROS.

           SET WS-REG-FILTRADO-NO TO TRUE.

           IF WS-FILTRO-ACTIVO-NO
              GO TO 1512-APLICAR-FILTROS-FIN
           END-IF.

           IF WS-FILTRO-FECHA-DESDE NOT = SPACES
              AND ENT-FECHA < WS-FILTRO-FECHA-DESDE
              SET WS-REG-FILTRADO-YES TO TRUE
           END-IF.

           IF WS-FILTRO-FECHA-HASTA NOT = SPACES
              AND ENT-FECHA > WS-FILTRO-FECHA-HASTA
              SET WS-REG-FILTRADO-YES TO TRUE
           END-IF.

           IF WS-FILTRO-CATEGORIA NOT = SPACES
              AND ENT-CATEGORIA NOT = WS-FILTRO-CATEGORIA
              SET WS-REG-FILTRADO-YES TO TRUE
           END-IF.

       1512-APLICAR-FILTROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La fecha se valida como fecha calendaria real (incluye
      *    bisiestos) y luego contra el periodo contable abierto que
      *    define PERIODO.TXT, cuando este fue cargado.
       1515-VALIDAR-FECHA.

           MOVE ENT-FECHA TO WS-FECHA-EVAL.

           IF WS-FECHA-EVAL-SEP1 NOT = '-'
           OR WS-FECHA-EVAL-SEP2 NOT = '-'
           OR WS-FECHA-EVAL-AAAA-N IS NOT NUMERIC
           OR WS-FECHA-EVAL-MM-N IS NOT NUMERIC
           OR WS-FECHA-EVAL-DD-N IS NOT NUMERIC
              MOVE 'FECHA INVALIDA' TO WS-MOTIVO-RECHAZO
              GO TO 1515-VALIDAR-FECHA-FIN
           END-IF.

           IF WS-FECHA-EVAL-MM-N < 1 OR WS-FECHA-EVAL-MM-N > 12
              MOVE 'FECHA INVALIDA' TO WS-MOTIVO-RECHAZO
              GO TO 1515-VALIDAR-FECHA-FIN
           END-IF.

           EVALUATE WS-FECHA-EVAL-MM-N
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
                MOVE 31 TO WS-FECHA-DIAS-MES
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
                MOVE 30 TO WS-FECHA-DIAS-MES
           WHEN 2
                DIVIDE WS-FECHA-EVAL-AAAA-N BY 4
                   GIVING WS-FECHA-COCIENTE
                   REMAINDER WS-FECHA-RESTO-4
                DIVIDE WS-FECHA-EVAL-AAAA-N BY 100
                   GIVING WS-FECHA-COCIENTE
                   REMAINDER WS-FECHA-RESTO-100
                DIVIDE WS-FECHA-EVAL-AAAA-N BY 400
                   GIVING WS-FECHA-COCIENTE
                   REMAINDER WS-FECHA-RESTO-400
                IF (WS-FECHA-RESTO-4 = 0 AND WS-FECHA-RESTO-100 NOT = 0)
                OR WS-FECHA-RESTO-400 = 0
                   MOVE 29 TO WS-FECHA-DIAS-MES
                ELSE
                   MOVE 28 TO WS-FECHA-DIAS-MES
                END-IF
           END-EVALUATE.

           IF WS-FECHA-EVAL-DD-N < 1
           OR WS-FECHA-EVAL-DD-N > WS-FECHA-DIAS-MES
              MOVE 'FECHA INVALIDA' TO WS-MOTIVO-RECHAZO
              GO TO 1515-VALIDAR-FECHA-FIN
           END-IF.

      *    Un movimiento fechado dentro de un periodo ya cerrado se
      *    rechaza en firme: los libros de ese mes ya se reportaron y
      *    un extracto tardio no puede modificarlos.
           SET WS-PERIODO-CERRADO-HIT-NO TO TRUE.

           PERFORM 1516-BUSCAR-PERIODO-CERRADO
              THRU 1516-BUSCAR-PERIODO-CERRADO-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-TAB-PER-CANT
              OR WS-PERIODO-CERRADO-HIT-YES.

      *    Excepcion acordada con finanzas: una devolucion tardia cuyo
      *    periodo ya fue liquidado no se rechaza; sigue camino y mas
      *    adelante genera su ajuste de clawback explicito.
           IF WS-PERIODO-CERRADO-HIT-YES
              IF ENT-TIPO-DEVOLUCION
                 PERFORM 1532-VERIFICAR-CLAWBACK
                    THRU 1532-VERIFICAR-CLAWBACK-FIN
              END-IF
              IF WS-REG-CLAWBACK-YES
                 GO TO 1515-VALIDAR-FECHA-FIN
              END-IF
              MOVE 'PERIODO CERRADO' TO WS-MOTIVO-RECHAZO
              MOVE 6 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 1515-VALIDAR-FECHA-FIN
           END-IF.

           IF WS-PERIODO-CARGADO-YES
              IF ENT-FECHA < WS-PERIODO-DESDE
              OR ENT-FECHA > WS-PERIODO-HASTA
                 MOVE 'FECHA FUERA DE PERIODO' TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

       1515-VALIDAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1516-BUSCAR-PERIODO-CERRADO.

           IF WS-TAB-PER-ESTADO(WS-PER-IDX) = 'C'
              AND ENT-FECHA NOT < WS-TAB-PER-DESDE(WS-PER-IDX)
              AND ENT-FECHA NOT > WS-TAB-PER-HASTA(WS-PER-IDX)
              SET WS-PERIODO-CERRADO-HIT-YES TO TRUE
           END-IF.

       1516-BUSCAR-PERIODO-CERRADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Una devolucion que referencia un periodo cuya comision ya
      *    fue liquidada no puede netearse: se marca para generar el
      *    ajuste de clawback en la proxima liquidacion.
       1532-VERIFICAR-CLAWBACK.

           IF NOT ENT-TIPO-DEVOLUCION
              GO TO 1532-VERIFICAR-CLAWBACK-FIN
           END-IF.

           SET WS-PAGADA-ENCONTRADA-NO TO TRUE.

           PERFORM 1534-BUSCAR-PAGADA
              THRU 1534-BUSCAR-PAGADA-FIN
              VARYING WS-PAG-IDX FROM 1 BY 1
              UNTIL WS-PAG-IDX > WS-TAB-PAG-CANT
              OR WS-PAGADA-ENCONTRADA-YES.

           IF WS-PAGADA-ENCONTRADA-YES
              SET WS-REG-CLAWBACK-YES TO TRUE
           END-IF.

       1532-VERIFICAR-CLAWBACK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1534-BUSCAR-PAGADA.

           IF ENT-ID-EMPLEADO = WS-TAB-PAG-ID(WS-PAG-IDX)
              AND ENT-FECHA(1:7) = WS-TAB-PAG-PERIODO(WS-PAG-IDX)
              SET WS-PAGADA-ENCONTRADA-YES TO TRUE
           END-IF.

       1534-BUSCAR-PAGADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El clawback toma la tasa de la categoria sobre el importe
      *    convertido en negativo: lo que se pago de mas y hay que
      *    recuperar del proximo pago del vendedor.
       1535-REGISTRAR-CLAWBACK.

           IF WS-TAB-CLAW-CANT >= WS-MAX-CLAWBACKS
              MOVE 'CLAWBACKS' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           COMPUTE WS-IMPORTE-SIGNADO = 0 - WS-IMPORTE-CONVERTIDO.

           PERFORM 2270-CALCULAR-COMISION
              THRU 2270-CALCULAR-COMISION-FIN.

           ADD 1 TO WS-TAB-CLAW-CANT.
           MOVE 'Y' TO WS-TAB-CLAW-NUEVO(WS-TAB-CLAW-CANT).
           MOVE WS-FECHA-CORRIDA
              TO WS-TAB-CLAW-FECHA-GEN(WS-TAB-CLAW-CANT).
           MOVE ENT-ID-EMPLEADO TO WS-TAB-CLAW-ID(WS-TAB-CLAW-CANT).
           MOVE ENT-FECHA(1:7)
              TO WS-TAB-CLAW-PERIODO(WS-TAB-CLAW-CANT).
           MOVE WS-IMPORTE-SIGNADO
              TO WS-TAB-CLAW-IMPORTE(WS-TAB-CLAW-CANT).
           MOVE WS-COMISION-CALCULADA
              TO WS-TAB-CLAW-COMISION(WS-TAB-CLAW-CANT).

           ADD 1 TO WS-CONT-REG-CLAWBACK.

           IF WS-TRAZA-ACTIVA-YES
              MOVE ENT-ID-EMPLEADO TO TRZ-ID-EMPLEADO
              COMPUTE TRZ-IMPORTE-ORIG = 0 - ENT-IMPORTE
              MOVE WS-IMPORTE-SIGNADO TO TRZ-IMPORTE
              MOVE WS-COMISION-CALCULADA TO TRZ-COMISION
              MOVE 100 TO TRZ-PORC-SPLIT
              MOVE 'S' TO TRZ-CLAWBACK
              PERFORM 2298-GRABAR-TRAZA
                 THRU 2298-GRABAR-TRAZA-FIN
           END-IF.

       1535-REGISTRAR-CLAWBACK-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El importe se lleva a moneda local antes del calculo de
      *    comision; una moneda sin cotizacion cargada rechaza el
      *    registro para que la conversion quede siempre auditada.
       1518-VALIDAR-MONEDA.

           MOVE 1 TO WS-CAMBIO-APLICADO.
           MOVE ZEROES TO WS-IMPORTE-CONVERTIDO.
           MOVE 'ARS' TO WS-MONEDA-NORMALIZADA.

           IF ENT-MONEDA-LOCAL
              MOVE ENT-IMPORTE TO WS-IMPORTE-CONVERTIDO
              GO TO 1518-VALIDAR-MONEDA-FIN
           END-IF.

           MOVE ENT-MONEDA TO WS-MONEDA-NORMALIZADA.

           SET WS-CAMBIO-ENCONTRADO-NO TO TRUE.

           PERFORM 1519-BUSCAR-CAMBIO
              THRU 1519-BUSCAR-CAMBIO-FIN
              VARYING WS-CAMBIO-IDX FROM 1 BY 1
              UNTIL WS-CAMBIO-IDX > WS-TAB-CAMBIO-CANT
              OR WS-CAMBIO-ENCONTRADO-YES.

           IF WS-CAMBIO-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-CAMBIO-IDX
              MOVE WS-TAB-CAMBIO-COTIZ(WS-CAMBIO-IDX)
                 TO WS-CAMBIO-APLICADO
              COMPUTE WS-IMPORTE-CONVERTIDO ROUNDED =
                 ENT-IMPORTE * WS-CAMBIO-APLICADO
                 ON SIZE ERROR
                    MOVE 'IMPORTE CONVERTIDO EXCEDIDO'
                       TO WS-MOTIVO-RECHAZO
              END-COMPUTE
           ELSE
              MOVE 'MONEDA SIN COTIZACION' TO WS-MOTIVO-RECHAZO
           END-IF.

       1518-VALIDAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1519-BUSCAR-CAMBIO.

           IF ENT-MONEDA = WS-TAB-CAMBIO-MONEDA(WS-CAMBIO-IDX)
              SET WS-CAMBIO-ENCONTRADO-YES TO TRUE
           END-IF.

       1519-BUSCAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1520-VALIDAR-EMPLEADO.

           SET WS-MAE-ENCONTRADO-NO TO TRUE.

           IF WS-TAB-MAE-CANT > 0
              PERFORM 1525-BUSCAR-EMPLEADO-MAESTRO
                 THRU 1525-BUSCAR-EMPLEADO-MAESTRO-FIN
                 VARYING WS-MAE-IDX FROM 1 BY 1
                 UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
                 OR WS-MAE-ENCONTRADO-YES

              IF WS-MAE-ENCONTRADO-YES
                 SUBTRACT 1 FROM WS-MAE-IDX
                 PERFORM 1526-VALIDAR-HISTORIAL
                    THRU 1526-VALIDAR-HISTORIAL-FIN
                 IF WS-EMH-TIENE-NO
                    IF WS-TAB-MAE-ESTADO(WS-MAE-IDX) = 'A'
                    OR WS-TAB-MAE-ESTADO(WS-MAE-IDX) = 'L'
                       MOVE WS-TAB-MAE-NOMBRE(WS-MAE-IDX)
                          TO ENT-NOMBRE-APELLIDO
                    ELSE
                       MOVE 'EMPLEADO INACTIVO' TO WS-MOTIVO-RECHAZO
                    END-IF
                 ELSE
                    IF WS-MOTIVO-RECHAZO = SPACES
                       MOVE WS-TAB-MAE-NOMBRE(WS-MAE-IDX)
                          TO ENT-NOMBRE-APELLIDO
                    END-IF
                 END-IF
              ELSE
                 MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

       1520-VALIDAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1525-BUSCAR-EMPLEADO-MAESTRO.

           IF ENT-ID-EMPLEADO = WS-TAB-MAE-ID(WS-MAE-IDX)
              SET WS-MAE-ENCONTRADO-YES TO TRUE
           END-IF.

       1525-BUSCAR-EMPLEADO-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Con historial manda la fecha de la venta y no el estado
      *    actual: la ultima novedad de ingreso, reingreso o baja a esa
      *    fecha dice si estaba de alta, y el ultimo ingreso, reingreso
      *    o traslado dice en que categoria vendia. La licencia no
      *    corta la comision. A igual fecha gana la novedad posterior.
      *    Un legajo anterior al historial, sin ingreso registrado, no
      *    se rechaza por ventas previas a su primera novedad.
       1526-VALIDAR-HISTORIAL.

           SET WS-EMH-TIENE-NO TO TRUE.
           SET WS-EMH-CON-INGRESO-NO TO TRUE.
           SET WS-EMH-CATEG-HALLADA-NO TO TRUE.
           MOVE SPACES TO WS-EMH-ESTADO-TIPO.
           MOVE SPACES TO WS-EMH-ESTADO-FECHA.
           MOVE SPACES TO WS-EMH-CATEG-VIGENTE.
           MOVE SPACES TO WS-EMH-CATEG-FECHA.

           PERFORM 1527-EVALUAR-NOVEDAD
              THRU 1527-EVALUAR-NOVEDAD-FIN
              VARYING WS-EMH-IDX FROM 1 BY 1
              UNTIL WS-EMH-IDX > WS-TAB-EMH-CANT.

           IF WS-EMH-TIENE-NO
              GO TO 1526-VALIDAR-HISTORIAL-FIN
           END-IF.

           IF WS-EMH-ESTADO-TIPO = 'B'
              MOVE 'VENTA POSTERIOR A LA BAJA' TO WS-MOTIVO-RECHAZO
              GO TO 1526-VALIDAR-HISTORIAL-FIN
           END-IF.

           IF WS-EMH-CATEG-HALLADA-NO
              IF WS-EMH-CON-INGRESO-YES
                 MOVE 'CATEGORIA AUN NO ASIGNADA' TO WS-MOTIVO-RECHAZO
              END-IF
              GO TO 1526-VALIDAR-HISTORIAL-FIN
           END-IF.

           IF WS-EMH-CATEG-VIGENTE NOT = ENT-CATEGORIA
              MOVE 'CATEGORIA AUN NO ASIGNADA' TO WS-MOTIVO-RECHAZO
           END-IF.

       1526-VALIDAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1527-EVALUAR-NOVEDAD.

           IF WS-TAB-EMH-ID(WS-EMH-IDX) NOT = ENT-ID-EMPLEADO
              GO TO 1527-EVALUAR-NOVEDAD-FIN
           END-IF.

           SET WS-EMH-TIENE-YES TO TRUE.

           IF WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'I'
              OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'R'
              SET WS-EMH-CON-INGRESO-YES TO TRUE
           END-IF.

           IF WS-TAB-EMH-FECHA(WS-EMH-IDX) > ENT-FECHA
              GO TO 1527-EVALUAR-NOVEDAD-FIN
           END-IF.

           IF WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'I'
              OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'R'
              OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'B'
              IF WS-TAB-EMH-FECHA(WS-EMH-IDX) >= WS-EMH-ESTADO-FECHA
                 MOVE WS-TAB-EMH-TIPO(WS-EMH-IDX)
                    TO WS-EMH-ESTADO-TIPO
                 MOVE WS-TAB-EMH-FECHA(WS-EMH-IDX)
                    TO WS-EMH-ESTADO-FECHA
              END-IF
           END-IF.

           IF WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'I'
              OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'R'
              OR WS-TAB-EMH-TIPO(WS-EMH-IDX) = 'T'
              IF WS-TAB-EMH-FECHA(WS-EMH-IDX) >= WS-EMH-CATEG-FECHA
                 MOVE WS-TAB-EMH-CATEGORIA(WS-EMH-IDX)
                    TO WS-EMH-CATEG-VIGENTE
                 MOVE WS-TAB-EMH-FECHA(WS-EMH-IDX)
                    TO WS-EMH-CATEG-FECHA
                 SET WS-EMH-CATEG-HALLADA-YES TO TRUE
              END-IF
           END-IF.

       1527-EVALUAR-NOVEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1530-REGISTRAR-MOVIMIENTO.

           IF WS-LIQ-PERIODO-CORRIDA = SPACES
              MOVE ENT-FECHA(1:7) TO WS-LIQ-PERIODO-CORRIDA
           END-IF.

           MOVE WS-IMPORTE-CONVERTIDO TO WS-IMPORTE-SIGNADO.
           MOVE ENT-IMPORTE TO WS-IMPORTE-ORIG-SIGNADO.

           IF ENT-TIPO-DEVOLUCION
              COMPUTE WS-IMPORTE-SIGNADO = 0 - WS-IMPORTE-SIGNADO
              COMPUTE WS-IMPORTE-ORIG-SIGNADO =
                 0 - WS-IMPORTE-ORIG-SIGNADO
              ADD 1 TO WS-CONT-REG-DEVOLUCION
              ADD WS-IMPORTE-CONVERTIDO TO WS-IMPORTE-BRUTO-DEVOL
           ELSE
              ADD 1 TO WS-CONT-REG-VENTA
              ADD WS-IMPORTE-CONVERTIDO TO WS-IMPORTE-BRUTO-VENTAS
           END-IF.

           ADD WS-IMPORTE-ORIG-SIGNADO TO WS-IMPORTE-ORIG-TOTAL.

       1530-REGISTRAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1560-VERIFICAR-TRAILERS.

           MOVE WS-CTL-A TO WS-CTL-EVAL.
           PERFORM 1565-EVALUAR-CONTROL
              THRU 1565-EVALUAR-CONTROL-FIN.
           MOVE WS-CTL-EVAL-ESTADO TO WS-CTL-A-ESTADO.

           IF WS-EXTB-ACTIVO-YES
              MOVE WS-CTL-B TO WS-CTL-EVAL
              PERFORM 1565-EVALUAR-CONTROL
                 THRU 1565-EVALUAR-CONTROL-FIN
              MOVE WS-CTL-EVAL-ESTADO TO WS-CTL-B-ESTADO
           END-IF.

           IF WS-EXTC-ACTIVO-YES
              MOVE WS-CTL-C TO WS-CTL-EVAL
              PERFORM 1565-EVALUAR-CONTROL
                 THRU 1565-EVALUAR-CONTROL-FIN
              MOVE WS-CTL-EVAL-ESTADO TO WS-CTL-C-ESTADO
           END-IF.

       1560-VERIFICAR-TRAILERS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1565-EVALUAR-CONTROL.

           IF WS-CTL-EVAL-VISTO NOT = 'Y'
              MOVE 'SIN TRAILER' TO WS-CTL-EVAL-ESTADO
              SET WS-BALANCE-CORRIDA-NO TO TRUE
           ELSE
              IF WS-CTL-EVAL-CANT = WS-CTL-EVAL-TRL-CANT
                 AND WS-CTL-EVAL-IMPORTE = WS-CTL-EVAL-TRL-IMPORTE
                 MOVE 'EN BALANCE' TO WS-CTL-EVAL-ESTADO
              ELSE
                 MOVE 'FUERA DE BALANCE' TO WS-CTL-EVAL-ESTADO
                 SET WS-BALANCE-CORRIDA-NO TO TRUE
              END-IF
           END-IF.

       1565-EVALUAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-GRABAR-ARCHIVO-ERROR.

           MOVE WS-MOTIVO-RECHAZO TO WS-LIS-ERR-MOTIVO.
           MOVE ENT-FECHA TO WS-LIS-ERR-FECHA.
           MOVE ENT-ID-EMPLEADO TO WS-LIS-ERR-EMPLEADO.
           MOVE ENT-NOMBRE-APELLIDO TO WS-LIS-ERR-NOMBRE.
           MOVE ENT-CATEGORIA TO WS-LIS-ERR-CATEGORIA.
           MOVE ENT-IMPORTE TO WS-LIS-ERR-IMPORTE.
           MOVE ENT-TIPO-MOVIM TO WS-LIS-ERR-TIPO.
           MOVE ENT-MONEDA TO WS-LIS-ERR-MONEDA.
           MOVE WS-IMPORTE-CONVERTIDO TO WS-LIS-ERR-IMP-CONV.
           MOVE WS-LIS-ERROR-DETALLE TO SAL-ERROR-REPORTE.

           WRITE SAL-ERROR-REPORTE.

           EVALUATE FS-SAL-ERROR
           WHEN '00'
                ADD 1 TO WS-CONT-REG-RECHAZADO
           WHEN OTHER
                DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE ERRORES'
                DISPLAY 'FILE STATUS: ' FS-SAL-ERROR
           END-EVALUATE.

       1600-GRABAR-ARCHIVO-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1650-GRABAR-CHECKPOINT.

           IF WS-SIMULACION-ACTIVA-YES
              GO TO 1650-GRABAR-CHECKPOINT-FIN
           END-IF.

           OPEN OUTPUT CHECKPOINT.
           MOVE WS-CONT-REG-ENTRADA TO CHECKPOINT-CANT-LEIDOS.
           MOVE WS-CC-IMPORTE-ACUM-TOTAL TO
              CHECKPOINT-IMPORTE-ACUM-TOTAL.
           MOVE WS-CONT-REG-RECHAZADO TO CHECKPOINT-CANT-RECHAZADOS.
           WRITE CHECKPOINT-REG.
           CLOSE CHECKPOINT.

       1650-GRABAR-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-PROGRAMA.

      *     INITIALIZE WS-ACUMULADORES.
           MOVE ZEROES TO WS-CC-IMPORTE-ACUM.
           MOVE ZEROES TO WS-CC-CANT-VENTAS-ACUM.
           MOVE ZEROES TO WS-CC-CANT-VENTAS-ACUM-T.
           MOVE ZEROES TO WS-CC-IMPORTE-ACUM-T.
           

           MOVE ENT-FECHA TO WS-CC-FECHA-ANT.
           
           MOVE WS-LIS-SEPARADOR-2 TO SAL-REPORTE .
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE " " TO SAL-REPORTE .
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           STRING WS-LIS-HEAD-FECHA DELIMITED BY SIZE 
                    WS-CC-FECHA-ANT DELIMITED BY SIZE INTO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE  WS-LIS-HEADER TO SAL-REPORTE. 
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE  WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
      
           PERFORM 2100-PROCESAR-CORTES-FECHA
              THRU 2100-PROCESAR-CORTES-FECHA-FIN
              UNTIL FS-ENTRADA-EOF
              OR ENT-FECHA NOT EQUAL WS-CC-FECHA-ANT
           .
           
           MOVE WS-CC-CANT-VENTAS-ACUM-T TO WS-LIS-D-CANTIDAD-T.
           MOVE WS-LIS-D-CANTIDAD-T TO SAL-REPORTE.
           
           MOVE WS-CC-IMPORTE-ACUM-T TO WS-LIS-D-TOTAL-T.
           MOVE WS-LIS-D-TOTAL-T TO SAL-REPORTE.
           


           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
      
           MOVE WS-LIS-FOOTER TO SAL-REPORTE.   
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

       2000-PROCESAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-PROCESAR-CORTES-FECHA.

           MOVE ZEROES TO WS-CC-IMPORTE-ACUM.
           MOVE ZEROES TO WS-CC-CANT-VENTAS-ACUM.


           MOVE ENT-CATEGORIA TO WS-CC-CATEGORIA-ANT.


           PERFORM 2200-PROCESAR-CORTE-CATEG
              THRU 2200-PROCESAR-CORTE-CATEG-FIN
              UNTIL FS-ENTRADA-EOF
              OR ENT-FECHA NOT EQUAL WS-CC-FECHA-ANT
              OR ENT-CATEGORIA NOT EQUAL WS-CC-CATEGORIA-ANT.


           MOVE WS-CC-CATEGORIA-ANT TO WS-LIS-D-CATEGORIA.
           MOVE WS-LIS-D-CATEGORIA TO SAL-REPORTE.
           MOVE WS-CC-CANT-VENTAS-ACUM TO WS-LIS-D-CANTIDAD.
           MOVE WS-LIS-D-CANTIDAD TO SAL-REPORTE.
           MOVE WS-CC-IMPORTE-ACUM TO WS-LIS-D-IMPORTE.
           MOVE WS-LIS-D-IMPORTE TO SAL-REPORTE.


           MOVE WS-LIS-DETALLE TO SAL-REPORTE.
            PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           ADD WS-CC-CANT-VENTAS-ACUM TO WS-CC-CANT-VENTAS-ACUM-T.
           ADD WS-CC-IMPORTE-ACUM TO WS-CC-IMPORTE-ACUM-T.


       2100-PROCESAR-CORTES-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-PROCESAR-CORTE-CATEG.

           MOVE ZEROES TO WS-CC-IMPORTE-ACUM-EMP.
           MOVE ZEROES TO WS-CC-CANT-VENTAS-ACUM-EMP.
           MOVE ZEROES TO WS-CC-IMPORTE-ORIG-EMP.
           MOVE ZEROES TO WS-CC-IMPORTE-CONV-EMP.
           MOVE SPACES TO WS-CC-MONEDA-EMP.

           MOVE ENT-ID-EMPLEADO TO WS-CC-EMPLEADO-ANT.
           MOVE ENT-NOMBRE-APELLIDO TO WS-CC-EMP-NOMBRE-ANT.

           PERFORM 2250-PROCESAR-CORTE-EMPLEADO
              THRU 2250-PROCESAR-CORTE-EMPLEADO-FIN
              UNTIL FS-ENTRADA-EOF
              OR ENT-FECHA NOT EQUAL WS-CC-FECHA-ANT
              OR ENT-CATEGORIA NOT EQUAL WS-CC-CATEGORIA-ANT
              OR ENT-ID-EMPLEADO NOT EQUAL WS-CC-EMPLEADO-ANT.

           MOVE WS-CC-EMPLEADO-ANT TO WS-LIS-DE-EMPLEADO.
           MOVE WS-CC-EMP-NOMBRE-ANT TO WS-LIS-DE-NOMBRE.
           MOVE WS-CC-CANT-VENTAS-ACUM-EMP TO WS-LIS-DE-CANTIDAD.
           MOVE WS-CC-IMPORTE-ACUM-EMP TO WS-LIS-DE-IMPORTE.

           MOVE WS-LIS-DETALLE-EMPLEADO TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           IF WS-CSV-MODO-ACTIVO-SI
              PERFORM 2255-GRABAR-DETALLE-CSV
                 THRU 2255-GRABAR-DETALLE-CSV-FIN
           END-IF.

           ADD WS-CC-CANT-VENTAS-ACUM-EMP TO WS-CC-CANT-VENTAS-ACUM.
           ADD WS-CC-IMPORTE-ACUM-EMP TO WS-CC-IMPORTE-ACUM.

       2200-PROCESAR-CORTE-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2255-GRABAR-DETALLE-CSV.

           MOVE WS-CC-FECHA-ANT     TO WS-CSV-FECHA.
           MOVE WS-CC-CATEGORIA-ANT TO WS-CSV-CATEGORIA.
           MOVE WS-CC-EMPLEADO-ANT  TO WS-CSV-EMPLEADO.
           MOVE WS-CC-EMP-NOMBRE-ANT TO WS-CSV-NOMBRE.
           MOVE WS-CC-CANT-VENTAS-ACUM-EMP TO WS-CSV-CANTIDAD.
           MOVE WS-CC-IMPORTE-ACUM-EMP TO WS-CSV-IMPORTE.
           MOVE WS-CC-IMPORTE-CONV-EMP TO WS-CSV-IMPORTE-CONV.
           MOVE WS-CC-MONEDA-EMP TO WS-CSV-MONEDA.
           MOVE WS-CC-IMPORTE-ORIG-EMP TO WS-CSV-IMPORTE-ORIG.
           MOVE WS-LIS-CSV-DET TO SAL-CSV-REGISTRO.

           WRITE SAL-CSV-REGISTRO.

           IF NOT FS-SAL-CSV-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SALIDA CSV'
              DISPLAY 'FILE STATUS: ' FS-SAL-CSV
           END-IF.

       2255-GRABAR-DETALLE-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-PROCESAR-CORTE-EMPLEADO.

           PERFORM 2270-CALCULAR-COMISION
              THRU 2270-CALCULAR-COMISION-FIN.

           IF WS-SIMULACION-ACTIVA-YES
              PERFORM 2271-CALCULAR-COMISION-PROP
                 THRU 2271-CALCULAR-COMISION-PROP-FIN
           ELSE
              MOVE WS-COMISION-CALCULADA TO WS-COMISION-PROPUESTA
           END-IF.

           PERFORM 2286-BUSCAR-SPLIT
              THRU 2286-BUSCAR-SPLIT-FIN.

           IF WS-SPLIT-ENCONTRADO-YES
              PERFORM 2287-APLICAR-SPLIT
                 THRU 2287-APLICAR-SPLIT-FIN
           ELSE
              ADD WS-COMISION-CALCULADA TO WS-CC-IMPORTE-ACUM-EMP
              ADD WS-IMPORTE-ORIG-SIGNADO TO WS-CC-IMPORTE-ORIG-EMP
              ADD WS-IMPORTE-SIGNADO TO WS-CC-IMPORTE-CONV-EMP
              MOVE ENT-ID-EMPLEADO TO WS-APORTE-ID
              MOVE ENT-NOMBRE-APELLIDO TO WS-APORTE-NOMBRE
              MOVE WS-IMPORTE-SIGNADO TO WS-APORTE-IMPORTE
              MOVE WS-COMISION-CALCULADA TO WS-APORTE-COMISION
              MOVE WS-COMISION-PROPUESTA TO WS-APORTE-COM-PROP
              MOVE WS-IMPORTE-ORIG-SIGNADO TO WS-APORTE-IMP-ORIG
              PERFORM 2280-ACUMULAR-EMPLEADO-RANKING
                 THRU 2280-ACUMULAR-EMPLEADO-RANKING-FIN
              PERFORM 2290-REGISTRAR-DETALLE-EMP
                 THRU 2290-REGISTRAR-DETALLE-EMP-FIN
           END-IF.

           IF WS-AUD-ACTIVA-YES
              PERFORM 2296-REGISTRAR-MOV-AUD
                 THRU 2296-REGISTRAR-MOV-AUD-FIN
           END-IF.

           ADD 1 TO WS-CC-CANT-VENTAS-ACUM-EMP.

           IF WS-CC-MONEDA-EMP = SPACES
              MOVE WS-MONEDA-NORMALIZADA TO WS-CC-MONEDA-EMP
           ELSE
              IF WS-CC-MONEDA-EMP NOT = WS-MONEDA-NORMALIZADA
                 MOVE 'MIX' TO WS-CC-MONEDA-EMP
              END-IF
           END-IF.

           PERFORM 2260-ACUMULAR-CATEGORIA
              THRU 2260-ACUMULAR-CATEGORIA-FIN.

           MOVE ENT-FECHA TO WS-CC-FECHA-ANT.
           MOVE ENT-CATEGORIA TO WS-CC-CATEGORIA-ANT.
           MOVE ENT-ID-EMPLEADO TO WS-CC-EMPLEADO-ANT.
           MOVE ENT-NOMBRE-APELLIDO TO WS-CC-EMP-NOMBRE-ANT.

           PERFORM 1500-LEER-ARCHIVO
              THRU 1500-LEER-ARCHIVO-EXIT.

       2250-PROCESAR-CORTE-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2260-ACUMULAR-CATEGORIA.

           SET WS-CAT-ENCONTRADO-NO TO TRUE.

           PERFORM 2265-BUSCAR-CATEGORIA
              THRU 2265-BUSCAR-CATEGORIA-FIN
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-TAB-CAT-CANT
              OR WS-CAT-ENCONTRADO-YES.

           IF WS-CAT-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-CAT-IDX
              ADD WS-IMPORTE-SIGNADO
                 TO WS-TAB-CAT-IMPORTE(WS-CAT-IDX)
              ADD WS-COMISION-CALCULADA
                 TO WS-TAB-CAT-COM-ACTUAL(WS-CAT-IDX)
              ADD WS-COMISION-PROPUESTA
                 TO WS-TAB-CAT-COM-PROP(WS-CAT-IDX)
           ELSE
              IF WS-TAB-CAT-CANT >= WS-MAX-CATEGORIAS
                 MOVE 'CATEGORIAS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-CAT-CANT
              MOVE ENT-CATEGORIA TO WS-TAB-CAT-NOMBRE(WS-TAB-CAT-CANT)
              MOVE WS-IMPORTE-SIGNADO
                 TO WS-TAB-CAT-IMPORTE(WS-TAB-CAT-CANT)
              MOVE WS-COMISION-CALCULADA
                 TO WS-TAB-CAT-COM-ACTUAL(WS-TAB-CAT-CANT)
              MOVE WS-COMISION-PROPUESTA
                 TO WS-TAB-CAT-COM-PROP(WS-TAB-CAT-CANT)
           END-IF.

       2260-ACUMULAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2265-BUSCAR-CATEGORIA.

           IF ENT-CATEGORIA = WS-TAB-CAT-NOMBRE(WS-CAT-IDX)
              SET WS-CAT-ENCONTRADO-YES TO TRUE
           END-IF.

       2265-BUSCAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La tasa se elige por vigencia: gana la fila de la categoria
      *    cuyo rango cubre la fecha del movimiento, y entre varias la
      *    de vigencia-desde mas reciente. Asi un reproceso historico
      *    reproduce los numeros originales.
       2270-CALCULAR-COMISION.

           SET WS-TASA-ENCONTRADA-NO TO TRUE.
           MOVE SPACES TO WS-TASA-MEJOR-DESDE.

           PERFORM 2275-BUSCAR-TASA
              THRU 2275-BUSCAR-TASA-FIN
              VARYING WS-TASA-IDX FROM 1 BY 1
              UNTIL WS-TASA-IDX > WS-TAB-TASA-CANT.

           IF WS-TASA-ENCONTRADA-NO
              MOVE WS-TASA-PORCENTAJE-DEFECTO TO WS-TASA-APLICADA
           END-IF.

           COMPUTE WS-COMISION-CALCULADA ROUNDED =
              WS-IMPORTE-SIGNADO * WS-TASA-APLICADA / 100.

           IF WS-CUOTAS-ACTIVAS-YES
              PERFORM 2293-APLICAR-CUOTA
                 THRU 2293-APLICAR-CUOTA-FIN
           END-IF.

       2270-CALCULAR-COMISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2271-CALCULAR-COMISION-PROP.

           SET WS-TASA-PROP-ENCONTRADA-NO TO TRUE.

           PERFORM 2276-BUSCAR-TASA-PROP
              THRU 2276-BUSCAR-TASA-PROP-FIN
              VARYING WS-TASA-IDX FROM 1 BY 1
              UNTIL WS-TASA-IDX > WS-TAB-TASA-PROP-CANT
              OR WS-TASA-PROP-ENCONTRADA-YES.

           IF WS-TASA-PROP-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-TASA-IDX
              MOVE WS-TAB-TASA-PROP-PORC(WS-TASA-IDX) TO
                 WS-TASA-PROP-APLICADA
           ELSE
              MOVE WS-TASA-APLICADA TO WS-TASA-PROP-APLICADA
           END-IF.

           COMPUTE WS-COMISION-PROPUESTA ROUNDED =
              WS-IMPORTE-SIGNADO * WS-TASA-PROP-APLICADA / 100.

       2271-CALCULAR-COMISION-PROP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2276-BUSCAR-TASA-PROP.

           IF ENT-CATEGORIA = WS-TAB-TASA-PROP-CATEG(WS-TASA-IDX)
              SET WS-TASA-PROP-ENCONTRADA-YES TO TRUE
           END-IF.

       2276-BUSCAR-TASA-PROP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2275-BUSCAR-TASA.

           IF ENT-CATEGORIA NOT = WS-TAB-TASA-CATEGORIA(WS-TASA-IDX)
              GO TO 2275-BUSCAR-TASA-FIN
           END-IF.

           IF WS-TAB-TASA-VIG-DESDE(WS-TASA-IDX) NOT = SPACES
              AND ENT-FECHA < WS-TAB-TASA-VIG-DESDE(WS-TASA-IDX)
              GO TO 2275-BUSCAR-TASA-FIN
           END-IF.

           IF WS-TAB-TASA-VIG-HASTA(WS-TASA-IDX) NOT = SPACES
              AND ENT-FECHA > WS-TAB-TASA-VIG-HASTA(WS-TASA-IDX)
              GO TO 2275-BUSCAR-TASA-FIN
           END-IF.

           IF WS-TASA-ENCONTRADA-NO
           OR WS-TAB-TASA-VIG-DESDE(WS-TASA-IDX) > WS-TASA-MEJOR-DESDE
              SET WS-TASA-ENCONTRADA-YES TO TRUE
              MOVE WS-TAB-TASA-VIG-DESDE(WS-TASA-IDX)
                 TO WS-TASA-MEJOR-DESDE
              MOVE WS-TAB-TASA-PORCENTAJE(WS-TASA-IDX)
                 TO WS-TASA-APLICADA
           END-IF.

       2275-BUSCAR-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Acumula el aporte vigente (venta entera o porcion de un
      *    split) al legajo que corresponda del ranking.
       2280-ACUMULAR-EMPLEADO-RANKING.

           SET WS-EMP-ENCONTRADO-NO TO TRUE.

           PERFORM 2285-BUSCAR-EMPLEADO-RANKING
              THRU 2285-BUSCAR-EMPLEADO-RANKING-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT
              OR WS-EMP-ENCONTRADO-YES.

           IF WS-EMP-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-EMP-IDX
              MOVE ENT-CATEGORIA TO WS-TAB-EMP-CATEGORIA(WS-EMP-IDX)
              ADD WS-APORTE-IMPORTE
                 TO WS-TAB-EMP-IMPORTE(WS-EMP-IDX)
              ADD 1 TO WS-TAB-EMP-CANT-VENTAS(WS-EMP-IDX)
              ADD WS-APORTE-COMISION
                 TO WS-TAB-EMP-COMISION(WS-EMP-IDX)
              ADD WS-APORTE-COM-PROP
                 TO WS-TAB-EMP-COM-PROP(WS-EMP-IDX)
              IF WS-APORTE-IMPORTE < 0
                 SUBTRACT WS-APORTE-IMPORTE
                    FROM WS-TAB-EMP-DEVOLUCION(WS-EMP-IDX)
              END-IF
           ELSE
              IF WS-TAB-EMP-CANT >= WS-MAX-EMPLEADOS
                 MOVE 'EMPLEADOS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-EMP-CANT
              MOVE WS-APORTE-ID TO WS-TAB-EMP-ID(WS-TAB-EMP-CANT)
              MOVE WS-APORTE-NOMBRE
                 TO WS-TAB-EMP-NOMBRE(WS-TAB-EMP-CANT)
              MOVE ENT-CATEGORIA
                 TO WS-TAB-EMP-CATEGORIA(WS-TAB-EMP-CANT)
              MOVE WS-APORTE-IMPORTE
                 TO WS-TAB-EMP-IMPORTE(WS-TAB-EMP-CANT)
              MOVE 1 TO WS-TAB-EMP-CANT-VENTAS(WS-TAB-EMP-CANT)
              MOVE WS-APORTE-COMISION
                 TO WS-TAB-EMP-COMISION(WS-TAB-EMP-CANT)
              MOVE WS-APORTE-COM-PROP
                 TO WS-TAB-EMP-COM-PROP(WS-TAB-EMP-CANT)
              MOVE 0 TO WS-TAB-EMP-DEVOLUCION(WS-TAB-EMP-CANT)
              IF WS-APORTE-IMPORTE < 0
                 SUBTRACT WS-APORTE-IMPORTE
                    FROM WS-TAB-EMP-DEVOLUCION(WS-TAB-EMP-CANT)
              END-IF
           END-IF.

       2280-ACUMULAR-EMPLEADO-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2285-BUSCAR-EMPLEADO-RANKING.

           IF WS-APORTE-ID = WS-TAB-EMP-ID(WS-EMP-IDX)
              SET WS-EMP-ENCONTRADO-YES TO TRUE
           END-IF.

       2285-BUSCAR-EMPLEADO-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2286-BUSCAR-SPLIT.

           SET WS-SPLIT-ENCONTRADO-NO TO TRUE.

           PERFORM 2292-COMPARAR-SPLIT
              THRU 2292-COMPARAR-SPLIT-FIN
              VARYING WS-SPL-IDX FROM 1 BY 1
              UNTIL WS-SPL-IDX > WS-TAB-SPL-CANT
              OR WS-SPLIT-ENCONTRADO-YES.

           IF WS-SPLIT-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-SPL-IDX
           END-IF.

       2286-BUSCAR-SPLIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Reparte la venta entre los participes: cada uno recibe su
      *    porcentaje y el ultimo se lleva el remanente para que las
      *    porciones cierren exactas contra el total de la venta.
       2287-APLICAR-SPLIT.

           MOVE WS-IMPORTE-SIGNADO TO WS-SPL-REST-IMPORTE.
           MOVE WS-COMISION-CALCULADA TO WS-SPL-REST-COMISION.
           MOVE WS-COMISION-PROPUESTA TO WS-SPL-REST-COM-PROP.
           MOVE WS-IMPORTE-ORIG-SIGNADO TO WS-SPL-REST-IMP-ORIG.

           MOVE 0 TO WS-SPL-PART-ULT.

           PERFORM 2291-UBICAR-ULTIMO-PARTICIPE
              THRU 2291-UBICAR-ULTIMO-PARTICIPE-FIN
              VARYING WS-SPL-PART-IDX FROM 1 BY 1
              UNTIL WS-SPL-PART-IDX > 4.

           PERFORM 2288-APORTAR-PARTICIPE
              THRU 2288-APORTAR-PARTICIPE-FIN
              VARYING WS-SPL-PART-IDX FROM 1 BY 1
              UNTIL WS-SPL-PART-IDX > 4.

       2287-APLICAR-SPLIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2288-APORTAR-PARTICIPE.

           IF WS-TAB-SPL-PART-ID(WS-SPL-IDX, WS-SPL-PART-IDX) = ZEROES
              GO TO 2288-APORTAR-PARTICIPE-FIN
           END-IF.

           MOVE WS-TAB-SPL-PART-ID(WS-SPL-IDX, WS-SPL-PART-IDX)
              TO WS-APORTE-ID.

           IF WS-SPL-PART-IDX = WS-SPL-PART-ULT
              MOVE WS-SPL-REST-IMPORTE TO WS-APORTE-IMPORTE
              MOVE WS-SPL-REST-COMISION TO WS-APORTE-COMISION
              MOVE WS-SPL-REST-COM-PROP TO WS-APORTE-COM-PROP
              MOVE WS-SPL-REST-IMP-ORIG TO WS-APORTE-IMP-ORIG
           ELSE
              COMPUTE WS-APORTE-IMPORTE ROUNDED = WS-IMPORTE-SIGNADO
                 * WS-TAB-SPL-PART-PCT(WS-SPL-IDX, WS-SPL-PART-IDX)
                 / 100
              COMPUTE WS-APORTE-COMISION ROUNDED =
                 WS-COMISION-CALCULADA
                 * WS-TAB-SPL-PART-PCT(WS-SPL-IDX, WS-SPL-PART-IDX)
                 / 100
              COMPUTE WS-APORTE-COM-PROP ROUNDED =
                 WS-COMISION-PROPUESTA
                 * WS-TAB-SPL-PART-PCT(WS-SPL-IDX, WS-SPL-PART-IDX)
                 / 100
              COMPUTE WS-APORTE-IMP-ORIG ROUNDED =
                 WS-IMPORTE-ORIG-SIGNADO
                 * WS-TAB-SPL-PART-PCT(WS-SPL-IDX, WS-SPL-PART-IDX)
                 / 100
              SUBTRACT WS-APORTE-IMPORTE FROM WS-SPL-REST-IMPORTE
              SUBTRACT WS-APORTE-COMISION FROM WS-SPL-REST-COMISION
              SUBTRACT WS-APORTE-COM-PROP FROM WS-SPL-REST-COM-PROP
              SUBTRACT WS-APORTE-IMP-ORIG FROM WS-SPL-REST-IMP-ORIG
           END-IF.

           IF WS-APORTE-ID = ENT-ID-EMPLEADO
              MOVE ENT-NOMBRE-APELLIDO TO WS-APORTE-NOMBRE
           ELSE
              PERFORM 2289-BUSCAR-NOMBRE-PARTICIPE
                 THRU 2289-BUSCAR-NOMBRE-PARTICIPE-FIN
           END-IF.

      *    La porcion del vendedor registrado alimenta tambien el
      *    corte del listado por categoria, como antes del split.
           IF WS-APORTE-ID = ENT-ID-EMPLEADO
              ADD WS-APORTE-COMISION TO WS-CC-IMPORTE-ACUM-EMP
              ADD WS-APORTE-IMP-ORIG TO WS-CC-IMPORTE-ORIG-EMP
              ADD WS-APORTE-IMPORTE TO WS-CC-IMPORTE-CONV-EMP
           END-IF.

           PERFORM 2280-ACUMULAR-EMPLEADO-RANKING
              THRU 2280-ACUMULAR-EMPLEADO-RANKING-FIN.

           PERFORM 2290-REGISTRAR-DETALLE-EMP
              THRU 2290-REGISTRAR-DETALLE-EMP-FIN.

       2288-APORTAR-PARTICIPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2289-BUSCAR-NOMBRE-PARTICIPE.

           MOVE SPACES TO WS-APORTE-NOMBRE.
           MOVE WS-APORTE-ID TO WS-SPL-PART-EVAL-ID.
           SET WS-MAE-ENCONTRADO-NO TO TRUE.

           PERFORM 1177-BUSCAR-PART-MAESTRO
              THRU 1177-BUSCAR-PART-MAESTRO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-MAE-ENCONTRADO-YES.

           IF WS-MAE-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-MAE-IDX
              MOVE WS-TAB-MAE-NOMBRE(WS-MAE-IDX) TO WS-APORTE-NOMBRE
           END-IF.

       2289-BUSCAR-NOMBRE-PARTICIPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2291-UBICAR-ULTIMO-PARTICIPE.

           IF WS-TAB-SPL-PART-ID(WS-SPL-IDX, WS-SPL-PART-IDX)
              NOT = ZEROES
              MOVE WS-SPL-PART-IDX TO WS-SPL-PART-ULT
           END-IF.

       2291-UBICAR-ULTIMO-PARTICIPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2292-COMPARAR-SPLIT.

           IF ENT-FECHA = WS-TAB-SPL-FECHA(WS-SPL-IDX)
              AND ENT-ID-EMPLEADO = WS-TAB-SPL-ID(WS-SPL-IDX)
              AND ENT-CATEGORIA = WS-TAB-SPL-CATEGORIA(WS-SPL-IDX)
              AND ENT-IMPORTE = WS-TAB-SPL-IMPORTE(WS-SPL-IDX)
              SET WS-SPLIT-ENCONTRADO-YES TO TRUE
           END-IF.

       2292-COMPARAR-SPLIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Niveles de cuota: la comision del movimiento es la
      *    diferencia entre lo devengado por franjas con el acumulado
      *    despues y antes del movimiento. Una devolucion que baja al
      *    vendedor de nivel descuenta a la tasa del nivel que deja.
       2293-APLICAR-CUOTA.

           SET WS-CUO-ENCONTRADA-NO TO TRUE.

           PERFORM 2294-BUSCAR-CUOTA
              THRU 2294-BUSCAR-CUOTA-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
              UNTIL WS-CUO-IDX > WS-TAB-CUO-CANT
              OR WS-CUO-ENCONTRADA-YES.

           IF WS-CUO-ENCONTRADA-NO
              GO TO 2293-APLICAR-CUOTA-FIN
           END-IF.

           SUBTRACT 1 FROM WS-CUO-IDX.

           MOVE ENT-NOMBRE-APELLIDO TO WS-TAB-CUO-NOMBRE(WS-CUO-IDX).
           MOVE ENT-CATEGORIA TO WS-TAB-CUO-CATEGORIA(WS-CUO-IDX).

           IF WS-TAB-CUO-IMPORTE(WS-CUO-IDX) = 0
              ADD WS-IMPORTE-SIGNADO
                 TO WS-TAB-CUO-ACUMULADO(WS-CUO-IDX)
              GO TO 2293-APLICAR-CUOTA-FIN
           END-IF.

           MOVE WS-TAB-CUO-TASA-N1(WS-CUO-IDX) TO WS-CUO-TASA-N1.
           MOVE WS-TAB-CUO-TASA-N2(WS-CUO-IDX) TO WS-CUO-TASA-N2.

           IF WS-CUO-TASA-N1 = 0
              MOVE WS-TASA-APLICADA TO WS-CUO-TASA-N1
           END-IF.

           IF WS-CUO-TASA-N2 = 0
              MOVE WS-CUO-TASA-N1 TO WS-CUO-TASA-N2
           END-IF.

           MOVE WS-TAB-CUO-IMPORTE(WS-CUO-IDX) TO WS-CUO-UMBRAL-1.
           COMPUTE WS-CUO-UMBRAL-2 ROUNDED =
              WS-TAB-CUO-IMPORTE(WS-CUO-IDX) * 1,20.

           MOVE WS-TAB-CUO-ACUMULADO(WS-CUO-IDX) TO WS-CUO-EVAL.
           PERFORM 2295-CALCULAR-FRANJAS
              THRU 2295-CALCULAR-FRANJAS-FIN.
           MOVE WS-CUO-FRANJA-0 TO WS-CUO-ANTES-0.
           MOVE WS-CUO-FRANJA-1 TO WS-CUO-ANTES-1.
           MOVE WS-CUO-FRANJA-2 TO WS-CUO-ANTES-2.

           ADD WS-IMPORTE-SIGNADO TO WS-TAB-CUO-ACUMULADO(WS-CUO-IDX).

           MOVE WS-TAB-CUO-ACUMULADO(WS-CUO-IDX) TO WS-CUO-EVAL.
           PERFORM 2295-CALCULAR-FRANJAS
              THRU 2295-CALCULAR-FRANJAS-FIN.

           COMPUTE WS-COMISION-CALCULADA ROUNDED =
              ((WS-CUO-FRANJA-0 - WS-CUO-ANTES-0) * WS-TASA-APLICADA
             + (WS-CUO-FRANJA-1 - WS-CUO-ANTES-1) * WS-CUO-TASA-N1
             + (WS-CUO-FRANJA-2 - WS-CUO-ANTES-2) * WS-CUO-TASA-N2)
              / 100.

       2293-APLICAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2294-BUSCAR-CUOTA.

           IF ENT-ID-EMPLEADO = WS-TAB-CUO-ID(WS-CUO-IDX)
              SET WS-CUO-ENCONTRADA-YES TO TRUE
           END-IF.

       2294-BUSCAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Reparte el acumulado WS-CUO-EVAL en las tres franjas: hasta
      *    la cuota, entre el 100% y el 120%, y por encima del 120%.
       2295-CALCULAR-FRANJAS.

           IF WS-CUO-EVAL > WS-CUO-UMBRAL-1
              MOVE WS-CUO-UMBRAL-1 TO WS-CUO-FRANJA-0
           ELSE
              MOVE WS-CUO-EVAL TO WS-CUO-FRANJA-0
           END-IF.

           IF WS-CUO-EVAL > WS-CUO-UMBRAL-2
              COMPUTE WS-CUO-FRANJA-1 =
                 WS-CUO-UMBRAL-2 - WS-CUO-UMBRAL-1
              COMPUTE WS-CUO-FRANJA-2 =
                 WS-CUO-EVAL - WS-CUO-UMBRAL-2
           ELSE
              MOVE 0 TO WS-CUO-FRANJA-2
              IF WS-CUO-EVAL > WS-CUO-UMBRAL-1
                 COMPUTE WS-CUO-FRANJA-1 =
                    WS-CUO-EVAL - WS-CUO-UMBRAL-1
              ELSE
                 MOVE 0 TO WS-CUO-FRANJA-1
              END-IF
           END-IF.

       2295-CALCULAR-FRANJAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada movimiento aceptado queda registrado con la cotizacion
      *    y la tasa aplicadas para poder reconstruir la cuenta del
      *    empleado en su extracto individual.
       2290-REGISTRAR-DETALLE-EMP.

           IF WS-TAB-DET-CANT >= WS-MAX-DETALLE-EMP
              MOVE 'DETALLE EMPLEADO' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-DET-CANT.
           MOVE WS-APORTE-ID TO WS-TAB-DET-EMPLEADO(WS-TAB-DET-CANT).
           MOVE ENT-FECHA TO WS-TAB-DET-FECHA(WS-TAB-DET-CANT).
           MOVE ENT-CATEGORIA TO WS-TAB-DET-CATEGORIA(WS-TAB-DET-CANT).
           MOVE ENT-TIPO-MOVIM TO WS-TAB-DET-TIPO(WS-TAB-DET-CANT).
           MOVE WS-MONEDA-NORMALIZADA
              TO WS-TAB-DET-MONEDA(WS-TAB-DET-CANT).
           MOVE WS-APORTE-IMP-ORIG
              TO WS-TAB-DET-IMP-ORIG(WS-TAB-DET-CANT).
           MOVE WS-CAMBIO-APLICADO TO WS-TAB-DET-CAMBIO(WS-TAB-DET-CANT)
           .
           MOVE WS-TASA-APLICADA TO WS-TAB-DET-TASA(WS-TAB-DET-CANT).
           MOVE WS-APORTE-COMISION
              TO WS-TAB-DET-COMISION(WS-TAB-DET-CANT).
           MOVE WS-APORTE-IMPORTE
              TO WS-TAB-DET-IMPORTE(WS-TAB-DET-CANT).

           IF WS-TRAZA-ACTIVA-YES
              MOVE WS-APORTE-ID TO TRZ-ID-EMPLEADO
              MOVE WS-APORTE-IMP-ORIG TO TRZ-IMPORTE-ORIG
              MOVE WS-APORTE-IMPORTE TO TRZ-IMPORTE
              MOVE WS-APORTE-COMISION TO TRZ-COMISION
              IF WS-SPLIT-ENCONTRADO-YES
                 MOVE WS-TAB-SPL-PART-PCT(WS-SPL-IDX, WS-SPL-PART-IDX)
                    TO TRZ-PORC-SPLIT
              ELSE
                 MOVE 100 TO TRZ-PORC-SPLIT
              END-IF
              MOVE 'N' TO TRZ-CLAWBACK
              PERFORM 2298-GRABAR-TRAZA
                 THRU 2298-GRABAR-TRAZA-FIN
           END-IF.

       2290-REGISTRAR-DETALLE-EMP-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Movimiento aceptado tal como entro, para puntuarlo contra
      *    las reglas de auditoria al cierre de la corrida. Del split
      *    se guarda el mayor porcentaje de un participe.
       2296-REGISTRAR-MOV-AUD.

           IF WS-TAB-MOV-CANT >= WS-MAX-AUD-MOVIMIENTOS
              MOVE 'AUDITORIA MOVIM' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-MOV-CANT.
           MOVE WS-TAB-MOV-CANT TO WS-MOV-IDX.
           MOVE ENT-FECHA TO WS-TAB-MOV-FECHA(WS-MOV-IDX).
           MOVE ENT-ID-EMPLEADO TO WS-TAB-MOV-ID(WS-MOV-IDX).
           MOVE ENT-CATEGORIA TO WS-TAB-MOV-CATEGORIA(WS-MOV-IDX).
           MOVE ENT-TIPO-MOVIM TO WS-TAB-MOV-TIPO(WS-MOV-IDX).
           MOVE WS-IMPORTE-SIGNADO TO WS-TAB-MOV-IMPORTE(WS-MOV-IDX).
           MOVE ZEROES TO WS-TAB-MOV-PORC-MAX(WS-MOV-IDX).
           MOVE ZEROES TO WS-TAB-MOV-PUNTAJE(WS-MOV-IDX).
           MOVE SPACES TO WS-TAB-MOV-REGLAS(WS-MOV-IDX).

           MOVE ENT-FECHA TO WS-AUD-FECHA-X.
           MOVE WS-AUD-FECHA-X-AAAA TO WS-AUD-FECHA-N-AAAA.
           MOVE WS-AUD-FECHA-X-MM TO WS-AUD-FECHA-N-MM.
           MOVE WS-AUD-FECHA-X-DD TO WS-AUD-FECHA-N-DD.
           COMPUTE WS-TAB-MOV-DIAS(WS-MOV-IDX) =
              FUNCTION INTEGER-OF-DATE(WS-AUD-FECHA-NUM).

           IF WS-SPLIT-ENCONTRADO-YES
              PERFORM 2297-MAYOR-PARTICIPE
                 THRU 2297-MAYOR-PARTICIPE-FIN
                 VARYING WS-SPL-PART-IDX FROM 1 BY 1
                 UNTIL WS-SPL-PART-IDX > 4
           END-IF.

       2296-REGISTRAR-MOV-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2297-MAYOR-PARTICIPE.

           IF WS-TAB-SPL-PART-PCT(WS-SPL-IDX, WS-SPL-PART-IDX) >
              WS-TAB-MOV-PORC-MAX(WS-MOV-IDX)
              MOVE WS-TAB-SPL-PART-PCT(WS-SPL-IDX, WS-SPL-PART-IDX)
                 TO WS-TAB-MOV-PORC-MAX(WS-MOV-IDX)
           END-IF.

       2297-MAYOR-PARTICIPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un registro de traza por aporte: tasa y vigencia de TASAS,
      *    cotizacion de CAMBIOS, porcentaje del split, decision de
      *    clawback, comision resultante y extracto de origen. El
      *    llamador completa empleado, importes, split y clawback.
       2298-GRABAR-TRAZA.

           MOVE WS-FECHA-CORRIDA TO TRZ-FECHA-CORRIDA.
           MOVE ENT-FECHA TO TRZ-FECHA.
           MOVE WS-MERGE-GANADOR TO TRZ-EXTRACTO.
           MOVE ENT-ID-EMPLEADO TO TRZ-ID-VENDEDOR.
           MOVE ENT-CATEGORIA TO TRZ-CATEGORIA.
           MOVE ENT-TIPO-MOVIM TO TRZ-TIPO-MOVIM.
           MOVE WS-MONEDA-NORMALIZADA TO TRZ-MONEDA.
           MOVE WS-CAMBIO-APLICADO TO TRZ-CAMBIO.
           MOVE WS-TASA-APLICADA TO TRZ-TASA.

           IF WS-TASA-ENCONTRADA-YES
              MOVE 'T' TO TRZ-TASA-ORIGEN
              MOVE WS-TASA-MEJOR-DESDE TO TRZ-TASA-VIG-DESDE
           ELSE
              MOVE 'D' TO TRZ-TASA-ORIGEN
              MOVE SPACES TO TRZ-TASA-VIG-DESDE
           END-IF.

           IF WS-CUOTAS-ACTIVAS-YES AND WS-CUO-ENCONTRADA-YES
              MOVE 'S' TO TRZ-CUOTA
           ELSE
              MOVE 'N' TO TRZ-CUOTA
           END-IF.

           WRITE TRZ-REGISTRO.

           IF NOT FS-TRAZA-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE TRAZA'
              DISPLAY 'FILE STATUS: ' FS-TRAZA
           END-IF.

       2298-GRABAR-TRAZA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-ARCHIVO-SAL.
           
           WRITE SAL-REPORTE .
           

           EVALUATE FS-SALIDA
           WHEN '00'
                ADD 1 TO WS-SALIDA-CANT-REG
           WHEN OTHER
                DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SALIDA'
                DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-EVALUATE.
       2500-GRABAR-ARCHIVO-SAL-FIN.
           EXIT.
      
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE WS-LIS-SEPARADOR-2 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-CONT-REG-ENTRADA TO WS-LIS-D-CANTIDAD-T.
           MOVE WS-LIS-D-CANTIDAD-T TO  SAL-REPORTE.
      
           MOVE WS-CC-IMPORTE-ACUM-TOTAL TO WS-LIS-D-TOTAL-T.
           MOVE WS-LIS-D-TOTAL-T TO  SAL-REPORTE.
           
           MOVE  WS-LIS-FOOTER TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           PERFORM 3100-IMPRIMIR-RESUMEN-CATEG
              THRU 3100-IMPRIMIR-RESUMEN-CATEG-FIN.

           PERFORM 3300-IMPRIMIR-TOP-EMPLEADOS
              THRU 3300-IMPRIMIR-TOP-EMPLEADOS-FIN.

           PERFORM 3400-IMPRIMIR-COMPARATIVO
              THRU 3400-IMPRIMIR-COMPARATIVO-FIN.

           PERFORM 3450-GRABAR-SALDOS-ANTERIOR
              THRU 3450-GRABAR-SALDOS-ANTERIOR-FIN.

      *    Una corrida abortada (cabecera invalida o entrada
      *    inutilizable) no liquido nada: los ajustes, anticipos,
      *    sobrecomisiones, enviadas y clawbacks pendientes quedan
      *    intactos para la proxima y no se emite asiento.
           IF WS-CABECERA-INVALIDA-YES
           OR RETURN-CODE >= 8
              SET WS-CORRIDA-ABORTADA-YES TO TRUE
              DISPLAY 'LIQUIDACION OMITIDA POR CORRIDA CON ERRORES'
           END-IF.

           IF WS-TAB-AJU-CANT > 0
           AND WS-CORRIDA-ABORTADA-NO
              PERFORM 3520-RESOLVER-AJUSTES
                 THRU 3520-RESOLVER-AJUSTES-FIN
           END-IF.

           IF WS-TAB-JER-CANT > 0
           AND WS-CORRIDA-ABORTADA-NO
              PERFORM 3590-CALCULAR-SOBRECOMISIONES
                 THRU 3590-CALCULAR-SOBRECOMISIONES-FIN
           END-IF.

           IF WS-TAB-ANT-CANT > 0
              AND WS-ANT-MAESTRO-VALIDO
              AND WS-CORRIDA-ABORTADA-NO
              PERFORM 3580-LIQUIDAR-ANTICIPOS
                 THRU 3580-LIQUIDAR-ANTICIPOS-FIN
           END-IF.

           IF WS-CORRIDA-ABORTADA-NO
              PERFORM 3480-GRABAR-LIQUIDACION
                 THRU 3480-GRABAR-LIQUIDACION-FIN
           END-IF.

           IF WS-SIMULACION-ACTIVA-NO
              AND WS-ENV-CARGA-OK
              AND WS-CORRIDA-ABORTADA-NO
              PERFORM 3540-GRABAR-ENVIADAS
                 THRU 3540-GRABAR-ENVIADAS-FIN
           END-IF.

           IF WS-ANT-LIQUIDADOS-YES
              AND WS-SIMULACION-ACTIVA-NO
              PERFORM 3585-GRABAR-ANTICIPOS
                 THRU 3585-GRABAR-ANTICIPOS-FIN
           END-IF.

           IF WS-SOB-CALCULADAS-YES
              PERFORM 3595-GRABAR-SOBRECOMISIONES
                 THRU 3595-GRABAR-SOBRECOMISIONES-FIN
           END-IF.

           PERFORM 3550-GRABAR-EXTRACTO-EMP
              THRU 3550-GRABAR-EXTRACTO-EMP-FIN.

           PERFORM 3670-GRABAR-CLAWBACKS
              THRU 3670-GRABAR-CLAWBACKS-FIN.

           IF WS-CORRIDA-ABORTADA-NO
              PERFORM 3690-GRABAR-ASIENTO
                 THRU 3690-GRABAR-ASIENTO-FIN
           END-IF.

           IF WS-CUOTAS-ACTIVAS-YES
              PERFORM 3600-GRABAR-CUOTAS
                 THRU 3600-GRABAR-CUOTAS-FIN
           END-IF.

           IF WS-SIMULACION-ACTIVA-YES
              PERFORM 3470-GRABAR-SIMULACION
                 THRU 3470-GRABAR-SIMULACION-FIN
           END-IF.

      *    La auditoria compara contra el acumulado anual antes de
      *    que la corrida lo actualice.
           IF WS-AUD-ACTIVA-YES
              AND WS-TAB-MOV-CANT > 0
              PERFORM 3630-EVALUAR-AUDITORIA
                 THRU 3630-EVALUAR-AUDITORIA-FIN
           END-IF.

           IF WS-CORRIDA-ABORTADA-NO
              PERFORM 3490-ACTUALIZAR-YTD
                 THRU 3490-ACTUALIZAR-YTD-FIN
           END-IF.

           IF WS-TAB-AJU-CANT > 0
           AND WS-SIMULACION-ACTIVA-NO
           AND WS-CORRIDA-ABORTADA-NO
              PERFORM 3530-GRABAR-AJUSTES
                 THRU 3530-GRABAR-AJUSTES-FIN
           END-IF.

           PERFORM 3500-IMPRIMIR-RECONCILIACION
              THRU 3500-IMPRIMIR-RECONCILIACION-FIN.

           PERFORM 3650-CERRAR-PERIODO
              THRU 3650-CERRAR-PERIODO-FIN.

           IF WS-CSV-MODO-ACTIVO-SI
              PERFORM 3160-GRABAR-TOTAL-CSV
                 THRU 3160-GRABAR-TOTAL-CSV-FIN
           END-IF.

           PERFORM 3695-GRABAR-BURST
              THRU 3695-GRABAR-BURST-FIN.

           PERFORM 3680-REGISTRAR-EXTRACTOS
              THRU 3680-REGISTRAR-EXTRACTOS-FIN.

           PERFORM 3150-LIMPIAR-CHECKPOINT
              THRU 3150-LIMPIAR-CHECKPOINT-FIN.

           PERFORM 3200-CERRAR-ARCHIVO
              THRU 3200-CERRAR-ARCHIVO-FIN.

           PERFORM 3700-GRADUAR-RETORNO
              THRU 3700-GRADUAR-RETORNO-FIN.

           PERFORM 3750-ACTUALIZAR-CATALOGO
              THRU 3750-ACTUALIZAR-CATALOGO-FIN.

           PERFORM 3800-GRABAR-RUN-HISTORY
              THRU 3800-GRABAR-RUN-HISTORY-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El catalogo registra que archivo fisico pertenece a que
      *    corrida; el depurador de generaciones y los procesos que
      *    leen salidas de corridas anteriores se resuelven por aca.
       3750-ACTUALIZAR-CATALOGO.

           IF WS-TAB-PROD-CANT = 0
              GO TO 3750-ACTUALIZAR-CATALOGO-FIN
           END-IF.

           OPEN EXTEND CATALOGO.

           IF FS-CATALOGO-NFD
              OPEN OUTPUT CATALOGO
           END-IF.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL ABRIR EL CATALOGO DE SALIDAS'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3750-ACTUALIZAR-CATALOGO-FIN
           END-IF.

           PERFORM 3760-GRABAR-CATALOGO-REG
              THRU 3760-GRABAR-CATALOGO-REG-FIN
              VARYING WS-PROD-IDX FROM 1 BY 1
              UNTIL WS-PROD-IDX > WS-TAB-PROD-CANT.

           CLOSE CATALOGO.

       3750-ACTUALIZAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3760-GRABAR-CATALOGO-REG.

           MOVE WS-FECHA-CORRIDA TO CATAL-FECHA.
           MOVE WS-GEN-SECUENCIA TO CATAL-SECUENCIA.
           MOVE WS-TAB-PROD-TIPO(WS-PROD-IDX) TO CATAL-TIPO.
           MOVE WS-TAB-PROD-ARCHIVO(WS-PROD-IDX) TO CATAL-ARCHIVO.
           WRITE CATAL-REGISTRO.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL GRABAR EL CATALOGO DE SALIDAS'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
           END-IF.

       3760-GRABAR-CATALOGO-REG-FIN.
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

           MOVE 'TP01EJ01' TO RUN-PROGRAMA.
           MOVE WS-FECHA-CORRIDA TO RUN-FECHA-INICIO.
           MOVE WS-RUN-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE WS-CONT-REG-ENTRADA TO RUN-REG-LEIDOS.
           MOVE WS-CONT-REG-ACEPTADO TO RUN-REG-ACEPTADOS.
           MOVE WS-CONT-REG-RECHAZADO TO RUN-REG-RECHAZADOS.
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
       3150-LIMPIAR-CHECKPOINT.

           IF WS-SIMULACION-ACTIVA-YES
              GO TO 3150-LIMPIAR-CHECKPOINT-FIN
           END-IF.

           OPEN OUTPUT CHECKPOINT.
           MOVE ZEROES TO CHECKPOINT-REG.
           WRITE CHECKPOINT-REG.
           CLOSE CHECKPOINT.

       3150-LIMPIAR-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3160-GRABAR-TOTAL-CSV.

           MOVE SPACES TO WS-CSV-FECHA.
           MOVE 'TOTAL' TO WS-CSV-CATEGORIA.
           MOVE ZEROES TO WS-CSV-EMPLEADO.
           MOVE SPACES TO WS-CSV-NOMBRE.
           MOVE WS-CONT-REG-ENTRADA TO WS-CSV-CANTIDAD.
           MOVE WS-CC-IMPORTE-ACUM-TOTAL TO WS-CSV-IMPORTE.
           MOVE WS-CC-IMPORTE-ACUM-TOTAL TO WS-CSV-IMPORTE-CONV.
           MOVE SPACES TO WS-CSV-MONEDA.
           MOVE WS-IMPORTE-ORIG-TOTAL TO WS-CSV-IMPORTE-ORIG.
           MOVE WS-LIS-CSV-DET TO SAL-CSV-REGISTRO.

           WRITE SAL-CSV-REGISTRO.

           IF NOT FS-SAL-CSV-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SALIDA CSV'
              DISPLAY 'FILE STATUS: ' FS-SAL-CSV
           END-IF.

       3160-GRABAR-TOTAL-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-IMPRIMIR-RESUMEN-CATEG.

           MOVE WS-LIS-SEPARADOR-2 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-ROLLUP-TITULO TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-ROLLUP-HEADER TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           PERFORM 3110-IMPRIMIR-CATEG-REG
              THRU 3110-IMPRIMIR-CATEG-REG-FIN
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-TAB-CAT-CANT.

       3100-IMPRIMIR-RESUMEN-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-IMPRIMIR-CATEG-REG.

           MOVE WS-TAB-CAT-NOMBRE(WS-CAT-IDX) TO WS-LIS-RU-CATEGORIA.
           MOVE WS-TAB-CAT-IMPORTE(WS-CAT-IDX) TO WS-LIS-RU-IMPORTE.
           MOVE WS-LIS-ROLLUP-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

       3110-IMPRIMIR-CATEG-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-IMPRIMIR-TOP-EMPLEADOS.

           IF WS-TAB-EMP-CANT = 0
              GO TO 3300-IMPRIMIR-TOP-EMPLEADOS-FIN
           END-IF.

           PERFORM 3310-ORDENAR-EMPLEADOS
              THRU 3310-ORDENAR-EMPLEADOS-FIN.

           MOVE WS-LIS-SEPARADOR-2 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-RANKING-TITULO TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-RANKING-HEADER TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 10 TO WS-RANK-TOPE.
           IF WS-TAB-EMP-CANT < 10
              MOVE WS-TAB-EMP-CANT TO WS-RANK-TOPE
           END-IF.

           PERFORM 3340-IMPRIMIR-RANKING-REG
              THRU 3340-IMPRIMIR-RANKING-REG-FIN
              VARYING WS-RANK-IDX FROM 1 BY 1
              UNTIL WS-RANK-IDX > WS-RANK-TOPE.

       3300-IMPRIMIR-TOP-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3310-ORDENAR-EMPLEADOS.

           PERFORM 3320-ORDENAR-PASADA
              THRU 3320-ORDENAR-PASADA-FIN
              VARYING WS-ORD-I FROM 1 BY 1
              UNTIL WS-ORD-I > WS-TAB-EMP-CANT - 1.

       3310-ORDENAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3320-ORDENAR-PASADA.

           COMPUTE WS-ORD-LIMITE = WS-TAB-EMP-CANT - WS-ORD-I.

           PERFORM 3330-COMPARAR-E-INTERCAMBIAR
              THRU 3330-COMPARAR-E-INTERCAMBIAR-FIN
              VARYING WS-ORD-J FROM 1 BY 1
              UNTIL WS-ORD-J > WS-ORD-LIMITE.

       3320-ORDENAR-PASADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3330-COMPARAR-E-INTERCAMBIAR.

           IF WS-TAB-EMP-IMPORTE(WS-ORD-J) <
              WS-TAB-EMP-IMPORTE(WS-ORD-J + 1)

              MOVE WS-TAB-EMP(WS-ORD-J)     TO WS-TAB-EMP-TEMP
              MOVE WS-TAB-EMP(WS-ORD-J + 1) TO WS-TAB-EMP(WS-ORD-J)
              MOVE WS-TAB-EMP-TEMP-ID           TO
                 WS-TAB-EMP-ID(WS-ORD-J + 1)
              MOVE WS-TAB-EMP-TEMP-NOMBRE       TO
                 WS-TAB-EMP-NOMBRE(WS-ORD-J + 1)
              MOVE WS-TAB-EMP-TEMP-CATEGORIA    TO
                 WS-TAB-EMP-CATEGORIA(WS-ORD-J + 1)
              MOVE WS-TAB-EMP-TEMP-IMPORTE      TO
                 WS-TAB-EMP-IMPORTE(WS-ORD-J + 1)
              MOVE WS-TAB-EMP-TEMP-CANT-VENTAS  TO
                 WS-TAB-EMP-CANT-VENTAS(WS-ORD-J + 1)
              MOVE WS-TAB-EMP-TEMP-COMISION     TO
                 WS-TAB-EMP-COMISION(WS-ORD-J + 1)
              MOVE WS-TAB-EMP-TEMP-COM-PROP     TO
                 WS-TAB-EMP-COM-PROP(WS-ORD-J + 1)
              MOVE WS-TAB-EMP-TEMP-DEVOLUCION   TO
                 WS-TAB-EMP-DEVOLUCION(WS-ORD-J + 1)

           END-IF.

       3330-COMPARAR-E-INTERCAMBIAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3340-IMPRIMIR-RANKING-REG.

           MOVE WS-RANK-IDX TO WS-LIS-RK-PUESTO.
           MOVE WS-TAB-EMP-ID(WS-RANK-IDX) TO WS-LIS-RK-EMPLEADO.
           MOVE WS-TAB-EMP-NOMBRE(WS-RANK-IDX) TO WS-LIS-RK-NOMBRE.
           MOVE WS-TAB-EMP-IMPORTE(WS-RANK-IDX) TO WS-LIS-RK-IMPORTE.
           MOVE WS-LIS-RANKING-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

       3340-IMPRIMIR-RANKING-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-IMPRIMIR-COMPARATIVO.

           IF WS-TAB-CAT-CANT = 0
              GO TO 3400-IMPRIMIR-COMPARATIVO-FIN
           END-IF.

           MOVE WS-LIS-SEPARADOR-2 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-COMPARA-TITULO TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-COMPARA-HEADER TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           PERFORM 3410-IMPRIMIR-COMPARA-REG
              THRU 3410-IMPRIMIR-COMPARA-REG-FIN
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-TAB-CAT-CANT.

       3400-IMPRIMIR-COMPARATIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-IMPRIMIR-COMPARA-REG.

           MOVE ZEROES TO WS-CMP-IMPORTE-ANTERIOR.
           SET WS-SA-ENCONTRADO-NO TO TRUE.

           PERFORM 3420-BUSCAR-SALDO-ANTERIOR
              THRU 3420-BUSCAR-SALDO-ANTERIOR-FIN
              VARYING WS-SA-IDX FROM 1 BY 1
              UNTIL WS-SA-IDX > WS-TAB-SA-CANT
              OR WS-SA-ENCONTRADO-YES.

           COMPUTE WS-CMP-DIFERENCIA =
              WS-TAB-CAT-IMPORTE(WS-CAT-IDX) - WS-CMP-IMPORTE-ANTERIOR.

           MOVE WS-TAB-CAT-NOMBRE(WS-CAT-IDX) TO WS-LIS-CMP-CATEGORIA.
           MOVE WS-CMP-IMPORTE-ANTERIOR TO WS-LIS-CMP-ANTERIOR.
           MOVE WS-TAB-CAT-IMPORTE(WS-CAT-IDX) TO WS-LIS-CMP-ACTUAL.
           MOVE WS-CMP-DIFERENCIA TO WS-LIS-CMP-DIFERENCIA.
           MOVE WS-LIS-COMPARA-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

       3410-IMPRIMIR-COMPARA-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3420-BUSCAR-SALDO-ANTERIOR.

           IF WS-TAB-CAT-NOMBRE(WS-CAT-IDX) =
                 WS-TAB-SA-CATEGORIA(WS-SA-IDX)
              MOVE WS-TAB-SA-IMPORTE(WS-SA-IDX) TO
                 WS-CMP-IMPORTE-ANTERIOR
              SET WS-SA-ENCONTRADO-YES TO TRUE
           END-IF.

       3420-BUSCAR-SALDO-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3450-GRABAR-SALDOS-ANTERIOR.

           IF WS-SIMULACION-ACTIVA-YES
              GO TO 3450-GRABAR-SALDOS-ANTERIOR-FIN
           END-IF.

           IF WS-TAB-CAT-CANT = 0
              GO TO 3450-GRABAR-SALDOS-ANTERIOR-FIN
           END-IF.

           MOVE WS-NOM-SALDOS-NUEVO TO WS-NOM-SALDOS.

           OPEN OUTPUT SALDOS-ANTERIOR.

           IF FS-SALDOS-ANTERIOR-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'SALDOS' TO WS-PROD-TIPO
              MOVE WS-NOM-SALDOS TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
           END-IF.

           IF NOT FS-SALDOS-ANTERIOR-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SALDOS ANTERIORES'
              DISPLAY 'FILE STATUS: ' FS-SALDOS-ANTERIOR
              GO TO 3450-GRABAR-SALDOS-ANTERIOR-FIN
           END-IF.

           PERFORM 3460-GRABAR-SALDO-REG
              THRU 3460-GRABAR-SALDO-REG-FIN
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-TAB-CAT-CANT.

           CLOSE SALDOS-ANTERIOR.

       3450-GRABAR-SALDOS-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3470-GRABAR-SIMULACION.

           OPEN OUTPUT SAL-SIMULACION.

           IF FS-SAL-SIMULACION-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'SIMULACION' TO WS-PROD-TIPO
              MOVE WS-NOM-SIMULACION TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
           END-IF.

           IF NOT FS-SAL-SIMULACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SIMULACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-SIMULACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3470-GRABAR-SIMULACION-FIN
           END-IF.

           MOVE WS-LIS-SIM-TITULO TO SAL-SIMULACION-REG.
           WRITE SAL-SIMULACION-REG.
           MOVE WS-LIS-SIM-SUBT-CAT TO SAL-SIMULACION-REG.
           WRITE SAL-SIMULACION-REG.
           MOVE WS-LIS-SIM-HEADER TO SAL-SIMULACION-REG.
           WRITE SAL-SIMULACION-REG.

           PERFORM 3472-SIM-CATEGORIA-REG
              THRU 3472-SIM-CATEGORIA-REG-FIN
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-TAB-CAT-CANT.

           MOVE WS-LIS-SIM-SUBT-EMP TO SAL-SIMULACION-REG.
           WRITE SAL-SIMULACION-REG.
           MOVE WS-LIS-SIM-HEADER TO SAL-SIMULACION-REG.
           WRITE SAL-SIMULACION-REG.

           PERFORM 3475-SIM-EMPLEADO-REG
              THRU 3475-SIM-EMPLEADO-REG-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

           CLOSE SAL-SIMULACION.

       3470-GRABAR-SIMULACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3472-SIM-CATEGORIA-REG.

           MOVE WS-TAB-CAT-NOMBRE(WS-CAT-IDX) TO WS-LIS-SIM-CLAVE.
           MOVE WS-TAB-CAT-COM-ACTUAL(WS-CAT-IDX) TO WS-LIS-SIM-ACTUAL.
           MOVE WS-TAB-CAT-COM-PROP(WS-CAT-IDX) TO WS-LIS-SIM-PROP.
           COMPUTE WS-SIM-DELTA =
              WS-TAB-CAT-COM-PROP(WS-CAT-IDX) -
              WS-TAB-CAT-COM-ACTUAL(WS-CAT-IDX).
           MOVE WS-SIM-DELTA TO WS-LIS-SIM-DELTA.
           MOVE WS-LIS-SIM-DET TO SAL-SIMULACION-REG.
           WRITE SAL-SIMULACION-REG.

           IF NOT FS-SAL-SIMULACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SIMULACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-SIMULACION
           END-IF.

       3472-SIM-CATEGORIA-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3475-SIM-EMPLEADO-REG.

           MOVE SPACES TO WS-LIS-SIM-CLAVE.
           STRING WS-TAB-EMP-ID(WS-EMP-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-TAB-EMP-NOMBRE(WS-EMP-IDX)(1:20) DELIMITED BY SIZE
              INTO WS-LIS-SIM-CLAVE.
           MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX) TO WS-LIS-SIM-ACTUAL.
           MOVE WS-TAB-EMP-COM-PROP(WS-EMP-IDX) TO WS-LIS-SIM-PROP.
           COMPUTE WS-SIM-DELTA =
              WS-TAB-EMP-COM-PROP(WS-EMP-IDX) -
              WS-TAB-EMP-COMISION(WS-EMP-IDX).
           MOVE WS-SIM-DELTA TO WS-LIS-SIM-DELTA.
           MOVE WS-LIS-SIM-DET TO SAL-SIMULACION-REG.
           WRITE SAL-SIMULACION-REG.

           IF NOT FS-SAL-SIMULACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SIMULACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-SIMULACION
           END-IF.

       3475-SIM-EMPLEADO-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3480-GRABAR-LIQUIDACION.

           IF WS-SIMULACION-ACTIVA-YES
              GO TO 3480-GRABAR-LIQUIDACION-FIN
           END-IF.

           OPEN OUTPUT SAL-LIQUIDACION.

           IF FS-SAL-LIQUIDACION-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'LIQUIDACION' TO WS-PROD-TIPO
              MOVE WS-NOM-LIQUIDACION TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
           END-IF.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3480-GRABAR-LIQUIDACION-FIN
           END-IF.

           INITIALIZE WS-LIQ-TOTALES.

           PERFORM 3485-GRABAR-LIQUIDACION-REG
              THRU 3485-GRABAR-LIQUIDACION-REG-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

      *    Ajustes de clawback generados en esta corrida: tipo propio
      *    R para que nomina los descuente del proximo pago.
           PERFORM 3487-GRABAR-CLAWBACK-LIQ
              THRU 3487-GRABAR-CLAWBACK-LIQ-FIN
              VARYING WS-CLAW-IDX FROM 1 BY 1
              UNTIL WS-CLAW-IDX > WS-TAB-CLAW-CANT.

      *    Ajustes manuales aprobados: tipo propio A, sin ventas ni
      *    importe, solo la comision que se suma o se descuenta. Si el
      *    acumulado anual no se puede actualizar no se paga ninguno:
      *    quedan pendientes enteros para la proxima corrida.
           IF WS-TAB-AJU-CANT > 0
              PERFORM 3481-VERIFICAR-YTD-AJUSTES
                 THRU 3481-VERIFICAR-YTD-AJUSTES-FIN
           END-IF.

           PERFORM 3488-GRABAR-AJUSTE-LIQ
              THRU 3488-GRABAR-AJUSTE-LIQ-FIN
              VARYING WS-AJU-IDX FROM 1 BY 1
              UNTIL WS-AJU-IDX > WS-TAB-AJU-CANT.

      *    Lo que nomina rechazo se vuelve a ofrecer con tipo O y el
      *    periodo original, hasta que llegue la confirmacion de pago.
           PERFORM 3489-REOFRECER-RECHAZADA
              THRU 3489-REOFRECER-RECHAZADA-FIN
              VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT.

      *    Sobrecomisiones de gerentes: tipo propio S, con el importe
      *    de las ventas del equipo que las produjeron. Retienen
      *    ganancias como cualquier comision devengada.
           IF WS-SOB-CALCULADAS-YES
              PERFORM 3483-GRABAR-SOBRECOM-LIQ
                 THRU 3483-GRABAR-SOBRECOM-LIQ-FIN
                 VARYING WS-SOB-IDX FROM 1 BY 1
                 UNTIL WS-SOB-IDX > WS-TAB-SOB-CANT
           END-IF.

      *    Anticipos garantizados: tipo propio G con el complemento
      *    hasta el anticipo o el recupero descontado del excedente.
      *    No es comision devengada y no retiene ganancias.
           IF WS-ANT-LIQUIDADOS-YES
              PERFORM 3484-GRABAR-ANTICIPO-LIQ
                 THRU 3484-GRABAR-ANTICIPO-LIQ-FIN
                 VARYING WS-ANT-IDX FROM 1 BY 1
                 UNTIL WS-ANT-IDX > WS-TAB-ANT-CANT
           END-IF.

           MOVE 'C' TO WS-LIQ-TIPO-REG.
           MOVE WS-LIQ-TOT-EMPLEADOS TO WS-LIQ-ID.
           MOVE WS-LIQ-PERIODO-CORRIDA TO WS-LIQ-PERIODO.
           MOVE WS-LIQ-TOT-VENTAS TO WS-LIQ-CANT-VENTAS.
           MOVE WS-LIQ-TOT-IMPORTE TO WS-LIQ-IMPORTE.
           MOVE WS-LIQ-TOT-COMISION TO WS-LIQ-COMISION.
           MOVE WS-LIQ-TOT-RETENCION TO WS-LIQ-RETENCION.
           MOVE WS-LIQ-TOT-NETO TO WS-LIQ-NETO.
           MOVE WS-LIQ-DETALLE TO SAL-LIQUIDACION-REG.
           WRITE SAL-LIQUIDACION-REG.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
           END-IF.

           CLOSE SAL-LIQUIDACION.

       3480-GRABAR-LIQUIDACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3481-VERIFICAR-YTD-AJUSTES.

           SET WS-AJU-YTD-DISPONIBLE-NO TO TRUE.

           OPEN I-O COMISION-YTD.

           IF FS-COMISION-YTD-NFD
              OPEN OUTPUT COMISION-YTD
              CLOSE COMISION-YTD
              OPEN I-O COMISION-YTD
           END-IF.

           IF NOT FS-COMISION-YTD-OK
              DISPLAY 'ACUMULADO ANUAL NO DISPONIBLE - AJUSTES NO '
                 'LIQUIDADOS'
              DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3481-VERIFICAR-YTD-AJUSTES-FIN
           END-IF.

           CLOSE COMISION-YTD.
           SET WS-AJU-YTD-DISPONIBLE-YES TO TRUE.

       3481-VERIFICAR-YTD-AJUSTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada linea grabada en la liquidacion queda enviada a nomina
      *    con su tipo e importe; recien pasa a pagadas cuando vuelve
      *    confirmada. Devengado, sobrecomision y anticipo se recalculan
      *    en cada corrida: un rerun autorizado del mismo dia reemplaza
      *    su propio envio en lugar de duplicarlo. Ajustes y clawbacks
      *    salen una sola vez y cada linea es un envio propio.
       3482-ANOTAR-ENVIO.

           SET WS-ENV-ENCONTRADA-NO TO TRUE.

           IF WS-LIQ-TIPO-REG = 'D' OR 'S' OR 'G'
              PERFORM 3486-BUSCAR-ENVIO-RERUN
                 THRU 3486-BUSCAR-ENVIO-RERUN-FIN
                 VARYING WS-ENV-IDX FROM 1 BY 1
                 UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT
                 OR WS-ENV-ENCONTRADA-YES
           END-IF.

           IF WS-ENV-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-ENV-IDX
           ELSE
              IF WS-TAB-ENV-CANT >= WS-MAX-ENVIADAS
                 MOVE 'ENVIADAS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-ENV-CANT
              MOVE WS-TAB-ENV-CANT TO WS-ENV-IDX
              MOVE WS-LIQ-PERIODO TO WS-TAB-ENV-PERIODO(WS-ENV-IDX)
              MOVE WS-LIQ-ID TO WS-TAB-ENV-ID(WS-ENV-IDX)
              MOVE WS-LIQ-TIPO-REG TO WS-TAB-ENV-TIPO(WS-ENV-IDX)
              MOVE 'E' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX)
              MOVE WS-FECHA-CORRIDA
                 TO WS-TAB-ENV-FECHA-ENVIO(WS-ENV-IDX)
              MOVE ZEROES TO WS-TAB-ENV-FECHA-RESP(WS-ENV-IDX)
              MOVE ZEROES TO WS-TAB-ENV-RECHAZOS(WS-ENV-IDX)
              MOVE SPACES TO WS-TAB-ENV-MOTIVO(WS-ENV-IDX)
              MOVE 'N' TO WS-TAB-ENV-NUEVA-PAG(WS-ENV-IDX)
           END-IF.

           MOVE WS-LIQ-COMISION TO WS-TAB-ENV-COMISION(WS-ENV-IDX).

       3482-ANOTAR-ENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3483-GRABAR-SOBRECOM-LIQ.

           IF WS-TAB-SOB-IMPORTE(WS-SOB-IDX) = ZEROES
              GO TO 3483-GRABAR-SOBRECOM-LIQ-FIN
           END-IF.

           MOVE 'S' TO WS-LIQ-TIPO-REG.
           MOVE WS-TAB-SOB-ID(WS-SOB-IDX) TO WS-LIQ-ID.
           MOVE WS-SOB-PERIODO TO WS-LIQ-PERIODO.
           MOVE WS-TAB-SOB-CANT-VENTAS(WS-SOB-IDX)
              TO WS-LIQ-CANT-VENTAS.
           MOVE WS-TAB-SOB-BASE(WS-SOB-IDX) TO WS-LIQ-IMPORTE.
           MOVE WS-TAB-SOB-IMPORTE(WS-SOB-IDX) TO WS-LIQ-COMISION.
           MOVE WS-TAB-SOB-ID(WS-SOB-IDX) TO WS-RET-ID.
           MOVE WS-TAB-SOB-IMPORTE(WS-SOB-IDX) TO WS-RET-BASE.
           PERFORM 3570-CALCULAR-RETENCION
              THRU 3570-CALCULAR-RETENCION-FIN.
           MOVE WS-RET-IMPORTE TO WS-LIQ-RETENCION.
           COMPUTE WS-LIQ-NETO = WS-LIQ-COMISION - WS-LIQ-RETENCION.
           MOVE WS-LIQ-DETALLE TO SAL-LIQUIDACION-REG.
           WRITE SAL-LIQUIDACION-REG.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
              GO TO 3483-GRABAR-SOBRECOM-LIQ-FIN
           END-IF.

           ADD WS-LIQ-COMISION TO WS-LIQ-TOT-COMISION.
           ADD WS-LIQ-RETENCION TO WS-LIQ-TOT-RETENCION.
           ADD WS-LIQ-NETO TO WS-LIQ-TOT-NETO.

           PERFORM 3482-ANOTAR-ENVIO
              THRU 3482-ANOTAR-ENVIO-FIN.

       3483-GRABAR-SOBRECOM-LIQ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3484-GRABAR-ANTICIPO-LIQ.

           IF WS-TAB-ANT-ADELANTO(WS-ANT-IDX) = ZEROES
              AND WS-TAB-ANT-RECUPERO(WS-ANT-IDX) = ZEROES
              GO TO 3484-GRABAR-ANTICIPO-LIQ-FIN
           END-IF.

           MOVE 'G' TO WS-LIQ-TIPO-REG.
           MOVE WS-TAB-ANT-ID(WS-ANT-IDX) TO WS-LIQ-ID.
           MOVE WS-ANT-PERIODO TO WS-LIQ-PERIODO.
           MOVE ZEROES TO WS-LIQ-CANT-VENTAS.
           MOVE ZEROES TO WS-LIQ-IMPORTE.
           COMPUTE WS-LIQ-COMISION =
              WS-TAB-ANT-ADELANTO(WS-ANT-IDX) -
              WS-TAB-ANT-RECUPERO(WS-ANT-IDX).
           MOVE ZEROES TO WS-LIQ-RETENCION.
           MOVE WS-LIQ-COMISION TO WS-LIQ-NETO.
           MOVE WS-LIQ-DETALLE TO SAL-LIQUIDACION-REG.
           WRITE SAL-LIQUIDACION-REG.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
              GO TO 3484-GRABAR-ANTICIPO-LIQ-FIN
           END-IF.

           ADD WS-LIQ-COMISION TO WS-LIQ-TOT-COMISION.
           ADD WS-LIQ-NETO TO WS-LIQ-TOT-NETO.

           PERFORM 3482-ANOTAR-ENVIO
              THRU 3482-ANOTAR-ENVIO-FIN.

       3484-GRABAR-ANTICIPO-LIQ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3485-GRABAR-LIQUIDACION-REG.

           MOVE 'D' TO WS-LIQ-TIPO-REG.
           MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO WS-LIQ-ID.
           MOVE WS-LIQ-PERIODO-CORRIDA TO WS-LIQ-PERIODO.
           MOVE WS-TAB-EMP-CANT-VENTAS(WS-EMP-IDX)
              TO WS-LIQ-CANT-VENTAS.
           MOVE WS-TAB-EMP-IMPORTE(WS-EMP-IDX) TO WS-LIQ-IMPORTE.
           MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX) TO WS-LIQ-COMISION.
           MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO WS-RET-ID.
           MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX) TO WS-RET-BASE.
           PERFORM 3570-CALCULAR-RETENCION
              THRU 3570-CALCULAR-RETENCION-FIN.
           MOVE WS-RET-IMPORTE TO WS-LIQ-RETENCION.
           COMPUTE WS-LIQ-NETO = WS-LIQ-COMISION - WS-LIQ-RETENCION.
           MOVE WS-LIQ-DETALLE TO SAL-LIQUIDACION-REG.
           WRITE SAL-LIQUIDACION-REG.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
              GO TO 3485-GRABAR-LIQUIDACION-REG-FIN
           END-IF.

           ADD 1 TO WS-LIQ-TOT-EMPLEADOS.
           ADD WS-TAB-EMP-CANT-VENTAS(WS-EMP-IDX)
              TO WS-LIQ-TOT-VENTAS.
           ADD WS-TAB-EMP-IMPORTE(WS-EMP-IDX) TO WS-LIQ-TOT-IMPORTE.
           ADD WS-TAB-EMP-COMISION(WS-EMP-IDX) TO WS-LIQ-TOT-COMISION.
           ADD WS-LIQ-RETENCION TO WS-LIQ-TOT-RETENCION.
           ADD WS-LIQ-NETO TO WS-LIQ-TOT-NETO.

           PERFORM 3482-ANOTAR-ENVIO
              THRU 3482-ANOTAR-ENVIO-FIN.

       3485-GRABAR-LIQUIDACION-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3486-BUSCAR-ENVIO-RERUN.

           IF WS-LIQ-ID = WS-TAB-ENV-ID(WS-ENV-IDX)
              AND WS-LIQ-PERIODO = WS-TAB-ENV-PERIODO(WS-ENV-IDX)
              AND WS-LIQ-TIPO-REG = WS-TAB-ENV-TIPO(WS-ENV-IDX)
              AND WS-TAB-ENV-SIN-RESPUESTA(WS-ENV-IDX)
              AND WS-TAB-ENV-FECHA-ENVIO(WS-ENV-IDX) = WS-FECHA-CORRIDA
              AND WS-TAB-ENV-RECHAZOS(WS-ENV-IDX) = ZEROES
              SET WS-ENV-ENCONTRADA-YES TO TRUE
           END-IF.

       3486-BUSCAR-ENVIO-RERUN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3487-GRABAR-CLAWBACK-LIQ.

           IF WS-TAB-CLAW-NUEVO(WS-CLAW-IDX) NOT = 'Y'
              GO TO 3487-GRABAR-CLAWBACK-LIQ-FIN
           END-IF.

           MOVE 'R' TO WS-LIQ-TIPO-REG.
           MOVE WS-TAB-CLAW-ID(WS-CLAW-IDX) TO WS-LIQ-ID.
           MOVE WS-TAB-CLAW-PERIODO(WS-CLAW-IDX) TO WS-LIQ-PERIODO.
           MOVE ZEROES TO WS-LIQ-CANT-VENTAS.
           MOVE WS-TAB-CLAW-IMPORTE(WS-CLAW-IDX) TO WS-LIQ-IMPORTE.
           MOVE WS-TAB-CLAW-COMISION(WS-CLAW-IDX) TO WS-LIQ-COMISION.
           MOVE ZEROES TO WS-LIQ-RETENCION.
           MOVE WS-LIQ-COMISION TO WS-LIQ-NETO.
           MOVE WS-LIQ-DETALLE TO SAL-LIQUIDACION-REG.
           WRITE SAL-LIQUIDACION-REG.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
              GO TO 3487-GRABAR-CLAWBACK-LIQ-FIN
           END-IF.

           ADD WS-TAB-CLAW-IMPORTE(WS-CLAW-IDX) TO WS-LIQ-TOT-IMPORTE.
           ADD WS-TAB-CLAW-COMISION(WS-CLAW-IDX)
              TO WS-LIQ-TOT-COMISION.
           ADD WS-LIQ-NETO TO WS-LIQ-TOT-NETO.

           PERFORM 3482-ANOTAR-ENVIO
              THRU 3482-ANOTAR-ENVIO-FIN.

       3487-GRABAR-CLAWBACK-LIQ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3488-GRABAR-AJUSTE-LIQ.

           IF NOT WS-TAB-AJU-VALIDO(WS-AJU-IDX)
           OR WS-AJU-YTD-DISPONIBLE-NO
              GO TO 3488-GRABAR-AJUSTE-LIQ-FIN
           END-IF.

           MOVE 'A' TO WS-LIQ-TIPO-REG.
           MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO WS-LIQ-ID.
           MOVE WS-AJU-PERIODO TO WS-LIQ-PERIODO.
           MOVE ZEROES TO WS-LIQ-CANT-VENTAS.
           MOVE ZEROES TO WS-LIQ-IMPORTE.
           MOVE WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO WS-LIQ-COMISION.
           MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO WS-RET-ID.
           MOVE WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO WS-RET-BASE.
           PERFORM 3570-CALCULAR-RETENCION
              THRU 3570-CALCULAR-RETENCION-FIN.
           MOVE WS-RET-IMPORTE TO WS-LIQ-RETENCION.
           COMPUTE WS-LIQ-NETO = WS-LIQ-COMISION - WS-LIQ-RETENCION.
           MOVE WS-LIQ-DETALLE TO SAL-LIQUIDACION-REG.
           WRITE SAL-LIQUIDACION-REG.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
              GO TO 3488-GRABAR-AJUSTE-LIQ-FIN
           END-IF.

      *    Pagado el ajuste queda consumido: ya no vuelve al archivo de
      *    aprobados aunque despues falle el acumulado anual.
           MOVE 'L' TO WS-TAB-AJU-ESTADO(WS-AJU-IDX).

           ADD WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO WS-LIQ-TOT-COMISION.
           ADD WS-LIQ-RETENCION TO WS-LIQ-TOT-RETENCION.
           ADD WS-LIQ-NETO TO WS-LIQ-TOT-NETO.

           PERFORM 3482-ANOTAR-ENVIO
              THRU 3482-ANOTAR-ENVIO-FIN.

       3488-GRABAR-AJUSTE-LIQ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3489-REOFRECER-RECHAZADA.

           IF NOT WS-TAB-ENV-RECHAZADA(WS-ENV-IDX)
              GO TO 3489-REOFRECER-RECHAZADA-FIN
           END-IF.

           MOVE 'O' TO WS-LIQ-TIPO-REG.
           MOVE WS-TAB-ENV-ID(WS-ENV-IDX) TO WS-LIQ-ID.
           MOVE WS-TAB-ENV-PERIODO(WS-ENV-IDX) TO WS-LIQ-PERIODO.
           MOVE ZEROES TO WS-LIQ-CANT-VENTAS.
           MOVE ZEROES TO WS-LIQ-IMPORTE.
           MOVE WS-TAB-ENV-COMISION(WS-ENV-IDX) TO WS-LIQ-COMISION.

      *    Cada fila se vuelve a ofrecer con su propio importe; retiene
      *    ganancias solo lo que retuvo en la linea original (anticipos
      *    y clawbacks no retienen).
           IF WS-TAB-ENV-TIPO(WS-ENV-IDX) = 'G' OR 'R'
              MOVE ZEROES TO WS-LIQ-RETENCION
           ELSE
              MOVE WS-TAB-ENV-ID(WS-ENV-IDX) TO WS-RET-ID
              MOVE WS-TAB-ENV-COMISION(WS-ENV-IDX) TO WS-RET-BASE
              PERFORM 3570-CALCULAR-RETENCION
                 THRU 3570-CALCULAR-RETENCION-FIN
              MOVE WS-RET-IMPORTE TO WS-LIQ-RETENCION
           END-IF.
           COMPUTE WS-LIQ-NETO = WS-LIQ-COMISION - WS-LIQ-RETENCION.
           MOVE WS-LIQ-DETALLE TO SAL-LIQUIDACION-REG.
           WRITE SAL-LIQUIDACION-REG.

           IF NOT FS-SAL-LIQUIDACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION
              GO TO 3489-REOFRECER-RECHAZADA-FIN
           END-IF.

           ADD WS-TAB-ENV-COMISION(WS-ENV-IDX) TO WS-LIQ-TOT-COMISION.
           ADD WS-LIQ-RETENCION TO WS-LIQ-TOT-RETENCION.
           ADD WS-LIQ-NETO TO WS-LIQ-TOT-NETO.
           ADD 1 TO WS-CONF-REOFRECIDAS.

           MOVE 'E' TO WS-TAB-ENV-ESTADO(WS-ENV-IDX).
           MOVE WS-FECHA-CORRIDA TO WS-TAB-ENV-FECHA-ENVIO(WS-ENV-IDX).

       3489-REOFRECER-RECHAZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Liquidacion de anticipos del periodo. Un rerun del mismo
      *    periodo parte de la apertura guardada, asi el anticipo no
      *    se otorga dos veces. Al empleado dado de baja no se le
      *    adelanta nada: solo se recupera de lo que haya devengado y
      *    el saldo que quede abierto se marca para cobranza.
       3580-LIQUIDAR-ANTICIPOS.

           IF WS-LIQ-PERIODO-CORRIDA = SPACES
              MOVE SPACES TO WS-ANT-PERIODO
              STRING WS-FECHA-CORRIDA-AAAA DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 WS-FECHA-CORRIDA-MM DELIMITED BY SIZE
                 INTO WS-ANT-PERIODO
           ELSE
              MOVE WS-LIQ-PERIODO-CORRIDA TO WS-ANT-PERIODO
           END-IF.

           INITIALIZE WS-ANT-TOTALES.

           PERFORM 3581-LIQUIDAR-ANTICIPO-EMP
              THRU 3581-LIQUIDAR-ANTICIPO-EMP-FIN
              VARYING WS-ANT-IDX FROM 1 BY 1
              UNTIL WS-ANT-IDX > WS-TAB-ANT-CANT.

           SET WS-ANT-LIQUIDADOS-YES TO TRUE.

           IF WS-ANT-TOT-A-COBRAR > 0
              DISPLAY 'ANTICIPOS ABIERTOS DE EMPLEADOS DADOS DE BAJA: '
                 WS-ANT-TOT-A-COBRAR
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       3580-LIQUIDAR-ANTICIPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3581-LIQUIDAR-ANTICIPO-EMP.

           IF WS-TAB-ANT-PERIODO(WS-ANT-IDX) = WS-ANT-PERIODO
              MOVE WS-TAB-ANT-APERTURA(WS-ANT-IDX)
                 TO WS-TAB-ANT-SALDO(WS-ANT-IDX)
           ELSE
              MOVE WS-TAB-ANT-SALDO(WS-ANT-IDX)
                 TO WS-TAB-ANT-APERTURA(WS-ANT-IDX)
              MOVE WS-ANT-PERIODO TO WS-TAB-ANT-PERIODO(WS-ANT-IDX)
           END-IF.

           MOVE ZEROES TO WS-TAB-ANT-GANADO(WS-ANT-IDX).
           MOVE ZEROES TO WS-TAB-ANT-ADELANTO(WS-ANT-IDX).
           MOVE ZEROES TO WS-TAB-ANT-RECUPERO(WS-ANT-IDX).
           MOVE 'N' TO WS-TAB-ANT-BAJA(WS-ANT-IDX).

           SET WS-MAE-ENCONTRADO-NO TO TRUE.

           PERFORM 3582-BUSCAR-ANTICIPO-MAESTRO
              THRU 3582-BUSCAR-ANTICIPO-MAESTRO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-MAE-ENCONTRADO-YES.

           IF WS-MAE-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-MAE-IDX
              IF WS-TAB-MAE-BAJA(WS-MAE-IDX)
                 MOVE 'Y' TO WS-TAB-ANT-BAJA(WS-ANT-IDX)
              END-IF
           END-IF.

           SET WS-EMP-ENCONTRADO-NO TO TRUE.

           PERFORM 3583-BUSCAR-ANTICIPO-EMP
              THRU 3583-BUSCAR-ANTICIPO-EMP-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT
              OR WS-EMP-ENCONTRADO-YES.

           IF WS-EMP-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-EMP-IDX
              MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX)
                 TO WS-TAB-ANT-GANADO(WS-ANT-IDX)
           END-IF.

           IF WS-SOB-CALCULADAS-YES
              MOVE WS-TAB-ANT-ID(WS-ANT-IDX) TO WS-SOB-ACTUAL
              PERFORM 3594-UBICAR-GERENTE
                 THRU 3594-UBICAR-GERENTE-FIN
              IF WS-SOB-ENCONTRADO-YES
                 ADD WS-TAB-SOB-IMPORTE(WS-SOB-IDX)
                    TO WS-TAB-ANT-GANADO(WS-ANT-IDX)
              END-IF
           END-IF.

           IF WS-TAB-ANT-BAJA-NO(WS-ANT-IDX)
              AND WS-TAB-ANT-GANADO(WS-ANT-IDX) <
                 WS-TAB-ANT-MENSUAL(WS-ANT-IDX)
              COMPUTE WS-TAB-ANT-ADELANTO(WS-ANT-IDX) =
                 WS-TAB-ANT-MENSUAL(WS-ANT-IDX) -
                 WS-TAB-ANT-GANADO(WS-ANT-IDX)
              ADD WS-TAB-ANT-ADELANTO(WS-ANT-IDX)
                 TO WS-TAB-ANT-SALDO(WS-ANT-IDX)
           ELSE
              IF WS-TAB-ANT-BAJA-YES(WS-ANT-IDX)
                 MOVE WS-TAB-ANT-GANADO(WS-ANT-IDX)
                    TO WS-ANT-EXCEDENTE
              ELSE
                 COMPUTE WS-ANT-EXCEDENTE =
                    WS-TAB-ANT-GANADO(WS-ANT-IDX) -
                    WS-TAB-ANT-MENSUAL(WS-ANT-IDX)
              END-IF
              IF WS-ANT-EXCEDENTE > ZEROES
                 AND WS-TAB-ANT-SALDO(WS-ANT-IDX) > ZEROES
                 COMPUTE WS-TAB-ANT-RECUPERO(WS-ANT-IDX) ROUNDED =
                    WS-ANT-EXCEDENTE * WS-TAB-ANT-PORC(WS-ANT-IDX)
                    / 100
                 IF WS-TAB-ANT-RECUPERO(WS-ANT-IDX) >
                    WS-TAB-ANT-SALDO(WS-ANT-IDX)
                    MOVE WS-TAB-ANT-SALDO(WS-ANT-IDX)
                       TO WS-TAB-ANT-RECUPERO(WS-ANT-IDX)
                 END-IF
                 SUBTRACT WS-TAB-ANT-RECUPERO(WS-ANT-IDX)
                    FROM WS-TAB-ANT-SALDO(WS-ANT-IDX)
              END-IF
           END-IF.

           ADD WS-TAB-ANT-APERTURA(WS-ANT-IDX) TO WS-ANT-TOT-APERTURA.
           ADD WS-TAB-ANT-ADELANTO(WS-ANT-IDX) TO WS-ANT-TOT-ADELANTO.
           ADD WS-TAB-ANT-RECUPERO(WS-ANT-IDX) TO WS-ANT-TOT-RECUPERO.
           ADD WS-TAB-ANT-SALDO(WS-ANT-IDX) TO WS-ANT-TOT-CIERRE.

           IF WS-TAB-ANT-BAJA-YES(WS-ANT-IDX)
              AND WS-TAB-ANT-SALDO(WS-ANT-IDX) > ZEROES
              ADD 1 TO WS-ANT-TOT-A-COBRAR
              DISPLAY 'ANTICIPO A COBRAR - LEGAJO '
                 WS-TAB-ANT-ID(WS-ANT-IDX) ' DADO DE BAJA, SALDO '
                 WS-TAB-ANT-SALDO(WS-ANT-IDX)
           END-IF.

       3581-LIQUIDAR-ANTICIPO-EMP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3582-BUSCAR-ANTICIPO-MAESTRO.

           IF WS-TAB-ANT-ID(WS-ANT-IDX) = WS-TAB-MAE-ID(WS-MAE-IDX)
              SET WS-MAE-ENCONTRADO-YES TO TRUE
           END-IF.

       3582-BUSCAR-ANTICIPO-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3583-BUSCAR-ANTICIPO-EMP.

           IF WS-TAB-ANT-ID(WS-ANT-IDX) = WS-TAB-EMP-ID(WS-EMP-IDX)
              SET WS-EMP-ENCONTRADO-YES TO TRUE
           END-IF.

       3583-BUSCAR-ANTICIPO-EMP-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Estado de cuenta de anticipos del periodo y regrabacion del
      *    maestro con los saldos de cierre.
       3585-GRABAR-ANTICIPOS.

           OPEN OUTPUT SAL-ANTICIPOS.

           IF FS-SAL-ANTICIPOS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'ANTICIPOS' TO WS-PROD-TIPO
              MOVE WS-NOM-ANTICIPOS TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
              MOVE WS-ANT-PERIODO TO WS-LIS-ANT-TIT-PERIODO
              MOVE WS-LIS-ANT-TITULO TO SAL-ANTICIPOS-REG
              PERFORM 3588-GRABAR-LINEA-ANT
                 THRU 3588-GRABAR-LINEA-ANT-FIN
              MOVE WS-LIS-ANT-HEADER TO SAL-ANTICIPOS-REG
              PERFORM 3588-GRABAR-LINEA-ANT
                 THRU 3588-GRABAR-LINEA-ANT-FIN
              PERFORM 3586-GRABAR-ESTADO-ANT
                 THRU 3586-GRABAR-ESTADO-ANT-FIN
                 VARYING WS-ANT-IDX FROM 1 BY 1
                 UNTIL WS-ANT-IDX > WS-TAB-ANT-CANT
              MOVE WS-LIS-SEPARADOR-1 TO SAL-ANTICIPOS-REG
              PERFORM 3588-GRABAR-LINEA-ANT
                 THRU 3588-GRABAR-LINEA-ANT-FIN
              MOVE 'TOTAL' TO WS-LIS-ANT-ID
              MOVE WS-ANT-TOT-APERTURA TO WS-LIS-ANT-APERTURA
              MOVE WS-ANT-TOT-ADELANTO TO WS-LIS-ANT-ADELANTO
              MOVE WS-ANT-TOT-RECUPERO TO WS-LIS-ANT-RECUPERO
              MOVE WS-ANT-TOT-CIERRE TO WS-LIS-ANT-CIERRE
              MOVE SPACES TO WS-LIS-ANT-OBSERVACION
              MOVE WS-LIS-ANT-DET TO SAL-ANTICIPOS-REG
              PERFORM 3588-GRABAR-LINEA-ANT
                 THRU 3588-GRABAR-LINEA-ANT-FIN
              CLOSE SAL-ANTICIPOS
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ESTADO DE ANTICIPOS'
              DISPLAY 'FILE STATUS: ' FS-SAL-ANTICIPOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           OPEN OUTPUT ANTICIPOS.

           IF NOT FS-ANTICIPOS-OK
              DISPLAY 'ERROR AL REGRABAR LAS CUENTAS DE ANTICIPOS'
              DISPLAY 'FILE STATUS: ' FS-ANTICIPOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3585-GRABAR-ANTICIPOS-FIN
           END-IF.

           PERFORM 3587-GRABAR-ANTICIPO-REG
              THRU 3587-GRABAR-ANTICIPO-REG-FIN
              VARYING WS-ANT-IDX FROM 1 BY 1
              UNTIL WS-ANT-IDX > WS-TAB-ANT-CANT.

           CLOSE ANTICIPOS.

       3585-GRABAR-ANTICIPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3586-GRABAR-ESTADO-ANT.

           MOVE WS-TAB-ANT-ID(WS-ANT-IDX) TO WS-LIS-ANT-ID.
           MOVE WS-TAB-ANT-APERTURA(WS-ANT-IDX) TO WS-LIS-ANT-APERTURA.
           MOVE WS-TAB-ANT-ADELANTO(WS-ANT-IDX) TO WS-LIS-ANT-ADELANTO.
           MOVE WS-TAB-ANT-RECUPERO(WS-ANT-IDX) TO WS-LIS-ANT-RECUPERO.
           MOVE WS-TAB-ANT-SALDO(WS-ANT-IDX) TO WS-LIS-ANT-CIERRE.
           MOVE SPACES TO WS-LIS-ANT-OBSERVACION.

           IF WS-TAB-ANT-BAJA-YES(WS-ANT-IDX)
              IF WS-TAB-ANT-SALDO(WS-ANT-IDX) > ZEROES
                 MOVE 'BAJA - A COBRAR' TO WS-LIS-ANT-OBSERVACION
              ELSE
                 MOVE 'BAJA - CANCELADO' TO WS-LIS-ANT-OBSERVACION
              END-IF
           END-IF.

           MOVE WS-LIS-ANT-DET TO SAL-ANTICIPOS-REG.
           PERFORM 3588-GRABAR-LINEA-ANT
              THRU 3588-GRABAR-LINEA-ANT-FIN.

       3586-GRABAR-ESTADO-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3587-GRABAR-ANTICIPO-REG.

           MOVE WS-TAB-ANT-ID(WS-ANT-IDX) TO ANT-ID-EMPLEADO.
           MOVE WS-TAB-ANT-MENSUAL(WS-ANT-IDX) TO ANT-IMPORTE-MENSUAL.
           MOVE WS-TAB-ANT-PORC(WS-ANT-IDX) TO ANT-PORC-RECUPERO.
           MOVE WS-TAB-ANT-SALDO(WS-ANT-IDX) TO ANT-SALDO.
           MOVE WS-TAB-ANT-PERIODO(WS-ANT-IDX) TO ANT-PERIODO-APLICADO.
           MOVE WS-TAB-ANT-APERTURA(WS-ANT-IDX) TO ANT-SALDO-APERTURA.
           WRITE ANT-REGISTRO.

           IF NOT FS-ANTICIPOS-OK
              DISPLAY 'ERROR AL GRABAR LAS CUENTAS DE ANTICIPOS'
              DISPLAY 'FILE STATUS: ' FS-ANTICIPOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       3587-GRABAR-ANTICIPO-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3588-GRABAR-LINEA-ANT.

           WRITE SAL-ANTICIPOS-REG.

           IF NOT FS-SAL-ANTICIPOS-OK
              DISPLAY 'ERROR AL GRABAR EL ESTADO DE ANTICIPOS'
              DISPLAY 'FILE STATUS: ' FS-SAL-ANTICIPOS
           END-IF.

       3588-GRABAR-LINEA-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Sobrecomisiones: cada venta o devolucion aceptada sube por
      *    la cadena de reporte vigente a su fecha. Cada gerente de la
      *    cadena cobra su porcentaje sobre el importe de la venta; la
      *    devolucion descuenta lo mismo que sumo la venta.
       3590-CALCULAR-SOBRECOMISIONES.

           IF WS-LIQ-PERIODO-CORRIDA = SPACES
              MOVE SPACES TO WS-SOB-PERIODO
              STRING WS-FECHA-CORRIDA-AAAA DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 WS-FECHA-CORRIDA-MM DELIMITED BY SIZE
                 INTO WS-SOB-PERIODO
           ELSE
              MOVE WS-LIQ-PERIODO-CORRIDA TO WS-SOB-PERIODO
           END-IF.

           MOVE ZEROES TO WS-TAB-SOB-CANT.
           MOVE ZEROES TO WS-TAB-SOD-CANT.
           MOVE ZEROES TO WS-SOB-TOT-BASE.
           MOVE ZEROES TO WS-SOB-TOT-IMPORTE.

           PERFORM 3591-SOBRECOM-VENTA
              THRU 3591-SOBRECOM-VENTA-FIN
              VARYING WS-DET-IDX FROM 1 BY 1
              UNTIL WS-DET-IDX > WS-TAB-DET-CANT.

           IF WS-TAB-SOB-CANT > 0
              SET WS-SOB-CALCULADAS-YES TO TRUE
           END-IF.

       3590-CALCULAR-SOBRECOMISIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3591-SOBRECOM-VENTA.

           IF WS-TAB-DET-IMPORTE(WS-DET-IDX) = ZEROES
              GO TO 3591-SOBRECOM-VENTA-FIN
           END-IF.

           MOVE WS-TAB-DET-EMPLEADO(WS-DET-IDX) TO WS-SOB-ACTUAL.
           MOVE ZEROES TO WS-SOB-NIVEL.
           SET WS-SOB-FIN-CADENA-NO TO TRUE.

           PERFORM 3592-SUBIR-NIVEL
              THRU 3592-SUBIR-NIVEL-FIN
              UNTIL WS-SOB-FIN-CADENA-YES.

       3591-SOBRECOM-VENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Un nivel de la cadena: busca a quien reporta WS-SOB-ACTUAL a
      *    la fecha de la venta, le acredita la sobrecomision y deja al
      *    gerente como actual para el nivel siguiente. Una cadena que
      *    supera el tope de niveles es un ciclo en el archivo.
       3592-SUBIR-NIVEL.

           SET WS-SOB-JER-ENCONTRADA-NO TO TRUE.

           PERFORM 3593-BUSCAR-LINEA-REPORTE
              THRU 3593-BUSCAR-LINEA-REPORTE-FIN
              VARYING WS-JER-IDX FROM 1 BY 1
              UNTIL WS-JER-IDX > WS-TAB-JER-CANT
              OR WS-SOB-JER-ENCONTRADA-YES.

           IF WS-SOB-JER-ENCONTRADA-NO
              SET WS-SOB-FIN-CADENA-YES TO TRUE
              GO TO 3592-SUBIR-NIVEL-FIN
           END-IF.

           SUBTRACT 1 FROM WS-JER-IDX.
           ADD 1 TO WS-SOB-NIVEL.

           IF WS-SOB-NIVEL > WS-SOB-MAX-NIVELES
              DISPLAY 'CADENA DE REPORTE CIRCULAR - VENDEDOR '
                 WS-TAB-DET-EMPLEADO(WS-DET-IDX) ' GERENTE '
                 WS-TAB-JER-GERENTE(WS-JER-IDX)
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              SET WS-SOB-FIN-CADENA-YES TO TRUE
              GO TO 3592-SUBIR-NIVEL-FIN
           END-IF.

           MOVE WS-TAB-JER-GERENTE(WS-JER-IDX) TO WS-SOB-ACTUAL.

           SET WS-MAE-ENCONTRADO-NO TO TRUE.

           PERFORM 3596-BUSCAR-GERENTE-MAESTRO
              THRU 3596-BUSCAR-GERENTE-MAESTRO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-MAE-ENCONTRADO-YES.

           IF WS-MAE-ENCONTRADO-NO
              DISPLAY 'GERENTE INEXISTENTE EN EL MAESTRO: '
                 WS-SOB-ACTUAL
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              SET WS-SOB-FIN-CADENA-YES TO TRUE
              GO TO 3592-SUBIR-NIVEL-FIN
           END-IF.

           SUBTRACT 1 FROM WS-MAE-IDX.

      *    El gerente dado de baja no cobra, pero la cadena sigue
      *    hacia arriba con sus propios gerentes.
           IF WS-TAB-MAE-BAJA(WS-MAE-IDX)
              GO TO 3592-SUBIR-NIVEL-FIN
           END-IF.

           COMPUTE WS-SOB-IMPORTE ROUNDED =
              WS-TAB-DET-IMPORTE(WS-DET-IDX)
              * WS-TAB-JER-PORC(WS-JER-IDX) / 100.

           PERFORM 3594-UBICAR-GERENTE
              THRU 3594-UBICAR-GERENTE-FIN.

           IF WS-SOB-ENCONTRADO-NO
              IF WS-TAB-SOB-CANT >= WS-MAX-SOB-GERENTES
                 MOVE 'SOBRECOM GERENTES' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-SOB-CANT
              MOVE WS-TAB-SOB-CANT TO WS-SOB-IDX
              MOVE WS-SOB-ACTUAL TO WS-TAB-SOB-ID(WS-SOB-IDX)
              MOVE WS-TAB-MAE-NOMBRE(WS-MAE-IDX)
                 TO WS-TAB-SOB-NOMBRE(WS-SOB-IDX)
              MOVE WS-TAB-DET-CATEGORIA(WS-DET-IDX)
                 TO WS-TAB-SOB-CATEGORIA(WS-SOB-IDX)
              MOVE ZEROES TO WS-TAB-SOB-CANT-VENTAS(WS-SOB-IDX)
              MOVE ZEROES TO WS-TAB-SOB-BASE(WS-SOB-IDX)
              MOVE ZEROES TO WS-TAB-SOB-IMPORTE(WS-SOB-IDX)
           END-IF.

           ADD 1 TO WS-TAB-SOB-CANT-VENTAS(WS-SOB-IDX).
           ADD WS-TAB-DET-IMPORTE(WS-DET-IDX)
              TO WS-TAB-SOB-BASE(WS-SOB-IDX).
           ADD WS-SOB-IMPORTE TO WS-TAB-SOB-IMPORTE(WS-SOB-IDX).
           ADD WS-TAB-DET-IMPORTE(WS-DET-IDX) TO WS-SOB-TOT-BASE.
           ADD WS-SOB-IMPORTE TO WS-SOB-TOT-IMPORTE.

           IF WS-TAB-SOD-CANT >= WS-MAX-SOB-DETALLE
              MOVE 'SOBRECOM DETALLE' TO WS-TABLA-EXCEDIDA
              PERFORM 9100-ABORTAR-CAPACIDAD
                 THRU 9100-ABORTAR-CAPACIDAD-FIN
           END-IF.

           ADD 1 TO WS-TAB-SOD-CANT.
           MOVE WS-SOB-ACTUAL TO WS-TAB-SOD-GERENTE(WS-TAB-SOD-CANT).
           MOVE WS-TAB-DET-EMPLEADO(WS-DET-IDX)
              TO WS-TAB-SOD-VENDEDOR(WS-TAB-SOD-CANT).
           MOVE WS-SOB-NIVEL TO WS-TAB-SOD-NIVEL(WS-TAB-SOD-CANT).
           MOVE WS-TAB-DET-FECHA(WS-DET-IDX)
              TO WS-TAB-SOD-FECHA(WS-TAB-SOD-CANT).
           MOVE WS-TAB-DET-CATEGORIA(WS-DET-IDX)
              TO WS-TAB-SOD-CATEGORIA(WS-TAB-SOD-CANT).
           MOVE WS-TAB-DET-IMPORTE(WS-DET-IDX)
              TO WS-TAB-SOD-BASE(WS-TAB-SOD-CANT).
           MOVE WS-TAB-JER-PORC(WS-JER-IDX)
              TO WS-TAB-SOD-PORC(WS-TAB-SOD-CANT).
           MOVE WS-SOB-IMPORTE TO WS-TAB-SOD-IMPORTE(WS-TAB-SOD-CANT).

       3592-SUBIR-NIVEL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3593-BUSCAR-LINEA-REPORTE.

           IF WS-TAB-JER-ID(WS-JER-IDX) NOT = WS-SOB-ACTUAL
              GO TO 3593-BUSCAR-LINEA-REPORTE-FIN
           END-IF.

           IF WS-TAB-JER-DESDE(WS-JER-IDX) NOT = SPACES
              AND WS-TAB-DET-FECHA(WS-DET-IDX) <
                 WS-TAB-JER-DESDE(WS-JER-IDX)
              GO TO 3593-BUSCAR-LINEA-REPORTE-FIN
           END-IF.

           IF WS-TAB-JER-HASTA(WS-JER-IDX) NOT = SPACES
              AND WS-TAB-DET-FECHA(WS-DET-IDX) >
                 WS-TAB-JER-HASTA(WS-JER-IDX)
              GO TO 3593-BUSCAR-LINEA-REPORTE-FIN
           END-IF.

           SET WS-SOB-JER-ENCONTRADA-YES TO TRUE.

       3593-BUSCAR-LINEA-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Deja en WS-SOB-IDX la fila del gerente WS-SOB-ACTUAL.
       3594-UBICAR-GERENTE.

           SET WS-SOB-ENCONTRADO-NO TO TRUE.

           PERFORM 3597-COMPARAR-GERENTE
              THRU 3597-COMPARAR-GERENTE-FIN
              VARYING WS-SOB-IDX FROM 1 BY 1
              UNTIL WS-SOB-IDX > WS-TAB-SOB-CANT
              OR WS-SOB-ENCONTRADO-YES.

           IF WS-SOB-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-SOB-IDX
           END-IF.

       3594-UBICAR-GERENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3596-BUSCAR-GERENTE-MAESTRO.

           IF WS-SOB-ACTUAL = WS-TAB-MAE-ID(WS-MAE-IDX)
              SET WS-MAE-ENCONTRADO-YES TO TRUE
           END-IF.

       3596-BUSCAR-GERENTE-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3597-COMPARAR-GERENTE.

           IF WS-SOB-ACTUAL = WS-TAB-SOB-ID(WS-SOB-IDX)
              SET WS-SOB-ENCONTRADO-YES TO TRUE
           END-IF.

       3597-COMPARAR-GERENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Reporte de sobrecomisiones: por gerente, cada venta del
      *    equipo que la produjo con su nivel en la cadena.
       3595-GRABAR-SOBRECOMISIONES.

           OPEN OUTPUT SAL-SOBRECOM.

           IF NOT FS-SAL-SOBRECOM-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE SOBRECOMISIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-SOBRECOM
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3595-GRABAR-SOBRECOMISIONES-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.
           MOVE 'SOBRECOM' TO WS-PROD-TIPO.
           MOVE WS-NOM-SOBRECOM TO WS-PROD-NOMBRE.
           PERFORM 1189-ANOTAR-PRODUCIDA
              THRU 1189-ANOTAR-PRODUCIDA-FIN.

           MOVE WS-SOB-PERIODO TO WS-LIS-SOB-TIT-PERIODO.
           MOVE WS-LIS-SOB-TITULO TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.

           PERFORM 3598-GRABAR-SOB-GERENTE
              THRU 3598-GRABAR-SOB-GERENTE-FIN
              VARYING WS-SOB-IDX FROM 1 BY 1
              UNTIL WS-SOB-IDX > WS-TAB-SOB-CANT.

           MOVE WS-LIS-SEPARADOR-2 TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.
           MOVE 'TOTAL' TO WS-LIS-SOB-VENDEDOR.
           MOVE ZEROES TO WS-LIS-SOB-NIVEL.
           MOVE SPACES TO WS-LIS-SOB-FECHA.
           MOVE SPACES TO WS-LIS-SOB-CATEGORIA.
           MOVE WS-SOB-TOT-BASE TO WS-LIS-SOB-BASE.
           MOVE ZEROES TO WS-LIS-SOB-PORC.
           MOVE WS-SOB-TOT-IMPORTE TO WS-LIS-SOB-IMPORTE.
           MOVE WS-LIS-SOB-DET TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.

           CLOSE SAL-SOBRECOM.

       3595-GRABAR-SOBRECOMISIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3598-GRABAR-SOB-GERENTE.

           MOVE SPACES TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.
           MOVE WS-TAB-SOB-ID(WS-SOB-IDX) TO WS-LIS-SOB-CAB-ID.
           MOVE WS-TAB-SOB-NOMBRE(WS-SOB-IDX) TO WS-LIS-SOB-CAB-NOMBRE.
           MOVE WS-LIS-SOB-CAB TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.
           MOVE WS-LIS-SOB-HEADER TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.

           PERFORM 3589-GRABAR-SOB-DET
              THRU 3589-GRABAR-SOB-DET-FIN
              VARYING WS-SOD-IDX FROM 1 BY 1
              UNTIL WS-SOD-IDX > WS-TAB-SOD-CANT.

           MOVE WS-LIS-SEPARADOR-1 TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.
           MOVE 'SUBTOTAL' TO WS-LIS-SOB-VENDEDOR.
           MOVE ZEROES TO WS-LIS-SOB-NIVEL.
           MOVE SPACES TO WS-LIS-SOB-FECHA.
           MOVE SPACES TO WS-LIS-SOB-CATEGORIA.
           MOVE WS-TAB-SOB-BASE(WS-SOB-IDX) TO WS-LIS-SOB-BASE.
           MOVE ZEROES TO WS-LIS-SOB-PORC.
           MOVE WS-TAB-SOB-IMPORTE(WS-SOB-IDX) TO WS-LIS-SOB-IMPORTE.
           MOVE WS-LIS-SOB-DET TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.

       3598-GRABAR-SOB-GERENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3589-GRABAR-SOB-DET.

           IF WS-TAB-SOD-GERENTE(WS-SOD-IDX) NOT =
              WS-TAB-SOB-ID(WS-SOB-IDX)
              GO TO 3589-GRABAR-SOB-DET-FIN
           END-IF.

           MOVE WS-TAB-SOD-VENDEDOR(WS-SOD-IDX) TO WS-LIS-SOB-VENDEDOR.
           MOVE WS-TAB-SOD-NIVEL(WS-SOD-IDX) TO WS-LIS-SOB-NIVEL.
           MOVE WS-TAB-SOD-FECHA(WS-SOD-IDX) TO WS-LIS-SOB-FECHA.
           MOVE WS-TAB-SOD-CATEGORIA(WS-SOD-IDX)
              TO WS-LIS-SOB-CATEGORIA.
           MOVE WS-TAB-SOD-BASE(WS-SOD-IDX) TO WS-LIS-SOB-BASE.
           MOVE WS-TAB-SOD-PORC(WS-SOD-IDX) TO WS-LIS-SOB-PORC.
           MOVE WS-TAB-SOD-IMPORTE(WS-SOD-IDX) TO WS-LIS-SOB-IMPORTE.
           MOVE WS-LIS-SOB-DET TO SAL-SOBRECOM-REG.
           PERFORM 3599-GRABAR-LINEA-SOB
              THRU 3599-GRABAR-LINEA-SOB-FIN.

       3589-GRABAR-SOB-DET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3599-GRABAR-LINEA-SOB.

           WRITE SAL-SOBRECOM-REG.

           IF NOT FS-SAL-SOBRECOM-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE SOBRECOMISIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-SOBRECOM
           END-IF.

       3599-GRABAR-LINEA-SOB-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Retencion de ganancias de una linea liquidada: WS-RET-ID y
      *    WS-RET-BASE de entrada, WS-RET-IMPORTE de salida. Se busca
      *    el primer tramo de la condicion del empleado que contenga
      *    la base (HASTA en cero = sin tope) y se aplica el fijo mas
      *    el porcentaje sobre el excedente del limite inferior. Las
      *    bases negativas o en cero no retienen.
       3570-CALCULAR-RETENCION.

           MOVE ZEROES TO WS-RET-IMPORTE.

           IF WS-RET-BASE NOT > ZEROES
           OR WS-TAB-RET-CANT = 0
              GO TO 3570-CALCULAR-RETENCION-FIN
           END-IF.

           MOVE WS-RET-CONDICION-DEFECTO TO WS-RET-CONDICION.
           SET WS-RET-ENCONTRADO-NO TO TRUE.

           PERFORM 3572-BUSCAR-CONDICION
              THRU 3572-BUSCAR-CONDICION-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
              OR WS-RET-ENCONTRADO-YES.

           IF WS-RET-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-MAE-IDX
              MOVE WS-TAB-MAE-CONDICION(WS-MAE-IDX)
                 TO WS-RET-CONDICION
           END-IF.

           SET WS-RET-ENCONTRADO-NO TO TRUE.

           PERFORM 3574-BUSCAR-TRAMO
              THRU 3574-BUSCAR-TRAMO-FIN
              VARYING WS-RET-IDX FROM 1 BY 1
              UNTIL WS-RET-IDX > WS-TAB-RET-CANT
              OR WS-RET-ENCONTRADO-YES.

           IF WS-RET-ENCONTRADO-NO
              DISPLAY 'SIN TRAMO DE RETENCION PARA LA CONDICION '
                 WS-RET-CONDICION ' - LEGAJO ' WS-RET-ID
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3570-CALCULAR-RETENCION-FIN
           END-IF.

           SUBTRACT 1 FROM WS-RET-IDX.

           COMPUTE WS-RET-EXCEDENTE =
              WS-RET-BASE - WS-TAB-RET-DESDE(WS-RET-IDX).

           COMPUTE WS-RET-IMPORTE ROUNDED =
              WS-TAB-RET-FIJO(WS-RET-IDX) +
              WS-RET-EXCEDENTE * WS-TAB-RET-PORCENTAJE(WS-RET-IDX)
              / 100.

           IF WS-RET-IMPORTE > WS-RET-BASE
              MOVE WS-RET-BASE TO WS-RET-IMPORTE
           END-IF.

       3570-CALCULAR-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3572-BUSCAR-CONDICION.

           IF WS-RET-ID = WS-TAB-MAE-ID(WS-MAE-IDX)
              SET WS-RET-ENCONTRADO-YES TO TRUE
           END-IF.

       3572-BUSCAR-CONDICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3574-BUSCAR-TRAMO.

           IF WS-RET-CONDICION = WS-TAB-RET-CONDICION(WS-RET-IDX)
              AND WS-RET-BASE >= WS-TAB-RET-DESDE(WS-RET-IDX)
              AND (WS-TAB-RET-HASTA(WS-RET-IDX) = ZEROES
                   OR WS-RET-BASE <= WS-TAB-RET-HASTA(WS-RET-IDX))
              SET WS-RET-ENCONTRADO-YES TO TRUE
           END-IF.

       3574-BUSCAR-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Extracto individual por empleado: una seccion por legajo con
      *    cada venta y devolucion que alimento su comision, cerrando
      *    con el mismo neto que recibe la liquidacion.
       3550-GRABAR-EXTRACTO-EMP.

           IF WS-SIMULACION-ACTIVA-YES
           OR WS-TAB-EMP-CANT = 0
              GO TO 3550-GRABAR-EXTRACTO-EMP-FIN
           END-IF.

           OPEN OUTPUT SAL-EXTRACTO-EMP.

           IF FS-SAL-EXTRACTO-EMP-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'EXTRACTO-EMP' TO WS-PROD-TIPO
              MOVE WS-NOM-EXTRACTO-EMP TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
           END-IF.

           IF NOT FS-SAL-EXTRACTO-EMP-OK
              DISPLAY 'ERROR AL ABRIR EL EXTRACTO POR EMPLEADO'
              DISPLAY 'FILE STATUS: ' FS-SAL-EXTRACTO-EMP
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3550-GRABAR-EXTRACTO-EMP-FIN
           END-IF.

           MOVE WS-LIS-EXTEMP-TITULO TO SAL-EXTRACTO-EMP-REG.
           WRITE SAL-EXTRACTO-EMP-REG.

           PERFORM 3555-GRABAR-EXTEMP-SECCION
              THRU 3555-GRABAR-EXTEMP-SECCION-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

           CLOSE SAL-EXTRACTO-EMP.

       3550-GRABAR-EXTRACTO-EMP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3555-GRABAR-EXTEMP-SECCION.

           MOVE WS-LIS-SEPARADOR-2 TO SAL-EXTRACTO-EMP-REG.
           WRITE SAL-EXTRACTO-EMP-REG.

           MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO WS-LIS-EE-CAB-EMPLEADO.
           MOVE WS-TAB-EMP-NOMBRE(WS-EMP-IDX) TO WS-LIS-EE-CAB-NOMBRE.
           MOVE WS-LIQ-PERIODO-CORRIDA TO WS-LIS-EE-CAB-PERIODO.
           MOVE WS-LIS-EXTEMP-CAB TO SAL-EXTRACTO-EMP-REG.
           WRITE SAL-EXTRACTO-EMP-REG.

           MOVE WS-LIS-EXTEMP-HEADER TO SAL-EXTRACTO-EMP-REG.
           WRITE SAL-EXTRACTO-EMP-REG.

           PERFORM 3560-GRABAR-EXTEMP-DET
              THRU 3560-GRABAR-EXTEMP-DET-FIN
              VARYING WS-DET-IDX FROM 1 BY 1
              UNTIL WS-DET-IDX > WS-TAB-DET-CANT.

           MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX) TO WS-LIS-EE-TOTAL.
           MOVE WS-LIS-EXTEMP-TOTAL TO SAL-EXTRACTO-EMP-REG.
           WRITE SAL-EXTRACTO-EMP-REG.

           IF NOT FS-SAL-EXTRACTO-EMP-OK
              DISPLAY 'ERROR AL GRABAR EL EXTRACTO POR EMPLEADO'
              DISPLAY 'FILE STATUS: ' FS-SAL-EXTRACTO-EMP
           END-IF.

       3555-GRABAR-EXTEMP-SECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3560-GRABAR-EXTEMP-DET.

           IF WS-TAB-DET-EMPLEADO(WS-DET-IDX)
              NOT = WS-TAB-EMP-ID(WS-EMP-IDX)
              GO TO 3560-GRABAR-EXTEMP-DET-FIN
           END-IF.

           MOVE WS-TAB-DET-FECHA(WS-DET-IDX) TO WS-LIS-EE-FECHA.
           MOVE WS-TAB-DET-CATEGORIA(WS-DET-IDX) TO WS-LIS-EE-CATEGORIA.
           MOVE WS-TAB-DET-TIPO(WS-DET-IDX) TO WS-LIS-EE-TIPO.
           MOVE WS-TAB-DET-MONEDA(WS-DET-IDX) TO WS-LIS-EE-MONEDA.
           MOVE WS-TAB-DET-IMP-ORIG(WS-DET-IDX) TO WS-LIS-EE-IMP-ORIG.
           MOVE WS-TAB-DET-CAMBIO(WS-DET-IDX) TO WS-LIS-EE-CAMBIO.
           MOVE WS-TAB-DET-TASA(WS-DET-IDX) TO WS-LIS-EE-TASA.
           MOVE WS-TAB-DET-COMISION(WS-DET-IDX) TO WS-LIS-EE-COMISION.
           MOVE WS-LIS-EXTEMP-DET TO SAL-EXTRACTO-EMP-REG.
           WRITE SAL-EXTRACTO-EMP-REG.

       3560-GRABAR-EXTEMP-DET-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Acumulado anual por empleado sobre archivo indexado; la
      *    primera corrida del anio lo crea, las siguientes suman lo
      *    calculado en esta corrida sobre lo ya registrado.
       3490-ACTUALIZAR-YTD.

           IF WS-SIMULACION-ACTIVA-YES
           OR (WS-TAB-EMP-CANT = 0 AND WS-AJU-VALIDOS = 0
               AND WS-SOB-CALCULADAS-NO)
              GO TO 3490-ACTUALIZAR-YTD-FIN
           END-IF.

           OPEN I-O COMISION-YTD.

           IF FS-COMISION-YTD-NFD
              OPEN OUTPUT COMISION-YTD
              CLOSE COMISION-YTD
              OPEN I-O COMISION-YTD
           END-IF.

           IF NOT FS-COMISION-YTD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACUMULADO ANUAL'
              DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3490-ACTUALIZAR-YTD-FIN
           END-IF.

      *    Diario de actualizaciones: el unico archivo con estado entre
      *    dias queda journalizado con imagen antes y despues para que
      *    TP01EJ05 pueda reconstruirlo desde un baseline.
           SET WS-JRN-DISPONIBLE-NO TO TRUE.

           OPEN EXTEND YTD-JOURNAL.

           IF FS-YTD-JOURNAL-NFD
              OPEN OUTPUT YTD-JOURNAL
           END-IF.

           IF FS-YTD-JOURNAL-OK
              SET WS-JRN-DISPONIBLE-YES TO TRUE
           ELSE
              DISPLAY 'ERROR AL ABRIR EL DIARIO DEL ACUMULADO ANUAL'
              DISPLAY 'FILE STATUS: ' FS-YTD-JOURNAL
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           PERFORM 3495-ACTUALIZAR-YTD-REG
              THRU 3495-ACTUALIZAR-YTD-REG-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

           PERFORM 3498-ACTUALIZAR-YTD-AJUSTE
              THRU 3498-ACTUALIZAR-YTD-AJUSTE-FIN
              VARYING WS-AJU-IDX FROM 1 BY 1
              UNTIL WS-AJU-IDX > WS-TAB-AJU-CANT.

           IF WS-SOB-CALCULADAS-YES
              PERFORM 3499-ACTUALIZAR-YTD-SOBRECOM
                 THRU 3499-ACTUALIZAR-YTD-SOBRECOM-FIN
                 VARYING WS-SOB-IDX FROM 1 BY 1
                 UNTIL WS-SOB-IDX > WS-TAB-SOB-CANT
           END-IF.

           IF WS-JRN-DISPONIBLE-YES
              CLOSE YTD-JOURNAL
           END-IF.

           CLOSE COMISION-YTD.

       3490-ACTUALIZAR-YTD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3495-ACTUALIZAR-YTD-REG.

           MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO YTD-ID-EMPLEADO.

           READ COMISION-YTD.

           EVALUATE TRUE
           WHEN FS-COMISION-YTD-OK
                MOVE YTD-IMPORTE TO WS-JRN-IMPORTE-ANTES
                MOVE YTD-COMISION TO WS-JRN-COMISION-ANTES
                MOVE WS-TAB-EMP-NOMBRE(WS-EMP-IDX) TO YTD-NOMBRE
                MOVE WS-TAB-EMP-CATEGORIA(WS-EMP-IDX)
                   TO YTD-CATEGORIA
                ADD WS-TAB-EMP-CANT-VENTAS(WS-EMP-IDX)
                   TO YTD-CANT-VENTAS
                ADD WS-TAB-EMP-IMPORTE(WS-EMP-IDX) TO YTD-IMPORTE
                ADD WS-TAB-EMP-COMISION(WS-EMP-IDX) TO YTD-COMISION
                REWRITE YTD-REGISTRO
                IF FS-COMISION-YTD-OK
                   PERFORM 3497-GRABAR-JOURNAL-YTD
                      THRU 3497-GRABAR-JOURNAL-YTD-FIN
                ELSE
                   DISPLAY 'ERROR AL REGRABAR EL ACUMULADO ANUAL'
                   DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN FS-COMISION-YTD-NOREG
                MOVE ZEROES TO WS-JRN-IMPORTE-ANTES
                MOVE ZEROES TO WS-JRN-COMISION-ANTES
                MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO YTD-ID-EMPLEADO
                MOVE WS-TAB-EMP-NOMBRE(WS-EMP-IDX) TO YTD-NOMBRE
                MOVE WS-TAB-EMP-CATEGORIA(WS-EMP-IDX)
                   TO YTD-CATEGORIA
                MOVE WS-TAB-EMP-CANT-VENTAS(WS-EMP-IDX)
                   TO YTD-CANT-VENTAS
                MOVE WS-TAB-EMP-IMPORTE(WS-EMP-IDX) TO YTD-IMPORTE
                MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX) TO YTD-COMISION
                WRITE YTD-REGISTRO
                IF FS-COMISION-YTD-OK
                   PERFORM 3497-GRABAR-JOURNAL-YTD
                      THRU 3497-GRABAR-JOURNAL-YTD-FIN
                ELSE
                   DISPLAY 'ERROR AL GRABAR EL ACUMULADO ANUAL'
                   DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       3495-ACTUALIZAR-YTD-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3497-GRABAR-JOURNAL-YTD.

           IF WS-JRN-DISPONIBLE-NO
              GO TO 3497-GRABAR-JOURNAL-YTD-FIN
           END-IF.

           MOVE WS-FECHA-CORRIDA TO JRN-FECHA-CORRIDA.
           MOVE YTD-ID-EMPLEADO TO JRN-ID-EMPLEADO.
           MOVE YTD-NOMBRE TO JRN-NOMBRE.
           MOVE YTD-CATEGORIA TO JRN-CATEGORIA.
           MOVE WS-JRN-IMPORTE-ANTES TO JRN-IMPORTE-ANTES.
           MOVE WS-JRN-COMISION-ANTES TO JRN-COMISION-ANTES.
           MOVE YTD-CANT-VENTAS TO JRN-CANT-VENTAS-DESPUES.
           MOVE YTD-IMPORTE TO JRN-IMPORTE-DESPUES.
           MOVE YTD-COMISION TO JRN-COMISION-DESPUES.
           WRITE JRN-REGISTRO.

           IF NOT FS-YTD-JOURNAL-OK
              DISPLAY 'ERROR AL GRABAR EL DIARIO DEL ACUMULADO ANUAL'
              DISPLAY 'FILE STATUS: ' FS-YTD-JOURNAL
           END-IF.

       3497-GRABAR-JOURNAL-YTD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    El ajuste solo mueve la comision del acumulado: ventas e
      *    importe quedan como estaban. El legajo sin acumulado previo
      *    nace con el ajuste como unica comision del anio.
       3498-ACTUALIZAR-YTD-AJUSTE.

           IF NOT WS-TAB-AJU-LIQUIDADO(WS-AJU-IDX)
              GO TO 3498-ACTUALIZAR-YTD-AJUSTE-FIN
           END-IF.

           MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO YTD-ID-EMPLEADO.

           READ COMISION-YTD.

           EVALUATE TRUE
           WHEN FS-COMISION-YTD-OK
                MOVE YTD-IMPORTE TO WS-JRN-IMPORTE-ANTES
                MOVE YTD-COMISION TO WS-JRN-COMISION-ANTES
                ADD WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO YTD-COMISION
                REWRITE YTD-REGISTRO
                IF FS-COMISION-YTD-OK
                   MOVE 'I' TO WS-TAB-AJU-ESTADO(WS-AJU-IDX)
                   PERFORM 3497-GRABAR-JOURNAL-YTD
                      THRU 3497-GRABAR-JOURNAL-YTD-FIN
                ELSE
                   DISPLAY 'ERROR AL REGRABAR EL ACUMULADO ANUAL'
                   DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN FS-COMISION-YTD-NOREG
                MOVE ZEROES TO WS-JRN-IMPORTE-ANTES
                MOVE ZEROES TO WS-JRN-COMISION-ANTES
                MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO YTD-ID-EMPLEADO
                MOVE WS-TAB-AJU-NOMBRE(WS-AJU-IDX) TO YTD-NOMBRE
                MOVE WS-TAB-AJU-CATEGORIA(WS-AJU-IDX) TO YTD-CATEGORIA
                MOVE ZEROES TO YTD-CANT-VENTAS
                MOVE ZEROES TO YTD-IMPORTE
                MOVE WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO YTD-COMISION
                WRITE YTD-REGISTRO
                IF FS-COMISION-YTD-OK
                   MOVE 'I' TO WS-TAB-AJU-ESTADO(WS-AJU-IDX)
                   PERFORM 3497-GRABAR-JOURNAL-YTD
                      THRU 3497-GRABAR-JOURNAL-YTD-FIN
                ELSE
                   DISPLAY 'ERROR AL GRABAR EL ACUMULADO ANUAL'
                   DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       3498-ACTUALIZAR-YTD-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La sobrecomision, como el ajuste, solo mueve la comision
      *    del gerente: las ventas del equipo no son ventas propias.
       3499-ACTUALIZAR-YTD-SOBRECOM.

           IF WS-TAB-SOB-IMPORTE(WS-SOB-IDX) = ZEROES
              GO TO 3499-ACTUALIZAR-YTD-SOBRECOM-FIN
           END-IF.

           MOVE WS-TAB-SOB-ID(WS-SOB-IDX) TO YTD-ID-EMPLEADO.

           READ COMISION-YTD.

           EVALUATE TRUE
           WHEN FS-COMISION-YTD-OK
                MOVE YTD-IMPORTE TO WS-JRN-IMPORTE-ANTES
                MOVE YTD-COMISION TO WS-JRN-COMISION-ANTES
                ADD WS-TAB-SOB-IMPORTE(WS-SOB-IDX) TO YTD-COMISION
                REWRITE YTD-REGISTRO
                IF FS-COMISION-YTD-OK
                   PERFORM 3497-GRABAR-JOURNAL-YTD
                      THRU 3497-GRABAR-JOURNAL-YTD-FIN
                ELSE
                   DISPLAY 'ERROR AL REGRABAR EL ACUMULADO ANUAL'
                   DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN FS-COMISION-YTD-NOREG
                MOVE ZEROES TO WS-JRN-IMPORTE-ANTES
                MOVE ZEROES TO WS-JRN-COMISION-ANTES
                MOVE WS-TAB-SOB-ID(WS-SOB-IDX) TO YTD-ID-EMPLEADO
                MOVE WS-TAB-SOB-NOMBRE(WS-SOB-IDX) TO YTD-NOMBRE
                MOVE WS-TAB-SOB-CATEGORIA(WS-SOB-IDX) TO YTD-CATEGORIA
                MOVE ZEROES TO YTD-CANT-VENTAS
                MOVE ZEROES TO YTD-IMPORTE
                MOVE WS-TAB-SOB-IMPORTE(WS-SOB-IDX) TO YTD-COMISION
                WRITE YTD-REGISTRO
                IF FS-COMISION-YTD-OK
                   PERFORM 3497-GRABAR-JOURNAL-YTD
                      THRU 3497-GRABAR-JOURNAL-YTD-FIN
                ELSE
                   DISPLAY 'ERROR AL GRABAR EL ACUMULADO ANUAL'
                   DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                   MOVE 8 TO WS-RETORNO-PROPUESTO
                   PERFORM 9000-FIJAR-RETORNO
                      THRU 9000-FIJAR-RETORNO-FIN
                END-IF
           WHEN OTHER
                DISPLAY 'ERROR AL LEER EL ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
                MOVE 8 TO WS-RETORNO-PROPUESTO
                PERFORM 9000-FIJAR-RETORNO
                   THRU 9000-FIJAR-RETORNO-FIN
           END-EVALUATE.

       3499-ACTUALIZAR-YTD-SOBRECOM-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-IMPRIMIR-RECONCILIACION.

           SUBTRACT WS-CONT-REG-RECHAZADO FROM WS-CONT-REG-ENTRADA
              GIVING WS-CONT-REG-ACEPTADO.
           SUBTRACT WS-CONT-REG-FILTRADO FROM WS-CONT-REG-ACEPTADO.

           MOVE WS-LIS-SEPARADOR-2 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-RECON-TITULO TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'REGISTROS LEIDOS' TO WS-LIS-RECON-ETIQUETA.
           MOVE WS-CONT-REG-ENTRADA TO WS-LIS-RECON-VALOR.
           MOVE WS-LIS-RECON-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'REGISTROS ACEPTADOS' TO WS-LIS-RECON-ETIQUETA.
           MOVE WS-CONT-REG-ACEPTADO TO WS-LIS-RECON-VALOR.
           MOVE WS-LIS-RECON-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'REGISTROS RECHAZADOS' TO WS-LIS-RECON-ETIQUETA.
           MOVE WS-CONT-REG-RECHAZADO TO WS-LIS-RECON-VALOR.
           MOVE WS-LIS-RECON-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           IF WS-FILTRO-ACTIVO-YES
              MOVE 'REGISTROS FILTRADOS' TO WS-LIS-RECON-ETIQUETA
              MOVE WS-CONT-REG-FILTRADO TO WS-LIS-RECON-VALOR
              MOVE WS-LIS-RECON-DET TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
           END-IF.

           IF WS-MERGE-MODO-ACTIVO-YES
              MOVE 'REGISTROS DUPLICADOS' TO WS-LIS-RECON-ETIQUETA
              MOVE WS-CONT-REG-DUPLICADO TO WS-LIS-RECON-VALOR
              MOVE WS-LIS-RECON-DET TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
           END-IF.

           IF WS-CONT-REG-CLAWBACK > 0
              MOVE 'CLAWBACKS GENERADOS' TO WS-LIS-RECON-ETIQUETA
              MOVE WS-CONT-REG-CLAWBACK TO WS-LIS-RECON-VALOR
              MOVE WS-LIS-RECON-DET TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
           END-IF.

           MOVE 'CANTIDAD VENTAS' TO WS-LIS-RECON-ETIQUETA.
           MOVE WS-CONT-REG-VENTA TO WS-LIS-RECON-VALOR.
           MOVE WS-LIS-RECON-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'CANTIDAD DEVOLUCION' TO WS-LIS-RECON-ETIQUETA.
           MOVE WS-CONT-REG-DEVOLUCION TO WS-LIS-RECON-VALOR.
           MOVE WS-LIS-RECON-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'IMPORTE BRUTO VENTAS' TO WS-LIS-RECON-IMP-ETIQ.
           MOVE WS-IMPORTE-BRUTO-VENTAS TO WS-LIS-RECON-IMPORTE.
           MOVE WS-LIS-RECON-IMP-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'IMPORTE DEVOLUCIONES' TO WS-LIS-RECON-IMP-ETIQ.
           MOVE WS-IMPORTE-BRUTO-DEVOL TO WS-LIS-RECON-IMPORTE.
           MOVE WS-LIS-RECON-IMP-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'IMPORTE NETO' TO WS-LIS-RECON-IMP-ETIQ.
           MOVE WS-CC-IMPORTE-ACUM-TOTAL TO WS-LIS-RECON-IMPORTE.
           MOVE WS-LIS-RECON-IMP-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           MOVE 'CONTROL EXTRACTO A' TO WS-LIS-BAL-ETIQUETA.
           MOVE WS-CTL-A TO WS-CTL-EVAL.
           PERFORM 3510-IMPRIMIR-CONTROL-EXTRACTO
              THRU 3510-IMPRIMIR-CONTROL-EXTRACTO-FIN.

           IF WS-EXTB-ACTIVO-YES
              MOVE 'CONTROL EXTRACTO B' TO WS-LIS-BAL-ETIQUETA
              MOVE WS-CTL-B TO WS-CTL-EVAL
              PERFORM 3510-IMPRIMIR-CONTROL-EXTRACTO
                 THRU 3510-IMPRIMIR-CONTROL-EXTRACTO-FIN
           END-IF.

           IF WS-EXTC-ACTIVO-YES
              MOVE 'CONTROL EXTRACTO C' TO WS-LIS-BAL-ETIQUETA
              MOVE WS-CTL-C TO WS-CTL-EVAL
              PERFORM 3510-IMPRIMIR-CONTROL-EXTRACTO
                 THRU 3510-IMPRIMIR-CONTROL-EXTRACTO-FIN
           END-IF.

           MOVE 'ESTADO DE LA CORRIDA' TO WS-LIS-BAL-ETIQUETA.
           IF WS-BALANCE-CORRIDA-OK
              MOVE 'EN BALANCE' TO WS-LIS-BAL-ESTADO
           ELSE
              MOVE 'FUERA DE BALANCE' TO WS-LIS-BAL-ESTADO
           END-IF.
           MOVE WS-LIS-BALANCE-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

       3500-IMPRIMIR-RECONCILIACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3510-IMPRIMIR-CONTROL-EXTRACTO.

           MOVE WS-CTL-EVAL-ESTADO TO WS-LIS-BAL-ESTADO.
           MOVE WS-LIS-BALANCE-DET TO SAL-REPORTE.
           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-FIN.

           IF WS-CTL-EVAL-ESTADO NOT = 'EN BALANCE'
              MOVE '  LEIDO' TO WS-LIS-BAL-CIF-ETIQ
              MOVE WS-CTL-EVAL-CANT TO WS-LIS-BAL-CANT
              MOVE WS-CTL-EVAL-IMPORTE TO WS-LIS-BAL-IMPORTE
              MOVE WS-LIS-BALANCE-CIFRAS TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
              MOVE '  TRAILER' TO WS-LIS-BAL-CIF-ETIQ
              MOVE WS-CTL-EVAL-TRL-CANT TO WS-LIS-BAL-CANT
              MOVE WS-CTL-EVAL-TRL-IMPORTE TO WS-LIS-BAL-IMPORTE
              MOVE WS-LIS-BALANCE-CIFRAS TO SAL-REPORTE
              PERFORM 2500-GRABAR-ARCHIVO-SAL
                 THRU 2500-GRABAR-ARCHIVO-SAL-FIN
           END-IF.

       3510-IMPRIMIR-CONTROL-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Antes de liquidar se valida cada ajuste contra el maestro y
      *    se le resuelve nombre y categoria: primero de la corrida,
      *    si no del acumulado anual. La categoria define la cuenta de
      *    gasto del asiento.
       3520-RESOLVER-AJUSTES.

           MOVE ZEROES TO WS-AJU-VALIDOS.

           IF WS-LIQ-PERIODO-CORRIDA = SPACES
              MOVE SPACES TO WS-AJU-PERIODO
              STRING WS-FECHA-CORRIDA-AAAA DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 WS-FECHA-CORRIDA-MM DELIMITED BY SIZE
                 INTO WS-AJU-PERIODO
           ELSE
              MOVE WS-LIQ-PERIODO-CORRIDA TO WS-AJU-PERIODO
           END-IF.

           SET WS-AJU-YTD-ABIERTO-NO TO TRUE.

           OPEN INPUT COMISION-YTD.

           EVALUATE FS-COMISION-YTD
           WHEN '00'
                SET WS-AJU-YTD-ABIERTO-YES TO TRUE
           WHEN '35'
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACUMULADO ANUAL'
                DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
           END-EVALUATE.

           PERFORM 3522-RESOLVER-AJUSTE-REG
              THRU 3522-RESOLVER-AJUSTE-REG-FIN
              VARYING WS-AJU-IDX FROM 1 BY 1
              UNTIL WS-AJU-IDX > WS-TAB-AJU-CANT.

           IF WS-AJU-YTD-ABIERTO-YES
              CLOSE COMISION-YTD
           END-IF.

       3520-RESOLVER-AJUSTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3522-RESOLVER-AJUSTE-REG.

           IF WS-TAB-AJU-IMPORTE-INVALIDO(WS-AJU-IDX)
              DISPLAY 'AJUSTE CON IMPORTE INVALIDO - LEGAJO: '
                 WS-TAB-AJU-ID(WS-AJU-IDX)
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3522-RESOLVER-AJUSTE-REG-FIN
           END-IF.

           IF WS-TAB-MAE-CANT > 0
              SET WS-MAE-ENCONTRADO-NO TO TRUE
              PERFORM 3523-BUSCAR-AJUSTE-MAESTRO
                 THRU 3523-BUSCAR-AJUSTE-MAESTRO-FIN
                 VARYING WS-MAE-IDX FROM 1 BY 1
                 UNTIL WS-MAE-IDX > WS-TAB-MAE-CANT
                 OR WS-MAE-ENCONTRADO-YES
              IF WS-MAE-ENCONTRADO-NO
                 MOVE 'R' TO WS-TAB-AJU-ESTADO(WS-AJU-IDX)
                 DISPLAY 'AJUSTE SOBRE EMPLEADO INEXISTENTE - LEGAJO: '
                    WS-TAB-AJU-ID(WS-AJU-IDX)
                 MOVE 4 TO WS-RETORNO-PROPUESTO
                 PERFORM 9000-FIJAR-RETORNO
                    THRU 9000-FIJAR-RETORNO-FIN
                 GO TO 3522-RESOLVER-AJUSTE-REG-FIN
              END-IF
              SUBTRACT 1 FROM WS-MAE-IDX
              MOVE WS-TAB-MAE-NOMBRE(WS-MAE-IDX)
                 TO WS-TAB-AJU-NOMBRE(WS-AJU-IDX)
           END-IF.

           ADD 1 TO WS-AJU-VALIDOS.
           SET WS-AJU-RESUELTO-NO TO TRUE.
           SET WS-EMP-ENCONTRADO-NO TO TRUE.

           PERFORM 3524-BUSCAR-AJUSTE-EMP
              THRU 3524-BUSCAR-AJUSTE-EMP-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT
              OR WS-EMP-ENCONTRADO-YES.

           IF WS-EMP-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-EMP-IDX
              MOVE WS-TAB-EMP-NOMBRE(WS-EMP-IDX)
                 TO WS-TAB-AJU-NOMBRE(WS-AJU-IDX)
              MOVE WS-TAB-EMP-CATEGORIA(WS-EMP-IDX)
                 TO WS-TAB-AJU-CATEGORIA(WS-AJU-IDX)
              SET WS-AJU-RESUELTO-YES TO TRUE
           END-IF.

           IF WS-AJU-RESUELTO-NO
           AND WS-AJU-YTD-ABIERTO-YES
              MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO YTD-ID-EMPLEADO
              READ COMISION-YTD
              IF FS-COMISION-YTD-OK
                 MOVE YTD-NOMBRE TO WS-TAB-AJU-NOMBRE(WS-AJU-IDX)
                 MOVE YTD-CATEGORIA
                    TO WS-TAB-AJU-CATEGORIA(WS-AJU-IDX)
                 SET WS-AJU-RESUELTO-YES TO TRUE
              END-IF
           END-IF.

           IF WS-AJU-RESUELTO-NO
              DISPLAY 'AJUSTE SIN CATEGORIA CONOCIDA - LEGAJO: '
                 WS-TAB-AJU-ID(WS-AJU-IDX)
                 ' - SE IMPUTA A ' WS-CTA-GASTO-DEFECTO
           END-IF.

       3522-RESOLVER-AJUSTE-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3523-BUSCAR-AJUSTE-MAESTRO.

           IF WS-TAB-AJU-ID(WS-AJU-IDX) = WS-TAB-MAE-ID(WS-MAE-IDX)
              SET WS-MAE-ENCONTRADO-YES TO TRUE
           END-IF.

       3523-BUSCAR-AJUSTE-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3524-BUSCAR-AJUSTE-EMP.

           IF WS-TAB-AJU-ID(WS-AJU-IDX) = WS-TAB-EMP-ID(WS-EMP-IDX)
              SET WS-EMP-ENCONTRADO-YES TO TRUE
           END-IF.

       3524-BUSCAR-AJUSTE-EMP-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Registro de los ajustes tratados en la corrida. Luego el
      *    archivo de aprobados se regraba solo con lo que no llego a
      *    liquidarse, para que nada se pague dos veces.
       3530-GRABAR-AJUSTES.

           MOVE ZEROES TO WS-AJU-IMPUTADOS.
           MOVE ZEROES TO WS-AJU-PENDIENTES.
           MOVE ZEROES TO WS-AJU-TOTAL-IMPUTADO.

           OPEN OUTPUT SAL-AJUSTES.

           IF FS-SAL-AJUSTES-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'AJUSTES' TO WS-PROD-TIPO
              MOVE WS-NOM-AJUSTES TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REGISTRO DE AJUSTES'
              DISPLAY 'FILE STATUS: ' FS-SAL-AJUSTES
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

           MOVE WS-LIS-AJU-TITULO TO SAL-AJUSTES-REG.
           PERFORM 3538-GRABAR-LINEA-AJUSTES
              THRU 3538-GRABAR-LINEA-AJUSTES-FIN.
           MOVE WS-LIS-AJU-HEADER TO SAL-AJUSTES-REG.
           PERFORM 3538-GRABAR-LINEA-AJUSTES
              THRU 3538-GRABAR-LINEA-AJUSTES-FIN.

           PERFORM 3532-GRABAR-AJUSTE-REG
              THRU 3532-GRABAR-AJUSTE-REG-FIN
              VARYING WS-AJU-IDX FROM 1 BY 1
              UNTIL WS-AJU-IDX > WS-TAB-AJU-CANT.

           MOVE WS-LIS-SEPARADOR-1 TO SAL-AJUSTES-REG.
           PERFORM 3538-GRABAR-LINEA-AJUSTES
              THRU 3538-GRABAR-LINEA-AJUSTES-FIN.
           MOVE WS-AJU-IMPUTADOS TO WS-LIS-AJU-TOT-CANT.
           MOVE WS-AJU-TOTAL-IMPUTADO TO WS-LIS-AJU-TOT-IMPORTE.
           MOVE WS-LIS-AJU-TOTAL TO SAL-AJUSTES-REG.
           PERFORM 3538-GRABAR-LINEA-AJUSTES
              THRU 3538-GRABAR-LINEA-AJUSTES-FIN.

           IF FS-SAL-AJUSTES-OK
              CLOSE SAL-AJUSTES
           END-IF.

           OPEN OUTPUT AJUSTES-APROBADOS.

           IF NOT FS-AJUSTES-APROBADOS-OK
              DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE AJUSTES '
                 'APROBADOS'
              DISPLAY 'FILE STATUS: ' FS-AJUSTES-APROBADOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3530-GRABAR-AJUSTES-FIN
           END-IF.

           PERFORM 3535-CONSERVAR-AJUSTE
              THRU 3535-CONSERVAR-AJUSTE-FIN
              VARYING WS-AJU-IDX FROM 1 BY 1
              UNTIL WS-AJU-IDX > WS-TAB-AJU-CANT.

           CLOSE AJUSTES-APROBADOS.

           IF WS-AJU-PENDIENTES > 0
              DISPLAY 'AJUSTES SIN IMPUTAR QUE QUEDAN PENDIENTES: '
                 WS-AJU-PENDIENTES
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       3530-GRABAR-AJUSTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3532-GRABAR-AJUSTE-REG.

           MOVE WS-TAB-AJU-FECHA(WS-AJU-IDX) TO WS-LIS-AJU-FECHA.
           MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO WS-LIS-AJU-ID.
           MOVE WS-TAB-AJU-NOMBRE(WS-AJU-IDX) TO WS-LIS-AJU-NOMBRE.
           MOVE WS-TAB-AJU-MOTIVO(WS-AJU-IDX) TO WS-LIS-AJU-MOTIVO.
           MOVE WS-TAB-AJU-REFERENCIA(WS-AJU-IDX)
              TO WS-LIS-AJU-REFERENCIA.
           MOVE WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO WS-LIS-AJU-IMPORTE.
           MOVE WS-TAB-AJU-OPERADOR(WS-AJU-IDX) TO WS-LIS-AJU-OPERADOR.
           MOVE WS-TAB-AJU-APROBADOR(WS-AJU-IDX)
              TO WS-LIS-AJU-APROBADOR.

           EVALUATE TRUE
           WHEN WS-TAB-AJU-IMPUTADO(WS-AJU-IDX)
                MOVE 'IMPUTADO' TO WS-LIS-AJU-ESTADO
                ADD 1 TO WS-AJU-IMPUTADOS
                ADD WS-TAB-AJU-IMPORTE(WS-AJU-IDX)
                   TO WS-AJU-TOTAL-IMPUTADO
           WHEN WS-TAB-AJU-LIQUIDADO(WS-AJU-IDX)
                MOVE 'PAGADO SIN ACUMULAR' TO WS-LIS-AJU-ESTADO
           WHEN WS-TAB-AJU-LEGAJO-INEXISTENTE(WS-AJU-IDX)
                MOVE 'RECHAZ: LEGAJO INEX' TO WS-LIS-AJU-ESTADO
           WHEN WS-TAB-AJU-IMPORTE-INVALIDO(WS-AJU-IDX)
                MOVE 'RECHAZ: IMPORTE INV' TO WS-LIS-AJU-ESTADO
           WHEN OTHER
                MOVE 'PENDIENTE' TO WS-LIS-AJU-ESTADO
           END-EVALUATE.

           MOVE WS-LIS-AJU-DET TO SAL-AJUSTES-REG.
           PERFORM 3538-GRABAR-LINEA-AJUSTES
              THRU 3538-GRABAR-LINEA-AJUSTES-FIN.

       3532-GRABAR-AJUSTE-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3535-CONSERVAR-AJUSTE.

           IF NOT WS-TAB-AJU-VALIDO(WS-AJU-IDX)
              GO TO 3535-CONSERVAR-AJUSTE-FIN
           END-IF.

           MOVE WS-TAB-AJU-FECHA(WS-AJU-IDX) TO AJAP-FECHA-APROB.
           MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO AJAP-ID-EMPLEADO.
           MOVE WS-TAB-AJU-MOTIVO(WS-AJU-IDX) TO AJAP-MOTIVO.
           MOVE WS-TAB-AJU-REFERENCIA(WS-AJU-IDX) TO AJAP-REFERENCIA.
           MOVE WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO AJAP-IMPORTE.
           MOVE WS-TAB-AJU-OPERADOR(WS-AJU-IDX) TO AJAP-OPERADOR.
           MOVE WS-TAB-AJU-APROBADOR(WS-AJU-IDX) TO AJAP-APROBADOR.
           WRITE AJAP-REGISTRO.

           IF FS-AJUSTES-APROBADOS-OK
              ADD 1 TO WS-AJU-PENDIENTES
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE AJUSTES APROBADOS'
              DISPLAY 'FILE STATUS: ' FS-AJUSTES-APROBADOS
           END-IF.

       3535-CONSERVAR-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3538-GRABAR-LINEA-AJUSTES.

           IF NOT FS-SAL-AJUSTES-OK
              GO TO 3538-GRABAR-LINEA-AJUSTES-FIN
           END-IF.

           WRITE SAL-AJUSTES-REG.

           IF NOT FS-SAL-AJUSTES-OK
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE AJUSTES'
              DISPLAY 'FILE STATUS: ' FS-SAL-AJUSTES
           END-IF.

       3538-GRABAR-LINEA-AJUSTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cierre del circuito con nomina: lo confirmado pasa a
      *    COMISIONES-PAGADAS, se emite la conciliacion por periodo y
      *    se regraba el registro de enviadas. Un periodo totalmente
      *    confirmado se informa una ultima vez y sale del registro.
       3540-GRABAR-ENVIADAS.

           OPEN EXTEND PAGADAS.

              OPEN OUTPUT PAGADAS
           END-IF.

           IF FS-PAGADAS-OK
              PERFORM 3541-GRABAR-PAGADA-CONFIRMADA
                 THRU 3541-GRABAR-PAGADA-CONFIRMADA-FIN
                 VARYING WS-ENV-IDX FROM 1 BY 1
                 UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT
              CLOSE PAGADAS
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REGISTRO DE PAGADAS'
              DISPLAY 'FILE STATUS: ' FS-PAGADAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3540-GRABAR-ENVIADAS-FIN
           END-IF.

           INITIALIZE WS-TAB-CONC-PERIODOS.
           INITIALIZE WS-CNP-TOTALES.

           PERFORM 3542-ACUMULAR-CONC-PERIODO
              THRU 3542-ACUMULAR-CONC-PERIODO-FIN
              VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT.

           IF WS-TAB-CNP-CANT > 0
              PERFORM 3544-GRABAR-CONC-PAGOS
                 THRU 3544-GRABAR-CONC-PAGOS-FIN
           END-IF.

           OPEN OUTPUT ENVIADAS.

           IF NOT FS-ENVIADAS-OK
              DISPLAY 'ERROR AL REGRABAR EL REGISTRO DE ENVIADAS'
              DISPLAY 'FILE STATUS: ' FS-ENVIADAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3540-GRABAR-ENVIADAS-FIN
           END-IF.

           PERFORM 3546-GRABAR-ENVIADA-REG
              THRU 3546-GRABAR-ENVIADA-REG-FIN
              VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-TAB-ENV-CANT.

           CLOSE ENVIADAS.

      *    La respuesta de nomina ya quedo aplicada en el registro de
      *    enviadas: se vacia para que no vuelva a procesarse.
           IF WS-CONF-ACTIVA-YES
              OPEN OUTPUT CONFIRMACION
              IF FS-CONFIRMACION-OK
                 CLOSE CONFIRMACION
              ELSE
                 DISPLAY 'ERROR AL VACIAR LA CONFIRMACION DE NOMINA'
                 DISPLAY 'FILE STATUS: ' FS-CONFIRMACION
              END-IF
           END-IF.

       3540-GRABAR-ENVIADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3541-GRABAR-PAGADA-CONFIRMADA.

           IF WS-TAB-ENV-NUEVA-PAG(WS-ENV-IDX) NOT = 'Y'
              GO TO 3541-GRABAR-PAGADA-CONFIRMADA-FIN
           END-IF.

           MOVE WS-TAB-ENV-PERIODO(WS-ENV-IDX) TO PAG-PERIODO.
           MOVE WS-TAB-ENV-ID(WS-ENV-IDX) TO PAG-ID-EMPLEADO.
           MOVE WS-TAB-ENV-COMISION(WS-ENV-IDX) TO PAG-COMISION.
           WRITE PAGADAS-REGISTRO.

           IF FS-PAGADAS-OK
              MOVE 'N' TO WS-TAB-ENV-NUEVA-PAG(WS-ENV-IDX)
           ELSE
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE PAGADAS'
              DISPLAY 'FILE STATUS: ' FS-PAGADAS
           END-IF.

       3541-GRABAR-PAGADA-CONFIRMADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Rechazado es lo que nomina devolvio alguna vez y todavia no
      *    confirmo (aunque ya se haya vuelto a ofrecer); sin respuesta
      *    es lo enviado que nunca tuvo devolucion.
       3542-ACUMULAR-CONC-PERIODO.

           SET WS-CNP-ENCONTRADO-NO TO TRUE.

           PERFORM 3543-BUSCAR-CONC-PERIODO
              THRU 3543-BUSCAR-CONC-PERIODO-FIN
              VARYING WS-CNP-IDX FROM 1 BY 1
              UNTIL WS-CNP-IDX > WS-TAB-CNP-CANT
              OR WS-CNP-ENCONTRADO-YES.

           IF WS-CNP-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-CNP-IDX
           ELSE
              IF WS-TAB-CNP-CANT >= WS-MAX-CONC-PERIODOS
                 MOVE 'CONC-PERIODOS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-CNP-CANT
              MOVE WS-TAB-CNP-CANT TO WS-CNP-IDX
              MOVE WS-TAB-ENV-PERIODO(WS-ENV-IDX)
                 TO WS-TAB-CNP-PERIODO(WS-CNP-IDX)
           END-IF.

           ADD 1 TO WS-TAB-CNP-LINEAS(WS-CNP-IDX).
           ADD WS-TAB-ENV-COMISION(WS-ENV-IDX)
              TO WS-TAB-CNP-ENVIADO(WS-CNP-IDX).

           EVALUATE TRUE
           WHEN WS-TAB-ENV-CONFIRMADA(WS-ENV-IDX)
                ADD WS-TAB-ENV-COMISION(WS-ENV-IDX)
                   TO WS-TAB-CNP-CONFIRMADO(WS-CNP-IDX)
           WHEN WS-TAB-ENV-RECHAZADA(WS-ENV-IDX)
           OR WS-TAB-ENV-RECHAZOS(WS-ENV-IDX) > 0
                ADD 1 TO WS-TAB-CNP-ABIERTAS(WS-CNP-IDX)
                ADD WS-TAB-ENV-COMISION(WS-ENV-IDX)
                   TO WS-TAB-CNP-RECHAZADO(WS-CNP-IDX)
           WHEN OTHER
                ADD 1 TO WS-TAB-CNP-ABIERTAS(WS-CNP-IDX)
                ADD WS-TAB-ENV-COMISION(WS-ENV-IDX)
                   TO WS-TAB-CNP-SIN-RESP(WS-CNP-IDX)
           END-EVALUATE.

       3542-ACUMULAR-CONC-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3543-BUSCAR-CONC-PERIODO.

           IF WS-TAB-ENV-PERIODO(WS-ENV-IDX) =
              WS-TAB-CNP-PERIODO(WS-CNP-IDX)
              SET WS-CNP-ENCONTRADO-YES TO TRUE
           END-IF.

       3543-BUSCAR-CONC-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3544-GRABAR-CONC-PAGOS.

           OPEN OUTPUT SAL-CONC-PAGOS.

           IF FS-SAL-CONC-PAGOS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'CONC-PAGOS' TO WS-PROD-TIPO
              MOVE WS-NOM-CONC-PAGOS TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
           END-IF.

           IF NOT FS-SAL-CONC-PAGOS-OK
              DISPLAY 'ERROR AL ABRIR LA CONCILIACION DE PAGOS'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONC-PAGOS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3544-GRABAR-CONC-PAGOS-FIN
           END-IF.

           MOVE WS-LIS-CNP-TITULO TO SAL-CONC-PAGOS-REG.
           PERFORM 3548-GRABAR-LINEA-CONC
              THRU 3548-GRABAR-LINEA-CONC-FIN.
           MOVE WS-LIS-CNP-HEADER TO SAL-CONC-PAGOS-REG.
           PERFORM 3548-GRABAR-LINEA-CONC
              THRU 3548-GRABAR-LINEA-CONC-FIN.

           PERFORM 3545-GRABAR-CONC-PERIODO
              THRU 3545-GRABAR-CONC-PERIODO-FIN
              VARYING WS-CNP-IDX FROM 1 BY 1
              UNTIL WS-CNP-IDX > WS-TAB-CNP-CANT.

           MOVE WS-LIS-SEPARADOR-1 TO SAL-CONC-PAGOS-REG.
           PERFORM 3548-GRABAR-LINEA-CONC
              THRU 3548-GRABAR-LINEA-CONC-FIN.

           MOVE 'TOTAL' TO WS-LIS-CNP-PERIODO.
           MOVE WS-CNP-TOT-LINEAS TO WS-LIS-CNP-LINEAS.
           MOVE WS-CNP-TOT-ENVIADO TO WS-LIS-CNP-ENVIADO.
           MOVE WS-CNP-TOT-CONFIRMADO TO WS-LIS-CNP-CONFIRMADO.
           MOVE WS-CNP-TOT-RECHAZADO TO WS-LIS-CNP-RECHAZADO.
           MOVE WS-CNP-TOT-SIN-RESP TO WS-LIS-CNP-SIN-RESP.
           MOVE WS-LIS-CNP-DET TO SAL-CONC-PAGOS-REG.
           PERFORM 3548-GRABAR-LINEA-CONC
              THRU 3548-GRABAR-LINEA-CONC-FIN.

           CLOSE SAL-CONC-PAGOS.

       3544-GRABAR-CONC-PAGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3545-GRABAR-CONC-PERIODO.

           MOVE WS-TAB-CNP-PERIODO(WS-CNP-IDX) TO WS-LIS-CNP-PERIODO.
           MOVE WS-TAB-CNP-LINEAS(WS-CNP-IDX) TO WS-LIS-CNP-LINEAS.
           MOVE WS-TAB-CNP-ENVIADO(WS-CNP-IDX) TO WS-LIS-CNP-ENVIADO.
           MOVE WS-TAB-CNP-CONFIRMADO(WS-CNP-IDX)
              TO WS-LIS-CNP-CONFIRMADO.
           MOVE WS-TAB-CNP-RECHAZADO(WS-CNP-IDX)
              TO WS-LIS-CNP-RECHAZADO.
           MOVE WS-TAB-CNP-SIN-RESP(WS-CNP-IDX) TO WS-LIS-CNP-SIN-RESP.
           MOVE WS-LIS-CNP-DET TO SAL-CONC-PAGOS-REG.
           PERFORM 3548-GRABAR-LINEA-CONC
              THRU 3548-GRABAR-LINEA-CONC-FIN.

           ADD WS-TAB-CNP-LINEAS(WS-CNP-IDX) TO WS-CNP-TOT-LINEAS.
           ADD WS-TAB-CNP-ENVIADO(WS-CNP-IDX) TO WS-CNP-TOT-ENVIADO.
           ADD WS-TAB-CNP-CONFIRMADO(WS-CNP-IDX)
              TO WS-CNP-TOT-CONFIRMADO.
           ADD WS-TAB-CNP-RECHAZADO(WS-CNP-IDX)
              TO WS-CNP-TOT-RECHAZADO.
           ADD WS-TAB-CNP-SIN-RESP(WS-CNP-IDX) TO WS-CNP-TOT-SIN-RESP.

       3545-GRABAR-CONC-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3546-GRABAR-ENVIADA-REG.

           IF WS-TAB-ENV-CONFIRMADA(WS-ENV-IDX)
              SET WS-CNP-ENCONTRADO-NO TO TRUE
              PERFORM 3543-BUSCAR-CONC-PERIODO
                 THRU 3543-BUSCAR-CONC-PERIODO-FIN
                 VARYING WS-CNP-IDX FROM 1 BY 1
                 UNTIL WS-CNP-IDX > WS-TAB-CNP-CANT
                 OR WS-CNP-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-CNP-IDX
              IF WS-TAB-CNP-ABIERTAS(WS-CNP-IDX) = 0
                 GO TO 3546-GRABAR-ENVIADA-REG-FIN
              END-IF
           END-IF.

           MOVE WS-TAB-ENV-PERIODO(WS-ENV-IDX) TO ENV-PERIODO.
           MOVE WS-TAB-ENV-ID(WS-ENV-IDX) TO ENV-ID-EMPLEADO.
           MOVE WS-TAB-ENV-COMISION(WS-ENV-IDX) TO ENV-COMISION.
           MOVE WS-TAB-ENV-ESTADO(WS-ENV-IDX) TO ENV-ESTADO.
           MOVE WS-TAB-ENV-FECHA-ENVIO(WS-ENV-IDX) TO ENV-FECHA-ENVIO.
           MOVE WS-TAB-ENV-FECHA-RESP(WS-ENV-IDX)
              TO ENV-FECHA-RESPUESTA.
           MOVE WS-TAB-ENV-RECHAZOS(WS-ENV-IDX) TO ENV-RECHAZOS.
           MOVE WS-TAB-ENV-MOTIVO(WS-ENV-IDX) TO ENV-MOTIVO.
           MOVE WS-TAB-ENV-TIPO(WS-ENV-IDX) TO ENV-TIPO-LINEA.
           WRITE ENV-REGISTRO.

           IF NOT FS-ENVIADAS-OK
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE ENVIADAS'
              DISPLAY 'FILE STATUS: ' FS-ENVIADAS
           END-IF.

       3546-GRABAR-ENVIADA-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3548-GRABAR-LINEA-CONC.

           WRITE SAL-CONC-PAGOS-REG.

           IF NOT FS-SAL-CONC-PAGOS-OK
              DISPLAY 'ERROR AL GRABAR LA CONCILIACION DE PAGOS'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONC-PAGOS
           END-IF.

       3548-GRABAR-LINEA-CONC-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3460-GRABAR-SALDO-REG.

           MOVE WS-TAB-CAT-NOMBRE(WS-CAT-IDX) TO SALDO-ANT-CATEGORIA.
           MOVE WS-TAB-CAT-IMPORTE(WS-CAT-IDX) TO SALDO-ANT-IMPORTE.
           WRITE SALDO-ANT-REGISTRO.

           IF NOT FS-SALDOS-ANTERIOR-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SALDOS ANTERIORES'
              DISPLAY 'FILE STATUS: ' FS-SALDOS-ANTERIOR
           END-IF.

       3460-GRABAR-SALDO-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cumplimiento de cuotas: por legajo la cuota, las ventas
      *    acumuladas del anio con esta corrida, el porcentaje y el
      *    nivel alcanzado; por categoria los mismos totales y cuantos
      *    vendedores quedaron en cada nivel.
       3600-GRABAR-CUOTAS.

           OPEN OUTPUT SAL-CUOTAS.

           IF FS-SAL-CUOTAS-OK
              ADD 1 TO WS-CONT-ARCHIVOS-SALIDA
              MOVE 'CUOTAS' TO WS-PROD-TIPO
              MOVE WS-NOM-CUOTAS TO WS-PROD-NOMBRE
              PERFORM 1189-ANOTAR-PRODUCIDA
                 THRU 1189-ANOTAR-PRODUCIDA-FIN
           END-IF.

           IF NOT FS-SAL-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-CUOTAS
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3600-GRABAR-CUOTAS-FIN
           END-IF.

           INITIALIZE WS-TAB-CUO-CATEGORIAS.

           MOVE WS-LIS-CUO-TITULO TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.
           MOVE WS-LIS-CUO-SUBT-EMP TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.
           MOVE WS-LIS-CUO-HEADER TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.

           PERFORM 3605-GRABAR-CUOTA-EMP
              THRU 3605-GRABAR-CUOTA-EMP-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
              UNTIL WS-CUO-IDX > WS-TAB-CUO-CANT.

           MOVE WS-LIS-SEPARADOR-1 TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.
           MOVE WS-LIS-CUO-SUBT-CAT TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.
           MOVE WS-LIS-CUC-HEADER TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.

           PERFORM 3620-GRABAR-CUOTA-CATEG
              THRU 3620-GRABAR-CUOTA-CATEG-FIN
              VARYING WS-CUC-IDX FROM 1 BY 1
              UNTIL WS-CUC-IDX > WS-TAB-CUC-CANT.

           CLOSE SAL-CUOTAS.

       3600-GRABAR-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3605-GRABAR-CUOTA-EMP.

           MOVE WS-TAB-CUO-IMPORTE(WS-CUO-IDX) TO WS-CUO-UMBRAL-1.
           MOVE WS-TAB-CUO-ACUMULADO(WS-CUO-IDX) TO WS-CUO-EVAL.

           PERFORM 3615-EVALUAR-NIVEL-CUOTA
              THRU 3615-EVALUAR-NIVEL-CUOTA-FIN.

           MOVE WS-TAB-CUO-ID(WS-CUO-IDX) TO WS-LIS-CUO-ID.
           MOVE WS-TAB-CUO-NOMBRE(WS-CUO-IDX) TO WS-LIS-CUO-NOMBRE.
           MOVE WS-TAB-CUO-CATEGORIA(WS-CUO-IDX)
              TO WS-LIS-CUO-CATEGORIA.
           MOVE WS-CUO-UMBRAL-1 TO WS-LIS-CUO-CUOTA.
           MOVE WS-CUO-EVAL TO WS-LIS-CUO-VENTAS.
           MOVE WS-CUO-PORCENTAJE TO WS-LIS-CUO-PORC.
           MOVE WS-CUO-NIVEL TO WS-LIS-CUO-NIVEL.
           MOVE WS-LIS-CUO-DET TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.

           PERFORM 3610-ACUMULAR-CUOTA-CATEG
              THRU 3610-ACUMULAR-CUOTA-CATEG-FIN.

       3605-GRABAR-CUOTA-EMP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3610-ACUMULAR-CUOTA-CATEG.

           SET WS-CUC-ENCONTRADA-NO TO TRUE.

           PERFORM 3612-BUSCAR-CUOTA-CATEG
              THRU 3612-BUSCAR-CUOTA-CATEG-FIN
              VARYING WS-CUC-IDX FROM 1 BY 1
              UNTIL WS-CUC-IDX > WS-TAB-CUC-CANT
              OR WS-CUC-ENCONTRADA-YES.

           IF WS-CUC-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-CUC-IDX
           ELSE
              IF WS-TAB-CUC-CANT >= WS-MAX-CATEGORIAS
                 MOVE 'CUOTAS POR CATEGORIA' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-CUC-CANT
              MOVE WS-TAB-CUC-CANT TO WS-CUC-IDX
              MOVE WS-TAB-CUO-CATEGORIA(WS-CUO-IDX)
                 TO WS-TAB-CUC-CATEGORIA(WS-CUC-IDX)
           END-IF.

           ADD WS-CUO-UMBRAL-1 TO WS-TAB-CUC-CUOTA(WS-CUC-IDX).
           ADD WS-CUO-EVAL TO WS-TAB-CUC-VENTAS(WS-CUC-IDX).

           EVALUATE WS-CUO-NIVEL
           WHEN 2
                ADD 1 TO WS-TAB-CUC-NIVEL-2(WS-CUC-IDX)
           WHEN 1
                ADD 1 TO WS-TAB-CUC-NIVEL-1(WS-CUC-IDX)
           WHEN OTHER
                ADD 1 TO WS-TAB-CUC-NIVEL-0(WS-CUC-IDX)
           END-EVALUATE.

       3610-ACUMULAR-CUOTA-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3612-BUSCAR-CUOTA-CATEG.

           IF WS-TAB-CUO-CATEGORIA(WS-CUO-IDX) =
              WS-TAB-CUC-CATEGORIA(WS-CUC-IDX)
              SET WS-CUC-ENCONTRADA-YES TO TRUE
           END-IF.

       3612-BUSCAR-CUOTA-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Porcentaje de cumplimiento y nivel: 0 debajo de la cuota, 1
      *    desde el 100% y 2 desde el 120%. Sin cuota o sin ventas
      *    positivas el porcentaje queda en cero.
       3615-EVALUAR-NIVEL-CUOTA.

           MOVE 0 TO WS-CUO-PORCENTAJE.
           MOVE 0 TO WS-CUO-NIVEL.

           IF WS-CUO-UMBRAL-1 > 0
              AND WS-CUO-EVAL > 0
              COMPUTE WS-CUO-PORCENTAJE ROUNDED =
                 WS-CUO-EVAL * 100 / WS-CUO-UMBRAL-1
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-CUO-PORCENTAJE
              END-COMPUTE
           END-IF.

           IF WS-CUO-UMBRAL-1 > 0
              IF WS-CUO-PORCENTAJE >= 120
                 MOVE 2 TO WS-CUO-NIVEL
              ELSE
                 IF WS-CUO-PORCENTAJE >= 100
                    MOVE 1 TO WS-CUO-NIVEL
                 END-IF
              END-IF
           END-IF.

       3615-EVALUAR-NIVEL-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3620-GRABAR-CUOTA-CATEG.

           MOVE WS-TAB-CUC-CUOTA(WS-CUC-IDX) TO WS-CUO-UMBRAL-1.
           MOVE WS-TAB-CUC-VENTAS(WS-CUC-IDX) TO WS-CUO-EVAL.

           PERFORM 3615-EVALUAR-NIVEL-CUOTA
              THRU 3615-EVALUAR-NIVEL-CUOTA-FIN.

           MOVE WS-TAB-CUC-CATEGORIA(WS-CUC-IDX)
              TO WS-LIS-CUC-CATEGORIA.
           MOVE WS-CUO-UMBRAL-1 TO WS-LIS-CUC-CUOTA.
           MOVE WS-CUO-EVAL TO WS-LIS-CUC-VENTAS.
           MOVE WS-CUO-PORCENTAJE TO WS-LIS-CUC-PORC.
           MOVE WS-TAB-CUC-NIVEL-0(WS-CUC-IDX) TO WS-LIS-CUC-NIVEL-0.
           MOVE WS-TAB-CUC-NIVEL-1(WS-CUC-IDX) TO WS-LIS-CUC-NIVEL-1.
           MOVE WS-TAB-CUC-NIVEL-2(WS-CUC-IDX) TO WS-LIS-CUC-NIVEL-2.
           MOVE WS-LIS-CUC-DET TO SAL-CUOTAS-REG.
           PERFORM 3640-GRABAR-LINEA-CUOTAS
              THRU 3640-GRABAR-LINEA-CUOTAS-FIN.

       3620-GRABAR-CUOTA-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Puntua cada movimiento aceptado contra las reglas activas.
      *    Es informativo: no rechaza nada ni cambia el retorno.
       3630-EVALUAR-AUDITORIA.

           IF WS-LIQ-PERIODO-CORRIDA = SPACES
              MOVE SPACES TO WS-AUD-PERIODO
              STRING WS-FECHA-CORRIDA-AAAA DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 WS-FECHA-CORRIDA-MM DELIMITED BY SIZE
                 INTO WS-AUD-PERIODO
           ELSE
              MOVE WS-LIQ-PERIODO-CORRIDA TO WS-AUD-PERIODO
           END-IF.

           INITIALIZE WS-AUD-CONTADORES.
           SET WS-AUD-YTD-ABIERTO-NO TO TRUE.

           IF WS-AUD-HIST-ACTIVA-YES
              OPEN INPUT COMISION-YTD
              EVALUATE TRUE
              WHEN FS-COMISION-YTD-OK
                   SET WS-AUD-YTD-ABIERTO-YES TO TRUE
              WHEN FS-COMISION-YTD-NFD
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACUMULADO ANUAL'
                   DISPLAY 'FILE STATUS: ' FS-COMISION-YTD
              END-EVALUATE
           END-IF.

           PERFORM 3631-EVALUAR-MOVIMIENTO
              THRU 3631-EVALUAR-MOVIMIENTO-FIN
              VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-TAB-MOV-CANT.

           IF WS-AUD-YTD-ABIERTO-YES
              CLOSE COMISION-YTD
           END-IF.

           PERFORM 3638-GRABAR-AUDITORIA
              THRU 3638-GRABAR-AUDITORIA-FIN.

           DISPLAY 'MOVIMIENTOS OBSERVADOS POR AUDITORIA: '
              WS-AUD-CONT-EXCEPCIONES.

       3630-EVALUAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3631-EVALUAR-MOVIMIENTO.

           MOVE 1 TO WS-AUD-PUNTERO.

           IF WS-AUD-HIST-ACTIVA-YES
              AND WS-AUD-YTD-ABIERTO-YES
              AND WS-TAB-MOV-IMPORTE(WS-MOV-IDX) > ZEROES
              MOVE ZEROES TO WS-AUD-TOTAL-DIA
              PERFORM 3632-SUMAR-DIA-VENDEDOR
                 THRU 3632-SUMAR-DIA-VENDEDOR-FIN
                 VARYING WS-MOV-IDX-2 FROM 1 BY 1
                 UNTIL WS-MOV-IDX-2 > WS-TAB-MOV-CANT
              MOVE WS-TAB-MOV-ID(WS-MOV-IDX) TO YTD-ID-EMPLEADO
              READ COMISION-YTD
              IF FS-COMISION-YTD-OK
                 AND YTD-CANT-VENTAS > 0
                 COMPUTE WS-AUD-PROMEDIO ROUNDED =
                    YTD-IMPORTE / YTD-CANT-VENTAS
                 IF WS-AUD-PROMEDIO > ZEROES
                    AND WS-AUD-TOTAL-DIA >
                       WS-AUD-PROMEDIO * WS-AUD-HIST-FACTOR
                    MOVE 'HIST' TO WS-AUD-REGLA
                    MOVE WS-AUD-HIST-PUNTAJE TO WS-AUD-PUNTAJE-REGLA
                    ADD 1 TO WS-AUD-CONT-HIST
                    PERFORM 3636-AGREGAR-REGLA
                       THRU 3636-AGREGAR-REGLA-FIN
                 END-IF
              END-IF
           END-IF.

           IF WS-AUD-REDO-ACTIVA-YES
              AND WS-TAB-MOV-IMPORTE(WS-MOV-IDX) > ZEROES
              DIVIDE WS-TAB-MOV-IMPORTE(WS-MOV-IDX)
                 BY WS-AUD-REDO-MULTIPLO
                 GIVING WS-AUD-COCIENTE
                 REMAINDER WS-AUD-RESTO
              IF WS-AUD-RESTO = ZEROES
                 MOVE ZEROES TO WS-AUD-CANT-REDONDAS
                 PERFORM 3633-CONTAR-REDONDOS
                    THRU 3633-CONTAR-REDONDOS-FIN
                    VARYING WS-MOV-IDX-2 FROM 1 BY 1
                    UNTIL WS-MOV-IDX-2 > WS-TAB-MOV-CANT
                 IF WS-AUD-CANT-REDONDAS >= WS-AUD-REDO-CANTIDAD
                    MOVE 'REDO' TO WS-AUD-REGLA
                    MOVE WS-AUD-REDO-PUNTAJE TO WS-AUD-PUNTAJE-REGLA
                    ADD 1 TO WS-AUD-CONT-REDO
                    PERFORM 3636-AGREGAR-REGLA
                       THRU 3636-AGREGAR-REGLA-FIN
                 END-IF
              END-IF
           END-IF.

           IF WS-AUD-DEVO-ACTIVA-YES
              AND WS-TAB-MOV-IMPORTE(WS-MOV-IDX) NOT = ZEROES
              SET WS-AUD-HIT-NO TO TRUE
              PERFORM 3634-BUSCAR-CONTRAPARTE
                 THRU 3634-BUSCAR-CONTRAPARTE-FIN
                 VARYING WS-MOV-IDX-2 FROM 1 BY 1
                 UNTIL WS-MOV-IDX-2 > WS-TAB-MOV-CANT
                 OR WS-AUD-HIT-YES
              IF WS-AUD-HIT-YES
                 MOVE 'DEVO' TO WS-AUD-REGLA
                 MOVE WS-AUD-DEVO-PUNTAJE TO WS-AUD-PUNTAJE-REGLA
                 ADD 1 TO WS-AUD-CONT-DEVO
                 PERFORM 3636-AGREGAR-REGLA
                    THRU 3636-AGREGAR-REGLA-FIN
              END-IF
           END-IF.

      *    El dia 1 de la cuenta de dias fue lunes: resto 6 es sabado
      *    y resto 0 domingo.
           IF WS-AUD-FEST-ACTIVA-YES
              DIVIDE WS-TAB-MOV-DIAS(WS-MOV-IDX) BY 7
                 GIVING WS-AUD-SEMANAS
                 REMAINDER WS-AUD-DIA-SEMANA
              SET WS-AUD-HIT-NO TO TRUE
              IF WS-AUD-DIA-SEMANA = 6 OR WS-AUD-DIA-SEMANA = 0
                 SET WS-AUD-HIT-YES TO TRUE
              ELSE
                 PERFORM 3635-BUSCAR-FERIADO
                    THRU 3635-BUSCAR-FERIADO-FIN
                    VARYING WS-FER-IDX FROM 1 BY 1
                    UNTIL WS-FER-IDX > WS-TAB-FER-CANT
                    OR WS-AUD-HIT-YES
              END-IF
              IF WS-AUD-HIT-YES
                 MOVE 'FEST' TO WS-AUD-REGLA
                 MOVE WS-AUD-FEST-PUNTAJE TO WS-AUD-PUNTAJE-REGLA
                 ADD 1 TO WS-AUD-CONT-FEST
                 PERFORM 3636-AGREGAR-REGLA
                    THRU 3636-AGREGAR-REGLA-FIN
              END-IF
           END-IF.

           IF WS-AUD-SPLT-ACTIVA-YES
              AND WS-TAB-MOV-PORC-MAX(WS-MOV-IDX) > ZEROES
              AND WS-TAB-MOV-PORC-MAX(WS-MOV-IDX) >= WS-AUD-SPLT-PORC
              MOVE 'SPLT' TO WS-AUD-REGLA
              MOVE WS-AUD-SPLT-PUNTAJE TO WS-AUD-PUNTAJE-REGLA
              ADD 1 TO WS-AUD-CONT-SPLT
              PERFORM 3636-AGREGAR-REGLA
                 THRU 3636-AGREGAR-REGLA-FIN
           END-IF.

           IF WS-TAB-MOV-REGLAS(WS-MOV-IDX) NOT = SPACES
              AND WS-TAB-MOV-PUNTAJE(WS-MOV-IDX) >= WS-AUD-UMBRAL
              ADD 1 TO WS-AUD-CONT-EXCEPCIONES
           END-IF.

       3631-EVALUAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3632-SUMAR-DIA-VENDEDOR.

           IF WS-TAB-MOV-ID(WS-MOV-IDX-2) = WS-TAB-MOV-ID(WS-MOV-IDX)
              AND WS-TAB-MOV-FECHA(WS-MOV-IDX-2) =
                 WS-TAB-MOV-FECHA(WS-MOV-IDX)
              AND WS-TAB-MOV-IMPORTE(WS-MOV-IDX-2) > ZEROES
              ADD WS-TAB-MOV-IMPORTE(WS-MOV-IDX-2) TO WS-AUD-TOTAL-DIA
           END-IF.

       3632-SUMAR-DIA-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3633-CONTAR-REDONDOS.

           IF WS-TAB-MOV-ID(WS-MOV-IDX-2) NOT =
              WS-TAB-MOV-ID(WS-MOV-IDX)
           OR WS-TAB-MOV-IMPORTE(WS-MOV-IDX-2) NOT > ZEROES
              GO TO 3633-CONTAR-REDONDOS-FIN
           END-IF.

           DIVIDE WS-TAB-MOV-IMPORTE(WS-MOV-IDX-2)
              BY WS-AUD-REDO-MULTIPLO
              GIVING WS-AUD-COCIENTE
              REMAINDER WS-AUD-RESTO.

           IF WS-AUD-RESTO = ZEROES
              ADD 1 TO WS-AUD-CANT-REDONDAS
           END-IF.

       3633-CONTAR-REDONDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Contraparte: mismo vendedor y categoria, importe opuesto
      *    (venta contra devolucion) y pocos dias de distancia.
       3634-BUSCAR-CONTRAPARTE.

           IF WS-MOV-IDX-2 = WS-MOV-IDX
           OR WS-TAB-MOV-ID(WS-MOV-IDX-2) NOT =
              WS-TAB-MOV-ID(WS-MOV-IDX)
           OR WS-TAB-MOV-CATEGORIA(WS-MOV-IDX-2) NOT =
              WS-TAB-MOV-CATEGORIA(WS-MOV-IDX)
           OR WS-TAB-MOV-IMPORTE(WS-MOV-IDX-2) +
              WS-TAB-MOV-IMPORTE(WS-MOV-IDX) NOT = ZEROES
              GO TO 3634-BUSCAR-CONTRAPARTE-FIN
           END-IF.

           COMPUTE WS-AUD-DIFERENCIA =
              WS-TAB-MOV-DIAS(WS-MOV-IDX-2) -
              WS-TAB-MOV-DIAS(WS-MOV-IDX).

           IF WS-AUD-DIFERENCIA < 0
              MULTIPLY -1 BY WS-AUD-DIFERENCIA
           END-IF.

           IF WS-AUD-DIFERENCIA <= WS-AUD-DEVO-DIAS
              SET WS-AUD-HIT-YES TO TRUE
           END-IF.

       3634-BUSCAR-CONTRAPARTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3635-BUSCAR-FERIADO.

           IF WS-TAB-FER-FECHA(WS-FER-IDX) =
              WS-TAB-MOV-FECHA(WS-MOV-IDX)
              SET WS-AUD-HIT-YES TO TRUE
           END-IF.

       3635-BUSCAR-FERIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3636-AGREGAR-REGLA.

           ADD WS-AUD-PUNTAJE-REGLA TO WS-TAB-MOV-PUNTAJE(WS-MOV-IDX).

           STRING WS-AUD-REGLA DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              INTO WS-TAB-MOV-REGLAS(WS-MOV-IDX)
              WITH POINTER WS-AUD-PUNTERO.

       3636-AGREGAR-REGLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Archivo de excepciones (una linea por movimiento observado)
      *    y reporte para auditoria interna con el resumen por regla.
       3638-GRABAR-AUDITORIA.

           OPEN OUTPUT SAL-EXCEPCIONES.

           IF NOT FS-SAL-EXCEPCIONES-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-EXCEPCIONES
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3638-GRABAR-AUDITORIA-FIN
           END-IF.

           OPEN OUTPUT SAL-AUDITORIA.

           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
              CLOSE SAL-EXCEPCIONES
              MOVE 4 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3638-GRABAR-AUDITORIA-FIN
           END-IF.

           ADD 2 TO WS-CONT-ARCHIVOS-SALIDA.
           MOVE 'EXCEPCIONES' TO WS-PROD-TIPO.
           MOVE WS-NOM-EXCEPCIONES TO WS-PROD-NOMBRE.
           PERFORM 1189-ANOTAR-PRODUCIDA
              THRU 1189-ANOTAR-PRODUCIDA-FIN.
           MOVE 'AUDITORIA' TO WS-PROD-TIPO.
           MOVE WS-NOM-AUDITORIA TO WS-PROD-NOMBRE.
           PERFORM 1189-ANOTAR-PRODUCIDA
              THRU 1189-ANOTAR-PRODUCIDA-FIN.

           MOVE WS-AUD-PERIODO TO WS-LIS-AUD-TIT-PERIODO.
           MOVE WS-LIS-AUD-TITULO TO SAL-AUDITORIA-REG.
           PERFORM 3641-GRABAR-LINEA-AUD
              THRU 3641-GRABAR-LINEA-AUD-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-AUDITORIA-REG.
           PERFORM 3641-GRABAR-LINEA-AUD
              THRU 3641-GRABAR-LINEA-AUD-FIN.
           MOVE WS-LIS-AUD-HEADER TO SAL-AUDITORIA-REG.
           PERFORM 3641-GRABAR-LINEA-AUD
              THRU 3641-GRABAR-LINEA-AUD-FIN.
           MOVE WS-LIS-SEPARADOR-1 TO SAL-AUDITORIA-REG.
           PERFORM 3641-GRABAR-LINEA-AUD
              THRU 3641-GRABAR-LINEA-AUD-FIN.

           PERFORM 3639-GRABAR-EXCEPCION
              THRU 3639-GRABAR-EXCEPCION-FIN
              VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-TAB-MOV-CANT.

           MOVE WS-LIS-SEPARADOR-1 TO SAL-AUDITORIA-REG.
           PERFORM 3641-GRABAR-LINEA-AUD
              THRU 3641-GRABAR-LINEA-AUD-FIN.

           MOVE 'HIST' TO WS-LIS-AUD-RES-REGLA.
           MOVE 'VENTA DIARIA MUY SUPERIOR A SU HISTORIA'
              TO WS-LIS-AUD-RES-DESC.
           MOVE WS-AUD-CONT-HIST TO WS-LIS-AUD-RES-CANT.
           PERFORM 3642-GRABAR-RESUMEN-AUD
              THRU 3642-GRABAR-RESUMEN-AUD-FIN.
           MOVE 'REDO' TO WS-LIS-AUD-RES-REGLA.
           MOVE 'VENTAS POR IMPORTES REDONDOS'
              TO WS-LIS-AUD-RES-DESC.
           MOVE WS-AUD-CONT-REDO TO WS-LIS-AUD-RES-CANT.
           PERFORM 3642-GRABAR-RESUMEN-AUD
              THRU 3642-GRABAR-RESUMEN-AUD-FIN.
           MOVE 'DEVO' TO WS-LIS-AUD-RES-REGLA.
           MOVE 'VENTA Y DEVOLUCION EN POCOS DIAS'
              TO WS-LIS-AUD-RES-DESC.
           MOVE WS-AUD-CONT-DEVO TO WS-LIS-AUD-RES-CANT.
           PERFORM 3642-GRABAR-RESUMEN-AUD
              THRU 3642-GRABAR-RESUMEN-AUD-FIN.
           MOVE 'FEST' TO WS-LIS-AUD-RES-REGLA.
           MOVE 'FECHADA EN FIN DE SEMANA O FERIADO'
              TO WS-LIS-AUD-RES-DESC.
           MOVE WS-AUD-CONT-FEST TO WS-LIS-AUD-RES-CANT.
           PERFORM 3642-GRABAR-RESUMEN-AUD
              THRU 3642-GRABAR-RESUMEN-AUD-FIN.
           MOVE 'SPLT' TO WS-LIS-AUD-RES-REGLA.
           MOVE 'SPLIT CON UN PARTICIPE DOMINANTE'
              TO WS-LIS-AUD-RES-DESC.
           MOVE WS-AUD-CONT-SPLT TO WS-LIS-AUD-RES-CANT.
           PERFORM 3642-GRABAR-RESUMEN-AUD
              THRU 3642-GRABAR-RESUMEN-AUD-FIN.
           MOVE 'TOT ' TO WS-LIS-AUD-RES-REGLA.
           MOVE 'MOVIMIENTOS SOBRE EL UMBRAL DE PUNTAJE'
              TO WS-LIS-AUD-RES-DESC.
           MOVE WS-AUD-CONT-EXCEPCIONES TO WS-LIS-AUD-RES-CANT.
           PERFORM 3642-GRABAR-RESUMEN-AUD
              THRU 3642-GRABAR-RESUMEN-AUD-FIN.

           CLOSE SAL-EXCEPCIONES.
           CLOSE SAL-AUDITORIA.

       3638-GRABAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3639-GRABAR-EXCEPCION.

           IF WS-TAB-MOV-REGLAS(WS-MOV-IDX) = SPACES
           OR WS-TAB-MOV-PUNTAJE(WS-MOV-IDX) < WS-AUD-UMBRAL
              GO TO 3639-GRABAR-EXCEPCION-FIN
           END-IF.

           MOVE WS-TAB-MOV-FECHA(WS-MOV-IDX) TO EXC-FECHA.
           MOVE WS-TAB-MOV-ID(WS-MOV-IDX) TO EXC-ID-EMPLEADO.
           MOVE WS-TAB-MOV-CATEGORIA(WS-MOV-IDX) TO EXC-CATEGORIA.
           MOVE WS-TAB-MOV-TIPO(WS-MOV-IDX) TO EXC-TIPO-MOVIM.
           MOVE WS-TAB-MOV-IMPORTE(WS-MOV-IDX) TO EXC-IMPORTE.
           MOVE WS-TAB-MOV-PUNTAJE(WS-MOV-IDX) TO EXC-PUNTAJE.
           MOVE WS-TAB-MOV-REGLAS(WS-MOV-IDX) TO EXC-REGLAS.
           WRITE EXC-REGISTRO.

           IF NOT FS-SAL-EXCEPCIONES-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-EXCEPCIONES
           END-IF.

           MOVE WS-TAB-MOV-FECHA(WS-MOV-IDX) TO WS-LIS-AUD-FECHA.
           MOVE WS-TAB-MOV-ID(WS-MOV-IDX) TO WS-LIS-AUD-ID.
           MOVE WS-TAB-MOV-CATEGORIA(WS-MOV-IDX)
              TO WS-LIS-AUD-CATEGORIA.
           MOVE WS-TAB-MOV-TIPO(WS-MOV-IDX) TO WS-LIS-AUD-TIPO.
           MOVE WS-TAB-MOV-IMPORTE(WS-MOV-IDX) TO WS-LIS-AUD-IMPORTE.
           MOVE WS-TAB-MOV-PUNTAJE(WS-MOV-IDX) TO WS-LIS-AUD-PUNTAJE.
           MOVE WS-TAB-MOV-REGLAS(WS-MOV-IDX) TO WS-LIS-AUD-REGLAS.
           MOVE WS-LIS-AUD-DET TO SAL-AUDITORIA-REG.
           PERFORM 3641-GRABAR-LINEA-AUD
              THRU 3641-GRABAR-LINEA-AUD-FIN.

       3639-GRABAR-EXCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3641-GRABAR-LINEA-AUD.

           WRITE SAL-AUDITORIA-REG.

           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
           END-IF.

       3641-GRABAR-LINEA-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3642-GRABAR-RESUMEN-AUD.

           MOVE WS-LIS-AUD-RESUMEN TO SAL-AUDITORIA-REG.
           PERFORM 3641-GRABAR-LINEA-AUD
              THRU 3641-GRABAR-LINEA-AUD-FIN.

       3642-GRABAR-RESUMEN-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3640-GRABAR-LINEA-CUOTAS.

           WRITE SAL-CUOTAS-REG.

           IF NOT FS-SAL-CUOTAS-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-SAL-CUOTAS
           END-IF.

       3640-GRABAR-LINEA-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Corrida de cierre: graba la foto de los totales del periodo

           CLOSE SAL-CIERRE.

           PERFORM 3657-GRABAR-CIERRE-VENDEDORES
              THRU 3657-GRABAR-CIERRE-VENDEDORES-FIN.

           IF RETURN-CODE >= 8
              GO TO 3650-CERRAR-PERIODO-FIN
           END-IF.

           PERFORM 3665-MARCAR-PERIODO-CERRADO
              THRU 3665-MARCAR-PERIODO-CERRADO-FIN
              VARYING WS-PER-IDX FROM 1 BY 1

       3655-GRABAR-CIERRE-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Foto por vendedor del periodo que se cierra: ventas,
      *    devoluciones, neto y comision, con la categoria del legajo.
      *    Sin esta foto el periodo no se marca cerrado.
       3657-GRABAR-CIERRE-VENDEDORES.

           OPEN OUTPUT CIERRE-VEND.

           IF NOT FS-CIERRE-VEND-OK
              DISPLAY 'ERROR AL ABRIR EL SNAPSHOT DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-CIERRE-VEND
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
              GO TO 3657-GRABAR-CIERRE-VENDEDORES-FIN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS-SALIDA.
           MOVE 'CIERRE-VEND' TO WS-PROD-TIPO.
           MOVE WS-NOM-CIERRE-VEND TO WS-PROD-NOMBRE.
           PERFORM 1189-ANOTAR-PRODUCIDA
              THRU 1189-ANOTAR-PRODUCIDA-FIN.

           PERFORM 3658-GRABAR-CIERRE-VEND-REG
              THRU 3658-GRABAR-CIERRE-VEND-REG-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

           CLOSE CIERRE-VEND.

       3657-GRABAR-CIERRE-VENDEDORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3658-GRABAR-CIERRE-VEND-REG.

           MOVE WS-PERIODO-DESDE TO CVE-PERIODO-DESDE.
           MOVE WS-PERIODO-HASTA TO CVE-PERIODO-HASTA.
           MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO CVE-ID-EMPLEADO.
           MOVE WS-TAB-EMP-NOMBRE(WS-EMP-IDX) TO CVE-NOMBRE.
           MOVE WS-TAB-EMP-CATEGORIA(WS-EMP-IDX) TO CVE-CATEGORIA.
           MOVE WS-TAB-EMP-CANT-VENTAS(WS-EMP-IDX) TO CVE-CANT-MOVIM.
           COMPUTE CVE-VENTAS = WS-TAB-EMP-IMPORTE(WS-EMP-IDX)
              + WS-TAB-EMP-DEVOLUCION(WS-EMP-IDX).
           MOVE WS-TAB-EMP-DEVOLUCION(WS-EMP-IDX) TO CVE-DEVOLUCIONES.
           MOVE WS-TAB-EMP-IMPORTE(WS-EMP-IDX) TO CVE-NETO.
           MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX) TO CVE-COMISION.
           WRITE CVE-REGISTRO.

           IF NOT FS-CIERRE-VEND-OK
              DISPLAY 'ERROR AL GRABAR EL SNAPSHOT DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-CIERRE-VEND
              MOVE 8 TO WS-RETORNO-PROPUESTO
              PERFORM 9000-FIJAR-RETORNO
                 THRU 9000-FIJAR-RETORNO-FIN
           END-IF.

       3658-GRABAR-CIERRE-VEND-REG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3660-GRABAR-PERIODO-REG.

              GO TO 3670-GRABAR-CLAWBACKS-FIN
           END-IF.

      *    Una corrida abortada no registra clawbacks: los extractos
      *    no quedan procesados y la proxima corrida los vuelve a
      *    detectar.
           IF WS-CONT-REG-CLAWBACK > 0
              AND WS-CORRIDA-ABORTADA-NO
              OPEN EXTEND CLAWBACKS
              IF FS-CLAWBACKS-NFD
                 OPEN OUTPUT CLAWBACKS

           IF WS-CUENTAS-CARGADAS-NO
           OR WS-SIMULACION-ACTIVA-YES
           OR (WS-TAB-CAT-CANT = 0 AND WS-AJU-VALIDOS = 0
               AND WS-ANT-LIQUIDADOS-NO AND WS-SOB-CALCULADAS-NO)
              GO TO 3690-GRABAR-ASIENTO-FIN
           END-IF.


           MOVE ZEROES TO WS-ASI-TOTAL-DEBE.
           MOVE ZEROES TO WS-ASI-TOTAL-HABER.
           MOVE ZEROES TO WS-ASI-TOTAL-RETENCION.
           MOVE ZEROES TO WS-ASI-TOTAL-RECUPERO.

           PERFORM 3692-GRABAR-ASIENTO-DEBE
              THRU 3692-GRABAR-ASIENTO-DEBE-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-TAB-EMP-CANT.

           PERFORM 3689-GRABAR-ASIENTO-AJUSTE
              THRU 3689-GRABAR-ASIENTO-AJUSTE-FIN
              VARYING WS-AJU-IDX FROM 1 BY 1
              UNTIL WS-AJU-IDX > WS-TAB-AJU-CANT.

           IF WS-SOB-CALCULADAS-YES
              PERFORM 3687-GRABAR-ASIENTO-SOBRECOM
                 THRU 3687-GRABAR-ASIENTO-SOBRECOM-FIN
           END-IF.

           IF WS-ANT-LIQUIDADOS-YES
              PERFORM 3688-GRABAR-ASIENTO-ANTICIPOS
                 THRU 3688-GRABAR-ASIENTO-ANTICIPOS-FIN
           END-IF.

      *    Lo retenido no se paga al empleado: sale de comisiones a
      *    pagar y se acredita a la cuenta de retenciones a depositar.
           MOVE 'H' TO ASI-TIPO.
           MOVE WS-CTA-HABER TO ASI-CUENTA.
           MOVE 'COMISIONES A PAGAR' TO ASI-CATEGORIA.
           COMPUTE ASI-IMPORTE =
              WS-ASI-TOTAL-HABER - WS-ASI-TOTAL-RETENCION
              - WS-ASI-TOTAL-RECUPERO.
           WRITE ASIENTO-REGISTRO.

           IF NOT FS-SAL-ASIENTO-OK
              DISPLAY 'FILE STATUS: ' FS-SAL-ASIENTO
           END-IF.

           IF WS-ASI-TOTAL-RETENCION NOT = ZEROES
              MOVE 'H' TO ASI-TIPO
              MOVE WS-CTA-RETENCION TO ASI-CUENTA
              MOVE 'RETENCION GANANCIAS' TO ASI-CATEGORIA
              MOVE WS-ASI-TOTAL-RETENCION TO ASI-IMPORTE
              WRITE ASIENTO-REGISTRO
              IF NOT FS-SAL-ASIENTO-OK
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE ASIENTO'
                 DISPLAY 'FILE STATUS: ' FS-SAL-ASIENTO
              END-IF
           END-IF.

           CLOSE SAL-ASIENTO.

           IF WS-ASI-TOTAL-DEBE NOT = WS-ASI-TOTAL-HABER

           ADD WS-TAB-EMP-COMISION(WS-EMP-IDX) TO WS-ASI-TOTAL-HABER.

           MOVE WS-TAB-EMP-ID(WS-EMP-IDX) TO WS-RET-ID.
           MOVE WS-TAB-EMP-COMISION(WS-EMP-IDX) TO WS-RET-BASE.
           PERFORM 3570-CALCULAR-RETENCION
              THRU 3570-CALCULAR-RETENCION-FIN.
           ADD WS-RET-IMPORTE TO WS-ASI-TOTAL-RETENCION.

       3694-SUMAR-HABER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    La sobrecomision es gasto de la categoria de la venta del
      *    equipo que la produjo: una linea S por categoria contra
      *    comisiones a pagar, con la retencion de cada gerente.
       3687-GRABAR-ASIENTO-SOBRECOM.

           MOVE ZEROES TO WS-TAB-SOC-CANT.

           PERFORM 3686-ACUMULAR-SOB-CATEG
              THRU 3686-ACUMULAR-SOB-CATEG-FIN
              VARYING WS-SOD-IDX FROM 1 BY 1
              UNTIL WS-SOD-IDX > WS-TAB-SOD-CANT.

           PERFORM 3684-GRABAR-ASIENTO-SOB-CATEG
              THRU 3684-GRABAR-ASIENTO-SOB-CATEG-FIN
              VARYING WS-SOC-IDX FROM 1 BY 1
              UNTIL WS-SOC-IDX > WS-TAB-SOC-CANT.

           PERFORM 3683-RETENER-SOBRECOM
              THRU 3683-RETENER-SOBRECOM-FIN
              VARYING WS-SOB-IDX FROM 1 BY 1
              UNTIL WS-SOB-IDX > WS-TAB-SOB-CANT.

       3687-GRABAR-ASIENTO-SOBRECOM-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3686-ACUMULAR-SOB-CATEG.

           SET WS-CAT-ENCONTRADO-NO TO TRUE.

           PERFORM 3682-BUSCAR-SOB-CATEG
              THRU 3682-BUSCAR-SOB-CATEG-FIN
              VARYING WS-SOC-IDX FROM 1 BY 1
              UNTIL WS-SOC-IDX > WS-TAB-SOC-CANT
              OR WS-CAT-ENCONTRADO-YES.

           IF WS-CAT-ENCONTRADO-YES
              SUBTRACT 1 FROM WS-SOC-IDX
           ELSE
              IF WS-TAB-SOC-CANT >= WS-MAX-SOB-CATEGORIAS
                 MOVE 'SOBRECOM CATEGORIAS' TO WS-TABLA-EXCEDIDA
                 PERFORM 9100-ABORTAR-CAPACIDAD
                    THRU 9100-ABORTAR-CAPACIDAD-FIN
              END-IF
              ADD 1 TO WS-TAB-SOC-CANT
              MOVE WS-TAB-SOC-CANT TO WS-SOC-IDX
              MOVE WS-TAB-SOD-CATEGORIA(WS-SOD-IDX)
                 TO WS-TAB-SOC-CATEGORIA(WS-SOC-IDX)
              MOVE ZEROES TO WS-TAB-SOC-IMPORTE(WS-SOC-IDX)
           END-IF.

           ADD WS-TAB-SOD-IMPORTE(WS-SOD-IDX)
              TO WS-TAB-SOC-IMPORTE(WS-SOC-IDX).

       3686-ACUMULAR-SOB-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3682-BUSCAR-SOB-CATEG.

           IF WS-TAB-SOD-CATEGORIA(WS-SOD-IDX) =
              WS-TAB-SOC-CATEGORIA(WS-SOC-IDX)
              SET WS-CAT-ENCONTRADO-YES TO TRUE
           END-IF.

       3682-BUSCAR-SOB-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3684-GRABAR-ASIENTO-SOB-CATEG.

           IF WS-TAB-SOC-IMPORTE(WS-SOC-IDX) = ZEROES
              GO TO 3684-GRABAR-ASIENTO-SOB-CATEG-FIN
           END-IF.

           SET WS-CTA-ENCONTRADA-NO TO TRUE.

           PERFORM 3681-BUSCAR-CUENTA-SOB
              THRU 3681-BUSCAR-CUENTA-SOB-FIN
              VARYING WS-CTA-IDX FROM 1 BY 1
              UNTIL WS-CTA-IDX > WS-TAB-CTA-CANT
              OR WS-CTA-ENCONTRADA-YES.

           IF WS-CTA-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-CTA-IDX
              MOVE WS-TAB-CTA-CUENTA(WS-CTA-IDX) TO WS-CTA-APLICADA
           ELSE
              MOVE WS-CTA-GASTO-DEFECTO TO WS-CTA-APLICADA
           END-IF.

           MOVE 'S' TO ASI-TIPO.
           MOVE WS-CTA-APLICADA TO ASI-CUENTA.
           MOVE WS-TAB-SOC-CATEGORIA(WS-SOC-IDX) TO ASI-CATEGORIA.
           MOVE WS-TAB-SOC-IMPORTE(WS-SOC-IDX) TO ASI-IMPORTE.
           WRITE ASIENTO-REGISTRO.

           IF FS-SAL-ASIENTO-OK
              ADD WS-TAB-SOC-IMPORTE(WS-SOC-IDX) TO WS-ASI-TOTAL-DEBE
              ADD WS-TAB-SOC-IMPORTE(WS-SOC-IDX) TO WS-ASI-TOTAL-HABER
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE ASIENTO'
              DISPLAY 'FILE STATUS: ' FS-SAL-ASIENTO
           END-IF.

       3684-GRABAR-ASIENTO-SOB-CATEG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3681-BUSCAR-CUENTA-SOB.

           IF WS-TAB-SOC-CATEGORIA(WS-SOC-IDX) =
              WS-TAB-CTA-CATEGORIA(WS-CTA-IDX)
              SET WS-CTA-ENCONTRADA-YES TO TRUE
           END-IF.

       3681-BUSCAR-CUENTA-SOB-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3683-RETENER-SOBRECOM.

           MOVE WS-TAB-SOB-ID(WS-SOB-IDX) TO WS-RET-ID.
           MOVE WS-TAB-SOB-IMPORTE(WS-SOB-IDX) TO WS-RET-BASE.
           PERFORM 3570-CALCULAR-RETENCION
              THRU 3570-CALCULAR-RETENCION-FIN.
           ADD WS-RET-IMPORTE TO WS-ASI-TOTAL-RETENCION.

       3683-RETENER-SOBRECOM-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Lo adelantado es un credito contra el empleado, no gasto:
      *    se debita a anticipos y se suma a comisiones a pagar. Lo
      *    recuperado cancela ese credito y baja comisiones a pagar.
       3688-GRABAR-ASIENTO-ANTICIPOS.

           IF WS-ANT-TOT-ADELANTO NOT = ZEROES
              MOVE 'D' TO ASI-TIPO
              MOVE WS-CTA-ANTICIPOS TO ASI-CUENTA
              MOVE 'ANTICIPOS OTORGADOS' TO ASI-CATEGORIA
              MOVE WS-ANT-TOT-ADELANTO TO ASI-IMPORTE
              WRITE ASIENTO-REGISTRO
              IF FS-SAL-ASIENTO-OK
                 ADD WS-ANT-TOT-ADELANTO TO WS-ASI-TOTAL-DEBE
                 ADD WS-ANT-TOT-ADELANTO TO WS-ASI-TOTAL-HABER
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE ASIENTO'
                 DISPLAY 'FILE STATUS: ' FS-SAL-ASIENTO
              END-IF
           END-IF.

           IF WS-ANT-TOT-RECUPERO NOT = ZEROES
              MOVE 'H' TO ASI-TIPO
              MOVE WS-CTA-ANTICIPOS TO ASI-CUENTA
              MOVE 'RECUPERO ANTICIPOS' TO ASI-CATEGORIA
              MOVE WS-ANT-TOT-RECUPERO TO ASI-IMPORTE
              WRITE ASIENTO-REGISTRO
              IF FS-SAL-ASIENTO-OK
                 MOVE WS-ANT-TOT-RECUPERO TO WS-ASI-TOTAL-RECUPERO
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE ASIENTO'
                 DISPLAY 'FILE STATUS: ' FS-SAL-ASIENTO
              END-IF
           END-IF.

       3688-GRABAR-ASIENTO-ANTICIPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada ajuste va al gasto de la categoria del empleado con
      *    tipo A, para distinguirlo del devengado por ventas; la
      *    contrapartida engrosa la linea de comisiones a pagar.
       3689-GRABAR-ASIENTO-AJUSTE.

           IF NOT WS-TAB-AJU-LIQUIDADO(WS-AJU-IDX)
              GO TO 3689-GRABAR-ASIENTO-AJUSTE-FIN
           END-IF.

           SET WS-CTA-ENCONTRADA-NO TO TRUE.

           PERFORM 3691-BUSCAR-CUENTA-AJUSTE
              THRU 3691-BUSCAR-CUENTA-AJUSTE-FIN
              VARYING WS-CTA-IDX FROM 1 BY 1
              UNTIL WS-CTA-IDX > WS-TAB-CTA-CANT
              OR WS-CTA-ENCONTRADA-YES.

           IF WS-CTA-ENCONTRADA-YES
              SUBTRACT 1 FROM WS-CTA-IDX
              MOVE WS-TAB-CTA-CUENTA(WS-CTA-IDX) TO WS-CTA-APLICADA
           ELSE
              MOVE WS-CTA-GASTO-DEFECTO TO WS-CTA-APLICADA
           END-IF.

           MOVE 'A' TO ASI-TIPO.
           MOVE WS-CTA-APLICADA TO ASI-CUENTA.
           MOVE WS-TAB-AJU-CATEGORIA(WS-AJU-IDX) TO ASI-CATEGORIA.
           MOVE WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO ASI-IMPORTE.
           WRITE ASIENTO-REGISTRO.

           IF FS-SAL-ASIENTO-OK
              ADD WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO WS-ASI-TOTAL-DEBE
              ADD WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO WS-ASI-TOTAL-HABER
              MOVE WS-TAB-AJU-ID(WS-AJU-IDX) TO WS-RET-ID
              MOVE WS-TAB-AJU-IMPORTE(WS-AJU-IDX) TO WS-RET-BASE
              PERFORM 3570-CALCULAR-RETENCION
                 THRU 3570-CALCULAR-RETENCION-FIN
              ADD WS-RET-IMPORTE TO WS-ASI-TOTAL-RETENCION
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE ASIENTO'
              DISPLAY 'FILE STATUS: ' FS-SAL-ASIENTO
           END-IF.

       3689-GRABAR-ASIENTO-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3691-BUSCAR-CUENTA-AJUSTE.

           IF WS-TAB-AJU-CATEGORIA(WS-AJU-IDX) =
              WS-TAB-CTA-CATEGORIA(WS-CTA-IDX)
              SET WS-CTA-ENCONTRADA-YES TO TRUE
           END-IF.

       3691-BUSCAR-CUENTA-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    Codigos de condicion para el scheduler: 0 corrida limpia,
      *    4 corrida fuera de balance o rechazos anormales, 6 hubo
      *    movimientos contra un periodo cerrado, 8 archivo
              END-IF
           END-IF.

           IF WS-TRAZA-ACTIVA-YES
              CLOSE TRAZA
              IF NOT FS-TRAZA-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE TRAZA: ' FS-TRAZA
              END-IF
           END-IF.


       3200-CERRAR-ARCHIVO-FIN.
           EXIT.

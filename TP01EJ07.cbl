
       01 WS-PURGA-NOMBRE               PIC X(44)      VALUE SPACES.
       01 WS-PARAM-RETENCION-GEN        PIC 9(03)      VALUE 5.
      *    Las fotos de cierre alimentan el tablero de los ultimos doce
      *    periodos cerrados: nunca se conservan menos que eso.
       01 WS-RETENCION-MIN-CIERRE       PIC 9(03)      VALUE 12.
       01 WS-RETENCION-APLICADA         PIC 9(03)      VALUE 0.
      *    Las liquidaciones alimentan el certificado anual: se
      *    conservan todas desde el 1 de enero del anio anterior, para
      *    que el anio cerrado pueda certificarse completo.
       01 WS-LIQ-FECHA-PISO             PIC 9(08)      VALUE 0.
       01 WS-LIQ-FECHA-PISO-R REDEFINES WS-LIQ-FECHA-PISO.
          05 WS-LIQ-PISO-ANIO           PIC 9(04).
          05 WS-LIQ-PISO-MMDD           PIC 9(04).

       01 WS-CONTADORES.
          05 WS-CONT-REG-CATALOGO       PIC 9(05)      VALUE 0.
          05 WS-CONT-REG-RETENIDOS      PIC 9(05)      VALUE 0.

       01 WS-TAB-CATALOGO.
          05 WS-TAB-CATAL-CANT          PIC 9(04)      VALUE 0.
          05 WS-TAB-CATAL OCCURS 2000 TIMES.
             10 WS-TAB-CATAL-ESTADO     PIC X(01).
             10 WS-TAB-CATAL-FECHA      PIC 9(08).
             10 WS-TAB-CATAL-SEQ        PIC 9(03).
             10 WS-TAB-CATAL-TIPO       PIC X(12).
             10 WS-TAB-CATAL-ARCHIVO    PIC X(44).

       01 WS-CATAL-IDX                  PIC 9(04)      VALUE 0.
       01 WS-CATAL-J                    PIC 9(04)      VALUE 0.
       01 WS-GEN-MAS-NUEVAS             PIC 9(04)      VALUE 0.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CATALOGO            PIC 9(05)      VALUE 2000.
       01 WS-TABLA-EXCEDIDA             PIC X(20)      VALUE SPACES.

       01 WS-RETORNO-PROPUESTO          PIC 9(02)      VALUE 0.
           ACCEPT WS-HORA-ACEPTADA FROM TIME.
           MOVE WS-HORA-ACEPTADA(1:6) TO WS-RUN-HORA-INICIO.

           MOVE WS-RUN-FECHA-INICIO TO WS-LIQ-FECHA-PISO.
           SUBTRACT 1 FROM WS-LIQ-PISO-ANIO.
           MOVE 0101 TO WS-LIQ-PISO-MMDD.

           OPEN INPUT PARAMETROS.

           EVALUATE FS-PARAMETROS
              VARYING WS-CATAL-J FROM 1 BY 1
              UNTIL WS-CATAL-J > WS-TAB-CATAL-CANT.

           MOVE WS-PARAM-RETENCION-GEN TO WS-RETENCION-APLICADA.

           IF (WS-TAB-CATAL-TIPO(WS-CATAL-IDX) = 'CIERRE'
               OR WS-TAB-CATAL-TIPO(WS-CATAL-IDX) = 'CIERRE-VEND')
           AND WS-RETENCION-APLICADA < WS-RETENCION-MIN-CIERRE
              MOVE WS-RETENCION-MIN-CIERRE TO WS-RETENCION-APLICADA
           END-IF.

           IF WS-TAB-CATAL-TIPO(WS-CATAL-IDX) = 'LIQUIDACION'
           AND WS-TAB-CATAL-FECHA(WS-CATAL-IDX) >= WS-LIQ-FECHA-PISO
              ADD 1 TO WS-CONT-REG-RETENIDOS
              GO TO 2100-EVALUAR-ENTRADA-FIN
           END-IF.

           IF WS-GEN-MAS-NUEVAS < WS-RETENCION-APLICADA
              ADD 1 TO WS-CONT-REG-RETENIDOS
              GO TO 2100-EVALUAR-ENTRADA-FIN
           END-IF.

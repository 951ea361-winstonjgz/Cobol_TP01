       FD ACTAS-DETALLE.

       01 ADET-REGISTRO.
          05 ADET-NUMERO                 PIC 9(06).
          05 ADET-MATERIA                PIC X(30).
          05 ADET-FECHA-EXAMEN           PIC X(10).
          05 ADET-LEGAJO                 PIC 9(06).
          05 ADET-NOMBRE                 PIC X(40).
          05 ADET-NOTA                   PIC 9(02).
          05 ADET-NOTA-ANTERIOR          PIC 9(02).
          05 ADET-CONDICION              PIC X(01).
             88 ADET-CONDICION-APROBADO           VALUE 'A'.
             88 ADET-CONDICION-DESAPROBADO        VALUE 'D'.
             88 ADET-CONDICION-AUSENTE            VALUE 'U'.

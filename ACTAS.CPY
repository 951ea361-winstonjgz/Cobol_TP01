       FD ACTAS.

       01 ACTA-REGISTRO.
          05 ACTA-NUMERO                 PIC 9(06).
          05 ACTA-TIPO                   PIC X(01).
             88 ACTA-TIPO-ORIGINAL                VALUE 'O'.
             88 ACTA-TIPO-RECTIFICACION           VALUE 'R'.
          05 ACTA-MATERIA                PIC X(30).
          05 ACTA-FECHA-EXAMEN           PIC X(10).
          05 ACTA-TERMINO                PIC X(07).
          05 ACTA-FECHA-EMISION          PIC 9(08).
          05 ACTA-APROBADOS              PIC 9(04).
          05 ACTA-DESAPROBADOS           PIC 9(04).
          05 ACTA-AUSENTES               PIC 9(04).
          05 ACTA-ORIGEN                 PIC 9(06).
          05 ACTA-AUTORIZA               PIC X(20).
          05 ACTA-MOTIVO                 PIC X(30).

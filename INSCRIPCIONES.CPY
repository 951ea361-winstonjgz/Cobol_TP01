       FD INSCRIPCIONES.

       01 INSC-REGISTRO.
          05 INSC-LEGAJO                 PIC 9(06).
          05 INSC-MATERIA                PIC X(30).
          05 INSC-FECHA-EXAMEN           PIC X(10).

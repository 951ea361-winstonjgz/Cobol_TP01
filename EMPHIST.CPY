       FD EMPLEADOS-HISTORIAL.

       01 EMPHIST-REGISTRO.
          05 EMPHIST-ID-EMPLEADO         PIC 9(05).
          05 EMPHIST-TIPO                PIC X(01).
             88 EMPHIST-TIPO-INGRESO                   VALUE 'I'.
             88 EMPHIST-TIPO-REINGRESO                 VALUE 'R'.
             88 EMPHIST-TIPO-TRASLADO                  VALUE 'T'.
             88 EMPHIST-TIPO-LICENCIA                  VALUE 'L'.
             88 EMPHIST-TIPO-BAJA                      VALUE 'B'.
          05 EMPHIST-FECHA-EFECTIVA      PIC X(10).
          05 EMPHIST-CATEGORIA           PIC X(20).
          05 EMPHIST-CATEGORIA-ANT       PIC X(20).
          05 EMPHIST-FECHA-APROB         PIC 9(08).
          05 EMPHIST-OPERADOR            PIC X(08).
          05 EMPHIST-APROBADOR           PIC X(08).

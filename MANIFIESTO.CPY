       FD MANIFIESTO.

       01 MAN-REGISTRO.
          05 MAN-ORDEN                   PIC 9(02).
          05 MAN-ARCHIVO                 PIC X(24).
          05 MAN-TIPO                    PIC X(12).
          05 MAN-ESTADO                  PIC X(01).
             88 MAN-ESTADO-PRESENTE               VALUE 'P'.
             88 MAN-ESTADO-AUSENTE                VALUE 'A'.
          05 MAN-REGISTROS               PIC 9(07).
          05 MAN-RESPALDO                PIC X(44).

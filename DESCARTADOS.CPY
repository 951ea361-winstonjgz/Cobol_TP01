       FD SALIDA-DESCARTADOS.

       01 SAL-DESCARTADOS-REGISTRO       PIC X(91).

       FD SALIDA-ERROR.

       01 SAL-ERROR-REGISTRO             PIC X(133).

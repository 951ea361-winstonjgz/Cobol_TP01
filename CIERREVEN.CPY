       FD CIERRE-VEND.

       01 CVE-REGISTRO.
          05 CVE-PERIODO-DESDE           PIC X(10).
          05 CVE-PERIODO-HASTA           PIC X(10).
          05 CVE-ID-EMPLEADO             PIC 9(05).
          05 CVE-NOMBRE                  PIC X(40).
          05 CVE-CATEGORIA               PIC X(20).
          05 CVE-CANT-MOVIM              PIC 9(05).
          05 CVE-VENTAS                  PIC S9(11)V9(2)
                                         SIGN LEADING SEPARATE.
          05 CVE-DEVOLUCIONES            PIC S9(11)V9(2)
                                         SIGN LEADING SEPARATE.
          05 CVE-NETO                    PIC S9(11)V9(2)
                                         SIGN LEADING SEPARATE.
          05 CVE-COMISION                PIC S9(11)V9(2)
                                         SIGN LEADING SEPARATE.

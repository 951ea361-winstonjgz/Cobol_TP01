       FD TRAZA.

       01 TRZ-REGISTRO.
          05 TRZ-FECHA-CORRIDA           PIC 9(08).
          05 TRZ-FECHA                   PIC X(10).
          05 TRZ-EXTRACTO                PIC X(01).
          05 TRZ-ID-VENDEDOR             PIC 9(05).
          05 TRZ-ID-EMPLEADO             PIC 9(05).
          05 TRZ-CATEGORIA               PIC X(20).
          05 TRZ-TIPO-MOVIM              PIC X(01).
          05 TRZ-MONEDA                  PIC X(03).
          05 TRZ-IMPORTE-ORIG            PIC S9(8)V9(2)
                                         SIGN LEADING SEPARATE.
          05 TRZ-CAMBIO                  PIC 9(04)V9(04).
          05 TRZ-IMPORTE                 PIC S9(11)V9(2)
                                         SIGN LEADING SEPARATE.
          05 TRZ-TASA                    PIC 9(02)V9(02).
          05 TRZ-TASA-ORIGEN             PIC X(01).
             88 TRZ-TASA-DE-TABLA                      VALUE 'T'.
             88 TRZ-TASA-DEFECTO                       VALUE 'D'.
          05 TRZ-TASA-VIG-DESDE          PIC X(10).
          05 TRZ-CUOTA                   PIC X(01).
             88 TRZ-CUOTA-APLICADA                     VALUE 'S'.
          05 TRZ-PORC-SPLIT              PIC 9(03)V9(2).
          05 TRZ-CLAWBACK                PIC X(01).
             88 TRZ-CLAWBACK-SI                        VALUE 'S'.
          05 TRZ-COMISION                PIC S9(11)V9(2)
                                         SIGN LEADING SEPARATE.

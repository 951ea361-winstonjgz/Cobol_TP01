
       01 CORRECCIONES-REGISTRO.
          05 CORRECCIONES-FECHA-EXAMEN   PIC X(10).
          05 CORRECCIONES-LEGAJO         PIC 9(06).
          05 CORRECCIONES-NOMBRE         PIC X(40).
          05 CORRECCIONES-MATERIA        PIC X(30).
          05 CORRECCIONES-NOTA           PIC 9(02).
          05 CORRECCIONES-AUTORIZA       PIC X(20).
          05 CORRECCIONES-MOTIVO         PIC X(30).

       FD  CONVENIOS-FILE.
       01  CONVENIO-RECORD.
           05  CONV-CODIGO          PIC X(10).
           05  CONV-ALUMNO          PIC X(10).
           05  CONV-FECHA           PIC X(10).
           05  CONV-MES-CORTE       PIC X(7).
           05  CONV-TOTAL           PIC S9(7)V99.
           05  CONV-NUM-CARGOS      PIC 9(2).
           05  CONV-NUM-PARC        PIC 9(2).
           05  CONV-ESTATUS         PIC X(1).
               88  CONVENIO-VIGENTE     VALUE "A".
               88  CONVENIO-LIQUIDADO   VALUE "L".
               88  CONVENIO-ROTO        VALUE "R".
               88  CONVENIO-REVERTIDO   VALUE "V".
           05  CONV-FECHA-ESTATUS   PIC X(10).
           05  CONV-CAJERO          PIC X(20).
           05  CONV-MOTIVO          PIC X(40).

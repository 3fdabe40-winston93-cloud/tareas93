       FD  CONVDET-FILE.
       01  CONVDET-RECORD.
           05  CONVD-LLAVE.
               10  CONVD-CODIGO         PIC X(10).
               10  CONVD-TIPO           PIC X(1).
                   88  CONVD-ORIGINAL       VALUE "O".
                   88  CONVD-PARCIALIDAD    VALUE "P".
               10  CONVD-NUM            PIC 9(2).
           05  CONVD-CARGO          PIC X(27).
           05  CONVD-IMPORTE        PIC S9(7)V99.
           05  CONVD-VENCE          PIC X(10).

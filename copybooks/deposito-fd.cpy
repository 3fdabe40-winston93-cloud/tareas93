       FD  DEPOSITOS-FILE.
       01  DEPOSITO-RECORD.
           05  DEPB-LLAVE.
               10  DEPB-FECHA           PIC X(10).
               10  DEPB-REFERENCIA      PIC X(20).
               10  DEPB-IMPORTE         PIC 9(7)V99.
               10  DEPB-OCURRENCIA      PIC 9(2).
           05  DEPB-ALUMNO          PIC X(10).
           05  DEPB-FOLIO           PIC X(10).
           05  DEPB-FECHA-PROCESO   PIC X(10).
           05  DEPB-APLICADO        PIC S9(7)V99.
           05  DEPB-ANTICIPO        PIC S9(7)V99.

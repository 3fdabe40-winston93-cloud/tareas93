       FD  AVISOS-FILE.
       01  AVISO-RECORD.
           05  AVISO-LLAVE.
               10  AVISO-CARGO.
                   15  AVISO-CAR-ALUMNO     PIC X(10).
                   15  AVISO-CAR-MES        PIC X(7).
                   15  AVISO-CAR-CONCEPTO   PIC X(10).
               10  AVISO-ESTADO         PIC X(1).
                   88  AVISO-POR-VENCER     VALUE "P".
                   88  AVISO-VENCIDO        VALUE "V".
           05  AVISO-FAMILIA        PIC X(10).
           05  AVISO-FECHA          PIC X(10).
           05  AVISO-HORA           PIC X(8).
           05  AVISO-MES-CORRIDA    PIC X(7).
           05  AVISO-EMAIL          PIC X(50).
           05  AVISO-SALDO          PIC S9(7)V99.
           05  AVISO-VENCE          PIC X(10).
           05  AVISO-RECARGO        PIC S9(7)V99.
           05  AVISO-NUM-ENVIOS     PIC 9(3).

       FD  BAJAS-FILE.
       01  BAJA-RECORD.
           05  BAJA-ALUMNO          PIC X(10).
           05  BAJA-FOLIO           PIC X(10).
           05  BAJA-FECHA           PIC X(10).
           05  BAJA-FECHA-REGISTRO  PIC X(10).
           05  BAJA-MOTIVO          PIC X(60).
           05  BAJA-CAJERO          PIC X(20).
           05  BAJA-SALDO-INICIAL   PIC S9(7)V99.
           05  BAJA-NUM-CANCELADOS  PIC 9(3).
           05  BAJA-IMPORTE-CANCELADO PIC S9(7)V99.
           05  BAJA-SALDO-FAVOR     PIC S9(7)V99.
           05  BAJA-CONSTANCIA      PIC X(10).

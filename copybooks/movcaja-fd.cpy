       FD  MOVCAJA-FILE.
       01  MOVCAJA-RECORD.
           05  MOVC-FOLIO           PIC X(10).
           05  MOVC-FECHA           PIC X(10).
           05  MOVC-HORA            PIC X(8).
           05  MOVC-TIPO            PIC X(1).
               88  MOVC-FONDO           VALUE "F".
               88  MOVC-RETIRO          VALUE "R".
               88  MOVC-DEVOLUCION      VALUE "D".
           05  MOVC-IMPORTE         PIC S9(7)V99.
           05  MOVC-ALUMNO          PIC X(10).
           05  MOVC-RECIBE          PIC X(50).
           05  MOVC-CAJERO          PIC X(20).
           05  MOVC-MOTIVO          PIC X(40).

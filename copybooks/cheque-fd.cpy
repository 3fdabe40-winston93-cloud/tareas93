       FD  CHEQUES-FILE.
       01  CHEQUE-RECORD.
           05  CHEQUE-FOLIO         PIC X(10).
           05  CHEQUE-FECHA         PIC X(10).
           05  CHEQUE-FAMILIA       PIC X(10).
           05  CHEQUE-ALUMNO        PIC X(10).
           05  CHEQUE-BANCO         PIC X(20).
           05  CHEQUE-NUMERO        PIC X(15).
           05  CHEQUE-LIBRADOR      PIC X(50).
           05  CHEQUE-IMPORTE       PIC S9(7)V99.
           05  CHEQUE-CAJERO        PIC X(20).
           05  CHEQUE-ESTATUS       PIC X(1).
               88  CHEQUE-RECIBIDO      VALUE "R".
               88  CHEQUE-DEVUELTO      VALUE "D".
           05  CHEQUE-RESTRICCION   PIC X(1).
               88  CHEQUES-RESTRINGIDOS VALUE "S".
               88  CHEQUES-PERMITIDOS   VALUE "N" " ".
           05  CHEQUE-FECHA-DEV     PIC X(10).
           05  CHEQUE-MOTIVO        PIC X(40).
           05  CHEQUE-COMISION      PIC S9(7)V99.
           05  CHEQUE-REABIERTO     PIC S9(7)V99.
           05  CHEQUE-USUARIO-DEV   PIC X(10).
           05  CHEQUE-FOLIO-DEV     PIC X(10).

       FD  CONSTANCIAS-FILE.
       01  CONSTANCIA-RECORD.
           05  CONST-FOLIO          PIC X(10).
           05  CONST-ALUMNO         PIC X(10).
           05  CONST-FECHA          PIC X(10).
           05  CONST-FECHA-BAJA     PIC X(10).
           05  CONST-NOMBRE         PIC X(60).
           05  CONST-GRADO          PIC 9(2).
           05  CONST-GRUPO          PIC X(1).
           05  CONST-CAJERO         PIC X(20).

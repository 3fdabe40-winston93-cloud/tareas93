       FD  APLICACIONES-FILE.
       01  APLICACION-RECORD.
           05  APLIC-LLAVE.
               10  APLIC-INGRESO.
                   15  APLIC-CODIGO         PIC X(10).
                   15  APLIC-LINEA          PIC 9(2).
               10  APLIC-CARGO.
                   15  APLIC-CAR-ALUMNO     PIC X(10).
                   15  APLIC-CAR-MES        PIC X(7).
                   15  APLIC-CAR-CONCEPTO   PIC X(10).
           05  APLIC-IMPORTE        PIC S9(7)V99.
           05  APLIC-FECHA          PIC X(10).

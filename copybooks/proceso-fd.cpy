       FD  PROCESOS-FILE.
       01  PROCESO-RECORD.
           05  PROC-LLAVE.
               10  PROC-MES             PIC X(7).
               10  PROC-PROCESO         PIC X(10).
               10  PROC-CORRIDA         PIC 9(3).
           05  PROC-FECHA           PIC X(10).
           05  PROC-HORA            PIC X(8).
           05  PROC-USUARIO         PIC X(10).
           05  PROC-AUTORIZO        PIC X(10).
           05  PROC-LEIDOS          PIC 9(7).
           05  PROC-GRABADOS        PIC 9(7).
           05  PROC-IMPORTE         PIC S9(9)V99.

       FD  CIERRESMES-FILE.
       01  CIERREMES-RECORD.
           05  CMES-MES             PIC X(7).
           05  CMES-FECHA           PIC X(10).
           05  CMES-HORA            PIC X(8).
           05  CMES-USUARIO         PIC X(10).
           05  CMES-AUTORIZO        PIC X(10).

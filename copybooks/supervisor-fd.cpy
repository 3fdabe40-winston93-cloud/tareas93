       FD  SUPERVISORES-FILE.
       01  SUPERVISOR-RECORD.
           05  SUP-CAJERO           PIC X(10).
           05  SUP-ESTATUS          PIC X(1).
               88  SUPERVISOR-ACTIVO    VALUE "A".
               88  SUPERVISOR-INACTIVO  VALUE "I".
           05  SUP-FECHA            PIC X(10).
           05  SUP-USUARIO          PIC X(10).

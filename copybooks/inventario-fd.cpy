       FD  INVENTARIO-FILE.
       01  INVENTARIO-RECORD.
           05  INV-CONCEPTO         PIC X(10).
           05  INV-ESTATUS          PIC X(1).
               88  INVENTARIO-ACTIVO    VALUE "A".
               88  INVENTARIO-INACTIVO  VALUE "I".
           05  INV-EXISTENCIA       PIC S9(7).
           05  INV-PUNTO-REORDEN    PIC 9(5).
           05  INV-MAXIMO           PIC 9(5).
           05  INV-ULTIMO-COSTO     PIC 9(5)V99.
           05  INV-FECHA-ULT-MOV    PIC X(10).

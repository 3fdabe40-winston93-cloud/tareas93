       FD  INVMOV-FILE.
       01  INVMOV-RECORD.
           05  INVM-LLAVE.
               10  INVM-DOCUMENTO   PIC X(10).
               10  INVM-LINEA       PIC 9(2).
           05  INVM-CONCEPTO        PIC X(10).
           05  INVM-FECHA           PIC X(10).
           05  INVM-TIPO            PIC X(1).
               88  INVM-ENTRADA         VALUE "E".
               88  INVM-SALIDA          VALUE "S".
               88  INVM-DEVOLUCION      VALUE "D".
           05  INVM-CANTIDAD        PIC S9(5).
           05  INVM-EXISTENCIA      PIC S9(7).
           05  INVM-COSTO-UNIT      PIC 9(5)V99.
           05  INVM-ALUMNO          PIC X(10).
           05  INVM-PROVEEDOR       PIC X(40).
           05  INVM-FACTURA-PROV    PIC X(20).
           05  INVM-CAJERO          PIC X(20).

               88  PAGO-TARJETA         VALUE "T".
               88  PAGO-TRANSFERENCIA   VALUE "B".
               88  PAGO-ANTICIPO        VALUE "A".
               88  PAGO-CHEQUE          VALUE "C".
           05  INGRESO-TIPO-MOV     PIC X(1).
               88  MOVIMIENTO-NORMAL    VALUE "N".
               88  MOVIMIENTO-CORRECCION VALUE "C".

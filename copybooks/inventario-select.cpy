           SELECT INVENTARIO-FILE ASSIGN TO "inventario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CONCEPTO
               FILE STATUS IS FS-INVENTARIO.

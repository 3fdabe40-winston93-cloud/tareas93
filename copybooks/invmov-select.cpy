           SELECT INVMOV-FILE ASSIGN TO "invmov.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVM-LLAVE
               ALTERNATE RECORD KEY IS INVM-CONCEPTO
                   WITH DUPLICATES
               FILE STATUS IS FS-INVMOV.

           SELECT SUPERVISORES-FILE ASSIGN TO "supervisores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CAJERO
               FILE STATUS IS FS-SUPERVISORES.

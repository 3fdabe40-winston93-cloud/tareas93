           SELECT CIERRESMES-FILE ASSIGN TO "cierresmes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMES-MES
               FILE STATUS IS FS-CIERRESMES.

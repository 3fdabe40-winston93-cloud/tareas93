           SELECT DEPOSITOS-FILE ASSIGN TO "depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPB-LLAVE
               ALTERNATE RECORD KEY IS DEPB-ALUMNO
                   WITH DUPLICATES
               FILE STATUS IS FS-DEPOSITOS.

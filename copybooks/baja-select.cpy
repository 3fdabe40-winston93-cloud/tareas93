           SELECT BAJAS-FILE ASSIGN TO "bajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAJA-ALUMNO
               FILE STATUS IS FS-BAJAS.

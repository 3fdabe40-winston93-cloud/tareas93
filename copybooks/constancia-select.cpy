           SELECT CONSTANCIAS-FILE ASSIGN TO "constancias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONST-FOLIO
               ALTERNATE RECORD KEY IS CONST-ALUMNO
                   WITH DUPLICATES
               FILE STATUS IS FS-CONSTANCIAS.

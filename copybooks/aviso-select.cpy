           SELECT AVISOS-FILE ASSIGN TO "avisos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVISO-LLAVE
               ALTERNATE RECORD KEY IS AVISO-FAMILIA
                   WITH DUPLICATES
               FILE STATUS IS FS-AVISOS.

           SELECT APLICACIONES-FILE ASSIGN TO "aplicaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APLIC-LLAVE
               ALTERNATE RECORD KEY IS APLIC-CARGO
                   WITH DUPLICATES
               FILE STATUS IS FS-APLICACIONES.

           SELECT CONVDET-FILE ASSIGN TO "convdet.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONVD-LLAVE
               ALTERNATE RECORD KEY IS CONVD-CARGO
                   WITH DUPLICATES
               FILE STATUS IS FS-CONVDET.

           SELECT MOVCAJA-FILE ASSIGN TO "movcaja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVC-FOLIO
               ALTERNATE RECORD KEY IS MOVC-FECHA
                   WITH DUPLICATES
               FILE STATUS IS FS-MOVCAJA.

           SELECT CHEQUES-FILE ASSIGN TO "cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHEQUE-FOLIO
               ALTERNATE RECORD KEY IS CHEQUE-FAMILIA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHEQUE-FECHA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHEQUE-FOLIO-DEV
                   WITH DUPLICATES
               FILE STATUS IS FS-CHEQUES.

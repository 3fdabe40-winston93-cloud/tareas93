           SELECT CONVENIOS-FILE ASSIGN TO "convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONV-CODIGO
               ALTERNATE RECORD KEY IS CONV-ALUMNO
                   WITH DUPLICATES
               FILE STATUS IS FS-CONVENIOS.

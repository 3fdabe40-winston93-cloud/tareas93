           SELECT CAMBIOS-FILE ASSIGN TO "cambios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

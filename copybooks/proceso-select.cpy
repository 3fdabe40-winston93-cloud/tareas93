           SELECT PROCESOS-FILE ASSIGN TO "procesos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-LLAVE
               FILE STATUS IS FS-PROCESOS.

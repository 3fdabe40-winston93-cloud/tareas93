       FD  CAMBIOS-FILE.
       01  CAMBIO-RECORD.
           05  CAMB-FECHA           PIC X(10).
           05  CAMB-HORA            PIC X(8).
           05  CAMB-USUARIO         PIC X(10).
           05  CAMB-PROGRAMA        PIC X(10).
           05  CAMB-ARCHIVO         PIC X(10).
           05  CAMB-OPERACION       PIC X(1).
               88  CAMBIO-ALTA          VALUE "A".
               88  CAMBIO-MODIFICACION  VALUE "C".
               88  CAMBIO-BAJA          VALUE "B".
               88  CAMBIO-REACTIVACION  VALUE "R".
               88  CAMBIO-ELIMINACION   VALUE "E".
           05  CAMB-LLAVE           PIC X(30).
           05  CAMB-ANTES           PIC X(200).
           05  CAMB-DESPUES         PIC X(200).

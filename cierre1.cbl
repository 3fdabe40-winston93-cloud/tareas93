           COPY "anticipo-select.cpy".
           COPY "precio-select.cpy".
           COPY "paquete-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "convenio-select.cpy".
           COPY "convdet-select.cpy".
           COPY "movcaja-select.cpy".
           COPY "deposito-select.cpy".
           COPY "inventario-select.cpy".
           COPY "invmov-select.cpy".
           COPY "baja-select.cpy".
           COPY "constancia-select.cpy".
           COPY "proceso-select.cpy".
           COPY "cierremes-select.cpy".
           COPY "supervisor-select.cpy".
           COPY "aviso-select.cpy".
           COPY "cheque-select.cpy".
           COPY "cambio-select.cpy".
           SELECT LOG-FILE ASSIGN TO "cierre.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           COPY "anticipo-fd.cpy".
           COPY "precio-fd.cpy".
           COPY "paquete-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "convenio-fd.cpy".
           COPY "convdet-fd.cpy".
           COPY "movcaja-fd.cpy".
           COPY "deposito-fd.cpy".
           COPY "inventario-fd.cpy".
           COPY "invmov-fd.cpy".
           COPY "baja-fd.cpy".
           COPY "constancia-fd.cpy".
           COPY "proceso-fd.cpy".
           COPY "cierremes-fd.cpy".
           COPY "supervisor-fd.cpy".
           COPY "aviso-fd.cpy".
           COPY "cheque-fd.cpy".
           COPY "cambio-fd.cpy".

       FD  LOG-FILE.
       01  LOG-LINEA                PIC X(90).
           05  FS-ANTICIPOS         PIC XX.
           05  FS-PRECIOS           PIC XX.
           05  FS-PAQUETES          PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-CONVENIOS         PIC XX.
           05  FS-CONVDET           PIC XX.
           05  FS-MOVCAJA           PIC XX.
           05  FS-DEPOSITOS         PIC XX.
           05  FS-INVENTARIO        PIC XX.
           05  FS-INVMOV            PIC XX.
           05  FS-BAJAS             PIC XX.
           05  FS-CONSTANCIAS       PIC XX.
           05  FS-PROCESOS          PIC XX.
           05  FS-CIERRESMES        PIC XX.
           05  FS-SUPERVISORES      PIC XX.
           05  FS-AVISOS            PIC XX.
           05  FS-CHEQUES           PIC XX.
           05  FS-CAMBIOS           PIC XX.
           05  FS-LOG               PIC XX.
           05  FS-CATALOGO          PIC XX.

               88  FECHA-EN-CATALOGO VALUE 'Y'.

       01  WS-ARCHIVOS-MAESTROS.
           05  FILLER               PIC X(16) VALUE "ingresos.dat".
           05  FILLER               PIC X(16) VALUE "cargos.dat".
           05  FILLER               PIC X(16) VALUE "alumno.dat".
           05  FILLER               PIC X(16) VALUE "conceptos.dat".
           05  FILLER               PIC X(16) VALUE "becas.dat".
           05  FILLER               PIC X(16) VALUE "planes.dat".
           05  FILLER               PIC X(16) VALUE "cortes.dat".
           05  FILLER               PIC X(16) VALUE "facturas.dat".
           05  FILLER               PIC X(16) VALUE "tutores.dat".
           05  FILLER               PIC X(16) VALUE "cajeros.dat".
           05  FILLER               PIC X(16) VALUE "ingctl.dat".
           05  FILLER               PIC X(16) VALUE "familias.dat".
           05  FILLER               PIC X(16) VALUE "anticipos.dat".
           05  FILLER               PIC X(16) VALUE "precios.dat".
           05  FILLER               PIC X(16) VALUE "paquetes.dat".
           05  FILLER               PIC X(16) VALUE "aplicaciones.dat".
           05  FILLER               PIC X(16) VALUE "convenios.dat".
           05  FILLER               PIC X(16) VALUE "convdet.dat".
           05  FILLER               PIC X(16) VALUE "movcaja.dat".
           05  FILLER               PIC X(16) VALUE "depositos.dat".
           05  FILLER               PIC X(16) VALUE "inventario.dat".
           05  FILLER               PIC X(16) VALUE "invmov.dat".
           05  FILLER               PIC X(16) VALUE "bajas.dat".
           05  FILLER               PIC X(16) VALUE "constancias.dat".
           05  FILLER               PIC X(16) VALUE "procesos.dat".
           05  FILLER               PIC X(16) VALUE "cierresmes.dat".
           05  FILLER               PIC X(16) VALUE "supervisores.dat".
           05  FILLER               PIC X(16) VALUE "avisos.dat".
           05  FILLER               PIC X(16) VALUE "cheques.dat".
           05  FILLER               PIC X(16) VALUE "cambios.dat".
       01  WS-ARCHIVOS-TABLA REDEFINES WS-ARCHIVOS-MAESTROS.
           05  WS-ARCHIVO-MAESTRO OCCURS 30 TIMES
                                    PIC X(16).
       01  WS-NUM-ARCHIVOS          PIC 9(2) VALUE 30.
       01  WS-IDX-ARCHIVO           PIC 9(2).

       01  WS-CATALOGO-MAX          PIC 9(2) VALUE 50.
       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-ARCHIVO-NOMBRE    PIC X(16).
           05  WS-CUENTA-REGISTROS  PIC 9(7).
           05  WS-FECHA-RESTAURA    PIC X(10).
           05  WS-COMANDO           PIC X(120).
           PERFORM CONTAR-FAMILIAS
           PERFORM CONTAR-ANTICIPOS
           PERFORM CONTAR-PRECIOS
           PERFORM CONTAR-PAQUETES
           PERFORM CONTAR-APLICACIONES
           PERFORM CONTAR-CONVENIOS
           PERFORM CONTAR-CONVDET
           PERFORM CONTAR-MOVCAJA
           PERFORM CONTAR-DEPOSITOS
           PERFORM CONTAR-INVENTARIO
           PERFORM CONTAR-INVMOV
           PERFORM CONTAR-BAJAS
           PERFORM CONTAR-CONSTANCIAS
           PERFORM CONTAR-PROCESOS
           PERFORM CONTAR-CIERRESMES
           PERFORM CONTAR-SUPERVISORES
           PERFORM CONTAR-AVISOS
           PERFORM CONTAR-CHEQUES
           PERFORM CONTAR-CAMBIOS.

       CONTAR-INGRESOS.
           MOVE "ingresos.dat" TO WS-ARCHIVO-NOMBRE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-APLICACIONES.
           MOVE "aplicaciones.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO APLIC-LLAVE
               MOVE 'N' TO WS-EOF-ARCHIVO
               START APLICACIONES-FILE KEY IS NOT LESS THAN APLIC-LLAVE
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ APLICACIONES-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE APLICACIONES-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-CONVENIOS.
           MOVE "convenios.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT CONVENIOS-FILE
           IF FS-CONVENIOS = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO CONV-CODIGO
               MOVE 'N' TO WS-EOF-ARCHIVO
               START CONVENIOS-FILE KEY IS NOT LESS THAN CONV-CODIGO
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ CONVENIOS-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-CONVDET.
           MOVE "convdet.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT CONVDET-FILE
           IF FS-CONVDET = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO CONVD-LLAVE
               MOVE 'N' TO WS-EOF-ARCHIVO
               START CONVDET-FILE KEY IS NOT LESS THAN CONVD-LLAVE
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ CONVDET-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CONVDET-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-MOVCAJA.
           MOVE "movcaja.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT MOVCAJA-FILE
           IF FS-MOVCAJA = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO MOVC-FOLIO
               MOVE 'N' TO WS-EOF-ARCHIVO
               START MOVCAJA-FILE KEY IS NOT LESS THAN MOVC-FOLIO
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ MOVCAJA-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE MOVCAJA-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-DEPOSITOS.
           MOVE "depositos.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT DEPOSITOS-FILE
           IF FS-DEPOSITOS = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO DEPB-LLAVE
               MOVE 'N' TO WS-EOF-ARCHIVO
               START DEPOSITOS-FILE KEY IS NOT LESS THAN DEPB-LLAVE
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ DEPOSITOS-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE DEPOSITOS-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-INVENTARIO.
           MOVE "inventario.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT INVENTARIO-FILE
           IF FS-INVENTARIO = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO INV-CONCEPTO
               MOVE 'N' TO WS-EOF-ARCHIVO
               START INVENTARIO-FILE KEY IS NOT LESS THAN INV-CONCEPTO
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ INVENTARIO-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-INVMOV.
           MOVE "invmov.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT INVMOV-FILE
           IF FS-INVMOV = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO INVM-LLAVE
               MOVE 'N' TO WS-EOF-ARCHIVO
               START INVMOV-FILE KEY IS NOT LESS THAN INVM-LLAVE
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ INVMOV-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE INVMOV-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-BAJAS.
           MOVE "bajas.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT BAJAS-FILE
           IF FS-BAJAS = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO BAJA-ALUMNO
               MOVE 'N' TO WS-EOF-ARCHIVO
               START BAJAS-FILE KEY IS NOT LESS THAN BAJA-ALUMNO
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ BAJAS-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE BAJAS-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-CONSTANCIAS.
           MOVE "constancias.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT CONSTANCIAS-FILE
           IF FS-CONSTANCIAS = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO CONST-FOLIO
               MOVE 'N' TO WS-EOF-ARCHIVO
               START CONSTANCIAS-FILE KEY IS NOT LESS THAN CONST-FOLIO
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ CONSTANCIAS-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CONSTANCIAS-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-PROCESOS.
           MOVE "procesos.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT PROCESOS-FILE
           IF FS-PROCESOS = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO PROC-LLAVE
               MOVE 'N' TO WS-EOF-ARCHIVO
               START PROCESOS-FILE KEY IS NOT LESS THAN PROC-LLAVE
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ PROCESOS-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE PROCESOS-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-CIERRESMES.
           MOVE "cierresmes.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT CIERRESMES-FILE
           IF FS-CIERRESMES = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO CMES-MES
               MOVE 'N' TO WS-EOF-ARCHIVO
               START CIERRESMES-FILE KEY IS NOT LESS THAN CMES-MES
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ CIERRESMES-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CIERRESMES-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-SUPERVISORES.
           MOVE "supervisores.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT SUPERVISORES-FILE
           IF FS-SUPERVISORES = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO SUP-CAJERO
               MOVE 'N' TO WS-EOF-ARCHIVO
               START SUPERVISORES-FILE KEY IS NOT LESS THAN SUP-CAJERO
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ SUPERVISORES-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE SUPERVISORES-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-AVISOS.
           MOVE "avisos.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT AVISOS-FILE
           IF FS-AVISOS = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO AVISO-LLAVE
               MOVE 'N' TO WS-EOF-ARCHIVO
               START AVISOS-FILE KEY IS NOT LESS THAN AVISO-LLAVE
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ AVISOS-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE AVISOS-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-CHEQUES.
           MOVE "cheques.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT CHEQUES-FILE
           IF FS-CHEQUES = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO CHEQUE-FOLIO
               MOVE 'N' TO WS-EOF-ARCHIVO
               START CHEQUES-FILE KEY IS NOT LESS THAN CHEQUE-FOLIO
                   INVALID KEY
                       SET EOF-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ CHEQUES-FILE NEXT RECORD
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       CONTAR-CAMBIOS.
           MOVE "cambios.dat" TO WS-ARCHIVO-NOMBRE
           MOVE 0 TO WS-CUENTA-REGISTROS
           OPEN INPUT CAMBIOS-FILE
           IF FS-CAMBIOS = "35"
               PERFORM REGISTRAR-ARCHIVO-AUSENTE
           ELSE
               MOVE 'N' TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ CAMBIOS-FILE
                       AT END
                           SET EOF-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUENTA-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-FILE
               PERFORM COPIAR-Y-VERIFICAR
           END-IF.

       REGISTRAR-ARCHIVO-AUSENTE.
           ADD 1 TO WS-NUM-AUSENTES
           MOVE SPACES TO LOG-LINEA

           COPY "concepto-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "familia-select.cpy".
           COPY "aplicacion-select.cpy".
           SELECT TICKET-FILE ASSIGN TO WS-TICKET-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKET.
           COPY "concepto-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "familia-fd.cpy".
           COPY "aplicacion-fd.cpy".

       FD  TICKET-FILE.
       01  TICKET-LINEA             PIC X(60).
           05  FS-TICKET            PIC XX.
           05  FS-ANTICIPOS         PIC XX.
           05  FS-FAMILIAS          PIC XX.
           05  FS-APLICACIONES      PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  RECIBO-NO-ENCONTRADO VALUE 'N'.
           05  WS-MULTI-ALUMNO      PIC X VALUE 'N'.
               88  RECIBO-FAMILIAR  VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.

       01  WS-LINEAS-RECIBO-MAX     PIC 9(2) VALUE 8.
       01  WS-LINEAS-RECIBO.
               OPEN OUTPUT FAMILIAS-FILE
               CLOSE FAMILIAS-FILE
               OPEN INPUT FAMILIAS-FILE
           END-IF
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN INPUT APLICACIONES-FILE
           END-IF.

       PROCESAR-MENU.
                      WS-DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO WS-REPORTE-LINEA
               DISPLAY WS-REPORTE-LINEA
               PERFORM MOSTRAR-APLICACIONES-LINEA
           END-PERFORM
           MOVE WS-GRAN-TOTAL TO WS-DISPLAY-GRAN
           DISPLAY "TOTAL DEL RECIBO: " WS-DISPLAY-GRAN.

       MOSTRAR-APLICACIONES-LINEA.
           MOVE WS-CODIGO-BUSCAR TO APLIC-CODIGO
           MOVE WS-LR-LINEA(WS-IDX) TO APLIC-LINEA
           MOVE LOW-VALUES TO APLIC-CARGO
           MOVE 'N' TO WS-EOF-APLIC
           START APLICACIONES-FILE KEY IS NOT LESS THAN APLIC-LLAVE
               INVALID KEY
                   SET EOF-APLICACION TO TRUE
           END-START
           PERFORM UNTIL EOF-APLICACION
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CODIGO NOT = WS-CODIGO-BUSCAR OR
                               APLIC-LINEA NOT = WS-LR-LINEA(WS-IDX)
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           PERFORM MOSTRAR-RENGLON-APLICACION
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-RENGLON-APLICACION.
           MOVE APLIC-IMPORTE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING "      APLICADO AL CARGO " DELIMITED BY SIZE
                  APLIC-CAR-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  APLIC-CAR-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       MOSTRAR-NOMBRE-ALUMNO.
           MOVE SPACES TO ALUMNO-CODIGO
           MOVE WS-LR-ALUMNO(1) TO ALUMNO-CODIGO
                   MOVE "TARJETA" TO WS-TKT-FORMA
               WHEN "B"
                   MOVE "TRANSFERENCIA" TO WS-TKT-FORMA
               WHEN "C"
                   MOVE "CHEQUE" TO WS-TKT-FORMA
               WHEN "A"
                   MOVE "SALDO A FAVOR" TO WS-TKT-FORMA
               WHEN OTHER
           CLOSE ALUMNO-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE FAMILIAS-FILE
           CLOSE APLICACIONES-FILE.

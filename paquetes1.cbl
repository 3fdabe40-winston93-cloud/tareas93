       FILE-CONTROL.
           COPY "paquete-select.cpy".
           COPY "concepto-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "paquete-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-PAQUETES          PIC XX.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-CAMBIOS           PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-ENCONTRADO        PIC X VALUE 'N'.

       01  WS-REPORTE-LINEA         PIC X(70).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "PAQUETES1".
           05  WS-CAMB-ARCHIVO      PIC X(10) VALUE "PAQUETES".
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).
           05  WS-FECHA-HOY         PIC X(21).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
               CLOSE PAQUETES-FILE
               OPEN I-O PAQUETES-FILE
           END-IF
           OPEN INPUT CONCEPTOS-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               MOVE WS-GRADO-BUSCAR TO PAQUETE-GRADO
               MOVE WS-CONCEPTO-BUSCAR TO PAQUETE-CONCEPTO
               SET PAQUETE-ACTIVO TO TRUE
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO
               WRITE PAQUETE-RECORD
                   INVALID KEY
                       MOVE "EL CONCEPTO YA ESTA EN EL PAQUETE"
                   NOT INVALID KEY
                       MOVE "CONCEPTO AGREGADO AL PAQUETE"
                           TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

           PERFORM LEER-COMPONENTE-POR-LLAVE
           IF COMPONENTE-ENCONTRADO
               SET PAQUETE-INACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE PAQUETE-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL PAQUETE"
                   NOT INVALID KEY
                       MOVE "CONCEPTO DADO DE BAJA DEL PAQUETE"
                           TO WS-MENSAJE
                       MOVE "B" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "EL CONCEPTO NO ESTA EN ESE PAQUETE" TO WS-MENSAJE
           PERFORM LEER-COMPONENTE-POR-LLAVE
           IF COMPONENTE-ENCONTRADO
               SET PAQUETE-ACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE PAQUETE-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL PAQUETE"
                   NOT INVALID KEY
                       MOVE "CONCEPTO REACTIVADO EN EL PAQUETE"
                           TO WS-MENSAJE
                       MOVE "R" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "EL CONCEPTO NO ESTA EN ESE PAQUETE" TO WS-MENSAJE
                   CONTINUE
               NOT INVALID KEY
                   SET COMPONENTE-ENCONTRADO TO TRUE
                   MOVE PAQUETE-RECORD TO WS-CAMB-ANTES
           END-READ.

       CONSULTAR-PAQUETE.
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       ABRIR-CAJEROS-FILE.
           OPEN INPUT CAJEROS-FILE
           IF FS-CAJEROS = "35"
               OPEN OUTPUT CAJEROS-FILE
               CLOSE CAJEROS-FILE
               OPEN INPUT CAJEROS-FILE
           END-IF.

       REGISTRAR-CAJERO.
           MOVE 'N' TO WS-CAJERO-FLAG
           MOVE SPACES TO WS-CAJERO-ACTUAL
           DISPLAY "PAQUETES DE INSCRIPCION - REGISTRO DE USUARIO"
           PERFORM UNTIL CAJERO-VALIDADO OR EXIT-PROGRAM
               DISPLAY "CLAVE DE CAJERO (EN BLANCO PARA SALIR): "
                   WITH NO ADVANCING
               ACCEPT WS-CAJERO-INTENTO
               IF WS-CAJERO-INTENTO = SPACES
                   SET EXIT-PROGRAM TO TRUE
               ELSE
                   PERFORM VALIDAR-CAJERO
               END-IF
           END-PERFORM.

       VALIDAR-CAJERO.
           MOVE SPACES TO CAJERO-CODIGO
           MOVE FUNCTION TRIM(WS-CAJERO-INTENTO) TO CAJERO-CODIGO
           READ CAJEROS-FILE
               INVALID KEY
                   DISPLAY "CLAVE DE CAJERO NO REGISTRADA"
               NOT INVALID KEY
                   IF CAJERO-ACTIVO
                       SET CAJERO-VALIDADO TO TRUE
                       MOVE CAJERO-CODIGO TO WS-CAJERO-ACTUAL
                   ELSE
                       DISPLAY "CAJERO DADO DE BAJA"
                   END-IF
           END-READ.

       PREPARAR-CAMBIO.
           MOVE PAQUETE-LLAVE TO WS-CAMB-LLAVE
           MOVE PAQUETE-RECORD TO WS-CAMB-DESPUES.

       REGISTRAR-CAMBIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           OPEN EXTEND CAMBIOS-FILE
           IF FS-CAMBIOS = "35"
               OPEN OUTPUT CAMBIOS-FILE
           END-IF
           IF FS-CAMBIOS NOT = "00"
               MOVE "CAMBIO GRABADO, ERROR AL ESCRIBIR LA BITACORA"
                   TO WS-MENSAJE
           ELSE
               MOVE SPACES TO CAMBIO-RECORD
               STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-FECHA-HOY(7:2) DELIMITED BY SIZE
                   INTO CAMB-FECHA
               STRING WS-FECHA-HOY(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-FECHA-HOY(11:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-FECHA-HOY(13:2) DELIMITED BY SIZE
                   INTO CAMB-HORA
               MOVE WS-CAJERO-ACTUAL TO CAMB-USUARIO
               MOVE WS-CAMB-PROGRAMA TO CAMB-PROGRAMA
               MOVE WS-CAMB-ARCHIVO TO CAMB-ARCHIVO
               MOVE WS-CAMB-OPERACION TO CAMB-OPERACION
               MOVE WS-CAMB-LLAVE TO CAMB-LLAVE
               MOVE WS-CAMB-ANTES TO CAMB-ANTES
               MOVE WS-CAMB-DESPUES TO CAMB-DESPUES
               WRITE CAMBIO-RECORD
               CLOSE CAMBIOS-FILE
           END-IF.

       TERMINATE-PROGRAM.
           CLOSE PAQUETES-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE CAJEROS-FILE.

       FILE-CONTROL.
           COPY "familia-select.cpy".
           COPY "alumno-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "familia-fd.cpy".
           COPY "alumno-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-FAMILIAS          PIC XX.
           05  FS-ALUMNO            PIC XX.
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
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "FAMILIAS1".
           05  WS-CAMB-ARCHIVO      PIC X(10) VALUE "FAMILIAS".
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).
           05  WS-FECHA-HOY         PIC X(21).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
               CLOSE FAMILIAS-FILE
               OPEN I-O FAMILIAS-FILE
           END-IF
           OPEN INPUT ALUMNO-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               MOVE WS-FAMILIA-BUSCAR TO FAMILIA-CODIGO
               MOVE WS-ALUMNO-BUSCAR TO FAMILIA-ALUMNO
               SET FAMILIA-ACTIVA TO TRUE
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO
               WRITE FAMILIA-RECORD
                   INVALID KEY
                       PERFORM REUBICAR-MIEMBRO
                   NOT INVALID KEY
                       MOVE "ALUMNO AGREGADO A LA FAMILIA" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

                       MOVE "EL ALUMNO YA ESTA ACTIVO EN OTRA FAMILIA"
                           TO WS-MENSAJE
                   ELSE
                       MOVE FAMILIA-RECORD TO WS-CAMB-ANTES
                       PERFORM PREPARAR-CAMBIO
                       MOVE SPACES TO WS-CAMB-DESPUES
                       DELETE FAMILIAS-FILE
                           INVALID KEY
                               MOVE "ERROR AL QUITAR LA FAMILIA VIEJA"
                                   TO WS-MENSAJE
                           NOT INVALID KEY
                               MOVE "E" TO WS-CAMB-OPERACION
                               PERFORM REGISTRAR-CAMBIO
                               PERFORM GRABAR-MIEMBRO-NUEVO
                       END-DELETE
                   END-IF
           MOVE WS-FAMILIA-BUSCAR TO FAMILIA-CODIGO
           MOVE WS-ALUMNO-BUSCAR TO FAMILIA-ALUMNO
           SET FAMILIA-ACTIVA TO TRUE
           MOVE SPACES TO WS-CAMB-ANTES
           PERFORM PREPARAR-CAMBIO
           WRITE FAMILIA-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR LA FAMILIA NUEVA"
               NOT INVALID KEY
                   MOVE "ALUMNO CAMBIADO A LA FAMILIA NUEVA"
                       TO WS-MENSAJE
                   MOVE "A" TO WS-CAMB-OPERACION
                   PERFORM REGISTRAR-CAMBIO
           END-WRITE.

       CAPTURAR-LLAVE-FAMILIA.
           PERFORM LEER-MIEMBRO-POR-LLAVE
           IF MIEMBRO-ENCONTRADO
               SET FAMILIA-INACTIVA TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE FAMILIA-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR LA FAMILIA"
                   NOT INVALID KEY
                       MOVE "ALUMNO DADO DE BAJA DE LA FAMILIA"
                           TO WS-MENSAJE
                       MOVE "B" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "EL ALUMNO NO ESTA EN ESA FAMILIA" TO WS-MENSAJE
           PERFORM LEER-MIEMBRO-POR-LLAVE
           IF MIEMBRO-ENCONTRADO
               SET FAMILIA-ACTIVA TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE FAMILIA-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR LA FAMILIA"
                   NOT INVALID KEY
                       MOVE "ALUMNO REACTIVADO EN LA FAMILIA"
                           TO WS-MENSAJE
                       MOVE "R" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "EL ALUMNO NO ESTA EN ESA FAMILIA" TO WS-MENSAJE
                   CONTINUE
               NOT INVALID KEY
                   SET MIEMBRO-ENCONTRADO TO TRUE
                   MOVE FAMILIA-RECORD TO WS-CAMB-ANTES
           END-READ.

       CONSULTAR-FAMILIA.
                       INTO WS-MENSAJE
           END-READ.

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
           DISPLAY "FAMILIAS - REGISTRO DE USUARIO"
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
           MOVE FAMILIA-LLAVE TO WS-CAMB-LLAVE
           MOVE FAMILIA-RECORD TO WS-CAMB-DESPUES.

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
           CLOSE FAMILIAS-FILE
           CLOSE ALUMNO-FILE
           CLOSE CAJEROS-FILE.

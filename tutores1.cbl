       FILE-CONTROL.
           COPY "tutor-select.cpy".
           COPY "alumno-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "tutor-fd.cpy".
           COPY "alumno-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-TUTORES           PIC XX.
           05  FS-ALUMNO            PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-CAMBIOS           PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-ENCONTRADO        PIC X VALUE 'N'.
               88  TUTOR-ENCONTRADO     VALUE 'Y'.
               88  TUTOR-NO-ENCONTRADO  VALUE 'N'.
           05  WS-CONFIRMA          PIC X(1).
           05  WS-MENSAJE           PIC X(60).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "TUTORES1".
           05  WS-CAMB-ARCHIVO      PIC X(10) VALUE "TUTORES".
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).
           05  WS-FECHA-HOY         PIC X(21).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
               CLOSE TUTORES-FILE
               OPEN I-O TUTORES-FILE
           END-IF
           OPEN INPUT ALUMNO-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               MOVE WS-RAZON-NUEVA TO TUTOR-RAZON-SOCIAL
               MOVE WS-CFDI-NUEVO TO TUTOR-USO-CFDI
               MOVE WS-EMAIL-NUEVO TO TUTOR-EMAIL
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO
               WRITE TUTOR-RECORD
                   INVALID KEY
                       MOVE "EL ALUMNO YA TIENE TUTOR REGISTRADO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "TUTOR DADO DE ALTA" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

               IF WS-EMAIL-NUEVO NOT = SPACES
                   MOVE WS-EMAIL-NUEVO TO TUTOR-EMAIL
               END-IF
               PERFORM PREPARAR-CAMBIO
               REWRITE TUTOR-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL TUTOR"
                       IF WS-MENSAJE = SPACES
                           MOVE "TUTOR ACTUALIZADO" TO WS-MENSAJE
                       END-IF
                       MOVE "C" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "TUTOR NO ENCONTRADO" TO WS-MENSAJE
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM PREPARAR-CAMBIO
                   MOVE SPACES TO WS-CAMB-DESPUES
                   DELETE TUTORES-FILE
                       INVALID KEY
                           MOVE "ERROR AL BORRAR EL TUTOR"
                               TO WS-MENSAJE
                       NOT INVALID KEY
                           MOVE "TUTOR DADO DE BAJA" TO WS-MENSAJE
                           MOVE "E" TO WS-CAMB-OPERACION
                           PERFORM REGISTRAR-CAMBIO
                   END-DELETE
               ELSE
                   MOVE "BAJA CANCELADA" TO WS-MENSAJE
                   CONTINUE
               NOT INVALID KEY
                   SET TUTOR-ENCONTRADO TO TRUE
                   MOVE TUTOR-RECORD TO WS-CAMB-ANTES
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
           DISPLAY "DATOS FISCALES - REGISTRO DE USUARIO"
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
           MOVE TUTOR-ALUMNO TO WS-CAMB-LLAVE
           MOVE TUTOR-RECORD TO WS-CAMB-DESPUES.

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
           CLOSE TUTORES-FILE
           CLOSE ALUMNO-FILE
           CLOSE CAJEROS-FILE.

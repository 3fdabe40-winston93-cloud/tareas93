       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "alumno-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "alumno-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ALUMNO            PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-CAMBIOS           PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-ENCONTRADO        PIC X VALUE 'N'.
               88  ALUMNO-ENCONTRADO     VALUE 'Y'.
               88  ALUMNO-NO-ENCONTRADO  VALUE 'N'.
           05  WS-GRUPO-NUEVO       PIC X(1).
           05  WS-MENSAJE           PIC X(60).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "ALUMNO1".
           05  WS-CAMB-ARCHIVO      PIC X(10) VALUE "ALUMNOS".
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).
           05  WS-FECHA-HOY         PIC X(21).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN I-O ALUMNO-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               MOVE "CODIGO REQUERIDO, ALTA CANCELADA" TO WS-MENSAJE
           ELSE
               SET ALUMNO-ACTIVO TO TRUE
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO
               WRITE ALUMNO-RECORD
                   INVALID KEY
                       MOVE "EL CODIGO YA EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "ALUMNO DADO DE ALTA" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

               IF WS-GRUPO-NUEVO NOT = SPACES
                   MOVE WS-GRUPO-NUEVO TO ALUMNO-GRUPO
               END-IF
               PERFORM PREPARAR-CAMBIO
               REWRITE ALUMNO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL ALUMNO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "ALUMNO ACTUALIZADO" TO WS-MENSAJE
                       MOVE "C" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "ALUMNO NO ENCONTRADO" TO WS-MENSAJE
           PERFORM LEER-ALUMNO-POR-CODIGO
           IF ALUMNO-ENCONTRADO
               SET ALUMNO-BAJA TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE ALUMNO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL DAR DE BAJA AL ALUMNO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "ALUMNO DADO DE BAJA" TO WS-MENSAJE
                       MOVE "B" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "ALUMNO NO ENCONTRADO" TO WS-MENSAJE
           PERFORM LEER-ALUMNO-POR-CODIGO
           IF ALUMNO-ENCONTRADO
               SET ALUMNO-ACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE ALUMNO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL REACTIVAR AL ALUMNO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "ALUMNO REACTIVADO" TO WS-MENSAJE
                       MOVE "R" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "ALUMNO NO ENCONTRADO" TO WS-MENSAJE
                   CONTINUE
               NOT INVALID KEY
                   SET ALUMNO-ENCONTRADO TO TRUE
                   MOVE ALUMNO-RECORD TO WS-CAMB-ANTES
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
           DISPLAY "MANTENIMIENTO DE ALUMNOS - REGISTRO DE USUARIO"
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
           MOVE ALUMNO-CODIGO TO WS-CAMB-LLAVE
           MOVE ALUMNO-RECORD TO WS-CAMB-DESPUES.

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
           CLOSE ALUMNO-FILE
           CLOSE CAJEROS-FILE.

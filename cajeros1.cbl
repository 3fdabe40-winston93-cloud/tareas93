       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".
           COPY "supervisor-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".
           COPY "supervisor-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CAJEROS           PIC XX.
           05  FS-CAMBIOS           PIC XX.
           05  FS-SUPERVISORES      PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-ENCONTRADO        PIC X VALUE 'N'.
               88  CAJERO-ENCONTRADO    VALUE 'Y'.
               88  CAJERO-NO-ENCONTRADO VALUE 'N'.
           05  WS-SUPERVISOR-FLAG   PIC X VALUE 'N'.
               88  SUPERVISOR-ENCONTRADO    VALUE 'Y'.
           05  WS-PERMISO-FLAG      PIC X VALUE 'N'.
               88  USUARIO-AUTORIZADO   VALUE 'Y'.
           05  WS-EOF-SUP           PIC X VALUE 'N'.
               88  EOF-SUPERVISOR   VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-CODIGO-BUSCAR     PIC X(10).
           05  WS-NOMBRE-NUEVO      PIC X(50).
           05  WS-MENSAJE           PIC X(60).
           05  WS-MARCA-SUPERVISOR  PIC X(3).

       01  WS-REPORTE-LINEA         PIC X(70).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "CAJEROS1".
           05  WS-CAMB-ARCHIVO      PIC X(10) VALUE "CAJEROS".
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).
           05  WS-FECHA-HOY         PIC X(21).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 6 COL 1 VALUE "3. BAJA DE CAJERO (INACTIVAR)".
           05  LINE 7 COL 1 VALUE "4. REACTIVAR CAJERO".
           05  LINE 8 COL 1 VALUE "5. LISTAR CAJEROS".
           05  LINE 9 COL 1 VALUE "6. DESIGNAR SUPERVISOR".
           05  LINE 10 COL 1 VALUE "7. QUITAR SUPERVISOR".
           05  LINE 11 COL 1 VALUE "8. SALIR".
           05  LINE 13 COL 1 VALUE "OPCION: ".
           05  LINE 13 COL 9 PIC X(1) TO WS-OPCION.

       01  ALTA-SCREEN.
           05  BLANK SCREEN.
               OPEN OUTPUT CAJEROS-FILE
               CLOSE CAJEROS-FILE
               OPEN I-O CAJEROS-FILE
           END-IF
           OPEN I-O SUPERVISORES-FILE
           IF FS-SUPERVISORES = "35"
               OPEN OUTPUT SUPERVISORES-FILE
               CLOSE SUPERVISORES-FILE
               OPEN I-O SUPERVISORES-FILE
           END-IF
           PERFORM REGISTRAR-CAJERO.

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "5"
                   PERFORM LISTAR-CAJEROS
               WHEN "6"
                   PERFORM DESIGNAR-SUPERVISOR
               WHEN "7"
                   PERFORM QUITAR-SUPERVISOR
               WHEN "8"
                   SET EXIT-PROGRAM TO TRUE
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MENSAJE
               MOVE FUNCTION TRIM(WS-CODIGO-BUSCAR) TO CAJERO-CODIGO
               MOVE WS-NOMBRE-NUEVO TO CAJERO-NOMBRE
               SET CAJERO-ACTIVO TO TRUE
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO
               WRITE CAJERO-RECORD
                   INVALID KEY
                       MOVE "YA EXISTE UN CAJERO CON ESA CLAVE"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJERO DADO DE ALTA" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

               IF WS-NOMBRE-NUEVO NOT = SPACES
                   MOVE WS-NOMBRE-NUEVO TO CAJERO-NOMBRE
               END-IF
               PERFORM PREPARAR-CAMBIO
               REWRITE CAJERO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL CAJERO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJERO ACTUALIZADO" TO WS-MENSAJE
                       MOVE "C" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "CAJERO NO ENCONTRADO" TO WS-MENSAJE
           PERFORM LEER-CAJERO-POR-LLAVE
           IF CAJERO-ENCONTRADO
               SET CAJERO-INACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE CAJERO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL CAJERO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJERO DADO DE BAJA" TO WS-MENSAJE
                       MOVE "B" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "CAJERO NO ENCONTRADO" TO WS-MENSAJE
           PERFORM LEER-CAJERO-POR-LLAVE
           IF CAJERO-ENCONTRADO
               SET CAJERO-ACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE CAJERO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL CAJERO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJERO REACTIVADO" TO WS-MENSAJE
                       MOVE "R" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "CAJERO NO ENCONTRADO" TO WS-MENSAJE
           END-IF.

       DESIGNAR-SUPERVISOR.
           PERFORM VERIFICAR-PERMISO-SUPERVISOR
           IF NOT USUARIO-AUTORIZADO
               MOVE "SOLO UN SUPERVISOR PUEDE DESIGNAR SUPERVISORES"
                   TO WS-MENSAJE
           ELSE
               PERFORM LEER-CAJERO-POR-LLAVE
               EVALUATE TRUE
                   WHEN CAJERO-NO-ENCONTRADO
                       MOVE "CAJERO NO ENCONTRADO" TO WS-MENSAJE
                   WHEN CAJERO-INACTIVO
                       MOVE "EL CAJERO ESTA DADO DE BAJA" TO WS-MENSAJE
                   WHEN OTHER
                       PERFORM LEER-SUPERVISOR
                       IF SUPERVISOR-ENCONTRADO AND SUPERVISOR-ACTIVO
                           MOVE "EL CAJERO YA ES SUPERVISOR"
                               TO WS-MENSAJE
                       ELSE
                           PERFORM GRABAR-SUPERVISOR
                       END-IF
               END-EVALUATE
           END-IF.

       GRABAR-SUPERVISOR.
           MOVE "SUPERVISOR" TO WS-CAMB-ARCHIVO
           MOVE CAJERO-CODIGO TO SUP-CAJERO
           SET SUPERVISOR-ACTIVO TO TRUE
           PERFORM FECHA-SUPERVISOR
           MOVE WS-CAJERO-ACTUAL TO SUP-USUARIO
           MOVE SUP-CAJERO TO WS-CAMB-LLAVE
           MOVE SUPERVISOR-RECORD TO WS-CAMB-DESPUES
           IF SUPERVISOR-ENCONTRADO
               REWRITE SUPERVISOR-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL SUPERVISOR"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJERO DESIGNADO SUPERVISOR" TO WS-MENSAJE
                       MOVE "R" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE SPACES TO WS-CAMB-ANTES
               WRITE SUPERVISOR-RECORD
                   INVALID KEY
                       MOVE "ERROR AL GRABAR EL SUPERVISOR"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJERO DESIGNADO SUPERVISOR" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF
           MOVE "CAJEROS" TO WS-CAMB-ARCHIVO.

       QUITAR-SUPERVISOR.
           PERFORM VERIFICAR-PERMISO-SUPERVISOR
           IF NOT USUARIO-AUTORIZADO
               MOVE "SOLO UN SUPERVISOR PUEDE QUITAR SUPERVISORES"
                   TO WS-MENSAJE
           ELSE
               PERFORM LEER-CAJERO-POR-LLAVE
               PERFORM LEER-SUPERVISOR
               IF SUPERVISOR-ENCONTRADO AND SUPERVISOR-ACTIVO
                   MOVE "SUPERVISOR" TO WS-CAMB-ARCHIVO
                   SET SUPERVISOR-INACTIVO TO TRUE
                   PERFORM FECHA-SUPERVISOR
                   MOVE WS-CAJERO-ACTUAL TO SUP-USUARIO
                   MOVE SUP-CAJERO TO WS-CAMB-LLAVE
                   MOVE SUPERVISOR-RECORD TO WS-CAMB-DESPUES
                   REWRITE SUPERVISOR-RECORD
                       INVALID KEY
                           MOVE "ERROR AL ACTUALIZAR EL SUPERVISOR"
                               TO WS-MENSAJE
                       NOT INVALID KEY
                           MOVE "SE QUITO LA FUNCION DE SUPERVISOR"
                               TO WS-MENSAJE
                           MOVE "B" TO WS-CAMB-OPERACION
                           PERFORM REGISTRAR-CAMBIO
                   END-REWRITE
                   MOVE "CAJEROS" TO WS-CAMB-ARCHIVO
               ELSE
                   MOVE "LA CLAVE NO ES DE UN SUPERVISOR" TO WS-MENSAJE
               END-IF
           END-IF.

       LEER-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-FLAG
           MOVE SPACES TO SUP-CAJERO
           MOVE FUNCTION TRIM(WS-CODIGO-BUSCAR) TO SUP-CAJERO
           READ SUPERVISORES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUPERVISOR-ENCONTRADO TO TRUE
                   MOVE SUPERVISOR-RECORD TO WS-CAMB-ANTES
           END-READ.

       VERIFICAR-PERMISO-SUPERVISOR.
           MOVE 'N' TO WS-PERMISO-FLAG
           MOVE SPACES TO SUP-CAJERO
           MOVE WS-CAJERO-ACTUAL TO SUP-CAJERO
           READ SUPERVISORES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUPERVISOR-ACTIVO
                       SET USUARIO-AUTORIZADO TO TRUE
                   END-IF
           END-READ
           IF NOT USUARIO-AUTORIZADO
               SET USUARIO-AUTORIZADO TO TRUE
               MOVE LOW-VALUES TO SUP-CAJERO
               MOVE 'N' TO WS-EOF-SUP
               START SUPERVISORES-FILE
                   KEY IS NOT LESS THAN SUP-CAJERO
                   INVALID KEY
                       SET EOF-SUPERVISOR TO TRUE
               END-START
               PERFORM UNTIL EOF-SUPERVISOR
                   READ SUPERVISORES-FILE NEXT RECORD
                       AT END
                           SET EOF-SUPERVISOR TO TRUE
                       NOT AT END
                           IF SUPERVISOR-ACTIVO
                               MOVE 'N' TO WS-PERMISO-FLAG
                               SET EOF-SUPERVISOR TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FECHA-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(7:2) DELIMITED BY SIZE
               INTO SUP-FECHA.

       LEER-CAJERO-POR-LLAVE.
           SET CAJERO-NO-ENCONTRADO TO TRUE
           MOVE SPACES TO WS-CODIGO-BUSCAR
                   CONTINUE
               NOT INVALID KEY
                   SET CAJERO-ENCONTRADO TO TRUE
                   MOVE CAJERO-RECORD TO WS-CAMB-ANTES
           END-READ.

       LISTAR-CAJEROS.
           DISPLAY " "
           DISPLAY "CLAVE      NOMBRE                         EST SUP"
           MOVE LOW-VALUES TO CAJERO-CODIGO
           MOVE 'N' TO WS-EOF
           START CAJEROS-FILE KEY IS NOT LESS THAN CAJERO-CODIGO
           MOVE SPACES TO WS-OPCION.

       MOSTRAR-RENGLON-CAJERO.
           MOVE SPACES TO WS-MARCA-SUPERVISOR
           MOVE CAJERO-CODIGO TO SUP-CAJERO
           READ SUPERVISORES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUPERVISOR-ACTIVO
                       MOVE "  S" TO WS-MARCA-SUPERVISOR
                   END-IF
           END-READ
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING CAJERO-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAJERO-NOMBRE(1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAJERO-ESTATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA-SUPERVISOR DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       REGISTRAR-CAJERO.
           MOVE 'N' TO WS-CAJERO-FLAG
           MOVE SPACES TO WS-CAJERO-ACTUAL
           MOVE LOW-VALUES TO CAJERO-CODIGO
           START CAJEROS-FILE KEY IS NOT LESS THAN CAJERO-CODIGO
               INVALID KEY
                   SET CAJERO-VALIDADO TO TRUE
                   MOVE "(INICIAL)" TO WS-CAJERO-ACTUAL
           END-START
           IF NOT CAJERO-VALIDADO
               DISPLAY "MANTENIMIENTO DE CAJEROS - REGISTRO DE USUARIO"
           END-IF
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
           MOVE CAJERO-CODIGO TO WS-CAMB-LLAVE
           MOVE CAJERO-RECORD TO WS-CAMB-DESPUES.

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
           CLOSE CAJEROS-FILE
           CLOSE SUPERVISORES-FILE.

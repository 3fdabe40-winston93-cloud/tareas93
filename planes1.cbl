           COPY "plan-select.cpy".
           COPY "alumno-select.cpy".
           COPY "concepto-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "plan-fd.cpy".
           COPY "alumno-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-PLANES            PIC XX.
           05  FS-ALUMNO            PIC XX.
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
       01  WS-DISPLAY-COSTO         PIC ZZ.ZZ9,99.
       01  WS-REPORTE-LINEA         PIC X(70).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "PLANES1".
           05  WS-CAMB-ARCHIVO      PIC X(10) VALUE "PLANES".
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).
           05  WS-FECHA-HOY         PIC X(21).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
               OPEN I-O PLANES-FILE
           END-IF
           OPEN INPUT ALUMNO-FILE
           OPEN INPUT CONCEPTOS-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               MOVE WS-ALUMNO-BUSCAR TO PLAN-ALUMNO
               MOVE WS-CONCEPTO-BUSCAR TO PLAN-CONCEPTO
               SET PLAN-ACTIVO TO TRUE
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO
               WRITE PLAN-RECORD
                   INVALID KEY
                       MOVE "EL ALUMNO YA TIENE ESE CONCEPTO EN SU PLAN"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CONCEPTO AGREGADO AL PLAN" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

           PERFORM LEER-PLAN-POR-LLAVE
           IF PLAN-ENCONTRADO
               SET PLAN-INACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE PLAN-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL PLAN" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CONCEPTO DADO DE BAJA DEL PLAN"
                           TO WS-MENSAJE
                       MOVE "B" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "ESE CONCEPTO NO ESTA EN EL PLAN DEL ALUMNO"
           PERFORM LEER-PLAN-POR-LLAVE
           IF PLAN-ENCONTRADO
               SET PLAN-ACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO
               REWRITE PLAN-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL PLAN" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CONCEPTO REACTIVADO EN EL PLAN"
                           TO WS-MENSAJE
                       MOVE "R" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "ESE CONCEPTO NO ESTA EN EL PLAN DEL ALUMNO"
                   CONTINUE
               NOT INVALID KEY
                   SET PLAN-ENCONTRADO TO TRUE
                   MOVE PLAN-RECORD TO WS-CAMB-ANTES
           END-READ.

       CONSULTAR-PLAN.
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
           DISPLAY "PLANES DE COBRO - REGISTRO DE USUARIO"
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
           MOVE PLAN-LLAVE TO WS-CAMB-LLAVE
           MOVE PLAN-RECORD TO WS-CAMB-DESPUES.

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
           CLOSE PLANES-FILE
           CLOSE ALUMNO-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE CAJEROS-FILE.

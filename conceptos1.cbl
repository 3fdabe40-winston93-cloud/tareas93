           COPY "concepto-select.cpy".
           COPY "ingreso-select.cpy".
           COPY "precio-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".
           COPY "inventario-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "concepto-fd.cpy".
           COPY "ingreso-fd.cpy".
           COPY "precio-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".
           COPY "inventario-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-INGRESOS          PIC XX.
           05  FS-PRECIOS           PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-CAMBIOS           PIC XX.
           05  FS-INVENTARIO        PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-ENCONTRADO        PIC X VALUE 'N'.
               88  CONCEPTO-ENCONTRADO     VALUE 'Y'.
               88  CONCEPTO-NO-ENCONTRADO  VALUE 'N'.
               88  CONCEPTO-EN-USO  VALUE 'Y'.
           05  WS-EOF-PRECIO        PIC X VALUE 'N'.
               88  EOF-PRECIO       VALUE 'Y'.
           05  WS-INV-FLAG          PIC X VALUE 'N'.
               88  INVENTARIO-EXISTE VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-PRE-COSTO         PIC 9(5)V99.
           05  WS-PRE-BAJA          PIC X(10).
           05  WS-NUM-PRECIOS       PIC 9(3).

       01  WS-INVENTARIO-CAPTURA.
           05  WS-INV-MANEJA        PIC X(1).
           05  WS-INV-MANEJA-NUEVO  PIC X(1).
           05  WS-INV-PUNTO-NUEVO   PIC 9(5).
           05  WS-INV-MAXIMO-NUEVO  PIC 9(5).
       01  WS-DISPLAY-EXISTENCIA    PIC -.---.--9.
       01  WS-DISPLAY-COSTO         PIC ZZ.ZZ9,99.
       01  WS-REPORTE-LINEA         PIC X(70).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "CONCEPTOS1".
           05  WS-CAMB-ARCHIVO      PIC X(10) VALUE "CONCEPTOS".
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).
           05  WS-FECHA-HOY         PIC X(21).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 8 COL 1 VALUE "5. ELIMINAR CONCEPTO (BAJA FISICA)".
           05  LINE 9 COL 1 VALUE "6. ALTA DE PRECIO CON VIGENCIA".
           05  LINE 10 COL 1 VALUE "7. PRECIOS DE UN CONCEPTO".
           05  LINE 11 COL 1 VALUE "8. CONTROL DE INVENTARIO".
           05  LINE 12 COL 1 VALUE "9. SALIR".
           05  LINE 14 COL 1 VALUE "OPCION: ".
           05  LINE 14 COL 9 PIC X(1) TO WS-OPCION.

       01  ALTA-SCREEN.
           05  BLANK SCREEN.
           05  LINE 6 COL 1 VALUE "COSTO: ".
           05  LINE 6 COL 8 PIC 9(5)V99 TO WS-PRE-COSTO.

       01  INVENTARIO-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "CONTROL DE INVENTARIO".
           05  LINE 3 COL 1 VALUE "CODIGO: ".
           05  LINE 3 COL 9 PIC X(10) FROM CONCEPTO-CODIGO.
           05  LINE 4 COL 1 VALUE "DESCRIPCION: ".
           05  LINE 4 COL 14 PIC X(50) FROM CONCEPTO-DESCRIPCION.
           05  LINE 5 COL 1 VALUE "MANEJA INVENTARIO: ".
           05  LINE 5 COL 20 PIC X(1) FROM WS-INV-MANEJA.
           05  LINE 5 COL 24 VALUE "EXISTENCIA: ".
           05  LINE 5 COL 36 PIC -.---.--9 FROM WS-DISPLAY-EXISTENCIA.
           05  LINE 6 COL 1 VALUE "PUNTO DE REORDEN: ".
           05  LINE 6 COL 19 PIC 9(5) FROM INV-PUNTO-REORDEN.
           05  LINE 6 COL 26 VALUE "MAXIMO: ".
           05  LINE 6 COL 34 PIC 9(5) FROM INV-MAXIMO.
           05  LINE 8 COL 1
               VALUE "MANEJA INVENTARIO S/N (BLANCO = IGUAL): ".
           05  LINE 8 COL 42 PIC X(1) TO WS-INV-MANEJA-NUEVO.
           05  LINE 9 COL 1
               VALUE "NUEVO PUNTO DE REORDEN (CERO = SIN CAMBIO): ".
           05  LINE 9 COL 46 PIC 9(5) TO WS-INV-PUNTO-NUEVO.
           05  LINE 10 COL 1
               VALUE "NUEVO MAXIMO (CERO = SIN CAMBIO): ".
           05  LINE 10 COL 36 PIC 9(5) TO WS-INV-MAXIMO-NUEVO.

       01  CONFIRMA-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "CODIGO: ".
               OPEN OUTPUT PRECIOS-FILE
               CLOSE PRECIOS-FILE
               OPEN I-O PRECIOS-FILE
           END-IF
           OPEN I-O INVENTARIO-FILE
           IF FS-INVENTARIO = "35"
               OPEN OUTPUT INVENTARIO-FILE
               CLOSE INVENTARIO-FILE
               OPEN I-O INVENTARIO-FILE
           END-IF
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "7"
                   PERFORM CONSULTAR-PRECIOS
               WHEN "8"
                   PERFORM CONTROL-INVENTARIO
               WHEN "9"
                   SET EXIT-PROGRAM TO TRUE
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MENSAJE
                   MOVE "N" TO CONCEPTO-RECARGO-TIPO
               END-IF
               SET CONCEPTO-ACTIVO TO TRUE
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO-CONCEPTO
               WRITE CONCEPTO-RECORD
                   INVALID KEY
                       MOVE "EL CODIGO YA EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CONCEPTO DADO DE ALTA" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

                   MOVE 0 TO CONCEPTO-DIA-LIMITE
                   MOVE 0 TO CONCEPTO-RECARGO-VALOR
               END-IF
               PERFORM PREPARAR-CAMBIO-CONCEPTO
               REWRITE CONCEPTO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL CONCEPTO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CONCEPTO ACTUALIZADO" TO WS-MENSAJE
                       MOVE "C" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "CONCEPTO NO ENCONTRADO" TO WS-MENSAJE
           PERFORM LEER-CONCEPTO-POR-CODIGO
           IF CONCEPTO-ENCONTRADO
               SET CONCEPTO-INACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO-CONCEPTO
               REWRITE CONCEPTO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL DESACTIVAR EL CONCEPTO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CONCEPTO DESACTIVADO" TO WS-MENSAJE
                       MOVE "B" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "CONCEPTO NO ENCONTRADO" TO WS-MENSAJE
           PERFORM LEER-CONCEPTO-POR-CODIGO
           IF CONCEPTO-ENCONTRADO
               SET CONCEPTO-ACTIVO TO TRUE
               PERFORM PREPARAR-CAMBIO-CONCEPTO
               REWRITE CONCEPTO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL REACTIVAR EL CONCEPTO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "CONCEPTO REACTIVADO" TO WS-MENSAJE
                       MOVE "R" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE
           ELSE
               MOVE "CONCEPTO NO ENCONTRADO" TO WS-MENSAJE
                   DISPLAY CONFIRMA-SCREEN
                   ACCEPT CONFIRMA-SCREEN
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM PREPARAR-CAMBIO-CONCEPTO
                       MOVE SPACES TO WS-CAMB-DESPUES
                       DELETE CONCEPTOS-FILE
                           INVALID KEY
                               MOVE "ERROR AL ELIMINAR EL CONCEPTO"
                                   TO WS-MENSAJE
                           NOT INVALID KEY
                               MOVE "CONCEPTO ELIMINADO" TO WS-MENSAJE
                               MOVE "E" TO WS-CAMB-OPERACION
                               PERFORM REGISTRAR-CAMBIO
                       END-DELETE
                   ELSE
                       MOVE "ELIMINACION CANCELADA" TO WS-MENSAJE
                   CONTINUE
               NOT INVALID KEY
                   SET CONCEPTO-ENCONTRADO TO TRUE
                   MOVE CONCEPTO-RECORD TO WS-CAMB-ANTES
           END-READ.

       ALTA-PRECIO.
               MOVE WS-PRE-HASTA TO PRECIO-HASTA
               MOVE WS-PRE-COSTO TO PRECIO-COSTO
               SET PRECIO-ACTIVO TO TRUE
               MOVE SPACES TO WS-CAMB-ANTES
               PERFORM PREPARAR-CAMBIO-PRECIO
               WRITE PRECIO-RECORD
                   INVALID KEY
                       MOVE "YA HAY PRECIO CON ESA FECHA, DELO DE BAJA"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE "PRECIO DADO DE ALTA" TO WS-MENSAJE
                       MOVE "A" TO WS-CAMB-OPERACION
                       PERFORM REGISTRAR-CAMBIO
               END-WRITE
           END-IF.

                   INVALID KEY
                       MOVE "PRECIO NO ENCONTRADO" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE PRECIO-RECORD TO WS-CAMB-ANTES
                       SET PRECIO-INACTIVO TO TRUE
                       PERFORM PREPARAR-CAMBIO-PRECIO
                       REWRITE PRECIO-RECORD
                           INVALID KEY
                               MOVE "ERROR AL DAR DE BAJA EL PRECIO"
                                   TO WS-MENSAJE
                           NOT INVALID KEY
                               MOVE "PRECIO DADO DE BAJA" TO WS-MENSAJE
                               MOVE "B" TO WS-CAMB-OPERACION
                               PERFORM REGISTRAR-CAMBIO
                       END-REWRITE
               END-READ
           END-IF.

       CONTROL-INVENTARIO.
           PERFORM LEER-CONCEPTO-POR-CODIGO
           IF CONCEPTO-ENCONTRADO
               PERFORM LEER-INVENTARIO-CONCEPTO
               MOVE INV-EXISTENCIA TO WS-DISPLAY-EXISTENCIA
               MOVE SPACES TO WS-INV-MANEJA-NUEVO
               MOVE 0 TO WS-INV-PUNTO-NUEVO
               MOVE 0 TO WS-INV-MAXIMO-NUEVO
               DISPLAY INVENTARIO-SCREEN
               ACCEPT INVENTARIO-SCREEN
               PERFORM GRABAR-INVENTARIO
           ELSE
               MOVE "CONCEPTO NO ENCONTRADO" TO WS-MENSAJE
           END-IF.

       LEER-INVENTARIO-CONCEPTO.
           MOVE 'N' TO WS-INV-FLAG
           MOVE "N" TO WS-INV-MANEJA
           MOVE SPACES TO INVENTARIO-RECORD
           MOVE CONCEPTO-CODIGO TO INV-CONCEPTO
           READ INVENTARIO-FILE
               INVALID KEY
                   MOVE SPACES TO INVENTARIO-RECORD
                   MOVE CONCEPTO-CODIGO TO INV-CONCEPTO
                   SET INVENTARIO-INACTIVO TO TRUE
                   MOVE 0 TO INV-EXISTENCIA
                   MOVE 0 TO INV-PUNTO-REORDEN
                   MOVE 0 TO INV-MAXIMO
                   MOVE 0 TO INV-ULTIMO-COSTO
                   MOVE SPACES TO WS-CAMB-ANTES
               NOT INVALID KEY
                   SET INVENTARIO-EXISTE TO TRUE
                   MOVE INVENTARIO-RECORD TO WS-CAMB-ANTES
                   IF INVENTARIO-ACTIVO
                       MOVE "S" TO WS-INV-MANEJA
                   END-IF
           END-READ.

       GRABAR-INVENTARIO.
           IF WS-INV-MANEJA-NUEVO = "s"
               MOVE "S" TO WS-INV-MANEJA-NUEVO
           END-IF
           IF WS-INV-MANEJA-NUEVO = "n"
               MOVE "N" TO WS-INV-MANEJA-NUEVO
           END-IF
           EVALUATE WS-INV-MANEJA-NUEVO
               WHEN "S"
                   SET INVENTARIO-ACTIVO TO TRUE
               WHEN "N"
                   SET INVENTARIO-INACTIVO TO TRUE
           END-EVALUATE
           IF WS-INV-PUNTO-NUEVO NOT = 0
               MOVE WS-INV-PUNTO-NUEVO TO INV-PUNTO-REORDEN
           END-IF
           IF WS-INV-MAXIMO-NUEVO NOT = 0
               MOVE WS-INV-MAXIMO-NUEVO TO INV-MAXIMO
           END-IF
           IF INV-MAXIMO NOT = 0 AND INV-MAXIMO < INV-PUNTO-REORDEN
               MOVE "EL MAXIMO NO PUEDE SER MENOR AL PUNTO DE REORDEN"
                   TO WS-MENSAJE
           ELSE
               IF INVENTARIO-EXISTE
                   PERFORM REESCRIBIR-INVENTARIO
               ELSE
                   IF INVENTARIO-ACTIVO
                       PERFORM ALTA-INVENTARIO
                   ELSE
                       MOVE "EL CONCEPTO NO MANEJA INVENTARIO"
                           TO WS-MENSAJE
                   END-IF
               END-IF
           END-IF.

       ALTA-INVENTARIO.
           PERFORM PREPARAR-CAMBIO-INVENTARIO
           WRITE INVENTARIO-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR EL INVENTARIO" TO WS-MENSAJE
               NOT INVALID KEY
                   MOVE "CONCEPTO CON CONTROL DE INVENTARIO"
                       TO WS-MENSAJE
                   MOVE "A" TO WS-CAMB-OPERACION
                   PERFORM REGISTRAR-CAMBIO
           END-WRITE.

       REESCRIBIR-INVENTARIO.
           PERFORM PREPARAR-CAMBIO-INVENTARIO
           REWRITE INVENTARIO-RECORD
               INVALID KEY
                   MOVE "ERROR AL ACTUALIZAR EL INVENTARIO"
                       TO WS-MENSAJE
               NOT INVALID KEY
                   MOVE "INVENTARIO ACTUALIZADO" TO WS-MENSAJE
                   MOVE "C" TO WS-CAMB-OPERACION
                   PERFORM REGISTRAR-CAMBIO
           END-REWRITE.

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
           DISPLAY "MANTENIMIENTO DE CONCEPTOS - REGISTRO DE USUARIO"
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

       PREPARAR-CAMBIO-CONCEPTO.
           MOVE "CONCEPTOS" TO WS-CAMB-ARCHIVO
           MOVE CONCEPTO-CODIGO TO WS-CAMB-LLAVE
           MOVE CONCEPTO-RECORD TO WS-CAMB-DESPUES.

       PREPARAR-CAMBIO-PRECIO.
           MOVE "PRECIOS" TO WS-CAMB-ARCHIVO
           MOVE PRECIO-LLAVE TO WS-CAMB-LLAVE
           MOVE PRECIO-RECORD TO WS-CAMB-DESPUES.

       PREPARAR-CAMBIO-INVENTARIO.
           MOVE "INVENTARIO" TO WS-CAMB-ARCHIVO
           MOVE INV-CONCEPTO TO WS-CAMB-LLAVE
           MOVE INVENTARIO-RECORD TO WS-CAMB-DESPUES.

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
           CLOSE CONCEPTOS-FILE
           CLOSE INGRESOS-FILE
           CLOSE PRECIOS-FILE
           CLOSE CAJEROS-FILE
           CLOSE INVENTARIO-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS1.
       AUTHOR. YOUR-NAME.
       DATE-WRITTEN. TODAY.
       DATE-COMPILED. TODAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "inventario-select.cpy".
           COPY "invmov-select.cpy".
           COPY "concepto-select.cpy".
           COPY "control-select.cpy".
           COPY "cajero-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "inventario-fd.cpy".
           COPY "invmov-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "control-fd.cpy".
           COPY "cajero-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-INVENTARIO        PIC XX.
           05  FS-INVMOV            PIC XX.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-CONTROL           PIC XX.
           05  FS-CAJEROS           PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-EOF-MOV           PIC X VALUE 'N'.
               88  EOF-MOVIMIENTO   VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-FIN-CAPTURA       PIC X VALUE 'N'.
               88  FIN-CAPTURA      VALUE 'Y'.
           05  WS-LINEA-FLAG        PIC X VALUE 'N'.
               88  LINEA-VALIDA     VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-CONCEPTO-INPUT    PIC X(10).
           05  WS-CANTIDAD-INPUT    PIC 9(5).
           05  WS-COSTO-INPUT       PIC 9(5)V99.
           05  WS-FOLIO-BUSCAR      PIC X(10).
           05  WS-IMPORTE-LINEA     PIC 9(7)V99.
           05  WS-REPORTE-LINEA     PIC X(80).

       01  WS-COMPRA.
           05  WS-COMPRA-PROVEEDOR  PIC X(40).
           05  WS-COMPRA-FACTURA    PIC X(20).
           05  WS-COMPRA-TOTAL      PIC 9(7)V99.
           05  WS-NUM-LINEAS        PIC 9(2) VALUE 0.
           05  WS-COMPRA-LINEA OCCURS 20 TIMES.
               10  WS-CL-CONCEPTO   PIC X(10).
               10  WS-CL-DESCRIPCION PIC X(50).
               10  WS-CL-CANTIDAD   PIC 9(5).
               10  WS-CL-COSTO      PIC 9(5)V99.
       01  WS-IDX-LINEA             PIC 9(2).
       01  WS-NUM-GRABADAS          PIC 9(2).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).
           05  WS-CAJERO-NOMBRE     PIC X(50).

       01  WS-FOLIO-COMPRA.
           05  WS-SIGUIENTE-NUM     PIC 9(10).
           05  WS-COMPRA-NUM        PIC 9(8).
           05  WS-COMPRA-FOLIO      PIC X(10).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL     PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-COSTO     PIC ZZ.ZZ9,99.
           05  WS-DISPLAY-CANTIDAD  PIC ZZ.ZZ9-.
           05  WS-DISPLAY-EXISTENCIA PIC -.---.--9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM PROCESAR-OPCION
           END-PERFORM
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM ABRIR-INVENTARIO-FILE
           PERFORM ABRIR-INVMOV-FILE
           OPEN INPUT CONCEPTOS-FILE
           PERFORM ABRIR-CONTROL-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       ABRIR-INVENTARIO-FILE.
           OPEN I-O INVENTARIO-FILE
           IF FS-INVENTARIO = "35"
               OPEN OUTPUT INVENTARIO-FILE
               CLOSE INVENTARIO-FILE
               OPEN I-O INVENTARIO-FILE
           END-IF.

       ABRIR-INVMOV-FILE.
           OPEN I-O INVMOV-FILE
           IF FS-INVMOV = "35"
               OPEN OUTPUT INVMOV-FILE
               CLOSE INVMOV-FILE
               OPEN I-O INVMOV-FILE
           END-IF.

       ABRIR-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF FS-CONTROL = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

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
           DISPLAY "ENTRADAS DE MERCANCIA - REGISTRO DE USUARIO"
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
                       MOVE CAJERO-NOMBRE TO WS-CAJERO-NOMBRE
                       DISPLAY "BIENVENIDO "
                           FUNCTION TRIM(CAJERO-NOMBRE)
                   ELSE
                       DISPLAY "CAJERO DADO DE BAJA"
                   END-IF
           END-READ.

       PROCESAR-OPCION.
           DISPLAY " "
           DISPLAY "ENTRADAS DE MERCANCIA"
           DISPLAY "1=REGISTRAR COMPRA  2=CONSULTAR COMPRA"
           DISPLAY "OPCION (EN BLANCO PARA SALIR): " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN SPACES
                   SET EXIT-PROGRAM TO TRUE
               WHEN "1"
                   PERFORM CAPTURAR-COMPRA
               WHEN "2"
                   PERFORM CONSULTAR-COMPRA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       CAPTURAR-COMPRA.
           MOVE SPACES TO WS-COMPRA-PROVEEDOR
           MOVE SPACES TO WS-COMPRA-FACTURA
           MOVE 0 TO WS-COMPRA-TOTAL
           MOVE 0 TO WS-NUM-LINEAS
           DISPLAY "PROVEEDOR: " WITH NO ADVANCING
           ACCEPT WS-COMPRA-PROVEEDOR
           IF WS-COMPRA-PROVEEDOR = SPACES
               DISPLAY "EL PROVEEDOR ES REQUERIDO"
           ELSE
               DISPLAY "FACTURA O REMISION DEL PROVEEDOR: "
                   WITH NO ADVANCING
               ACCEPT WS-COMPRA-FACTURA
               MOVE 'N' TO WS-FIN-CAPTURA
               PERFORM UNTIL FIN-CAPTURA
                   PERFORM CAPTURAR-LINEA-COMPRA
               END-PERFORM
               IF WS-NUM-LINEAS = 0
                   DISPLAY "COMPRA SIN PARTIDAS, CANCELADA"
               ELSE
                   PERFORM CONFIRMAR-COMPRA
               END-IF
           END-IF.

       CAPTURAR-LINEA-COMPRA.
           IF WS-NUM-LINEAS >= 20
               DISPLAY "SE ALCANZO EL MAXIMO DE 20 PARTIDAS"
               SET FIN-CAPTURA TO TRUE
           ELSE
               DISPLAY "CONCEPTO (EN BLANCO PARA TERMINAR): "
                   WITH NO ADVANCING
               ACCEPT WS-CONCEPTO-INPUT
               IF WS-CONCEPTO-INPUT = SPACES
                   SET FIN-CAPTURA TO TRUE
               ELSE
                   PERFORM VALIDAR-CONCEPTO-COMPRA
                   IF LINEA-VALIDA
                       PERFORM CAPTURAR-CANTIDAD-COSTO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-CONCEPTO-COMPRA.
           MOVE 'N' TO WS-LINEA-FLAG
           MOVE SPACES TO CONCEPTO-CODIGO
           MOVE FUNCTION TRIM(WS-CONCEPTO-INPUT) TO CONCEPTO-CODIGO
           READ CONCEPTOS-FILE
               INVALID KEY
                   DISPLAY "CONCEPTO NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE CONCEPTO-CODIGO TO INV-CONCEPTO
                   READ INVENTARIO-FILE
                       INVALID KEY
                           DISPLAY "EL CONCEPTO NO MANEJA INVENTARIO"
                       NOT INVALID KEY
                           IF INVENTARIO-ACTIVO
                               SET LINEA-VALIDA TO TRUE
                           ELSE
                               DISPLAY "EL CONCEPTO NO MANEJA"
                                   " INVENTARIO"
                           END-IF
                   END-READ
           END-READ
           IF LINEA-VALIDA
               MOVE INV-EXISTENCIA TO WS-DISPLAY-EXISTENCIA
               DISPLAY FUNCTION TRIM(CONCEPTO-DESCRIPCION)
                   "  EXISTENCIA: " WS-DISPLAY-EXISTENCIA
           END-IF.

       CAPTURAR-CANTIDAD-COSTO.
           MOVE 0 TO WS-CANTIDAD-INPUT
           MOVE 0 TO WS-COSTO-INPUT
           DISPLAY "CANTIDAD RECIBIDA: " WITH NO ADVANCING
           ACCEPT WS-CANTIDAD-INPUT
           IF WS-CANTIDAD-INPUT = 0
               DISPLAY "LA CANTIDAD DEBE SER MAYOR A CERO"
           ELSE
               MOVE INV-ULTIMO-COSTO TO WS-DISPLAY-COSTO
               DISPLAY "COSTO UNITARIO (CERO = ULTIMO COSTO "
                   WS-DISPLAY-COSTO "): " WITH NO ADVANCING
               ACCEPT WS-COSTO-INPUT
               IF WS-COSTO-INPUT = 0
                   MOVE INV-ULTIMO-COSTO TO WS-COSTO-INPUT
               END-IF
               ADD 1 TO WS-NUM-LINEAS
               MOVE CONCEPTO-CODIGO
                   TO WS-CL-CONCEPTO(WS-NUM-LINEAS)
               MOVE CONCEPTO-DESCRIPCION
                   TO WS-CL-DESCRIPCION(WS-NUM-LINEAS)
               MOVE WS-CANTIDAD-INPUT TO WS-CL-CANTIDAD(WS-NUM-LINEAS)
               MOVE WS-COSTO-INPUT TO WS-CL-COSTO(WS-NUM-LINEAS)
               COMPUTE WS-IMPORTE-LINEA =
                   WS-CANTIDAD-INPUT * WS-COSTO-INPUT
               ADD WS-IMPORTE-LINEA TO WS-COMPRA-TOTAL
           END-IF.

       CONFIRMAR-COMPRA.
           DISPLAY " "
           DISPLAY "PROVEEDOR: " FUNCTION TRIM(WS-COMPRA-PROVEEDOR)
           DISPLAY "FACTURA:   " WS-COMPRA-FACTURA
           DISPLAY "CONCEPTO   CANTIDAD  COSTO UNIT   DESCRIPCION"
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > WS-NUM-LINEAS
               MOVE WS-CL-CANTIDAD(WS-IDX-LINEA) TO WS-DISPLAY-CANTIDAD
               MOVE WS-CL-COSTO(WS-IDX-LINEA) TO WS-DISPLAY-COSTO
               MOVE SPACES TO WS-REPORTE-LINEA
               STRING WS-CL-CONCEPTO(WS-IDX-LINEA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-CANTIDAD DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DISPLAY-COSTO DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-CL-DESCRIPCION(WS-IDX-LINEA)
                          DELIMITED BY SIZE
                   INTO WS-REPORTE-LINEA
               DISPLAY WS-REPORTE-LINEA
           END-PERFORM
           MOVE WS-COMPRA-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "TOTAL DE LA COMPRA: " WS-DISPLAY-TOTAL
           DISPLAY "CONFIRMA LA ENTRADA (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRABAR-COMPRA
           ELSE
               DISPLAY "ENTRADA CANCELADA"
           END-IF.

       GRABAR-COMPRA.
           PERFORM FORMATEAR-FECHA-HOY
           PERFORM OBTENER-FOLIO-COMPRA
           MOVE 0 TO WS-NUM-GRABADAS
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > WS-NUM-LINEAS
               PERFORM GRABAR-LINEA-COMPRA
           END-PERFORM
           DISPLAY "ENTRADA REGISTRADA, FOLIO " WS-COMPRA-FOLIO
               " PARTIDAS " WS-NUM-GRABADAS.

       GRABAR-LINEA-COMPRA.
           MOVE SPACES TO INV-CONCEPTO
           MOVE WS-CL-CONCEPTO(WS-IDX-LINEA) TO INV-CONCEPTO
           READ INVENTARIO-FILE
               INVALID KEY
                   DISPLAY "EL CONCEPTO " WS-CL-CONCEPTO(WS-IDX-LINEA)
                       " YA NO TIENE INVENTARIO, PARTIDA OMITIDA"
               NOT INVALID KEY
                   PERFORM ESCRIBIR-ENTRADA-INVENTARIO
           END-READ.

       ESCRIBIR-ENTRADA-INVENTARIO.
           MOVE SPACES TO INVMOV-RECORD
           MOVE WS-COMPRA-FOLIO TO INVM-DOCUMENTO
           MOVE WS-IDX-LINEA TO INVM-LINEA
           MOVE INV-CONCEPTO TO INVM-CONCEPTO
           MOVE WS-FECHA-FORMATEADA TO INVM-FECHA
           SET INVM-ENTRADA TO TRUE
           MOVE WS-CL-CANTIDAD(WS-IDX-LINEA) TO INVM-CANTIDAD
           COMPUTE INVM-EXISTENCIA =
               INV-EXISTENCIA + WS-CL-CANTIDAD(WS-IDX-LINEA)
           MOVE WS-CL-COSTO(WS-IDX-LINEA) TO INVM-COSTO-UNIT
           MOVE WS-COMPRA-PROVEEDOR TO INVM-PROVEEDOR
           MOVE WS-COMPRA-FACTURA TO INVM-FACTURA-PROV
           MOVE WS-CAJERO-ACTUAL TO INVM-CAJERO
           WRITE INVMOV-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL MOVIMIENTO "
                       WS-COMPRA-FOLIO " STATUS " FS-INVMOV
               NOT INVALID KEY
                   MOVE INVM-EXISTENCIA TO INV-EXISTENCIA
                   IF INVM-COSTO-UNIT NOT = 0
                       MOVE INVM-COSTO-UNIT TO INV-ULTIMO-COSTO
                   END-IF
                   MOVE WS-FECHA-FORMATEADA TO INV-FECHA-ULT-MOV
                   REWRITE INVENTARIO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA EXISTENCIA"
                               " DE " INV-CONCEPTO
                               " STATUS " FS-INVENTARIO
                       NOT INVALID KEY
                           ADD 1 TO WS-NUM-GRABADAS
                   END-REWRITE
           END-WRITE.

       CONSULTAR-COMPRA.
           DISPLAY "FOLIO DE LA ENTRADA: " WITH NO ADVANCING
           ACCEPT WS-FOLIO-BUSCAR
           MOVE SPACES TO INVM-LLAVE
           MOVE FUNCTION TRIM(WS-FOLIO-BUSCAR) TO INVM-DOCUMENTO
           MOVE INVM-DOCUMENTO TO WS-FOLIO-BUSCAR
           MOVE 0 TO INVM-LINEA
           MOVE 0 TO WS-NUM-LINEAS
           MOVE 0 TO WS-COMPRA-TOTAL
           MOVE 'N' TO WS-EOF-MOV
           START INVMOV-FILE KEY IS NOT LESS THAN INVM-LLAVE
               INVALID KEY
                   SET EOF-MOVIMIENTO TO TRUE
           END-START
           PERFORM UNTIL EOF-MOVIMIENTO
               READ INVMOV-FILE NEXT RECORD
                   AT END
                       SET EOF-MOVIMIENTO TO TRUE
                   NOT AT END
                       IF INVM-DOCUMENTO NOT = WS-FOLIO-BUSCAR
                           SET EOF-MOVIMIENTO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-LINEA-COMPRA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NUM-LINEAS = 0
               DISPLAY "FOLIO NO ENCONTRADO"
           ELSE
               MOVE WS-COMPRA-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "TOTAL DE LA COMPRA: " WS-DISPLAY-TOTAL
           END-IF.

       MOSTRAR-LINEA-COMPRA.
           ADD 1 TO WS-NUM-LINEAS
           IF WS-NUM-LINEAS = 1
               DISPLAY " "
               DISPLAY "ENTRADA " INVM-DOCUMENTO " DEL " INVM-FECHA
                   " CAPTURO " INVM-CAJERO
               DISPLAY "PROVEEDOR: " FUNCTION TRIM(INVM-PROVEEDOR)
               DISPLAY "FACTURA:   " INVM-FACTURA-PROV
               DISPLAY "CONCEPTO   CANTIDAD  COSTO UNIT"
           END-IF
           MOVE INVM-CANTIDAD TO WS-DISPLAY-CANTIDAD
           MOVE INVM-COSTO-UNIT TO WS-DISPLAY-COSTO
           COMPUTE WS-IMPORTE-LINEA = INVM-CANTIDAD * INVM-COSTO-UNIT
           ADD WS-IMPORTE-LINEA TO WS-COMPRA-TOTAL
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING INVM-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-CANTIDAD DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-COSTO DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       OBTENER-FOLIO-COMPRA.
           MOVE "COMPRAS" TO CTL-LLAVE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE "COMPRAS" TO CTL-LLAVE
                   MOVE 0 TO CTL-ULTIMO-NUM
                   WRITE CONTROL-RECORD
           END-READ
           ADD 1 TO CTL-ULTIMO-NUM
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CONTROL DE FOLIOS"
           END-REWRITE
           MOVE CTL-ULTIMO-NUM TO WS-SIGUIENTE-NUM
           MOVE WS-SIGUIENTE-NUM TO WS-COMPRA-NUM
           MOVE SPACES TO WS-COMPRA-FOLIO
           STRING "CP" DELIMITED BY SIZE
                  WS-COMPRA-NUM DELIMITED BY SIZE
               INTO WS-COMPRA-FOLIO.

       FORMATEAR-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(7:2) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATEADA.

       TERMINATE-PROGRAM.
           CLOSE INVENTARIO-FILE
           CLOSE INVMOV-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE CONTROL-FILE
           CLOSE CAJEROS-FILE.

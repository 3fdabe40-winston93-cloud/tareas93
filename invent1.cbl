       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENT1.
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

       DATA DIVISION.
       FILE SECTION.
           COPY "inventario-fd.cpy".
           COPY "invmov-fd.cpy".
           COPY "concepto-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-INVENTARIO        PIC XX.
           05  FS-INVMOV            PIC XX.
           05  FS-CONCEPTOS         PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-EOF-MOV           PIC X VALUE 'N'.
               88  EOF-MOVIMIENTO   VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-CONCEPTO-BUSCAR   PIC X(10).
           05  WS-FECHA-DESDE       PIC X(10).
           05  WS-FECHA-HASTA       PIC X(10).
           05  WS-DESCRIPCION       PIC X(30).
           05  WS-MARCA             PIC X(1).
           05  WS-TIPO-DESC         PIC X(10).
           05  WS-REFERENCIA        PIC X(20).
           05  WS-VALOR             PIC S9(9)V99.
           05  WS-SUGERIDO          PIC 9(5).
           05  WS-REPORTE-LINEA     PIC X(100).

       01  WS-CONTADORES.
           05  WS-NUM-CONCEPTOS     PIC 9(5) VALUE 0.
           05  WS-NUM-REORDEN       PIC 9(5) VALUE 0.
           05  WS-NUM-MOVIMIENTOS   PIC 9(5) VALUE 0.
           05  WS-TOT-ENTRADAS      PIC S9(7) VALUE 0.
           05  WS-TOT-SALIDAS       PIC S9(7) VALUE 0.
           05  WS-TOT-DEVOLUCIONES  PIC S9(7) VALUE 0.
           05  WS-TOTAL-VALOR       PIC S9(9)V99 VALUE 0.
           05  WS-TOTAL-COMPRA      PIC S9(9)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-EXISTENCIA PIC -.---.--9.
           05  WS-DISPLAY-CANTIDAD  PIC ---.--9.
           05  WS-DISPLAY-PUNTO     PIC ZZ.ZZ9.
           05  WS-DISPLAY-MAXIMO    PIC ZZ.ZZ9.
           05  WS-DISPLAY-SUGERIDO  PIC ZZ.ZZ9.
           05  WS-DISPLAY-COSTO     PIC ZZ.ZZ9,99.
           05  WS-DISPLAY-VALOR     PIC ZZ.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-TOTAL     PIC ZZZ.ZZZ.ZZ9,99-.

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           DISPLAY "REPORTES DE INVENTARIO"
           DISPLAY "1=EXISTENCIAS  2=KARDEX DE UN CONCEPTO"
           DISPLAY "3=CONCEPTOS EN PUNTO DE REORDEN"
           DISPLAY "OPCION: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM REPORTE-EXISTENCIAS
               WHEN "2"
                   PERFORM REPORTE-KARDEX
               WHEN "3"
                   PERFORM REPORTE-REORDEN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN INPUT INVENTARIO-FILE
           IF FS-INVENTARIO = "35"
               DISPLAY "NO HAY CONCEPTOS CON INVENTARIO"
                   " (inventario.dat)"
               STOP RUN
           END-IF
           OPEN INPUT INVMOV-FILE
           IF FS-INVMOV = "35"
               OPEN OUTPUT INVMOV-FILE
               CLOSE INVMOV-FILE
               OPEN INPUT INVMOV-FILE
           END-IF
           OPEN INPUT CONCEPTOS-FILE
           PERFORM FORMATEAR-FECHA-HOY.

       REPORTE-EXISTENCIAS.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "EXISTENCIAS AL " WS-FECHA-FORMATEADA
           DISPLAY "================================================"
           DISPLAY "CONCEPTO   DESCRIPCION                    "
               "EXISTENCIA ULT.COSTO        VALOR  ULT.MOV"
           MOVE SPACES TO INV-CONCEPTO
           MOVE 'N' TO WS-EOF
           START INVENTARIO-FILE KEY IS NOT LESS THAN INV-CONCEPTO
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ INVENTARIO-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF INVENTARIO-ACTIVO
                           PERFORM MOSTRAR-EXISTENCIA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "CONCEPTOS CON INVENTARIO:  " WS-NUM-CONCEPTOS
           DISPLAY "EN PUNTO DE REORDEN (*):   " WS-NUM-REORDEN
           MOVE WS-TOTAL-VALOR TO WS-DISPLAY-TOTAL
           DISPLAY "VALOR DEL INVENTARIO:  " WS-DISPLAY-TOTAL
           DISPLAY "================================================".

       MOSTRAR-EXISTENCIA.
           ADD 1 TO WS-NUM-CONCEPTOS
           PERFORM LEER-DESCRIPCION-CONCEPTO
           MOVE SPACE TO WS-MARCA
           IF INV-EXISTENCIA <= INV-PUNTO-REORDEN
               MOVE "*" TO WS-MARCA
               ADD 1 TO WS-NUM-REORDEN
           END-IF
           COMPUTE WS-VALOR = INV-EXISTENCIA * INV-ULTIMO-COSTO
           ADD WS-VALOR TO WS-TOTAL-VALOR
           MOVE INV-EXISTENCIA TO WS-DISPLAY-EXISTENCIA
           MOVE INV-ULTIMO-COSTO TO WS-DISPLAY-COSTO
           MOVE WS-VALOR TO WS-DISPLAY-VALOR
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING INV-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRIPCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-EXISTENCIA DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SIZE
                  WS-DISPLAY-COSTO DELIMITED BY SIZE
                  WS-DISPLAY-VALOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INV-FECHA-ULT-MOV DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       REPORTE-KARDEX.
           DISPLAY "CONCEPTO: " WITH NO ADVANCING
           ACCEPT WS-CONCEPTO-BUSCAR
           DISPLAY "FECHA DESDE (AAAA-MM-DD, EN BLANCO = TODAS): "
               WITH NO ADVANCING
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAA-MM-DD, EN BLANCO = TODAS): "
               WITH NO ADVANCING
           ACCEPT WS-FECHA-HASTA
           MOVE SPACES TO INV-CONCEPTO
           MOVE FUNCTION TRIM(WS-CONCEPTO-BUSCAR) TO INV-CONCEPTO
           MOVE INV-CONCEPTO TO WS-CONCEPTO-BUSCAR
           READ INVENTARIO-FILE
               INVALID KEY
                   DISPLAY "EL CONCEPTO NO MANEJA INVENTARIO"
               NOT INVALID KEY
                   PERFORM LISTAR-KARDEX
           END-READ.

       LISTAR-KARDEX.
           PERFORM LEER-DESCRIPCION-CONCEPTO
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "KARDEX DE " WS-CONCEPTO-BUSCAR " " WS-DESCRIPCION
           IF WS-FECHA-DESDE NOT = SPACES OR
                   WS-FECHA-HASTA NOT = SPACES
               DISPLAY "PERIODO: " WS-FECHA-DESDE " A " WS-FECHA-HASTA
           END-IF
           DISPLAY "================================================"
           DISPLAY "FECHA      DOCUMENTO  LN TIPO       CANTIDAD"
               " EXISTENCIA REFERENCIA"
           MOVE WS-CONCEPTO-BUSCAR TO INVM-CONCEPTO
           MOVE 'N' TO WS-EOF-MOV
           START INVMOV-FILE KEY IS EQUAL TO INVM-CONCEPTO
               INVALID KEY
                   SET EOF-MOVIMIENTO TO TRUE
           END-START
           PERFORM UNTIL EOF-MOVIMIENTO
               READ INVMOV-FILE NEXT RECORD
                   AT END
                       SET EOF-MOVIMIENTO TO TRUE
                   NOT AT END
                       IF INVM-CONCEPTO NOT = WS-CONCEPTO-BUSCAR
                           SET EOF-MOVIMIENTO TO TRUE
                       ELSE
                           PERFORM FILTRAR-MOVIMIENTO-KARDEX
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "MOVIMIENTOS:               " WS-NUM-MOVIMIENTOS
           MOVE WS-TOT-ENTRADAS TO WS-DISPLAY-CANTIDAD
           DISPLAY "ENTRADAS POR COMPRA:       " WS-DISPLAY-CANTIDAD
           MOVE WS-TOT-SALIDAS TO WS-DISPLAY-CANTIDAD
           DISPLAY "SALIDAS POR VENTA:         " WS-DISPLAY-CANTIDAD
           MOVE WS-TOT-DEVOLUCIONES TO WS-DISPLAY-CANTIDAD
           DISPLAY "DEVOLUCIONES:              " WS-DISPLAY-CANTIDAD
           MOVE WS-TOTAL-COMPRA TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE COMPRADO:      " WS-DISPLAY-TOTAL
           MOVE INV-EXISTENCIA TO WS-DISPLAY-EXISTENCIA
           DISPLAY "EXISTENCIA ACTUAL:       " WS-DISPLAY-EXISTENCIA
           DISPLAY "================================================".

       FILTRAR-MOVIMIENTO-KARDEX.
           IF (WS-FECHA-DESDE = SPACES OR
                   INVM-FECHA NOT < WS-FECHA-DESDE) AND
               (WS-FECHA-HASTA = SPACES OR
                   INVM-FECHA NOT > WS-FECHA-HASTA)
               PERFORM MOSTRAR-MOVIMIENTO-KARDEX
           END-IF.

       MOSTRAR-MOVIMIENTO-KARDEX.
           ADD 1 TO WS-NUM-MOVIMIENTOS
           MOVE SPACES TO WS-REFERENCIA
           EVALUATE TRUE
               WHEN INVM-ENTRADA
                   MOVE "ENTRADA" TO WS-TIPO-DESC
                   MOVE INVM-PROVEEDOR TO WS-REFERENCIA
                   ADD INVM-CANTIDAD TO WS-TOT-ENTRADAS
                   COMPUTE WS-VALOR = INVM-CANTIDAD * INVM-COSTO-UNIT
                   ADD WS-VALOR TO WS-TOTAL-COMPRA
               WHEN INVM-SALIDA
                   MOVE "VENTA" TO WS-TIPO-DESC
                   MOVE INVM-ALUMNO TO WS-REFERENCIA
                   ADD INVM-CANTIDAD TO WS-TOT-SALIDAS
               WHEN INVM-DEVOLUCION
                   MOVE "DEVOLUCION" TO WS-TIPO-DESC
                   MOVE INVM-ALUMNO TO WS-REFERENCIA
                   ADD INVM-CANTIDAD TO WS-TOT-DEVOLUCIONES
               WHEN OTHER
                   MOVE INVM-TIPO TO WS-TIPO-DESC
           END-EVALUATE
           MOVE INVM-CANTIDAD TO WS-DISPLAY-CANTIDAD
           MOVE INVM-EXISTENCIA TO WS-DISPLAY-EXISTENCIA
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING INVM-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INVM-DOCUMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INVM-LINEA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIPO-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-CANTIDAD DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-EXISTENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REFERENCIA DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       REPORTE-REORDEN.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "CONCEPTOS EN PUNTO DE REORDEN AL "
               WS-FECHA-FORMATEADA
           DISPLAY "================================================"
           DISPLAY "CONCEPTO   DESCRIPCION                    "
               "EXISTENCIA  REORDEN  MAXIMO  SUGERIDO"
           MOVE SPACES TO INV-CONCEPTO
           MOVE 'N' TO WS-EOF
           START INVENTARIO-FILE KEY IS NOT LESS THAN INV-CONCEPTO
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ INVENTARIO-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF INVENTARIO-ACTIVO AND
                               INV-EXISTENCIA <= INV-PUNTO-REORDEN
                           PERFORM MOSTRAR-REORDEN
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "CONCEPTOS POR SURTIR:      " WS-NUM-REORDEN
           DISPLAY "================================================".

       MOSTRAR-REORDEN.
           ADD 1 TO WS-NUM-REORDEN
           PERFORM LEER-DESCRIPCION-CONCEPTO
           MOVE 0 TO WS-SUGERIDO
           IF INV-MAXIMO > INV-EXISTENCIA
               COMPUTE WS-SUGERIDO = INV-MAXIMO - INV-EXISTENCIA
           END-IF
           MOVE INV-EXISTENCIA TO WS-DISPLAY-EXISTENCIA
           MOVE INV-PUNTO-REORDEN TO WS-DISPLAY-PUNTO
           MOVE INV-MAXIMO TO WS-DISPLAY-MAXIMO
           MOVE WS-SUGERIDO TO WS-DISPLAY-SUGERIDO
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING INV-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRIPCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-EXISTENCIA DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISPLAY-PUNTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPLAY-MAXIMO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-DISPLAY-SUGERIDO DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       LEER-DESCRIPCION-CONCEPTO.
           MOVE SPACES TO WS-DESCRIPCION
           MOVE INV-CONCEPTO TO CONCEPTO-CODIGO
           READ CONCEPTOS-FILE
               INVALID KEY
                   MOVE "(CONCEPTO NO ENCONTRADO)" TO WS-DESCRIPCION
               NOT INVALID KEY
                   MOVE CONCEPTO-DESCRIPCION TO WS-DESCRIPCION
           END-READ.

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
           CLOSE CONCEPTOS-FILE.

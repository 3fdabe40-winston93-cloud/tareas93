       FILE-CONTROL.
           COPY "ingreso-select.cpy".
           COPY "concepto-select.cpy".
           COPY "movcaja-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ingreso-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "movcaja-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-INGRESOS          PIC XX.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-MOVCAJA           PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-EOF-MOV           PIC X VALUE 'N'.
               88  EOF-MOVIMIENTO   VALUE 'Y'.

       01  WS-FECHA-BUSCAR          PIC X(10).
       01  WS-CODIGO-ANTERIOR       PIC X(10).
           05  WS-TOTAL-EFECTIVO    PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-TARJETA     PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-TRANSF      PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-CHEQUE      PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-SALDO-FAVOR PIC S9(7)V99 VALUE 0.

       01  WS-RESUMEN-MOVIMIENTOS.
           05  WS-TOTAL-FONDO       PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-RETIROS     PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-DEVOLUCIONES PIC S9(7)V99 VALUE 0.
           05  WS-EFECTIVO-ESPERADO PIC S9(7)V99 VALUE 0.

       01  WS-RESUMEN-CAJEROS.
           05  WS-NUM-CAJEROS       PIC 9(2) VALUE 0.
           05  WS-CAJ OCCURS 20 TIMES
               10  WS-CAJ-EFECTIVO      PIC S9(7)V99.
               10  WS-CAJ-TARJETA       PIC S9(7)V99.
               10  WS-CAJ-TRANSF        PIC S9(7)V99.
               10  WS-CAJ-CHEQUE        PIC S9(7)V99.
               10  WS-CAJ-SALDOF        PIC S9(7)V99.
               10  WS-CAJ-FONDO         PIC S9(7)V99.
               10  WS-CAJ-RETIROS       PIC S9(7)V99.
               10  WS-CAJ-DEVOL         PIC S9(7)V99.
       01  WS-CAJERO-LINEA          PIC X(20).

       01  WS-GRAN-TOTAL            PIC S9(7)V99 VALUE 0.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PEDIR-FECHA
           PERFORM PROCESAR-INGRESOS-DIA
           PERFORM PROCESAR-MOVIMIENTOS-DIA
           PERFORM IMPRIMIR-REPORTE
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN INPUT INGRESOS-FILE
           OPEN INPUT CONCEPTOS-FILE
           OPEN INPUT MOVCAJA-FILE
           IF FS-MOVCAJA = "35"
               OPEN OUTPUT MOVCAJA-FILE
               CLOSE MOVCAJA-FILE
               OPEN INPUT MOVCAJA-FILE
           END-IF.

       PEDIR-FECHA.
           DISPLAY "ARQUEO DE CAJA - CORTE DIARIO".
                   ADD INGRESO-TOTAL TO WS-TOTAL-TARJETA
               WHEN PAGO-TRANSFERENCIA
                   ADD INGRESO-TOTAL TO WS-TOTAL-TRANSF
               WHEN PAGO-CHEQUE
                   ADD INGRESO-TOTAL TO WS-TOTAL-CHEQUE
               WHEN PAGO-ANTICIPO
                   ADD INGRESO-TOTAL TO WS-TOTAL-SALDO-FAVOR
           END-EVALUATE
           IF WS-NUM-CAJEROS < 20
               ADD 1 TO WS-NUM-CAJEROS
               SET IDX-CAJ TO WS-NUM-CAJEROS
               PERFORM INICIALIZAR-CAJERO-RESUMEN
               PERFORM SUMAR-EN-CAJERO
           END-IF.

       INICIALIZAR-CAJERO-RESUMEN.
           MOVE WS-CAJERO-LINEA TO WS-CAJ-CODIGO(IDX-CAJ)
           MOVE 0 TO WS-CAJ-EFECTIVO(IDX-CAJ)
           MOVE 0 TO WS-CAJ-TARJETA(IDX-CAJ)
           MOVE 0 TO WS-CAJ-TRANSF(IDX-CAJ)
           MOVE 0 TO WS-CAJ-CHEQUE(IDX-CAJ)
           MOVE 0 TO WS-CAJ-SALDOF(IDX-CAJ)
           MOVE 0 TO WS-CAJ-FONDO(IDX-CAJ)
           MOVE 0 TO WS-CAJ-RETIROS(IDX-CAJ)
           MOVE 0 TO WS-CAJ-DEVOL(IDX-CAJ).

       SUMAR-EN-CAJERO.
           EVALUATE TRUE
               WHEN PAGO-EFECTIVO
                   ADD INGRESO-TOTAL TO WS-CAJ-TARJETA(IDX-CAJ)
               WHEN PAGO-TRANSFERENCIA
                   ADD INGRESO-TOTAL TO WS-CAJ-TRANSF(IDX-CAJ)
               WHEN PAGO-CHEQUE
                   ADD INGRESO-TOTAL TO WS-CAJ-CHEQUE(IDX-CAJ)
               WHEN PAGO-ANTICIPO
                   ADD INGRESO-TOTAL TO WS-CAJ-SALDOF(IDX-CAJ)
           END-EVALUATE.

       PROCESAR-MOVIMIENTOS-DIA.
           MOVE WS-FECHA-BUSCAR TO MOVC-FECHA
           MOVE 'N' TO WS-EOF-MOV
           START MOVCAJA-FILE KEY IS EQUAL TO MOVC-FECHA
               INVALID KEY
                   SET EOF-MOVIMIENTO TO TRUE
           END-START
           PERFORM UNTIL EOF-MOVIMIENTO
               READ MOVCAJA-FILE NEXT RECORD
                   AT END
                       SET EOF-MOVIMIENTO TO TRUE
                   NOT AT END
                       IF MOVC-FECHA NOT = WS-FECHA-BUSCAR
                           SET EOF-MOVIMIENTO TO TRUE
                       ELSE
                           PERFORM ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-EFECTIVO-ESPERADO =
               WS-TOTAL-FONDO + WS-TOTAL-EFECTIVO -
               WS-TOTAL-RETIROS - WS-TOTAL-DEVOLUCIONES.

       ACUMULAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOVC-FONDO
                   ADD MOVC-IMPORTE TO WS-TOTAL-FONDO
               WHEN MOVC-RETIRO
                   ADD MOVC-IMPORTE TO WS-TOTAL-RETIROS
               WHEN MOVC-DEVOLUCION
                   ADD MOVC-IMPORTE TO WS-TOTAL-DEVOLUCIONES
           END-EVALUATE
           IF MOVC-CAJERO = SPACES
               MOVE "(SIN CAJERO)" TO WS-CAJERO-LINEA
           ELSE
               MOVE MOVC-CAJERO TO WS-CAJERO-LINEA
           END-IF
           SET IDX-CAJ TO 1
           SEARCH WS-CAJ
               AT END
                   PERFORM AGREGAR-CAJERO-MOVIMIENTO
               WHEN WS-CAJ-CODIGO(IDX-CAJ) = WS-CAJERO-LINEA
                   PERFORM SUMAR-MOVIMIENTO-EN-CAJERO
           END-SEARCH.

       AGREGAR-CAJERO-MOVIMIENTO.
           IF WS-NUM-CAJEROS < 20
               ADD 1 TO WS-NUM-CAJEROS
               SET IDX-CAJ TO WS-NUM-CAJEROS
               PERFORM INICIALIZAR-CAJERO-RESUMEN
               PERFORM SUMAR-MOVIMIENTO-EN-CAJERO
           END-IF.

       SUMAR-MOVIMIENTO-EN-CAJERO.
           EVALUATE TRUE
               WHEN MOVC-FONDO
                   ADD MOVC-IMPORTE TO WS-CAJ-FONDO(IDX-CAJ)
               WHEN MOVC-RETIRO
                   ADD MOVC-IMPORTE TO WS-CAJ-RETIROS(IDX-CAJ)
               WHEN MOVC-DEVOLUCION
                   ADD MOVC-IMPORTE TO WS-CAJ-DEVOL(IDX-CAJ)
           END-EVALUATE.

       BUSCAR-DESCRIPCION-CONCEPTO.
           MOVE SPACES TO CONCEPTO-CODIGO
           MOVE INGRESO-CONCEPTO TO CONCEPTO-CODIGO
           DISPLAY "TOTAL TARJETA:     " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-TRANSF TO WS-DISPLAY-TOTAL
           DISPLAY "TOTAL TRANSFERENCIA: " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CHEQUE TO WS-DISPLAY-TOTAL
           DISPLAY "TOTAL CHEQUES:     " WS-DISPLAY-TOTAL
               "  (NO EFECTIVO)"
           MOVE WS-TOTAL-SALDO-FAVOR TO WS-DISPLAY-TOTAL
           DISPLAY "TOTAL SALDO A FAVOR: " WS-DISPLAY-TOTAL
           DISPLAY "------------------------------------------------".
           DISPLAY "MOVIMIENTOS DE CAJA:".
           MOVE WS-TOTAL-FONDO TO WS-DISPLAY-TOTAL
           DISPLAY "FONDO DE CAJA:     " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-RETIROS TO WS-DISPLAY-TOTAL
           DISPLAY "RETIROS PARCIALES: " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-DEVOLUCIONES TO WS-DISPLAY-TOTAL
           DISPLAY "DEVOLUCIONES:      " WS-DISPLAY-TOTAL
           MOVE WS-EFECTIVO-ESPERADO TO WS-DISPLAY-TOTAL
           DISPLAY "EFECTIVO ESPERADO EN CAJA: " WS-DISPLAY-TOTAL
           DISPLAY "(FONDO + EFECTIVO - RETIROS - DEVOLUCIONES)"
           DISPLAY "------------------------------------------------".
           DISPLAY "POR CAJERO (EFVO / TARJ / TRANSF / CHEQUE /"
               " SALDO FAVOR):".
           PERFORM VARYING IDX-CAJ FROM 1 BY 1
                   UNTIL IDX-CAJ > WS-NUM-CAJEROS
               PERFORM IMPRIMIR-RENGLON-CAJERO
           DISPLAY "------------------------------------------------".
           MOVE WS-GRAN-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "GRAN TOTAL:        " WS-DISPLAY-TOTAL
           DISPLAY "(GRAN TOTAL = EFVO + TARJ + TRANSF + CHEQUE +"
               " SALDO FAVOR)"
           DISPLAY "NUMERO DE RECIBOS: " WS-NUM-RECIBOS
           DISPLAY "NUMERO DE LINEAS:  " WS-NUM-LINEAS
           DISPLAY "================================================".
           DISPLAY "   TARJETA:       " WS-DISPLAY-TOTAL
           MOVE WS-CAJ-TRANSF(IDX-CAJ) TO WS-DISPLAY-TOTAL
           DISPLAY "   TRANSFERENCIA: " WS-DISPLAY-TOTAL
           MOVE WS-CAJ-CHEQUE(IDX-CAJ) TO WS-DISPLAY-TOTAL
           DISPLAY "   CHEQUES:       " WS-DISPLAY-TOTAL
           MOVE WS-CAJ-SALDOF(IDX-CAJ) TO WS-DISPLAY-TOTAL
           DISPLAY "   SALDO A FAVOR: " WS-DISPLAY-TOTAL
           IF WS-CAJ-FONDO(IDX-CAJ) NOT = 0 OR
                   WS-CAJ-RETIROS(IDX-CAJ) NOT = 0 OR
                   WS-CAJ-DEVOL(IDX-CAJ) NOT = 0
               MOVE WS-CAJ-FONDO(IDX-CAJ) TO WS-DISPLAY-TOTAL
               DISPLAY "   FONDO:         " WS-DISPLAY-TOTAL
               MOVE WS-CAJ-RETIROS(IDX-CAJ) TO WS-DISPLAY-TOTAL
               DISPLAY "   RETIROS:       " WS-DISPLAY-TOTAL
               MOVE WS-CAJ-DEVOL(IDX-CAJ) TO WS-DISPLAY-TOTAL
               DISPLAY "   DEVOLUCIONES:  " WS-DISPLAY-TOTAL
           END-IF.

       TERMINATE-PROGRAM.
           CLOSE INGRESOS-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE MOVCAJA-FILE.

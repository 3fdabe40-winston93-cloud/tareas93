       FILE-CONTROL.
           COPY "ingreso-select.cpy".
           COPY "corte-select.cpy".
           COPY "movcaja-select.cpy".
           COPY "cheque-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ingreso-fd.cpy".
           COPY "corte-fd.cpy".
           COPY "movcaja-fd.cpy".
           COPY "cheque-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-INGRESOS          PIC XX.
           05  FS-CORTES            PIC XX.
           05  FS-MOVCAJA           PIC XX.
           05  FS-CHEQUES           PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-EOF-MOV           PIC X VALUE 'N'.
               88  EOF-MOVIMIENTO   VALUE 'Y'.
           05  WS-YA-CERRADO        PIC X VALUE 'N'.
               88  DIA-YA-CERRADO   VALUE 'Y'.
           05  WS-EOF-CHEQUE        PIC X VALUE 'N'.
               88  EOF-CHEQUE       VALUE 'Y'.

       01  WS-FECHA-BUSCAR          PIC X(10).
       01  WS-CAJERO                PIC X(20).
       01  WS-CONFIRMA              PIC X(1).

       01  WS-TOTAL-EFECTIVO        PIC S9(7)V99 VALUE 0.
       01  WS-MOVIMIENTOS-CAJA.
           05  WS-COBROS-EFECTIVO   PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-FONDO       PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-RETIROS     PIC S9(7)V99 VALUE 0.
           05  WS-TOTAL-DEVOLUCIONES PIC S9(7)V99 VALUE 0.
       01  WS-COBROS-CHEQUE         PIC S9(7)V99 VALUE 0.
       01  WS-NUM-CHEQUES           PIC 9(5) VALUE 0.
       01  WS-TOTAL-CONTADO         PIC S9(7)V99 VALUE 0.
       01  WS-DIFERENCIA            PIC S9(7)V99 VALUE 0.

           05  WS-M050              PIC 9(5).

       01  WS-DISPLAY-TOTAL         PIC Z.ZZZ.ZZ9,99-.
       01  WS-REPORTE-LINEA         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM CAPTURAR-DENOMINACIONES
               PERFORM CALCULAR-CONTADO
               PERFORM MOSTRAR-COMPARATIVO
               PERFORM MOSTRAR-CHEQUES-DIA
               PERFORM CONFIRMAR-Y-GRABAR
           END-IF
           PERFORM TERMINATE-PROGRAM
               OPEN OUTPUT CORTES-FILE
               CLOSE CORTES-FILE
               OPEN I-O CORTES-FILE
           END-IF
           OPEN INPUT MOVCAJA-FILE
           IF FS-MOVCAJA = "35"
               OPEN OUTPUT MOVCAJA-FILE
               CLOSE MOVCAJA-FILE
               OPEN INPUT MOVCAJA-FILE
           END-IF
           OPEN INPUT CHEQUES-FILE
           IF FS-CHEQUES = "35"
               OPEN OUTPUT CHEQUES-FILE
               CLOSE CHEQUES-FILE
               OPEN INPUT CHEQUES-FILE
           END-IF.

       PEDIR-FECHA.
           END-READ.

       CALCULAR-EFECTIVO-SISTEMA.
           MOVE 0 TO WS-COBROS-EFECTIVO
           MOVE 0 TO WS-COBROS-CHEQUE
           MOVE SPACES TO INGRESO-FECHA
           MOVE WS-FECHA-BUSCAR TO INGRESO-FECHA
           MOVE 'N' TO WS-EOF
                           SET EOF TO TRUE
                       ELSE
                           IF PAGO-EFECTIVO
                               ADD INGRESO-TOTAL TO WS-COBROS-EFECTIVO
                           END-IF
                           IF PAGO-CHEQUE
                               ADD INGRESO-TOTAL TO WS-COBROS-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SUMAR-MOVIMIENTOS-CAJA
           COMPUTE WS-TOTAL-EFECTIVO =
               WS-TOTAL-FONDO + WS-COBROS-EFECTIVO -
               WS-TOTAL-RETIROS - WS-TOTAL-DEVOLUCIONES.

       SUMAR-MOVIMIENTOS-CAJA.
           MOVE 0 TO WS-TOTAL-FONDO
           MOVE 0 TO WS-TOTAL-RETIROS
           MOVE 0 TO WS-TOTAL-DEVOLUCIONES
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
                           EVALUATE TRUE
                               WHEN MOVC-FONDO
                                   ADD MOVC-IMPORTE TO WS-TOTAL-FONDO
                               WHEN MOVC-RETIRO
                                   ADD MOVC-IMPORTE TO WS-TOTAL-RETIROS
                               WHEN MOVC-DEVOLUCION
                                   ADD MOVC-IMPORTE
                                       TO WS-TOTAL-DEVOLUCIONES
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       CAPTURAR-DENOMINACIONES.
       MOSTRAR-COMPARATIVO.
           DISPLAY " ".
           DISPLAY "------------------------------------------------".
           MOVE WS-TOTAL-FONDO TO WS-DISPLAY-TOTAL
           DISPLAY "FONDO DE CAJA:          " WS-DISPLAY-TOTAL
           MOVE WS-COBROS-EFECTIVO TO WS-DISPLAY-TOTAL
           DISPLAY "COBROS EN EFECTIVO:     " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-RETIROS TO WS-DISPLAY-TOTAL
           DISPLAY "RETIROS PARCIALES:      " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-DEVOLUCIONES TO WS-DISPLAY-TOTAL
           DISPLAY "DEVOLUCIONES:           " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-EFECTIVO TO WS-DISPLAY-TOTAL
           DISPLAY "EFECTIVO SEGUN SISTEMA: " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CONTADO TO WS-DISPLAY-TOTAL
           DISPLAY "DIFERENCIA:             " WS-DISPLAY-TOTAL
           DISPLAY "------------------------------------------------".

       MOSTRAR-CHEQUES-DIA.
           MOVE WS-COBROS-CHEQUE TO WS-DISPLAY-TOTAL
           DISPLAY "COBROS CON CHEQUE:      " WS-DISPLAY-TOTAL
           DISPLAY "(NO SE INCLUYEN EN EL EFECTIVO, SE ENTREGAN APARTE)"
           MOVE 0 TO WS-NUM-CHEQUES
           MOVE SPACES TO CHEQUE-FECHA
           MOVE WS-FECHA-BUSCAR TO CHEQUE-FECHA
           MOVE 'N' TO WS-EOF-CHEQUE
           START CHEQUES-FILE KEY IS EQUAL TO CHEQUE-FECHA
               INVALID KEY
                   SET EOF-CHEQUE TO TRUE
           END-START
           PERFORM UNTIL EOF-CHEQUE
               READ CHEQUES-FILE NEXT RECORD
                   AT END
                       SET EOF-CHEQUE TO TRUE
                   NOT AT END
                       IF CHEQUE-FECHA NOT = WS-FECHA-BUSCAR
                           SET EOF-CHEQUE TO TRUE
                       ELSE
                           PERFORM MOSTRAR-RENGLON-CHEQUE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CHEQUES RECIBIDOS:      " WS-NUM-CHEQUES
           DISPLAY "------------------------------------------------".

       MOSTRAR-RENGLON-CHEQUE.
           ADD 1 TO WS-NUM-CHEQUES
           MOVE CHEQUE-IMPORTE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING "FOLIO " DELIMITED BY SIZE
                  CHEQUE-FOLIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHEQUE-BANCO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHEQUE-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       CONFIRMAR-Y-GRABAR.
           DISPLAY "QUIEN CIERRA LA CAJA: " WITH NO ADVANCING
           ACCEPT WS-CAJERO

       TERMINATE-PROGRAM.
           CLOSE INGRESOS-FILE
           CLOSE CORTES-FILE
           CLOSE MOVCAJA-FILE
           CLOSE CHEQUES-FILE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "alumno-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "cargo-select.cpy".
           SELECT SORT-ADEUDOS ASSIGN TO "adeudos.tmp".

       DATA DIVISION.
       FILE SECTION.
           COPY "alumno-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "cargo-fd.cpy".

       SD  SORT-ADEUDOS.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ALUMNO            PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-CARGOS            PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF-ALUMNO        PIC X VALUE 'N'.
               88  EOF-ALUMNO       VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-SORT          PIC X VALUE 'N'.
               88  EOF-SORT         VALUE 'Y'.
           05  WS-PRIMER-RENGLON    PIC X VALUE 'Y'.
               88  PRIMER-RENGLON   VALUE 'Y'.

       01  WS-MES-BUSCAR            PIC X(7).
       01  WS-NUM-ADEUDOS           PIC 9(5) VALUE 0.
       01  WS-GRADO-ANTERIOR        PIC 9(2).
       01  WS-GRUPO-ANTERIOR        PIC X(1).

       01  WS-NUM-CARGOS-MES        PIC 9(2) VALUE 0.
       01  WS-TOTAL-CARGOS          PIC S9(7)V99.
       01  WS-TOTAL-PAGOS           PIC S9(7)V99.
       01  WS-SALDO                 PIC S9(7)V99.
       01  WS-PAGADO-CARGO          PIC S9(7)V99.
       01  WS-CERRADO-CARGO         PIC S9(7)V99.
       01  WS-SALDO-CARGO           PIC S9(7)V99.
       01  WS-DISPLAY-SALDO         PIC Z.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.

       INITIALIZE-PROGRAM.
           OPEN INPUT ALUMNO-FILE
           OPEN INPUT CARGOS-FILE
           IF FS-CARGOS = "35"
               DISPLAY "NO EXISTE cargos.dat, CORRA PRIMERO"
                   " LA GENERACION DE CARGOS (CARGOS1)"
               CLOSE ALUMNO-FILE
               STOP RUN
           END-IF
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN INPUT APLICACIONES-FILE
           END-IF.

       PEDIR-MES.
           MOVE 0 TO WS-SALDO
           PERFORM ACUMULAR-CARGOS-ALUMNO
           IF WS-NUM-CARGOS-MES > 0
               COMPUTE WS-SALDO = WS-TOTAL-CARGOS - WS-TOTAL-PAGOS
           END-IF.

           END-PERFORM.

       GUARDAR-CARGO-MES.
           PERFORM ACUMULAR-APLICADO-CARGO
           IF WS-CERRADO-CARGO = 0
               ADD CARGO-IMPORTE TO WS-TOTAL-CARGOS
               ADD WS-PAGADO-CARGO TO WS-TOTAL-PAGOS
               IF WS-NUM-CARGOS-MES < 99
                   ADD 1 TO WS-NUM-CARGOS-MES
               END-IF
           ELSE
               COMPUTE WS-SALDO-CARGO = CARGO-IMPORTE
                   - WS-PAGADO-CARGO - WS-CERRADO-CARGO
               IF WS-SALDO-CARGO NOT = 0
                   ADD WS-SALDO-CARGO TO WS-TOTAL-CARGOS
                   IF WS-NUM-CARGOS-MES < 99
                       ADD 1 TO WS-NUM-CARGOS-MES
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-APLICADO-CARGO.
           MOVE 0 TO WS-PAGADO-CARGO
           MOVE 0 TO WS-CERRADO-CARGO
           MOVE 'N' TO WS-EOF-APLIC
           MOVE CARGO-LLAVE TO APLIC-CARGO
           START APLICACIONES-FILE KEY IS EQUAL TO APLIC-CARGO
               INVALID KEY
                   SET EOF-APLICACION TO TRUE
           END-START
           PERFORM UNTIL EOF-APLICACION
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CARGO NOT = CARGO-LLAVE
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           IF APLIC-CODIGO(1:2) = "CV" OR
                                   APLIC-CODIGO(1:2) = "BJ"
                               ADD APLIC-IMPORTE TO WS-CERRADO-CARGO
                           ELSE
                               ADD APLIC-IMPORTE TO WS-PAGADO-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-SORT-ADEUDOS.
           SET PRIMER-RENGLON TO TRUE
           MOVE 'N' TO WS-EOF-SORT

       TERMINATE-PROGRAM.
           CLOSE ALUMNO-FILE
           CLOSE CARGOS-FILE
           CLOSE APLICACIONES-FILE.

           COPY "ingreso-select.cpy".
           COPY "tutor-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "aplicacion-select.cpy".
           SELECT SORT-EDOCTA ASSIGN TO "edocta.tmp".
           SELECT EDOCTA-FILE ASSIGN TO WS-EDOCTA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ingreso-fd.cpy".
           COPY "tutor-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "aplicacion-fd.cpy".

       SD  SORT-EDOCTA.
       01  SORT-EDOCTA-REC.
           05  FS-TUTORES           PIC XX.
           05  FS-ANTICIPOS         PIC XX.
           05  FS-EDOCTA            PIC XX.
           05  FS-APLICACIONES      PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF-ALUMNO        PIC X VALUE 'N'.
               88  EOF-INGRESO      VALUE 'Y'.
           05  WS-EOF-SORT          PIC X VALUE 'N'.
               88  EOF-SORT         VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.

       01  WS-SELECCION.
           05  WS-SEL-GRADO         PIC 9(2).
           05  WS-SEL-GRUPO         PIC X(1).
           05  WS-SEL-ALUMNO        PIC X(10).

       01  WS-CARGO-RENGLON.
           05  WS-PAGADO-CARGO      PIC S9(7)V99.
           05  WS-CONVENIO-CARGO    PIC S9(7)V99.
           05  WS-BAJA-CARGO        PIC S9(7)V99.
           05  WS-SALDO-CARGO       PIC S9(7)V99.
           05  WS-CIERRE-DESC       PIC X(20).

       01  WS-TOTALES.
           05  WS-TOTAL-CARGOS      PIC S9(9)V99.
           05  WS-TOTAL-RECARGOS    PIC S9(9)V99.
           05  WS-TOTAL-PAGOS       PIC S9(9)V99.
           05  WS-TOTAL-CERRADOS    PIC S9(9)V99.
           05  WS-SALDO-FINAL       PIC S9(9)V99.

       01  WS-CONTADORES.
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-DISPLAY-IMPORTE       PIC Z.ZZZ.ZZ9,99-.
       01  WS-DISPLAY-PAGADO        PIC Z.ZZZ.ZZ9,99-.
       01  WS-DISPLAY-SALDO         PIC Z.ZZZ.ZZ9,99-.
       01  WS-DISPLAY-CANTIDAD      PIC -999.

       PROCEDURE DIVISION.
               CLOSE ANTICIPOS-FILE
               OPEN INPUT ANTICIPOS-FILE
           END-IF
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN INPUT APLICACIONES-FILE
           END-IF
           PERFORM FORMATEAR-FECHA-HOY
           MOVE SPACES TO WS-EDOCTA-NOMBRE
           STRING "edocta-" DELIMITED BY SIZE
           MOVE 0 TO WS-TOTAL-CARGOS
           MOVE 0 TO WS-TOTAL-RECARGOS
           MOVE 0 TO WS-TOTAL-PAGOS
           MOVE 0 TO WS-TOTAL-CERRADOS
           PERFORM ESCRIBIR-ENCABEZADO-ALUMNO
           PERFORM ESCRIBIR-CARGOS-ALUMNO
           PERFORM ESCRIBIR-PAGOS-ALUMNO
           WRITE EDOCTA-LINEA
           MOVE "CARGOS DEL CICLO" TO EDOCTA-LINEA
           WRITE EDOCTA-LINEA
           MOVE SPACES TO EDOCTA-LINEA
           STRING "MES     CONCEPTO   TIPO      IMPORTE"
                      DELIMITED BY SIZE
                  "        PAGADO         SALDO" DELIMITED BY SIZE
               INTO EDOCTA-LINEA
           WRITE EDOCTA-LINEA
           MOVE SPACES TO CARGO-LLAVE
           MOVE SE-CODIGO TO CARGO-ALUMNO
           END-PERFORM.

       ESCRIBIR-RENGLON-CARGO.
           PERFORM ACUMULAR-APLICADO-CARGO
           IF WS-CONVENIO-CARGO NOT = 0 OR WS-BAJA-CARGO NOT = 0
               PERFORM ESCRIBIR-RENGLON-CERRADO
           ELSE
               PERFORM ESCRIBIR-RENGLON-ABIERTO
           END-IF
           ADD 1 TO WS-NUM-RENGLONES.

       ESCRIBIR-RENGLON-ABIERTO.
           ADD CARGO-IMPORTE TO WS-TOTAL-CARGOS
           IF CARGO-RECARGO
               ADD CARGO-IMPORTE TO WS-TOTAL-RECARGOS
           END-IF
           ADD WS-PAGADO-CARGO TO WS-TOTAL-PAGOS
           COMPUTE WS-SALDO-CARGO = CARGO-IMPORTE - WS-PAGADO-CARGO
           MOVE CARGO-IMPORTE TO WS-DISPLAY-IMPORTE
           MOVE WS-PAGADO-CARGO TO WS-DISPLAY-PAGADO
           MOVE WS-SALDO-CARGO TO WS-DISPLAY-SALDO
           MOVE SPACES TO EDOCTA-LINEA
           STRING CARGO-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CARGO-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-PAGADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
               INTO EDOCTA-LINEA
           WRITE EDOCTA-LINEA.

       ESCRIBIR-RENGLON-CERRADO.
           ADD CARGO-IMPORTE TO WS-TOTAL-CERRADOS
           IF WS-BAJA-CARGO NOT = 0
               MOVE "CANCELADO POR BAJA" TO WS-CIERRE-DESC
           ELSE
               MOVE "EN CONVENIO" TO WS-CIERRE-DESC
           END-IF
           COMPUTE WS-SALDO-CARGO = CARGO-IMPORTE - WS-PAGADO-CARGO
               - WS-CONVENIO-CARGO - WS-BAJA-CARGO
           MOVE CARGO-IMPORTE TO WS-DISPLAY-IMPORTE
           MOVE SPACES TO EDOCTA-LINEA
           IF WS-SALDO-CARGO = 0
               STRING CARGO-MES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CARGO-CONCEPTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CARGO-TIPO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-CIERRE-DESC DELIMITED BY SIZE
                   INTO EDOCTA-LINEA
               WRITE EDOCTA-LINEA
           ELSE
               ADD WS-SALDO-CARGO TO WS-TOTAL-CARGOS
               MOVE WS-PAGADO-CARGO TO WS-DISPLAY-PAGADO
               MOVE WS-SALDO-CARGO TO WS-DISPLAY-SALDO
               STRING CARGO-MES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CARGO-CONCEPTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CARGO-TIPO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-PAGADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-SALDO DELIMITED BY SIZE
                   INTO EDOCTA-LINEA
               WRITE EDOCTA-LINEA
               MOVE SPACES TO EDOCTA-LINEA
               STRING "        " DELIMITED BY SIZE
                      WS-CIERRE-DESC DELIMITED BY SIZE
                      ", SALDO PENDIENTE SOBRE EL CARGO"
                          DELIMITED BY SIZE
                   INTO EDOCTA-LINEA
               WRITE EDOCTA-LINEA
           END-IF.

       ACUMULAR-APLICADO-CARGO.
           MOVE 0 TO WS-PAGADO-CARGO
           MOVE 0 TO WS-CONVENIO-CARGO
           MOVE 0 TO WS-BAJA-CARGO
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
                           PERFORM CLASIFICAR-APLICACION
                       END-IF
               END-READ
           END-PERFORM.

       CLASIFICAR-APLICACION.
           EVALUATE TRUE
               WHEN APLIC-CODIGO(1:2) = "CV"
                   ADD APLIC-IMPORTE TO WS-CONVENIO-CARGO
               WHEN APLIC-CODIGO(1:2) = "BJ"
                   ADD APLIC-IMPORTE TO WS-BAJA-CARGO
               WHEN OTHER
                   ADD APLIC-IMPORTE TO WS-PAGADO-CARGO
           END-EVALUATE.

       ESCRIBIR-PAGOS-ALUMNO.
           MOVE "--------------------------------------------"
               TO EDOCTA-LINEA
           END-PERFORM.

       ESCRIBIR-RENGLON-PAGO.
           MOVE INGRESO-TOTAL TO WS-DISPLAY-IMPORTE
           MOVE INGRESO-CANTIDAD TO WS-DISPLAY-CANTIDAD
           MOVE SPACES TO EDOCTA-LINEA
           WRITE EDOCTA-LINEA
           ADD 1 TO WS-NUM-RENGLONES.

       ESCRIBIR-TOTALES-ALUMNO.
           MOVE "--------------------------------------------"
               TO EDOCTA-LINEA
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
               INTO EDOCTA-LINEA
           WRITE EDOCTA-LINEA
           IF WS-TOTAL-CERRADOS NOT = 0
               MOVE WS-TOTAL-CERRADOS TO WS-DISPLAY-IMPORTE
               MOVE SPACES TO EDOCTA-LINEA
               STRING "CARGOS EN CONVENIO O BAJA:  " DELIMITED BY SIZE
                      WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                      " (NO SUMAN AL SALDO)" DELIMITED BY SIZE
                   INTO EDOCTA-LINEA
               WRITE EDOCTA-LINEA
           END-IF
           PERFORM ESCRIBIR-SALDO-FAVOR.

       ESCRIBIR-SALDO-FAVOR.
           CLOSE INGRESOS-FILE
           CLOSE TUTORES-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE APLICACIONES-FILE
           CLOSE EDOCTA-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA1.
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
           COPY "ingreso-select.cpy".
           COPY "cargo-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "convenio-select.cpy".
           COPY "baja-select.cpy".
           COPY "cheque-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ingreso-fd.cpy".
           COPY "cargo-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "convenio-fd.cpy".
           COPY "baja-fd.cpy".
           COPY "cheque-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-INGRESOS          PIC XX.
           05  FS-CARGOS            PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-CONVENIOS         PIC XX.
           05  FS-BAJAS             PIC XX.
           05  FS-CHEQUES           PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-EOF-CHEQUE        PIC X VALUE 'N'.
               88  EOF-CHEQUE       VALUE 'Y'.
           05  WS-AJUSTE-FLAG       PIC X VALUE 'N'.
               88  HAY-AJUSTES      VALUE 'Y'.

       01  WS-CONFIRMA              PIC X(1).
       01  WS-CONCEPTO-ANTICIPO     PIC X(10) VALUE "ANTICIPO".

       01  WS-APLICACION-CAMPOS.
           05  WS-APL-CODIGO        PIC X(10).
           05  WS-APL-LINEA         PIC 9(2).
           05  WS-APL-ALUMNO        PIC X(10).
           05  WS-APL-CONCEPTO      PIC X(10).
           05  WS-APL-FECHA         PIC X(10).
           05  WS-APL-RESTANTE      PIC S9(7)V99.
           05  WS-APL-APLICADO      PIC S9(7)V99.
           05  WS-APL-ABIERTO       PIC S9(7)V99.
           05  WS-APL-IMPORTE       PIC S9(7)V99.
           05  WS-APL-CARGO-LLAVE   PIC X(27).

       01  WS-APLICACIONES-MAX      PIC 9(2) VALUE 24.
       01  WS-APLICACIONES-LINEA.
           05  WS-NUM-APLICACIONES  PIC 9(2) VALUE 0.
           05  WS-APLICACION OCCURS 24 TIMES.
               10  WS-AP-CARGO          PIC X(27).
               10  WS-AP-IMPORTE        PIC S9(7)V99.
       01  WS-IDX-AP                PIC 9(2).
       01  WS-REF-CODIGO            PIC X(10).
       01  WS-REF-LINEA             PIC 9(2).

       01  WS-CONTADORES.
           05  WS-NUM-LEIDOS        PIC 9(7) VALUE 0.
           05  WS-NUM-APLICADOS     PIC 9(7) VALUE 0.
           05  WS-NUM-SIN-CARGO     PIC 9(7) VALUE 0.
           05  WS-NUM-CORRECCIONES  PIC 9(7) VALUE 0.
           05  WS-NUM-REGISTROS     PIC 9(7) VALUE 0.
           05  WS-IMPORTE-APLICADO  PIC S9(9)V99 VALUE 0.
           05  WS-IMPORTE-SOBRANTE  PIC S9(9)V99 VALUE 0.

       01  WS-DISPLAY-TOTAL         PIC ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APLICACION DE PAGOS HISTORICOS A CARGOS"
           DISPLAY "SE RECONSTRUYE aplicaciones.dat CON LOS RECIBOS"
               " DE ingresos.dat Y LOS CARGOS DE cargos.dat"
           DISPLAY "LAS APLICACIONES QUE YA EXISTAN SE REEMPLAZAN"
           DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM INITIALIZE-PROGRAM
               PERFORM RECORRER-INGRESOS
               PERFORM IMPRIMIR-RESUMEN
               PERFORM TERMINATE-PROGRAM
           ELSE
               DISPLAY "APLICACION CANCELADA"
           END-IF
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN INPUT INGRESOS-FILE
           IF FS-INGRESOS = "35"
               DISPLAY "NO EXISTE ingresos.dat, NADA QUE APLICAR"
               STOP RUN
           END-IF
           OPEN INPUT CARGOS-FILE
           IF FS-CARGOS = "35"
               DISPLAY "NO EXISTE cargos.dat, CORRA PRIMERO"
                   " LA GENERACION DE CARGOS (CARGOS1)"
               CLOSE INGRESOS-FILE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-SIN-CONVENIOS
           PERFORM VERIFICAR-SIN-AJUSTES
           OPEN OUTPUT APLICACIONES-FILE
           CLOSE APLICACIONES-FILE
           OPEN I-O APLICACIONES-FILE
           IF FS-APLICACIONES NOT = "00"
               DISPLAY "ERROR AL ABRIR aplicaciones.dat, STATUS "
                   FS-APLICACIONES
               CLOSE INGRESOS-FILE
               CLOSE CARGOS-FILE
               STOP RUN
           END-IF.

       VERIFICAR-SIN-CONVENIOS.
           OPEN INPUT CONVENIOS-FILE
           IF FS-CONVENIOS = "00"
               MOVE LOW-VALUES TO CONV-CODIGO
               START CONVENIOS-FILE KEY IS NOT LESS THAN CONV-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "YA HAY CONVENIOS DE PAGO REGISTRADOS,"
                           " RECONSTRUIR BORRARIA SUS APLICACIONES"
                       DISPLAY "APLICACION CANCELADA"
                       CLOSE CONVENIOS-FILE
                       CLOSE INGRESOS-FILE
                       CLOSE CARGOS-FILE
                       STOP RUN
               END-START
               CLOSE CONVENIOS-FILE
           END-IF.

       VERIFICAR-SIN-AJUSTES.
           MOVE 'N' TO WS-AJUSTE-FLAG
           PERFORM BUSCAR-APLICACIONES-AJUSTE
           IF HAY-AJUSTES
               DISPLAY "aplicaciones.dat TIENE APLICACIONES DE BAJAS O"
                   " CHEQUES DEVUELTOS, RECONSTRUIR LAS BORRARIA"
           ELSE
               PERFORM BUSCAR-BAJAS
               IF HAY-AJUSTES
                   DISPLAY "YA HAY BAJAS FORMALES REGISTRADAS,"
                       " RECONSTRUIR BORRARIA SUS APLICACIONES"
               ELSE
                   PERFORM BUSCAR-CHEQUES-DEVUELTOS
                   IF HAY-AJUSTES
                       DISPLAY "YA HAY CHEQUES DEVUELTOS REGISTRADOS,"
                           " RECONSTRUIR LOS VOLVERIA A APLICAR"
                   END-IF
               END-IF
           END-IF
           IF HAY-AJUSTES
               DISPLAY "APLICACION CANCELADA"
               CLOSE INGRESOS-FILE
               CLOSE CARGOS-FILE
               STOP RUN
           END-IF.

       BUSCAR-APLICACIONES-AJUSTE.
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "00"
               MOVE LOW-VALUES TO APLIC-LLAVE
               MOVE 'N' TO WS-EOF-APLIC
               START APLICACIONES-FILE KEY IS NOT LESS THAN APLIC-LLAVE
                   INVALID KEY
                       SET EOF-APLICACION TO TRUE
               END-START
               PERFORM UNTIL EOF-APLICACION OR HAY-AJUSTES
                   READ APLICACIONES-FILE NEXT RECORD
                       AT END
                           SET EOF-APLICACION TO TRUE
                       NOT AT END
                           IF APLIC-CODIGO IS NOT NUMERIC
                               SET HAY-AJUSTES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APLICACIONES-FILE
           END-IF.

       BUSCAR-BAJAS.
           OPEN INPUT BAJAS-FILE
           IF FS-BAJAS = "00"
               MOVE LOW-VALUES TO BAJA-ALUMNO
               START BAJAS-FILE KEY IS NOT LESS THAN BAJA-ALUMNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HAY-AJUSTES TO TRUE
               END-START
               CLOSE BAJAS-FILE
           END-IF.

       BUSCAR-CHEQUES-DEVUELTOS.
           OPEN INPUT CHEQUES-FILE
           IF FS-CHEQUES = "00"
               MOVE LOW-VALUES TO CHEQUE-FOLIO
               MOVE 'N' TO WS-EOF-CHEQUE
               START CHEQUES-FILE KEY IS NOT LESS THAN CHEQUE-FOLIO
                   INVALID KEY
                       SET EOF-CHEQUE TO TRUE
               END-START
               PERFORM UNTIL EOF-CHEQUE OR HAY-AJUSTES
                   READ CHEQUES-FILE NEXT RECORD
                       AT END
                           SET EOF-CHEQUE TO TRUE
                       NOT AT END
                           IF CHEQUE-DEVUELTO
                               SET HAY-AJUSTES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-FILE
           END-IF.

       RECORRER-INGRESOS.
           MOVE LOW-VALUES TO INGRESO-LLAVE
           MOVE 'N' TO WS-EOF
           START INGRESOS-FILE KEY IS NOT LESS THAN INGRESO-LLAVE
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ INGRESOS-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       IF MOVIMIENTO-CORRECCION
                           PERFORM REVERTIR-APLICACIONES-LINEA
                       ELSE
                           PERFORM APLICAR-LINEA-HISTORICA
                       END-IF
               END-READ
           END-PERFORM.

       APLICAR-LINEA-HISTORICA.
           MOVE INGRESO-CODIGO TO WS-APL-CODIGO
           MOVE INGRESO-LINEA TO WS-APL-LINEA
           MOVE INGRESO-ALUMNO TO WS-APL-ALUMNO
           MOVE INGRESO-CONCEPTO TO WS-APL-CONCEPTO
           MOVE INGRESO-TOTAL TO WS-APL-RESTANTE
           MOVE INGRESO-FECHA TO WS-APL-FECHA
           IF WS-APL-CONCEPTO NOT = WS-CONCEPTO-ANTICIPO AND
                   WS-APL-RESTANTE > 0
               PERFORM RECORRER-CARGOS-ABIERTOS
               IF WS-APL-RESTANTE < INGRESO-TOTAL
                   ADD 1 TO WS-NUM-APLICADOS
               ELSE
                   ADD 1 TO WS-NUM-SIN-CARGO
               END-IF
               ADD WS-APL-RESTANTE TO WS-IMPORTE-SOBRANTE
           END-IF.

       RECORRER-CARGOS-ABIERTOS.
           MOVE SPACES TO CARGO-LLAVE
           MOVE WS-APL-ALUMNO TO CARGO-ALUMNO
           MOVE 'N' TO WS-EOF-CARGO
           START CARGOS-FILE KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   SET EOF-CARGO TO TRUE
           END-START
           PERFORM UNTIL EOF-CARGO OR WS-APL-RESTANTE = 0
               READ CARGOS-FILE NEXT RECORD
                   AT END
                       SET EOF-CARGO TO TRUE
                   NOT AT END
                       IF CARGO-ALUMNO NOT = WS-APL-ALUMNO
                           SET EOF-CARGO TO TRUE
                       ELSE
                           IF CARGO-CONCEPTO = WS-APL-CONCEPTO AND
                                   CARGO-IMPORTE > 0
                               PERFORM APLICAR-A-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APLICAR-A-CARGO.
           MOVE CARGO-LLAVE TO WS-APL-CARGO-LLAVE
           PERFORM SUMAR-APLICADO-CARGO
           COMPUTE WS-APL-ABIERTO = CARGO-IMPORTE - WS-APL-APLICADO
           IF WS-APL-ABIERTO > 0
               IF WS-APL-ABIERTO < WS-APL-RESTANTE
                   MOVE WS-APL-ABIERTO TO WS-APL-IMPORTE
               ELSE
                   MOVE WS-APL-RESTANTE TO WS-APL-IMPORTE
               END-IF
               PERFORM ESCRIBIR-APLICACION
               SUBTRACT WS-APL-IMPORTE FROM WS-APL-RESTANTE
               ADD WS-APL-IMPORTE TO WS-IMPORTE-APLICADO
           END-IF.

       SUMAR-APLICADO-CARGO.
           MOVE 0 TO WS-APL-APLICADO
           MOVE WS-APL-CARGO-LLAVE TO APLIC-CARGO
           MOVE 'N' TO WS-EOF-APLIC
           START APLICACIONES-FILE KEY IS EQUAL TO APLIC-CARGO
               INVALID KEY
                   SET EOF-APLICACION TO TRUE
           END-START
           PERFORM UNTIL EOF-APLICACION
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CARGO NOT = WS-APL-CARGO-LLAVE
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           ADD APLIC-IMPORTE TO WS-APL-APLICADO
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-APLICACION.
           MOVE WS-APL-CODIGO TO APLIC-CODIGO
           MOVE WS-APL-LINEA TO APLIC-LINEA
           MOVE WS-APL-CARGO-LLAVE TO APLIC-CARGO
           MOVE WS-APL-IMPORTE TO APLIC-IMPORTE
           MOVE WS-APL-FECHA TO APLIC-FECHA
           WRITE APLICACION-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA APLICACION DEL FOLIO "
                       WS-APL-CODIGO " LINEA " WS-APL-LINEA
                       " STATUS " FS-APLICACIONES
               NOT INVALID KEY
                   ADD 1 TO WS-NUM-REGISTROS
           END-WRITE.

       REVERTIR-APLICACIONES-LINEA.
           ADD 1 TO WS-NUM-CORRECCIONES
           MOVE INGRESO-REFERENCIA TO WS-REF-CODIGO
           MOVE INGRESO-REF-LINEA TO WS-REF-LINEA
           PERFORM CARGAR-APLICACIONES-ORIGINAL
           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
                   UNTIL WS-IDX-AP > WS-NUM-APLICACIONES
               MOVE INGRESO-CODIGO TO WS-APL-CODIGO
               MOVE INGRESO-LINEA TO WS-APL-LINEA
               MOVE WS-AP-CARGO(WS-IDX-AP) TO WS-APL-CARGO-LLAVE
               COMPUTE WS-APL-IMPORTE = 0 - WS-AP-IMPORTE(WS-IDX-AP)
               MOVE INGRESO-FECHA TO WS-APL-FECHA
               PERFORM ESCRIBIR-APLICACION
               ADD WS-APL-IMPORTE TO WS-IMPORTE-APLICADO
           END-PERFORM.

       CARGAR-APLICACIONES-ORIGINAL.
           MOVE 0 TO WS-NUM-APLICACIONES
           MOVE WS-REF-CODIGO TO APLIC-CODIGO
           MOVE WS-REF-LINEA TO APLIC-LINEA
           MOVE LOW-VALUES TO APLIC-CARGO
           MOVE 'N' TO WS-EOF-APLIC
           START APLICACIONES-FILE KEY IS NOT LESS THAN APLIC-LLAVE
               INVALID KEY
                   SET EOF-APLICACION TO TRUE
           END-START
           PERFORM UNTIL EOF-APLICACION OR
                   WS-NUM-APLICACIONES = WS-APLICACIONES-MAX
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CODIGO NOT = WS-REF-CODIGO OR
                               APLIC-LINEA NOT = WS-REF-LINEA
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           ADD 1 TO WS-NUM-APLICACIONES
                           MOVE APLIC-CARGO
                               TO WS-AP-CARGO(WS-NUM-APLICACIONES)
                           MOVE APLIC-IMPORTE
                               TO WS-AP-IMPORTE(WS-NUM-APLICACIONES)
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "APLICACION DE PAGOS HISTORICOS".
           DISPLAY "LINEAS DE INGRESO LEIDAS:    " WS-NUM-LEIDOS.
           DISPLAY "LINEAS APLICADAS A CARGOS:   " WS-NUM-APLICADOS.
           DISPLAY "LINEAS SIN CARGO ABIERTO:    " WS-NUM-SIN-CARGO.
           DISPLAY "CORRECCIONES REVERTIDAS:     " WS-NUM-CORRECCIONES.
           DISPLAY "APLICACIONES GRABADAS:       " WS-NUM-REGISTROS.
           MOVE WS-IMPORTE-APLICADO TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE NETO APLICADO:       " WS-DISPLAY-TOTAL.
           MOVE WS-IMPORTE-SOBRANTE TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE SIN CARGO QUE CUBRIR:" WS-DISPLAY-TOTAL.
           DISPLAY "================================================".

       TERMINATE-PROGRAM.
           CLOSE INGRESOS-FILE
           CLOSE CARGOS-FILE
           CLOSE APLICACIONES-FILE.

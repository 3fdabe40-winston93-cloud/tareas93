       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCONV1.
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
           COPY "alumno-select.cpy".
           COPY "convenio-select.cpy".
           COPY "convdet-select.cpy".
           COPY "aplicacion-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "alumno-fd.cpy".
           COPY "convenio-fd.cpy".
           COPY "convdet-fd.cpy".
           COPY "aplicacion-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ALUMNO            PIC XX.
           05  FS-CONVENIOS         PIC XX.
           05  FS-CONVDET           PIC XX.
           05  FS-APLICACIONES      PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF-CONV          PIC X VALUE 'N'.
               88  EOF-CONVENIO     VALUE 'Y'.
           05  WS-EOF-CONVD         PIC X VALUE 'N'.
               88  EOF-CONVDET      VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-ACTUALIZA-FLAG    PIC X VALUE 'N'.
               88  ACTUALIZA-ESTATUS VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-MES-REPORTE       PIC X(7).
           05  WS-FECHA-CORTE       PIC X(10).
           05  WS-PARC-ROMPE        PIC 9(2).
           05  WS-NUEVO-ESTATUS     PIC X(1).
           05  WS-CLASIFICACION     PIC X(12).
           05  WS-ALU-NOMBRE        PIC X(30).
           05  WS-REPORTE-LINEA     PIC X(90).

       01  WS-CONVENIO-CALCULO.
           05  WS-NUM-PARC          PIC 9(2).
           05  WS-NUM-PAGADAS       PIC 9(2).
           05  WS-NUM-VENCIDAS      PIC 9(2).
           05  WS-PAGADO-PARC       PIC S9(7)V99.
           05  WS-SALDO-PARC        PIC S9(7)V99.
           05  WS-SALDO-CONVENIO    PIC S9(7)V99.
           05  WS-SALDO-VENCIDO     PIC S9(7)V99.

       01  WS-CONTADORES.
           05  WS-NUM-CONVENIOS     PIC 9(5) VALUE 0.
           05  WS-NUM-AL-CORRIENTE  PIC 9(5) VALUE 0.
           05  WS-NUM-ATRASADOS     PIC 9(5) VALUE 0.
           05  WS-NUM-ROTOS         PIC 9(5) VALUE 0.
           05  WS-NUM-LIQUIDADOS    PIC 9(5) VALUE 0.
           05  WS-NUM-ACTUALIZADOS  PIC 9(5) VALUE 0.
           05  WS-TOTAL-VENCIDO     PIC S9(9)V99 VALUE 0.
           05  WS-TOTAL-SALDO       PIC S9(9)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-SALDO     PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-VENCIDO   PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-TOTAL     PIC ZZZ.ZZZ.ZZ9,99-.

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PEDIR-MES
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM RECORRER-CONVENIOS
           PERFORM IMPRIMIR-RESUMEN
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN I-O CONVENIOS-FILE
           IF FS-CONVENIOS = "35"
               DISPLAY "NO HAY CONVENIOS REGISTRADOS (convenios.dat)"
               STOP RUN
           END-IF
           OPEN INPUT CONVDET-FILE
           IF FS-CONVDET = "35"
               DISPLAY "NO EXISTE convdet.dat, PROCESO CANCELADO"
               CLOSE CONVENIOS-FILE
               STOP RUN
           END-IF
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN INPUT APLICACIONES-FILE
           END-IF
           OPEN INPUT ALUMNO-FILE
           PERFORM FORMATEAR-FECHA-HOY.

       PEDIR-MES.
           DISPLAY "ESTADO DE CONVENIOS DE PAGO".
           DISPLAY "MES DEL REPORTE (AAAA-MM): " WITH NO ADVANCING
           ACCEPT WS-MES-REPORTE
           DISPLAY "PARCIALIDADES VENCIDAS PARA DAR POR ROTO"
               " (EN BLANCO = 2): " WITH NO ADVANCING
           ACCEPT WS-PARC-ROMPE
           IF WS-PARC-ROMPE = 0
               MOVE 2 TO WS-PARC-ROMPE
           END-IF
           MOVE SPACES TO WS-FECHA-CORTE
           STRING WS-MES-REPORTE DELIMITED BY SIZE
                  "-31" DELIMITED BY SIZE
               INTO WS-FECHA-CORTE
           IF WS-FECHA-CORTE >= WS-FECHA-FORMATEADA
               MOVE WS-FECHA-FORMATEADA TO WS-FECHA-CORTE
               SET ACTUALIZA-ESTATUS TO TRUE
           END-IF.

       IMPRIMIR-ENCABEZADO.
           DISPLAY " ".
           DISPLAY "================================================".
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING "CONVENIOS DE PAGO - " DELIMITED BY SIZE
                  WS-MES-REPORTE DELIMITED BY SIZE
                  " (AL " DELIMITED BY SIZE
                  WS-FECHA-CORTE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA
           DISPLAY "================================================".
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING "CONVENIO   ALUMNO     NOMBRE          "
                      DELIMITED BY SIZE
                  "PAG/PAR VEN  SALDO VENCIDO  ESTADO"
                      DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       RECORRER-CONVENIOS.
           MOVE LOW-VALUES TO CONV-CODIGO
           MOVE 'N' TO WS-EOF-CONV
           START CONVENIOS-FILE KEY IS NOT LESS THAN CONV-CODIGO
               INVALID KEY
                   SET EOF-CONVENIO TO TRUE
           END-START
           PERFORM UNTIL EOF-CONVENIO
               READ CONVENIOS-FILE NEXT RECORD
                   AT END
                       SET EOF-CONVENIO TO TRUE
                   NOT AT END
                       IF CONV-FECHA <= WS-FECHA-CORTE
                           PERFORM REVISAR-CONVENIO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-CONVENIO.
           EVALUATE TRUE
               WHEN CONVENIO-VIGENTE
               WHEN CONVENIO-ROTO
                   PERFORM EVALUAR-CONVENIO
               WHEN CONVENIO-LIQUIDADO
                   IF CONV-FECHA-ESTATUS(1:7) = WS-MES-REPORTE
                       PERFORM EVALUAR-CONVENIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EVALUAR-CONVENIO.
           ADD 1 TO WS-NUM-CONVENIOS
           PERFORM SUMAR-PARCIALIDADES
           EVALUATE TRUE
               WHEN WS-SALDO-CONVENIO <= 0
                   MOVE "LIQUIDADO" TO WS-CLASIFICACION
                   MOVE "L" TO WS-NUEVO-ESTATUS
                   ADD 1 TO WS-NUM-LIQUIDADOS
               WHEN WS-NUM-VENCIDAS = 0
                   MOVE "AL CORRIENTE" TO WS-CLASIFICACION
                   MOVE "A" TO WS-NUEVO-ESTATUS
                   ADD 1 TO WS-NUM-AL-CORRIENTE
               WHEN WS-NUM-VENCIDAS < WS-PARC-ROMPE
                   MOVE "ATRASADO" TO WS-CLASIFICACION
                   MOVE "A" TO WS-NUEVO-ESTATUS
                   ADD 1 TO WS-NUM-ATRASADOS
               WHEN OTHER
                   MOVE "ROTO" TO WS-CLASIFICACION
                   MOVE "R" TO WS-NUEVO-ESTATUS
                   ADD 1 TO WS-NUM-ROTOS
           END-EVALUATE
           ADD WS-SALDO-VENCIDO TO WS-TOTAL-VENCIDO
           ADD WS-SALDO-CONVENIO TO WS-TOTAL-SALDO
           PERFORM IMPRIMIR-RENGLON-CONVENIO
           IF ACTUALIZA-ESTATUS AND
                   WS-NUEVO-ESTATUS NOT = CONV-ESTATUS
               PERFORM ACTUALIZAR-ESTATUS
           END-IF.

       SUMAR-PARCIALIDADES.
           MOVE 0 TO WS-NUM-PARC
           MOVE 0 TO WS-NUM-PAGADAS
           MOVE 0 TO WS-NUM-VENCIDAS
           MOVE 0 TO WS-SALDO-CONVENIO
           MOVE 0 TO WS-SALDO-VENCIDO
           MOVE SPACES TO CONVD-LLAVE
           MOVE CONV-CODIGO TO CONVD-CODIGO
           SET CONVD-PARCIALIDAD TO TRUE
           MOVE 0 TO CONVD-NUM
           MOVE 'N' TO WS-EOF-CONVD
           START CONVDET-FILE KEY IS NOT LESS THAN CONVD-LLAVE
               INVALID KEY
                   SET EOF-CONVDET TO TRUE
           END-START
           PERFORM UNTIL EOF-CONVDET
               READ CONVDET-FILE NEXT RECORD
                   AT END
                       SET EOF-CONVDET TO TRUE
                   NOT AT END
                       IF CONVD-CODIGO NOT = CONV-CODIGO OR
                               NOT CONVD-PARCIALIDAD
                           SET EOF-CONVDET TO TRUE
                       ELSE
                           PERFORM EVALUAR-PARCIALIDAD
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-PARCIALIDAD.
           ADD 1 TO WS-NUM-PARC
           PERFORM SUMAR-PAGADO-PARCIALIDAD
           COMPUTE WS-SALDO-PARC = CONVD-IMPORTE - WS-PAGADO-PARC
           IF WS-SALDO-PARC > 0
               ADD WS-SALDO-PARC TO WS-SALDO-CONVENIO
               IF CONVD-VENCE < WS-FECHA-CORTE
                   ADD 1 TO WS-NUM-VENCIDAS
                   ADD WS-SALDO-PARC TO WS-SALDO-VENCIDO
               END-IF
           ELSE
               ADD 1 TO WS-NUM-PAGADAS
           END-IF.

       SUMAR-PAGADO-PARCIALIDAD.
           MOVE 0 TO WS-PAGADO-PARC
           MOVE CONVD-CARGO TO APLIC-CARGO
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
                       IF APLIC-CARGO NOT = CONVD-CARGO
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           IF APLIC-FECHA <= WS-FECHA-CORTE
                               ADD APLIC-IMPORTE TO WS-PAGADO-PARC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-RENGLON-CONVENIO.
           MOVE SPACES TO WS-ALU-NOMBRE
           MOVE SPACES TO ALUMNO-CODIGO
           MOVE CONV-ALUMNO TO ALUMNO-CODIGO
           READ ALUMNO-FILE
               INVALID KEY
                   MOVE "(ALUMNO NO ENCONTRADO)" TO WS-ALU-NOMBRE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(ALUMNO-NOMBRE)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(ALUMNO-APELLIDO)
                              DELIMITED BY SIZE
                       INTO WS-ALU-NOMBRE
           END-READ
           MOVE WS-SALDO-VENCIDO TO WS-DISPLAY-VENCIDO
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING CONV-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONV-ALUMNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALU-NOMBRE(1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NUM-PAGADAS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NUM-PARC DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-NUM-VENCIDAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-VENCIDO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CLASIFICACION DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       ACTUALIZAR-ESTATUS.
           MOVE WS-NUEVO-ESTATUS TO CONV-ESTATUS
           MOVE WS-FECHA-FORMATEADA TO CONV-FECHA-ESTATUS
           REWRITE CONVENIO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CONVENIO "
                       CONV-CODIGO " STATUS " FS-CONVENIOS
               NOT INVALID KEY
                   ADD 1 TO WS-NUM-ACTUALIZADOS
           END-REWRITE.

       FORMATEAR-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(7:2) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATEADA.

       IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "------------------------------------------------".
           DISPLAY "CONVENIOS REVISADOS:       " WS-NUM-CONVENIOS.
           DISPLAY "AL CORRIENTE:              " WS-NUM-AL-CORRIENTE.
           DISPLAY "ATRASADOS:                 " WS-NUM-ATRASADOS.
           DISPLAY "ROTOS:                     " WS-NUM-ROTOS.
           DISPLAY "LIQUIDADOS:                " WS-NUM-LIQUIDADOS.
           MOVE WS-TOTAL-VENCIDO TO WS-DISPLAY-TOTAL
           DISPLAY "SALDO VENCIDO:             " WS-DISPLAY-TOTAL.
           MOVE WS-TOTAL-SALDO TO WS-DISPLAY-TOTAL
           DISPLAY "SALDO POR COBRAR:          " WS-DISPLAY-TOTAL.
           IF ACTUALIZA-ESTATUS
               DISPLAY "CONVENIOS CON ESTADO ACTUALIZADO: "
                   WS-NUM-ACTUALIZADOS
           END-IF
           DISPLAY "================================================".

       TERMINATE-PROGRAM.
           CLOSE ALUMNO-FILE
           CLOSE CONVENIOS-FILE
           CLOSE CONVDET-FILE
           CLOSE APLICACIONES-FILE.

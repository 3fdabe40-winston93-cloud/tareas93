       FILE-CONTROL.
           COPY "cargo-select.cpy".
           COPY "concepto-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "convenio-select.cpy".
           COPY "convdet-select.cpy".
           COPY "cajero-select.cpy".
           COPY "supervisor-select.cpy".
           COPY "proceso-select.cpy".
           COPY "cierremes-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "cargo-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "convenio-fd.cpy".
           COPY "convdet-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "supervisor-fd.cpy".
           COPY "proceso-fd.cpy".
           COPY "cierremes-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CARGOS            PIC XX.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-CONVENIOS         PIC XX.
           05  FS-CONVDET           PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-SUPERVISORES      PIC XX.
           05  FS-PROCESOS          PIC XX.
           05  FS-CIERRESMES        PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-VENCIDO-FLAG      PIC X VALUE 'N'.
               88  CARGO-VENCIDO    VALUE 'Y'.
           05  WS-EOF-CONVD         PIC X VALUE 'N'.
               88  EOF-CONVDET      VALUE 'Y'.
           05  WS-CONGELADO-FLAG    PIC X VALUE 'N'.
               88  CARGO-CONGELADO  VALUE 'Y'.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-PROCESO-FLAG      PIC X VALUE 'N'.
               88  PROCESO-AUTORIZADO   VALUE 'Y'.
           05  WS-PREVIO-FLAG       PIC X VALUE 'N'.
               88  PREVIO-CORRIDO   VALUE 'Y'.
           05  WS-MES-CIERRE-FLAG   PIC X VALUE 'N'.
               88  MES-CERRADO      VALUE 'Y'.
           05  WS-SUPERVISOR-FLAG   PIC X VALUE 'N'.
               88  SUPERVISOR-VALIDO    VALUE 'Y'.
           05  WS-EOF-PROC          PIC X VALUE 'N'.
               88  EOF-PROCESO      VALUE 'Y'.

       01  WS-MES-REVISAR           PIC X(7).
       01  WS-CONFIRMA              PIC X(1).
           05  WS-NUM-RECARGOS      PIC 9(5) VALUE 0.
           05  WS-NUM-AL-CORRIENTE  PIC 9(5) VALUE 0.
           05  WS-NUM-NO-VENCIDOS   PIC 9(5) VALUE 0.
           05  WS-NUM-CONGELADOS    PIC 9(5) VALUE 0.
           05  WS-IMPORTE-TOTAL     PIC S9(9)V99 VALUE 0.

       01  WS-DISPLAY-TOTAL         PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-CONTROL-PROCESO.
           05  WS-PROC-NOMBRE       PIC X(10) VALUE "RECARGOS1".
           05  WS-PROC-PREVIO       PIC X(10) VALUE "CARGOS1".
           05  WS-PROC-BLOQUEA      PIC X(1) VALUE "S".
           05  WS-PROC-MES          PIC X(7).
           05  WS-PROC-CORRIDAS     PIC 9(3).
           05  WS-PROC-AUTORIZO     PIC X(10).
           05  WS-PROC-ULT-FECHA    PIC X(10).
           05  WS-PROC-ULT-USUARIO  PIC X(10).
           05  WS-PROC-LEIDOS       PIC 9(7).
           05  WS-PROC-GRABADOS     PIC 9(7).
           05  WS-PROC-IMPORTE      PIC S9(9)V99.

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).
           05  WS-SUPERVISOR-INTENTO PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PEDIR-MES
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM VERIFICAR-PROCESO
               IF PROCESO-AUTORIZADO
                   PERFORM INITIALIZE-PROGRAM
                   PERFORM FORMATEAR-FECHA-HOY
                   PERFORM GENERAR-RECARGOS
                   PERFORM IMPRIMIR-RESUMEN
                   PERFORM REGISTRAR-PROCESO
                   PERFORM TERMINATE-PROGRAM
               END-IF
               PERFORM CERRAR-CONTROL-PROCESOS
           ELSE
               DISPLAY "GENERACION CANCELADA"
           END-IF
                   CLOSE CONCEPTOS-FILE
                   STOP RUN
           END-READ
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN INPUT APLICACIONES-FILE
           END-IF
           OPEN INPUT CONVENIOS-FILE
           IF FS-CONVENIOS = "35"
               OPEN OUTPUT CONVENIOS-FILE
               CLOSE CONVENIOS-FILE
               OPEN INPUT CONVENIOS-FILE
           END-IF
           OPEN INPUT CONVDET-FILE
           IF FS-CONVDET = "35"
               OPEN OUTPUT CONVDET-FILE
               CLOSE CONVDET-FILE
               OPEN INPUT CONVDET-FILE
           END-IF.

       GENERAR-RECARGOS.
                               CARGO-NORMAL AND
                               NOT RECARGO-GENERADO AND
                               CARGO-CONCEPTO NOT = WS-CONCEPTO-RECARGO
                           PERFORM VERIFICAR-CARGO-CONGELADO
                           IF CARGO-CONGELADO
                               ADD 1 TO WS-NUM-CONGELADOS
                           ELSE
                               PERFORM REVISAR-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-CARGO-CONGELADO.
           MOVE 'N' TO WS-CONGELADO-FLAG
           MOVE CARGO-LLAVE TO CONVD-CARGO
           MOVE 'N' TO WS-EOF-CONVD
           START CONVDET-FILE KEY IS EQUAL TO CONVD-CARGO
               INVALID KEY
                   SET EOF-CONVDET TO TRUE
           END-START
           PERFORM UNTIL EOF-CONVDET OR CARGO-CONGELADO
               READ CONVDET-FILE NEXT RECORD
                   AT END
                       SET EOF-CONVDET TO TRUE
                   NOT AT END
                       IF CONVD-CARGO NOT = CARGO-LLAVE
                           SET EOF-CONVDET TO TRUE
                       ELSE
                           IF CONVD-ORIGINAL
                               PERFORM REVISAR-CONVENIO-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-CONVENIO-CARGO.
           MOVE CONVD-CODIGO TO CONV-CODIGO
           READ CONVENIOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CONVENIO-REVERTIDO
                       SET CARGO-CONGELADO TO TRUE
                   END-IF
           END-READ.

       REVISAR-CARGO.
           ADD 1 TO WS-NUM-REVISADOS
           MOVE CARGO-LLAVE TO WS-CAR-LLAVE

       ACUMULAR-PAGOS-CARGO.
           MOVE 0 TO WS-TOTAL-PAGADO
           MOVE 'N' TO WS-EOF-APLIC
           MOVE WS-CAR-LLAVE TO APLIC-CARGO
           START APLICACIONES-FILE KEY IS EQUAL TO APLIC-CARGO
               INVALID KEY
                   SET EOF-APLICACION TO TRUE
           END-START
           PERFORM UNTIL EOF-APLICACION
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CARGO NOT = WS-CAR-LLAVE
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           ADD APLIC-IMPORTE TO WS-TOTAL-PAGADO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "RECARGOS GENERADOS:        " WS-NUM-RECARGOS.
           DISPLAY "CARGOS AL CORRIENTE:       " WS-NUM-AL-CORRIENTE.
           DISPLAY "CARGOS SIN VENCER:         " WS-NUM-NO-VENCIDOS.
           DISPLAY "CARGOS EN CONVENIO:        " WS-NUM-CONGELADOS.
           MOVE WS-IMPORTE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE TOTAL DE RECARGOS: " WS-DISPLAY-TOTAL.
           DISPLAY "================================================".

       PREPARAR-CIFRAS-PROCESO.
           MOVE WS-NUM-REVISADOS TO WS-PROC-LEIDOS
           MOVE WS-NUM-RECARGOS TO WS-PROC-GRABADOS
           MOVE WS-IMPORTE-TOTAL TO WS-PROC-IMPORTE.

       VERIFICAR-PROCESO.
           MOVE 'N' TO WS-PROCESO-FLAG
           MOVE SPACES TO WS-PROC-AUTORIZO
           MOVE WS-MES-REVISAR TO WS-PROC-MES
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM ABRIR-SUPERVISORES-FILE
           PERFORM ABRIR-PROCESOS-FILE
           PERFORM ABRIR-CIERRESMES-FILE
           PERFORM REGISTRAR-CAJERO
           IF CAJERO-VALIDADO
               PERFORM VERIFICAR-MES-CERRADO
               PERFORM CONTAR-CORRIDAS
               EVALUATE TRUE
                   WHEN WS-PROC-MES(1:4) IS NOT NUMERIC OR
                           WS-PROC-MES(5:1) NOT = "-" OR
                           WS-PROC-MES(6:2) IS NOT NUMERIC
                       DISPLAY "MES INVALIDO: " WS-PROC-MES
                   WHEN MES-CERRADO AND WS-PROC-BLOQUEA = "S"
                       DISPLAY "EL MES " WS-PROC-MES " ESTA CERRADO,"
                           " NO SE PUEDE CORRER " WS-PROC-NOMBRE
                   WHEN WS-PROC-PREVIO NOT = SPACES AND
                           NOT PREVIO-CORRIDO
                       DISPLAY "FALTA CORRER " WS-PROC-PREVIO
                           " DEL MES " WS-PROC-MES
                   WHEN WS-PROC-CORRIDAS > 0
                       DISPLAY WS-PROC-NOMBRE " YA SE CORRIO PARA"
                           " EL MES " WS-PROC-MES
                           " EL " WS-PROC-ULT-FECHA
                           " POR " WS-PROC-ULT-USUARIO
                       PERFORM AUTORIZAR-SUPERVISOR
                       IF SUPERVISOR-VALIDO
                           SET PROCESO-AUTORIZADO TO TRUE
                       END-IF
                   WHEN OTHER
                       SET PROCESO-AUTORIZADO TO TRUE
               END-EVALUATE
           END-IF
           IF NOT PROCESO-AUTORIZADO
               DISPLAY "PROCESO NO AUTORIZADO, NO SE HIZO"
                   " NINGUN CAMBIO"
           END-IF.

       ABRIR-CAJEROS-FILE.
           OPEN INPUT CAJEROS-FILE
           IF FS-CAJEROS = "35"
               OPEN OUTPUT CAJEROS-FILE
               CLOSE CAJEROS-FILE
               OPEN INPUT CAJEROS-FILE
           END-IF.

       ABRIR-SUPERVISORES-FILE.
           OPEN INPUT SUPERVISORES-FILE
           IF FS-SUPERVISORES = "35"
               OPEN OUTPUT SUPERVISORES-FILE
               CLOSE SUPERVISORES-FILE
               OPEN INPUT SUPERVISORES-FILE
           END-IF.

       ABRIR-PROCESOS-FILE.
           OPEN I-O PROCESOS-FILE
           IF FS-PROCESOS = "35"
               OPEN OUTPUT PROCESOS-FILE
               CLOSE PROCESOS-FILE
               OPEN I-O PROCESOS-FILE
           END-IF.

       ABRIR-CIERRESMES-FILE.
           OPEN INPUT CIERRESMES-FILE
           IF FS-CIERRESMES = "35"
               OPEN OUTPUT CIERRESMES-FILE
               CLOSE CIERRESMES-FILE
               OPEN INPUT CIERRESMES-FILE
           END-IF.

       REGISTRAR-CAJERO.
           MOVE 'N' TO WS-CAJERO-FLAG
           MOVE SPACES TO WS-CAJERO-ACTUAL
           DISPLAY "GENERACION DE RECARGOS - REGISTRO DE CAJERO"
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

       VERIFICAR-MES-CERRADO.
           MOVE 'N' TO WS-MES-CIERRE-FLAG
           MOVE SPACES TO CMES-MES
           MOVE WS-PROC-MES TO CMES-MES
           READ CIERRESMES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MES-CERRADO TO TRUE
           END-READ.

       CONTAR-CORRIDAS.
           MOVE 0 TO WS-PROC-CORRIDAS
           MOVE 'N' TO WS-PREVIO-FLAG
           MOVE SPACES TO WS-PROC-ULT-FECHA
           MOVE SPACES TO WS-PROC-ULT-USUARIO
           MOVE SPACES TO PROC-LLAVE
           MOVE WS-PROC-MES TO PROC-MES
           MOVE 'N' TO WS-EOF-PROC
           START PROCESOS-FILE KEY IS NOT LESS THAN PROC-LLAVE
               INVALID KEY
                   SET EOF-PROCESO TO TRUE
           END-START
           PERFORM UNTIL EOF-PROCESO
               READ PROCESOS-FILE NEXT RECORD
                   AT END
                       SET EOF-PROCESO TO TRUE
                   NOT AT END
                       IF PROC-MES NOT = WS-PROC-MES
                           SET EOF-PROCESO TO TRUE
                       ELSE
                           PERFORM REVISAR-CORRIDA
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-CORRIDA.
           IF PROC-PROCESO = WS-PROC-NOMBRE
               ADD 1 TO WS-PROC-CORRIDAS
               MOVE PROC-FECHA TO WS-PROC-ULT-FECHA
               MOVE PROC-USUARIO TO WS-PROC-ULT-USUARIO
           END-IF
           IF PROC-PROCESO = WS-PROC-PREVIO
               SET PREVIO-CORRIDO TO TRUE
           END-IF.

       AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-FLAG
           DISPLAY "PARA REPETIRLO SE REQUIERE AUTORIZACION"
           DISPLAY "CLAVE DE SUPERVISOR (EN BLANCO PARA CANCELAR): "
               WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-INTENTO
           IF WS-SUPERVISOR-INTENTO NOT = SPACES
               MOVE SPACES TO SUP-CAJERO
               MOVE FUNCTION TRIM(WS-SUPERVISOR-INTENTO) TO SUP-CAJERO
               READ SUPERVISORES-FILE
                   INVALID KEY
                       DISPLAY "LA CLAVE NO ES DE UN SUPERVISOR"
                   NOT INVALID KEY
                       IF SUPERVISOR-ACTIVO
                           PERFORM VALIDAR-CAJERO-SUPERVISOR
                       ELSE
                           DISPLAY "SUPERVISOR DADO DE BAJA"
                       END-IF
               END-READ
           END-IF.

       VALIDAR-CAJERO-SUPERVISOR.
           MOVE SUP-CAJERO TO CAJERO-CODIGO
           READ CAJEROS-FILE
               INVALID KEY
                   DISPLAY "CLAVE DE CAJERO NO REGISTRADA"
               NOT INVALID KEY
                   IF CAJERO-ACTIVO
                       SET SUPERVISOR-VALIDO TO TRUE
                       MOVE SUP-CAJERO TO WS-PROC-AUTORIZO
                   ELSE
                       DISPLAY "CAJERO DADO DE BAJA"
                   END-IF
           END-READ.

       REGISTRAR-PROCESO.
           PERFORM PREPARAR-CIFRAS-PROCESO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           MOVE SPACES TO PROCESO-RECORD
           MOVE WS-PROC-MES TO PROC-MES
           MOVE WS-PROC-NOMBRE TO PROC-PROCESO
           COMPUTE PROC-CORRIDA = WS-PROC-CORRIDAS + 1
           STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(7:2) DELIMITED BY SIZE
               INTO PROC-FECHA
           STRING WS-FECHA-HOY(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HOY(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HOY(13:2) DELIMITED BY SIZE
               INTO PROC-HORA
           MOVE WS-CAJERO-ACTUAL TO PROC-USUARIO
           MOVE WS-PROC-AUTORIZO TO PROC-AUTORIZO
           MOVE WS-PROC-LEIDOS TO PROC-LEIDOS
           MOVE WS-PROC-GRABADOS TO PROC-GRABADOS
           MOVE WS-PROC-IMPORTE TO PROC-IMPORTE
           WRITE PROCESO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR LA CORRIDA, STATUS "
                       FS-PROCESOS
               NOT INVALID KEY
                   DISPLAY "CORRIDA " PROC-CORRIDA " DE "
                       WS-PROC-NOMBRE " REGISTRADA PARA EL MES "
                       WS-PROC-MES
           END-WRITE.

       CERRAR-CONTROL-PROCESOS.
           CLOSE CAJEROS-FILE
           CLOSE SUPERVISORES-FILE
           CLOSE PROCESOS-FILE
           CLOSE CIERRESMES-FILE.

       TERMINATE-PROGRAM.
           CLOSE CARGOS-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE APLICACIONES-FILE
           CLOSE CONVENIOS-FILE
           CLOSE CONVDET-FILE.

           SELECT GLOBAL-FILE ASSIGN TO WS-GLOBAL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLOBAL.
           COPY "cajero-select.cpy".
           COPY "supervisor-select.cpy".
           COPY "proceso-select.cpy".
           COPY "cierremes-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ingreso-fd.cpy".
           COPY "factura-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "supervisor-fd.cpy".
           COPY "proceso-fd.cpy".
           COPY "cierremes-fd.cpy".

       FD  GLOBAL-FILE.
       01  GLOBAL-LINEA             PIC X(150).
           05  FS-FACTURAS          PIC XX.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-GLOBAL            PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-SUPERVISORES      PIC XX.
           05  FS-PROCESOS          PIC XX.
           05  FS-CIERRESMES        PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  FOLIO-INCLUIDO   VALUE 'Y'.
           05  WS-TOTAL-FLAG        PIC X VALUE 'N'.
               88  TOTAL-HALLADO    VALUE 'Y'.
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

       01  WS-MES-FACTURAR          PIC X(7).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-CONTROL-PROCESO.
           05  WS-PROC-NOMBRE       PIC X(10) VALUE "FACGLOB1".
           05  WS-PROC-PREVIO       PIC X(10) VALUE "CONCILIA1".
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
                   PERFORM RECORRER-INGRESOS-MES
                   PERFORM ESCRIBIR-ARCHIVO-GLOBAL
                   PERFORM IMPRIMIR-RESUMEN
                   PERFORM REGISTRAR-PROCESO
                   PERFORM TERMINATE-PROGRAM
               END-IF
               PERFORM CERRAR-CONTROL-PROCESOS
           ELSE
               DISPLAY "FACTURA GLOBAL CANCELADA"
           END-IF
           DISPLAY "ARCHIVO PARA EL DESPACHO:  " WS-GLOBAL-NOMBRE.
           DISPLAY "================================================".

       PREPARAR-CIFRAS-PROCESO.
           MOVE WS-NUM-LINEAS TO WS-PROC-LEIDOS
           MOVE WS-NUM-INCLUIDOS TO WS-PROC-GRABADOS
           MOVE WS-IMPORTE-GLOBAL TO WS-PROC-IMPORTE.

       VERIFICAR-PROCESO.
           MOVE 'N' TO WS-PROCESO-FLAG
           MOVE SPACES TO WS-PROC-AUTORIZO
           MOVE WS-MES-FACTURAR TO WS-PROC-MES
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
           DISPLAY "FACTURA GLOBAL - REGISTRO DE CAJERO"
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
           CLOSE INGRESOS-FILE
           CLOSE FACTURAS-FILE

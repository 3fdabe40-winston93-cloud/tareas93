       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREMES1.
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
           COPY "cajero-select.cpy".
           COPY "supervisor-select.cpy".
           COPY "proceso-select.cpy".
           COPY "cierremes-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "cajero-fd.cpy".
           COPY "supervisor-fd.cpy".
           COPY "proceso-fd.cpy".
           COPY "cierremes-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CAJEROS           PIC XX.
           05  FS-SUPERVISORES      PIC XX.
           05  FS-PROCESOS          PIC XX.
           05  FS-CIERRESMES        PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-MES-FLAG          PIC X VALUE 'N'.
               88  MES-VALIDO       VALUE 'Y'.
           05  WS-MES-CIERRE-FLAG   PIC X VALUE 'N'.
               88  MES-CERRADO      VALUE 'Y'.
           05  WS-SUPERVISOR-FLAG   PIC X VALUE 'N'.
               88  SUPERVISOR-VALIDO    VALUE 'Y'.
           05  WS-EOF-PROC          PIC X VALUE 'N'.
               88  EOF-PROCESO      VALUE 'Y'.
           05  WS-EOF-CMES          PIC X VALUE 'N'.
               88  EOF-CIERREMES    VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-MES-ACTUAL        PIC X(7).
           05  WS-REPORTE-LINEA     PIC X(80).

       01  WS-PROCESOS-MENSUALES.
           05  FILLER               PIC X(10) VALUE "CARGOS1".
           05  FILLER               PIC X(10) VALUE "RECARGOS1".
           05  FILLER               PIC X(10) VALUE "CONCILIA1".
           05  FILLER               PIC X(10) VALUE "FACGLOB1".
           05  FILLER               PIC X(10) VALUE "RESUMEN1".
       01  WS-PROCESOS-TABLA REDEFINES WS-PROCESOS-MENSUALES.
           05  WS-PROCESO-MENSUAL OCCURS 5 TIMES
                                    PIC X(10).
       01  WS-NUM-PROCESOS          PIC 9(2) VALUE 5.
       01  WS-IDX-PROC              PIC 9(2).

       01  WS-ESTADO-PROCESOS.
           05  WS-ESTADO-PROCESO OCCURS 5 TIMES.
               10  WS-EST-CORRIDAS      PIC 9(3).
               10  WS-EST-FECHA         PIC X(10).
               10  WS-EST-USUARIO       PIC X(10).
       01  WS-NUM-PENDIENTES        PIC 9(2).

       01  WS-CONTROL-PROCESO.
           05  WS-PROC-NOMBRE       PIC X(10).
           05  WS-PROC-MES          PIC X(7).
           05  WS-PROC-CORRIDAS     PIC 9(3).
           05  WS-PROC-AUTORIZO     PIC X(10).
           05  WS-PROC-LEIDOS       PIC 9(7).
           05  WS-PROC-GRABADOS     PIC 9(7).
           05  WS-PROC-IMPORTE      PIC S9(9)V99.

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).
           05  WS-SUPERVISOR-INTENTO PIC X(10).

       01  WS-CONTADORES.
           05  WS-NUM-CORRIDAS-MES  PIC 9(5).
           05  WS-NUM-MESES         PIC 9(5).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).
       01  WS-HORA-FORMATEADA       PIC X(8).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-IMPORTE   PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-LEIDOS    PIC Z.ZZZ.ZZ9.
           05  WS-DISPLAY-GRABADOS  PIC Z.ZZZ.ZZ9.
           05  WS-DISPLAY-CORRIDA   PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM PROCESAR-OPCION
           END-PERFORM
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM ABRIR-SUPERVISORES-FILE
           PERFORM ABRIR-PROCESOS-FILE
           PERFORM ABRIR-CIERRESMES-FILE
           PERFORM REGISTRAR-CAJERO.

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
           OPEN I-O CIERRESMES-FILE
           IF FS-CIERRESMES = "35"
               OPEN OUTPUT CIERRESMES-FILE
               CLOSE CIERRESMES-FILE
               OPEN I-O CIERRESMES-FILE
           END-IF.

       REGISTRAR-CAJERO.
           MOVE 'N' TO WS-CAJERO-FLAG
           MOVE SPACES TO WS-CAJERO-ACTUAL
           DISPLAY "CIERRE DE MES - REGISTRO DE CAJERO"
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
                       DISPLAY "BIENVENIDO "
                           FUNCTION TRIM(CAJERO-NOMBRE)
                   ELSE
                       DISPLAY "CAJERO DADO DE BAJA"
                   END-IF
           END-READ.

       PROCESAR-OPCION.
           DISPLAY " "
           DISPLAY "CALENDARIO DE PROCESOS Y CIERRE DE MES"
           DISPLAY "1=ESTADO DEL MES  2=CERRAR MES  3=REABRIR MES"
           DISPLAY "4=MESES CERRADOS"
           DISPLAY "OPCION (EN BLANCO PARA SALIR): " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN SPACES
                   SET EXIT-PROGRAM TO TRUE
               WHEN "1"
                   PERFORM ESTADO-MES
               WHEN "2"
                   PERFORM CERRAR-MES
               WHEN "3"
                   PERFORM REABRIR-MES
               WHEN "4"
                   PERFORM LISTAR-MESES-CERRADOS
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PEDIR-MES.
           MOVE 'N' TO WS-MES-FLAG
           DISPLAY "MES (AAAA-MM): " WITH NO ADVANCING
           ACCEPT WS-PROC-MES
           IF WS-PROC-MES(1:4) IS NUMERIC AND
                   WS-PROC-MES(5:1) = "-" AND
                   WS-PROC-MES(6:2) IS NUMERIC AND
                   WS-PROC-MES(6:2) >= "01" AND
                   WS-PROC-MES(6:2) <= "12"
               SET MES-VALIDO TO TRUE
           ELSE
               DISPLAY "MES INVALIDO: " WS-PROC-MES
           END-IF.

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

       CARGAR-ESTADO-MES.
           INITIALIZE WS-ESTADO-PROCESOS
           MOVE 0 TO WS-PROC-CORRIDAS
           MOVE 0 TO WS-NUM-CORRIDAS-MES
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
           END-PERFORM
           MOVE 0 TO WS-NUM-PENDIENTES
           PERFORM VARYING WS-IDX-PROC FROM 1 BY 1
                   UNTIL WS-IDX-PROC > WS-NUM-PROCESOS
               IF WS-EST-CORRIDAS(WS-IDX-PROC) = 0
                   ADD 1 TO WS-NUM-PENDIENTES
               END-IF
           END-PERFORM.

       REVISAR-CORRIDA.
           ADD 1 TO WS-NUM-CORRIDAS-MES
           IF PROC-PROCESO = WS-PROC-NOMBRE
               ADD 1 TO WS-PROC-CORRIDAS
           END-IF
           PERFORM VARYING WS-IDX-PROC FROM 1 BY 1
                   UNTIL WS-IDX-PROC > WS-NUM-PROCESOS
               IF PROC-PROCESO = WS-PROCESO-MENSUAL(WS-IDX-PROC)
                   ADD 1 TO WS-EST-CORRIDAS(WS-IDX-PROC)
                   MOVE PROC-FECHA TO WS-EST-FECHA(WS-IDX-PROC)
                   MOVE PROC-USUARIO TO WS-EST-USUARIO(WS-IDX-PROC)
               END-IF
           END-PERFORM.

       MOSTRAR-ESTADO-PROCESOS.
           DISPLAY " "
           DISPLAY "PROCESO    CORRIDAS ULTIMA     USUARIO"
           PERFORM VARYING WS-IDX-PROC FROM 1 BY 1
                   UNTIL WS-IDX-PROC > WS-NUM-PROCESOS
               MOVE WS-EST-CORRIDAS(WS-IDX-PROC) TO WS-DISPLAY-CORRIDA
               IF WS-EST-CORRIDAS(WS-IDX-PROC) = 0
                   DISPLAY WS-PROCESO-MENSUAL(WS-IDX-PROC)
                       "   PENDIENTE"
               ELSE
                   DISPLAY WS-PROCESO-MENSUAL(WS-IDX-PROC) "   "
                       WS-DISPLAY-CORRIDA "   "
                       WS-EST-FECHA(WS-IDX-PROC) " "
                       WS-EST-USUARIO(WS-IDX-PROC)
               END-IF
           END-PERFORM.

       ESTADO-MES.
           PERFORM PEDIR-MES
           IF MES-VALIDO
               MOVE SPACES TO WS-PROC-NOMBRE
               PERFORM CARGAR-ESTADO-MES
               PERFORM VERIFICAR-MES-CERRADO
               PERFORM MOSTRAR-ESTADO-MES
           END-IF.

       MOSTRAR-ESTADO-MES.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "ESTADO DEL MES " WS-PROC-MES
           IF MES-CERRADO
               DISPLAY "MES CERRADO EL " CMES-FECHA " "
                   CMES-HORA " POR " CMES-USUARIO
               IF CMES-AUTORIZO NOT = SPACES
                   DISPLAY "AUTORIZO: " CMES-AUTORIZO
               END-IF
           ELSE
               DISPLAY "MES ABIERTO"
           END-IF
           PERFORM MOSTRAR-ESTADO-PROCESOS
           PERFORM LISTAR-CORRIDAS-MES
           DISPLAY "================================================".

       LISTAR-CORRIDAS-MES.
           IF WS-NUM-CORRIDAS-MES = 0
               DISPLAY " "
               DISPLAY "NO HAY CORRIDAS REGISTRADAS PARA EL MES"
           ELSE
               DISPLAY " "
               DISPLAY "DETALLE DE CORRIDAS"
               DISPLAY "PROCESO    #   FECHA      HORA     USUARIO    "
                   "AUTORIZO"
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
                               PERFORM MOSTRAR-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MOSTRAR-CORRIDA.
           MOVE PROC-CORRIDA TO WS-DISPLAY-CORRIDA
           MOVE PROC-LEIDOS TO WS-DISPLAY-LEIDOS
           MOVE PROC-GRABADOS TO WS-DISPLAY-GRABADOS
           MOVE PROC-IMPORTE TO WS-DISPLAY-IMPORTE
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING PROC-PROCESO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROC-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROC-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROC-USUARIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROC-AUTORIZO DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA
           DISPLAY "           LEIDOS: " WS-DISPLAY-LEIDOS
               "  GRABADOS: " WS-DISPLAY-GRABADOS
               "  IMPORTE: " WS-DISPLAY-IMPORTE.

       CERRAR-MES.
           PERFORM PEDIR-MES
           IF MES-VALIDO
               PERFORM FORMATEAR-FECHA-HOY
               MOVE WS-FECHA-FORMATEADA(1:7) TO WS-MES-ACTUAL
               PERFORM VERIFICAR-MES-CERRADO
               EVALUATE TRUE
                   WHEN WS-PROC-MES NOT < WS-MES-ACTUAL
                       DISPLAY "SOLO SE PUEDEN CERRAR MESES ANTERIORES"
                           " AL ACTUAL (" WS-MES-ACTUAL ")"
                   WHEN MES-CERRADO
                       DISPLAY "EL MES " WS-PROC-MES
                           " YA ESTA CERRADO DESDE EL " CMES-FECHA
                   WHEN OTHER
                       PERFORM CAPTURAR-CIERRE-MES
               END-EVALUATE
           END-IF.

       CAPTURAR-CIERRE-MES.
           MOVE "CIERREMES" TO WS-PROC-NOMBRE
           MOVE SPACES TO WS-PROC-AUTORIZO
           PERFORM CARGAR-ESTADO-MES
           PERFORM MOSTRAR-ESTADO-PROCESOS
           SET SUPERVISOR-VALIDO TO TRUE
           IF WS-NUM-PENDIENTES > 0
               DISPLAY " "
               DISPLAY "HAY " WS-NUM-PENDIENTES
                   " PROCESO(S) PENDIENTE(S) EN EL MES"
               DISPLAY "PARA CERRAR ASI SE REQUIERE AUTORIZACION"
               PERFORM AUTORIZAR-SUPERVISOR
           END-IF
           IF SUPERVISOR-VALIDO
               DISPLAY " "
               DISPLAY "AL CERRAR EL MES " WS-PROC-MES
                   " YA NO SE PODRAN GRABAR COBROS,"
               DISPLAY "CORRECCIONES NI CARGOS CON FECHA O MES"
                   " DENTRO DE EL"
               DISPLAY "CONFIRMA EL CIERRE (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GRABAR-CIERRE-MES
               ELSE
                   DISPLAY "CIERRE CANCELADO"
               END-IF
           ELSE
               DISPLAY "CIERRE NO AUTORIZADO"
           END-IF.

       GRABAR-CIERRE-MES.
           PERFORM FORMATEAR-FECHA-HOY
           MOVE SPACES TO CIERREMES-RECORD
           MOVE WS-PROC-MES TO CMES-MES
           MOVE WS-FECHA-FORMATEADA TO CMES-FECHA
           MOVE WS-HORA-FORMATEADA TO CMES-HORA
           MOVE WS-CAJERO-ACTUAL TO CMES-USUARIO
           MOVE WS-PROC-AUTORIZO TO CMES-AUTORIZO
           WRITE CIERREMES-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CIERRE, STATUS "
                       FS-CIERRESMES
               NOT INVALID KEY
                   MOVE WS-NUM-CORRIDAS-MES TO WS-PROC-LEIDOS
                   MOVE WS-NUM-PENDIENTES TO WS-PROC-GRABADOS
                   MOVE 0 TO WS-PROC-IMPORTE
                   PERFORM REGISTRAR-PROCESO
                   DISPLAY "MES " WS-PROC-MES " CERRADO"
           END-WRITE.

       REABRIR-MES.
           PERFORM PEDIR-MES
           IF MES-VALIDO
               PERFORM VERIFICAR-MES-CERRADO
               IF NOT MES-CERRADO
                   DISPLAY "EL MES " WS-PROC-MES " NO ESTA CERRADO"
               ELSE
                   DISPLAY "MES CERRADO EL " CMES-FECHA " "
                       CMES-HORA " POR " CMES-USUARIO
                   MOVE "REAPERTURA" TO WS-PROC-NOMBRE
                   MOVE SPACES TO WS-PROC-AUTORIZO
                   PERFORM CARGAR-ESTADO-MES
                   DISPLAY "PARA REABRIR EL MES SE REQUIERE"
                       " AUTORIZACION"
                   PERFORM AUTORIZAR-SUPERVISOR
                   IF SUPERVISOR-VALIDO
                       PERFORM CONFIRMAR-REAPERTURA
                   ELSE
                       DISPLAY "REAPERTURA NO AUTORIZADA"
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-REAPERTURA.
           DISPLAY "CONFIRMA REABRIR EL MES " WS-PROC-MES " (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               DELETE CIERRESMES-FILE
                   INVALID KEY
                       DISPLAY "ERROR AL REABRIR EL MES, STATUS "
                           FS-CIERRESMES
                   NOT INVALID KEY
                       MOVE WS-NUM-CORRIDAS-MES TO WS-PROC-LEIDOS
                       MOVE 0 TO WS-PROC-GRABADOS
                       MOVE 0 TO WS-PROC-IMPORTE
                       PERFORM REGISTRAR-PROCESO
                       DISPLAY "MES " WS-PROC-MES " REABIERTO"
               END-DELETE
           ELSE
               DISPLAY "REAPERTURA CANCELADA"
           END-IF.

       AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-FLAG
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
           PERFORM FORMATEAR-FECHA-HOY
           MOVE SPACES TO PROCESO-RECORD
           MOVE WS-PROC-MES TO PROC-MES
           MOVE WS-PROC-NOMBRE TO PROC-PROCESO
           COMPUTE PROC-CORRIDA = WS-PROC-CORRIDAS + 1
           MOVE WS-FECHA-FORMATEADA TO PROC-FECHA
           MOVE WS-HORA-FORMATEADA TO PROC-HORA
           MOVE WS-CAJERO-ACTUAL TO PROC-USUARIO
           MOVE WS-PROC-AUTORIZO TO PROC-AUTORIZO
           MOVE WS-PROC-LEIDOS TO PROC-LEIDOS
           MOVE WS-PROC-GRABADOS TO PROC-GRABADOS
           MOVE WS-PROC-IMPORTE TO PROC-IMPORTE
           WRITE PROCESO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR EL MOVIMIENTO, STATUS "
                       FS-PROCESOS
           END-WRITE.

       LISTAR-MESES-CERRADOS.
           MOVE 0 TO WS-NUM-MESES
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "MESES CERRADOS"
           DISPLAY "MES     FECHA      HORA     USUARIO    AUTORIZO"
           MOVE LOW-VALUES TO CMES-MES
           MOVE 'N' TO WS-EOF-CMES
           START CIERRESMES-FILE KEY IS NOT LESS THAN CMES-MES
               INVALID KEY
                   SET EOF-CIERREMES TO TRUE
           END-START
           PERFORM UNTIL EOF-CIERREMES
               READ CIERRESMES-FILE NEXT RECORD
                   AT END
                       SET EOF-CIERREMES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NUM-MESES
                       DISPLAY CMES-MES " " CMES-FECHA " "
                           CMES-HORA " " CMES-USUARIO " "
                           CMES-AUTORIZO
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "MESES CERRADOS: " WS-NUM-MESES
           DISPLAY "================================================".

       FORMATEAR-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(7:2) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATEADA
           STRING WS-FECHA-HOY(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HOY(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HOY(13:2) DELIMITED BY SIZE
               INTO WS-HORA-FORMATEADA.

       TERMINATE-PROGRAM.
           CLOSE CAJEROS-FILE
           CLOSE SUPERVISORES-FILE
           CLOSE PROCESOS-FILE
           CLOSE CIERRESMES-FILE.

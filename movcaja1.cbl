       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCAJA1.
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
           COPY "movcaja-select.cpy".
           COPY "alumno-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "ingreso-select.cpy".
           COPY "control-select.cpy".
           COPY "corte-select.cpy".
           COPY "cajero-select.cpy".
           SELECT VALE-FILE ASSIGN TO WS-VALE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALE.

       DATA DIVISION.
       FILE SECTION.
           COPY "movcaja-fd.cpy".
           COPY "alumno-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "ingreso-fd.cpy".
           COPY "control-fd.cpy".
           COPY "corte-fd.cpy".
           COPY "cajero-fd.cpy".
       FD  VALE-FILE.
       01  VALE-LINEA               PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MOVCAJA           PIC XX.
           05  FS-ALUMNO            PIC XX.
           05  FS-ANTICIPOS         PIC XX.
           05  FS-INGRESOS          PIC XX.
           05  FS-CONTROL           PIC XX.
           05  FS-CORTES            PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-VALE              PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-EOF-MOV           PIC X VALUE 'N'.
               88  EOF-MOVIMIENTO   VALUE 'Y'.
           05  WS-DIA-FLAG          PIC X VALUE 'N'.
               88  DIA-CERRADO      VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-ALUMNO-FLAG       PIC X VALUE 'N'.
               88  ALUMNO-ENCONTRADO    VALUE 'Y'.
           05  WS-FONDO-FLAG        PIC X VALUE 'N'.
               88  FONDO-REGISTRADO VALUE 'Y'.
           05  WS-IMPORTE-FLAG      PIC X VALUE 'N'.
               88  IMPORTE-VALIDO   VALUE 'Y'.
           05  WS-ANTICIPO-FLAG     PIC X VALUE 'N'.
               88  ANTICIPO-DEBITADO    VALUE 'Y'.
           05  WS-GRABADO-FLAG      PIC X VALUE 'N'.
               88  MOVIMIENTO-GRABADO   VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-ALUMNO-BUSCAR     PIC X(10).
           05  WS-FECHA-BUSCAR      PIC X(10).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-IMPORTE-INPUT     PIC 9(7)V99.
           05  WS-REPORTE-LINEA     PIC X(70).

       01  WS-MOVIMIENTO.
           05  WS-MOV-TIPO          PIC X(1).
           05  WS-MOV-IMPORTE       PIC S9(7)V99.
           05  WS-MOV-ALUMNO        PIC X(10).
           05  WS-MOV-RECIBE        PIC X(50).
           05  WS-MOV-MOTIVO        PIC X(40).
           05  WS-MOV-TITULO        PIC X(30).

       01  WS-ALUMNO-ACTUAL.
           05  WS-ALU-CODIGO        PIC X(10).
           05  WS-ALU-NOMBRE        PIC X(50).
           05  WS-ALU-APELLIDO      PIC X(50).

       01  WS-SALDOS.
           05  WS-SALDO-ANTERIOR    PIC S9(7)V99.
           05  WS-SALDO-NUEVO       PIC S9(7)V99.
           05  WS-EFECTIVO-CAJA     PIC S9(7)V99.
           05  WS-FONDO-FOLIO       PIC X(10).

       01  WS-TOTALES-DIA.
           05  WS-TOT-FONDO         PIC S9(7)V99.
           05  WS-TOT-RETIROS       PIC S9(7)V99.
           05  WS-TOT-DEVOLUCIONES  PIC S9(7)V99.
           05  WS-TOT-INGRESOS-EF   PIC S9(7)V99.

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).
           05  WS-CAJERO-NOMBRE     PIC X(50).

       01  WS-FOLIO-MOVIMIENTO.
           05  WS-SIGUIENTE-NUM     PIC 9(10).
           05  WS-MOV-NUM           PIC 9(8).
           05  WS-MOV-FOLIO         PIC X(10).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).
       01  WS-HORA-FORMATEADA       PIC X(8).

       01  WS-VALE-CAMPOS.
           05  WS-VALE-NOMBRE       PIC X(30).
           05  WS-VALE-IMPORTE      PIC Z.ZZZ.ZZ9,99.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL     PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-TIPO      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM PROCESAR-OPCION
           END-PERFORM
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM ABRIR-MOVCAJA-FILE
           OPEN INPUT ALUMNO-FILE
           PERFORM ABRIR-ANTICIPOS-FILE
           PERFORM ABRIR-INGRESOS-FILE
           PERFORM ABRIR-CONTROL-FILE
           PERFORM ABRIR-CORTES-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM REGISTRAR-CAJERO.

       ABRIR-MOVCAJA-FILE.
           OPEN I-O MOVCAJA-FILE
           IF FS-MOVCAJA = "35"
               OPEN OUTPUT MOVCAJA-FILE
               CLOSE MOVCAJA-FILE
               OPEN I-O MOVCAJA-FILE
           END-IF.

       ABRIR-ANTICIPOS-FILE.
           OPEN I-O ANTICIPOS-FILE
           IF FS-ANTICIPOS = "35"
               OPEN OUTPUT ANTICIPOS-FILE
               CLOSE ANTICIPOS-FILE
               OPEN I-O ANTICIPOS-FILE
           END-IF.

       ABRIR-INGRESOS-FILE.
           OPEN INPUT INGRESOS-FILE
           IF FS-INGRESOS = "35"
               OPEN OUTPUT INGRESOS-FILE
               CLOSE INGRESOS-FILE
               OPEN INPUT INGRESOS-FILE
           END-IF.

       ABRIR-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF FS-CONTROL = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

       ABRIR-CORTES-FILE.
           OPEN INPUT CORTES-FILE
           IF FS-CORTES = "35"
               OPEN OUTPUT CORTES-FILE
               CLOSE CORTES-FILE
               OPEN INPUT CORTES-FILE
           END-IF.

       ABRIR-CAJEROS-FILE.
           OPEN INPUT CAJEROS-FILE
           IF FS-CAJEROS = "35"
               OPEN OUTPUT CAJEROS-FILE
               CLOSE CAJEROS-FILE
               OPEN INPUT CAJEROS-FILE
           END-IF.

       REGISTRAR-CAJERO.
           MOVE 'N' TO WS-CAJERO-FLAG
           MOVE SPACES TO WS-CAJERO-ACTUAL
           DISPLAY "MOVIMIENTOS DE CAJA - REGISTRO DE CAJERO"
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
                       MOVE CAJERO-NOMBRE TO WS-CAJERO-NOMBRE
                       DISPLAY "BIENVENIDO "
                           FUNCTION TRIM(CAJERO-NOMBRE)
                   ELSE
                       DISPLAY "CAJERO DADO DE BAJA"
                   END-IF
           END-READ.

       PROCESAR-OPCION.
           DISPLAY " "
           DISPLAY "MOVIMIENTOS DE CAJA"
           DISPLAY "1=FONDO DE CAJA  2=RETIRO PARCIAL"
           DISPLAY "3=DEVOLUCION DE SALDO A FAVOR  4=MOVIMIENTOS"
               " DEL DIA"
           DISPLAY "OPCION (EN BLANCO PARA SALIR): " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN SPACES
                   SET EXIT-PROGRAM TO TRUE
               WHEN "1"
               WHEN "2"
               WHEN "3"
                   PERFORM FORMATEAR-FECHA-HOY
                   PERFORM VERIFICAR-DIA-CERRADO
                   IF DIA-CERRADO
                       DISPLAY "EL DIA YA TIENE CORTE DE CAJA, NO SE"
                           " PUEDEN REGISTRAR MOVIMIENTOS HOY"
                   ELSE
                       PERFORM CAPTURAR-MOVIMIENTO
                   END-IF
               WHEN "4"
                   PERFORM CONSULTAR-MOVIMIENTOS
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       CAPTURAR-MOVIMIENTO.
           MOVE SPACES TO WS-MOVIMIENTO
           MOVE 0 TO WS-MOV-IMPORTE
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM CAPTURAR-FONDO
               WHEN "2"
                   PERFORM CAPTURAR-RETIRO
               WHEN "3"
                   PERFORM CAPTURAR-DEVOLUCION
           END-EVALUATE.

       CAPTURAR-FONDO.
           PERFORM BUSCAR-FONDO-CAJERO
           IF FONDO-REGISTRADO
               DISPLAY "YA SE REGISTRO EL FONDO DE CAJA DE HOY, FOLIO "
                   WS-FONDO-FOLIO
           ELSE
               DISPLAY "FONDO DE CAJA RECIBIDO: " WITH NO ADVANCING
               PERFORM PEDIR-IMPORTE
               IF IMPORTE-VALIDO
                   MOVE "F" TO WS-MOV-TIPO
                   MOVE "FONDO DE CAJA" TO WS-MOV-MOTIVO
                   PERFORM CONFIRMAR-MOVIMIENTO
               END-IF
           END-IF.

       CAPTURAR-RETIRO.
           PERFORM CALCULAR-EFECTIVO-CAJA
           MOVE WS-EFECTIVO-CAJA TO WS-DISPLAY-TOTAL
           DISPLAY "EFECTIVO EN CAJA SEGUN SISTEMA: " WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE DEL RETIRO: " WITH NO ADVANCING
           PERFORM PEDIR-IMPORTE
           IF IMPORTE-VALIDO
               IF WS-MOV-IMPORTE > WS-EFECTIVO-CAJA
                   DISPLAY "EL RETIRO EXCEDE EL EFECTIVO EN CAJA"
               ELSE
                   DISPLAY "QUIEN RECIBE EL RETIRO: " WITH NO ADVANCING
                   ACCEPT WS-MOV-RECIBE
                   IF WS-MOV-RECIBE = SPACES
                       DISPLAY "SE REQUIERE INDICAR QUIEN RECIBE"
                   ELSE
                       DISPLAY "MOTIVO (EN BLANCO = CAJA FUERTE): "
                           WITH NO ADVANCING
                       ACCEPT WS-MOV-MOTIVO
                       IF WS-MOV-MOTIVO = SPACES
                           MOVE "TRASPASO A CAJA FUERTE"
                               TO WS-MOV-MOTIVO
                       END-IF
                       MOVE "R" TO WS-MOV-TIPO
                       PERFORM CONFIRMAR-MOVIMIENTO
                   END-IF
               END-IF
           END-IF.

       CAPTURAR-DEVOLUCION.
           PERFORM PEDIR-ALUMNO
           IF ALUMNO-ENCONTRADO
               PERFORM LEER-SALDO-ANTICIPO
               IF WS-SALDO-ANTERIOR NOT > 0
                   DISPLAY "EL ALUMNO NO TIENE SALDO A FAVOR"
               ELSE
                   PERFORM CAPTURAR-IMPORTE-DEVOLUCION
               END-IF
           END-IF.

       CAPTURAR-IMPORTE-DEVOLUCION.
           MOVE WS-SALDO-ANTERIOR TO WS-DISPLAY-TOTAL
           DISPLAY "SALDO A FAVOR:                  " WS-DISPLAY-TOTAL
           PERFORM CALCULAR-EFECTIVO-CAJA
           MOVE WS-EFECTIVO-CAJA TO WS-DISPLAY-TOTAL
           DISPLAY "EFECTIVO EN CAJA SEGUN SISTEMA: " WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE A DEVOLVER: " WITH NO ADVANCING
           PERFORM PEDIR-IMPORTE
           IF IMPORTE-VALIDO
               EVALUATE TRUE
                   WHEN WS-MOV-IMPORTE > WS-SALDO-ANTERIOR
                       DISPLAY "EL IMPORTE EXCEDE EL SALDO A FAVOR"
                   WHEN WS-MOV-IMPORTE > WS-EFECTIVO-CAJA
                       DISPLAY "NO HAY EFECTIVO SUFICIENTE EN CAJA"
                   WHEN OTHER
                       PERFORM CAPTURAR-DATOS-DEVOLUCION
               END-EVALUATE
           END-IF.

       CAPTURAR-DATOS-DEVOLUCION.
           DISPLAY "NOMBRE DE QUIEN RECIBE: " WITH NO ADVANCING
           ACCEPT WS-MOV-RECIBE
           DISPLAY "MOTIVO DE LA DEVOLUCION: " WITH NO ADVANCING
           ACCEPT WS-MOV-MOTIVO
           IF WS-MOV-RECIBE = SPACES OR WS-MOV-MOTIVO = SPACES
               DISPLAY "QUIEN RECIBE Y EL MOTIVO SON REQUERIDOS"
               DISPLAY "DEVOLUCION CANCELADA"
           ELSE
               MOVE "D" TO WS-MOV-TIPO
               MOVE WS-ALU-CODIGO TO WS-MOV-ALUMNO
               PERFORM CONFIRMAR-MOVIMIENTO
           END-IF.

       PEDIR-IMPORTE.
           MOVE 'N' TO WS-IMPORTE-FLAG
           MOVE 0 TO WS-IMPORTE-INPUT
           ACCEPT WS-IMPORTE-INPUT
           IF WS-IMPORTE-INPUT > 0
               SET IMPORTE-VALIDO TO TRUE
               MOVE WS-IMPORTE-INPUT TO WS-MOV-IMPORTE
           ELSE
               DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
           END-IF.

       PEDIR-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-FLAG
           DISPLAY "ALUMNO (CODIGO): " WITH NO ADVANCING
           ACCEPT WS-ALUMNO-BUSCAR
           MOVE SPACES TO ALUMNO-CODIGO
           MOVE FUNCTION TRIM(WS-ALUMNO-BUSCAR) TO ALUMNO-CODIGO
           READ ALUMNO-FILE
               INVALID KEY
                   DISPLAY "ALUMNO NO ENCONTRADO"
               NOT INVALID KEY
                   SET ALUMNO-ENCONTRADO TO TRUE
                   MOVE ALUMNO-CODIGO TO WS-ALU-CODIGO
                   MOVE ALUMNO-NOMBRE TO WS-ALU-NOMBRE
                   MOVE ALUMNO-APELLIDO TO WS-ALU-APELLIDO
                   DISPLAY "ALUMNO: " FUNCTION TRIM(WS-ALU-NOMBRE)
                       " " FUNCTION TRIM(WS-ALU-APELLIDO)
           END-READ.

       LEER-SALDO-ANTICIPO.
           MOVE 0 TO WS-SALDO-ANTERIOR
           MOVE SPACES TO ANTICIPO-ALUMNO
           MOVE WS-ALU-CODIGO TO ANTICIPO-ALUMNO
           READ ANTICIPOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ANTICIPO-SALDO TO WS-SALDO-ANTERIOR
           END-READ.

       CONFIRMAR-MOVIMIENTO.
           MOVE WS-MOV-IMPORTE TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE: " WS-DISPLAY-TOTAL
           DISPLAY "CONFIRMA EL MOVIMIENTO (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRABAR-MOVIMIENTO
           ELSE
               DISPLAY "MOVIMIENTO CANCELADO"
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE 'N' TO WS-GRABADO-FLAG
           PERFORM FORMATEAR-FECHA-HOY
           PERFORM VERIFICAR-DIA-CERRADO
           IF DIA-CERRADO
               DISPLAY "EL DIA YA TIENE CORTE DE CAJA, NO SE"
                   " PUEDEN REGISTRAR MOVIMIENTOS HOY"
           ELSE
               IF WS-MOV-TIPO = "D"
                   PERFORM DEBITAR-ANTICIPO
               ELSE
                   SET ANTICIPO-DEBITADO TO TRUE
               END-IF
               IF ANTICIPO-DEBITADO
                   PERFORM OBTENER-FOLIO-MOVIMIENTO
                   PERFORM ESCRIBIR-MOVIMIENTO
               END-IF
           END-IF
           IF MOVIMIENTO-GRABADO
               DISPLAY "MOVIMIENTO REGISTRADO, FOLIO " WS-MOV-FOLIO
               IF WS-MOV-TIPO NOT = "F"
                   PERFORM IMPRIMIR-VALE
               END-IF
           END-IF.

       DEBITAR-ANTICIPO.
           MOVE 'N' TO WS-ANTICIPO-FLAG
           MOVE SPACES TO ANTICIPO-ALUMNO
           MOVE WS-MOV-ALUMNO TO ANTICIPO-ALUMNO
           READ ANTICIPOS-FILE
               INVALID KEY
                   DISPLAY "EL ALUMNO NO TIENE SALDO A FAVOR"
               NOT INVALID KEY
                   IF ANTICIPO-SALDO < WS-MOV-IMPORTE
                       DISPLAY "EL SALDO A FAVOR YA NO ALCANZA"
                   ELSE
                       MOVE ANTICIPO-SALDO TO WS-SALDO-ANTERIOR
                       SUBTRACT WS-MOV-IMPORTE FROM ANTICIPO-SALDO
                       MOVE ANTICIPO-SALDO TO WS-SALDO-NUEVO
                       REWRITE ANTICIPO-RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL SALDO"
                                   " A FAVOR DE " WS-MOV-ALUMNO
                                   " STATUS " FS-ANTICIPOS
                           NOT INVALID KEY
                               SET ANTICIPO-DEBITADO TO TRUE
                       END-REWRITE
                   END-IF
           END-READ.

       ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO MOVCAJA-RECORD
           MOVE WS-MOV-FOLIO TO MOVC-FOLIO
           MOVE WS-FECHA-FORMATEADA TO MOVC-FECHA
           MOVE WS-HORA-FORMATEADA TO MOVC-HORA
           MOVE WS-MOV-TIPO TO MOVC-TIPO
           MOVE WS-MOV-IMPORTE TO MOVC-IMPORTE
           MOVE WS-MOV-ALUMNO TO MOVC-ALUMNO
           MOVE WS-MOV-RECIBE TO MOVC-RECIBE
           MOVE WS-CAJERO-ACTUAL TO MOVC-CAJERO
           MOVE WS-MOV-MOTIVO TO MOVC-MOTIVO
           WRITE MOVCAJA-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL MOVIMIENTO "
                       WS-MOV-FOLIO " STATUS " FS-MOVCAJA
               NOT INVALID KEY
                   SET MOVIMIENTO-GRABADO TO TRUE
           END-WRITE.

       BUSCAR-FONDO-CAJERO.
           MOVE 'N' TO WS-FONDO-FLAG
           MOVE SPACES TO WS-FONDO-FOLIO
           MOVE WS-FECHA-FORMATEADA TO MOVC-FECHA
           MOVE 'N' TO WS-EOF-MOV
           START MOVCAJA-FILE KEY IS EQUAL TO MOVC-FECHA
               INVALID KEY
                   SET EOF-MOVIMIENTO TO TRUE
           END-START
           PERFORM UNTIL EOF-MOVIMIENTO OR FONDO-REGISTRADO
               READ MOVCAJA-FILE NEXT RECORD
                   AT END
                       SET EOF-MOVIMIENTO TO TRUE
                   NOT AT END
                       IF MOVC-FECHA NOT = WS-FECHA-FORMATEADA
                           SET EOF-MOVIMIENTO TO TRUE
                       ELSE
                           IF MOVC-FONDO AND
                                   MOVC-CAJERO = WS-CAJERO-ACTUAL
                               SET FONDO-REGISTRADO TO TRUE
                               MOVE MOVC-FOLIO TO WS-FONDO-FOLIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-EFECTIVO-CAJA.
           MOVE WS-FECHA-FORMATEADA TO WS-FECHA-BUSCAR
           PERFORM SUMAR-INGRESOS-EFECTIVO
           PERFORM SUMAR-MOVIMIENTOS-CAJA
           COMPUTE WS-EFECTIVO-CAJA =
               WS-TOT-FONDO + WS-TOT-INGRESOS-EF -
               WS-TOT-RETIROS - WS-TOT-DEVOLUCIONES.

       SUMAR-INGRESOS-EFECTIVO.
           MOVE 0 TO WS-TOT-INGRESOS-EF
           MOVE SPACES TO INGRESO-FECHA
           MOVE WS-FECHA-BUSCAR TO INGRESO-FECHA
           MOVE 'N' TO WS-EOF
           START INGRESOS-FILE KEY IS EQUAL TO INGRESO-FECHA
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ INGRESOS-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF INGRESO-FECHA NOT = WS-FECHA-BUSCAR
                           SET EOF TO TRUE
                       ELSE
                           IF PAGO-EFECTIVO
                               ADD INGRESO-TOTAL TO WS-TOT-INGRESOS-EF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-MOVIMIENTOS-CAJA.
           MOVE 0 TO WS-TOT-FONDO
           MOVE 0 TO WS-TOT-RETIROS
           MOVE 0 TO WS-TOT-DEVOLUCIONES
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
           END-PERFORM.

       ACUMULAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOVC-FONDO
                   ADD MOVC-IMPORTE TO WS-TOT-FONDO
               WHEN MOVC-RETIRO
                   ADD MOVC-IMPORTE TO WS-TOT-RETIROS
               WHEN MOVC-DEVOLUCION
                   ADD MOVC-IMPORTE TO WS-TOT-DEVOLUCIONES
           END-EVALUATE.

       CONSULTAR-MOVIMIENTOS.
           PERFORM FORMATEAR-FECHA-HOY
           DISPLAY "FECHA (AAAA-MM-DD, EN BLANCO = HOY): "
               WITH NO ADVANCING
           ACCEPT WS-FECHA-BUSCAR
           IF WS-FECHA-BUSCAR = SPACES
               MOVE WS-FECHA-FORMATEADA TO WS-FECHA-BUSCAR
           END-IF
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "MOVIMIENTOS DE CAJA DEL " WS-FECHA-BUSCAR
           DISPLAY "================================================"
           DISPLAY "FOLIO      HORA     TIPO       CAJERO     IMPORTE"
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
                           PERFORM MOSTRAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SUMAR-INGRESOS-EFECTIVO
           PERFORM SUMAR-MOVIMIENTOS-CAJA
           COMPUTE WS-EFECTIVO-CAJA =
               WS-TOT-FONDO + WS-TOT-INGRESOS-EF -
               WS-TOT-RETIROS - WS-TOT-DEVOLUCIONES
           DISPLAY "------------------------------------------------"
           MOVE WS-TOT-FONDO TO WS-DISPLAY-TOTAL
           DISPLAY "FONDO DE CAJA:          " WS-DISPLAY-TOTAL
           MOVE WS-TOT-INGRESOS-EF TO WS-DISPLAY-TOTAL
           DISPLAY "COBROS EN EFECTIVO:     " WS-DISPLAY-TOTAL
           MOVE WS-TOT-RETIROS TO WS-DISPLAY-TOTAL
           DISPLAY "RETIROS PARCIALES:      " WS-DISPLAY-TOTAL
           MOVE WS-TOT-DEVOLUCIONES TO WS-DISPLAY-TOTAL
           DISPLAY "DEVOLUCIONES:           " WS-DISPLAY-TOTAL
           MOVE WS-EFECTIVO-CAJA TO WS-DISPLAY-TOTAL
           DISPLAY "EFECTIVO EN CAJA:       " WS-DISPLAY-TOTAL
           DISPLAY "================================================".

       MOSTRAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOVC-FONDO
                   MOVE "FONDO" TO WS-DISPLAY-TIPO
               WHEN MOVC-RETIRO
                   MOVE "RETIRO" TO WS-DISPLAY-TIPO
               WHEN MOVC-DEVOLUCION
                   MOVE "DEVOLUCION" TO WS-DISPLAY-TIPO
               WHEN OTHER
                   MOVE MOVC-TIPO TO WS-DISPLAY-TIPO
           END-EVALUATE
           MOVE MOVC-IMPORTE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING MOVC-FOLIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOVC-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOVC-CAJERO(1:10) DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA
           IF MOVC-DEVOLUCION
               DISPLAY "           ALUMNO " MOVC-ALUMNO
                   " RECIBE " FUNCTION TRIM(MOVC-RECIBE)
           END-IF.

       IMPRIMIR-VALE.
           MOVE SPACES TO WS-VALE-NOMBRE
           STRING "vale-" DELIMITED BY SIZE
                  WS-MOV-FOLIO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-VALE-NOMBRE
           OPEN OUTPUT VALE-FILE
           IF FS-VALE NOT = "00"
               DISPLAY "ERROR AL ABRIR EL VALE, STATUS " FS-VALE
           ELSE
               PERFORM ESCRIBIR-VALE
               CLOSE VALE-FILE
               DISPLAY "VALE GENERADO: " WS-VALE-NOMBRE
           END-IF.

       ESCRIBIR-VALE.
           IF WS-MOV-TIPO = "D"
               MOVE "   VALE DE DEVOLUCION DE SALDO A FAVOR"
                   TO WS-MOV-TITULO
           ELSE
               MOVE "     VALE DE RETIRO DE CAJA" TO WS-MOV-TITULO
           END-IF
           MOVE "============================================"
               TO VALE-LINEA
           WRITE VALE-LINEA
           MOVE "            COLEGIO WINSTON 93" TO VALE-LINEA
           WRITE VALE-LINEA
           MOVE WS-MOV-TITULO TO VALE-LINEA
           WRITE VALE-LINEA
           MOVE "============================================"
               TO VALE-LINEA
           WRITE VALE-LINEA
           MOVE SPACES TO VALE-LINEA
           STRING "FOLIO: " DELIMITED BY SIZE
                  WS-MOV-FOLIO DELIMITED BY SIZE
                  "    FECHA: " DELIMITED BY SIZE
                  WS-FECHA-FORMATEADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-FORMATEADA(1:5) DELIMITED BY SIZE
               INTO VALE-LINEA
           WRITE VALE-LINEA
           IF WS-MOV-TIPO = "D"
               MOVE SPACES TO VALE-LINEA
               STRING "ALUMNO: " DELIMITED BY SIZE
                      WS-ALU-CODIGO DELIMITED BY SIZE
                   INTO VALE-LINEA
               WRITE VALE-LINEA
               MOVE SPACES TO VALE-LINEA
               STRING "        " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALU-NOMBRE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALU-APELLIDO)
                          DELIMITED BY SIZE
                   INTO VALE-LINEA
               WRITE VALE-LINEA
           END-IF
           MOVE "--------------------------------------------"
               TO VALE-LINEA
           WRITE VALE-LINEA
           IF WS-MOV-TIPO = "D"
               MOVE WS-SALDO-ANTERIOR TO WS-VALE-IMPORTE
               MOVE SPACES TO VALE-LINEA
               STRING "SALDO A FAVOR ANTERIOR:         "
                          DELIMITED BY SIZE
                      WS-VALE-IMPORTE DELIMITED BY SIZE
                   INTO VALE-LINEA
               WRITE VALE-LINEA
           END-IF
           MOVE WS-MOV-IMPORTE TO WS-VALE-IMPORTE
           MOVE SPACES TO VALE-LINEA
           STRING "IMPORTE ENTREGADO EN EFECTIVO:  " DELIMITED BY SIZE
                  WS-VALE-IMPORTE DELIMITED BY SIZE
               INTO VALE-LINEA
           WRITE VALE-LINEA
           IF WS-MOV-TIPO = "D"
               MOVE WS-SALDO-NUEVO TO WS-VALE-IMPORTE
               MOVE SPACES TO VALE-LINEA
               STRING "SALDO A FAVOR RESTANTE:         "
                          DELIMITED BY SIZE
                      WS-VALE-IMPORTE DELIMITED BY SIZE
                   INTO VALE-LINEA
               WRITE VALE-LINEA
           END-IF
           MOVE SPACES TO VALE-LINEA
           STRING "MOTIVO: " DELIMITED BY SIZE
                  WS-MOV-MOTIVO DELIMITED BY SIZE
               INTO VALE-LINEA
           WRITE VALE-LINEA
           MOVE "--------------------------------------------"
               TO VALE-LINEA
           WRITE VALE-LINEA
           MOVE SPACES TO VALE-LINEA
           WRITE VALE-LINEA
           WRITE VALE-LINEA
           MOVE "  ______________________    ________________"
               TO VALE-LINEA
           WRITE VALE-LINEA
           MOVE "   RECIBI DE CONFORMIDAD       ENTREGO"
               TO VALE-LINEA
           WRITE VALE-LINEA
           MOVE SPACES TO VALE-LINEA
           STRING "  " DELIMITED BY SIZE
                  WS-MOV-RECIBE(1:26) DELIMITED BY SIZE
                  WS-CAJERO-ACTUAL DELIMITED BY SIZE
               INTO VALE-LINEA
           WRITE VALE-LINEA
           MOVE "============================================"
               TO VALE-LINEA
           WRITE VALE-LINEA.

       VERIFICAR-DIA-CERRADO.
           MOVE 'N' TO WS-DIA-FLAG
           MOVE SPACES TO CORTE-FECHA
           MOVE WS-FECHA-FORMATEADA TO CORTE-FECHA
           READ CORTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DIA-CERRADO TO TRUE
           END-READ.

       OBTENER-FOLIO-MOVIMIENTO.
           MOVE "MOVCAJA" TO CTL-LLAVE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE "MOVCAJA" TO CTL-LLAVE
                   MOVE 0 TO CTL-ULTIMO-NUM
                   WRITE CONTROL-RECORD
           END-READ
           ADD 1 TO CTL-ULTIMO-NUM
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CONTROL DE FOLIOS"
           END-REWRITE
           MOVE CTL-ULTIMO-NUM TO WS-SIGUIENTE-NUM
           MOVE WS-SIGUIENTE-NUM TO WS-MOV-NUM
           MOVE SPACES TO WS-MOV-FOLIO
           STRING "MC" DELIMITED BY SIZE
                  WS-MOV-NUM DELIMITED BY SIZE
               INTO WS-MOV-FOLIO.

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
           CLOSE MOVCAJA-FILE
           CLOSE ALUMNO-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE INGRESOS-FILE
           CLOSE CONTROL-FILE
           CLOSE CORTES-FILE
           CLOSE CAJEROS-FILE.

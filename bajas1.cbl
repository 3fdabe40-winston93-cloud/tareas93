       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJAS1.
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
           COPY "cargo-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "plan-select.cpy".
           COPY "beca-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "ingreso-select.cpy".
           COPY "control-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cambio-select.cpy".
           COPY "baja-select.cpy".
           COPY "constancia-select.cpy".
           COPY "cierremes-select.cpy".
           SELECT CONSTANCIA-TXT ASSIGN TO WS-CONSTANCIA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSTANCIA-TXT.

       DATA DIVISION.
       FILE SECTION.
           COPY "alumno-fd.cpy".
           COPY "cargo-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "plan-fd.cpy".
           COPY "beca-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "ingreso-fd.cpy".
           COPY "control-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cambio-fd.cpy".
           COPY "baja-fd.cpy".
           COPY "constancia-fd.cpy".
           COPY "cierremes-fd.cpy".
       FD  CONSTANCIA-TXT.
       01  CONSTANCIA-LINEA         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ALUMNO            PIC XX.
           05  FS-CARGOS            PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-PLANES            PIC XX.
           05  FS-BECAS             PIC XX.
           05  FS-ANTICIPOS         PIC XX.
           05  FS-INGRESOS          PIC XX.
           05  FS-CONTROL           PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-CAMBIOS           PIC XX.
           05  FS-BAJAS             PIC XX.
           05  FS-CONSTANCIAS       PIC XX.
           05  FS-CONSTANCIA-TXT    PIC XX.
           05  FS-CIERRESMES        PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-ALUMNO-FLAG       PIC X VALUE 'N'.
               88  ALUMNO-ENCONTRADO    VALUE 'Y'.
           05  WS-BAJA-FLAG         PIC X VALUE 'N'.
               88  BAJA-REGISTRADA  VALUE 'Y'.
           05  WS-FECHA-FLAG        PIC X VALUE 'N'.
               88  FECHA-VALIDA     VALUE 'Y'.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-EOF-INGRESO       PIC X VALUE 'N'.
               88  EOF-INGRESO      VALUE 'Y'.
           05  WS-EOF-PLAN          PIC X VALUE 'N'.
               88  EOF-PLAN         VALUE 'Y'.
           05  WS-EOF-BECA          PIC X VALUE 'N'.
               88  EOF-BECA         VALUE 'Y'.
           05  WS-EOF-CONST         PIC X VALUE 'N'.
               88  EOF-CONSTANCIA   VALUE 'Y'.
           05  WS-MES-CIERRE-FLAG   PIC X VALUE 'N'.
               88  MES-CERRADO      VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-ALUMNO-BUSCAR     PIC X(10).
           05  WS-FECHA-BAJA        PIC X(10).
           05  WS-MES-BAJA          PIC X(7).
           05  WS-MOTIVO            PIC X(60).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-ACCION-DESC       PIC X(9).
           05  WS-REPORTE-LINEA     PIC X(80).

       01  WS-CONCEPTO-CONVENIO     PIC X(10) VALUE "CONVENIO".

       01  WS-ALUMNO-ACTUAL.
           05  WS-ALU-CODIGO        PIC X(10).
           05  WS-ALU-NOMBRE        PIC X(50).
           05  WS-ALU-APELLIDO      PIC X(50).
           05  WS-ALU-GRADO         PIC 9(2).
           05  WS-ALU-GRUPO         PIC X(1).
           05  WS-ALU-ESTATUS       PIC X(1).

       01  WS-FECHA-TRABAJO.
           05  WS-FT-ANIO           PIC 9(4).
           05  WS-FT-GUION1         PIC X(1).
           05  WS-FT-MES            PIC 9(2).
           05  WS-FT-GUION2         PIC X(1).
           05  WS-FT-DIA            PIC 9(2).

       01  WS-CARGOS-MAX            PIC 9(3) VALUE 150.
       01  WS-CARGOS-TABLE.
           05  WS-NUM-CARGOS        PIC 9(3) VALUE 0.
           05  WS-CARGO-ALU OCCURS 150 TIMES.
               10  WS-CA-LLAVE.
                   15  WS-CA-ALUMNO     PIC X(10).
                   15  WS-CA-MES        PIC X(7).
                   15  WS-CA-CONCEPTO   PIC X(10).
               10  WS-CA-IMPORTE        PIC S9(7)V99.
               10  WS-CA-APLICADO       PIC S9(7)V99.
               10  WS-CA-PAGADO         PIC S9(7)V99.
               10  WS-CA-SALDO          PIC S9(7)V99.
               10  WS-CA-NUM-APLIC      PIC 9(3).
               10  WS-CA-ACCION         PIC X(1).
                   88  CARGO-SE-CANCELA     VALUE "C".
                   88  CARGO-SE-ACREDITA    VALUE "A".
                   88  CARGO-SIN-CAMBIO     VALUE " ".
                   88  CARGO-MES-CERRADO    VALUE "X".
       01  WS-IDX-CA                PIC 9(3).

       01  WS-CALCULO.
           05  WS-TOTAL-CARGOS      PIC S9(7)V99.
           05  WS-TOTAL-APLICADO    PIC S9(7)V99.
           05  WS-SALDO-PENDIENTE   PIC S9(7)V99.
           05  WS-SALDO-DESPUES     PIC S9(7)V99.
           05  WS-TOTAL-PAGOS       PIC S9(7)V99.
           05  WS-NUM-PAGOS         PIC 9(5).
           05  WS-SALDO-FAVOR       PIC S9(7)V99.
           05  WS-SALDO-ACREDITAR   PIC S9(7)V99.
           05  WS-IMPORTE-CANCELADO PIC S9(7)V99.
           05  WS-NUM-CANCELADOS    PIC 9(3).
           05  WS-NUM-PLANES        PIC 9(3).
           05  WS-NUM-BECAS         PIC 9(3).
           05  WS-NUM-CONSTANCIAS   PIC 9(5).
           05  WS-NUM-MES-CERRADO   PIC 9(3).

       01  WS-APLICACION-CAMPOS.
           05  WS-APL-CODIGO        PIC X(10).
           05  WS-APL-LINEA         PIC 9(2).
           05  WS-APL-FECHA         PIC X(10).
           05  WS-APL-APLICADO      PIC S9(7)V99.
           05  WS-APL-PAGADO        PIC S9(7)V99.
           05  WS-APL-NUM           PIC 9(3).
           05  WS-APL-IMPORTE       PIC S9(7)V99.
           05  WS-APL-CARGO-LLAVE   PIC X(27).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-FOLIOS.
           05  WS-SIGUIENTE-NUM     PIC 9(10).
           05  WS-FOLIO-NUM         PIC 9(8).
           05  WS-BAJA-CODIGO       PIC X(10).
           05  WS-CONST-CODIGO      PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "BAJAS1".
           05  WS-CAMB-ARCHIVO      PIC X(10).
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).

       01  WS-CONSTANCIA-CAMPOS.
           05  WS-CONSTANCIA-NOMBRE PIC X(30).
           05  WS-CONST-ALUMNO-NOM  PIC X(60).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-IMPORTE   PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-PAGADO    PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-SALDO     PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-GRADO     PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM PROCESAR-OPCION
           END-PERFORM
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN I-O ALUMNO-FILE
           OPEN I-O CARGOS-FILE
           IF FS-CARGOS = "35"
               DISPLAY "NO EXISTE cargos.dat, CORRA PRIMERO"
                   " LA GENERACION DE CARGOS (CARGOS1)"
               CLOSE ALUMNO-FILE
               STOP RUN
           END-IF
           PERFORM ABRIR-APLICACIONES-FILE
           PERFORM ABRIR-PLANES-FILE
           PERFORM ABRIR-BECAS-FILE
           PERFORM ABRIR-ANTICIPOS-FILE
           PERFORM ABRIR-INGRESOS-FILE
           PERFORM ABRIR-CONTROL-FILE
           PERFORM ABRIR-BAJAS-FILE
           PERFORM ABRIR-CONSTANCIAS-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM ABRIR-CIERRESMES-FILE
           PERFORM REGISTRAR-CAJERO.

       ABRIR-APLICACIONES-FILE.
           OPEN I-O APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN I-O APLICACIONES-FILE
           END-IF.

       ABRIR-PLANES-FILE.
           OPEN I-O PLANES-FILE
           IF FS-PLANES = "35"
               OPEN OUTPUT PLANES-FILE
               CLOSE PLANES-FILE
               OPEN I-O PLANES-FILE
           END-IF.

       ABRIR-BECAS-FILE.
           OPEN I-O BECAS-FILE
           IF FS-BECAS = "35"
               OPEN OUTPUT BECAS-FILE
               CLOSE BECAS-FILE
               OPEN I-O BECAS-FILE
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

       ABRIR-BAJAS-FILE.
           OPEN I-O BAJAS-FILE
           IF FS-BAJAS = "35"
               OPEN OUTPUT BAJAS-FILE
               CLOSE BAJAS-FILE
               OPEN I-O BAJAS-FILE
           END-IF.

       ABRIR-CONSTANCIAS-FILE.
           OPEN I-O CONSTANCIAS-FILE
           IF FS-CONSTANCIAS = "35"
               OPEN OUTPUT CONSTANCIAS-FILE
               CLOSE CONSTANCIAS-FILE
               OPEN I-O CONSTANCIAS-FILE
           END-IF.

       ABRIR-CIERRESMES-FILE.
           OPEN INPUT CIERRESMES-FILE
           IF FS-CIERRESMES = "35"
               OPEN OUTPUT CIERRESMES-FILE
               CLOSE CIERRESMES-FILE
               OPEN INPUT CIERRESMES-FILE
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
           DISPLAY "BAJAS Y CONSTANCIAS - REGISTRO DE CAJERO"
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
           DISPLAY "BAJAS Y CONSTANCIAS DE NO ADEUDO"
           DISPLAY "1=BAJA FORMAL  2=CONSTANCIA DE NO ADEUDO"
           DISPLAY "3=REGISTRO DE CONSTANCIAS"
           DISPLAY "OPCION (EN BLANCO PARA SALIR): " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN SPACES
                   SET EXIT-PROGRAM TO TRUE
               WHEN "1"
                   PERFORM BAJA-FORMAL
               WHEN "2"
                   PERFORM CONSTANCIA-NO-ADEUDO
               WHEN "3"
                   PERFORM REGISTRO-CONSTANCIAS
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

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
                   MOVE ALUMNO-GRADO TO WS-ALU-GRADO
                   MOVE ALUMNO-GRUPO TO WS-ALU-GRUPO
                   MOVE ALUMNO-ESTATUS TO WS-ALU-ESTATUS
                   DISPLAY "ALUMNO: " FUNCTION TRIM(WS-ALU-NOMBRE)
                       " " FUNCTION TRIM(WS-ALU-APELLIDO)
           END-READ.

       BUSCAR-BAJA.
           MOVE 'N' TO WS-BAJA-FLAG
           MOVE WS-ALU-CODIGO TO BAJA-ALUMNO
           READ BAJAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BAJA-REGISTRADA TO TRUE
           END-READ.

       BAJA-FORMAL.
           PERFORM PEDIR-ALUMNO
           IF ALUMNO-ENCONTRADO
               PERFORM BUSCAR-BAJA
               IF BAJA-REGISTRADA
                   DISPLAY "EL ALUMNO YA TIENE BAJA FORMAL, FOLIO "
                       BAJA-FOLIO " DEL " BAJA-FECHA
               ELSE
                   PERFORM CARGAR-CARGOS-ALUMNO
                   PERFORM SUMAR-PAGOS-ALUMNO
                   PERFORM LEER-SALDO-FAVOR
                   PERFORM MOSTRAR-ESTADO-ALUMNO
                   PERFORM CAPTURAR-BAJA
               END-IF
           END-IF.

       CARGAR-CARGOS-ALUMNO.
           MOVE 0 TO WS-NUM-CARGOS
           MOVE 0 TO WS-TOTAL-CARGOS
           MOVE 0 TO WS-TOTAL-APLICADO
           MOVE 0 TO WS-SALDO-PENDIENTE
           MOVE SPACES TO CARGO-LLAVE
           MOVE WS-ALU-CODIGO TO CARGO-ALUMNO
           MOVE 'N' TO WS-EOF-CARGO
           START CARGOS-FILE KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   SET EOF-CARGO TO TRUE
           END-START
           PERFORM UNTIL EOF-CARGO
               READ CARGOS-FILE NEXT RECORD
                   AT END
                       SET EOF-CARGO TO TRUE
                   NOT AT END
                       IF CARGO-ALUMNO NOT = WS-ALU-CODIGO
                           SET EOF-CARGO TO TRUE
                       ELSE
                           PERFORM GUARDAR-CARGO-ALUMNO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-CARGO-ALUMNO.
           MOVE CARGO-LLAVE TO WS-APL-CARGO-LLAVE
           PERFORM SUMAR-APLICADO-CARGO
           ADD CARGO-IMPORTE TO WS-TOTAL-CARGOS
           ADD WS-APL-APLICADO TO WS-TOTAL-APLICADO
           IF CARGO-IMPORTE > WS-APL-APLICADO
               COMPUTE WS-SALDO-PENDIENTE = WS-SALDO-PENDIENTE +
                   CARGO-IMPORTE - WS-APL-APLICADO
           END-IF
           IF WS-NUM-CARGOS < WS-CARGOS-MAX
               ADD 1 TO WS-NUM-CARGOS
               MOVE CARGO-LLAVE TO WS-CA-LLAVE(WS-NUM-CARGOS)
               MOVE CARGO-IMPORTE TO WS-CA-IMPORTE(WS-NUM-CARGOS)
               MOVE WS-APL-APLICADO TO WS-CA-APLICADO(WS-NUM-CARGOS)
               MOVE WS-APL-PAGADO TO WS-CA-PAGADO(WS-NUM-CARGOS)
               COMPUTE WS-CA-SALDO(WS-NUM-CARGOS) =
                   CARGO-IMPORTE - WS-APL-APLICADO
               MOVE WS-APL-NUM TO WS-CA-NUM-APLIC(WS-NUM-CARGOS)
               MOVE SPACE TO WS-CA-ACCION(WS-NUM-CARGOS)
           ELSE
               DISPLAY "AVISO: EL CARGO " CARGO-MES " "
                   CARGO-CONCEPTO " EXCEDE EL MAXIMO DE CARGOS"
           END-IF.

       SUMAR-APLICADO-CARGO.
           MOVE 0 TO WS-APL-APLICADO
           MOVE 0 TO WS-APL-PAGADO
           MOVE 0 TO WS-APL-NUM
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
                           ADD 1 TO WS-APL-NUM
                           ADD APLIC-IMPORTE TO WS-APL-APLICADO
                           IF APLIC-CODIGO IS NUMERIC OR
                                   APLIC-CODIGO(1:2) = "CD"
                               ADD APLIC-IMPORTE TO WS-APL-PAGADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-PAGOS-ALUMNO.
           MOVE 0 TO WS-TOTAL-PAGOS
           MOVE 0 TO WS-NUM-PAGOS
           MOVE WS-ALU-CODIGO TO INGRESO-ALUMNO
           MOVE 'N' TO WS-EOF-INGRESO
           START INGRESOS-FILE KEY IS EQUAL TO INGRESO-ALUMNO
               INVALID KEY
                   SET EOF-INGRESO TO TRUE
           END-START
           PERFORM UNTIL EOF-INGRESO
               READ INGRESOS-FILE NEXT RECORD
                   AT END
                       SET EOF-INGRESO TO TRUE
                   NOT AT END
                       IF INGRESO-ALUMNO NOT = WS-ALU-CODIGO
                           SET EOF-INGRESO TO TRUE
                       ELSE
                           IF NOT PAGO-ANTICIPO
                               ADD 1 TO WS-NUM-PAGOS
                               ADD INGRESO-TOTAL TO WS-TOTAL-PAGOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LEER-SALDO-FAVOR.
           MOVE 0 TO WS-SALDO-FAVOR
           MOVE WS-ALU-CODIGO TO ANTICIPO-ALUMNO
           READ ANTICIPOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ANTICIPO-SALDO TO WS-SALDO-FAVOR
           END-READ.

       MOSTRAR-ESTADO-ALUMNO.
           DISPLAY " "
           DISPLAY "ESTADO DE CUENTA DEL ALUMNO " WS-ALU-CODIGO
           DISPLAY "  MES     CONCEPTO         IMPORTE        PAGADO"
               "         SALDO"
           PERFORM VARYING WS-IDX-CA FROM 1 BY 1
                   UNTIL WS-IDX-CA > WS-NUM-CARGOS
               PERFORM MOSTRAR-CARGO-ALUMNO
           END-PERFORM
           DISPLAY "------------------------------------------------"
           MOVE WS-TOTAL-CARGOS TO WS-DISPLAY-IMPORTE
           DISPLAY "TOTAL CARGOS:             " WS-DISPLAY-IMPORTE
           MOVE WS-TOTAL-APLICADO TO WS-DISPLAY-IMPORTE
           DISPLAY "TOTAL APLICADO:           " WS-DISPLAY-IMPORTE
           MOVE WS-SALDO-PENDIENTE TO WS-DISPLAY-IMPORTE
           DISPLAY "SALDO PENDIENTE:          " WS-DISPLAY-IMPORTE
           MOVE WS-TOTAL-PAGOS TO WS-DISPLAY-IMPORTE
           DISPLAY "PAGOS RECIBIDOS (" WS-NUM-PAGOS " PARTIDAS): "
               WS-DISPLAY-IMPORTE
           MOVE WS-SALDO-FAVOR TO WS-DISPLAY-IMPORTE
           DISPLAY "SALDO A FAVOR:            " WS-DISPLAY-IMPORTE.

       MOSTRAR-CARGO-ALUMNO.
           MOVE WS-CA-IMPORTE(WS-IDX-CA) TO WS-DISPLAY-IMPORTE
           MOVE WS-CA-APLICADO(WS-IDX-CA) TO WS-DISPLAY-PAGADO
           MOVE WS-CA-SALDO(WS-IDX-CA) TO WS-DISPLAY-SALDO
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING "  " DELIMITED BY SIZE
                  WS-CA-MES(WS-IDX-CA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-CONCEPTO(WS-IDX-CA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-PAGADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       CAPTURAR-BAJA.
           PERFORM FORMATEAR-FECHA-HOY
           DISPLAY "FECHA DE BAJA (AAAA-MM-DD, EN BLANCO = HOY): "
               WITH NO ADVANCING
           ACCEPT WS-FECHA-BAJA
           IF WS-FECHA-BAJA = SPACES
               MOVE WS-FECHA-FORMATEADA TO WS-FECHA-BAJA
           END-IF
           PERFORM VALIDAR-FECHA-BAJA
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA DE BAJA INVALIDA"
           ELSE
               DISPLAY "MOTIVO DE LA BAJA: " WITH NO ADVANCING
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY "MOTIVO REQUERIDO, BAJA CANCELADA"
               ELSE
                   PERFORM MARCAR-CARGOS-POSTERIORES
                   PERFORM MOSTRAR-CARGOS-POSTERIORES
                   DISPLAY "CONFIRMA LA BAJA DEL ALUMNO (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM GRABAR-BAJA
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF
           END-IF.

       VALIDAR-FECHA-BAJA.
           MOVE 'N' TO WS-FECHA-FLAG
           MOVE WS-FECHA-BAJA TO WS-FECHA-TRABAJO
           IF WS-FT-ANIO IS NUMERIC AND WS-FT-MES IS NUMERIC AND
                   WS-FT-DIA IS NUMERIC AND WS-FT-GUION1 = "-" AND
                   WS-FT-GUION2 = "-"
               IF WS-FT-MES >= 1 AND WS-FT-MES <= 12 AND
                       WS-FT-DIA >= 1 AND WS-FT-DIA <= 31
                   SET FECHA-VALIDA TO TRUE
                   MOVE WS-FECHA-BAJA(1:7) TO WS-MES-BAJA
               END-IF
           END-IF.

       MARCAR-CARGOS-POSTERIORES.
           MOVE 0 TO WS-NUM-CANCELADOS
           MOVE 0 TO WS-IMPORTE-CANCELADO
           MOVE 0 TO WS-SALDO-ACREDITAR
           MOVE 0 TO WS-NUM-MES-CERRADO
           MOVE WS-SALDO-PENDIENTE TO WS-SALDO-DESPUES
           PERFORM VARYING WS-IDX-CA FROM 1 BY 1
                   UNTIL WS-IDX-CA > WS-NUM-CARGOS
               IF WS-CA-MES(WS-IDX-CA) > WS-MES-BAJA AND
                       WS-CA-CONCEPTO(WS-IDX-CA) NOT =
                           WS-CONCEPTO-CONVENIO
                   PERFORM VERIFICAR-MES-CERRADO
                   IF MES-CERRADO
                       SET CARGO-MES-CERRADO(WS-IDX-CA) TO TRUE
                       ADD 1 TO WS-NUM-MES-CERRADO
                   ELSE
                       PERFORM MARCAR-CARGO-POSTERIOR
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-MES-CERRADO.
           MOVE 'N' TO WS-MES-CIERRE-FLAG
           MOVE SPACES TO CMES-MES
           MOVE WS-CA-MES(WS-IDX-CA) TO CMES-MES
           READ CIERRESMES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MES-CERRADO TO TRUE
           END-READ.

       MARCAR-CARGO-POSTERIOR.
           IF WS-CA-NUM-APLIC(WS-IDX-CA) = 0
               SET CARGO-SE-CANCELA(WS-IDX-CA) TO TRUE
           ELSE
               IF WS-CA-SALDO(WS-IDX-CA) NOT = 0 OR
                       WS-CA-PAGADO(WS-IDX-CA) NOT = 0
                   SET CARGO-SE-ACREDITA(WS-IDX-CA) TO TRUE
               END-IF
           END-IF
           IF NOT CARGO-SIN-CAMBIO(WS-IDX-CA)
               ADD 1 TO WS-NUM-CANCELADOS
               ADD WS-CA-IMPORTE(WS-IDX-CA) TO WS-IMPORTE-CANCELADO
               ADD WS-CA-PAGADO(WS-IDX-CA) TO WS-SALDO-ACREDITAR
               IF WS-CA-SALDO(WS-IDX-CA) > 0
                   SUBTRACT WS-CA-SALDO(WS-IDX-CA)
                       FROM WS-SALDO-DESPUES
               END-IF
           END-IF.

       MOSTRAR-CARGOS-POSTERIORES.
           DISPLAY " "
           IF WS-NUM-CANCELADOS = 0
               DISPLAY "NO HAY CARGOS POSTERIORES A " WS-MES-BAJA
                   " QUE CANCELAR"
           ELSE
               DISPLAY "CARGOS POSTERIORES A LA BAJA:"
               DISPLAY "  MES     CONCEPTO         IMPORTE"
                   "        PAGADO  ACCION"
               PERFORM VARYING WS-IDX-CA FROM 1 BY 1
                       UNTIL WS-IDX-CA > WS-NUM-CARGOS
                   IF CARGO-SE-CANCELA(WS-IDX-CA) OR
                           CARGO-SE-ACREDITA(WS-IDX-CA)
                       PERFORM MOSTRAR-CARGO-POSTERIOR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NUM-MES-CERRADO > 0
               DISPLAY "CARGOS EN MESES YA CERRADOS (NO SE MODIFICAN,"
                   " REVISELOS CON LA OFICINA):"
               PERFORM VARYING WS-IDX-CA FROM 1 BY 1
                       UNTIL WS-IDX-CA > WS-NUM-CARGOS
                   IF CARGO-MES-CERRADO(WS-IDX-CA)
                       PERFORM MOSTRAR-CARGO-POSTERIOR
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-IMPORTE-CANCELADO TO WS-DISPLAY-IMPORTE
           DISPLAY "IMPORTE CANCELADO:        " WS-DISPLAY-IMPORTE
           MOVE WS-SALDO-ACREDITAR TO WS-DISPLAY-IMPORTE
           DISPLAY "PAGADO QUE PASA A FAVOR:  " WS-DISPLAY-IMPORTE
           MOVE WS-SALDO-DESPUES TO WS-DISPLAY-IMPORTE
           DISPLAY "SALDO PENDIENTE DESPUES:  " WS-DISPLAY-IMPORTE
           COMPUTE WS-APL-IMPORTE = WS-SALDO-FAVOR + WS-SALDO-ACREDITAR
           MOVE WS-APL-IMPORTE TO WS-DISPLAY-IMPORTE
           DISPLAY "SALDO A FAVOR DESPUES:    " WS-DISPLAY-IMPORTE.

       MOSTRAR-CARGO-POSTERIOR.
           EVALUATE TRUE
               WHEN CARGO-SE-CANCELA(WS-IDX-CA)
                   MOVE "CANCELA" TO WS-ACCION-DESC
               WHEN CARGO-SE-ACREDITA(WS-IDX-CA)
                   MOVE "ACREDITA" TO WS-ACCION-DESC
               WHEN OTHER
                   MOVE "MES CERR." TO WS-ACCION-DESC
           END-EVALUATE
           MOVE WS-CA-IMPORTE(WS-IDX-CA) TO WS-DISPLAY-IMPORTE
           MOVE WS-CA-PAGADO(WS-IDX-CA) TO WS-DISPLAY-PAGADO
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING "  " DELIMITED BY SIZE
                  WS-CA-MES(WS-IDX-CA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-CONCEPTO(WS-IDX-CA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-PAGADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACCION-DESC DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       GRABAR-BAJA.
           PERFORM OBTENER-FOLIO-BAJA
           MOVE WS-BAJA-CODIGO TO WS-APL-CODIGO
           MOVE 0 TO WS-APL-LINEA
           MOVE WS-FECHA-FORMATEADA TO WS-APL-FECHA
           PERFORM VARYING WS-IDX-CA FROM 1 BY 1
                   UNTIL WS-IDX-CA > WS-NUM-CARGOS
               EVALUATE TRUE
                   WHEN CARGO-SE-CANCELA(WS-IDX-CA)
                       PERFORM CANCELAR-CARGO
                   WHEN CARGO-SE-ACREDITA(WS-IDX-CA)
                       PERFORM ACREDITAR-CARGO
               END-EVALUATE
           END-PERFORM
           IF WS-SALDO-ACREDITAR NOT = 0
               PERFORM ACREDITAR-SALDO-FAVOR
           END-IF
           PERFORM DESACTIVAR-PLANES
           PERFORM DESACTIVAR-BECAS
           PERFORM MARCAR-ALUMNO-BAJA
           PERFORM ESCRIBIR-BAJA
           PERFORM MOSTRAR-RESULTADO-BAJA.

       CANCELAR-CARGO.
           MOVE WS-CA-LLAVE(WS-IDX-CA) TO CARGO-LLAVE
           DELETE CARGOS-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR AL CANCELAR EL CARGO "
                       WS-CA-MES(WS-IDX-CA) " "
                       WS-CA-CONCEPTO(WS-IDX-CA)
                       " STATUS " FS-CARGOS
           END-DELETE.

       ACREDITAR-CARGO.
           COMPUTE WS-APL-IMPORTE = WS-CA-IMPORTE(WS-IDX-CA) -
               WS-CA-APLICADO(WS-IDX-CA)
           IF WS-APL-IMPORTE NOT = 0
               IF WS-APL-LINEA < 99
                   ADD 1 TO WS-APL-LINEA
                   MOVE WS-CA-LLAVE(WS-IDX-CA) TO WS-APL-CARGO-LLAVE
                   PERFORM ESCRIBIR-APLICACION
               ELSE
                   DISPLAY "AVISO: NO SE PUDO ACREDITAR EL CARGO "
                       WS-CA-MES(WS-IDX-CA) " "
                       WS-CA-CONCEPTO(WS-IDX-CA)
               END-IF
           END-IF.

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
           END-WRITE.

       ACREDITAR-SALDO-FAVOR.
           MOVE WS-ALU-CODIGO TO ANTICIPO-ALUMNO
           READ ANTICIPOS-FILE
               INVALID KEY
                   MOVE WS-ALU-CODIGO TO ANTICIPO-ALUMNO
                   MOVE WS-SALDO-ACREDITAR TO ANTICIPO-SALDO
                   WRITE ANTICIPO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL SALDO A FAVOR"
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-SALDO-ACREDITAR TO ANTICIPO-SALDO
                   REWRITE ANTICIPO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL SALDO"
                               " A FAVOR"
                   END-REWRITE
           END-READ
           PERFORM LEER-SALDO-FAVOR.

       DESACTIVAR-PLANES.
           MOVE 0 TO WS-NUM-PLANES
           MOVE "PLANES" TO WS-CAMB-ARCHIVO
           MOVE SPACES TO PLAN-LLAVE
           MOVE WS-ALU-CODIGO TO PLAN-ALUMNO
           MOVE 'N' TO WS-EOF-PLAN
           START PLANES-FILE KEY IS NOT LESS THAN PLAN-LLAVE
               INVALID KEY
                   SET EOF-PLAN TO TRUE
           END-START
           PERFORM UNTIL EOF-PLAN
               READ PLANES-FILE NEXT RECORD
                   AT END
                       SET EOF-PLAN TO TRUE
                   NOT AT END
                       IF PLAN-ALUMNO NOT = WS-ALU-CODIGO
                           SET EOF-PLAN TO TRUE
                       ELSE
                           IF PLAN-ACTIVO
                               PERFORM DESACTIVAR-PLAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DESACTIVAR-PLAN.
           MOVE PLAN-RECORD TO WS-CAMB-ANTES
           SET PLAN-INACTIVO TO TRUE
           REWRITE PLAN-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL DESACTIVAR EL PLAN "
                       PLAN-CONCEPTO
               NOT INVALID KEY
                   ADD 1 TO WS-NUM-PLANES
                   MOVE PLAN-LLAVE TO WS-CAMB-LLAVE
                   MOVE PLAN-RECORD TO WS-CAMB-DESPUES
                   MOVE "B" TO WS-CAMB-OPERACION
                   PERFORM REGISTRAR-CAMBIO
           END-REWRITE.

       DESACTIVAR-BECAS.
           MOVE 0 TO WS-NUM-BECAS
           MOVE "BECAS" TO WS-CAMB-ARCHIVO
           MOVE SPACES TO BECA-LLAVE
           MOVE WS-ALU-CODIGO TO BECA-ALUMNO
           MOVE 'N' TO WS-EOF-BECA
           START BECAS-FILE KEY IS NOT LESS THAN BECA-LLAVE
               INVALID KEY
                   SET EOF-BECA TO TRUE
           END-START
           PERFORM UNTIL EOF-BECA
               READ BECAS-FILE NEXT RECORD
                   AT END
                       SET EOF-BECA TO TRUE
                   NOT AT END
                       IF BECA-ALUMNO NOT = WS-ALU-CODIGO
                           SET EOF-BECA TO TRUE
                       ELSE
                           IF BECA-ACTIVA
                               PERFORM DESACTIVAR-BECA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DESACTIVAR-BECA.
           MOVE BECA-RECORD TO WS-CAMB-ANTES
           SET BECA-INACTIVA TO TRUE
           REWRITE BECA-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL DESACTIVAR LA BECA "
                       BECA-CONCEPTO
               NOT INVALID KEY
                   ADD 1 TO WS-NUM-BECAS
                   MOVE BECA-LLAVE TO WS-CAMB-LLAVE
                   MOVE BECA-RECORD TO WS-CAMB-DESPUES
                   MOVE "B" TO WS-CAMB-OPERACION
                   PERFORM REGISTRAR-CAMBIO
           END-REWRITE.

       MARCAR-ALUMNO-BAJA.
           MOVE "ALUMNOS" TO WS-CAMB-ARCHIVO
           MOVE WS-ALU-CODIGO TO ALUMNO-CODIGO
           READ ALUMNO-FILE
               INVALID KEY
                   DISPLAY "ERROR AL LEER AL ALUMNO " WS-ALU-CODIGO
               NOT INVALID KEY
                   IF NOT ALUMNO-BAJA
                       MOVE ALUMNO-RECORD TO WS-CAMB-ANTES
                       SET ALUMNO-BAJA TO TRUE
                       REWRITE ALUMNO-RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL DAR DE BAJA AL ALUMNO"
                           NOT INVALID KEY
                               MOVE ALUMNO-CODIGO TO WS-CAMB-LLAVE
                               MOVE ALUMNO-RECORD TO WS-CAMB-DESPUES
                               MOVE "B" TO WS-CAMB-OPERACION
                               PERFORM REGISTRAR-CAMBIO
                       END-REWRITE
                   END-IF
                   MOVE ALUMNO-ESTATUS TO WS-ALU-ESTATUS
           END-READ.

       ESCRIBIR-BAJA.
           MOVE WS-ALU-CODIGO TO BAJA-ALUMNO
           MOVE WS-BAJA-CODIGO TO BAJA-FOLIO
           MOVE WS-FECHA-BAJA TO BAJA-FECHA
           MOVE WS-FECHA-FORMATEADA TO BAJA-FECHA-REGISTRO
           MOVE WS-MOTIVO TO BAJA-MOTIVO
           MOVE WS-CAJERO-ACTUAL TO BAJA-CAJERO
           MOVE WS-SALDO-PENDIENTE TO BAJA-SALDO-INICIAL
           MOVE WS-NUM-CANCELADOS TO BAJA-NUM-CANCELADOS
           MOVE WS-IMPORTE-CANCELADO TO BAJA-IMPORTE-CANCELADO
           MOVE WS-SALDO-FAVOR TO BAJA-SALDO-FAVOR
           MOVE SPACES TO BAJA-CONSTANCIA
           WRITE BAJA-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA BAJA, STATUS " FS-BAJAS
           END-WRITE.

       MOSTRAR-RESULTADO-BAJA.
           DISPLAY " "
           DISPLAY "BAJA REGISTRADA CON FOLIO " WS-BAJA-CODIGO
           DISPLAY "CARGOS CANCELADOS O ACREDITADOS: " WS-NUM-CANCELADOS
           DISPLAY "PLANES DESACTIVADOS:             " WS-NUM-PLANES
           DISPLAY "BECAS DESACTIVADAS:              " WS-NUM-BECAS
           IF WS-SALDO-FAVOR > 0
               MOVE WS-SALDO-FAVOR TO WS-DISPLAY-IMPORTE
               DISPLAY "SALDO A FAVOR POR DEVOLVER:   "
                   WS-DISPLAY-IMPORTE
               DISPLAY "ENTREGUELO EN CAJA CON MOVCAJA1, OPCION 3"
                   " (DEVOLUCION DE SALDO A FAVOR)"
           END-IF
           IF WS-SALDO-DESPUES > 0
               MOVE WS-SALDO-DESPUES TO WS-DISPLAY-IMPORTE
               DISPLAY "SALDO PENDIENTE:              "
                   WS-DISPLAY-IMPORTE
               DISPLAY "LA CONSTANCIA DE NO ADEUDO SE EMITE AL"
                   " LIQUIDARLO (OPCION 2)"
           ELSE
               DISPLAY "EL ALUMNO NO TIENE ADEUDO"
               DISPLAY "EMITIR LA CONSTANCIA DE NO ADEUDO (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM BUSCAR-BAJA
                   PERFORM VERIFICAR-NO-ADEUDO
               END-IF
           END-IF.

       CONSTANCIA-NO-ADEUDO.
           PERFORM PEDIR-ALUMNO
           IF ALUMNO-ENCONTRADO
               PERFORM BUSCAR-BAJA
               EVALUATE TRUE
                   WHEN NOT BAJA-REGISTRADA
                       DISPLAY "EL ALUMNO NO TIENE BAJA FORMAL"
                           " REGISTRADA (OPCION 1)"
                   WHEN BAJA-CONSTANCIA NOT = SPACES
                       PERFORM REIMPRIMIR-CONSTANCIA
                   WHEN OTHER
                       PERFORM VERIFICAR-NO-ADEUDO
               END-EVALUATE
           END-IF.

       VERIFICAR-NO-ADEUDO.
           PERFORM CARGAR-CARGOS-ALUMNO
           PERFORM LEER-SALDO-FAVOR
           EVALUATE TRUE
               WHEN WS-SALDO-PENDIENTE > 0
                   PERFORM SUMAR-PAGOS-ALUMNO
                   PERFORM MOSTRAR-ESTADO-ALUMNO
                   DISPLAY "EL ALUMNO TIENE SALDO PENDIENTE, NO SE"
                       " PUEDE EMITIR LA CONSTANCIA"
               WHEN WS-SALDO-FAVOR < 0
                   PERFORM SUMAR-PAGOS-ALUMNO
                   PERFORM MOSTRAR-ESTADO-ALUMNO
                   DISPLAY "EL ALUMNO DEBE SALDO A FAVOR YA USADO, NO"
                       " SE PUEDE EMITIR LA CONSTANCIA"
               WHEN OTHER
                   PERFORM EMITIR-CONSTANCIA
           END-EVALUATE.

       REIMPRIMIR-CONSTANCIA.
           DISPLAY "CONSTANCIA YA EMITIDA CON FOLIO " BAJA-CONSTANCIA
           DISPLAY "REIMPRIMIR (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE BAJA-CONSTANCIA TO CONST-FOLIO
               READ CONSTANCIAS-FILE
                   INVALID KEY
                       DISPLAY "CONSTANCIA " BAJA-CONSTANCIA
                           " NO ENCONTRADA EN EL REGISTRO"
                   NOT INVALID KEY
                       PERFORM IMPRIMIR-CONSTANCIA
               END-READ
           END-IF.

       EMITIR-CONSTANCIA.
           PERFORM FORMATEAR-FECHA-HOY
           PERFORM OBTENER-FOLIO-CONSTANCIA
           MOVE SPACES TO WS-CONST-ALUMNO-NOM
           STRING FUNCTION TRIM(WS-ALU-NOMBRE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALU-APELLIDO) DELIMITED BY SIZE
               INTO WS-CONST-ALUMNO-NOM
           MOVE SPACES TO CONSTANCIA-RECORD
           MOVE WS-CONST-CODIGO TO CONST-FOLIO
           MOVE WS-ALU-CODIGO TO CONST-ALUMNO
           MOVE WS-FECHA-FORMATEADA TO CONST-FECHA
           MOVE BAJA-FECHA TO CONST-FECHA-BAJA
           MOVE WS-CONST-ALUMNO-NOM TO CONST-NOMBRE
           MOVE WS-ALU-GRADO TO CONST-GRADO
           MOVE WS-ALU-GRUPO TO CONST-GRUPO
           MOVE WS-CAJERO-ACTUAL TO CONST-CAJERO
           WRITE CONSTANCIA-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA CONSTANCIA, STATUS "
                       FS-CONSTANCIAS
               NOT INVALID KEY
                   MOVE WS-CONST-CODIGO TO BAJA-CONSTANCIA
                   REWRITE BAJA-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA BAJA,"
                               " STATUS " FS-BAJAS
                   END-REWRITE
                   DISPLAY "CONSTANCIA EMITIDA CON FOLIO "
                       WS-CONST-CODIGO
                   PERFORM IMPRIMIR-CONSTANCIA
           END-WRITE
           PERFORM LEER-SALDO-FAVOR
           IF WS-SALDO-FAVOR > 0
               MOVE WS-SALDO-FAVOR TO WS-DISPLAY-IMPORTE
               DISPLAY "AVISO: SALDO A FAVOR POR DEVOLVER "
                   WS-DISPLAY-IMPORTE
           END-IF.

       IMPRIMIR-CONSTANCIA.
           MOVE SPACES TO WS-CONSTANCIA-NOMBRE
           STRING "constancia-" DELIMITED BY SIZE
                  CONST-FOLIO DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
               INTO WS-CONSTANCIA-NOMBRE
           OPEN OUTPUT CONSTANCIA-TXT
           IF FS-CONSTANCIA-TXT NOT = "00"
               DISPLAY "ERROR AL ABRIR LA CONSTANCIA, STATUS "
                   FS-CONSTANCIA-TXT
           ELSE
               PERFORM ESCRIBIR-CONSTANCIA
               CLOSE CONSTANCIA-TXT
               DISPLAY "CONSTANCIA GENERADA: " WS-CONSTANCIA-NOMBRE
           END-IF.

       ESCRIBIR-CONSTANCIA.
           MOVE "============================================"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "            COLEGIO WINSTON 93" TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "         CONSTANCIA DE NO ADEUDO"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "============================================"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE SPACES TO CONSTANCIA-LINEA
           STRING "FOLIO: " DELIMITED BY SIZE
                  CONST-FOLIO DELIMITED BY SIZE
                  "    FECHA: " DELIMITED BY SIZE
                  CONST-FECHA DELIMITED BY SIZE
               INTO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE SPACES TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "SE HACE CONSTAR QUE EL ALUMNO(A):"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE SPACES TO CONSTANCIA-LINEA
           STRING "  " DELIMITED BY SIZE
                  CONST-NOMBRE DELIMITED BY SIZE
               INTO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE CONST-GRADO TO WS-DISPLAY-GRADO
           MOVE SPACES TO CONSTANCIA-LINEA
           STRING "  CODIGO: " DELIMITED BY SIZE
                  CONST-ALUMNO DELIMITED BY SIZE
                  " GRADO: " DELIMITED BY SIZE
                  WS-DISPLAY-GRADO DELIMITED BY SIZE
                  " GRUPO: " DELIMITED BY SIZE
                  CONST-GRUPO DELIMITED BY SIZE
               INTO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE SPACES TO CONSTANCIA-LINEA
           STRING "CAUSO BAJA EL " DELIMITED BY SIZE
                  CONST-FECHA-BAJA DELIMITED BY SIZE
                  " Y A LA FECHA NO TIENE" DELIMITED BY SIZE
               INTO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "ADEUDO ALGUNO CON ESTA INSTITUCION POR"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "CONCEPTO DE COLEGIATURAS, CARGOS O RECARGOS."
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE SPACES TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "SE EXTIENDE LA PRESENTE A PETICION DEL"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "INTERESADO PARA LOS FINES QUE CONVENGAN."
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE SPACES TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "          ________________________"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "               ADMINISTRACION" TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE SPACES TO CONSTANCIA-LINEA
           STRING "               " DELIMITED BY SIZE
                  CONST-CAJERO DELIMITED BY SIZE
               INTO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA
           MOVE "============================================"
               TO CONSTANCIA-LINEA
           WRITE CONSTANCIA-LINEA.

       REGISTRO-CONSTANCIAS.
           MOVE 0 TO WS-NUM-CONSTANCIAS
           DISPLAY "ALUMNO (CODIGO, EN BLANCO = TODOS): "
               WITH NO ADVANCING
           ACCEPT WS-ALUMNO-BUSCAR
           MOVE 'N' TO WS-EOF-CONST
           IF WS-ALUMNO-BUSCAR = SPACES
               MOVE LOW-VALUES TO CONST-FOLIO
               START CONSTANCIAS-FILE KEY IS NOT LESS THAN CONST-FOLIO
                   INVALID KEY
                       SET EOF-CONSTANCIA TO TRUE
               END-START
           ELSE
               MOVE SPACES TO CONST-ALUMNO
               MOVE FUNCTION TRIM(WS-ALUMNO-BUSCAR) TO CONST-ALUMNO
               MOVE CONST-ALUMNO TO WS-ALUMNO-BUSCAR
               START CONSTANCIAS-FILE KEY IS EQUAL TO CONST-ALUMNO
                   INVALID KEY
                       SET EOF-CONSTANCIA TO TRUE
               END-START
           END-IF
           DISPLAY " "
           DISPLAY "REGISTRO DE CONSTANCIAS DE NO ADEUDO"
           DISPLAY "FOLIO      EMISION    ALUMNO     BAJA       "
               "CAJERO     NOMBRE"
           PERFORM UNTIL EOF-CONSTANCIA
               READ CONSTANCIAS-FILE NEXT RECORD
                   AT END
                       SET EOF-CONSTANCIA TO TRUE
                   NOT AT END
                       IF WS-ALUMNO-BUSCAR NOT = SPACES AND
                               CONST-ALUMNO NOT = WS-ALUMNO-BUSCAR
                           SET EOF-CONSTANCIA TO TRUE
                       ELSE
                           PERFORM MOSTRAR-CONSTANCIA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "CONSTANCIAS: " WS-NUM-CONSTANCIAS.

       MOSTRAR-CONSTANCIA.
           ADD 1 TO WS-NUM-CONSTANCIAS
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING CONST-FOLIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONST-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONST-ALUMNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONST-FECHA-BAJA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONST-CAJERO(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONST-NOMBRE DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       OBTENER-FOLIO-BAJA.
           MOVE "BAJAS" TO CTL-LLAVE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE "BAJAS" TO CTL-LLAVE
                   MOVE 0 TO CTL-ULTIMO-NUM
                   WRITE CONTROL-RECORD
           END-READ
           ADD 1 TO CTL-ULTIMO-NUM
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CONTROL DE FOLIOS"
           END-REWRITE
           MOVE CTL-ULTIMO-NUM TO WS-SIGUIENTE-NUM
           MOVE WS-SIGUIENTE-NUM TO WS-FOLIO-NUM
           MOVE SPACES TO WS-BAJA-CODIGO
           STRING "BJ" DELIMITED BY SIZE
                  WS-FOLIO-NUM DELIMITED BY SIZE
               INTO WS-BAJA-CODIGO.

       OBTENER-FOLIO-CONSTANCIA.
           MOVE "CONSTANCIA" TO CTL-LLAVE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE "CONSTANCIA" TO CTL-LLAVE
                   MOVE 0 TO CTL-ULTIMO-NUM
                   WRITE CONTROL-RECORD
           END-READ
           ADD 1 TO CTL-ULTIMO-NUM
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CONTROL DE FOLIOS"
           END-REWRITE
           MOVE CTL-ULTIMO-NUM TO WS-SIGUIENTE-NUM
           MOVE WS-SIGUIENTE-NUM TO WS-FOLIO-NUM
           MOVE SPACES TO WS-CONST-CODIGO
           STRING "ND" DELIMITED BY SIZE
                  WS-FOLIO-NUM DELIMITED BY SIZE
               INTO WS-CONST-CODIGO.

       REGISTRAR-CAMBIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           OPEN EXTEND CAMBIOS-FILE
           IF FS-CAMBIOS = "35"
               OPEN OUTPUT CAMBIOS-FILE
           END-IF
           IF FS-CAMBIOS NOT = "00"
               DISPLAY "CAMBIO GRABADO, ERROR AL ESCRIBIR LA BITACORA"
           ELSE
               MOVE SPACES TO CAMBIO-RECORD
               STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-FECHA-HOY(7:2) DELIMITED BY SIZE
                   INTO CAMB-FECHA
               STRING WS-FECHA-HOY(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-FECHA-HOY(11:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-FECHA-HOY(13:2) DELIMITED BY SIZE
                   INTO CAMB-HORA
               MOVE WS-CAJERO-ACTUAL TO CAMB-USUARIO
               MOVE WS-CAMB-PROGRAMA TO CAMB-PROGRAMA
               MOVE WS-CAMB-ARCHIVO TO CAMB-ARCHIVO
               MOVE WS-CAMB-OPERACION TO CAMB-OPERACION
               MOVE WS-CAMB-LLAVE TO CAMB-LLAVE
               MOVE WS-CAMB-ANTES TO CAMB-ANTES
               MOVE WS-CAMB-DESPUES TO CAMB-DESPUES
               WRITE CAMBIO-RECORD
               CLOSE CAMBIOS-FILE
           END-IF.

       FORMATEAR-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(7:2) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATEADA.

       TERMINATE-PROGRAM.
           CLOSE ALUMNO-FILE
           CLOSE CARGOS-FILE
           CLOSE APLICACIONES-FILE
           CLOSE PLANES-FILE
           CLOSE BECAS-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE INGRESOS-FILE
           CLOSE CONTROL-FILE
           CLOSE BAJAS-FILE
           CLOSE CONSTANCIAS-FILE
           CLOSE CAJEROS-FILE
           CLOSE CIERRESMES-FILE.

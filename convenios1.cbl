       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENIOS1.
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
           COPY "convenio-select.cpy".
           COPY "convdet-select.cpy".
           COPY "control-select.cpy".
           COPY "ingreso-select.cpy".
           COPY "cajero-select.cpy".
           COPY "cheque-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "alumno-fd.cpy".
           COPY "cargo-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "convenio-fd.cpy".
           COPY "convdet-fd.cpy".
           COPY "control-fd.cpy".
           COPY "ingreso-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "cheque-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ALUMNO            PIC XX.
           05  FS-CARGOS            PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-CONVENIOS         PIC XX.
           05  FS-CONVDET           PIC XX.
           05  FS-CONTROL           PIC XX.
           05  FS-INGRESOS          PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-CHEQUES           PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-ALUMNO-FLAG       PIC X VALUE 'N'.
               88  ALUMNO-ENCONTRADO    VALUE 'Y'.
           05  WS-ABIERTO-FLAG      PIC X VALUE 'N'.
               88  CONVENIO-ABIERTO VALUE 'Y'.
           05  WS-PLAN-FLAG         PIC X VALUE 'N'.
               88  PLAN-VALIDO      VALUE 'Y'.
           05  WS-MES-FLAG          PIC X VALUE 'N'.
               88  MES-VALIDO       VALUE 'Y'.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-EOF-CONV          PIC X VALUE 'N'.
               88  EOF-CONVENIO     VALUE 'Y'.
           05  WS-EOF-CONVD         PIC X VALUE 'N'.
               88  EOF-CONVDET      VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-ALUMNO-BUSCAR     PIC X(10).
           05  WS-CONV-BUSCAR       PIC X(10).
           05  WS-MES-CORTE         PIC X(7).
           05  WS-MES-PRIMERA       PIC X(7).
           05  WS-NUM-PARC          PIC 9(2).
           05  WS-DIA-PAGO          PIC 9(2).
           05  WS-MOTIVO            PIC X(40).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-REPORTE-LINEA     PIC X(70).

       01  WS-CONCEPTO-CONVENIO     PIC X(10) VALUE "CONVENIO".

       01  WS-ALUMNO-ACTUAL.
           05  WS-ALU-CODIGO        PIC X(10).
           05  WS-ALU-NOMBRE        PIC X(50).
           05  WS-ALU-APELLIDO      PIC X(50).
           05  WS-ALU-ESTATUS       PIC X(1).

       01  WS-MES-TRABAJO.
           05  WS-MT-ANIO           PIC 9(4).
           05  WS-MT-GUION          PIC X(1).
           05  WS-MT-MES            PIC 9(2).

       01  WS-ORIGINALES-MAX        PIC 9(2) VALUE 60.
       01  WS-ORIGINALES-TABLE.
           05  WS-NUM-ORIGINALES    PIC 9(2) VALUE 0.
           05  WS-ORIGINAL OCCURS 60 TIMES.
               10  WS-OR-LLAVE.
                   15  WS-OR-ALUMNO     PIC X(10).
                   15  WS-OR-MES        PIC X(7).
                   15  WS-OR-CONCEPTO   PIC X(10).
               10  WS-OR-NUM            PIC 9(2).
               10  WS-OR-IMPORTE        PIC S9(7)V99.
               10  WS-OR-ABIERTO        PIC S9(7)V99.
       01  WS-IDX-OR                PIC 9(2).

       01  WS-PARC-MAX              PIC 9(2) VALUE 24.
       01  WS-PARCIALIDADES-TABLE.
           05  WS-NUM-PARCIALIDADES PIC 9(2) VALUE 0.
           05  WS-PARCIALIDAD OCCURS 24 TIMES.
               10  WS-PA-CARGO          PIC X(27).
               10  WS-PA-MES            PIC X(7).
               10  WS-PA-VENCE          PIC X(10).
               10  WS-PA-IMPORTE        PIC S9(7)V99.
       01  WS-IDX-PA                PIC 9(2).

       01  WS-PAGOS-MAX             PIC 9(2) VALUE 99.
       01  WS-PAGOS-TABLE.
           05  WS-NUM-PAGOS         PIC 9(2) VALUE 0.
           05  WS-PAGO OCCURS 99 TIMES.
               10  WS-PG-CODIGO         PIC X(10).
               10  WS-PG-LINEA          PIC 9(2).
               10  WS-PG-CARGO          PIC X(27).
               10  WS-PG-IMPORTE        PIC S9(7)V99.
       01  WS-IDX-PG                PIC 9(2).
       01  WS-IDX-PG2               PIC 9(2).

       01  WS-CALCULO.
           05  WS-TOTAL-CONVENIO    PIC S9(7)V99.
           05  WS-IMPORTE-PARC      PIC S9(7)V99.
           05  WS-TOTAL-PAGADO      PIC S9(7)V99.
           05  WS-NETO-PEND         PIC S9(7)V99.
           05  WS-REF-CODIGO        PIC X(10).
           05  WS-REF-LINEA         PIC 9(2).

       01  WS-APLICACION-CAMPOS.
           05  WS-APL-CODIGO        PIC X(10).
           05  WS-APL-LINEA         PIC 9(2).
           05  WS-APL-FECHA         PIC X(10).
           05  WS-APL-RESTANTE      PIC S9(7)V99.
           05  WS-APL-APLICADO      PIC S9(7)V99.
           05  WS-APL-IMPORTE       PIC S9(7)V99.
           05  WS-APL-CARGO-LLAVE   PIC X(27).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).

       01  WS-FOLIO-CONVENIO.
           05  WS-SIGUIENTE-NUM     PIC 9(10).
           05  WS-CONV-NUM          PIC 9(8).
           05  WS-CONV-CODIGO       PIC X(10).
           05  WS-CONV-ABIERTO      PIC X(10).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL     PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-PAGADO    PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-SALDO     PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-ESTATUS   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM PROCESAR-OPCION
           END-PERFORM
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN INPUT ALUMNO-FILE
           OPEN I-O CARGOS-FILE
           IF FS-CARGOS = "35"
               DISPLAY "NO EXISTE cargos.dat, CORRA PRIMERO"
                   " LA GENERACION DE CARGOS (CARGOS1)"
               CLOSE ALUMNO-FILE
               STOP RUN
           END-IF
           PERFORM ABRIR-APLICACIONES-FILE
           PERFORM ABRIR-CONVENIOS-FILE
           PERFORM ABRIR-CONVDET-FILE
           PERFORM ABRIR-CONTROL-FILE
           PERFORM ABRIR-INGRESOS-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM ABRIR-CHEQUES-FILE
           PERFORM REGISTRAR-CAJERO.

       ABRIR-APLICACIONES-FILE.
           OPEN I-O APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN I-O APLICACIONES-FILE
           END-IF.

       ABRIR-CONVENIOS-FILE.
           OPEN I-O CONVENIOS-FILE
           IF FS-CONVENIOS = "35"
               OPEN OUTPUT CONVENIOS-FILE
               CLOSE CONVENIOS-FILE
               OPEN I-O CONVENIOS-FILE
           END-IF.

       ABRIR-CONVDET-FILE.
           OPEN I-O CONVDET-FILE
           IF FS-CONVDET = "35"
               OPEN OUTPUT CONVDET-FILE
               CLOSE CONVDET-FILE
               OPEN I-O CONVDET-FILE
           END-IF.

       ABRIR-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF FS-CONTROL = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

       ABRIR-INGRESOS-FILE.
           OPEN INPUT INGRESOS-FILE
           IF FS-INGRESOS = "35"
               OPEN OUTPUT INGRESOS-FILE
               CLOSE INGRESOS-FILE
               OPEN INPUT INGRESOS-FILE
           END-IF.

       ABRIR-CHEQUES-FILE.
           OPEN INPUT CHEQUES-FILE
           IF FS-CHEQUES = "35"
               OPEN OUTPUT CHEQUES-FILE
               CLOSE CHEQUES-FILE
               OPEN INPUT CHEQUES-FILE
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
           DISPLAY "CONVENIOS DE PAGO - REGISTRO DE CAJERO"
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
           DISPLAY "CONVENIOS DE PAGO"
           DISPLAY "1=NUEVO CONVENIO  2=CONSULTAR  3=REVERTIR ROTO"
           DISPLAY "OPCION (EN BLANCO PARA SALIR): " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN SPACES
                   SET EXIT-PROGRAM TO TRUE
               WHEN "1"
                   PERFORM ALTA-CONVENIO
               WHEN "2"
                   PERFORM CONSULTAR-CONVENIOS
               WHEN "3"
                   PERFORM REVERTIR-CONVENIO
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
                   MOVE ALUMNO-ESTATUS TO WS-ALU-ESTATUS
                   DISPLAY "ALUMNO: " FUNCTION TRIM(WS-ALU-NOMBRE)
                       " " FUNCTION TRIM(WS-ALU-APELLIDO)
           END-READ.

       ALTA-CONVENIO.
           PERFORM PEDIR-ALUMNO
           IF ALUMNO-ENCONTRADO
               IF WS-ALU-ESTATUS NOT = "A"
                   DISPLAY "EL ALUMNO NO ESTA ACTIVO"
               ELSE
                   PERFORM BUSCAR-CONVENIO-ABIERTO
                   IF CONVENIO-ABIERTO
                       DISPLAY "EL ALUMNO YA TIENE EL CONVENIO "
                           WS-CONV-ABIERTO " SIN LIQUIDAR"
                   ELSE
                       PERFORM CAPTURAR-CONVENIO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-CONVENIO-ABIERTO.
           MOVE 'N' TO WS-ABIERTO-FLAG
           MOVE SPACES TO WS-CONV-ABIERTO
           MOVE WS-ALU-CODIGO TO CONV-ALUMNO
           MOVE 'N' TO WS-EOF-CONV
           START CONVENIOS-FILE KEY IS EQUAL TO CONV-ALUMNO
               INVALID KEY
                   SET EOF-CONVENIO TO TRUE
           END-START
           PERFORM UNTIL EOF-CONVENIO
               READ CONVENIOS-FILE NEXT RECORD
                   AT END
                       SET EOF-CONVENIO TO TRUE
                   NOT AT END
                       IF CONV-ALUMNO NOT = WS-ALU-CODIGO
                           SET EOF-CONVENIO TO TRUE
                       ELSE
                           IF CONVENIO-VIGENTE OR CONVENIO-ROTO
                               SET CONVENIO-ABIERTO TO TRUE
                               MOVE CONV-CODIGO TO WS-CONV-ABIERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CAPTURAR-CONVENIO.
           DISPLAY "CONGELAR CARGOS HASTA EL MES (AAAA-MM): "
               WITH NO ADVANCING
           ACCEPT WS-MES-CORTE
           PERFORM CARGAR-CARGOS-ABIERTOS
           IF WS-NUM-ORIGINALES = 0
               DISPLAY "EL ALUMNO NO TIENE CARGOS ABIERTOS HASTA "
                   WS-MES-CORTE
           ELSE
               PERFORM MOSTRAR-CARGOS-ABIERTOS
               PERFORM CAPTURAR-PARCIALIDADES
               IF PLAN-VALIDO
                   PERFORM MOSTRAR-PARCIALIDADES
                   DISPLAY "OBSERVACIONES DEL CONVENIO: "
                       WITH NO ADVANCING
                   ACCEPT WS-MOTIVO
                   DISPLAY "CONFIRMA EL CONVENIO (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM GRABAR-CONVENIO
                   ELSE
                       DISPLAY "CONVENIO CANCELADO"
                   END-IF
               END-IF
           END-IF.

       CARGAR-CARGOS-ABIERTOS.
           MOVE 0 TO WS-NUM-ORIGINALES
           MOVE 0 TO WS-TOTAL-CONVENIO
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
                       IF CARGO-ALUMNO NOT = WS-ALU-CODIGO OR
                               CARGO-MES > WS-MES-CORTE
                           SET EOF-CARGO TO TRUE
                       ELSE
                           IF CARGO-CONCEPTO NOT = WS-CONCEPTO-CONVENIO
                                   AND CARGO-IMPORTE > 0
                               PERFORM GUARDAR-CARGO-ABIERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-CARGO-ABIERTO.
           MOVE CARGO-LLAVE TO WS-APL-CARGO-LLAVE
           PERFORM SUMAR-APLICADO-CARGO
           IF CARGO-IMPORTE > WS-APL-APLICADO
               IF WS-NUM-ORIGINALES < WS-ORIGINALES-MAX
                   ADD 1 TO WS-NUM-ORIGINALES
                   MOVE CARGO-LLAVE TO WS-OR-LLAVE(WS-NUM-ORIGINALES)
                   MOVE WS-NUM-ORIGINALES
                       TO WS-OR-NUM(WS-NUM-ORIGINALES)
                   COMPUTE WS-OR-IMPORTE(WS-NUM-ORIGINALES) =
                       CARGO-IMPORTE - WS-APL-APLICADO
                   ADD WS-OR-IMPORTE(WS-NUM-ORIGINALES)
                       TO WS-TOTAL-CONVENIO
               ELSE
                   DISPLAY "AVISO: EL CARGO " CARGO-MES " "
                       CARGO-CONCEPTO " NO CABE EN EL CONVENIO"
               END-IF
           END-IF.

       MOSTRAR-CARGOS-ABIERTOS.
           DISPLAY " "
           DISPLAY "CARGOS QUE SE CONGELAN:"
           DISPLAY "  MES     CONCEPTO         SALDO"
           PERFORM VARYING WS-IDX-OR FROM 1 BY 1
                   UNTIL WS-IDX-OR > WS-NUM-ORIGINALES
               MOVE WS-OR-IMPORTE(WS-IDX-OR) TO WS-DISPLAY-SALDO
               MOVE SPACES TO WS-REPORTE-LINEA
               STRING "  " DELIMITED BY SIZE
                      WS-OR-MES(WS-IDX-OR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OR-CONCEPTO(WS-IDX-OR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-SALDO DELIMITED BY SIZE
                   INTO WS-REPORTE-LINEA
               DISPLAY WS-REPORTE-LINEA
           END-PERFORM
           MOVE WS-TOTAL-CONVENIO TO WS-DISPLAY-TOTAL
           DISPLAY "TOTAL A CONVENIR:         " WS-DISPLAY-TOTAL.

       CAPTURAR-PARCIALIDADES.
           MOVE 'N' TO WS-PLAN-FLAG
           MOVE 0 TO WS-NUM-PARCIALIDADES
           DISPLAY "NUMERO DE PARCIALIDADES (1-24): " WITH NO ADVANCING
           ACCEPT WS-NUM-PARC
           DISPLAY "MES DE LA PRIMERA PARCIALIDAD (AAAA-MM): "
               WITH NO ADVANCING
           ACCEPT WS-MES-PRIMERA
           DISPLAY "DIA LIMITE DE PAGO DE CADA MES (1-28): "
               WITH NO ADVANCING
           ACCEPT WS-DIA-PAGO
           PERFORM VALIDAR-MES-PRIMERA
           EVALUATE TRUE
               WHEN WS-NUM-PARC < 1 OR WS-NUM-PARC > WS-PARC-MAX
                   DISPLAY "NUMERO DE PARCIALIDADES INVALIDO"
               WHEN WS-DIA-PAGO < 1 OR WS-DIA-PAGO > 28
                   DISPLAY "DIA DE PAGO INVALIDO"
               WHEN NOT MES-VALIDO
                   DISPLAY "MES DE LA PRIMERA PARCIALIDAD INVALIDO"
               WHEN OTHER
                   PERFORM CALCULAR-PARCIALIDADES
           END-EVALUATE.

       VALIDAR-MES-PRIMERA.
           MOVE 'N' TO WS-MES-FLAG
           MOVE WS-MES-PRIMERA TO WS-MES-TRABAJO
           IF WS-MT-ANIO IS NUMERIC AND WS-MT-MES IS NUMERIC AND
                   WS-MT-GUION = "-"
               IF WS-MT-MES >= 1 AND WS-MT-MES <= 12
                   SET MES-VALIDO TO TRUE
               END-IF
           END-IF.

       CALCULAR-PARCIALIDADES.
           COMPUTE WS-IMPORTE-PARC = WS-TOTAL-CONVENIO / WS-NUM-PARC
           IF WS-IMPORTE-PARC <= 0
               DISPLAY "EL TOTAL NO ALCANZA PARA ESAS PARCIALIDADES"
           ELSE
               SET PLAN-VALIDO TO TRUE
               PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                       UNTIL WS-IDX-PA > WS-NUM-PARC
                   PERFORM ARMAR-PARCIALIDAD
                   PERFORM AVANZAR-MES
               END-PERFORM
           END-IF.

       ARMAR-PARCIALIDAD.
           ADD 1 TO WS-NUM-PARCIALIDADES
           MOVE WS-MES-TRABAJO TO WS-PA-MES(WS-IDX-PA)
           MOVE SPACES TO WS-PA-VENCE(WS-IDX-PA)
           STRING WS-MES-TRABAJO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DIA-PAGO DELIMITED BY SIZE
               INTO WS-PA-VENCE(WS-IDX-PA)
           IF WS-IDX-PA = WS-NUM-PARC
               COMPUTE WS-PA-IMPORTE(WS-IDX-PA) = WS-TOTAL-CONVENIO -
                   WS-IMPORTE-PARC * (WS-NUM-PARC - 1)
           ELSE
               MOVE WS-IMPORTE-PARC TO WS-PA-IMPORTE(WS-IDX-PA)
           END-IF
           MOVE SPACES TO CARGO-LLAVE
           MOVE WS-ALU-CODIGO TO CARGO-ALUMNO
           MOVE WS-PA-MES(WS-IDX-PA) TO CARGO-MES
           MOVE WS-CONCEPTO-CONVENIO TO CARGO-CONCEPTO
           MOVE CARGO-LLAVE TO WS-PA-CARGO(WS-IDX-PA)
           READ CARGOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-PLAN-FLAG
                   DISPLAY "YA EXISTE UNA PARCIALIDAD DE CONVENIO EN "
                       WS-PA-MES(WS-IDX-PA)
           END-READ.

       AVANZAR-MES.
           ADD 1 TO WS-MT-MES
           IF WS-MT-MES > 12
               MOVE 1 TO WS-MT-MES
               ADD 1 TO WS-MT-ANIO
           END-IF.

       MOSTRAR-PARCIALIDADES.
           DISPLAY " "
           DISPLAY "PARCIALIDADES:"
           DISPLAY "  NUM VENCE            IMPORTE"
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARCIALIDADES
               MOVE WS-PA-IMPORTE(WS-IDX-PA) TO WS-DISPLAY-TOTAL
               MOVE SPACES TO WS-REPORTE-LINEA
               STRING "  " DELIMITED BY SIZE
                      WS-IDX-PA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PA-VENCE(WS-IDX-PA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO WS-REPORTE-LINEA
               DISPLAY WS-REPORTE-LINEA
           END-PERFORM.

       GRABAR-CONVENIO.
           PERFORM FORMATEAR-FECHA-HOY
           PERFORM OBTENER-FOLIO-CONVENIO
           MOVE SPACES TO CONVENIO-RECORD
           MOVE WS-CONV-CODIGO TO CONV-CODIGO
           MOVE WS-ALU-CODIGO TO CONV-ALUMNO
           MOVE WS-FECHA-FORMATEADA TO CONV-FECHA
           MOVE WS-MES-CORTE TO CONV-MES-CORTE
           MOVE WS-TOTAL-CONVENIO TO CONV-TOTAL
           MOVE WS-NUM-ORIGINALES TO CONV-NUM-CARGOS
           MOVE WS-NUM-PARCIALIDADES TO CONV-NUM-PARC
           SET CONVENIO-VIGENTE TO TRUE
           MOVE WS-FECHA-FORMATEADA TO CONV-FECHA-ESTATUS
           MOVE WS-CAJERO-ACTUAL TO CONV-CAJERO
           MOVE WS-MOTIVO TO CONV-MOTIVO
           WRITE CONVENIO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CONVENIO "
                       WS-CONV-CODIGO " STATUS " FS-CONVENIOS
               NOT INVALID KEY
                   PERFORM CONGELAR-CARGOS
                   PERFORM GRABAR-PARCIALIDADES
                   DISPLAY "CONVENIO " WS-CONV-CODIGO " REGISTRADO"
           END-WRITE.

       CONGELAR-CARGOS.
           PERFORM VARYING WS-IDX-OR FROM 1 BY 1
                   UNTIL WS-IDX-OR > WS-NUM-ORIGINALES
               MOVE SPACES TO CONVDET-RECORD
               MOVE WS-CONV-CODIGO TO CONVD-CODIGO
               SET CONVD-ORIGINAL TO TRUE
               MOVE WS-OR-NUM(WS-IDX-OR) TO CONVD-NUM
               MOVE WS-OR-LLAVE(WS-IDX-OR) TO CONVD-CARGO
               MOVE WS-OR-IMPORTE(WS-IDX-OR) TO CONVD-IMPORTE
               WRITE CONVDET-RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL DETALLE DEL"
                           " CONVENIO " WS-CONV-CODIGO
                           " STATUS " FS-CONVDET
               END-WRITE
               MOVE WS-CONV-CODIGO TO WS-APL-CODIGO
               MOVE WS-OR-NUM(WS-IDX-OR) TO WS-APL-LINEA
               MOVE WS-OR-LLAVE(WS-IDX-OR) TO WS-APL-CARGO-LLAVE
               MOVE WS-OR-IMPORTE(WS-IDX-OR) TO WS-APL-IMPORTE
               MOVE WS-FECHA-FORMATEADA TO WS-APL-FECHA
               PERFORM ESCRIBIR-APLICACION
           END-PERFORM.

       GRABAR-PARCIALIDADES.
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARCIALIDADES
               MOVE SPACES TO CONVDET-RECORD
               MOVE WS-CONV-CODIGO TO CONVD-CODIGO
               SET CONVD-PARCIALIDAD TO TRUE
               MOVE WS-IDX-PA TO CONVD-NUM
               MOVE WS-PA-CARGO(WS-IDX-PA) TO CONVD-CARGO
               MOVE WS-PA-IMPORTE(WS-IDX-PA) TO CONVD-IMPORTE
               MOVE WS-PA-VENCE(WS-IDX-PA) TO CONVD-VENCE
               WRITE CONVDET-RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL DETALLE DEL"
                           " CONVENIO " WS-CONV-CODIGO
                           " STATUS " FS-CONVDET
               END-WRITE
               MOVE SPACES TO CARGO-RECORD
               MOVE WS-PA-CARGO(WS-IDX-PA) TO CARGO-LLAVE
               MOVE WS-PA-IMPORTE(WS-IDX-PA) TO CARGO-IMPORTE
               MOVE WS-FECHA-FORMATEADA TO CARGO-FECHA-GEN
               MOVE "N" TO CARGO-TIPO
               MOVE WS-CONV-CODIGO TO CARGO-CONCEPTO-ORIGEN
               MOVE "N" TO CARGO-RECARGO-GEN
               WRITE CARGO-RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA PARCIALIDAD "
                           WS-PA-MES(WS-IDX-PA) " STATUS " FS-CARGOS
               END-WRITE
           END-PERFORM.

       CONSULTAR-CONVENIOS.
           PERFORM PEDIR-ALUMNO
           IF ALUMNO-ENCONTRADO
               MOVE WS-ALU-CODIGO TO CONV-ALUMNO
               MOVE 'N' TO WS-EOF-CONV
               START CONVENIOS-FILE KEY IS EQUAL TO CONV-ALUMNO
                   INVALID KEY
                       SET EOF-CONVENIO TO TRUE
                       DISPLAY "EL ALUMNO NO TIENE CONVENIOS"
               END-START
               PERFORM UNTIL EOF-CONVENIO
                   READ CONVENIOS-FILE NEXT RECORD
                       AT END
                           SET EOF-CONVENIO TO TRUE
                       NOT AT END
                           IF CONV-ALUMNO NOT = WS-ALU-CODIGO
                               SET EOF-CONVENIO TO TRUE
                           ELSE
                               PERFORM MOSTRAR-CONVENIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MOSTRAR-CONVENIO.
           PERFORM DESCRIBIR-ESTATUS
           MOVE CONV-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY " "
           DISPLAY "CONVENIO " CONV-CODIGO " DEL " CONV-FECHA
               " ESTADO " WS-DISPLAY-ESTATUS
           DISPLAY "  TOTAL " WS-DISPLAY-TOTAL "  CARGOS HASTA "
               CONV-MES-CORTE "  PARCIALIDADES " CONV-NUM-PARC
           IF CONV-MOTIVO NOT = SPACES
               DISPLAY "  " CONV-MOTIVO
           END-IF
           DISPLAY "  NUM VENCE            IMPORTE        PAGADO"
               "         SALDO"
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
                           PERFORM MOSTRAR-PARCIALIDAD
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-PARCIALIDAD.
           MOVE CONVD-CARGO TO WS-APL-CARGO-LLAVE
           PERFORM SUMAR-APLICADO-CARGO
           MOVE CONVD-IMPORTE TO WS-DISPLAY-TOTAL
           MOVE WS-APL-APLICADO TO WS-DISPLAY-PAGADO
           COMPUTE WS-DISPLAY-SALDO = CONVD-IMPORTE - WS-APL-APLICADO
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING "  " DELIMITED BY SIZE
                  CONVD-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CONVD-VENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-PAGADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       DESCRIBIR-ESTATUS.
           EVALUATE TRUE
               WHEN CONVENIO-VIGENTE
                   MOVE "VIGENTE" TO WS-DISPLAY-ESTATUS
               WHEN CONVENIO-LIQUIDADO
                   MOVE "LIQUIDADO" TO WS-DISPLAY-ESTATUS
               WHEN CONVENIO-ROTO
                   MOVE "ROTO" TO WS-DISPLAY-ESTATUS
               WHEN CONVENIO-REVERTIDO
                   MOVE "REVERTIDO" TO WS-DISPLAY-ESTATUS
               WHEN OTHER
                   MOVE CONV-ESTATUS TO WS-DISPLAY-ESTATUS
           END-EVALUATE.

       REVERTIR-CONVENIO.
           DISPLAY "CONVENIO A REVERTIR: " WITH NO ADVANCING
           ACCEPT WS-CONV-BUSCAR
           MOVE SPACES TO CONV-CODIGO
           MOVE FUNCTION TRIM(WS-CONV-BUSCAR) TO CONV-CODIGO
           READ CONVENIOS-FILE
               INVALID KEY
                   DISPLAY "CONVENIO NO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT CONVENIO-ROTO
                       PERFORM DESCRIBIR-ESTATUS
                       DISPLAY "EL CONVENIO ESTA "
                           WS-DISPLAY-ESTATUS
                           ", SOLO SE REVIERTEN CONVENIOS ROTOS"
                   ELSE
                       PERFORM CONFIRMAR-REVERSION
                   END-IF
           END-READ.

       CONFIRMAR-REVERSION.
           MOVE CONV-CODIGO TO WS-CONV-CODIGO
           MOVE CONV-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "ALUMNO " CONV-ALUMNO "  TOTAL " WS-DISPLAY-TOTAL
               "  PARCIALIDADES " CONV-NUM-PARC
           DISPLAY "SE BORRAN LAS PARCIALIDADES, SE REABREN LOS"
               " CARGOS ORIGINALES Y LO PAGADO SE APLICA A ELLOS"
           DISPLAY "CONFIRMA LA REVERSION (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM EJECUTAR-REVERSION
           ELSE
               DISPLAY "REVERSION CANCELADA"
           END-IF.

       EJECUTAR-REVERSION.
           PERFORM FORMATEAR-FECHA-HOY
           PERFORM CARGAR-DETALLE-CONVENIO
           PERFORM RECOGER-PAGOS-PARCIALIDADES
           PERFORM BORRAR-PAGOS-PARCIALIDADES
           PERFORM BORRAR-CARGOS-PARCIALIDADES
           PERFORM DESCONGELAR-CARGOS
           PERFORM NETEAR-CORRECCIONES
           PERFORM REAPLICAR-PAGOS
           MOVE WS-CONV-CODIGO TO CONV-CODIGO
           READ CONVENIOS-FILE
               INVALID KEY
                   DISPLAY "NO SE PUDO RELEER EL CONVENIO "
                       WS-CONV-CODIGO
               NOT INVALID KEY
                   SET CONVENIO-REVERTIDO TO TRUE
                   MOVE WS-FECHA-FORMATEADA TO CONV-FECHA-ESTATUS
                   REWRITE CONVENIO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL CONVENIO "
                               WS-CONV-CODIGO " STATUS " FS-CONVENIOS
                   END-REWRITE
           END-READ
           MOVE WS-TOTAL-PAGADO TO WS-DISPLAY-PAGADO
           DISPLAY "CONVENIO " WS-CONV-CODIGO " REVERTIDO"
           DISPLAY "PAGOS REAPLICADOS A LOS CARGOS ORIGINALES: "
               WS-DISPLAY-PAGADO.

       CARGAR-DETALLE-CONVENIO.
           MOVE 0 TO WS-NUM-ORIGINALES
           MOVE 0 TO WS-NUM-PARCIALIDADES
           MOVE SPACES TO CONVD-LLAVE
           MOVE WS-CONV-CODIGO TO CONVD-CODIGO
           MOVE LOW-VALUES TO CONVD-TIPO
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
                       IF CONVD-CODIGO NOT = WS-CONV-CODIGO
                           SET EOF-CONVDET TO TRUE
                       ELSE
                           PERFORM GUARDAR-DETALLE-CONVENIO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-DETALLE-CONVENIO.
           IF CONVD-ORIGINAL AND
                   WS-NUM-ORIGINALES < WS-ORIGINALES-MAX
               ADD 1 TO WS-NUM-ORIGINALES
               MOVE CONVD-CARGO TO WS-OR-LLAVE(WS-NUM-ORIGINALES)
               MOVE CONVD-NUM TO WS-OR-NUM(WS-NUM-ORIGINALES)
               MOVE CONVD-IMPORTE TO WS-OR-IMPORTE(WS-NUM-ORIGINALES)
               MOVE 0 TO WS-OR-ABIERTO(WS-NUM-ORIGINALES)
           END-IF
           IF CONVD-PARCIALIDAD AND
                   WS-NUM-PARCIALIDADES < WS-PARC-MAX
               ADD 1 TO WS-NUM-PARCIALIDADES
               MOVE CONVD-CARGO TO WS-PA-CARGO(WS-NUM-PARCIALIDADES)
               MOVE CONVD-VENCE TO WS-PA-VENCE(WS-NUM-PARCIALIDADES)
               MOVE CONVD-IMPORTE
                   TO WS-PA-IMPORTE(WS-NUM-PARCIALIDADES)
           END-IF.

       RECOGER-PAGOS-PARCIALIDADES.
           MOVE 0 TO WS-NUM-PAGOS
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARCIALIDADES
               MOVE WS-PA-CARGO(WS-IDX-PA) TO APLIC-CARGO
               MOVE 'N' TO WS-EOF-APLIC
               START APLICACIONES-FILE KEY IS EQUAL TO APLIC-CARGO
                   INVALID KEY
                       SET EOF-APLICACION TO TRUE
               END-START
               PERFORM RECOGER-PAGOS-CARGO
           END-PERFORM.

       RECOGER-PAGOS-CARGO.
           PERFORM UNTIL EOF-APLICACION
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CARGO NOT = WS-PA-CARGO(WS-IDX-PA)
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           IF WS-NUM-PAGOS < WS-PAGOS-MAX
                               ADD 1 TO WS-NUM-PAGOS
                               MOVE APLIC-CODIGO
                                   TO WS-PG-CODIGO(WS-NUM-PAGOS)
                               MOVE APLIC-LINEA
                                   TO WS-PG-LINEA(WS-NUM-PAGOS)
                               MOVE APLIC-CARGO
                                   TO WS-PG-CARGO(WS-NUM-PAGOS)
                               MOVE APLIC-IMPORTE
                                   TO WS-PG-IMPORTE(WS-NUM-PAGOS)
                           ELSE
                               DISPLAY "AVISO: DEMASIADOS PAGOS, EL"
                                   " FOLIO " APLIC-CODIGO
                                   " QUEDA SIN REAPLICAR"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BORRAR-PAGOS-PARCIALIDADES.
           PERFORM VARYING WS-IDX-PG FROM 1 BY 1
                   UNTIL WS-IDX-PG > WS-NUM-PAGOS
               MOVE WS-PG-CODIGO(WS-IDX-PG) TO APLIC-CODIGO
               MOVE WS-PG-LINEA(WS-IDX-PG) TO APLIC-LINEA
               MOVE WS-PG-CARGO(WS-IDX-PG) TO APLIC-CARGO
               READ APLICACIONES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE APLICACIONES-FILE
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR LA APLICACION"
                                   " DEL FOLIO " APLIC-CODIGO
                                   " STATUS " FS-APLICACIONES
                       END-DELETE
               END-READ
           END-PERFORM.

       BORRAR-CARGOS-PARCIALIDADES.
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARCIALIDADES
               MOVE WS-PA-CARGO(WS-IDX-PA) TO CARGO-LLAVE
               READ CARGOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE CARGOS-FILE
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR LA PARCIALIDAD "
                                   CARGO-MES " STATUS " FS-CARGOS
                       END-DELETE
               END-READ
           END-PERFORM.

       DESCONGELAR-CARGOS.
           PERFORM VARYING WS-IDX-OR FROM 1 BY 1
                   UNTIL WS-IDX-OR > WS-NUM-ORIGINALES
               MOVE WS-CONV-CODIGO TO APLIC-CODIGO
               MOVE WS-OR-NUM(WS-IDX-OR) TO APLIC-LINEA
               MOVE WS-OR-LLAVE(WS-IDX-OR) TO APLIC-CARGO
               READ APLICACIONES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE APLICACIONES-FILE
                           INVALID KEY
                               DISPLAY "ERROR AL DESCONGELAR EL CARGO "
                                   WS-OR-MES(WS-IDX-OR) " "
                                   WS-OR-CONCEPTO(WS-IDX-OR)
                       END-DELETE
               END-READ
               MOVE WS-OR-LLAVE(WS-IDX-OR) TO CARGO-LLAVE
               READ CARGOS-FILE
                   INVALID KEY
                       MOVE 0 TO WS-OR-ABIERTO(WS-IDX-OR)
                   NOT INVALID KEY
                       MOVE CARGO-LLAVE TO WS-APL-CARGO-LLAVE
                       PERFORM SUMAR-APLICADO-CARGO
                       COMPUTE WS-OR-ABIERTO(WS-IDX-OR) =
                           CARGO-IMPORTE - WS-APL-APLICADO
               END-READ
           END-PERFORM.

       NETEAR-CORRECCIONES.
           PERFORM VARYING WS-IDX-PG FROM 1 BY 1
                   UNTIL WS-IDX-PG > WS-NUM-PAGOS
               IF WS-PG-IMPORTE(WS-IDX-PG) < 0
                   IF WS-PG-CODIGO(WS-IDX-PG)(1:2) = "CD"
                       PERFORM DESCONTAR-CHEQUE-DEVUELTO
                   ELSE
                       MOVE WS-PG-CODIGO(WS-IDX-PG) TO INGRESO-CODIGO
                       MOVE WS-PG-LINEA(WS-IDX-PG) TO INGRESO-LINEA
                       READ INGRESOS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF MOVIMIENTO-CORRECCION
                                   PERFORM DESCONTAR-CORRECCION
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       DESCONTAR-CORRECCION.
           MOVE INGRESO-REFERENCIA TO WS-REF-CODIGO
           MOVE INGRESO-REF-LINEA TO WS-REF-LINEA
           PERFORM DESCONTAR-PAGO-ORIGINAL.

       DESCONTAR-CHEQUE-DEVUELTO.
           MOVE WS-PG-CODIGO(WS-IDX-PG) TO CHEQUE-FOLIO-DEV
           READ CHEQUES-FILE KEY IS CHEQUE-FOLIO-DEV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CHEQUE-FOLIO TO WS-REF-CODIGO
                   MOVE WS-PG-LINEA(WS-IDX-PG) TO WS-REF-LINEA
                   PERFORM DESCONTAR-PAGO-ORIGINAL
           END-READ.

       DESCONTAR-PAGO-ORIGINAL.
           COMPUTE WS-NETO-PEND = 0 - WS-PG-IMPORTE(WS-IDX-PG)
           PERFORM VARYING WS-IDX-PG2 FROM 1 BY 1
                   UNTIL WS-IDX-PG2 > WS-NUM-PAGOS OR WS-NETO-PEND = 0
               IF WS-PG-CODIGO(WS-IDX-PG2) = WS-REF-CODIGO AND
                       WS-PG-LINEA(WS-IDX-PG2) = WS-REF-LINEA AND
                       WS-PG-IMPORTE(WS-IDX-PG2) > 0
                   IF WS-PG-IMPORTE(WS-IDX-PG2) > WS-NETO-PEND
                       SUBTRACT WS-NETO-PEND
                           FROM WS-PG-IMPORTE(WS-IDX-PG2)
                       MOVE 0 TO WS-NETO-PEND
                   ELSE
                       SUBTRACT WS-PG-IMPORTE(WS-IDX-PG2)
                           FROM WS-NETO-PEND
                       MOVE 0 TO WS-PG-IMPORTE(WS-IDX-PG2)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-PG-IMPORTE(WS-IDX-PG) = 0 - WS-NETO-PEND.

       REAPLICAR-PAGOS.
           MOVE 0 TO WS-TOTAL-PAGADO
           PERFORM VARYING WS-IDX-PG FROM 1 BY 1
                   UNTIL WS-IDX-PG > WS-NUM-PAGOS
               IF WS-PG-IMPORTE(WS-IDX-PG) > 0
                   MOVE WS-PG-IMPORTE(WS-IDX-PG) TO WS-APL-RESTANTE
                   PERFORM REAPLICAR-UN-PAGO
                   IF WS-APL-RESTANTE > 0
                       DISPLAY "AVISO: EL FOLIO "
                           WS-PG-CODIGO(WS-IDX-PG)
                           " NO CUPO COMPLETO EN LOS CARGOS ORIGINALES"
                   END-IF
               END-IF
               IF WS-PG-IMPORTE(WS-IDX-PG) < 0
                   DISPLAY "AVISO: LA CORRECCION "
                       WS-PG-CODIGO(WS-IDX-PG)
                       " NO TIENE PAGO ORIGINAL EN EL CONVENIO"
               END-IF
           END-PERFORM.

       REAPLICAR-UN-PAGO.
           PERFORM VARYING WS-IDX-OR FROM 1 BY 1
                   UNTIL WS-IDX-OR > WS-NUM-ORIGINALES
                       OR WS-APL-RESTANTE = 0
               IF WS-OR-ABIERTO(WS-IDX-OR) > 0
                   IF WS-OR-ABIERTO(WS-IDX-OR) < WS-APL-RESTANTE
                       MOVE WS-OR-ABIERTO(WS-IDX-OR) TO WS-APL-IMPORTE
                   ELSE
                       MOVE WS-APL-RESTANTE TO WS-APL-IMPORTE
                   END-IF
                   MOVE WS-PG-CODIGO(WS-IDX-PG) TO WS-APL-CODIGO
                   MOVE WS-PG-LINEA(WS-IDX-PG) TO WS-APL-LINEA
                   MOVE WS-OR-LLAVE(WS-IDX-OR) TO WS-APL-CARGO-LLAVE
                   MOVE WS-FECHA-FORMATEADA TO WS-APL-FECHA
                   PERFORM ACUMULAR-APLICACION
                   SUBTRACT WS-APL-IMPORTE FROM WS-APL-RESTANTE
                   SUBTRACT WS-APL-IMPORTE FROM WS-OR-ABIERTO(WS-IDX-OR)
                   ADD WS-APL-IMPORTE TO WS-TOTAL-PAGADO
               END-IF
           END-PERFORM.

       ACUMULAR-APLICACION.
           MOVE WS-APL-CODIGO TO APLIC-CODIGO
           MOVE WS-APL-LINEA TO APLIC-LINEA
           MOVE WS-APL-CARGO-LLAVE TO APLIC-CARGO
           READ APLICACIONES-FILE
               INVALID KEY
                   PERFORM ESCRIBIR-APLICACION
               NOT INVALID KEY
                   ADD WS-APL-IMPORTE TO APLIC-IMPORTE
                   REWRITE APLICACION-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA APLICACION"
                               " DEL FOLIO " WS-APL-CODIGO
                               " STATUS " FS-APLICACIONES
                   END-REWRITE
           END-READ.

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
           END-WRITE.

       OBTENER-FOLIO-CONVENIO.
           MOVE "CONVENIOS" TO CTL-LLAVE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE "CONVENIOS" TO CTL-LLAVE
                   MOVE 0 TO CTL-ULTIMO-NUM
                   WRITE CONTROL-RECORD
           END-READ
           ADD 1 TO CTL-ULTIMO-NUM
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CONTROL DE FOLIOS"
           END-REWRITE
           MOVE CTL-ULTIMO-NUM TO WS-SIGUIENTE-NUM
           MOVE WS-SIGUIENTE-NUM TO WS-CONV-NUM
           MOVE SPACES TO WS-CONV-CODIGO
           STRING "CV" DELIMITED BY SIZE
                  WS-CONV-NUM DELIMITED BY SIZE
               INTO WS-CONV-CODIGO.

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
           CLOSE CONVENIOS-FILE
           CLOSE CONVDET-FILE
           CLOSE CONTROL-FILE
           CLOSE INGRESOS-FILE
           CLOSE CAJEROS-FILE
           CLOSE CHEQUES-FILE.

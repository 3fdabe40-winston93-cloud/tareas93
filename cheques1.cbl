       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES1.
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
           COPY "cheque-select.cpy".
           COPY "ingreso-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "cargo-select.cpy".
           COPY "concepto-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "familia-select.cpy".
           COPY "control-select.cpy".
           COPY "cajero-select.cpy".
           COPY "supervisor-select.cpy".
           COPY "cierremes-select.cpy".
           COPY "cambio-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "cheque-fd.cpy".
           COPY "ingreso-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "cargo-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "familia-fd.cpy".
           COPY "control-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "supervisor-fd.cpy".
           COPY "cierremes-fd.cpy".
           COPY "cambio-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CHEQUES           PIC XX.
           05  FS-INGRESOS          PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-CARGOS            PIC XX.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-ANTICIPOS         PIC XX.
           05  FS-FAMILIAS          PIC XX.
           05  FS-CONTROL           PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-SUPERVISORES      PIC XX.
           05  FS-CIERRESMES        PIC XX.
           05  FS-CAMBIOS           PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  EXIT-PROGRAM     VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-SUPERVISOR-FLAG   PIC X VALUE 'N'.
               88  SUPERVISOR-VALIDO    VALUE 'Y'.
           05  WS-CHEQUE-FLAG       PIC X VALUE 'N'.
               88  CHEQUE-ENCONTRADO    VALUE 'Y'.
           05  WS-COMISION-FLAG     PIC X VALUE 'N'.
               88  COMISION-VALIDA  VALUE 'Y'.
           05  WS-MES-CIERRE-FLAG   PIC X VALUE 'N'.
               88  MES-CERRADO      VALUE 'Y'.
           05  WS-EOF-CHEQUE        PIC X VALUE 'N'.
               88  EOF-CHEQUE       VALUE 'Y'.
           05  WS-EOF-INGRESO       PIC X VALUE 'N'.
               88  EOF-INGRESO      VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.

       01  WS-TEMPORARY.
           05  WS-OPCION            PIC X(1).
           05  WS-FOLIO-BUSCAR      PIC X(10).
           05  WS-CODIGO-BUSCAR     PIC X(10).
           05  WS-FAMILIA-BUSCAR    PIC X(10).
           05  WS-CHQ-BUSCAR        PIC X(10).
           05  WS-MOTIVO            PIC X(40).
           05  WS-COMISION-TEXTO    PIC X(12).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-ESTATUS-DESC      PIC X(9).
           05  WS-REPORTE-LINEA     PIC X(80).

       01  WS-CONCEPTO-COMISION     PIC X(10) VALUE "CHEQUEDEV".
       01  WS-CONCEPTO-ANTICIPO     PIC X(10) VALUE "ANTICIPO".

       01  WS-LINEAS-MAX            PIC 9(2) VALUE 8.
       01  WS-LINEAS-FOLIO.
           05  WS-NUM-LINEAS        PIC 9(2) VALUE 0.
           05  WS-LINEA-FOLIO OCCURS 8 TIMES.
               10  WS-LF-LINEA          PIC 9(2).
               10  WS-LF-ALUMNO         PIC X(10).
               10  WS-LF-CONCEPTO       PIC X(10).
               10  WS-LF-TOTAL          PIC S9(7)V99.
               10  WS-LF-APLICADO       PIC S9(7)V99.
               10  WS-LF-CORREGIDA      PIC X(1).
       01  WS-IDX                   PIC 9(2).

       01  WS-APLICACIONES-MAX      PIC 9(2) VALUE 24.
       01  WS-APLICACIONES-LINEA.
           05  WS-NUM-APLICACIONES  PIC 9(2) VALUE 0.
           05  WS-APLICACION OCCURS 24 TIMES.
               10  WS-AP-CARGO          PIC X(27).
               10  WS-AP-IMPORTE        PIC S9(7)V99.
       01  WS-IDX-AP                PIC 9(2).

       01  WS-CALCULO.
           05  WS-COMISION          PIC S9(7)V99.
           05  WS-TOTAL-REABIERTO   PIC S9(7)V99.
           05  WS-TOTAL-ANTICIPO    PIC S9(7)V99.
           05  WS-TOTAL-SIN-CARGO   PIC S9(7)V99.
           05  WS-SIN-CARGO         PIC S9(7)V99.
           05  WS-IMPORTE-CARGO     PIC S9(7)V99.
           05  WS-NUM-REABIERTOS    PIC 9(3).
           05  WS-NUM-CORREGIDAS    PIC 9(2).
           05  WS-NUM-CHEQUES       PIC 9(5).
           05  WS-NUM-LIBERADOS     PIC 9(5).

       01  WS-CARGO-LLAVE-TRABAJO.
           05  WS-CL-ALUMNO         PIC X(10).
           05  WS-CL-MES            PIC X(7).
           05  WS-CL-CONCEPTO       PIC X(10).

       01  WS-ANTICIPO-CAMPOS.
           05  WS-ANT-ALUMNO        PIC X(10).
           05  WS-ANT-MOVIMIENTO    PIC S9(7)V99.

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-CAJERO-ACTUAL     PIC X(10).
           05  WS-SUPERVISOR-INTENTO PIC X(10).
           05  WS-AUTORIZO          PIC X(10).

       01  WS-FOLIOS.
           05  WS-SIGUIENTE-NUM     PIC 9(10).
           05  WS-FOLIO-NUM         PIC 9(8).
           05  WS-DEVOLUCION-CODIGO PIC X(10).

       01  WS-BITACORA-CAMBIOS.
           05  WS-CAMB-PROGRAMA     PIC X(10) VALUE "CHEQUES1".
           05  WS-CAMB-ARCHIVO      PIC X(10).
           05  WS-CAMB-OPERACION    PIC X(1).
           05  WS-CAMB-LLAVE        PIC X(30).
           05  WS-CAMB-ANTES        PIC X(200).
           05  WS-CAMB-DESPUES      PIC X(200).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-IMPORTE   PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-COMISION  PIC Z.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM PROCESAR-OPCION
           END-PERFORM
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN I-O CARGOS-FILE
           IF FS-CARGOS = "35"
               DISPLAY "NO EXISTE cargos.dat, CORRA PRIMERO"
                   " LA GENERACION DE CARGOS (CARGOS1)"
               STOP RUN
           END-IF
           PERFORM ABRIR-CHEQUES-FILE
           PERFORM ABRIR-INGRESOS-FILE
           PERFORM ABRIR-APLICACIONES-FILE
           PERFORM ABRIR-CONCEPTOS-FILE
           PERFORM ABRIR-ANTICIPOS-FILE
           PERFORM ABRIR-FAMILIAS-FILE
           PERFORM ABRIR-CONTROL-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM ABRIR-SUPERVISORES-FILE
           PERFORM ABRIR-CIERRESMES-FILE
           PERFORM REGISTRAR-CAJERO.

       ABRIR-CHEQUES-FILE.
           OPEN I-O CHEQUES-FILE
           IF FS-CHEQUES = "35"
               OPEN OUTPUT CHEQUES-FILE
               CLOSE CHEQUES-FILE
               OPEN I-O CHEQUES-FILE
           END-IF.

       ABRIR-INGRESOS-FILE.
           OPEN INPUT INGRESOS-FILE
           IF FS-INGRESOS = "35"
               OPEN OUTPUT INGRESOS-FILE
               CLOSE INGRESOS-FILE
               OPEN INPUT INGRESOS-FILE
           END-IF.

       ABRIR-APLICACIONES-FILE.
           OPEN I-O APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN I-O APLICACIONES-FILE
           END-IF.

       ABRIR-CONCEPTOS-FILE.
           OPEN INPUT CONCEPTOS-FILE
           IF FS-CONCEPTOS = "35"
               OPEN OUTPUT CONCEPTOS-FILE
               CLOSE CONCEPTOS-FILE
               OPEN INPUT CONCEPTOS-FILE
           END-IF.

       ABRIR-ANTICIPOS-FILE.
           OPEN I-O ANTICIPOS-FILE
           IF FS-ANTICIPOS = "35"
               OPEN OUTPUT ANTICIPOS-FILE
               CLOSE ANTICIPOS-FILE
               OPEN I-O ANTICIPOS-FILE
           END-IF.

       ABRIR-FAMILIAS-FILE.
           OPEN INPUT FAMILIAS-FILE
           IF FS-FAMILIAS = "35"
               OPEN OUTPUT FAMILIAS-FILE
               CLOSE FAMILIAS-FILE
               OPEN INPUT FAMILIAS-FILE
           END-IF.

       ABRIR-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF FS-CONTROL = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
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
           DISPLAY "CHEQUES DEVUELTOS - REGISTRO DE CAJERO"
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
           DISPLAY "CHEQUES RECIBIDOS Y DEVUELTOS"
           DISPLAY "1=CHEQUE DEVUELTO  2=CONSULTA DE CHEQUES"
           DISPLAY "3=LEVANTAR RESTRICCION DE CHEQUES"
           DISPLAY "OPCION (EN BLANCO PARA SALIR): " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN SPACES
                   SET EXIT-PROGRAM TO TRUE
               WHEN "1"
                   PERFORM CHEQUE-DEVUELTO-FOLIO
               WHEN "2"
                   PERFORM CONSULTA-CHEQUES
               WHEN "3"
                   PERFORM LEVANTAR-RESTRICCION
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       CHEQUE-DEVUELTO-FOLIO.
           PERFORM PEDIR-CHEQUE
           IF CHEQUE-ENCONTRADO
               PERFORM MOSTRAR-CHEQUE
               IF CHEQUE-DEVUELTO
                   DISPLAY "EL CHEQUE YA SE REGISTRO COMO DEVUELTO EL "
                       CHEQUE-FECHA-DEV ", FOLIO " CHEQUE-FOLIO-DEV
               ELSE
                   PERFORM FORMATEAR-FECHA-HOY
                   PERFORM VERIFICAR-MES-CERRADO
                   IF MES-CERRADO
                       DISPLAY "EL MES " WS-FECHA-FORMATEADA(1:7)
                           " ESTA CERRADO, NO SE PUEDEN GENERAR CARGOS"
                   ELSE
                       PERFORM CARGAR-LINEAS-FOLIO
                       PERFORM LEER-CONCEPTO-COMISION
                       IF COMISION-VALIDA
                           PERFORM MOSTRAR-LINEAS-FOLIO
                           PERFORM CAPTURAR-DEVOLUCION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PEDIR-CHEQUE.
           MOVE 'N' TO WS-CHEQUE-FLAG
           DISPLAY "FOLIO DEL RECIBO PAGADO CON CHEQUE: "
               WITH NO ADVANCING
           ACCEPT WS-FOLIO-BUSCAR
           IF WS-FOLIO-BUSCAR NOT = SPACES
               MOVE SPACES TO CHEQUE-FOLIO
               MOVE FUNCTION TRIM(WS-FOLIO-BUSCAR) TO CHEQUE-FOLIO
               MOVE CHEQUE-FOLIO TO WS-FOLIO-BUSCAR
               READ CHEQUES-FILE
                   INVALID KEY
                       DISPLAY "EL FOLIO " WS-FOLIO-BUSCAR
                           " NO SE PAGO CON CHEQUE"
                   NOT INVALID KEY
                       SET CHEQUE-ENCONTRADO TO TRUE
               END-READ
           END-IF.

       MOSTRAR-CHEQUE.
           MOVE CHEQUE-IMPORTE TO WS-DISPLAY-IMPORTE
           DISPLAY "FOLIO:    " CHEQUE-FOLIO "  FECHA: " CHEQUE-FECHA
           DISPLAY "FAMILIA:  " CHEQUE-FAMILIA
               "  ALUMNO: " CHEQUE-ALUMNO
           DISPLAY "BANCO:    " FUNCTION TRIM(CHEQUE-BANCO)
               "  CHEQUE: " FUNCTION TRIM(CHEQUE-NUMERO)
           DISPLAY "LIBRADOR: " FUNCTION TRIM(CHEQUE-LIBRADOR)
           DISPLAY "IMPORTE:  " WS-DISPLAY-IMPORTE.

       VERIFICAR-MES-CERRADO.
           MOVE 'N' TO WS-MES-CIERRE-FLAG
           MOVE SPACES TO CMES-MES
           MOVE WS-FECHA-FORMATEADA(1:7) TO CMES-MES
           READ CIERRESMES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MES-CERRADO TO TRUE
           END-READ.

       CARGAR-LINEAS-FOLIO.
           MOVE 0 TO WS-NUM-LINEAS
           MOVE 0 TO WS-NUM-CORREGIDAS
           MOVE WS-FOLIO-BUSCAR TO INGRESO-CODIGO
           MOVE 0 TO INGRESO-LINEA
           MOVE 'N' TO WS-EOF-INGRESO
           START INGRESOS-FILE KEY IS NOT LESS THAN INGRESO-LLAVE
               INVALID KEY
                   SET EOF-INGRESO TO TRUE
           END-START
           PERFORM UNTIL EOF-INGRESO OR WS-NUM-LINEAS = WS-LINEAS-MAX
               READ INGRESOS-FILE NEXT RECORD
                   AT END
                       SET EOF-INGRESO TO TRUE
                   NOT AT END
                       IF INGRESO-CODIGO NOT = WS-FOLIO-BUSCAR
                           SET EOF-INGRESO TO TRUE
                       ELSE
                           IF MOVIMIENTO-NORMAL
                               PERFORM GUARDAR-LINEA-FOLIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM MARCAR-LINEAS-CORREGIDAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-LINEAS
               PERFORM CARGAR-APLICACIONES-LINEA
           END-PERFORM.

       GUARDAR-LINEA-FOLIO.
           ADD 1 TO WS-NUM-LINEAS
           MOVE INGRESO-LINEA TO WS-LF-LINEA(WS-NUM-LINEAS)
           MOVE INGRESO-ALUMNO TO WS-LF-ALUMNO(WS-NUM-LINEAS)
           MOVE INGRESO-CONCEPTO TO WS-LF-CONCEPTO(WS-NUM-LINEAS)
           MOVE INGRESO-TOTAL TO WS-LF-TOTAL(WS-NUM-LINEAS)
           MOVE 0 TO WS-LF-APLICADO(WS-NUM-LINEAS)
           MOVE 'N' TO WS-LF-CORREGIDA(WS-NUM-LINEAS).

       MARCAR-LINEAS-CORREGIDAS.
           MOVE SPACES TO INGRESO-REFERENCIA
           MOVE WS-FOLIO-BUSCAR TO INGRESO-REFERENCIA
           MOVE 'N' TO WS-EOF-INGRESO
           START INGRESOS-FILE KEY IS EQUAL TO INGRESO-REFERENCIA
               INVALID KEY
                   SET EOF-INGRESO TO TRUE
           END-START
           PERFORM UNTIL EOF-INGRESO
               READ INGRESOS-FILE NEXT RECORD
                   AT END
                       SET EOF-INGRESO TO TRUE
                   NOT AT END
                       IF INGRESO-REFERENCIA NOT = WS-FOLIO-BUSCAR
                           SET EOF-INGRESO TO TRUE
                       ELSE
                           PERFORM MARCAR-LINEA-SI-COINCIDE
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-LINEA-SI-COINCIDE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-LINEAS
               IF WS-LF-LINEA(WS-IDX) = INGRESO-REF-LINEA AND
                       WS-LF-CORREGIDA(WS-IDX) NOT = 'Y'
                   MOVE 'Y' TO WS-LF-CORREGIDA(WS-IDX)
                   ADD 1 TO WS-NUM-CORREGIDAS
               END-IF
           END-PERFORM.

       CARGAR-APLICACIONES-LINEA.
           MOVE 0 TO WS-NUM-APLICACIONES
           MOVE WS-FOLIO-BUSCAR TO APLIC-CODIGO
           MOVE WS-LF-LINEA(WS-IDX) TO APLIC-LINEA
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
                       IF APLIC-CODIGO NOT = WS-FOLIO-BUSCAR OR
                               APLIC-LINEA NOT = WS-LF-LINEA(WS-IDX)
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           ADD 1 TO WS-NUM-APLICACIONES
                           MOVE APLIC-CARGO
                               TO WS-AP-CARGO(WS-NUM-APLICACIONES)
                           MOVE APLIC-IMPORTE
                               TO WS-AP-IMPORTE(WS-NUM-APLICACIONES)
                           ADD APLIC-IMPORTE TO WS-LF-APLICADO(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       LEER-CONCEPTO-COMISION.
           MOVE 'N' TO WS-COMISION-FLAG
           MOVE 0 TO WS-COMISION
           MOVE SPACES TO CONCEPTO-CODIGO
           MOVE WS-CONCEPTO-COMISION TO CONCEPTO-CODIGO
           READ CONCEPTOS-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL CONCEPTO "
                       FUNCTION TRIM(WS-CONCEPTO-COMISION)
                       " (COMISION POR CHEQUE DEVUELTO)"
                   DISPLAY "DELO DE ALTA EN EL CATALOGO DE CONCEPTOS"
               NOT INVALID KEY
                   IF CONCEPTO-ACTIVO
                       SET COMISION-VALIDA TO TRUE
                       MOVE CONCEPTO-COSTO TO WS-COMISION
                   ELSE
                       DISPLAY "EL CONCEPTO "
                           FUNCTION TRIM(WS-CONCEPTO-COMISION)
                           " ESTA DADO DE BAJA"
                   END-IF
           END-READ.

       MOSTRAR-LINEAS-FOLIO.
           DISPLAY "LIN ALUMNO     CONCEPTO        TOTAL   APLICADO"
               "  EST"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-LINEAS
               MOVE WS-LF-TOTAL(WS-IDX) TO WS-DISPLAY-IMPORTE
               MOVE WS-LF-APLICADO(WS-IDX) TO WS-DISPLAY-COMISION
               MOVE SPACES TO WS-REPORTE-LINEA
               STRING WS-LF-LINEA(WS-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-LF-ALUMNO(WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LF-CONCEPTO(WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-COMISION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LF-CORREGIDA(WS-IDX) DELIMITED BY SIZE
                   INTO WS-REPORTE-LINEA
               DISPLAY WS-REPORTE-LINEA
           END-PERFORM
           IF WS-NUM-CORREGIDAS > 0
               DISPLAY "LAS LINEAS CON EST = Y YA SE CORRIGIERON Y NO"
                   " SE REABREN"
           END-IF.

       CAPTURAR-DEVOLUCION.
           MOVE WS-COMISION TO WS-DISPLAY-COMISION
           DISPLAY "COMISION POR CHEQUE DEVUELTO (EN BLANCO = "
               FUNCTION TRIM(WS-DISPLAY-COMISION) "): "
               WITH NO ADVANCING
           ACCEPT WS-COMISION-TEXTO
           IF WS-COMISION-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-COMISION-TEXTO) TO WS-COMISION
           END-IF
           IF WS-COMISION < 0
               DISPLAY "LA COMISION NO PUEDE SER NEGATIVA"
               DISPLAY "DEVOLUCION CANCELADA"
           ELSE
               DISPLAY "MOTIVO DE LA DEVOLUCION: " WITH NO ADVANCING
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY "EL MOTIVO ES REQUERIDO"
                   DISPLAY "DEVOLUCION CANCELADA"
               ELSE
                   DISPLAY "SE REABRIRAN LOS CARGOS PAGADOS CON EL"
                       " CHEQUE Y NO SE ACEPTARAN MAS CHEQUES"
                   DISPLAY "DE LA FAMILIA " CHEQUE-FAMILIA
                   DISPLAY "CONFIRMA LA DEVOLUCION (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM GRABAR-DEVOLUCION
                   ELSE
                       DISPLAY "DEVOLUCION CANCELADA"
                   END-IF
               END-IF
           END-IF.

       GRABAR-DEVOLUCION.
           PERFORM OBTENER-FOLIO-DEVOLUCION
           MOVE 0 TO WS-TOTAL-REABIERTO
           MOVE 0 TO WS-TOTAL-ANTICIPO
           MOVE 0 TO WS-TOTAL-SIN-CARGO
           MOVE 0 TO WS-NUM-REABIERTOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-LINEAS
               IF WS-LF-CORREGIDA(WS-IDX) NOT = 'Y'
                   PERFORM REVERTIR-LINEA-FOLIO
               END-IF
           END-PERFORM
           COMPUTE WS-IMPORTE-CARGO = WS-COMISION + WS-TOTAL-SIN-CARGO
           IF WS-IMPORTE-CARGO > 0
               PERFORM GRABAR-CARGO-COMISION
           END-IF
           PERFORM MARCAR-CHEQUE-DEVUELTO
           PERFORM MOSTRAR-RESULTADO-DEVOLUCION.

       REVERTIR-LINEA-FOLIO.
           PERFORM CARGAR-APLICACIONES-LINEA
           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
                   UNTIL WS-IDX-AP > WS-NUM-APLICACIONES
               MOVE WS-DEVOLUCION-CODIGO TO APLIC-CODIGO
               MOVE WS-LF-LINEA(WS-IDX) TO APLIC-LINEA
               MOVE WS-AP-CARGO(WS-IDX-AP) TO APLIC-CARGO
               COMPUTE APLIC-IMPORTE = 0 - WS-AP-IMPORTE(WS-IDX-AP)
               MOVE WS-FECHA-FORMATEADA TO APLIC-FECHA
               WRITE APLICACION-RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL REVERTIR LA APLICACION DEL"
                           " CARGO " WS-AP-CARGO(WS-IDX-AP)
                           " STATUS " FS-APLICACIONES
                   NOT INVALID KEY
                       PERFORM MOSTRAR-CARGO-REABIERTO
               END-WRITE
           END-PERFORM
           COMPUTE WS-SIN-CARGO = WS-LF-TOTAL(WS-IDX) -
               WS-LF-APLICADO(WS-IDX)
           IF WS-LF-CONCEPTO(WS-IDX) = WS-CONCEPTO-ANTICIPO
               MOVE WS-LF-ALUMNO(WS-IDX) TO WS-ANT-ALUMNO
               COMPUTE WS-ANT-MOVIMIENTO = 0 - WS-SIN-CARGO
               PERFORM ABONAR-ANTICIPO
               ADD WS-SIN-CARGO TO WS-TOTAL-ANTICIPO
           ELSE
               ADD WS-SIN-CARGO TO WS-TOTAL-SIN-CARGO
           END-IF.

       MOSTRAR-CARGO-REABIERTO.
           ADD 1 TO WS-NUM-REABIERTOS
           ADD WS-AP-IMPORTE(WS-IDX-AP) TO WS-TOTAL-REABIERTO
           MOVE WS-AP-CARGO(WS-IDX-AP) TO WS-CARGO-LLAVE-TRABAJO
           MOVE WS-AP-IMPORTE(WS-IDX-AP) TO WS-DISPLAY-IMPORTE
           DISPLAY "CARGO REABIERTO: " WS-CL-ALUMNO " " WS-CL-MES " "
               WS-CL-CONCEPTO " " WS-DISPLAY-IMPORTE.

       ABONAR-ANTICIPO.
           MOVE SPACES TO ANTICIPO-ALUMNO
           MOVE WS-ANT-ALUMNO TO ANTICIPO-ALUMNO
           READ ANTICIPOS-FILE
               INVALID KEY
                   MOVE WS-ANT-ALUMNO TO ANTICIPO-ALUMNO
                   MOVE WS-ANT-MOVIMIENTO TO ANTICIPO-SALDO
                   WRITE ANTICIPO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL SALDO A FAVOR"
                               " DEL ALUMNO " WS-ANT-ALUMNO
                               " STATUS " FS-ANTICIPOS
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ANT-MOVIMIENTO TO ANTICIPO-SALDO
                   REWRITE ANTICIPO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL SALDO A"
                               " FAVOR DEL ALUMNO " WS-ANT-ALUMNO
                               " STATUS " FS-ANTICIPOS
                   END-REWRITE
           END-READ
           IF ANTICIPO-SALDO < 0
               MOVE ANTICIPO-SALDO TO WS-DISPLAY-IMPORTE
               DISPLAY "AVISO: EL SALDO A FAVOR DEL ALUMNO "
                   WS-ANT-ALUMNO " QUEDA EN " WS-DISPLAY-IMPORTE
           END-IF.

       GRABAR-CARGO-COMISION.
           MOVE CHEQUE-ALUMNO TO WS-CL-ALUMNO
           MOVE WS-FECHA-FORMATEADA(1:7) TO WS-CL-MES
           MOVE WS-CONCEPTO-COMISION TO WS-CL-CONCEPTO
           MOVE WS-CARGO-LLAVE-TRABAJO TO CARGO-LLAVE
           READ CARGOS-FILE
               INVALID KEY
                   MOVE SPACES TO CARGO-RECORD
                   MOVE WS-CARGO-LLAVE-TRABAJO TO CARGO-LLAVE
                   MOVE WS-IMPORTE-CARGO TO CARGO-IMPORTE
                   MOVE WS-FECHA-FORMATEADA TO CARGO-FECHA-GEN
                   MOVE "N" TO CARGO-TIPO
                   MOVE SPACES TO CARGO-CONCEPTO-ORIGEN
                   MOVE "N" TO CARGO-RECARGO-GEN
                   WRITE CARGO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL CARGO DE"
                               " COMISION STATUS " FS-CARGOS
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-IMPORTE-CARGO TO CARGO-IMPORTE
                   REWRITE CARGO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL CARGO DE"
                               " COMISION STATUS " FS-CARGOS
                   END-REWRITE
           END-READ.

       MARCAR-CHEQUE-DEVUELTO.
           MOVE SPACES TO CHEQUE-FOLIO
           MOVE WS-FOLIO-BUSCAR TO CHEQUE-FOLIO
           READ CHEQUES-FILE
               INVALID KEY
                   DISPLAY "ERROR AL LEER EL CHEQUE DEL FOLIO "
                       WS-FOLIO-BUSCAR " STATUS " FS-CHEQUES
               NOT INVALID KEY
                   SET CHEQUE-DEVUELTO TO TRUE
                   SET CHEQUES-RESTRINGIDOS TO TRUE
                   MOVE WS-FECHA-FORMATEADA TO CHEQUE-FECHA-DEV
                   MOVE WS-MOTIVO TO CHEQUE-MOTIVO
                   MOVE WS-COMISION TO CHEQUE-COMISION
                   MOVE WS-TOTAL-REABIERTO TO CHEQUE-REABIERTO
                   MOVE WS-CAJERO-ACTUAL TO CHEQUE-USUARIO-DEV
                   MOVE WS-DEVOLUCION-CODIGO TO CHEQUE-FOLIO-DEV
                   REWRITE CHEQUE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL MARCAR EL CHEQUE COMO"
                               " DEVUELTO STATUS " FS-CHEQUES
                   END-REWRITE
           END-READ.

       MOSTRAR-RESULTADO-DEVOLUCION.
           DISPLAY " "
           DISPLAY "CHEQUE DEVUELTO REGISTRADO, FOLIO "
               WS-DEVOLUCION-CODIGO
           MOVE WS-TOTAL-REABIERTO TO WS-DISPLAY-IMPORTE
           DISPLAY "CARGOS REABIERTOS:       " WS-NUM-REABIERTOS
               "  POR " WS-DISPLAY-IMPORTE
           IF WS-TOTAL-ANTICIPO NOT = 0
               MOVE WS-TOTAL-ANTICIPO TO WS-DISPLAY-IMPORTE
               DISPLAY "DESCONTADO DEL SALDO A FAVOR: "
                   WS-DISPLAY-IMPORTE
           END-IF
           IF WS-TOTAL-SIN-CARGO NOT = 0
               MOVE WS-TOTAL-SIN-CARGO TO WS-DISPLAY-IMPORTE
               DISPLAY "PAGADO SIN CARGO QUE REABRIR: "
                   WS-DISPLAY-IMPORTE
           END-IF
           IF WS-COMISION > 0
               MOVE WS-COMISION TO WS-DISPLAY-COMISION
               DISPLAY "COMISION POR CHEQUE DEVUELTO:  "
                   WS-DISPLAY-COMISION
           END-IF
           IF WS-IMPORTE-CARGO > 0
               MOVE WS-IMPORTE-CARGO TO WS-DISPLAY-IMPORTE
               DISPLAY "CARGO " FUNCTION TRIM(WS-CONCEPTO-COMISION)
                   " A " CHEQUE-ALUMNO " MES " WS-CL-MES ": "
                   WS-DISPLAY-IMPORTE
           END-IF
           DISPLAY "LA FAMILIA " CHEQUE-FAMILIA
               " YA NO PUEDE PAGAR CON CHEQUE".

       CONSULTA-CHEQUES.
           PERFORM PEDIR-FAMILIA
           IF WS-CODIGO-BUSCAR NOT = SPACES
               MOVE 0 TO WS-NUM-CHEQUES
               DISPLAY "FOLIO      FECHA      BANCO                "
                   "CHEQUE                 IMPORTE EST RES"
               MOVE WS-FAMILIA-BUSCAR TO WS-CHQ-BUSCAR
               PERFORM LISTAR-CHEQUES-CODIGO
               IF WS-CODIGO-BUSCAR NOT = WS-FAMILIA-BUSCAR
                   MOVE WS-CODIGO-BUSCAR TO WS-CHQ-BUSCAR
                   PERFORM LISTAR-CHEQUES-CODIGO
               END-IF
               IF WS-NUM-CHEQUES = 0
                   DISPLAY "NO HAY CHEQUES REGISTRADOS"
               END-IF
           END-IF.

       PEDIR-FAMILIA.
           DISPLAY "FAMILIA O ALUMNO (CODIGO): " WITH NO ADVANCING
           ACCEPT WS-CODIGO-BUSCAR
           MOVE FUNCTION TRIM(WS-CODIGO-BUSCAR) TO WS-CODIGO-BUSCAR
           MOVE WS-CODIGO-BUSCAR TO WS-FAMILIA-BUSCAR
           IF WS-CODIGO-BUSCAR NOT = SPACES
               MOVE SPACES TO FAMILIA-ALUMNO
               MOVE WS-CODIGO-BUSCAR TO FAMILIA-ALUMNO
               READ FAMILIAS-FILE KEY IS FAMILIA-ALUMNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FAMILIA-ACTIVA
                           MOVE FAMILIA-CODIGO TO WS-FAMILIA-BUSCAR
                           DISPLAY "FAMILIA: " WS-FAMILIA-BUSCAR
                       END-IF
               END-READ
           END-IF.

       LISTAR-CHEQUES-CODIGO.
           MOVE WS-CHQ-BUSCAR TO CHEQUE-FAMILIA
           MOVE 'N' TO WS-EOF-CHEQUE
           START CHEQUES-FILE KEY IS EQUAL TO CHEQUE-FAMILIA
               INVALID KEY
                   SET EOF-CHEQUE TO TRUE
           END-START
           PERFORM UNTIL EOF-CHEQUE
               READ CHEQUES-FILE NEXT RECORD
                   AT END
                       SET EOF-CHEQUE TO TRUE
                   NOT AT END
                       IF CHEQUE-FAMILIA NOT = WS-CHQ-BUSCAR
                           SET EOF-CHEQUE TO TRUE
                       ELSE
                           PERFORM MOSTRAR-RENGLON-CHEQUE
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-RENGLON-CHEQUE.
           ADD 1 TO WS-NUM-CHEQUES
           MOVE CHEQUE-IMPORTE TO WS-DISPLAY-IMPORTE
           IF CHEQUE-DEVUELTO
               MOVE "DEVUELTO" TO WS-ESTATUS-DESC
           ELSE
               MOVE "RECIBIDO" TO WS-ESTATUS-DESC
           END-IF
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING CHEQUE-FOLIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHEQUE-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHEQUE-BANCO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHEQUE-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ESTATUS-DESC(1:3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHEQUE-RESTRICCION DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA
           IF CHEQUE-DEVUELTO
               MOVE CHEQUE-COMISION TO WS-DISPLAY-COMISION
               DISPLAY "    DEVUELTO EL " CHEQUE-FECHA-DEV
                   " FOLIO " CHEQUE-FOLIO-DEV
                   " COMISION " WS-DISPLAY-COMISION
               DISPLAY "    MOTIVO: " FUNCTION TRIM(CHEQUE-MOTIVO)
           END-IF.

       LEVANTAR-RESTRICCION.
           PERFORM PEDIR-FAMILIA
           IF WS-CODIGO-BUSCAR NOT = SPACES
               PERFORM AUTORIZAR-SUPERVISOR
               IF SUPERVISOR-VALIDO
                   MOVE 0 TO WS-NUM-LIBERADOS
                   MOVE WS-FAMILIA-BUSCAR TO WS-CHQ-BUSCAR
                   PERFORM LIBERAR-CHEQUES-CODIGO
                   IF WS-CODIGO-BUSCAR NOT = WS-FAMILIA-BUSCAR
                       MOVE WS-CODIGO-BUSCAR TO WS-CHQ-BUSCAR
                       PERFORM LIBERAR-CHEQUES-CODIGO
                   END-IF
                   IF WS-NUM-LIBERADOS = 0
                       DISPLAY "LA FAMILIA NO TIENE RESTRICCION DE"
                           " CHEQUES"
                   ELSE
                       DISPLAY "RESTRICCION LEVANTADA, CHEQUES: "
                           WS-NUM-LIBERADOS
                   END-IF
               ELSE
                   DISPLAY "RESTRICCION NO LEVANTADA"
               END-IF
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
                       MOVE SUP-CAJERO TO WS-AUTORIZO
                   ELSE
                       DISPLAY "CAJERO DADO DE BAJA"
                   END-IF
           END-READ.

       LIBERAR-CHEQUES-CODIGO.
           MOVE WS-CHQ-BUSCAR TO CHEQUE-FAMILIA
           MOVE 'N' TO WS-EOF-CHEQUE
           START CHEQUES-FILE KEY IS EQUAL TO CHEQUE-FAMILIA
               INVALID KEY
                   SET EOF-CHEQUE TO TRUE
           END-START
           PERFORM UNTIL EOF-CHEQUE
               READ CHEQUES-FILE NEXT RECORD
                   AT END
                       SET EOF-CHEQUE TO TRUE
                   NOT AT END
                       IF CHEQUE-FAMILIA NOT = WS-CHQ-BUSCAR
                           SET EOF-CHEQUE TO TRUE
                       ELSE
                           IF CHEQUES-RESTRINGIDOS
                               PERFORM LIBERAR-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-CHEQUE.
           MOVE "CHEQUES" TO WS-CAMB-ARCHIVO
           MOVE CHEQUE-RECORD TO WS-CAMB-ANTES
           SET CHEQUES-PERMITIDOS TO TRUE
           MOVE "N" TO CHEQUE-RESTRICCION
           REWRITE CHEQUE-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL LEVANTAR LA RESTRICCION DEL"
                       " CHEQUE " CHEQUE-FOLIO " STATUS " FS-CHEQUES
               NOT INVALID KEY
                   ADD 1 TO WS-NUM-LIBERADOS
                   MOVE CHEQUE-FOLIO TO WS-CAMB-LLAVE
                   MOVE CHEQUE-RECORD TO WS-CAMB-DESPUES
                   MOVE "C" TO WS-CAMB-OPERACION
                   PERFORM REGISTRAR-CAMBIO
           END-REWRITE.

       OBTENER-FOLIO-DEVOLUCION.
           MOVE "CHEQUEDEV" TO CTL-LLAVE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE "CHEQUEDEV" TO CTL-LLAVE
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
           MOVE SPACES TO WS-DEVOLUCION-CODIGO
           STRING "CD" DELIMITED BY SIZE
                  WS-FOLIO-NUM DELIMITED BY SIZE
               INTO WS-DEVOLUCION-CODIGO.

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
           CLOSE CHEQUES-FILE
           CLOSE INGRESOS-FILE
           CLOSE APLICACIONES-FILE
           CLOSE CARGOS-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE FAMILIAS-FILE
           CLOSE CONTROL-FILE
           CLOSE CAJEROS-FILE
           CLOSE SUPERVISORES-FILE
           CLOSE CIERRESMES-FILE.

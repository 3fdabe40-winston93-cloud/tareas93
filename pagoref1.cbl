       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOREF1.
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
           COPY "ingreso-select.cpy".
           COPY "cargo-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "control-select.cpy".
           COPY "deposito-select.cpy".
           COPY "corte-select.cpy".
           COPY "cierremes-select.cpy".
           SELECT BANCO-FILE ASSIGN TO WS-BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCO.
           SELECT REPORTE-FILE ASSIGN TO WS-REPORTE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY "alumno-fd.cpy".
           COPY "ingreso-fd.cpy".
           COPY "cargo-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "control-fd.cpy".
           COPY "deposito-fd.cpy".
           COPY "corte-fd.cpy".
           COPY "cierremes-fd.cpy".

       FD  BANCO-FILE.
       01  BANCO-LINEA              PIC X(120).

       FD  REPORTE-FILE.
       01  REPORTE-LINEA            PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ALUMNO            PIC XX.
           05  FS-INGRESOS          PIC XX.
           05  FS-CARGOS            PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-ANTICIPOS         PIC XX.
           05  FS-CONTROL           PIC XX.
           05  FS-DEPOSITOS         PIC XX.
           05  FS-CORTES            PIC XX.
           05  FS-CIERRESMES        PIC XX.
           05  FS-BANCO             PIC XX.
           05  FS-REPORTE           PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF-BANCO         PIC X VALUE 'N'.
               88  EOF-BANCO        VALUE 'Y'.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-REGISTRADO-FLAG   PIC X VALUE 'N'.
               88  DEPOSITO-REGISTRADO  VALUE 'Y'.
           05  WS-CAPTURADO-FLAG    PIC X VALUE 'N'.
               88  DEPOSITO-CAPTURADO   VALUE 'Y'.
           05  WS-ALUMNO-FLAG       PIC X VALUE 'N'.
               88  ALUMNO-ENCONTRADO    VALUE 'Y'.
           05  WS-LINEA-FLAG        PIC X VALUE 'N'.
               88  LINEA-GRABADA    VALUE 'Y'.
           05  WS-DIA-FLAG          PIC X VALUE 'N'.
               88  DIA-CERRADO      VALUE 'Y'.
           05  WS-MES-CIERRE-FLAG   PIC X VALUE 'N'.
               88  MES-CERRADO      VALUE 'Y'.

       01  WS-MES-PROCESAR          PIC X(7).
       01  WS-BANCO-NOMBRE          PIC X(30).
       01  WS-REPORTE-NOMBRE        PIC X(30).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-CONCEPTO-ANTICIPO     PIC X(10) VALUE "ANTICIPO".
       01  WS-CAJERO-BANCO          PIC X(20) VALUE "BANCO".
       01  WS-MOTIVO-BANCO          PIC X(40)
               VALUE "DEPOSITO BANCARIO REFERENCIADO".

       01  WS-CSV-CAMPOS.
           05  WS-CSV-FECHA         PIC X(10).
           05  WS-CSV-REF           PIC X(20).
           05  WS-CSV-IMPORTE       PIC X(15).

       01  WS-DEPOSITO-ACTUAL.
           05  WS-DEP-FECHA         PIC X(10).
           05  WS-DEP-REF           PIC X(20).
           05  WS-DEP-IMPORTE       PIC S9(7)V99.
           05  WS-DEP-OCURRENCIA    PIC 9(2).
           05  WS-DEP-MOTIVO        PIC X(40).

       01  WS-VISTOS-MAX            PIC 9(3) VALUE 999.
       01  WS-VISTOS-TABLE.
           05  WS-NUM-VISTOS        PIC 9(3) VALUE 0.
           05  WS-VISTO OCCURS 999 TIMES.
               10  WS-VIS-FECHA         PIC X(10).
               10  WS-VIS-REF           PIC X(20).
               10  WS-VIS-IMPORTE       PIC S9(7)V99.
       01  WS-IDX-VIS               PIC 9(3).

       01  WS-CAPTURADOS-MAX        PIC 9(3) VALUE 999.
       01  WS-CAPTURADOS-TABLE.
           05  WS-NUM-CAPTURADOS    PIC 9(3) VALUE 0.
           05  WS-CAPTURADO OCCURS 999 TIMES.
               10  WS-CAP-FOLIO         PIC X(10).
               10  WS-CAP-REF           PIC X(20).
               10  WS-CAP-IMPORTE       PIC S9(7)V99.
               10  WS-CAP-USADO         PIC X(1).
       01  WS-IDX-CAP               PIC 9(3).

       01  WS-RECIBO.
           05  WS-SIGUIENTE-NUM     PIC 9(10).
           05  WS-RECIBO-CODIGO     PIC X(10).
           05  WS-LINEA-NUM         PIC 9(2).
           05  WS-LINEAS-MAX        PIC 9(2) VALUE 98.
           05  WS-RESTANTE          PIC S9(7)V99.
           05  WS-TOTAL-APLICADO    PIC S9(7)V99.

       01  WS-APLICACION-CAMPOS.
           05  WS-APL-ALUMNO        PIC X(10).
           05  WS-APL-APLICADO      PIC S9(7)V99.
           05  WS-APL-ABIERTO       PIC S9(7)V99.
           05  WS-APL-IMPORTE       PIC S9(7)V99.
           05  WS-APL-CARGO-LLAVE   PIC X(27).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).

       01  WS-CONTADORES.
           05  WS-NUM-LEIDOS        PIC 9(5) VALUE 0.
           05  WS-NUM-APLICADOS     PIC 9(5) VALUE 0.
           05  WS-NUM-YA-APLICADOS  PIC 9(5) VALUE 0.
           05  WS-NUM-EN-CAJA       PIC 9(5) VALUE 0.
           05  WS-NUM-SIN-APLICAR   PIC 9(5) VALUE 0.
           05  WS-NUM-RECIBOS       PIC 9(5) VALUE 0.
           05  WS-IMPORTE-CARGOS    PIC S9(9)V99 VALUE 0.
           05  WS-IMPORTE-ANTICIPOS PIC S9(9)V99 VALUE 0.
           05  WS-IMPORTE-PENDIENTE PIC S9(9)V99 VALUE 0.

       01  WS-DISPLAY-IMPORTE       PIC Z.ZZZ.ZZ9,99-.
       01  WS-DISPLAY-TOTAL         PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-REPORTE-TEXTO         PIC X(90).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PEDIR-MES
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM INITIALIZE-PROGRAM
               PERFORM CARGAR-REFERENCIAS-CAPTURADAS
               PERFORM PROCESAR-DEPOSITOS-BANCO
               PERFORM IMPRIMIR-RESUMEN
               PERFORM TERMINATE-PROGRAM
           ELSE
               DISPLAY "PROCESO CANCELADO"
           END-IF
           STOP RUN.

       PEDIR-MES.
           DISPLAY "APLICACION DE DEPOSITOS BANCARIOS REFERENCIADOS"
           DISPLAY "MES DEL ESTADO DE CUENTA (AAAA-MM): "
               WITH NO ADVANCING
           ACCEPT WS-MES-PROCESAR
           MOVE SPACES TO WS-BANCO-NOMBRE
           STRING "banco-" DELIMITED BY SIZE
                  WS-MES-PROCESAR DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-BANCO-NOMBRE
           MOVE SPACES TO WS-REPORTE-NOMBRE
           STRING "pagoref-" DELIMITED BY SIZE
                  WS-MES-PROCESAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORTE-NOMBRE
           DISPLAY "ESTADO DE CUENTA ESPERADO EN " WS-BANCO-NOMBRE
           DISPLAY "(FORMATO FECHA,REFERENCIA,IMPORTE POR RENGLON)"
           DISPLAY "LA REFERENCIA DEBE SER EL CODIGO DEL ALUMNO"
           DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA.

       INITIALIZE-PROGRAM.
           OPEN INPUT BANCO-FILE
           IF FS-BANCO NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " WS-BANCO-NOMBRE
                   " STATUS " FS-BANCO
               STOP RUN
           END-IF
           OPEN INPUT ALUMNO-FILE
           OPEN I-O INGRESOS-FILE
           IF FS-INGRESOS = "35"
               OPEN OUTPUT INGRESOS-FILE
               CLOSE INGRESOS-FILE
               OPEN I-O INGRESOS-FILE
           END-IF
           OPEN INPUT CARGOS-FILE
           IF FS-CARGOS = "35"
               OPEN OUTPUT CARGOS-FILE
               CLOSE CARGOS-FILE
               OPEN INPUT CARGOS-FILE
           END-IF
           OPEN I-O APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN I-O APLICACIONES-FILE
           END-IF
           OPEN I-O ANTICIPOS-FILE
           IF FS-ANTICIPOS = "35"
               OPEN OUTPUT ANTICIPOS-FILE
               CLOSE ANTICIPOS-FILE
               OPEN I-O ANTICIPOS-FILE
           END-IF
           OPEN I-O CONTROL-FILE
           IF FS-CONTROL = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF
           OPEN I-O DEPOSITOS-FILE
           IF FS-DEPOSITOS = "35"
               OPEN OUTPUT DEPOSITOS-FILE
               CLOSE DEPOSITOS-FILE
               OPEN I-O DEPOSITOS-FILE
           END-IF
           OPEN INPUT CORTES-FILE
           IF FS-CORTES = "35"
               OPEN OUTPUT CORTES-FILE
               CLOSE CORTES-FILE
               OPEN INPUT CORTES-FILE
           END-IF
           OPEN INPUT CIERRESMES-FILE
           IF FS-CIERRESMES = "35"
               OPEN OUTPUT CIERRESMES-FILE
               CLOSE CIERRESMES-FILE
               OPEN INPUT CIERRESMES-FILE
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF FS-REPORTE NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE, STATUS " FS-REPORTE
               STOP RUN
           END-IF
           PERFORM FORMATEAR-FECHA-HOY
           MOVE SPACES TO REPORTE-LINEA
           STRING "DEPOSITOS SIN APLICAR DEL MES " DELIMITED BY SIZE
                  WS-MES-PROCESAR DELIMITED BY SIZE
                  " (PROCESADO EL " DELIMITED BY SIZE
                  WS-FECHA-FORMATEADA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "FECHA      REFERENCIA                 IMPORTE  MOTIVO"
               TO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       CARGAR-REFERENCIAS-CAPTURADAS.
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
                       IF INGRESO-FECHA(1:7) = WS-MES-PROCESAR AND
                               (PAGO-TARJETA OR PAGO-TRANSFERENCIA)
                               AND MOVIMIENTO-NORMAL
                               AND INGRESO-REF-BANCO NOT = SPACES
                               AND INGRESO-MOTIVO NOT = WS-MOTIVO-BANCO
                           PERFORM GUARDAR-REFERENCIA-CAPTURADA
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-REFERENCIA-CAPTURADA.
           IF WS-NUM-CAPTURADOS > 0 AND
                   WS-CAP-FOLIO(WS-NUM-CAPTURADOS) = INGRESO-CODIGO
               ADD INGRESO-TOTAL TO WS-CAP-IMPORTE(WS-NUM-CAPTURADOS)
           ELSE
               IF WS-NUM-CAPTURADOS < WS-CAPTURADOS-MAX
                   ADD 1 TO WS-NUM-CAPTURADOS
                   MOVE INGRESO-CODIGO
                       TO WS-CAP-FOLIO(WS-NUM-CAPTURADOS)
                   MOVE INGRESO-REF-BANCO
                       TO WS-CAP-REF(WS-NUM-CAPTURADOS)
                   MOVE INGRESO-TOTAL
                       TO WS-CAP-IMPORTE(WS-NUM-CAPTURADOS)
                   MOVE 'N' TO WS-CAP-USADO(WS-NUM-CAPTURADOS)
               END-IF
           END-IF.

       PROCESAR-DEPOSITOS-BANCO.
           MOVE 'N' TO WS-EOF-BANCO
           PERFORM UNTIL EOF-BANCO
               READ BANCO-FILE
                   AT END
                       SET EOF-BANCO TO TRUE
                   NOT AT END
                       IF BANCO-LINEA NOT = SPACES AND
                               BANCO-LINEA(1:5) NOT = "FECHA"
                           PERFORM PROCESAR-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-DEPOSITO.
           ADD 1 TO WS-NUM-LEIDOS
           MOVE SPACES TO WS-CSV-FECHA
           MOVE SPACES TO WS-CSV-REF
           MOVE SPACES TO WS-CSV-IMPORTE
           UNSTRING BANCO-LINEA DELIMITED BY ","
               INTO WS-CSV-FECHA WS-CSV-REF WS-CSV-IMPORTE
           MOVE FUNCTION TRIM(WS-CSV-FECHA) TO WS-DEP-FECHA
           MOVE FUNCTION TRIM(WS-CSV-REF) TO WS-DEP-REF
           INSPECT WS-CSV-IMPORTE REPLACING ALL "." BY ","
           COMPUTE WS-DEP-IMPORTE = FUNCTION NUMVAL(WS-CSV-IMPORTE)
           PERFORM CALCULAR-OCURRENCIA
           MOVE SPACES TO WS-DEP-MOTIVO
           MOVE 'N' TO WS-CAPTURADO-FLAG
           EVALUATE TRUE
               WHEN WS-DEP-FECHA(1:7) NOT = WS-MES-PROCESAR OR
                       WS-DEP-FECHA(8:1) NOT = "-"
                   MOVE "FECHA FUERA DEL MES O CON OTRO FORMATO"
                       TO WS-DEP-MOTIVO
               WHEN WS-DEP-IMPORTE NOT > 0
                   MOVE "IMPORTE NO ES UN DEPOSITO" TO WS-DEP-MOTIVO
               WHEN WS-DEP-REF = SPACES
                   MOVE "DEPOSITO SIN REFERENCIA" TO WS-DEP-MOTIVO
           END-EVALUATE
           IF WS-DEP-MOTIVO NOT = SPACES
               PERFORM REPORTAR-DEPOSITO
           ELSE
               PERFORM BUSCAR-DEPOSITO-REGISTRADO
               IF DEPOSITO-REGISTRADO
                   ADD 1 TO WS-NUM-YA-APLICADOS
               ELSE
                   PERFORM BUSCAR-REFERENCIA-CAPTURADA
                   IF DEPOSITO-CAPTURADO
                       MOVE "REFERENCIA YA CAPTURADA EN CAJA"
                           TO WS-DEP-MOTIVO
                       PERFORM REPORTAR-DEPOSITO
                   ELSE
                       PERFORM VERIFICAR-FECHA-DEPOSITO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-FECHA-DEPOSITO.
           PERFORM VERIFICAR-MES-CERRADO
           PERFORM VERIFICAR-DIA-CERRADO
           EVALUATE TRUE
               WHEN MES-CERRADO
                   MOVE "MES YA CERRADO, NO SE PUEDE APLICAR"
                       TO WS-DEP-MOTIVO
                   PERFORM REPORTAR-DEPOSITO
               WHEN DIA-CERRADO
                   MOVE "EL DIA YA TIENE CORTE DE CAJA"
                       TO WS-DEP-MOTIVO
                   PERFORM REPORTAR-DEPOSITO
               WHEN OTHER
                   PERFORM IDENTIFICAR-ALUMNO
           END-EVALUATE.

       VERIFICAR-DIA-CERRADO.
           MOVE 'N' TO WS-DIA-FLAG
           MOVE SPACES TO CORTE-FECHA
           MOVE WS-DEP-FECHA TO CORTE-FECHA
           READ CORTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DIA-CERRADO TO TRUE
           END-READ.

       VERIFICAR-MES-CERRADO.
           MOVE 'N' TO WS-MES-CIERRE-FLAG
           MOVE SPACES TO CMES-MES
           MOVE WS-DEP-FECHA(1:7) TO CMES-MES
           READ CIERRESMES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MES-CERRADO TO TRUE
           END-READ.

       CALCULAR-OCURRENCIA.
           MOVE 1 TO WS-DEP-OCURRENCIA
           PERFORM VARYING WS-IDX-VIS FROM 1 BY 1
                   UNTIL WS-IDX-VIS > WS-NUM-VISTOS
               IF WS-VIS-FECHA(WS-IDX-VIS) = WS-DEP-FECHA AND
                       WS-VIS-REF(WS-IDX-VIS) = WS-DEP-REF AND
                       WS-VIS-IMPORTE(WS-IDX-VIS) = WS-DEP-IMPORTE
                   ADD 1 TO WS-DEP-OCURRENCIA
               END-IF
           END-PERFORM
           IF WS-NUM-VISTOS < WS-VISTOS-MAX
               ADD 1 TO WS-NUM-VISTOS
               MOVE WS-DEP-FECHA TO WS-VIS-FECHA(WS-NUM-VISTOS)
               MOVE WS-DEP-REF TO WS-VIS-REF(WS-NUM-VISTOS)
               MOVE WS-DEP-IMPORTE TO WS-VIS-IMPORTE(WS-NUM-VISTOS)
           END-IF.

       BUSCAR-DEPOSITO-REGISTRADO.
           MOVE 'N' TO WS-REGISTRADO-FLAG
           MOVE WS-DEP-FECHA TO DEPB-FECHA
           MOVE WS-DEP-REF TO DEPB-REFERENCIA
           MOVE WS-DEP-IMPORTE TO DEPB-IMPORTE
           MOVE WS-DEP-OCURRENCIA TO DEPB-OCURRENCIA
           READ DEPOSITOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPOSITO-REGISTRADO TO TRUE
           END-READ.

       BUSCAR-REFERENCIA-CAPTURADA.
           MOVE 'N' TO WS-CAPTURADO-FLAG
           PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                   UNTIL WS-IDX-CAP > WS-NUM-CAPTURADOS
                       OR DEPOSITO-CAPTURADO
               IF WS-CAP-REF(WS-IDX-CAP) = WS-DEP-REF AND
                       WS-CAP-IMPORTE(WS-IDX-CAP) = WS-DEP-IMPORTE AND
                       WS-CAP-USADO(WS-IDX-CAP) = 'N'
                   SET DEPOSITO-CAPTURADO TO TRUE
                   MOVE 'S' TO WS-CAP-USADO(WS-IDX-CAP)
               END-IF
           END-PERFORM.

       IDENTIFICAR-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-FLAG
           MOVE SPACES TO ALUMNO-CODIGO
           MOVE WS-DEP-REF TO ALUMNO-CODIGO
           IF WS-DEP-REF(11:10) = SPACES
               READ ALUMNO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALUMNO-ENCONTRADO TO TRUE
               END-READ
           END-IF
           IF ALUMNO-ENCONTRADO
               PERFORM APLICAR-DEPOSITO
           ELSE
               MOVE "REFERENCIA NO CORRESPONDE A NINGUN ALUMNO"
                   TO WS-DEP-MOTIVO
               PERFORM REPORTAR-DEPOSITO
           END-IF.

       APLICAR-DEPOSITO.
           PERFORM OBTENER-SIGUIENTE-FOLIO
           MOVE ALUMNO-CODIGO TO WS-APL-ALUMNO
           MOVE WS-DEP-IMPORTE TO WS-RESTANTE
           MOVE 0 TO WS-TOTAL-APLICADO
           MOVE 0 TO WS-LINEA-NUM
           PERFORM RECORRER-CARGOS-ABIERTOS
           IF WS-RESTANTE > 0
               PERFORM ABONAR-SOBRANTE-ANTICIPO
           END-IF
           PERFORM REGISTRAR-DEPOSITO
           ADD 1 TO WS-NUM-APLICADOS
           ADD 1 TO WS-NUM-RECIBOS
           ADD WS-TOTAL-APLICADO TO WS-IMPORTE-CARGOS
           ADD WS-RESTANTE TO WS-IMPORTE-ANTICIPOS
           MOVE WS-DEP-IMPORTE TO WS-DISPLAY-IMPORTE
           DISPLAY "RECIBO " WS-RECIBO-CODIGO " ALUMNO "
               WS-APL-ALUMNO " DEPOSITO DEL " WS-DEP-FECHA
               " POR " WS-DISPLAY-IMPORTE.

       RECORRER-CARGOS-ABIERTOS.
           MOVE SPACES TO CARGO-LLAVE
           MOVE WS-APL-ALUMNO TO CARGO-ALUMNO
           MOVE 'N' TO WS-EOF-CARGO
           START CARGOS-FILE KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   SET EOF-CARGO TO TRUE
           END-START
           PERFORM UNTIL EOF-CARGO OR WS-RESTANTE = 0
                   OR WS-LINEA-NUM = WS-LINEAS-MAX
               READ CARGOS-FILE NEXT RECORD
                   AT END
                       SET EOF-CARGO TO TRUE
                   NOT AT END
                       IF CARGO-ALUMNO NOT = WS-APL-ALUMNO
                           SET EOF-CARGO TO TRUE
                       ELSE
                           IF CARGO-IMPORTE > 0
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
               IF WS-APL-ABIERTO < WS-RESTANTE
                   MOVE WS-APL-ABIERTO TO WS-APL-IMPORTE
               ELSE
                   MOVE WS-RESTANTE TO WS-APL-IMPORTE
               END-IF
               ADD 1 TO WS-LINEA-NUM
               PERFORM PREPARAR-LINEA-INGRESO
               MOVE CARGO-CONCEPTO TO INGRESO-CONCEPTO
               MOVE WS-APL-IMPORTE TO INGRESO-TOTAL
               PERFORM GRABAR-LINEA-INGRESO
               IF LINEA-GRABADA
                   PERFORM ESCRIBIR-APLICACION
                   SUBTRACT WS-APL-IMPORTE FROM WS-RESTANTE
                   ADD WS-APL-IMPORTE TO WS-TOTAL-APLICADO
               ELSE
                   SUBTRACT 1 FROM WS-LINEA-NUM
               END-IF
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
           MOVE WS-RECIBO-CODIGO TO APLIC-CODIGO
           MOVE WS-LINEA-NUM TO APLIC-LINEA
           MOVE WS-APL-CARGO-LLAVE TO APLIC-CARGO
           MOVE WS-APL-IMPORTE TO APLIC-IMPORTE
           MOVE WS-DEP-FECHA TO APLIC-FECHA
           WRITE APLICACION-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA APLICACION DEL FOLIO "
                       WS-RECIBO-CODIGO " LINEA " WS-LINEA-NUM
                       " STATUS " FS-APLICACIONES
           END-WRITE.

       ABONAR-SOBRANTE-ANTICIPO.
           ADD 1 TO WS-LINEA-NUM
           PERFORM PREPARAR-LINEA-INGRESO
           MOVE WS-CONCEPTO-ANTICIPO TO INGRESO-CONCEPTO
           MOVE WS-RESTANTE TO INGRESO-TOTAL
           PERFORM GRABAR-LINEA-INGRESO
           IF LINEA-GRABADA
               MOVE SPACES TO ANTICIPO-ALUMNO
               MOVE WS-APL-ALUMNO TO ANTICIPO-ALUMNO
               READ ANTICIPOS-FILE
                   INVALID KEY
                       MOVE WS-APL-ALUMNO TO ANTICIPO-ALUMNO
                       MOVE WS-RESTANTE TO ANTICIPO-SALDO
                       WRITE ANTICIPO-RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR EL SALDO A"
                                   " FAVOR DEL ALUMNO " WS-APL-ALUMNO
                                   " STATUS " FS-ANTICIPOS
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-RESTANTE TO ANTICIPO-SALDO
                       REWRITE ANTICIPO-RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL SALDO A"
                                   " FAVOR DEL ALUMNO " WS-APL-ALUMNO
                                   " STATUS " FS-ANTICIPOS
                       END-REWRITE
               END-READ
           END-IF.

       PREPARAR-LINEA-INGRESO.
           MOVE SPACES TO INGRESO-RECORD
           MOVE WS-RECIBO-CODIGO TO INGRESO-CODIGO
           MOVE WS-LINEA-NUM TO INGRESO-LINEA
           MOVE WS-DEP-FECHA TO INGRESO-FECHA
           MOVE WS-APL-ALUMNO TO INGRESO-ALUMNO
           MOVE 1 TO INGRESO-CANTIDAD
           SET PAGO-TRANSFERENCIA TO TRUE
           SET MOVIMIENTO-NORMAL TO TRUE
           MOVE SPACES TO INGRESO-REFERENCIA
           MOVE 0 TO INGRESO-REF-LINEA
           MOVE WS-CAJERO-BANCO TO INGRESO-CAJERO
           MOVE WS-MOTIVO-BANCO TO INGRESO-MOTIVO
           MOVE WS-DEP-REF TO INGRESO-REF-BANCO.

       GRABAR-LINEA-INGRESO.
           MOVE 'N' TO WS-LINEA-FLAG
           WRITE INGRESO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL INGRESO "
                       INGRESO-CODIGO " LINEA " INGRESO-LINEA
                       " STATUS " FS-INGRESOS
               NOT INVALID KEY
                   SET LINEA-GRABADA TO TRUE
           END-WRITE.

       REGISTRAR-DEPOSITO.
           MOVE WS-DEP-FECHA TO DEPB-FECHA
           MOVE WS-DEP-REF TO DEPB-REFERENCIA
           MOVE WS-DEP-IMPORTE TO DEPB-IMPORTE
           MOVE WS-DEP-OCURRENCIA TO DEPB-OCURRENCIA
           MOVE WS-APL-ALUMNO TO DEPB-ALUMNO
           MOVE WS-RECIBO-CODIGO TO DEPB-FOLIO
           MOVE WS-FECHA-FORMATEADA TO DEPB-FECHA-PROCESO
           MOVE WS-TOTAL-APLICADO TO DEPB-APLICADO
           MOVE WS-RESTANTE TO DEPB-ANTICIPO
           WRITE DEPOSITO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR EL DEPOSITO "
                       WS-DEP-REF " DEL " WS-DEP-FECHA
                       " STATUS " FS-DEPOSITOS
           END-WRITE.

       REPORTAR-DEPOSITO.
           IF DEPOSITO-CAPTURADO
               ADD 1 TO WS-NUM-EN-CAJA
           ELSE
               ADD 1 TO WS-NUM-SIN-APLICAR
               ADD WS-DEP-IMPORTE TO WS-IMPORTE-PENDIENTE
           END-IF
           MOVE WS-DEP-IMPORTE TO WS-DISPLAY-IMPORTE
           MOVE SPACES TO REPORTE-LINEA
           STRING WS-DEP-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEP-REF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-MOTIVO DELIMITED BY SIZE
               INTO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-IMPORTE-PENDIENTE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORTE-LINEA
           STRING "DEPOSITOS SIN APLICAR: " DELIMITED BY SIZE
                  WS-NUM-SIN-APLICAR DELIMITED BY SIZE
                  "  IMPORTE: " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "YA CAPTURADOS EN CAJA: " DELIMITED BY SIZE
                  WS-NUM-EN-CAJA DELIMITED BY SIZE
               INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "DEPOSITOS REFERENCIADOS DEL MES " WS-MES-PROCESAR.
           DISPLAY "DEPOSITOS LEIDOS:          " WS-NUM-LEIDOS.
           DISPLAY "APLICADOS EN ESTA CORRIDA: " WS-NUM-APLICADOS.
           DISPLAY "YA APLICADOS ANTES:        " WS-NUM-YA-APLICADOS.
           DISPLAY "CAPTURADOS EN CAJA:        " WS-NUM-EN-CAJA.
           DISPLAY "SIN APLICAR (VER REPORTE): " WS-NUM-SIN-APLICAR.
           DISPLAY "RECIBOS GENERADOS:         " WS-NUM-RECIBOS.
           MOVE WS-IMPORTE-CARGOS TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE A CARGOS:        " WS-DISPLAY-TOTAL.
           MOVE WS-IMPORTE-ANTICIPOS TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE A SALDO A FAVOR: " WS-DISPLAY-TOTAL.
           MOVE WS-IMPORTE-PENDIENTE TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE SIN APLICAR:     " WS-DISPLAY-TOTAL.
           DISPLAY "REPORTE DE PENDIENTES: " WS-REPORTE-NOMBRE.
           DISPLAY "================================================".

       OBTENER-SIGUIENTE-FOLIO.
           MOVE "INGRESOS" TO CTL-LLAVE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE "INGRESOS" TO CTL-LLAVE
                   MOVE 0 TO CTL-ULTIMO-NUM
                   WRITE CONTROL-RECORD
           END-READ
           ADD 1 TO CTL-ULTIMO-NUM
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CONTROL DE FOLIOS"
           END-REWRITE
           MOVE CTL-ULTIMO-NUM TO WS-SIGUIENTE-NUM
           MOVE WS-SIGUIENTE-NUM TO WS-RECIBO-CODIGO.

       FORMATEAR-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-HOY(7:2) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATEADA.

       TERMINATE-PROGRAM.
           CLOSE BANCO-FILE
           CLOSE REPORTE-FILE
           CLOSE ALUMNO-FILE
           CLOSE INGRESOS-FILE
           CLOSE CARGOS-FILE
           CLOSE APLICACIONES-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE CONTROL-FILE
           CLOSE DEPOSITOS-FILE
           CLOSE CORTES-FILE
           CLOSE CIERRESMES-FILE.

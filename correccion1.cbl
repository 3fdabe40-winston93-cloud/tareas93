           COPY "ingreso-select.cpy".
           COPY "control-select.cpy".
           COPY "corte-select.cpy".
           COPY "cierremes-select.cpy".
           COPY "cajero-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "inventario-select.cpy".
           COPY "invmov-select.cpy".
           COPY "cheque-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ingreso-fd.cpy".
           COPY "control-fd.cpy".
           COPY "corte-fd.cpy".
           COPY "cierremes-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "inventario-fd.cpy".
           COPY "invmov-fd.cpy".
           COPY "cheque-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-INGRESOS          PIC XX.
           05  FS-CONTROL           PIC XX.
           05  FS-CORTES            PIC XX.
           05  FS-CIERRESMES        PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-ANTICIPOS         PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-INVENTARIO        PIC XX.
           05  FS-INVMOV            PIC XX.
           05  FS-CHEQUES           PIC XX.

       01  WS-CONTROLS.
           05  WS-EXIT              PIC X VALUE 'N'.
               88  LINEA-HALLADA    VALUE 'Y'.
           05  WS-DIA-FLAG          PIC X VALUE 'N'.
               88  DIA-CERRADO      VALUE 'Y'.
           05  WS-MES-CIERRE-FLAG   PIC X VALUE 'N'.
               88  MES-CERRADO      VALUE 'Y'.
           05  WS-CHEQUE-DEV-FLAG   PIC X VALUE 'N'.
               88  CHEQUE-YA-DEVUELTO   VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  CAJERO-VALIDADO  VALUE 'Y'.
           05  WS-GRABADA-FLAG      PIC X VALUE 'N'.
               88  LINEA-GRABADA    VALUE 'Y'.
           05  WS-ABANDONA-FLAG     PIC X VALUE 'N'.
               88  ESCRITURA-ABANDONADA VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.

       01  WS-LINEAS-ORIGINAL-MAX   PIC 9(2) VALUE 8.
       01  WS-LINEAS-ORIGINAL.
           05  WS-CONFIRMA          PIC X(1).
           05  WS-CONFIRMA-BLOQUEO  PIC X(1).
           05  WS-MENSAJE           PIC X(60).
           05  WS-FECHA-RECIBO      PIC X(10).
           05  WS-MES-VERIFICAR     PIC X(7).

       01  WS-CAJERO-SESION.
           05  WS-CAJERO-INTENTO    PIC X(10).
           05  WS-ANT-ALUMNO        PIC X(10).
           05  WS-ANT-MOVIMIENTO    PIC S9(7)V99.

       01  WS-INVENTARIO-CAMPOS.
           05  WS-INV-CANTIDAD      PIC S9(5).
           05  WS-INV-COSTO         PIC 9(5)V99.

       01  WS-APLICACIONES-MAX      PIC 9(2) VALUE 24.
       01  WS-APLICACIONES-LINEA.
           05  WS-NUM-APLICACIONES  PIC 9(2) VALUE 0.
           05  WS-APLICACION OCCURS 24 TIMES.
               10  WS-AP-CARGO          PIC X(27).
               10  WS-AP-IMPORTE        PIC S9(7)V99.
       01  WS-IDX-AP                PIC 9(2).

       01  WS-IDX                   PIC 9(2).
       01  WS-REPORTE-LINEA         PIC X(70).
       01  WS-DISPLAY-TOTAL         PIC Z.ZZZ.ZZ9,99-.
           OPEN I-O INGRESOS-FILE
           PERFORM ABRIR-CONTROL-FILE
           PERFORM ABRIR-CORTES-FILE
           PERFORM ABRIR-CIERRESMES-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM ABRIR-ANTICIPOS-FILE
           PERFORM ABRIR-APLICACIONES-FILE
           PERFORM ABRIR-INVENTARIO-FILE
           PERFORM ABRIR-INVMOV-FILE
           PERFORM ABRIR-CHEQUES-FILE
           PERFORM REGISTRAR-CAJERO.

       ABRIR-APLICACIONES-FILE.
           OPEN I-O APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN I-O APLICACIONES-FILE
           END-IF.

       ABRIR-INVENTARIO-FILE.
           OPEN I-O INVENTARIO-FILE
           IF FS-INVENTARIO = "35"
               OPEN OUTPUT INVENTARIO-FILE
               CLOSE INVENTARIO-FILE
               OPEN I-O INVENTARIO-FILE
           END-IF.

       ABRIR-INVMOV-FILE.
           OPEN I-O INVMOV-FILE
           IF FS-INVMOV = "35"
               OPEN OUTPUT INVMOV-FILE
               CLOSE INVMOV-FILE
               OPEN I-O INVMOV-FILE
           END-IF.

       ABRIR-CHEQUES-FILE.
           OPEN INPUT CHEQUES-FILE
           IF FS-CHEQUES = "35"
               OPEN OUTPUT CHEQUES-FILE
               CLOSE CHEQUES-FILE
               OPEN INPUT CHEQUES-FILE
           END-IF.

       ABRIR-ANTICIPOS-FILE.
           OPEN I-O ANTICIPOS-FILE
           IF FS-ANTICIPOS = "35"
               OPEN INPUT CORTES-FILE
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
           ELSE
               PERFORM CARGAR-LINEAS-RECIBO
               IF RECIBO-ENCONTRADO
                   MOVE WS-FECHA-RECIBO(1:7) TO WS-MES-VERIFICAR
                   PERFORM VERIFICAR-MES-CERRADO
                   PERFORM VERIFICAR-CHEQUE-DEVUELTO
                   EVALUATE TRUE
                       WHEN MES-CERRADO
                           DISPLAY "EL RECIBO ES DEL MES "
                               WS-MES-VERIFICAR ", QUE YA ESTA CERRADO"
                           DISPLAY "NO SE PUEDE CORREGIR NI CANCELAR"
                       WHEN CHEQUE-YA-DEVUELTO
                           DISPLAY "EL RECIBO SE PAGO CON UN CHEQUE"
                               " QUE YA SE REGISTRO COMO DEVUELTO"
                           DISPLAY "NO SE PUEDE CORREGIR NI CANCELAR"
                       WHEN OTHER
                           PERFORM MOSTRAR-LINEAS-RECIBO
                           PERFORM CAPTURAR-DATOS-CORRECCION
                   END-EVALUATE
               ELSE
                   DISPLAY "RECIBO NO ENCONTRADO"
               END-IF
       GUARDAR-LINEA-ORIGINAL.
           ADD 1 TO WS-NUM-LINEAS
           MOVE INGRESO-LINEA TO WS-LO-LINEA(WS-NUM-LINEAS)
           MOVE INGRESO-FECHA TO WS-FECHA-RECIBO
           MOVE INGRESO-ALUMNO TO WS-LO-ALUMNO(WS-NUM-LINEAS)
           MOVE INGRESO-CONCEPTO TO WS-LO-CONCEPTO(WS-NUM-LINEAS)
           MOVE INGRESO-CANTIDAD TO WS-LO-CANTIDAD(WS-NUM-LINEAS)
       GRABAR-CORRECCION.
           PERFORM FORMATEAR-FECHA-HOY
           PERFORM VERIFICAR-DIA-CERRADO
           MOVE WS-FECHA-FORMATEADA(1:7) TO WS-MES-VERIFICAR
           PERFORM VERIFICAR-MES-CERRADO
           IF DIA-CERRADO
               DISPLAY "EL DIA YA TIENE CORTE DE CAJA, NO SE PUEDEN"
                   " GRABAR CORRECCIONES HOY"
           END-IF
           IF MES-CERRADO
               DISPLAY "EL MES " WS-MES-VERIFICAR " ESTA CERRADO, NO"
                   " SE PUEDEN GRABAR CORRECCIONES"
           END-IF
           IF NOT DIA-CERRADO AND NOT MES-CERRADO
               PERFORM OBTENER-SIGUIENTE-FOLIO
               IF WS-LINEA-CORREGIR = 0
                   PERFORM GRABAR-TODAS-LAS-LINEAS
                   SET DIA-CERRADO TO TRUE
           END-READ.

       VERIFICAR-MES-CERRADO.
           MOVE 'N' TO WS-MES-CIERRE-FLAG
           MOVE SPACES TO CMES-MES
           MOVE WS-MES-VERIFICAR TO CMES-MES
           READ CIERRESMES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MES-CERRADO TO TRUE
           END-READ.

       VERIFICAR-CHEQUE-DEVUELTO.
           MOVE 'N' TO WS-CHEQUE-DEV-FLAG
           MOVE SPACES TO CHEQUE-FOLIO
           MOVE WS-CODIGO-BUSCAR TO CHEQUE-FOLIO
           READ CHEQUES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHEQUE-DEVUELTO
                       SET CHEQUE-YA-DEVUELTO TO TRUE
                   END-IF
           END-READ.

       GRABAR-TODAS-LAS-LINEAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-LINEAS
           PERFORM GRABAR-LINEA-CON-REINTENTO
           IF LINEA-GRABADA
               PERFORM AJUSTAR-ANTICIPO-CORRECCION
               PERFORM REVERTIR-APLICACIONES-LINEA
               PERFORM DEVOLVER-INVENTARIO-LINEA
           END-IF.

       GRABAR-LINEA-CON-REINTENTO.
               PERFORM ABONAR-ANTICIPO
           END-IF.

       REVERTIR-APLICACIONES-LINEA.
           PERFORM CARGAR-APLICACIONES-ORIGINAL
           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
                   UNTIL WS-IDX-AP > WS-NUM-APLICACIONES
               MOVE INGRESO-CODIGO TO APLIC-CODIGO
               MOVE INGRESO-LINEA TO APLIC-LINEA
               MOVE WS-AP-CARGO(WS-IDX-AP) TO APLIC-CARGO
               COMPUTE APLIC-IMPORTE = 0 - WS-AP-IMPORTE(WS-IDX-AP)
               MOVE WS-FECHA-FORMATEADA TO APLIC-FECHA
               WRITE APLICACION-RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL REVERTIR LA APLICACION DEL"
                           " CARGO " WS-AP-CARGO(WS-IDX-AP)
                           " STATUS " FS-APLICACIONES
               END-WRITE
           END-PERFORM.

       DEVOLVER-INVENTARIO-LINEA.
           MOVE WS-CODIGO-BUSCAR TO INVM-DOCUMENTO
           MOVE WS-LO-LINEA(WS-IDX) TO INVM-LINEA
           READ INVMOV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INVM-SALIDA
                       COMPUTE WS-INV-CANTIDAD = 0 - INVM-CANTIDAD
                       MOVE INVM-COSTO-UNIT TO WS-INV-COSTO
                       MOVE SPACES TO INV-CONCEPTO
                       MOVE INVM-CONCEPTO TO INV-CONCEPTO
                       READ INVENTARIO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-DEVOLUCION-INVENTARIO
                       END-READ
                   END-IF
           END-READ.

       ESCRIBIR-DEVOLUCION-INVENTARIO.
           MOVE SPACES TO INVMOV-RECORD
           MOVE INGRESO-CODIGO TO INVM-DOCUMENTO
           MOVE INGRESO-LINEA TO INVM-LINEA
           MOVE INV-CONCEPTO TO INVM-CONCEPTO
           MOVE WS-FECHA-FORMATEADA TO INVM-FECHA
           SET INVM-DEVOLUCION TO TRUE
           MOVE WS-INV-CANTIDAD TO INVM-CANTIDAD
           COMPUTE INVM-EXISTENCIA = INV-EXISTENCIA + WS-INV-CANTIDAD
           MOVE WS-INV-COSTO TO INVM-COSTO-UNIT
           MOVE WS-LO-ALUMNO(WS-IDX) TO INVM-ALUMNO
           MOVE WS-CAJERO-ACTUAL TO INVM-CAJERO
           WRITE INVMOV-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA DEVOLUCION AL INVENTARIO"
                       " DE " INV-CONCEPTO " STATUS " FS-INVMOV
               NOT INVALID KEY
                   MOVE INVM-EXISTENCIA TO INV-EXISTENCIA
                   MOVE WS-FECHA-FORMATEADA TO INV-FECHA-ULT-MOV
                   REWRITE INVENTARIO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA EXISTENCIA"
                               " DE " INV-CONCEPTO
                               " STATUS " FS-INVENTARIO
                   END-REWRITE
           END-WRITE.

       CARGAR-APLICACIONES-ORIGINAL.
           MOVE 0 TO WS-NUM-APLICACIONES
           MOVE WS-CODIGO-BUSCAR TO APLIC-CODIGO
           MOVE WS-LO-LINEA(WS-IDX) TO APLIC-LINEA
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
                       IF APLIC-CODIGO NOT = WS-CODIGO-BUSCAR OR
                               APLIC-LINEA NOT = WS-LO-LINEA(WS-IDX)
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

       ABONAR-ANTICIPO.
           MOVE SPACES TO ANTICIPO-ALUMNO
           MOVE WS-ANT-ALUMNO TO ANTICIPO-ALUMNO
           CLOSE INGRESOS-FILE
           CLOSE CONTROL-FILE
           CLOSE CORTES-FILE
           CLOSE CIERRESMES-FILE
           CLOSE CAJEROS-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE APLICACIONES-FILE
           CLOSE INVENTARIO-FILE
           CLOSE INVMOV-FILE
           CLOSE CHEQUES-FILE.

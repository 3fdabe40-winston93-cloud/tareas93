           COPY "ingreso-select.cpy".
           COPY "control-select.cpy".
           COPY "corte-select.cpy".
           COPY "cierremes-select.cpy".
           COPY "beca-select.cpy".
           COPY "cajero-select.cpy".
           COPY "tutor-select.cpy".
           COPY "anticipo-select.cpy".
           COPY "precio-select.cpy".
           COPY "paquete-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "inventario-select.cpy".
           COPY "invmov-select.cpy".
           COPY "cheque-select.cpy".
           SELECT TICKET-FILE ASSIGN TO WS-TICKET-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKET.
           COPY "ingreso-fd.cpy".
           COPY "control-fd.cpy".
           COPY "corte-fd.cpy".
           COPY "cierremes-fd.cpy".
           COPY "beca-fd.cpy".
           COPY "cajero-fd.cpy".
           COPY "tutor-fd.cpy".
           COPY "anticipo-fd.cpy".
           COPY "precio-fd.cpy".
           COPY "paquete-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "inventario-fd.cpy".
           COPY "invmov-fd.cpy".
           COPY "cheque-fd.cpy".

       FD  TICKET-FILE.
       01  TICKET-LINEA             PIC X(60).
           05  BITA-FORMA-PAGO      PIC X(1).
           05  BITA-CAJERO          PIC X(20).
           05  BITA-REF-BANCO       PIC X(20).
           05  BITA-CHQ-BANCO       PIC X(20).
           05  BITA-CHQ-LIBRADOR    PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CONTROL           PIC XX.
           05  FS-TICKET            PIC XX.
           05  FS-CORTES            PIC XX.
           05  FS-CIERRESMES        PIC XX.
           05  FS-BECAS             PIC XX.
           05  FS-CAJEROS           PIC XX.
           05  FS-TUTORES           PIC XX.
           05  FS-PRECIOS           PIC XX.
           05  FS-BITACORA          PIC XX.
           05  FS-PAQUETES          PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-INVENTARIO        PIC XX.
           05  FS-INVMOV            PIC XX.
           05  FS-CHEQUES           PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  ALUMNO-NO-ENCONTRADO VALUE 'N'.
           05  WS-DIA-FLAG          PIC X VALUE 'N'.
               88  DIA-CERRADO      VALUE 'Y'.
           05  WS-MES-CIERRE-FLAG   PIC X VALUE 'N'.
               88  MES-CERRADO      VALUE 'Y'.
           05  WS-BECA-FLAG         PIC X VALUE 'N'.
               88  BECA-APLICADA    VALUE 'Y'.
           05  WS-CAJERO-FLAG       PIC X VALUE 'N'.
               88  EOF-PAQUETE      VALUE 'Y'.
           05  WS-RECARGO-CARR      PIC X VALUE 'N'.
               88  RECARGO-EN-CARRITO VALUE 'Y'.
           05  WS-CONVENIO-CARR     PIC X VALUE 'N'.
               88  CONVENIO-EN-CARRITO VALUE 'Y'.
           05  WS-DESHECHO-FLAG     PIC X VALUE 'Y'.
               88  DESHECHO-OK      VALUE 'Y'.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-EXISTENCIA-FLAG   PIC X VALUE 'N'.
               88  EXISTENCIA-INSUFICIENTE VALUE 'Y'.
           05  WS-EOF-CHEQUE        PIC X VALUE 'N'.
               88  EOF-CHEQUE       VALUE 'Y'.
           05  WS-CHEQUE-FLAG       PIC X VALUE 'N'.
               88  CHEQUE-CAPTURADO VALUE 'Y'.
           05  WS-RESTRICCION-FLAG  PIC X VALUE 'N'.
               88  CHEQUES-NO-ACEPTADOS VALUE 'Y'.

       01  WS-DISPLAY-FIELDS.
           05  WS-TOTAL-ACTUAL      PIC ZZZ.ZZ9,99.
           05  WS-MENSAJE           PIC X(60).
           05  WS-COSTO-NETO        PIC 9(5)V99.
           05  WS-RECARGO-PEND      PIC S9(7)V99.
           05  WS-PARC-PEND         PIC S9(7)V99.
           05  WS-PARC-MES          PIC X(7).
           05  WS-REF-BANCO         PIC X(20).
           05  WS-IDX-CARR          PIC 9(2).

       01  WS-CONCEPTO-RECARGO      PIC X(10) VALUE "RECARGO".
       01  WS-CONCEPTO-ANTICIPO     PIC X(10) VALUE "ANTICIPO".
       01  WS-CONCEPTO-CONVENIO     PIC X(10) VALUE "CONVENIO".

       01  WS-ANTICIPO-CAMPOS.
           05  WS-ANT-ALUMNO        PIC X(10).
           05  WS-REC-FOLIO         PIC X(10).
           05  WS-REC-FORMA         PIC X(1).
           05  WS-REC-AVISO-ANT     PIC X(1).
           05  WS-REC-CHQ-BANCO     PIC X(20).
           05  WS-REC-CHQ-LIBRADOR  PIC X(50).
           05  WS-REC-NUM           PIC 9(2) VALUE 0.
           05  WS-REC-LINEA OCCURS 8 TIMES.
               10  WS-RL-LINEA          PIC 9(2).
           05  WS-IDX-ANT           PIC 9(2).
           05  WS-IDX-ANT2          PIC 9(2).

       01  WS-APLICACION-CAMPOS.
           05  WS-APL-CODIGO        PIC X(10).
           05  WS-APL-LINEA         PIC 9(2).
           05  WS-APL-ALUMNO        PIC X(10).
           05  WS-APL-CONCEPTO      PIC X(10).
           05  WS-APL-FECHA         PIC X(10).
           05  WS-APL-RESTANTE      PIC S9(7)V99.
           05  WS-APL-APLICADO      PIC S9(7)V99.
           05  WS-APL-ABIERTO       PIC S9(7)V99.
           05  WS-APL-IMPORTE       PIC S9(7)V99.
           05  WS-APL-EXISTE        PIC X(1).
           05  WS-APL-CARGO-LLAVE   PIC X(27).

       01  WS-INVENTARIO-CAMPOS.
           05  WS-INV-DOCUMENTO     PIC X(10).
           05  WS-INV-LINEA         PIC 9(2).
           05  WS-INV-CONCEPTO      PIC X(10).
           05  WS-INV-CANTIDAD      PIC S9(5).
           05  WS-INV-ALUMNO        PIC X(10).
           05  WS-INV-FECHA         PIC X(10).
           05  WS-INV-CAJERO        PIC X(20).
           05  WS-INV-REQUERIDO     PIC S9(7).
           05  WS-INV-DISPONIBLE    PIC -.---.--9.

       01  WS-CHEQUE-CAMPOS.
           05  WS-CHQ-BANCO         PIC X(20).
           05  WS-CHQ-NUMERO        PIC X(15).
           05  WS-CHQ-LIBRADOR      PIC X(50).
           05  WS-CHQ-FOLIO         PIC X(10).
           05  WS-CHQ-FECHA         PIC X(10).
           05  WS-CHQ-FAMILIA       PIC X(10).
           05  WS-CHQ-ALUMNO        PIC X(10).
           05  WS-CHQ-IMPORTE       PIC S9(7)V99.
           05  WS-CHQ-CAJERO        PIC X(20).
           05  WS-CHQ-BUSCAR        PIC X(10).

       01  WS-RECIBO.
           05  WS-SIGUIENTE-NUM     PIC 9(10).
           05  WS-RECIBO-CODIGO     PIC X(10).
           05  LINE 19 COL 1 VALUE "TOTAL ACTUAL: ".
           05  LINE 19 COL 15 PIC Z.ZZZ.ZZ9,99 FROM WS-TOTAL.
           05  LINE 20 COL 1
               VALUE "FORMA DE PAGO (E=EFVO T=TARJ B=TRANSF ".
           05  LINE 20 COL 39 VALUE "C=CHEQUE A=SALDO): ".
           05  LINE 20 COL 58 PIC X(1) TO WS-FORMA-PAGO.
           05  LINE 21 COL 1 VALUE "EFECTIVO: ".
           05  LINE 21 COL 11 PIC 9(7)V99 TO WS-EFECTIVO-INPUT.
           05  LINE 21 COL 25 VALUE "CAMBIO: ".
           OPEN I-O INGRESOS-FILE
           PERFORM ABRIR-CONTROL-FILE
           PERFORM ABRIR-CORTES-FILE
           PERFORM ABRIR-CIERRESMES-FILE
           PERFORM ABRIR-BECAS-FILE
           PERFORM ABRIR-CAJEROS-FILE
           PERFORM ABRIR-TUTORES-FILE
           PERFORM ABRIR-ANTICIPOS-FILE
           PERFORM ABRIR-PRECIOS-FILE
           PERFORM ABRIR-PAQUETES-FILE
           PERFORM ABRIR-APLICACIONES-FILE
           PERFORM ABRIR-INVENTARIO-FILE
           PERFORM ABRIR-INVMOV-FILE
           PERFORM ABRIR-CHEQUES-FILE
           PERFORM REVISAR-BITACORA-ARRANQUE
           PERFORM REGISTRAR-CAJERO
           PERFORM LIMPIAR-TRANSACCION
               OPEN INPUT PAQUETES-FILE
           END-IF.

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
           OPEN I-O CHEQUES-FILE
           IF FS-CHEQUES = "35"
               OPEN OUTPUT CHEQUES-FILE
               CLOSE CHEQUES-FILE
               OPEN I-O CHEQUES-FILE
           END-IF.

       ABRIR-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF FS-CONTROL = "35"
               OPEN INPUT CORTES-FILE
           END-IF.

       ABRIR-CIERRESMES-FILE.
           OPEN INPUT CIERRESMES-FILE
           IF FS-CIERRESMES = "35"
               OPEN OUTPUT CIERRESMES-FILE
               CLOSE CIERRESMES-FILE
               OPEN INPUT CIERRESMES-FILE
           END-IF.

       ABRIR-BECAS-FILE.
           OPEN INPUT BECAS-FILE
           IF FS-BECAS = "35"
           MOVE 0 TO WS-REC-NUM
           MOVE SPACES TO WS-REC-FOLIO
           MOVE SPACES TO WS-REC-FORMA
           MOVE SPACES TO WS-REC-CHQ-BANCO
           MOVE SPACES TO WS-REC-CHQ-LIBRADOR
           MOVE 'N' TO WS-EOF-BITA
           PERFORM UNTIL EOF-BITACORA
               READ BITACORA-FILE
                   SET BITACORA-PENDIENTE TO TRUE
                   MOVE BITA-FOLIO TO WS-REC-FOLIO
                   MOVE BITA-FORMA-PAGO TO WS-REC-FORMA
                   MOVE BITA-CHQ-BANCO TO WS-REC-CHQ-BANCO
                   MOVE BITA-CHQ-LIBRADOR TO WS-REC-CHQ-LIBRADOR
               WHEN "L"
                   IF WS-REC-NUM < 8
                       ADD 1 TO WS-REC-NUM
           IF RECIBO-COMPLETO
               DISPLAY "RECIBO " WS-REC-FOLIO
                   " REHECHO DESDE LA BITACORA"
               PERFORM APLICAR-PAGOS-BITACORA
               PERFORM DESCARGAR-INVENTARIO-BITACORA
               IF WS-REC-FORMA = "C"
                   PERFORM REGISTRAR-CHEQUE-BITACORA
               END-IF
               PERFORM AVISAR-REVISION-ANTICIPO
               PERFORM LIMPIAR-BITACORA
           ELSE
           MOVE WS-RL-REF-BANCO(WS-IDX-REC) TO INGRESO-REF-BANCO
           PERFORM GRABAR-LINEA-INGRESO.

       APLICAR-PAGOS-BITACORA.
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-REC-NUM
               MOVE WS-REC-FOLIO TO WS-APL-CODIGO
               MOVE WS-RL-LINEA(WS-IDX-REC) TO WS-APL-LINEA
               MOVE WS-RL-ALUMNO(WS-IDX-REC) TO WS-APL-ALUMNO
               MOVE WS-RL-CONCEPTO(WS-IDX-REC) TO WS-APL-CONCEPTO
               MOVE WS-RL-TOTAL(WS-IDX-REC) TO WS-APL-RESTANTE
               MOVE WS-RL-FECHA(WS-IDX-REC) TO WS-APL-FECHA
               PERFORM APLICAR-PAGO-LINEA
           END-PERFORM.

       REGISTRAR-CHEQUE-BITACORA.
           MOVE WS-REC-FOLIO TO WS-CHQ-FOLIO
           MOVE WS-RL-FECHA(1) TO WS-CHQ-FECHA
           MOVE WS-RL-ALUMNO(1) TO WS-CHQ-ALUMNO
           MOVE WS-RL-CAJERO(1) TO WS-CHQ-CAJERO
           MOVE WS-REC-CHQ-BANCO TO WS-CHQ-BANCO
           MOVE WS-RL-REF-BANCO(1) TO WS-CHQ-NUMERO
           MOVE WS-REC-CHQ-LIBRADOR TO WS-CHQ-LIBRADOR
           MOVE 0 TO WS-CHQ-IMPORTE
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-REC-NUM
               ADD WS-RL-TOTAL(WS-IDX-REC) TO WS-CHQ-IMPORTE
           END-PERFORM
           MOVE WS-CHQ-ALUMNO TO WS-CHQ-FAMILIA
           MOVE SPACES TO FAMILIA-ALUMNO
           MOVE WS-CHQ-ALUMNO TO FAMILIA-ALUMNO
           READ FAMILIAS-FILE KEY IS FAMILIA-ALUMNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FAMILIA-ACTIVA
                       MOVE FAMILIA-CODIGO TO WS-CHQ-FAMILIA
                   END-IF
           END-READ
           PERFORM REGISTRAR-CHEQUE.

       DESCARGAR-INVENTARIO-BITACORA.
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-REC-NUM
               MOVE WS-REC-FOLIO TO WS-INV-DOCUMENTO
               MOVE WS-RL-LINEA(WS-IDX-REC) TO WS-INV-LINEA
               MOVE WS-RL-CONCEPTO(WS-IDX-REC) TO WS-INV-CONCEPTO
               MOVE WS-RL-CANTIDAD(WS-IDX-REC) TO WS-INV-CANTIDAD
               MOVE WS-RL-ALUMNO(WS-IDX-REC) TO WS-INV-ALUMNO
               MOVE WS-RL-FECHA(WS-IDX-REC) TO WS-INV-FECHA
               MOVE WS-RL-CAJERO(WS-IDX-REC) TO WS-INV-CAJERO
               PERFORM DESCARGAR-INVENTARIO-LINEA
           END-PERFORM.

       DESHACER-RECIBO-BITACORA.
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-REC-NUM
                                   " STATUS " FS-INGRESOS
                       END-DELETE
               END-READ
               MOVE WS-REC-FOLIO TO WS-APL-CODIGO
               MOVE WS-RL-LINEA(WS-IDX-REC) TO WS-APL-LINEA
               PERFORM BORRAR-APLICACIONES-LINEA
               MOVE WS-REC-FOLIO TO WS-INV-DOCUMENTO
               MOVE WS-RL-LINEA(WS-IDX-REC) TO WS-INV-LINEA
               PERFORM REVERTIR-SALIDA-INVENTARIO
           END-PERFORM
           IF WS-REC-FORMA = "C"
               MOVE WS-REC-FOLIO TO WS-CHQ-FOLIO
               PERFORM BORRAR-CHEQUE-RECIBO
           END-IF
           DISPLAY "RECIBO " WS-REC-FOLIO
               " DESHECHO, EL FOLIO QUEDA SIN USO"
           PERFORM AVISAR-REVISION-ANTICIPO
               IF ALUMNO-ENCONTRADO
                   MOVE "ALUMNO ENCONTRADO" TO WS-MENSAJE
                   PERFORM VERIFICAR-RECARGOS-PENDIENTES
                   PERFORM VERIFICAR-CONVENIO-PENDIENTE
               ELSE
                   IF WS-MENSAJE = SPACES
                       MOVE "ALUMNO NO ENCONTRADO" TO WS-MENSAJE
                   MOVE "HERMANO DE LA MISMA FAMILIA EN EL RECIBO"
                       TO WS-MENSAJE
                   PERFORM VERIFICAR-RECARGOS-PENDIENTES
                   PERFORM VERIFICAR-CONVENIO-PENDIENTE
               END-IF
           END-IF.

           PERFORM BUSCAR-RECARGO-EN-CARRITO
           IF NOT RECARGO-EN-CARRITO
               PERFORM ACUMULAR-CARGOS-RECARGO
               IF WS-RECARGO-PEND > 0
                   PERFORM AGREGAR-LINEA-RECARGO
               END-IF
                       ELSE
                           IF CARGO-RECARGO
                               ADD CARGO-IMPORTE TO WS-RECARGO-PEND
                               MOVE CARGO-LLAVE TO WS-APL-CARGO-LLAVE
                               PERFORM SUMAR-APLICADO-CARGO
                               SUBTRACT WS-APL-APLICADO
                                   FROM WS-RECARGO-PEND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       AGREGAR-LINEA-RECARGO.
           IF WS-NUM-CARRITO >= WS-CARRITO-MAX
               MOVE "RECARGO PENDIENTE, PERO EL CARRITO ESTA LLENO"
                   TO WS-MENSAJE
           ELSE
               ADD 1 TO WS-NUM-CARRITO
               MOVE WS-CONCEPTO-RECARGO
                   TO WS-CARR-CONCEPTO(WS-NUM-CARRITO)
               PERFORM BUSCAR-DESCRIPCION-RECARGO
               MOVE CONCEPTO-DESCRIPCION
                   TO WS-CARR-DESCRIPCION(WS-NUM-CARRITO)
               MOVE 1 TO WS-CARR-CANTIDAD(WS-NUM-CARRITO)
               MOVE WS-RECARGO-PEND TO WS-CARR-COSTO(WS-NUM-CARRITO)
               MOVE WS-RECARGO-PEND TO WS-CARR-IMPORTE(WS-NUM-CARRITO)
               PERFORM ASIGNAR-ALUMNO-LINEA
               ADD WS-CARR-IMPORTE(WS-NUM-CARRITO) TO WS-TOTAL
               MOVE "RECARGO PENDIENTE AGREGADO AL RECIBO"
                   TO WS-MENSAJE
           END-IF.

       BUSCAR-DESCRIPCION-RECARGO.
           MOVE SPACES TO CONCEPTO-CODIGO
           MOVE WS-CONCEPTO-RECARGO TO CONCEPTO-CODIGO
           READ CONCEPTOS-FILE
               INVALID KEY
                   MOVE "RECARGO POR PAGO TARDIO"
                       TO CONCEPTO-DESCRIPCION
           END-READ.

       VERIFICAR-CONVENIO-PENDIENTE.
           MOVE 0 TO WS-PARC-PEND
           PERFORM BUSCAR-CONVENIO-EN-CARRITO
           IF NOT CONVENIO-EN-CARRITO
               PERFORM BUSCAR-PARCIALIDAD-PENDIENTE
               IF WS-PARC-PEND > 0
                   PERFORM AGREGAR-LINEA-CONVENIO
               END-IF
           END-IF.

       BUSCAR-CONVENIO-EN-CARRITO.
           MOVE 'N' TO WS-CONVENIO-CARR
           PERFORM VARYING WS-IDX-CARR FROM 1 BY 1
                   UNTIL WS-IDX-CARR > WS-NUM-CARRITO
               IF WS-CARR-CONCEPTO(WS-IDX-CARR) = WS-CONCEPTO-CONVENIO
                       AND WS-CARR-ALUMNO(WS-IDX-CARR) = WS-ALU-CODIGO
                   SET CONVENIO-EN-CARRITO TO TRUE
               END-IF
           END-PERFORM.

       BUSCAR-PARCIALIDAD-PENDIENTE.
           MOVE SPACES TO CARGO-LLAVE
           MOVE WS-ALU-CODIGO TO CARGO-ALUMNO
           MOVE 'N' TO WS-EOF
           START CARGOS-FILE KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF OR WS-PARC-PEND > 0
               READ CARGOS-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CARGO-ALUMNO NOT = WS-ALU-CODIGO
                           SET EOF TO TRUE
                       ELSE
                           IF CARGO-CONCEPTO = WS-CONCEPTO-CONVENIO
                               MOVE CARGO-LLAVE TO WS-APL-CARGO-LLAVE
                               PERFORM SUMAR-APLICADO-CARGO
                               COMPUTE WS-PARC-PEND =
                                   CARGO-IMPORTE - WS-APL-APLICADO
                               MOVE CARGO-MES TO WS-PARC-MES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       AGREGAR-LINEA-CONVENIO.
           IF WS-NUM-CARRITO >= WS-CARRITO-MAX
               MOVE "PARCIALIDAD DE CONVENIO PENDIENTE, CARRITO LLENO"
                   TO WS-MENSAJE
           ELSE
               ADD 1 TO WS-NUM-CARRITO
               MOVE WS-CONCEPTO-CONVENIO
                   TO WS-CARR-CONCEPTO(WS-NUM-CARRITO)
               PERFORM BUSCAR-DESCRIPCION-CONVENIO
               MOVE CONCEPTO-DESCRIPCION
                   TO WS-CARR-DESCRIPCION(WS-NUM-CARRITO)
               MOVE 1 TO WS-CARR-CANTIDAD(WS-NUM-CARRITO)
               MOVE WS-PARC-PEND TO WS-CARR-COSTO(WS-NUM-CARRITO)
               MOVE WS-PARC-PEND TO WS-CARR-IMPORTE(WS-NUM-CARRITO)
               PERFORM ASIGNAR-ALUMNO-LINEA
               ADD WS-CARR-IMPORTE(WS-NUM-CARRITO) TO WS-TOTAL
               MOVE SPACES TO WS-MENSAJE
               STRING "PARCIALIDAD DE CONVENIO " DELIMITED BY SIZE
                      WS-PARC-MES DELIMITED BY SIZE
                      " AGREGADA AL RECIBO" DELIMITED BY SIZE
                   INTO WS-MENSAJE
           END-IF.

       BUSCAR-DESCRIPCION-CONVENIO.
           MOVE SPACES TO CONCEPTO-CODIGO
           MOVE WS-CONCEPTO-CONVENIO TO CONCEPTO-CODIGO
           READ CONCEPTOS-FILE
               INVALID KEY
                   MOVE "PARCIALIDAD DE CONVENIO"
                       TO CONCEPTO-DESCRIPCION
           END-READ.

                   MOVE "INDIQUE UNA CANTIDAD MAYOR A CERO"
                       TO WS-MENSAJE
               ELSE
                   MOVE 'N' TO WS-EXISTENCIA-FLAG
                   MOVE WS-CONCEPTO-SEL TO WS-PAQUETE-SEL
                   PERFORM FIND-CONCEPTO
                   IF WS-CONCEPTO-SEL = SPACES
                   ADD 1 TO WS-PAQ-AGREGADOS
               END-IF
           END-PERFORM
           IF NOT EXISTENCIA-INSUFICIENTE
               MOVE SPACES TO WS-MENSAJE
               STRING "PAQUETE " DELIMITED BY SIZE
                      WS-PAQUETE-SEL DELIMITED BY SPACE
                      " AGREGADO CON " DELIMITED BY SIZE
                      WS-PAQ-AGREGADOS DELIMITED BY SIZE
                      " LINEAS" DELIMITED BY SIZE
                   INTO WS-MENSAJE
           END-IF.

       FIND-CONCEPTO.
           SET IDX-CONCEPTO TO 1
           IF BECA-APLICADA
               MOVE "CONCEPTO AGREGADO CON BECA APLICADA"
                   TO WS-MENSAJE
           END-IF
           PERFORM VERIFICAR-EXISTENCIA-LINEA.

       VERIFICAR-EXISTENCIA-LINEA.
           MOVE SPACES TO INV-CONCEPTO
           MOVE WS-CARR-CONCEPTO(WS-NUM-CARRITO) TO INV-CONCEPTO
           READ INVENTARIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INVENTARIO-ACTIVO
                       PERFORM SUMAR-REQUERIDO-CARRITO
                       IF WS-INV-REQUERIDO > INV-EXISTENCIA
                           PERFORM AVISAR-EXISTENCIA-INSUFICIENTE
                       END-IF
                   END-IF
           END-READ.

       SUMAR-REQUERIDO-CARRITO.
           MOVE 0 TO WS-INV-REQUERIDO
           PERFORM VARYING WS-IDX-CARR FROM 1 BY 1
                   UNTIL WS-IDX-CARR > WS-NUM-CARRITO
               IF WS-CARR-CONCEPTO(WS-IDX-CARR) = INV-CONCEPTO
                   ADD WS-CARR-CANTIDAD(WS-IDX-CARR)
                       TO WS-INV-REQUERIDO
               END-IF
           END-PERFORM.

       AVISAR-EXISTENCIA-INSUFICIENTE.
           SET EXISTENCIA-INSUFICIENTE TO TRUE
           MOVE INV-EXISTENCIA TO WS-INV-DISPONIBLE
           MOVE SPACES TO WS-MENSAJE
           STRING "AVISO: EXISTENCIA INSUFICIENTE DE " DELIMITED BY SIZE
                  INV-CONCEPTO DELIMITED BY SPACE
                  ", HAY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INV-DISPONIBLE) DELIMITED BY SIZE
               INTO WS-MENSAJE.

       ASIGNAR-ALUMNO-LINEA.
           MOVE WS-ALU-CODIGO TO WS-CARR-ALUMNO(WS-NUM-CARRITO)
               WHEN WS-FORMA-PAGO NOT = "E" AND
                    WS-FORMA-PAGO NOT = "T" AND
                    WS-FORMA-PAGO NOT = "B" AND
                    WS-FORMA-PAGO NOT = "C" AND
                    WS-FORMA-PAGO NOT = "A"
                   MOVE "INDIQUE LA FORMA DE PAGO (E, T, B, C O A)"
                       TO WS-MENSAJE
               WHEN OTHER
                   PERFORM CALCULAR-CAMBIO
                                   PERFORM GRABAR-RECIBO
                               END-IF
                           ELSE
                               IF WS-FORMA-PAGO = "C"
                                   PERFORM PEDIR-DATOS-CHEQUE
                                   IF CHEQUE-CAPTURADO
                                       PERFORM GRABAR-RECIBO
                                   END-IF
                               ELSE
                                   PERFORM GRABAR-RECIBO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   TO WS-MENSAJE
           END-IF.

       PEDIR-DATOS-CHEQUE.
           MOVE 'N' TO WS-CHEQUE-FLAG
           PERFORM VERIFICAR-RESTRICCION-CHEQUES
           IF CHEQUES-NO-ACEPTADOS
               MOVE "FAMILIA CON CHEQUE DEVUELTO, NO SE ACEPTAN CHEQUES"
                   TO WS-MENSAJE
           ELSE
               MOVE SPACES TO WS-CHQ-BANCO
               MOVE SPACES TO WS-CHQ-NUMERO
               MOVE SPACES TO WS-CHQ-LIBRADOR
               DISPLAY "BANCO DEL CHEQUE: " WITH NO ADVANCING
               ACCEPT WS-CHQ-BANCO
               DISPLAY "NUMERO DE CHEQUE: " WITH NO ADVANCING
               ACCEPT WS-CHQ-NUMERO
               DISPLAY "NOMBRE DEL LIBRADOR: " WITH NO ADVANCING
               ACCEPT WS-CHQ-LIBRADOR
               IF WS-CHQ-BANCO = SPACES OR WS-CHQ-NUMERO = SPACES OR
                       WS-CHQ-LIBRADOR = SPACES
                   MOVE "BANCO, NUMERO Y LIBRADOR DEL CHEQUE REQUERIDOS"
                       TO WS-MENSAJE
               ELSE
                   SET CHEQUE-CAPTURADO TO TRUE
                   MOVE WS-CHQ-NUMERO TO WS-REF-BANCO
               END-IF
           END-IF.

       VERIFICAR-RESTRICCION-CHEQUES.
           MOVE 'N' TO WS-RESTRICCION-FLAG
           IF WS-FAMILIA-ACTUAL NOT = SPACES
               MOVE WS-FAMILIA-ACTUAL TO WS-CHQ-BUSCAR
               PERFORM BUSCAR-CHEQUE-DEVUELTO
           END-IF
           PERFORM VARYING WS-IDX-CARR FROM 1 BY 1
                   UNTIL WS-IDX-CARR > WS-NUM-CARRITO
                      OR CHEQUES-NO-ACEPTADOS
               MOVE WS-CARR-ALUMNO(WS-IDX-CARR) TO WS-CHQ-BUSCAR
               PERFORM BUSCAR-CHEQUE-DEVUELTO
           END-PERFORM.

       BUSCAR-CHEQUE-DEVUELTO.
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
                           IF CHEQUE-DEVUELTO AND
                                   CHEQUES-RESTRINGIDOS
                               SET CHEQUES-NO-ACEPTADOS TO TRUE
                               SET EOF-CHEQUE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-CHEQUE-RECIBO.
           MOVE WS-RECIBO-CODIGO TO WS-CHQ-FOLIO
           MOVE WS-FECHA-FORMATEADA TO WS-CHQ-FECHA
           MOVE WS-CARR-ALUMNO(1) TO WS-CHQ-ALUMNO
           MOVE WS-CAJERO-ACTUAL TO WS-CHQ-CAJERO
           MOVE WS-TOTAL TO WS-CHQ-IMPORTE
           IF WS-FAMILIA-ACTUAL NOT = SPACES
               MOVE WS-FAMILIA-ACTUAL TO WS-CHQ-FAMILIA
           ELSE
               MOVE WS-CHQ-ALUMNO TO WS-CHQ-FAMILIA
           END-IF
           PERFORM REGISTRAR-CHEQUE.

       REGISTRAR-CHEQUE.
           MOVE SPACES TO CHEQUE-FOLIO
           MOVE WS-CHQ-FOLIO TO CHEQUE-FOLIO
           READ CHEQUES-FILE
               INVALID KEY
                   MOVE SPACES TO CHEQUE-RECORD
                   MOVE WS-CHQ-FOLIO TO CHEQUE-FOLIO
                   MOVE WS-CHQ-FECHA TO CHEQUE-FECHA
                   MOVE WS-CHQ-FAMILIA TO CHEQUE-FAMILIA
                   MOVE WS-CHQ-ALUMNO TO CHEQUE-ALUMNO
                   MOVE WS-CHQ-BANCO TO CHEQUE-BANCO
                   MOVE WS-CHQ-NUMERO TO CHEQUE-NUMERO
                   MOVE WS-CHQ-LIBRADOR TO CHEQUE-LIBRADOR
                   MOVE WS-CHQ-IMPORTE TO CHEQUE-IMPORTE
                   MOVE WS-CHQ-CAJERO TO CHEQUE-CAJERO
                   SET CHEQUE-RECIBIDO TO TRUE
                   MOVE 0 TO CHEQUE-COMISION
                   MOVE 0 TO CHEQUE-REABIERTO
                   SET CHEQUES-PERMITIDOS TO TRUE
                   WRITE CHEQUE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL REGISTRAR EL CHEQUE DEL"
                               " FOLIO " WS-CHQ-FOLIO
                               " STATUS " FS-CHEQUES
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       BORRAR-CHEQUE-RECIBO.
           MOVE SPACES TO CHEQUE-FOLIO
           MOVE WS-CHQ-FOLIO TO CHEQUE-FOLIO
           READ CHEQUES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CHEQUES-FILE
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR EL CHEQUE DEL"
                               " FOLIO " WS-CHQ-FOLIO
                               " STATUS " FS-CHEQUES
                   END-DELETE
           END-READ.

       VERIFICAR-SALDO-ANTICIPO.
           SET ANTICIPO-ALCANZA TO TRUE
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
       GRABAR-RECIBO.
           PERFORM FORMATEAR-FECHA-HOY
           PERFORM VERIFICAR-DIA-CERRADO
           PERFORM VERIFICAR-MES-CERRADO
           IF DIA-CERRADO
               MOVE "EL DIA YA TIENE CORTE DE CAJA, NO SE PUEDE COBRAR"
                   TO WS-MENSAJE
           END-IF
           IF MES-CERRADO
               MOVE "EL MES ESTA CERRADO, NO SE PUEDE COBRAR"
                   TO WS-MENSAJE
           END-IF
           IF NOT DIA-CERRADO AND NOT MES-CERRADO
               PERFORM OBTENER-SIGUIENTE-FOLIO
               PERFORM ESCRIBIR-BITACORA-RECIBO
               PERFORM GRABAR-LINEAS-RECIBO
               IF RECIBO-COMPLETO
                   PERFORM APLICAR-MOVIMIENTOS-ANTICIPO
                   PERFORM APLICAR-PAGOS-RECIBO
                   PERFORM DESCARGAR-INVENTARIO-RECIBO
                   IF WS-FORMA-PAGO = "C"
                       PERFORM REGISTRAR-CHEQUE-RECIBO
                   END-IF
                   PERFORM IMPRIMIR-TICKET
                   STRING "RECIBO " DELIMITED BY SIZE
                          WS-RECIBO-CODIGO DELIMITED BY SIZE
               END-READ
           END-PERFORM.

       APLICAR-PAGOS-RECIBO.
           PERFORM VARYING WS-LINEA-NUM FROM 1 BY 1
                   UNTIL WS-LINEA-NUM > WS-NUM-CARRITO
               MOVE WS-RECIBO-CODIGO TO WS-APL-CODIGO
               MOVE WS-LINEA-NUM TO WS-APL-LINEA
               MOVE WS-CARR-ALUMNO(WS-LINEA-NUM) TO WS-APL-ALUMNO
               MOVE WS-CARR-CONCEPTO(WS-LINEA-NUM) TO WS-APL-CONCEPTO
               MOVE WS-CARR-IMPORTE(WS-LINEA-NUM) TO WS-APL-RESTANTE
               MOVE WS-FECHA-FORMATEADA TO WS-APL-FECHA
               PERFORM APLICAR-PAGO-LINEA
           END-PERFORM.

       DESCARGAR-INVENTARIO-RECIBO.
           PERFORM VARYING WS-LINEA-NUM FROM 1 BY 1
                   UNTIL WS-LINEA-NUM > WS-NUM-CARRITO
               MOVE WS-RECIBO-CODIGO TO WS-INV-DOCUMENTO
               MOVE WS-LINEA-NUM TO WS-INV-LINEA
               MOVE WS-CARR-CONCEPTO(WS-LINEA-NUM) TO WS-INV-CONCEPTO
               MOVE WS-CARR-CANTIDAD(WS-LINEA-NUM) TO WS-INV-CANTIDAD
               MOVE WS-CARR-ALUMNO(WS-LINEA-NUM) TO WS-INV-ALUMNO
               MOVE WS-FECHA-FORMATEADA TO WS-INV-FECHA
               MOVE WS-CAJERO-ACTUAL TO WS-INV-CAJERO
               PERFORM DESCARGAR-INVENTARIO-LINEA
           END-PERFORM.

       DESCARGAR-INVENTARIO-LINEA.
           MOVE SPACES TO INV-CONCEPTO
           MOVE WS-INV-CONCEPTO TO INV-CONCEPTO
           READ INVENTARIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INVENTARIO-ACTIVO AND WS-INV-CANTIDAD > 0
                       PERFORM ESCRIBIR-SALIDA-INVENTARIO
                   END-IF
           END-READ.

       ESCRIBIR-SALIDA-INVENTARIO.
           MOVE SPACES TO INVMOV-RECORD
           MOVE WS-INV-DOCUMENTO TO INVM-DOCUMENTO
           MOVE WS-INV-LINEA TO INVM-LINEA
           MOVE INV-CONCEPTO TO INVM-CONCEPTO
           MOVE WS-INV-FECHA TO INVM-FECHA
           SET INVM-SALIDA TO TRUE
           COMPUTE INVM-CANTIDAD = 0 - WS-INV-CANTIDAD
           COMPUTE INVM-EXISTENCIA = INV-EXISTENCIA - WS-INV-CANTIDAD
           MOVE INV-ULTIMO-COSTO TO INVM-COSTO-UNIT
           MOVE WS-INV-ALUMNO TO INVM-ALUMNO
           MOVE WS-INV-CAJERO TO INVM-CAJERO
           WRITE INVMOV-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INVM-EXISTENCIA TO INV-EXISTENCIA
                   MOVE WS-INV-FECHA TO INV-FECHA-ULT-MOV
                   REWRITE INVENTARIO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA EXISTENCIA"
                               " DE " INV-CONCEPTO
                               " STATUS " FS-INVENTARIO
                   END-REWRITE
           END-WRITE.

       REVERTIR-SALIDA-INVENTARIO.
           MOVE WS-INV-DOCUMENTO TO INVM-DOCUMENTO
           MOVE WS-INV-LINEA TO INVM-LINEA
           READ INVMOV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO INV-CONCEPTO
                   MOVE INVM-CONCEPTO TO INV-CONCEPTO
                   READ INVENTARIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT INVM-CANTIDAD FROM INV-EXISTENCIA
                           REWRITE INVENTARIO-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR AL ACTUALIZAR LA"
                                       " EXISTENCIA DE " INV-CONCEPTO
                           END-REWRITE
                   END-READ
                   DELETE INVMOV-FILE
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR EL MOVIMIENTO DE"
                               " INVENTARIO " WS-INV-DOCUMENTO
                   END-DELETE
           END-READ.

       APLICAR-PAGO-LINEA.
           IF WS-APL-CONCEPTO NOT = WS-CONCEPTO-ANTICIPO AND
                   WS-APL-RESTANTE > 0
               PERFORM BUSCAR-APLICACION-EXISTENTE
               IF WS-APL-EXISTE = 'N'
                   PERFORM RECORRER-CARGOS-ABIERTOS
               END-IF
           END-IF.

       BUSCAR-APLICACION-EXISTENTE.
           MOVE 'N' TO WS-APL-EXISTE
           MOVE WS-APL-CODIGO TO APLIC-CODIGO
           MOVE WS-APL-LINEA TO APLIC-LINEA
           MOVE LOW-VALUES TO APLIC-CARGO
           START APLICACIONES-FILE KEY IS NOT LESS THAN APLIC-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ APLICACIONES-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF APLIC-CODIGO = WS-APL-CODIGO AND
                                   APLIC-LINEA = WS-APL-LINEA
                               MOVE 'Y' TO WS-APL-EXISTE
                           END-IF
                   END-READ
           END-START.

       RECORRER-CARGOS-ABIERTOS.
           MOVE SPACES TO CARGO-LLAVE
           MOVE WS-APL-ALUMNO TO CARGO-ALUMNO
           MOVE 'N' TO WS-EOF-CARGO
           START CARGOS-FILE KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   SET EOF-CARGO TO TRUE
           END-START
           PERFORM UNTIL EOF-CARGO OR WS-APL-RESTANTE = 0
               READ CARGOS-FILE NEXT RECORD
                   AT END
                       SET EOF-CARGO TO TRUE
                   NOT AT END
                       IF CARGO-ALUMNO NOT = WS-APL-ALUMNO
                           SET EOF-CARGO TO TRUE
                       ELSE
                           IF CARGO-CONCEPTO = WS-APL-CONCEPTO AND
                                   CARGO-IMPORTE > 0
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
               IF WS-APL-ABIERTO < WS-APL-RESTANTE
                   MOVE WS-APL-ABIERTO TO WS-APL-IMPORTE
               ELSE
                   MOVE WS-APL-RESTANTE TO WS-APL-IMPORTE
               END-IF
               PERFORM ESCRIBIR-APLICACION
               SUBTRACT WS-APL-IMPORTE FROM WS-APL-RESTANTE
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

       BORRAR-APLICACIONES-LINEA.
           MOVE WS-APL-CODIGO TO APLIC-CODIGO
           MOVE WS-APL-LINEA TO APLIC-LINEA
           MOVE LOW-VALUES TO APLIC-CARGO
           MOVE 'N' TO WS-EOF-APLIC
           START APLICACIONES-FILE KEY IS NOT LESS THAN APLIC-LLAVE
               INVALID KEY
                   SET EOF-APLICACION TO TRUE
           END-START
           PERFORM UNTIL EOF-APLICACION
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CODIGO NOT = WS-APL-CODIGO OR
                               APLIC-LINEA NOT = WS-APL-LINEA
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           DELETE APLICACIONES-FILE
                               INVALID KEY
                                   DISPLAY "ERROR AL BORRAR LA"
                                       " APLICACION DEL FOLIO "
                                       WS-APL-CODIGO
                                       " STATUS " FS-APLICACIONES
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-BITACORA-RECIBO.
           OPEN OUTPUT BITACORA-FILE
           IF FS-BITACORA NOT = "00"
               MOVE WS-FORMA-PAGO TO BITA-FORMA-PAGO
               MOVE WS-CAJERO-ACTUAL TO BITA-CAJERO
               MOVE WS-REF-BANCO TO BITA-REF-BANCO
               MOVE WS-CHQ-BANCO TO BITA-CHQ-BANCO
               MOVE WS-CHQ-LIBRADOR TO BITA-CHQ-LIBRADOR
               WRITE BITA-RECORD
               PERFORM VARYING WS-LINEA-NUM FROM 1 BY 1
                       UNTIL WS-LINEA-NUM > WS-NUM-CARRITO
                   SET DIA-CERRADO TO TRUE
           END-READ.

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

       OBTENER-SIGUIENTE-FOLIO.
           MOVE "INGRESOS" TO CTL-LLAVE
           READ CONTROL-FILE
                   MOVE "TARJETA" TO WS-TKT-FORMA
               WHEN "B"
                   MOVE "TRANSFERENCIA" TO WS-TKT-FORMA
               WHEN "C"
                   MOVE "CHEQUE" TO WS-TKT-FORMA
               WHEN "A"
                   MOVE "SALDO A FAVOR" TO WS-TKT-FORMA
           END-EVALUATE
                  WS-TKT-FORMA DELIMITED BY SIZE
               INTO TICKET-LINEA
           WRITE TICKET-LINEA
           IF WS-FORMA-PAGO = "C"
               MOVE SPACES TO TICKET-LINEA
               STRING "BANCO: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHQ-BANCO) DELIMITED BY SIZE
                      "  CHEQUE: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHQ-NUMERO) DELIMITED BY SIZE
                   INTO TICKET-LINEA
               WRITE TICKET-LINEA
               MOVE SPACES TO TICKET-LINEA
               STRING "LIBRADOR: " DELIMITED BY SIZE
                      WS-CHQ-LIBRADOR(1:40) DELIMITED BY SIZE
                   INTO TICKET-LINEA
               WRITE TICKET-LINEA
           END-IF
           IF WS-FORMA-PAGO = "E"
               MOVE WS-EFECTIVO-INPUT TO WS-TKT-IMPORTE
               MOVE SPACES TO TICKET-LINEA
           MOVE 0 TO WS-CANTIDAD
           MOVE SPACES TO WS-FORMA-PAGO
           MOVE SPACES TO WS-REF-BANCO
           MOVE SPACES TO WS-CHQ-BANCO
           MOVE SPACES TO WS-CHQ-NUMERO
           MOVE SPACES TO WS-CHQ-LIBRADOR
           MOVE SPACES TO WS-ACCION
           MOVE SPACES TO WS-FACTURA
           MOVE SPACES TO WS-ALU-CODIGO
           CLOSE INGRESOS-FILE
           CLOSE CONTROL-FILE
           CLOSE CORTES-FILE
           CLOSE CIERRESMES-FILE
           CLOSE BECAS-FILE
           CLOSE CAJEROS-FILE
           CLOSE TUTORES-FILE
           CLOSE FAMILIAS-FILE
           CLOSE ANTICIPOS-FILE
           CLOSE PRECIOS-FILE
           CLOSE PAQUETES-FILE
           CLOSE APLICACIONES-FILE
           CLOSE INVENTARIO-FILE
           CLOSE INVMOV-FILE
           CLOSE CHEQUES-FILE.

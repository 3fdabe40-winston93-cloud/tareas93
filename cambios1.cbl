       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOS1.
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
           COPY "cambio-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "cambio-fd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CAMBIOS           PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  EOF              VALUE 'Y'.
           05  WS-SELECCION         PIC X VALUE 'N'.
               88  CAMBIO-SELECCIONADO VALUE 'Y'.

       01  WS-FILTROS.
           05  WS-FILTRO-DESDE      PIC X(10).
           05  WS-FILTRO-HASTA      PIC X(10).
           05  WS-FILTRO-ARCHIVO    PIC X(10).
           05  WS-FILTRO-LLAVE      PIC X(30).
           05  WS-FILTRO-USUARIO    PIC X(10).
           05  WS-LLAVE-LARGO       PIC 9(2).

       01  WS-TEMPORARY.
           05  WS-OPERACION-DESC    PIC X(12).
           05  WS-REPORTE-LINEA     PIC X(100).

       01  WS-CONTADORES.
           05  WS-NUM-LEIDOS        PIC 9(7) VALUE 0.
           05  WS-NUM-MOSTRADOS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CAPTURAR-FILTROS
           PERFORM MOSTRAR-ENCABEZADO
           PERFORM UNTIL EOF
               READ CAMBIOS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       PERFORM EVALUAR-CAMBIO
                       IF CAMBIO-SELECCIONADO
                           PERFORM MOSTRAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM MOSTRAR-RESUMEN
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           OPEN INPUT CAMBIOS-FILE
           IF FS-CAMBIOS NOT = "00"
               DISPLAY "NO HAY CAMBIOS REGISTRADOS (cambios.dat)"
               STOP RUN
           END-IF.

       CAPTURAR-FILTROS.
           DISPLAY "BITACORA DE CAMBIOS A CATALOGOS"
           DISPLAY "FECHA DESDE (AAAA-MM-DD, EN BLANCO = TODAS): "
               WITH NO ADVANCING
           ACCEPT WS-FILTRO-DESDE
           DISPLAY "FECHA HASTA (AAAA-MM-DD, EN BLANCO = TODAS): "
               WITH NO ADVANCING
           ACCEPT WS-FILTRO-HASTA
           DISPLAY "ARCHIVO (CONCEPTOS, PRECIOS, INVENTARIO, BECAS,"
           DISPLAY "  ALUMNOS, TUTORES, PLANES, PAQUETES, FAMILIAS,"
           DISPLAY "  CAJEROS, SUPERVISOR, CHEQUES;"
           DISPLAY "  EN BLANCO = TODOS): "
               WITH NO ADVANCING
           ACCEPT WS-FILTRO-ARCHIVO
           DISPLAY "LLAVE O INICIO DE LLAVE (EN BLANCO = TODAS): "
               WITH NO ADVANCING
           ACCEPT WS-FILTRO-LLAVE
           DISPLAY "USUARIO (EN BLANCO = TODOS): " WITH NO ADVANCING
           ACCEPT WS-FILTRO-USUARIO
           MOVE FUNCTION TRIM(WS-FILTRO-LLAVE) TO WS-FILTRO-LLAVE
           MOVE 0 TO WS-LLAVE-LARGO
           INSPECT WS-FILTRO-LLAVE
               TALLYING WS-LLAVE-LARGO FOR CHARACTERS
               BEFORE INITIAL SPACE.

       MOSTRAR-ENCABEZADO.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "BITACORA DE CAMBIOS A CATALOGOS"
           IF WS-FILTRO-DESDE NOT = SPACES OR
                   WS-FILTRO-HASTA NOT = SPACES
               DISPLAY "PERIODO: " WS-FILTRO-DESDE " A "
                   WS-FILTRO-HASTA
           END-IF
           IF WS-FILTRO-ARCHIVO NOT = SPACES
               DISPLAY "ARCHIVO: " WS-FILTRO-ARCHIVO
           END-IF
           IF WS-FILTRO-LLAVE NOT = SPACES
               DISPLAY "LLAVE:   " WS-FILTRO-LLAVE
           END-IF
           IF WS-FILTRO-USUARIO NOT = SPACES
               DISPLAY "USUARIO: " WS-FILTRO-USUARIO
           END-IF
           DISPLAY "================================================"
           DISPLAY "FECHA      HORA     USUARIO    PROGRAMA   "
               "ARCHIVO    OPERACION    LLAVE".

       EVALUAR-CAMBIO.
           SET CAMBIO-SELECCIONADO TO TRUE
           IF WS-FILTRO-DESDE NOT = SPACES AND
                   CAMB-FECHA < WS-FILTRO-DESDE
               MOVE 'N' TO WS-SELECCION
           END-IF
           IF WS-FILTRO-HASTA NOT = SPACES AND
                   CAMB-FECHA > WS-FILTRO-HASTA
               MOVE 'N' TO WS-SELECCION
           END-IF
           IF WS-FILTRO-ARCHIVO NOT = SPACES AND
                   CAMB-ARCHIVO NOT = WS-FILTRO-ARCHIVO
               MOVE 'N' TO WS-SELECCION
           END-IF
           IF WS-FILTRO-USUARIO NOT = SPACES AND
                   CAMB-USUARIO NOT = WS-FILTRO-USUARIO
               MOVE 'N' TO WS-SELECCION
           END-IF
           IF WS-LLAVE-LARGO > 0
               IF CAMB-LLAVE(1:WS-LLAVE-LARGO) NOT =
                       WS-FILTRO-LLAVE(1:WS-LLAVE-LARGO)
                   MOVE 'N' TO WS-SELECCION
               END-IF
           END-IF.

       MOSTRAR-CAMBIO.
           ADD 1 TO WS-NUM-MOSTRADOS
           EVALUATE TRUE
               WHEN CAMBIO-ALTA
                   MOVE "ALTA" TO WS-OPERACION-DESC
               WHEN CAMBIO-MODIFICACION
                   MOVE "CAMBIO" TO WS-OPERACION-DESC
               WHEN CAMBIO-BAJA
                   MOVE "BAJA" TO WS-OPERACION-DESC
               WHEN CAMBIO-REACTIVACION
                   MOVE "REACTIVACION" TO WS-OPERACION-DESC
               WHEN CAMBIO-ELIMINACION
                   MOVE "ELIMINACION" TO WS-OPERACION-DESC
               WHEN OTHER
                   MOVE CAMB-OPERACION TO WS-OPERACION-DESC
           END-EVALUATE
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING CAMB-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAMB-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAMB-USUARIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAMB-PROGRAMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAMB-ARCHIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERACION-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAMB-LLAVE DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY " "
           DISPLAY WS-REPORTE-LINEA
           IF CAMB-ANTES NOT = SPACES
               DISPLAY "  ANTES:   " FUNCTION TRIM(CAMB-ANTES TRAILING)
           END-IF
           IF CAMB-DESPUES NOT = SPACES
               DISPLAY "  DESPUES: "
                   FUNCTION TRIM(CAMB-DESPUES TRAILING)
           END-IF.

       MOSTRAR-RESUMEN.
           DISPLAY " "
           DISPLAY "------------------------------------------------"
           DISPLAY "MOVIMIENTOS EN BITACORA:   " WS-NUM-LEIDOS
           DISPLAY "MOVIMIENTOS MOSTRADOS:     " WS-NUM-MOSTRADOS
           DISPLAY "================================================".

       TERMINATE-PROGRAM.
           CLOSE CAMBIOS-FILE.

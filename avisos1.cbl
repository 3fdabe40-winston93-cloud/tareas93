       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS1.
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
           COPY "familia-select.cpy".
           COPY "tutor-select.cpy".
           COPY "concepto-select.cpy".
           COPY "cargo-select.cpy".
           COPY "aplicacion-select.cpy".
           COPY "aviso-select.cpy".
           SELECT CSV-FILE ASSIGN TO WS-CSV-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.
           SELECT SORT-AVISOS ASSIGN TO "avisos.tmp".

       DATA DIVISION.
       FILE SECTION.
           COPY "alumno-fd.cpy".
           COPY "familia-fd.cpy".
           COPY "tutor-fd.cpy".
           COPY "concepto-fd.cpy".
           COPY "cargo-fd.cpy".
           COPY "aplicacion-fd.cpy".
           COPY "aviso-fd.cpy".

       FD  CSV-FILE.
       01  CSV-LINEA                PIC X(6000).

       SD  SORT-AVISOS.
       01  SORT-AVISO-REC.
           05  SA-FAMILIA           PIC X(10).
           05  SA-ALUMNO            PIC X(10).
           05  SA-MES               PIC X(7).
           05  SA-CONCEPTO          PIC X(10).
           05  SA-NOMBRE            PIC X(60).
           05  SA-DESCRIPCION       PIC X(30).
           05  SA-SALDO             PIC S9(7)V99.
           05  SA-VENCE             PIC X(10).
           05  SA-RECARGO           PIC S9(7)V99.
           05  SA-ESTADO            PIC X(1).
           05  SA-NUEVO             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ALUMNO            PIC XX.
           05  FS-FAMILIAS          PIC XX.
           05  FS-TUTORES           PIC XX.
           05  FS-CONCEPTOS         PIC XX.
           05  FS-CARGOS            PIC XX.
           05  FS-APLICACIONES      PIC XX.
           05  FS-AVISOS            PIC XX.
           05  FS-CSV               PIC XX.

       01  WS-CONTROLS.
           05  WS-EOF-ALUMNO        PIC X VALUE 'N'.
               88  EOF-ALUMNO       VALUE 'Y'.
           05  WS-EOF-CARGO         PIC X VALUE 'N'.
               88  EOF-CARGO        VALUE 'Y'.
           05  WS-EOF-APLIC         PIC X VALUE 'N'.
               88  EOF-APLICACION   VALUE 'Y'.
           05  WS-EOF-SORT          PIC X VALUE 'N'.
               88  EOF-SORT         VALUE 'Y'.
           05  WS-EOF-AVISO         PIC X VALUE 'N'.
               88  EOF-AVISO        VALUE 'Y'.
           05  WS-PRIMER-RENGLON    PIC X VALUE 'Y'.
               88  PRIMER-RENGLON   VALUE 'Y'.
           05  WS-CONCEPTO-FLAG     PIC X VALUE 'N'.
               88  CONCEPTO-ENCONTRADO  VALUE 'Y'.
           05  WS-NUEVOS-FLAG       PIC X VALUE 'N'.
               88  HAY-NUEVOS       VALUE 'Y'.
           05  WS-VENCIDO-FLAG      PIC X VALUE 'N'.
               88  HAY-VENCIDOS     VALUE 'Y'.

       01  WS-PARAMETROS.
           05  WS-OPCION            PIC X(1).
           05  WS-MES-AVISAR        PIC X(7).
           05  WS-DIAS-TEXTO        PIC X(3).
           05  WS-DIAS-ANTICIPO     PIC 9(2).
           05  WS-REENVIAR          PIC X(1).
           05  WS-CONFIRMA          PIC X(1).
           05  WS-CODIGO-BUSCAR     PIC X(10).

       01  WS-FECHA-HOY             PIC X(21).
       01  WS-FECHA-FORMATEADA      PIC X(10).
       01  WS-HORA-FORMATEADA       PIC X(8).
       01  WS-FECHA-LIMITE          PIC X(10).
       01  WS-FECHA-CALCULO.
           05  WS-FC-NUMERO         PIC 9(8).
           05  WS-FC-PARTES REDEFINES WS-FC-NUMERO.
               10  WS-FC-ANIO       PIC 9(4).
               10  WS-FC-MES        PIC 9(2).
               10  WS-FC-DIA        PIC 9(2).
           05  WS-FC-JULIANO        PIC 9(7).

       01  WS-CARGO-ACTUAL.
           05  WS-ALUMNO-ACTUAL     PIC X(10).
           05  WS-FAMILIA-ALUMNO    PIC X(10).
           05  WS-NOMBRE-ALUMNO     PIC X(60).
           05  WS-TOTAL-PAGADO      PIC S9(7)V99.
           05  WS-SALDO-CARGO       PIC S9(7)V99.
           05  WS-RECARGO-CARGO     PIC S9(7)V99.
           05  WS-VENCE-CARGO       PIC X(10).
           05  WS-DIA-LIMITE        PIC 9(2).

       01  WS-PARTIDAS-MAX          PIC 9(2) VALUE 40.
       01  WS-PARTIDAS-FAMILIA.
           05  WS-NUM-PARTIDAS      PIC 9(2) VALUE 0.
           05  WS-PARTIDA OCCURS 40 TIMES.
               10  WS-PA-ALUMNO         PIC X(10).
               10  WS-PA-MES            PIC X(7).
               10  WS-PA-CONCEPTO       PIC X(10).
               10  WS-PA-NOMBRE         PIC X(60).
               10  WS-PA-DESCRIPCION    PIC X(30).
               10  WS-PA-SALDO          PIC S9(7)V99.
               10  WS-PA-VENCE          PIC X(10).
               10  WS-PA-RECARGO        PIC S9(7)V99.
               10  WS-PA-ESTADO         PIC X(1).
               10  WS-PA-NUEVO          PIC X(1).
       01  WS-IDX-PA                PIC 9(2).
       01  WS-FAMILIA-ACTUAL        PIC X(10).

       01  WS-CSV-CAMPOS.
           05  WS-CSV-NOMBRE        PIC X(30).
           05  WS-CSV-TUTOR         PIC X(60).
           05  WS-CSV-EMAIL         PIC X(50).
           05  WS-CSV-IMPORTE       PIC -9(7),99.
           05  WS-CSV-SEPARADOR     PIC X(2).
           05  WS-CSV-ESTATUS       PIC X(10).
           05  WS-PUNTERO           PIC 9(4).
           05  WS-TOTAL-FAMILIA     PIC S9(7)V99.
           05  WS-RECARGO-FAMILIA   PIC S9(7)V99.

       01  WS-CONTADORES.
           05  WS-NUM-ALUMNOS       PIC 9(5) VALUE 0.
           05  WS-NUM-CARGOS        PIC 9(5) VALUE 0.
           05  WS-NUM-FAMILIAS      PIC 9(5) VALUE 0.
           05  WS-NUM-AVISADAS      PIC 9(5) VALUE 0.
           05  WS-NUM-YA-AVISADAS   PIC 9(5) VALUE 0.
           05  WS-NUM-SIN-CORREO    PIC 9(5) VALUE 0.
           05  WS-NUM-EXCEDENTES    PIC 9(5) VALUE 0.
           05  WS-NUM-CONSULTA      PIC 9(5) VALUE 0.
           05  WS-IMPORTE-TOTAL     PIC S9(9)V99 VALUE 0.
           05  WS-RECARGO-TOTAL     PIC S9(9)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL     PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-IMPORTE   PIC Z.ZZZ.ZZ9,99-.
           05  WS-DISPLAY-RECARGO   PIC Z.ZZZ.ZZ9,99-.
           05  WS-REPORTE-LINEA     PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AVISOS DE PAGO A FAMILIAS"
           DISPLAY "1. GENERAR AVISOS (CARGOS POR VENCER Y VENCIDOS)"
           DISPLAY "2. CONSULTAR AVISOS ENVIADOS A UNA FAMILIA"
           DISPLAY "OPCION: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM GENERAR-AVISOS
               WHEN "2"
                   PERFORM CONSULTAR-AVISOS
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           STOP RUN.

       GENERAR-AVISOS.
           PERFORM PEDIR-PARAMETROS
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM INITIALIZE-PROGRAM
               PERFORM ABRIR-CSV
               PERFORM FORMATEAR-FECHA-HOY
               PERFORM CALCULAR-FECHA-LIMITE
               SORT SORT-AVISOS
                   ON ASCENDING KEY SA-FAMILIA SA-ALUMNO
                                    SA-MES SA-CONCEPTO
                   INPUT PROCEDURE LLENAR-SORT-AVISOS
                   OUTPUT PROCEDURE PROCESAR-SORT-AVISOS
               PERFORM IMPRIMIR-RESUMEN
               CLOSE CSV-FILE
               PERFORM TERMINATE-PROGRAM
           ELSE
               DISPLAY "GENERACION CANCELADA"
           END-IF.

       PEDIR-PARAMETROS.
           DISPLAY "MES A AVISAR (AAAA-MM): " WITH NO ADVANCING
           ACCEPT WS-MES-AVISAR
           DISPLAY "DIAS DE ANTICIPACION PARA CARGOS POR VENCER"
               " (EN BLANCO = 7): " WITH NO ADVANCING
           ACCEPT WS-DIAS-TEXTO
           IF WS-DIAS-TEXTO = SPACES
               MOVE 7 TO WS-DIAS-ANTICIPO
           ELSE
               MOVE FUNCTION NUMVAL(WS-DIAS-TEXTO) TO WS-DIAS-ANTICIPO
           END-IF
           DISPLAY "INCLUIR FAMILIAS YA AVISADAS SIN CARGOS NUEVOS"
               " (S/N): " WITH NO ADVANCING
           ACCEPT WS-REENVIAR
           DISPLAY "SE AVISARAN LOS CARGOS VENCIDOS HASTA EL MES "
               WS-MES-AVISAR
           DISPLAY "Y LOS QUE VENCEN EN LOS PROXIMOS "
               WS-DIAS-ANTICIPO " DIAS"
           DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA.

       INITIALIZE-PROGRAM.
           OPEN INPUT ALUMNO-FILE
           OPEN INPUT CARGOS-FILE
           IF FS-CARGOS = "35"
               DISPLAY "NO EXISTE cargos.dat, CORRA PRIMERO"
                   " LA GENERACION DE CARGOS (CARGOS1)"
               CLOSE ALUMNO-FILE
               STOP RUN
           END-IF
           OPEN INPUT CONCEPTOS-FILE
           OPEN INPUT FAMILIAS-FILE
           IF FS-FAMILIAS = "35"
               OPEN OUTPUT FAMILIAS-FILE
               CLOSE FAMILIAS-FILE
               OPEN INPUT FAMILIAS-FILE
           END-IF
           OPEN INPUT TUTORES-FILE
           IF FS-TUTORES = "35"
               OPEN OUTPUT TUTORES-FILE
               CLOSE TUTORES-FILE
               OPEN INPUT TUTORES-FILE
           END-IF
           OPEN INPUT APLICACIONES-FILE
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES-FILE
               CLOSE APLICACIONES-FILE
               OPEN INPUT APLICACIONES-FILE
           END-IF
           PERFORM ABRIR-AVISOS-FILE.

       ABRIR-AVISOS-FILE.
           OPEN I-O AVISOS-FILE
           IF FS-AVISOS = "35"
               OPEN OUTPUT AVISOS-FILE
               CLOSE AVISOS-FILE
               OPEN I-O AVISOS-FILE
           END-IF.

       ABRIR-CSV.
           MOVE SPACES TO WS-CSV-NOMBRE
           STRING "avisos-" DELIMITED BY SIZE
                  WS-MES-AVISAR DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-CSV-NOMBRE
           OPEN OUTPUT CSV-FILE
           IF FS-CSV NOT = "00"
               DISPLAY "ERROR AL ABRIR EL CSV, STATUS " FS-CSV
               PERFORM TERMINATE-PROGRAM
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINEA
           STRING "FAMILIA,TUTOR,EMAIL,ALUMNOS,CONCEPTOS,IMPORTES,"
                      DELIMITED BY SIZE
                  "VENCIMIENTOS,RECARGOS,TOTAL,TOTAL_RECARGO,ESTATUS"
                      DELIMITED BY SIZE
               INTO CSV-LINEA
           WRITE CSV-LINEA.

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

       CALCULAR-FECHA-LIMITE.
           MOVE WS-FECHA-HOY(1:8) TO WS-FC-NUMERO
           COMPUTE WS-FC-JULIANO =
               FUNCTION INTEGER-OF-DATE(WS-FC-NUMERO)
               + WS-DIAS-ANTICIPO
           COMPUTE WS-FC-NUMERO =
               FUNCTION DATE-OF-INTEGER(WS-FC-JULIANO)
           MOVE SPACES TO WS-FECHA-LIMITE
           STRING WS-FC-ANIO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FC-MES DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FC-DIA DELIMITED BY SIZE
               INTO WS-FECHA-LIMITE.

       LLENAR-SORT-AVISOS.
           MOVE LOW-VALUES TO ALUMNO-CODIGO
           MOVE 'N' TO WS-EOF-ALUMNO
           START ALUMNO-FILE KEY IS NOT LESS THAN ALUMNO-CODIGO
               INVALID KEY
                   SET EOF-ALUMNO TO TRUE
           END-START
           PERFORM UNTIL EOF-ALUMNO
               READ ALUMNO-FILE NEXT RECORD
                   AT END
                       SET EOF-ALUMNO TO TRUE
                   NOT AT END
                       IF ALUMNO-ACTIVO
                           PERFORM REVISAR-ALUMNO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-ALUMNO.
           ADD 1 TO WS-NUM-ALUMNOS
           MOVE ALUMNO-CODIGO TO WS-ALUMNO-ACTUAL
           MOVE SPACES TO WS-NOMBRE-ALUMNO
           STRING FUNCTION TRIM(ALUMNO-NOMBRE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ALUMNO-APELLIDO) DELIMITED BY SIZE
               INTO WS-NOMBRE-ALUMNO
           INSPECT WS-NOMBRE-ALUMNO REPLACING ALL "," BY " "
           INSPECT WS-NOMBRE-ALUMNO REPLACING ALL ";" BY " "
           MOVE WS-ALUMNO-ACTUAL TO WS-FAMILIA-ALUMNO
           MOVE SPACES TO FAMILIA-ALUMNO
           MOVE WS-ALUMNO-ACTUAL TO FAMILIA-ALUMNO
           READ FAMILIAS-FILE KEY IS FAMILIA-ALUMNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FAMILIA-ACTIVA
                       MOVE FAMILIA-CODIGO TO WS-FAMILIA-ALUMNO
                   END-IF
           END-READ
           MOVE SPACES TO CARGO-LLAVE
           MOVE WS-ALUMNO-ACTUAL TO CARGO-ALUMNO
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
                       IF CARGO-ALUMNO NOT = WS-ALUMNO-ACTUAL OR
                               CARGO-MES > WS-MES-AVISAR
                           SET EOF-CARGO TO TRUE
                       ELSE
                           IF CARGO-IMPORTE > 0
                               PERFORM REVISAR-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-CARGO.
           PERFORM ACUMULAR-APLICADO-CARGO
           COMPUTE WS-SALDO-CARGO = CARGO-IMPORTE - WS-TOTAL-PAGADO
           IF WS-SALDO-CARGO > 0
               PERFORM LEER-CONCEPTO-CARGO
               PERFORM CALCULAR-VENCIMIENTO
               EVALUATE TRUE
                   WHEN WS-VENCE-CARGO < WS-FECHA-FORMATEADA
                       MOVE "V" TO SA-ESTADO
                       PERFORM LIBERAR-CARGO-AVISO
                   WHEN WS-VENCE-CARGO NOT > WS-FECHA-LIMITE
                       MOVE "P" TO SA-ESTADO
                       PERFORM LIBERAR-CARGO-AVISO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ACUMULAR-APLICADO-CARGO.
           MOVE 0 TO WS-TOTAL-PAGADO
           MOVE 'N' TO WS-EOF-APLIC
           MOVE CARGO-LLAVE TO APLIC-CARGO
           START APLICACIONES-FILE KEY IS EQUAL TO APLIC-CARGO
               INVALID KEY
                   SET EOF-APLICACION TO TRUE
           END-START
           PERFORM UNTIL EOF-APLICACION
               READ APLICACIONES-FILE NEXT RECORD
                   AT END
                       SET EOF-APLICACION TO TRUE
                   NOT AT END
                       IF APLIC-CARGO NOT = CARGO-LLAVE
                           SET EOF-APLICACION TO TRUE
                       ELSE
                           ADD APLIC-IMPORTE TO WS-TOTAL-PAGADO
                       END-IF
               END-READ
           END-PERFORM.

       LEER-CONCEPTO-CARGO.
           MOVE 'N' TO WS-CONCEPTO-FLAG
           MOVE SPACES TO CONCEPTO-CODIGO
           MOVE CARGO-CONCEPTO TO CONCEPTO-CODIGO
           READ CONCEPTOS-FILE
               INVALID KEY
                   MOVE CARGO-CONCEPTO TO CONCEPTO-DESCRIPCION
                   MOVE 0 TO CONCEPTO-DIA-LIMITE
               NOT INVALID KEY
                   SET CONCEPTO-ENCONTRADO TO TRUE
           END-READ.

       CALCULAR-VENCIMIENTO.
           MOVE CONCEPTO-DIA-LIMITE TO WS-DIA-LIMITE
           IF WS-DIA-LIMITE = 0
               MOVE 1 TO WS-DIA-LIMITE
           END-IF
           MOVE SPACES TO WS-VENCE-CARGO
           STRING CARGO-MES DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DIA-LIMITE DELIMITED BY SIZE
               INTO WS-VENCE-CARGO
           MOVE 0 TO WS-RECARGO-CARGO
           IF CONCEPTO-ENCONTRADO AND CARGO-NORMAL AND
                   NOT RECARGO-GENERADO AND NOT SIN-RECARGO AND
                   CONCEPTO-DIA-LIMITE > 0
               EVALUATE TRUE
                   WHEN RECARGO-PORCENTAJE
                       COMPUTE WS-RECARGO-CARGO ROUNDED =
                           WS-SALDO-CARGO *
                           CONCEPTO-RECARGO-VALOR / 100
                   WHEN RECARGO-CUOTA-FIJA
                       MOVE CONCEPTO-RECARGO-VALOR TO WS-RECARGO-CARGO
               END-EVALUATE
           END-IF.

       LIBERAR-CARGO-AVISO.
           ADD 1 TO WS-NUM-CARGOS
           MOVE WS-FAMILIA-ALUMNO TO SA-FAMILIA
           MOVE CARGO-ALUMNO TO SA-ALUMNO
           MOVE CARGO-MES TO SA-MES
           MOVE CARGO-CONCEPTO TO SA-CONCEPTO
           MOVE WS-NOMBRE-ALUMNO TO SA-NOMBRE
           MOVE CONCEPTO-DESCRIPCION TO SA-DESCRIPCION
           INSPECT SA-DESCRIPCION REPLACING ALL "," BY " "
           INSPECT SA-DESCRIPCION REPLACING ALL ";" BY " "
           MOVE WS-SALDO-CARGO TO SA-SALDO
           MOVE WS-VENCE-CARGO TO SA-VENCE
           MOVE WS-RECARGO-CARGO TO SA-RECARGO
           MOVE CARGO-LLAVE TO AVISO-CARGO
           MOVE SA-ESTADO TO AVISO-ESTADO
           READ AVISOS-FILE
               INVALID KEY
                   MOVE "S" TO SA-NUEVO
               NOT INVALID KEY
                   MOVE "N" TO SA-NUEVO
           END-READ
           RELEASE SORT-AVISO-REC.

       PROCESAR-SORT-AVISOS.
           SET PRIMER-RENGLON TO TRUE
           MOVE 0 TO WS-NUM-PARTIDAS
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-AVISOS
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       PERFORM ACUMULAR-PARTIDA
               END-RETURN
           END-PERFORM
           IF WS-NUM-PARTIDAS > 0
               PERFORM CERRAR-FAMILIA
           END-IF.

       ACUMULAR-PARTIDA.
           IF NOT PRIMER-RENGLON AND SA-FAMILIA NOT = WS-FAMILIA-ACTUAL
               PERFORM CERRAR-FAMILIA
           END-IF
           MOVE 'N' TO WS-PRIMER-RENGLON
           MOVE SA-FAMILIA TO WS-FAMILIA-ACTUAL
           IF WS-NUM-PARTIDAS < WS-PARTIDAS-MAX
               ADD 1 TO WS-NUM-PARTIDAS
               MOVE SA-ALUMNO TO WS-PA-ALUMNO(WS-NUM-PARTIDAS)
               MOVE SA-MES TO WS-PA-MES(WS-NUM-PARTIDAS)
               MOVE SA-CONCEPTO TO WS-PA-CONCEPTO(WS-NUM-PARTIDAS)
               MOVE SA-NOMBRE TO WS-PA-NOMBRE(WS-NUM-PARTIDAS)
               MOVE SA-DESCRIPCION
                   TO WS-PA-DESCRIPCION(WS-NUM-PARTIDAS)
               MOVE SA-SALDO TO WS-PA-SALDO(WS-NUM-PARTIDAS)
               MOVE SA-VENCE TO WS-PA-VENCE(WS-NUM-PARTIDAS)
               MOVE SA-RECARGO TO WS-PA-RECARGO(WS-NUM-PARTIDAS)
               MOVE SA-ESTADO TO WS-PA-ESTADO(WS-NUM-PARTIDAS)
               MOVE SA-NUEVO TO WS-PA-NUEVO(WS-NUM-PARTIDAS)
           ELSE
               ADD 1 TO WS-NUM-EXCEDENTES
               DISPLAY "FAMILIA " WS-FAMILIA-ACTUAL
                   " CON MAS DE " WS-PARTIDAS-MAX " CARGOS, SE OMITE "
                   SA-ALUMNO " " SA-MES " " SA-CONCEPTO
           END-IF.

       CERRAR-FAMILIA.
           ADD 1 TO WS-NUM-FAMILIAS
           MOVE 'N' TO WS-NUEVOS-FLAG
           MOVE 'N' TO WS-VENCIDO-FLAG
           MOVE 0 TO WS-TOTAL-FAMILIA
           MOVE 0 TO WS-RECARGO-FAMILIA
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
               IF WS-PA-NUEVO(WS-IDX-PA) = "S"
                   SET HAY-NUEVOS TO TRUE
               END-IF
               IF WS-PA-ESTADO(WS-IDX-PA) = "V"
                   SET HAY-VENCIDOS TO TRUE
               END-IF
               ADD WS-PA-SALDO(WS-IDX-PA) TO WS-TOTAL-FAMILIA
               ADD WS-PA-RECARGO(WS-IDX-PA) TO WS-RECARGO-FAMILIA
           END-PERFORM
           IF HAY-NUEVOS OR WS-REENVIAR = "S" OR WS-REENVIAR = "s"
               PERFORM BUSCAR-TUTOR-FAMILIA
               IF WS-CSV-EMAIL = SPACES
                   ADD 1 TO WS-NUM-SIN-CORREO
                   DISPLAY "FAMILIA " WS-FAMILIA-ACTUAL
                       " SIN CORREO DE TUTOR EN tutores.dat"
               ELSE
                   PERFORM ESCRIBIR-RENGLON-CSV
                   PERFORM REGISTRAR-AVISOS-FAMILIA
                   ADD 1 TO WS-NUM-AVISADAS
                   ADD WS-TOTAL-FAMILIA TO WS-IMPORTE-TOTAL
                   ADD WS-RECARGO-FAMILIA TO WS-RECARGO-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-NUM-YA-AVISADAS
           END-IF
           MOVE 0 TO WS-NUM-PARTIDAS.

       BUSCAR-TUTOR-FAMILIA.
           MOVE SPACES TO WS-CSV-TUTOR
           MOVE SPACES TO WS-CSV-EMAIL
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
                      OR WS-CSV-EMAIL NOT = SPACES
               MOVE WS-PA-ALUMNO(WS-IDX-PA) TO TUTOR-ALUMNO
               READ TUTORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TUTOR-EMAIL NOT = SPACES
                           MOVE TUTOR-RAZON-SOCIAL TO WS-CSV-TUTOR
                           MOVE TUTOR-EMAIL TO WS-CSV-EMAIL
                       END-IF
               END-READ
           END-PERFORM
           INSPECT WS-CSV-TUTOR REPLACING ALL "," BY " "
           INSPECT WS-CSV-EMAIL REPLACING ALL "," BY " ".

       ESCRIBIR-RENGLON-CSV.
           MOVE SPACES TO CSV-LINEA
           MOVE 1 TO WS-PUNTERO
           STRING FUNCTION TRIM(WS-FAMILIA-ACTUAL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-TUTOR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-EMAIL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO CSV-LINEA WITH POINTER WS-PUNTERO
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
               IF WS-IDX-PA = 1
                   STRING FUNCTION TRIM(WS-PA-NOMBRE(WS-IDX-PA))
                           DELIMITED BY SIZE
                       INTO CSV-LINEA WITH POINTER WS-PUNTERO
               ELSE
                   IF WS-PA-ALUMNO(WS-IDX-PA) NOT =
                           WS-PA-ALUMNO(WS-IDX-PA - 1)
                       STRING "; " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PA-NOMBRE(WS-IDX-PA))
                                  DELIMITED BY SIZE
                           INTO CSV-LINEA WITH POINTER WS-PUNTERO
                   END-IF
               END-IF
           END-PERFORM
           STRING "," DELIMITED BY SIZE
               INTO CSV-LINEA WITH POINTER WS-PUNTERO
           MOVE SPACES TO WS-CSV-SEPARADOR
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
               STRING WS-CSV-SEPARADOR DELIMITED BY SPACE
                      FUNCTION TRIM(WS-PA-DESCRIPCION(WS-IDX-PA))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PA-MES(WS-IDX-PA) DELIMITED BY SIZE
                   INTO CSV-LINEA WITH POINTER WS-PUNTERO
               MOVE ";" TO WS-CSV-SEPARADOR
           END-PERFORM
           STRING "," DELIMITED BY SIZE
               INTO CSV-LINEA WITH POINTER WS-PUNTERO
           MOVE SPACES TO WS-CSV-SEPARADOR
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
               MOVE WS-PA-SALDO(WS-IDX-PA) TO WS-CSV-IMPORTE
               INSPECT WS-CSV-IMPORTE REPLACING ALL "," BY "."
               STRING WS-CSV-SEPARADOR DELIMITED BY SPACE
                      FUNCTION TRIM(WS-CSV-IMPORTE) DELIMITED BY SIZE
                   INTO CSV-LINEA WITH POINTER WS-PUNTERO
               MOVE ";" TO WS-CSV-SEPARADOR
           END-PERFORM
           STRING "," DELIMITED BY SIZE
               INTO CSV-LINEA WITH POINTER WS-PUNTERO
           MOVE SPACES TO WS-CSV-SEPARADOR
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
               STRING WS-CSV-SEPARADOR DELIMITED BY SPACE
                      WS-PA-VENCE(WS-IDX-PA) DELIMITED BY SIZE
                   INTO CSV-LINEA WITH POINTER WS-PUNTERO
               MOVE ";" TO WS-CSV-SEPARADOR
           END-PERFORM
           STRING "," DELIMITED BY SIZE
               INTO CSV-LINEA WITH POINTER WS-PUNTERO
           MOVE SPACES TO WS-CSV-SEPARADOR
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
               MOVE WS-PA-RECARGO(WS-IDX-PA) TO WS-CSV-IMPORTE
               INSPECT WS-CSV-IMPORTE REPLACING ALL "," BY "."
               STRING WS-CSV-SEPARADOR DELIMITED BY SPACE
                      FUNCTION TRIM(WS-CSV-IMPORTE) DELIMITED BY SIZE
                   INTO CSV-LINEA WITH POINTER WS-PUNTERO
               MOVE ";" TO WS-CSV-SEPARADOR
           END-PERFORM
           IF HAY-VENCIDOS
               MOVE "VENCIDO" TO WS-CSV-ESTATUS
           ELSE
               MOVE "POR VENCER" TO WS-CSV-ESTATUS
           END-IF
           MOVE WS-TOTAL-FAMILIA TO WS-CSV-IMPORTE
           INSPECT WS-CSV-IMPORTE REPLACING ALL "," BY "."
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-IMPORTE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO CSV-LINEA WITH POINTER WS-PUNTERO
           MOVE WS-RECARGO-FAMILIA TO WS-CSV-IMPORTE
           INSPECT WS-CSV-IMPORTE REPLACING ALL "," BY "."
           STRING FUNCTION TRIM(WS-CSV-IMPORTE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-ESTATUS) DELIMITED BY SIZE
               INTO CSV-LINEA WITH POINTER WS-PUNTERO
           WRITE CSV-LINEA.

       REGISTRAR-AVISOS-FAMILIA.
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > WS-NUM-PARTIDAS
               PERFORM REGISTRAR-AVISO
           END-PERFORM.

       REGISTRAR-AVISO.
           MOVE WS-PA-ALUMNO(WS-IDX-PA) TO AVISO-CAR-ALUMNO
           MOVE WS-PA-MES(WS-IDX-PA) TO AVISO-CAR-MES
           MOVE WS-PA-CONCEPTO(WS-IDX-PA) TO AVISO-CAR-CONCEPTO
           MOVE WS-PA-ESTADO(WS-IDX-PA) TO AVISO-ESTADO
           READ AVISOS-FILE
               INVALID KEY
                   MOVE 0 TO AVISO-NUM-ENVIOS
                   PERFORM LLENAR-AVISO
                   WRITE AVISO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL REGISTRAR EL AVISO DEL"
                               " ALUMNO " AVISO-CAR-ALUMNO
                               " STATUS " FS-AVISOS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM LLENAR-AVISO
                   REWRITE AVISO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL AVISO DEL"
                               " ALUMNO " AVISO-CAR-ALUMNO
                               " STATUS " FS-AVISOS
                   END-REWRITE
           END-READ.

       LLENAR-AVISO.
           MOVE WS-FAMILIA-ACTUAL TO AVISO-FAMILIA
           MOVE WS-FECHA-FORMATEADA TO AVISO-FECHA
           MOVE WS-HORA-FORMATEADA TO AVISO-HORA
           MOVE WS-MES-AVISAR TO AVISO-MES-CORRIDA
           MOVE WS-CSV-EMAIL TO AVISO-EMAIL
           MOVE WS-PA-SALDO(WS-IDX-PA) TO AVISO-SALDO
           MOVE WS-PA-VENCE(WS-IDX-PA) TO AVISO-VENCE
           MOVE WS-PA-RECARGO(WS-IDX-PA) TO AVISO-RECARGO
           ADD 1 TO AVISO-NUM-ENVIOS.

       IMPRIMIR-RESUMEN.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "AVISOS DE PAGO - MES " WS-MES-AVISAR
           DISPLAY "VENCIMIENTOS HASTA EL " WS-FECHA-LIMITE
           DISPLAY "ALUMNOS REVISADOS:         " WS-NUM-ALUMNOS
           DISPLAY "CARGOS A AVISAR:           " WS-NUM-CARGOS
           DISPLAY "FAMILIAS CON CARGOS:       " WS-NUM-FAMILIAS
           DISPLAY "FAMILIAS EN EL ARCHIVO:    " WS-NUM-AVISADAS
           DISPLAY "YA AVISADAS, SIN NOVEDAD:  " WS-NUM-YA-AVISADAS
           DISPLAY "SIN CORREO DE TUTOR:       " WS-NUM-SIN-CORREO
           IF WS-NUM-EXCEDENTES > 0
               DISPLAY "CARGOS OMITIDOS (TABLA):   " WS-NUM-EXCEDENTES
           END-IF
           MOVE WS-IMPORTE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "IMPORTE AVISADO:           " WS-DISPLAY-TOTAL
           MOVE WS-RECARGO-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "RECARGOS POR APLICAR:      " WS-DISPLAY-TOTAL
           DISPLAY "ARCHIVO PARA ENVIO: " WS-CSV-NOMBRE
           DISPLAY "================================================".

       CONSULTAR-AVISOS.
           OPEN INPUT FAMILIAS-FILE
           IF FS-FAMILIAS = "35"
               OPEN OUTPUT FAMILIAS-FILE
               CLOSE FAMILIAS-FILE
               OPEN INPUT FAMILIAS-FILE
           END-IF
           PERFORM ABRIR-AVISOS-FILE
           DISPLAY "FAMILIA O ALUMNO (CODIGO): " WITH NO ADVANCING
           ACCEPT WS-CODIGO-BUSCAR
           MOVE FUNCTION TRIM(WS-CODIGO-BUSCAR) TO WS-FAMILIA-ACTUAL
           MOVE SPACES TO FAMILIA-ALUMNO
           MOVE WS-FAMILIA-ACTUAL TO FAMILIA-ALUMNO
           READ FAMILIAS-FILE KEY IS FAMILIA-ALUMNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FAMILIA-ACTIVA
                       MOVE FAMILIA-CODIGO TO WS-FAMILIA-ACTUAL
                   END-IF
           END-READ
           DISPLAY " "
           DISPLAY "AVISOS ENVIADOS A LA FAMILIA " WS-FAMILIA-ACTUAL
           DISPLAY "FECHA      HORA     ALUMNO     MES     CONCEPTO  "
               " E       SALDO VENCE      ENVIOS"
           MOVE 0 TO WS-NUM-CONSULTA
           MOVE WS-FAMILIA-ACTUAL TO AVISO-FAMILIA
           MOVE 'N' TO WS-EOF-AVISO
           START AVISOS-FILE KEY IS EQUAL TO AVISO-FAMILIA
               INVALID KEY
                   SET EOF-AVISO TO TRUE
           END-START
           PERFORM UNTIL EOF-AVISO
               READ AVISOS-FILE NEXT RECORD
                   AT END
                       SET EOF-AVISO TO TRUE
                   NOT AT END
                       IF AVISO-FAMILIA NOT = WS-FAMILIA-ACTUAL
                           SET EOF-AVISO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-AVISO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NUM-CONSULTA = 0
               DISPLAY "LA FAMILIA NO TIENE AVISOS REGISTRADOS"
           ELSE
               DISPLAY "AVISOS REGISTRADOS: " WS-NUM-CONSULTA
           END-IF
           CLOSE FAMILIAS-FILE
           CLOSE AVISOS-FILE.

       MOSTRAR-AVISO.
           ADD 1 TO WS-NUM-CONSULTA
           MOVE AVISO-SALDO TO WS-DISPLAY-IMPORTE
           MOVE SPACES TO WS-REPORTE-LINEA
           STRING AVISO-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-CAR-ALUMNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-CAR-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-CAR-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-VENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-NUM-ENVIOS DELIMITED BY SIZE
               INTO WS-REPORTE-LINEA
           DISPLAY WS-REPORTE-LINEA.

       TERMINATE-PROGRAM.
           CLOSE ALUMNO-FILE
           CLOSE CARGOS-FILE
           CLOSE CONCEPTOS-FILE
           CLOSE FAMILIAS-FILE
           CLOSE TUTORES-FILE
           CLOSE APLICACIONES-FILE
           CLOSE AVISOS-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-HISTORICA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-FILE ASSIGN DYNAMIC WS-MOV-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-MOV.

           SELECT CERRADOS-FILE ASSIGN TO "PERIODOS-CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CER.

           SELECT SALDOS-FILE ASSIGN DYNAMIC WS-SALDOS-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS FS-STATUS-SAL.

           SELECT MATERIAL-FILE ASSIGN TO "MATERIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CLAVE
               FILE STATUS IS FS-STATUS.

           SELECT REPORTE-FILE ASSIGN DYNAMIC WS-REPORTE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  CERRADOS-FILE.
       01  CERRADO-REG.
           05 CER-PERIODO       PIC 9(06).

       FD  SALDOS-FILE.
       01  SALDO-REG.
           05 SAL-CLAVE.
              10 SAL-ID             PIC 9(05).
              10 SAL-ALMACEN        PIC X(04).
           05 SAL-NOMBRE            PIC X(20).
           05 SAL-CANTIDAD          PIC 9(06).
           05 SAL-MINIMO            PIC 9(04).
           05 SAL-COSTO-UNITARIO    PIC 9(06)V99.

       FD  MATERIAL-FILE.
       01  MATERIAL-REG.
           05 MAT-CLAVE.
              10 MAT-ID         PIC 9(05).
              10 MAT-ALMACEN    PIC X(04).
           05 MAT-NOMBRE        PIC X(20).
           05 MAT-CANTIDAD      PIC 9(06).
           05 MAT-MINIMO        PIC 9(04).
           05 MAT-COSTO-UNITARIO PIC 9(06)V99.

       FD  REPORTE-FILE.
       01  REPORTE-LINEA        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS         PIC XX.
           05 FS-STATUS-MOV     PIC XX.
           05 FS-STATUS-CER     PIC XX.
           05 FS-STATUS-SAL     PIC XX.
           05 FS-STATUS-REP     PIC XX.
           05 WS-PARM-FECHA     PIC X(08).
           05 WS-MOV-NOMBRE     PIC X(30).
           05 WS-SALDOS-NOMBRE  PIC X(30).
           05 WS-REPORTE-NOMBRE PIC X(30).
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-PROCESO-OK     PIC X VALUE 'S'.
           05 WS-EOF-MOV        PIC X VALUE 'N'.
           05 WS-EOF-CER        PIC X VALUE 'N'.
           05 WS-EOF-SAL        PIC X VALUE 'N'.
           05 WS-EOF-MAT        PIC X VALUE 'N'.
           05 WS-DESBORDE-ITM   PIC X VALUE 'N'.
           05 WS-DESBORDE-ALM   PIC X VALUE 'N'.
           05 WS-HAY-BASE       PIC X VALUE 'N'.
           05 WS-LEER-ABIERTO   PIC X VALUE 'N'.
           05 WS-FECHA-HOY      PIC 9(08).
           05 WS-FECHA-POS      PIC 9(08).
           05 WS-PERIODO-POS    PIC 9(06).
           05 WS-PERIODO-BASE   PIC 9(06).
           05 WS-PERIODO-DESDE  PIC 9(06) VALUE ZERO.
           05 WS-PERIODO-LINEA  PIC 9(06).
           05 WS-PRIMER-CERRADO PIC 9(06) VALUE ZERO.
           05 WS-ULTIMO-CERRADO PIC 9(06) VALUE ZERO.
           05 WS-PER-ANIO       PIC 9(04).
           05 WS-PER-MES        PIC 9(02).
           05 WS-CER-TOTAL      PIC 9(03) VALUE ZERO.
           05 WS-CER-IDX        PIC 9(03).
           05 WS-CER-JDX        PIC 9(03).
           05 WS-CER-AUX        PIC 9(06).
           05 WS-CER-REPETIDO   PIC X.
           05 WS-ITM-TOTAL      PIC 9(04) VALUE ZERO.
           05 WS-ITM-IDX        PIC 9(04).
           05 WS-ITM-JDX        PIC 9(04).
           05 WS-ITM-HALLADO    PIC 9(04).
           05 WS-BAJO           PIC 9(04).
           05 WS-ALTO           PIC 9(04).
           05 WS-MEDIO          PIC 9(04).
           05 WS-ALM-TOTAL      PIC 9(03) VALUE ZERO.
           05 WS-ALM-IDX        PIC 9(03).
           05 WS-ALM-JDX        PIC 9(03).
           05 WS-ALM-AUX        PIC X(04).
           05 WS-ALM-ACTUAL     PIC X(04).
           05 WS-ENCONTRADO     PIC X VALUE 'N'.
           05 WS-ARCHIVOS-LEIDOS PIC 9(03) VALUE ZERO.
           05 WS-LINEAS-LEIDAS  PIC 9(07) VALUE ZERO.
           05 WS-LINEAS-APLICADAS PIC 9(07) VALUE ZERO.
           05 WS-MOV-ANTERIORES PIC 9(07) VALUE ZERO.
           05 WS-MOV-CONSIGNA   PIC 9(07) VALUE ZERO.
           05 WS-ITEMS-MARCADOS PIC 9(05) VALUE ZERO.
           05 WS-ITEMS-LISTADOS PIC 9(05) VALUE ZERO.
           05 WS-COSTO-VIGENTE  PIC 9(06)V99.
           05 WS-VALOR-ITEM     PIC 9(12)V99.
           05 WS-ALM-UNIDADES   PIC S9(10).
           05 WS-ALM-VALOR      PIC 9(14)V99.
           05 WS-TOT-UNIDADES   PIC S9(10) VALUE ZERO.
           05 WS-TOT-VALOR      PIC 9(14)V99 VALUE ZERO.
           05 WS-MARCADO        PIC X.
           05 WS-UNIDADES-ED    PIC -(9)9.
           05 WS-IMPORTE-ED     PIC Z(13)9.99.

       01  WS-FECHA-ACTUAL.
           05 WS-FA-ANIO        PIC 9(04).
           05 WS-FA-MES         PIC 9(02).
           05 WS-FA-DIA         PIC 9(02).
           05 FILLER            PIC X(13).

       01  WS-FECHA-PARM.
           05 WS-FP-ANIO        PIC 9(04).
           05 WS-FP-MES         PIC 9(02).
           05 WS-FP-DIA         PIC 9(02).

       01  WS-BUS-CLAVE.
           05 WS-BUS-ID         PIC 9(05).
           05 WS-BUS-ALMACEN    PIC X(04).

       01  WS-TABLA-CERRADOS.
           05 WS-CER-PERIODO OCCURS 240 TIMES PIC 9(06).

       01  WS-TABLA-ITEMS.
           05 WS-ITM OCCURS 5000 TIMES.
              10 WS-ITM-CLAVE.
                 15 WS-ITM-ID      PIC 9(05).
                 15 WS-ITM-ALMACEN PIC X(04).
              10 WS-ITM-NOMBRE     PIC X(20).
              10 WS-ITM-COSTO-MAT  PIC 9(06)V99.
              10 WS-ITM-EN-MATERIA PIC X(01).
              10 WS-ITM-EN-SALDO   PIC X(01).
              10 WS-ITM-SALDO      PIC 9(06).
              10 WS-ITM-COSTO-SAL  PIC 9(06)V99.
              10 WS-ITM-ANCLADO    PIC X(01).
              10 WS-ITM-SALDO-VISTO PIC X(01).
              10 WS-ITM-POSICION   PIC S9(08).
              10 WS-ITM-ULT-DESPUES PIC 9(06).
              10 WS-ITM-MOVS       PIC 9(07).
              10 WS-ITM-SALTOS     PIC 9(05).
              10 WS-ITM-NEGATIVO   PIC X(01).
              10 WS-ITM-HAY-COSTO  PIC X(01).
              10 WS-ITM-COSTO-MOV  PIC 9(06)V99.
              10 WS-ITM-HAY-POST   PIC X(01).
              10 WS-ITM-COSTO-POST PIC 9(06)V99.

       01  WS-TABLA-ALMACENES.
           05 WS-ALM-ITEM OCCURS 200 TIMES.
              10 WS-ALM-CODIGO  PIC X(04).

       01  WS-REP-DETALLE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RD-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RD-NOMBRE      PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RD-CANTIDAD    PIC -(7)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RD-COSTO       PIC Z(05)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RD-VALOR       PIC Z(11)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RD-MARCA-NEG   PIC X(04).
           05 WS-RD-MARCA-SEC   PIC X(04).
           05 WS-RD-MARCA-APE   PIC X(04).
           05 WS-RD-MARCA-CST   PIC X(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-HOY
           ACCEPT WS-PARM-FECHA FROM COMMAND-LINE
           IF WS-PARM-FECHA = SPACES
               DISPLAY "Fecha de la posicion (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-PARM-FECHA
           END-IF
           MOVE WS-PARM-FECHA TO WS-FECHA-PARM
           IF WS-FECHA-PARM NOT NUMERIC
                   OR WS-FP-MES < 1 OR WS-FP-MES > 12
                   OR WS-FP-DIA < 1 OR WS-FP-DIA > 31
               DISPLAY "ERROR: Fecha invalida: " WS-PARM-FECHA
                       "; use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-PARM TO WS-FECHA-POS
           IF WS-FECHA-POS > WS-FECHA-HOY
               DISPLAY "ERROR: La fecha " WS-FECHA-POS
                       " es posterior a hoy."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIODO-POS = WS-FP-ANIO * 100 + WS-FP-MES
           MOVE SPACES TO WS-REPORTE-NOMBRE
           STRING "POSICION-" WS-FECHA-POS ".PRT"
               DELIMITED BY SIZE INTO WS-REPORTE-NOMBRE
           DISPLAY "=== POSICION DE INVENTARIO AL " WS-FP-DIA "/"
                   WS-FP-MES "/" WS-FP-ANIO " ==="
           PERFORM CARGAR-PERIODOS-CERRADOS
           PERFORM CARGAR-MATERIALES
           IF WS-PROCESO-OK = 'S'
               PERFORM BUSCAR-SALDO-BASE
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM REPRODUCIR-PERIODOS
           END-IF
           IF WS-DESBORDE-ITM = 'S'
               DISPLAY "ERROR: Mas de 5000 claves material/almacen; "
                       "posicion cancelada."
               MOVE 'N' TO WS-PROCESO-OK
           END-IF
           IF WS-PROCESO-OK = 'S'
               OPEN OUTPUT REPORTE-FILE
               IF FS-STATUS-REP NOT = "00"
                   DISPLAY "ERROR: No se pudo crear " WS-REPORTE-NOMBRE
                           ": " FS-STATUS-REP
                   MOVE 'N' TO WS-PROCESO-OK
               ELSE
                   PERFORM IMPRIMIR-POSICION
                   CLOSE REPORTE-FILE
               END-IF
           END-IF
           IF WS-PROCESO-OK = 'S'
               MOVE WS-TOT-VALOR TO WS-IMPORTE-ED
               DISPLAY "Archivos de movimientos leidos: "
                       WS-ARCHIVOS-LEIDOS
               DISPLAY "Movimientos reproducidos: " WS-LINEAS-APLICADAS
               DISPLAY "Claves listadas: " WS-ITEMS-LISTADOS
                       "  marcadas: " WS-ITEMS-MARCADOS
               DISPLAY "Valor total: " WS-IMPORTE-ED
               DISPLAY "Reporte generado en " WS-REPORTE-NOMBRE
               IF WS-ITEMS-MARCADOS > ZERO OR WS-HAY-BASE = 'N'
                       OR WS-MOV-ANTERIORES > ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           ELSE
               MOVE 8 TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       CARGAR-PERIODOS-CERRADOS.
           OPEN INPUT CERRADOS-FILE
           IF FS-STATUS-CER = "00"
               MOVE 'N' TO WS-EOF-CER
               PERFORM UNTIL WS-EOF-CER = 'S'
                   READ CERRADOS-FILE
                       AT END MOVE 'S' TO WS-EOF-CER
                       NOT AT END
                           IF CER-PERIODO NUMERIC
                               PERFORM ANOTAR-PERIODO-CERRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERRADOS-FILE
           END-IF
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX >= WS-CER-TOTAL
               PERFORM VARYING WS-CER-JDX FROM WS-CER-IDX BY 1
                       UNTIL WS-CER-JDX > WS-CER-TOTAL
                   IF WS-CER-PERIODO(WS-CER-JDX)
                           < WS-CER-PERIODO(WS-CER-IDX)
                       MOVE WS-CER-PERIODO(WS-CER-IDX) TO WS-CER-AUX
                       MOVE WS-CER-PERIODO(WS-CER-JDX)
                            TO WS-CER-PERIODO(WS-CER-IDX)
                       MOVE WS-CER-AUX TO WS-CER-PERIODO(WS-CER-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-CER-TOTAL > ZERO
               MOVE WS-CER-PERIODO(1) TO WS-PRIMER-CERRADO
               MOVE WS-CER-PERIODO(WS-CER-TOTAL) TO WS-ULTIMO-CERRADO
           END-IF.

       ANOTAR-PERIODO-CERRADO.
           MOVE 'N' TO WS-CER-REPETIDO
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-TOTAL
               IF WS-CER-PERIODO(WS-CER-IDX) = CER-PERIODO
                   MOVE 'S' TO WS-CER-REPETIDO
               END-IF
           END-PERFORM
           IF WS-CER-REPETIDO = 'N'
               IF WS-CER-TOTAL >= 240
                   DISPLAY "ERROR: PERIODOS-CERRADOS.DAT excede 240 "
                           "periodos."
                   MOVE 'N' TO WS-PROCESO-OK
                   MOVE 'S' TO WS-EOF-CER
               ELSE
                   ADD 1 TO WS-CER-TOTAL
                   MOVE CER-PERIODO TO WS-CER-PERIODO(WS-CER-TOTAL)
               END-IF
           END-IF.

       CARGAR-MATERIALES.
           OPEN INPUT MATERIAL-FILE
           IF FS-STATUS = "35"
               DISPLAY "AVISO: MATERIA.DAT no existe; los nombres se "
                       "toman del saldo de apertura."
           ELSE
           IF FS-STATUS NOT = "00"
               DISPLAY "ERROR: No se pudo abrir MATERIA.DAT: "
                       FS-STATUS
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               MOVE LOW-VALUES TO MAT-CLAVE
               START MATERIAL-FILE KEY NOT LESS MAT-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-MAT
               END-START
               PERFORM UNTIL WS-EOF-MAT = 'S'
                   READ MATERIAL-FILE NEXT
                       AT END MOVE 'S' TO WS-EOF-MAT
                       NOT AT END
                           MOVE MAT-ID TO WS-BUS-ID
                           MOVE MAT-ALMACEN TO WS-BUS-ALMACEN
                           PERFORM UBICAR-ITEM
                           IF WS-ITM-HALLADO NOT = ZERO
                               MOVE MAT-NOMBRE
                                    TO WS-ITM-NOMBRE(WS-ITM-HALLADO)
                               MOVE MAT-COSTO-UNITARIO
                                    TO WS-ITM-COSTO-MAT(WS-ITM-HALLADO)
                               MOVE 'S'
                                 TO WS-ITM-EN-MATERIA(WS-ITM-HALLADO)
                           ELSE
                               MOVE 'S' TO WS-EOF-MAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-FILE
           END-IF
           END-IF.

       BUSCAR-SALDO-BASE.
           MOVE WS-PERIODO-POS TO WS-PERIODO-BASE
           PERFORM ABRIR-SALDOS
           PERFORM UNTIL FS-STATUS-SAL NOT = "35"
                      OR WS-CER-TOTAL = ZERO
                      OR WS-PERIODO-BASE <= WS-PRIMER-CERRADO
               DIVIDE WS-PERIODO-BASE BY 100
                   GIVING WS-PER-ANIO REMAINDER WS-PER-MES
               IF WS-PER-MES = 1
                   SUBTRACT 1 FROM WS-PER-ANIO
                   MOVE 12 TO WS-PER-MES
               ELSE
                   SUBTRACT 1 FROM WS-PER-MES
               END-IF
               COMPUTE WS-PERIODO-BASE =
                       WS-PER-ANIO * 100 + WS-PER-MES
               PERFORM ABRIR-SALDOS
           END-PERFORM
           IF FS-STATUS-SAL = "00"
               MOVE 'S' TO WS-HAY-BASE
               MOVE WS-PERIODO-BASE TO WS-PERIODO-DESDE
               DISPLAY "Saldo base: " WS-SALDOS-NOMBRE
               PERFORM CARGAR-SALDOS
               CLOSE SALDOS-FILE
           ELSE
           IF FS-STATUS-SAL = "35"
               DISPLAY "AVISO: No hay saldo de apertura anterior a la "
                       "fecha; se reconstruye desde el primer "
                       "movimiento registrado."
           ELSE
               DISPLAY "ERROR: No se pudo abrir " WS-SALDOS-NOMBRE
                       ": " FS-STATUS-SAL
               MOVE 'N' TO WS-PROCESO-OK
           END-IF
           END-IF.

       ABRIR-SALDOS.
           MOVE SPACES TO WS-SALDOS-NOMBRE
           STRING "SALDOS-APERTURA-" WS-PERIODO-BASE ".DAT"
               DELIMITED BY SIZE INTO WS-SALDOS-NOMBRE
           OPEN INPUT SALDOS-FILE.

       CARGAR-SALDOS.
           MOVE 'N' TO WS-EOF-SAL
           PERFORM UNTIL WS-EOF-SAL = 'S'
               READ SALDOS-FILE
                   AT END MOVE 'S' TO WS-EOF-SAL
                   NOT AT END
                       MOVE SAL-ID TO WS-BUS-ID
                       MOVE SAL-ALMACEN TO WS-BUS-ALMACEN
                       PERFORM UBICAR-ITEM
                       IF WS-ITM-HALLADO NOT = ZERO
                           MOVE 'S' TO WS-ITM-EN-SALDO(WS-ITM-HALLADO)
                           MOVE SAL-CANTIDAD
                                TO WS-ITM-SALDO(WS-ITM-HALLADO)
                           MOVE SAL-COSTO-UNITARIO
                                TO WS-ITM-COSTO-SAL(WS-ITM-HALLADO)
                           IF WS-ITM-NOMBRE(WS-ITM-HALLADO) = SPACES
                               MOVE SAL-NOMBRE
                                    TO WS-ITM-NOMBRE(WS-ITM-HALLADO)
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-EOF-SAL
                       END-IF
               END-READ
           END-PERFORM.

       REPRODUCIR-PERIODOS.
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-TOTAL
                      OR WS-DESBORDE-ITM = 'S'
               IF WS-CER-PERIODO(WS-CER-IDX) >= WS-PERIODO-DESDE
                      AND WS-CER-PERIODO(WS-CER-IDX) <= WS-PERIODO-POS
                   MOVE SPACES TO WS-MOV-NOMBRE
                   STRING "MOVIMIENTOS-" WS-CER-PERIODO(WS-CER-IDX)
                          ".DAT"
                       DELIMITED BY SIZE INTO WS-MOV-NOMBRE
                   PERFORM LEER-ARCHIVO-MOV
               END-IF
           END-PERFORM
           IF WS-PERIODO-POS > WS-ULTIMO-CERRADO
               MOVE 'S' TO WS-LEER-ABIERTO
               MOVE "MOVIMIENTOS.DAT" TO WS-MOV-NOMBRE
               PERFORM LEER-ARCHIVO-MOV
           END-IF
           IF WS-MOV-ANTERIORES > ZERO
               DISPLAY "AVISO: " WS-MOV-ANTERIORES " lineas de "
                       "movimiento con formato anterior ignoradas; "
                       "ejecute CONVERSION-MOVIMIENTOS."
           END-IF.

       LEER-ARCHIVO-MOV.
           OPEN INPUT MOVIMIENTOS-FILE
           IF FS-STATUS-MOV = "35"
               CONTINUE
           ELSE
           IF FS-STATUS-MOV NOT = "00"
               DISPLAY "ERROR: No se pudo abrir " WS-MOV-NOMBRE ": "
                       FS-STATUS-MOV
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               ADD 1 TO WS-ARCHIVOS-LEIDOS
               MOVE 'N' TO WS-EOF-MOV
               PERFORM UNTIL WS-EOF-MOV = 'S'
                      OR WS-DESBORDE-ITM = 'S'
                   READ MOVIMIENTOS-FILE
                       AT END MOVE 'S' TO WS-EOF-MOV
                       NOT AT END PERFORM ANALIZAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF
           END-IF.

       ANALIZAR-MOVIMIENTO.
           IF NOT MOV-VERSION-ACTUAL
               ADD 1 TO WS-MOV-ANTERIORES
           ELSE
           IF NOT MOV-STOCK-PROPIO
               ADD 1 TO WS-MOV-CONSIGNA
           ELSE
               COMPUTE WS-PERIODO-LINEA = MOV-ANIO * 100 + MOV-MES
               IF WS-PERIODO-LINEA >= WS-PERIODO-DESDE
                   ADD 1 TO WS-LINEAS-LEIDAS
                   MOVE MOV-ID TO WS-BUS-ID
                   MOVE MOV-ALMACEN TO WS-BUS-ALMACEN
                   PERFORM UBICAR-ITEM
                   IF WS-ITM-HALLADO NOT = ZERO
                       PERFORM REPRODUCIR-MOVIMIENTO
                   END-IF
               END-IF
           END-IF
           END-IF.

       REPRODUCIR-MOVIMIENTO.
           IF WS-ITM-ANCLADO(WS-ITM-HALLADO) = 'N'
               MOVE 'S' TO WS-ITM-ANCLADO(WS-ITM-HALLADO)
               MOVE MOV-ANTES TO WS-ITM-POSICION(WS-ITM-HALLADO)
               MOVE MOV-ANTES TO WS-ITM-ULT-DESPUES(WS-ITM-HALLADO)
               IF MOV-ANTES = WS-ITM-SALDO(WS-ITM-HALLADO)
                   MOVE 'S' TO WS-ITM-SALDO-VISTO(WS-ITM-HALLADO)
               END-IF
           END-IF
           IF MOV-DESPUES = WS-ITM-SALDO(WS-ITM-HALLADO)
                  AND WS-ITM-EN-SALDO(WS-ITM-HALLADO) = 'S'
               MOVE 'S' TO WS-ITM-SALDO-VISTO(WS-ITM-HALLADO)
           END-IF
           IF MOV-FECHA <= WS-FECHA-POS
               ADD 1 TO WS-LINEAS-APLICADAS
               ADD 1 TO WS-ITM-MOVS(WS-ITM-HALLADO)
               IF MOV-ANTES NOT = WS-ITM-ULT-DESPUES(WS-ITM-HALLADO)
                   ADD 1 TO WS-ITM-SALTOS(WS-ITM-HALLADO)
               END-IF
               ADD MOV-DELTA TO WS-ITM-POSICION(WS-ITM-HALLADO)
               IF WS-ITM-POSICION(WS-ITM-HALLADO) < ZERO
                   MOVE 'S' TO WS-ITM-NEGATIVO(WS-ITM-HALLADO)
               END-IF
               MOVE MOV-DESPUES TO WS-ITM-ULT-DESPUES(WS-ITM-HALLADO)
               IF MOV-CON-COSTO
                   MOVE 'S' TO WS-ITM-HAY-COSTO(WS-ITM-HALLADO)
                   MOVE MOV-COSTO-UNITARIO
                        TO WS-ITM-COSTO-MOV(WS-ITM-HALLADO)
               END-IF
           ELSE
               IF MOV-CON-COSTO
                      AND WS-ITM-HAY-POST(WS-ITM-HALLADO) = 'N'
                   MOVE 'S' TO WS-ITM-HAY-POST(WS-ITM-HALLADO)
                   MOVE MOV-COSTO-ANTERIOR
                        TO WS-ITM-COSTO-POST(WS-ITM-HALLADO)
               END-IF
           END-IF.

       UBICAR-ITEM.
           MOVE ZERO TO WS-ITM-HALLADO
           MOVE 1 TO WS-BAJO
           MOVE WS-ITM-TOTAL TO WS-ALTO
           PERFORM UNTIL WS-BAJO > WS-ALTO OR WS-ITM-HALLADO NOT = ZERO
               COMPUTE WS-MEDIO = (WS-BAJO + WS-ALTO) / 2
               IF WS-ITM-CLAVE(WS-MEDIO) = WS-BUS-CLAVE
                   MOVE WS-MEDIO TO WS-ITM-HALLADO
               ELSE
               IF WS-ITM-CLAVE(WS-MEDIO) < WS-BUS-CLAVE
                   COMPUTE WS-BAJO = WS-MEDIO + 1
               ELSE
                   IF WS-MEDIO = 1
                       MOVE ZERO TO WS-ALTO
                   ELSE
                       COMPUTE WS-ALTO = WS-MEDIO - 1
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           IF WS-ITM-HALLADO = ZERO
               PERFORM INSERTAR-ITEM
           END-IF.

       INSERTAR-ITEM.
           IF WS-ITM-TOTAL >= 5000
               MOVE 'S' TO WS-DESBORDE-ITM
           ELSE
               PERFORM VARYING WS-ITM-IDX FROM WS-ITM-TOTAL BY -1
                       UNTIL WS-ITM-IDX < WS-BAJO
                   COMPUTE WS-ITM-JDX = WS-ITM-IDX + 1
                   MOVE WS-ITM(WS-ITM-IDX) TO WS-ITM(WS-ITM-JDX)
               END-PERFORM
               ADD 1 TO WS-ITM-TOTAL
               MOVE WS-BAJO TO WS-ITM-HALLADO
               MOVE WS-BUS-ID TO WS-ITM-ID(WS-ITM-HALLADO)
               MOVE WS-BUS-ALMACEN TO WS-ITM-ALMACEN(WS-ITM-HALLADO)
               MOVE SPACES TO WS-ITM-NOMBRE(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-COSTO-MAT(WS-ITM-HALLADO)
               MOVE 'N' TO WS-ITM-EN-MATERIA(WS-ITM-HALLADO)
               MOVE 'N' TO WS-ITM-EN-SALDO(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-SALDO(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-COSTO-SAL(WS-ITM-HALLADO)
               MOVE 'N' TO WS-ITM-ANCLADO(WS-ITM-HALLADO)
               MOVE 'N' TO WS-ITM-SALDO-VISTO(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-POSICION(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-ULT-DESPUES(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-MOVS(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-SALTOS(WS-ITM-HALLADO)
               MOVE 'N' TO WS-ITM-NEGATIVO(WS-ITM-HALLADO)
               MOVE 'N' TO WS-ITM-HAY-COSTO(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-COSTO-MOV(WS-ITM-HALLADO)
               MOVE 'N' TO WS-ITM-HAY-POST(WS-ITM-HALLADO)
               MOVE ZERO TO WS-ITM-COSTO-POST(WS-ITM-HALLADO)
           END-IF.

       IMPRIMIR-POSICION.
           MOVE SPACES TO REPORTE-LINEA
           STRING "POSICION DE INVENTARIO AL " WS-FP-DIA "/" WS-FP-MES
                  "/" WS-FP-ANIO " (FIN DEL DIA)"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           IF WS-HAY-BASE = 'S'
               STRING "SALDO BASE: " WS-SALDOS-NOMBRE
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING "SIN SALDO BASE: RECONSTRUIDO DESDE EL PRIMER "
                      "MOVIMIENTO REGISTRADO"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           IF WS-HAY-BASE = 'S'
               STRING "MOVIMIENTOS: ARCHIVOS CERRADOS DESDE "
                      WS-PERIODO-DESDE " HASTA " WS-PERIODO-POS
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING "MOVIMIENTOS: ARCHIVOS CERRADOS HASTA "
                      WS-PERIODO-POS
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF
           WRITE REPORTE-LINEA
           IF WS-LEER-ABIERTO = 'S'
               MOVE "             Y MOVIMIENTOS.DAT DEL PERIODO ABIERTO"
                    TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF
           MOVE ALL "=" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           PERFORM CARGAR-ALMACENES
           IF WS-DESBORDE-ALM = 'S'
               MOVE "AVISO: MAS DE 200 ALMACENES; LISTADO INCOMPLETO"
                    TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-ITEMS-MARCADOS
           END-IF
           PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                   UNTIL WS-ALM-IDX > WS-ALM-TOTAL
               PERFORM IMPRIMIR-ALMACEN
           END-PERFORM
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "=" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-TOT-UNIDADES TO WS-UNIDADES-ED
           MOVE WS-TOT-VALOR TO WS-IMPORTE-ED
           MOVE SPACES TO REPORTE-LINEA
           STRING "TOTAL GENERAL   UNIDADES: " WS-UNIDADES-ED
                  "   VALOR: " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "MOVIMIENTOS REPRODUCIDOS: " WS-LINEAS-APLICADAS
                  "   CLAVES MARCADAS: " WS-ITEMS-MARCADOS
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           IF WS-MOV-CONSIGNA > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "LINEAS DE CONSIGNACION EXCLUIDAS (STOCK DEL "
                      "PROVEEDOR): " WS-MOV-CONSIGNA
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF
           IF WS-MOV-ANTERIORES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "LINEAS CON FORMATO ANTERIOR NO REPRODUCIDAS: "
                      WS-MOV-ANTERIORES
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "MARCAS: NEG = LA REPRODUCCION QUEDO EN NEGATIVO"
                TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "        SEC = ANTES NO COINCIDE CON EL DESPUES "
                  "ANTERIOR"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "        APE = EL SALDO DE APERTURA NO APARECE EN LA "
                  "SECUENCIA DE MOVIMIENTOS"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "        CST = SIN COSTO EN LA HISTORIA; SE USA EL "
                  "COSTO ACTUAL DE MATERIA.DAT"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       CARGAR-ALMACENES.
           MOVE ZERO TO WS-ALM-TOTAL
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-ITM-ANCLADO(WS-ITM-IDX) = 'S'
                      OR WS-ITM-EN-SALDO(WS-ITM-IDX) = 'S'
                   MOVE 'N' TO WS-ENCONTRADO
                   PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                           UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                              OR WS-ENCONTRADO = 'S'
                       IF WS-ALM-CODIGO(WS-ALM-IDX)
                               = WS-ITM-ALMACEN(WS-ITM-IDX)
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
                   END-PERFORM
                   IF WS-ENCONTRADO = 'N'
                       IF WS-ALM-TOTAL >= 200
                           MOVE 'S' TO WS-DESBORDE-ALM
                       ELSE
                           ADD 1 TO WS-ALM-TOTAL
                           MOVE WS-ITM-ALMACEN(WS-ITM-IDX)
                                TO WS-ALM-CODIGO(WS-ALM-TOTAL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                   UNTIL WS-ALM-IDX >= WS-ALM-TOTAL
               PERFORM VARYING WS-ALM-JDX FROM WS-ALM-IDX BY 1
                       UNTIL WS-ALM-JDX > WS-ALM-TOTAL
                   IF WS-ALM-CODIGO(WS-ALM-JDX)
                           < WS-ALM-CODIGO(WS-ALM-IDX)
                       MOVE WS-ALM-CODIGO(WS-ALM-IDX) TO WS-ALM-AUX
                       MOVE WS-ALM-CODIGO(WS-ALM-JDX)
                            TO WS-ALM-CODIGO(WS-ALM-IDX)
                       MOVE WS-ALM-AUX TO WS-ALM-CODIGO(WS-ALM-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-ALMACEN.
           MOVE WS-ALM-CODIGO(WS-ALM-IDX) TO WS-ALM-ACTUAL
           MOVE ZERO TO WS-ALM-UNIDADES
           MOVE ZERO TO WS-ALM-VALOR
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "ALMACEN: " WS-ALM-ACTUAL
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "  ID    NOMBRE               CANTIDAD     COSTO"
                  "           VALOR  MARCAS"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-ITM-ALMACEN(WS-ITM-IDX) = WS-ALM-ACTUAL
                   PERFORM IMPRIMIR-ITEM
               END-IF
           END-PERFORM
           MOVE WS-ALM-UNIDADES TO WS-UNIDADES-ED
           MOVE WS-ALM-VALOR TO WS-IMPORTE-ED
           MOVE SPACES TO REPORTE-LINEA
           STRING "  SUBTOTAL " WS-ALM-ACTUAL "   UNIDADES: "
                  WS-UNIDADES-ED "   VALOR: " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           ADD WS-ALM-UNIDADES TO WS-TOT-UNIDADES
           ADD WS-ALM-VALOR TO WS-TOT-VALOR.

       IMPRIMIR-ITEM.
           IF WS-ITM-ANCLADO(WS-ITM-IDX) = 'N'
               IF WS-ITM-EN-SALDO(WS-ITM-IDX) = 'S'
                   MOVE WS-ITM-SALDO(WS-ITM-IDX)
                        TO WS-ITM-POSICION(WS-ITM-IDX)
               END-IF
           END-IF
           MOVE SPACES TO WS-RD-MARCA-NEG
           MOVE SPACES TO WS-RD-MARCA-SEC
           MOVE SPACES TO WS-RD-MARCA-APE
           MOVE SPACES TO WS-RD-MARCA-CST
           MOVE 'N' TO WS-MARCADO
           IF WS-ITM-NEGATIVO(WS-ITM-IDX) = 'S'
               MOVE "NEG " TO WS-RD-MARCA-NEG
               MOVE 'S' TO WS-MARCADO
           END-IF
           IF WS-ITM-SALTOS(WS-ITM-IDX) > ZERO
               MOVE "SEC " TO WS-RD-MARCA-SEC
               MOVE 'S' TO WS-MARCADO
           END-IF
           IF WS-HAY-BASE = 'S'
                  AND WS-ITM-ANCLADO(WS-ITM-IDX) = 'S'
                  AND WS-ITM-SALDO-VISTO(WS-ITM-IDX) = 'N'
               MOVE "APE " TO WS-RD-MARCA-APE
               MOVE 'S' TO WS-MARCADO
           END-IF
           IF WS-ITM-HAY-COSTO(WS-ITM-IDX) = 'S'
               MOVE WS-ITM-COSTO-MOV(WS-ITM-IDX) TO WS-COSTO-VIGENTE
           ELSE
           IF WS-ITM-HAY-POST(WS-ITM-IDX) = 'S'
               MOVE WS-ITM-COSTO-POST(WS-ITM-IDX) TO WS-COSTO-VIGENTE
           ELSE
           IF WS-ITM-EN-SALDO(WS-ITM-IDX) = 'S'
               MOVE WS-ITM-COSTO-SAL(WS-ITM-IDX) TO WS-COSTO-VIGENTE
           ELSE
               MOVE WS-ITM-COSTO-MAT(WS-ITM-IDX) TO WS-COSTO-VIGENTE
               IF WS-ITM-POSICION(WS-ITM-IDX) > ZERO
                   MOVE "CST " TO WS-RD-MARCA-CST
                   MOVE 'S' TO WS-MARCADO
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-ITM-POSICION(WS-ITM-IDX) NOT = ZERO
                  OR WS-MARCADO = 'S'
               IF WS-ITM-POSICION(WS-ITM-IDX) > ZERO
                   COMPUTE WS-VALOR-ITEM =
                           WS-ITM-POSICION(WS-ITM-IDX)
                           * WS-COSTO-VIGENTE
               ELSE
                   MOVE ZERO TO WS-VALOR-ITEM
               END-IF
               MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-RD-ID
               MOVE WS-ITM-NOMBRE(WS-ITM-IDX) TO WS-RD-NOMBRE
               MOVE WS-ITM-POSICION(WS-ITM-IDX) TO WS-RD-CANTIDAD
               MOVE WS-COSTO-VIGENTE TO WS-RD-COSTO
               MOVE WS-VALOR-ITEM TO WS-RD-VALOR
               MOVE WS-REP-DETALLE TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-ITEMS-LISTADOS
               IF WS-MARCADO = 'S'
                   ADD 1 TO WS-ITEMS-MARCADOS
               END-IF
               ADD WS-ITM-POSICION(WS-ITM-IDX) TO WS-ALM-UNIDADES
               ADD WS-VALOR-ITEM TO WS-ALM-VALOR
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASIFICACION-ABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-FILE ASSIGN DYNAMIC WS-MOV-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-MOV.

           SELECT CERRADOS-FILE ASSIGN TO "PERIODOS-CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CER.

           SELECT MATERIAL-FILE ASSIGN TO "MATERIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CLAVE
               FILE STATUS IS FS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ABC-REPORTE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-REP.

           SELECT CLASIFICACION-FILE ASSIGN TO "CLASIFICACION-ABC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-ABC.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  CERRADOS-FILE.
       01  CERRADO-REG.
           05 CER-PERIODO       PIC 9(06).

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
       01  REPORTE-LINEA        PIC X(120).

       FD  CLASIFICACION-FILE.
       01  CLASIFICACION-REG.
           05 ABC-ID            PIC 9(05).
           05 ABC-ALMACEN       PIC X(04).
           05 ABC-CLASE         PIC X(01).
           05 ABC-VALOR-CONSUMO PIC 9(12)V99.
           05 ABC-PORC-ACUMULADO PIC 9(03)V99.
           05 ABC-DIAS-SIN-SALIDA PIC 9(05).
           05 ABC-ROTACION      PIC X(06).
           05 ABC-FECHA-CALCULO PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS         PIC XX.
           05 FS-STATUS-MOV     PIC XX.
           05 FS-STATUS-CER     PIC XX.
           05 FS-STATUS-REP     PIC XX.
           05 FS-STATUS-ABC     PIC XX.
           05 WS-MOV-NOMBRE     PIC X(30).
           05 WS-EOF-MOV        PIC X VALUE 'N'.
           05 WS-EOF-CER        PIC X VALUE 'N'.
           05 WS-EOF-MAT        PIC X VALUE 'N'.
           05 WS-DESBORDE-ITM   PIC X VALUE 'N'.
           05 WS-DESBORDE-ALM   PIC X VALUE 'N'.
           05 WS-ENCONTRADO     PIC X VALUE 'N'.
           05 WS-FECHA-HOY      PIC 9(08).
           05 WS-HOY-INT        PIC 9(08).
           05 WS-DESDE-INT      PIC 9(08).
           05 WS-MOV-FECHA      PIC 9(08).
           05 WS-MOV-INT        PIC 9(08).
           05 WS-DIAS-LENTO     PIC 9(05) VALUE 90.
           05 WS-DIAS-MUERTO    PIC 9(05) VALUE 365.
           05 WS-LIMITE-A       PIC 9(03)V99 VALUE 80.
           05 WS-LIMITE-B       PIC 9(03)V99 VALUE 95.
           05 WS-ITM-TOTAL      PIC 9(04) VALUE ZERO.
           05 WS-ITM-IDX        PIC 9(04).
           05 WS-ITM-JDX        PIC 9(04).
           05 WS-ITM-MAYOR      PIC 9(04).
           05 WS-ITM-HALLADO    PIC 9(04).
           05 WS-BAJO           PIC 9(04).
           05 WS-ALTO           PIC 9(04).
           05 WS-MEDIO          PIC 9(04).
           05 WS-ALM-TOTAL      PIC 9(03) VALUE ZERO.
           05 WS-ALM-IDX        PIC 9(03).
           05 WS-ALM-JDX        PIC 9(03).
           05 WS-ALM-AUX        PIC X(04).
           05 WS-CANTIDAD-MOV   PIC S9(07).
           05 WS-VALOR-TOTAL    PIC 9(14)V99 VALUE ZERO.
           05 WS-VALOR-ACUM     PIC 9(14)V99 VALUE ZERO.
           05 WS-PORC-ANTES     PIC 9(03)V99.
           05 WS-PORC-ITEM      PIC 9(03)V99.
           05 WS-CLASE-ITEMS-A  PIC 9(05) VALUE ZERO.
           05 WS-CLASE-ITEMS-B  PIC 9(05) VALUE ZERO.
           05 WS-CLASE-ITEMS-C  PIC 9(05) VALUE ZERO.
           05 WS-CLASE-VALOR-A  PIC 9(14)V99 VALUE ZERO.
           05 WS-CLASE-VALOR-B  PIC 9(14)V99 VALUE ZERO.
           05 WS-CLASE-VALOR-C  PIC 9(14)V99 VALUE ZERO.
           05 WS-INMOVIL        PIC 9(12)V99.
           05 WS-ALM-LENTO      PIC 9(14)V99.
           05 WS-ALM-MUERTO     PIC 9(14)V99.
           05 WS-ALM-ITEMS      PIC 9(05).
           05 WS-TOT-LENTO      PIC 9(14)V99 VALUE ZERO.
           05 WS-TOT-MUERTO     PIC 9(14)V99 VALUE ZERO.
           05 WS-TOT-ITEMS      PIC 9(05) VALUE ZERO.
           05 WS-LINEAS-LEIDAS  PIC 9(07) VALUE ZERO.
           05 WS-MOV-ANTERIORES PIC 9(07) VALUE ZERO.
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-IMPORTE-ED     PIC Z(13)9.99.
           05 WS-PORC-ED        PIC ZZ9.99.

       01  WS-FECHA-ACTUAL.
           05 WS-FA-ANIO        PIC 9(04).
           05 WS-FA-MES         PIC 9(02).
           05 WS-FA-DIA         PIC 9(02).
           05 FILLER            PIC X(13).

       01  WS-BUS-CLAVE.
           05 WS-BUS-ID         PIC 9(05).
           05 WS-BUS-ALMACEN    PIC X(04).

       01  WS-TABLA-ITEMS.
           05 WS-ITM OCCURS 5000 TIMES.
              10 WS-ITM-CLAVE.
                 15 WS-ITM-ID      PIC 9(05).
                 15 WS-ITM-ALMACEN PIC X(04).
              10 WS-ITM-NOMBRE     PIC X(20).
              10 WS-ITM-CANTIDAD   PIC 9(06).
              10 WS-ITM-COSTO      PIC 9(06)V99.
              10 WS-ITM-CONSUMO    PIC S9(08).
              10 WS-ITM-VALOR      PIC 9(12)V99.
              10 WS-ITM-ULT-SALIDA PIC 9(08).
              10 WS-ITM-PRIMER-MOV PIC 9(08).
              10 WS-ITM-DIAS       PIC 9(05).
              10 WS-ITM-CLASE      PIC X(01).
              10 WS-ITM-PORC-ACUM  PIC 9(03)V99.
              10 WS-ITM-ROTACION   PIC X(06).

       01  WS-ITM-AUX           PIC X(98).

       01  WS-TABLA-ALMACENES.
           05 WS-ALM-ITEM OCCURS 200 TIMES.
              10 WS-ALM-CODIGO  PIC X(04).

       01  WS-FECHA-ED.
           05 WS-FE-DIA         PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-FE-MES         PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-FE-ANIO        PIC 9(04).

       01  WS-REP-ABC.
           05 WS-RA-RANGO       PIC Z(04)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-ALMACEN     PIC X(04).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-NOMBRE      PIC X(20).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-CONSUMO     PIC Z(07)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-COSTO       PIC Z(05)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-VALOR       PIC Z(11)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-PORC        PIC ZZ9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RA-PORC-ACUM   PIC ZZ9.99.
           05 FILLER            PIC X(02) VALUE "  ".
           05 WS-RA-CLASE       PIC X(01).

       01  WS-REP-LENTO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RL-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RL-NOMBRE      PIC X(20).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RL-STOCK       PIC Z(05)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RL-COSTO       PIC Z(05)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RL-VALOR       PIC Z(11)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RL-ULTIMA      PIC X(10).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RL-DIAS        PIC Z(04)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RL-ROTACION    PIC X(06).
           05 FILLER            PIC X(02) VALUE "  ".
           05 WS-RL-CLASE       PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           COMPUTE WS-DESDE-INT = WS-HOY-INT - 365
           PERFORM CARGAR-MATERIALES
           IF WS-ITM-TOTAL = ZERO
               DISPLAY "No hay materiales que clasificar."
               MOVE WS-RETORNO TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DESBORDE-ITM = 'S'
               DISPLAY "ERROR: MATERIA.DAT excede la tabla de 5000 "
                       "claves material/almacen; clasificacion "
                       "cancelada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RECORRER-ARCHIVOS-CERRADOS
           MOVE "MOVIMIENTOS.DAT" TO WS-MOV-NOMBRE
           PERFORM LEER-ARCHIVO-MOV
           IF WS-MOV-ANTERIORES > ZERO
               DISPLAY "AVISO: " WS-MOV-ANTERIORES " lineas de "
                       "movimiento con formato anterior ignoradas; "
                       "ejecute CONVERSION-MOVIMIENTOS."
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF
           PERFORM CALCULAR-VALORES
           PERFORM ORDENAR-POR-VALOR
           PERFORM ASIGNAR-CLASES
           OPEN OUTPUT REPORTE-FILE
           IF FS-STATUS-REP NOT = "00"
               DISPLAY "ERROR: No se pudo crear ABC-REPORTE.PRT: "
                       FS-STATUS-REP
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM IMPRIMIR-CLASES
               PERFORM IMPRIMIR-LENTOS
               CLOSE REPORTE-FILE
               DISPLAY "Reporte generado en ABC-REPORTE.PRT."
           END-IF
           PERFORM GRABAR-CLASIFICACION
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       CARGAR-MATERIALES.
           OPEN INPUT MATERIAL-FILE
           IF FS-STATUS NOT = "00"
               DISPLAY "ERROR: No se pudo abrir MATERIA.DAT: "
                       FS-STATUS
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE LOW-VALUES TO MAT-CLAVE
               START MATERIAL-FILE KEY NOT LESS MAT-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-MAT
               END-START
               PERFORM UNTIL WS-EOF-MAT = 'S'
                   READ MATERIAL-FILE NEXT
                       AT END MOVE 'S' TO WS-EOF-MAT
                       NOT AT END
                           IF WS-ITM-TOTAL >= 5000
                               MOVE 'S' TO WS-DESBORDE-ITM
                               MOVE 'S' TO WS-EOF-MAT
                           ELSE
                               ADD 1 TO WS-ITM-TOTAL
                               PERFORM CARGAR-UN-MATERIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-FILE
           END-IF.

       CARGAR-UN-MATERIAL.
           MOVE MAT-ID TO WS-ITM-ID(WS-ITM-TOTAL)
           MOVE MAT-ALMACEN TO WS-ITM-ALMACEN(WS-ITM-TOTAL)
           MOVE MAT-NOMBRE TO WS-ITM-NOMBRE(WS-ITM-TOTAL)
           MOVE MAT-CANTIDAD TO WS-ITM-CANTIDAD(WS-ITM-TOTAL)
           MOVE MAT-COSTO-UNITARIO TO WS-ITM-COSTO(WS-ITM-TOTAL)
           MOVE ZERO TO WS-ITM-CONSUMO(WS-ITM-TOTAL)
           MOVE ZERO TO WS-ITM-VALOR(WS-ITM-TOTAL)
           MOVE ZERO TO WS-ITM-ULT-SALIDA(WS-ITM-TOTAL)
           MOVE ZERO TO WS-ITM-PRIMER-MOV(WS-ITM-TOTAL)
           MOVE ZERO TO WS-ITM-DIAS(WS-ITM-TOTAL)
           MOVE "C" TO WS-ITM-CLASE(WS-ITM-TOTAL)
           MOVE ZERO TO WS-ITM-PORC-ACUM(WS-ITM-TOTAL)
           MOVE SPACES TO WS-ITM-ROTACION(WS-ITM-TOTAL).

       RECORRER-ARCHIVOS-CERRADOS.
           OPEN INPUT CERRADOS-FILE
           IF FS-STATUS-CER = "00"
               MOVE 'N' TO WS-EOF-CER
               PERFORM UNTIL WS-EOF-CER = 'S'
                   READ CERRADOS-FILE
                       AT END MOVE 'S' TO WS-EOF-CER
                       NOT AT END
                           IF CER-PERIODO NUMERIC
                               MOVE SPACES TO WS-MOV-NOMBRE
                               STRING "MOVIMIENTOS-" CER-PERIODO
                                      ".DAT"
                                   DELIMITED BY SIZE
                                   INTO WS-MOV-NOMBRE
                               PERFORM LEER-ARCHIVO-MOV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERRADOS-FILE
           END-IF.

       LEER-ARCHIVO-MOV.
           OPEN INPUT MOVIMIENTOS-FILE
           IF FS-STATUS-MOV = "35"
               CONTINUE
           ELSE
           IF FS-STATUS-MOV NOT = "00"
               DISPLAY "AVISO: No se pudo abrir " WS-MOV-NOMBRE ": "
                       FS-STATUS-MOV
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-MOV
               PERFORM UNTIL WS-EOF-MOV = 'S'
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
           IF MOV-MES >= 1 AND MOV-MES <= 12
                   AND MOV-DIA >= 1 AND MOV-DIA <= 31
               MOVE MOV-ID TO WS-BUS-ID
               MOVE MOV-ALMACEN TO WS-BUS-ALMACEN
               PERFORM BUSCAR-ITEM
               IF WS-ITM-HALLADO NOT = ZERO
                   ADD 1 TO WS-LINEAS-LEIDAS
                   MOVE MOV-FECHA TO WS-MOV-FECHA
                   COMPUTE WS-MOV-INT =
                           FUNCTION INTEGER-OF-DATE(WS-MOV-FECHA)
                   PERFORM ACUMULAR-MOVIMIENTO
               END-IF
           END-IF
           END-IF.

       BUSCAR-ITEM.
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
           END-PERFORM.

       ACUMULAR-MOVIMIENTO.
           IF WS-ITM-PRIMER-MOV(WS-ITM-HALLADO) = ZERO
                   OR WS-MOV-FECHA < WS-ITM-PRIMER-MOV(WS-ITM-HALLADO)
               MOVE WS-MOV-FECHA TO WS-ITM-PRIMER-MOV(WS-ITM-HALLADO)
           END-IF
           IF MOV-TIPO = "GASTO" OR MOV-TIPO = "TRF-SALIDA"
                   OR MOV-TIPO = "DESPACHO"
               IF WS-MOV-FECHA > WS-ITM-ULT-SALIDA(WS-ITM-HALLADO)
                   MOVE WS-MOV-FECHA
                        TO WS-ITM-ULT-SALIDA(WS-ITM-HALLADO)
               END-IF
           END-IF
           IF WS-MOV-INT > WS-DESDE-INT
               IF MOV-TIPO = "GASTO" OR MOV-TIPO = "DESPACHO"
                   COMPUTE WS-CANTIDAD-MOV = 0 - MOV-DELTA
                   ADD WS-CANTIDAD-MOV
                       TO WS-ITM-CONSUMO(WS-ITM-HALLADO)
               ELSE
               IF MOV-TIPO = "DEVOLUCION"
                   MOVE MOV-DELTA TO WS-CANTIDAD-MOV
                   SUBTRACT WS-CANTIDAD-MOV
                       FROM WS-ITM-CONSUMO(WS-ITM-HALLADO)
               END-IF
               END-IF
           END-IF.

       CALCULAR-VALORES.
           MOVE ZERO TO WS-VALOR-TOTAL
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-ITM-CONSUMO(WS-ITM-IDX) < ZERO
                   MOVE ZERO TO WS-ITM-CONSUMO(WS-ITM-IDX)
               END-IF
               COMPUTE WS-ITM-VALOR(WS-ITM-IDX) =
                       WS-ITM-CONSUMO(WS-ITM-IDX)
                       * WS-ITM-COSTO(WS-ITM-IDX)
               ADD WS-ITM-VALOR(WS-ITM-IDX) TO WS-VALOR-TOTAL
               PERFORM CALCULAR-ROTACION
           END-PERFORM.

       CALCULAR-ROTACION.
           IF WS-ITM-ULT-SALIDA(WS-ITM-IDX) NOT = ZERO
               COMPUTE WS-ITM-DIAS(WS-ITM-IDX) = WS-HOY-INT
                       - FUNCTION INTEGER-OF-DATE(
                         WS-ITM-ULT-SALIDA(WS-ITM-IDX))
           ELSE
           IF WS-ITM-PRIMER-MOV(WS-ITM-IDX) NOT = ZERO
               COMPUTE WS-ITM-DIAS(WS-ITM-IDX) = WS-HOY-INT
                       - FUNCTION INTEGER-OF-DATE(
                         WS-ITM-PRIMER-MOV(WS-ITM-IDX))
           ELSE
               MOVE 99999 TO WS-ITM-DIAS(WS-ITM-IDX)
           END-IF
           END-IF
           IF WS-ITM-DIAS(WS-ITM-IDX) >= WS-DIAS-MUERTO
               MOVE "MUERTO" TO WS-ITM-ROTACION(WS-ITM-IDX)
           ELSE
           IF WS-ITM-DIAS(WS-ITM-IDX) >= WS-DIAS-LENTO
               MOVE "LENTO" TO WS-ITM-ROTACION(WS-ITM-IDX)
           ELSE
               MOVE "NORMAL" TO WS-ITM-ROTACION(WS-ITM-IDX)
           END-IF
           END-IF.

       ORDENAR-POR-VALOR.
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX >= WS-ITM-TOTAL
               MOVE WS-ITM-IDX TO WS-ITM-MAYOR
               COMPUTE WS-ITM-JDX = WS-ITM-IDX + 1
               PERFORM UNTIL WS-ITM-JDX > WS-ITM-TOTAL
                   IF WS-ITM-VALOR(WS-ITM-JDX) >
                           WS-ITM-VALOR(WS-ITM-MAYOR)
                       MOVE WS-ITM-JDX TO WS-ITM-MAYOR
                   END-IF
                   ADD 1 TO WS-ITM-JDX
               END-PERFORM
               IF WS-ITM-MAYOR NOT = WS-ITM-IDX
                   MOVE WS-ITM(WS-ITM-IDX) TO WS-ITM-AUX
                   MOVE WS-ITM(WS-ITM-MAYOR) TO WS-ITM(WS-ITM-IDX)
                   MOVE WS-ITM-AUX TO WS-ITM(WS-ITM-MAYOR)
               END-IF
           END-PERFORM.

       ASIGNAR-CLASES.
           MOVE ZERO TO WS-VALOR-ACUM
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-VALOR-TOTAL = ZERO
                       OR WS-ITM-VALOR(WS-ITM-IDX) = ZERO
                   MOVE "C" TO WS-ITM-CLASE(WS-ITM-IDX)
               ELSE
                   COMPUTE WS-PORC-ANTES ROUNDED =
                           WS-VALOR-ACUM * 100 / WS-VALOR-TOTAL
                   IF WS-PORC-ANTES < WS-LIMITE-A
                       MOVE "A" TO WS-ITM-CLASE(WS-ITM-IDX)
                   ELSE
                   IF WS-PORC-ANTES < WS-LIMITE-B
                       MOVE "B" TO WS-ITM-CLASE(WS-ITM-IDX)
                   ELSE
                       MOVE "C" TO WS-ITM-CLASE(WS-ITM-IDX)
                   END-IF
                   END-IF
               END-IF
               ADD WS-ITM-VALOR(WS-ITM-IDX) TO WS-VALOR-ACUM
               IF WS-VALOR-TOTAL NOT = ZERO
                   COMPUTE WS-ITM-PORC-ACUM(WS-ITM-IDX) ROUNDED =
                           WS-VALOR-ACUM * 100 / WS-VALOR-TOTAL
               END-IF
               EVALUATE WS-ITM-CLASE(WS-ITM-IDX)
                   WHEN "A"
                       ADD 1 TO WS-CLASE-ITEMS-A
                       ADD WS-ITM-VALOR(WS-ITM-IDX)
                           TO WS-CLASE-VALOR-A
                   WHEN "B"
                       ADD 1 TO WS-CLASE-ITEMS-B
                       ADD WS-ITM-VALOR(WS-ITM-IDX)
                           TO WS-CLASE-VALOR-B
                   WHEN OTHER
                       ADD 1 TO WS-CLASE-ITEMS-C
                       ADD WS-ITM-VALOR(WS-ITM-IDX)
                           TO WS-CLASE-VALOR-C
               END-EVALUATE
           END-PERFORM.

       IMPRIMIR-CLASES.
           MOVE SPACES TO REPORTE-LINEA
           STRING "CLASIFICACION ABC POR VALOR DE CONSUMO - ULTIMOS "
                  "12 MESES AL " WS-FA-DIA "/" WS-FA-MES "/"
                  WS-FA-ANIO
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           MOVE WS-LIMITE-A TO WS-PORC-ED
           STRING "CLASE A HASTA " WS-PORC-ED "% DEL VALOR ACUMULADO,"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           MOVE WS-LIMITE-B TO WS-PORC-ED
           STRING " CLASE B HASTA " WS-PORC-ED "%, RESTO CLASE C"
               DELIMITED BY SIZE INTO REPORTE-LINEA(43:)
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "RANGO ID    ALM  NOMBRE                CONSUMO "
                  " COSTO-UNI    VALOR-CONSUMO  %ITEM  %ACUM CL"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               MOVE WS-ITM-IDX TO WS-RA-RANGO
               MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-RA-ID
               MOVE WS-ITM-ALMACEN(WS-ITM-IDX) TO WS-RA-ALMACEN
               MOVE WS-ITM-NOMBRE(WS-ITM-IDX) TO WS-RA-NOMBRE
               MOVE WS-ITM-CONSUMO(WS-ITM-IDX) TO WS-RA-CONSUMO
               MOVE WS-ITM-COSTO(WS-ITM-IDX) TO WS-RA-COSTO
               MOVE WS-ITM-VALOR(WS-ITM-IDX) TO WS-RA-VALOR
               IF WS-VALOR-TOTAL = ZERO
                   MOVE ZERO TO WS-PORC-ITEM
               ELSE
                   COMPUTE WS-PORC-ITEM ROUNDED =
                           WS-ITM-VALOR(WS-ITM-IDX) * 100
                           / WS-VALOR-TOTAL
               END-IF
               MOVE WS-PORC-ITEM TO WS-RA-PORC
               MOVE WS-ITM-PORC-ACUM(WS-ITM-IDX) TO WS-RA-PORC-ACUM
               MOVE WS-ITM-CLASE(WS-ITM-IDX) TO WS-RA-CLASE
               MOVE SPACES TO REPORTE-LINEA
               MOVE WS-REP-ABC TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-PERFORM
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-CLASE-VALOR-A TO WS-IMPORTE-ED
           MOVE SPACES TO REPORTE-LINEA
           STRING "CLASE A: " WS-CLASE-ITEMS-A " ITEMS  VALOR "
                  WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-CLASE-VALOR-B TO WS-IMPORTE-ED
           MOVE SPACES TO REPORTE-LINEA
           STRING "CLASE B: " WS-CLASE-ITEMS-B " ITEMS  VALOR "
                  WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-CLASE-VALOR-C TO WS-IMPORTE-ED
           MOVE SPACES TO REPORTE-LINEA
           STRING "CLASE C: " WS-CLASE-ITEMS-C " ITEMS  VALOR "
                  WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-VALOR-TOTAL TO WS-IMPORTE-ED
           MOVE SPACES TO REPORTE-LINEA
           STRING "TOTAL:   " WS-ITM-TOTAL " ITEMS   VALOR "
                  WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       IMPRIMIR-LENTOS.
           PERFORM CARGAR-ALMACENES-LENTOS
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "MATERIALES DE LENTO MOVIMIENTO Y SIN MOVIMIENTO "
                  "(LENTO >= " WS-DIAS-LENTO " DIAS, MUERTO >= "
                  WS-DIAS-MUERTO " DIAS SIN GASTO NI TRF-SALIDA)"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           IF WS-DESBORDE-ALM = 'S'
               MOVE "AVISO: MAS DE 200 ALMACENES; LISTADO INCOMPLETO."
                    TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF
           IF WS-ALM-TOTAL = ZERO
               MOVE "SIN MATERIALES LENTOS NI MUERTOS CON EXISTENCIA."
                    TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                       UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                   PERFORM IMPRIMIR-ALMACEN-LENTO
               END-PERFORM
               MOVE ALL "=" TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE WS-TOT-LENTO TO WS-IMPORTE-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING "TOTAL INMOVILIZADO LENTO:  " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE WS-TOT-MUERTO TO WS-IMPORTE-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING "TOTAL INMOVILIZADO MUERTO: " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE SPACES TO REPORTE-LINEA
               STRING "ITEMS LISTADOS: " WS-TOT-ITEMS
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

       CARGAR-ALMACENES-LENTOS.
           MOVE ZERO TO WS-ALM-TOTAL
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-ITM-ROTACION(WS-ITM-IDX) NOT = "NORMAL"
                       AND WS-ITM-CANTIDAD(WS-ITM-IDX) > ZERO
                   MOVE 'N' TO WS-ENCONTRADO
                   PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                           UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                              OR WS-ENCONTRADO = 'S'
                       IF WS-ALM-CODIGO(WS-ALM-IDX) =
                               WS-ITM-ALMACEN(WS-ITM-IDX)
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
                   IF WS-ALM-CODIGO(WS-ALM-JDX) <
                           WS-ALM-CODIGO(WS-ALM-IDX)
                       MOVE WS-ALM-CODIGO(WS-ALM-IDX) TO WS-ALM-AUX
                       MOVE WS-ALM-CODIGO(WS-ALM-JDX)
                            TO WS-ALM-CODIGO(WS-ALM-IDX)
                       MOVE WS-ALM-AUX TO WS-ALM-CODIGO(WS-ALM-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-ALMACEN-LENTO.
           MOVE ZERO TO WS-ALM-LENTO
           MOVE ZERO TO WS-ALM-MUERTO
           MOVE ZERO TO WS-ALM-ITEMS
           MOVE SPACES TO REPORTE-LINEA
           STRING "ALMACEN: " WS-ALM-CODIGO(WS-ALM-IDX)
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "  ID    NOMBRE                STOCK  COSTO-UNI "
                  "  VALOR-INMOVIL. ULT-SALIDA  DIAS  ESTADO CL"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-ITM-ALMACEN(WS-ITM-IDX) =
                       WS-ALM-CODIGO(WS-ALM-IDX)
                       AND WS-ITM-ROTACION(WS-ITM-IDX) NOT = "NORMAL"
                       AND WS-ITM-CANTIDAD(WS-ITM-IDX) > ZERO
                   PERFORM IMPRIMIR-ITEM-LENTO
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORTE-LINEA
           MOVE WS-ALM-LENTO TO WS-IMPORTE-ED
           STRING "  SUBTOTAL " WS-ALM-CODIGO(WS-ALM-IDX) ": "
                  WS-ALM-ITEMS " ITEMS  LENTO " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA
           MOVE WS-ALM-MUERTO TO WS-IMPORTE-ED
           STRING "  MUERTO " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA(62:)
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       IMPRIMIR-ITEM-LENTO.
           COMPUTE WS-INMOVIL = WS-ITM-CANTIDAD(WS-ITM-IDX)
                                * WS-ITM-COSTO(WS-ITM-IDX)
           ADD 1 TO WS-ALM-ITEMS
           ADD 1 TO WS-TOT-ITEMS
           IF WS-ITM-ROTACION(WS-ITM-IDX) = "MUERTO"
               ADD WS-INMOVIL TO WS-ALM-MUERTO
               ADD WS-INMOVIL TO WS-TOT-MUERTO
           ELSE
               ADD WS-INMOVIL TO WS-ALM-LENTO
               ADD WS-INMOVIL TO WS-TOT-LENTO
           END-IF
           MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-RL-ID
           MOVE WS-ITM-NOMBRE(WS-ITM-IDX) TO WS-RL-NOMBRE
           MOVE WS-ITM-CANTIDAD(WS-ITM-IDX) TO WS-RL-STOCK
           MOVE WS-ITM-COSTO(WS-ITM-IDX) TO WS-RL-COSTO
           MOVE WS-INMOVIL TO WS-RL-VALOR
           IF WS-ITM-ULT-SALIDA(WS-ITM-IDX) = ZERO
               MOVE "NUNCA" TO WS-RL-ULTIMA
           ELSE
               MOVE WS-ITM-ULT-SALIDA(WS-ITM-IDX)(7:2) TO WS-FE-DIA
               MOVE WS-ITM-ULT-SALIDA(WS-ITM-IDX)(5:2) TO WS-FE-MES
               MOVE WS-ITM-ULT-SALIDA(WS-ITM-IDX)(1:4) TO WS-FE-ANIO
               MOVE WS-FECHA-ED TO WS-RL-ULTIMA
           END-IF
           MOVE WS-ITM-DIAS(WS-ITM-IDX) TO WS-RL-DIAS
           MOVE WS-ITM-ROTACION(WS-ITM-IDX) TO WS-RL-ROTACION
           MOVE WS-ITM-CLASE(WS-ITM-IDX) TO WS-RL-CLASE
           MOVE SPACES TO REPORTE-LINEA
           MOVE WS-REP-LENTO TO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       GRABAR-CLASIFICACION.
           OPEN OUTPUT CLASIFICACION-FILE
           IF FS-STATUS-ABC NOT = "00"
               DISPLAY "ERROR: No se pudo crear CLASIFICACION-ABC.DAT: "
                       FS-STATUS-ABC
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                       UNTIL WS-ITM-IDX > WS-ITM-TOTAL
                   MOVE WS-ITM-ID(WS-ITM-IDX) TO ABC-ID
                   MOVE WS-ITM-ALMACEN(WS-ITM-IDX) TO ABC-ALMACEN
                   MOVE WS-ITM-CLASE(WS-ITM-IDX) TO ABC-CLASE
                   MOVE WS-ITM-VALOR(WS-ITM-IDX) TO ABC-VALOR-CONSUMO
                   MOVE WS-ITM-PORC-ACUM(WS-ITM-IDX)
                        TO ABC-PORC-ACUMULADO
                   MOVE WS-ITM-DIAS(WS-ITM-IDX) TO ABC-DIAS-SIN-SALIDA
                   MOVE WS-ITM-ROTACION(WS-ITM-IDX) TO ABC-ROTACION
                   MOVE WS-FECHA-HOY TO ABC-FECHA-CALCULO
                   WRITE CLASIFICACION-REG
                   IF FS-STATUS-ABC NOT = "00"
                       DISPLAY "ERROR: No se pudo grabar la clave "
                               ABC-ID "/" ABC-ALMACEN
                               " en CLASIFICACION-ABC.DAT: "
                               FS-STATUS-ABC
                       MOVE 8 TO WS-RETORNO
                   END-IF
               END-PERFORM
               CLOSE CLASIFICACION-FILE
               DISPLAY "Clasificacion grabada en "
                       "CLASIFICACION-ABC.DAT (" WS-ITM-TOTAL
                       " claves)."
           END-IF.

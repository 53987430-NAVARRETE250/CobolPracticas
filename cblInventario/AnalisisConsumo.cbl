               RECORD KEY IS MAT-CLAVE
               FILE STATUS IS FS-STATUS.

           SELECT ESTADOS-FILE ASSIGN TO "MATERIA-ESTADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CLAVE
               FILE STATUS IS FS-STATUS-EST.

           SELECT REPORTE-FILE ASSIGN TO "CONSUMO-REPORTE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  MATERIAL-FILE.
       01  MATERIAL-REG.
           05 MAT-MINIMO        PIC 9(04).
           05 MAT-COSTO-UNITARIO PIC 9(06)V99.

       FD  ESTADOS-FILE.
           COPY ESTADOMAT.

       FD  REPORTE-FILE.
       01  REPORTE-LINEA        PIC X(80).

           05 FS-STATUS-REP     PIC XX.
           05 FS-STATUS-SUG     PIC XX.
           05 WS-PARM-EJECUCION PIC X(10).
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-EOF-MOV        PIC X VALUE 'N'.
           05 WS-EOF-SUG        PIC X VALUE 'N'.
           05 WS-GASTO          PIC S9(06).
           05 WS-CON-TOTAL      PIC 9(04).
           05 WS-CON-IDX        PIC 9(04).
           05 WS-KEY-TOTAL      PIC 9(04).
           05 FS-STATUS-CER     PIC XX.
           05 WS-EOF-CER        PIC X VALUE 'N'.
           05 WS-MOV-NOMBRE     PIC X(30).
           05 WS-MOV-ANTERIORES PIC 9(06) VALUE ZERO.
           05 FS-STATUS-EST     PIC XX.
           05 WS-EST-ABIERTO    PIC X VALUE 'N'.
           05 WS-DESCONTINUADO  PIC X VALUE 'N'.

       01  WS-TABLA-CONSUMO.
           05 WS-CON-ITEM OCCURS 5000 TIMES.
              10 WS-CON-ALMACEN PIC X(04).
              10 WS-CON-ANIO    PIC 9(04).
              10 WS-CON-MES     PIC 9(02).
              10 WS-CON-CANT    PIC S9(08).

       01  WS-TABLA-CLAVES.
           05 WS-KEY-ITEM OCCURS 2000 TIMES.
              10 WS-KEY-ID      PIC 9(05).
              10 WS-KEY-ALMACEN PIC X(04).
              10 WS-KEY-SUMA    PIC S9(10).
              10 WS-KEY-MESES   PIC 9(04).

       01  WS-REP-DETALLE.
           05 FILLER            PIC X(06) VALUE " MES: ".
           05 WS-REP-MES        PIC 9(02).
           05 FILLER            PIC X(10) VALUE " CONSUMO: ".
           05 WS-REP-CANT       PIC -Z(07)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF FS-STATUS NOT = "00"
               DISPLAY "ERROR: No se pudo abrir MATERIA.DAT: "
                       FS-STATUS
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT ESTADOS-FILE
               IF FS-STATUS-EST = "00"
                   MOVE 'S' TO WS-EST-ABIERTO
               END-IF
               IF WS-PARM-EJECUCION = "APLICAR"
                   PERFORM APLICAR-SUGERIDOS
               ELSE
                   PERFORM ANALIZAR-CONSUMO
               END-IF
               IF WS-EST-ABIERTO = 'S'
                   CLOSE ESTADOS-FILE
               END-IF
               CLOSE MATERIAL-FILE
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       ANALIZAR-CONSUMO.
           PERFORM RECORRER-ARCHIVOS-CERRADOS
           MOVE "MOVIMIENTOS.DAT" TO WS-MOV-NOMBRE
           PERFORM LEER-ARCHIVO-MOV
           IF WS-MOV-ANTERIORES > ZERO
               DISPLAY "AVISO: " WS-MOV-ANTERIORES " lineas de "
                       "movimiento con formato anterior ignoradas; "
                       "ejecute CONVERSION-MOVIMIENTOS."
               MOVE 4 TO WS-RETORNO
           END-IF
           IF WS-DESBORDE-CON = 'S'
               DISPLAY "ERROR: La tabla de consumo (5000 "
                       "combinaciones material/almacen/mes) se "
                       "desbordo."
               DISPLAY "Analisis cancelado: no se genera reporte "
                       "ni sugerencias con totales incompletos."
               MOVE 8 TO WS-RETORNO
           ELSE
           IF WS-CON-TOTAL = ZERO
               DISPLAY "No hay movimientos GASTO que analizar."
               MOVE 4 TO WS-RETORNO
           ELSE
               PERFORM ESCRIBIR-REPORTE
               PERFORM GENERAR-SUGERIDOS
                   READ MOVIMIENTOS-FILE
                       AT END MOVE 'S' TO WS-EOF-MOV
                       NOT AT END
                           IF NOT MOV-VERSION-ACTUAL
                               ADD 1 TO WS-MOV-ANTERIORES
                           ELSE
                           IF MOV-TIPO = "GASTO"
                                   OR MOV-TIPO = "DESPACHO"
                                   OR MOV-TIPO = "DEVOLUCION"
                               PERFORM ACUMULAR-GASTO
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF.

       ACUMULAR-GASTO.
           COMPUTE WS-GASTO = 0 - MOV-DELTA
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-TOTAL
           IF FS-STATUS-REP NOT = "00"
               DISPLAY "ERROR: No se pudo crear CONSUMO-REPORTE.PRT: "
                       FS-STATUS-REP
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE "CONSUMO MENSUAL POR MATERIAL Y ALMACEN"
                    TO REPORTE-LINEA
                       "material/almacen) se desbordo."
               DISPLAY "No se genera MINIMOS-SUGERIDOS.DAT con "
                       "totales incompletos."
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM GRABAR-SUGERIDOS
           END-IF.
           IF FS-STATUS-SUG NOT = "00"
               DISPLAY "ERROR: No se pudo crear MINIMOS-SUGERIDOS.DAT: "
                       FS-STATUS-SUG
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-TOTAL
           END-IF.

       ESCRIBIR-SUGERIDO.
           IF WS-KEY-SUMA(WS-KEY-IDX) < ZERO
               MOVE ZERO TO WS-SUG-MINIMO
           ELSE
               COMPUTE WS-SUG-MINIMO =
                       (WS-KEY-SUMA(WS-KEY-IDX)
                        + WS-KEY-MESES(WS-KEY-IDX) - 1)
                       / WS-KEY-MESES(WS-KEY-IDX)
           END-IF
           MOVE WS-KEY-ID(WS-KEY-IDX) TO MAT-ID
           MOVE WS-KEY-ALMACEN(WS-KEY-IDX) TO MAT-ALMACEN
           READ MATERIAL-FILE
                   DISPLAY "AVISO: Material " MAT-ID " almacen "
                           MAT-ALMACEN " ya no existe; sin sugerencia."
               NOT INVALID KEY
                   PERFORM VERIFICAR-DESCONTINUADO
                   IF WS-DESCONTINUADO = 'S'
                       DISPLAY "AVISO: Material " MAT-ID " almacen "
                               MAT-ALMACEN " descontinuado; "
                               "sin sugerencia."
                   ELSE
                       MOVE SPACES TO SUGERIDO-REG
                       MOVE WS-KEY-ID(WS-KEY-IDX) TO SUG-ID
                       MOVE WS-KEY-ALMACEN(WS-KEY-IDX) TO SUG-ALMACEN
                       MOVE MAT-MINIMO TO SUG-MINIMO-ACTUAL
                       MOVE WS-SUG-MINIMO TO SUG-MINIMO-NUEVO
                       WRITE SUGERIDO-REG
                   END-IF
           END-READ.

       VERIFICAR-DESCONTINUADO.
           MOVE 'N' TO WS-DESCONTINUADO
           IF WS-EST-ABIERTO = 'S'
               MOVE MAT-CLAVE TO EST-CLAVE
               READ ESTADOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EST-DESCONTINUADO
                           MOVE 'S' TO WS-DESCONTINUADO
                       END-IF
               END-READ
           END-IF.

       APLICAR-SUGERIDOS.
           MOVE ZERO TO WS-APLICADOS
           MOVE ZERO TO WS-OMITIDOS
           IF FS-STATUS-SUG NOT = "00"
               DISPLAY "ERROR: No se pudo abrir MINIMOS-SUGERIDOS.DAT: "
                       FS-STATUS-SUG
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE 'N' TO WS-EOF-SUG
               PERFORM UNTIL WS-EOF-SUG = 'S'
                   DISPLAY "AVISO: Material " SUG-ID " almacen "
                           SUG-ALMACEN " no existe; omitido."
               NOT INVALID KEY
                   PERFORM VERIFICAR-DESCONTINUADO
                   IF WS-DESCONTINUADO = 'S'
                       ADD 1 TO WS-OMITIDOS
                       DISPLAY "AVISO: Material " SUG-ID " almacen "
                               SUG-ALMACEN " descontinuado; omitido."
                   ELSE
                       MOVE SUG-MINIMO-NUEVO TO MAT-MINIMO
                       REWRITE MATERIAL-REG
                       ADD 1 TO WS-APLICADOS
                   END-IF
           END-READ.

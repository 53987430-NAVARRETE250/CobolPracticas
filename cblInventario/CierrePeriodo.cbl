               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LCK.

           SELECT PROVEEDORES-FILE ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-CLAVE
               FILE STATUS IS FS-STATUS-PROV.

           SELECT LIQUIDACION-FILE ASSIGN DYNAMIC WS-LIQ-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LIQ.

           SELECT LIQ-REPORTE-FILE ASSIGN DYNAMIC WS-LIQ-PRT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LQP.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.

       FD  MOVIMIENTOS-FILE.
       01  MOVIMIENTO-LINEA     PIC X(180).
           COPY MOVIMIENTO.

       FD  MOV-NUEVO-FILE.
       01  MOV-NUEVO-LINEA      PIC X(180).
           05 FILLER            PIC X(01).
           05 LCK-FECHA-HORA    PIC X(19).

       FD  PROVEEDORES-FILE.
       01  PROVEEDOR-REG.
           05 PROV-CLAVE.
              10 PROV-MAT-ID    PIC 9(05).
              10 PROV-CODIGO    PIC X(05).
           05 PROV-NOMBRE       PIC X(20).
           05 PROV-DIAS-ENTREGA PIC 9(03).
           05 PROV-PRECIO       PIC 9(06)V99.

       FD  LIQUIDACION-FILE.
       01  LIQUIDACION-REG.
           05 LIQ-PERIODO       PIC 9(06).
           05 LIQ-PROVEEDOR     PIC X(05).
           05 LIQ-MAT-ID        PIC 9(05).
           05 LIQ-ALMACEN       PIC X(04).
           05 LIQ-CANTIDAD      PIC 9(08).
           05 LIQ-PRECIO        PIC 9(06)V99.
           05 LIQ-IMPORTE       PIC 9(12)V99.

       FD  LIQ-REPORTE-FILE.
       01  LIQ-REPORTE-LINEA    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS         PIC XX.
           05 WS-PER-ANIO       PIC 9(04).
           05 WS-PER-MES        PIC 9(02).
           05 WS-CONFIRMA       PIC X VALUE 'N'.
           05 WS-PARM-EJECUCION PIC X(10).
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-CIERRE-OK      PIC X VALUE 'S'.
           05 WS-HAY-MOV        PIC X VALUE 'N'.
           05 WS-EOF-MOV        PIC X VALUE 'N'.
           05 WS-RUN-TOTAL      PIC 9(03) VALUE ZERO.
           05 WS-RUN-IDX        PIC 9(03).
           05 WS-RUN-HALLADO    PIC X VALUE 'N'.
           05 FS-STATUS-PROV    PIC XX.
           05 FS-STATUS-LIQ     PIC XX.
           05 FS-STATUS-LQP     PIC XX.
           05 WS-LIQ-NOMBRE     PIC X(40).
           05 WS-LIQ-PRT-NOMBRE PIC X(40).
           05 WS-LIQ-CREADA     PIC X VALUE 'N'.
           05 WS-LQ-TOTAL       PIC 9(03) VALUE ZERO.
           05 WS-LQ-IDX         PIC 9(03).
           05 WS-LQ-JDX         PIC 9(03).
           05 WS-LQ-HALLADO     PIC 9(03).
           05 WS-LQ-CANTIDAD    PIC 9(08).
           05 WS-LQ-PROV-ACTUAL PIC X(05).
           05 WS-LQ-SUBTOTAL    PIC 9(14)V99.
           05 WS-LQ-TOTAL-IMP   PIC 9(14)V99.
           05 WS-LQ-SIN-PRECIO  PIC 9(03) VALUE ZERO.
           05 WS-LQ-PROVEEDORES PIC 9(03) VALUE ZERO.
           05 WS-LQ-MAT-ABIERTO PIC X VALUE 'N'.
           05 WS-LQ-PRV-ABIERTO PIC X VALUE 'N'.

       01  WS-FECHA-ACTUAL.
           05 WS-FA-ANIO        PIC 9(04).
           05 WS-FA-SEGUNDO     PIC 9(02).
           05 FILLER            PIC X(07).

       01  WS-TABLA-CERRADOS.
           05 WS-CER-ITEM OCCURS 240 TIMES.
              10 WS-CER-PERIODO PIC 9(06).
              10 WS-RUN-PERIODO PIC 9(06).
              10 WS-RUN-CREADO  PIC X(01).

       01  WS-TABLA-LIQUIDACION.
           05 WS-LQ-ITEM OCCURS 500 TIMES.
              10 WS-LQ-PROVEEDOR   PIC X(05).
              10 WS-LQ-ID          PIC 9(05).
              10 WS-LQ-ALMACEN     PIC X(04).
              10 WS-LQ-PRECIO      PIC 9(06)V99.
              10 WS-LQ-CONSUMIDO   PIC 9(08).
              10 WS-LQ-IMPORTE     PIC 9(12)V99.

       01  WS-LQ-AUXILIAR.
           05 FILLER            PIC X(05).
           05 FILLER            PIC 9(05).
           05 FILLER            PIC X(04).
           05 FILLER            PIC 9(06)V99.
           05 FILLER            PIC 9(08).
           05 FILLER            PIC 9(12)V99.

       01  WS-LQ-DETALLE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-LD-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LD-ALMACEN     PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LD-NOMBRE      PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LD-CANTIDAD    PIC Z(07)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LD-PRECIO      PIC Z(05)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LD-IMPORTE     PIC Z(11)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LD-NOTA        PIC X(10).

       01  WS-LQ-IMPORTE-ED     PIC Z(13)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           COMPUTE WS-PERIODO-HOY =
                   WS-FA-ANIO * 100 + WS-FA-MES
               DISPLAY "ERROR: El periodo abierto " WS-PERIODO-CIERRE
                       " es posterior al mes en curso; no se puede "
                       "cerrar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOMAR-BLOQUEO
           IF WS-LOCK-OK = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "=== CIERRE DE PERIODO CONTABLE ==="
               DISPLAY "AVISO: Es el periodo en curso; los movimientos "
                       "posteriores quedaran en el periodo siguiente."
           END-IF
           IF WS-PARM-EJECUCION = "LOTE"
               MOVE 'S' TO WS-CONFIRMA
           ELSE
               DISPLAY "Confirma el cierre? (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY "Cierre cancelado."
               PERFORM LIBERAR-BLOQUEO
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PERIODOS-CERRADOS
               PERFORM CALCULAR-PERIODO-NUEVO
               PERFORM GENERAR-SALDOS-APERTURA
           END-IF
           IF WS-CIERRE-OK = 'S'
               PERFORM GENERAR-LIQUIDACION
           END-IF
           IF WS-CIERRE-OK = 'S' AND WS-HAY-MOV = 'S'
               PERFORM REEMPLAZAR-MOVIMIENTOS
           END-IF
               DISPLAY "Movimientos del periodo abierto: "
                       WS-MOV-ABIERTAS
               IF WS-MOV-ILEGIBLES > ZERO
                   DISPLAY "AVISO: " WS-MOV-ILEGIBLES " lineas con "
                           "formato anterior quedaron en "
                           "MOVIMIENTOS.DAT; ejecute "
                           "CONVERSION-MOVIMIENTOS."
               END-IF
               DISPLAY "Saldos de apertura: " WS-SALDOS-NOMBRE
                       " (" WS-SALDOS-TOTAL " claves)"
               IF WS-LQ-TOTAL > ZERO
                   DISPLAY "Liquidacion de consignacion: "
                           WS-LIQ-PRT-NOMBRE " (" WS-LQ-PROVEEDORES
                           " proveedores)"
               END-IF
               IF WS-LQ-SIN-PRECIO > ZERO
                   DISPLAY "AVISO: " WS-LQ-SIN-PRECIO " lineas de "
                           "consignacion sin precio acordado; "
                           "revise la liquidacion."
                   IF WS-RETORNO = ZERO
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
               DISPLAY "Periodo abierto ahora: " WS-PERIODO-NUEVO
           ELSE
               DISPLAY "Cierre abortado; no se avanzo el periodo."
               PERFORM DESHACER-ARCHIVOS
               MOVE 8 TO WS-RETORNO
           END-IF
           PERFORM LIBERAR-BLOQUEO
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       TOMAR-BLOQUEO.
                   "abiertos; no se puede cerrar el periodo."
           DISPLAY "Bloqueo tomado por " LCK-USUARIO " el "
                   LCK-FECHA-HORA
           IF WS-PARM-EJECUCION = "LOTE"
               DISPLAY "Cierre cancelado; en ejecucion por lote no "
                       "se toma un bloqueo ajeno."
           ELSE
               DISPLAY "Si esa sesion termino por una caida el "
                       "bloqueo quedo huerfano."
               DISPLAY "Tomar el bloqueo de todas formas? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-LOCK-TOMAR
               IF WS-LOCK-TOMAR = 'S' OR WS-LOCK-TOMAR = 's'
                   PERFORM GRABAR-BLOQUEO
               ELSE
                   DISPLAY "Cierre cancelado; espere a que "
                           LCK-USUARIO " termine."
               END-IF
           END-IF.

       GRABAR-BLOQUEO.
               IF FS-STATUS-PER NOT = "35"
                   DISPLAY "ERROR: No se pudo leer "
                           "PERIODO-ABIERTO.DAT: " FS-STATUS-PER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           END-IF.

       CLASIFICAR-LINEA.
           IF NOT MOV-VERSION-ACTUAL
               ADD 1 TO WS-MOV-ILEGIBLES
               MOVE MOVIMIENTO-LINEA TO MOV-NUEVO-LINEA
               WRITE MOV-NUEVO-LINEA
           ELSE
               COMPUTE WS-PERIODO-LINEA =
                       MOV-ANIO * 100 + MOV-MES
               IF WS-PERIODO-LINEA > WS-PERIODO-CIERRE
                   ADD 1 TO WS-MOV-ABIERTAS
                   MOVE MOVIMIENTO-LINEA TO MOV-NUEVO-LINEA
               MOVE MOVIMIENTO-LINEA TO ARCHIVO-LINEA
               WRITE ARCHIVO-LINEA
               ADD 1 TO WS-MOV-ARCHIVADAS
               IF NOT MOV-STOCK-PROPIO AND MOV-TIPO = "GASTO"
                   PERFORM ACUMULAR-CONSIGNA
               END-IF
           END-IF.

       ACUMULAR-CONSIGNA.
           COMPUTE WS-LQ-CANTIDAD = 0 - MOV-DELTA
           MOVE ZERO TO WS-LQ-HALLADO
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-TOTAL
                      OR WS-LQ-HALLADO NOT = ZERO
               IF WS-LQ-PROVEEDOR(WS-LQ-IDX) = MOV-PROVEEDOR
                      AND WS-LQ-ID(WS-LQ-IDX) = MOV-ID
                      AND WS-LQ-ALMACEN(WS-LQ-IDX) = MOV-ALMACEN
                      AND WS-LQ-PRECIO(WS-LQ-IDX) = MOV-COSTO-UNITARIO
                   MOVE WS-LQ-IDX TO WS-LQ-HALLADO
               END-IF
           END-PERFORM
           IF WS-LQ-HALLADO = ZERO
               IF WS-LQ-TOTAL >= 500
                   DISPLAY "ERROR: Mas de 500 lineas de consumo en "
                           "consignacion; cierre abortado."
                   MOVE 'N' TO WS-CIERRE-OK
               ELSE
                   ADD 1 TO WS-LQ-TOTAL
                   MOVE WS-LQ-TOTAL TO WS-LQ-HALLADO
                   MOVE MOV-PROVEEDOR TO WS-LQ-PROVEEDOR(WS-LQ-TOTAL)
                   MOVE MOV-ID TO WS-LQ-ID(WS-LQ-TOTAL)
                   MOVE MOV-ALMACEN TO WS-LQ-ALMACEN(WS-LQ-TOTAL)
                   MOVE MOV-COSTO-UNITARIO
                        TO WS-LQ-PRECIO(WS-LQ-TOTAL)
                   MOVE ZERO TO WS-LQ-CONSUMIDO(WS-LQ-TOTAL)
                   MOVE ZERO TO WS-LQ-IMPORTE(WS-LQ-TOTAL)
               END-IF
           END-IF
           IF WS-LQ-HALLADO NOT = ZERO
               ADD WS-LQ-CANTIDAD TO WS-LQ-CONSUMIDO(WS-LQ-HALLADO)
               COMPUTE WS-LQ-IMPORTE(WS-LQ-HALLADO) =
                       WS-LQ-IMPORTE(WS-LQ-HALLADO)
                       + WS-LQ-CANTIDAD * MOV-COSTO-UNITARIO
           END-IF.

       REGISTRAR-ARCHIVO-RUN.
               IF WS-HAY-MOV = 'S'
                   CALL "CBL_DELETE_FILE" USING WS-MOV-TEMPORAL
               END-IF
               IF WS-LIQ-CREADA = 'S'
                   CALL "CBL_DELETE_FILE" USING WS-LIQ-NOMBRE
                   CALL "CBL_DELETE_FILE" USING WS-LIQ-PRT-NOMBRE
               END-IF
               DISPLAY "MOVIMIENTOS.DAT quedo intacto; puede corregir "
                       "la causa y reejecutar el cierre."
           END-IF.
           END-IF
           END-IF.

       GENERAR-LIQUIDACION.
           IF WS-LQ-TOTAL = ZERO
               DISPLAY "Sin consumos de consignacion en el periodo."
           ELSE
               PERFORM ORDENAR-LIQUIDACION
               MOVE SPACES TO WS-LIQ-NOMBRE
               STRING "LIQUIDACION-CONSIGNA-" WS-PERIODO-CIERRE ".DAT"
                   DELIMITED BY SIZE INTO WS-LIQ-NOMBRE
               MOVE SPACES TO WS-LIQ-PRT-NOMBRE
               STRING "LIQUIDACION-CONSIGNA-" WS-PERIODO-CIERRE ".PRT"
                   DELIMITED BY SIZE INTO WS-LIQ-PRT-NOMBRE
               OPEN OUTPUT LIQUIDACION-FILE
               IF FS-STATUS-LIQ NOT = "00"
                   DISPLAY "ERROR: No se pudo crear " WS-LIQ-NOMBRE
                           ": " FS-STATUS-LIQ
                   MOVE 'N' TO WS-CIERRE-OK
               ELSE
                   OPEN OUTPUT LIQ-REPORTE-FILE
                   IF FS-STATUS-LQP NOT = "00"
                       DISPLAY "ERROR: No se pudo crear "
                               WS-LIQ-PRT-NOMBRE ": " FS-STATUS-LQP
                       MOVE 'N' TO WS-CIERRE-OK
                       CLOSE LIQUIDACION-FILE
                       CALL "CBL_DELETE_FILE" USING WS-LIQ-NOMBRE
                   ELSE
                       MOVE 'S' TO WS-LIQ-CREADA
                       PERFORM ESCRIBIR-LIQUIDACION
                       CLOSE LIQ-REPORTE-FILE
                       CLOSE LIQUIDACION-FILE
                   END-IF
               END-IF
           END-IF.

       ORDENAR-LIQUIDACION.
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX >= WS-LQ-TOTAL
               PERFORM VARYING WS-LQ-JDX FROM WS-LQ-IDX BY 1
                       UNTIL WS-LQ-JDX > WS-LQ-TOTAL
                   IF WS-LQ-ITEM(WS-LQ-JDX) < WS-LQ-ITEM(WS-LQ-IDX)
                       MOVE WS-LQ-ITEM(WS-LQ-IDX) TO WS-LQ-AUXILIAR
                       MOVE WS-LQ-ITEM(WS-LQ-JDX)
                            TO WS-LQ-ITEM(WS-LQ-IDX)
                       MOVE WS-LQ-AUXILIAR TO WS-LQ-ITEM(WS-LQ-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-LIQUIDACION.
           OPEN INPUT MATERIAL-FILE
           IF FS-STATUS = "00"
               MOVE 'S' TO WS-LQ-MAT-ABIERTO
           END-IF
           OPEN INPUT PROVEEDORES-FILE
           IF FS-STATUS-PROV = "00"
               MOVE 'S' TO WS-LQ-PRV-ABIERTO
           END-IF
           MOVE SPACES TO LIQ-REPORTE-LINEA
           STRING "LIQUIDACION DE CONSIGNACION - PERIODO "
                  WS-PERIODO-CIERRE
               DELIMITED BY SIZE INTO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA
           MOVE ALL "=" TO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA
           MOVE ZERO TO WS-LQ-TOTAL-IMP
           MOVE SPACES TO WS-LQ-PROV-ACTUAL
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-TOTAL
               IF WS-LQ-PROVEEDOR(WS-LQ-IDX) NOT = WS-LQ-PROV-ACTUAL
                   IF WS-LQ-PROV-ACTUAL NOT = SPACES
                       PERFORM CERRAR-PROVEEDOR-LIQ
                   END-IF
                   PERFORM ABRIR-PROVEEDOR-LIQ
               END-IF
               MOVE WS-PERIODO-CIERRE TO LIQ-PERIODO
               MOVE WS-LQ-PROVEEDOR(WS-LQ-IDX) TO LIQ-PROVEEDOR
               MOVE WS-LQ-ID(WS-LQ-IDX) TO LIQ-MAT-ID
               MOVE WS-LQ-ALMACEN(WS-LQ-IDX) TO LIQ-ALMACEN
               MOVE WS-LQ-CONSUMIDO(WS-LQ-IDX) TO LIQ-CANTIDAD
               MOVE WS-LQ-PRECIO(WS-LQ-IDX) TO LIQ-PRECIO
               MOVE WS-LQ-IMPORTE(WS-LQ-IDX) TO LIQ-IMPORTE
               WRITE LIQUIDACION-REG
               IF FS-STATUS-LIQ NOT = "00"
                   DISPLAY "ERROR: Fallo la escritura de "
                           WS-LIQ-NOMBRE ": " FS-STATUS-LIQ
                   MOVE 'N' TO WS-CIERRE-OK
               END-IF
               MOVE WS-LQ-ID(WS-LQ-IDX) TO WS-LD-ID
               MOVE WS-LQ-ALMACEN(WS-LQ-IDX) TO WS-LD-ALMACEN
               MOVE SPACES TO WS-LD-NOMBRE
               IF WS-LQ-MAT-ABIERTO = 'S'
                   MOVE WS-LQ-ID(WS-LQ-IDX) TO MAT-ID
                   MOVE WS-LQ-ALMACEN(WS-LQ-IDX) TO MAT-ALMACEN
                   READ MATERIAL-FILE
                       NOT INVALID KEY MOVE MAT-NOMBRE TO WS-LD-NOMBRE
                   END-READ
               END-IF
               MOVE WS-LQ-CONSUMIDO(WS-LQ-IDX) TO WS-LD-CANTIDAD
               MOVE WS-LQ-PRECIO(WS-LQ-IDX) TO WS-LD-PRECIO
               MOVE WS-LQ-IMPORTE(WS-LQ-IDX) TO WS-LD-IMPORTE
               IF WS-LQ-PRECIO(WS-LQ-IDX) = ZERO
                   MOVE "SIN PRECIO" TO WS-LD-NOTA
                   ADD 1 TO WS-LQ-SIN-PRECIO
               ELSE
                   MOVE SPACES TO WS-LD-NOTA
               END-IF
               MOVE WS-LQ-DETALLE TO LIQ-REPORTE-LINEA
               WRITE LIQ-REPORTE-LINEA
               ADD WS-LQ-IMPORTE(WS-LQ-IDX) TO WS-LQ-SUBTOTAL
               ADD WS-LQ-IMPORTE(WS-LQ-IDX) TO WS-LQ-TOTAL-IMP
           END-PERFORM
           PERFORM CERRAR-PROVEEDOR-LIQ
           MOVE WS-LQ-TOTAL-IMP TO WS-LQ-IMPORTE-ED
           MOVE SPACES TO LIQ-REPORTE-LINEA
           STRING "TOTAL CONSIGNACION DEL PERIODO: " WS-LQ-IMPORTE-ED
               DELIMITED BY SIZE INTO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA
           IF WS-LQ-PRV-ABIERTO = 'S'
               CLOSE PROVEEDORES-FILE
           END-IF
           IF WS-LQ-MAT-ABIERTO = 'S'
               CLOSE MATERIAL-FILE
           END-IF.

       ABRIR-PROVEEDOR-LIQ.
           MOVE WS-LQ-PROVEEDOR(WS-LQ-IDX) TO WS-LQ-PROV-ACTUAL
           MOVE ZERO TO WS-LQ-SUBTOTAL
           ADD 1 TO WS-LQ-PROVEEDORES
           MOVE SPACES TO PROV-NOMBRE
           IF WS-LQ-PRV-ABIERTO = 'S'
               MOVE WS-LQ-ID(WS-LQ-IDX) TO PROV-MAT-ID
               MOVE WS-LQ-PROVEEDOR(WS-LQ-IDX) TO PROV-CODIGO
               READ PROVEEDORES-FILE
                   INVALID KEY MOVE SPACES TO PROV-NOMBRE
               END-READ
           END-IF
           MOVE SPACES TO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA
           MOVE SPACES TO LIQ-REPORTE-LINEA
           STRING "PROVEEDOR: " WS-LQ-PROV-ACTUAL " " PROV-NOMBRE
               DELIMITED BY SIZE INTO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA
           MOVE SPACES TO LIQ-REPORTE-LINEA
           STRING "  ID    ALM  NOMBRE               CANTID"
                  "AD    PRECIO         IMPORTE"
               DELIMITED BY SIZE INTO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA
           MOVE ALL "-" TO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA.

       CERRAR-PROVEEDOR-LIQ.
           MOVE WS-LQ-SUBTOTAL TO WS-LQ-IMPORTE-ED
           MOVE SPACES TO LIQ-REPORTE-LINEA
           STRING "  TOTAL A FACTURAR " WS-LQ-PROV-ACTUAL ": "
                  WS-LQ-IMPORTE-ED
               DELIMITED BY SIZE INTO LIQ-REPORTE-LINEA
           WRITE LIQ-REPORTE-LINEA.

       GRABAR-PERIODO-ABIERTO.
           OPEN OUTPUT PERIODO-FILE
           IF FS-STATUS-PER NOT = "00"
               DISPLAY "ERROR: No se pudo grabar PERIODO-ABIERTO.DAT: "
                       FS-STATUS-PER
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE WS-PERIODO-NUEVO TO PER-ABIERTO
               WRITE PERIODO-REG

               RECORD KEY IS BK-CLAVE
               FILE STATUS IS FS-STATUS-BK.

           SELECT ORDENES-OBRA-FILE ASSIGN TO "ORDENES-OBRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-ORDEN
               FILE STATUS IS FS-STATUS-OBR.

           SELECT COSTO-OBRA-FILE ASSIGN DYNAMIC WS-COB-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-COB.

           SELECT CONSIGNACION-FILE ASSIGN TO "CONSIGNACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               FILE STATUS IS FS-STATUS-CSG.

           SELECT ESTADOS-FILE ASSIGN TO "MATERIA-ESTADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CLAVE
               FILE STATUS IS FS-STATUS-EST.

           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CLAVE
               FILE STATUS IS FS-STATUS-PED.

           SELECT HISTORICO-FILE ASSIGN TO "MATERIA-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-HIS.

           SELECT DEPURACION-PRT-FILE ASSIGN DYNAMIC WS-DEP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-DPR.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-FILE.
           05 MAT-COSTO-UNITARIO PIC 9(06)V99.

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  ORDEN-COMPRA-FILE.
       01  ORDEN-COMPRA-REG.
           05 CONT-CANTIDAD     PIC 9(06).

       FD  DISCREPANCIAS-FILE.
       01  DISCREPANCIA-LINEA   PIC X(120).

       FD  TRANSACCIONES-FILE.
       01  TRANSACCION-REG.
           05 LCK-FECHA-HORA    PIC X(19).

       FD  KARDEX-MOV-FILE.
       01  KARDEX-MOV-LINEA     PIC X(120).

       FD  CERRADOS-FILE.
       01  CERRADO-REG.
           05 BK-MINIMO             PIC 9(04).
           05 BK-COSTO-UNITARIO     PIC 9(06)V99.

       FD  ORDENES-OBRA-FILE.
       01  ORDEN-OBRA-REG.
           05 OBR-ORDEN         PIC X(08).
           05 OBR-DESCRIPCION   PIC X(30).
           05 OBR-CENTRO-COSTO  PIC X(06).
           05 OBR-ESTADO        PIC X(10).
           05 OBR-FECHA-APERTURA PIC 9(08).
           05 OBR-FECHA-CIERRE  PIC 9(08).

       FD  COSTO-OBRA-FILE.
       01  COSTO-OBRA-LINEA     PIC X(100).

       FD  CONSIGNACION-FILE.
       01  CONSIGNA-REG.
           05 CSG-CLAVE.
              10 CSG-MAT-ID     PIC 9(05).
              10 CSG-ALMACEN    PIC X(04).
              10 CSG-PROVEEDOR  PIC X(05).
           05 CSG-CANTIDAD      PIC 9(06).
           05 CSG-PRIMERO       PIC X(01).

       FD  ESTADOS-FILE.
           COPY ESTADOMAT.

       FD  PEDIDOS-FILE.
       01  PEDIDO-REG.
           05 PED-CLAVE.
              10 PED-NUMERO     PIC 9(06).
              10 PED-LINEA      PIC 9(03).
           05 PED-CLIENTE       PIC X(06).
           05 PED-FECHA         PIC 9(08).
           05 PED-PROD-ID       PIC X(05).
           05 PED-MAT-ID        PIC 9(05).
           05 PED-ALMACEN       PIC X(04).
           05 PED-CANTIDAD      PIC 9(06).
           05 PED-RESERVADA     PIC 9(06).
           05 PED-DESPACHADA    PIC 9(06).
           05 PED-ESTADO        PIC X(10).

       FD  HISTORICO-FILE.
       01  HISTORICO-REG.
           05 HIS-FECHA-BAJA    PIC 9(08).
           05 HIS-MAT-ID        PIC 9(05).
           05 HIS-ALMACEN       PIC X(04).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-CANTIDAD      PIC 9(06).
           05 HIS-MINIMO        PIC 9(04).
           05 HIS-COSTO-UNITARIO PIC 9(06)V99.
           05 HIS-ESTADO        PIC X(01).
           05 HIS-MOTIVO        PIC X(30).
           05 HIS-FECHA-ESTADO  PIC 9(08).
           05 HIS-USUARIO-ESTADO PIC X(08).
           05 HIS-USUARIO-BAJA  PIC X(08).

       FD  DEPURACION-PRT-FILE.
       01  DEPURACION-LINEA     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS         PIC XX.
           05 WS-GASTO          PIC 9(06).
           05 WS-OC-CANTIDAD    PIC 9(06).
           05 WS-PARM-EJECUCION PIC X(10).
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-EOF-CONTEO     PIC X VALUE 'N'.
           05 WS-CF-DIFERENCIA  PIC S9(06).
           05 WS-CF-TOTAL-MATERIAL PIC 9(06).
           05 FS-STATUS-RSV     PIC XX.
           05 WS-EOF-RSV        PIC X VALUE 'N'.
           05 WS-RESERVADO      PIC 9(08).
           05 WS-RESERVADO-PV   PIC 9(08).
           05 WS-DISPONIBLE     PIC S9(08).
           05 WS-RSV-ORDEN-GASTO PIC X(08).
           05 WS-RSV-DESCUENTO  PIC 9(06).
           05 WS-AJU-DECISION   PIC X VALUE 'N'.
           05 WS-AJU-MOTIVO     PIC 9(01).
           05 WS-AJU-CANTIDAD   PIC 9(06).
           05 WS-AJU-DIFERENCIA PIC S9(07).
           05 WS-AJU-OTRO       PIC X VALUE 'N'.
           05 WS-AJU-APROBADOS  PIC 9(04).
           05 WS-AJU-RECHAZADOS PIC 9(04).
           05 WS-KDX-FILTRO-ID  PIC 9(05).
           05 WS-KDX-FILTRO-ALM PIC X(04).
           05 WS-KDX-IMPRIMIR   PIC X VALUE 'N'.
           05 WS-KDX-DELTA-ED   PIC +9(06).
           05 WS-KDX-CONTADOR   PIC 9(05).
           05 FS-STATUS-LCK     PIC XX.
           05 WS-LOCK-OK        PIC X VALUE 'N'.
           05 WS-LOCK-TOMAR     PIC X VALUE 'N'.
           05 WS-LOCK-NOMBRE    PIC X(20) VALUE "SESION-LOCK.DAT".
           05 FS-STATUS-OBR     PIC XX.
           05 FS-STATUS-COB     PIC XX.
           05 WS-OPCION-OBR     PIC 9.
           05 WS-FIN-OBR        PIC X VALUE 'N'.
           05 WS-OBR-ORDEN-TRAB PIC X(08).
           05 WS-OBR-OK         PIC X VALUE 'N'.
           05 WS-OBR-CONFIRMA   PIC X VALUE 'N'.
           05 WS-OBR-MODO       PIC X VALUE 'R'.
           05 WS-OBR-CANTIDAD   PIC S9(07).
           05 WS-OBR-NETO       PIC S9(08).
           05 WS-OBR-VALOR      PIC S9(12)V99.
           05 WS-OBR-TOT-GASTO  PIC 9(14)V99.
           05 WS-OBR-TOT-DEVOL  PIC 9(14)V99.
           05 WS-OBR-TOT-NETO   PIC S9(14)V99.
           05 WS-OBR-LINEAS     PIC 9(05).
           05 WS-OBR-SIN-COSTO  PIC 9(05).
           05 WS-COB-NOMBRE     PIC X(30).
           05 WS-LIB-TOTAL      PIC 9(03).
           05 WS-LIB-IDX        PIC 9(03).
           05 WS-LIB-LIBERADAS  PIC 9(05).
           05 WS-LIB-AVANCE     PIC X VALUE 'N'.
           05 WS-LIB-DESBORDE   PIC X VALUE 'N'.
           05 WS-DEV-CANTIDAD   PIC 9(06).
           05 WS-LOT-REGISTRADOS PIC X VALUE 'N'.
           05 FS-STATUS-CSG     PIC XX.
           05 WS-EOF-CSG        PIC X VALUE 'N'.
           05 WS-OPCION-CSG     PIC 9.
           05 WS-FIN-CSG        PIC X VALUE 'N'.
           05 WS-CSG-TOTAL      PIC 9(08).
           05 WS-CSG-PRIMERO    PIC 9(08).
           05 WS-CSG-TOMA       PIC 9(08).
           05 WS-CSG-RESTANTE   PIC 9(08).
           05 WS-CSG-PARTE      PIC 9(06).
           05 WS-CSG-PASADA     PIC X VALUE 'S'.
           05 WS-CSG-CANT-NUEVA PIC 9(06).
           05 WS-CSG-PRECIO     PIC 9(06)V99.
           05 WS-CSG-REF        PIC X(10).
           05 WS-CSG-OK         PIC X VALUE 'N'.
           05 WS-CSG-LISTADOS   PIC 9(05).
           05 WS-GASTO-PROPIO   PIC 9(08).
           05 WS-PROPIO-TOPE    PIC 9(08).
           05 WS-VAL-CONSIGNA   PIC 9(10).
           05 FS-STATUS-EST     PIC XX.
           05 FS-STATUS-PED     PIC XX.
           05 FS-STATUS-HIS     PIC XX.
           05 FS-STATUS-DPR     PIC XX.
           05 WS-EOF-EST        PIC X VALUE 'N'.
           05 WS-EOF-PED        PIC X VALUE 'N'.
           05 WS-OPCION-EST     PIC 9.
           05 WS-FIN-EST        PIC X VALUE 'N'.
           05 WS-EST-ACTUAL     PIC X VALUE 'A'.
           05 WS-EST-MOTIVO     PIC X(30).
           05 WS-EST-NUEVO      PIC X VALUE SPACE.
           05 WS-EST-MOTIVO-NVO PIC X(30).
           05 WS-EST-ORIGEN     PIC X VALUE 'A'.
           05 WS-EST-ORIGEN-MOT PIC X(30).
           05 WS-EST-LISTADOS   PIC 9(05).
           05 WS-DEP-NOMBRE     PIC X(40).
           05 WS-DEP-TOTAL      PIC 9(03).
           05 WS-DEP-IDX        PIC 9(03).
           05 WS-DEP-DESBORDE   PIC X VALUE 'N'.
           05 WS-DEP-PEDIDOS    PIC X VALUE 'N'.
           05 WS-DEP-OK         PIC X VALUE 'N'.
           05 WS-DEP-DEPURADOS  PIC 9(05).
           05 WS-DEP-RETENIDOS  PIC 9(05).
           05 WS-DEP-CAUSA-TRAB PIC X(30).
           05 WS-DEP-COSTO-ED   PIC Z(05)9.99.

       01  WS-OC-TABLA.
           05 WS-OC-ITEM OCCURS 500 TIMES.
           05 WS-MOV-COSTO-ANT     PIC 9(06)V99.
           05 WS-MOV-COSTO-NVO     PIC 9(06)V99.
           05 WS-MOV-REF           PIC X(10) VALUE SPACES.
           05 WS-MOV-PROVEEDOR     PIC X(05) VALUE SPACES.

           COPY MOVIMIENTO REPLACING LEADING ==MOV-== BY ==WS-KDX-==.

       01  WS-KDX-DETALLE.
           05 WS-KD-FECHA.
              10 WS-MER-LOTE       PIC X(10).
              10 WS-MER-CADUCIDAD  PIC 9(08).

       01  WS-TABLA-LIBERA.
           05 WS-LIB-ITEM OCCURS 500 TIMES.
              10 WS-LIB-ID         PIC 9(05).
              10 WS-LIB-ALMACEN    PIC X(04).

       01  WS-COB-DETALLE.
           05 WS-CB-FECHA.
              10 WS-CB-DIA      PIC 9(02).
              10 FILLER         PIC X(01) VALUE "/".
              10 WS-CB-MES      PIC 9(02).
              10 FILLER         PIC X(01) VALUE "/".
              10 WS-CB-ANIO     PIC 9(04).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CB-TIPO        PIC X(10).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CB-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CB-ALMACEN     PIC X(04).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CB-CANTIDAD    PIC -Z(06)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CB-COSTO       PIC Z(05)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CB-VALOR       PIC -Z(11)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CB-USUARIO     PIC X(08).

       01  WS-COB-TOTAL-ED      PIC -Z(13)9.99.

       01  WS-DISC-LINEA.
           05 FILLER               PIC X(03).
           05 WS-DISC-ID           PIC 9(05).
           05 WS-DISC-SISTEMA      PIC 9(06).
           05 FILLER               PIC X(08).
           05 WS-DISC-FISICO       PIC 9(06).
           05 FILLER               PIC X(18).
           05 WS-DISC-ETIQ-ALM     PIC X(09).
           05 WS-DISC-ALMACEN      PIC X(04).
           05 FILLER               PIC X(24).

       01  WS-TABLA-DEPURA.
           05 WS-DEP-ITEM OCCURS 500 TIMES.
              10 WS-DEP-ID         PIC 9(05).
              10 WS-DEP-ALMACEN    PIC X(04).
              10 WS-DEP-NOMBRE-T   PIC X(20).
              10 WS-DEP-CAUSA      PIC X(30).

       01  WS-TRANSFERENCIA.
           05 WS-TRF-ID           PIC 9(05).
               CLOSE USUARIOS-FILE
               OPEN I-O USUARIOS-FILE
           END-IF.
           OPEN I-O ORDENES-OBRA-FILE
           IF FS-STATUS-OBR = "35"
               OPEN OUTPUT ORDENES-OBRA-FILE
               CLOSE ORDENES-OBRA-FILE
               OPEN I-O ORDENES-OBRA-FILE
           END-IF.
           OPEN I-O CONSIGNACION-FILE
           IF FS-STATUS-CSG = "35"
               OPEN OUTPUT CONSIGNACION-FILE
               CLOSE CONSIGNACION-FILE
               OPEN I-O CONSIGNACION-FILE
           END-IF.
           OPEN I-O ESTADOS-FILE
           IF FS-STATUS-EST = "35"
               OPEN OUTPUT ESTADOS-FILE
               CLOSE ESTADOS-FILE
               OPEN I-O ESTADOS-FILE
           END-IF.

           PERFORM VERIFICAR-PERIODO
           IF WS-PERIODO-OK = 'N'
                       WS-PERIODO-HOY " ya esta cerrado segun "
                       "PERIODO-ABIERTO.DAT; no se aceptan "
                       "movimientos en periodos cerrados."
               MOVE 8 TO WS-RETORNO
           ELSE
           IF WS-PARM-EJECUCION = "CONTEO"
               MOVE "CONTEO" TO WS-USUARIO-ACTUAL
               IF WS-LOCK-OK = 'S'
                   PERFORM MODO-CONTEO-FISICO
                   PERFORM LIBERAR-BLOQUEO
               ELSE
                   MOVE 8 TO WS-RETORNO
               END-IF
           ELSE
           IF WS-PARM-EJECUCION = "LOTE"
               IF WS-LOCK-OK = 'S'
                   PERFORM MODO-LOTE
                   PERFORM LIBERAR-BLOQUEO
               ELSE
                   MOVE 8 TO WS-RETORNO
               END-IF
           ELSE
           IF WS-PARM-EJECUCION = "DEPURAR"
               MOVE "DEPURAR" TO WS-USUARIO-ACTUAL
               PERFORM TOMAR-BLOQUEO
               IF WS-LOCK-OK = 'S'
                   PERFORM DEPURAR-MATERIALES
                   PERFORM LIBERAR-BLOQUEO
               ELSE
                   MOVE 8 TO WS-RETORNO
               END-IF
           ELSE
               PERFORM INICIAR-SESION
                   DISPLAY "19. Gastar Receta (Obra)"
                   DISPLAY "20. Listado de Revaluaciones"
                   DISPLAY "21. Kardex por Material"
                   DISPLAY "22. Devolucion de Material (Obra)"
                   DISPLAY "23. Ordenes de Obra"
                   DISPLAY "24. Existencias en Consignacion"
                   DISPLAY "25. Estado del Material"
                   DISPLAY "26. Salir"
                   DISPLAY "Seleccione: " WITH NO ADVANCING
                   ACCEPT WS-OPCION

                               PERFORM LISTAR-REVALUACIONES
                           END-IF
                       WHEN 21 PERFORM CONSULTAR-KARDEX
                       WHEN 22 PERFORM DEVOLVER-MATERIAL
                       WHEN 23
                           PERFORM EXIGIR-SUPERVISOR
                           IF WS-AUTORIZADO = 'S'
                               PERFORM MENU-ORDENES-OBRA
                           END-IF
                       WHEN 24
                           PERFORM EXIGIR-SUPERVISOR
                           IF WS-AUTORIZADO = 'S'
                               PERFORM MENU-CONSIGNACION
                           END-IF
                       WHEN 25
                           PERFORM EXIGIR-SUPERVISOR
                           IF WS-AUTORIZADO = 'S'
                               PERFORM MENU-ESTADOS
                           END-IF
                       WHEN 26 MOVE 'S' TO WS-FIN
                       WHEN OTHER DISPLAY "Opcion invalida."
                   END-EVALUATE
               END-PERFORM
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           CLOSE ESTADOS-FILE
           CLOSE CONSIGNACION-FILE
           CLOSE ORDENES-OBRA-FILE
           CLOSE USUARIOS-FILE
           CLOSE RECETAS-FILE
           CLOSE RESERVAS-FILE
           CLOSE LOTES-FILE
           CLOSE PROVEEDORES-FILE
           CLOSE MATERIAL-FILE
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       TOMAR-BLOQUEO.
           READ MATERIAL-FILE
               INVALID KEY DISPLAY "Error: No existe ese material."
               NOT INVALID KEY
                   PERFORM LEER-ESTADO-MATERIAL
                   IF WS-EST-ACTUAL = 'B'
                       PERFORM AVISAR-BLOQUEADO
                   ELSE
                       DISPLAY "Material: " MAT-NOMBRE
                       DISPLAY "Stock actual: " MAT-CANTIDAD
                       PERFORM EVALUAR-CONSIGNACION
                       IF WS-CSG-TOTAL > ZERO
                           DISPLAY "En consignacion: " WS-CSG-TOTAL
                                   " (primero: " WS-CSG-PRIMERO ")"
                       END-IF
                       DISPLAY "Cantidad a retirar: " ACCEPT WS-GASTO
                       DISPLAY "Orden de obra (vacio = sin reserva): "
                               WITH NO ADVANCING
                       ACCEPT WS-RSV-ORDEN-GASTO
                       MOVE 'S' TO WS-OBR-OK
                       IF WS-RSV-ORDEN-GASTO NOT = SPACES
                           MOVE WS-RSV-ORDEN-GASTO TO WS-OBR-ORDEN-TRAB
                           PERFORM VALIDAR-ORDEN-OBRA
                       END-IF
                       IF WS-OBR-OK = 'S'
                           PERFORM EJECUTAR-GASTO
                       END-IF
                   END-IF
           END-READ.

       EJECUTAR-GASTO.
               DISPLAY "ERROR: No hay reserva de la orden "
                       WS-RSV-ORDEN-GASTO " para este material."
           ELSE
           PERFORM EVALUAR-CONSIGNACION
           COMPUTE WS-DISPONIBLE = MAT-CANTIDAD + WS-CSG-TOTAL
                   - WS-RESERVADO + WS-RSV-DESCUENTO
           PERFORM REPARTIR-GASTO
           IF WS-GASTO > WS-DISPONIBLE
               DISPLAY "ERROR: Disponible (descontando reservas): "
                       WS-DISPONIBLE
           ELSE
               IF WS-CSG-TOMA > WS-CSG-TOTAL
                   DISPLAY "ERROR: Solo hay " WS-LOT-DISPONIBLE
                           " sin vencer; los lotes vencidos estan "
                           "bloqueados."
                   IF WS-CSG-TOTAL > ZERO
                       DISPLAY "En consignacion: " WS-CSG-TOTAL
                   END-IF
                   IF WS-RESERVADO-PV > ZERO
                       DISPLAY "Reservado para pedidos de clientes: "
                               WS-RESERVADO-PV
                   END-IF
               ELSE
                   IF WS-RSV-ORDEN-GASTO NOT = SPACES
                       MOVE WS-RSV-ORDEN-GASTO TO WS-MOV-REF
                   END-IF
                   MOVE WS-MOV-REF TO WS-CSG-REF
                   IF WS-GASTO-PROPIO > ZERO
                       IF WS-LOT-EXISTEN = 'S'
                           PERFORM CONSUMIR-FEFO
                       END-IF
                       MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                       SUBTRACT WS-GASTO-PROPIO FROM MAT-CANTIDAD
                       REWRITE MATERIAL-REG
                       MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                       MOVE "GASTO" TO WS-MOV-TIPO
                       PERFORM REGISTRAR-MOVIMIENTO
                   END-IF
                   IF WS-CSG-TOMA > ZERO
                       PERFORM CONSUMIR-CONSIGNACION
                   END-IF
                   MOVE SPACES TO WS-MOV-REF
                   IF WS-RSV-DESCUENTO > ZERO
                       PERFORM DESCONTAR-RESERVA
                   END-IF

       CALCULAR-RESERVADO.
           MOVE ZERO TO WS-RESERVADO
           MOVE ZERO TO WS-RESERVADO-PV
           MOVE LOW-VALUES TO RSV-CLAVE
           START RESERVAS-FILE KEY NOT LESS RSV-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-RSV
                       IF RSV-MAT-ID = MAT-ID
                               AND RSV-ALMACEN = MAT-ALMACEN
                           ADD RSV-CANTIDAD TO WS-RESERVADO
                           IF RSV-ORDEN(1:2) = "PV"
                                   AND RSV-ORDEN NOT =
                                       WS-RSV-ORDEN-GASTO
                               ADD RSV-CANTIDAD TO WS-RESERVADO-PV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-LOT.

       CONSUMIR-FEFO.
           MOVE WS-GASTO-PROPIO TO WS-GASTO-RESTANTE
           PERFORM UNTIL WS-GASTO-RESTANTE = ZERO
               PERFORM BUSCAR-LOTE-FEFO
               IF WS-FEFO-ENCONTRADO = 'N'
                           WS-LOT-TOMA
           END-READ.

       EVALUAR-CONSIGNACION.
           MOVE ZERO TO WS-CSG-TOTAL
           MOVE ZERO TO WS-CSG-PRIMERO
           MOVE MAT-ID TO CSG-MAT-ID
           MOVE MAT-ALMACEN TO CSG-ALMACEN
           MOVE LOW-VALUES TO CSG-PROVEEDOR
           START CONSIGNACION-FILE KEY NOT LESS CSG-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-CSG
           END-START
           MOVE 'N' TO WS-EOF-CSG
           PERFORM UNTIL WS-EOF-CSG = 'S' OR FS-STATUS-CSG = "10"
               READ CONSIGNACION-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-CSG
                   NOT AT END
                       IF CSG-MAT-ID = MAT-ID
                               AND CSG-ALMACEN = MAT-ALMACEN
                           ADD CSG-CANTIDAD TO WS-CSG-TOTAL
                           IF CSG-PRIMERO = 'S'
                               ADD CSG-CANTIDAD TO WS-CSG-PRIMERO
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-EOF-CSG
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-CSG.

       REPARTIR-GASTO.
           IF WS-LOT-EXISTEN = 'S'
                   AND WS-LOT-DISPONIBLE < MAT-CANTIDAD
               MOVE WS-LOT-DISPONIBLE TO WS-PROPIO-TOPE
           ELSE
               MOVE MAT-CANTIDAD TO WS-PROPIO-TOPE
           END-IF
           IF WS-RESERVADO-PV >= WS-PROPIO-TOPE
               MOVE ZERO TO WS-PROPIO-TOPE
           ELSE
               SUBTRACT WS-RESERVADO-PV FROM WS-PROPIO-TOPE
           END-IF
           IF WS-GASTO < WS-CSG-PRIMERO
               MOVE WS-GASTO TO WS-CSG-TOMA
           ELSE
               MOVE WS-CSG-PRIMERO TO WS-CSG-TOMA
           END-IF
           COMPUTE WS-GASTO-PROPIO = WS-GASTO - WS-CSG-TOMA
           IF WS-GASTO-PROPIO > WS-PROPIO-TOPE
               COMPUTE WS-CSG-TOMA = WS-CSG-TOMA
                       + WS-GASTO-PROPIO - WS-PROPIO-TOPE
               MOVE WS-PROPIO-TOPE TO WS-GASTO-PROPIO
           END-IF.

       CONSUMIR-CONSIGNACION.
           MOVE WS-CSG-TOMA TO WS-CSG-RESTANTE
           MOVE 'S' TO WS-CSG-PASADA
           PERFORM DESCARGAR-CONSIGNACION
           IF WS-CSG-RESTANTE > ZERO
               MOVE 'N' TO WS-CSG-PASADA
               PERFORM DESCARGAR-CONSIGNACION
           END-IF
           IF WS-CSG-RESTANTE > ZERO
               DISPLAY "AVISO: Consignacion inconsistente; quedan "
                       WS-CSG-RESTANTE " sin descargar."
           END-IF.

       DESCARGAR-CONSIGNACION.
           MOVE MAT-ID TO CSG-MAT-ID
           MOVE MAT-ALMACEN TO CSG-ALMACEN
           MOVE LOW-VALUES TO CSG-PROVEEDOR
           START CONSIGNACION-FILE KEY NOT LESS CSG-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-CSG
           END-START
           MOVE 'N' TO WS-EOF-CSG
           PERFORM UNTIL WS-EOF-CSG = 'S' OR FS-STATUS-CSG = "10"
                      OR WS-CSG-RESTANTE = ZERO
               READ CONSIGNACION-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-CSG
                   NOT AT END
                       IF CSG-MAT-ID = MAT-ID
                               AND CSG-ALMACEN = MAT-ALMACEN
                           IF CSG-CANTIDAD > ZERO
                               IF WS-CSG-PASADA = 'S'
                                   IF CSG-PRIMERO = 'S'
                                       PERFORM DESCARGAR-PROVEEDOR-CSG
                                   END-IF
                               ELSE
                                   IF CSG-PRIMERO NOT = 'S'
                                       PERFORM DESCARGAR-PROVEEDOR-CSG
                                   END-IF
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-EOF-CSG
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-CSG.

       DESCARGAR-PROVEEDOR-CSG.
           IF CSG-CANTIDAD < WS-CSG-RESTANTE
               MOVE CSG-CANTIDAD TO WS-CSG-PARTE
           ELSE
               MOVE WS-CSG-RESTANTE TO WS-CSG-PARTE
           END-IF
           MOVE CSG-CANTIDAD TO WS-MOV-CANT-ANTES
           SUBTRACT WS-CSG-PARTE FROM CSG-CANTIDAD
           REWRITE CONSIGNA-REG
           MOVE CSG-CANTIDAD TO WS-MOV-CANT-DESPUES
           SUBTRACT WS-CSG-PARTE FROM WS-CSG-RESTANTE
           MOVE "GASTO" TO WS-MOV-TIPO
           MOVE WS-CSG-REF TO WS-MOV-REF
           PERFORM REGISTRAR-MOVIMIENTO-CSG
           DISPLAY "Consignacion " CSG-PROVEEDOR " descargada: "
                   WS-CSG-PARTE.

       BUSCAR-PRECIO-CONSIGNA.
           MOVE ZERO TO WS-CSG-PRECIO
           MOVE CSG-MAT-ID TO PROV-MAT-ID
           MOVE CSG-PROVEEDOR TO PROV-CODIGO
           READ PROVEEDORES-FILE
               INVALID KEY
                   DISPLAY "AVISO: No hay convenio del proveedor "
                           CSG-PROVEEDOR " para el material "
                           CSG-MAT-ID "; se registra a precio cero."
               NOT INVALID KEY
                   MOVE PROV-PRECIO TO WS-CSG-PRECIO
           END-READ.

       REGISTRAR-MOVIMIENTO-CSG.
           PERFORM BUSCAR-PRECIO-CONSIGNA
           MOVE CSG-PROVEEDOR TO WS-MOV-PROVEEDOR
           MOVE WS-CSG-PRECIO TO WS-MOV-COSTO-ANT
           MOVE WS-CSG-PRECIO TO WS-MOV-COSTO-NVO
           PERFORM REGISTRAR-MOVIMIENTO.

       REGISTRAR-LOTE.
           DISPLAY "ID del material: " ACCEPT MAT-ID
           DISPLAY "Almacen: " ACCEPT MAT-ALMACEN
               NOT INVALID KEY
                   DISPLAY "Nombre actual: " MAT-NOMBRE
                   MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                   MOVE MAT-COSTO-UNITARIO TO WS-MOV-COSTO-ANT
                   MOVE 'N' TO WS-DATOS-VALIDOS
                   PERFORM UNTIL WS-DATOS-VALIDOS = 'S'
                       DISPLAY "Nuevo nombre: " ACCEPT MAT-NOMBRE
                   END-PERFORM
                   REWRITE MATERIAL-REG
                   MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                   MOVE MAT-COSTO-UNITARIO TO WS-MOV-COSTO-NVO
                   MOVE "MODIF" TO WS-MOV-TIPO
                   PERFORM REGISTRAR-MOVIMIENTO
                   DISPLAY "Actualizado."
               READ MATERIAL-FILE NEXT
                   AT END MOVE "10" TO FS-STATUS
                   NOT AT END
                       PERFORM LEER-ESTADO-MATERIAL
                       IF WS-EST-ACTUAL NOT = 'D'
                           PERFORM CALCULAR-RESERVADO
                           COMPUTE WS-DISPONIBLE =
                                   MAT-CANTIDAD - WS-RESERVADO
                           DISPLAY MAT-ID " | " MAT-ALMACEN " | "
                                   MAT-NOMBRE " | "
                                   MAT-CANTIDAD " | "
                                   WS-DISPONIBLE " | "
                                   WITH NO ADVANCING
                           IF WS-EST-ACTUAL = 'B'
                               DISPLAY "BLOQUEADO"
                           ELSE
                           IF WS-DISPONIBLE <= 5
                               DISPLAY "CRITICO"
                           ELSE
                               IF WS-DISPONIBLE < MAT-MINIMO
                                   DISPLAY "BAJO"
                               ELSE
                                   DISPLAY "OK"
                               END-IF
                           END-IF
                           END-IF
                       END-IF
               END-READ
           MOVE LOW-VALUES TO MAT-CLAVE
           START MATERIAL-FILE KEY NOT LESS MAT-CLAVE
           MOVE ZERO TO WS-VAL-TOTAL
           MOVE ZERO TO WS-VAL-CONSIGNA
           DISPLAY "------------------------------------------------"
                   "-----------------------"
           DISPLAY "ID    |ALM | NOMBRE              | PROPIO | "
                   "CONSIGNA | VALORIZADO"
           DISPLAY "------------------------------------------------"
                   "-----------------------"
           PERFORM UNTIL FS-STATUS = "10"
               READ MATERIAL-FILE NEXT
                   AT END MOVE "10" TO FS-STATUS
                   NOT AT END
                       PERFORM EVALUAR-CONSIGNACION
                       ADD WS-CSG-TOTAL TO WS-VAL-CONSIGNA
                       COMPUTE WS-VAL-SUBTOTAL ROUNDED =
                               MAT-CANTIDAD * MAT-COSTO-UNITARIO
                       ADD WS-VAL-SUBTOTAL TO WS-VAL-TOTAL
                       DISPLAY MAT-ID " | " MAT-ALMACEN " | "
                               MAT-NOMBRE " | " MAT-CANTIDAD " | "
                               WS-CSG-TOTAL " | " WS-VAL-SUBTOTAL
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
                   "-----------------------"
           DISPLAY "VALOR TOTAL DEL INVENTARIO: " WS-VAL-TOTAL
           IF WS-VAL-CONSIGNA > ZERO
               DISPLAY "UNIDADES EN CONSIGNACION (SIN VALOR, DEL "
                       "PROVEEDOR): " WS-VAL-CONSIGNA
           END-IF
           MOVE "00" TO FS-STATUS.

       GENERAR-ORDEN-COMPRA.
                   NOT AT END
                       IF MAT-CANTIDAD < MAT-MINIMO
                                   OR MAT-CANTIDAD <= 5
                           PERFORM LEER-ESTADO-MATERIAL
                           IF WS-EST-ACTUAL NOT = 'D'
                               PERFORM ARMAR-LINEA-OC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   DISPLAY "Error: No existe ese material en el "
                           "almacen origen."
               NOT INVALID KEY
                   PERFORM LEER-ESTADO-TRANSFER
                   PERFORM EVALUAR-LOTES
                   IF WS-EST-ORIGEN = 'B'
                       DISPLAY "ERROR: Material " WS-TRF-ID
                               " almacen " WS-TRF-ORIGEN
                               " BLOQUEADO por calidad: "
                               WS-EST-ORIGEN-MOT
                   ELSE
                   IF WS-EST-ACTUAL = 'B'
                       DISPLAY "ERROR: Material " WS-TRF-ID
                               " almacen " WS-TRF-DESTINO
                               " BLOQUEADO por calidad: "
                               WS-EST-MOTIVO
                   ELSE
                   IF WS-LOT-EXISTEN = 'S'
                       DISPLAY "ERROR: El material tiene lotes con "
                               "existencia en el almacen origen; la "
                       DISPLAY "Transferencia realizada."
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       ACREDITAR-DESTINO.
                   MOVE WS-TRF-COSTO TO MAT-COSTO-UNITARIO
                   MOVE WS-TRF-CANTIDAD TO MAT-CANTIDAD
                   WRITE MATERIAL-REG
                   IF WS-EST-ORIGEN = 'D'
                       PERFORM HEREDAR-DESCONTINUADO
                   END-IF
                   MOVE ZERO TO WS-MOV-CANT-ANTES
                   MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                   MOVE "TRF-ENTRA " TO WS-MOV-TIPO

       CREAR-RESERVA.
           DISPLAY "Orden de obra: " ACCEPT WS-RSV-ORDEN-TRAB
           MOVE WS-RSV-ORDEN-TRAB TO WS-OBR-ORDEN-TRAB
           PERFORM VALIDAR-ORDEN-OBRA
           IF WS-OBR-OK = 'S'
               PERFORM RESERVAR-MATERIAL-OBRA
           END-IF.

       RESERVAR-MATERIAL-OBRA.
           DISPLAY "ID del material: " ACCEPT MAT-ID
           DISPLAY "Almacen: " ACCEPT MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY DISPLAY "Error: No existe ese material."
               NOT INVALID KEY
                   PERFORM LEER-ESTADO-MATERIAL
                   IF WS-EST-ACTUAL = 'B'
                       PERFORM AVISAR-BLOQUEADO
                   ELSE
                       PERFORM CALCULAR-RESERVADO
                       PERFORM EVALUAR-CONSIGNACION
                       COMPUTE WS-DISPONIBLE = MAT-CANTIDAD
                               + WS-CSG-TOTAL - WS-RESERVADO
                       DISPLAY "Material: " MAT-NOMBRE
                       DISPLAY "Disponible para reservar: "
                               WS-DISPONIBLE
                       DISPLAY "Cantidad a reservar: "
                               ACCEPT WS-RSV-CANT-NUEVA
                       IF WS-RSV-CANT-NUEVA > WS-DISPONIBLE
                           DISPLAY "ERROR: No hay disponible "
                                   "suficiente."
                       ELSE
                           MOVE WS-RSV-ORDEN-TRAB TO RSV-ORDEN
                           MOVE MAT-ID TO RSV-MAT-ID
                           MOVE MAT-ALMACEN TO RSV-ALMACEN
                           READ RESERVAS-FILE
                               INVALID KEY
                                   MOVE WS-RSV-CANT-NUEVA
                                        TO RSV-CANTIDAD
                                   WRITE RESERVA-REG
                               NOT INVALID KEY
                                   ADD WS-RSV-CANT-NUEVA TO RSV-CANTIDAD
                                   REWRITE RESERVA-REG
                           END-READ
                           MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                           MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                           MOVE "RESERVA" TO WS-MOV-TIPO
                           MOVE WS-RSV-ORDEN-TRAB TO WS-MOV-REF
                           PERFORM REGISTRAR-MOVIMIENTO
                           DISPLAY "Reserva registrada."
                       END-IF
                   END-IF
           END-READ.

       LIBERAR-RESERVA.
           DISPLAY "Orden de obra: " ACCEPT WS-RSV-ORDEN-TRAB
           IF WS-RSV-ORDEN-TRAB(1:2) = "PV"
               DISPLAY "ERROR: " WS-RSV-ORDEN-TRAB " es un pedido de "
                       "cliente; anule o reasigne la linea en "
                       "PEDIDOS-CLIENTES."
           ELSE
               DISPLAY "ID del material: " ACCEPT MAT-ID
               DISPLAY "Almacen: " ACCEPT MAT-ALMACEN
               MOVE WS-RSV-ORDEN-TRAB TO RSV-ORDEN
               MOVE MAT-ID TO RSV-MAT-ID
               MOVE MAT-ALMACEN TO RSV-ALMACEN
               READ RESERVAS-FILE
                   INVALID KEY DISPLAY "No existe esa reserva."
                   NOT INVALID KEY
                       DISPLAY "Reservado: " RSV-CANTIDAD
                       DISPLAY "Cantidad a liberar (0 = toda): "
                               ACCEPT WS-RSV-LIBERAR
                       IF WS-RSV-LIBERAR = ZERO
                               OR WS-RSV-LIBERAR >= RSV-CANTIDAD
                           DELETE RESERVAS-FILE RECORD
                           DISPLAY "Reserva liberada por completo."
                       ELSE
                           SUBTRACT WS-RSV-LIBERAR FROM RSV-CANTIDAD
                           REWRITE RESERVA-REG
                           DISPLAY "Reserva reducida."
                       END-IF
                       READ MATERIAL-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                               MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                               MOVE "LIBERA-RSV" TO WS-MOV-TIPO
                               MOVE WS-RSV-ORDEN-TRAB TO WS-MOV-REF
                               PERFORM REGISTRAR-MOVIMIENTO
                       END-READ
               END-READ
           END-IF.

       VALIDAR-ORDEN-OBRA.
           MOVE 'N' TO WS-OBR-OK
           IF WS-OBR-ORDEN-TRAB = SPACES
               DISPLAY "ERROR: Indique la orden de obra."
           ELSE
               MOVE WS-OBR-ORDEN-TRAB TO OBR-ORDEN
               READ ORDENES-OBRA-FILE
                   INVALID KEY
                       DISPLAY "ERROR: La orden de obra "
                               WS-OBR-ORDEN-TRAB " no existe en "
                               "ORDENES-OBRA.DAT."
                   NOT INVALID KEY
                       IF OBR-ESTADO = "CERRADA"
                           DISPLAY "ERROR: La orden de obra "
                                   WS-OBR-ORDEN-TRAB " esta cerrada "
                                   "desde " OBR-FECHA-CIERRE "."
                       ELSE
                           MOVE 'S' TO WS-OBR-OK
                       END-IF
               END-READ
           END-IF.

       MENU-ORDENES-OBRA.
           MOVE 'N' TO WS-FIN-OBR
           PERFORM UNTIL WS-FIN-OBR = 'S'
               DISPLAY " "
               DISPLAY "--- ORDENES DE OBRA ---"
               DISPLAY "1. Abrir Orden de Obra"
               DISPLAY "2. Listar Ordenes de Obra"
               DISPLAY "3. Cerrar Orden de Obra"
               DISPLAY "4. Reporte de Costo de Orden"
               DISPLAY "5. Volver"
               DISPLAY "Seleccione: " WITH NO ADVANCING
               ACCEPT WS-OPCION-OBR
               EVALUATE WS-OPCION-OBR
                   WHEN 1 PERFORM ABRIR-ORDEN-OBRA
                   WHEN 2 PERFORM LISTAR-ORDENES-OBRA
                   WHEN 3 PERFORM CERRAR-ORDEN-OBRA
                   WHEN 4 PERFORM REPORTE-COSTO-OBRA
                   WHEN 5 MOVE 'S' TO WS-FIN-OBR
                   WHEN OTHER DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM.

       ABRIR-ORDEN-OBRA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY "Orden de obra (8 max): " ACCEPT OBR-ORDEN
           IF OBR-ORDEN = SPACES
               DISPLAY "ERROR: La orden no puede quedar en blanco."
           ELSE
           IF OBR-ORDEN(1:2) = "PV"
               DISPLAY "ERROR: El prefijo PV esta reservado para los "
                       "pedidos de clientes."
           ELSE
               DISPLAY "Descripcion: " ACCEPT OBR-DESCRIPCION
               DISPLAY "Centro de costo: " ACCEPT OBR-CENTRO-COSTO
               IF OBR-DESCRIPCION = SPACES
                       OR OBR-CENTRO-COSTO = SPACES
                   DISPLAY "ERROR: La descripcion y el centro de costo "
                           "son obligatorios."
               ELSE
                   MOVE "ABIERTA" TO OBR-ESTADO
                   MOVE WS-FECHA-HOY TO OBR-FECHA-APERTURA
                   MOVE ZERO TO OBR-FECHA-CIERRE
                   WRITE ORDEN-OBRA-REG
                       INVALID KEY
                           DISPLAY "Ya existe esa orden de obra."
                       NOT INVALID KEY
                           DISPLAY "Orden de obra abierta."
                   END-WRITE
               END-IF
           END-IF
           END-IF.

       LISTAR-ORDENES-OBRA.
           MOVE LOW-VALUES TO OBR-ORDEN
           START ORDENES-OBRA-FILE KEY NOT LESS OBR-ORDEN
               INVALID KEY MOVE "10" TO FS-STATUS-OBR
           END-START
           DISPLAY "--------------------------------------------------"
           DISPLAY "ORDEN    | DESCRIPCION                    | CCOSTO"
                   " | ESTADO     | APERTURA | CIERRE"
           DISPLAY "--------------------------------------------------"
           PERFORM UNTIL FS-STATUS-OBR = "10"
               READ ORDENES-OBRA-FILE NEXT
                   AT END MOVE "10" TO FS-STATUS-OBR
                   NOT AT END
                       DISPLAY OBR-ORDEN " | " OBR-DESCRIPCION " | "
                               OBR-CENTRO-COSTO " | " OBR-ESTADO " | "
                               OBR-FECHA-APERTURA " | "
                               OBR-FECHA-CIERRE
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-OBR.

       CERRAR-ORDEN-OBRA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY "Orden de obra a cerrar: " ACCEPT WS-OBR-ORDEN-TRAB
           MOVE WS-OBR-ORDEN-TRAB TO OBR-ORDEN
           READ ORDENES-OBRA-FILE
               INVALID KEY DISPLAY "No existe esa orden de obra."
               NOT INVALID KEY
                   IF OBR-ESTADO = "CERRADA"
                       DISPLAY "La orden ya esta cerrada desde "
                               OBR-FECHA-CIERRE "."
                   ELSE
                       DISPLAY "Orden: " OBR-ORDEN " " OBR-DESCRIPCION
                       DISPLAY "Centro de costo: " OBR-CENTRO-COSTO
                               " Abierta el " OBR-FECHA-APERTURA
                       DISPLAY "Cerrar la orden y liberar sus "
                               "reservas? (S/N): " WITH NO ADVANCING
                       ACCEPT WS-OBR-CONFIRMA
                       IF WS-OBR-CONFIRMA = 'S'
                               OR WS-OBR-CONFIRMA = 's'
                           PERFORM LIBERAR-RESERVAS-OBRA
                           PERFORM MARCAR-ORDEN-CERRADA
                           PERFORM EMITIR-COSTO-OBRA
                       ELSE
                           DISPLAY "Cierre de orden cancelado."
                       END-IF
                   END-IF
           END-READ.

       MARCAR-ORDEN-CERRADA.
           MOVE WS-OBR-ORDEN-TRAB TO OBR-ORDEN
           READ ORDENES-OBRA-FILE
               INVALID KEY
                   DISPLAY "ERROR: La orden " WS-OBR-ORDEN-TRAB
                           " ya no existe; no se pudo cerrar."
               NOT INVALID KEY
                   MOVE "CERRADA" TO OBR-ESTADO
                   MOVE WS-FECHA-HOY TO OBR-FECHA-CIERRE
                   REWRITE ORDEN-OBRA-REG
                   DISPLAY "Orden " WS-OBR-ORDEN-TRAB " cerrada. "
                           "Reservas liberadas: " WS-LIB-LIBERADAS
           END-READ.

       LIBERAR-RESERVAS-OBRA.
           MOVE ZERO TO WS-LIB-LIBERADAS
           MOVE 'S' TO WS-LIB-AVANCE
           PERFORM RECOLECTAR-RESERVAS-OBRA
           PERFORM UNTIL WS-LIB-TOTAL = ZERO OR WS-LIB-AVANCE = 'N'
               MOVE 'N' TO WS-LIB-AVANCE
               PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                       UNTIL WS-LIB-IDX > WS-LIB-TOTAL
                   PERFORM LIBERAR-RESERVA-OBRA
               END-PERFORM
               IF WS-LIB-DESBORDE = 'S'
                   PERFORM RECOLECTAR-RESERVAS-OBRA
               ELSE
                   MOVE ZERO TO WS-LIB-TOTAL
               END-IF
           END-PERFORM.

       RECOLECTAR-RESERVAS-OBRA.
           MOVE ZERO TO WS-LIB-TOTAL
           MOVE 'N' TO WS-LIB-DESBORDE
           MOVE WS-OBR-ORDEN-TRAB TO RSV-ORDEN
           MOVE ZERO TO RSV-MAT-ID
           MOVE LOW-VALUES TO RSV-ALMACEN
           START RESERVAS-FILE KEY NOT LESS RSV-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-RSV
           END-START
           MOVE 'N' TO WS-EOF-RSV
           PERFORM UNTIL WS-EOF-RSV = 'S' OR FS-STATUS-RSV = "10"
               READ RESERVAS-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-RSV
                   NOT AT END
                       IF RSV-ORDEN = WS-OBR-ORDEN-TRAB
                           IF WS-LIB-TOTAL >= 500
                               MOVE 'S' TO WS-LIB-DESBORDE
                               MOVE 'S' TO WS-EOF-RSV
                           ELSE
                               ADD 1 TO WS-LIB-TOTAL
                               MOVE RSV-MAT-ID
                                    TO WS-LIB-ID(WS-LIB-TOTAL)
                               MOVE RSV-ALMACEN
                                    TO WS-LIB-ALMACEN(WS-LIB-TOTAL)
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-EOF-RSV
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-RSV.

       LIBERAR-RESERVA-OBRA.
           MOVE WS-OBR-ORDEN-TRAB TO RSV-ORDEN
           MOVE WS-LIB-ID(WS-LIB-IDX) TO RSV-MAT-ID
           MOVE WS-LIB-ALMACEN(WS-LIB-IDX) TO RSV-ALMACEN
           READ RESERVAS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Reserva liberada: material " RSV-MAT-ID
                           " almacen " RSV-ALMACEN " cantidad "
                           RSV-CANTIDAD
                   DELETE RESERVAS-FILE RECORD
                   MOVE 'S' TO WS-LIB-AVANCE
                   ADD 1 TO WS-LIB-LIBERADAS
                   MOVE WS-LIB-ID(WS-LIB-IDX) TO MAT-ID
                   MOVE WS-LIB-ALMACEN(WS-LIB-IDX) TO MAT-ALMACEN
                   READ MATERIAL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                           MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                           MOVE "LIBERA-RSV" TO WS-MOV-TIPO
                           MOVE WS-OBR-ORDEN-TRAB TO WS-MOV-REF
                           PERFORM REGISTRAR-MOVIMIENTO
                   END-READ
           END-READ.

       REPORTE-COSTO-OBRA.
           DISPLAY "Orden de obra: " ACCEPT WS-OBR-ORDEN-TRAB
           MOVE WS-OBR-ORDEN-TRAB TO OBR-ORDEN
           READ ORDENES-OBRA-FILE
               INVALID KEY DISPLAY "No existe esa orden de obra."
               NOT INVALID KEY PERFORM EMITIR-COSTO-OBRA
           END-READ.

       EMITIR-COSTO-OBRA.
           MOVE SPACES TO WS-COB-NOMBRE
           STRING "COSTO-OBRA-" DELIMITED BY SIZE
                  WS-OBR-ORDEN-TRAB DELIMITED BY SPACE
                  ".PRT" DELIMITED BY SIZE
               INTO WS-COB-NOMBRE
           OPEN OUTPUT COSTO-OBRA-FILE
           IF FS-STATUS-COB NOT = "00"
               DISPLAY "ERROR: No se pudo crear " WS-COB-NOMBRE ": "
                       FS-STATUS-COB
           ELSE
               MOVE SPACES TO COSTO-OBRA-LINEA
               STRING "COSTO DE LA ORDEN DE OBRA " OBR-ORDEN
                      " - " OBR-DESCRIPCION
                   DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE SPACES TO COSTO-OBRA-LINEA
               STRING "CENTRO DE COSTO: " OBR-CENTRO-COSTO
                      " ESTADO: " OBR-ESTADO
                      " APERTURA: " OBR-FECHA-APERTURA
                      " CIERRE: " OBR-FECHA-CIERRE
                   DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE ALL "-" TO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE SPACES TO COSTO-OBRA-LINEA
               STRING "FECHA      TIPO       MAT   ALM  CANTIDAD "
                      "COSTO-UNI            VALOR USUARIO"
                   DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE ALL "-" TO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE ZERO TO WS-OBR-LINEAS
               MOVE ZERO TO WS-OBR-SIN-COSTO
               MOVE ZERO TO WS-OBR-TOT-GASTO
               MOVE ZERO TO WS-OBR-TOT-DEVOL
               MOVE ZERO TO WS-OBR-TOT-NETO
               MOVE 'R' TO WS-OBR-MODO
               PERFORM RECORRER-OBRA-CERRADOS
               MOVE "MOVIMIENTOS.DAT" TO WS-KDX-NOMBRE
               PERFORM LEER-OBRA-ARCHIVO
               MOVE ALL "-" TO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE SPACES TO COSTO-OBRA-LINEA
               STRING "LINEAS DE MOVIMIENTO: " WS-OBR-LINEAS
                   DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE WS-OBR-TOT-GASTO TO WS-COB-TOTAL-ED
               MOVE SPACES TO COSTO-OBRA-LINEA
               STRING "TOTAL ENTREGADO A LA OBRA: " WS-COB-TOTAL-ED
                   DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE WS-OBR-TOT-DEVOL TO WS-COB-TOTAL-ED
               MOVE SPACES TO COSTO-OBRA-LINEA
               STRING "TOTAL DEVUELTO A STOCK:    " WS-COB-TOTAL-ED
                   DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               MOVE WS-OBR-TOT-NETO TO WS-COB-TOTAL-ED
               MOVE SPACES TO COSTO-OBRA-LINEA
               STRING "COSTO NETO DE LA OBRA:     " WS-COB-TOTAL-ED
                   DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
               WRITE COSTO-OBRA-LINEA
               IF WS-OBR-SIN-COSTO > ZERO
                   MOVE SPACES TO COSTO-OBRA-LINEA
                   STRING "AVISO: " WS-OBR-SIN-COSTO " LINEAS SIN "
                          "COSTO REGISTRADO (VALORIZADAS EN CERO)"
                       DELIMITED BY SIZE INTO COSTO-OBRA-LINEA
                   WRITE COSTO-OBRA-LINEA
               END-IF
               CLOSE COSTO-OBRA-FILE
               DISPLAY "Costo neto de la orden " WS-OBR-ORDEN-TRAB
                       ": " WS-COB-TOTAL-ED
               DISPLAY "Detalle impreso en " WS-COB-NOMBRE
           END-IF.

       RECORRER-OBRA-CERRADOS.
           OPEN INPUT CERRADOS-FILE
           IF FS-STATUS-CER = "00"
               MOVE 'N' TO WS-EOF-CER
               PERFORM UNTIL WS-EOF-CER = 'S'
                   READ CERRADOS-FILE
                       AT END MOVE 'S' TO WS-EOF-CER
                       NOT AT END
                           IF CER-PERIODO NUMERIC
                               MOVE SPACES TO WS-KDX-NOMBRE
                               STRING "MOVIMIENTOS-" CER-PERIODO
                                      ".DAT"
                                   DELIMITED BY SIZE
                                   INTO WS-KDX-NOMBRE
                               PERFORM LEER-OBRA-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERRADOS-FILE
           END-IF.

       LEER-OBRA-ARCHIVO.
           OPEN INPUT KARDEX-MOV-FILE
           IF FS-STATUS-KDX = "00"
               MOVE 'N' TO WS-EOF-KDX
               PERFORM UNTIL WS-EOF-KDX = 'S'
                   READ KARDEX-MOV-FILE
                       AT END MOVE 'S' TO WS-EOF-KDX
                       NOT AT END PERFORM FILTRAR-OBRA-LINEA
                   END-READ
               END-PERFORM
               CLOSE KARDEX-MOV-FILE
           END-IF.

       FILTRAR-OBRA-LINEA.
           MOVE KARDEX-MOV-LINEA TO WS-KDX-REGISTRO
           IF WS-KDX-VERSION-ACTUAL
                   AND WS-KDX-REF = WS-OBR-ORDEN-TRAB
                   AND (WS-KDX-TIPO = "GASTO"
                        OR WS-KDX-TIPO = "DEVOLUCION")
               IF WS-OBR-MODO = 'R'
                   PERFORM IMPRIMIR-OBRA-LINEA
               ELSE
                   IF WS-KDX-ID = MAT-ID
                           AND WS-KDX-ALMACEN = MAT-ALMACEN
                       COMPUTE WS-OBR-NETO = WS-OBR-NETO
                               - WS-KDX-DELTA
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-OBRA-LINEA.
           ADD 1 TO WS-OBR-LINEAS
           COMPUTE WS-OBR-CANTIDAD = 0 - WS-KDX-DELTA
           IF WS-KDX-CON-COSTO
               COMPUTE WS-OBR-VALOR ROUNDED =
                       WS-OBR-CANTIDAD * WS-KDX-COSTO-UNITARIO
               MOVE WS-KDX-COSTO-UNITARIO TO WS-CB-COSTO
           ELSE
               MOVE ZERO TO WS-OBR-VALOR
               MOVE ZERO TO WS-CB-COSTO
               ADD 1 TO WS-OBR-SIN-COSTO
           END-IF
           IF WS-KDX-TIPO = "GASTO"
               ADD WS-OBR-VALOR TO WS-OBR-TOT-GASTO
           ELSE
               COMPUTE WS-OBR-TOT-DEVOL =
                       WS-OBR-TOT-DEVOL - WS-OBR-VALOR
           END-IF
           ADD WS-OBR-VALOR TO WS-OBR-TOT-NETO
           MOVE WS-KDX-DIA TO WS-CB-DIA
           MOVE WS-KDX-MES TO WS-CB-MES
           MOVE WS-KDX-ANIO TO WS-CB-ANIO
           MOVE WS-KDX-TIPO TO WS-CB-TIPO
           MOVE WS-KDX-ID TO WS-CB-ID
           MOVE WS-KDX-ALMACEN TO WS-CB-ALMACEN
           MOVE WS-OBR-CANTIDAD TO WS-CB-CANTIDAD
           MOVE WS-OBR-VALOR TO WS-CB-VALOR
           MOVE WS-KDX-USUARIO TO WS-CB-USUARIO
           MOVE SPACES TO COSTO-OBRA-LINEA
           MOVE WS-COB-DETALLE TO COSTO-OBRA-LINEA
           WRITE COSTO-OBRA-LINEA.

       DEVOLVER-MATERIAL.
           DISPLAY "Orden de obra que devuelve: "
                   ACCEPT WS-OBR-ORDEN-TRAB
           PERFORM VALIDAR-ORDEN-OBRA
           IF WS-OBR-OK = 'S'
               PERFORM DEVOLVER-MATERIAL-OBRA
           END-IF.

       DEVOLVER-MATERIAL-OBRA.
           DISPLAY "ID del material: " ACCEPT MAT-ID
           DISPLAY "Almacen: " ACCEPT MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY DISPLAY "Error: No existe ese material."
               NOT INVALID KEY
                   MOVE ZERO TO WS-OBR-NETO
                   MOVE 'N' TO WS-OBR-MODO
                   PERFORM RECORRER-OBRA-CERRADOS
                   MOVE "MOVIMIENTOS.DAT" TO WS-KDX-NOMBRE
                   PERFORM LEER-OBRA-ARCHIVO
                   DISPLAY "Material: " MAT-NOMBRE
                   DISPLAY "Neto entregado a la orden: " WS-OBR-NETO
                   DISPLAY "Cantidad a devolver: "
                           ACCEPT WS-DEV-CANTIDAD
                   IF WS-DEV-CANTIDAD = ZERO
                       DISPLAY "ERROR: La cantidad debe ser mayor "
                               "que cero."
                   ELSE
                   IF WS-DEV-CANTIDAD > WS-OBR-NETO
                       DISPLAY "ERROR: No se puede devolver mas de lo "
                               "entregado a la orden."
                   ELSE
                       PERFORM APLICAR-DEVOLUCION
                   END-IF
                   END-IF
           END-READ.

       APLICAR-DEVOLUCION.
           PERFORM VERIFICAR-LOTES-REGISTRADOS
           IF WS-LOT-REGISTRADOS = 'S'
               MOVE MAT-ID TO LOT-MAT-ID
               MOVE MAT-ALMACEN TO LOT-ALMACEN
               DISPLAY "Lote al que vuelve el material: "
                       ACCEPT LOT-NUMERO
               READ LOTES-FILE
                   INVALID KEY
                       DISPLAY "ERROR: El lote " LOT-NUMERO
                               " no existe para este material; "
                               "devolucion no aplicada."
                       MOVE 'N' TO WS-OBR-OK
                   NOT INVALID KEY
                       ADD WS-DEV-CANTIDAD TO LOT-CANTIDAD
                       REWRITE LOTE-REG
                       DISPLAY "Lote " LOT-NUMERO " repuesto: "
                               WS-DEV-CANTIDAD
                       IF LOT-CADUCIDAD < WS-FECHA-HOY
                           DISPLAY "AVISO: El lote esta vencido; lo "
                                   "devuelto queda bloqueado hasta la "
                                   "merma."
                       END-IF
               END-READ
           END-IF
           IF WS-OBR-OK = 'S'
               MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
               ADD WS-DEV-CANTIDAD TO MAT-CANTIDAD
               REWRITE MATERIAL-REG
               MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
               MOVE "DEVOLUCION" TO WS-MOV-TIPO
               MOVE WS-OBR-ORDEN-TRAB TO WS-MOV-REF
               PERFORM REGISTRAR-MOVIMIENTO
               DISPLAY "Devolucion registrada."
           END-IF.

       VERIFICAR-LOTES-REGISTRADOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE 'N' TO WS-LOT-REGISTRADOS
           MOVE MAT-ID TO LOT-MAT-ID
           MOVE MAT-ALMACEN TO LOT-ALMACEN
           MOVE LOW-VALUES TO LOT-NUMERO
           START LOTES-FILE KEY NOT LESS LOT-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ LOTES-FILE NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF LOT-MAT-ID = MAT-ID
                                   AND LOT-ALMACEN = MAT-ALMACEN
                               MOVE 'S' TO WS-LOT-REGISTRADOS
                           END-IF
                   END-READ
           END-START.

       MENU-RECETAS.
           MOVE 'N' TO WS-FIN-RCT
           PERFORM UNTIL WS-FIN-RCT = 'S'
               DISPLAY " "
               DISPLAY "--- MANTENIMIENTO DE RECETAS ---"
               DISPLAY "1. Alta de Componente"
               DISPLAY "2. Baja de Componente"
               DISPLAY "3. Listar Receta"
               DISPLAY "4. Volver"
               DISPLAY "Seleccione: " WITH NO ADVANCING
               ACCEPT WS-OPCION-RCT
               EVALUATE WS-OPCION-RCT
                   WHEN 1 PERFORM ALTA-COMPONENTE-RECETA
                   WHEN 2 PERFORM BAJA-COMPONENTE-RECETA
                   WHEN 3 PERFORM LISTAR-RECETA
                   WHEN 4 MOVE 'S' TO WS-FIN-RCT
                   WHEN OTHER DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM.

       ALTA-COMPONENTE-RECETA.
           DISPLAY "Codigo de receta: " ACCEPT RCT-CODIGO
           DISPLAY "ID del material componente: " ACCEPT RCT-MAT-ID
           DISPLAY "Almacen: " ACCEPT RCT-ALMACEN
           MOVE RCT-MAT-ID TO MAT-ID
           MOVE RCT-ALMACEN TO MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY
                   DISPLAY "Error: Ese material no existe en "
                           "MATERIA.DAT; registrelo primero."
               NOT INVALID KEY
                   PERFORM LEER-ESTADO-MATERIAL
                   IF WS-EST-ACTUAL = 'B'
                       PERFORM AVISAR-BLOQUEADO
                   ELSE
                   IF WS-EST-ACTUAL = 'D'
                       DISPLAY "ERROR: Material " MAT-ID " almacen "
                               MAT-ALMACEN " DESCONTINUADO: "
                               WS-EST-MOTIVO
                   ELSE
                       DISPLAY "Componente: " MAT-NOMBRE
                       DISPLAY "Cantidad por unidad de obra: "
                               ACCEPT WS-RCT-CANT-ALTA
                       IF WS-RCT-CANT-ALTA = ZERO
                           DISPLAY "ERROR: La cantidad debe ser mayor "
                                   "que cero."
                       ELSE
                           MOVE WS-RCT-CANT-ALTA TO RCT-CANTIDAD
                           WRITE RECETA-REG
                               INVALID KEY
                                   DISPLAY "Ya existe ese componente"
                                           " en la receta."
                               NOT INVALID KEY
                                   DISPLAY "Componente guardado."
                           END-WRITE
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       BAJA-COMPONENTE-RECETA.
           DISPLAY "Codigo de receta: " ACCEPT RCT-CODIGO
           DISPLAY "ID del material componente: " ACCEPT RCT-MAT-ID
           DISPLAY "Almacen: " ACCEPT RCT-ALMACEN
           READ RECETAS-FILE
               INVALID KEY DISPLAY "No existe ese componente."
               NOT INVALID KEY
                   DELETE RECETAS-FILE RECORD
                   DISPLAY "Componente dado de baja."
           END-READ.

       LISTAR-RECETA.
           DISPLAY "Codigo de receta: " ACCEPT WS-RCT-CODIGO-TRAB
           MOVE WS-RCT-CODIGO-TRAB TO RCT-CODIGO
           MOVE ZERO TO RCT-MAT-ID
           MOVE LOW-VALUES TO RCT-ALMACEN
           START RECETAS-FILE KEY NOT LESS RCT-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-RCT
           END-START
           DISPLAY "--------------------------------------------"
           DISPLAY "RECETA   | MAT   |ALM | CANT/UNIDAD"
           DISPLAY "--------------------------------------------"
           MOVE 'N' TO WS-EOF-RCT
           PERFORM UNTIL WS-EOF-RCT = 'S' OR FS-STATUS-RCT = "10"
               READ RECETAS-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-RCT
                   NOT AT END
           DISPLAY "Codigo de receta: " ACCEPT WS-RCT-CODIGO-TRAB
           DISPLAY "Orden de obra: " ACCEPT WS-RCT-ORDEN
           DISPLAY "Unidades de obra: " ACCEPT WS-RCT-UNIDADES
           MOVE WS-RCT-ORDEN TO WS-OBR-ORDEN-TRAB
           PERFORM VALIDAR-ORDEN-OBRA
           MOVE WS-OBR-OK TO WS-RCT-OK
           IF WS-RCT-OK = 'S'
               PERFORM CARGAR-RECETA
           END-IF
           IF WS-RCT-OK = 'S'
               PERFORM VERIFICAR-RECETA-RESERVA
           END-IF
           DISPLAY "Codigo de receta: " ACCEPT WS-RCT-CODIGO-TRAB
           DISPLAY "Orden de obra: " ACCEPT WS-RCT-ORDEN
           DISPLAY "Unidades de obra: " ACCEPT WS-RCT-UNIDADES
           MOVE WS-RCT-ORDEN TO WS-OBR-ORDEN-TRAB
           PERFORM VALIDAR-ORDEN-OBRA
           MOVE WS-OBR-OK TO WS-RCT-OK
           IF WS-RCT-OK = 'S'
               PERFORM CARGAR-RECETA
           END-IF
           IF WS-RCT-OK = 'S'
               PERFORM VERIFICAR-RECETA-GASTO
           END-IF
                               MAT-ALMACEN " no existe."
                       MOVE 'N' TO WS-RCT-OK
                   NOT INVALID KEY
                       PERFORM LEER-ESTADO-MATERIAL
                       PERFORM CALCULAR-RESERVADO
                       PERFORM EVALUAR-CONSIGNACION
                       COMPUTE WS-DISPONIBLE = MAT-CANTIDAD
                               + WS-CSG-TOTAL - WS-RESERVADO
                       IF WS-EST-ACTUAL = 'B'
                           PERFORM AVISAR-BLOQUEADO
                           MOVE 'N' TO WS-RCT-OK
                       ELSE
                       IF WS-RK-CANT(WS-RK-IDX) > WS-DISPONIBLE
                           DISPLAY "ERROR: Componente " MAT-ID
                                   " almacen " MAT-ALMACEN
                                   WS-RK-CANT(WS-RK-IDX)
                           MOVE 'N' TO WS-RCT-OK
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

           END-PERFORM.

       VERIFICAR-COMPONENTE-GASTO.
           MOVE WS-RCT-ORDEN TO WS-RSV-ORDEN-GASTO
           PERFORM EVALUAR-LOTES
           PERFORM CALCULAR-RESERVADO
           MOVE WS-RK-CANT(WS-RK-IDX) TO WS-GASTO
           MOVE ZERO TO WS-RSV-DESCUENTO
           PERFORM BUSCAR-RESERVA-GASTO
           IF WS-RSV-HALLADA = 'S'
               MOVE 'S' TO WS-RK-CONRSV(WS-RK-IDX)
           END-IF
           PERFORM EVALUAR-CONSIGNACION
           PERFORM REPARTIR-GASTO
           COMPUTE WS-DISPONIBLE = MAT-CANTIDAD + WS-CSG-TOTAL
                   - WS-RESERVADO + WS-RSV-DESCUENTO
           PERFORM LEER-ESTADO-MATERIAL
           IF WS-EST-ACTUAL = 'B'
               PERFORM AVISAR-BLOQUEADO
               MOVE 'N' TO WS-RCT-OK
           ELSE
           IF WS-GASTO > WS-DISPONIBLE
               DISPLAY "ERROR: Componente " MAT-ID " almacen "
                       MAT-ALMACEN ": disponible " WS-DISPONIBLE
                       ", se requieren " WS-GASTO
               MOVE 'N' TO WS-RCT-OK
           ELSE
               IF WS-CSG-TOMA > WS-CSG-TOTAL
                   DISPLAY "ERROR: Componente " MAT-ID " almacen "
                           MAT-ALMACEN ": solo hay "
                           WS-LOT-DISPONIBLE " sin vencer."
                   MOVE 'N' TO WS-RCT-OK
               END-IF
           END-IF
           END-IF.

       APLICAR-RECETA-RESERVA.
           ELSE
               DISPLAY " "
               DISPLAY "Material " WS-DISC-ID " " WS-DISC-NOMBRE
               IF WS-DISC-ETIQ-ALM = " ALMACEN:"
                   DISPLAY "Almacen: " WS-DISC-ALMACEN
               END-IF
               DISPLAY "Sistema: " WS-DISC-SISTEMA
                       " Fisico: " WS-DISC-FISICO
               DISPLAY "Aprobar el ajuste? (S/N): " WITH NO ADVANCING
               ACCEPT WS-AJU-DECISION
               IF (WS-AJU-DECISION = 'S' OR WS-AJU-DECISION = 's')
                       AND WS-DISC-ETIQ-ALM = " ALMACEN:"
                   PERFORM AJUSTAR-DIFERENCIA-CONTEO
               ELSE
               IF WS-AJU-DECISION = 'S' OR WS-AJU-DECISION = 's'
                   MOVE 'S' TO WS-AJU-OTRO
                   PERFORM AJUSTAR-ALMACEN
                   ADD 1 TO WS-AJU-RECHAZADOS
                   DISPLAY "Discrepancia rechazada; sin ajuste."
               END-IF
               END-IF
           END-IF.

       AJUSTAR-DIFERENCIA-CONTEO.
           MOVE WS-DISC-ID TO MAT-ID
           MOVE WS-DISC-ALMACEN TO MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY
                   ADD 1 TO WS-AJU-RECHAZADOS
                   DISPLAY "No existe el material en el almacen "
                           WS-DISC-ALMACEN "; sin ajuste."
               NOT INVALID KEY
                   COMPUTE WS-AJU-DIFERENCIA =
                           WS-DISC-FISICO - WS-DISC-SISTEMA
                   DISPLAY "Almacen " MAT-ALMACEN " stock actual: "
                           MAT-CANTIDAD " diferencia de conteo: "
                           WS-AJU-DIFERENCIA
                   IF MAT-CANTIDAD + WS-AJU-DIFERENCIA < ZERO
                       ADD 1 TO WS-AJU-RECHAZADOS
                       DISPLAY "La diferencia deja stock negativo; "
                               "sin ajuste."
                   ELSE
                       PERFORM PEDIR-MOTIVO-AJUSTE
                       MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                       COMPUTE MAT-CANTIDAD =
                               MAT-CANTIDAD + WS-AJU-DIFERENCIA
                       REWRITE MATERIAL-REG
                       MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                       MOVE "AJUSTE" TO WS-MOV-TIPO
                       MOVE "CONTEO" TO WS-MOV-REF
                       PERFORM REGISTRAR-MOVIMIENTO
                       ADD 1 TO WS-AJU-APROBADOS
                       DISPLAY "Ajuste registrado."
                   END-IF
           END-READ.

       AJUSTAR-ALMACEN.
           MOVE WS-DISC-ID TO MAT-ID
           DISPLAY "Almacen a ajustar: " ACCEPT MAT-ALMACEN
                   DISPLAY "Convenio actualizado."
           END-READ.

       MENU-CONSIGNACION.
           MOVE 'N' TO WS-FIN-CSG
           PERFORM UNTIL WS-FIN-CSG = 'S'
               DISPLAY " "
               DISPLAY "--- EXISTENCIAS EN CONSIGNACION ---"
               DISPLAY "1. Recepcion en Consignacion"
               DISPLAY "2. Devolucion al Proveedor"
               DISPLAY "3. Prioridad de Consumo"
               DISPLAY "4. Listar Existencias en Consignacion"
               DISPLAY "5. Volver"
               DISPLAY "Seleccione: " WITH NO ADVANCING
               ACCEPT WS-OPCION-CSG
               EVALUATE WS-OPCION-CSG
                   WHEN 1 PERFORM RECIBIR-CONSIGNACION
                   WHEN 2 PERFORM DEVOLVER-CONSIGNACION
                   WHEN 3 PERFORM PRIORIDAD-CONSIGNACION
                   WHEN 4 PERFORM LISTAR-CONSIGNACION
                   WHEN 5 MOVE 'S' TO WS-FIN-CSG
                   WHEN OTHER DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM.

       PEDIR-CLAVE-CONSIGNA.
           MOVE 'N' TO WS-CSG-OK
           DISPLAY "ID del material: " ACCEPT MAT-ID
           DISPLAY "Almacen: " ACCEPT MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY
                   DISPLAY "Error: Registre primero el material con "
                           "la opcion 1."
               NOT INVALID KEY
                   DISPLAY "Material: " MAT-NOMBRE
                   DISPLAY "Codigo de proveedor: " ACCEPT CSG-PROVEEDOR
                   MOVE MAT-ID TO PROV-MAT-ID
                   MOVE CSG-PROVEEDOR TO PROV-CODIGO
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: No hay convenio de ese "
                                   "proveedor para el material; "
                                   "registrelo con la opcion 9."
                       NOT INVALID KEY
                           DISPLAY "Proveedor: " PROV-NOMBRE
                                   " precio acordado: " PROV-PRECIO
                           MOVE MAT-ID TO CSG-MAT-ID
                           MOVE MAT-ALMACEN TO CSG-ALMACEN
                           MOVE 'S' TO WS-CSG-OK
                   END-READ
           END-READ.

       RECIBIR-CONSIGNACION.
           PERFORM PEDIR-CLAVE-CONSIGNA
           IF WS-CSG-OK = 'S'
               DISPLAY "Cantidad recibida: " ACCEPT WS-CSG-CANT-NUEVA
               IF WS-CSG-CANT-NUEVA = ZERO
                   DISPLAY "ERROR: La cantidad debe ser mayor que cero."
               ELSE
                   DISPLAY "Remito del proveedor: " ACCEPT WS-CSG-REF
                   READ CONSIGNACION-FILE
                       INVALID KEY
                           MOVE ZERO TO WS-MOV-CANT-ANTES
                           MOVE WS-CSG-CANT-NUEVA TO CSG-CANTIDAD
                           MOVE 'N' TO CSG-PRIMERO
                           WRITE CONSIGNA-REG
                       NOT INVALID KEY
                           MOVE CSG-CANTIDAD TO WS-MOV-CANT-ANTES
                           ADD WS-CSG-CANT-NUEVA TO CSG-CANTIDAD
                           REWRITE CONSIGNA-REG
                   END-READ
                   MOVE CSG-CANTIDAD TO WS-MOV-CANT-DESPUES
                   MOVE "CSG-ENTRA" TO WS-MOV-TIPO
                   MOVE WS-CSG-REF TO WS-MOV-REF
                   PERFORM REGISTRAR-MOVIMIENTO-CSG
                   DISPLAY "Recepcion registrada. En consignacion de "
                           CSG-PROVEEDOR ": " CSG-CANTIDAD
               END-IF
           END-IF.

       DEVOLVER-CONSIGNACION.
           PERFORM PEDIR-CLAVE-CONSIGNA
           IF WS-CSG-OK = 'S'
               PERFORM CALCULAR-RESERVADO
               PERFORM EVALUAR-CONSIGNACION
               COMPUTE WS-DISPONIBLE = MAT-CANTIDAD + WS-CSG-TOTAL
                       - WS-RESERVADO
               MOVE MAT-ID TO CSG-MAT-ID
               MOVE MAT-ALMACEN TO CSG-ALMACEN
               MOVE PROV-CODIGO TO CSG-PROVEEDOR
               READ CONSIGNACION-FILE
                   INVALID KEY
                       DISPLAY "ERROR: No hay existencia en "
                               "consignacion de ese proveedor."
                   NOT INVALID KEY
                       PERFORM APLICAR-DEVOLUCION-CSG
               END-READ
           END-IF.

       APLICAR-DEVOLUCION-CSG.
           DISPLAY "En consignacion: " CSG-CANTIDAD
           DISPLAY "Cantidad a devolver: " ACCEPT WS-CSG-CANT-NUEVA
           IF WS-CSG-CANT-NUEVA = ZERO
                   OR WS-CSG-CANT-NUEVA > CSG-CANTIDAD
               DISPLAY "ERROR: Cantidad invalida."
           ELSE
           IF WS-CSG-CANT-NUEVA > WS-DISPONIBLE
               DISPLAY "ERROR: La devolucion dejaria reservas sin "
                       "cubrir; disponible: " WS-DISPONIBLE
           ELSE
               DISPLAY "Remito de devolucion: " ACCEPT WS-CSG-REF
               MOVE CSG-CANTIDAD TO WS-MOV-CANT-ANTES
               SUBTRACT WS-CSG-CANT-NUEVA FROM CSG-CANTIDAD
               REWRITE CONSIGNA-REG
               MOVE CSG-CANTIDAD TO WS-MOV-CANT-DESPUES
               MOVE "CSG-DEVOL" TO WS-MOV-TIPO
               MOVE WS-CSG-REF TO WS-MOV-REF
               PERFORM REGISTRAR-MOVIMIENTO-CSG
               DISPLAY "Devolucion al proveedor registrada."
           END-IF
           END-IF.

       PRIORIDAD-CONSIGNACION.
           PERFORM PEDIR-CLAVE-CONSIGNA
           IF WS-CSG-OK = 'S'
               READ CONSIGNACION-FILE
                   INVALID KEY
                       MOVE ZERO TO CSG-CANTIDAD
                       PERFORM PEDIR-PRIORIDAD-CSG
                       WRITE CONSIGNA-REG
                   NOT INVALID KEY
                       DISPLAY "Consumir primero actual: " CSG-PRIMERO
                       PERFORM PEDIR-PRIORIDAD-CSG
                       REWRITE CONSIGNA-REG
               END-READ
               IF CSG-PRIMERO = 'S'
                   DISPLAY "Las salidas tomaran esta consignacion "
                           "antes que el stock propio."
               ELSE
                   DISPLAY "Las salidas tomaran esta consignacion "
                           "solo cuando no alcance el stock propio."
               END-IF
           END-IF.

       PEDIR-PRIORIDAD-CSG.
           DISPLAY "Consumir antes que el stock propio? (S/N): "
                   WITH NO ADVANCING
           ACCEPT CSG-PRIMERO
           IF CSG-PRIMERO = 's'
               MOVE 'S' TO CSG-PRIMERO
           END-IF
           IF CSG-PRIMERO NOT = 'S'
               MOVE 'N' TO CSG-PRIMERO
           END-IF.

       LISTAR-CONSIGNACION.
           MOVE ZERO TO WS-CSG-LISTADOS
           MOVE LOW-VALUES TO CSG-CLAVE
           START CONSIGNACION-FILE KEY NOT LESS CSG-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-CSG
           END-START
           DISPLAY "--------------------------------------------"
           DISPLAY "MAT   |ALM |PROV | CANT.  |1RO| PRECIO ACORDADO"
           DISPLAY "--------------------------------------------"
           PERFORM UNTIL FS-STATUS-CSG = "10"
               READ CONSIGNACION-FILE NEXT
                   AT END MOVE "10" TO FS-STATUS-CSG
                   NOT AT END
                       IF CSG-CANTIDAD > ZERO OR CSG-PRIMERO = 'S'
                           PERFORM BUSCAR-PRECIO-CONSIGNA
                           ADD 1 TO WS-CSG-LISTADOS
                           DISPLAY CSG-MAT-ID " | " CSG-ALMACEN " | "
                                   CSG-PROVEEDOR " | " CSG-CANTIDAD
                                   " | " CSG-PRIMERO " | "
                                   WS-CSG-PRECIO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-CSG
           DISPLAY "--------------------------------------------"
           DISPLAY "Lineas listadas: " WS-CSG-LISTADOS
           DISPLAY "Existencia del proveedor: no integra la "
                   "valorizacion del inventario.".

       MENU-ESTADOS.
           MOVE 'N' TO WS-FIN-EST
           PERFORM UNTIL WS-FIN-EST = 'S'
               DISPLAY " "
               DISPLAY "--- ESTADO DEL MATERIAL ---"
               DISPLAY "1. Cambiar Estado (Activo/Bloqueado/"
                       "Descontinuado)"
               DISPLAY "2. Listar Bloqueados y Descontinuados"
               DISPLAY "3. Volver"
               DISPLAY "Seleccione: " WITH NO ADVANCING
               ACCEPT WS-OPCION-EST
               EVALUATE WS-OPCION-EST
                   WHEN 1 PERFORM CAMBIAR-ESTADO-MATERIAL
                   WHEN 2 PERFORM LISTAR-ESTADOS
                   WHEN 3 MOVE 'S' TO WS-FIN-EST
                   WHEN OTHER DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM.

       CAMBIAR-ESTADO-MATERIAL.
           DISPLAY "ID del material: " ACCEPT MAT-ID
           DISPLAY "Almacen: " ACCEPT MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY DISPLAY "Error: No existe ese material."
               NOT INVALID KEY
                   PERFORM LEER-ESTADO-MATERIAL
                   DISPLAY "Material: " MAT-NOMBRE
                   DISPLAY "Estado actual: " WS-EST-ACTUAL " "
                           WS-EST-MOTIVO
                   DISPLAY "Nuevo estado (A = activo, B = bloqueado "
                           "por calidad, D = descontinuado): "
                           WITH NO ADVANCING
                   MOVE SPACE TO WS-EST-NUEVO
                   ACCEPT WS-EST-NUEVO
                   IF WS-EST-NUEVO NOT = 'A' AND WS-EST-NUEVO NOT = 'B'
                           AND WS-EST-NUEVO NOT = 'D'
                       DISPLAY "ERROR: Estado invalido."
                   ELSE
                   IF WS-EST-NUEVO = WS-EST-ACTUAL
                       DISPLAY "El material ya tiene ese estado."
                   ELSE
                       DISPLAY "Motivo: " WITH NO ADVANCING
                       MOVE SPACES TO WS-EST-MOTIVO-NVO
                       ACCEPT WS-EST-MOTIVO-NVO
                       IF WS-EST-MOTIVO-NVO = SPACES
                               AND WS-EST-NUEVO NOT = 'A'
                           DISPLAY "ERROR: Indique el motivo del "
                                   "bloqueo o la discontinuidad."
                       ELSE
                           PERFORM GRABAR-ESTADO-MATERIAL
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       GRABAR-ESTADO-MATERIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE MAT-ID TO EST-MAT-ID
           MOVE MAT-ALMACEN TO EST-ALMACEN
           READ ESTADOS-FILE
               INVALID KEY
                   MOVE SPACES TO EST-REGISTRO
                   MOVE MAT-ID TO EST-MAT-ID
                   MOVE MAT-ALMACEN TO EST-ALMACEN
                   MOVE WS-EST-NUEVO TO EST-ESTADO
                   MOVE WS-EST-MOTIVO-NVO TO EST-MOTIVO
                   MOVE WS-FECHA-HOY TO EST-FECHA
                   MOVE WS-USUARIO-ACTUAL TO EST-USUARIO
                   WRITE EST-REGISTRO
               NOT INVALID KEY
                   MOVE WS-EST-NUEVO TO EST-ESTADO
                   MOVE WS-EST-MOTIVO-NVO TO EST-MOTIVO
                   MOVE WS-FECHA-HOY TO EST-FECHA
                   MOVE WS-USUARIO-ACTUAL TO EST-USUARIO
                   REWRITE EST-REGISTRO
           END-READ
           IF FS-STATUS-EST NOT = "00"
               DISPLAY "ERROR: No se pudo grabar MATERIA-ESTADO.DAT: "
                       FS-STATUS-EST
           ELSE
               DISPLAY "Estado actualizado."
               IF WS-EST-NUEVO = 'B'
                   PERFORM CALCULAR-RESERVADO
                   IF WS-RESERVADO > ZERO
                       DISPLAY "AVISO: Tiene " WS-RESERVADO
                               " unidades reservadas; no se podran "
                               "gastar mientras siga bloqueado."
                   END-IF
               END-IF
               IF WS-EST-NUEVO = 'D'
                   DISPLAY "No se generaran nuevas ordenes de compra; "
                           "el stock restante puede consumirse."
                   IF MAT-CANTIDAD = ZERO
                       DISPLAY "Sin existencia: se retirara en la "
                               "proxima depuracion si no quedan "
                               "lotes, reservas ni pedidos abiertos."
                   END-IF
               END-IF
           END-IF.

       LISTAR-ESTADOS.
           MOVE ZERO TO WS-EST-LISTADOS
           MOVE LOW-VALUES TO EST-CLAVE
           START ESTADOS-FILE KEY NOT LESS EST-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-EST
           END-START
           DISPLAY "------------------------------------------------"
                   "----------------------"
           DISPLAY "MAT   |ALM |E| FECHA    | OPERADOR | MOTIVO"
           DISPLAY "------------------------------------------------"
                   "----------------------"
           MOVE 'N' TO WS-EOF-EST
           PERFORM UNTIL WS-EOF-EST = 'S' OR FS-STATUS-EST = "10"
               READ ESTADOS-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-EST
                   NOT AT END
                       IF EST-BLOQUEADO OR EST-DESCONTINUADO
                           ADD 1 TO WS-EST-LISTADOS
                           DISPLAY EST-MAT-ID " | " EST-ALMACEN " |"
                                   EST-ESTADO "| " EST-FECHA " | "
                                   EST-USUARIO " | " EST-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-EST
           DISPLAY "------------------------------------------------"
                   "----------------------"
           DISPLAY "Materiales listados: " WS-EST-LISTADOS.

       LEER-ESTADO-MATERIAL.
           MOVE MAT-ID TO EST-MAT-ID
           MOVE MAT-ALMACEN TO EST-ALMACEN
           PERFORM LEER-ESTADO-CLAVE.

       LEER-ESTADO-CLAVE.
           MOVE 'A' TO WS-EST-ACTUAL
           MOVE SPACES TO WS-EST-MOTIVO
           READ ESTADOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EST-BLOQUEADO OR EST-DESCONTINUADO
                       MOVE EST-ESTADO TO WS-EST-ACTUAL
                       MOVE EST-MOTIVO TO WS-EST-MOTIVO
                   END-IF
           END-READ.

       LEER-ESTADO-TRANSFER.
           PERFORM LEER-ESTADO-MATERIAL
           MOVE WS-EST-ACTUAL TO WS-EST-ORIGEN
           MOVE WS-EST-MOTIVO TO WS-EST-ORIGEN-MOT
           MOVE WS-TRF-ID TO EST-MAT-ID
           MOVE WS-TRF-DESTINO TO EST-ALMACEN
           PERFORM LEER-ESTADO-CLAVE.

       AVISAR-BLOQUEADO.
           DISPLAY "ERROR: Material " MAT-ID " almacen " MAT-ALMACEN
                   " BLOQUEADO por calidad: " WS-EST-MOTIVO.

       HEREDAR-DESCONTINUADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE SPACES TO EST-REGISTRO
           MOVE MAT-ID TO EST-MAT-ID
           MOVE MAT-ALMACEN TO EST-ALMACEN
           MOVE 'D' TO EST-ESTADO
           MOVE WS-EST-ORIGEN-MOT TO EST-MOTIVO
           MOVE WS-FECHA-HOY TO EST-FECHA
           MOVE WS-USUARIO-ACTUAL TO EST-USUARIO
           WRITE EST-REGISTRO
               INVALID KEY
                   REWRITE EST-REGISTRO
           END-WRITE.

       MENU-USUARIOS.
           MOVE 'N' TO WS-FIN-USR
           PERFORM UNTIL WS-FIN-USR = 'S'
       REGISTRAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-MOV-FECHA-HORA
           IF WS-MOV-TIPO NOT = "RECEPCION"
                   AND WS-MOV-TIPO NOT = "MODIF"
                   AND WS-MOV-PROVEEDOR = SPACES
               MOVE MAT-COSTO-UNITARIO TO WS-MOV-COSTO-ANT
               MOVE MAT-COSTO-UNITARIO TO WS-MOV-COSTO-NVO
           END-IF
           MOVE SPACES TO MOV-REGISTRO
           MOVE "02" TO MOV-VERSION
           MOVE MAT-ID TO MOV-ID
           MOVE MAT-ALMACEN TO MOV-ALMACEN
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-MOV-CANT-ANTES TO MOV-ANTES
           MOVE WS-MOV-CANT-DESPUES TO MOV-DESPUES
           COMPUTE MOV-DELTA =
                   WS-MOV-CANT-DESPUES - WS-MOV-CANT-ANTES
           MOVE WS-MOV-FECHA-HORA(1:8) TO MOV-FECHA
           MOVE WS-MOV-FECHA-HORA(9:6) TO MOV-TIEMPO
           MOVE WS-USUARIO-ACTUAL TO MOV-USUARIO
           MOVE WS-MOV-MOTIVO TO MOV-MOTIVO
           MOVE WS-MOV-REF TO MOV-REF
           MOVE WS-MOV-COSTO-ANT TO MOV-COSTO-ANTERIOR
           MOVE WS-MOV-COSTO-NVO TO MOV-COSTO-UNITARIO
           SET MOV-CON-COSTO TO TRUE
           MOVE WS-MOV-PROVEEDOR TO MOV-PROVEEDOR
           OPEN EXTEND MOVIMIENTOS-FILE
           IF FS-STATUS-MOV NOT = "00"
               DISPLAY "ERROR: No se pudo registrar el movimiento en "
                       "MOVIMIENTOS.DAT: " FS-STATUS-MOV
           ELSE
               WRITE MOV-REGISTRO
               CLOSE MOVIMIENTOS-FILE
           END-IF
           MOVE SPACES TO WS-MOV-MOTIVO
           MOVE SPACES TO WS-MOV-REF
           MOVE SPACES TO WS-MOV-PROVEEDOR.

       CONSULTAR-KARDEX.
           DISPLAY "ID del material: " ACCEPT WS-KDX-FILTRO-ID
           END-IF.

       FILTRAR-KARDEX-LINEA.
           MOVE KARDEX-MOV-LINEA TO WS-KDX-REGISTRO
           IF WS-KDX-VERSION-ACTUAL
                   AND WS-KDX-STOCK-PROPIO
                   AND WS-KDX-ID = WS-KDX-FILTRO-ID
                   AND WS-KDX-ALMACEN = WS-KDX-FILTRO-ALM
               PERFORM MOSTRAR-KARDEX-LINEA

       MOSTRAR-KARDEX-LINEA.
           ADD 1 TO WS-KDX-CONTADOR
           MOVE WS-KDX-DELTA TO WS-KDX-DELTA-ED
           MOVE WS-KDX-DIA TO WS-KD-DIA
           MOVE WS-KDX-MES TO WS-KD-MES
           IF WS-LOTE-OK = 'N'
               DISPLAY "Lote cancelado: no se pudo leer el punto de "
                       "control."
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM PROCESAR-LOTE
           END-IF.
           IF FS-STATUS-TRX NOT = "00"
               DISPLAY "ERROR: No se pudo abrir TRANSACCIONES.DAT: "
                       FS-STATUS-TRX
               IF FS-STATUS-TRX = "35"
                   MOVE 4 TO WS-RETORNO
               ELSE
                   MOVE 8 TO WS-RETORNO
               END-IF
           ELSE
               OPEN EXTEND TRX-ERRORES-FILE
               IF FS-STATUS-TRXE = "35"
                   DISPLAY "ERROR: No se pudo abrir "
                           "TRANSACCIONES-ERR.DAT: " FS-STATUS-TRXE
                   CLOSE TRANSACCIONES-FILE
                   MOVE 8 TO WS-RETORNO
               ELSE
                   MOVE ZERO TO WS-TRX-LEIDAS
                   MOVE ZERO TO WS-TRX-APLICADAS
                           WS-TRX-APLICADAS
                           " Rechazadas: " WS-TRX-RECHAZADAS
                   DISPLAY "Rechazos en TRANSACCIONES-ERR.DAT."
                   IF WS-TRX-RECHAZADAS > ZERO AND WS-RETORNO = ZERO
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           END-IF.

           IF FS-STATUS-CHK NOT = "00"
               DISPLAY "ERROR: No se pudo grabar LOTE-CHECKPOINT.DAT: "
                       FS-STATUS-CHK
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE WS-TRX-LEIDAS TO CHK-PROCESADOS
               WRITE CHECKPOINT-REG
               DISPLAY "AVISO: No se pudo archivar TRANSACCIONES.DAT."
               DISPLAY "El punto de control se conserva para evitar "
                       "doble aplicacion; retire el archivo a mano."
               MOVE 8 TO WS-RETORNO
           END-IF.

       LIMPIAR-CHECKPOINT.
           IF FS-STATUS-CHK NOT = "00"
               DISPLAY "ERROR: No se pudo limpiar "
                       "LOTE-CHECKPOINT.DAT: " FS-STATUS-CHK
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE ZERO TO CHK-PROCESADOS
               WRITE CHECKPOINT-REG
                   MOVE "MATERIAL NO EXISTE" TO WS-TRX-MOTIVO
                   PERFORM RECHAZAR-TRANSACCION
               NOT INVALID KEY
                   PERFORM LEER-ESTADO-MATERIAL
                   MOVE SPACES TO WS-RSV-ORDEN-GASTO
                   PERFORM EVALUAR-LOTES
                   PERFORM CALCULAR-RESERVADO
                   PERFORM EVALUAR-CONSIGNACION
                   MOVE TRX-CANTIDAD TO WS-GASTO
                   PERFORM REPARTIR-GASTO
                   COMPUTE WS-DISPONIBLE = MAT-CANTIDAD + WS-CSG-TOTAL
                           - WS-RESERVADO
                   IF WS-EST-ACTUAL = 'B'
                       MOVE "MATERIAL BLOQUEADO" TO WS-TRX-MOTIVO
                       PERFORM RECHAZAR-TRANSACCION
                   ELSE
                   IF TRX-CANTIDAD > WS-DISPONIBLE
                       MOVE "STOCK DISPONIBLE INSUFICIENTE"
                            TO WS-TRX-MOTIVO
                       PERFORM RECHAZAR-TRANSACCION
                   ELSE
                       IF WS-CSG-TOMA > WS-CSG-TOTAL
                           MOVE "LOTES SIN VENCER INSUFICIENTES"
                                TO WS-TRX-MOTIVO
                           PERFORM RECHAZAR-TRANSACCION
                       ELSE
                           PERFORM REFERENCIAR-TRX
                           MOVE WS-MOV-REF TO WS-CSG-REF
                           IF WS-GASTO-PROPIO > ZERO
                               IF WS-LOT-EXISTEN = 'S'
                                   PERFORM CONSUMIR-FEFO
                               END-IF
                               MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                               SUBTRACT WS-GASTO-PROPIO
                                   FROM MAT-CANTIDAD
                               REWRITE MATERIAL-REG
                               MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                               MOVE "GASTO" TO WS-MOV-TIPO
                               PERFORM REGISTRAR-MOVIMIENTO
                           END-IF
                           IF WS-CSG-TOMA > ZERO
                               PERFORM CONSUMIR-CONSIGNACION
                           END-IF
                           MOVE SPACES TO WS-MOV-REF
                           ADD 1 TO WS-TRX-APLICADAS
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       LOTE-TRANSFER.
                   MOVE "MATERIAL NO EXISTE EN ORIGEN" TO WS-TRX-MOTIVO
                   PERFORM RECHAZAR-TRANSACCION
               NOT INVALID KEY
                   MOVE TRX-ID TO WS-TRF-ID
                   MOVE TRX-ALMACEN-DEST TO WS-TRF-DESTINO
                   PERFORM LEER-ESTADO-TRANSFER
                   PERFORM EVALUAR-LOTES
                   IF WS-EST-ORIGEN = 'B'
                       MOVE "MATERIAL BLOQUEADO" TO WS-TRX-MOTIVO
                       PERFORM RECHAZAR-TRANSACCION
                   ELSE
                   IF WS-EST-ACTUAL = 'B'
                       MOVE "MATERIAL BLOQUEADO EN DESTINO"
                            TO WS-TRX-MOTIVO
                       PERFORM RECHAZAR-TRANSACCION
                   ELSE
                   IF WS-LOT-EXISTEN = 'S'
                       MOVE "MATERIAL CON LOTES EN ORIGEN"
                            TO WS-TRX-MOTIVO
                       ADD 1 TO WS-TRX-APLICADAS
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       REFERENCIAR-TRX.
               DELIMITED BY SIZE INTO TRX-ERROR-LINEA
           WRITE TRX-ERROR-LINEA
           ADD 1 TO WS-TRX-RECHAZADAS.

       DEPURAR-MATERIALES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE SPACES TO WS-DEP-NOMBRE
           STRING "MATERIAS-DEPURADAS-" WS-FECHA-HOY ".PRT"
               DELIMITED BY SIZE INTO WS-DEP-NOMBRE
           PERFORM CARGAR-DESCONTINUADOS
           MOVE 'S' TO WS-DEP-PEDIDOS
           OPEN INPUT PEDIDOS-FILE
           IF FS-STATUS-PED = "35"
               MOVE 'N' TO WS-DEP-PEDIDOS
               MOVE "00" TO FS-STATUS-PED
           END-IF
           IF FS-STATUS-PED NOT = "00"
               DISPLAY "ERROR: No se pudo abrir PEDIDOS.DAT: "
                       FS-STATUS-PED
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN EXTEND HISTORICO-FILE
               IF FS-STATUS-HIS = "35"
                   OPEN OUTPUT HISTORICO-FILE
               END-IF
               IF FS-STATUS-HIS NOT = "00"
                   DISPLAY "ERROR: No se pudo abrir "
                           "MATERIA-HISTORICO.DAT: " FS-STATUS-HIS
                   MOVE 8 TO WS-RETORNO
               ELSE
                   OPEN OUTPUT DEPURACION-PRT-FILE
                   IF FS-STATUS-DPR NOT = "00"
                       DISPLAY "ERROR: No se pudo crear "
                               WS-DEP-NOMBRE ": " FS-STATUS-DPR
                       MOVE 8 TO WS-RETORNO
                   ELSE
                       PERFORM EMITIR-DEPURACION
                       CLOSE DEPURACION-PRT-FILE
                   END-IF
                   CLOSE HISTORICO-FILE
               END-IF
               IF WS-DEP-PEDIDOS = 'S'
                   CLOSE PEDIDOS-FILE
               END-IF
           END-IF.

       CARGAR-DESCONTINUADOS.
           MOVE ZERO TO WS-DEP-TOTAL
           MOVE 'N' TO WS-DEP-DESBORDE
           MOVE LOW-VALUES TO EST-CLAVE
           START ESTADOS-FILE KEY NOT LESS EST-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-EST
           END-START
           MOVE 'N' TO WS-EOF-EST
           PERFORM UNTIL WS-EOF-EST = 'S' OR FS-STATUS-EST = "10"
               READ ESTADOS-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-EST
                   NOT AT END
                       IF EST-DESCONTINUADO
                           PERFORM AGREGAR-DESCONTINUADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-EST.

       AGREGAR-DESCONTINUADO.
           MOVE EST-MAT-ID TO MAT-ID
           MOVE EST-ALMACEN TO MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MAT-CANTIDAD = ZERO
                       IF WS-DEP-TOTAL >= 500
                           MOVE 'S' TO WS-DEP-DESBORDE
                           MOVE 'S' TO WS-EOF-EST
                       ELSE
                           ADD 1 TO WS-DEP-TOTAL
                           MOVE MAT-ID TO WS-DEP-ID(WS-DEP-TOTAL)
                           MOVE MAT-ALMACEN
                                TO WS-DEP-ALMACEN(WS-DEP-TOTAL)
                           MOVE MAT-NOMBRE
                                TO WS-DEP-NOMBRE-T(WS-DEP-TOTAL)
                           MOVE SPACES TO WS-DEP-CAUSA(WS-DEP-TOTAL)
                       END-IF
                   END-IF
           END-READ.

       EMITIR-DEPURACION.
           MOVE ZERO TO WS-DEP-DEPURADOS
           MOVE ZERO TO WS-DEP-RETENIDOS
           MOVE SPACES TO DEPURACION-LINEA
           STRING "MATERIALES DEPURADOS DE MATERIA.DAT - FECHA: "
                  WS-FECHA-HOY
               DELIMITED BY SIZE INTO DEPURACION-LINEA
           WRITE DEPURACION-LINEA
           MOVE "Registros trasladados a MATERIA-HISTORICO.DAT"
                TO DEPURACION-LINEA
           WRITE DEPURACION-LINEA
           MOVE ALL "-" TO DEPURACION-LINEA
           WRITE DEPURACION-LINEA
           MOVE SPACES TO DEPURACION-LINEA
           STRING "MAT   ALM  NOMBRE               "
                  "COSTO U.  DESCONT. OPERADOR MOTIVO"
               DELIMITED BY SIZE INTO DEPURACION-LINEA
           WRITE DEPURACION-LINEA
           MOVE ALL "-" TO DEPURACION-LINEA
           WRITE DEPURACION-LINEA
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-TOTAL
               PERFORM EVALUAR-DEPURACION
           END-PERFORM
           MOVE ALL "-" TO DEPURACION-LINEA
           WRITE DEPURACION-LINEA
           MOVE SPACES TO DEPURACION-LINEA
           STRING "REGISTROS DEPURADOS: " WS-DEP-DEPURADOS
               DELIMITED BY SIZE INTO DEPURACION-LINEA
           WRITE DEPURACION-LINEA
           IF WS-DEP-RETENIDOS > ZERO
               MOVE SPACES TO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
               MOVE "DESCONTINUADOS SIN EXISTENCIA RETENIDOS"
                    TO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
               MOVE ALL "-" TO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
               MOVE "MAT   ALM  NOMBRE               CAUSA"
                    TO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
               MOVE ALL "-" TO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-TOTAL
                   IF WS-DEP-CAUSA(WS-DEP-IDX) NOT = SPACES
                       PERFORM IMPRIMIR-RETENIDO
                   END-IF
               END-PERFORM
               MOVE ALL "-" TO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
               MOVE SPACES TO DEPURACION-LINEA
               STRING "RETENIDOS: " WS-DEP-RETENIDOS
                   DELIMITED BY SIZE INTO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
           END-IF
           IF WS-DEP-DESBORDE = 'S'
               MOVE SPACES TO DEPURACION-LINEA
               STRING "AVISO: MAS DE 500 DESCONTINUADOS SIN EXISTENCIA;"
                      " EL RESTO QUEDA PARA LA PROXIMA CORRIDA."
                   DELIMITED BY SIZE INTO DEPURACION-LINEA
               WRITE DEPURACION-LINEA
               DISPLAY "AVISO: Mas de 500 descontinuados sin "
                       "existencia; el resto queda para la proxima "
                       "corrida."
               IF WS-RETORNO = ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF
           DISPLAY "Depuracion: " WS-DEP-DEPURADOS
                   " registros trasladados a MATERIA-HISTORICO.DAT, "
                   WS-DEP-RETENIDOS " retenidos."
           DISPLAY "Detalle en " WS-DEP-NOMBRE.

       EVALUAR-DEPURACION.
           MOVE WS-DEP-ID(WS-DEP-IDX) TO MAT-ID
           MOVE WS-DEP-ALMACEN(WS-DEP-IDX) TO MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY
                   MOVE "NO EXISTE EN MATERIA.DAT"
                        TO WS-DEP-CAUSA(WS-DEP-IDX)
               NOT INVALID KEY
                   PERFORM VERIFICAR-DEPURABLE
                   MOVE WS-DEP-CAUSA-TRAB TO WS-DEP-CAUSA(WS-DEP-IDX)
                   IF WS-DEP-CAUSA-TRAB = SPACES
                       PERFORM ARCHIVAR-MATERIAL
                   END-IF
           END-READ
           IF WS-DEP-CAUSA(WS-DEP-IDX) NOT = SPACES
               ADD 1 TO WS-DEP-RETENIDOS
           END-IF.

       VERIFICAR-DEPURABLE.
           MOVE SPACES TO WS-DEP-CAUSA-TRAB
           IF MAT-CANTIDAD > ZERO
               MOVE "CON EXISTENCIA" TO WS-DEP-CAUSA-TRAB
           END-IF
           IF WS-DEP-CAUSA-TRAB = SPACES
               PERFORM EVALUAR-LOTES
               IF WS-LOT-EXISTEN = 'S'
                   MOVE "LOTES CON EXISTENCIA" TO WS-DEP-CAUSA-TRAB
               END-IF
           END-IF
           IF WS-DEP-CAUSA-TRAB = SPACES
               PERFORM CALCULAR-RESERVADO
               IF WS-RESERVADO > ZERO
                   MOVE "RESERVAS VIGENTES" TO WS-DEP-CAUSA-TRAB
               END-IF
           END-IF
           IF WS-DEP-CAUSA-TRAB = SPACES
               PERFORM EVALUAR-CONSIGNACION
               IF WS-CSG-TOTAL > ZERO
                   MOVE "EXISTENCIA EN CONSIGNACION"
                        TO WS-DEP-CAUSA-TRAB
               END-IF
           END-IF
           IF WS-DEP-CAUSA-TRAB = SPACES
               PERFORM BUSCAR-OC-ABIERTA
           END-IF
           IF WS-DEP-CAUSA-TRAB = SPACES AND WS-DEP-PEDIDOS = 'S'
               PERFORM BUSCAR-PEDIDO-ABIERTO
           END-IF
           IF WS-DEP-CAUSA-TRAB = SPACES
               PERFORM BUSCAR-EN-RECETAS
           END-IF.

       BUSCAR-OC-ABIERTA.
           OPEN INPUT ORDEN-COMPRA-FILE
           IF FS-STATUS-OC = "00"
               MOVE 'N' TO WS-EOF-OC
               PERFORM UNTIL WS-EOF-OC = 'S'
                   READ ORDEN-COMPRA-FILE
                       AT END MOVE 'S' TO WS-EOF-OC
                       NOT AT END
                           IF OC-NUMERO NOT NUMERIC
                                   OR OC-ID NOT NUMERIC
                               MOVE "ORDEN-COMPRA.DAT ILEGIBLE"
                                    TO WS-DEP-CAUSA-TRAB
                               MOVE 'S' TO WS-EOF-OC
                           ELSE
                           IF OC-ID = MAT-ID
                                   AND OC-ALMACEN = MAT-ALMACEN
                                   AND OC-ESTADO NOT = "RECIBIDA"
                                   AND OC-ESTADO NOT = "CERRADA"
                               STRING "ORDEN DE COMPRA " OC-NUMERO
                                      " ABIERTA"
                                   DELIMITED BY SIZE
                                   INTO WS-DEP-CAUSA-TRAB
                               MOVE 'S' TO WS-EOF-OC
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDEN-COMPRA-FILE
           ELSE
               IF FS-STATUS-OC NOT = "35"
                   MOVE "NO SE PUDO LEER ORDEN-COMPRA.DAT"
                        TO WS-DEP-CAUSA-TRAB
               END-IF
           END-IF.

       BUSCAR-PEDIDO-ABIERTO.
           MOVE LOW-VALUES TO PED-CLAVE
           START PEDIDOS-FILE KEY NOT LESS PED-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-PED
           END-START
           MOVE 'N' TO WS-EOF-PED
           PERFORM UNTIL WS-EOF-PED = 'S' OR FS-STATUS-PED = "10"
               READ PEDIDOS-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-PED
                   NOT AT END
                       IF PED-MAT-ID = MAT-ID
                               AND PED-ALMACEN = MAT-ALMACEN
                               AND PED-ESTADO = "ABIERTO"
                           STRING "PEDIDO PV" PED-NUMERO " ABIERTO"
                               DELIMITED BY SIZE
                               INTO WS-DEP-CAUSA-TRAB
                           MOVE 'S' TO WS-EOF-PED
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-PED.

       BUSCAR-EN-RECETAS.
           MOVE LOW-VALUES TO RCT-CLAVE
           START RECETAS-FILE KEY NOT LESS RCT-CLAVE
               INVALID KEY MOVE "10" TO FS-STATUS-RCT
           END-START
           MOVE 'N' TO WS-EOF-RCT
           PERFORM UNTIL WS-EOF-RCT = 'S' OR FS-STATUS-RCT = "10"
               READ RECETAS-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-RCT
                   NOT AT END
                       IF RCT-MAT-ID = MAT-ID
                               AND RCT-ALMACEN = MAT-ALMACEN
                           STRING "COMPONENTE DE RECETA " RCT-CODIGO
                               DELIMITED BY SIZE
                               INTO WS-DEP-CAUSA-TRAB
                           MOVE 'S' TO WS-EOF-RCT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-STATUS-RCT.

       ARCHIVAR-MATERIAL.
           MOVE MAT-ID TO EST-MAT-ID
           MOVE MAT-ALMACEN TO EST-ALMACEN
           READ ESTADOS-FILE
               INVALID KEY
                   MOVE "SIN REGISTRO DE ESTADO"
                        TO WS-DEP-CAUSA(WS-DEP-IDX)
               NOT INVALID KEY
                   PERFORM GRABAR-HISTORICO
           END-READ.

       GRABAR-HISTORICO.
           MOVE MAT-COSTO-UNITARIO TO WS-DEP-COSTO-ED
           MOVE SPACES TO DEPURACION-LINEA
           STRING MAT-ID " " MAT-ALMACEN " " MAT-NOMBRE " "
                  WS-DEP-COSTO-ED " " EST-FECHA " " EST-USUARIO " "
                  EST-MOTIVO
               DELIMITED BY SIZE INTO DEPURACION-LINEA
           MOVE SPACES TO HISTORICO-REG
           MOVE WS-FECHA-HOY TO HIS-FECHA-BAJA
           MOVE MAT-ID TO HIS-MAT-ID
           MOVE MAT-ALMACEN TO HIS-ALMACEN
           MOVE MAT-NOMBRE TO HIS-NOMBRE
           MOVE MAT-CANTIDAD TO HIS-CANTIDAD
           MOVE MAT-MINIMO TO HIS-MINIMO
           MOVE MAT-COSTO-UNITARIO TO HIS-COSTO-UNITARIO
           MOVE EST-ESTADO TO HIS-ESTADO
           MOVE EST-MOTIVO TO HIS-MOTIVO
           MOVE EST-FECHA TO HIS-FECHA-ESTADO
           MOVE EST-USUARIO TO HIS-USUARIO-ESTADO
           MOVE WS-USUARIO-ACTUAL TO HIS-USUARIO-BAJA
           WRITE HISTORICO-REG
           IF FS-STATUS-HIS NOT = "00"
               DISPLAY "ERROR: No se pudo grabar "
                       "MATERIA-HISTORICO.DAT: " FS-STATUS-HIS
               MOVE "ERROR AL GRABAR EL HISTORICO"
                    TO WS-DEP-CAUSA(WS-DEP-IDX)
               MOVE 8 TO WS-RETORNO
           ELSE
               WRITE DEPURACION-LINEA
               DELETE MATERIAL-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR: No se pudo retirar " MAT-ID
                               " " MAT-ALMACEN " de MATERIA.DAT: "
                               FS-STATUS
                       MOVE 8 TO WS-RETORNO
               END-DELETE
               DELETE ESTADOS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM BORRAR-RESIDUOS
               ADD 1 TO WS-DEP-DEPURADOS
           END-IF.

       BORRAR-RESIDUOS.
           MOVE 'N' TO WS-EOF-LOT
           PERFORM UNTIL WS-EOF-LOT = 'S'
               MOVE MAT-ID TO LOT-MAT-ID
               MOVE MAT-ALMACEN TO LOT-ALMACEN
               MOVE LOW-VALUES TO LOT-NUMERO
               START LOTES-FILE KEY NOT LESS LOT-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-LOT
                   NOT INVALID KEY
                       READ LOTES-FILE NEXT
                           AT END MOVE 'S' TO WS-EOF-LOT
                           NOT AT END
                               IF LOT-MAT-ID = MAT-ID
                                       AND LOT-ALMACEN = MAT-ALMACEN
                                   DELETE LOTES-FILE RECORD
                                       INVALID KEY
                                           MOVE 'S' TO WS-EOF-LOT
                                   END-DELETE
                               ELSE
                                   MOVE 'S' TO WS-EOF-LOT
                               END-IF
                       END-READ
               END-START
           END-PERFORM
           MOVE "00" TO FS-STATUS-LOT
           MOVE 'N' TO WS-EOF-CSG
           PERFORM UNTIL WS-EOF-CSG = 'S'
               MOVE MAT-ID TO CSG-MAT-ID
               MOVE MAT-ALMACEN TO CSG-ALMACEN
               MOVE LOW-VALUES TO CSG-PROVEEDOR
               START CONSIGNACION-FILE KEY NOT LESS CSG-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-CSG
                   NOT INVALID KEY
                       READ CONSIGNACION-FILE NEXT
                           AT END MOVE 'S' TO WS-EOF-CSG
                           NOT AT END
                               IF CSG-MAT-ID = MAT-ID
                                       AND CSG-ALMACEN = MAT-ALMACEN
                                   DELETE CONSIGNACION-FILE RECORD
                                       INVALID KEY
                                           MOVE 'S' TO WS-EOF-CSG
                                   END-DELETE
                               ELSE
                                   MOVE 'S' TO WS-EOF-CSG
                               END-IF
                       END-READ
               END-START
           END-PERFORM
           MOVE "00" TO FS-STATUS-CSG.

       IMPRIMIR-RETENIDO.
           MOVE SPACES TO DEPURACION-LINEA
           STRING WS-DEP-ID(WS-DEP-IDX) " "
                  WS-DEP-ALMACEN(WS-DEP-IDX) " "
                  WS-DEP-NOMBRE-T(WS-DEP-IDX) " "
                  WS-DEP-CAUSA(WS-DEP-IDX)
               DELIMITED BY SIZE INTO DEPURACION-LINEA
           WRITE DEPURACION-LINEA.

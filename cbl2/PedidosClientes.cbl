       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOS-CLIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-FS.

           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CLAVE
               FILE STATUS IS WS-PED-FS.

           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FS.

           SELECT CRUCE-FILE ASSIGN TO "CRUCE-PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRUCE-FS.

           SELECT MATERIAL-FILE ASSIGN TO "MATERIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CLAVE
               FILE STATUS IS WS-MAT-FS.

           SELECT RESERVAS-FILE ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CLAVE
               FILE STATUS IS WS-RSV-FS.

           SELECT LOTES-FILE ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS WS-LOT-FS.

           SELECT ESTADOS-FILE ASSIGN TO "MATERIA-ESTADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CLAVE
               FILE STATUS IS WS-EST-FS.

           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-USR-FS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-FS.

           SELECT PERIODO-FILE ASSIGN TO "PERIODO-ABIERTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FS.

           SELECT SESION-LOCK-FILE ASSIGN TO "SESION-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.

           SELECT FOLIO-PEDIDO-FILE ASSIGN TO "PEDIDO-FOLIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPE-FS.

           SELECT FOLIO-REMITO-FILE ASSIGN TO "REMITO-FOLIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRE-FS.

           SELECT REMITO-FILE ASSIGN DYNAMIC WS-REMITO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-FS.

           SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTA-FS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDERS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-FS.

           SELECT REGISTRO-FILE ASSIGN DYNAMIC WS-REGISTRO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       01  CLIENTE-REG.
           05 CLI-ID              PIC X(06).
           05 CLI-NOMBRE          PIC X(30).
           05 CLI-DIRECCION       PIC X(40).
           05 CLI-ALMACEN         PIC X(04).
           05 CLI-ACTIVO          PIC X(01).

       FD  PEDIDOS-FILE.
       01  PEDIDO-REG.
           05 PED-CLAVE.
              10 PED-NUMERO       PIC 9(06).
              10 PED-LINEA        PIC 9(03).
           05 PED-CLIENTE         PIC X(06).
           05 PED-FECHA           PIC 9(08).
           05 PED-PROD-ID         PIC X(05).
           05 PED-MAT-ID          PIC 9(05).
           05 PED-ALMACEN         PIC X(04).
           05 PED-CANTIDAD        PIC 9(06).
           05 PED-RESERVADA       PIC 9(06).
           05 PED-DESPACHADA      PIC 9(06).
           05 PED-ESTADO          PIC X(10).

       FD  PRODUCTOS-FILE.
       01  PRODUCTO-REG.
           05 PROD-ID             PIC X(05).
           05 PROD-NOMBRE         PIC X(20).
           05 PROD-STOCK          PIC S9(4) COMP-3.
           05 PROD-PRECIO         PIC 9(5)V99.

       FD  CRUCE-FILE.
       01  CRUCE-REG.
           05 XRF-PROD-ID         PIC X(05).
           05 XRF-MAT-ID          PIC 9(05).

       FD  MATERIAL-FILE.
       01  MATERIAL-REG.
           05 MAT-CLAVE.
              10 MAT-ID           PIC 9(05).
              10 MAT-ALMACEN      PIC X(04).
           05 MAT-NOMBRE          PIC X(20).
           05 MAT-CANTIDAD        PIC 9(06).
           05 MAT-MINIMO          PIC 9(04).
           05 MAT-COSTO-UNITARIO  PIC 9(06)V99.

       FD  RESERVAS-FILE.
       01  RESERVA-REG.
           05 RSV-CLAVE.
              10 RSV-ORDEN        PIC X(08).
              10 RSV-MAT-ID       PIC 9(05).
              10 RSV-ALMACEN      PIC X(04).
           05 RSV-CANTIDAD        PIC 9(06).

       FD  LOTES-FILE.
       01  LOTE-REG.
           05 LOT-CLAVE.
              10 LOT-MAT-ID       PIC 9(05).
              10 LOT-ALMACEN      PIC X(04).
              10 LOT-NUMERO       PIC X(10).
           05 LOT-CANTIDAD        PIC 9(06).
           05 LOT-CADUCIDAD       PIC 9(08).

       FD  ESTADOS-FILE.
           COPY ESTADOMAT.

       FD  USUARIOS-FILE.
       01  USUARIO-REG.
           05 USR-ID              PIC X(08).
           05 USR-NOMBRE          PIC X(20).
           05 USR-NIVEL           PIC 9(01).

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  PERIODO-FILE.
       01  PERIODO-REG.
           05 PER-ABIERTO         PIC 9(06).

       FD  SESION-LOCK-FILE.
       01  SESION-LOCK-REG.
           05 LCK-USUARIO         PIC X(08).
           05 FILLER              PIC X(01).
           05 LCK-FECHA-HORA      PIC X(19).

       FD  FOLIO-PEDIDO-FILE.
       01  FOLIO-PEDIDO-REG.
           05 FPE-SIGUIENTE       PIC 9(06).

       FD  FOLIO-REMITO-FILE.
       01  FOLIO-REMITO-REG.
           05 FRE-SIGUIENTE       PIC 9(06).

       FD  REMITO-FILE.
       01  REMITO-LINEA           PIC X(100).

       FD  VENTAS-FILE.
       01  VENTA-REG.
           05 VTA-FECHA           PIC 9(08).
           05 VTA-HORA            PIC 9(06).
           05 VTA-REMITO          PIC 9(06).
           05 VTA-PEDIDO          PIC 9(06).
           05 VTA-LINEA           PIC 9(03).
           05 VTA-CLIENTE         PIC X(06).
           05 VTA-PROD-ID         PIC X(05).
           05 VTA-MAT-ID          PIC 9(05).
           05 VTA-ALMACEN         PIC X(04).
           05 VTA-CANTIDAD        PIC 9(06).
           05 VTA-PRECIO          PIC 9(05)V99.
           05 VTA-COSTO           PIC 9(06)V99.
           05 VTA-IMPORTE-VENTA   PIC 9(10)V99.
           05 VTA-IMPORTE-COSTO   PIC 9(10)V99.

       FD  BACKORDER-FILE.
       01  BACKORDER-LINEA        PIC X(120).

       FD  REGISTRO-FILE.
       01  REGISTRO-LINEA         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SISTEMA-ESTADO.
           05 WS-CLI-FS              PIC XX.
           05 WS-PED-FS              PIC XX.
           05 WS-PROD-FS             PIC XX.
           05 WS-CRUCE-FS            PIC XX.
           05 WS-MAT-FS              PIC XX.
           05 WS-RSV-FS              PIC XX.
           05 WS-LOT-FS              PIC XX.
           05 WS-USR-FS              PIC XX.
           05 WS-MOV-FS              PIC XX.
           05 WS-PER-FS              PIC XX.
           05 WS-LCK-FS              PIC XX.
           05 WS-FPE-FS              PIC XX.
           05 WS-FRE-FS              PIC XX.
           05 WS-REM-FS              PIC XX.
           05 WS-VTA-FS              PIC XX.
           05 WS-BKO-FS              PIC XX.
           05 WS-REG-FS              PIC XX.
           05 WS-EST-FS              PIC XX.
           05 WS-EST-ABIERTO         PIC X(01) VALUE 'N'.
           05 WS-EOF-FLAG            PIC X(01) VALUE 'N'.
              88 END-OF-FILE                   VALUE 'S'.
           05 WS-EOF-RSV             PIC X(01) VALUE 'N'.
           05 WS-EOF-LOT             PIC X(01) VALUE 'N'.
           05 WS-OPCION              PIC 9(01).
           05 WS-FIN                 PIC X(01) VALUE 'N'.
           05 WS-ARCHIVOS-OK         PIC X(01) VALUE 'N'.
           05 WS-ACCESO-OK           PIC X(01) VALUE 'N'.
           05 WS-INTENTOS            PIC 9(01) VALUE ZERO.
           05 WS-USUARIO-ACTUAL      PIC X(08) VALUE SPACES.
           05 WS-LOCK-OK             PIC X(01) VALUE 'N'.
           05 WS-LOCK-TOMAR          PIC X(01) VALUE 'N'.
           05 WS-LOCK-NOMBRE         PIC X(20)
                                     VALUE "SESION-LOCK.DAT".
           05 WS-PERIODO-OK          PIC X(01) VALUE 'S'.
           05 WS-PERIODO-HOY         PIC 9(06).
           05 WS-PERIODO-ABIERTO     PIC 9(06).
           05 WS-FECHA-HOY           PIC 9(08).
           05 WS-CONFIRMA            PIC X(01) VALUE 'N'.

       01  WS-PARAMETROS.
           05 WS-PARM-EJECUCION      PIC X(40) VALUE SPACES.
           05 WS-PARM-MODO           PIC X(10) VALUE SPACES.
           05 WS-PARM-FECHA          PIC X(08) VALUE SPACES.

       01  WS-PEDIDO-TRABAJO.
           05 WS-PED-NUMERO          PIC 9(06).
           05 WS-PED-FOLIO           PIC 9(06).
           05 WS-PED-LINEAS          PIC 9(03).
           05 WS-PED-REF             PIC X(10) VALUE SPACES.
           05 WS-PED-HALLADO         PIC X(01) VALUE 'N'.
           05 WS-FIN-LINEAS          PIC X(01) VALUE 'N'.
           05 WS-CANT-PEDIDA         PIC 9(06).
           05 WS-CANT-RESERVAR       PIC 9(06).
           05 WS-PENDIENTE           PIC 9(06).
           05 WS-SIN-RESERVA         PIC 9(06).
           05 WS-ALMACEN-LINEA       PIC X(04).
           05 WS-LINEAS-ABIERTAS     PIC 9(03).
           05 WS-REASIGNADAS         PIC 9(05).
           05 WS-UNIDADES-REASIG     PIC 9(08).

       01  WS-DISPONIBILIDAD.
           05 WS-RESERVADO           PIC 9(08).
           05 WS-UTILIZABLE          PIC 9(08).
           05 WS-DISPONIBLE          PIC 9(08).
           05 WS-LOT-EXISTEN         PIC X(01) VALUE 'N'.
           05 WS-LOT-DISPONIBLE      PIC 9(08).
           05 WS-LOT-TOMA            PIC 9(06).
           05 WS-DESPACHAR           PIC 9(06).
           05 WS-DESPACHO-RESTANTE   PIC 9(06).
           05 WS-FEFO-ENCONTRADO     PIC X(01) VALUE 'N'.
           05 WS-FEFO-NUMERO         PIC X(10).
           05 WS-FEFO-CADUCIDAD      PIC 9(08).
           05 WS-RSV-DESCUENTO       PIC 9(06).
           05 WS-EST-ACTUAL          PIC X(01) VALUE 'A'.
           05 WS-EST-MOTIVO          PIC X(30).

       01  WS-TABLA-CRUCE.
           05 WS-XRF-TOTAL           PIC 9(04) VALUE ZERO.
           05 WS-XRF-IDX             PIC 9(04).
           05 WS-XRF-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-XRF-MAPEOS          PIC 9(04).
           05 WS-XRF-MAT-HALLADO     PIC 9(05).
           05 WS-XRF-ITEM OCCURS 5000 TIMES.
              10 WS-XRF-PROD         PIC X(05).
              10 WS-XRF-MAT          PIC 9(05).

       01  WS-REMITO.
           05 WS-REMITO-NOMBRE       PIC X(30) VALUE SPACES.
           05 WS-REMITO-ABIERTO      PIC X(01) VALUE 'N'.
           05 WS-REMITO-ERROR        PIC X(01) VALUE 'N'.
           05 WS-REMITO-NUMERO       PIC 9(06).
           05 WS-REMITO-LINEAS       PIC 9(03).
           05 WS-REMITO-UNIDADES     PIC 9(08).
           05 WS-REMITO-IMPORTE      PIC 9(12)V99.
           05 WS-REMITO-PENDIENTES   PIC 9(03).
           05 WS-REGISTRO-NOMBRE     PIC X(30) VALUE SPACES.

       01  WS-VALORES.
           05 WS-IMPORTE-VENTA       PIC 9(10)V99.
           05 WS-IMPORTE-COSTO       PIC 9(10)V99.
           05 WS-TOT-VENTA           PIC 9(12)V99.
           05 WS-TOT-COSTO           PIC 9(12)V99.
           05 WS-TOT-MARGEN          PIC S9(12)V99.
           05 WS-TOT-UNIDADES        PIC 9(08).
           05 WS-TOT-LINEAS          PIC 9(05).
           05 WS-MARGEN-LINEA        PIC S9(10)V99.
           05 WS-MARGEN-PORC         PIC S9(03)V99.
           05 WS-DIAS-ESPERA         PIC 9(05).
           05 WS-REGISTRO-FECHA      PIC 9(08).

       01  WS-EDICION.
           05 WS-CANT-ED             PIC ZZZ.ZZ9.
           05 WS-CANT-ED2            PIC ZZZ.ZZ9.
           05 WS-CANT-ED3            PIC ZZZ.ZZ9.
           05 WS-CANT-ED4            PIC ZZZ.ZZ9.
           05 WS-UNID-ED             PIC ZZ.ZZZ.ZZ9.
           05 WS-PRECIO-ED           PIC ZZ.ZZ9,99.
           05 WS-IMPORTE-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-IMPORTE-ED2         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-MARGEN-ED           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-PORC-ED             PIC -ZZ9,99.
           05 WS-DIAS-ED             PIC ZZZZ9.
           05 WS-STOCK-ED            PIC -9(04).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO            PIC 9(04).
           05 WS-SIS-MES             PIC 9(02).
           05 WS-SIS-DIA             PIC 9(02).
           05 WS-SIS-HORA            PIC 9(02).
           05 WS-SIS-MINUTO          PIC 9(02).
           05 WS-SIS-SEGUNDO         PIC 9(02).
           05 FILLER                 PIC X(07).

       01  WS-MOVIMIENTO.
           05 WS-MOV-CANT-ANTES      PIC 9(06).
           05 WS-MOV-CANT-DESPUES    PIC 9(06).
           05 WS-MOV-TIPO            PIC X(10).
           05 WS-MOV-FECHA-HORA.
              10 WS-MOV-ANIO         PIC 9(04).
              10 WS-MOV-MES          PIC 9(02).
              10 WS-MOV-DIA          PIC 9(02).
              10 WS-MOV-HORA         PIC 9(02).
              10 WS-MOV-MINUTO       PIC 9(02).
              10 WS-MOV-SEGUNDO      PIC 9(02).
              10 FILLER              PIC X(07).
           05 WS-MOV-MOTIVO          PIC X(12) VALUE SPACES.
           05 WS-MOV-COSTO-ANT       PIC 9(06)V99.
           05 WS-MOV-COSTO-NVO       PIC 9(06)V99.
           05 WS-MOV-REF             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       000-CONTROL-PRINCIPAL.
           ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE
           UNSTRING WS-PARM-EJECUCION DELIMITED BY ALL SPACES
               INTO WS-PARM-MODO WS-PARM-FECHA
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE WS-FECHA-SISTEMA(1:8) TO WS-FECHA-HOY
           IF WS-PARM-MODO = "REGISTRO"
               IF WS-PARM-FECHA NOT = SPACES
                       AND WS-PARM-FECHA NUMERIC
                   MOVE WS-PARM-FECHA TO WS-REGISTRO-FECHA
               ELSE
                   MOVE WS-FECHA-HOY TO WS-REGISTRO-FECHA
               END-IF
               PERFORM 700-REGISTRO-VENTAS
               STOP RUN
           END-IF
           PERFORM 140-VERIFICAR-PERIODO
           IF WS-PERIODO-OK = 'N'
               DISPLAY "Operacion bloqueada: el periodo "
                       WS-PERIODO-HOY " ya esta cerrado segun "
                       "PERIODO-ABIERTO.DAT; no se aceptan "
                       "movimientos en periodos cerrados."
               STOP RUN
           END-IF
           PERFORM 150-CARGAR-CRUCE
           IF WS-XRF-DESBORDE = 'S'
               DISPLAY "PEDIDOS CANCELADO: no se trabaja con "
                       "mapeos parciales."
               STOP RUN
           END-IF
           PERFORM 110-ABRIR-ARCHIVOS
           IF WS-ARCHIVOS-OK = 'S'
               PERFORM 120-INICIAR-SESION
               IF WS-ACCESO-OK = 'S'
                   PERFORM 130-TOMAR-BLOQUEO
                   IF WS-LOCK-OK = 'S'
                       PERFORM 200-MENU-PRINCIPAL
                       PERFORM 135-LIBERAR-BLOQUEO
                   END-IF
               END-IF
           END-IF
           PERFORM 190-CERRAR-ARCHIVOS
           STOP RUN.

       110-ABRIR-ARCHIVOS.
           MOVE 'N' TO WS-ARCHIVOS-OK
           OPEN INPUT USUARIOS-FILE
           IF WS-USR-FS NOT = "00"
               DISPLAY "ERROR AL ABRIR USUARIOS.DAT: " WS-USR-FS
           ELSE
           OPEN INPUT CLIENTES-FILE
           IF WS-CLI-FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.DAT: " WS-CLI-FS
           ELSE
           OPEN I-O PRODUCTOS-FILE
           IF WS-PROD-FS NOT = "00"
               DISPLAY "ERROR AL ABRIR PRODUCTOS.DAT: " WS-PROD-FS
           ELSE
           OPEN I-O MATERIAL-FILE
           IF WS-MAT-FS NOT = "00"
               DISPLAY "ERROR AL ABRIR MATERIA.DAT: " WS-MAT-FS
           ELSE
               OPEN I-O RESERVAS-FILE
               IF WS-RSV-FS = "35"
                   OPEN OUTPUT RESERVAS-FILE
                   CLOSE RESERVAS-FILE
                   OPEN I-O RESERVAS-FILE
               END-IF
               OPEN I-O LOTES-FILE
               IF WS-LOT-FS = "35"
                   OPEN OUTPUT LOTES-FILE
                   CLOSE LOTES-FILE
                   OPEN I-O LOTES-FILE
               END-IF
               OPEN I-O PEDIDOS-FILE
               IF WS-PED-FS = "35"
                   OPEN OUTPUT PEDIDOS-FILE
                   CLOSE PEDIDOS-FILE
                   OPEN I-O PEDIDOS-FILE
               END-IF
               OPEN INPUT ESTADOS-FILE
               IF WS-EST-FS = "00"
                   MOVE 'S' TO WS-EST-ABIERTO
               END-IF
               IF WS-RSV-FS NOT = "00"
                   DISPLAY "ERROR AL ABRIR RESERVAS.DAT: " WS-RSV-FS
               ELSE
               IF WS-LOT-FS NOT = "00"
                   DISPLAY "ERROR AL ABRIR LOTES.DAT: " WS-LOT-FS
               ELSE
               IF WS-PED-FS NOT = "00"
                   DISPLAY "ERROR AL ABRIR PEDIDOS.DAT: " WS-PED-FS
               ELSE
               IF WS-EST-FS NOT = "00" AND WS-EST-FS NOT = "35"
                   DISPLAY "ERROR AL ABRIR MATERIA-ESTADO.DAT: "
                           WS-EST-FS
               ELSE
                   MOVE 'S' TO WS-ARCHIVOS-OK
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       120-INICIAR-SESION.
           MOVE 'N' TO WS-ACCESO-OK
           MOVE ZERO TO WS-INTENTOS
           PERFORM UNTIL WS-ACCESO-OK = 'S' OR WS-INTENTOS >= 3
               ADD 1 TO WS-INTENTOS
               DISPLAY "ID de operador: " WITH NO ADVANCING
               ACCEPT USR-ID
               READ USUARIOS-FILE
                   INVALID KEY
                       DISPLAY "Operador no registrado."
                   NOT INVALID KEY
                       MOVE USR-ID TO WS-USUARIO-ACTUAL
                       MOVE 'S' TO WS-ACCESO-OK
                       DISPLAY "Bienvenido, " USR-NOMBRE
               END-READ
           END-PERFORM
           IF WS-ACCESO-OK = 'N'
               DISPLAY "Acceso denegado tras 3 intentos."
           END-IF.

       130-TOMAR-BLOQUEO.
           MOVE 'N' TO WS-LOCK-OK
           OPEN INPUT SESION-LOCK-FILE
           IF WS-LCK-FS = "35"
               PERFORM 132-GRABAR-BLOQUEO
           ELSE
           IF WS-LCK-FS NOT = "00"
               DISPLAY "ERROR: No se pudo leer SESION-LOCK.DAT: "
                       WS-LCK-FS
           ELSE
               READ SESION-LOCK-FILE
                   AT END
                       CLOSE SESION-LOCK-FILE
                       PERFORM 132-GRABAR-BLOQUEO
                   NOT AT END
                       CLOSE SESION-LOCK-FILE
                       PERFORM 131-RESOLVER-BLOQUEO-AJENO
               END-READ
           END-IF
           END-IF.

       131-RESOLVER-BLOQUEO-AJENO.
           DISPLAY "ATENCION: Otra sesion tiene los archivos "
                   "abiertos."
           DISPLAY "Bloqueo tomado por " LCK-USUARIO " el "
                   LCK-FECHA-HORA
           DISPLAY "Si esa sesion termino por una caida el bloqueo "
                   "quedo huerfano."
           DISPLAY "Tomar el bloqueo de todas formas? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-LOCK-TOMAR
           IF WS-LOCK-TOMAR = 'S' OR WS-LOCK-TOMAR = 's'
               PERFORM 132-GRABAR-BLOQUEO
           ELSE
               DISPLAY "Sesion cancelada; espere a que " LCK-USUARIO
                       " termine."
           END-IF.

       132-GRABAR-BLOQUEO.
           OPEN OUTPUT SESION-LOCK-FILE
           IF WS-LCK-FS NOT = "00"
               DISPLAY "ERROR: No se pudo grabar SESION-LOCK.DAT: "
                       WS-LCK-FS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-MOV-FECHA-HORA
               MOVE SPACES TO SESION-LOCK-REG
               MOVE WS-USUARIO-ACTUAL TO LCK-USUARIO
               STRING WS-MOV-DIA "/" WS-MOV-MES "/" WS-MOV-ANIO
                      " " WS-MOV-HORA ":" WS-MOV-MINUTO ":"
                      WS-MOV-SEGUNDO
                   DELIMITED BY SIZE INTO LCK-FECHA-HORA
               WRITE SESION-LOCK-REG
               CLOSE SESION-LOCK-FILE
               MOVE 'S' TO WS-LOCK-OK
           END-IF.

       135-LIBERAR-BLOQUEO.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-NOMBRE
           IF RETURN-CODE NOT = ZERO
               DISPLAY "AVISO: No se pudo retirar SESION-LOCK.DAT; "
                       "borrelo a mano antes de la proxima sesion."
           END-IF.

       140-VERIFICAR-PERIODO.
           MOVE 'S' TO WS-PERIODO-OK
           COMPUTE WS-PERIODO-HOY = WS-SIS-ANIO * 100 + WS-SIS-MES
           MOVE WS-PERIODO-HOY TO WS-PERIODO-ABIERTO
           OPEN INPUT PERIODO-FILE
           IF WS-PER-FS = "00"
               READ PERIODO-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PER-ABIERTO NUMERIC
                           MOVE PER-ABIERTO TO WS-PERIODO-ABIERTO
                       END-IF
               END-READ
               CLOSE PERIODO-FILE
               IF WS-PERIODO-HOY < WS-PERIODO-ABIERTO
                   MOVE 'N' TO WS-PERIODO-OK
               END-IF
           END-IF.

       150-CARGAR-CRUCE.
           MOVE ZERO TO WS-XRF-TOTAL
           OPEN INPUT CRUCE-FILE
           IF WS-CRUCE-FS NOT = "00"
               DISPLAY "AVISO: CRUCE-PRODUCTOS.DAT no disponible ("
                       WS-CRUCE-FS "); no se podran tomar pedidos."
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ CRUCE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-XRF-TOTAL >= 5000
                               DISPLAY "ERROR: CRUCE-PRODUCTOS.DAT "
                                       "excede las 5000 entradas de "
                                       "la tabla de cruce."
                               MOVE 'S' TO WS-XRF-DESBORDE
                               SET END-OF-FILE TO TRUE
                           ELSE
                               ADD 1 TO WS-XRF-TOTAL
                               MOVE XRF-PROD-ID
                                    TO WS-XRF-PROD(WS-XRF-TOTAL)
                               MOVE XRF-MAT-ID
                                    TO WS-XRF-MAT(WS-XRF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRUCE-FILE
           END-IF.

       190-CERRAR-ARCHIVOS.
           IF WS-USR-FS = "00"
               CLOSE USUARIOS-FILE
           END-IF
           IF WS-CLI-FS = "00"
               CLOSE CLIENTES-FILE
           END-IF
           IF WS-PROD-FS = "00"
               CLOSE PRODUCTOS-FILE
           END-IF
           IF WS-MAT-FS = "00"
               CLOSE MATERIAL-FILE
           END-IF
           IF WS-RSV-FS = "00"
               CLOSE RESERVAS-FILE
           END-IF
           IF WS-LOT-FS = "00"
               CLOSE LOTES-FILE
           END-IF
           IF WS-PED-FS = "00"
               CLOSE PEDIDOS-FILE
           END-IF
           IF WS-EST-ABIERTO = 'S'
               CLOSE ESTADOS-FILE
           END-IF.

       200-MENU-PRINCIPAL.
           PERFORM UNTIL WS-FIN = 'S'
               DISPLAY " "
               DISPLAY "=== PEDIDOS DE CLIENTES ==="
               DISPLAY "1. Ingresar Pedido"
               DISPLAY "2. Consultar Pedido"
               DISPLAY "3. Despachar Pedido (Remito)"
               DISPLAY "4. Reasignar Backorders"
               DISPLAY "5. Anular Pedido"
               DISPLAY "6. Reporte de Backorders"
               DISPLAY "7. Registro Diario de Ventas"
               DISPLAY "8. Salir"
               DISPLAY "Seleccione: " WITH NO ADVANCING
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 1 PERFORM 210-INGRESAR-PEDIDO
                   WHEN 2 PERFORM 220-CONSULTAR-PEDIDO
                   WHEN 3 PERFORM 230-DESPACHAR-PEDIDO
                   WHEN 4 PERFORM 240-REASIGNAR-BACKORDERS
                   WHEN 5 PERFORM 250-ANULAR-PEDIDO
                   WHEN 6 PERFORM 600-REPORTE-BACKORDERS
                   WHEN 7
                       DISPLAY "Fecha del registro AAAAMMDD "
                               "(0 = hoy): " WITH NO ADVANCING
                       ACCEPT WS-REGISTRO-FECHA
                       IF WS-REGISTRO-FECHA = ZERO
                           MOVE WS-FECHA-HOY TO WS-REGISTRO-FECHA
                       END-IF
                       PERFORM 700-REGISTRO-VENTAS
                   WHEN 8 MOVE 'S' TO WS-FIN
                   WHEN OTHER DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM.

       210-INGRESAR-PEDIDO.
           DISPLAY "ID de cliente: " WITH NO ADVANCING
           ACCEPT CLI-ID
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "ERROR: Cliente no registrado."
                   MOVE SPACES TO CLI-ID
               NOT INVALID KEY
                   IF CLI-ACTIVO NOT = 'S'
                       DISPLAY "ERROR: El cliente " CLI-ID
                               " esta dado de baja."
                       MOVE SPACES TO CLI-ID
                   END-IF
           END-READ
           IF CLI-ID NOT = SPACES
               DISPLAY "Cliente: " CLI-NOMBRE
               PERFORM 211-LEER-FOLIO-PEDIDO
               MOVE WS-PED-FOLIO TO WS-PED-NUMERO
               ADD 1 TO WS-PED-FOLIO
               PERFORM 212-GRABAR-FOLIO-PEDIDO
               MOVE SPACES TO WS-PED-REF
               STRING "PV" WS-PED-NUMERO
                   DELIMITED BY SIZE INTO WS-PED-REF
               DISPLAY "Pedido " WS-PED-REF
               MOVE ZERO TO WS-PED-LINEAS
               MOVE 'N' TO WS-FIN-LINEAS
               PERFORM UNTIL WS-FIN-LINEAS = 'S'
                   PERFORM 215-CAPTURAR-LINEA
               END-PERFORM
               IF WS-PED-LINEAS = ZERO
                   DISPLAY "Pedido sin lineas; no se registra."
               ELSE
                   DISPLAY "Pedido " WS-PED-REF " registrado con "
                           WS-PED-LINEAS " lineas."
               END-IF
           END-IF.

       211-LEER-FOLIO-PEDIDO.
           MOVE 1 TO WS-PED-FOLIO
           OPEN INPUT FOLIO-PEDIDO-FILE
           IF WS-FPE-FS = "00"
               READ FOLIO-PEDIDO-FILE
                   AT END CONTINUE
                   NOT AT END MOVE FPE-SIGUIENTE TO WS-PED-FOLIO
               END-READ
               CLOSE FOLIO-PEDIDO-FILE
           END-IF.

       212-GRABAR-FOLIO-PEDIDO.
           OPEN OUTPUT FOLIO-PEDIDO-FILE
           IF WS-FPE-FS NOT = "00"
               DISPLAY "ERROR: No se pudo grabar PEDIDO-FOLIO.DAT: "
                       WS-FPE-FS
           ELSE
               MOVE WS-PED-FOLIO TO FPE-SIGUIENTE
               WRITE FOLIO-PEDIDO-REG
               CLOSE FOLIO-PEDIDO-FILE
           END-IF.

       215-CAPTURAR-LINEA.
           IF WS-PED-LINEAS >= 999
               DISPLAY "Se alcanzo el maximo de 999 lineas."
               MOVE 'S' TO WS-FIN-LINEAS
           ELSE
           DISPLAY "Producto (vacio = terminar): " WITH NO ADVANCING
           MOVE SPACES TO PROD-ID
           ACCEPT PROD-ID
           IF PROD-ID = SPACES
               MOVE 'S' TO WS-FIN-LINEAS
           ELSE
           READ PRODUCTOS-FILE
               INVALID KEY
                   DISPLAY "ERROR: No existe el producto " PROD-ID "."
                   MOVE SPACES TO PROD-ID
           END-READ
           IF PROD-ID NOT = SPACES
               PERFORM 216-BUSCAR-MAPEO
               IF WS-XRF-MAPEOS = ZERO
                   DISPLAY "ERROR: El producto " PROD-ID
                           " no tiene material en "
                           "CRUCE-PRODUCTOS.DAT."
               ELSE
                   IF WS-XRF-MAPEOS > 1
                       DISPLAY "AVISO: " PROD-ID " tiene "
                               WS-XRF-MAPEOS " mapeos; se usa el "
                               "material " WS-XRF-MAT-HALLADO "."
                   END-IF
                   PERFORM 217-REGISTRAR-LINEA
               END-IF
           END-IF
           END-IF
           END-IF.

       216-BUSCAR-MAPEO.
           MOVE ZERO TO WS-XRF-MAPEOS
           MOVE ZERO TO WS-XRF-MAT-HALLADO
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-TOTAL
               IF WS-XRF-PROD(WS-XRF-IDX) = PROD-ID
                   ADD 1 TO WS-XRF-MAPEOS
                   IF WS-XRF-MAPEOS = 1
                       MOVE WS-XRF-MAT(WS-XRF-IDX)
                            TO WS-XRF-MAT-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

       217-REGISTRAR-LINEA.
           DISPLAY "Almacen (vacio = " CLI-ALMACEN "): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ALMACEN-LINEA
           ACCEPT WS-ALMACEN-LINEA
           IF WS-ALMACEN-LINEA = SPACES
               MOVE CLI-ALMACEN TO WS-ALMACEN-LINEA
           END-IF
           MOVE WS-XRF-MAT-HALLADO TO MAT-ID
           MOVE WS-ALMACEN-LINEA TO MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY
                   DISPLAY "ERROR: El material " MAT-ID
                           " no existe en el almacen "
                           WS-ALMACEN-LINEA "."
               NOT INVALID KEY
                   PERFORM 305-LEER-ESTADO-MATERIAL
                   IF WS-EST-ACTUAL = 'B'
                       DISPLAY "ERROR: El material " MAT-ID
                               " esta BLOQUEADO por calidad en el "
                               "almacen " WS-ALMACEN-LINEA ": "
                               WS-EST-MOTIVO
                   ELSE
                       PERFORM 300-CALCULAR-DISPONIBLE
                       DISPLAY PROD-NOMBRE " -> material " MAT-ID
                               " " MAT-NOMBRE
                       IF WS-EST-ACTUAL = 'D'
                           DISPLAY "AVISO: Material descontinuado; "
                                   "lo que no haya en stock no se "
                                   "repondra."
                       END-IF
                       DISPLAY "Disponible (sin reservas ni vencidos): "
                               WS-DISPONIBLE
                       DISPLAY "Cantidad pedida: " WITH NO ADVANCING
                       ACCEPT WS-CANT-PEDIDA
                       IF WS-CANT-PEDIDA = ZERO
                           DISPLAY "Cantidad cero; linea ignorada."
                       ELSE
                           IF WS-CANT-PEDIDA > WS-DISPONIBLE
                               MOVE WS-DISPONIBLE TO WS-CANT-RESERVAR
                           ELSE
                               MOVE WS-CANT-PEDIDA TO WS-CANT-RESERVAR
                           END-IF
                           ADD 1 TO WS-PED-LINEAS
                           MOVE WS-PED-NUMERO TO PED-NUMERO
                           MOVE WS-PED-LINEAS TO PED-LINEA
                           MOVE CLI-ID TO PED-CLIENTE
                           MOVE WS-FECHA-HOY TO PED-FECHA
                           MOVE PROD-ID TO PED-PROD-ID
                           MOVE MAT-ID TO PED-MAT-ID
                           MOVE MAT-ALMACEN TO PED-ALMACEN
                           MOVE WS-CANT-PEDIDA TO PED-CANTIDAD
                           MOVE WS-CANT-RESERVAR TO PED-RESERVADA
                           MOVE ZERO TO PED-DESPACHADA
                           MOVE "ABIERTO" TO PED-ESTADO
                           WRITE PEDIDO-REG
                               INVALID KEY
                                   DISPLAY "ERROR: Linea duplicada "
                                           PED-CLAVE
                                   SUBTRACT 1 FROM WS-PED-LINEAS
                                   MOVE ZERO TO WS-CANT-RESERVAR
                           END-WRITE
                           IF WS-CANT-RESERVAR > ZERO
                               PERFORM 330-RESERVAR-CANTIDAD
                           END-IF
                           IF WS-CANT-PEDIDA > WS-CANT-RESERVAR
                               COMPUTE WS-PENDIENTE =
                                       WS-CANT-PEDIDA - WS-CANT-RESERVAR
                               DISPLAY "Reservado " WS-CANT-RESERVAR
                                       "; quedan " WS-PENDIENTE
                                       " en backorder."
                           ELSE
                               DISPLAY "Linea reservada completa."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       220-CONSULTAR-PEDIDO.
           DISPLAY "Numero de pedido: " WITH NO ADVANCING
           ACCEPT WS-PED-NUMERO
           MOVE 'N' TO WS-PED-HALLADO
           MOVE WS-PED-NUMERO TO PED-NUMERO
           MOVE ZERO TO PED-LINEA
           START PEDIDOS-FILE KEY NOT LESS PED-CLAVE
               INVALID KEY MOVE "10" TO WS-PED-FS
           END-START
           PERFORM UNTIL WS-PED-FS = "10"
               READ PEDIDOS-FILE NEXT
                   AT END MOVE "10" TO WS-PED-FS
                   NOT AT END
                       IF PED-NUMERO NOT = WS-PED-NUMERO
                           MOVE "10" TO WS-PED-FS
                       ELSE
                           IF WS-PED-HALLADO = 'N'
                               MOVE 'S' TO WS-PED-HALLADO
                               DISPLAY "Cliente: " PED-CLIENTE
                                       "  Fecha: " PED-FECHA
                               DISPLAY "LIN PROD  MAT   ALM  "
                                       " PEDIDO RESERV DESPAC ESTADO"
                           END-IF
                           DISPLAY PED-LINEA " " PED-PROD-ID " "
                                   PED-MAT-ID " " PED-ALMACEN " "
                                   PED-CANTIDAD " " PED-RESERVADA " "
                                   PED-DESPACHADA " " PED-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PED-FS
           IF WS-PED-HALLADO = 'N'
               DISPLAY "No existe el pedido " WS-PED-NUMERO "."
           END-IF.

       230-DESPACHAR-PEDIDO.
           DISPLAY "Numero de pedido a despachar: " WITH NO ADVANCING
           ACCEPT WS-PED-NUMERO
           MOVE SPACES TO WS-PED-REF
           STRING "PV" WS-PED-NUMERO
               DELIMITED BY SIZE INTO WS-PED-REF
           MOVE 'N' TO WS-PED-HALLADO
           MOVE 'N' TO WS-REMITO-ABIERTO
           MOVE 'N' TO WS-REMITO-ERROR
           MOVE ZERO TO WS-REMITO-LINEAS
           MOVE ZERO TO WS-REMITO-UNIDADES
           MOVE ZERO TO WS-REMITO-IMPORTE
           MOVE ZERO TO WS-REMITO-PENDIENTES
           MOVE WS-PED-NUMERO TO PED-NUMERO
           MOVE ZERO TO PED-LINEA
           START PEDIDOS-FILE KEY NOT LESS PED-CLAVE
               INVALID KEY MOVE "10" TO WS-PED-FS
           END-START
           PERFORM UNTIL WS-PED-FS = "10" OR WS-REMITO-ERROR = 'S'
               READ PEDIDOS-FILE NEXT
                   AT END MOVE "10" TO WS-PED-FS
                   NOT AT END
                       IF PED-NUMERO NOT = WS-PED-NUMERO
                           MOVE "10" TO WS-PED-FS
                       ELSE
                           MOVE 'S' TO WS-PED-HALLADO
                           IF PED-ESTADO = "ABIERTO"
                               PERFORM 231-DESPACHAR-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PED-FS
           IF WS-PED-HALLADO = 'N'
               DISPLAY "No existe el pedido " WS-PED-NUMERO "."
           ELSE
           IF WS-REMITO-ERROR = 'S'
               DISPLAY "ERROR: Despacho cancelado; sin remito no se "
                       "despacha ninguna linea del pedido."
           ELSE
           IF WS-REMITO-ABIERTO = 'N'
               DISPLAY "Nada que despachar: el pedido no tiene "
                       "cantidades reservadas con stock."
           ELSE
               PERFORM 234-CERRAR-REMITO
               DISPLAY "Remito " WS-REMITO-NOMBRE " emitido con "
                       WS-REMITO-LINEAS " lineas."
               IF WS-REMITO-PENDIENTES > ZERO
                   DISPLAY "Quedan " WS-REMITO-PENDIENTES
                           " lineas en backorder."
               END-IF
           END-IF
           END-IF
           END-IF.

       231-DESPACHAR-LINEA.
           MOVE ZERO TO WS-DESPACHAR
           MOVE 'A' TO WS-EST-ACTUAL
           MOVE PED-MAT-ID TO MAT-ID
           MOVE PED-ALMACEN TO MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY
                   DISPLAY "AVISO: Linea " PED-LINEA ": el material "
                           PED-MAT-ID " ya no existe en "
                           PED-ALMACEN "."
               NOT INVALID KEY
                   PERFORM 305-LEER-ESTADO-MATERIAL
                   IF WS-EST-ACTUAL = 'B'
                       DISPLAY "AVISO: Linea " PED-LINEA ": el "
                               "material " PED-MAT-ID " esta "
                               "BLOQUEADO por calidad; no se despacha."
                   ELSE
                       PERFORM 310-EVALUAR-LOTES
                       MOVE PED-RESERVADA TO WS-DESPACHAR
                       IF WS-DESPACHAR > MAT-CANTIDAD
                           MOVE MAT-CANTIDAD TO WS-DESPACHAR
                       END-IF
                       IF WS-LOT-EXISTEN = 'S'
                               AND WS-DESPACHAR > WS-LOT-DISPONIBLE
                           MOVE WS-LOT-DISPONIBLE TO WS-DESPACHAR
                       END-IF
                   END-IF
           END-READ
           IF WS-DESPACHAR = ZERO
               IF PED-RESERVADA > ZERO AND WS-EST-ACTUAL NOT = 'B'
                   DISPLAY "AVISO: Linea " PED-LINEA " reservada "
                           "pero sin stock utilizable; no se despacha."
               END-IF
           ELSE
               IF WS-REMITO-ABIERTO = 'N'
                   PERFORM 232-ABRIR-REMITO
               END-IF
               IF WS-REMITO-ABIERTO = 'N'
                   MOVE 'S' TO WS-REMITO-ERROR
               ELSE
                   IF WS-LOT-EXISTEN = 'S'
                       PERFORM 350-CONSUMIR-FEFO
                   END-IF
                   MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                   SUBTRACT WS-DESPACHAR FROM MAT-CANTIDAD
                   REWRITE MATERIAL-REG
                   MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                   MOVE "DESPACHO" TO WS-MOV-TIPO
                   MOVE WS-PED-REF TO WS-MOV-REF
                   PERFORM 400-REGISTRAR-MOVIMIENTO
                   MOVE WS-DESPACHAR TO WS-RSV-DESCUENTO
                   PERFORM 340-DESCONTAR-RESERVA
                   PERFORM 236-ACTUALIZAR-PRODUCTO
                   COMPUTE WS-IMPORTE-VENTA = WS-DESPACHAR * PROD-PRECIO
                   COMPUTE WS-IMPORTE-COSTO =
                           WS-DESPACHAR * MAT-COSTO-UNITARIO
                   PERFORM 233-IMPRIMIR-LINEA-REMITO
                   PERFORM 235-GRABAR-VENTA
                   ADD WS-DESPACHAR TO PED-DESPACHADA
                   SUBTRACT WS-DESPACHAR FROM PED-RESERVADA
                   IF PED-DESPACHADA >= PED-CANTIDAD
                       MOVE "CERRADO" TO PED-ESTADO
                   END-IF
                   REWRITE PEDIDO-REG
               END-IF
           END-IF
           IF PED-ESTADO = "ABIERTO"
               ADD 1 TO WS-REMITO-PENDIENTES
           END-IF.

       232-ABRIR-REMITO.
           MOVE 1 TO WS-REMITO-NUMERO
           OPEN INPUT FOLIO-REMITO-FILE
           IF WS-FRE-FS = "00"
               READ FOLIO-REMITO-FILE
                   AT END CONTINUE
                   NOT AT END MOVE FRE-SIGUIENTE TO WS-REMITO-NUMERO
               END-READ
               CLOSE FOLIO-REMITO-FILE
           END-IF
           OPEN OUTPUT FOLIO-REMITO-FILE
           IF WS-FRE-FS NOT = "00"
               DISPLAY "ERROR: No se pudo grabar REMITO-FOLIO.DAT: "
                       WS-FRE-FS
           ELSE
               COMPUTE FRE-SIGUIENTE = WS-REMITO-NUMERO + 1
               WRITE FOLIO-REMITO-REG
               CLOSE FOLIO-REMITO-FILE
           END-IF
           MOVE SPACES TO WS-REMITO-NOMBRE
           STRING "REMITO-" WS-REMITO-NUMERO ".PRT"
               DELIMITED BY SIZE INTO WS-REMITO-NOMBRE
           MOVE PED-CLIENTE TO CLI-ID
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "(CLIENTE NO REGISTRADO)" TO CLI-NOMBRE
                   MOVE SPACES TO CLI-DIRECCION
           END-READ
           OPEN OUTPUT REMITO-FILE
           IF WS-REM-FS NOT = "00"
               DISPLAY "ERROR AL CREAR " WS-REMITO-NOMBRE ": "
                       WS-REM-FS
           ELSE
               MOVE 'S' TO WS-REMITO-ABIERTO
               MOVE SPACES TO REMITO-LINEA
               STRING "REMITO No. " WS-REMITO-NUMERO
                      "          FECHA: " WS-SIS-DIA "/" WS-SIS-MES
                      "/" WS-SIS-ANIO
                   DELIMITED BY SIZE INTO REMITO-LINEA
               WRITE REMITO-LINEA
               MOVE SPACES TO REMITO-LINEA
               STRING "PEDIDO: " WS-PED-REF
                      "  CLIENTE: " CLI-ID " " CLI-NOMBRE
                   DELIMITED BY SIZE INTO REMITO-LINEA
               WRITE REMITO-LINEA
               MOVE SPACES TO REMITO-LINEA
               STRING "ENTREGAR EN: " CLI-DIRECCION
                   DELIMITED BY SIZE INTO REMITO-LINEA
               WRITE REMITO-LINEA
               MOVE ALL "-" TO REMITO-LINEA
               WRITE REMITO-LINEA
               MOVE "LIN PROD  DESCRIPCION          ALM  "
                    TO REMITO-LINEA
               MOVE "CANTIDAD  PRECIO UNIT.           IMPORTE"
                    TO REMITO-LINEA(37:)
               WRITE REMITO-LINEA
               MOVE ALL "-" TO REMITO-LINEA
               WRITE REMITO-LINEA
           END-IF.

       233-IMPRIMIR-LINEA-REMITO.
           ADD 1 TO WS-REMITO-LINEAS
           ADD WS-DESPACHAR TO WS-REMITO-UNIDADES
           ADD WS-IMPORTE-VENTA TO WS-REMITO-IMPORTE
           IF WS-REMITO-ABIERTO = 'S'
               MOVE WS-DESPACHAR TO WS-CANT-ED
               MOVE PROD-PRECIO TO WS-PRECIO-ED
               MOVE WS-IMPORTE-VENTA TO WS-IMPORTE-ED
               MOVE SPACES TO REMITO-LINEA
               STRING PED-LINEA " " PED-PROD-ID " " PROD-NOMBRE " "
                      PED-ALMACEN " " WS-CANT-ED "     "
                      WS-PRECIO-ED " " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REMITO-LINEA
               WRITE REMITO-LINEA
           END-IF.

       234-CERRAR-REMITO.
           IF WS-REMITO-ABIERTO = 'S'
               MOVE ALL "-" TO REMITO-LINEA
               WRITE REMITO-LINEA
               MOVE WS-REMITO-UNIDADES TO WS-UNID-ED
               MOVE WS-REMITO-IMPORTE TO WS-IMPORTE-ED
               MOVE SPACES TO REMITO-LINEA
               STRING "TOTAL UNIDADES: " WS-UNID-ED
                      "        TOTAL REMITO: " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REMITO-LINEA
               WRITE REMITO-LINEA
               IF WS-REMITO-PENDIENTES > ZERO
                   MOVE SPACES TO REMITO-LINEA
                   STRING "QUEDAN " WS-REMITO-PENDIENTES
                          " LINEAS PENDIENTES (BACKORDER) DEL PEDIDO "
                          WS-PED-REF
                       DELIMITED BY SIZE INTO REMITO-LINEA
                   WRITE REMITO-LINEA
               END-IF
               MOVE SPACES TO REMITO-LINEA
               WRITE REMITO-LINEA
               MOVE SPACES TO REMITO-LINEA
               STRING "DESPACHADO POR: " WS-USUARIO-ACTUAL
                      "      RECIBI CONFORME: ____________________"
                   DELIMITED BY SIZE INTO REMITO-LINEA
               WRITE REMITO-LINEA
               CLOSE REMITO-FILE
               MOVE 'N' TO WS-REMITO-ABIERTO
           END-IF.

       235-GRABAR-VENTA.
           MOVE WS-FECHA-HOY TO VTA-FECHA
           MOVE WS-MOV-FECHA-HORA(9:6) TO VTA-HORA
           MOVE WS-REMITO-NUMERO TO VTA-REMITO
           MOVE PED-NUMERO TO VTA-PEDIDO
           MOVE PED-LINEA TO VTA-LINEA
           MOVE PED-CLIENTE TO VTA-CLIENTE
           MOVE PED-PROD-ID TO VTA-PROD-ID
           MOVE PED-MAT-ID TO VTA-MAT-ID
           MOVE PED-ALMACEN TO VTA-ALMACEN
           MOVE WS-DESPACHAR TO VTA-CANTIDAD
           MOVE PROD-PRECIO TO VTA-PRECIO
           MOVE MAT-COSTO-UNITARIO TO VTA-COSTO
           MOVE WS-IMPORTE-VENTA TO VTA-IMPORTE-VENTA
           MOVE WS-IMPORTE-COSTO TO VTA-IMPORTE-COSTO
           OPEN EXTEND VENTAS-FILE
           IF WS-VTA-FS = "35"
               OPEN OUTPUT VENTAS-FILE
           END-IF
           IF WS-VTA-FS NOT = "00"
               DISPLAY "ERROR: No se pudo registrar la venta en "
                       "VENTAS.DAT: " WS-VTA-FS
           ELSE
               WRITE VENTA-REG
               CLOSE VENTAS-FILE
           END-IF.

       236-ACTUALIZAR-PRODUCTO.
           MOVE PED-PROD-ID TO PROD-ID
           READ PRODUCTOS-FILE
               INVALID KEY
                   DISPLAY "AVISO: El producto " PED-PROD-ID
                           " ya no existe; se factura a precio cero."
                   MOVE SPACES TO PROD-NOMBRE
                   MOVE ZERO TO PROD-PRECIO
               NOT INVALID KEY
                   SUBTRACT WS-DESPACHAR FROM PROD-STOCK
                   REWRITE PRODUCTO-REG
                   IF PROD-STOCK < ZERO
                       MOVE PROD-STOCK TO WS-STOCK-ED
                       DISPLAY "AVISO: PROD-STOCK de " PROD-ID
                               " quedo en " WS-STOCK-ED
                               "; revise con la reconciliacion."
                   END-IF
           END-READ.

       240-REASIGNAR-BACKORDERS.
           MOVE ZERO TO WS-REASIGNADAS
           MOVE ZERO TO WS-UNIDADES-REASIG
           MOVE LOW-VALUES TO PED-CLAVE
           START PEDIDOS-FILE KEY NOT LESS PED-CLAVE
               INVALID KEY MOVE "10" TO WS-PED-FS
           END-START
           PERFORM UNTIL WS-PED-FS = "10"
               READ PEDIDOS-FILE NEXT
                   AT END MOVE "10" TO WS-PED-FS
                   NOT AT END
                       IF PED-ESTADO = "ABIERTO"
                               AND PED-CANTIDAD >
                                   PED-DESPACHADA + PED-RESERVADA
                           PERFORM 241-REASIGNAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PED-FS
           DISPLAY "Backorders reasignados: " WS-REASIGNADAS
                   " lineas, " WS-UNIDADES-REASIG " unidades.".

       241-REASIGNAR-LINEA.
           MOVE PED-MAT-ID TO MAT-ID
           MOVE PED-ALMACEN TO MAT-ALMACEN
           READ MATERIAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 305-LEER-ESTADO-MATERIAL
                   IF WS-EST-ACTUAL NOT = 'B'
                       PERFORM 300-CALCULAR-DISPONIBLE
                       COMPUTE WS-SIN-RESERVA = PED-CANTIDAD
                               - PED-DESPACHADA - PED-RESERVADA
                       IF WS-SIN-RESERVA > WS-DISPONIBLE
                           MOVE WS-DISPONIBLE TO WS-CANT-RESERVAR
                       ELSE
                           MOVE WS-SIN-RESERVA TO WS-CANT-RESERVAR
                       END-IF
                       IF WS-CANT-RESERVAR > ZERO
                           MOVE SPACES TO WS-PED-REF
                           STRING "PV" PED-NUMERO
                               DELIMITED BY SIZE INTO WS-PED-REF
                           PERFORM 330-RESERVAR-CANTIDAD
                           ADD WS-CANT-RESERVAR TO PED-RESERVADA
                           REWRITE PEDIDO-REG
                           ADD 1 TO WS-REASIGNADAS
                           ADD WS-CANT-RESERVAR TO WS-UNIDADES-REASIG
                           DISPLAY "Pedido " WS-PED-REF " linea "
                                   PED-LINEA ": reservadas "
                                   WS-CANT-RESERVAR
                       END-IF
                   END-IF
           END-READ.

       250-ANULAR-PEDIDO.
           DISPLAY "Numero de pedido a anular: " WITH NO ADVANCING
           ACCEPT WS-PED-NUMERO
           MOVE SPACES TO WS-PED-REF
           STRING "PV" WS-PED-NUMERO
               DELIMITED BY SIZE INTO WS-PED-REF
           DISPLAY "Se liberaran las reservas pendientes de "
                   WS-PED-REF ". Confirma? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE ZERO TO WS-LINEAS-ABIERTAS
               MOVE WS-PED-NUMERO TO PED-NUMERO
               MOVE ZERO TO PED-LINEA
               START PEDIDOS-FILE KEY NOT LESS PED-CLAVE
                   INVALID KEY MOVE "10" TO WS-PED-FS
               END-START
               PERFORM UNTIL WS-PED-FS = "10"
                   READ PEDIDOS-FILE NEXT
                       AT END MOVE "10" TO WS-PED-FS
                       NOT AT END
                           IF PED-NUMERO NOT = WS-PED-NUMERO
                               MOVE "10" TO WS-PED-FS
                           ELSE
                           IF PED-ESTADO = "ABIERTO"
                               PERFORM 251-LIBERAR-RESERVA-LINEA
                               MOVE "ANULADO" TO PED-ESTADO
                               REWRITE PEDIDO-REG
                               ADD 1 TO WS-LINEAS-ABIERTAS
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PED-FS
               DISPLAY "Lineas anuladas: " WS-LINEAS-ABIERTAS
           ELSE
               DISPLAY "Anulacion cancelada."
           END-IF.

       251-LIBERAR-RESERVA-LINEA.
           IF PED-RESERVADA > ZERO
               MOVE PED-RESERVADA TO WS-RSV-DESCUENTO
               MOVE PED-MAT-ID TO MAT-ID
               MOVE PED-ALMACEN TO MAT-ALMACEN
               PERFORM 340-DESCONTAR-RESERVA
               MOVE ZERO TO PED-RESERVADA
               READ MATERIAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
                       MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
                       MOVE "LIBERA-RSV" TO WS-MOV-TIPO
                       MOVE WS-PED-REF TO WS-MOV-REF
                       PERFORM 400-REGISTRAR-MOVIMIENTO
               END-READ
           END-IF.

       300-CALCULAR-DISPONIBLE.
           PERFORM 310-EVALUAR-LOTES
           PERFORM 320-CALCULAR-RESERVADO
           MOVE MAT-CANTIDAD TO WS-UTILIZABLE
           IF WS-LOT-EXISTEN = 'S'
                   AND WS-LOT-DISPONIBLE < WS-UTILIZABLE
               MOVE WS-LOT-DISPONIBLE TO WS-UTILIZABLE
           END-IF
           IF WS-RESERVADO >= WS-UTILIZABLE
               MOVE ZERO TO WS-DISPONIBLE
           ELSE
               COMPUTE WS-DISPONIBLE = WS-UTILIZABLE - WS-RESERVADO
           END-IF.

       305-LEER-ESTADO-MATERIAL.
           MOVE 'A' TO WS-EST-ACTUAL
           MOVE SPACES TO WS-EST-MOTIVO
           IF WS-EST-ABIERTO = 'S'
               MOVE MAT-ID TO EST-MAT-ID
               MOVE MAT-ALMACEN TO EST-ALMACEN
               READ ESTADOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EST-BLOQUEADO OR EST-DESCONTINUADO
                           MOVE EST-ESTADO TO WS-EST-ACTUAL
                           MOVE EST-MOTIVO TO WS-EST-MOTIVO
                       END-IF
               END-READ
           END-IF.

       310-EVALUAR-LOTES.
           MOVE 'N' TO WS-LOT-EXISTEN
           MOVE ZERO TO WS-LOT-DISPONIBLE
           MOVE MAT-ID TO LOT-MAT-ID
           MOVE MAT-ALMACEN TO LOT-ALMACEN
           MOVE LOW-VALUES TO LOT-NUMERO
           START LOTES-FILE KEY NOT LESS LOT-CLAVE
               INVALID KEY MOVE "10" TO WS-LOT-FS
           END-START
           MOVE 'N' TO WS-EOF-LOT
           PERFORM UNTIL WS-EOF-LOT = 'S' OR WS-LOT-FS = "10"
               READ LOTES-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-LOT
                   NOT AT END
                       IF LOT-MAT-ID = MAT-ID
                               AND LOT-ALMACEN = MAT-ALMACEN
                           IF LOT-CANTIDAD > ZERO
                               MOVE 'S' TO WS-LOT-EXISTEN
                               IF LOT-CADUCIDAD >= WS-FECHA-HOY
                                   ADD LOT-CANTIDAD
                                       TO WS-LOT-DISPONIBLE
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-EOF-LOT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LOT-FS.

       320-CALCULAR-RESERVADO.
           MOVE ZERO TO WS-RESERVADO
           MOVE LOW-VALUES TO RSV-CLAVE
           START RESERVAS-FILE KEY NOT LESS RSV-CLAVE
               INVALID KEY MOVE "10" TO WS-RSV-FS
           END-START
           MOVE 'N' TO WS-EOF-RSV
           PERFORM UNTIL WS-EOF-RSV = 'S' OR WS-RSV-FS = "10"
               READ RESERVAS-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-RSV
                   NOT AT END
                       IF RSV-MAT-ID = MAT-ID
                               AND RSV-ALMACEN = MAT-ALMACEN
                           ADD RSV-CANTIDAD TO WS-RESERVADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-RSV-FS.

       330-RESERVAR-CANTIDAD.
           MOVE WS-PED-REF TO RSV-ORDEN
           MOVE MAT-ID TO RSV-MAT-ID
           MOVE MAT-ALMACEN TO RSV-ALMACEN
           READ RESERVAS-FILE
               INVALID KEY
                   MOVE WS-CANT-RESERVAR TO RSV-CANTIDAD
                   WRITE RESERVA-REG
               NOT INVALID KEY
                   ADD WS-CANT-RESERVAR TO RSV-CANTIDAD
                   REWRITE RESERVA-REG
           END-READ
           MOVE MAT-CANTIDAD TO WS-MOV-CANT-ANTES
           MOVE MAT-CANTIDAD TO WS-MOV-CANT-DESPUES
           MOVE "RESERVA" TO WS-MOV-TIPO
           MOVE WS-PED-REF TO WS-MOV-REF
           PERFORM 400-REGISTRAR-MOVIMIENTO.

       340-DESCONTAR-RESERVA.
           MOVE WS-PED-REF TO RSV-ORDEN
           MOVE MAT-ID TO RSV-MAT-ID
           MOVE MAT-ALMACEN TO RSV-ALMACEN
           READ RESERVAS-FILE
               INVALID KEY
                   DISPLAY "AVISO: La reserva de " WS-PED-REF
                           " ya no existe."
               NOT INVALID KEY
                   IF WS-RSV-DESCUENTO >= RSV-CANTIDAD
                       DELETE RESERVAS-FILE RECORD
                   ELSE
                       SUBTRACT WS-RSV-DESCUENTO FROM RSV-CANTIDAD
                       REWRITE RESERVA-REG
                   END-IF
           END-READ.

       350-CONSUMIR-FEFO.
           MOVE WS-DESPACHAR TO WS-DESPACHO-RESTANTE
           PERFORM UNTIL WS-DESPACHO-RESTANTE = ZERO
               PERFORM 351-BUSCAR-LOTE-FEFO
               IF WS-FEFO-ENCONTRADO = 'N'
                   DISPLAY "AVISO: Lotes inconsistentes; quedan "
                           WS-DESPACHO-RESTANTE " sin asignar a lote."
                   MOVE ZERO TO WS-DESPACHO-RESTANTE
               ELSE
                   PERFORM 352-DESCARGAR-LOTE
               END-IF
           END-PERFORM.

       351-BUSCAR-LOTE-FEFO.
           MOVE 'N' TO WS-FEFO-ENCONTRADO
           MOVE 99999999 TO WS-FEFO-CADUCIDAD
           MOVE MAT-ID TO LOT-MAT-ID
           MOVE MAT-ALMACEN TO LOT-ALMACEN
           MOVE LOW-VALUES TO LOT-NUMERO
           START LOTES-FILE KEY NOT LESS LOT-CLAVE
               INVALID KEY MOVE "10" TO WS-LOT-FS
           END-START
           MOVE 'N' TO WS-EOF-LOT
           PERFORM UNTIL WS-EOF-LOT = 'S' OR WS-LOT-FS = "10"
               READ LOTES-FILE NEXT
                   AT END MOVE 'S' TO WS-EOF-LOT
                   NOT AT END
                       IF LOT-MAT-ID = MAT-ID
                               AND LOT-ALMACEN = MAT-ALMACEN
                           IF LOT-CANTIDAD > ZERO
                                   AND LOT-CADUCIDAD >= WS-FECHA-HOY
                                   AND LOT-CADUCIDAD <
                                       WS-FEFO-CADUCIDAD
                               MOVE 'S' TO WS-FEFO-ENCONTRADO
                               MOVE LOT-NUMERO TO WS-FEFO-NUMERO
                               MOVE LOT-CADUCIDAD TO WS-FEFO-CADUCIDAD
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-EOF-LOT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LOT-FS.

       352-DESCARGAR-LOTE.
           MOVE MAT-ID TO LOT-MAT-ID
           MOVE MAT-ALMACEN TO LOT-ALMACEN
           MOVE WS-FEFO-NUMERO TO LOT-NUMERO
           READ LOTES-FILE
               INVALID KEY
                   DISPLAY "AVISO: Lote " WS-FEFO-NUMERO
                           " no disponible."
                   MOVE ZERO TO WS-DESPACHO-RESTANTE
               NOT INVALID KEY
                   IF LOT-CANTIDAD < WS-DESPACHO-RESTANTE
                       MOVE LOT-CANTIDAD TO WS-LOT-TOMA
                   ELSE
                       MOVE WS-DESPACHO-RESTANTE TO WS-LOT-TOMA
                   END-IF
                   SUBTRACT WS-LOT-TOMA FROM LOT-CANTIDAD
                   REWRITE LOTE-REG
                   SUBTRACT WS-LOT-TOMA FROM WS-DESPACHO-RESTANTE
           END-READ.

       400-REGISTRAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-MOV-FECHA-HORA
           MOVE MAT-COSTO-UNITARIO TO WS-MOV-COSTO-ANT
           MOVE MAT-COSTO-UNITARIO TO WS-MOV-COSTO-NVO
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
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-MOV-FS NOT = "00"
               DISPLAY "ERROR: No se pudo registrar el movimiento en "
                       "MOVIMIENTOS.DAT: " WS-MOV-FS
           ELSE
               WRITE MOV-REGISTRO
               CLOSE MOVIMIENTOS-FILE
           END-IF
           MOVE SPACES TO WS-MOV-MOTIVO
           MOVE SPACES TO WS-MOV-REF.

       600-REPORTE-BACKORDERS.
           OPEN OUTPUT BACKORDER-FILE
           IF WS-BKO-FS NOT = "00"
               DISPLAY "ERROR AL CREAR BACKORDERS.PRT: " WS-BKO-FS
           ELSE
               MOVE ZERO TO WS-TOT-LINEAS
               MOVE ZERO TO WS-TOT-UNIDADES
               MOVE SPACES TO BACKORDER-LINEA
               STRING "PEDIDOS PENDIENTES (BACKORDERS) AL "
                      WS-SIS-DIA "/" WS-SIS-MES "/" WS-SIS-ANIO
                   DELIMITED BY SIZE INTO BACKORDER-LINEA
               WRITE BACKORDER-LINEA
               MOVE ALL "-" TO BACKORDER-LINEA
               WRITE BACKORDER-LINEA
               MOVE "PEDIDO   LIN FECHA    CLIENTE PROD  MAT   ALM "
                    TO BACKORDER-LINEA
               MOVE "  PEDIDO DESPACH RESERV.  PENDIENTE  DIAS"
                    TO BACKORDER-LINEA(48:)
               WRITE BACKORDER-LINEA
               MOVE ALL "-" TO BACKORDER-LINEA
               WRITE BACKORDER-LINEA
               MOVE LOW-VALUES TO PED-CLAVE
               START PEDIDOS-FILE KEY NOT LESS PED-CLAVE
                   INVALID KEY MOVE "10" TO WS-PED-FS
               END-START
               PERFORM UNTIL WS-PED-FS = "10"
                   READ PEDIDOS-FILE NEXT
                       AT END MOVE "10" TO WS-PED-FS
                       NOT AT END
                           IF PED-ESTADO = "ABIERTO"
                                   AND PED-CANTIDAD > PED-DESPACHADA
                               PERFORM 610-IMPRIMIR-BACKORDER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PED-FS
               MOVE ALL "-" TO BACKORDER-LINEA
               WRITE BACKORDER-LINEA
               MOVE WS-TOT-UNIDADES TO WS-UNID-ED
               MOVE SPACES TO BACKORDER-LINEA
               STRING "LINEAS PENDIENTES: " WS-TOT-LINEAS
                      "   UNIDADES PENDIENTES: " WS-UNID-ED
                   DELIMITED BY SIZE INTO BACKORDER-LINEA
               WRITE BACKORDER-LINEA
               CLOSE BACKORDER-FILE
               DISPLAY "Reporte generado en BACKORDERS.PRT ("
                       WS-TOT-LINEAS " lineas)."
           END-IF.

       610-IMPRIMIR-BACKORDER.
           COMPUTE WS-PENDIENTE = PED-CANTIDAD - PED-DESPACHADA
           ADD 1 TO WS-TOT-LINEAS
           ADD WS-PENDIENTE TO WS-TOT-UNIDADES
           MOVE ZERO TO WS-DIAS-ESPERA
           IF PED-FECHA NUMERIC AND PED-FECHA > ZERO
                   AND PED-FECHA <= WS-FECHA-HOY
               COMPUTE WS-DIAS-ESPERA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                     - FUNCTION INTEGER-OF-DATE(PED-FECHA)
           END-IF
           MOVE PED-CANTIDAD TO WS-CANT-ED
           MOVE PED-DESPACHADA TO WS-CANT-ED2
           MOVE PED-RESERVADA TO WS-CANT-ED3
           MOVE WS-PENDIENTE TO WS-CANT-ED4
           MOVE WS-DIAS-ESPERA TO WS-DIAS-ED
           MOVE SPACES TO BACKORDER-LINEA
           STRING "PV" PED-NUMERO " " PED-LINEA " " PED-FECHA " "
                  PED-CLIENTE "  " PED-PROD-ID " " PED-MAT-ID " "
                  PED-ALMACEN " " WS-CANT-ED " " WS-CANT-ED2 " "
                  WS-CANT-ED3 "    " WS-CANT-ED4 " " WS-DIAS-ED
               DELIMITED BY SIZE INTO BACKORDER-LINEA
           WRITE BACKORDER-LINEA.

       700-REGISTRO-VENTAS.
           MOVE SPACES TO WS-REGISTRO-NOMBRE
           STRING "VENTAS-" WS-REGISTRO-FECHA ".PRT"
               DELIMITED BY SIZE INTO WS-REGISTRO-NOMBRE
           OPEN OUTPUT REGISTRO-FILE
           IF WS-REG-FS NOT = "00"
               DISPLAY "ERROR AL CREAR " WS-REGISTRO-NOMBRE ": "
                       WS-REG-FS
           ELSE
               MOVE ZERO TO WS-TOT-LINEAS
               MOVE ZERO TO WS-TOT-UNIDADES
               MOVE ZERO TO WS-TOT-VENTA
               MOVE ZERO TO WS-TOT-COSTO
               MOVE SPACES TO REGISTRO-LINEA
               STRING "REGISTRO DIARIO DE VENTAS - FECHA "
                      WS-REGISTRO-FECHA(7:2) "/"
                      WS-REGISTRO-FECHA(5:2) "/"
                      WS-REGISTRO-FECHA(1:4)
                   DELIMITED BY SIZE INTO REGISTRO-LINEA
               WRITE REGISTRO-LINEA
               MOVE ALL "-" TO REGISTRO-LINEA
               WRITE REGISTRO-LINEA
               MOVE "REMITO PEDIDO   LIN CLIENTE PROD  ALM  "
                    TO REGISTRO-LINEA
               MOVE "CANTIDAD    IMPORTE VENTA    IMPORTE COSTO"
                    TO REGISTRO-LINEA(40:)
               MOVE "           MARGEN" TO REGISTRO-LINEA(84:)
               WRITE REGISTRO-LINEA
               MOVE ALL "-" TO REGISTRO-LINEA
               WRITE REGISTRO-LINEA
               OPEN INPUT VENTAS-FILE
               IF WS-VTA-FS = "00"
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ VENTAS-FILE
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF VTA-FECHA = WS-REGISTRO-FECHA
                                   PERFORM 710-IMPRIMIR-VENTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VENTAS-FILE
               ELSE
               IF WS-VTA-FS NOT = "35"
                   DISPLAY "AVISO: No se pudo leer VENTAS.DAT: "
                           WS-VTA-FS
               END-IF
               END-IF
               PERFORM 720-TOTALES-REGISTRO
               CLOSE REGISTRO-FILE
               DISPLAY "Registro generado en " WS-REGISTRO-NOMBRE " ("
                       WS-TOT-LINEAS " lineas)."
           END-IF.

       710-IMPRIMIR-VENTA.
           ADD 1 TO WS-TOT-LINEAS
           ADD VTA-CANTIDAD TO WS-TOT-UNIDADES
           ADD VTA-IMPORTE-VENTA TO WS-TOT-VENTA
           ADD VTA-IMPORTE-COSTO TO WS-TOT-COSTO
           COMPUTE WS-MARGEN-LINEA =
                   VTA-IMPORTE-VENTA - VTA-IMPORTE-COSTO
           MOVE VTA-CANTIDAD TO WS-CANT-ED
           MOVE VTA-IMPORTE-VENTA TO WS-IMPORTE-ED
           MOVE VTA-IMPORTE-COSTO TO WS-IMPORTE-ED2
           MOVE WS-MARGEN-LINEA TO WS-MARGEN-ED
           MOVE SPACES TO REGISTRO-LINEA
           STRING VTA-REMITO " PV" VTA-PEDIDO " " VTA-LINEA " "
                  VTA-CLIENTE "  " VTA-PROD-ID " " VTA-ALMACEN " "
                  WS-CANT-ED " " WS-IMPORTE-ED " " WS-IMPORTE-ED2
                  " " WS-MARGEN-ED
               DELIMITED BY SIZE INTO REGISTRO-LINEA
           WRITE REGISTRO-LINEA.

       720-TOTALES-REGISTRO.
           COMPUTE WS-TOT-MARGEN = WS-TOT-VENTA - WS-TOT-COSTO
           MOVE ZERO TO WS-MARGEN-PORC
           IF WS-TOT-VENTA > ZERO
               COMPUTE WS-MARGEN-PORC ROUNDED =
                       WS-TOT-MARGEN * 100 / WS-TOT-VENTA
           END-IF
           MOVE ALL "-" TO REGISTRO-LINEA
           WRITE REGISTRO-LINEA
           MOVE WS-TOT-UNIDADES TO WS-UNID-ED
           MOVE SPACES TO REGISTRO-LINEA
           STRING "LINEAS DESPACHADAS: " WS-TOT-LINEAS
                  "   UNIDADES: " WS-UNID-ED
               DELIMITED BY SIZE INTO REGISTRO-LINEA
           WRITE REGISTRO-LINEA
           MOVE WS-TOT-VENTA TO WS-IMPORTE-ED
           MOVE SPACES TO REGISTRO-LINEA
           STRING "TOTAL VENTA (PRECIO DE LISTA): " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REGISTRO-LINEA
           WRITE REGISTRO-LINEA
           MOVE WS-TOT-COSTO TO WS-IMPORTE-ED
           MOVE SPACES TO REGISTRO-LINEA
           STRING "TOTAL COSTO (COSTO UNITARIO): " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REGISTRO-LINEA
           WRITE REGISTRO-LINEA
           MOVE WS-TOT-MARGEN TO WS-MARGEN-ED
           MOVE WS-MARGEN-PORC TO WS-PORC-ED
           MOVE SPACES TO REGISTRO-LINEA
           STRING "MARGEN BRUTO:                  " WS-MARGEN-ED
                  "  (" WS-PORC-ED " %)"
               DELIMITED BY SIZE INTO REGISTRO-LINEA
           WRITE REGISTRO-LINEA.

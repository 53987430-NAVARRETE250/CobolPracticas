       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEO-CICLICO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-FILE ASSIGN TO "MATERIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CLAVE
               FILE STATUS IS FS-STATUS.

           SELECT LOTES-FILE ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS FS-STATUS-LOT.

           SELECT CONSIGNACION-FILE ASSIGN TO "CONSIGNACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               FILE STATUS IS FS-STATUS-CSG.

           SELECT CICLO-FILE ASSIGN TO "CONTEO-CICLICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CLAVE
               FILE STATUS IS FS-STATUS-CIC.

           SELECT CLASIFICACION-FILE ASSIGN TO "CLASIFICACION-ABC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-ABC.

           SELECT FOLIO-FILE ASSIGN TO "CONTEO-FOLIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-FOL.

           SELECT FOTO-FILE ASSIGN DYNAMIC WS-FOTO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-FOT.

           SELECT HOJAS-FILE ASSIGN DYNAMIC WS-HOJAS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-HOJ.

           SELECT RESULTADO-FILE ASSIGN DYNAMIC WS-RES-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-RES.

           SELECT MOVIMIENTOS-FILE ASSIGN DYNAMIC WS-MOV-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-MOV.

           SELECT CERRADOS-FILE ASSIGN TO "PERIODOS-CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CER.

           SELECT DISCREPANCIAS-FILE ASSIGN TO "DISCREPANCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-DISC.

           SELECT COMPARA-FILE ASSIGN DYNAMIC WS-CMP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CMP.

           SELECT PRECISION-FILE ASSIGN TO "CONTEO-PRECISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-PRE.

           SELECT PRECISION-PRT-FILE ASSIGN TO "CONTEO-PRECISION.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-PRP.

           SELECT SESION-LOCK-FILE ASSIGN TO "SESION-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LCK.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-FILE.
       01  MATERIAL-REG.
           05 MAT-CLAVE.
              10 MAT-ID         PIC 9(05).
              10 MAT-ALMACEN    PIC X(04).
           05 MAT-NOMBRE        PIC X(20).
           05 MAT-CANTIDAD      PIC 9(06).
           05 MAT-MINIMO        PIC 9(04).
           05 MAT-COSTO-UNITARIO PIC 9(06)V99.

       FD  LOTES-FILE.
       01  LOTE-REG.
           05 LOT-CLAVE.
              10 LOT-MAT-ID     PIC 9(05).
              10 LOT-ALMACEN    PIC X(04).
              10 LOT-NUMERO     PIC X(10).
           05 LOT-CANTIDAD      PIC 9(06).
           05 LOT-CADUCIDAD     PIC 9(08).

       FD  CONSIGNACION-FILE.
       01  CONSIGNA-REG.
           05 CSG-CLAVE.
              10 CSG-MAT-ID     PIC 9(05).
              10 CSG-ALMACEN    PIC X(04).
              10 CSG-PROVEEDOR  PIC X(05).
           05 CSG-CANTIDAD      PIC 9(06).
           05 CSG-PRIMERO       PIC X(01).

       FD  CICLO-FILE.
       01  CICLO-REG.
           05 CIC-CLAVE.
              10 CIC-ID         PIC 9(05).
              10 CIC-ALMACEN    PIC X(04).
           05 CIC-ULTIMO-CONTEO PIC 9(08).
           05 CIC-ULTIMO-NUMERO PIC 9(06).
           05 CIC-PENDIENTE     PIC 9(06).
           05 CIC-FECHA-PLAN    PIC 9(08).

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

       FD  FOLIO-FILE.
       01  FOLIO-REG.
           05 FOLIO-SIGUIENTE   PIC 9(06).

       FD  FOTO-FILE.
       01  FOTO-REG.
           05 FOT-CONTEO        PIC 9(06).
           05 FOT-ID            PIC 9(05).
           05 FOT-ALMACEN       PIC X(04).
           05 FOT-NOMBRE        PIC X(20).
           05 FOT-CANTIDAD      PIC 9(06).
           05 FOT-COSTO         PIC 9(06)V99.
           05 FOT-CLASE         PIC X(01).
           05 FOT-FECHA         PIC 9(08).
           05 FOT-HORA          PIC 9(06).

       FD  HOJAS-FILE.
       01  HOJAS-LINEA          PIC X(100).

       FD  RESULTADO-FILE.
       01  RESULTADO-REG.
           05 RES-ID            PIC 9(05).
           05 RES-ALMACEN       PIC X(04).
           05 RES-CANTIDAD      PIC 9(06).
           05 RES-FECHA         PIC 9(08).
           05 RES-HORA          PIC 9(04).

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  CERRADOS-FILE.
       01  CERRADO-REG.
           05 CER-PERIODO       PIC 9(06).

       FD  DISCREPANCIAS-FILE.
       01  DISCREPANCIA-LINEA   PIC X(120).

       FD  COMPARA-FILE.
       01  COMPARA-LINEA        PIC X(120).

       FD  PRECISION-FILE.
       01  PRECISION-REG.
           05 PRE-CONTEO        PIC 9(06).
           05 PRE-FECHA         PIC 9(08).
           05 PRE-ALMACEN       PIC X(04).
           05 PRE-CONTADOS      PIC 9(05).
           05 PRE-EXACTOS       PIC 9(05).
           05 PRE-PORCENTAJE    PIC 9(03)V99.
           05 PRE-DIF-UNIDADES  PIC 9(07).
           05 PRE-DIF-VALOR     PIC 9(12)V99.
           05 PRE-VALOR-CONTADO PIC 9(12)V99.

       FD  PRECISION-PRT-FILE.
       01  PRECISION-PRT-LINEA  PIC X(100).

       FD  SESION-LOCK-FILE.
       01  SESION-LOCK-REG.
           05 LCK-USUARIO       PIC X(08).
           05 FILLER            PIC X(01).
           05 LCK-FECHA-HORA    PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS         PIC XX.
           05 FS-STATUS-LOT     PIC XX.
           05 FS-STATUS-CSG     PIC XX.
           05 FS-STATUS-CIC     PIC XX.
           05 FS-STATUS-ABC     PIC XX.
           05 FS-STATUS-FOL     PIC XX.
           05 FS-STATUS-FOT     PIC XX.
           05 FS-STATUS-HOJ     PIC XX.
           05 FS-STATUS-RES     PIC XX.
           05 FS-STATUS-MOV     PIC XX.
           05 FS-STATUS-CER     PIC XX.
           05 FS-STATUS-DISC    PIC XX.
           05 FS-STATUS-CMP     PIC XX.
           05 FS-STATUS-PRE     PIC XX.
           05 FS-STATUS-PRP     PIC XX.
           05 FS-STATUS-LCK     PIC XX.
           05 WS-PARAMETROS     PIC X(30).
           05 WS-PARM-MODO      PIC X(10).
           05 WS-PARM-VALOR     PIC X(10).
           05 WS-PARM-LARGO     PIC 9(02).
           05 WS-PARM-CIFRAS    PIC X(06).
           05 WS-PARM-NUMERO REDEFINES WS-PARM-CIFRAS PIC 9(06).
           05 WS-LOCK-NOMBRE    PIC X(20) VALUE "SESION-LOCK.DAT".
           05 WS-FOTO-NOMBRE    PIC X(40).
           05 WS-HOJAS-NOMBRE   PIC X(40).
           05 WS-RES-NOMBRE     PIC X(40).
           05 WS-CMP-NOMBRE     PIC X(40).
           05 WS-MOV-NOMBRE     PIC X(30).
           05 WS-ARCH-ORIGEN    PIC X(40).
           05 WS-ARCH-DESTINO   PIC X(40).
           05 WS-EOF-MAT        PIC X VALUE 'N'.
           05 WS-EOF-ABC        PIC X VALUE 'N'.
           05 WS-EOF-LOT        PIC X VALUE 'N'.
           05 WS-EOF-CSG        PIC X VALUE 'N'.
           05 WS-EOF-FOT        PIC X VALUE 'N'.
           05 WS-EOF-RES        PIC X VALUE 'N'.
           05 WS-EOF-MOV        PIC X VALUE 'N'.
           05 WS-EOF-CER        PIC X VALUE 'N'.
           05 WS-EOF-PRE        PIC X VALUE 'N'.
           05 WS-PROCESO-OK     PIC X VALUE 'S'.
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-LOCK-OK        PIC X VALUE 'N'.
           05 WS-DESBORDE-ITM   PIC X VALUE 'N'.
           05 WS-DESBORDE-ALM   PIC X VALUE 'N'.
           05 WS-ENCONTRADO     PIC X VALUE 'N'.
           05 WS-HAY-LOTES      PIC X VALUE 'N'.
           05 WS-HAY-CONSIGNA   PIC X VALUE 'N'.
           05 WS-CONTEO-NUM     PIC 9(06) VALUE ZERO.
           05 WS-FECHA-HOY      PIC 9(08).
           05 WS-HOY-INT        PIC 9(08).
           05 WS-FECHA-FOTO     PIC 9(08).
           05 WS-HORA-FOTO      PIC 9(06).
           05 WS-HORA-ESPERA    PIC 9(06).
           05 WS-PERIODO-FOTO   PIC 9(06).
           05 WS-SELLO-FOTO     PIC 9(14).
           05 WS-SELLO-MOV      PIC 9(14).
           05 WS-SELLO-CONTEO   PIC 9(14).
           05 WS-FRECUENCIA-A   PIC 9(03) VALUE 30.
           05 WS-FRECUENCIA-B   PIC 9(03) VALUE 90.
           05 WS-FRECUENCIA-C   PIC 9(03) VALUE 365.
           05 WS-FRECUENCIA     PIC 9(03).
           05 WS-DIAS-VIGENCIA  PIC 9(03) VALUE 30.
           05 WS-DIAS-DESDE     PIC 9(05).
           05 WS-CARGA-DIARIA   PIC 9(05)V9(06).
           05 WS-CUPO           PIC 9(04).
           05 WS-ELEGIDOS       PIC 9(04) VALUE ZERO.
           05 WS-VENCIDOS       PIC 9(05) VALUE ZERO.
           05 WS-SIN-CLASE      PIC 9(05) VALUE ZERO.
           05 WS-ITM-TOTAL      PIC 9(04) VALUE ZERO.
           05 WS-ITM-IDX        PIC 9(04).
           05 WS-ITM-MAYOR      PIC 9(04).
           05 WS-ITM-HALLADO    PIC 9(04).
           05 WS-BAJO           PIC 9(04).
           05 WS-ALTO           PIC 9(04).
           05 WS-MEDIO          PIC 9(04).
           05 WS-ALM-TOTAL      PIC 9(03) VALUE ZERO.
           05 WS-ALM-IDX        PIC 9(03).
           05 WS-ALM-JDX        PIC 9(03).
           05 WS-ALM-BUSCADO    PIC X(04).
           05 WS-ALM-AUX        PIC X(04).
           05 WS-ALM-HALLADO    PIC 9(03).
           05 WS-RES-LEIDOS     PIC 9(05) VALUE ZERO.
           05 WS-RES-AJENOS     PIC 9(05) VALUE ZERO.
           05 WS-RES-INVALIDOS  PIC 9(05) VALUE ZERO.
           05 WS-MOV-APLICADOS  PIC 9(07) VALUE ZERO.
           05 WS-MOV-ANTERIORES PIC 9(07) VALUE ZERO.
           05 WS-NO-CONTADOS    PIC 9(05) VALUE ZERO.
           05 WS-DIFERENCIAS    PIC 9(05) VALUE ZERO.
           05 WS-ESPERADO       PIC S9(07).
           05 WS-DIFERENCIA     PIC S9(07).
           05 WS-DIF-ABSOLUTA   PIC 9(07).
           05 WS-DIF-VALOR      PIC 9(12)V99.
           05 WS-DISC-SISTEMA   PIC 9(06).
           05 WS-DISC-FISICO    PIC 9(06).
           05 WS-DISC-DIFERENCIA PIC S9(06).
           05 WS-PRE-TOTAL      PIC 9(04) VALUE ZERO.
           05 WS-PRE-IDX        PIC 9(04).
           05 WS-PRE-ACUM-CONT  PIC 9(07).
           05 WS-PRE-ACUM-EXAC  PIC 9(07).
           05 WS-PRE-ACUM-DIFV  PIC 9(14)V99.
           05 WS-PRE-ACUM-VALOR PIC 9(14)V99.
           05 WS-PRE-PORC-ACUM  PIC 9(03)V99.
           05 WS-IMPORTE-ED     PIC Z(13)9.99.
           05 WS-PORC-ED        PIC ZZ9.99.
           05 WS-CANT-ED        PIC -Z(06)9.

       01  WS-FECHA-ACTUAL.
           05 WS-FA-ANIO        PIC 9(04).
           05 WS-FA-MES         PIC 9(02).
           05 WS-FA-DIA         PIC 9(02).
           05 WS-FA-HORA        PIC 9(02).
           05 WS-FA-MINUTO      PIC 9(02).
           05 WS-FA-SEGUNDO     PIC 9(02).
           05 FILLER            PIC X(07).

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
              10 WS-ITM-CLASE      PIC X(01).
              10 WS-ITM-ULTIMO     PIC 9(08).
              10 WS-ITM-PENDIENTE  PIC 9(06).
              10 WS-ITM-FECHA-PLAN PIC 9(08).
              10 WS-ITM-NUEVO      PIC X(01).
              10 WS-ITM-PRIORIDAD  PIC 9(09).
              10 WS-ITM-ELEGIDO    PIC X(01).

       01  WS-TABLA-FOTO.
           05 WS-FOT OCCURS 2000 TIMES.
              10 WS-FOT-CLAVE.
                 15 WS-FOT-ID      PIC 9(05).
                 15 WS-FOT-ALMACEN PIC X(04).
              10 WS-FOT-NOMBRE     PIC X(20).
              10 WS-FOT-LIBRO      PIC 9(06).
              10 WS-FOT-COSTO      PIC 9(06)V99.
              10 WS-FOT-CLASE      PIC X(01).
              10 WS-FOT-NETO       PIC S9(07).
              10 WS-FOT-CONTADO    PIC 9(07).
              10 WS-FOT-HAY-CONTEO PIC X(01).
              10 WS-FOT-TOPE       PIC 9(14).
              10 WS-FOT-FECHA-CONT PIC 9(08).

       01  WS-TABLA-ALMACENES.
           05 WS-ALM-ITEM OCCURS 200 TIMES.
              10 WS-ALM-CODIGO     PIC X(04).
              10 WS-ALM-CONTADOS   PIC 9(05).
              10 WS-ALM-EXACTOS    PIC 9(05).
              10 WS-ALM-DIF-UNID   PIC 9(07).
              10 WS-ALM-DIF-VALOR  PIC 9(12)V99.
              10 WS-ALM-VALOR      PIC 9(12)V99.

       01  WS-TABLA-PRECISION.
           05 WS-PRE OCCURS 2000 TIMES.
              10 WS-PRE-CONTEO     PIC 9(06).
              10 WS-PRE-FECHA      PIC 9(08).
              10 WS-PRE-ALMACEN    PIC X(04).
              10 WS-PRE-CONTADOS   PIC 9(05).
              10 WS-PRE-EXACTOS    PIC 9(05).
              10 WS-PRE-PORC       PIC 9(03)V99.
              10 WS-PRE-DIF-VALOR  PIC 9(12)V99.
              10 WS-PRE-VALOR      PIC 9(12)V99.

       01  WS-FECHA-ED.
           05 WS-FE-DIA         PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-FE-MES         PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-FE-ANIO        PIC 9(04).

       01  WS-HOJA-ITEM.
           05 WS-HI-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-HI-NOMBRE      PIC X(20).
           05 FILLER            PIC X(02) VALUE "  ".
           05 WS-HI-CLASE       PIC X(01).
           05 FILLER            PIC X(02) VALUE "  ".
           05 WS-HI-LOTE        PIC X(10).
           05 FILLER            PIC X(02) VALUE "  ".
           05 WS-HI-CADUCIDAD   PIC X(10).
           05 FILLER            PIC X(02) VALUE "  ".
           05 WS-HI-CONTADO     PIC X(12) VALUE "____________".

       01  WS-CMP-DETALLE.
           05 WS-CD-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-ALMACEN     PIC X(04).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-NOMBRE      PIC X(20).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-LIBRO       PIC Z(06)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-NETO        PIC -Z(06)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-ESPERADO    PIC -Z(06)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-CONTADO     PIC Z(06)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-DIFERENCIA  PIC -Z(06)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-VALOR       PIC Z(09)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-CD-ESTADO      PIC X(10).

       01  WS-PRE-DETALLE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-CONTEO      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-FECHA       PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-CONTADOS    PIC Z(04)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-EXACTOS     PIC Z(04)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-PORC        PIC ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-DIF-VALOR   PIC Z(11)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-PORC-ACUM   PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           ACCEPT WS-PARAMETROS FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-MODO
           MOVE SPACES TO WS-PARM-VALOR
           UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACE
               INTO WS-PARM-MODO WS-PARM-VALOR
           END-UNSTRING
           PERFORM CONVERTIR-PARM-NUMERO
           IF WS-PARM-MODO = "PLANIFICAR"
               PERFORM PLANIFICAR-CONTEO
           ELSE
           IF WS-PARM-MODO = "COMPARAR"
               IF WS-PARM-NUMERO = ZERO
                   DISPLAY "ERROR: Indique el numero de conteo: "
                           "COMPARAR nnnnnn"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   MOVE WS-PARM-NUMERO TO WS-CONTEO-NUM
                   PERFORM COMPARAR-CONTEO
               END-IF
           ELSE
           IF WS-PARM-MODO = "PRECISION"
               PERFORM REPORTE-PRECISION
           ELSE
               DISPLAY "Uso: PLANIFICAR [cantidad] | COMPARAR nnnnnn "
                       "| PRECISION"
               MOVE 8 TO WS-RETORNO
           END-IF
           END-IF
           END-IF
           IF WS-PROCESO-OK = 'N'
               MOVE 8 TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       CONVERTIR-PARM-NUMERO.
           MOVE ZEROS TO WS-PARM-CIFRAS
           MOVE ZERO TO WS-PARM-LARGO
           INSPECT WS-PARM-VALOR TALLYING WS-PARM-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PARM-LARGO > ZERO AND WS-PARM-LARGO <= 6
               MOVE WS-PARM-VALOR(1:WS-PARM-LARGO)
                    TO WS-PARM-CIFRAS(7 - WS-PARM-LARGO:WS-PARM-LARGO)
           END-IF
           IF WS-PARM-CIFRAS NOT NUMERIC
               DISPLAY "AVISO: Valor '" WS-PARM-VALOR
                       "' invalido; se ignora."
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
               MOVE ZEROS TO WS-PARM-CIFRAS
           END-IF.

       PLANIFICAR-CONTEO.
           PERFORM TOMAR-BLOQUEO
           IF WS-LOCK-OK = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CICLO-FILE
           IF FS-STATUS-CIC = "35"
               OPEN OUTPUT CICLO-FILE
               CLOSE CICLO-FILE
               OPEN I-O CICLO-FILE
           END-IF
           IF FS-STATUS-CIC NOT = "00"
               DISPLAY "ERROR: No se pudo abrir CONTEO-CICLICO.DAT: "
                       FS-STATUS-CIC
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               PERFORM CARGAR-MATERIALES
               IF WS-DESBORDE-ITM = 'S'
                   DISPLAY "ERROR: MATERIA.DAT excede la tabla de 5000 "
                           "claves material/almacen; planificacion "
                           "cancelada."
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
               IF WS-PROCESO-OK = 'S' AND WS-ITM-TOTAL > ZERO
                   PERFORM CARGAR-CLASES
                   PERFORM CALCULAR-PRIORIDADES
                   PERFORM ELEGIR-ITEMS
               END-IF
               IF WS-PROCESO-OK = 'S' AND WS-ELEGIDOS > ZERO
                   PERFORM LEER-FOLIO
                   PERFORM GRABAR-FOTO
               END-IF
               CLOSE CICLO-FILE
           END-IF
           IF WS-ELEGIDOS > ZERO
               PERFORM ESPERAR-CAMBIO-SEGUNDO
           END-IF
           PERFORM LIBERAR-BLOQUEO
           IF WS-PROCESO-OK = 'S' AND WS-ELEGIDOS = ZERO
               DISPLAY "No hay materiales pendientes de conteo hoy."
           END-IF
           IF WS-PROCESO-OK = 'S' AND WS-ELEGIDOS > ZERO
               PERFORM GRABAR-FOLIO
               PERFORM IMPRIMIR-HOJAS
               DISPLAY "Conteo " WS-CONTEO-NUM " planificado: "
                       WS-ELEGIDOS " claves de " WS-VENCIDOS
                       " vencidas."
               DISPLAY "Foto de existencias en " WS-FOTO-NOMBRE
               DISPLAY "Hojas de conteo en " WS-HOJAS-NOMBRE
           END-IF.

       CARGAR-MATERIALES.
           OPEN INPUT MATERIAL-FILE
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
           MOVE SPACE TO WS-ITM-CLASE(WS-ITM-TOTAL)
           MOVE ZERO TO WS-ITM-PRIORIDAD(WS-ITM-TOTAL)
           MOVE 'N' TO WS-ITM-ELEGIDO(WS-ITM-TOTAL)
           MOVE MAT-CLAVE TO CIC-CLAVE
           READ CICLO-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ITM-ULTIMO(WS-ITM-TOTAL)
                   MOVE ZERO TO WS-ITM-PENDIENTE(WS-ITM-TOTAL)
                   MOVE ZERO TO WS-ITM-FECHA-PLAN(WS-ITM-TOTAL)
                   MOVE 'S' TO WS-ITM-NUEVO(WS-ITM-TOTAL)
               NOT INVALID KEY
                   MOVE CIC-ULTIMO-CONTEO TO WS-ITM-ULTIMO(WS-ITM-TOTAL)
                   MOVE CIC-PENDIENTE TO WS-ITM-PENDIENTE(WS-ITM-TOTAL)
                   MOVE CIC-FECHA-PLAN
                        TO WS-ITM-FECHA-PLAN(WS-ITM-TOTAL)
                   MOVE 'N' TO WS-ITM-NUEVO(WS-ITM-TOTAL)
           END-READ.

       CARGAR-CLASES.
           OPEN INPUT CLASIFICACION-FILE
           IF FS-STATUS-ABC NOT = "00"
               DISPLAY "AVISO: CLASIFICACION-ABC.DAT no disponible ("
                       FS-STATUS-ABC "); todo se planifica como C."
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-ABC
               PERFORM UNTIL WS-EOF-ABC = 'S'
                   READ CLASIFICACION-FILE
                       AT END MOVE 'S' TO WS-EOF-ABC
                       NOT AT END
                           MOVE ABC-ID TO WS-BUS-ID
                           MOVE ABC-ALMACEN TO WS-BUS-ALMACEN
                           PERFORM BUSCAR-ITEM
                           IF WS-ITM-HALLADO NOT = ZERO
                               MOVE ABC-CLASE
                                    TO WS-ITM-CLASE(WS-ITM-HALLADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASIFICACION-FILE
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

       CALCULAR-PRIORIDADES.
           MOVE ZERO TO WS-CARGA-DIARIA
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               EVALUATE WS-ITM-CLASE(WS-ITM-IDX)
                   WHEN "A" MOVE WS-FRECUENCIA-A TO WS-FRECUENCIA
                   WHEN "B" MOVE WS-FRECUENCIA-B TO WS-FRECUENCIA
                   WHEN "C" MOVE WS-FRECUENCIA-C TO WS-FRECUENCIA
                   WHEN OTHER
                       ADD 1 TO WS-SIN-CLASE
                       MOVE "C" TO WS-ITM-CLASE(WS-ITM-IDX)
                       MOVE WS-FRECUENCIA-C TO WS-FRECUENCIA
               END-EVALUATE
               COMPUTE WS-CARGA-DIARIA =
                       WS-CARGA-DIARIA + 1 / WS-FRECUENCIA
               IF WS-ITM-PENDIENTE(WS-ITM-IDX) NOT = ZERO
                       AND WS-ITM-FECHA-PLAN(WS-ITM-IDX) NOT = ZERO
                   COMPUTE WS-DIAS-DESDE = WS-HOY-INT
                           - FUNCTION INTEGER-OF-DATE(
                             WS-ITM-FECHA-PLAN(WS-ITM-IDX))
                   IF WS-DIAS-DESDE >= WS-DIAS-VIGENCIA
                       MOVE ZERO TO WS-ITM-PENDIENTE(WS-ITM-IDX)
                   END-IF
               END-IF
               IF WS-ITM-PENDIENTE(WS-ITM-IDX) NOT = ZERO
                   MOVE ZERO TO WS-ITM-PRIORIDAD(WS-ITM-IDX)
               ELSE
                   IF WS-ITM-ULTIMO(WS-ITM-IDX) = ZERO
                       MOVE 99999 TO WS-DIAS-DESDE
                   ELSE
                       COMPUTE WS-DIAS-DESDE = WS-HOY-INT
                               - FUNCTION INTEGER-OF-DATE(
                                 WS-ITM-ULTIMO(WS-ITM-IDX))
                   END-IF
                   COMPUTE WS-ITM-PRIORIDAD(WS-ITM-IDX) =
                           WS-DIAS-DESDE * 1000 / WS-FRECUENCIA
                   IF WS-ITM-PRIORIDAD(WS-ITM-IDX) >= 1000
                       ADD 1 TO WS-VENCIDOS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIN-CLASE > ZERO
               DISPLAY "AVISO: " WS-SIN-CLASE " claves sin clase ABC; "
                       "se cuentan con la frecuencia de la clase C."
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF
           IF WS-PARM-NUMERO > ZERO
               MOVE WS-PARM-NUMERO TO WS-CUPO
           ELSE
               COMPUTE WS-CUPO = WS-CARGA-DIARIA
               IF WS-CUPO < WS-CARGA-DIARIA
                   ADD 1 TO WS-CUPO
               END-IF
           END-IF
           IF WS-CUPO > 2000
               MOVE 2000 TO WS-CUPO
           END-IF.

       ELEGIR-ITEMS.
           MOVE ZERO TO WS-ELEGIDOS
           MOVE 1 TO WS-ITM-MAYOR
           PERFORM UNTIL WS-ELEGIDOS >= WS-CUPO
                      OR WS-ITM-MAYOR = ZERO
               MOVE ZERO TO WS-ITM-MAYOR
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                       UNTIL WS-ITM-IDX > WS-ITM-TOTAL
                   IF WS-ITM-ELEGIDO(WS-ITM-IDX) = 'N'
                           AND WS-ITM-PRIORIDAD(WS-ITM-IDX) >= 1000
                       IF WS-ITM-MAYOR = ZERO
                           MOVE WS-ITM-IDX TO WS-ITM-MAYOR
                       ELSE
                       IF WS-ITM-PRIORIDAD(WS-ITM-IDX) >
                               WS-ITM-PRIORIDAD(WS-ITM-MAYOR)
                           MOVE WS-ITM-IDX TO WS-ITM-MAYOR
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ITM-MAYOR NOT = ZERO
                   MOVE 'S' TO WS-ITM-ELEGIDO(WS-ITM-MAYOR)
                   ADD 1 TO WS-ELEGIDOS
               END-IF
           END-PERFORM.

       LEER-FOLIO.
           MOVE 1 TO WS-CONTEO-NUM
           OPEN INPUT FOLIO-FILE
           IF FS-STATUS-FOL = "00"
               READ FOLIO-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FOLIO-SIGUIENTE NUMERIC
                               AND FOLIO-SIGUIENTE > ZERO
                           MOVE FOLIO-SIGUIENTE TO WS-CONTEO-NUM
                       END-IF
               END-READ
               CLOSE FOLIO-FILE
           END-IF.

       GRABAR-FOLIO.
           OPEN OUTPUT FOLIO-FILE
           IF FS-STATUS-FOL NOT = "00"
               DISPLAY "ERROR: No se pudo grabar CONTEO-FOLIO.DAT: "
                       FS-STATUS-FOL
               MOVE 8 TO WS-RETORNO
           ELSE
               COMPUTE FOLIO-SIGUIENTE = WS-CONTEO-NUM + 1
               WRITE FOLIO-REG
               CLOSE FOLIO-FILE
           END-IF.

       GRABAR-FOTO.
           MOVE SPACES TO WS-FOTO-NOMBRE
           STRING "CONTEO-FOTO-" WS-CONTEO-NUM ".DAT"
               DELIMITED BY SIZE INTO WS-FOTO-NOMBRE
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-FOTO
           MOVE WS-FECHA-ACTUAL(9:6) TO WS-HORA-FOTO
           OPEN OUTPUT FOTO-FILE
           IF FS-STATUS-FOT NOT = "00"
               DISPLAY "ERROR: No se pudo crear " WS-FOTO-NOMBRE ": "
                       FS-STATUS-FOT
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                       UNTIL WS-ITM-IDX > WS-ITM-TOTAL
                   IF WS-ITM-ELEGIDO(WS-ITM-IDX) = 'S'
                       PERFORM GRABAR-FOTO-ITEM
                   END-IF
               END-PERFORM
               CLOSE FOTO-FILE
           END-IF.

       GRABAR-FOTO-ITEM.
           MOVE WS-CONTEO-NUM TO FOT-CONTEO
           MOVE WS-ITM-ID(WS-ITM-IDX) TO FOT-ID
           MOVE WS-ITM-ALMACEN(WS-ITM-IDX) TO FOT-ALMACEN
           MOVE WS-ITM-NOMBRE(WS-ITM-IDX) TO FOT-NOMBRE
           MOVE WS-ITM-CANTIDAD(WS-ITM-IDX) TO FOT-CANTIDAD
           MOVE WS-ITM-COSTO(WS-ITM-IDX) TO FOT-COSTO
           MOVE WS-ITM-CLASE(WS-ITM-IDX) TO FOT-CLASE
           MOVE WS-FECHA-FOTO TO FOT-FECHA
           MOVE WS-HORA-FOTO TO FOT-HORA
           WRITE FOTO-REG
           MOVE WS-ITM-CLAVE(WS-ITM-IDX) TO CIC-CLAVE
           IF WS-ITM-NUEVO(WS-ITM-IDX) = 'S'
               MOVE ZERO TO CIC-ULTIMO-CONTEO
               MOVE ZERO TO CIC-ULTIMO-NUMERO
               MOVE WS-CONTEO-NUM TO CIC-PENDIENTE
               MOVE WS-FECHA-HOY TO CIC-FECHA-PLAN
               WRITE CICLO-REG
                   INVALID KEY
                       DISPLAY "AVISO: No se pudo anotar el conteo de "
                               WS-ITM-ID(WS-ITM-IDX) " "
                               WS-ITM-ALMACEN(WS-ITM-IDX)
                       IF WS-RETORNO < 4
                           MOVE 4 TO WS-RETORNO
                       END-IF
               END-WRITE
           ELSE
               READ CICLO-FILE
                   INVALID KEY
                       DISPLAY "AVISO: No se pudo anotar el conteo de "
                               WS-ITM-ID(WS-ITM-IDX) " "
                               WS-ITM-ALMACEN(WS-ITM-IDX)
                       IF WS-RETORNO < 4
                           MOVE 4 TO WS-RETORNO
                       END-IF
                   NOT INVALID KEY
                       MOVE WS-CONTEO-NUM TO CIC-PENDIENTE
                       MOVE WS-FECHA-HOY TO CIC-FECHA-PLAN
                       REWRITE CICLO-REG
               END-READ
           END-IF.

       ESPERAR-CAMBIO-SEGUNDO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-ACTUAL(9:6) TO WS-HORA-ESPERA
           PERFORM UNTIL WS-HORA-ESPERA NOT = WS-HORA-FOTO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL(9:6) TO WS-HORA-ESPERA
           END-PERFORM.

       IMPRIMIR-HOJAS.
           MOVE SPACES TO WS-HOJAS-NOMBRE
           STRING "CONTEO-HOJAS-" WS-CONTEO-NUM ".PRT"
               DELIMITED BY SIZE INTO WS-HOJAS-NOMBRE
           MOVE ZERO TO WS-ALM-TOTAL
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-ITM-ELEGIDO(WS-ITM-IDX) = 'S'
                   MOVE WS-ITM-ALMACEN(WS-ITM-IDX) TO WS-ALM-BUSCADO
                   PERFORM ANOTAR-ALMACEN
               END-IF
           END-PERFORM
           PERFORM ORDENAR-ALMACENES
           OPEN INPUT LOTES-FILE
           IF FS-STATUS-LOT = "00"
               MOVE 'S' TO WS-HAY-LOTES
           ELSE
               MOVE 'N' TO WS-HAY-LOTES
           END-IF
           OPEN INPUT CONSIGNACION-FILE
           IF FS-STATUS-CSG = "00"
               MOVE 'S' TO WS-HAY-CONSIGNA
           ELSE
               MOVE 'N' TO WS-HAY-CONSIGNA
           END-IF
           OPEN OUTPUT HOJAS-FILE
           IF FS-STATUS-HOJ NOT = "00"
               DISPLAY "ERROR: No se pudo crear " WS-HOJAS-NOMBRE ": "
                       FS-STATUS-HOJ
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                       UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                   PERFORM IMPRIMIR-HOJA-ALMACEN
               END-PERFORM
               CLOSE HOJAS-FILE
           END-IF
           IF WS-HAY-LOTES = 'S'
               CLOSE LOTES-FILE
           END-IF
           IF WS-HAY-CONSIGNA = 'S'
               CLOSE CONSIGNACION-FILE
           END-IF.

       ANOTAR-ALMACEN.
           MOVE ZERO TO WS-ALM-HALLADO
           PERFORM VARYING WS-ALM-JDX FROM 1 BY 1
                   UNTIL WS-ALM-JDX > WS-ALM-TOTAL
                      OR WS-ALM-HALLADO NOT = ZERO
               IF WS-ALM-CODIGO(WS-ALM-JDX) = WS-ALM-BUSCADO
                   MOVE WS-ALM-JDX TO WS-ALM-HALLADO
               END-IF
           END-PERFORM
           IF WS-ALM-HALLADO = ZERO
               IF WS-ALM-TOTAL >= 200
                   MOVE 'S' TO WS-DESBORDE-ALM
               ELSE
                   ADD 1 TO WS-ALM-TOTAL
                   MOVE WS-ALM-TOTAL TO WS-ALM-HALLADO
                   MOVE WS-ALM-BUSCADO TO WS-ALM-CODIGO(WS-ALM-TOTAL)
                   MOVE ZERO TO WS-ALM-CONTADOS(WS-ALM-TOTAL)
                   MOVE ZERO TO WS-ALM-EXACTOS(WS-ALM-TOTAL)
                   MOVE ZERO TO WS-ALM-DIF-UNID(WS-ALM-TOTAL)
                   MOVE ZERO TO WS-ALM-DIF-VALOR(WS-ALM-TOTAL)
                   MOVE ZERO TO WS-ALM-VALOR(WS-ALM-TOTAL)
               END-IF
           END-IF.

       ORDENAR-ALMACENES.
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

       IMPRIMIR-HOJA-ALMACEN.
           MOVE SPACES TO HOJAS-LINEA
           STRING "HOJA DE CONTEO CICLICO NRO " WS-CONTEO-NUM
                  "   ALMACEN " WS-ALM-CODIGO(WS-ALM-IDX)
                  "   EMITIDA " WS-FA-DIA "/" WS-FA-MES "/" WS-FA-ANIO
               DELIMITED BY SIZE INTO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE SPACES TO HOJAS-LINEA
           STRING "UBICACION: ALMACEN " WS-ALM-CODIGO(WS-ALM-IDX)
               DELIMITED BY SIZE INTO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE ALL "=" TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE SPACES TO HOJAS-LINEA
           STRING "ID    NOMBRE                CL  LOTE        "
                  "CADUCIDAD   CANTIDAD CONTADA"
               DELIMITED BY SIZE INTO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE ALL "-" TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-TOTAL
               IF WS-ITM-ELEGIDO(WS-ITM-IDX) = 'S'
                       AND WS-ITM-ALMACEN(WS-ITM-IDX) =
                           WS-ALM-CODIGO(WS-ALM-IDX)
                   PERFORM IMPRIMIR-HOJA-ITEM
               END-IF
           END-PERFORM
           MOVE ALL "-" TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE SPACES TO HOJAS-LINEA
           STRING "CONTADO POR: ____________________   "
                  "FECHA: __/__/____   HORA: __:__"
               DELIMITED BY SIZE INTO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE SPACES TO HOJAS-LINEA
           STRING "Cargar en CONTEO-RESULTADO-" WS-CONTEO-NUM
                  ".DAT: ID(5) ALMACEN(4) CANTIDAD(6) "
                  "FECHA(AAAAMMDD) HORA(HHMM)"
               DELIMITED BY SIZE INTO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE SPACES TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           WRITE HOJAS-LINEA.

       IMPRIMIR-HOJA-ITEM.
           MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-HI-ID
           MOVE WS-ITM-NOMBRE(WS-ITM-IDX) TO WS-HI-NOMBRE
           MOVE WS-ITM-CLASE(WS-ITM-IDX) TO WS-HI-CLASE
           MOVE 'N' TO WS-ENCONTRADO
           IF WS-HAY-LOTES = 'S'
               MOVE WS-ITM-ID(WS-ITM-IDX) TO LOT-MAT-ID
               MOVE WS-ITM-ALMACEN(WS-ITM-IDX) TO LOT-ALMACEN
               MOVE LOW-VALUES TO LOT-NUMERO
               MOVE 'N' TO WS-EOF-LOT
               START LOTES-FILE KEY NOT LESS LOT-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-LOT
               END-START
               PERFORM UNTIL WS-EOF-LOT = 'S'
                   READ LOTES-FILE NEXT
                       AT END MOVE 'S' TO WS-EOF-LOT
                       NOT AT END
                           IF LOT-MAT-ID NOT = WS-ITM-ID(WS-ITM-IDX)
                                   OR LOT-ALMACEN NOT =
                                      WS-ITM-ALMACEN(WS-ITM-IDX)
                               MOVE 'S' TO WS-EOF-LOT
                           ELSE
                           IF LOT-CANTIDAD > ZERO
                               PERFORM IMPRIMIR-HOJA-LOTE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ENCONTRADO = 'N'
               MOVE "SIN LOTE" TO WS-HI-LOTE
               MOVE SPACES TO WS-HI-CADUCIDAD
               MOVE WS-HOJA-ITEM TO HOJAS-LINEA
               WRITE HOJAS-LINEA
           END-IF
           IF WS-HAY-CONSIGNA = 'S'
               MOVE WS-ITM-ID(WS-ITM-IDX) TO CSG-MAT-ID
               MOVE WS-ITM-ALMACEN(WS-ITM-IDX) TO CSG-ALMACEN
               MOVE LOW-VALUES TO CSG-PROVEEDOR
               MOVE 'N' TO WS-EOF-CSG
               START CONSIGNACION-FILE KEY NOT LESS CSG-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-CSG
               END-START
               PERFORM UNTIL WS-EOF-CSG = 'S'
                   READ CONSIGNACION-FILE NEXT
                       AT END MOVE 'S' TO WS-EOF-CSG
                       NOT AT END
                           IF CSG-MAT-ID NOT = WS-ITM-ID(WS-ITM-IDX)
                                   OR CSG-ALMACEN NOT =
                                      WS-ITM-ALMACEN(WS-ITM-IDX)
                               MOVE 'S' TO WS-EOF-CSG
                           ELSE
                           IF CSG-CANTIDAD > ZERO
                               PERFORM IMPRIMIR-HOJA-CONSIGNA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       IMPRIMIR-HOJA-CONSIGNA.
           MOVE SPACES TO HOJAS-LINEA
           STRING "      NO CONTAR / CONSIGNA  PROVEEDOR "
                  CSG-PROVEEDOR "  CANTIDAD " CSG-CANTIDAD
                  " (STOCK DEL PROVEEDOR, NO SUMAR)"
               DELIMITED BY SIZE INTO HOJAS-LINEA
           WRITE HOJAS-LINEA.

       IMPRIMIR-HOJA-LOTE.
           MOVE LOT-NUMERO TO WS-HI-LOTE
           MOVE LOT-CADUCIDAD(7:2) TO WS-FE-DIA
           MOVE LOT-CADUCIDAD(5:2) TO WS-FE-MES
           MOVE LOT-CADUCIDAD(1:4) TO WS-FE-ANIO
           MOVE WS-FECHA-ED TO WS-HI-CADUCIDAD
           MOVE SPACES TO HOJAS-LINEA
           MOVE WS-HOJA-ITEM TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           IF WS-ENCONTRADO = 'N'
               MOVE 'S' TO WS-ENCONTRADO
               MOVE SPACES TO WS-HI-NOMBRE
               MOVE SPACE TO WS-HI-CLASE
           END-IF.

       COMPARAR-CONTEO.
           MOVE SPACES TO WS-FOTO-NOMBRE
           STRING "CONTEO-FOTO-" WS-CONTEO-NUM ".DAT"
               DELIMITED BY SIZE INTO WS-FOTO-NOMBRE
           MOVE SPACES TO WS-RES-NOMBRE
           STRING "CONTEO-RESULTADO-" WS-CONTEO-NUM ".DAT"
               DELIMITED BY SIZE INTO WS-RES-NOMBRE
           MOVE SPACES TO WS-CMP-NOMBRE
           STRING "CONTEO-COMPARA-" WS-CONTEO-NUM ".PRT"
               DELIMITED BY SIZE INTO WS-CMP-NOMBRE
           PERFORM CARGAR-FOTO
           IF WS-PROCESO-OK = 'S'
               PERFORM CARGAR-RESULTADOS
           END-IF
           IF WS-PROCESO-OK = 'S'
               COMPUTE WS-SELLO-FOTO =
                       WS-FECHA-FOTO * 1000000 + WS-HORA-FOTO
               MOVE WS-FECHA-FOTO(1:6) TO WS-PERIODO-FOTO
               PERFORM RECORRER-ARCHIVOS-CERRADOS
               MOVE "MOVIMIENTOS.DAT" TO WS-MOV-NOMBRE
               PERFORM LEER-ARCHIVO-MOV
               PERFORM EVALUAR-CONTEO
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM GRABAR-PRECISION
               PERFORM ACTUALIZAR-CICLO
               PERFORM ARCHIVAR-CONTEO
               DISPLAY "Conteo " WS-CONTEO-NUM " comparado: "
                       WS-ITM-TOTAL " claves, " WS-DIFERENCIAS
                       " con diferencia, " WS-NO-CONTADOS
                       " sin contar."
               DISPLAY "Movimientos posteriores a la foto aplicados: "
                       WS-MOV-APLICADOS
               IF WS-MOV-ANTERIORES > ZERO
                   DISPLAY "AVISO: " WS-MOV-ANTERIORES " lineas de "
                           "movimiento con formato anterior "
                           "ignoradas; ejecute "
                           "CONVERSION-MOVIMIENTOS."
                   IF WS-RETORNO < 4
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
               DISPLAY "Detalle en " WS-CMP-NOMBRE
               IF WS-DIFERENCIAS > ZERO
                   DISPLAY "Diferencias agregadas a DISCREPANCIAS.DAT."
               END-IF
           END-IF.

       CARGAR-FOTO.
           MOVE ZERO TO WS-ITM-TOTAL
           OPEN INPUT FOTO-FILE
           IF FS-STATUS-FOT NOT = "00"
               DISPLAY "ERROR: No se pudo abrir " WS-FOTO-NOMBRE ": "
                       FS-STATUS-FOT
               DISPLAY "El conteo no existe o ya fue comparado."
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               MOVE 'N' TO WS-EOF-FOT
               PERFORM UNTIL WS-EOF-FOT = 'S'
                   READ FOTO-FILE
                       AT END MOVE 'S' TO WS-EOF-FOT
                       NOT AT END
                           IF WS-ITM-TOTAL >= 2000
                               MOVE 'S' TO WS-DESBORDE-ITM
                               MOVE 'S' TO WS-EOF-FOT
                           ELSE
                               ADD 1 TO WS-ITM-TOTAL
                               PERFORM CARGAR-FOTO-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOTO-FILE
               IF WS-DESBORDE-ITM = 'S'
                   DISPLAY "ERROR: " WS-FOTO-NOMBRE " excede la tabla "
                           "de 2000 claves; comparacion cancelada."
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
               IF WS-ITM-TOTAL = ZERO
                   DISPLAY "ERROR: " WS-FOTO-NOMBRE " esta vacio."
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           END-IF.

       CARGAR-FOTO-ITEM.
           MOVE FOT-ID TO WS-FOT-ID(WS-ITM-TOTAL)
           MOVE FOT-ALMACEN TO WS-FOT-ALMACEN(WS-ITM-TOTAL)
           MOVE FOT-NOMBRE TO WS-FOT-NOMBRE(WS-ITM-TOTAL)
           MOVE FOT-CANTIDAD TO WS-FOT-LIBRO(WS-ITM-TOTAL)
           MOVE FOT-COSTO TO WS-FOT-COSTO(WS-ITM-TOTAL)
           MOVE FOT-CLASE TO WS-FOT-CLASE(WS-ITM-TOTAL)
           MOVE ZERO TO WS-FOT-NETO(WS-ITM-TOTAL)
           MOVE ZERO TO WS-FOT-CONTADO(WS-ITM-TOTAL)
           MOVE 'N' TO WS-FOT-HAY-CONTEO(WS-ITM-TOTAL)
           MOVE ZERO TO WS-FOT-TOPE(WS-ITM-TOTAL)
           MOVE ZERO TO WS-FOT-FECHA-CONT(WS-ITM-TOTAL)
           MOVE FOT-FECHA TO WS-FECHA-FOTO
           MOVE FOT-HORA TO WS-HORA-FOTO.

       BUSCAR-FOTO.
           MOVE ZERO TO WS-ITM-HALLADO
           MOVE 1 TO WS-BAJO
           MOVE WS-ITM-TOTAL TO WS-ALTO
           PERFORM UNTIL WS-BAJO > WS-ALTO OR WS-ITM-HALLADO NOT = ZERO
               COMPUTE WS-MEDIO = (WS-BAJO + WS-ALTO) / 2
               IF WS-FOT-CLAVE(WS-MEDIO) = WS-BUS-CLAVE
                   MOVE WS-MEDIO TO WS-ITM-HALLADO
               ELSE
               IF WS-FOT-CLAVE(WS-MEDIO) < WS-BUS-CLAVE
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

       CARGAR-RESULTADOS.
           OPEN INPUT RESULTADO-FILE
           IF FS-STATUS-RES NOT = "00"
               DISPLAY "ERROR: No se pudo abrir " WS-RES-NOMBRE ": "
                       FS-STATUS-RES
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               MOVE 'N' TO WS-EOF-RES
               PERFORM UNTIL WS-EOF-RES = 'S'
                   READ RESULTADO-FILE
                       AT END MOVE 'S' TO WS-EOF-RES
                       NOT AT END PERFORM ANOTAR-RESULTADO
                   END-READ
               END-PERFORM
               CLOSE RESULTADO-FILE
               IF WS-RES-INVALIDOS > ZERO
                   DISPLAY "AVISO: " WS-RES-INVALIDOS " lineas de "
                           WS-RES-NOMBRE " ilegibles; omitidas."
                   IF WS-RETORNO < 4
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
               IF WS-RES-AJENOS > ZERO
                   DISPLAY "AVISO: " WS-RES-AJENOS " lineas de claves "
                           "que no figuran en la foto; omitidas."
                   IF WS-RETORNO < 4
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           END-IF.

       ANOTAR-RESULTADO.
           ADD 1 TO WS-RES-LEIDOS
           IF RES-ID NOT NUMERIC OR RES-CANTIDAD NOT NUMERIC
               ADD 1 TO WS-RES-INVALIDOS
           ELSE
               MOVE RES-ID TO WS-BUS-ID
               MOVE RES-ALMACEN TO WS-BUS-ALMACEN
               PERFORM BUSCAR-FOTO
               IF WS-ITM-HALLADO = ZERO
                   ADD 1 TO WS-RES-AJENOS
               ELSE
                   MOVE 'S' TO WS-FOT-HAY-CONTEO(WS-ITM-HALLADO)
                   ADD RES-CANTIDAD TO WS-FOT-CONTADO(WS-ITM-HALLADO)
                   IF RES-FECHA NUMERIC AND RES-HORA NUMERIC
                           AND RES-FECHA > ZERO
                       COMPUTE WS-SELLO-CONTEO =
                               RES-FECHA * 1000000 + RES-HORA * 100
                               + 59
                       IF RES-FECHA > WS-FOT-FECHA-CONT(WS-ITM-HALLADO)
                           MOVE RES-FECHA
                                TO WS-FOT-FECHA-CONT(WS-ITM-HALLADO)
                       END-IF
                   ELSE
                       MOVE 99999999999999 TO WS-SELLO-CONTEO
                   END-IF
                   IF WS-SELLO-CONTEO > WS-FOT-TOPE(WS-ITM-HALLADO)
                       MOVE WS-SELLO-CONTEO
                            TO WS-FOT-TOPE(WS-ITM-HALLADO)
                   END-IF
               END-IF
           END-IF.

       RECORRER-ARCHIVOS-CERRADOS.
           OPEN INPUT CERRADOS-FILE
           IF FS-STATUS-CER = "00"
               MOVE 'N' TO WS-EOF-CER
               PERFORM UNTIL WS-EOF-CER = 'S'
                   READ CERRADOS-FILE
                       AT END MOVE 'S' TO WS-EOF-CER
                       NOT AT END
                           IF CER-PERIODO NUMERIC
                                   AND CER-PERIODO >= WS-PERIODO-FOTO
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
                       NOT AT END PERFORM APLICAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF
           END-IF.

       APLICAR-MOVIMIENTO.
           IF NOT MOV-VERSION-ACTUAL
               ADD 1 TO WS-MOV-ANTERIORES
           ELSE
               COMPUTE WS-SELLO-MOV =
                       MOV-FECHA * 1000000 + MOV-TIEMPO
               IF WS-SELLO-MOV > WS-SELLO-FOTO
                       AND MOV-STOCK-PROPIO
                   MOVE MOV-ID TO WS-BUS-ID
                   MOVE MOV-ALMACEN TO WS-BUS-ALMACEN
                   PERFORM BUSCAR-FOTO
                   IF WS-ITM-HALLADO NOT = ZERO
                       IF WS-FOT-HAY-CONTEO(WS-ITM-HALLADO) = 'S'
                               AND WS-SELLO-MOV <=
                                   WS-FOT-TOPE(WS-ITM-HALLADO)
                           COMPUTE WS-FOT-NETO(WS-ITM-HALLADO) =
                                   WS-FOT-NETO(WS-ITM-HALLADO)
                                   + MOV-DELTA
                           ADD 1 TO WS-MOV-APLICADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EVALUAR-CONTEO.
           OPEN EXTEND DISCREPANCIAS-FILE
           IF FS-STATUS-DISC = "35"
               OPEN OUTPUT DISCREPANCIAS-FILE
           END-IF
           IF FS-STATUS-DISC NOT = "00"
               DISPLAY "ERROR: No se pudo abrir DISCREPANCIAS.DAT: "
                       FS-STATUS-DISC
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               OPEN OUTPUT COMPARA-FILE
               IF FS-STATUS-CMP NOT = "00"
                   DISPLAY "ERROR: No se pudo crear " WS-CMP-NOMBRE
                           ": " FS-STATUS-CMP
                   MOVE 'N' TO WS-PROCESO-OK
               ELSE
                   PERFORM IMPRIMIR-ENCABEZADO-COMPARA
                   MOVE ZERO TO WS-ALM-TOTAL
                   PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                           UNTIL WS-ITM-IDX > WS-ITM-TOTAL
                       PERFORM EVALUAR-ITEM
                   END-PERFORM
                   PERFORM IMPRIMIR-RESUMEN-COMPARA
                   CLOSE COMPARA-FILE
               END-IF
               CLOSE DISCREPANCIAS-FILE
           END-IF.

       IMPRIMIR-ENCABEZADO-COMPARA.
           MOVE SPACES TO COMPARA-LINEA
           STRING "COMPARACION DEL CONTEO CICLICO NRO " WS-CONTEO-NUM
                  " - FOTO DEL " WS-FECHA-FOTO(7:2) "/"
                  WS-FECHA-FOTO(5:2) "/" WS-FECHA-FOTO(1:4) " "
                  WS-HORA-FOTO(1:2) ":" WS-HORA-FOTO(3:2) ":"
                  WS-HORA-FOTO(5:2)
               DELIMITED BY SIZE INTO COMPARA-LINEA
           WRITE COMPARA-LINEA
           MOVE ALL "=" TO COMPARA-LINEA
           WRITE COMPARA-LINEA
           MOVE SPACES TO COMPARA-LINEA
           STRING "ID    ALM  NOMBRE                 FOTO-LIB "
                  "MOV-POST ESPERADO  CONTADO  DIFEREN.  "
                  "VALOR-DIFER. ESTADO"
               DELIMITED BY SIZE INTO COMPARA-LINEA
           WRITE COMPARA-LINEA
           MOVE ALL "-" TO COMPARA-LINEA
           WRITE COMPARA-LINEA.

       EVALUAR-ITEM.
           MOVE WS-FOT-ALMACEN(WS-ITM-IDX) TO WS-ALM-BUSCADO
           PERFORM ANOTAR-ALMACEN
           MOVE WS-FOT-ID(WS-ITM-IDX) TO WS-CD-ID
           MOVE WS-FOT-ALMACEN(WS-ITM-IDX) TO WS-CD-ALMACEN
           MOVE WS-FOT-NOMBRE(WS-ITM-IDX) TO WS-CD-NOMBRE
           MOVE WS-FOT-LIBRO(WS-ITM-IDX) TO WS-CD-LIBRO
           MOVE WS-FOT-NETO(WS-ITM-IDX) TO WS-CD-NETO
           COMPUTE WS-ESPERADO = WS-FOT-LIBRO(WS-ITM-IDX)
                                 + WS-FOT-NETO(WS-ITM-IDX)
           MOVE WS-ESPERADO TO WS-CD-ESPERADO
           IF WS-FOT-HAY-CONTEO(WS-ITM-IDX) = 'N'
               ADD 1 TO WS-NO-CONTADOS
               MOVE ZERO TO WS-CD-CONTADO
               MOVE ZERO TO WS-CD-DIFERENCIA
               MOVE ZERO TO WS-CD-VALOR
               MOVE "NO CONTADO" TO WS-CD-ESTADO
           ELSE
               IF WS-ESPERADO < ZERO
                   MOVE ZERO TO WS-ESPERADO
               END-IF
               COMPUTE WS-DIFERENCIA =
                       WS-FOT-CONTADO(WS-ITM-IDX) - WS-ESPERADO
               MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
               COMPUTE WS-DIF-VALOR =
                       WS-DIF-ABSOLUTA * WS-FOT-COSTO(WS-ITM-IDX)
               MOVE WS-FOT-CONTADO(WS-ITM-IDX) TO WS-CD-CONTADO
               MOVE WS-DIFERENCIA TO WS-CD-DIFERENCIA
               MOVE WS-DIF-VALOR TO WS-CD-VALOR
               IF WS-ALM-HALLADO NOT = ZERO
                   ADD 1 TO WS-ALM-CONTADOS(WS-ALM-HALLADO)
                   ADD WS-DIF-ABSOLUTA
                       TO WS-ALM-DIF-UNID(WS-ALM-HALLADO)
                   ADD WS-DIF-VALOR TO WS-ALM-DIF-VALOR(WS-ALM-HALLADO)
                   COMPUTE WS-ALM-VALOR(WS-ALM-HALLADO) =
                           WS-ALM-VALOR(WS-ALM-HALLADO)
                           + WS-ESPERADO * WS-FOT-COSTO(WS-ITM-IDX)
               END-IF
               IF WS-DIFERENCIA = ZERO
                   MOVE "OK" TO WS-CD-ESTADO
                   IF WS-ALM-HALLADO NOT = ZERO
                       ADD 1 TO WS-ALM-EXACTOS(WS-ALM-HALLADO)
                   END-IF
               ELSE
                   MOVE "DIFERENCIA" TO WS-CD-ESTADO
                   ADD 1 TO WS-DIFERENCIAS
                   PERFORM GRABAR-DISCREPANCIA
               END-IF
           END-IF
           MOVE SPACES TO COMPARA-LINEA
           MOVE WS-CMP-DETALLE TO COMPARA-LINEA
           WRITE COMPARA-LINEA.

       GRABAR-DISCREPANCIA.
           MOVE WS-ESPERADO TO WS-DISC-SISTEMA
           MOVE WS-FOT-CONTADO(WS-ITM-IDX) TO WS-DISC-FISICO
           MOVE WS-DIFERENCIA TO WS-DISC-DIFERENCIA
           MOVE SPACES TO DISCREPANCIA-LINEA
           STRING "ID:"          WS-FOT-ID(WS-ITM-IDX)
                  " NOMBRE:"     WS-FOT-NOMBRE(WS-ITM-IDX)
                  " SISTEMA:"    WS-DISC-SISTEMA
                  " FISICO:"     WS-DISC-FISICO
                  " DIFERENCIA:" WS-DISC-DIFERENCIA
                  " ALMACEN:"    WS-FOT-ALMACEN(WS-ITM-IDX)
                  " CONTEO:"     WS-CONTEO-NUM
               DELIMITED BY SIZE INTO DISCREPANCIA-LINEA
           WRITE DISCREPANCIA-LINEA.

       IMPRIMIR-RESUMEN-COMPARA.
           MOVE ALL "-" TO COMPARA-LINEA
           WRITE COMPARA-LINEA
           MOVE SPACES TO COMPARA-LINEA
           STRING "PRECISION POR ALMACEN"
               DELIMITED BY SIZE INTO COMPARA-LINEA
           WRITE COMPARA-LINEA
           PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                   UNTIL WS-ALM-IDX > WS-ALM-TOTAL
               IF WS-ALM-CONTADOS(WS-ALM-IDX) = ZERO
                   MOVE ZERO TO WS-PRE-PORC-ACUM
               ELSE
                   COMPUTE WS-PRE-PORC-ACUM ROUNDED =
                           WS-ALM-EXACTOS(WS-ALM-IDX) * 100
                           / WS-ALM-CONTADOS(WS-ALM-IDX)
               END-IF
               MOVE WS-PRE-PORC-ACUM TO WS-PORC-ED
               MOVE WS-ALM-DIF-VALOR(WS-ALM-IDX) TO WS-IMPORTE-ED
               MOVE SPACES TO COMPARA-LINEA
               STRING "  ALMACEN " WS-ALM-CODIGO(WS-ALM-IDX)
                      "  CONTADAS " WS-ALM-CONTADOS(WS-ALM-IDX)
                      "  EXACTAS " WS-ALM-EXACTOS(WS-ALM-IDX)
                      "  PRECISION " WS-PORC-ED "%"
                      "  VALOR DIFERENCIAS " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO COMPARA-LINEA
               WRITE COMPARA-LINEA
           END-PERFORM
           IF WS-NO-CONTADOS > ZERO
               MOVE SPACES TO COMPARA-LINEA
               STRING "CLAVES SIN CONTAR: " WS-NO-CONTADOS
                      " (vuelven a quedar pendientes de planificar)"
                   DELIMITED BY SIZE INTO COMPARA-LINEA
               WRITE COMPARA-LINEA
           END-IF.

       GRABAR-PRECISION.
           OPEN EXTEND PRECISION-FILE
           IF FS-STATUS-PRE = "35"
               OPEN OUTPUT PRECISION-FILE
           END-IF
           IF FS-STATUS-PRE NOT = "00"
               DISPLAY "AVISO: No se pudo grabar CONTEO-PRECISION.DAT: "
                       FS-STATUS-PRE
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           ELSE
               PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                       UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                   IF WS-ALM-CONTADOS(WS-ALM-IDX) > ZERO
                       MOVE WS-CONTEO-NUM TO PRE-CONTEO
                       MOVE WS-FECHA-HOY TO PRE-FECHA
                       MOVE WS-ALM-CODIGO(WS-ALM-IDX) TO PRE-ALMACEN
                       MOVE WS-ALM-CONTADOS(WS-ALM-IDX) TO PRE-CONTADOS
                       MOVE WS-ALM-EXACTOS(WS-ALM-IDX) TO PRE-EXACTOS
                       COMPUTE PRE-PORCENTAJE ROUNDED =
                               WS-ALM-EXACTOS(WS-ALM-IDX) * 100
                               / WS-ALM-CONTADOS(WS-ALM-IDX)
                       MOVE WS-ALM-DIF-UNID(WS-ALM-IDX)
                            TO PRE-DIF-UNIDADES
                       MOVE WS-ALM-DIF-VALOR(WS-ALM-IDX)
                            TO PRE-DIF-VALOR
                       MOVE WS-ALM-VALOR(WS-ALM-IDX)
                            TO PRE-VALOR-CONTADO
                       WRITE PRECISION-REG
                   END-IF
               END-PERFORM
               CLOSE PRECISION-FILE
           END-IF.

       ACTUALIZAR-CICLO.
           OPEN I-O CICLO-FILE
           IF FS-STATUS-CIC NOT = "00"
               DISPLAY "AVISO: No se pudo actualizar CONTEO-CICLICO.DAT"
                       ": " FS-STATUS-CIC
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           ELSE
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                       UNTIL WS-ITM-IDX > WS-ITM-TOTAL
                   MOVE WS-FOT-CLAVE(WS-ITM-IDX) TO CIC-CLAVE
                   READ CICLO-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM ACTUALIZAR-CICLO-ITEM
                   END-READ
               END-PERFORM
               CLOSE CICLO-FILE
           END-IF.

       ACTUALIZAR-CICLO-ITEM.
           IF CIC-PENDIENTE = WS-CONTEO-NUM
               MOVE ZERO TO CIC-PENDIENTE
           END-IF
           IF WS-FOT-HAY-CONTEO(WS-ITM-IDX) = 'S'
               IF WS-FOT-FECHA-CONT(WS-ITM-IDX) = ZERO
                   MOVE WS-FECHA-HOY TO CIC-ULTIMO-CONTEO
               ELSE
                   MOVE WS-FOT-FECHA-CONT(WS-ITM-IDX)
                        TO CIC-ULTIMO-CONTEO
               END-IF
               MOVE WS-CONTEO-NUM TO CIC-ULTIMO-NUMERO
           END-IF
           REWRITE CICLO-REG.

       ARCHIVAR-CONTEO.
           MOVE WS-FOTO-NOMBRE TO WS-ARCH-ORIGEN
           MOVE SPACES TO WS-ARCH-DESTINO
           STRING "CONTEO-FOTO-" WS-CONTEO-NUM ".PROCESADO"
               DELIMITED BY SIZE INTO WS-ARCH-DESTINO
           CALL "CBL_RENAME_FILE" USING WS-ARCH-ORIGEN WS-ARCH-DESTINO
           IF RETURN-CODE NOT = ZERO
               DISPLAY "AVISO: No se pudo archivar " WS-FOTO-NOMBRE
                       "; retirelo a mano para no comparar dos veces."
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF
           MOVE WS-RES-NOMBRE TO WS-ARCH-ORIGEN
           MOVE SPACES TO WS-ARCH-DESTINO
           STRING "CONTEO-RESULTADO-" WS-CONTEO-NUM ".PROCESADO"
               DELIMITED BY SIZE INTO WS-ARCH-DESTINO
           CALL "CBL_RENAME_FILE" USING WS-ARCH-ORIGEN WS-ARCH-DESTINO
           IF RETURN-CODE NOT = ZERO
               DISPLAY "AVISO: No se pudo archivar " WS-RES-NOMBRE
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

       REPORTE-PRECISION.
           OPEN INPUT PRECISION-FILE
           IF FS-STATUS-PRE NOT = "00"
               DISPLAY "No hay historial de precision "
                       "(CONTEO-PRECISION.DAT no disponible)."
           ELSE
               MOVE 'N' TO WS-EOF-PRE
               PERFORM UNTIL WS-EOF-PRE = 'S'
                   READ PRECISION-FILE
                       AT END MOVE 'S' TO WS-EOF-PRE
                       NOT AT END
                           IF WS-PRE-TOTAL >= 2000
                               MOVE 'S' TO WS-DESBORDE-ITM
                               MOVE 'S' TO WS-EOF-PRE
                           ELSE
                               ADD 1 TO WS-PRE-TOTAL
                               PERFORM CARGAR-PRECISION-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECISION-FILE
               IF WS-DESBORDE-ITM = 'S'
                   DISPLAY "ERROR: CONTEO-PRECISION.DAT excede la "
                           "tabla de 2000 lineas; reporte cancelado."
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM IMPRIMIR-PRECISION
               END-IF
           END-IF.

       CARGAR-PRECISION-ITEM.
           MOVE PRE-CONTEO TO WS-PRE-CONTEO(WS-PRE-TOTAL)
           MOVE PRE-FECHA TO WS-PRE-FECHA(WS-PRE-TOTAL)
           MOVE PRE-ALMACEN TO WS-PRE-ALMACEN(WS-PRE-TOTAL)
           MOVE PRE-CONTADOS TO WS-PRE-CONTADOS(WS-PRE-TOTAL)
           MOVE PRE-EXACTOS TO WS-PRE-EXACTOS(WS-PRE-TOTAL)
           MOVE PRE-PORCENTAJE TO WS-PRE-PORC(WS-PRE-TOTAL)
           MOVE PRE-DIF-VALOR TO WS-PRE-DIF-VALOR(WS-PRE-TOTAL)
           MOVE PRE-VALOR-CONTADO TO WS-PRE-VALOR(WS-PRE-TOTAL)
           MOVE PRE-ALMACEN TO WS-ALM-BUSCADO
           PERFORM ANOTAR-ALMACEN.

       IMPRIMIR-PRECISION.
           PERFORM ORDENAR-ALMACENES
           OPEN OUTPUT PRECISION-PRT-FILE
           IF FS-STATUS-PRP NOT = "00"
               DISPLAY "ERROR: No se pudo crear CONTEO-PRECISION.PRT: "
                       FS-STATUS-PRP
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE SPACES TO PRECISION-PRT-LINEA
               STRING "HISTORIAL DE PRECISION DE CONTEOS CICLICOS AL "
                      WS-FA-DIA "/" WS-FA-MES "/" WS-FA-ANIO
                   DELIMITED BY SIZE INTO PRECISION-PRT-LINEA
               WRITE PRECISION-PRT-LINEA
               MOVE ALL "=" TO PRECISION-PRT-LINEA
               WRITE PRECISION-PRT-LINEA
               PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                       UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                   PERFORM IMPRIMIR-PRECISION-ALMACEN
               END-PERFORM
               CLOSE PRECISION-PRT-FILE
               DISPLAY "Historial de precision en CONTEO-PRECISION.PRT."
           END-IF.

       IMPRIMIR-PRECISION-ALMACEN.
           MOVE ZERO TO WS-PRE-ACUM-CONT
           MOVE ZERO TO WS-PRE-ACUM-EXAC
           MOVE ZERO TO WS-PRE-ACUM-DIFV
           MOVE ZERO TO WS-PRE-ACUM-VALOR
           MOVE SPACES TO PRECISION-PRT-LINEA
           STRING "ALMACEN: " WS-ALM-CODIGO(WS-ALM-IDX)
               DELIMITED BY SIZE INTO PRECISION-PRT-LINEA
           WRITE PRECISION-PRT-LINEA
           MOVE SPACES TO PRECISION-PRT-LINEA
           STRING "  CONTEO  FECHA       CONTAD  EXACTA  PREC.%  "
                  "    VALOR-DIFER.  ACUM.%"
               DELIMITED BY SIZE INTO PRECISION-PRT-LINEA
           WRITE PRECISION-PRT-LINEA
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > WS-PRE-TOTAL
               IF WS-PRE-ALMACEN(WS-PRE-IDX) =
                       WS-ALM-CODIGO(WS-ALM-IDX)
                   PERFORM IMPRIMIR-PRECISION-LINEA
               END-IF
           END-PERFORM
           MOVE WS-PRE-ACUM-DIFV TO WS-IMPORTE-ED
           MOVE WS-PRE-PORC-ACUM TO WS-PORC-ED
           MOVE SPACES TO PRECISION-PRT-LINEA
           STRING "  TOTAL: " WS-PRE-ACUM-CONT " CONTADAS "
                  WS-PRE-ACUM-EXAC " EXACTAS  PRECISION "
                  WS-PORC-ED "%  DIFERENCIAS " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO PRECISION-PRT-LINEA
           WRITE PRECISION-PRT-LINEA
           MOVE SPACES TO PRECISION-PRT-LINEA
           WRITE PRECISION-PRT-LINEA.

       IMPRIMIR-PRECISION-LINEA.
           ADD WS-PRE-CONTADOS(WS-PRE-IDX) TO WS-PRE-ACUM-CONT
           ADD WS-PRE-EXACTOS(WS-PRE-IDX) TO WS-PRE-ACUM-EXAC
           ADD WS-PRE-DIF-VALOR(WS-PRE-IDX) TO WS-PRE-ACUM-DIFV
           ADD WS-PRE-VALOR(WS-PRE-IDX) TO WS-PRE-ACUM-VALOR
           IF WS-PRE-ACUM-CONT = ZERO
               MOVE ZERO TO WS-PRE-PORC-ACUM
           ELSE
               COMPUTE WS-PRE-PORC-ACUM ROUNDED =
                       WS-PRE-ACUM-EXAC * 100 / WS-PRE-ACUM-CONT
           END-IF
           MOVE WS-PRE-CONTEO(WS-PRE-IDX) TO WS-PD-CONTEO
           MOVE WS-PRE-FECHA(WS-PRE-IDX)(7:2) TO WS-FE-DIA
           MOVE WS-PRE-FECHA(WS-PRE-IDX)(5:2) TO WS-FE-MES
           MOVE WS-PRE-FECHA(WS-PRE-IDX)(1:4) TO WS-FE-ANIO
           MOVE WS-FECHA-ED TO WS-PD-FECHA
           MOVE WS-PRE-CONTADOS(WS-PRE-IDX) TO WS-PD-CONTADOS
           MOVE WS-PRE-EXACTOS(WS-PRE-IDX) TO WS-PD-EXACTOS
           MOVE WS-PRE-PORC(WS-PRE-IDX) TO WS-PD-PORC
           MOVE WS-PRE-DIF-VALOR(WS-PRE-IDX) TO WS-PD-DIF-VALOR
           MOVE WS-PRE-PORC-ACUM TO WS-PD-PORC-ACUM
           MOVE SPACES TO PRECISION-PRT-LINEA
           MOVE WS-PRE-DETALLE TO PRECISION-PRT-LINEA
           WRITE PRECISION-PRT-LINEA.

       TOMAR-BLOQUEO.
           MOVE 'N' TO WS-LOCK-OK
           OPEN INPUT SESION-LOCK-FILE
           IF FS-STATUS-LCK = "35"
               PERFORM GRABAR-BLOQUEO
           ELSE
           IF FS-STATUS-LCK NOT = "00"
               DISPLAY "ERROR: No se pudo leer SESION-LOCK.DAT: "
                       FS-STATUS-LCK
           ELSE
               READ SESION-LOCK-FILE
                   AT END
                       CLOSE SESION-LOCK-FILE
                       PERFORM GRABAR-BLOQUEO
                   NOT AT END
                       CLOSE SESION-LOCK-FILE
                       DISPLAY "ATENCION: Otra sesion tiene los "
                               "archivos abiertos; no se puede "
                               "congelar la foto del conteo."
                       DISPLAY "Bloqueo tomado por " LCK-USUARIO
                               " el " LCK-FECHA-HORA
               END-READ
           END-IF
           END-IF.

       GRABAR-BLOQUEO.
           OPEN OUTPUT SESION-LOCK-FILE
           IF FS-STATUS-LCK NOT = "00"
               DISPLAY "ERROR: No se pudo grabar SESION-LOCK.DAT: "
                       FS-STATUS-LCK
           ELSE
               MOVE SPACES TO SESION-LOCK-REG
               MOVE "CICLICO" TO LCK-USUARIO
               STRING WS-FA-DIA "/" WS-FA-MES "/" WS-FA-ANIO
                      " " WS-FA-HORA ":" WS-FA-MINUTO ":"
                      WS-FA-SEGUNDO
                   DELIMITED BY SIZE INTO LCK-FECHA-HORA
               WRITE SESION-LOCK-REG
               CLOSE SESION-LOCK-FILE
               MOVE 'S' TO WS-LOCK-OK
           END-IF.

       LIBERAR-BLOQUEO.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-NOMBRE
           IF RETURN-CODE NOT = ZERO
               DISPLAY "AVISO: No se pudo retirar SESION-LOCK.DAT; "
                       "borrelo a mano antes de la proxima sesion."
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

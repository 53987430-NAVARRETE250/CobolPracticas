       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS-CONTABLES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO-ABIERTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-PER.

           SELECT CERRADOS-FILE ASSIGN TO "PERIODOS-CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CER.

           SELECT MOVIMIENTOS-FILE ASSIGN DYNAMIC WS-MOV-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-MOV.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS-CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CTA.

           SELECT CUARENTENA-FILE ASSIGN TO "CUARENTENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CUA.

           SELECT REVALUACION-FILE ASSIGN TO "REVALUACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-REV.

           SELECT MATERIAL-FILE ASSIGN TO "MATERIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CLAVE
               FILE STATUS IS FS-STATUS.

           SELECT SALDOS-FILE ASSIGN DYNAMIC WS-SALDOS-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS FS-STATUS-SAL.

           SELECT ORDENES-OBRA-FILE ASSIGN TO "ORDENES-OBRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-ORDEN
               FILE STATUS IS FS-STATUS-OBR.

           SELECT ASIENTOS-FILE ASSIGN TO "ASIENTOS-CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-ASI.

           SELECT REPORTE-FILE ASSIGN TO "ASIENTOS-CONTABLES.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       01  PERIODO-REG.
           05 PER-ABIERTO       PIC 9(06).

       FD  CERRADOS-FILE.
       01  CERRADO-REG.
           05 CER-PERIODO       PIC 9(06).

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  CUENTAS-FILE.
       01  CUENTA-REG.
           05 CTA-TIPO          PIC X(10).
           05 CTA-MOTIVO        PIC X(12).
           05 CTA-INVENTARIO    PIC X(10).
           05 CTA-CONTRAPARTIDA PIC X(10).
           05 CTA-POR-ORDEN     PIC X(01).
           05 CTA-DESCRIPCION   PIC X(30).

       FD  CUARENTENA-FILE.
       01  CUARENTENA-REG.
           05 FILLER            PIC X(03).
           05 CUA-ID            PIC 9(05).
           05 FILLER            PIC X(05).
           05 CUA-ALMACEN       PIC X(04).
           05 FILLER            PIC X(06).
           05 CUA-LOTE          PIC X(10).
           05 FILLER            PIC X(06).
           05 CUA-CANTIDAD      PIC 9(06).
           05 FILLER            PIC X(11).
           05 CUA-CADUCIDAD     PIC 9(08).
           05 FILLER            PIC X(12).
           05 CUA-FECHA-BAJA.
              10 CUA-BAJA-PERIODO PIC 9(06).
              10 CUA-BAJA-DIA     PIC 9(02).
           05 FILLER            PIC X(07).
           05 CUA-VALOR         PIC 9(12)V99.
           05 FILLER            PIC X(15).

       FD  REVALUACION-FILE.
       01  REVALUACION-REG.
           05 FILLER            PIC X(03).
           05 REV-OC            PIC X(06).
           05 FILLER            PIC X(04).
           05 REV-ID            PIC 9(05).
           05 FILLER            PIC X(05).
           05 REV-ALMACEN       PIC X(04).
           05 FILLER            PIC X(10).
           05 REV-RECIBIDO      PIC 9(06).
           05 FILLER            PIC X(08).
           05 REV-CU-ANT        PIC 9(06)V99.
           05 FILLER            PIC X(08).
           05 REV-CU-NVO        PIC 9(06)V99.
           05 FILLER            PIC X(11).
           05 REV-VALOR-ANT     PIC 9(12)V99.
           05 FILLER            PIC X(11).
           05 REV-VALOR-NVO     PIC 9(12)V99.
           05 FILLER            PIC X(45).

       FD  MATERIAL-FILE.
       01  MATERIAL-REG.
           05 MAT-CLAVE.
              10 MAT-ID         PIC 9(05).
              10 MAT-ALMACEN    PIC X(04).
           05 MAT-NOMBRE        PIC X(20).
           05 MAT-CANTIDAD      PIC 9(06).
           05 MAT-MINIMO        PIC 9(04).
           05 MAT-COSTO-UNITARIO PIC 9(06)V99.

       FD  SALDOS-FILE.
       01  SALDO-REG.
           05 SAL-CLAVE.
              10 SAL-ID             PIC 9(05).
              10 SAL-ALMACEN        PIC X(04).
           05 SAL-NOMBRE            PIC X(20).
           05 SAL-CANTIDAD          PIC 9(06).
           05 SAL-MINIMO            PIC 9(04).
           05 SAL-COSTO-UNITARIO    PIC 9(06)V99.

       FD  ORDENES-OBRA-FILE.
       01  ORDEN-OBRA-REG.
           05 OBR-ORDEN         PIC X(08).
           05 OBR-DESCRIPCION   PIC X(30).
           05 OBR-CENTRO-COSTO  PIC X(06).
           05 OBR-ESTADO        PIC X(10).
           05 OBR-FECHA-APERTURA PIC 9(08).
           05 OBR-FECHA-CIERRE  PIC 9(08).

       FD  ASIENTOS-FILE.
       01  ASIENTO-REG.
           05 ASI-PERIODO       PIC 9(06).
           05 ASI-NUMERO        PIC 9(05).
           05 ASI-CUENTA        PIC X(10).
           05 ASI-DEBE          PIC 9(12)V99.
           05 ASI-HABER         PIC 9(12)V99.
           05 ASI-CENTRO-COSTO  PIC X(06).
           05 ASI-ORDEN         PIC X(10).
           05 ASI-TIPO          PIC X(10).
           05 ASI-MOTIVO        PIC X(12).
           05 ASI-DESCRIPCION   PIC X(30).

       FD  REPORTE-FILE.
       01  REPORTE-LINEA        PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS         PIC XX.
           05 FS-STATUS-PER     PIC XX.
           05 FS-STATUS-CER     PIC XX.
           05 FS-STATUS-MOV     PIC XX.
           05 FS-STATUS-CTA     PIC XX.
           05 FS-STATUS-CUA     PIC XX.
           05 FS-STATUS-REV     PIC XX.
           05 FS-STATUS-SAL     PIC XX.
           05 FS-STATUS-OBR     PIC XX.
           05 FS-STATUS-ASI     PIC XX.
           05 FS-STATUS-REP     PIC XX.
           05 WS-PARM-PERIODO   PIC X(10).
           05 WS-PERIODO        PIC 9(06) VALUE ZERO.
           05 WS-PER-ANIO       PIC 9(04).
           05 WS-PER-MES        PIC 9(02).
           05 WS-MOV-NOMBRE     PIC X(30).
           05 WS-SALDOS-NOMBRE  PIC X(30).
           05 WS-FASE           PIC X VALUE 'P'.
           05 WS-EOF-MOV        PIC X VALUE 'N'.
           05 WS-EOF-CER        PIC X VALUE 'N'.
           05 WS-EOF-CTA        PIC X VALUE 'N'.
           05 WS-EOF-CUA        PIC X VALUE 'N'.
           05 WS-EOF-REV        PIC X VALUE 'N'.
           05 WS-EOF-SAL        PIC X VALUE 'N'.
           05 WS-EOF-MAT        PIC X VALUE 'N'.
           05 WS-PROCESO-OK     PIC X VALUE 'S'.
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-HAY-ORDENES    PIC X VALUE 'N'.
           05 WS-HAY-APERTURA   PIC X VALUE 'N'.
           05 WS-ENCONTRADO     PIC X VALUE 'N'.
           05 WS-DESBORDE-ACU   PIC X VALUE 'N'.
           05 WS-DESBORDE-SIN   PIC X VALUE 'N'.
           05 WS-DESBORDE-RCP   PIC X VALUE 'N'.
           05 WS-DESBORDE-APE   PIC X VALUE 'N'.
           05 WS-CTA-TOTAL      PIC 9(03) VALUE ZERO.
           05 WS-CTA-IDX        PIC 9(03).
           05 WS-CTA-HALLADA    PIC 9(03).
           05 WS-ACU-TOTAL      PIC 9(04) VALUE ZERO.
           05 WS-ACU-IDX        PIC 9(04).
           05 WS-SIN-TOTAL      PIC 9(03) VALUE ZERO.
           05 WS-SIN-IDX        PIC 9(03).
           05 WS-RCP-TOTAL      PIC 9(04) VALUE ZERO.
           05 WS-RCP-IDX        PIC 9(04).
           05 WS-APE-TOTAL      PIC 9(04) VALUE ZERO.
           05 WS-APE-IDX        PIC 9(04).
           05 WS-APE-SALDOS     PIC 9(05) VALUE ZERO.
           05 WS-BUS-TIPO       PIC X(10).
           05 WS-BUS-MOTIVO     PIC X(12).
           05 WS-BUS-ORDEN      PIC X(10).
           05 WS-VALOR          PIC S9(12)V99.
           05 WS-VALOR-ABS      PIC 9(12)V99.
           05 WS-SENTIDO        PIC X.
           05 WS-CUENTA-DEBE    PIC X(10).
           05 WS-CUENTA-HABER   PIC X(10).
           05 WS-CENTRO-COSTO   PIC X(06).
           05 WS-ASI-NUMERO     PIC 9(05) VALUE ZERO.
           05 WS-LIN-PERIODO    PIC 9(07) VALUE ZERO.
           05 WS-LIN-POSTERIOR  PIC 9(07) VALUE ZERO.
           05 WS-LIN-ILEGIBLES  PIC 9(07) VALUE ZERO.
           05 WS-LIN-SIN-COSTO  PIC 9(07) VALUE ZERO.
           05 WS-LIN-CONSIGNA   PIC 9(07) VALUE ZERO.
           05 WS-MERMAS         PIC 9(05) VALUE ZERO.
           05 WS-REV-PERIODO    PIC 9(05) VALUE ZERO.
           05 WS-REV-POSTERIOR  PIC 9(05) VALUE ZERO.
           05 WS-TOT-DEBE       PIC 9(14)V99 VALUE ZERO.
           05 WS-TOT-HABER      PIC 9(14)V99 VALUE ZERO.
           05 WS-INV-DEBE       PIC 9(14)V99 VALUE ZERO.
           05 WS-INV-HABER      PIC 9(14)V99 VALUE ZERO.
           05 WS-SIN-NETO       PIC S9(14)V99 VALUE ZERO.
           05 WS-POST-NETO      PIC S9(14)V99 VALUE ZERO.
           05 WS-APERTURA       PIC 9(14)V99 VALUE ZERO.
           05 WS-MATERIA-VALOR  PIC 9(14)V99 VALUE ZERO.
           05 WS-CIERRE-CALC    PIC S9(14)V99 VALUE ZERO.
           05 WS-ESPERADO       PIC S9(14)V99 VALUE ZERO.
           05 WS-DIFERENCIA     PIC S9(14)V99 VALUE ZERO.

       01  WS-TABLA-CUENTAS.
           05 WS-CTA-ITEM OCCURS 200 TIMES.
              10 WS-CTA-T-TIPO       PIC X(10).
              10 WS-CTA-T-MOTIVO     PIC X(12).
              10 WS-CTA-T-INVENTARIO PIC X(10).
              10 WS-CTA-T-CONTRA     PIC X(10).
              10 WS-CTA-T-POR-ORDEN  PIC X(01).
              10 WS-CTA-T-DESCRIPCION PIC X(30).

       01  WS-TABLA-ACUMULADOS.
           05 WS-ACU-ITEM OCCURS 2000 TIMES.
              10 WS-ACU-CTA        PIC 9(03).
              10 WS-ACU-ORDEN      PIC X(10).
              10 WS-ACU-SENTIDO    PIC X(01).
              10 WS-ACU-VALOR      PIC 9(14)V99.
              10 WS-ACU-LINEAS     PIC 9(06).

       01  WS-TABLA-SIN-CUENTA.
           05 WS-SIN-ITEM OCCURS 100 TIMES.
              10 WS-SIN-TIPO       PIC X(10).
              10 WS-SIN-MOTIVO     PIC X(12).
              10 WS-SIN-VALOR      PIC S9(14)V99.
              10 WS-SIN-LINEAS     PIC 9(06).

       01  WS-TABLA-RECEPCIONES.
           05 WS-RCP-ITEM OCCURS 5000 TIMES.
              10 WS-RCP-OC         PIC X(06).
              10 WS-RCP-ID         PIC 9(05).
              10 WS-RCP-ALMACEN    PIC X(04).
              10 WS-RCP-CU-ANT     PIC 9(06)V99.
              10 WS-RCP-CU-NVO     PIC 9(06)V99.
              10 WS-RCP-RECIBIDO   PIC 9(06).
              10 WS-RCP-FASE       PIC X(01).
              10 WS-RCP-USADA      PIC X(01).

       01  WS-TABLA-ANCLAS.
           05 WS-APE-ITEM OCCURS 5000 TIMES.
              10 WS-APE-ID         PIC 9(05).
              10 WS-APE-ALMACEN    PIC X(04).
              10 WS-APE-CANTIDAD   PIC 9(06).
              10 WS-APE-COSTO      PIC 9(06)V99.
              10 WS-APE-CON-COSTO  PIC X(01).

       01  WS-REP-DETALLE.
           05 WS-RD-NUMERO      PIC Z(04)9.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RD-CUENTA      PIC X(10).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RD-DEBE        PIC Z(11)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RD-HABER       PIC Z(11)9.99.
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RD-CCOSTO      PIC X(06).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RD-ORDEN       PIC X(10).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RD-TIPO        PIC X(10).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RD-MOTIVO      PIC X(12).

       01  WS-REP-CONTROL.
           05 WS-RC-TEXTO       PIC X(48).
           05 WS-RC-IMPORTE     PIC -Z(13)9.99.

       01  WS-REP-SIN-CUENTA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RS-TIPO        PIC X(10).
           05 FILLER            PIC X(01) VALUE " ".
           05 WS-RS-MOTIVO      PIC X(12).
           05 FILLER            PIC X(09) VALUE " LINEAS: ".
           05 WS-RS-LINEAS      PIC Z(05)9.
           05 FILLER            PIC X(08) VALUE " VALOR: ".
           05 WS-RS-VALOR       PIC -Z(13)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-PARM-PERIODO FROM COMMAND-LINE
           PERFORM DETERMINAR-PERIODO
           IF WS-PROCESO-OK = 'S'
               PERFORM CARGAR-CUENTAS
           END-IF
           IF WS-PROCESO-OK = 'S'
               DISPLAY "=== ASIENTOS CONTABLES DEL PERIODO "
                       WS-PERIODO " ==="
               MOVE 'P' TO WS-FASE
               MOVE SPACES TO WS-MOV-NOMBRE
               STRING "MOVIMIENTOS-" WS-PERIODO ".DAT"
                   DELIMITED BY SIZE INTO WS-MOV-NOMBRE
               PERFORM LEER-ARCHIVO-MOV
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM LEER-CUARENTENA
               MOVE 'A' TO WS-FASE
               PERFORM RECORRER-POSTERIORES
               MOVE "MOVIMIENTOS.DAT" TO WS-MOV-NOMBRE
               PERFORM LEER-ARCHIVO-MOV
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM LEER-REVALUACIONES
               PERFORM VERIFICAR-DESBORDES
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM VALORIZAR-APERTURA
               PERFORM VALORIZAR-MATERIA
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM GRABAR-ASIENTOS
           END-IF
           IF WS-PROCESO-OK = 'N'
               DISPLAY "Proceso cancelado; ASIENTOS-CONTABLES.DAT no "
                       "se genero para el periodo."
               MOVE 8 TO WS-RETORNO
           ELSE
               IF WS-DIFERENCIA NOT = ZERO OR WS-SIN-TOTAL > ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       DETERMINAR-PERIODO.
           IF WS-PARM-PERIODO(1:6) NUMERIC
                   AND WS-PARM-PERIODO(7:4) = SPACES
               MOVE WS-PARM-PERIODO(1:6) TO WS-PERIODO
           ELSE
               OPEN INPUT PERIODO-FILE
               IF FS-STATUS-PER = "00"
                   READ PERIODO-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF PER-ABIERTO NUMERIC
                               DIVIDE PER-ABIERTO BY 100
                                   GIVING WS-PER-ANIO
                                   REMAINDER WS-PER-MES
                               IF WS-PER-MES = 1
                                   SUBTRACT 1 FROM WS-PER-ANIO
                                   MOVE 12 TO WS-PER-MES
                               ELSE
                                   SUBTRACT 1 FROM WS-PER-MES
                               END-IF
                               COMPUTE WS-PERIODO =
                                       WS-PER-ANIO * 100 + WS-PER-MES
                           END-IF
                   END-READ
                   CLOSE PERIODO-FILE
               END-IF
           END-IF
           IF WS-PERIODO = ZERO
               DISPLAY "ERROR: No se pudo determinar el periodo "
                       "cerrado; indique AAAAMM como parametro."
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               DIVIDE WS-PERIODO BY 100
                   GIVING WS-PER-ANIO REMAINDER WS-PER-MES
               IF WS-PER-MES < 1 OR WS-PER-MES > 12
                   DISPLAY "ERROR: Periodo invalido: " WS-PERIODO
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           END-IF.

       CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-FILE
           IF FS-STATUS-CTA NOT = "00"
               DISPLAY "ERROR: No se pudo abrir CUENTAS-CONTABLES.DAT: "
                       FS-STATUS-CTA
               DISPLAY "Cada linea: TIPO(10) MOTIVO(12) CUENTA-"
                       "INVENTARIO(10) CONTRAPARTIDA(10) POR-ORDEN(1) "
                       "DESCRIPCION(30)."
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               MOVE 'N' TO WS-EOF-CTA
               PERFORM UNTIL WS-EOF-CTA = 'S'
                   READ CUENTAS-FILE
                       AT END MOVE 'S' TO WS-EOF-CTA
                       NOT AT END PERFORM CARGAR-UNA-CUENTA
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
               IF WS-CTA-TOTAL = ZERO
                   DISPLAY "ERROR: CUENTAS-CONTABLES.DAT no tiene "
                           "cuentas cargadas."
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           END-IF.

       CARGAR-UNA-CUENTA.
           IF CTA-TIPO = SPACES OR CTA-TIPO(1:1) = "*"
               CONTINUE
           ELSE
           IF CTA-INVENTARIO = SPACES OR CTA-CONTRAPARTIDA = SPACES
               DISPLAY "AVISO: Cuenta incompleta para " CTA-TIPO " "
                       CTA-MOTIVO "; linea ignorada."
           ELSE
           IF WS-CTA-TOTAL >= 200
               DISPLAY "ERROR: CUENTAS-CONTABLES.DAT supera 200 "
                       "lineas."
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 'S' TO WS-EOF-CTA
           ELSE
               ADD 1 TO WS-CTA-TOTAL
               MOVE CTA-TIPO TO WS-CTA-T-TIPO(WS-CTA-TOTAL)
               MOVE CTA-MOTIVO TO WS-CTA-T-MOTIVO(WS-CTA-TOTAL)
               MOVE CTA-INVENTARIO
                    TO WS-CTA-T-INVENTARIO(WS-CTA-TOTAL)
               MOVE CTA-CONTRAPARTIDA
                    TO WS-CTA-T-CONTRA(WS-CTA-TOTAL)
               MOVE CTA-POR-ORDEN
                    TO WS-CTA-T-POR-ORDEN(WS-CTA-TOTAL)
               MOVE CTA-DESCRIPCION
                    TO WS-CTA-T-DESCRIPCION(WS-CTA-TOTAL)
           END-IF
           END-IF
           END-IF.

       RECORRER-POSTERIORES.
           OPEN INPUT CERRADOS-FILE
           IF FS-STATUS-CER = "00"
               MOVE 'N' TO WS-EOF-CER
               PERFORM UNTIL WS-EOF-CER = 'S'
                   READ CERRADOS-FILE
                       AT END MOVE 'S' TO WS-EOF-CER
                       NOT AT END
                           IF CER-PERIODO NUMERIC
                                   AND CER-PERIODO > WS-PERIODO
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
               IF WS-FASE = 'P'
                   DISPLAY "ERROR: No existe " WS-MOV-NOMBRE
                           "; el periodo " WS-PERIODO " no esta "
                           "cerrado."
                   MOVE 'N' TO WS-PROCESO-OK
               END-IF
           ELSE
           IF FS-STATUS-MOV NOT = "00"
               DISPLAY "ERROR: No se pudo abrir " WS-MOV-NOMBRE ": "
                       FS-STATUS-MOV
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               MOVE 'N' TO WS-EOF-MOV
               PERFORM UNTIL WS-EOF-MOV = 'S'
                   READ MOVIMIENTOS-FILE
                       AT END MOVE 'S' TO WS-EOF-MOV
                       NOT AT END PERFORM CLASIFICAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF
           END-IF.

       CLASIFICAR-MOVIMIENTO.
           IF NOT MOV-VERSION-ACTUAL
               ADD 1 TO WS-LIN-ILEGIBLES
           ELSE
           IF NOT MOV-STOCK-PROPIO
               IF WS-FASE = 'P'
                   ADD 1 TO WS-LIN-CONSIGNA
               END-IF
           ELSE
               IF WS-FASE = 'P'
                   PERFORM ANCLAR-APERTURA
               END-IF
               IF MOV-SIN-COSTO
                   MOVE ZERO TO WS-VALOR
                   IF MOV-DELTA NOT = ZERO
                       ADD 1 TO WS-LIN-SIN-COSTO
                   END-IF
               ELSE
               IF MOV-TIPO = "RECEPCION"
                   COMPUTE WS-VALOR =
                           MOV-DELTA * MOV-COSTO-UNITARIO
                   PERFORM ANOTAR-RECEPCION
               ELSE
                   COMPUTE WS-VALOR =
                           MOV-DESPUES * MOV-COSTO-UNITARIO
                         - MOV-ANTES * MOV-COSTO-ANTERIOR
               END-IF
               END-IF
               IF WS-FASE = 'P'
                   ADD 1 TO WS-LIN-PERIODO
                   IF MOV-TIPO = "MERMA" AND MOV-MOTIVO = "VENCIDO"
                       CONTINUE
                   ELSE
                   IF WS-VALOR NOT = ZERO
                       MOVE MOV-TIPO TO WS-BUS-TIPO
                       MOVE MOV-MOTIVO TO WS-BUS-MOTIVO
                       MOVE MOV-REF TO WS-BUS-ORDEN
                       PERFORM CONTABILIZAR
                   END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-LIN-POSTERIOR
                   ADD WS-VALOR TO WS-POST-NETO
               END-IF
           END-IF
           END-IF.

       ANOTAR-RECEPCION.
           IF WS-RCP-TOTAL >= 5000
               MOVE 'S' TO WS-DESBORDE-RCP
           ELSE
               ADD 1 TO WS-RCP-TOTAL
               MOVE MOV-REF(1:6) TO WS-RCP-OC(WS-RCP-TOTAL)
               MOVE MOV-ID TO WS-RCP-ID(WS-RCP-TOTAL)
               MOVE MOV-ALMACEN TO WS-RCP-ALMACEN(WS-RCP-TOTAL)
               MOVE MOV-COSTO-ANTERIOR
                    TO WS-RCP-CU-ANT(WS-RCP-TOTAL)
               MOVE MOV-COSTO-UNITARIO
                    TO WS-RCP-CU-NVO(WS-RCP-TOTAL)
               MOVE MOV-DELTA TO WS-RCP-RECIBIDO(WS-RCP-TOTAL)
               MOVE WS-FASE TO WS-RCP-FASE(WS-RCP-TOTAL)
               MOVE 'N' TO WS-RCP-USADA(WS-RCP-TOTAL)
           END-IF.

       ANCLAR-APERTURA.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-APE-IDX FROM 1 BY 1
                   UNTIL WS-APE-IDX > WS-APE-TOTAL
                      OR WS-ENCONTRADO = 'S'
               IF WS-APE-ID(WS-APE-IDX) = MOV-ID
                      AND WS-APE-ALMACEN(WS-APE-IDX) = MOV-ALMACEN
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N'
               IF WS-APE-TOTAL >= 5000
                   MOVE 'S' TO WS-DESBORDE-APE
               ELSE
                   ADD 1 TO WS-APE-TOTAL
                   MOVE MOV-ID TO WS-APE-ID(WS-APE-TOTAL)
                   MOVE MOV-ALMACEN TO WS-APE-ALMACEN(WS-APE-TOTAL)
                   MOVE MOV-ANTES TO WS-APE-CANTIDAD(WS-APE-TOTAL)
                   MOVE MOV-COSTO-ANTERIOR
                        TO WS-APE-COSTO(WS-APE-TOTAL)
                   MOVE MOV-COSTO-CONOCIDO
                        TO WS-APE-CON-COSTO(WS-APE-TOTAL)
               END-IF
           END-IF.

       LEER-CUARENTENA.
           OPEN INPUT CUARENTENA-FILE
           IF FS-STATUS-CUA = "00"
               MOVE 'N' TO WS-EOF-CUA
               PERFORM UNTIL WS-EOF-CUA = 'S'
                   READ CUARENTENA-FILE
                       AT END MOVE 'S' TO WS-EOF-CUA
                       NOT AT END
                           IF CUA-BAJA-PERIODO NUMERIC
                                   AND CUA-VALOR NUMERIC
                                   AND CUA-BAJA-PERIODO = WS-PERIODO
                                   AND CUA-VALOR > ZERO
                               ADD 1 TO WS-MERMAS
                               COMPUTE WS-VALOR = ZERO - CUA-VALOR
                               MOVE "MERMA" TO WS-BUS-TIPO
                               MOVE "VENCIDO" TO WS-BUS-MOTIVO
                               MOVE CUA-LOTE TO WS-BUS-ORDEN
                               PERFORM CONTABILIZAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUARENTENA-FILE
           END-IF.

       LEER-REVALUACIONES.
           OPEN INPUT REVALUACION-FILE
           IF FS-STATUS-REV = "00"
               MOVE 'N' TO WS-EOF-REV
               PERFORM UNTIL WS-EOF-REV = 'S'
                   READ REVALUACION-FILE
                       AT END MOVE 'S' TO WS-EOF-REV
                       NOT AT END
                           IF REV-ID NUMERIC AND REV-RECIBIDO NUMERIC
                                   AND REV-CU-ANT NUMERIC
                                   AND REV-CU-NVO NUMERIC
                                   AND REV-VALOR-ANT NUMERIC
                                   AND REV-VALOR-NVO NUMERIC
                               PERFORM APLICAR-REVALUACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVALUACION-FILE
           END-IF.

       APLICAR-REVALUACION.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-TOTAL
                      OR WS-ENCONTRADO = 'S'
               IF WS-RCP-USADA(WS-RCP-IDX) = 'N'
                      AND WS-RCP-OC(WS-RCP-IDX) = REV-OC
                      AND WS-RCP-ID(WS-RCP-IDX) = REV-ID
                      AND WS-RCP-ALMACEN(WS-RCP-IDX) = REV-ALMACEN
                      AND WS-RCP-CU-ANT(WS-RCP-IDX) = REV-CU-ANT
                      AND WS-RCP-CU-NVO(WS-RCP-IDX) = REV-CU-NVO
                      AND WS-RCP-RECIBIDO(WS-RCP-IDX) = REV-RECIBIDO
                   MOVE 'S' TO WS-RCP-USADA(WS-RCP-IDX)
                   MOVE 'S' TO WS-ENCONTRADO
                   COMPUTE WS-VALOR = REV-VALOR-NVO - REV-VALOR-ANT
                                    - REV-RECIBIDO * REV-CU-NVO
                   IF WS-RCP-FASE(WS-RCP-IDX) = 'P'
                       ADD 1 TO WS-REV-PERIODO
                       IF WS-VALOR NOT = ZERO
                           MOVE "REVALUACION" TO WS-BUS-TIPO
                           MOVE SPACES TO WS-BUS-MOTIVO
                           MOVE SPACES TO WS-BUS-ORDEN
                           PERFORM CONTABILIZAR
                       END-IF
                   ELSE
                       ADD 1 TO WS-REV-POSTERIOR
                       ADD WS-VALOR TO WS-POST-NETO
                   END-IF
               END-IF
           END-PERFORM.

       CONTABILIZAR.
           PERFORM BUSCAR-CUENTA
           IF WS-CTA-HALLADA = ZERO
               PERFORM ACUMULAR-SIN-CUENTA
           ELSE
               PERFORM ACUMULAR-ASIENTO
           END-IF.

       BUSCAR-CUENTA.
           MOVE ZERO TO WS-CTA-HALLADA
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-TOTAL
                      OR WS-CTA-HALLADA NOT = ZERO
               IF WS-CTA-T-TIPO(WS-CTA-IDX) = WS-BUS-TIPO
                      AND WS-CTA-T-MOTIVO(WS-CTA-IDX) = WS-BUS-MOTIVO
                   MOVE WS-CTA-IDX TO WS-CTA-HALLADA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-TOTAL
                      OR WS-CTA-HALLADA NOT = ZERO
               IF WS-CTA-T-TIPO(WS-CTA-IDX) = WS-BUS-TIPO
                      AND WS-CTA-T-MOTIVO(WS-CTA-IDX) = SPACES
                   MOVE WS-CTA-IDX TO WS-CTA-HALLADA
               END-IF
           END-PERFORM.

       ACUMULAR-ASIENTO.
           IF WS-VALOR > ZERO
               MOVE 'E' TO WS-SENTIDO
               MOVE WS-VALOR TO WS-VALOR-ABS
           ELSE
               MOVE 'S' TO WS-SENTIDO
               COMPUTE WS-VALOR-ABS = ZERO - WS-VALOR
           END-IF
           IF WS-CTA-T-POR-ORDEN(WS-CTA-HALLADA) NOT = 'S'
               MOVE SPACES TO WS-BUS-ORDEN
           END-IF
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-TOTAL
                      OR WS-ENCONTRADO = 'S'
               IF WS-ACU-CTA(WS-ACU-IDX) = WS-CTA-HALLADA
                      AND WS-ACU-ORDEN(WS-ACU-IDX) = WS-BUS-ORDEN
                      AND WS-ACU-SENTIDO(WS-ACU-IDX) = WS-SENTIDO
                   ADD WS-VALOR-ABS TO WS-ACU-VALOR(WS-ACU-IDX)
                   ADD 1 TO WS-ACU-LINEAS(WS-ACU-IDX)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N'
               IF WS-ACU-TOTAL >= 2000
                   MOVE 'S' TO WS-DESBORDE-ACU
               ELSE
                   ADD 1 TO WS-ACU-TOTAL
                   MOVE WS-CTA-HALLADA TO WS-ACU-CTA(WS-ACU-TOTAL)
                   MOVE WS-BUS-ORDEN TO WS-ACU-ORDEN(WS-ACU-TOTAL)
                   MOVE WS-SENTIDO TO WS-ACU-SENTIDO(WS-ACU-TOTAL)
                   MOVE WS-VALOR-ABS TO WS-ACU-VALOR(WS-ACU-TOTAL)
                   MOVE 1 TO WS-ACU-LINEAS(WS-ACU-TOTAL)
               END-IF
           END-IF.

       ACUMULAR-SIN-CUENTA.
           ADD WS-VALOR TO WS-SIN-NETO
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > WS-SIN-TOTAL
                      OR WS-ENCONTRADO = 'S'
               IF WS-SIN-TIPO(WS-SIN-IDX) = WS-BUS-TIPO
                      AND WS-SIN-MOTIVO(WS-SIN-IDX) = WS-BUS-MOTIVO
                   ADD WS-VALOR TO WS-SIN-VALOR(WS-SIN-IDX)
                   ADD 1 TO WS-SIN-LINEAS(WS-SIN-IDX)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N'
               IF WS-SIN-TOTAL >= 100
                   MOVE 'S' TO WS-DESBORDE-SIN
               ELSE
                   ADD 1 TO WS-SIN-TOTAL
                   MOVE WS-BUS-TIPO TO WS-SIN-TIPO(WS-SIN-TOTAL)
                   MOVE WS-BUS-MOTIVO TO WS-SIN-MOTIVO(WS-SIN-TOTAL)
                   MOVE WS-VALOR TO WS-SIN-VALOR(WS-SIN-TOTAL)
                   MOVE 1 TO WS-SIN-LINEAS(WS-SIN-TOTAL)
               END-IF
           END-IF.

       VERIFICAR-DESBORDES.
           IF WS-DESBORDE-ACU = 'S'
               DISPLAY "ERROR: La tabla de asientos (2000 "
                       "combinaciones cuenta/orden) se desbordo."
               MOVE 'N' TO WS-PROCESO-OK
           END-IF
           IF WS-DESBORDE-SIN = 'S'
               DISPLAY "ERROR: Mas de 100 tipos de movimiento sin "
                       "cuenta; complete CUENTAS-CONTABLES.DAT."
               MOVE 'N' TO WS-PROCESO-OK
           END-IF
           IF WS-DESBORDE-RCP = 'S'
               DISPLAY "ERROR: La tabla de recepciones (5000) se "
                       "desbordo; las revaluaciones quedarian "
                       "incompletas."
               MOVE 'N' TO WS-PROCESO-OK
           END-IF
           IF WS-DESBORDE-APE = 'S'
               DISPLAY "ERROR: Mas de 5000 materiales con movimiento "
                       "en el periodo; la apertura no se puede anclar."
               MOVE 'N' TO WS-PROCESO-OK
           END-IF.

       VALORIZAR-APERTURA.
           MOVE ZERO TO WS-APERTURA
           MOVE SPACES TO WS-SALDOS-NOMBRE
           STRING "SALDOS-APERTURA-" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-SALDOS-NOMBRE
           OPEN INPUT SALDOS-FILE
           IF FS-STATUS-SAL = "35"
               DISPLAY "AVISO: No existe " WS-SALDOS-NOMBRE "; los "
                       "materiales sin movimiento en el periodo abren "
                       "en cero."
           ELSE
           IF FS-STATUS-SAL NOT = "00"
               DISPLAY "ERROR: No se pudo abrir " WS-SALDOS-NOMBRE
                       ": " FS-STATUS-SAL
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               MOVE 'S' TO WS-HAY-APERTURA
               MOVE 'N' TO WS-EOF-SAL
               PERFORM UNTIL WS-EOF-SAL = 'S'
                   READ SALDOS-FILE
                       AT END MOVE 'S' TO WS-EOF-SAL
                       NOT AT END PERFORM VALORIZAR-SALDO
                   END-READ
               END-PERFORM
               CLOSE SALDOS-FILE
           END-IF
           END-IF
           PERFORM VARYING WS-APE-IDX FROM 1 BY 1
                   UNTIL WS-APE-IDX > WS-APE-TOTAL
               COMPUTE WS-APERTURA = WS-APERTURA
                       + WS-APE-CANTIDAD(WS-APE-IDX)
                       * WS-APE-COSTO(WS-APE-IDX)
           END-PERFORM.

       VALORIZAR-SALDO.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-APE-IDX FROM 1 BY 1
                   UNTIL WS-APE-IDX > WS-APE-TOTAL
                      OR WS-ENCONTRADO = 'S'
               IF WS-APE-ID(WS-APE-IDX) = SAL-ID
                      AND WS-APE-ALMACEN(WS-APE-IDX) = SAL-ALMACEN
                   MOVE 'S' TO WS-ENCONTRADO
                   IF WS-APE-CON-COSTO(WS-APE-IDX) NOT = 'S'
                       MOVE SAL-COSTO-UNITARIO
                            TO WS-APE-COSTO(WS-APE-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N'
               ADD 1 TO WS-APE-SALDOS
               COMPUTE WS-APERTURA = WS-APERTURA
                       + SAL-CANTIDAD * SAL-COSTO-UNITARIO
           END-IF.

       VALORIZAR-MATERIA.
           MOVE ZERO TO WS-MATERIA-VALOR
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
                           COMPUTE WS-MATERIA-VALOR = WS-MATERIA-VALOR
                                   + MAT-CANTIDAD * MAT-COSTO-UNITARIO
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-FILE
           END-IF.

       GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE
           IF FS-STATUS-ASI NOT = "00"
               DISPLAY "ERROR: No se pudo crear "
                       "ASIENTOS-CONTABLES.DAT: " FS-STATUS-ASI
               MOVE 'N' TO WS-PROCESO-OK
           ELSE
               OPEN OUTPUT REPORTE-FILE
               IF FS-STATUS-REP NOT = "00"
                   DISPLAY "ERROR: No se pudo crear "
                           "ASIENTOS-CONTABLES.PRT: " FS-STATUS-REP
                   MOVE 'N' TO WS-PROCESO-OK
                   CLOSE ASIENTOS-FILE
               ELSE
                   OPEN INPUT ORDENES-OBRA-FILE
                   IF FS-STATUS-OBR = "00"
                       MOVE 'S' TO WS-HAY-ORDENES
                   END-IF
                   PERFORM ENCABEZADO-REPORTE
                   PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                           UNTIL WS-ACU-IDX > WS-ACU-TOTAL
                       PERFORM GRABAR-PAR
                   END-PERFORM
                   PERFORM IMPRIMIR-SIN-CUENTA
                   PERFORM IMPRIMIR-CONTROL
                   IF WS-HAY-ORDENES = 'S'
                       CLOSE ORDENES-OBRA-FILE
                   END-IF
                   CLOSE REPORTE-FILE
                   CLOSE ASIENTOS-FILE
                   DISPLAY "Asientos grabados: " WS-ASI-NUMERO
                           " pares en ASIENTOS-CONTABLES.DAT."
                   DISPLAY "Listado y control en "
                           "ASIENTOS-CONTABLES.PRT."
               END-IF
           END-IF.

       ENCABEZADO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA
           STRING "ASIENTOS CONTABLES DE INVENTARIO - PERIODO "
                  WS-PERIODO
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "  NRO CUENTA                DEBE            HABER "
                  "CCOSTO ORDEN/REF   TIPO       MOTIVO"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       GRABAR-PAR.
           MOVE WS-ACU-CTA(WS-ACU-IDX) TO WS-CTA-IDX
           ADD 1 TO WS-ASI-NUMERO
           IF WS-ACU-SENTIDO(WS-ACU-IDX) = 'E'
               MOVE WS-CTA-T-INVENTARIO(WS-CTA-IDX) TO WS-CUENTA-DEBE
               MOVE WS-CTA-T-CONTRA(WS-CTA-IDX) TO WS-CUENTA-HABER
               ADD WS-ACU-VALOR(WS-ACU-IDX) TO WS-INV-DEBE
           ELSE
               MOVE WS-CTA-T-CONTRA(WS-CTA-IDX) TO WS-CUENTA-DEBE
               MOVE WS-CTA-T-INVENTARIO(WS-CTA-IDX) TO WS-CUENTA-HABER
               ADD WS-ACU-VALOR(WS-ACU-IDX) TO WS-INV-HABER
           END-IF
           ADD WS-ACU-VALOR(WS-ACU-IDX) TO WS-TOT-DEBE
           ADD WS-ACU-VALOR(WS-ACU-IDX) TO WS-TOT-HABER
           MOVE SPACES TO WS-CENTRO-COSTO
           IF WS-ACU-ORDEN(WS-ACU-IDX) NOT = SPACES
                   AND WS-HAY-ORDENES = 'S'
               MOVE WS-ACU-ORDEN(WS-ACU-IDX) TO OBR-ORDEN
               READ ORDENES-OBRA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OBR-CENTRO-COSTO TO WS-CENTRO-COSTO
               END-READ
           END-IF
           MOVE SPACES TO ASIENTO-REG
           MOVE WS-PERIODO TO ASI-PERIODO
           MOVE WS-ASI-NUMERO TO ASI-NUMERO
           MOVE WS-CENTRO-COSTO TO ASI-CENTRO-COSTO
           MOVE WS-ACU-ORDEN(WS-ACU-IDX) TO ASI-ORDEN
           MOVE WS-CTA-T-TIPO(WS-CTA-IDX) TO ASI-TIPO
           MOVE WS-CTA-T-MOTIVO(WS-CTA-IDX) TO ASI-MOTIVO
           MOVE WS-CTA-T-DESCRIPCION(WS-CTA-IDX) TO ASI-DESCRIPCION
           MOVE WS-CUENTA-DEBE TO ASI-CUENTA
           MOVE WS-ACU-VALOR(WS-ACU-IDX) TO ASI-DEBE
           MOVE ZERO TO ASI-HABER
           WRITE ASIENTO-REG
           PERFORM IMPRIMIR-LINEA-ASIENTO
           MOVE WS-CUENTA-HABER TO ASI-CUENTA
           MOVE ZERO TO ASI-DEBE
           MOVE WS-ACU-VALOR(WS-ACU-IDX) TO ASI-HABER
           WRITE ASIENTO-REG
           PERFORM IMPRIMIR-LINEA-ASIENTO.

       IMPRIMIR-LINEA-ASIENTO.
           MOVE ASI-NUMERO TO WS-RD-NUMERO
           MOVE ASI-CUENTA TO WS-RD-CUENTA
           MOVE ASI-DEBE TO WS-RD-DEBE
           MOVE ASI-HABER TO WS-RD-HABER
           MOVE ASI-CENTRO-COSTO TO WS-RD-CCOSTO
           MOVE ASI-ORDEN TO WS-RD-ORDEN
           MOVE ASI-TIPO TO WS-RD-TIPO
           MOVE ASI-MOTIVO TO WS-RD-MOTIVO
           MOVE SPACES TO REPORTE-LINEA
           MOVE WS-REP-DETALLE TO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       IMPRIMIR-SIN-CUENTA.
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "TOTAL DEBE" TO WS-RC-TEXTO
           MOVE WS-TOT-DEBE TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "TOTAL HABER" TO WS-RC-TEXTO
           MOVE WS-TOT-HABER TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           IF WS-SIN-TOTAL > ZERO
               MOVE SPACES TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE SPACES TO REPORTE-LINEA
               STRING "MOVIMIENTOS SIN CUENTA EN CUENTAS-CONTABLES.DAT "
                      "(NO CONTABILIZADOS):"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                       UNTIL WS-SIN-IDX > WS-SIN-TOTAL
                   MOVE WS-SIN-TIPO(WS-SIN-IDX) TO WS-RS-TIPO
                   MOVE WS-SIN-MOTIVO(WS-SIN-IDX) TO WS-RS-MOTIVO
                   MOVE WS-SIN-LINEAS(WS-SIN-IDX) TO WS-RS-LINEAS
                   MOVE WS-SIN-VALOR(WS-SIN-IDX) TO WS-RS-VALOR
                   MOVE SPACES TO REPORTE-LINEA
                   MOVE WS-REP-SIN-CUENTA TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   DISPLAY "AVISO: Sin cuenta para "
                           WS-SIN-TIPO(WS-SIN-IDX) " "
                           WS-SIN-MOTIVO(WS-SIN-IDX)
               END-PERFORM
           END-IF.

       IMPRIMIR-CONTROL.
           COMPUTE WS-CIERRE-CALC =
                   WS-APERTURA + WS-INV-DEBE - WS-INV-HABER
           COMPUTE WS-ESPERADO =
                   WS-CIERRE-CALC + WS-SIN-NETO + WS-POST-NETO
           COMPUTE WS-DIFERENCIA = WS-MATERIA-VALOR - WS-ESPERADO
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "CONTROL DE VALOR DE INVENTARIO" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO WS-RC-TEXTO
           STRING "VALOR DE APERTURA " WS-SALDOS-NOMBRE
               DELIMITED BY SIZE INTO WS-RC-TEXTO
           MOVE WS-APERTURA TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "MAS DEBITOS A INVENTARIO" TO WS-RC-TEXTO
           MOVE WS-INV-DEBE TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "MENOS CREDITOS A INVENTARIO" TO WS-RC-TEXTO
           MOVE WS-INV-HABER TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "VALOR DE CIERRE SEGUN ASIENTOS" TO WS-RC-TEXTO
           MOVE WS-CIERRE-CALC TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           IF WS-SIN-NETO NOT = ZERO
               MOVE "MOVIMIENTOS SIN CUENTA (NO CONTABILIZADOS)"
                    TO WS-RC-TEXTO
               MOVE WS-SIN-NETO TO WS-RC-IMPORTE
               MOVE WS-REP-CONTROL TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF
           MOVE "MOVIMIENTOS POSTERIORES AL PERIODO" TO WS-RC-TEXTO
           MOVE WS-POST-NETO TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "VALOR ESPERADO EN MATERIA.DAT" TO WS-RC-TEXTO
           MOVE WS-ESPERADO TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "VALOR ACTUAL DE MATERIA.DAT" TO WS-RC-TEXTO
           MOVE WS-MATERIA-VALOR TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "DIFERENCIA" TO WS-RC-TEXTO
           MOVE WS-DIFERENCIA TO WS-RC-IMPORTE
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "LINEAS DEL PERIODO: " WS-LIN-PERIODO
                  "  POSTERIORES: " WS-LIN-POSTERIOR
                  "  ILEGIBLES: " WS-LIN-ILEGIBLES
                  "  SIN COSTO: " WS-LIN-SIN-COSTO
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "MERMAS DE CUARENTENA: " WS-MERMAS
                  "  REVALUACIONES DEL PERIODO: " WS-REV-PERIODO
                  "  POSTERIORES: " WS-REV-POSTERIOR
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "APERTURA: " WS-APE-TOTAL " CLAVES SEGUN SU PRIMER "
                  "MOVIMIENTO, " WS-APE-SALDOS " SEGUN "
                  WS-SALDOS-NOMBRE
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           IF WS-LIN-CONSIGNA > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "LINEAS DE CONSIGNACION (STOCK DEL PROVEEDOR, "
                      "SIN ASIENTO): " WS-LIN-CONSIGNA
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF
           IF WS-DIFERENCIA = ZERO AND WS-SIN-TOTAL = ZERO
               MOVE "CONTROL: CUADRA" TO REPORTE-LINEA
               DISPLAY "Control de valor: CUADRA."
           ELSE
               IF WS-DIFERENCIA NOT = ZERO
                   MOVE SPACES TO REPORTE-LINEA
                   STRING "CONTROL: NO CUADRA - HAY CAMBIOS DE VALOR "
                          "EN MATERIA.DAT SIN MOVIMIENTO REGISTRADO"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               ELSE
                   MOVE SPACES TO REPORTE-LINEA
                   STRING "CONTROL: CUADRA CON MOVIMIENTOS SIN "
                          "CUENTA - ASIENTOS INCOMPLETOS"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               END-IF
               MOVE WS-DIFERENCIA TO WS-RC-IMPORTE
               DISPLAY "AVISO: Control de valor no cuadra; "
                       "diferencia " WS-RC-IMPORTE
                       "; ver ASIENTOS-CONTABLES.PRT."
           END-IF
           WRITE REPORTE-LINEA
           IF WS-LIN-SIN-COSTO > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "AVISO: " WS-LIN-SIN-COSTO " LINEAS SIN COSTO "
                      "REGISTRADO NO SE VALORIZARON"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF
           IF WS-LIN-ILEGIBLES > ZERO
               MOVE SPACES TO REPORTE-LINEA
               STRING "AVISO: " WS-LIN-ILEGIBLES " LINEAS CON FORMATO "
                      "ANTERIOR NO CONTABILIZADAS - EJECUTE "
                      "CONVERSION-MOVIMIENTOS"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

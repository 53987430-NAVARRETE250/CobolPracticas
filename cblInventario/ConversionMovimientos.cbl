       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-MOVIMIENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN DYNAMIC WS-ENT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-ENT.

           SELECT SALIDA-FILE ASSIGN TO "MOVIMIENTOS-CONV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-SAL.

           SELECT CERRADOS-FILE ASSIGN TO "PERIODOS-CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-CER.

           SELECT REPORTE-FILE ASSIGN TO "CONVERSION-MOVIMIENTOS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-REP.

           SELECT SESION-LOCK-FILE ASSIGN TO "SESION-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  ENTRADA-LINEA        PIC X(180).
           COPY MOVIMIENTO.

       FD  SALIDA-FILE.
       01  SALIDA-LINEA         PIC X(120).

       FD  CERRADOS-FILE.
       01  CERRADO-REG.
           05 CER-PERIODO       PIC 9(06).

       FD  REPORTE-FILE.
       01  REPORTE-LINEA        PIC X(132).

       FD  SESION-LOCK-FILE.
       01  SESION-LOCK-REG.
           05 LCK-USUARIO       PIC X(08).
           05 FILLER            PIC X(01).
           05 LCK-FECHA-HORA    PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS-ENT     PIC XX.
           05 FS-STATUS-SAL     PIC XX.
           05 FS-STATUS-CER     PIC XX.
           05 FS-STATUS-REP     PIC XX.
           05 FS-STATUS-LCK     PIC XX.
           05 WS-ENT-NOMBRE     PIC X(30).
           05 WS-RESPALDO-NOMBRE PIC X(30).
           05 WS-TEMPORAL-NOMBRE PIC X(30)
                                VALUE "MOVIMIENTOS-CONV.TMP".
           05 WS-LOCK-NOMBRE    PIC X(20) VALUE "SESION-LOCK.DAT".
           05 WS-LOCK-OK        PIC X VALUE 'N'.
           05 WS-PROCESO-OK     PIC X VALUE 'S'.
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-ARCHIVO-OK     PIC X VALUE 'S'.
           05 WS-RESULTADO      PIC X(20).
           05 WS-EOF-ENT        PIC X VALUE 'N'.
           05 WS-EOF-SAL        PIC X VALUE 'N'.
           05 WS-EOF-CER        PIC X VALUE 'N'.
           05 WS-LINEA-NUM      PIC 9(07).
           05 WS-ARCHIVOS-LEIDOS     PIC 9(04) VALUE ZERO.
           05 WS-ARCHIVOS-CONVERTIDOS PIC 9(04) VALUE ZERO.
           05 WS-ARCHIVOS-AL-DIA     PIC 9(04) VALUE ZERO.
           05 WS-ARCHIVOS-FALLIDOS   PIC 9(04) VALUE ZERO.
           05 WS-ARCHIVOS-AUSENTES   PIC 9(04) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
           05 WS-FA-ANIO        PIC 9(04).
           05 WS-FA-MES         PIC 9(02).
           05 WS-FA-DIA         PIC 9(02).
           05 WS-FA-HORA        PIC 9(02).
           05 WS-FA-MINUTO      PIC 9(02).
           05 WS-FA-SEGUNDO     PIC 9(02).
           05 FILLER            PIC X(07).

       01  WS-LINEA-ANTERIOR.
           05 WS-LA-ROT-ID      PIC X(03).
           05 WS-LA-ID          PIC X(05).
           05 FILLER            PIC X(05).
           05 WS-LA-ALMACEN     PIC X(04).
           05 WS-LA-ROT-OP      PIC X(04).
           05 WS-LA-TIPO        PIC X(10).
           05 FILLER            PIC X(07).
           05 WS-LA-ANTES       PIC X(06).
           05 FILLER            PIC X(09).
           05 WS-LA-DESPUES     PIC X(06).
           05 FILLER            PIC X(07).
           05 WS-LA-DIA         PIC X(02).
           05 FILLER            PIC X(01).
           05 WS-LA-MES         PIC X(02).
           05 FILLER            PIC X(01).
           05 WS-LA-ANIO        PIC X(04).
           05 FILLER            PIC X(06).
           05 WS-LA-HORA        PIC X(02).
           05 FILLER            PIC X(01).
           05 WS-LA-MINUTO      PIC X(02).
           05 FILLER            PIC X(01).
           05 WS-LA-SEGUNDO     PIC X(02).
           05 FILLER            PIC X(09).
           05 WS-LA-USUARIO     PIC X(08).
           05 FILLER            PIC X(08).
           05 WS-LA-MOTIVO      PIC X(12).
           05 FILLER            PIC X(08).
           05 WS-LA-CU-ANT      PIC X(08).
           05 WS-LA-CU-ANT-N REDEFINES WS-LA-CU-ANT
                                PIC 9(06)V99.
           05 FILLER            PIC X(08).
           05 WS-LA-CU-NVO      PIC X(08).
           05 WS-LA-CU-NVO-N REDEFINES WS-LA-CU-NVO
                                PIC 9(06)V99.
           05 FILLER            PIC X(05).
           05 WS-LA-REF         PIC X(10).
           05 FILLER            PIC X(06).

           COPY MOVIMIENTO REPLACING LEADING ==MOV-== BY ==WS-CNV-==.

       01  WS-CONTROL-ARCHIVO.
           05 WS-ENT-LINEAS     PIC 9(07).
           05 WS-ENT-ANTERIOR   PIC 9(07).
           05 WS-ENT-AL-DIA     PIC 9(07).
           05 WS-ENT-BLANCAS    PIC 9(07).
           05 WS-ENT-RECHAZADAS PIC 9(07).
           05 WS-ENT-ANTES      PIC 9(12).
           05 WS-ENT-DESPUES    PIC 9(12).
           05 WS-ENT-NETO       PIC S9(12).
           05 WS-SAL-LINEAS     PIC 9(07).
           05 WS-SAL-ANTES      PIC 9(12).
           05 WS-SAL-DESPUES    PIC 9(12).
           05 WS-SAL-NETO       PIC S9(12).

       01  WS-CONTROL-GENERAL.
           05 WS-TOT-ENT-LINEAS PIC 9(08) VALUE ZERO.
           05 WS-TOT-ENT-ANTES  PIC 9(13) VALUE ZERO.
           05 WS-TOT-ENT-DESPUES PIC 9(13) VALUE ZERO.
           05 WS-TOT-ENT-NETO   PIC S9(13) VALUE ZERO.
           05 WS-TOT-SAL-LINEAS PIC 9(08) VALUE ZERO.
           05 WS-TOT-SAL-ANTES  PIC 9(13) VALUE ZERO.
           05 WS-TOT-SAL-DESPUES PIC 9(13) VALUE ZERO.
           05 WS-TOT-SAL-NETO   PIC S9(13) VALUE ZERO.
           05 WS-TOT-RECHAZADAS PIC 9(08) VALUE ZERO.

       01  WS-REP-CONTROL.
           05 WS-RC-CONCEPTO    PIC X(22).
           05 WS-RC-LINEAS      PIC Z(07)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RC-ANTES       PIC Z(12)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RC-DESPUES     PIC Z(12)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RC-NETO        PIC -Z(12)9.

       01  WS-REP-CONTEO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RK-TEXTO       PIC X(30).
           05 WS-RK-CANTIDAD    PIC Z(07)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           PERFORM TOMAR-BLOQUEO
           IF WS-LOCK-OK = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF FS-STATUS-REP NOT = "00"
               DISPLAY "ERROR: No se pudo crear "
                       "CONVERSION-MOVIMIENTOS.PRT: " FS-STATUS-REP
               PERFORM LIBERAR-BLOQUEO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "=== CONVERSION DEL REGISTRO DE MOVIMIENTOS ==="
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM RECORRER-ARCHIVOS-CERRADOS
           IF WS-PROCESO-OK = 'S'
               MOVE "MOVIMIENTOS.DAT" TO WS-ENT-NOMBRE
               PERFORM CONVERTIR-ARCHIVO
           END-IF
           PERFORM IMPRIMIR-TOTALES
           CLOSE REPORTE-FILE
           DISPLAY "Archivos convertidos: " WS-ARCHIVOS-CONVERTIDOS
                   "  ya convertidos: " WS-ARCHIVOS-AL-DIA
                   "  con errores: " WS-ARCHIVOS-FALLIDOS
           IF WS-ARCHIVOS-FALLIDOS > ZERO OR WS-PROCESO-OK = 'N'
               DISPLAY "AVISO: Hay archivos sin convertir; ver "
                       "CONVERSION-MOVIMIENTOS.PRT."
               MOVE 8 TO WS-RETORNO
           ELSE
               IF WS-ARCHIVOS-AL-DIA > ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF
           DISPLAY "Reporte de control en CONVERSION-MOVIMIENTOS.PRT."
           PERFORM LIBERAR-BLOQUEO
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

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
                               "convertir el registro de movimientos."
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
               MOVE "CONVMOV" TO LCK-USUARIO
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
           END-IF.

       RECORRER-ARCHIVOS-CERRADOS.
           OPEN INPUT CERRADOS-FILE
           IF FS-STATUS-CER = "00"
               MOVE 'N' TO WS-EOF-CER
               PERFORM UNTIL WS-EOF-CER = 'S'
                       OR WS-PROCESO-OK = 'N'
                   READ CERRADOS-FILE
                       AT END MOVE 'S' TO WS-EOF-CER
                       NOT AT END
                           IF CER-PERIODO NUMERIC
                               MOVE SPACES TO WS-ENT-NOMBRE
                               STRING "MOVIMIENTOS-" CER-PERIODO
                                      ".DAT"
                                   DELIMITED BY SIZE
                                   INTO WS-ENT-NOMBRE
                               PERFORM CONVERTIR-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERRADOS-FILE
           END-IF.

       CONVERTIR-ARCHIVO.
           INITIALIZE WS-CONTROL-ARCHIVO
           MOVE 'S' TO WS-ARCHIVO-OK
           MOVE SPACES TO WS-RESULTADO
           OPEN INPUT ENTRADA-FILE
           IF FS-STATUS-ENT = "35"
               ADD 1 TO WS-ARCHIVOS-AUSENTES
               MOVE "NO EXISTE" TO WS-RESULTADO
               PERFORM IMPRIMIR-TITULO-ARCHIVO
           ELSE
           IF FS-STATUS-ENT NOT = "00"
               DISPLAY "ERROR: No se pudo abrir " WS-ENT-NOMBRE ": "
                       FS-STATUS-ENT
               ADD 1 TO WS-ARCHIVOS-FALLIDOS
               MOVE "NO SE PUDO ABRIR" TO WS-RESULTADO
               PERFORM IMPRIMIR-TITULO-ARCHIVO
           ELSE
               ADD 1 TO WS-ARCHIVOS-LEIDOS
               OPEN OUTPUT SALIDA-FILE
               IF FS-STATUS-SAL NOT = "00"
                   DISPLAY "ERROR: No se pudo crear "
                           "MOVIMIENTOS-CONV.TMP: " FS-STATUS-SAL
                   CLOSE ENTRADA-FILE
                   MOVE 'N' TO WS-PROCESO-OK
                   ADD 1 TO WS-ARCHIVOS-FALLIDOS
                   MOVE "SIN TEMPORAL" TO WS-RESULTADO
                   PERFORM IMPRIMIR-TITULO-ARCHIVO
               ELSE
                   PERFORM IMPRIMIR-TITULO-ARCHIVO
                   MOVE ZERO TO WS-LINEA-NUM
                   MOVE 'N' TO WS-EOF-ENT
                   PERFORM UNTIL WS-EOF-ENT = 'S'
                       READ ENTRADA-FILE
                           AT END MOVE 'S' TO WS-EOF-ENT
                           NOT AT END PERFORM CONVERTIR-LINEA
                       END-READ
                   END-PERFORM
                   CLOSE SALIDA-FILE
                   CLOSE ENTRADA-FILE
                   PERFORM VERIFICAR-TEMPORAL
                   PERFORM CERRAR-ARCHIVO
               END-IF
           END-IF
           END-IF.

       CONVERTIR-LINEA.
           ADD 1 TO WS-LINEA-NUM
           IF ENTRADA-LINEA = SPACES
               ADD 1 TO WS-ENT-BLANCAS
           ELSE
               ADD 1 TO WS-ENT-LINEAS
               IF MOV-VERSION-ACTUAL
                   PERFORM COPIAR-LINEA-ACTUAL
               ELSE
                   MOVE ENTRADA-LINEA TO WS-LINEA-ANTERIOR
                   IF WS-LA-ROT-ID NOT = "ID:"
                           OR WS-LA-ROT-OP NOT = " OP:"
                           OR WS-LA-ID NOT NUMERIC
                           OR WS-LA-ANTES NOT NUMERIC
                           OR WS-LA-DESPUES NOT NUMERIC
                           OR WS-LA-ANIO NOT NUMERIC
                           OR WS-LA-MES NOT NUMERIC
                           OR WS-LA-DIA NOT NUMERIC
                       PERFORM RECHAZAR-LINEA
                   ELSE
                       PERFORM CONVERTIR-LINEA-ANTERIOR
                   END-IF
               END-IF
           END-IF.

       COPIAR-LINEA-ACTUAL.
           ADD 1 TO WS-ENT-AL-DIA
           ADD MOV-ANTES TO WS-ENT-ANTES
           ADD MOV-DESPUES TO WS-ENT-DESPUES
           COMPUTE WS-ENT-NETO = WS-ENT-NETO
                               + MOV-DESPUES - MOV-ANTES
           MOVE MOV-REGISTRO TO SALIDA-LINEA
           WRITE SALIDA-LINEA.

       CONVERTIR-LINEA-ANTERIOR.
           ADD 1 TO WS-ENT-ANTERIOR
           MOVE SPACES TO WS-CNV-REGISTRO
           SET WS-CNV-VERSION-ACTUAL TO TRUE
           MOVE WS-LA-ID TO WS-CNV-ID
           MOVE WS-LA-ALMACEN TO WS-CNV-ALMACEN
           MOVE WS-LA-TIPO TO WS-CNV-TIPO
           MOVE WS-LA-ANTES TO WS-CNV-ANTES
           MOVE WS-LA-DESPUES TO WS-CNV-DESPUES
           COMPUTE WS-CNV-DELTA = WS-CNV-DESPUES - WS-CNV-ANTES
           MOVE WS-LA-ANIO TO WS-CNV-ANIO
           MOVE WS-LA-MES TO WS-CNV-MES
           MOVE WS-LA-DIA TO WS-CNV-DIA
           IF WS-LA-HORA NUMERIC AND WS-LA-MINUTO NUMERIC
                   AND WS-LA-SEGUNDO NUMERIC
               MOVE WS-LA-HORA TO WS-CNV-HORA
               MOVE WS-LA-MINUTO TO WS-CNV-MINUTO
               MOVE WS-LA-SEGUNDO TO WS-CNV-SEGUNDO
           ELSE
               MOVE ZERO TO WS-CNV-TIEMPO
           END-IF
           MOVE WS-LA-USUARIO TO WS-CNV-USUARIO
           MOVE WS-LA-MOTIVO TO WS-CNV-MOTIVO
           MOVE WS-LA-REF TO WS-CNV-REF
           IF WS-LA-CU-ANT NUMERIC AND WS-LA-CU-NVO NUMERIC
               MOVE WS-LA-CU-ANT-N TO WS-CNV-COSTO-ANTERIOR
               MOVE WS-LA-CU-NVO-N TO WS-CNV-COSTO-UNITARIO
               SET WS-CNV-CON-COSTO TO TRUE
           ELSE
               MOVE ZERO TO WS-CNV-COSTO-ANTERIOR
               MOVE ZERO TO WS-CNV-COSTO-UNITARIO
               SET WS-CNV-SIN-COSTO TO TRUE
           END-IF
           ADD WS-CNV-ANTES TO WS-ENT-ANTES
           ADD WS-CNV-DESPUES TO WS-ENT-DESPUES
           COMPUTE WS-ENT-NETO = WS-ENT-NETO
                               + WS-CNV-DESPUES - WS-CNV-ANTES
           MOVE WS-CNV-REGISTRO TO SALIDA-LINEA
           WRITE SALIDA-LINEA.

       RECHAZAR-LINEA.
           ADD 1 TO WS-ENT-RECHAZADAS
           MOVE 'N' TO WS-ARCHIVO-OK
           MOVE SPACES TO REPORTE-LINEA
           STRING "  RECHAZADA LINEA " WS-LINEA-NUM ": "
                  ENTRADA-LINEA(1:100)
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       VERIFICAR-TEMPORAL.
           OPEN INPUT SALIDA-FILE
           IF FS-STATUS-SAL NOT = "00"
               DISPLAY "ERROR: No se pudo releer "
                       "MOVIMIENTOS-CONV.TMP: " FS-STATUS-SAL
               MOVE 'N' TO WS-ARCHIVO-OK
           ELSE
               MOVE 'N' TO WS-EOF-SAL
               PERFORM UNTIL WS-EOF-SAL = 'S'
                   READ SALIDA-FILE
                       AT END MOVE 'S' TO WS-EOF-SAL
                       NOT AT END
                           MOVE SALIDA-LINEA TO WS-CNV-REGISTRO
                           ADD 1 TO WS-SAL-LINEAS
                           IF WS-CNV-VERSION-ACTUAL
                               ADD WS-CNV-ANTES TO WS-SAL-ANTES
                               ADD WS-CNV-DESPUES TO WS-SAL-DESPUES
                               ADD WS-CNV-DELTA TO WS-SAL-NETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALIDA-FILE
           END-IF
           IF WS-SAL-LINEAS NOT = WS-ENT-LINEAS - WS-ENT-RECHAZADAS
                   OR WS-SAL-ANTES NOT = WS-ENT-ANTES
                   OR WS-SAL-DESPUES NOT = WS-ENT-DESPUES
                   OR WS-SAL-NETO NOT = WS-ENT-NETO
               MOVE 'N' TO WS-ARCHIVO-OK
           END-IF.

       CERRAR-ARCHIVO.
           IF WS-ARCHIVO-OK = 'N'
               CALL "CBL_DELETE_FILE" USING WS-TEMPORAL-NOMBRE
               ADD 1 TO WS-ARCHIVOS-FALLIDOS
               IF WS-ENT-RECHAZADAS > ZERO
                   MOVE "LINEAS RECHAZADAS" TO WS-RESULTADO
               ELSE
                   MOVE "NO CUADRA" TO WS-RESULTADO
               END-IF
               DISPLAY "AVISO: " WS-ENT-NOMBRE " no se convirtio ("
                       WS-RESULTADO "); el original quedo intacto."
           ELSE
           IF WS-ENT-ANTERIOR = ZERO
               CALL "CBL_DELETE_FILE" USING WS-TEMPORAL-NOMBRE
               ADD 1 TO WS-ARCHIVOS-AL-DIA
               MOVE "YA CONVERTIDO" TO WS-RESULTADO
           ELSE
               PERFORM REEMPLAZAR-ARCHIVO
           END-IF
           END-IF
           PERFORM IMPRIMIR-CONTROL-ARCHIVO.

       REEMPLAZAR-ARCHIVO.
           MOVE SPACES TO WS-RESPALDO-NOMBRE
           STRING WS-ENT-NOMBRE DELIMITED BY ".DAT"
                  ".PRECONV" DELIMITED BY SIZE
               INTO WS-RESPALDO-NOMBRE
           CALL "CBL_RENAME_FILE"
               USING WS-ENT-NOMBRE WS-RESPALDO-NOMBRE
           IF RETURN-CODE NOT = ZERO
               DISPLAY "ERROR: No se pudo respaldar " WS-ENT-NOMBRE
                       " como " WS-RESPALDO-NOMBRE
               CALL "CBL_DELETE_FILE" USING WS-TEMPORAL-NOMBRE
               ADD 1 TO WS-ARCHIVOS-FALLIDOS
               MOVE "SIN RESPALDO" TO WS-RESULTADO
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING WS-TEMPORAL-NOMBRE WS-ENT-NOMBRE
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ERROR GRAVE: " WS-ENT-NOMBRE " fue "
                           "respaldado como " WS-RESPALDO-NOMBRE
                           " pero MOVIMIENTOS-CONV.TMP no se pudo "
                           "renombrar; renombrelo a mano antes de "
                           "operar."
                   MOVE 'N' TO WS-PROCESO-OK
                   ADD 1 TO WS-ARCHIVOS-FALLIDOS
                   MOVE "RENOMBRE PENDIENTE" TO WS-RESULTADO
               ELSE
                   ADD 1 TO WS-ARCHIVOS-CONVERTIDOS
                   MOVE "CONVERTIDO" TO WS-RESULTADO
                   DISPLAY "Convertido: " WS-ENT-NOMBRE
                           " (original en " WS-RESPALDO-NOMBRE ")"
               END-IF
           END-IF.

       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO REPORTE-LINEA
           STRING "CONVERSION DEL REGISTRO DE MOVIMIENTOS - "
                  WS-FA-DIA "/" WS-FA-MES "/" WS-FA-ANIO " "
                  WS-FA-HORA ":" WS-FA-MINUTO
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "=" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "CONCEPTO                LINEAS"
                  "     TOTAL ANTES   TOTAL DESPUES"
                  "    NETO (DELTA)"
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       IMPRIMIR-TITULO-ARCHIVO.
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "ARCHIVO: " WS-ENT-NOMBRE " " WS-RESULTADO
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       IMPRIMIR-CONTROL-ARCHIVO.
           MOVE "  LEIDO" TO WS-RC-CONCEPTO
           MOVE WS-ENT-LINEAS TO WS-RC-LINEAS
           MOVE WS-ENT-ANTES TO WS-RC-ANTES
           MOVE WS-ENT-DESPUES TO WS-RC-DESPUES
           MOVE WS-ENT-NETO TO WS-RC-NETO
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "  GRABADO" TO WS-RC-CONCEPTO
           MOVE WS-SAL-LINEAS TO WS-RC-LINEAS
           MOVE WS-SAL-ANTES TO WS-RC-ANTES
           MOVE WS-SAL-DESPUES TO WS-RC-DESPUES
           MOVE WS-SAL-NETO TO WS-RC-NETO
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "FORMATO ANTERIOR" TO WS-RK-TEXTO
           MOVE WS-ENT-ANTERIOR TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "YA EN FORMATO FIJO" TO WS-RK-TEXTO
           MOVE WS-ENT-AL-DIA TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "RECHAZADAS" TO WS-RK-TEXTO
           MOVE WS-ENT-RECHAZADAS TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "EN BLANCO (OMITIDAS)" TO WS-RK-TEXTO
           MOVE WS-ENT-BLANCAS TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           STRING "  RESULTADO: " WS-RESULTADO
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           ADD WS-ENT-LINEAS TO WS-TOT-ENT-LINEAS
           ADD WS-ENT-ANTES TO WS-TOT-ENT-ANTES
           ADD WS-ENT-DESPUES TO WS-TOT-ENT-DESPUES
           ADD WS-ENT-NETO TO WS-TOT-ENT-NETO
           ADD WS-ENT-RECHAZADAS TO WS-TOT-RECHAZADAS
           ADD WS-SAL-LINEAS TO WS-TOT-SAL-LINEAS
           ADD WS-SAL-ANTES TO WS-TOT-SAL-ANTES
           ADD WS-SAL-DESPUES TO WS-TOT-SAL-DESPUES
           ADD WS-SAL-NETO TO WS-TOT-SAL-NETO.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "=" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "TOTAL LEIDO" TO WS-RC-CONCEPTO
           MOVE WS-TOT-ENT-LINEAS TO WS-RC-LINEAS
           MOVE WS-TOT-ENT-ANTES TO WS-RC-ANTES
           MOVE WS-TOT-ENT-DESPUES TO WS-RC-DESPUES
           MOVE WS-TOT-ENT-NETO TO WS-RC-NETO
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "TOTAL GRABADO" TO WS-RC-CONCEPTO
           MOVE WS-TOT-SAL-LINEAS TO WS-RC-LINEAS
           MOVE WS-TOT-SAL-ANTES TO WS-RC-ANTES
           MOVE WS-TOT-SAL-DESPUES TO WS-RC-DESPUES
           MOVE WS-TOT-SAL-NETO TO WS-RC-NETO
           MOVE WS-REP-CONTROL TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "ARCHIVOS LEIDOS" TO WS-RK-TEXTO
           MOVE WS-ARCHIVOS-LEIDOS TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "CONVERTIDOS" TO WS-RK-TEXTO
           MOVE WS-ARCHIVOS-CONVERTIDOS TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "YA CONVERTIDOS" TO WS-RK-TEXTO
           MOVE WS-ARCHIVOS-AL-DIA TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "CON ERRORES (SIN CAMBIOS)" TO WS-RK-TEXTO
           MOVE WS-ARCHIVOS-FALLIDOS TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "LISTADOS PERO INEXISTENTES" TO WS-RK-TEXTO
           MOVE WS-ARCHIVOS-AUSENTES TO WS-RK-CANTIDAD
           MOVE WS-REP-CONTEO TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACES TO REPORTE-LINEA
           IF WS-TOT-SAL-LINEAS = WS-TOT-ENT-LINEAS
                   AND WS-TOT-SAL-ANTES = WS-TOT-ENT-ANTES
                   AND WS-TOT-SAL-DESPUES = WS-TOT-ENT-DESPUES
                   AND WS-TOT-SAL-NETO = WS-TOT-ENT-NETO
               MOVE "CONTROL: CUADRA - NO SE PERDIO NINGUNA LINEA"
                    TO REPORTE-LINEA
           ELSE
               MOVE "CONTROL: NO CUADRA - REVISE LOS ARCHIVOS MARCADOS"
                    TO REPORTE-LINEA
           END-IF
           WRITE REPORTE-LINEA.

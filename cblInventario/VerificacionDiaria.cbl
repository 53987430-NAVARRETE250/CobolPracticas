           05 BK-COSTO-UNITARIO     PIC 9(06)V99.

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIENTO.

       FD  MATERIAL-FILE.
       01  MATERIAL-REG.
           05 FS-STATUS-MOV     PIC XX.
           05 FS-STATUS-EXC     PIC XX.
           05 WS-PARM-FECHA     PIC X(08).
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-EOF-BK         PIC X VALUE 'N'.
           05 WS-EOF-MOV        PIC X VALUE 'N'.
           05 WS-VD-TOTAL       PIC 9(04).
           05 WS-VD-DESBORDE    PIC X VALUE 'N'.
           05 FS-STATUS-PER     PIC XX.
           05 WS-MOV-NOMBRE     PIC X(30).
           05 WS-MOV-ANTERIORES PIC 9(06) VALUE ZERO.
           05 WS-PERIODO-DIA    PIC 9(06).
           05 WS-PERIODO-ABIERTO PIC 9(06).

           MOVE ZERO TO WS-EXCEPCIONES
           PERFORM ELEGIR-ARCHIVO-MOV
           PERFORM CARGAR-RESPALDO
           IF FS-STATUS-BK NOT = "00" OR WS-VD-DESBORDE = 'S'
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT EXCEPCIONES-FILE
               IF FS-STATUS-EXC NOT = "00"
                   DISPLAY "ERROR: No se pudo crear "
                           "VERIFICACION-EXCEPCIONES.PRT: "
                           FS-STATUS-EXC
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM REPRODUCIR-MOVIMIENTOS
                   IF WS-VD-DESBORDE = 'S'
                       DISPLAY "ERROR: Tabla de verificacion (5000 "
                               "claves) desbordada; verificacion "
                               "cancelada."
                       MOVE 8 TO WS-RETORNO
                   ELSE
                       PERFORM COMPARAR-CON-MATERIA
                       DISPLAY "Verificacion del dia " WS-VD-DIA "/"
                       DISPLAY "Excepciones: " WS-EXCEPCIONES
                       DISPLAY "Detalle en "
                               "VERIFICACION-EXCEPCIONES.PRT."
                       IF WS-EXCEPCIONES > ZERO
                           MOVE 4 TO WS-RETORNO
                       END-IF
                   END-IF
                   CLOSE EXCEPCIONES-FILE
               END-IF
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       ELEGIR-ARCHIVO-MOV.
                   READ MOVIMIENTOS-FILE
                       AT END MOVE 'S' TO WS-EOF-MOV
                       NOT AT END
                           IF NOT MOV-VERSION-ACTUAL
                               ADD 1 TO WS-MOV-ANTERIORES
                           ELSE
                           IF MOV-ANIO = WS-VD-ANIO
                                  AND MOV-MES = WS-VD-MES
                                  AND MOV-DIA = WS-VD-DIA
                                  AND MOV-STOCK-PROPIO
                               ADD 1 TO WS-MOVS-DIA
                               PERFORM APLICAR-MOVIMIENTO
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
               IF WS-MOV-ANTERIORES > ZERO
                   MOVE SPACES TO EXCEPCION-LINEA
                   STRING WS-MOV-ANTERIORES " LINEAS CON FORMATO "
                          "ANTERIOR NO VERIFICADAS - EJECUTE "
                          "CONVERSION-MOVIMIENTOS"
                       DELIMITED BY SIZE INTO EXCEPCION-LINEA
                   WRITE EXCEPCION-LINEA
                   ADD 1 TO WS-EXCEPCIONES
               END-IF
           END-IF.

       APLICAR-MOVIMIENTO.
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                   UNTIL WS-VD-IDX > WS-VD-TOTAL
               IF WS-VD-VISTO(WS-VD-IDX) = 'N'
                      AND WS-VD-CANT(WS-VD-IDX) NOT = ZERO
                   MOVE SPACES TO EXCEPCION-LINEA
                   STRING "ID:" WS-VD-ID(WS-VD-IDX)
                          " ALM:" WS-VD-ALMACEN(WS-VD-IDX)

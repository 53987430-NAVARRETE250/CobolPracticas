           05 WS-XRF-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-HALLADO             PIC X(01) VALUE 'N'.
           05 WS-DIFERENCIAS         PIC 9(05) VALUE ZERO.
           05 WS-RETORNO             PIC 9(04) VALUE ZERO.
           05 WS-MAT-SUMA            PIC 9(08).
           05 WS-MAT-COSTO           PIC 9(06)V99.
           05 WS-MAT-EXISTE          PIC X(01) VALUE 'N'.
           IF WS-XRF-DESBORDE = 'S'
               DISPLAY "RECONCILIACION CANCELADA: no se genera "
                       "RECONCILIACION.PRT con mapeos parciales."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-ABRIR-REPORTE
               IF WS-MAT-FS NOT = "00"
                   DISPLAY "ERROR AL ABRIR MATERIA.DAT: " WS-MAT-FS
                   CLOSE REPORTE-FILE
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM 300-RECORRER-PRODUCTOS
                   PERFORM 400-RECORRER-MATERIA
                   PERFORM 500-MAPEOS-SIN-PRODUCTO
                   PERFORM 600-CERRAR-REPORTE
                   CLOSE MATERIAL-FILE
                   IF WS-DIFERENCIAS > ZERO AND WS-RETORNO = ZERO
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       100-CARGAR-CRUCE.
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PROD-FS NOT = "00"
               DISPLAY "ERROR AL ABRIR PRODUCTOS.DAT: " WS-PROD-FS
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE

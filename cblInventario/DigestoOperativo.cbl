               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS FS-STATUS-LOT.

           SELECT ESTADOS-FILE ASSIGN TO "MATERIA-ESTADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CLAVE
               FILE STATUS IS FS-STATUS-EST.

           SELECT ORDEN-COMPRA-FILE ASSIGN TO "ORDEN-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-OC.
           05 LOT-CANTIDAD      PIC 9(06).
           05 LOT-CADUCIDAD     PIC 9(08).

       FD  ESTADOS-FILE.
           COPY ESTADOMAT.

       FD  ORDEN-COMPRA-FILE.
       01  ORDEN-COMPRA-REG.
           05 OC-NUMERO         PIC 9(06).
           05 FS-STATUS-OC      PIC XX.
           05 FS-STATUS-EXC     PIC XX.
           05 FS-STATUS-DIG     PIC XX.
           05 FS-STATUS-EST     PIC XX.
           05 WS-EST-ABIERTO    PIC X VALUE 'N'.
           05 WS-EST-ACTUAL     PIC X VALUE 'A'.
           05 WS-PARM-DIAS      PIC X(03).
           05 WS-PARM-ORIGINAL  PIC X(03).
           05 WS-PARM-AUX       PIC X(02).
           IF FS-STATUS-DIG NOT = "00"
               DISPLAY "ERROR: No se pudo crear DIGESTO-OPERATIVO.PRT: "
                       FS-STATUS-DIG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO DIGESTO-LINEA
                    TO DIGESTO-LINEA
               WRITE DIGESTO-LINEA
           END-IF
           MOVE 'N' TO WS-EST-ABIERTO
           OPEN INPUT ESTADOS-FILE
           IF FS-STATUS-EST = "00"
               MOVE 'S' TO WS-EST-ABIERTO
           END-IF
           OPEN INPUT MATERIAL-FILE
           IF FS-STATUS NOT = "00"
               CONTINUE
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-FILE
           END-IF
           IF WS-EST-ABIERTO = 'S'
               CLOSE ESTADOS-FILE
           END-IF.

       REVISAR-MATERIAL.
           MOVE 'A' TO WS-EST-ACTUAL
           IF WS-EST-ABIERTO = 'S'
               MOVE MAT-CLAVE TO EST-CLAVE
               READ ESTADOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE EST-ESTADO TO WS-EST-ACTUAL
               END-READ
           END-IF
           IF WS-EST-ACTUAL NOT = 'D'
               MOVE ZERO TO WS-RESERVADO
               PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                       UNTIL WS-RSV-IDX > WS-RSV-TOTAL
                   IF WS-RT-ID(WS-RSV-IDX) = MAT-ID
                          AND WS-RT-ALMACEN(WS-RSV-IDX) = MAT-ALMACEN
                       MOVE WS-RT-CANT(WS-RSV-IDX) TO WS-RESERVADO
                   END-IF
               END-PERFORM
               COMPUTE WS-DISPONIBLE = MAT-CANTIDAD - WS-RESERVADO
               IF WS-DISPONIBLE <= 5 OR WS-DISPONIBLE < MAT-MINIMO
                   IF WS-ALERTAS = ZERO
                       PERFORM TITULO-ALERTAS
                   END-IF
                   ADD 1 TO WS-ALERTAS
                   MOVE WS-DISPONIBLE TO WS-DISPONIBLE-ED
                   MOVE SPACES TO DIGESTO-LINEA
                   STRING "  " MAT-ID " " MAT-ALMACEN " " MAT-NOMBRE
                          " DISP:" WS-DISPONIBLE-ED
                          " MIN:" MAT-MINIMO " "
                       DELIMITED BY SIZE INTO DIGESTO-LINEA
                   WRITE DIGESTO-LINEA
                   MOVE SPACES TO DIGESTO-LINEA
                   IF WS-DISPONIBLE <= 5
                       MOVE "        ESTADO: CRITICO" TO DIGESTO-LINEA
                   ELSE
                       MOVE "        ESTADO: BAJO MINIMO"
                            TO DIGESTO-LINEA
                   END-IF
                   IF WS-EST-ACTUAL = 'B'
                       MOVE "(BLOQUEADO POR CALIDAD)"
                            TO DIGESTO-LINEA(37:)
                   END-IF
                   WRITE DIGESTO-LINEA
               END-IF
           END-IF.

       TITULO-ALERTAS.

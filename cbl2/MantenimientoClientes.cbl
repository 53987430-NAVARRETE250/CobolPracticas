       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CLI.

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

       WORKING-STORAGE SECTION.
       01  WS-SISTEMA-ESTADO.
           05 WS-CLI-FS              PIC XX.
           05 WS-PED-FS              PIC XX.
           05 WS-EOF-FLAG            PIC X(01) VALUE 'N'.
              88 END-OF-FILE                   VALUE 'S'.
           05 WS-OPCION              PIC 9(01).
           05 WS-FIN                 PIC X(01) VALUE 'N'.
           05 WS-DATOS-OK            PIC X(01) VALUE 'N'.
           05 WS-CONFIRMA            PIC X(01) VALUE 'N'.
           05 WS-PED-ABIERTOS        PIC 9(05) VALUE ZERO.
           05 WS-CLI-TOTAL           PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       000-CONTROL-PRINCIPAL.
           PERFORM 100-ABRIR-CLIENTES
           IF WS-CLI-FS = "00"
               PERFORM 200-MENU-PRINCIPAL
               CLOSE CLIENTES-FILE
           END-IF
           STOP RUN.

       100-ABRIR-CLIENTES.
           OPEN I-O CLIENTES-FILE
           IF WS-CLI-FS = "35"
               OPEN OUTPUT CLIENTES-FILE
               CLOSE CLIENTES-FILE
               OPEN I-O CLIENTES-FILE
           END-IF
           IF WS-CLI-FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.DAT: " WS-CLI-FS
           END-IF.

       200-MENU-PRINCIPAL.
           PERFORM UNTIL WS-FIN = 'S'
               DISPLAY " "
               DISPLAY "=== MANTENIMIENTO DE CLIENTES ==="
               DISPLAY "1. Alta de Cliente"
               DISPLAY "2. Modificar Cliente"
               DISPLAY "3. Baja de Cliente"
               DISPLAY "4. Listar Clientes"
               DISPLAY "5. Salir"
               DISPLAY "Seleccione: " WITH NO ADVANCING
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 1 PERFORM 210-ALTA-CLIENTE
                   WHEN 2 PERFORM 220-MODIF-CLIENTE
                   WHEN 3 PERFORM 230-BAJA-CLIENTE
                   WHEN 4 PERFORM 240-LISTAR-CLIENTES
                   WHEN 5 MOVE 'S' TO WS-FIN
                   WHEN OTHER DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM.

       210-ALTA-CLIENTE.
           DISPLAY "ID de cliente (6 max): " ACCEPT CLI-ID
           IF CLI-ID = SPACES
               DISPLAY "ERROR: El ID no puede quedar en blanco."
           ELSE
               PERFORM 250-PEDIR-DATOS-CLIENTE
               IF WS-DATOS-OK = 'S'
                   MOVE 'S' TO CLI-ACTIVO
                   WRITE CLIENTE-REG
                       INVALID KEY
                           DISPLAY "ERROR: Ya existe el cliente "
                                   CLI-ID "."
                       NOT INVALID KEY
                           DISPLAY "Cliente guardado."
                   END-WRITE
               END-IF
           END-IF.

       220-MODIF-CLIENTE.
           DISPLAY "ID de cliente: " ACCEPT CLI-ID
           READ CLIENTES-FILE
               INVALID KEY DISPLAY "No encontrado."
               NOT INVALID KEY
                   DISPLAY "Nombre actual: " CLI-NOMBRE
                   DISPLAY "Direccion actual: " CLI-DIRECCION
                   DISPLAY "Almacen de despacho actual: " CLI-ALMACEN
                   PERFORM 250-PEDIR-DATOS-CLIENTE
                   IF WS-DATOS-OK = 'S'
                       IF CLI-ACTIVO NOT = 'S'
                           DISPLAY "Reactivar el cliente? (S/N): "
                                   WITH NO ADVANCING
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                               MOVE 'S' TO CLI-ACTIVO
                           END-IF
                       END-IF
                       REWRITE CLIENTE-REG
                       DISPLAY "Cliente actualizado."
                   END-IF
           END-READ.

       230-BAJA-CLIENTE.
           DISPLAY "ID de cliente a retirar: " ACCEPT CLI-ID
           READ CLIENTES-FILE
               INVALID KEY DISPLAY "No encontrado."
               NOT INVALID KEY
                   DISPLAY "Cliente: " CLI-NOMBRE
                   PERFORM 260-CONTAR-PEDIDOS-ABIERTOS
                   IF WS-PED-ABIERTOS > ZERO
                       DISPLAY "ERROR: El cliente tiene "
                               WS-PED-ABIERTOS " lineas de pedido "
                               "abiertas; despache o anule antes."
                   ELSE
                       DISPLAY "Confirma la baja? (S/N): "
                               WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           MOVE 'N' TO CLI-ACTIVO
                           REWRITE CLIENTE-REG
                           DISPLAY "Cliente dado de baja; se conserva "
                                   "para el historial de pedidos."
                       ELSE
                           DISPLAY "Baja cancelada."
                       END-IF
                   END-IF
           END-READ.

       240-LISTAR-CLIENTES.
           MOVE ZERO TO WS-CLI-TOTAL
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES-FILE KEY NOT LESS CLI-ID
               INVALID KEY MOVE "10" TO WS-CLI-FS
           END-START
           DISPLAY "------------------------------------------------"
           DISPLAY "ID     | NOMBRE                         | ALM  | A"
           DISPLAY "------------------------------------------------"
           PERFORM UNTIL WS-CLI-FS = "10"
               READ CLIENTES-FILE NEXT
                   AT END MOVE "10" TO WS-CLI-FS
                   NOT AT END
                       ADD 1 TO WS-CLI-TOTAL
                       DISPLAY CLI-ID " | " CLI-NOMBRE " | "
                               CLI-ALMACEN " | " CLI-ACTIVO
               END-READ
           END-PERFORM
           DISPLAY "Total de clientes: " WS-CLI-TOTAL
           MOVE "00" TO WS-CLI-FS.

       250-PEDIR-DATOS-CLIENTE.
           MOVE 'N' TO WS-DATOS-OK
           DISPLAY "Nombre: " ACCEPT CLI-NOMBRE
           DISPLAY "Direccion de entrega: " ACCEPT CLI-DIRECCION
           DISPLAY "Almacen de despacho: " ACCEPT CLI-ALMACEN
           IF CLI-NOMBRE = SPACES
               DISPLAY "ERROR: El nombre no puede quedar en blanco."
           ELSE
           IF CLI-ALMACEN = SPACES
               DISPLAY "ERROR: Indique el almacen que lo abastece."
           ELSE
               MOVE 'S' TO WS-DATOS-OK
           END-IF
           END-IF.

       260-CONTAR-PEDIDOS-ABIERTOS.
           MOVE ZERO TO WS-PED-ABIERTOS
           OPEN INPUT PEDIDOS-FILE
           IF WS-PED-FS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ PEDIDOS-FILE NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PED-CLIENTE = CLI-ID
                                   AND PED-ESTADO = "ABIERTO"
                               ADD 1 TO WS-PED-ABIERTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
           END-IF.

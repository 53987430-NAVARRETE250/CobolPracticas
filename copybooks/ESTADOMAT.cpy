       01  EST-REGISTRO.
           05 EST-CLAVE.
              10 EST-MAT-ID        PIC 9(05).
              10 EST-ALMACEN       PIC X(04).
           05 EST-ESTADO           PIC X(01).
              88 EST-ACTIVO                  VALUE 'A'.
              88 EST-BLOQUEADO               VALUE 'B'.
              88 EST-DESCONTINUADO           VALUE 'D'.
           05 EST-MOTIVO           PIC X(30).
           05 EST-FECHA            PIC 9(08).
           05 EST-USUARIO          PIC X(08).
           05 FILLER               PIC X(10).

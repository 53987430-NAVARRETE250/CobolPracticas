       01  MOV-REGISTRO.
           05 MOV-VERSION          PIC X(02).
              88 MOV-VERSION-ACTUAL          VALUE "02".
           05 MOV-ID               PIC 9(05).
           05 MOV-ALMACEN          PIC X(04).
           05 MOV-TIPO             PIC X(10).
           05 MOV-ANTES            PIC 9(06).
           05 MOV-DESPUES          PIC 9(06).
           05 MOV-DELTA            PIC S9(07) SIGN LEADING SEPARATE.
           05 MOV-FECHA            PIC 9(08).
           05 MOV-FECHA-R REDEFINES MOV-FECHA.
              10 MOV-ANIO          PIC 9(04).
              10 MOV-MES           PIC 9(02).
              10 MOV-DIA           PIC 9(02).
           05 MOV-TIEMPO           PIC 9(06).
           05 MOV-TIEMPO-R REDEFINES MOV-TIEMPO.
              10 MOV-HORA          PIC 9(02).
              10 MOV-MINUTO        PIC 9(02).
              10 MOV-SEGUNDO       PIC 9(02).
           05 MOV-USUARIO          PIC X(08).
           05 MOV-MOTIVO           PIC X(12).
           05 MOV-REF              PIC X(10).
           05 MOV-COSTO-ANTERIOR   PIC 9(06)V99.
           05 MOV-COSTO-UNITARIO   PIC 9(06)V99.
           05 MOV-COSTO-CONOCIDO   PIC X(01).
              88 MOV-CON-COSTO               VALUE 'S'.
              88 MOV-SIN-COSTO               VALUE 'N'.
           05 MOV-PROVEEDOR        PIC X(05).
              88 MOV-STOCK-PROPIO            VALUE SPACES.
           05 FILLER               PIC X(13).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIDA-NOCTURNA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "PLAN-NOCTURNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-PLN.

           SELECT BITACORA-FILE ASSIGN TO "BITACORA-NOCTURNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-BIT.

           SELECT SESION-LOCK-FILE ASSIGN TO "SESION-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LCK.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       01  PLAN-REG.
           05 PLN-PASO          PIC 9(02).
           05 FILLER            PIC X(01).
           05 PLN-PROGRAMA      PIC X(30).
           05 FILLER            PIC X(01).
           05 PLN-PARAMETROS    PIC X(30).
           05 FILLER            PIC X(01).
           05 PLN-DIAS          PIC X(07).
           05 FILLER            PIC X(01).
           05 PLN-FIN-MES       PIC X(01).
           05 FILLER            PIC X(01).
           05 PLN-CRITICO       PIC X(01).
           05 FILLER            PIC X(01).
           05 PLN-UNICO         PIC X(01).
           05 FILLER            PIC X(01).
           05 PLN-SALIDA        PIC X(30).

       FD  BITACORA-FILE.
       01  BITACORA-REG.
           05 BIT-CORRIDA       PIC 9(08).
           05 FILLER            PIC X(01).
           05 BIT-PASO          PIC 9(02).
           05 FILLER            PIC X(01).
           05 BIT-PROGRAMA      PIC X(30).
           05 FILLER            PIC X(01).
           05 BIT-ESTADO        PIC X(10).
           05 FILLER            PIC X(01).
           05 BIT-INICIO        PIC 9(14).
           05 FILLER            PIC X(01).
           05 BIT-FIN           PIC 9(14).
           05 FILLER            PIC X(01).
           05 BIT-RC            PIC 9(04).
           05 FILLER            PIC X(01).
           05 BIT-DETALLE       PIC X(50).

       FD  SESION-LOCK-FILE.
       01  SESION-LOCK-REG.
           05 LCK-USUARIO       PIC X(08).
           05 FILLER            PIC X(01).
           05 LCK-FECHA-HORA    PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 FS-STATUS-PLN     PIC XX.
           05 FS-STATUS-BIT     PIC XX.
           05 FS-STATUS-LCK     PIC XX.
           05 WS-EOF-PLN        PIC X VALUE 'N'.
           05 WS-EOF-BIT        PIC X VALUE 'N'.
           05 WS-PROCESO-OK     PIC X VALUE 'S'.
           05 WS-CADENA-OK      PIC X VALUE 'S'.
           05 WS-SESION-LIBRE   PIC X VALUE 'N'.
           05 WS-HAY-AVISOS     PIC X VALUE 'N'.
           05 WS-REANUDA        PIC X VALUE 'N'.
           05 WS-RETORNO        PIC 9(04) VALUE ZERO.
           05 WS-PARAMETROS     PIC X(30).
           05 WS-PARM-MODO      PIC X(10).
           05 WS-PARM-VALOR     PIC X(10).
           05 WS-PARM-PASO      PIC 9(02) VALUE ZERO.
           05 WS-FECHA-HOY      PIC 9(08).
           05 WS-CORRIDA        PIC 9(08) VALUE ZERO.
           05 WS-CORRIDA-X REDEFINES WS-CORRIDA PIC X(08).
           05 WS-CORRIDA-INT    PIC 9(08).
           05 WS-CORRIDA-SIG    PIC 9(08).
           05 WS-CORRIDA-SIG-R REDEFINES WS-CORRIDA-SIG.
              10 FILLER         PIC 9(06).
              10 WS-SIG-DIA     PIC 9(02).
           05 WS-DIA-SEMANA     PIC 9(01).
           05 WS-COCIENTE       PIC 9(08).
           05 WS-ES-FIN-MES     PIC X VALUE 'N'.
           05 WS-ULT-CORRIDA    PIC 9(08) VALUE ZERO.
           05 WS-ULT-ESTADO     PIC X(10) VALUE SPACES.
           05 WS-PLN-TOTAL      PIC 9(02) VALUE ZERO.
           05 WS-PLN-IDX        PIC 9(02).
           05 WS-PLN-HALLADO    PIC 9(02).
           05 WS-CORRE-HOY      PIC X VALUE 'N'.
           05 WS-COMANDO        PIC X(80).
           05 WS-SISTEMA-RC     PIC S9(09).
           05 WS-SENAL          PIC 9(04).
           05 WS-PASO-RC        PIC 9(04).
           05 WS-PASO-ESTADO    PIC X(10).
           05 WS-PASO-DETALLE   PIC X(50).
           05 WS-PASO-INICIO    PIC 9(14).
           05 WS-SELLO          PIC 9(14).
           05 WS-SALIDA-NOMBRE  PIC X(30).
           05 WS-SALIDA-SELLO   PIC 9(14).
           05 WS-PASOS-OK       PIC 9(02) VALUE ZERO.
           05 WS-PASOS-AVISO    PIC 9(02) VALUE ZERO.
           05 WS-PASOS-OMITIDOS PIC 9(02) VALUE ZERO.
           05 WS-PASOS-PREVIOS  PIC 9(02) VALUE ZERO.
           05 WS-PASOS-FALLIDOS PIC 9(02) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
           05 WS-FA-FECHA       PIC 9(08).
           05 WS-FA-HORA        PIC 9(06).
           05 FILLER            PIC X(07).

       01  WS-ARCHIVO-INFO.
           05 WS-AI-TAMANO      PIC X(08) COMP-X.
           05 WS-AI-DIA         PIC X(01) COMP-X.
           05 WS-AI-MES         PIC X(01) COMP-X.
           05 WS-AI-ANIO        PIC X(02) COMP-X.
           05 WS-AI-HORA        PIC X(01) COMP-X.
           05 WS-AI-MINUTO      PIC X(01) COMP-X.
           05 WS-AI-SEGUNDO     PIC X(01) COMP-X.
           05 WS-AI-CENTESIMO   PIC X(01) COMP-X.

       01  WS-TABLA-PLAN.
           05 WS-PLN-ITEM OCCURS 50 TIMES.
              10 WS-PLN-PASO       PIC 9(02).
              10 WS-PLN-PROGRAMA   PIC X(30).
              10 WS-PLN-PARAMETROS PIC X(30).
              10 WS-PLN-DIAS       PIC X(07).
              10 WS-PLN-FIN-MES    PIC X(01).
              10 WS-PLN-CRITICO    PIC X(01).
              10 WS-PLN-UNICO      PIC X(01).
              10 WS-PLN-SALIDA     PIC X(30).

       01  WS-TABLA-ESTADOS.
           05 WS-EST-PASO OCCURS 99 TIMES PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FA-FECHA TO WS-FECHA-HOY
           ACCEPT WS-PARAMETROS FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-MODO
           MOVE SPACES TO WS-PARM-VALOR
           UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACE
               INTO WS-PARM-MODO WS-PARM-VALOR
           END-UNSTRING
           DISPLAY "=== CORRIDA NOCTURNA ==="
           PERFORM VERIFICAR-SESION
           IF WS-SESION-LIBRE = 'N'
               DISPLAY "Corrida rechazada: hay una sesion interactiva "
                       "abierta."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PLAN
           IF WS-PROCESO-OK = 'S'
               PERFORM CARGAR-BITACORA
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM DETERMINAR-CORRIDA
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM CALCULAR-CALENDARIO
               PERFORM EJECUTAR-PASOS
               PERFORM CERRAR-CORRIDA
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       VERIFICAR-SESION.
           MOVE 'N' TO WS-SESION-LIBRE
           OPEN INPUT SESION-LOCK-FILE
           IF FS-STATUS-LCK = "35"
               MOVE 'S' TO WS-SESION-LIBRE
           ELSE
           IF FS-STATUS-LCK NOT = "00"
               DISPLAY "ERROR: No se pudo leer SESION-LOCK.DAT: "
                       FS-STATUS-LCK
           ELSE
               READ SESION-LOCK-FILE
                   AT END
                       MOVE 'S' TO WS-SESION-LIBRE
                   NOT AT END
                       DISPLAY "ATENCION: Sesion abierta por "
                               LCK-USUARIO " desde " LCK-FECHA-HORA
               END-READ
               CLOSE SESION-LOCK-FILE
           END-IF
           END-IF.

       CARGAR-PLAN.
           MOVE ZERO TO WS-PLN-TOTAL
           OPEN INPUT PLAN-FILE
           IF FS-STATUS-PLN NOT = "00"
               DISPLAY "ERROR: No se pudo abrir PLAN-NOCTURNO.DAT: "
                       FS-STATUS-PLN
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE 'N' TO WS-EOF-PLN
               PERFORM UNTIL WS-EOF-PLN = 'S'
                   READ PLAN-FILE
                       AT END MOVE 'S' TO WS-EOF-PLN
                       NOT AT END PERFORM CARGAR-PASO
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
               IF WS-PLN-TOTAL = ZERO AND WS-PROCESO-OK = 'S'
                   DISPLAY "ERROR: PLAN-NOCTURNO.DAT no tiene pasos."
                   MOVE 'N' TO WS-PROCESO-OK
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.

       CARGAR-PASO.
           IF PLAN-REG = SPACES
               CONTINUE
           ELSE
           IF PLN-PASO NOT NUMERIC OR PLN-PASO = ZERO
                   OR PLN-PROGRAMA = SPACES
               DISPLAY "ERROR: Linea invalida en PLAN-NOCTURNO.DAT: "
                       PLAN-REG(1:40)
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
           IF WS-PLN-TOTAL >= 50
               DISPLAY "ERROR: PLAN-NOCTURNO.DAT excede los 50 pasos."
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
           IF WS-PLN-TOTAL > ZERO
                   AND PLN-PASO <= WS-PLN-PASO(WS-PLN-TOTAL)
               DISPLAY "ERROR: El paso " PLN-PASO " esta repetido o "
                       "fuera de orden en PLAN-NOCTURNO.DAT."
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
               ADD 1 TO WS-PLN-TOTAL
               MOVE PLN-PASO TO WS-PLN-PASO(WS-PLN-TOTAL)
               MOVE PLN-PROGRAMA TO WS-PLN-PROGRAMA(WS-PLN-TOTAL)
               MOVE PLN-PARAMETROS TO WS-PLN-PARAMETROS(WS-PLN-TOTAL)
               MOVE PLN-DIAS TO WS-PLN-DIAS(WS-PLN-TOTAL)
               MOVE PLN-FIN-MES TO WS-PLN-FIN-MES(WS-PLN-TOTAL)
               MOVE PLN-CRITICO TO WS-PLN-CRITICO(WS-PLN-TOTAL)
               MOVE PLN-UNICO TO WS-PLN-UNICO(WS-PLN-TOTAL)
               MOVE PLN-SALIDA TO WS-PLN-SALIDA(WS-PLN-TOTAL)
           END-IF
           END-IF
           END-IF
           END-IF.

       CARGAR-BITACORA.
           MOVE SPACES TO WS-TABLA-ESTADOS
           OPEN INPUT BITACORA-FILE
           IF FS-STATUS-BIT = "35"
               CONTINUE
           ELSE
           IF FS-STATUS-BIT NOT = "00"
               DISPLAY "ERROR: No se pudo leer BITACORA-NOCTURNA.DAT: "
                       FS-STATUS-BIT
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE 'N' TO WS-EOF-BIT
               PERFORM UNTIL WS-EOF-BIT = 'S'
                   READ BITACORA-FILE
                       AT END MOVE 'S' TO WS-EOF-BIT
                       NOT AT END PERFORM ANOTAR-ESTADO
                   END-READ
               END-PERFORM
               CLOSE BITACORA-FILE
           END-IF
           END-IF.

       ANOTAR-ESTADO.
           IF BIT-CORRIDA NUMERIC AND BIT-PASO NUMERIC
               IF BIT-CORRIDA NOT = WS-ULT-CORRIDA
                   MOVE BIT-CORRIDA TO WS-ULT-CORRIDA
                   MOVE SPACES TO WS-ULT-ESTADO
                   MOVE SPACES TO WS-TABLA-ESTADOS
               END-IF
               IF BIT-PASO = ZERO
                   MOVE BIT-ESTADO TO WS-ULT-ESTADO
               ELSE
                   MOVE BIT-ESTADO TO WS-EST-PASO(BIT-PASO)
               END-IF
           END-IF.

       DETERMINAR-CORRIDA.
           IF WS-ULT-CORRIDA = ZERO OR WS-ULT-ESTADO = "COMPLETA"
                   OR WS-ULT-ESTADO = "ABANDONADA"
               IF WS-ULT-CORRIDA = WS-FECHA-HOY
                       AND WS-ULT-ESTADO = "COMPLETA"
                   DISPLAY "La corrida del " WS-FECHA-HOY " ya se "
                           "completo; no se repite."
                   MOVE 'N' TO WS-PROCESO-OK
                   MOVE 4 TO WS-RETORNO
               ELSE
               IF WS-PARM-MODO NOT = SPACES
                   DISPLAY "ERROR: No hay corrida pendiente; "
                           WS-PARM-MODO " no corresponde."
                   MOVE 'N' TO WS-PROCESO-OK
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM INICIAR-CORRIDA-NUEVA
               END-IF
               END-IF
           ELSE
           IF WS-PARM-MODO = "NUEVA"
               PERFORM ABANDONAR-CORRIDA
           ELSE
               MOVE WS-ULT-CORRIDA TO WS-CORRIDA
               MOVE 'S' TO WS-REANUDA
               DISPLAY "Reanudando la corrida del " WS-CORRIDA
                       " (estado " WS-ULT-ESTADO ")."
               IF WS-PARM-MODO = "CONFIRMAR"
                       OR WS-PARM-MODO = "REPETIR"
                   PERFORM AUTORIZAR-PASO
               ELSE
               IF WS-PARM-MODO NOT = SPACES
                   DISPLAY "Uso: CORRIDA-NOCTURNA [NUEVA | "
                           "CONFIRMAR nn | REPETIR nn]"
                   MOVE 'N' TO WS-PROCESO-OK
                   MOVE 8 TO WS-RETORNO
               END-IF
               END-IF
               IF WS-PROCESO-OK = 'S'
                   MOVE ZERO TO WS-PLN-IDX
                   MOVE "REANUDADA" TO WS-PASO-ESTADO
                   MOVE SPACES TO WS-PASO-DETALLE
                   PERFORM GRABAR-BITACORA-CORRIDA
               END-IF
           END-IF
           END-IF.

       INICIAR-CORRIDA-NUEVA.
           MOVE WS-FECHA-HOY TO WS-CORRIDA
           MOVE SPACES TO WS-TABLA-ESTADOS
           DISPLAY "Corrida del " WS-CORRIDA ": " WS-PLN-TOTAL
                   " pasos en el plan."
           MOVE "INICIADA" TO WS-PASO-ESTADO
           MOVE SPACES TO WS-PASO-DETALLE
           PERFORM GRABAR-BITACORA-CORRIDA.

       ABANDONAR-CORRIDA.
           IF WS-ULT-CORRIDA = WS-FECHA-HOY
               DISPLAY "ERROR: La corrida pendiente es la de hoy; "
                       "use CONFIRMAR nn o REPETIR nn."
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE WS-ULT-CORRIDA TO WS-CORRIDA
               MOVE "ABANDONADA" TO WS-PASO-ESTADO
               MOVE "ABANDONADA POR EL OPERADOR (NUEVA)"
                    TO WS-PASO-DETALLE
               PERFORM GRABAR-BITACORA-CORRIDA
               DISPLAY "Corrida del " WS-ULT-CORRIDA " abandonada; "
                       "sus pasos pendientes no se ejecutaran."
               PERFORM INICIAR-CORRIDA-NUEVA
           END-IF.

       AUTORIZAR-PASO.
           MOVE ZERO TO WS-PARM-PASO
           IF WS-PARM-VALOR(1:2) NUMERIC
                   AND WS-PARM-VALOR(3:1) = SPACE
               MOVE WS-PARM-VALOR(1:2) TO WS-PARM-PASO
           ELSE
           IF WS-PARM-VALOR(1:1) NUMERIC
                   AND WS-PARM-VALOR(2:1) = SPACE
               MOVE WS-PARM-VALOR(1:1) TO WS-PARM-PASO
           END-IF
           END-IF
           MOVE ZERO TO WS-PLN-HALLADO
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-TOTAL
               IF WS-PLN-PASO(WS-PLN-IDX) = WS-PARM-PASO
                   MOVE WS-PLN-IDX TO WS-PLN-HALLADO
               END-IF
           END-PERFORM
           IF WS-PARM-PASO = ZERO OR WS-PLN-HALLADO = ZERO
               DISPLAY "ERROR: Paso '" WS-PARM-VALOR "' no esta en "
                       "PLAN-NOCTURNO.DAT."
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
           IF WS-EST-PASO(WS-PARM-PASO) NOT = "INICIADO"
                   AND WS-EST-PASO(WS-PARM-PASO) NOT = "INCIERTO"
                   AND WS-EST-PASO(WS-PARM-PASO) NOT = "FALLIDO"
               DISPLAY "ERROR: El paso " WS-PARM-PASO " esta en "
                       "estado '" WS-EST-PASO(WS-PARM-PASO)
                       "'; no requiere autorizacion."
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE WS-PLN-HALLADO TO WS-PLN-IDX
               MOVE ZERO TO WS-PASO-RC
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               COMPUTE WS-PASO-INICIO =
                       WS-FA-FECHA * 1000000 + WS-FA-HORA
               IF WS-PARM-MODO = "CONFIRMAR"
                   MOVE "CONFIRMADO" TO WS-PASO-ESTADO
                   MOVE "APLICADO SEGUN EL OPERADOR; NO SE REEJECUTA"
                        TO WS-PASO-DETALLE
               ELSE
                   MOVE "REPETIR" TO WS-PASO-ESTADO
                   MOVE "REEJECUCION AUTORIZADA POR EL OPERADOR"
                        TO WS-PASO-DETALLE
               END-IF
               PERFORM GRABAR-BITACORA-PASO
               MOVE WS-PASO-ESTADO TO WS-EST-PASO(WS-PARM-PASO)
               DISPLAY "Paso " WS-PARM-PASO " marcado "
                       WS-PASO-ESTADO "."
           END-IF
           END-IF.

       CALCULAR-CALENDARIO.
           COMPUTE WS-CORRIDA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CORRIDA)
           DIVIDE 7 INTO WS-CORRIDA-INT
               GIVING WS-COCIENTE REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA = ZERO
               MOVE 7 TO WS-DIA-SEMANA
           END-IF
           COMPUTE WS-CORRIDA-SIG =
                   FUNCTION DATE-OF-INTEGER(WS-CORRIDA-INT + 1)
           IF WS-SIG-DIA = 1
               MOVE 'S' TO WS-ES-FIN-MES
           ELSE
               MOVE 'N' TO WS-ES-FIN-MES
           END-IF.

       EJECUTAR-PASOS.
           MOVE 'S' TO WS-CADENA-OK
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-TOTAL
                      OR WS-CADENA-OK = 'N'
               PERFORM EVALUAR-PASO
           END-PERFORM.

       EVALUAR-PASO.
           MOVE WS-EST-PASO(WS-PLN-PASO(WS-PLN-IDX)) TO WS-PASO-ESTADO
           IF WS-PASO-ESTADO = "OK" OR WS-PASO-ESTADO = "AVISO"
                   OR WS-PASO-ESTADO = "OMITIDO"
                   OR WS-PASO-ESTADO = "CONFIRMADO"
               ADD 1 TO WS-PASOS-PREVIOS
               IF WS-PASO-ESTADO = "AVISO"
                   MOVE 'S' TO WS-HAY-AVISOS
               END-IF
               DISPLAY "Paso " WS-PLN-PASO(WS-PLN-IDX) " "
                       WS-PLN-PROGRAMA(WS-PLN-IDX) " ya registrado "
                       "como " WS-PASO-ESTADO "; no se repite."
           ELSE
           IF (WS-PASO-ESTADO = "INICIADO"
                   OR WS-PASO-ESTADO = "INCIERTO")
                   AND WS-PLN-UNICO(WS-PLN-IDX) = 'S'
               PERFORM DETENER-PASO-INCIERTO
           ELSE
               PERFORM VERIFICAR-DIA
               IF WS-CORRE-HOY = 'N'
                   PERFORM OMITIR-PASO
               ELSE
                   PERFORM EJECUTAR-PASO
               END-IF
           END-IF
           END-IF.

       DETENER-PASO-INCIERTO.
           DISPLAY "ATENCION: El paso " WS-PLN-PASO(WS-PLN-IDX) " "
                   WS-PLN-PROGRAMA(WS-PLN-IDX) " no termino "
                   "normalmente."
           DISPLAY "No se puede aplicar dos veces. Verifique si se "
                   "aplico y ejecute CORRIDA-NOCTURNA CONFIRMAR "
                   WS-PLN-PASO(WS-PLN-IDX) " o REPETIR "
                   WS-PLN-PASO(WS-PLN-IDX) "."
           MOVE ZERO TO WS-PASO-RC
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           COMPUTE WS-PASO-INICIO = WS-FA-FECHA * 1000000 + WS-FA-HORA
           MOVE "INCIERTO" TO WS-PASO-ESTADO
           MOVE "SIN FIN REGISTRADO; REQUIERE CONFIRMAR O REPETIR"
                TO WS-PASO-DETALLE
           PERFORM GRABAR-BITACORA-PASO
           ADD 1 TO WS-PASOS-FALLIDOS
           MOVE 'N' TO WS-CADENA-OK.

       VERIFICAR-DIA.
           MOVE 'S' TO WS-CORRE-HOY
           IF WS-PLN-DIAS(WS-PLN-IDX) NOT = SPACES
               IF WS-PLN-DIAS(WS-PLN-IDX)(WS-DIA-SEMANA:1) = "-"
                       OR WS-PLN-DIAS(WS-PLN-IDX)(WS-DIA-SEMANA:1)
                          = SPACE
                   MOVE 'N' TO WS-CORRE-HOY
               END-IF
           END-IF
           IF WS-PLN-FIN-MES(WS-PLN-IDX) = 'S'
                   AND WS-ES-FIN-MES = 'N'
               MOVE 'N' TO WS-CORRE-HOY
           END-IF.

       OMITIR-PASO.
           MOVE ZERO TO WS-PASO-RC
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           COMPUTE WS-PASO-INICIO = WS-FA-FECHA * 1000000 + WS-FA-HORA
           MOVE "OMITIDO" TO WS-PASO-ESTADO
           MOVE "NO PROGRAMADO PARA ESTE DIA" TO WS-PASO-DETALLE
           PERFORM GRABAR-BITACORA-PASO
           ADD 1 TO WS-PASOS-OMITIDOS
           DISPLAY "Paso " WS-PLN-PASO(WS-PLN-IDX) " "
                   WS-PLN-PROGRAMA(WS-PLN-IDX) " no corre este dia.".

       EJECUTAR-PASO.
           MOVE ZERO TO WS-PASO-RC
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           COMPUTE WS-PASO-INICIO = WS-FA-FECHA * 1000000 + WS-FA-HORA
           PERFORM VERIFICAR-SESION
           IF WS-SESION-LIBRE = 'N'
               MOVE "FALLIDO" TO WS-PASO-ESTADO
               MOVE "SESION INTERACTIVA ABIERTA; PASO NO INICIADO"
                    TO WS-PASO-DETALLE
               PERFORM GRABAR-BITACORA-PASO
               ADD 1 TO WS-PASOS-FALLIDOS
               MOVE 'N' TO WS-CADENA-OK
           ELSE
               DISPLAY "Paso " WS-PLN-PASO(WS-PLN-IDX) ": "
                       WS-PLN-PROGRAMA(WS-PLN-IDX) " "
                       WS-PLN-PARAMETROS(WS-PLN-IDX)
               MOVE "INICIADO" TO WS-PASO-ESTADO
               MOVE SPACES TO WS-PASO-DETALLE
               PERFORM GRABAR-BITACORA-PASO
               IF WS-PROCESO-OK = 'N'
                   MOVE 'N' TO WS-CADENA-OK
               ELSE
                   MOVE SPACES TO WS-COMANDO
                   STRING WS-PLN-PROGRAMA(WS-PLN-IDX)
                              DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-PLN-PARAMETROS(WS-PLN-IDX)
                              DELIMITED BY SIZE
                       INTO WS-COMANDO
                   CALL "SYSTEM" USING WS-COMANDO
                   MOVE RETURN-CODE TO WS-SISTEMA-RC
                   PERFORM EVALUAR-RESULTADO
                   PERFORM GRABAR-BITACORA-PASO
                   DISPLAY "Paso " WS-PLN-PASO(WS-PLN-IDX) " "
                           WS-PASO-ESTADO " (RC " WS-PASO-RC ") "
                           WS-PASO-DETALLE
               END-IF
           END-IF.

       EVALUAR-RESULTADO.
           MOVE SPACES TO WS-PASO-DETALLE
           IF WS-SISTEMA-RC < ZERO
               MOVE 9999 TO WS-PASO-RC
               MOVE "NO SE PUDO LANZAR EL PROGRAMA" TO WS-PASO-DETALLE
           ELSE
               DIVIDE 256 INTO WS-SISTEMA-RC
                   GIVING WS-PASO-RC REMAINDER WS-SENAL
               IF WS-SENAL NOT = ZERO
                   MOVE 9999 TO WS-PASO-RC
                   MOVE "TERMINACION ANORMAL" TO WS-PASO-DETALLE
               END-IF
           END-IF
           IF WS-PASO-RC > 8 AND WS-PLN-UNICO(WS-PLN-IDX) = 'S'
               MOVE "INCIERTO" TO WS-PASO-ESTADO
               MOVE "TERMINACION ANORMAL; VERIFICAR ANTES DE REANUDAR"
                    TO WS-PASO-DETALLE
           ELSE
           IF WS-PASO-RC > 4
               MOVE "FALLIDO" TO WS-PASO-ESTADO
               IF WS-PASO-DETALLE = SPACES
                   MOVE "CODIGO DE RETORNO DE ERROR" TO WS-PASO-DETALLE
               END-IF
           ELSE
           IF WS-PASO-RC = 4
               MOVE "AVISO" TO WS-PASO-ESTADO
               MOVE "TERMINO CON ADVERTENCIAS" TO WS-PASO-DETALLE
               PERFORM VERIFICAR-SALIDA
           ELSE
               MOVE "OK" TO WS-PASO-ESTADO
               PERFORM VERIFICAR-SALIDA
           END-IF
           END-IF
           END-IF
           IF WS-PASO-ESTADO = "INCIERTO"
               ADD 1 TO WS-PASOS-FALLIDOS
               MOVE 'N' TO WS-CADENA-OK
           ELSE
           IF WS-PASO-ESTADO = "FALLIDO"
               ADD 1 TO WS-PASOS-FALLIDOS
               IF WS-PLN-CRITICO(WS-PLN-IDX) = 'S'
                   MOVE 'N' TO WS-CADENA-OK
               END-IF
           ELSE
           IF WS-PASO-ESTADO = "AVISO"
               ADD 1 TO WS-PASOS-AVISO
               MOVE 'S' TO WS-HAY-AVISOS
           ELSE
               ADD 1 TO WS-PASOS-OK
           END-IF
           END-IF
           END-IF.

       VERIFICAR-SALIDA.
           IF WS-PLN-SALIDA(WS-PLN-IDX) NOT = SPACES
               MOVE WS-PLN-SALIDA(WS-PLN-IDX) TO WS-SALIDA-NOMBRE
               INSPECT WS-SALIDA-NOMBRE
                   REPLACING ALL "AAAAMMDD" BY WS-CORRIDA-X
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WS-SALIDA-NOMBRE WS-ARCHIVO-INFO
               IF RETURN-CODE NOT = ZERO
                   MOVE "FALLIDO" TO WS-PASO-ESTADO
                   MOVE SPACES TO WS-PASO-DETALLE
                   STRING "FALTA LA SALIDA " WS-SALIDA-NOMBRE
                       DELIMITED BY SIZE INTO WS-PASO-DETALLE
               ELSE
                   COMPUTE WS-SALIDA-SELLO =
                           WS-AI-ANIO * 10000000000
                         + WS-AI-MES * 100000000
                         + WS-AI-DIA * 1000000
                         + WS-AI-HORA * 10000
                         + WS-AI-MINUTO * 100
                         + WS-AI-SEGUNDO
                   IF WS-SALIDA-SELLO < WS-PASO-INICIO
                       MOVE "FALLIDO" TO WS-PASO-ESTADO
                       MOVE SPACES TO WS-PASO-DETALLE
                       STRING "SALIDA NO ACTUALIZADA "
                              WS-SALIDA-NOMBRE
                           DELIMITED BY SIZE INTO WS-PASO-DETALLE
                   END-IF
               END-IF
           END-IF.

       GRABAR-BITACORA-PASO.
           MOVE SPACES TO BITACORA-REG
           MOVE WS-CORRIDA TO BIT-CORRIDA
           MOVE WS-PLN-PASO(WS-PLN-IDX) TO BIT-PASO
           MOVE WS-PLN-PROGRAMA(WS-PLN-IDX) TO BIT-PROGRAMA
           PERFORM GRABAR-BITACORA.

       GRABAR-BITACORA-CORRIDA.
           MOVE ZERO TO WS-PASO-RC
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           COMPUTE WS-PASO-INICIO = WS-FA-FECHA * 1000000 + WS-FA-HORA
           MOVE SPACES TO BITACORA-REG
           MOVE WS-CORRIDA TO BIT-CORRIDA
           MOVE ZERO TO BIT-PASO
           MOVE "CORRIDA-NOCTURNA" TO BIT-PROGRAMA
           PERFORM GRABAR-BITACORA.

       GRABAR-BITACORA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           COMPUTE WS-SELLO = WS-FA-FECHA * 1000000 + WS-FA-HORA
           MOVE WS-PASO-ESTADO TO BIT-ESTADO
           MOVE WS-PASO-INICIO TO BIT-INICIO
           IF WS-PASO-ESTADO = "INICIADO"
               MOVE ZERO TO BIT-FIN
           ELSE
               MOVE WS-SELLO TO BIT-FIN
           END-IF
           MOVE WS-PASO-RC TO BIT-RC
           MOVE WS-PASO-DETALLE TO BIT-DETALLE
           OPEN EXTEND BITACORA-FILE
           IF FS-STATUS-BIT = "35"
               OPEN OUTPUT BITACORA-FILE
           END-IF
           IF FS-STATUS-BIT NOT = "00"
               DISPLAY "ERROR: No se pudo grabar "
                       "BITACORA-NOCTURNA.DAT: " FS-STATUS-BIT
               MOVE 'N' TO WS-PROCESO-OK
               MOVE 8 TO WS-RETORNO
           ELSE
               WRITE BITACORA-REG
               CLOSE BITACORA-FILE
           END-IF.

       CERRAR-CORRIDA.
           MOVE ZERO TO WS-PLN-IDX
           MOVE SPACES TO WS-PASO-DETALLE
           IF WS-PASOS-FALLIDOS = ZERO AND WS-CADENA-OK = 'S'
                   AND WS-PROCESO-OK = 'S'
               MOVE "COMPLETA" TO WS-PASO-ESTADO
               IF WS-HAY-AVISOS = 'S'
                   MOVE 4 TO WS-RETORNO
               END-IF
           ELSE
               MOVE "INCOMPLETA" TO WS-PASO-ESTADO
               MOVE "REEJECUTE CORRIDA-NOCTURNA PARA REANUDAR"
                    TO WS-PASO-DETALLE
               MOVE 8 TO WS-RETORNO
           END-IF
           IF WS-PROCESO-OK = 'S'
               PERFORM GRABAR-BITACORA-CORRIDA
           END-IF
           DISPLAY "Corrida del " WS-CORRIDA " " WS-PASO-ESTADO "."
           DISPLAY "Pasos OK: " WS-PASOS-OK "  con aviso: "
                   WS-PASOS-AVISO "  omitidos: " WS-PASOS-OMITIDOS
                   "  ya hechos: " WS-PASOS-PREVIOS
                   "  fallidos: " WS-PASOS-FALLIDOS
           IF WS-PASO-ESTADO = "INCOMPLETA"
               DISPLAY "Corrija la causa y vuelva a ejecutar "
                       "CORRIDA-NOCTURNA; se reanuda en el paso "
                       "pendiente."
           END-IF
           DISPLAY "Detalle en BITACORA-NOCTURNA.DAT.".

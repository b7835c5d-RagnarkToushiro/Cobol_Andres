       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_TRANSICION.
       AUTHOR. "Andres Reyes Rojas".

      *> Matriz de transicion de mora (roll rate): se corre al cierre
      *> de cada mes, despues del proceso diario. Deja la foto del
      *> cierre en cierreMora_AAAAMM.txt (banda y saldo de cada
      *> credito) y la compara con la foto del cierre anterior para
      *> emitir reporteTransicionMora.txt: cantidad y saldo que paso
      *> de cada banda del mes anterior a cada banda de este mes,
      *> con filas para los creditos nuevos y columnas para los
      *> pagados, los castigados y los anulados en el mes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-TRANSICION
               ASSIGN TO 'parametrosTransicion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CIERRE-ANTERIOR
               ASSIGN DYNAMIC WS-ARCHIVO-CIERRE-ANT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CIERRE-ACTUAL
               ASSIGN DYNAMIC WS-ARCHIVO-CIERRE-ACT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-TRANSICION
               ASSIGN TO 'reporteTransicionMora.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-TRANSICION.
       01 REG-PARAM-TRANSICION   PIC X(80).

       FD CIERRE-ANTERIOR.
       01 REG-CIERRE-ANT         PIC X(100).

       FD CIERRE-ACTUAL.
       01 REG-CIERRE-ACT         PIC X(100).

       FD REPORTE-TRANSICION.
       01 REG-REPORTE            PIC X(200).

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-PARAM         PIC X VALUE 'N'.
          05 WS-EOF-CIERRE-ANT    PIC X VALUE 'N'.
          05 WS-EOF-MAESTRO       PIC X VALUE 'N'.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-FILAS-TABLA      PIC 9(5) VALUE 2000.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-PARAMETROS.
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-FECHA-PROCESO-OVR    PIC X(10) VALUE SPACES.
          05 WS-FECHA-OVR-VALIDA     PIC X VALUE 'S'.
          05 WS-OVR-DIA              PIC 99.
          05 WS-OVR-MES              PIC 99.
          05 WS-OVR-ANIO             PIC 9(4).
          05 WS-DIAS-MES-MAX         PIC 99.

       01 WS-DIAS-POR-MES.
          05 WS-DIAS-MES OCCURS 12 TIMES
                            INDEXED BY WS-I-MES.
             10 WS-DIAS           PIC 99.

       01 WS-CONTROL-CIERRE.
      *> Foto del cierre: credito;banda;saldo;atraso, una linea por
      *> credito del maestro (los rechazados no entran). Banda es la
      *> de mora del proceso diario o PAGADO / CASTIGADO / ANULADO.
      *> Un credito cerrado entra solo en la foto del mes en que se
      *> cerro: mientras espera el archivo sigue en el maestro, pero
      *> ya no se graba ni vuelve a la matriz
          05 WS-CERRADO-ANTES        PIC X VALUE 'N'.
          05 WS-FECHA-CIERRE-CRED    PIC X(10) VALUE SPACES.
          05 WS-MES-CIERRE-CRED      PIC 9(6) VALUE 0.
          05 WS-ARCHIVO-CIERRE-ANT   PIC X(40) VALUE SPACES.
          05 WS-ARCHIVO-CIERRE-ACT   PIC X(40) VALUE SPACES.
          05 WS-MES-ACTUAL           PIC 9(6) VALUE 0.
          05 WS-MES-ANTERIOR         PIC 9(6) VALUE 0.
          05 WS-ANIO-ANT             PIC 9(4) VALUE 0.
          05 WS-MES-ANT              PIC 99 VALUE 0.
          05 WS-HAY-CIERRE-ANT       PIC X VALUE 'N'.

       01 WS-TABLA-CIERRE-ANT.
          05 WS-CIERRE-ROW OCCURS 2000 TIMES INDEXED BY WS-I-CA.
             10 WS-CA-CREDITO        PIC X(12).
             10 WS-CA-BANDA          PIC X(10).
             10 WS-CA-SALDO          PIC 9(12)V99.
             10 WS-CA-VISTO          PIC X.

       01 WS-TABLA-BANDAS.
      *> Bandas 1-5 son las de mora del proceso diario; 6, 7 y 8 solo
      *> existen como destino. Como origen, la fila 6 es NUEVO
          05 WS-BANDA-NOMBRES.
             10 FILLER               PIC X(10) VALUE 'AL DIA'.
             10 FILLER               PIC X(10) VALUE '1-30'.
             10 FILLER               PIC X(10) VALUE '31-60'.
             10 FILLER               PIC X(10) VALUE '61-90'.
             10 FILLER               PIC X(10) VALUE 'MAS DE 90'.
             10 FILLER               PIC X(10) VALUE 'PAGADO'.
             10 FILLER               PIC X(10) VALUE 'CASTIGADO'.
             10 FILLER               PIC X(10) VALUE 'ANULADO'.
          05 WS-BANDA-TABLA REDEFINES WS-BANDA-NOMBRES.
             10 WS-BANDA-NOMBRE      PIC X(10) OCCURS 8 TIMES.
          05 WS-I-ORIGEN             PIC 9 VALUE 0.
          05 WS-I-DESTINO            PIC 9 VALUE 0.
          05 WS-I-FILA               PIC 99 VALUE 0.
          05 WS-I-COL                PIC 99 VALUE 0.
          05 WS-BANDA-BUSCADA        PIC X(10).
          05 WS-I-BANDA              PIC 9 VALUE 0.

       01 WS-MATRIZ.
          05 WS-MZ-FILA OCCURS 6 TIMES.
             10 WS-MZ-CELDA OCCURS 8 TIMES.
                15 WS-MZ-CANT        PIC 9(7).
                15 WS-MZ-SALDO       PIC 9(14)V99.
             10 WS-MZ-TOT-CANT       PIC 9(7).
             10 WS-MZ-TOT-SALDO      PIC 9(14)V99.

       01 WS-CONTADORES.
          05 WS-CANT-CIERRE-ANT      PIC 9(5) VALUE 0.
          05 WS-CANT-LEIDOS          PIC 9(5) VALUE 0.
          05 WS-CANT-FOTO            PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-MAESTRO     PIC 9(5) VALUE 0.
          05 WS-CANT-CERRADOS-ANTES  PIC 9(5) VALUE 0.
          05 WS-TOT-SALDO-FOTO       PIC 9(14)V99 VALUE 0.
          05 WS-TOT-COL-CANT         PIC 9(7) VALUE 0.
          05 WS-TOT-COL-SALDO        PIC 9(14)V99 VALUE 0.
          05 WS-TIPO-TOTAL           PIC X VALUE 'C'.

       01 WS-PARSE-DELIMITADO.
          05 WS-CAMPOS-DELIM.
             10 WS-CAMPO-1           PIC X(50).
             10 WS-CAMPO-2           PIC X(50).
             10 WS-CAMPO-3           PIC X(50).
             10 WS-CAMPO-4           PIC X(50).

       01 WS-CONTROL-MAESTRO.
          05 WS-FS-MAESTRO           PIC XX VALUE SPACES.

       01 WS-CONTROL-TRANSICION.
      *> El atraso del maestro se lleva a la fecha del cierre igual
      *> que en el castigo y la banda se recalcula con los mismos
      *> tramos del proceso diario (3245-RESUMIR-MORA-CREDITO)
          05 WS-DIAS-HOY             PIC 9(7) VALUE 0.
          05 WS-DIAS-MAESTRO         PIC 9(7) VALUE 0.
          05 WS-FECHA-ISO            PIC 9(8) VALUE 0.
          05 WS-ATRASO-AJUSTADO      PIC 9(5) VALUE 0.
          05 WS-BANDA-ACTUAL         PIC X(10).
          05 WS-SALDO-ACTUAL         PIC 9(12)V99.
          05 WS-SALDO-MOVIDO         PIC 9(12)V99.
          05 WS-PCT                  PIC 999V9.

       01 WS-FORMATO-SALIDA.
          05 WS-ED-SALDO             PIC Z(11)9.99.
          05 WS-ED-ATRASO            PIC Z(4)9.
          05 WS-ED-CANT-CELDA        PIC Z(8)9.
          05 WS-ED-SALDO-CELDA       PIC ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-ED-PCT-CELDA         PIC Z(5)9.9.
          05 WS-DISPLAY-CANT         PIC ZZ,ZZ9.
          05 WS-DISPLAY-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-LINEA-MATRIZ         PIC X(200).
          05 WS-POS-LINEA            PIC 9(3).

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-HORA-SIS    PIC X(21).
          05 WS-FHS-ANIO          PIC 9(4).
          05 WS-FHS-MES           PIC 99.
          05 WS-FHS-DIA           PIC 99.
          05 WS-FECHA-CORRIDA     PIC X(10).
          05 WS-HORA-HOY          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-INICIALIZAR
           PERFORM 2100-LEER-CIERRE-ANTERIOR
           PERFORM 3000-CLASIFICAR-CARTERA
           PERFORM 3500-CERRAR-SIN-MAESTRO
           PERFORM 3700-REPORTAR-MATRIZ
           PERFORM 4000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           MOVE 31 TO WS-DIAS(1)
           MOVE 28 TO WS-DIAS(2)
           MOVE 31 TO WS-DIAS(3)
           MOVE 30 TO WS-DIAS(4)
           MOVE 31 TO WS-DIAS(5)
           MOVE 30 TO WS-DIAS(6)
           MOVE 31 TO WS-DIAS(7)
           MOVE 31 TO WS-DIAS(8)
           MOVE 30 TO WS-DIAS(9)
           MOVE 31 TO WS-DIAS(10)
           MOVE 30 TO WS-DIAS(11)
           MOVE 31 TO WS-DIAS(12)
           INITIALIZE WS-MATRIZ

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SIS
           MOVE WS-FECHA-HORA-SIS(1:4) TO WS-FHS-ANIO
           MOVE WS-FECHA-HORA-SIS(5:2) TO WS-FHS-MES
           MOVE WS-FECHA-HORA-SIS(7:2) TO WS-FHS-DIA
           MOVE SPACES TO WS-HORA-HOY
           STRING WS-FECHA-HORA-SIS(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(13:2) DELIMITED BY SIZE
             INTO WS-HORA-HOY
           END-STRING

           PERFORM 1020-LEER-PARAMETROS

      *> Con la fecha de proceso pisada el cierre se toma como si
      *> fuera ese dia (mes de la foto y envejecimiento del atraso)
           IF WS-FECHA-PROCESO-OVR NOT = SPACES
               PERFORM 1030-VALIDAR-FECHA-PROCESO
               MOVE WS-FECHA-PROCESO-OVR(1:2) TO WS-FHS-DIA
               MOVE WS-FECHA-PROCESO-OVR(4:2) TO WS-FHS-MES
               MOVE WS-FECHA-PROCESO-OVR(7:4) TO WS-FHS-ANIO
               DISPLAY "FECHA DE PROCESO PISADA POR PARAMETRO: "
                       WS-FECHA-PROCESO-OVR
           END-IF
           COMPUTE WS-FECHA-ISO =
               WS-FHS-ANIO * 10000 + WS-FHS-MES * 100 + WS-FHS-DIA
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-ISO)
           MOVE SPACES TO WS-FECHA-CORRIDA
           STRING WS-FHS-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FHS-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FHS-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-CORRIDA
           END-STRING

      *> Foto de este mes y la del mes anterior
           COMPUTE WS-MES-ACTUAL = WS-FHS-ANIO * 100 + WS-FHS-MES
           IF WS-FHS-MES = 1
               COMPUTE WS-ANIO-ANT = WS-FHS-ANIO - 1
               MOVE 12 TO WS-MES-ANT
           ELSE
               MOVE WS-FHS-ANIO TO WS-ANIO-ANT
               COMPUTE WS-MES-ANT = WS-FHS-MES - 1
           END-IF
           COMPUTE WS-MES-ANTERIOR = WS-ANIO-ANT * 100 + WS-MES-ANT
           STRING "cierreMora_" DELIMITED BY SIZE
                  WS-MES-ACTUAL DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-ARCHIVO-CIERRE-ACT
           END-STRING
           STRING "cierreMora_" DELIMITED BY SIZE
                  WS-MES-ANTERIOR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-ARCHIVO-CIERRE-ANT
           END-STRING

      *> Sin maestro no hay cierre que fotografiar
           OPEN INPUT MAESTRO-CREDITOS
           EVALUATE WS-FS-MAESTRO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR FATAL: maestro de creditos no "
                           "disponible (status " WS-FS-MAESTRO
                           ") - MATRIZ DE TRANSICION ABORTADA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT REPORTE-TRANSICION.

       1020-LEER-PARAMETROS.
      *> Lineas CLAVE;VALOR, igual que parametrosCorrida.txt
           OPEN INPUT PARAMETROS-TRANSICION
           PERFORM UNTIL WS-EOF-PARAM = 'Y'
               READ PARAMETROS-TRANSICION
                   AT END MOVE 'Y' TO WS-EOF-PARAM
               END-READ
               IF WS-EOF-PARAM = 'N' AND
                  REG-PARAM-TRANSICION NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-PARAM-TRANSICION DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-PARAM-CLAVE
                   EVALUATE WS-PARAM-CLAVE
                       WHEN 'FECHA-PROCESO'
                           MOVE WS-CAMPO-2(1:10)
                             TO WS-FECHA-PROCESO-OVR
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro de "
                                   "transicion no reconocido: "
                                   FUNCTION TRIM(WS-PARAM-CLAVE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS-TRANSICION.

       1030-VALIDAR-FECHA-PROCESO.
           MOVE 'S' TO WS-FECHA-OVR-VALIDA
           IF WS-FECHA-PROCESO-OVR(3:1) NOT = '/' OR
              WS-FECHA-PROCESO-OVR(6:1) NOT = '/' OR
              WS-FECHA-PROCESO-OVR(1:2) IS NOT NUMERIC OR
              WS-FECHA-PROCESO-OVR(4:2) IS NOT NUMERIC OR
              WS-FECHA-PROCESO-OVR(7:4) IS NOT NUMERIC
               MOVE 'N' TO WS-FECHA-OVR-VALIDA
           ELSE
               MOVE WS-FECHA-PROCESO-OVR(1:2) TO WS-OVR-DIA
               MOVE WS-FECHA-PROCESO-OVR(4:2) TO WS-OVR-MES
               MOVE WS-FECHA-PROCESO-OVR(7:4) TO WS-OVR-ANIO
               IF WS-OVR-MES < 1 OR WS-OVR-MES > 12
                   MOVE 'N' TO WS-FECHA-OVR-VALIDA
               ELSE
                   SET WS-I-MES TO WS-OVR-MES
                   MOVE WS-DIAS(WS-I-MES) TO WS-DIAS-MES-MAX
                   IF WS-OVR-MES = 2 AND
                      FUNCTION MOD(WS-OVR-ANIO, 4) = 0 AND
                      (FUNCTION MOD(WS-OVR-ANIO, 100) NOT = 0 OR
                       FUNCTION MOD(WS-OVR-ANIO, 400) = 0)
                       MOVE 29 TO WS-DIAS-MES-MAX
                   END-IF
                   IF WS-OVR-DIA < 1 OR
                      WS-OVR-DIA > WS-DIAS-MES-MAX
                       MOVE 'N' TO WS-FECHA-OVR-VALIDA
                   END-IF
               END-IF
           END-IF
           IF WS-FECHA-OVR-VALIDA = 'N'
               DISPLAY "ERROR FATAL: FECHA-PROCESO invalida en "
                       "parametrosTransicion.txt: "
                       WS-FECHA-PROCESO-OVR
                       " (se espera dd/mm/aaaa) - MATRIZ DE TRANSICION"
                       " ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-LEER-CIERRE-ANTERIOR.
      *> credito;banda;saldo;atraso. Sin foto del mes anterior (primer
      *> cierre) toda la cartera vigente entra como NUEVO
           OPEN INPUT CIERRE-ANTERIOR
           PERFORM UNTIL WS-EOF-CIERRE-ANT = 'Y'
               READ CIERRE-ANTERIOR
                   AT END MOVE 'Y' TO WS-EOF-CIERRE-ANT
               END-READ
               IF WS-EOF-CIERRE-ANT = 'N' AND
                  REG-CIERRE-ANT NOT = SPACES
                   IF WS-CANT-CIERRE-ANT >= WS-MAX-FILAS-TABLA
                       MOVE "cierre anterior" TO WS-TABLA-EXCEDIDA
                       MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                       PERFORM 9999-ABORTAR-POR-LIMITE
                   END-IF
                   MOVE 'S' TO WS-HAY-CIERRE-ANT
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-CIERRE-ANT DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                            WS-CAMPO-4
                   END-UNSTRING
                   ADD 1 TO WS-CANT-CIERRE-ANT
                   SET WS-I-CA TO WS-CANT-CIERRE-ANT
                   MOVE WS-CAMPO-1(1:12) TO WS-CA-CREDITO(WS-I-CA)
                   MOVE WS-CAMPO-2(1:10) TO WS-CA-BANDA(WS-I-CA)
                   MOVE FUNCTION NUMVAL(WS-CAMPO-3)
                     TO WS-CA-SALDO(WS-I-CA)
                   MOVE 'N' TO WS-CA-VISTO(WS-I-CA)
               END-IF
           END-PERFORM
           CLOSE CIERRE-ANTERIOR.

       2200-BUSCAR-BANDA.
      *> Posicion 1-8 de WS-BANDA-BUSCADA en la tabla de bandas; 0 si
      *> no es ninguna
           MOVE 0 TO WS-I-BANDA
           PERFORM VARYING WS-I-COL FROM 1 BY 1 UNTIL WS-I-COL > 8
               IF WS-BANDA-NOMBRE(WS-I-COL) = WS-BANDA-BUSCADA
                   MOVE WS-I-COL TO WS-I-BANDA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3000-CLASIFICAR-CARTERA.
      *> Recorre el maestro: cada credito se clasifica a este cierre,
      *> se cruza con su banda del cierre anterior para sumarlo en la
      *> celda que corresponde y se graba en la foto del mes, salvo
      *> los que ya estaban cerrados antes de este mes
           OPEN OUTPUT CIERRE-ACTUAL
           MOVE LOW-VALUES TO MC-NUMERO
           START MAESTRO-CREDITOS KEY IS NOT LESS THAN MC-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF-MAESTRO
           END-START
           PERFORM UNTIL WS-EOF-MAESTRO = 'Y'
               READ MAESTRO-CREDITOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MAESTRO
               END-READ
               IF WS-EOF-MAESTRO = 'N'
                   ADD 1 TO WS-CANT-LEIDOS
                   IF MC-ESTADO NOT = 'R'
                       PERFORM 3050-CLASIFICAR-CREDITO
                       PERFORM 3200-ACUMULAR-TRANSICION
                       IF WS-CERRADO-ANTES = 'N'
                           PERFORM 3100-GRABAR-FOTO
                       ELSE
                           ADD 1 TO WS-CANT-CERRADOS-ANTES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CIERRE-ACTUAL.

       3050-CLASIFICAR-CREDITO.
           MOVE MC-DIAS-ATRASO TO WS-ATRASO-AJUSTADO
           IF MC-TOTAL-IMPAGO > 0 AND MC-DIAS-ATRASO > 0 AND
              MC-FECHA-PROCESO(3:1) = '/'
               COMPUTE WS-FECHA-ISO =
                   FUNCTION NUMVAL(MC-FECHA-PROCESO(7:4)) * 10000
                   + FUNCTION NUMVAL(MC-FECHA-PROCESO(4:2)) * 100
                   + FUNCTION NUMVAL(MC-FECHA-PROCESO(1:2))
               COMPUTE WS-DIAS-MAESTRO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-ISO)
               IF WS-DIAS-HOY > WS-DIAS-MAESTRO
                   COMPUTE WS-ATRASO-AJUSTADO =
                       MC-DIAS-ATRASO + WS-DIAS-HOY - WS-DIAS-MAESTRO
               END-IF
           END-IF

           MOVE MC-SALDO-PENDIENTE TO WS-SALDO-ACTUAL
           EVALUATE TRUE
               WHEN MC-ESTADO = 'C'
                   MOVE "CASTIGADO" TO WS-BANDA-ACTUAL
                   MOVE 0 TO WS-SALDO-ACTUAL
               WHEN MC-ESTADO = 'A'
                   MOVE "ANULADO" TO WS-BANDA-ACTUAL
                   MOVE 0 TO WS-SALDO-ACTUAL
               WHEN MC-ESTADO NOT = 'V'
                   MOVE "PAGADO" TO WS-BANDA-ACTUAL
                   MOVE 0 TO WS-SALDO-ACTUAL
               WHEN MC-TOTAL-IMPAGO = 0 OR WS-ATRASO-AJUSTADO = 0
                   MOVE "AL DIA" TO WS-BANDA-ACTUAL
               WHEN WS-ATRASO-AJUSTADO <= 30
                   MOVE "1-30" TO WS-BANDA-ACTUAL
               WHEN WS-ATRASO-AJUSTADO <= 60
                   MOVE "31-60" TO WS-BANDA-ACTUAL
               WHEN WS-ATRASO-AJUSTADO <= 90
                   MOVE "61-90" TO WS-BANDA-ACTUAL
               WHEN OTHER
                   MOVE "MAS DE 90" TO WS-BANDA-ACTUAL
           END-EVALUATE.

       3100-GRABAR-FOTO.
           MOVE WS-SALDO-ACTUAL TO WS-ED-SALDO
           MOVE WS-ATRASO-AJUSTADO TO WS-ED-ATRASO
           MOVE SPACES TO REG-CIERRE-ACT
           STRING FUNCTION TRIM(MC-NUMERO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BANDA-ACTUAL) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-SALDO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-ATRASO) DELIMITED BY SIZE
             INTO REG-CIERRE-ACT
           END-STRING
           WRITE REG-CIERRE-ACT
           ADD 1 TO WS-CANT-FOTO
           ADD WS-SALDO-ACTUAL TO WS-TOT-SALDO-FOTO.

       3200-ACUMULAR-TRANSICION.
      *> Origen: banda del cierre anterior (o NUEVO si no estaba).
      *> Un credito que el mes pasado ya estaba pagado, castigado o
      *> anulado no transita, y tampoco uno cerrado que no esta en la
      *> foto anterior si su cierre es de un mes anterior a este. El
      *> saldo que se suma es el del cierre anterior (lo que se movio
      *> de banda); para los nuevos, el de hoy
           MOVE 'N' TO WS-CERRADO-ANTES
           MOVE 0 TO WS-I-ORIGEN
           PERFORM VARYING WS-I-CA FROM 1 BY 1
                   UNTIL WS-I-CA > WS-CANT-CIERRE-ANT
               IF WS-CA-CREDITO(WS-I-CA) = MC-NUMERO
                   MOVE 'S' TO WS-CA-VISTO(WS-I-CA)
                   MOVE WS-CA-BANDA(WS-I-CA) TO WS-BANDA-BUSCADA
                   PERFORM 2200-BUSCAR-BANDA
                   MOVE WS-I-BANDA TO WS-I-ORIGEN
                   MOVE WS-CA-SALDO(WS-I-CA) TO WS-SALDO-MOVIDO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-I-ORIGEN > 5
               MOVE 'S' TO WS-CERRADO-ANTES
               EXIT PARAGRAPH
           END-IF
           IF WS-I-ORIGEN = 0 AND MC-ESTADO NOT = 'V'
               PERFORM 3250-MES-DE-CIERRE
               IF WS-MES-CIERRE-CRED < WS-MES-ACTUAL
                   MOVE 'S' TO WS-CERRADO-ANTES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-I-ORIGEN = 0
      *> Nuevo en la cartera: si ya nacio y termino dentro del mes
      *> igual se informa (fila NUEVO, columna PAGADO)
               MOVE 6 TO WS-I-ORIGEN
               MOVE WS-SALDO-ACTUAL TO WS-SALDO-MOVIDO
               IF MC-ESTADO = 'C'
                   MOVE MC-MONTO-CASTIGO TO WS-SALDO-MOVIDO
               END-IF
           END-IF
           MOVE WS-BANDA-ACTUAL TO WS-BANDA-BUSCADA
           PERFORM 2200-BUSCAR-BANDA
           MOVE WS-I-BANDA TO WS-I-DESTINO
           PERFORM 3300-SUMAR-CELDA.

       3250-MES-DE-CIERRE.
      *> AAAAMM en que se cerro el credito: fecha de castigo para los
      *> castigados, fecha de cierre para los demas (la de proceso si
      *> el registro no la tiene). Sin fecha valida queda en cero, es
      *> decir, cerrado en un mes anterior
           EVALUATE TRUE
               WHEN MC-ESTADO = 'C'
                   MOVE MC-FECHA-CASTIGO TO WS-FECHA-CIERRE-CRED
               WHEN MC-FECHA-CIERRE(3:1) = '/'
                   MOVE MC-FECHA-CIERRE TO WS-FECHA-CIERRE-CRED
               WHEN OTHER
                   MOVE MC-FECHA-PROCESO TO WS-FECHA-CIERRE-CRED
           END-EVALUATE
           MOVE 0 TO WS-MES-CIERRE-CRED
           IF WS-FECHA-CIERRE-CRED(3:1) = '/' AND
              WS-FECHA-CIERRE-CRED(6:1) = '/'
               COMPUTE WS-MES-CIERRE-CRED =
                   FUNCTION NUMVAL(WS-FECHA-CIERRE-CRED(7:4)) * 100
                   + FUNCTION NUMVAL(WS-FECHA-CIERRE-CRED(4:2))
           END-IF.

       3300-SUMAR-CELDA.
           ADD 1 TO WS-MZ-CANT(WS-I-ORIGEN, WS-I-DESTINO)
           ADD WS-SALDO-MOVIDO TO WS-MZ-SALDO(WS-I-ORIGEN, WS-I-DESTINO)
           ADD 1 TO WS-MZ-TOT-CANT(WS-I-ORIGEN)
           ADD WS-SALDO-MOVIDO TO WS-MZ-TOT-SALDO(WS-I-ORIGEN).

       3500-CERRAR-SIN-MAESTRO.
      *> Creditos vivos el mes pasado que ya no estan en el maestro
      *> (archivados o dados de baja): salieron de la cartera, van a
      *> la columna PAGADO
           PERFORM VARYING WS-I-CA FROM 1 BY 1
                   UNTIL WS-I-CA > WS-CANT-CIERRE-ANT
               IF WS-CA-VISTO(WS-I-CA) = 'N'
                   MOVE WS-CA-BANDA(WS-I-CA) TO WS-BANDA-BUSCADA
                   PERFORM 2200-BUSCAR-BANDA
                   IF WS-I-BANDA > 0 AND WS-I-BANDA <= 5
                       MOVE WS-I-BANDA TO WS-I-ORIGEN
                       MOVE 6 TO WS-I-DESTINO
                       MOVE WS-CA-SALDO(WS-I-CA) TO WS-SALDO-MOVIDO
                       PERFORM 3300-SUMAR-CELDA
                       ADD 1 TO WS-CANT-SIN-MAESTRO
                   END-IF
               END-IF
           END-PERFORM.

       3700-REPORTAR-MATRIZ.
           MOVE SPACES TO REG-REPORTE
           STRING "MATRIZ DE TRANSICION DE MORA (ROLL RATE) - CIERRE "
                    DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "Cierre anterior: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVO-CIERRE-ANT) DELIMITED BY SIZE
                  "   Cierre actual: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVO-CIERRE-ACT) DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           IF WS-HAY-CIERRE-ANT = 'N'
               MOVE "Sin cierre del mes anterior: toda la cartera se informa como NUEVO"
                 TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF
           MOVE "Filas: banda al cierre anterior. Columnas: banda a este cierre."
             TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CANTIDAD DE CREDITOS" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 3710-ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-I-FILA FROM 1 BY 1 UNTIL WS-I-FILA > 6
               PERFORM 3720-INICIAR-FILA
               PERFORM VARYING WS-I-COL FROM 1 BY 1 UNTIL WS-I-COL > 8
                   MOVE WS-MZ-CANT(WS-I-FILA, WS-I-COL)
                     TO WS-ED-CANT-CELDA
                   STRING "  " WS-ED-CANT-CELDA "     "
                       DELIMITED BY SIZE
                     INTO WS-LINEA-MATRIZ
                     WITH POINTER WS-POS-LINEA
                   END-STRING
               END-PERFORM
               MOVE WS-MZ-TOT-CANT(WS-I-FILA) TO WS-ED-CANT-CELDA
               STRING "  " WS-ED-CANT-CELDA DELIMITED BY SIZE
                 INTO WS-LINEA-MATRIZ
                 WITH POINTER WS-POS-LINEA
               END-STRING
               MOVE WS-LINEA-MATRIZ TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM
           MOVE 'C' TO WS-TIPO-TOTAL
           PERFORM 3730-ESCRIBIR-TOTALES

      *> Roll rate: porcentaje de cada fila que termino en cada banda
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "PORCENTAJE DE LA FILA (CANTIDAD)" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 3710-ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-I-FILA FROM 1 BY 1 UNTIL WS-I-FILA > 6
               PERFORM 3720-INICIAR-FILA
               PERFORM VARYING WS-I-COL FROM 1 BY 1 UNTIL WS-I-COL > 8
                   MOVE 0 TO WS-PCT
                   IF WS-MZ-TOT-CANT(WS-I-FILA) > 0
                       COMPUTE WS-PCT ROUNDED =
                           WS-MZ-CANT(WS-I-FILA, WS-I-COL) * 100
                           / WS-MZ-TOT-CANT(WS-I-FILA)
                   END-IF
                   MOVE WS-PCT TO WS-ED-PCT-CELDA
                   STRING "  " WS-ED-PCT-CELDA "%     "
                       DELIMITED BY SIZE
                     INTO WS-LINEA-MATRIZ
                     WITH POINTER WS-POS-LINEA
                   END-STRING
               END-PERFORM
               MOVE WS-LINEA-MATRIZ TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM

           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "SALDO (SALDO A HOY DEL CIERRE ANTERIOR; NUEVOS AL CIERRE ACTUAL)"
             TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 3710-ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-I-FILA FROM 1 BY 1 UNTIL WS-I-FILA > 6
               PERFORM 3720-INICIAR-FILA
               PERFORM VARYING WS-I-COL FROM 1 BY 1 UNTIL WS-I-COL > 8
                   MOVE WS-MZ-SALDO(WS-I-FILA, WS-I-COL)
                     TO WS-ED-SALDO-CELDA
                   STRING WS-ED-SALDO-CELDA " " DELIMITED BY SIZE
                     INTO WS-LINEA-MATRIZ
                     WITH POINTER WS-POS-LINEA
                   END-STRING
               END-PERFORM
               MOVE WS-MZ-TOT-SALDO(WS-I-FILA) TO WS-ED-SALDO-CELDA
               STRING WS-ED-SALDO-CELDA DELIMITED BY SIZE
                 INTO WS-LINEA-MATRIZ
                 WITH POINTER WS-POS-LINEA
               END-STRING
               MOVE WS-LINEA-MATRIZ TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM
           MOVE 'S' TO WS-TIPO-TOTAL
           PERFORM 3730-ESCRIBIR-TOTALES

           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "PORCENTAJE DE LA FILA (SALDO)" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 3710-ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-I-FILA FROM 1 BY 1 UNTIL WS-I-FILA > 6
               PERFORM 3720-INICIAR-FILA
               PERFORM VARYING WS-I-COL FROM 1 BY 1 UNTIL WS-I-COL > 8
                   MOVE 0 TO WS-PCT
                   IF WS-MZ-TOT-SALDO(WS-I-FILA) > 0
                       COMPUTE WS-PCT ROUNDED =
                           WS-MZ-SALDO(WS-I-FILA, WS-I-COL) * 100
                           / WS-MZ-TOT-SALDO(WS-I-FILA)
                   END-IF
                   MOVE WS-PCT TO WS-ED-PCT-CELDA
                   STRING "  " WS-ED-PCT-CELDA "%     "
                       DELIMITED BY SIZE
                     INTO WS-LINEA-MATRIZ
                     WITH POINTER WS-POS-LINEA
                   END-STRING
               END-PERFORM
               MOVE WS-LINEA-MATRIZ TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM

           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-CANT-FOTO TO WS-DISPLAY-CANT
           MOVE WS-TOT-SALDO-FOTO TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REG-REPORTE
           STRING "Creditos en la foto del cierre : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  "  saldo vigente $" DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-CIERRE-ANT TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Creditos en el cierre anterior : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-SIN-MAESTRO TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Vivos el mes pasado y ya fuera del maestro (en PAGADO): "
                    DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-CERRADOS-ANTES TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Cerrados en meses anteriores (fuera de la foto): "
                    DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE

           DISPLAY "MATRIZ DE TRANSICION: " WS-CANT-FOTO
                   " CREDITOS EN " FUNCTION TRIM(WS-ARCHIVO-CIERRE-ACT).

       3710-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-MATRIZ
           MOVE 1 TO WS-POS-LINEA
           STRING "Desde \ Hasta " DELIMITED BY SIZE
             INTO WS-LINEA-MATRIZ
             WITH POINTER WS-POS-LINEA
           END-STRING
           PERFORM VARYING WS-I-COL FROM 1 BY 1 UNTIL WS-I-COL > 8
               STRING "|" WS-BANDA-NOMBRE(WS-I-COL) "     "
                   DELIMITED BY SIZE
                 INTO WS-LINEA-MATRIZ
                 WITH POINTER WS-POS-LINEA
               END-STRING
           END-PERFORM
           STRING "|TOTAL" DELIMITED BY SIZE
             INTO WS-LINEA-MATRIZ
             WITH POINTER WS-POS-LINEA
           END-STRING
           MOVE WS-LINEA-MATRIZ TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           MOVE SPACES TO REG-REPORTE(146:)
           WRITE REG-REPORTE.

       3720-INICIAR-FILA.
           MOVE SPACES TO WS-LINEA-MATRIZ
           MOVE 1 TO WS-POS-LINEA
           IF WS-I-FILA = 6
               STRING "NUEVO         " DELIMITED BY SIZE
                 INTO WS-LINEA-MATRIZ
                 WITH POINTER WS-POS-LINEA
               END-STRING
           ELSE
               STRING WS-BANDA-NOMBRE(WS-I-FILA) "    "
                   DELIMITED BY SIZE
                 INTO WS-LINEA-MATRIZ
                 WITH POINTER WS-POS-LINEA
               END-STRING
           END-IF.

       3730-ESCRIBIR-TOTALES.
      *> Total por columna: cuantos creditos (o cuanto saldo)
      *> llegaron a cada banda en el mes. WS-TIPO-TOTAL dice si la
      *> matriz es de cantidad ('C') o de saldo ('S')
           MOVE ALL "-" TO REG-REPORTE
           MOVE SPACES TO REG-REPORTE(146:)
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-MATRIZ
           MOVE 1 TO WS-POS-LINEA
           STRING "TOTAL         " DELIMITED BY SIZE
             INTO WS-LINEA-MATRIZ
             WITH POINTER WS-POS-LINEA
           END-STRING
           PERFORM VARYING WS-I-COL FROM 1 BY 1 UNTIL WS-I-COL > 9
               MOVE 0 TO WS-TOT-COL-CANT
               MOVE 0 TO WS-TOT-COL-SALDO
               PERFORM VARYING WS-I-FILA FROM 1 BY 1
                       UNTIL WS-I-FILA > 6
                   IF WS-I-COL > 8
                       ADD WS-MZ-TOT-CANT(WS-I-FILA) TO WS-TOT-COL-CANT
                       ADD WS-MZ-TOT-SALDO(WS-I-FILA)
                         TO WS-TOT-COL-SALDO
                   ELSE
                       ADD WS-MZ-CANT(WS-I-FILA, WS-I-COL)
                         TO WS-TOT-COL-CANT
                       ADD WS-MZ-SALDO(WS-I-FILA, WS-I-COL)
                         TO WS-TOT-COL-SALDO
                   END-IF
               END-PERFORM
               IF WS-TIPO-TOTAL = 'C'
                   MOVE WS-TOT-COL-CANT TO WS-ED-CANT-CELDA
                   STRING "  " WS-ED-CANT-CELDA "     "
                       DELIMITED BY SIZE
                     INTO WS-LINEA-MATRIZ
                     WITH POINTER WS-POS-LINEA
                   END-STRING
               ELSE
                   MOVE WS-TOT-COL-SALDO TO WS-ED-SALDO-CELDA
                   STRING WS-ED-SALDO-CELDA " " DELIMITED BY SIZE
                     INTO WS-LINEA-MATRIZ
                     WITH POINTER WS-POS-LINEA
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-LINEA-MATRIZ TO REG-REPORTE
           WRITE REG-REPORTE.

       4000-FINALIZAR.
           CLOSE REPORTE-TRANSICION
           CLOSE MAESTRO-CREDITOS.

       9999-ABORTAR-POR-LIMITE.
      *> Tabla en memoria sin espacio: se corta con la foto del mes
      *> sin grabar
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - MATRIZ DE TRANSICION ABORTADA"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_COBRANZA.
       AUTHOR. "Andres Reyes Rojas".

      *> Cobranza escalonada: recorre el maestro de creditos y, con la
      *> situacion de mora que dejo el proceso diario (impago, mayor
      *> atraso y banda), asigna a cada credito moroso un nivel de
      *> cobranza: 1 recordatorio, 2 aviso formal, 3 cobranza
      *> prejudicial y 4 derivacion a cobranza judicial. Cada aviso
      *> va al archivo de cartas de su nivel con nombre y RUT del
      *> cliente (datosClientes.txt) y el monto adeudado con interes
      *> moratorio, y queda anotado en historialCobranza.txt. La
      *> corrida siguiente lee ese historial: escala cuando el atraso
      *> pide un nivel mayor, reitera la carta del nivel que sostiene
      *> solo pasados los dias de reiteracion, y un credito que se
      *> puso al dia vuelve a nivel 0. Se corre despues del proceso
      *> diario

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-COBRANZA
               ASSIGN TO 'parametrosCobranza.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORIAL-COBRANZA
               ASSIGN TO 'historialCobranza.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATOS-CLIENTES
               ASSIGN TO 'datosClientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS-NIVEL-1
               ASSIGN TO 'cartasCobranzaRecordatorio.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS-NIVEL-2
               ASSIGN TO 'cartasCobranzaAvisoFormal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS-NIVEL-3
               ASSIGN TO 'cartasCobranzaPrejudicial.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS-NIVEL-4
               ASSIGN TO 'cartasCobranzaJudicial.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-COBRANZA
               ASSIGN TO 'reporteCobranza.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-COBRANZA.
       01 REG-PARAM-COBRANZA     PIC X(80).

       FD HISTORIAL-COBRANZA.
       01 REG-HISTORIAL          PIC X(120).

       FD DATOS-CLIENTES.
       01 REG-CLIENTE            PIC X(120).

       FD CARTAS-NIVEL-1.
       01 REG-CARTA-1            PIC X(100).

       FD CARTAS-NIVEL-2.
       01 REG-CARTA-2            PIC X(100).

       FD CARTAS-NIVEL-3.
       01 REG-CARTA-3            PIC X(100).

       FD CARTAS-NIVEL-4.
       01 REG-CARTA-4            PIC X(100).

       FD REPORTE-COBRANZA.
       01 REG-REPORTE            PIC X(150).

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-PARAM         PIC X VALUE 'N'.
          05 WS-EOF-HISTORIAL     PIC X VALUE 'N'.
          05 WS-EOF-CLIENTE       PIC X VALUE 'N'.
          05 WS-EOF-MAESTRO       PIC X VALUE 'N'.
          05 WS-LINEA-ACTUAL      PIC 99 VALUE 0.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-FILAS-TABLA      PIC 9(5) VALUE 2000.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-PARAMETROS.
      *> Dias de atraso desde los que corresponde cada nivel (el 1
      *> parte con el primer dia de mora; por defecto coinciden con
      *> las bandas 31-60, 61-90 y mas de 90) y dias minimos entre
      *> dos avisos para reiterar a un credito que sigue en el mismo
      *> tramo de atraso
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-DIAS-NIVEL-2         PIC 9(5) VALUE 31.
          05 WS-DIAS-NIVEL-3         PIC 9(5) VALUE 61.
          05 WS-DIAS-NIVEL-4         PIC 9(5) VALUE 91.
          05 WS-DIAS-REITERACION     PIC 9(5) VALUE 15.
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

       01 WS-TABLA-HISTORIAL.
      *> Ultimo contacto de cada credito segun historialCobranza.txt
      *> (credito;fecha;nivel;atraso;monto, una linea por aviso o por
      *> regularizacion, en orden de corrida): manda la ultima linea
          05 WS-HISTORIAL-ROW OCCURS 2000 TIMES INDEXED BY WS-I-HI.
             10 WS-HI-CREDITO        PIC X(12).
             10 WS-HI-NIVEL          PIC 9.
             10 WS-HI-DIAS-FECHA     PIC 9(7).

       01 WS-TABLA-CLIENTES.
          05 WS-CLIENTE-ROW OCCURS 2000 TIMES INDEXED BY WS-I-CLI.
             10 WS-TC-NOMBRE         PIC X(20).
             10 WS-TC-APELLIDO-PAT   PIC X(20).
             10 WS-TC-APELLIDO-MAT   PIC X(20).
             10 WS-TC-RUT            PIC X(12).
             10 WS-TC-NUMERO-CREDITO PIC X(12).

       01 WS-CONTADORES.
          05 WS-CANT-HISTORIAL       PIC 9(5) VALUE 0.
          05 WS-CANT-CLIENTES        PIC 9(5) VALUE 0.
          05 WS-CANT-LEIDOS          PIC 9(5) VALUE 0.
          05 WS-CANT-MOROSOS         PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-AVISO       PIC 9(5) VALUE 0.
          05 WS-CANT-REGULARIZADOS   PIC 9(5) VALUE 0.
          05 WS-CANT-AVISOS-NIVEL OCCURS 4 TIMES PIC 9(5).
          05 WS-TOT-ADEUDADO-NIVEL OCCURS 4 TIMES PIC 9(14)V99.

       01 WS-PARSE-DELIMITADO.
          05 WS-CANT-PUNTOCOMA       PIC 99 VALUE 0.
          05 WS-CAMPOS-DELIM.
             10 WS-CAMPO-1           PIC X(50).
             10 WS-CAMPO-2           PIC X(50).
             10 WS-CAMPO-3           PIC X(50).
             10 WS-CAMPO-4           PIC X(50).
             10 WS-CAMPO-5           PIC X(50).

       01 WS-DATOS-CREDITO.
          05 WS-CRE-NUMERO        PIC X(12).
          05 WS-RUT               PIC X(12).
          05 WS-NOMBRE-COMPLETO   PIC X(62).

       01 WS-CONTROL-MAESTRO.
          05 WS-FS-MAESTRO           PIC XX VALUE SPACES.

       01 WS-CONTROL-COBRANZA.
      *> Igual que en el castigo, el atraso del maestro se lleva a la
      *> fecha de esta corrida sumando los dias corridos desde la
      *> fecha de proceso del maestro
          05 WS-DIAS-HOY             PIC 9(7) VALUE 0.
          05 WS-DIAS-MAESTRO         PIC 9(7) VALUE 0.
          05 WS-FECHA-ISO            PIC 9(8) VALUE 0.
          05 WS-ATRASO-AJUSTADO      PIC 9(5) VALUE 0.
          05 WS-NIVEL-ANTERIOR       PIC 9 VALUE 0.
          05 WS-NIVEL-ATRASO         PIC 9 VALUE 0.
          05 WS-NIVEL-NUEVO          PIC 9 VALUE 0.
          05 WS-DIAS-ULT-CONTACTO    PIC 9(7) VALUE 0.
          05 WS-ACCION               PIC X(20).
          05 WS-MONTO-ADEUDADO       PIC 9(12)V99 VALUE 0.
          05 WS-LINEA-CARTA          PIC X(100).
          05 WS-TITULO-NIVEL         PIC X(40).

       01 WS-FORMATO-SALIDA.
          05 WS-ED-MONTO             PIC Z(11)9.99.
          05 WS-ED-ATRASO            PIC Z(4)9.
          05 WS-ED-NIVEL-2           PIC Z(4)9.
          05 WS-ED-NIVEL-3           PIC Z(4)9.
          05 WS-ED-NIVEL-4           PIC Z(4)9.
          05 WS-ED-REITERACION       PIC Z(4)9.
          05 WS-DISPLAY-SALDO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-MORA         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-ATRASO       PIC ZZZZ9.
          05 WS-DISPLAY-CANT         PIC ZZ,ZZ9.

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
           PERFORM 3000-EVALUAR-CARTERA
           PERFORM 3950-REPORTAR-TOTALES
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
           INITIALIZE WS-CANT-AVISOS-NIVEL(1) WS-CANT-AVISOS-NIVEL(2)
                      WS-CANT-AVISOS-NIVEL(3) WS-CANT-AVISOS-NIVEL(4)
                      WS-TOT-ADEUDADO-NIVEL(1) WS-TOT-ADEUDADO-NIVEL(2)
                      WS-TOT-ADEUDADO-NIVEL(3) WS-TOT-ADEUDADO-NIVEL(4)

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

      *> Misma regla del proceso diario: con la fecha de proceso
      *> pisada la cobranza corre como si fuera ese dia (atraso,
      *> fecha de las cartas y del historial)
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

      *> Sin maestro no hay situacion de mora que mirar: se corta
      *> antes de emitir cartas o tocar el historial
           OPEN INPUT MAESTRO-CREDITOS
           EVALUATE WS-FS-MAESTRO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR FATAL: maestro de creditos no "
                           "disponible (status " WS-FS-MAESTRO
                           ") - COBRANZA ABORTADA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

      *> Las tablas se cargan antes de abrir las cartas: si alguna se
      *> llena la corrida se corta sin dejar vacios los archivos de
      *> cartas de la corrida anterior
           PERFORM 2100-LEER-HISTORIAL
           PERFORM 2200-LEER-CLIENTES

           OPEN OUTPUT CARTAS-NIVEL-1
           OPEN OUTPUT CARTAS-NIVEL-2
           OPEN OUTPUT CARTAS-NIVEL-3
           OPEN OUTPUT CARTAS-NIVEL-4
           OPEN OUTPUT REPORTE-COBRANZA
           MOVE SPACES TO REG-REPORTE
           STRING "REPORTE DE COBRANZA - " DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-DIAS-NIVEL-2 TO WS-ED-NIVEL-2
           MOVE WS-DIAS-NIVEL-3 TO WS-ED-NIVEL-3
           MOVE WS-DIAS-NIVEL-4 TO WS-ED-NIVEL-4
           MOVE WS-DIAS-REITERACION TO WS-ED-REITERACION
           MOVE SPACES TO REG-REPORTE
           STRING "Niveles: 1 recordatorio (1+ dias), 2 aviso formal ("
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-NIVEL-2) DELIMITED BY SIZE
                  "+), 3 prejudicial (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-NIVEL-3) DELIMITED BY SIZE
                  "+), 4 judicial (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-NIVEL-4) DELIMITED BY SIZE
                  "+); reiteracion cada " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-REITERACION) DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Credito      | RUT          | Banda      | Atraso | Nivel | Adeudado c/Mora   | Accion"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-------------|--------------|------------|--------|-------|-------------------|--------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE.

       1020-LEER-PARAMETROS.
      *> Lineas CLAVE;VALOR, igual que parametrosCorrida.txt
           OPEN INPUT PARAMETROS-COBRANZA
           PERFORM UNTIL WS-EOF-PARAM = 'Y'
               READ PARAMETROS-COBRANZA
                   AT END MOVE 'Y' TO WS-EOF-PARAM
               END-READ
               IF WS-EOF-PARAM = 'N' AND
                  REG-PARAM-COBRANZA NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-PARAM-COBRANZA DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-PARAM-CLAVE
                   EVALUATE WS-PARAM-CLAVE
                       WHEN 'DIAS-NIVEL-2'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-DIAS-NIVEL-2
                       WHEN 'DIAS-NIVEL-3'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-DIAS-NIVEL-3
                       WHEN 'DIAS-NIVEL-4'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-DIAS-NIVEL-4
                       WHEN 'DIAS-REITERACION'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-DIAS-REITERACION
                       WHEN 'FECHA-PROCESO'
                           MOVE WS-CAMPO-2(1:10)
                             TO WS-FECHA-PROCESO-OVR
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro de "
                                   "cobranza no reconocido: "
                                   FUNCTION TRIM(WS-PARAM-CLAVE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS-COBRANZA.

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
                       "parametrosCobranza.txt: "
                       WS-FECHA-PROCESO-OVR
                       " (se espera dd/mm/aaaa) - COBRANZA ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-LEER-HISTORIAL.
      *> credito;dd/mm/aaaa;nivel;atraso;monto. Se guarda solo el
      *> ultimo contacto de cada credito; las lineas se agregan al
      *> final en cada corrida, asi que la ultima es la vigente
           OPEN INPUT HISTORIAL-COBRANZA
           PERFORM UNTIL WS-EOF-HISTORIAL = 'Y'
               READ HISTORIAL-COBRANZA
                   AT END MOVE 'Y' TO WS-EOF-HISTORIAL
               END-READ
               IF WS-EOF-HISTORIAL = 'N' AND
                  REG-HISTORIAL NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-HISTORIAL DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                            WS-CAMPO-4 WS-CAMPO-5
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:12) TO WS-CRE-NUMERO
                   PERFORM 2110-BUSCAR-HISTORIAL
                   IF WS-I-HI > WS-CANT-HISTORIAL
                       IF WS-CANT-HISTORIAL >= WS-MAX-FILAS-TABLA
                           MOVE "historial de cobranza"
                             TO WS-TABLA-EXCEDIDA
                           MOVE WS-MAX-FILAS-TABLA
                             TO WS-LIMITE-EXCEDIDO
                           PERFORM 9999-ABORTAR-POR-LIMITE
                       END-IF
                       ADD 1 TO WS-CANT-HISTORIAL
                       SET WS-I-HI TO WS-CANT-HISTORIAL
                       MOVE WS-CRE-NUMERO TO WS-HI-CREDITO(WS-I-HI)
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-CAMPO-3)
                     TO WS-HI-NIVEL(WS-I-HI)
                   COMPUTE WS-FECHA-ISO =
                       FUNCTION NUMVAL(WS-CAMPO-2(7:4)) * 10000
                       + FUNCTION NUMVAL(WS-CAMPO-2(4:2)) * 100
                       + FUNCTION NUMVAL(WS-CAMPO-2(1:2))
                   COMPUTE WS-HI-DIAS-FECHA(WS-I-HI) =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-ISO)
               END-IF
           END-PERFORM
           CLOSE HISTORIAL-COBRANZA.

       2110-BUSCAR-HISTORIAL.
      *> Deja WS-I-HI en la fila del credito, o en WS-CANT-HISTORIAL
      *> + 1 si el credito no tiene contactos
           PERFORM VARYING WS-I-HI FROM 1 BY 1
                   UNTIL WS-I-HI > WS-CANT-HISTORIAL
               IF WS-HI-CREDITO(WS-I-HI) = WS-CRE-NUMERO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2200-LEER-CLIENTES.
      *> Bloques de 5 lineas o una linea nombre;paterno;materno;rut;
      *> credito; las cartas llevan el nombre completo
           OPEN INPUT DATOS-CLIENTES
           MOVE 0 TO WS-LINEA-ACTUAL
           PERFORM UNTIL WS-EOF-CLIENTE = 'Y'
               READ DATOS-CLIENTES
                   AT END MOVE 'Y' TO WS-EOF-CLIENTE
               END-READ
               IF WS-EOF-CLIENTE = 'N'
                   IF WS-CANT-CLIENTES >= WS-MAX-FILAS-TABLA
                       MOVE "clientes" TO WS-TABLA-EXCEDIDA
                       MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                       PERFORM 9999-ABORTAR-POR-LIMITE
                   END-IF
                   MOVE 0 TO WS-CANT-PUNTOCOMA
                   INSPECT REG-CLIENTE
                       TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
                   IF WS-CANT-PUNTOCOMA > 0
                       MOVE 0 TO WS-LINEA-ACTUAL
                       IF WS-CANT-PUNTOCOMA = 4
                           MOVE SPACES TO WS-CAMPOS-DELIM
                           UNSTRING REG-CLIENTE DELIMITED BY ';'
                               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                                    WS-CAMPO-4 WS-CAMPO-5
                           END-UNSTRING
                           ADD 1 TO WS-CANT-CLIENTES
                           MOVE WS-CAMPO-1
                             TO WS-TC-NOMBRE(WS-CANT-CLIENTES)
                           MOVE WS-CAMPO-2
                             TO WS-TC-APELLIDO-PAT(WS-CANT-CLIENTES)
                           MOVE WS-CAMPO-3
                             TO WS-TC-APELLIDO-MAT(WS-CANT-CLIENTES)
                           MOVE WS-CAMPO-4
                             TO WS-TC-RUT(WS-CANT-CLIENTES)
                           MOVE WS-CAMPO-5
                             TO WS-TC-NUMERO-CREDITO(WS-CANT-CLIENTES)
                       END-IF
                   ELSE
                       ADD 1 TO WS-LINEA-ACTUAL
                       EVALUATE WS-LINEA-ACTUAL
                           WHEN 1
                               MOVE REG-CLIENTE
                                 TO WS-TC-NOMBRE(WS-CANT-CLIENTES + 1)
                           WHEN 2
                               MOVE REG-CLIENTE
                                 TO WS-TC-APELLIDO-PAT
                                    (WS-CANT-CLIENTES + 1)
                           WHEN 3
                               MOVE REG-CLIENTE
                                 TO WS-TC-APELLIDO-MAT
                                    (WS-CANT-CLIENTES + 1)
                           WHEN 4
                               MOVE REG-CLIENTE
                                 TO WS-TC-RUT(WS-CANT-CLIENTES + 1)
                           WHEN 5
                               ADD 1 TO WS-CANT-CLIENTES
                               MOVE REG-CLIENTE
                                 TO WS-TC-NUMERO-CREDITO
                                    (WS-CANT-CLIENTES)
                               MOVE 0 TO WS-LINEA-ACTUAL
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DATOS-CLIENTES.

       2210-BUSCAR-CLIENTE.
           MOVE SPACES TO WS-RUT
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           PERFORM VARYING WS-I-CLI FROM 1 BY 1
                   UNTIL WS-I-CLI > WS-CANT-CLIENTES
               IF WS-TC-NUMERO-CREDITO(WS-I-CLI) = WS-CRE-NUMERO
                   MOVE WS-TC-RUT(WS-I-CLI) TO WS-RUT
                   STRING FUNCTION TRIM(WS-TC-NOMBRE(WS-I-CLI))
                            DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TC-APELLIDO-PAT(WS-I-CLI))
                            DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TC-APELLIDO-MAT(WS-I-CLI))
                            DELIMITED BY SIZE
                     INTO WS-NOMBRE-COMPLETO
                   END-STRING
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3000-EVALUAR-CARTERA.
      *> Recorre el maestro completo en orden de credito. Los
      *> castigados ('C') ya salieron de la cobranza normal: los
      *> sigue el reporte de castigos y recuperaciones
           OPEN EXTEND HISTORIAL-COBRANZA
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
                   IF MC-ESTADO NOT = 'C'
                       PERFORM 3050-DETERMINAR-NIVEL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTORIAL-COBRANZA.

       3050-DETERMINAR-NIVEL.
      *> Nivel por atraso (llevado a hoy) contra el ultimo nivel
      *> avisado: si el atraso ya pide un nivel mayor se salta a el;
      *> si no, pasados los dias de reiteracion desde el ultimo aviso
      *> se reitera la carta del nivel que el atraso sostiene (nunca
      *> uno mayor). La derivacion judicial (nivel 4) no se reitera.
      *> Un credito sin impago (o ya cerrado) se regulariza
           MOVE MC-NUMERO TO WS-CRE-NUMERO
           PERFORM 2110-BUSCAR-HISTORIAL
           MOVE 0 TO WS-NIVEL-ANTERIOR
           MOVE 0 TO WS-DIAS-ULT-CONTACTO
           IF WS-I-HI NOT > WS-CANT-HISTORIAL
               MOVE WS-HI-NIVEL(WS-I-HI) TO WS-NIVEL-ANTERIOR
               MOVE WS-HI-DIAS-FECHA(WS-I-HI) TO WS-DIAS-ULT-CONTACTO
           END-IF

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

           IF MC-ESTADO NOT = 'V' OR MC-TOTAL-IMPAGO = 0 OR
              WS-ATRASO-AJUSTADO = 0
               IF WS-NIVEL-ANTERIOR > 0
                   PERFORM 3150-REGULARIZAR
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-MOROSOS
           EVALUATE TRUE
               WHEN WS-ATRASO-AJUSTADO >= WS-DIAS-NIVEL-4
                   MOVE 4 TO WS-NIVEL-ATRASO
               WHEN WS-ATRASO-AJUSTADO >= WS-DIAS-NIVEL-3
                   MOVE 3 TO WS-NIVEL-ATRASO
               WHEN WS-ATRASO-AJUSTADO >= WS-DIAS-NIVEL-2
                   MOVE 2 TO WS-NIVEL-ATRASO
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL-ATRASO
           END-EVALUATE

           MOVE 0 TO WS-NIVEL-NUEVO
           EVALUATE TRUE
               WHEN WS-NIVEL-ATRASO > WS-NIVEL-ANTERIOR
                   MOVE WS-NIVEL-ATRASO TO WS-NIVEL-NUEVO
               WHEN WS-NIVEL-ATRASO < 4 AND
                    WS-DIAS-HOY >=
                        WS-DIAS-ULT-CONTACTO + WS-DIAS-REITERACION
                   MOVE WS-NIVEL-ATRASO TO WS-NIVEL-NUEVO
           END-EVALUATE

           COMPUTE WS-MONTO-ADEUDADO =
               MC-TOTAL-IMPAGO + MC-INTERES-MORA
           PERFORM 2210-BUSCAR-CLIENTE
           IF WS-NIVEL-NUEVO = 0
               ADD 1 TO WS-CANT-SIN-AVISO
               MOVE WS-NIVEL-ANTERIOR TO WS-NIVEL-NUEVO
               MOVE "YA AVISADO" TO WS-ACCION
               PERFORM 3300-ESCRIBIR-LINEA-REPORTE
           ELSE
               PERFORM 3100-EMITIR-AVISO
           END-IF.

       3100-EMITIR-AVISO.
           ADD 1 TO WS-CANT-AVISOS-NIVEL(WS-NIVEL-NUEVO)
           ADD WS-MONTO-ADEUDADO
             TO WS-TOT-ADEUDADO-NIVEL(WS-NIVEL-NUEVO)
           EVALUATE WS-NIVEL-NUEVO
               WHEN 1
                   MOVE "NIVEL 1 - RECORDATORIO DE PAGO"
                     TO WS-TITULO-NIVEL
               WHEN 2
                   MOVE "NIVEL 2 - AVISO FORMAL DE MORA"
                     TO WS-TITULO-NIVEL
               WHEN 3
                   MOVE "NIVEL 3 - COBRANZA PREJUDICIAL"
                     TO WS-TITULO-NIVEL
               WHEN 4
                   MOVE "NIVEL 4 - DERIVACION A COBRANZA JUDICIAL"
                     TO WS-TITULO-NIVEL
           END-EVALUATE
           PERFORM 3110-ESCRIBIR-CARTA
           PERFORM 3200-REGISTRAR-CONTACTO
           MOVE "AVISO ENVIADO" TO WS-ACCION
           IF WS-NIVEL-NUEVO NOT > WS-NIVEL-ANTERIOR
               MOVE "AVISO REITERADO" TO WS-ACCION
           END-IF
           PERFORM 3300-ESCRIBIR-LINEA-REPORTE.

       3110-ESCRIBIR-CARTA.
      *> Una carta por credito en el archivo de su nivel; el monto
      *> adeudado es el impago de las cuotas vencidas mas el interes
      *> moratorio, a la fecha de proceso del maestro
           MOVE ALL "=" TO WS-LINEA-CARTA
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING WS-TITULO-NIVEL DELIMITED BY SIZE
                  "   Fecha: " DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "Senor(a) : " DELIMITED BY SIZE
                  WS-NOMBRE-COMPLETO DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "RUT      : " DELIMITED BY SIZE
                  WS-RUT DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "Credito  : " DELIMITED BY SIZE
                  WS-CRE-NUMERO DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 3120-GRABAR-LINEA-CARTA

           MOVE WS-ATRASO-AJUSTADO TO WS-DISPLAY-ATRASO
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "Dias de atraso           :             "
                    DELIMITED BY SIZE
                  WS-DISPLAY-ATRASO DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE MC-TOTAL-IMPAGO TO WS-DISPLAY-SALDO
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "Cuotas vencidas impagas  : $" DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE MC-INTERES-MORA TO WS-DISPLAY-MORA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "Interes moratorio        : $" DELIMITED BY SIZE
                  WS-DISPLAY-MORA DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE WS-MONTO-ADEUDADO TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "TOTAL ADEUDADO           : $" DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
             INTO WS-LINEA-CARTA
           END-STRING
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 3120-GRABAR-LINEA-CARTA

           EVALUATE WS-NIVEL-NUEVO
               WHEN 1
                   MOVE "Le recordamos que su credito registra cuotas vencidas sin pagar."
                     TO WS-LINEA-CARTA
                   PERFORM 3120-GRABAR-LINEA-CARTA
                   MOVE "Si ya pago, por favor no considere este aviso."
                     TO WS-LINEA-CARTA
               WHEN 2
                   MOVE "Su credito se encuentra en mora. Le solicitamos regularizar el"
                     TO WS-LINEA-CARTA
                   PERFORM 3120-GRABAR-LINEA-CARTA
                   MOVE "total adeudado a la brevedad o acercarse a convenir el pago."
                     TO WS-LINEA-CARTA
               WHEN 3
                   MOVE "Agotada la cobranza administrativa, su deuda pasa a cobranza"
                     TO WS-LINEA-CARTA
                   PERFORM 3120-GRABAR-LINEA-CARTA
                   MOVE "prejudicial; los gastos de cobranza seran de su cargo."
                     TO WS-LINEA-CARTA
               WHEN 4
                   MOVE "Credito derivado a cobranza judicial. Antecedentes remitidos al"
                     TO WS-LINEA-CARTA
                   PERFORM 3120-GRABAR-LINEA-CARTA
                   MOVE "area legal para el inicio de las acciones que correspondan."
                     TO WS-LINEA-CARTA
           END-EVALUATE
           PERFORM 3120-GRABAR-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 3120-GRABAR-LINEA-CARTA.

       3120-GRABAR-LINEA-CARTA.
           EVALUATE WS-NIVEL-NUEVO
               WHEN 1
                   MOVE WS-LINEA-CARTA TO REG-CARTA-1
                   WRITE REG-CARTA-1
               WHEN 2
                   MOVE WS-LINEA-CARTA TO REG-CARTA-2
                   WRITE REG-CARTA-2
               WHEN 3
                   MOVE WS-LINEA-CARTA TO REG-CARTA-3
                   WRITE REG-CARTA-3
               WHEN 4
                   MOVE WS-LINEA-CARTA TO REG-CARTA-4
                   WRITE REG-CARTA-4
           END-EVALUATE.

       3150-REGULARIZAR.
      *> El credito se puso al dia (o se cerro): se anota un contacto
      *> de nivel 0 para que una mora futura parta de nuevo desde el
      *> recordatorio
           ADD 1 TO WS-CANT-REGULARIZADOS
           MOVE 0 TO WS-NIVEL-NUEVO
           MOVE 0 TO WS-MONTO-ADEUDADO
           PERFORM 2210-BUSCAR-CLIENTE
           PERFORM 3200-REGISTRAR-CONTACTO
           MOVE "REGULARIZADO" TO WS-ACCION
           PERFORM 3300-ESCRIBIR-LINEA-REPORTE.

       3200-REGISTRAR-CONTACTO.
           MOVE WS-ATRASO-AJUSTADO TO WS-ED-ATRASO
           MOVE WS-MONTO-ADEUDADO TO WS-ED-MONTO
           MOVE SPACES TO REG-HISTORIAL
           STRING FUNCTION TRIM(WS-CRE-NUMERO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-NIVEL-NUEVO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-ATRASO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-MONTO) DELIMITED BY SIZE
             INTO REG-HISTORIAL
           END-STRING
           WRITE REG-HISTORIAL.

       3300-ESCRIBIR-LINEA-REPORTE.
           MOVE WS-ATRASO-AJUSTADO TO WS-DISPLAY-ATRASO
           MOVE WS-MONTO-ADEUDADO TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REG-REPORTE
           STRING WS-CRE-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RUT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  MC-BANDA-MORA DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-DISPLAY-ATRASO DELIMITED BY SIZE
                  " |     " DELIMITED BY SIZE
                  WS-NIVEL-NUEVO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ACCION DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3950-REPORTAR-TOTALES.
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-CANT-LEIDOS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Creditos leidos del maestro : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-MOROSOS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Creditos en mora            : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           PERFORM VARYING WS-NIVEL-NUEVO FROM 1 BY 1
                   UNTIL WS-NIVEL-NUEVO > 4
               MOVE WS-CANT-AVISOS-NIVEL(WS-NIVEL-NUEVO)
                 TO WS-DISPLAY-CANT
               MOVE WS-TOT-ADEUDADO-NIVEL(WS-NIVEL-NUEVO)
                 TO WS-DISPLAY-TOTAL
               MOVE SPACES TO REG-REPORTE
               STRING "Avisos nivel " DELIMITED BY SIZE
                      WS-NIVEL-NUEVO DELIMITED BY SIZE
                      "              : " DELIMITED BY SIZE
                      WS-DISPLAY-CANT DELIMITED BY SIZE
                      "  $" DELIMITED BY SIZE
                      WS-DISPLAY-TOTAL DELIMITED BY SIZE
                 INTO REG-REPORTE
               END-STRING
               WRITE REG-REPORTE
           END-PERFORM
           MOVE WS-CANT-SIN-AVISO TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "En mora ya avisados (espera): " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-REGULARIZADOS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Regularizados (a nivel 0)   : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE

           DISPLAY "COBRANZA: " WS-CANT-MOROSOS " CREDITOS EN MORA, "
                   WS-CANT-REGULARIZADOS " REGULARIZADOS".

       4000-FINALIZAR.
           CLOSE CARTAS-NIVEL-1
           CLOSE CARTAS-NIVEL-2
           CLOSE CARTAS-NIVEL-3
           CLOSE CARTAS-NIVEL-4
           CLOSE REPORTE-COBRANZA
           CLOSE MAESTRO-CREDITOS.

       9999-ABORTAR-POR-LIMITE.
      *> Tabla en memoria sin espacio: se corta antes de emitir cartas
      *> y de agregar contactos al historial
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - COBRANZA ABORTADA"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_CASTIGO.
       AUTHOR. "Andres Reyes Rojas".

      *> Castigo de cartera: marca como castigados ('C') en el maestro
      *> los creditos vigentes que superan los dias de mora fijados
      *> en parametrosCastigo.txt o que vienen en
      *> autorizacionesCastigo.txt, contabiliza el castigo en
      *> interfazContable.txt (contra la provision, dando de baja la
      *> cartera y la mora por cobrar) y emite reporteCastigos.txt
      *> con los castigos de la corrida y la cartera castigada con
      *> sus recuperaciones. Se corre despues del proceso diario: lee
      *> del maestro la situacion de mora que este dejo

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-CASTIGO
               ASSIGN TO 'parametrosCastigo.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTORIZACIONES-CASTIGO
               ASSIGN TO 'autorizacionesCastigo.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATOS-CLIENTES
               ASSIGN TO 'datosClientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTERFAZ-CONTABLE
               ASSIGN TO 'interfazContable.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPURA-INTERFAZ
               ASSIGN TO 'depuraInterfaz.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-CASTIGOS
               ASSIGN TO 'reporteCastigos.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-CASTIGO.
       01 REG-PARAM-CASTIGO      PIC X(80).

       FD AUTORIZACIONES-CASTIGO.
       01 REG-AUTORIZACION       PIC X(80).

       FD DATOS-CLIENTES.
       01 REG-CLIENTE            PIC X(120).

       FD INTERFAZ-CONTABLE.
       01 REG-CONTABLE           PIC X(120).

       FD DEPURA-INTERFAZ.
       01 REG-DEPURA             PIC X(120).

       FD REPORTE-CASTIGOS.
       01 REG-REPORTE            PIC X(150).

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-PARAM         PIC X VALUE 'N'.
          05 WS-EOF-AUTORIZACION  PIC X VALUE 'N'.
          05 WS-EOF-CLIENTE       PIC X VALUE 'N'.
          05 WS-EOF-INTERFAZ      PIC X VALUE 'N'.
          05 WS-EOF-DEPURA        PIC X VALUE 'N'.
          05 WS-EOF-MAESTRO       PIC X VALUE 'N'.
          05 WS-LINEA-ACTUAL      PIC 99 VALUE 0.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-FILAS-TABLA      PIC 9(5) VALUE 2000.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-PARAMETROS.
      *> Umbral de castigo por mora (dias de atraso de la cuota mas
      *> antigua impaga); sin parametro se castiga a los 180 dias
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-DIAS-CASTIGO         PIC 9(5) VALUE 180.
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

       01 WS-TABLA-AUTORIZACIONES.
      *> Castigos autorizados por comite, con su referencia (acta o
      *> resolucion); 'S' cuando se aplicaron en esta corrida
          05 WS-AUTORIZACION-ROW OCCURS 2000 TIMES INDEXED BY WS-I-AU.
             10 WS-AU-CREDITO        PIC X(12).
             10 WS-AU-REFERENCIA     PIC X(20).
             10 WS-AU-APLICADA       PIC X.

       01 WS-TABLA-CLIENTES.
          05 WS-CLIENTE-ROW OCCURS 2000 TIMES INDEXED BY WS-I-CLI.
             10 WS-TC-RUT            PIC X(12).
             10 WS-TC-NUMERO-CREDITO PIC X(12).

       01 WS-CONTADORES.
          05 WS-CANT-AUTORIZACIONES  PIC 9(5) VALUE 0.
          05 WS-CANT-CLIENTES        PIC 9(5) VALUE 0.
          05 WS-CANT-LEIDOS          PIC 9(5) VALUE 0.
          05 WS-CANT-CASTIGADOS      PIC 9(5) VALUE 0.
          05 WS-CANT-POR-MORA        PIC 9(5) VALUE 0.
          05 WS-CANT-POR-AUTORIZ     PIC 9(5) VALUE 0.
          05 WS-CANT-NO-APLICADAS    PIC 9(5) VALUE 0.
          05 WS-CANT-CARTERA-CAST    PIC 9(5) VALUE 0.
          05 WS-CANT-ERRORES-MAESTRO PIC 9(5) VALUE 0.

       01 WS-PARSE-DELIMITADO.
          05 WS-CANT-PUNTOCOMA       PIC 99 VALUE 0.
          05 WS-CAMPOS-DELIM.
             10 WS-CAMPO-1           PIC X(50).
             10 WS-CAMPO-2           PIC X(50).
             10 WS-CAMPO-3           PIC X(50).
             10 WS-CAMPO-4           PIC X(50).
             10 WS-CAMPO-5           PIC X(50).
             10 WS-CAMPO-6           PIC X(50).

       01 WS-DATOS-CREDITO.
          05 WS-CRE-NUMERO        PIC X(12).
          05 WS-RUT               PIC X(12).

       01 WS-CONTROL-MAESTRO.
          05 WS-FS-MAESTRO           PIC XX VALUE SPACES.

       01 WS-CONTROL-CASTIGO.
      *> Dias de atraso a la fecha de esta corrida: el maestro trae
      *> el atraso a su fecha de proceso y, si el credito sigue con
      *> cuotas impagas, se le suman los dias corridos desde entonces
          05 WS-DIAS-HOY             PIC 9(7) VALUE 0.
          05 WS-DIAS-MAESTRO         PIC 9(7) VALUE 0.
          05 WS-FECHA-ISO            PIC 9(8) VALUE 0.
          05 WS-ATRASO-AJUSTADO      PIC 9(5) VALUE 0.
          05 WS-CASTIGAR             PIC X VALUE 'N'.
          05 WS-MOTIVO-CASTIGO       PIC X(30) VALUE SPACES.
          05 WS-MONTO-PROVISION      PIC 9(12)V99 VALUE 0.
      *> Mora que se da de baja contra la provision: la de un credito
      *> en no devengo nunca entro a mora por cobrar, queda en cero
          05 WS-MORA-CASTIGO         PIC 9(12)V99 VALUE 0.
          05 WS-NETO-CASTIGO         PIC S9(12)V99 VALUE 0.

       01 WS-TOTALES-CASTIGO.
          05 WS-TOT-CAPITAL-CAST     PIC 9(14)V99 VALUE 0.
          05 WS-TOT-MORA-CAST        PIC 9(14)V99 VALUE 0.
          05 WS-TOT-CARTERA-CAST     PIC 9(14)V99 VALUE 0.
          05 WS-TOT-CARTERA-RECUP    PIC 9(14)V99 VALUE 0.
          05 WS-TOT-CARTERA-NETO     PIC S9(14)V99 VALUE 0.

       01 WS-CONTROL-CONTABLE.
      *> Mismo plan de cuentas y formato de linea que el proceso
      *> diario; debe y haber incluyen lo que ya traia la interfaz
          05 WS-CTA-CARTERA          PIC X(4) VALUE '1300'.
          05 WS-CTA-MORA-X-COBRAR    PIC X(4) VALUE '1450'.
          05 WS-CTA-PROVISION        PIC X(4) VALUE '2300'.
          05 WS-AS-CUENTA            PIC X(4).
          05 WS-AS-GLOSA             PIC X(30).
          05 WS-AS-TIPO              PIC X.
          05 WS-AS-MONTO             PIC 9(12)V99.
          05 WS-AS-MONTO-TXT         PIC 9(12).99.
          05 WS-CONT-TOT-DEBE        PIC 9(14)V99 VALUE 0.
          05 WS-CONT-TOT-HABER       PIC 9(14)V99 VALUE 0.
          05 WS-CONT-DEBE-TXT        PIC 9(14).99.
          05 WS-CONT-HABER-TXT       PIC 9(14).99.
          05 WS-INTERFAZ-CON-ENCAB   PIC X VALUE 'N'.
          05 WS-CANT-LINEAS-INTERFAZ PIC 9(5) VALUE 0.

       01 WS-FORMATO-SALIDA.
          05 WS-DISPLAY-SALDO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-MORA         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-RECUPERADO   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-NETO         PIC -Z,ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 2100-LEER-AUTORIZACIONES
           PERFORM 2200-LEER-CLIENTES
           PERFORM 2400-RESPALDAR-INTERFAZ
           PERFORM 2500-REABRIR-INTERFAZ
           PERFORM 3000-SELECCIONAR-CASTIGOS
           PERFORM 3500-REPORTAR-AUTORIZ-PEND
           PERFORM 3600-CERRAR-INTERFAZ-CONTABLE
           PERFORM 3700-REPORTAR-CARTERA-CASTIGADA
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
      *> pisada el castigo corre como si fuera ese dia (atraso,
      *> fecha del asiento y fecha de castigo del maestro)
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

      *> Sin maestro no hay a quien marcar: se corta antes de tocar
      *> la interfaz contable, que queda tal como la dejo el diario
           OPEN I-O MAESTRO-CREDITOS
           EVALUATE WS-FS-MAESTRO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR FATAL: maestro de creditos no "
                           "disponible (status " WS-FS-MAESTRO
                           ") - CASTIGO ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT REPORTE-CASTIGOS
           MOVE SPACES TO REG-REPORTE
           STRING "REPORTE DE CASTIGOS Y RECUPERACIONES - "
                    DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-DIAS-CASTIGO TO WS-DISPLAY-ATRASO
           MOVE SPACES TO REG-REPORTE
           STRING "Umbral de castigo por mora: " DELIMITED BY SIZE
                  WS-DISPLAY-ATRASO DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CASTIGOS DE LA CORRIDA" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Credito      | RUT          | Atraso | Saldo Castigado   | Mora Castigada    | Motivo"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-------------|--------------|--------|-------------------|-------------------|------------------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE.

       1020-LEER-PARAMETROS.
      *> Lineas CLAVE;VALOR, igual que parametrosCorrida.txt
           OPEN INPUT PARAMETROS-CASTIGO
           PERFORM UNTIL WS-EOF-PARAM = 'Y'
               READ PARAMETROS-CASTIGO
                   AT END MOVE 'Y' TO WS-EOF-PARAM
               END-READ
               IF WS-EOF-PARAM = 'N' AND
                  REG-PARAM-CASTIGO NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-PARAM-CASTIGO DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-PARAM-CLAVE
                   EVALUATE WS-PARAM-CLAVE
                       WHEN 'DIAS-MORA'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-DIAS-CASTIGO
                       WHEN 'FECHA-PROCESO'
                           MOVE WS-CAMPO-2(1:10)
                             TO WS-FECHA-PROCESO-OVR
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro de "
                                   "castigo no reconocido: "
                                   FUNCTION TRIM(WS-PARAM-CLAVE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS-CASTIGO.

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
                       "parametrosCastigo.txt: "
                       WS-FECHA-PROCESO-OVR
                       " (se espera dd/mm/aaaa) - CASTIGO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-LEER-AUTORIZACIONES.
      *> Una linea por credito: numero[;referencia]
           OPEN INPUT AUTORIZACIONES-CASTIGO
           PERFORM UNTIL WS-EOF-AUTORIZACION = 'Y'
               READ AUTORIZACIONES-CASTIGO
                   AT END MOVE 'Y' TO WS-EOF-AUTORIZACION
               END-READ
               IF WS-EOF-AUTORIZACION = 'N' AND
                  REG-AUTORIZACION NOT = SPACES
                   IF WS-CANT-AUTORIZACIONES >= WS-MAX-FILAS-TABLA
                       MOVE "autorizaciones de castigo"
                         TO WS-TABLA-EXCEDIDA
                       MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                       PERFORM 9999-ABORTAR-POR-LIMITE
                   END-IF
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-AUTORIZACION DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   ADD 1 TO WS-CANT-AUTORIZACIONES
                   MOVE WS-CAMPO-1(1:12)
                     TO WS-AU-CREDITO(WS-CANT-AUTORIZACIONES)
                   MOVE WS-CAMPO-2(1:20)
                     TO WS-AU-REFERENCIA(WS-CANT-AUTORIZACIONES)
                   MOVE 'N' TO WS-AU-APLICADA(WS-CANT-AUTORIZACIONES)
               END-IF
           END-PERFORM
           CLOSE AUTORIZACIONES-CASTIGO.

       2200-LEER-CLIENTES.
      *> Bloques de 5 lineas o una linea nombre;paterno;materno;rut;
      *> credito; solo se guardan rut y credito
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
                           MOVE WS-CAMPO-4
                             TO WS-TC-RUT(WS-CANT-CLIENTES)
                           MOVE WS-CAMPO-5
                             TO WS-TC-NUMERO-CREDITO(WS-CANT-CLIENTES)
                       END-IF
                   ELSE
                       ADD 1 TO WS-LINEA-ACTUAL
                       EVALUATE WS-LINEA-ACTUAL
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
           PERFORM VARYING WS-I-CLI FROM 1 BY 1
                   UNTIL WS-I-CLI > WS-CANT-CLIENTES
               IF WS-TC-NUMERO-CREDITO(WS-I-CLI) = WS-CRE-NUMERO
                   MOVE WS-TC-RUT(WS-I-CLI) TO WS-RUT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2400-RESPALDAR-INTERFAZ.
      *> La interfaz del dia trae su propio trailer de totales: se
      *> copia sin el a depuraInterfaz.tmp recalculando debe y haber
      *> linea por linea, para cerrar el archivo con un solo trailer
      *> que cubra los asientos del diario y los del castigo
           OPEN INPUT INTERFAZ-CONTABLE
           OPEN OUTPUT DEPURA-INTERFAZ
           PERFORM UNTIL WS-EOF-INTERFAZ = 'Y'
               READ INTERFAZ-CONTABLE
                   AT END MOVE 'Y' TO WS-EOF-INTERFAZ
               END-READ
               IF WS-EOF-INTERFAZ = 'N' AND
                  REG-CONTABLE NOT = SPACES AND
                  REG-CONTABLE(1:8) NOT = "TOTALES;"
                   IF REG-CONTABLE(1:6) = "FECHA;"
                       MOVE 'S' TO WS-INTERFAZ-CON-ENCAB
                   ELSE
                       MOVE SPACES TO WS-CAMPOS-DELIM
                       UNSTRING REG-CONTABLE DELIMITED BY ';'
                           INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                                WS-CAMPO-4 WS-CAMPO-5 WS-CAMPO-6
                       END-UNSTRING
                       IF WS-CAMPO-5(1:1) = 'D'
                           ADD FUNCTION NUMVAL(WS-CAMPO-6)
                             TO WS-CONT-TOT-DEBE
                       ELSE
                           ADD FUNCTION NUMVAL(WS-CAMPO-6)
                             TO WS-CONT-TOT-HABER
                       END-IF
                   END-IF
                   MOVE REG-CONTABLE TO REG-DEPURA
                   WRITE REG-DEPURA
                   ADD 1 TO WS-CANT-LINEAS-INTERFAZ
               END-IF
           END-PERFORM
           CLOSE INTERFAZ-CONTABLE
           CLOSE DEPURA-INTERFAZ.

       2500-REABRIR-INTERFAZ.
      *> Se reescribe la interfaz con las lineas respaldadas; si el
      *> diario no dejo interfaz se parte con el encabezado
           OPEN OUTPUT INTERFAZ-CONTABLE
           IF WS-INTERFAZ-CON-ENCAB = 'N'
               MOVE "FECHA;CREDITO;CUENTA;GLOSA;TIPO;MONTO"
                 TO REG-CONTABLE
               WRITE REG-CONTABLE
           END-IF
           OPEN INPUT DEPURA-INTERFAZ
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ DEPURA-INTERFAZ
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE REG-DEPURA TO REG-CONTABLE
                   WRITE REG-CONTABLE
               END-IF
           END-PERFORM
           CLOSE DEPURA-INTERFAZ.

       3000-SELECCIONAR-CASTIGOS.
      *> Recorre el maestro completo en orden de credito; solo los
      *> vigentes ('V') pueden castigarse
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
                   IF MC-ESTADO = 'V'
                       PERFORM 3050-EVALUAR-CREDITO
                       IF WS-CASTIGAR = 'S'
                           PERFORM 3100-CASTIGAR-CREDITO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3050-EVALUAR-CREDITO.
      *> Castiga por mora (atraso llevado a la fecha de la corrida
      *> mayor o igual al umbral) o por autorizacion expresa; la
      *> autorizacion manda aunque el credito no llegue al umbral
           MOVE 'N' TO WS-CASTIGAR
           MOVE SPACES TO WS-MOTIVO-CASTIGO
           MOVE MC-NUMERO TO WS-CRE-NUMERO

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

           PERFORM VARYING WS-I-AU FROM 1 BY 1
                   UNTIL WS-I-AU > WS-CANT-AUTORIZACIONES
               IF WS-AU-CREDITO(WS-I-AU) = WS-CRE-NUMERO
                   MOVE 'S' TO WS-CASTIGAR
                   MOVE 'S' TO WS-AU-APLICADA(WS-I-AU)
                   MOVE SPACES TO WS-MOTIVO-CASTIGO
                   STRING "AUTORIZADO " DELIMITED BY SIZE
                          WS-AU-REFERENCIA(WS-I-AU) DELIMITED BY SIZE
                     INTO WS-MOTIVO-CASTIGO
                   END-STRING
                   ADD 1 TO WS-CANT-POR-AUTORIZ
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CASTIGAR = 'N' AND
              WS-ATRASO-AJUSTADO >= WS-DIAS-CASTIGO
               MOVE 'S' TO WS-CASTIGAR
               MOVE "MORA SOBRE UMBRAL" TO WS-MOTIVO-CASTIGO
               ADD 1 TO WS-CANT-POR-MORA
           END-IF.

       3100-CASTIGAR-CREDITO.
      *> Asiento de castigo: la provision absorbe el saldo de capital
      *> y la mora devengada; se dan de baja la cartera (capital) y
      *> la mora por cobrar. Los pagos que lleguen despues los toma
      *> el proceso diario como recuperacion. Primero se marca el
      *> credito en el maestro: si no se puede regrabar no hay
      *> asiento, para que la contabilidad no castigue un credito
      *> que el maestro sigue mostrando vigente
           PERFORM 2210-BUSCAR-CLIENTE
           IF MC-NO-DEVENGO = 'S'
               MOVE 0 TO WS-MORA-CASTIGO
           ELSE
               MOVE MC-INTERES-MORA TO WS-MORA-CASTIGO
           END-IF

           MOVE 'C' TO MC-ESTADO
           MOVE WS-FECHA-CORRIDA TO MC-FECHA-CASTIGO
           MOVE MC-SALDO-PENDIENTE TO MC-MONTO-CASTIGO
           MOVE 0 TO MC-TOTAL-RECUPERADO
           MOVE WS-ATRASO-AJUSTADO TO MC-DIAS-ATRASO
           REWRITE REG-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar maestro "
                           "para credito " WS-CRE-NUMERO
                           " - castigo no aplicado"
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-CANT-ERRORES-MAESTRO
                   IF WS-MOTIVO-CASTIGO = "MORA SOBRE UMBRAL"
                       SUBTRACT 1 FROM WS-CANT-POR-MORA
                   ELSE
                       SUBTRACT 1 FROM WS-CANT-POR-AUTORIZ
                   END-IF
                   EXIT PARAGRAPH
           END-REWRITE

           COMPUTE WS-MONTO-PROVISION =
               MC-SALDO-PENDIENTE + WS-MORA-CASTIGO

           IF WS-MONTO-PROVISION > 0
               MOVE WS-MONTO-PROVISION TO WS-AS-MONTO
               MOVE "CASTIGO DE CARTERA" TO WS-AS-GLOSA
               MOVE WS-CTA-PROVISION TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           IF MC-SALDO-PENDIENTE > 0
               MOVE MC-SALDO-PENDIENTE TO WS-AS-MONTO
               MOVE "CASTIGO DE CARTERA" TO WS-AS-GLOSA
               MOVE WS-CTA-CARTERA TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           IF WS-MORA-CASTIGO > 0
               MOVE WS-MORA-CASTIGO TO WS-AS-MONTO
               MOVE "CASTIGO MORA POR COBRAR" TO WS-AS-GLOSA
               MOVE WS-CTA-MORA-X-COBRAR TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF

           ADD 1 TO WS-CANT-CASTIGADOS
           ADD MC-SALDO-PENDIENTE TO WS-TOT-CAPITAL-CAST
           ADD WS-MORA-CASTIGO TO WS-TOT-MORA-CAST

           MOVE MC-SALDO-PENDIENTE TO WS-DISPLAY-SALDO
           MOVE WS-MORA-CASTIGO TO WS-DISPLAY-MORA
           MOVE WS-ATRASO-AJUSTADO TO WS-DISPLAY-ATRASO
           MOVE SPACES TO REG-REPORTE
           STRING WS-CRE-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RUT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-ATRASO DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-MORA DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-MOTIVO-CASTIGO DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3310-ESCRIBIR-ASIENTO.
      *> Misma linea de asiento del proceso diario
           MOVE WS-AS-MONTO TO WS-AS-MONTO-TXT
           IF WS-AS-TIPO = 'D'
               ADD WS-AS-MONTO TO WS-CONT-TOT-DEBE
           ELSE
               ADD WS-AS-MONTO TO WS-CONT-TOT-HABER
           END-IF
           MOVE SPACES TO REG-CONTABLE
           STRING WS-FECHA-CORRIDA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRE-NUMERO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-AS-CUENTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AS-GLOSA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-AS-TIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-AS-MONTO-TXT DELIMITED BY SIZE
             INTO REG-CONTABLE
           END-STRING
           WRITE REG-CONTABLE.

       3500-REPORTAR-AUTORIZ-PEND.
      *> Autorizaciones que no se pudieron aplicar: credito que no
      *> esta en el maestro o que ya no esta vigente
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "AUTORIZACIONES NO APLICADAS" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-I-AU FROM 1 BY 1
                   UNTIL WS-I-AU > WS-CANT-AUTORIZACIONES
               IF WS-AU-APLICADA(WS-I-AU) = 'N'
                   ADD 1 TO WS-CANT-NO-APLICADAS
                   MOVE WS-AU-CREDITO(WS-I-AU) TO MC-NUMERO
                   MOVE SPACES TO WS-MOTIVO-CASTIGO
                   READ MAESTRO-CREDITOS
                       INVALID KEY
                           MOVE "CREDITO NO EXISTE EN MAESTRO"
                             TO WS-MOTIVO-CASTIGO
                       NOT INVALID KEY
                           STRING "CREDITO NO VIGENTE (ESTADO "
                                    DELIMITED BY SIZE
                                  MC-ESTADO DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                             INTO WS-MOTIVO-CASTIGO
                           END-STRING
                   END-READ
                   MOVE SPACES TO REG-REPORTE
                   STRING WS-AU-CREDITO(WS-I-AU) DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-AU-REFERENCIA(WS-I-AU) DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-MOTIVO-CASTIGO DELIMITED BY SIZE
                     INTO REG-REPORTE
                   END-STRING
                   WRITE REG-REPORTE
               END-IF
           END-PERFORM
           IF WS-CANT-NO-APLICADAS = 0
               MOVE "(ninguna)" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       3600-CERRAR-INTERFAZ-CONTABLE.
      *> Trailer unico con debe y haber del dia completo
           MOVE WS-CONT-TOT-DEBE  TO WS-CONT-DEBE-TXT
           MOVE WS-CONT-TOT-HABER TO WS-CONT-HABER-TXT
           MOVE SPACES TO REG-CONTABLE
           STRING "TOTALES;" DELIMITED BY SIZE
                  WS-CONT-DEBE-TXT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CONT-HABER-TXT DELIMITED BY SIZE
             INTO REG-CONTABLE
           END-STRING
           WRITE REG-CONTABLE
           CLOSE INTERFAZ-CONTABLE

           IF WS-CONT-TOT-DEBE NOT = WS-CONT-TOT-HABER
               DISPLAY "ADVERTENCIA: interfaz contable descuadrada "
                       "(DEBE " WS-CONT-DEBE-TXT
                       " HABER " WS-CONT-HABER-TXT ")"
           END-IF.

       3700-REPORTAR-CARTERA-CASTIGADA.
      *> Segunda pasada por el maestro (ya con los castigos de hoy):
      *> toda la cartera castigada con lo recuperado a la fecha, que
      *> el proceso diario acumula en el maestro
           CLOSE MAESTRO-CREDITOS
           OPEN INPUT MAESTRO-CREDITOS
           MOVE 'N' TO WS-EOF-MAESTRO

           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CARTERA CASTIGADA Y RECUPERACIONES" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Credito      | RUT          | Castigo    | Monto Castigado   | Recuperado        | Neto Castigado"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-------------|--------------|------------|-------------------|-------------------|------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE LOW-VALUES TO MC-NUMERO
           START MAESTRO-CREDITOS KEY IS NOT LESS THAN MC-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF-MAESTRO
           END-START
           PERFORM UNTIL WS-EOF-MAESTRO = 'Y'
               READ MAESTRO-CREDITOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MAESTRO
               END-READ
               IF WS-EOF-MAESTRO = 'N' AND MC-ESTADO = 'C'
                   PERFORM 3710-ESCRIBIR-CASTIGADO
               END-IF
           END-PERFORM

           MOVE WS-TOT-CARTERA-CAST TO WS-DISPLAY-SALDO
           MOVE WS-TOT-CARTERA-RECUP TO WS-DISPLAY-RECUPERADO
           MOVE WS-TOT-CARTERA-NETO TO WS-DISPLAY-NETO
           MOVE SPACES TO REG-REPORTE
           STRING "TOTAL        |              |            | "
                    DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-RECUPERADO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-NETO DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3710-ESCRIBIR-CASTIGADO.
           MOVE MC-NUMERO TO WS-CRE-NUMERO
           PERFORM 2210-BUSCAR-CLIENTE
           ADD 1 TO WS-CANT-CARTERA-CAST
           COMPUTE WS-NETO-CASTIGO =
               MC-MONTO-CASTIGO - MC-TOTAL-RECUPERADO
           ADD MC-MONTO-CASTIGO TO WS-TOT-CARTERA-CAST
           ADD MC-TOTAL-RECUPERADO TO WS-TOT-CARTERA-RECUP
           ADD WS-NETO-CASTIGO TO WS-TOT-CARTERA-NETO

           MOVE MC-MONTO-CASTIGO TO WS-DISPLAY-SALDO
           MOVE MC-TOTAL-RECUPERADO TO WS-DISPLAY-RECUPERADO
           MOVE WS-NETO-CASTIGO TO WS-DISPLAY-NETO
           MOVE SPACES TO REG-REPORTE
           STRING WS-CRE-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RUT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  MC-FECHA-CASTIGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-RECUPERADO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-NETO DELIMITED BY SIZE
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
           MOVE WS-CANT-POR-MORA TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Castigados por mora         : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-POR-AUTORIZ TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Castigados por autorizacion : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-TOT-CAPITAL-CAST TO WS-DISPLAY-SALDO
           MOVE SPACES TO REG-REPORTE
           STRING "Capital castigado hoy       : $" DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-TOT-MORA-CAST TO WS-DISPLAY-MORA
           MOVE SPACES TO REG-REPORTE
           STRING "Mora castigada hoy          : $" DELIMITED BY SIZE
                  WS-DISPLAY-MORA DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-CARTERA-CAST TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Creditos castigados (total) : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           IF WS-CANT-ERRORES-MAESTRO > 0
               MOVE WS-CANT-ERRORES-MAESTRO TO WS-DISPLAY-CANT
               MOVE SPACES TO REG-REPORTE
               STRING "No castigados (error maestro): " DELIMITED BY SIZE
                      WS-DISPLAY-CANT DELIMITED BY SIZE
                 INTO REG-REPORTE
               END-STRING
               WRITE REG-REPORTE
           END-IF

           DISPLAY "CASTIGO DE CARTERA: " WS-CANT-CASTIGADOS
                   " creditos castigados, " WS-CANT-NO-APLICADAS
                   " autorizaciones no aplicadas".

       4000-FINALIZAR.
           CLOSE REPORTE-CASTIGOS
           CLOSE MAESTRO-CREDITOS.

       9999-ABORTAR-POR-LIMITE.
      *> Tabla en memoria sin espacio: se corta antes de tocar la
      *> interfaz contable y el maestro
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - CASTIGO ABORTADO"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

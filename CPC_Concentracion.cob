       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_CONCENTRACION.
       AUTHOR. "Andres Reyes Rojas".

      *> Exposicion y concentracion de la cartera: suma por RUT el
      *> saldo vigente y el monto impago de todos sus creditos (segun
      *> el maestro que dejo el proceso diario y los clientes de
      *> datosClientes.txt), agrupa los RUT relacionados en grupos
      *> economicos con relacionesClientes.txt y compara cada cliente
      *> y cada grupo con los limites de limitesExposicion.txt, en
      *> monto y como porcentaje de la cartera total.
      *> reporteConcentracion.txt lista las N mayores exposiciones y
      *> todos los excesos de limite

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIMITES-EXPOSICION
               ASSIGN TO 'limitesExposicion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELACIONES-CLIENTES
               ASSIGN TO 'relacionesClientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATOS-CLIENTES
               ASSIGN TO 'datosClientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-CONCENTRACION
               ASSIGN TO 'reporteConcentracion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD LIMITES-EXPOSICION.
       01 REG-LIMITE             PIC X(80).

       FD RELACIONES-CLIENTES.
       01 REG-RELACION           PIC X(80).

       FD DATOS-CLIENTES.
       01 REG-CLIENTE            PIC X(120).

       FD REPORTE-CONCENTRACION.
       01 REG-REPORTE            PIC X(180).

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-LIMITE        PIC X VALUE 'N'.
          05 WS-EOF-RELACION      PIC X VALUE 'N'.
          05 WS-EOF-CLIENTE       PIC X VALUE 'N'.
          05 WS-EOF-MAESTRO       PIC X VALUE 'N'.
          05 WS-LINEA-ACTUAL      PIC 99 VALUE 0.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-FILAS-TABLA      PIC 9(5) VALUE 2000.
          05 WS-MAX-LIMITES-ESP      PIC 9(5) VALUE 500.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-PARAMETROS.
      *> Politica de credito: limites generales en pesos (cero = sin
      *> limite), porcentaje maximo de la cartera y limites propios
      *> de un RUT o de un grupo, que reemplazan al general
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-LIM-INDIVIDUAL       PIC 9(14)V99 VALUE 0.
          05 WS-LIM-GRUPO            PIC 9(14)V99 VALUE 0.
          05 WS-PORC-INDIVIDUAL      PIC 9(3)V99 VALUE 0.
          05 WS-PORC-GRUPO           PIC 9(3)V99 VALUE 0.
          05 WS-TOP-N                PIC 9(4) VALUE 10.

       01 WS-TABLA-LIMITES-ESP.
      *> 'R' limite de un RUT, 'G' limite de un grupo
          05 WS-LIMITE-ESP-ROW OCCURS 500 TIMES INDEXED BY WS-I-LE.
             10 WS-LE-TIPO           PIC X.
             10 WS-LE-CODIGO         PIC X(12).
             10 WS-LE-MONTO          PIC 9(14)V99.

       01 WS-TABLA-RELACIONES.
          05 WS-RELACION-ROW OCCURS 2000 TIMES INDEXED BY WS-I-REL.
             10 WS-RL-RUT            PIC X(12).
             10 WS-RL-GRUPO          PIC X(12).

       01 WS-TABLA-CLIENTES.
          05 WS-CLIENTE-ROW OCCURS 2000 TIMES INDEXED BY WS-I-CLI.
             10 WS-TC-NOMBRE         PIC X(20).
             10 WS-TC-APELLIDO-PAT   PIC X(20).
             10 WS-TC-APELLIDO-MAT   PIC X(20).
             10 WS-TC-RUT            PIC X(12).
             10 WS-TC-NUMERO-CREDITO PIC X(12).

       01 WS-TABLA-EXP-CLIENTES.
      *> Exposicion consolidada por RUT
          05 WS-EXP-CLIENTE-ROW OCCURS 2000 TIMES INDEXED BY WS-I-EC.
             10 WS-EC-RUT            PIC X(12).
             10 WS-EC-NOMBRE         PIC X(40).
             10 WS-EC-GRUPO          PIC X(12).
             10 WS-EC-CREDITOS       PIC 9(5).
             10 WS-EC-SALDO          PIC 9(14)V99.
             10 WS-EC-IMPAGO         PIC 9(14)V99.
             10 WS-EC-PORC           PIC 9(3)V99.
             10 WS-EC-LIMITE         PIC 9(14)V99.
             10 WS-EC-EXCEDE-MONTO   PIC X.
             10 WS-EC-EXCEDE-PORC    PIC X.
             10 WS-EC-ELEGIDO        PIC X.

       01 WS-TABLA-EXP-GRUPOS.
      *> Exposicion consolidada por grupo economico
          05 WS-EXP-GRUPO-ROW OCCURS 2000 TIMES INDEXED BY WS-I-EG.
             10 WS-EG-GRUPO          PIC X(12).
             10 WS-EG-RUTS           PIC 9(5).
             10 WS-EG-CREDITOS       PIC 9(5).
             10 WS-EG-SALDO          PIC 9(14)V99.
             10 WS-EG-IMPAGO         PIC 9(14)V99.
             10 WS-EG-PORC           PIC 9(3)V99.
             10 WS-EG-LIMITE         PIC 9(14)V99.
             10 WS-EG-EXCEDE-MONTO   PIC X.
             10 WS-EG-EXCEDE-PORC    PIC X.
             10 WS-EG-ELEGIDO        PIC X.

       01 WS-CONTADORES.
          05 WS-CANT-LIMITES-ESP     PIC 9(5) VALUE 0.
          05 WS-CANT-RELACIONES      PIC 9(5) VALUE 0.
          05 WS-CANT-CLIENTES        PIC 9(5) VALUE 0.
          05 WS-CANT-EXP-CLIENTES    PIC 9(5) VALUE 0.
          05 WS-CANT-EXP-GRUPOS      PIC 9(5) VALUE 0.
          05 WS-CANT-LEIDOS          PIC 9(7) VALUE 0.
          05 WS-CANT-VIGENTES        PIC 9(7) VALUE 0.
          05 WS-CANT-SIN-CLIENTE     PIC 9(7) VALUE 0.
          05 WS-CANT-EXCESOS-CLI     PIC 9(5) VALUE 0.
          05 WS-CANT-EXCESOS-GRU     PIC 9(5) VALUE 0.
          05 WS-RANGO                PIC 9(4) VALUE 0.

       01 WS-TOTALES-CARTERA.
          05 WS-TOT-SALDO            PIC 9(14)V99 VALUE 0.
          05 WS-TOT-IMPAGO           PIC 9(14)V99 VALUE 0.
          05 WS-TOT-SALDO-SIN-CLI    PIC 9(14)V99 VALUE 0.

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
          05 WS-GRUPO             PIC X(12).
          05 WS-NOMBRE-COMPLETO   PIC X(40).

       01 WS-CONTROL-MAESTRO.
          05 WS-FS-MAESTRO           PIC XX VALUE SPACES.

       01 WS-CONTROL-SELECCION.
          05 WS-MAYOR-SALDO          PIC 9(14)V99 VALUE 0.
          05 WS-I-MAYOR              PIC 9(5) VALUE 0.
          05 WS-LIMITE-BUSQ          PIC 9(14)V99 VALUE 0.
          05 WS-TIPO-BUSQ            PIC X.
          05 WS-CODIGO-BUSQ          PIC X(12).
          05 WS-EXCESO               PIC 9(14)V99 VALUE 0.
          05 WS-MARCA-MONTO          PIC X.
          05 WS-MARCA-PORC           PIC X.

       01 WS-FORMATO-SALIDA.
          05 WS-DISPLAY-SALDO        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-DISPLAY-IMPAGO       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-DISPLAY-LIMITE       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-DISPLAY-PORC         PIC ZZ9.99.
          05 WS-DISPLAY-PORC-LIM     PIC ZZ9.99.
          05 WS-DISPLAY-CANT         PIC ZZ,ZZ9.
          05 WS-DISPLAY-CANT-2       PIC ZZ,ZZ9.
          05 WS-DISPLAY-RANGO        PIC ZZZ9.
          05 WS-ESTADO-LIMITE        PIC X(16).
          05 WS-LIMITE-TXT           PIC X(18).

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-HORA-SIS    PIC X(21).
          05 WS-FECHA-CORRIDA     PIC X(10).
          05 WS-HORA-HOY          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-INICIALIZAR
           PERFORM 2100-LEER-RELACIONES
           PERFORM 2200-LEER-CLIENTES
           PERFORM 3000-ACUMULAR-EXPOSICION
           PERFORM 3200-ACUMULAR-GRUPOS
           PERFORM 3400-EVALUAR-LIMITES
           PERFORM 3600-REPORTAR-TOP-CLIENTES
           PERFORM 3700-REPORTAR-TOP-GRUPOS
           PERFORM 3800-REPORTAR-EXCESOS
           PERFORM 3950-REPORTAR-TOTALES
           PERFORM 4000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SIS
           MOVE SPACES TO WS-FECHA-CORRIDA
           STRING WS-FECHA-HORA-SIS(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(1:4) DELIMITED BY SIZE
             INTO WS-FECHA-CORRIDA
           END-STRING
           MOVE SPACES TO WS-HORA-HOY
           STRING WS-FECHA-HORA-SIS(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(13:2) DELIMITED BY SIZE
             INTO WS-HORA-HOY
           END-STRING

           PERFORM 1020-LEER-LIMITES

      *> Sin maestro no hay saldos que consolidar
           OPEN INPUT MAESTRO-CREDITOS
           EVALUATE WS-FS-MAESTRO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR FATAL: maestro de creditos no "
                           "disponible (status " WS-FS-MAESTRO
                           ") - CONCENTRACION ABORTADA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT REPORTE-CONCENTRACION
           MOVE SPACES TO REG-REPORTE
           STRING "REPORTE DE EXPOSICION Y CONCENTRACION DE CARTERA - "
                    DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-LIM-INDIVIDUAL TO WS-DISPLAY-LIMITE
           MOVE WS-PORC-INDIVIDUAL TO WS-DISPLAY-PORC
           MOVE SPACES TO REG-REPORTE
           STRING "Limite individual por RUT : $" DELIMITED BY SIZE
                  WS-DISPLAY-LIMITE DELIMITED BY SIZE
                  "  maximo " DELIMITED BY SIZE
                  WS-DISPLAY-PORC DELIMITED BY SIZE
                  "% de la cartera" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-LIM-GRUPO TO WS-DISPLAY-LIMITE
           MOVE WS-PORC-GRUPO TO WS-DISPLAY-PORC
           MOVE SPACES TO REG-REPORTE
           STRING "Limite por grupo economico: $" DELIMITED BY SIZE
                  WS-DISPLAY-LIMITE DELIMITED BY SIZE
                  "  maximo " DELIMITED BY SIZE
                  WS-DISPLAY-PORC DELIMITED BY SIZE
                  "% de la cartera" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-LIMITES-ESP TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "(limites en cero no se controlan; limites propios "
                    DELIMITED BY SIZE
                  "por RUT o grupo: " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       1020-LEER-LIMITES.
      *> Lineas CLAVE;VALOR como los demas parametros, mas
      *> RUT;rut;monto y GRUPO;codigo;monto para limites propios
           OPEN INPUT LIMITES-EXPOSICION
           PERFORM UNTIL WS-EOF-LIMITE = 'Y'
               READ LIMITES-EXPOSICION
                   AT END MOVE 'Y' TO WS-EOF-LIMITE
               END-READ
               IF WS-EOF-LIMITE = 'N' AND
                  REG-LIMITE NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-LIMITE DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-PARAM-CLAVE
                   EVALUATE WS-PARAM-CLAVE
                       WHEN 'LIMITE-INDIVIDUAL'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-LIM-INDIVIDUAL
                       WHEN 'LIMITE-GRUPO'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-LIM-GRUPO
                       WHEN 'PORC-INDIVIDUAL'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-PORC-INDIVIDUAL
                       WHEN 'PORC-GRUPO'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-PORC-GRUPO
                       WHEN 'TOP-N'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-TOP-N
                       WHEN 'RUT'
                       WHEN 'GRUPO'
                           IF WS-CANT-LIMITES-ESP >= WS-MAX-LIMITES-ESP
                               MOVE "limites propios"
                                 TO WS-TABLA-EXCEDIDA
                               MOVE WS-MAX-LIMITES-ESP
                                 TO WS-LIMITE-EXCEDIDO
                               PERFORM 9999-ABORTAR-POR-LIMITE
                           END-IF
                           ADD 1 TO WS-CANT-LIMITES-ESP
                           IF WS-CAMPO-1(1:1) = 'G'
                               MOVE 'G'
                                 TO WS-LE-TIPO(WS-CANT-LIMITES-ESP)
                           ELSE
                               MOVE 'R'
                                 TO WS-LE-TIPO(WS-CANT-LIMITES-ESP)
                           END-IF
                           MOVE FUNCTION TRIM(WS-CAMPO-2)
                             TO WS-LE-CODIGO(WS-CANT-LIMITES-ESP)
                           MOVE FUNCTION NUMVAL(WS-CAMPO-3)
                             TO WS-LE-MONTO(WS-CANT-LIMITES-ESP)
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro de "
                                   "limites no reconocido: "
                                   FUNCTION TRIM(WS-PARAM-CLAVE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LIMITES-EXPOSICION.

       2100-LEER-RELACIONES.
      *> rut;grupo: un RUT pertenece a un solo grupo economico; un RUT
      *> sin linea no pertenece a ninguno y solo se controla solo
           OPEN INPUT RELACIONES-CLIENTES
           PERFORM UNTIL WS-EOF-RELACION = 'Y'
               READ RELACIONES-CLIENTES
                   AT END MOVE 'Y' TO WS-EOF-RELACION
               END-READ
               IF WS-EOF-RELACION = 'N' AND
                  REG-RELACION NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-RELACION DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   IF WS-CAMPO-2 = SPACES
                       DISPLAY "ADVERTENCIA: relacion sin codigo de "
                               "grupo ignorada: "
                               FUNCTION TRIM(REG-RELACION)
                   ELSE
                       IF WS-CANT-RELACIONES >= WS-MAX-FILAS-TABLA
                           MOVE "relaciones de clientes"
                             TO WS-TABLA-EXCEDIDA
                           MOVE WS-MAX-FILAS-TABLA
                             TO WS-LIMITE-EXCEDIDO
                           PERFORM 9999-ABORTAR-POR-LIMITE
                       END-IF
                       ADD 1 TO WS-CANT-RELACIONES
                       MOVE FUNCTION TRIM(WS-CAMPO-1)
                         TO WS-RL-RUT(WS-CANT-RELACIONES)
                       MOVE FUNCTION TRIM(WS-CAMPO-2)
                         TO WS-RL-GRUPO(WS-CANT-RELACIONES)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELACIONES-CLIENTES.

       2150-BUSCAR-GRUPO.
           MOVE SPACES TO WS-GRUPO
           PERFORM VARYING WS-I-REL FROM 1 BY 1
                   UNTIL WS-I-REL > WS-CANT-RELACIONES
               IF WS-RL-RUT(WS-I-REL) = WS-RUT
                   MOVE WS-RL-GRUPO(WS-I-REL) TO WS-GRUPO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2200-LEER-CLIENTES.
      *> Bloques de 5 lineas o una linea nombre;paterno;materno;rut;
      *> credito
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

       3000-ACUMULAR-EXPOSICION.
      *> Exposicion = saldo a la fecha de proceso (en pesos) de los
      *> creditos vigentes; los castigados ya salieron del balance y
      *> los pagados, rechazados y anulados no tienen saldo
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
                       PERFORM 3050-ACUMULAR-CREDITO
                   END-IF
               END-IF
           END-PERFORM.

       3050-ACUMULAR-CREDITO.
           ADD 1 TO WS-CANT-VIGENTES
           ADD MC-SALDO-PENDIENTE TO WS-TOT-SALDO
           ADD MC-TOTAL-IMPAGO TO WS-TOT-IMPAGO
           MOVE MC-NUMERO TO WS-CRE-NUMERO
           PERFORM 2210-BUSCAR-CLIENTE
      *> Sin cliente no hay a quien atribuirlo: cuenta en la cartera
      *> total y se informa aparte
           IF WS-RUT = SPACES
               ADD 1 TO WS-CANT-SIN-CLIENTE
               ADD MC-SALDO-PENDIENTE TO WS-TOT-SALDO-SIN-CLI
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-I-EC FROM 1 BY 1
                   UNTIL WS-I-EC > WS-CANT-EXP-CLIENTES
               IF WS-EC-RUT(WS-I-EC) = WS-RUT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-I-EC > WS-CANT-EXP-CLIENTES
               IF WS-CANT-EXP-CLIENTES >= WS-MAX-FILAS-TABLA
                   MOVE "exposicion por cliente" TO WS-TABLA-EXCEDIDA
                   MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                   PERFORM 9999-ABORTAR-POR-LIMITE
               END-IF
               ADD 1 TO WS-CANT-EXP-CLIENTES
               SET WS-I-EC TO WS-CANT-EXP-CLIENTES
               PERFORM 2150-BUSCAR-GRUPO
               MOVE WS-RUT TO WS-EC-RUT(WS-I-EC)
               MOVE WS-NOMBRE-COMPLETO TO WS-EC-NOMBRE(WS-I-EC)
               MOVE WS-GRUPO TO WS-EC-GRUPO(WS-I-EC)
               MOVE 0 TO WS-EC-CREDITOS(WS-I-EC)
                         WS-EC-SALDO(WS-I-EC)
                         WS-EC-IMPAGO(WS-I-EC)
                         WS-EC-PORC(WS-I-EC)
                         WS-EC-LIMITE(WS-I-EC)
               MOVE 'N' TO WS-EC-EXCEDE-MONTO(WS-I-EC)
                           WS-EC-EXCEDE-PORC(WS-I-EC)
                           WS-EC-ELEGIDO(WS-I-EC)
           END-IF
           ADD 1 TO WS-EC-CREDITOS(WS-I-EC)
           ADD MC-SALDO-PENDIENTE TO WS-EC-SALDO(WS-I-EC)
           ADD MC-TOTAL-IMPAGO TO WS-EC-IMPAGO(WS-I-EC).

       3200-ACUMULAR-GRUPOS.
      *> El grupo suma a todos sus RUT con exposicion vigente
           PERFORM VARYING WS-I-EC FROM 1 BY 1
                   UNTIL WS-I-EC > WS-CANT-EXP-CLIENTES
               IF WS-EC-GRUPO(WS-I-EC) NOT = SPACES
                   PERFORM 3250-SUMAR-A-GRUPO
               END-IF
           END-PERFORM.

       3250-SUMAR-A-GRUPO.
           PERFORM VARYING WS-I-EG FROM 1 BY 1
                   UNTIL WS-I-EG > WS-CANT-EXP-GRUPOS
               IF WS-EG-GRUPO(WS-I-EG) = WS-EC-GRUPO(WS-I-EC)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-I-EG > WS-CANT-EXP-GRUPOS
               IF WS-CANT-EXP-GRUPOS >= WS-MAX-FILAS-TABLA
                   MOVE "exposicion por grupo" TO WS-TABLA-EXCEDIDA
                   MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                   PERFORM 9999-ABORTAR-POR-LIMITE
               END-IF
               ADD 1 TO WS-CANT-EXP-GRUPOS
               SET WS-I-EG TO WS-CANT-EXP-GRUPOS
               MOVE WS-EC-GRUPO(WS-I-EC) TO WS-EG-GRUPO(WS-I-EG)
               MOVE 0 TO WS-EG-RUTS(WS-I-EG)
                         WS-EG-CREDITOS(WS-I-EG)
                         WS-EG-SALDO(WS-I-EG)
                         WS-EG-IMPAGO(WS-I-EG)
                         WS-EG-PORC(WS-I-EG)
                         WS-EG-LIMITE(WS-I-EG)
               MOVE 'N' TO WS-EG-EXCEDE-MONTO(WS-I-EG)
                           WS-EG-EXCEDE-PORC(WS-I-EG)
                           WS-EG-ELEGIDO(WS-I-EG)
           END-IF
           ADD 1 TO WS-EG-RUTS(WS-I-EG)
           ADD WS-EC-CREDITOS(WS-I-EC) TO WS-EG-CREDITOS(WS-I-EG)
           ADD WS-EC-SALDO(WS-I-EC) TO WS-EG-SALDO(WS-I-EG)
           ADD WS-EC-IMPAGO(WS-I-EC) TO WS-EG-IMPAGO(WS-I-EG).

       3400-EVALUAR-LIMITES.
      *> Porcentaje sobre la cartera vigente total: saldo de todos
      *> los 'V' del maestro, tengan o no cliente (la misma base que
      *> usa el control de limites del proceso diario); se excede al
      *> superar el limite
           PERFORM VARYING WS-I-EC FROM 1 BY 1
                   UNTIL WS-I-EC > WS-CANT-EXP-CLIENTES
               IF WS-TOT-SALDO > 0
                   COMPUTE WS-EC-PORC(WS-I-EC) ROUNDED =
                       WS-EC-SALDO(WS-I-EC) * 100 / WS-TOT-SALDO
               END-IF
               MOVE 'R' TO WS-TIPO-BUSQ
               MOVE WS-EC-RUT(WS-I-EC) TO WS-CODIGO-BUSQ
               MOVE WS-LIM-INDIVIDUAL TO WS-LIMITE-BUSQ
               PERFORM 3450-BUSCAR-LIMITE-PROPIO
               MOVE WS-LIMITE-BUSQ TO WS-EC-LIMITE(WS-I-EC)
               IF WS-EC-LIMITE(WS-I-EC) > 0 AND
                  WS-EC-SALDO(WS-I-EC) > WS-EC-LIMITE(WS-I-EC)
                   MOVE 'S' TO WS-EC-EXCEDE-MONTO(WS-I-EC)
               END-IF
               IF WS-PORC-INDIVIDUAL > 0 AND
                  WS-EC-PORC(WS-I-EC) > WS-PORC-INDIVIDUAL
                   MOVE 'S' TO WS-EC-EXCEDE-PORC(WS-I-EC)
               END-IF
               IF WS-EC-EXCEDE-MONTO(WS-I-EC) = 'S' OR
                  WS-EC-EXCEDE-PORC(WS-I-EC) = 'S'
                   ADD 1 TO WS-CANT-EXCESOS-CLI
               END-IF
           END-PERFORM

           PERFORM VARYING WS-I-EG FROM 1 BY 1
                   UNTIL WS-I-EG > WS-CANT-EXP-GRUPOS
               IF WS-TOT-SALDO > 0
                   COMPUTE WS-EG-PORC(WS-I-EG) ROUNDED =
                       WS-EG-SALDO(WS-I-EG) * 100 / WS-TOT-SALDO
               END-IF
               MOVE 'G' TO WS-TIPO-BUSQ
               MOVE WS-EG-GRUPO(WS-I-EG) TO WS-CODIGO-BUSQ
               MOVE WS-LIM-GRUPO TO WS-LIMITE-BUSQ
               PERFORM 3450-BUSCAR-LIMITE-PROPIO
               MOVE WS-LIMITE-BUSQ TO WS-EG-LIMITE(WS-I-EG)
               IF WS-EG-LIMITE(WS-I-EG) > 0 AND
                  WS-EG-SALDO(WS-I-EG) > WS-EG-LIMITE(WS-I-EG)
                   MOVE 'S' TO WS-EG-EXCEDE-MONTO(WS-I-EG)
               END-IF
               IF WS-PORC-GRUPO > 0 AND
                  WS-EG-PORC(WS-I-EG) > WS-PORC-GRUPO
                   MOVE 'S' TO WS-EG-EXCEDE-PORC(WS-I-EG)
               END-IF
               IF WS-EG-EXCEDE-MONTO(WS-I-EG) = 'S' OR
                  WS-EG-EXCEDE-PORC(WS-I-EG) = 'S'
                   ADD 1 TO WS-CANT-EXCESOS-GRU
               END-IF
           END-PERFORM.

       3450-BUSCAR-LIMITE-PROPIO.
      *> Deja en WS-LIMITE-BUSQ el limite propio si lo hay; si no,
      *> queda el general que trae
           PERFORM VARYING WS-I-LE FROM 1 BY 1
                   UNTIL WS-I-LE > WS-CANT-LIMITES-ESP
               IF WS-LE-TIPO(WS-I-LE) = WS-TIPO-BUSQ AND
                  WS-LE-CODIGO(WS-I-LE) = WS-CODIGO-BUSQ
                   MOVE WS-LE-MONTO(WS-I-LE) TO WS-LIMITE-BUSQ
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3500-ARMAR-ESTADO-LIMITE.
           EVALUATE TRUE
               WHEN WS-MARCA-MONTO = 'S' AND WS-MARCA-PORC = 'S'
                   MOVE "EXCEDE MONTO Y %" TO WS-ESTADO-LIMITE
               WHEN WS-MARCA-MONTO = 'S'
                   MOVE "EXCEDE MONTO" TO WS-ESTADO-LIMITE
               WHEN WS-MARCA-PORC = 'S'
                   MOVE "EXCEDE %" TO WS-ESTADO-LIMITE
               WHEN OTHER
                   MOVE "OK" TO WS-ESTADO-LIMITE
           END-EVALUATE.

       3550-ARMAR-LIMITE-TXT.
           IF WS-LIMITE-BUSQ = 0
               MOVE "        SIN LIMITE" TO WS-LIMITE-TXT
           ELSE
               MOVE WS-LIMITE-BUSQ TO WS-DISPLAY-LIMITE
               MOVE WS-DISPLAY-LIMITE TO WS-LIMITE-TXT
           END-IF.

       3600-REPORTAR-TOP-CLIENTES.
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-TOP-N TO WS-DISPLAY-RANGO
           MOVE SPACES TO REG-REPORTE
           STRING "MAYORES EXPOSICIONES POR CLIENTE (TOP "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-RANGO) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE "Rank | RUT          | Nombre                         | Grupo        | Cred |     Saldo Vigente |      Monto Impago | % Cart |             Limite | Estado"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-----|--------------|--------------------------------|--------------|------|-------------------|-------------------|--------|--------------------|-----------------"
             TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-RANGO FROM 1 BY 1
                   UNTIL WS-RANGO > WS-TOP-N
               MOVE 0 TO WS-I-MAYOR
               MOVE 0 TO WS-MAYOR-SALDO
               PERFORM VARYING WS-I-EC FROM 1 BY 1
                       UNTIL WS-I-EC > WS-CANT-EXP-CLIENTES
                   IF WS-EC-ELEGIDO(WS-I-EC) = 'N' AND
                      (WS-I-MAYOR = 0 OR
                       WS-EC-SALDO(WS-I-EC) > WS-MAYOR-SALDO)
                       SET WS-I-MAYOR TO WS-I-EC
                       MOVE WS-EC-SALDO(WS-I-EC) TO WS-MAYOR-SALDO
                   END-IF
               END-PERFORM
               IF WS-I-MAYOR = 0
                   EXIT PERFORM
               END-IF
               SET WS-I-EC TO WS-I-MAYOR
               MOVE 'S' TO WS-EC-ELEGIDO(WS-I-EC)
               PERFORM 3650-ESCRIBIR-FILA-CLIENTE
           END-PERFORM
           IF WS-CANT-EXP-CLIENTES = 0
               MOVE "(sin clientes con creditos vigentes)"
                 TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       3650-ESCRIBIR-FILA-CLIENTE.
           MOVE WS-RANGO TO WS-DISPLAY-RANGO
           MOVE WS-EC-CREDITOS(WS-I-EC) TO WS-DISPLAY-CANT
           MOVE WS-EC-SALDO(WS-I-EC) TO WS-DISPLAY-SALDO
           MOVE WS-EC-IMPAGO(WS-I-EC) TO WS-DISPLAY-IMPAGO
           MOVE WS-EC-PORC(WS-I-EC) TO WS-DISPLAY-PORC
           MOVE WS-EC-LIMITE(WS-I-EC) TO WS-LIMITE-BUSQ
           PERFORM 3550-ARMAR-LIMITE-TXT
           MOVE WS-EC-EXCEDE-MONTO(WS-I-EC) TO WS-MARCA-MONTO
           MOVE WS-EC-EXCEDE-PORC(WS-I-EC) TO WS-MARCA-PORC
           PERFORM 3500-ARMAR-ESTADO-LIMITE
           MOVE SPACES TO REG-REPORTE
           STRING WS-DISPLAY-RANGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-EC-RUT(WS-I-EC) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-EC-NOMBRE(WS-I-EC)(1:30) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-EC-GRUPO(WS-I-EC) DELIMITED BY SIZE
                  " |" DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " |" DELIMITED BY SIZE
                  WS-DISPLAY-IMPAGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-PORC DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-LIMITE-TXT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ESTADO-LIMITE DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3700-REPORTAR-TOP-GRUPOS.
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-TOP-N TO WS-DISPLAY-RANGO
           MOVE SPACES TO REG-REPORTE
           STRING "MAYORES EXPOSICIONES POR GRUPO ECONOMICO (TOP "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-RANGO) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE "Rank | Grupo        |   RUTs | Cred |     Saldo Vigente |      Monto Impago | % Cart |             Limite | Estado"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-----|--------------|--------|------|-------------------|-------------------|--------|--------------------|-----------------"
             TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-RANGO FROM 1 BY 1
                   UNTIL WS-RANGO > WS-TOP-N
               MOVE 0 TO WS-I-MAYOR
               MOVE 0 TO WS-MAYOR-SALDO
               PERFORM VARYING WS-I-EG FROM 1 BY 1
                       UNTIL WS-I-EG > WS-CANT-EXP-GRUPOS
                   IF WS-EG-ELEGIDO(WS-I-EG) = 'N' AND
                      (WS-I-MAYOR = 0 OR
                       WS-EG-SALDO(WS-I-EG) > WS-MAYOR-SALDO)
                       SET WS-I-MAYOR TO WS-I-EG
                       MOVE WS-EG-SALDO(WS-I-EG) TO WS-MAYOR-SALDO
                   END-IF
               END-PERFORM
               IF WS-I-MAYOR = 0
                   EXIT PERFORM
               END-IF
               SET WS-I-EG TO WS-I-MAYOR
               MOVE 'S' TO WS-EG-ELEGIDO(WS-I-EG)
               PERFORM 3750-ESCRIBIR-FILA-GRUPO
           END-PERFORM
           IF WS-CANT-EXP-GRUPOS = 0
               MOVE "(sin grupos economicos con creditos vigentes)"
                 TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       3750-ESCRIBIR-FILA-GRUPO.
           MOVE WS-RANGO TO WS-DISPLAY-RANGO
           MOVE WS-EG-RUTS(WS-I-EG) TO WS-DISPLAY-CANT-2
           MOVE WS-EG-CREDITOS(WS-I-EG) TO WS-DISPLAY-CANT
           MOVE WS-EG-SALDO(WS-I-EG) TO WS-DISPLAY-SALDO
           MOVE WS-EG-IMPAGO(WS-I-EG) TO WS-DISPLAY-IMPAGO
           MOVE WS-EG-PORC(WS-I-EG) TO WS-DISPLAY-PORC
           MOVE WS-EG-LIMITE(WS-I-EG) TO WS-LIMITE-BUSQ
           PERFORM 3550-ARMAR-LIMITE-TXT
           MOVE WS-EG-EXCEDE-MONTO(WS-I-EG) TO WS-MARCA-MONTO
           MOVE WS-EG-EXCEDE-PORC(WS-I-EG) TO WS-MARCA-PORC
           PERFORM 3500-ARMAR-ESTADO-LIMITE
           MOVE SPACES TO REG-REPORTE
           STRING WS-DISPLAY-RANGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-EG-GRUPO(WS-I-EG) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-CANT-2 DELIMITED BY SIZE
                  " |" DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " |" DELIMITED BY SIZE
                  WS-DISPLAY-IMPAGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-PORC DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-LIMITE-TXT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ESTADO-LIMITE DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3800-REPORTAR-EXCESOS.
      *> Todos los excesos, esten o no entre las mayores exposiciones
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "EXCESOS DE LIMITE" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Tipo    | RUT / Grupo  |     Saldo Vigente |             Limite |      Exceso Monto | % Cart | % Max  | Estado"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "--------|--------------|-------------------|--------------------|-------------------|--------|--------|-----------------"
             TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-I-EC FROM 1 BY 1
                   UNTIL WS-I-EC > WS-CANT-EXP-CLIENTES
               IF WS-EC-EXCEDE-MONTO(WS-I-EC) = 'S' OR
                  WS-EC-EXCEDE-PORC(WS-I-EC) = 'S'
                   MOVE WS-EC-SALDO(WS-I-EC) TO WS-DISPLAY-SALDO
                   MOVE WS-EC-PORC(WS-I-EC) TO WS-DISPLAY-PORC
                   MOVE WS-PORC-INDIVIDUAL TO WS-DISPLAY-PORC-LIM
                   MOVE WS-EC-LIMITE(WS-I-EC) TO WS-LIMITE-BUSQ
                   MOVE 0 TO WS-EXCESO
                   IF WS-EC-EXCEDE-MONTO(WS-I-EC) = 'S'
                       COMPUTE WS-EXCESO =
                           WS-EC-SALDO(WS-I-EC) - WS-EC-LIMITE(WS-I-EC)
                   END-IF
                   MOVE WS-EC-EXCEDE-MONTO(WS-I-EC) TO WS-MARCA-MONTO
                   MOVE WS-EC-EXCEDE-PORC(WS-I-EC) TO WS-MARCA-PORC
                   PERFORM 3500-ARMAR-ESTADO-LIMITE
                   PERFORM 3550-ARMAR-LIMITE-TXT
                   MOVE "CLIENTE" TO WS-CODIGO-BUSQ
                   MOVE WS-EC-RUT(WS-I-EC) TO WS-PARAM-CLAVE
                   PERFORM 3850-ESCRIBIR-FILA-EXCESO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I-EG FROM 1 BY 1
                   UNTIL WS-I-EG > WS-CANT-EXP-GRUPOS
               IF WS-EG-EXCEDE-MONTO(WS-I-EG) = 'S' OR
                  WS-EG-EXCEDE-PORC(WS-I-EG) = 'S'
                   MOVE WS-EG-SALDO(WS-I-EG) TO WS-DISPLAY-SALDO
                   MOVE WS-EG-PORC(WS-I-EG) TO WS-DISPLAY-PORC
                   MOVE WS-PORC-GRUPO TO WS-DISPLAY-PORC-LIM
                   MOVE WS-EG-LIMITE(WS-I-EG) TO WS-LIMITE-BUSQ
                   MOVE 0 TO WS-EXCESO
                   IF WS-EG-EXCEDE-MONTO(WS-I-EG) = 'S'
                       COMPUTE WS-EXCESO =
                           WS-EG-SALDO(WS-I-EG) - WS-EG-LIMITE(WS-I-EG)
                   END-IF
                   MOVE WS-EG-EXCEDE-MONTO(WS-I-EG) TO WS-MARCA-MONTO
                   MOVE WS-EG-EXCEDE-PORC(WS-I-EG) TO WS-MARCA-PORC
                   PERFORM 3500-ARMAR-ESTADO-LIMITE
                   PERFORM 3550-ARMAR-LIMITE-TXT
                   MOVE "GRUPO" TO WS-CODIGO-BUSQ
                   MOVE WS-EG-GRUPO(WS-I-EG) TO WS-PARAM-CLAVE
                   PERFORM 3850-ESCRIBIR-FILA-EXCESO
               END-IF
           END-PERFORM
           IF WS-CANT-EXCESOS-CLI = 0 AND WS-CANT-EXCESOS-GRU = 0
               MOVE "(sin excesos de limite)" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       3850-ESCRIBIR-FILA-EXCESO.
           MOVE WS-EXCESO TO WS-DISPLAY-IMPAGO
           MOVE SPACES TO REG-REPORTE
           STRING WS-CODIGO-BUSQ(1:7) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PARAM-CLAVE(1:12) DELIMITED BY SIZE
                  " |" DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-LIMITE-TXT DELIMITED BY SIZE
                  " |" DELIMITED BY SIZE
                  WS-DISPLAY-IMPAGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-PORC DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-PORC-LIM DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ESTADO-LIMITE DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3950-REPORTAR-TOTALES.
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "TOTALES" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-TOT-SALDO TO WS-DISPLAY-SALDO
           MOVE WS-CANT-VIGENTES TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Cartera vigente total     : $" DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " en " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-CANT) DELIMITED BY SIZE
                  " creditos" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-TOT-IMPAGO TO WS-DISPLAY-IMPAGO
           MOVE SPACES TO REG-REPORTE
           STRING "Monto impago total        : $" DELIMITED BY SIZE
                  WS-DISPLAY-IMPAGO DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-EXP-CLIENTES TO WS-DISPLAY-CANT
           MOVE WS-CANT-EXP-GRUPOS TO WS-DISPLAY-CANT-2
           MOVE SPACES TO REG-REPORTE
           STRING "Clientes con exposicion   : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  "   grupos economicos: " DELIMITED BY SIZE
                  WS-DISPLAY-CANT-2 DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-EXCESOS-CLI TO WS-DISPLAY-CANT
           MOVE WS-CANT-EXCESOS-GRU TO WS-DISPLAY-CANT-2
           MOVE SPACES TO REG-REPORTE
           STRING "Excesos de limite         : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  " clientes, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-CANT-2) DELIMITED BY SIZE
                  " grupos" DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           IF WS-CANT-SIN-CLIENTE > 0
               MOVE WS-CANT-SIN-CLIENTE TO WS-DISPLAY-CANT
               MOVE WS-TOT-SALDO-SIN-CLI TO WS-DISPLAY-SALDO
               MOVE SPACES TO REG-REPORTE
               STRING "ADVERTENCIA: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-CANT) DELIMITED BY SIZE
                      " creditos vigentes sin cliente en "
                        DELIMITED BY SIZE
                      "datosClientes.txt por $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-SALDO) DELIMITED BY SIZE
                      " (solo en la cartera total)" DELIMITED BY SIZE
                 INTO REG-REPORTE
               END-STRING
               WRITE REG-REPORTE
           END-IF
           DISPLAY "EXCESOS DE LIMITE: " WS-CANT-EXCESOS-CLI
                   " CLIENTES, " WS-CANT-EXCESOS-GRU " GRUPOS".

       4000-FINALIZAR.
           CLOSE MAESTRO-CREDITOS
           CLOSE REPORTE-CONCENTRACION.

       9999-ABORTAR-POR-LIMITE.
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - CONCENTRACION ABORTADA"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

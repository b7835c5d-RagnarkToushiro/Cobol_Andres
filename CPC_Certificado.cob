       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_CERTIFICADO.
       AUTHOR. "Andres Reyes Rojas".

      *> Consulta de creditos archivados: busca en indiceArchivo.txt
      *> los creditos pedidos en consultasCertificado.txt (por numero
      *> de credito o por RUT del cliente), recupera del historial
      *> fechado que indica el indice la imagen final del maestro, el
      *> resumen y los pagos, y emite certificadosPago.txt: certificado
      *> de pago total para los pagados, constancia para los rechazados
      *> y los anulados

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSULTAS-CERTIFICADO
               ASSIGN TO 'consultasCertificado.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDICE-ARCHIVO
               ASSIGN TO 'indiceArchivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORIAL-CREDITOS
               ASSIGN DYNAMIC WS-ARCHIVO-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERTIFICADOS-PAGO
               ASSIGN TO 'certificadosPago.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONSULTAS-CERTIFICADO.
       01 REG-CONSULTA           PIC X(80).

       FD INDICE-ARCHIVO.
       01 REG-INDICE             PIC X(120).

       FD HISTORIAL-CREDITOS.
       01 REG-HISTORIAL          PIC X(500).

       FD CERTIFICADOS-PAGO.
       01 REG-CERTIFICADO        PIC X(150).

       WORKING-STORAGE SECTION.
      *> Imagen final del maestro guardada en el historial
       COPY REGMAESTRO.

       01 WS-EOF-SWITCHES.
          05 WS-EOF-CONSULTA      PIC X VALUE 'N'.
          05 WS-EOF-INDICE        PIC X VALUE 'N'.
          05 WS-EOF-HISTORIAL     PIC X VALUE 'N'.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-MOVIMIENTOS      PIC 9(5) VALUE 1000.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-CONSULTA.
      *> CREDITO;numero o RUT;rut, una consulta por linea
          05 WS-CON-CLAVE            PIC X(20).
          05 WS-CON-VALOR            PIC X(20).
          05 WS-CON-ENCONTRADOS      PIC 9(5) VALUE 0.

       01 WS-DATOS-INDICE.
          05 WS-IX-CREDITO           PIC X(20).
          05 WS-IX-RUT               PIC X(20).
          05 WS-IX-ESTADO            PIC X(5).
          05 WS-IX-FECHA-CIERRE      PIC X(10).
          05 WS-IX-FECHA-ARCHIVO     PIC X(10).
          05 WS-IX-ARCHIVO           PIC X(40).

       01 WS-CONTROL-HISTORIAL.
          05 WS-ARCHIVO-HISTORIAL    PIC X(40) VALUE SPACES.
          05 WS-H-TIPO               PIC X(5).
          05 WS-H-CREDITO            PIC X(20).
          05 WS-H-PUNTERO            PIC 9(3) VALUE 0.
          05 WS-H-DATOS              PIC X(500).
          05 WS-HAY-MAESTRO          PIC X VALUE 'N'.
          05 WS-HAY-RESUMEN          PIC X VALUE 'N'.

       01 WS-RESUMEN.
      *> Linea S del historial
          05 WS-RS-RUT               PIC X(20).
          05 WS-RS-NOMBRE            PIC X(60).
          05 WS-RS-ESTADO            PIC X(5).
          05 WS-RS-FECHA-CIERRE      PIC X(10).
          05 WS-RS-MONTO             PIC X(20).
          05 WS-RS-FECHA-OTORGA      PIC X(10).
          05 WS-RS-CUOTAS            PIC X(5).
          05 WS-RS-MONEDA            PIC X(5).
          05 WS-RS-CANT-PAGOS        PIC X(10).
          05 WS-RS-TOTAL-PAGOS       PIC X(20).
          05 WS-RS-FECHA-ULT-PAGO    PIC X(10).
          05 WS-RS-TOTAL-ABONOS      PIC X(20).
          05 WS-RS-FECHA-ARCHIVO     PIC X(10).

       01 WS-TABLA-MOVIMIENTOS.
      *> Pagos ('P') y abonos ('A') del credito en el orden en que
      *> venian en los archivos de entrada
          05 WS-MOV-ROW OCCURS 1000 TIMES INDEXED BY WS-I-MOV.
             10 WS-MV-TIPO           PIC X.
             10 WS-MV-CUOTA          PIC X(5).
             10 WS-MV-FECHA          PIC X(10).
             10 WS-MV-MONTO          PIC 9(12)V99.
          05 WS-CANT-MOVIMIENTOS     PIC 9(5) VALUE 0.

       01 WS-CONTROL-BLOQUE.
      *> Pagos (4 lineas) y abonos (3 lineas) en formato de bloque
          05 WS-BLQ-TIPO             PIC X VALUE SPACE.
          05 WS-BLQ-CANT             PIC 9 VALUE 0.
          05 WS-BLQ-LINEA OCCURS 4 TIMES PIC X(50).

       01 WS-PARSE-DELIMITADO.
          05 WS-CANT-PUNTOCOMA       PIC 99 VALUE 0.
          05 WS-CAMPOS-DELIM.
             10 WS-CAMPO-1           PIC X(60).
             10 WS-CAMPO-2           PIC X(60).
             10 WS-CAMPO-3           PIC X(60).
             10 WS-CAMPO-4           PIC X(60).
             10 WS-CAMPO-5           PIC X(60).
             10 WS-CAMPO-6           PIC X(60).
             10 WS-CAMPO-7           PIC X(60).
             10 WS-CAMPO-8           PIC X(60).
             10 WS-CAMPO-9           PIC X(60).
             10 WS-CAMPO-10          PIC X(60).
             10 WS-CAMPO-11          PIC X(60).
             10 WS-CAMPO-12          PIC X(60).
             10 WS-CAMPO-13          PIC X(60).

       01 WS-CONTADORES.
          05 WS-CANT-CONSULTAS       PIC 9(5) VALUE 0.
          05 WS-CANT-CERTIFICADOS    PIC 9(5) VALUE 0.
          05 WS-CANT-CONSTANCIAS     PIC 9(5) VALUE 0.
          05 WS-CANT-NO-ENCONTRADAS  PIC 9(5) VALUE 0.

       01 WS-FORMATO-SALIDA.
          05 WS-DISPLAY-MONTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-SALDO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-CANT         PIC ZZ,ZZ9.
          05 WS-AUX-MONTO            PIC 9(12)V99 VALUE 0.
          05 WS-TOT-PAGOS            PIC 9(12)V99 VALUE 0.
          05 WS-TOT-ABONOS           PIC 9(12)V99 VALUE 0.
          05 WS-MONEDA-TXT           PIC X(6).

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-HORA-SIS    PIC X(21).
          05 WS-FECHA-CORRIDA     PIC X(10).
          05 WS-HORA-HOY          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-CONSULTAS
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
           OPEN OUTPUT CERTIFICADOS-PAGO.

       2000-PROCESAR-CONSULTAS.
           OPEN INPUT CONSULTAS-CERTIFICADO
           PERFORM UNTIL WS-EOF-CONSULTA = 'Y'
               READ CONSULTAS-CERTIFICADO
                   AT END MOVE 'Y' TO WS-EOF-CONSULTA
               END-READ
               IF WS-EOF-CONSULTA = 'N' AND
                  REG-CONSULTA NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-CONSULTA DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-CON-CLAVE
                   MOVE FUNCTION TRIM(WS-CAMPO-2) TO WS-CON-VALOR
                   EVALUATE WS-CON-CLAVE
                       WHEN 'CREDITO'
                       WHEN 'RUT'
                           ADD 1 TO WS-CANT-CONSULTAS
                           PERFORM 2100-BUSCAR-EN-INDICE
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: consulta no "
                                   "reconocida (se espera CREDITO o "
                                   "RUT): " FUNCTION TRIM(REG-CONSULTA)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CONSULTAS-CERTIFICADO.

       2100-BUSCAR-EN-INDICE.
      *> Un RUT puede tener varios creditos archivados: se emite un
      *> documento por cada uno
           MOVE 0 TO WS-CON-ENCONTRADOS
           MOVE 'N' TO WS-EOF-INDICE
           OPEN INPUT INDICE-ARCHIVO
           PERFORM UNTIL WS-EOF-INDICE = 'Y'
               READ INDICE-ARCHIVO
                   AT END MOVE 'Y' TO WS-EOF-INDICE
               END-READ
               IF WS-EOF-INDICE = 'N' AND REG-INDICE NOT = SPACES
                   MOVE SPACES TO WS-DATOS-INDICE
                   UNSTRING REG-INDICE DELIMITED BY ';'
                       INTO WS-IX-CREDITO WS-IX-RUT WS-IX-ESTADO
                            WS-IX-FECHA-CIERRE WS-IX-FECHA-ARCHIVO
                            WS-IX-ARCHIVO
                   END-UNSTRING
                   IF (WS-CON-CLAVE = 'CREDITO' AND
                       WS-IX-CREDITO = WS-CON-VALOR) OR
                      (WS-CON-CLAVE = 'RUT' AND
                       WS-IX-RUT = WS-CON-VALOR)
                       ADD 1 TO WS-CON-ENCONTRADOS
                       PERFORM 3000-EMITIR-DOCUMENTO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INDICE-ARCHIVO
           IF WS-CON-ENCONTRADOS = 0
               PERFORM 2900-INFORMAR-NO-ENCONTRADO
           END-IF.

       2900-INFORMAR-NO-ENCONTRADO.
           ADD 1 TO WS-CANT-NO-ENCONTRADAS
           MOVE SPACES TO REG-CERTIFICADO
           STRING "SIN CREDITOS ARCHIVADOS PARA " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CON-CLAVE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CON-VALOR) DELIMITED BY SIZE
                  " (puede seguir en el maestro o no existir)"
                    DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           PERFORM 3990-ESCRIBIR-SEPARADOR.

       3000-EMITIR-DOCUMENTO.
           PERFORM 3100-LEER-HISTORIAL
           IF WS-HAY-MAESTRO = 'N' OR WS-HAY-RESUMEN = 'N'
               MOVE SPACES TO REG-CERTIFICADO
               STRING "CREDITO " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IX-CREDITO) DELIMITED BY SIZE
                      ": historial incompleto o no disponible en "
                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IX-ARCHIVO) DELIMITED BY SIZE
                      " - no se emite documento" DELIMITED BY SIZE
                 INTO REG-CERTIFICADO
               END-STRING
               WRITE REG-CERTIFICADO
               PERFORM 3990-ESCRIBIR-SEPARADOR
               EXIT PARAGRAPH
           END-IF
      *> El certificado sale solo si la imagen final del maestro
      *> confirma el pago total: estado 'P' y saldo cero
           IF MC-ESTADO = 'P' AND MC-SALDO-PENDIENTE = 0 AND
              MC-SALDO-UF = 0
               PERFORM 3500-ESCRIBIR-CERTIFICADO
           ELSE
               PERFORM 3700-ESCRIBIR-CONSTANCIA
           END-IF
           PERFORM 3990-ESCRIBIR-SEPARADOR.

       3100-LEER-HISTORIAL.
      *> Lineas TIPO;credito;datos del historial fechado del indice
           MOVE 'N' TO WS-HAY-MAESTRO
           MOVE 'N' TO WS-HAY-RESUMEN
           MOVE 0 TO WS-CANT-MOVIMIENTOS
           MOVE 0 TO WS-BLQ-CANT
           MOVE SPACES TO WS-RESUMEN
           MOVE WS-IX-ARCHIVO TO WS-ARCHIVO-HISTORIAL
           MOVE 'N' TO WS-EOF-HISTORIAL
           OPEN INPUT HISTORIAL-CREDITOS
           PERFORM UNTIL WS-EOF-HISTORIAL = 'Y'
               READ HISTORIAL-CREDITOS
                   AT END MOVE 'Y' TO WS-EOF-HISTORIAL
               END-READ
               IF WS-EOF-HISTORIAL = 'N'
                   MOVE SPACES TO WS-H-TIPO WS-H-CREDITO WS-H-DATOS
                   MOVE 1 TO WS-H-PUNTERO
                   UNSTRING REG-HISTORIAL DELIMITED BY ';'
                       INTO WS-H-TIPO WS-H-CREDITO
                       WITH POINTER WS-H-PUNTERO
                   END-UNSTRING
                   IF WS-H-CREDITO = WS-IX-CREDITO
                       MOVE REG-HISTORIAL(WS-H-PUNTERO:)
                         TO WS-H-DATOS
                       PERFORM 3150-CLASIFICAR-LINEA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTORIAL-CREDITOS.

       3150-CLASIFICAR-LINEA.
           EVALUATE WS-H-TIPO
               WHEN 'M'
                   MOVE WS-H-DATOS TO REG-MAESTRO
                   MOVE 'S' TO WS-HAY-MAESTRO
               WHEN 'S'
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING WS-H-DATOS DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                            WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7 WS-CAMPO-8
                            WS-CAMPO-9 WS-CAMPO-10 WS-CAMPO-11
                            WS-CAMPO-12 WS-CAMPO-13
                   END-UNSTRING
                   MOVE WS-CAMPO-1 TO WS-RS-RUT
                   MOVE WS-CAMPO-2 TO WS-RS-NOMBRE
                   MOVE WS-CAMPO-3 TO WS-RS-ESTADO
                   MOVE WS-CAMPO-4 TO WS-RS-FECHA-CIERRE
                   MOVE WS-CAMPO-5 TO WS-RS-MONTO
                   MOVE WS-CAMPO-6 TO WS-RS-FECHA-OTORGA
                   MOVE WS-CAMPO-7 TO WS-RS-CUOTAS
                   MOVE WS-CAMPO-8 TO WS-RS-MONEDA
                   MOVE WS-CAMPO-9 TO WS-RS-CANT-PAGOS
                   MOVE WS-CAMPO-10 TO WS-RS-TOTAL-PAGOS
                   MOVE WS-CAMPO-11 TO WS-RS-FECHA-ULT-PAGO
                   MOVE WS-CAMPO-12 TO WS-RS-TOTAL-ABONOS
                   MOVE WS-CAMPO-13 TO WS-RS-FECHA-ARCHIVO
                   MOVE 'S' TO WS-HAY-RESUMEN
               WHEN 'P'
               WHEN 'A'
                   PERFORM 3200-CARGAR-MOVIMIENTO
           END-EVALUATE.

       3200-CARGAR-MOVIMIENTO.
      *> Delimitado: pago credito;cuota;fecha;monto, abono
      *> credito;cuota;monto. En bloque se arman las lineas hasta
      *> completar el pago (4) o el abono (3)
           MOVE 0 TO WS-CANT-PUNTOCOMA
           INSPECT WS-H-DATOS TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
           IF WS-CANT-PUNTOCOMA > 0
               MOVE 0 TO WS-BLQ-CANT
               MOVE SPACES TO WS-CAMPOS-DELIM
               UNSTRING WS-H-DATOS DELIMITED BY ';'
                   INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
               END-UNSTRING
               MOVE WS-CAMPO-2(1:50) TO WS-BLQ-LINEA(2)
               IF WS-H-TIPO = 'P'
                   MOVE WS-CAMPO-3(1:50) TO WS-BLQ-LINEA(3)
                   MOVE WS-CAMPO-4(1:50) TO WS-BLQ-LINEA(4)
               ELSE
                   MOVE SPACES TO WS-BLQ-LINEA(3)
                   MOVE WS-CAMPO-3(1:50) TO WS-BLQ-LINEA(4)
               END-IF
               PERFORM 3250-AGREGAR-MOVIMIENTO
               EXIT PARAGRAPH
           END-IF
           IF WS-BLQ-TIPO NOT = WS-H-TIPO
               MOVE 0 TO WS-BLQ-CANT
               MOVE WS-H-TIPO TO WS-BLQ-TIPO
           END-IF
           ADD 1 TO WS-BLQ-CANT
           MOVE WS-H-DATOS(1:50) TO WS-BLQ-LINEA(WS-BLQ-CANT)
           IF WS-H-TIPO = 'P' AND WS-BLQ-CANT = 4
               MOVE 0 TO WS-BLQ-CANT
               PERFORM 3250-AGREGAR-MOVIMIENTO
           END-IF
           IF WS-H-TIPO = 'A' AND WS-BLQ-CANT = 3
               MOVE 0 TO WS-BLQ-CANT
               MOVE WS-BLQ-LINEA(3) TO WS-BLQ-LINEA(4)
               MOVE SPACES TO WS-BLQ-LINEA(3)
               PERFORM 3250-AGREGAR-MOVIMIENTO
           END-IF.

       3250-AGREGAR-MOVIMIENTO.
           IF WS-CANT-MOVIMIENTOS >= WS-MAX-MOVIMIENTOS
               MOVE "pagos y abonos del credito" TO WS-TABLA-EXCEDIDA
               MOVE WS-MAX-MOVIMIENTOS TO WS-LIMITE-EXCEDIDO
               PERFORM 9999-ABORTAR-POR-LIMITE
           END-IF
           ADD 1 TO WS-CANT-MOVIMIENTOS
           SET WS-I-MOV TO WS-CANT-MOVIMIENTOS
           MOVE WS-H-TIPO TO WS-MV-TIPO(WS-I-MOV)
           MOVE WS-BLQ-LINEA(2)(1:5) TO WS-MV-CUOTA(WS-I-MOV)
           MOVE WS-BLQ-LINEA(3)(1:10) TO WS-MV-FECHA(WS-I-MOV)
           MOVE FUNCTION NUMVAL(WS-BLQ-LINEA(4))
             TO WS-MV-MONTO(WS-I-MOV).

       3500-ESCRIBIR-CERTIFICADO.
           ADD 1 TO WS-CANT-CERTIFICADOS
           MOVE "CERTIFICADO DE PAGO TOTAL" TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           PERFORM 3600-ESCRIBIR-DATOS-CREDITO
           MOVE SPACES TO REG-CERTIFICADO
           STRING "Se certifica que el credito " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IX-CREDITO) DELIMITED BY SIZE
                  " se encuentra totalmente pagado, sin saldo "
                    DELIMITED BY SIZE
                  "pendiente, con fecha de cierre " DELIMITED BY SIZE
                  WS-RS-FECHA-CIERRE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           PERFORM 3650-ESCRIBIR-MOVIMIENTOS.

       3600-ESCRIBIR-DATOS-CREDITO.
           MOVE SPACES TO REG-CERTIFICADO
           STRING "Emitido el " DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
                  " - credito archivado el " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IX-FECHA-ARCHIVO) DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           MOVE " " TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE SPACES TO REG-CERTIFICADO
           STRING "Cliente : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RS-NOMBRE) DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           MOVE SPACES TO REG-CERTIFICADO
           STRING "RUT     : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RS-RUT) DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           MOVE SPACES TO REG-CERTIFICADO
           STRING "Credito : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IX-CREDITO) DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           IF WS-RS-MONEDA(1:1) = 'U'
               MOVE "UF" TO WS-MONEDA-TXT
           ELSE
               MOVE "pesos" TO WS-MONEDA-TXT
           END-IF
           MOVE FUNCTION NUMVAL(WS-RS-MONTO) TO WS-AUX-MONTO
           MOVE WS-AUX-MONTO TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-CERTIFICADO
           STRING "Otorgado: " DELIMITED BY SIZE
                  WS-RS-FECHA-OTORGA DELIMITED BY SIZE
                  " por " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-MONTO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEDA-TXT) DELIMITED BY SIZE
                  " en " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RS-CUOTAS) DELIMITED BY SIZE
                  " cuotas" DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           MOVE " " TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO.

       3650-ESCRIBIR-MOVIMIENTOS.
           MOVE " " TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE "Historial de pagos y abonos (pesos)" TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE "Tipo  | Cuota | Fecha      | Monto" TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE "------|-------|------------|------------------"
             TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE 0 TO WS-TOT-PAGOS
           MOVE 0 TO WS-TOT-ABONOS
           PERFORM VARYING WS-I-MOV FROM 1 BY 1
                   UNTIL WS-I-MOV > WS-CANT-MOVIMIENTOS
               MOVE WS-MV-MONTO(WS-I-MOV) TO WS-DISPLAY-MONTO
               MOVE SPACES TO REG-CERTIFICADO
               IF WS-MV-TIPO(WS-I-MOV) = 'P'
                   ADD WS-MV-MONTO(WS-I-MOV) TO WS-TOT-PAGOS
                   STRING "Pago  | " DELIMITED BY SIZE
                          WS-MV-CUOTA(WS-I-MOV) DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-MV-FECHA(WS-I-MOV) DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-DISPLAY-MONTO DELIMITED BY SIZE
                     INTO REG-CERTIFICADO
                   END-STRING
               ELSE
                   ADD WS-MV-MONTO(WS-I-MOV) TO WS-TOT-ABONOS
                   STRING "Abono | " DELIMITED BY SIZE
                          WS-MV-CUOTA(WS-I-MOV) DELIMITED BY SIZE
                          " |            | " DELIMITED BY SIZE
                          WS-DISPLAY-MONTO DELIMITED BY SIZE
                     INTO REG-CERTIFICADO
                   END-STRING
               END-IF
               WRITE REG-CERTIFICADO
           END-PERFORM
           IF WS-CANT-MOVIMIENTOS = 0
               MOVE "(sin pagos registrados)" TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF
           MOVE WS-TOT-PAGOS TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-CERTIFICADO
           STRING "Total pagado : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-MONTO) DELIMITED BY SIZE
                  "   Ultimo pago: " DELIMITED BY SIZE
                  WS-RS-FECHA-ULT-PAGO DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO
           MOVE WS-TOT-ABONOS TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-CERTIFICADO
           STRING "Total abonos : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-MONTO) DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           WRITE REG-CERTIFICADO.

       3700-ESCRIBIR-CONSTANCIA.
      *> Rechazado, anulado (o, por excepcion, cerrado con saldo): no
      *> hay pago total que certificar, se deja constancia de su
      *> situacion
           ADD 1 TO WS-CANT-CONSTANCIAS
           MOVE "CONSTANCIA DE CREDITO ARCHIVADO" TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           PERFORM 3600-ESCRIBIR-DATOS-CREDITO
           MOVE SPACES TO REG-CERTIFICADO
           EVALUATE MC-ESTADO
               WHEN 'R'
                   STRING "El credito " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IX-CREDITO) DELIMITED BY SIZE
                          " fue rechazado y no se curso; no corresponde "
                            DELIMITED BY SIZE
                          "certificado de pago." DELIMITED BY SIZE
                     INTO REG-CERTIFICADO
                   END-STRING
               WHEN 'A'
                   STRING "El credito " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IX-CREDITO) DELIMITED BY SIZE
                          " fue anulado; no corresponde certificado de "
                            DELIMITED BY SIZE
                          "pago." DELIMITED BY SIZE
                     INTO REG-CERTIFICADO
                   END-STRING
               WHEN OTHER
                   MOVE MC-SALDO-PENDIENTE TO WS-DISPLAY-SALDO
                   STRING "El credito " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IX-CREDITO) DELIMITED BY SIZE
                          " quedo en estado " DELIMITED BY SIZE
                          MC-ESTADO DELIMITED BY SIZE
                          " con saldo " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISPLAY-SALDO)
                            DELIMITED BY SIZE
                          "; no corresponde certificado de pago total."
                            DELIMITED BY SIZE
                     INTO REG-CERTIFICADO
                   END-STRING
           END-EVALUATE
           WRITE REG-CERTIFICADO
           IF WS-CANT-MOVIMIENTOS > 0
               PERFORM 3650-ESCRIBIR-MOVIMIENTOS
           END-IF.

       3990-ESCRIBIR-SEPARADOR.
           MOVE " " TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE ALL "=" TO REG-CERTIFICADO
           MOVE SPACES TO REG-CERTIFICADO(71:)
           WRITE REG-CERTIFICADO
           MOVE " " TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO.

       4000-FINALIZAR.
           CLOSE CERTIFICADOS-PAGO
           MOVE WS-CANT-CONSULTAS TO WS-DISPLAY-CANT
           DISPLAY "CONSULTAS PROCESADAS: " WS-DISPLAY-CANT
           MOVE WS-CANT-CERTIFICADOS TO WS-DISPLAY-CANT
           DISPLAY "CERTIFICADOS DE PAGO EMITIDOS: " WS-DISPLAY-CANT
           MOVE WS-CANT-CONSTANCIAS TO WS-DISPLAY-CANT
           DISPLAY "CONSTANCIAS EMITIDAS: " WS-DISPLAY-CANT
           MOVE WS-CANT-NO-ENCONTRADAS TO WS-DISPLAY-CANT
           DISPLAY "CONSULTAS SIN CREDITO ARCHIVADO: " WS-DISPLAY-CANT.

       9999-ABORTAR-POR-LIMITE.
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - CERTIFICADO ABORTADO"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

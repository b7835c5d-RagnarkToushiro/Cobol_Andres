       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_MANTENCION.
       AUTHOR. "Andres Reyes Rojas".

      *> Mantencion de creditos: aplica altas, modificaciones y bajas
      *> (cierre o anulacion) desde transaccionesCreditos.txt sobre
      *> datosCreditos.txt y el maestro de creditos, con las mismas
      *> validaciones del proceso diario, y deja en
      *> auditoriaCreditos.txt la imagen antes/despues de cada cambio

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACCIONES
               ASSIGN TO 'transaccionesCreditos.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATOS-CREDITOS
               ASSIGN TO 'datosCreditos.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATOS-CLIENTES
               ASSIGN TO 'datosClientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATOS-TASA ASSIGN TO 'datosTasa.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VALORES-UF
               ASSIGN TO 'valoresUF.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-MANTENCION
               ASSIGN TO 'parametrosMantencion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPURA-CREDITOS
               ASSIGN TO 'depuraCreditos.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA-CREDITOS
               ASSIGN TO 'auditoriaCreditos.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-MANTENCION
               ASSIGN TO 'reporteMantencion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACCIONES.
       01 REG-TRANSACCION        PIC X(120).

       FD DATOS-CREDITOS.
       01 REG-CREDITO            PIC X(120).

       FD DATOS-CLIENTES.
       01 REG-CLIENTE            PIC X(120).

       FD DATOS-TASA.
       01 REG-TASA               PIC X(120).

       FD VALORES-UF.
       01 REG-VALOR-UF           PIC X(120).

       FD PARAMETROS-MANTENCION.
       01 REG-PARAM-MANTENCION   PIC X(120).

       FD DEPURA-CREDITOS.
       01 REG-DEPURA             PIC X(120).

       FD AUDITORIA-CREDITOS.
       01 REG-AUDITORIA          PIC X(250).

       FD REPORTE-MANTENCION.
       01 REG-REPORTE            PIC X(150).

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-TRANSACCION   PIC X VALUE 'N'.
          05 WS-EOF-CREDITO       PIC X VALUE 'N'.
          05 WS-EOF-CLIENTE       PIC X VALUE 'N'.
          05 WS-EOF-TASA          PIC X VALUE 'N'.
          05 WS-EOF-DEPURA        PIC X VALUE 'N'.
          05 WS-EOF-VALORES-UF    PIC X VALUE 'N'.
          05 WS-EOF-PARAM         PIC X VALUE 'N'.
          05 WS-LINEA-ACTUAL      PIC 99 VALUE 0.

       01 WS-LIMITES-TABLAS.
      *> Mismos topes que el proceso diario. Todas las tablas se
      *> cargan (y los creditos existentes se cuentan) antes de la
      *> primera grabacion: una tabla llena aborta la mantencion sin
      *> haber tocado el maestro, la auditoria ni datosCreditos.txt
          05 WS-MAX-FILAS-TABLA      PIC 9(5) VALUE 2000.
          05 WS-MAX-EXISTENTES       PIC 9(5) VALUE 10000.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-TABLA-TRANSACCIONES.
      *> Transacciones en el orden del archivo. Estado 'N' pendiente,
      *> 'A' aplicada, 'R' rechazada
          05 WS-TRX-ROW OCCURS 2000 TIMES INDEXED BY WS-I-TX.
             10 WS-TX-SEQ            PIC 9(5).
             10 WS-TX-TIPO           PIC X.
             10 WS-TX-CREDITO        PIC X(12).
             10 WS-TX-CANT-PC        PIC 99.
             10 WS-TX-LINEA          PIC X(120).
             10 WS-TX-ESTADO         PIC X.

       01 WS-TABLA-CLIENTES.
      *> Solo interesa saber que credito tiene cliente (misma regla
      *> "Cliente no encontrado" del proceso diario)
          05 WS-CLIENTE-ROW OCCURS 2000 TIMES INDEXED BY WS-I-CLI.
             10 WS-TC-RUT            PIC X(12).
             10 WS-TC-NUMERO-CREDITO PIC X(12).

       01 WS-TABLA-TASAS.
          05 WS-TASA-ROW OCCURS 2000 TIMES INDEXED BY WS-I-TAS.
             10 WS-TT-NUMERO         PIC X(12).

       01 WS-TABLA-UF.
      *> Valores de la UF (valoresUF.txt), como en el proceso diario:
      *> para una fecha sin fila propia vale la ultima fila anterior
          05 WS-CANT-UF              PIC 9(5) VALUE 0.
          05 WS-MAX-FILAS-UF         PIC 9(5) VALUE 4000.
          05 WS-UF-ROW OCCURS 4000 TIMES INDEXED BY WS-I-UF.
             10 WS-TU-FECHA-ISO      PIC 9(8).
             10 WS-TU-VALOR          PIC 9(6)V99.

       01 WS-CONTROL-UF.
          05 WS-UF-FECHA-OBJ         PIC 9(8) VALUE 0.
          05 WS-UF-MEJOR-FECHA       PIC 9(8) VALUE 0.
          05 WS-UF-HALLADA           PIC X VALUE 'N'.
          05 WS-UF-VALOR-HALLADO     PIC 9(6)V99 VALUE 0.

       01 WS-TABLA-EXISTENTES.
      *> Creditos vistos en datosCreditos.txt (mas las altas de esta
      *> corrida), para rechazar altas duplicadas
          05 WS-EXISTENTE-ROW OCCURS 10000 TIMES INDEXED BY WS-I-EX.
             10 WS-EX-NUMERO         PIC X(12).

       01 WS-CONTADORES.
          05 WS-CANT-TRANSACCIONES   PIC 9(5) VALUE 0.
          05 WS-CANT-CLIENTES        PIC 9(5) VALUE 0.
          05 WS-CANT-TASAS           PIC 9(5) VALUE 0.
          05 WS-CANT-EXISTENTES      PIC 9(5) VALUE 0.
          05 WS-CANT-ALTAS           PIC 9(5) VALUE 0.
          05 WS-CANT-MODIFICACIONES  PIC 9(5) VALUE 0.
          05 WS-CANT-BAJAS           PIC 9(5) VALUE 0.
          05 WS-CANT-RECHAZADAS      PIC 9(5) VALUE 0.
          05 WS-CANT-COPIADOS        PIC 9(5) VALUE 0.
          05 WS-CANT-A-CARGAR        PIC 9(5) VALUE 0.

       01 WS-PARSE-DELIMITADO.
          05 WS-CANT-PUNTOCOMA       PIC 99 VALUE 0.
          05 WS-CAMPOS-DELIM.
             10 WS-CAMPO-1           PIC X(50).
             10 WS-CAMPO-2           PIC X(50).
             10 WS-CAMPO-3           PIC X(50).
             10 WS-CAMPO-4           PIC X(50).
             10 WS-CAMPO-5           PIC X(50).
             10 WS-CAMPO-6           PIC X(50).
             10 WS-CAMPO-7           PIC X(50).
             10 WS-CAMPO-8           PIC X(50).
             10 WS-CAMPO-9           PIC X(50).
             10 WS-CAMPO-10          PIC X(50).
             10 WS-CAMPO-11          PIC X(50).
             10 WS-CAMPO-12          PIC X(50).
             10 WS-CAMPO-13          PIC X(50).
             10 WS-CAMPO-14          PIC X(50).

       01 WS-DATOS-CLIENTE.
          05 WS-RUT               PIC X(12).
          05 WS-NUMERO-CREDITO    PIC X(12).

       01 WS-DATOS-CREDITO.
          05 WS-CRE-NUMERO        PIC X(12).
          05 WS-MONTO-SOLICITADO  PIC 9(12)V99.
          05 WS-FECHA-OTORGA      PIC X(10).
          05 WS-PERIODICIDAD      PIC 99.
          05 WS-CANT-CUOTAS       PIC 99.
          05 WS-CRE-TAS-REF       PIC X(12).
          05 WS-TIPO-SISTEMA      PIC X VALUE 'F'.
          05 WS-TIPO-DIAS         PIC X VALUE 'C'.
          05 WS-TIPO-GRACIA       PIC X VALUE 'N'.
          05 WS-CUOTAS-GRACIA     PIC 99 VALUE 0.
          05 WS-TASA-SEGURO       PIC 9V9(4) VALUE 0.
          05 WS-COMISION-FIJA     PIC 9(10)V99 VALUE 0.
      *> 'P' pesos, 'U' UF
          05 WS-MONEDA            PIC X VALUE 'P'.

      *> Respaldo de WS-DATOS-CREDITO para la imagen "antes" y para
      *> deshacer una modificacion rechazada (largo >= el del grupo)
       01 WS-CREDITO-ANTES        PIC X(100).
       01 WS-CREDITO-DESPUES      PIC X(100).

       01 WS-DATOS-TASA.
          05 WS-TAS-NUMERO        PIC X(12).

       01 WS-VALIDACION.
          05 WS-REGISTRO-VALIDO   PIC X VALUE 'S'.
          05 WS-MOTIVO-RECHAZO    PIC X(45) VALUE SPACES.

       01 WS-CAMPOS-FECHA.
          05 WS-DIA-OTORGA        PIC 99.
          05 WS-MES-OTORGA        PIC 99.
          05 WS-ANIO-OTORGA       PIC 9(4).
          05 WS-DIAS-MES-MAX      PIC 99.

       01 WS-DIAS-POR-MES.
          05 WS-DIAS-MES OCCURS 12 TIMES
                            INDEXED BY WS-I-MES.
             10 WS-DIAS           PIC 99.

       01 WS-CONTROL-ENTRADA.
      *> Un credito de datosCreditos.txt tal como viene (bloque de 8
      *> lineas o una linea delimitada): si no lo toca ninguna
      *> transaccion se copia sin cambios, linea por linea
          05 WS-ENT-LINEA OCCURS 8 TIMES INDEXED BY WS-I-LIN
                                  PIC X(120).
          05 WS-ENT-CANT-LINEAS      PIC 99 VALUE 0.
          05 WS-ENTRADA-LISTA        PIC X VALUE 'N'.
          05 WS-ENTRADA-VALIDA       PIC X VALUE 'N'.
          05 WS-ENTRADA-MODIFICADA   PIC X VALUE 'N'.
          05 WS-ENTRADA-BAJA         PIC X VALUE 'N'.
          05 WS-LINEA-PENDIENTE      PIC X VALUE 'N'.
          05 WS-LINEA-GUARDADA       PIC X(120).
          05 WS-EXISTE-CREDITO       PIC X VALUE 'N'.

       01 WS-CONTROL-MAESTRO.
          05 WS-FS-MAESTRO           PIC XX VALUE SPACES.
          05 WS-MAESTRO-ABIERTO      PIC X VALUE 'N'.
          05 WS-MAESTRO-EXISTE       PIC X VALUE 'N'.
          05 WS-MAE-ESTADO-ANT       PIC X VALUE SPACE.
          05 WS-MAE-SALDO-ANT        PIC 9(12)V99 VALUE 0.
          05 WS-MAE-ESTADO-NUEVO     PIC X VALUE SPACE.
          05 WS-MAE-SALDO-NUEVO      PIC 9(12)V99 VALUE 0.
      *> 'S' si la ultima grabacion del maestro (3460) resulto; si
      *> no, la transaccion se rechaza y no se audita
          05 WS-MAESTRO-GRABADO      PIC X VALUE 'N'.

       01 WS-CONTROL-TRANSACCION.
      *> Usuario que aplica la mantencion (OPERADOR en
      *> parametrosMantencion.txt): queda en cada linea de auditoria
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-OPERADOR             PIC X(20) VALUE SPACES.
          05 WS-TIPO-BAJA            PIC X VALUE SPACE.
          05 WS-RESULTADO-TRX        PIC X(10) VALUE SPACES.
          05 WS-DETALLE-TRX          PIC X(60) VALUE SPACES.
          05 WS-TIPO-IMAGEN          PIC X(7) VALUE SPACES.
          05 WS-ESTADO-IMAGEN        PIC X VALUE SPACE.
          05 WS-IMAGEN               PIC X(150) VALUE SPACES.
          05 WS-ED-MONTO             PIC Z(11)9.99.
          05 WS-ED-SEGURO            PIC 9.9999.
          05 WS-ED-COMISION          PIC Z(9)9.99.
          05 WS-ED-SALDO             PIC Z(11)9.99.
          05 WS-ED-SEQ               PIC ZZZZ9.
          05 WS-DISPLAY-CANT         PIC ZZ,ZZ9.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-HORA-SIS    PIC X(21).
          05 WS-FECHA-HOY         PIC X(10).
          05 WS-HORA-HOY          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-INICIALIZAR
           PERFORM 2100-LEER-TRANSACCIONES
           PERFORM 2200-LEER-CLIENTES
           PERFORM 2300-LEER-TASAS
           PERFORM 2400-LEER-VALORES-UF
           PERFORM 2500-CONTAR-EXISTENTES
           PERFORM 3000-APLICAR-SOBRE-CREDITOS
           PERFORM 3500-APLICAR-ALTAS
           PERFORM 3800-REEMPLAZAR-CREDITOS
           PERFORM 3900-REPORTAR-SIN-CREDITO
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

      *> Sin operador no hay auditoria que sirva: no se toca nada
           PERFORM 1020-LEER-PARAMETROS
           IF WS-OPERADOR = SPACES
               DISPLAY "ERROR FATAL: falta OPERADOR en "
                       "parametrosMantencion.txt - MANTENCION ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SIS
           MOVE SPACES TO WS-FECHA-HOY
           STRING WS-FECHA-HORA-SIS(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(1:4) DELIMITED BY SIZE
             INTO WS-FECHA-HOY
           END-STRING
           MOVE SPACES TO WS-HORA-HOY
           STRING WS-FECHA-HORA-SIS(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FECHA-HORA-SIS(13:2) DELIMITED BY SIZE
             INTO WS-HORA-HOY
           END-STRING

      *> Sin maestro (entorno sin archivos indexados) la mantencion
      *> igual corrige datosCreditos.txt: el proceso diario vuelve a
      *> armar el estado del credito en su corrida completa. Las
      *> bajas, que solo se registran en el maestro, se rechazan
           OPEN I-O MAESTRO-CREDITOS
           EVALUATE WS-FS-MAESTRO
               WHEN '00'
               WHEN '05'
                   MOVE 'S' TO WS-MAESTRO-ABIERTO
               WHEN OTHER
                   MOVE 'N' TO WS-MAESTRO-ABIERTO
                   DISPLAY "ADVERTENCIA: maestro de creditos no "
                           "disponible (status " WS-FS-MAESTRO
                           "), solo se actualiza datosCreditos.txt"
           END-EVALUATE

           OPEN EXTEND AUDITORIA-CREDITOS
           OPEN OUTPUT REPORTE-MANTENCION
           MOVE SPACES TO REG-REPORTE
           STRING "REPORTE DE MANTENCION DE CREDITOS - "
                    DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
                  " - OPERADOR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERADOR) DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Trx   | Tipo | Credito      | Resultado  | Detalle"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "------|------|--------------|------------|---------------------------------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE.

       1020-LEER-PARAMETROS.
      *> Lineas CLAVE;VALOR, igual que parametrosCorrida.txt
           OPEN INPUT PARAMETROS-MANTENCION
           PERFORM UNTIL WS-EOF-PARAM = 'Y'
               READ PARAMETROS-MANTENCION
                   AT END MOVE 'Y' TO WS-EOF-PARAM
               END-READ
               IF WS-EOF-PARAM = 'N' AND
                  REG-PARAM-MANTENCION NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-PARAM-MANTENCION DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-PARAM-CLAVE
                   EVALUATE WS-PARAM-CLAVE
                       WHEN 'OPERADOR'
                           MOVE FUNCTION TRIM(WS-CAMPO-2)
                             TO WS-OPERADOR
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro de "
                                   "mantencion no reconocido: "
                                   FUNCTION TRIM(WS-PARAM-CLAVE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS-MANTENCION.

       2100-LEER-TRANSACCIONES.
      *> Una transaccion por linea, separada por ';':
      *>   A;credito;monto;fecha;periodicidad;cuotas;tasa;sistema;
      *>     dias[;gracia;cuotasGracia[;seguro;comision[;moneda]]]
      *>     moneda P = pesos (por omision), U = UF
      *>   M;credito;(mismos campos; vacio = conservar el valor)
      *>   B;credito;C|A[;motivo]   C = cierre, A = anulacion
      *> Las lineas mal formadas se rechazan aqui mismo
           OPEN INPUT TRANSACCIONES
           PERFORM UNTIL WS-EOF-TRANSACCION = 'Y'
               READ TRANSACCIONES
                   AT END MOVE 'Y' TO WS-EOF-TRANSACCION
               END-READ
               IF WS-EOF-TRANSACCION = 'N' AND
                  REG-TRANSACCION NOT = SPACES
                   IF WS-CANT-TRANSACCIONES >= WS-MAX-FILAS-TABLA
                       MOVE "transacciones" TO WS-TABLA-EXCEDIDA
                       MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                       PERFORM 9999-ABORTAR-POR-LIMITE
                   END-IF
                   PERFORM 2105-CARGAR-TRANSACCION
               END-IF
           END-PERFORM
           CLOSE TRANSACCIONES.

       2105-CARGAR-TRANSACCION.
           ADD 1 TO WS-CANT-TRANSACCIONES
           SET WS-I-TX TO WS-CANT-TRANSACCIONES
           MOVE WS-CANT-TRANSACCIONES TO WS-TX-SEQ(WS-I-TX)
           MOVE REG-TRANSACCION TO WS-TX-LINEA(WS-I-TX)
           MOVE 'N' TO WS-TX-ESTADO(WS-I-TX)
           MOVE 0 TO WS-CANT-PUNTOCOMA
           INSPECT REG-TRANSACCION
               TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
           MOVE WS-CANT-PUNTOCOMA TO WS-TX-CANT-PC(WS-I-TX)
           MOVE SPACES TO WS-CAMPOS-DELIM
           UNSTRING REG-TRANSACCION DELIMITED BY ';'
               INTO WS-CAMPO-1 WS-CAMPO-2
           END-UNSTRING
           MOVE WS-CAMPO-1(1:1) TO WS-TX-TIPO(WS-I-TX)
           MOVE WS-CAMPO-2(1:12) TO WS-TX-CREDITO(WS-I-TX)

           MOVE SPACES TO WS-DETALLE-TRX
           EVALUATE WS-TX-TIPO(WS-I-TX)
               WHEN 'A'
               WHEN 'M'
                   IF WS-CANT-PUNTOCOMA NOT = 8 AND
                      WS-CANT-PUNTOCOMA NOT = 10 AND
                      WS-CANT-PUNTOCOMA NOT = 12 AND
                      WS-CANT-PUNTOCOMA NOT = 13
                       MOVE "Cantidad de campos incorrecta"
                         TO WS-DETALLE-TRX
                   END-IF
               WHEN 'B'
                   IF WS-CANT-PUNTOCOMA NOT = 2 AND
                      WS-CANT-PUNTOCOMA NOT = 3
                       MOVE "Cantidad de campos incorrecta"
                         TO WS-DETALLE-TRX
                   END-IF
               WHEN OTHER
                   MOVE "Tipo de transaccion no es valido (A/M/B)"
                     TO WS-DETALLE-TRX
           END-EVALUATE
           IF WS-DETALLE-TRX = SPACES AND
              WS-TX-CREDITO(WS-I-TX) = SPACES
               MOVE "Transaccion sin numero de credito"
                 TO WS-DETALLE-TRX
           END-IF
           IF WS-DETALLE-TRX NOT = SPACES
               MOVE 'R' TO WS-TX-ESTADO(WS-I-TX)
               MOVE "RECHAZADA" TO WS-RESULTADO-TRX
               PERFORM 3990-ESCRIBIR-LINEA-REPORTE
           END-IF.

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
           MOVE SPACES TO WS-DATOS-CLIENTE
           PERFORM VARYING WS-I-CLI FROM 1 BY 1
                   UNTIL WS-I-CLI > WS-CANT-CLIENTES
               IF WS-TC-NUMERO-CREDITO(WS-I-CLI) = WS-CRE-NUMERO
                   MOVE WS-TC-RUT(WS-I-CLI)            TO WS-RUT
                   MOVE WS-TC-NUMERO-CREDITO(WS-I-CLI) TO WS-NUMERO-CREDITO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2300-LEER-TASAS.
      *> Solo los numeros de tasa: bloques de 3 lineas con una linea
      *> opcional de vigencia (dd/mm/aaaa) o una linea delimitada
           OPEN INPUT DATOS-TASA
           MOVE 0 TO WS-LINEA-ACTUAL
           PERFORM UNTIL WS-EOF-TASA = 'Y'
               READ DATOS-TASA
                   AT END MOVE 'Y' TO WS-EOF-TASA
               END-READ
               IF WS-EOF-TASA = 'N' AND REG-TASA NOT = SPACES
                   IF WS-CANT-TASAS >= WS-MAX-FILAS-TABLA
                       MOVE "tasas" TO WS-TABLA-EXCEDIDA
                       MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                       PERFORM 9999-ABORTAR-POR-LIMITE
                   END-IF
                   MOVE 0 TO WS-CANT-PUNTOCOMA
                   INSPECT REG-TASA
                       TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
                   IF WS-CANT-PUNTOCOMA > 0
                       MOVE 0 TO WS-LINEA-ACTUAL
                       MOVE SPACES TO WS-CAMPOS-DELIM
                       UNSTRING REG-TASA DELIMITED BY ';'
                           INTO WS-CAMPO-1
                       END-UNSTRING
                       ADD 1 TO WS-CANT-TASAS
                       MOVE WS-CAMPO-1 TO WS-TT-NUMERO(WS-CANT-TASAS)
                   ELSE
                       IF WS-LINEA-ACTUAL = 0 AND
                          REG-TASA(3:1) = '/' AND REG-TASA(6:1) = '/'
      *> Linea de vigencia del bloque anterior
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-LINEA-ACTUAL
                           IF WS-LINEA-ACTUAL = 1
                               ADD 1 TO WS-CANT-TASAS
                               MOVE REG-TASA
                                 TO WS-TT-NUMERO(WS-CANT-TASAS)
                           END-IF
                           IF WS-LINEA-ACTUAL = 3
                               MOVE 0 TO WS-LINEA-ACTUAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DATOS-TASA.

       2310-BUSCAR-TASA.
           MOVE SPACES TO WS-DATOS-TASA
           PERFORM VARYING WS-I-TAS FROM 1 BY 1
                   UNTIL WS-I-TAS > WS-CANT-TASAS
               IF WS-TT-NUMERO(WS-I-TAS) = WS-CRE-TAS-REF
                   MOVE WS-TT-NUMERO(WS-I-TAS) TO WS-TAS-NUMERO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2400-LEER-VALORES-UF.
      *> Misma carga que el proceso diario; las lineas malas las deja
      *> en el archivo de errores la corrida diaria, aqui se saltan
           OPEN INPUT VALORES-UF
           PERFORM UNTIL WS-EOF-VALORES-UF = 'Y'
               READ VALORES-UF
                   AT END MOVE 'Y' TO WS-EOF-VALORES-UF
               END-READ
               IF WS-EOF-VALORES-UF = 'N' AND REG-VALOR-UF NOT = SPACES
                   MOVE 0 TO WS-CANT-PUNTOCOMA
                   INSPECT REG-VALOR-UF
                       TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-VALOR-UF DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   IF WS-CANT-PUNTOCOMA = 1 AND
                      WS-CAMPO-1(3:1) = '/' AND
                      WS-CAMPO-1(6:1) = '/' AND
                      FUNCTION NUMVAL(WS-CAMPO-2) > 0
                       IF WS-CANT-UF >= WS-MAX-FILAS-UF
                           MOVE "valores UF" TO WS-TABLA-EXCEDIDA
                           MOVE WS-MAX-FILAS-UF TO WS-LIMITE-EXCEDIDO
                           PERFORM 9999-ABORTAR-POR-LIMITE
                       END-IF
                       ADD 1 TO WS-CANT-UF
                       COMPUTE WS-TU-FECHA-ISO(WS-CANT-UF) =
                           FUNCTION NUMVAL(WS-CAMPO-1(7:4)) * 10000
                           + FUNCTION NUMVAL(WS-CAMPO-1(4:2)) * 100
                           + FUNCTION NUMVAL(WS-CAMPO-1(1:2))
                       MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                         TO WS-TU-VALOR(WS-CANT-UF)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE VALORES-UF.

       2410-BUSCAR-VALOR-UF.
      *> Valor de la UF a WS-UF-FECHA-OBJ: el de la fila de fecha mas
      *> reciente que no la supere; sin filas anteriores no hay valor
           MOVE 'N' TO WS-UF-HALLADA
           MOVE 0 TO WS-UF-MEJOR-FECHA
           MOVE 0 TO WS-UF-VALOR-HALLADO
           PERFORM VARYING WS-I-UF FROM 1 BY 1
                   UNTIL WS-I-UF > WS-CANT-UF
               IF WS-TU-FECHA-ISO(WS-I-UF) <= WS-UF-FECHA-OBJ AND
                  WS-TU-FECHA-ISO(WS-I-UF) >= WS-UF-MEJOR-FECHA
                   MOVE WS-TU-FECHA-ISO(WS-I-UF) TO WS-UF-MEJOR-FECHA
                   MOVE WS-TU-VALOR(WS-I-UF) TO WS-UF-VALOR-HALLADO
                   MOVE 'S' TO WS-UF-HALLADA
               END-IF
           END-PERFORM.

       2500-CONTAR-EXISTENTES.
      *> Primera pasada sobre datosCreditos.txt solo para contar los
      *> creditos: con las altas pendientes deben caber en la tabla
      *> de existentes antes de aplicar la primera transaccion
           MOVE 0 TO WS-CANT-A-CARGAR
           OPEN INPUT DATOS-CREDITOS
           PERFORM UNTIL WS-EOF-CREDITO = 'Y' AND
                         WS-LINEA-PENDIENTE = 'N'
               PERFORM 3100-LEER-ENTRADA-CREDITO
               IF WS-ENTRADA-LISTA = 'S' AND WS-ENTRADA-VALIDA = 'S'
                   ADD 1 TO WS-CANT-A-CARGAR
               END-IF
           END-PERFORM
           CLOSE DATOS-CREDITOS
           MOVE 'N' TO WS-EOF-CREDITO
           MOVE 'N' TO WS-LINEA-PENDIENTE

           PERFORM VARYING WS-I-TX FROM 1 BY 1
                   UNTIL WS-I-TX > WS-CANT-TRANSACCIONES
               IF WS-TX-TIPO(WS-I-TX) = 'A' AND
                  WS-TX-ESTADO(WS-I-TX) = 'N'
                   ADD 1 TO WS-CANT-A-CARGAR
               END-IF
           END-PERFORM
           IF WS-CANT-A-CARGAR > WS-MAX-EXISTENTES
               MOVE "creditos existentes" TO WS-TABLA-EXCEDIDA
               MOVE WS-MAX-EXISTENTES TO WS-LIMITE-EXCEDIDO
               PERFORM 9999-ABORTAR-POR-LIMITE
           END-IF.

       1500-VALIDAR-DATOS.
      *> Mismas reglas (y mismos motivos) que 1500-VALIDAR-DATOS del
      *> proceso diario: un credito que pasa aqui no se rechaza alla
           PERFORM 2210-BUSCAR-CLIENTE
           PERFORM 2310-BUSCAR-TASA
           MOVE 'S' TO WS-REGISTRO-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           IF WS-MONTO-SOLICITADO NOT > 0
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Monto solicitado fuera de rango" TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S' AND WS-CANT-CUOTAS NOT > 0
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Cantidad de cuotas no positiva" TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S' AND WS-PERIODICIDAD NOT > 0
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Periodicidad no positiva" TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S'
                   AND WS-PERIODICIDAD NOT = 1 AND WS-PERIODICIDAD NOT = 2
                   AND WS-PERIODICIDAD NOT = 3 AND WS-PERIODICIDAD NOT = 4
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Periodicidad no es un codigo valido (1-4)"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S'
                   AND WS-TIPO-SISTEMA NOT = 'F' AND WS-TIPO-SISTEMA NOT = 'A'
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Tipo de sistema no es un codigo valido (F/A)"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S'
                   AND WS-TIPO-DIAS NOT = 'C' AND WS-TIPO-DIAS NOT = 'R'
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Tipo de dias no es un codigo valido (C/R)"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S'
                   AND WS-TIPO-GRACIA NOT = 'N'
                   AND WS-TIPO-GRACIA NOT = 'P'
                   AND WS-TIPO-GRACIA NOT = 'T'
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Tipo de gracia no es un codigo valido (N/P/T)"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S' AND WS-TIPO-GRACIA = 'N'
                   AND WS-CUOTAS-GRACIA > 0
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Cuotas de gracia sin tipo de gracia"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S' AND WS-TIPO-GRACIA NOT = 'N'
                   AND (WS-CUOTAS-GRACIA < 1 OR
                        WS-CUOTAS-GRACIA >= WS-CANT-CUOTAS)
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Cuotas de gracia fuera de rango"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S'
                   AND WS-MONEDA NOT = 'P' AND WS-MONEDA NOT = 'U'
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Moneda no es un codigo valido (P/U)"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S' AND WS-NUMERO-CREDITO = SPACES
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Cliente no encontrado para el credito"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S' AND WS-TAS-NUMERO = SPACES
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Tasa no encontrada para el credito"
                 TO WS-MOTIVO-RECHAZO
           END-IF

           IF WS-REGISTRO-VALIDO = 'S'
               PERFORM 1550-VALIDAR-FECHA-OTORGA
           END-IF

      *> Un credito en UF necesita el valor de la UF a la fecha de
      *> otorgamiento para fijar el desembolso en pesos
           IF WS-REGISTRO-VALIDO = 'S' AND WS-MONEDA = 'U'
               COMPUTE WS-UF-FECHA-OBJ =
                   WS-ANIO-OTORGA * 10000 + WS-MES-OTORGA * 100
                   + WS-DIA-OTORGA
               PERFORM 2410-BUSCAR-VALOR-UF
               IF WS-UF-HALLADA = 'N'
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE "Sin valor UF a la fecha de otorgamiento"
                     TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

       1550-VALIDAR-FECHA-OTORGA.
      *> A diferencia de la lectura diaria, aqui la fecha viene
      *> tecleada: se exige ademas la forma dd/mm/aaaa
           IF WS-FECHA-OTORGA(3:1) NOT = '/' OR
              WS-FECHA-OTORGA(6:1) NOT = '/' OR
              WS-FECHA-OTORGA(1:2) IS NOT NUMERIC OR
              WS-FECHA-OTORGA(4:2) IS NOT NUMERIC OR
              WS-FECHA-OTORGA(7:4) IS NOT NUMERIC
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Fecha de otorgamiento mal formada (dd/mm/aaaa)"
                 TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-OTORGA(1:2) TO WS-DIA-OTORGA
           MOVE WS-FECHA-OTORGA(4:2) TO WS-MES-OTORGA
           MOVE WS-FECHA-OTORGA(7:4) TO WS-ANIO-OTORGA

           IF WS-MES-OTORGA < 1 OR WS-MES-OTORGA > 12
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE "Fecha de otorgamiento con mes invalido"
                 TO WS-MOTIVO-RECHAZO
           ELSE
               SET WS-I-MES TO WS-MES-OTORGA
               MOVE WS-DIAS(WS-I-MES) TO WS-DIAS-MES-MAX
               IF WS-MES-OTORGA = 2 AND
                  FUNCTION MOD(WS-ANIO-OTORGA, 4) = 0 AND
                  (FUNCTION MOD(WS-ANIO-OTORGA, 100) NOT = 0 OR
                   FUNCTION MOD(WS-ANIO-OTORGA, 400) = 0)
                   MOVE 29 TO WS-DIAS-MES-MAX
               END-IF
               IF WS-DIA-OTORGA < 1 OR WS-DIA-OTORGA > WS-DIAS-MES-MAX
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE "Fecha de otorgamiento con dia invalido"
                     TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

       3000-APLICAR-SOBRE-CREDITOS.
      *> Recorre datosCreditos.txt credito a credito y arma la nueva
      *> version en depuraCreditos.tmp: los creditos sin transaccion
      *> se copian tal cual y los modificados se reescriben en una
      *> linea delimitada. Los dados de baja se conservan (el maestro
      *> los marca cerrados o anulados): el archivo historico los
      *> retira despues junto con su cliente, pagos y abonos
           OPEN INPUT DATOS-CREDITOS
           OPEN OUTPUT DEPURA-CREDITOS
           PERFORM UNTIL WS-EOF-CREDITO = 'Y' AND
                         WS-LINEA-PENDIENTE = 'N'
               PERFORM 3100-LEER-ENTRADA-CREDITO
               IF WS-ENTRADA-LISTA = 'S'
                   PERFORM 3200-PROCESAR-ENTRADA
               END-IF
           END-PERFORM
           CLOSE DATOS-CREDITOS.

       3100-LEER-ENTRADA-CREDITO.
      *> Entrega una entrada completa por llamada. Una linea
      *> delimitada que corta un bloque a medio armar deja el bloque
      *> como entrada no valida (se copia igual, no se pierde) y
      *> queda guardada para la llamada siguiente
           MOVE 0 TO WS-ENT-CANT-LINEAS
           MOVE 'N' TO WS-ENTRADA-LISTA
           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-LISTA = 'S'
               IF WS-LINEA-PENDIENTE = 'S'
                   MOVE WS-LINEA-GUARDADA TO REG-CREDITO
                   MOVE 'N' TO WS-LINEA-PENDIENTE
               ELSE
                   IF WS-EOF-CREDITO = 'N'
                       READ DATOS-CREDITOS
                           AT END MOVE 'Y' TO WS-EOF-CREDITO
                       END-READ
                   END-IF
                   IF WS-EOF-CREDITO = 'Y'
      *> Fin de archivo: lo que quede armado a medias se copia
                       IF WS-ENT-CANT-LINEAS > 0
                           MOVE 'S' TO WS-ENTRADA-LISTA
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-IF
               MOVE 0 TO WS-CANT-PUNTOCOMA
               INSPECT REG-CREDITO
                   TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
               IF WS-CANT-PUNTOCOMA > 0
                   IF WS-ENT-CANT-LINEAS > 0
                       MOVE REG-CREDITO TO WS-LINEA-GUARDADA
                       MOVE 'S' TO WS-LINEA-PENDIENTE
                   ELSE
                       MOVE 1 TO WS-ENT-CANT-LINEAS
                       MOVE REG-CREDITO TO WS-ENT-LINEA(1)
                       IF WS-CANT-PUNTOCOMA = 7 OR
                          WS-CANT-PUNTOCOMA = 9 OR
                          WS-CANT-PUNTOCOMA = 11 OR
                          WS-CANT-PUNTOCOMA = 12
                           PERFORM 3110-CARGAR-CREDITO-DELIM
                           MOVE 'S' TO WS-ENTRADA-VALIDA
                       END-IF
                   END-IF
                   MOVE 'S' TO WS-ENTRADA-LISTA
               ELSE
                   ADD 1 TO WS-ENT-CANT-LINEAS
                   MOVE REG-CREDITO TO WS-ENT-LINEA(WS-ENT-CANT-LINEAS)
                   IF WS-ENT-CANT-LINEAS = 8
                       PERFORM 3120-CARGAR-CREDITO-BLOQUE
                       MOVE 'S' TO WS-ENTRADA-VALIDA
                       MOVE 'S' TO WS-ENTRADA-LISTA
                   END-IF
               END-IF
           END-PERFORM.

       3110-CARGAR-CREDITO-DELIM.
           MOVE SPACES TO WS-CAMPOS-DELIM
           UNSTRING REG-CREDITO DELIMITED BY ';'
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                    WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7 WS-CAMPO-8
                    WS-CAMPO-9 WS-CAMPO-10 WS-CAMPO-11
                    WS-CAMPO-12 WS-CAMPO-13
           END-UNSTRING
           MOVE WS-CAMPO-1(1:12) TO WS-CRE-NUMERO
           MOVE FUNCTION NUMVAL(WS-CAMPO-2) TO WS-MONTO-SOLICITADO
           MOVE WS-CAMPO-3(1:10) TO WS-FECHA-OTORGA
           MOVE FUNCTION NUMVAL(WS-CAMPO-4) TO WS-PERIODICIDAD
           MOVE FUNCTION NUMVAL(WS-CAMPO-5) TO WS-CANT-CUOTAS
           MOVE WS-CAMPO-6(1:12) TO WS-CRE-TAS-REF
           MOVE WS-CAMPO-7(1:1) TO WS-TIPO-SISTEMA
           MOVE WS-CAMPO-8(1:1) TO WS-TIPO-DIAS
           IF WS-CANT-PUNTOCOMA >= 9
               MOVE WS-CAMPO-9(1:1) TO WS-TIPO-GRACIA
               MOVE FUNCTION NUMVAL(WS-CAMPO-10) TO WS-CUOTAS-GRACIA
           ELSE
               MOVE 'N' TO WS-TIPO-GRACIA
               MOVE 0 TO WS-CUOTAS-GRACIA
           END-IF
           IF WS-CANT-PUNTOCOMA >= 11
               MOVE FUNCTION NUMVAL(WS-CAMPO-11) TO WS-TASA-SEGURO
               MOVE FUNCTION NUMVAL(WS-CAMPO-12) TO WS-COMISION-FIJA
           ELSE
               MOVE 0 TO WS-TASA-SEGURO
               MOVE 0 TO WS-COMISION-FIJA
           END-IF
           IF WS-CANT-PUNTOCOMA = 12
               MOVE WS-CAMPO-13(1:1) TO WS-MONEDA
           ELSE
               MOVE 'P' TO WS-MONEDA
           END-IF.

       3120-CARGAR-CREDITO-BLOQUE.
           MOVE WS-ENT-LINEA(1)(1:12) TO WS-CRE-NUMERO
           MOVE FUNCTION NUMVAL(WS-ENT-LINEA(2)) TO WS-MONTO-SOLICITADO
           MOVE WS-ENT-LINEA(3)(1:10) TO WS-FECHA-OTORGA
           MOVE FUNCTION NUMVAL(WS-ENT-LINEA(4)) TO WS-PERIODICIDAD
           MOVE FUNCTION NUMVAL(WS-ENT-LINEA(5)) TO WS-CANT-CUOTAS
           MOVE WS-ENT-LINEA(6)(1:12) TO WS-CRE-TAS-REF
           MOVE WS-ENT-LINEA(7)(1:1) TO WS-TIPO-SISTEMA
           MOVE WS-ENT-LINEA(8)(1:1) TO WS-TIPO-DIAS
           MOVE 'N' TO WS-TIPO-GRACIA
           MOVE 0 TO WS-CUOTAS-GRACIA
           MOVE 0 TO WS-TASA-SEGURO
           MOVE 0 TO WS-COMISION-FIJA
           MOVE 'P' TO WS-MONEDA.

       3200-PROCESAR-ENTRADA.
      *> Aplica en orden de archivo todas las modificaciones y bajas
      *> del credito y decide como queda en la nueva version
           IF WS-ENTRADA-VALIDA = 'N'
               PERFORM 3250-COPIAR-ENTRADA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CANT-EXISTENTES
           MOVE WS-CRE-NUMERO TO WS-EX-NUMERO(WS-CANT-EXISTENTES)

           MOVE 'N' TO WS-ENTRADA-MODIFICADA
           MOVE 'N' TO WS-ENTRADA-BAJA
           PERFORM VARYING WS-I-TX FROM 1 BY 1
                   UNTIL WS-I-TX > WS-CANT-TRANSACCIONES
               IF WS-TX-CREDITO(WS-I-TX) = WS-CRE-NUMERO AND
                  WS-TX-ESTADO(WS-I-TX) = 'N' AND
                  WS-TX-TIPO(WS-I-TX) NOT = 'A'
                   IF WS-ENTRADA-BAJA = 'S'
                       MOVE "Credito ya dado de baja en esta corrida"
                         TO WS-DETALLE-TRX
                       PERFORM 3980-RECHAZAR-TRANSACCION
                   ELSE
                       IF WS-TX-TIPO(WS-I-TX) = 'M'
                           PERFORM 3300-APLICAR-MODIFICACION
                       ELSE
                           PERFORM 3400-APLICAR-BAJA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ENTRADA-MODIFICADA = 'S'
               PERFORM 3600-ESCRIBIR-LINEA-CREDITO
           ELSE
               PERFORM 3250-COPIAR-ENTRADA
           END-IF.

       3250-COPIAR-ENTRADA.
           PERFORM VARYING WS-I-LIN FROM 1 BY 1
                   UNTIL WS-I-LIN > WS-ENT-CANT-LINEAS
               MOVE WS-ENT-LINEA(WS-I-LIN) TO REG-DEPURA
               WRITE REG-DEPURA
           END-PERFORM
           ADD 1 TO WS-CANT-COPIADOS.

       3300-APLICAR-MODIFICACION.
      *> Los campos informados reemplazan a los vigentes; si el
      *> resultado no valida, o el maestro no se puede grabar, el
      *> credito queda como estaba. Un credito ya cerrado, castigado
      *> o anulado no se modifica
           MOVE WS-DATOS-CREDITO TO WS-CREDITO-ANTES
           PERFORM 3450-LEER-MAESTRO
           IF WS-MAE-ESTADO-ANT = 'P' OR WS-MAE-ESTADO-ANT = 'C' OR
              WS-MAE-ESTADO-ANT = 'A'
               MOVE "Credito cerrado/castigado/anulado no se modifica"
                 TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF
           PERFORM 3700-SOBREPONER-CAMPOS
           PERFORM 1500-VALIDAR-DATOS
           IF WS-REGISTRO-VALIDO = 'N'
               MOVE WS-CREDITO-ANTES TO WS-DATOS-CREDITO
               MOVE WS-MOTIVO-RECHAZO TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF

      *> El maestro solo pierde la huella: el proceso diario ve el
      *> credito como cambiado y regenera su cuadro y su estado
           MOVE WS-MAE-ESTADO-ANT TO WS-MAE-ESTADO-NUEVO
           MOVE WS-MAE-SALDO-ANT TO WS-MAE-SALDO-NUEVO
           IF WS-MAESTRO-EXISTE = 'S'
               MOVE SPACES TO MC-HUELLA
               PERFORM 3460-GRABAR-MAESTRO
               IF WS-MAESTRO-GRABADO = 'N'
                   MOVE WS-CREDITO-ANTES TO WS-DATOS-CREDITO
                   PERFORM 3470-RECHAZAR-POR-MAESTRO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'S' TO WS-ENTRADA-MODIFICADA
           PERFORM 3850-AUDITAR-CAMBIO
           ADD 1 TO WS-CANT-MODIFICACIONES
           MOVE 'A' TO WS-TX-ESTADO(WS-I-TX)
           MOVE "ACEPTADA" TO WS-RESULTADO-TRX
           MOVE "Datos del credito modificados" TO WS-DETALLE-TRX
           PERFORM 3990-ESCRIBIR-LINEA-REPORTE.

       3400-APLICAR-BAJA.
      *> Baja del credito: C lo cierra (estado 'P' en el maestro) y
      *> A lo anula (estado 'A'); en ambos casos queda con su fecha
      *> de cierre y deja de procesarse, pero sigue en
      *> datosCreditos.txt hasta que el archivo historico lo retire
      *> con todos sus datos. Solo se cierra un credito que el
      *> maestro muestra sin saldo: un cierre no condona deuda. Una
      *> anulacion no puede dejar en cero un saldo ya desembolsado
      *> (no hay asiento que la respalde). Un castigado no admite
      *> baja, sigue en la cartera castigada para sus recuperaciones
           MOVE SPACES TO WS-CAMPOS-DELIM
           UNSTRING WS-TX-LINEA(WS-I-TX) DELIMITED BY ';'
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
           END-UNSTRING
           MOVE WS-CAMPO-3(1:1) TO WS-TIPO-BAJA
           IF WS-TIPO-BAJA NOT = 'C' AND WS-TIPO-BAJA NOT = 'A'
               MOVE "Tipo de baja no es un codigo valido (C/A)"
                 TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF

           IF WS-MAESTRO-ABIERTO = 'N'
               MOVE "Baja requiere el maestro de creditos"
                 TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATOS-CREDITO TO WS-CREDITO-ANTES
           PERFORM 3450-LEER-MAESTRO
           IF WS-MAE-ESTADO-ANT = 'C'
               MOVE "Credito castigado no admite baja"
                 TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF
           IF WS-MAE-ESTADO-ANT = 'A'
               MOVE "Credito ya anulado" TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-BAJA = 'A' AND WS-MAESTRO-EXISTE = 'S'
               IF (MC-SALDO-PENDIENTE > 0 OR MC-SALDO-UF > 0) AND
                  (MC-DESEMBOLSO-CONTAB > 0 OR MC-CONVERTIDO = 'S')
                   MOVE "Credito desembolsado con saldo no se anula"
                     TO WS-DETALLE-TRX
                   PERFORM 3980-RECHAZAR-TRANSACCION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TIPO-BAJA = 'C'
               IF WS-MAESTRO-EXISTE = 'N'
                   MOVE "Cierre sin saldo verificable en el maestro"
                     TO WS-DETALLE-TRX
                   PERFORM 3980-RECHAZAR-TRANSACCION
                   EXIT PARAGRAPH
               END-IF
               IF MC-SALDO-PENDIENTE > 0 OR MC-SALDO-UF > 0
                   MOVE "Credito con saldo pendiente no se cierra"
                     TO WS-DETALLE-TRX
                   PERFORM 3980-RECHAZAR-TRANSACCION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TIPO-BAJA = 'C'
               MOVE 'P' TO WS-MAE-ESTADO-NUEVO
           ELSE
               MOVE 'A' TO WS-MAE-ESTADO-NUEVO
           END-IF
           MOVE 0 TO WS-MAE-SALDO-NUEVO
           IF WS-MAESTRO-EXISTE = 'N'
               INITIALIZE REG-MAESTRO
               MOVE WS-CRE-NUMERO TO MC-NUMERO
           END-IF
      *> La fecha de cierre de un credito que ya estaba pagado no se
      *> mueve
           IF WS-MAE-ESTADO-ANT NOT = 'P' OR MC-FECHA-CIERRE = SPACES
               MOVE WS-FECHA-HOY TO MC-FECHA-CIERRE
           END-IF
           MOVE WS-MAE-ESTADO-NUEVO TO MC-ESTADO
           MOVE 0 TO MC-SALDO-PENDIENTE
           MOVE 0 TO MC-SALDO-UF
           MOVE WS-MONEDA TO MC-MONEDA
           MOVE WS-FECHA-HOY TO MC-FECHA-PROCESO
           PERFORM 3460-GRABAR-MAESTRO
           IF WS-MAESTRO-GRABADO = 'N'
               PERFORM 3470-RECHAZAR-POR-MAESTRO
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-ENTRADA-BAJA
           PERFORM 3850-AUDITAR-CAMBIO
           ADD 1 TO WS-CANT-BAJAS
           MOVE 'A' TO WS-TX-ESTADO(WS-I-TX)
           MOVE "ACEPTADA" TO WS-RESULTADO-TRX
           MOVE SPACES TO WS-DETALLE-TRX
           IF WS-TIPO-BAJA = 'C'
               STRING "Credito cerrado " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMPO-4) DELIMITED BY SIZE
                 INTO WS-DETALLE-TRX
               END-STRING
           ELSE
               STRING "Credito anulado " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMPO-4) DELIMITED BY SIZE
                 INTO WS-DETALLE-TRX
               END-STRING
           END-IF
           PERFORM 3990-ESCRIBIR-LINEA-REPORTE.

       3450-LEER-MAESTRO.
      *> Deja en REG-MAESTRO el registro del credito, si existe, y
      *> su estado y saldo para la imagen "antes" de la auditoria
           MOVE 'N' TO WS-MAESTRO-EXISTE
           MOVE SPACE TO WS-MAE-ESTADO-ANT
           MOVE 0 TO WS-MAE-SALDO-ANT
           IF WS-MAESTRO-ABIERTO = 'S'
               MOVE WS-CRE-NUMERO TO MC-NUMERO
               READ MAESTRO-CREDITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MAESTRO-EXISTE
                       MOVE MC-ESTADO TO WS-MAE-ESTADO-ANT
                       MOVE MC-SALDO-PENDIENTE TO WS-MAE-SALDO-ANT
               END-READ
           END-IF.

       3460-GRABAR-MAESTRO.
           MOVE 'S' TO WS-MAESTRO-GRABADO
           IF WS-MAESTRO-EXISTE = 'S'
               REWRITE REG-MAESTRO
                   INVALID KEY
                       MOVE 'N' TO WS-MAESTRO-GRABADO
               END-REWRITE
           ELSE
               WRITE REG-MAESTRO
                   INVALID KEY
                       MOVE 'N' TO WS-MAESTRO-GRABADO
               END-WRITE
           END-IF.

       3470-RECHAZAR-POR-MAESTRO.
      *> El cambio no quedo en el maestro: la transaccion se rechaza
      *> con el status del archivo y no pasa a la auditoria
           DISPLAY "ERROR GRABANDO MAESTRO: " MC-NUMERO
                   " STATUS " WS-FS-MAESTRO
           MOVE SPACES TO WS-DETALLE-TRX
           STRING "Error grabando el maestro de creditos (status "
                    DELIMITED BY SIZE
                  WS-FS-MAESTRO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-DETALLE-TRX
           END-STRING
           PERFORM 3980-RECHAZAR-TRANSACCION.

       3500-APLICAR-ALTAS.
      *> Las altas van al final de la nueva version, en una linea
      *> delimitada cada una, en el orden del archivo de transacciones
           PERFORM VARYING WS-I-TX FROM 1 BY 1
                   UNTIL WS-I-TX > WS-CANT-TRANSACCIONES
               IF WS-TX-TIPO(WS-I-TX) = 'A' AND
                  WS-TX-ESTADO(WS-I-TX) = 'N'
                   PERFORM 3510-APLICAR-ALTA
               END-IF
           END-PERFORM
           CLOSE DEPURA-CREDITOS.

       3510-APLICAR-ALTA.
           MOVE WS-TX-CREDITO(WS-I-TX) TO WS-CRE-NUMERO
           MOVE 'N' TO WS-EXISTE-CREDITO
           PERFORM VARYING WS-I-EX FROM 1 BY 1
                   UNTIL WS-I-EX > WS-CANT-EXISTENTES
               IF WS-EX-NUMERO(WS-I-EX) = WS-CRE-NUMERO
                   MOVE 'S' TO WS-EXISTE-CREDITO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXISTE-CREDITO = 'S'
               MOVE "Credito ya existe en datosCreditos.txt"
                 TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF

      *> Un numero que ya paso por el maestro (cerrado, anulado o
      *> rechazado) no se reutiliza
           PERFORM 3450-LEER-MAESTRO
           IF WS-MAESTRO-EXISTE = 'S'
               MOVE "Credito ya existe en el maestro de creditos"
                 TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF

      *> En un alta todos los campos del formato son obligatorios
           MOVE SPACES TO WS-CAMPOS-DELIM
           UNSTRING WS-TX-LINEA(WS-I-TX) DELIMITED BY ';'
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                    WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7 WS-CAMPO-8
                    WS-CAMPO-9 WS-CAMPO-10 WS-CAMPO-11 WS-CAMPO-12
                    WS-CAMPO-13 WS-CAMPO-14
           END-UNSTRING
           IF WS-CAMPO-3 = SPACES OR WS-CAMPO-4 = SPACES OR
              WS-CAMPO-5 = SPACES OR WS-CAMPO-6 = SPACES OR
              WS-CAMPO-7 = SPACES OR WS-CAMPO-8 = SPACES OR
              WS-CAMPO-9 = SPACES OR
              (WS-TX-CANT-PC(WS-I-TX) >= 10 AND
               (WS-CAMPO-10 = SPACES OR WS-CAMPO-11 = SPACES)) OR
              (WS-TX-CANT-PC(WS-I-TX) >= 12 AND
               (WS-CAMPO-12 = SPACES OR WS-CAMPO-13 = SPACES)) OR
              (WS-TX-CANT-PC(WS-I-TX) = 13 AND WS-CAMPO-14 = SPACES)
               MOVE "Campos obligatorios vacios en el alta"
                 TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-DATOS-CREDITO
           MOVE WS-TX-CREDITO(WS-I-TX) TO WS-CRE-NUMERO
           MOVE 'N' TO WS-TIPO-GRACIA
           MOVE 'P' TO WS-MONEDA
           MOVE SPACES TO WS-CREDITO-ANTES
           PERFORM 3700-SOBREPONER-CAMPOS
           PERFORM 1500-VALIDAR-DATOS
           IF WS-REGISTRO-VALIDO = 'N'
               MOVE WS-MOTIVO-RECHAZO TO WS-DETALLE-TRX
               PERFORM 3980-RECHAZAR-TRANSACCION
               EXIT PARAGRAPH
           END-IF

      *> Alta en el maestro vigente y sin huella: la primera corrida
      *> diaria lo procesa completo. El maestro se graba antes que la
      *> linea del credito, para no dejar un alta a medias
           MOVE 'V' TO WS-MAE-ESTADO-NUEVO
           MOVE WS-MONTO-SOLICITADO TO WS-MAE-SALDO-NUEVO
           IF WS-MAESTRO-ABIERTO = 'S'
               INITIALIZE REG-MAESTRO
               MOVE WS-CRE-NUMERO TO MC-NUMERO
               MOVE 'V' TO MC-ESTADO
               MOVE WS-MONEDA TO MC-MONEDA
      *> Un alta en UF no tiene aun su saldo en pesos: lo valoriza la
      *> primera corrida diaria con la UF de la fecha
               IF WS-MONEDA = 'U'
                   MOVE 0 TO MC-SALDO-PENDIENTE
                   MOVE WS-MONTO-SOLICITADO TO MC-SALDO-UF
               ELSE
                   MOVE WS-MONTO-SOLICITADO TO MC-SALDO-PENDIENTE
               END-IF
               MOVE WS-FECHA-HOY TO MC-FECHA-PROCESO
               MOVE SPACES TO MC-HUELLA
               PERFORM 3460-GRABAR-MAESTRO
               IF WS-MAESTRO-GRABADO = 'N'
                   PERFORM 3470-RECHAZAR-POR-MAESTRO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 3600-ESCRIBIR-LINEA-CREDITO
           ADD 1 TO WS-CANT-EXISTENTES
           MOVE WS-CRE-NUMERO TO WS-EX-NUMERO(WS-CANT-EXISTENTES)

           PERFORM 3850-AUDITAR-CAMBIO
           ADD 1 TO WS-CANT-ALTAS
           MOVE 'A' TO WS-TX-ESTADO(WS-I-TX)
           MOVE "ACEPTADA" TO WS-RESULTADO-TRX
           MOVE "Credito ingresado" TO WS-DETALLE-TRX
           PERFORM 3990-ESCRIBIR-LINEA-REPORTE.

       3600-ESCRIBIR-LINEA-CREDITO.
      *> Linea delimitada con la menor cantidad de campos que
      *> representa al credito (8, 10, 12 o 13), igual que 2205 la lee
           MOVE WS-MONTO-SOLICITADO TO WS-ED-MONTO
           MOVE WS-TASA-SEGURO TO WS-ED-SEGURO
           MOVE WS-COMISION-FIJA TO WS-ED-COMISION
           MOVE SPACES TO WS-IMAGEN
           MOVE SPACES TO REG-DEPURA
           STRING FUNCTION TRIM(WS-CRE-NUMERO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-MONTO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FECHA-OTORGA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-PERIODICIDAD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CANT-CUOTAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRE-TAS-REF) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIPO-SISTEMA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIPO-DIAS DELIMITED BY SIZE
             INTO REG-DEPURA
           END-STRING
           IF WS-TIPO-GRACIA NOT = 'N' OR WS-TASA-SEGURO > 0 OR
              WS-COMISION-FIJA > 0 OR WS-MONEDA = 'U'
               STRING FUNCTION TRIM(REG-DEPURA) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-TIPO-GRACIA DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-CUOTAS-GRACIA DELIMITED BY SIZE
                 INTO WS-IMAGEN
               END-STRING
               MOVE WS-IMAGEN TO REG-DEPURA
               MOVE SPACES TO WS-IMAGEN
           END-IF
           IF WS-TASA-SEGURO > 0 OR WS-COMISION-FIJA > 0 OR
              WS-MONEDA = 'U'
               STRING FUNCTION TRIM(REG-DEPURA) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-SEGURO) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-COMISION) DELIMITED BY SIZE
                 INTO WS-IMAGEN
               END-STRING
               MOVE WS-IMAGEN TO REG-DEPURA
               MOVE SPACES TO WS-IMAGEN
           END-IF
           IF WS-MONEDA = 'U'
               STRING FUNCTION TRIM(REG-DEPURA) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-MONEDA DELIMITED BY SIZE
                 INTO WS-IMAGEN
               END-STRING
               MOVE WS-IMAGEN TO REG-DEPURA
               MOVE SPACES TO WS-IMAGEN
           END-IF
           WRITE REG-DEPURA.

       3700-SOBREPONER-CAMPOS.
      *> Vuelca sobre WS-DATOS-CREDITO los campos no vacios de la
      *> transaccion en curso (campo 3 en adelante, mismo orden que
      *> el formato delimitado de datosCreditos.txt)
           MOVE SPACES TO WS-CAMPOS-DELIM
           UNSTRING WS-TX-LINEA(WS-I-TX) DELIMITED BY ';'
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                    WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7 WS-CAMPO-8
                    WS-CAMPO-9 WS-CAMPO-10 WS-CAMPO-11 WS-CAMPO-12
                    WS-CAMPO-13 WS-CAMPO-14
           END-UNSTRING
           IF WS-CAMPO-3 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-3) TO WS-MONTO-SOLICITADO
           END-IF
           IF WS-CAMPO-4 NOT = SPACES
               MOVE WS-CAMPO-4(1:10) TO WS-FECHA-OTORGA
           END-IF
           IF WS-CAMPO-5 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-5) TO WS-PERIODICIDAD
           END-IF
           IF WS-CAMPO-6 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-6) TO WS-CANT-CUOTAS
           END-IF
           IF WS-CAMPO-7 NOT = SPACES
               MOVE WS-CAMPO-7(1:12) TO WS-CRE-TAS-REF
           END-IF
           IF WS-CAMPO-8 NOT = SPACES
               MOVE WS-CAMPO-8(1:1) TO WS-TIPO-SISTEMA
           END-IF
           IF WS-CAMPO-9 NOT = SPACES
               MOVE WS-CAMPO-9(1:1) TO WS-TIPO-DIAS
           END-IF
           IF WS-CAMPO-10 NOT = SPACES
               MOVE WS-CAMPO-10(1:1) TO WS-TIPO-GRACIA
           END-IF
           IF WS-CAMPO-11 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-11) TO WS-CUOTAS-GRACIA
           END-IF
           IF WS-CAMPO-12 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-12) TO WS-TASA-SEGURO
           END-IF
           IF WS-CAMPO-13 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-13) TO WS-COMISION-FIJA
           END-IF
           IF WS-CAMPO-14 NOT = SPACES
               MOVE WS-CAMPO-14(1:1) TO WS-MONEDA
           END-IF.

       3800-REEMPLAZAR-CREDITOS.
      *> La nueva version reemplaza a datosCreditos.txt solo al final,
      *> cuando ya se recorrio entero: una caida a mitad de camino
      *> deja el archivo original intacto
           OPEN INPUT DEPURA-CREDITOS
           OPEN OUTPUT DATOS-CREDITOS
           MOVE 'N' TO WS-EOF-DEPURA
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ DEPURA-CREDITOS
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE REG-DEPURA TO REG-CREDITO
                   WRITE REG-CREDITO
               END-IF
           END-PERFORM
           CLOSE DEPURA-CREDITOS
           CLOSE DATOS-CREDITOS.

       3850-AUDITAR-CAMBIO.
      *> Dos lineas por cambio aceptado: imagen ANTES y DESPUES con
      *> los datos del credito y el estado/saldo del maestro. En un
      *> alta la imagen ANTES va vacia; en una baja la DESPUES lleva
      *> los mismos datos con el nuevo estado
           MOVE WS-DATOS-CREDITO TO WS-CREDITO-DESPUES
           MOVE "ANTES" TO WS-TIPO-IMAGEN
           IF WS-TX-TIPO(WS-I-TX) = 'A'
               MOVE SPACES TO WS-IMAGEN
           ELSE
               MOVE WS-CREDITO-ANTES TO WS-DATOS-CREDITO
               PERFORM 3870-ARMAR-IMAGEN
           END-IF
           PERFORM 3860-ESCRIBIR-AUDITORIA
           MOVE WS-CREDITO-DESPUES TO WS-DATOS-CREDITO
           MOVE "DESPUES" TO WS-TIPO-IMAGEN
           PERFORM 3870-ARMAR-IMAGEN
           PERFORM 3860-ESCRIBIR-AUDITORIA.

       3860-ESCRIBIR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-FECHA-HOY DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERADOR) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-TIPO(WS-I-TX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-CREDITO(WS-I-TX))
                    DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TIPO-IMAGEN) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMAGEN) DELIMITED BY SIZE
             INTO REG-AUDITORIA
           END-STRING
           WRITE REG-AUDITORIA.

       3870-ARMAR-IMAGEN.
      *> monto;fecha;periodicidad;cuotas;tasa;sistema;dias;gracia;
      *> cuotasGracia;seguro;comision;moneda;estadoMaestro;saldoMaestro
           MOVE WS-MONTO-SOLICITADO TO WS-ED-MONTO
           MOVE WS-TASA-SEGURO TO WS-ED-SEGURO
           MOVE WS-COMISION-FIJA TO WS-ED-COMISION
           IF WS-TIPO-IMAGEN = "ANTES"
               MOVE WS-MAE-ESTADO-ANT TO WS-ESTADO-IMAGEN
               MOVE WS-MAE-SALDO-ANT TO WS-ED-SALDO
           ELSE
               MOVE WS-MAE-ESTADO-NUEVO TO WS-ESTADO-IMAGEN
               MOVE WS-MAE-SALDO-NUEVO TO WS-ED-SALDO
           END-IF
           MOVE SPACES TO WS-IMAGEN
           STRING FUNCTION TRIM(WS-ED-MONTO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FECHA-OTORGA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-PERIODICIDAD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CANT-CUOTAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRE-TAS-REF) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIPO-SISTEMA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIPO-DIAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIPO-GRACIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CUOTAS-GRACIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-SEGURO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-COMISION) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-MONEDA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ESTADO-IMAGEN DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-SALDO) DELIMITED BY SIZE
             INTO WS-IMAGEN
           END-STRING.

       3900-REPORTAR-SIN-CREDITO.
      *> Modificaciones y bajas que no encontraron su credito en
      *> datosCreditos.txt
           PERFORM VARYING WS-I-TX FROM 1 BY 1
                   UNTIL WS-I-TX > WS-CANT-TRANSACCIONES
               IF WS-TX-ESTADO(WS-I-TX) = 'N'
                   MOVE "Credito no existe en datosCreditos.txt"
                     TO WS-DETALLE-TRX
                   PERFORM 3980-RECHAZAR-TRANSACCION
               END-IF
           END-PERFORM.

       3950-REPORTAR-TOTALES.
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-CANT-TRANSACCIONES TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Transacciones leidas     : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-ALTAS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Altas aplicadas          : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-MODIFICACIONES TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Modificaciones aplicadas : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-BAJAS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Bajas aplicadas          : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-RECHAZADAS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Transacciones rechazadas : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE

           DISPLAY "MANTENCION DE CREDITOS: " WS-CANT-ALTAS " altas, "
                   WS-CANT-MODIFICACIONES " modificaciones, "
                   WS-CANT-BAJAS " bajas, "
                   WS-CANT-RECHAZADAS " rechazadas".

       3980-RECHAZAR-TRANSACCION.
           MOVE 'R' TO WS-TX-ESTADO(WS-I-TX)
           MOVE "RECHAZADA" TO WS-RESULTADO-TRX
           PERFORM 3990-ESCRIBIR-LINEA-REPORTE.

       3990-ESCRIBIR-LINEA-REPORTE.
           IF WS-RESULTADO-TRX = "RECHAZADA"
               ADD 1 TO WS-CANT-RECHAZADAS
           END-IF
           MOVE WS-TX-SEQ(WS-I-TX) TO WS-ED-SEQ
           MOVE SPACES TO REG-REPORTE
           STRING WS-ED-SEQ DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-TX-TIPO(WS-I-TX) DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-TX-CREDITO(WS-I-TX) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RESULTADO-TRX DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DETALLE-TRX DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       4000-FINALIZAR.
           CLOSE AUDITORIA-CREDITOS
           CLOSE REPORTE-MANTENCION
           IF WS-MAESTRO-ABIERTO = 'S'
               CLOSE MAESTRO-CREDITOS
           END-IF.

       9999-ABORTAR-POR-LIMITE.
      *> Tabla en memoria sin espacio: se corta antes de reemplazar
      *> datosCreditos.txt, que queda intacto
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - MANTENCION ABORTADA"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

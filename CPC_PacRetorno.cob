       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_PACRETORNO.
       AUTHOR. "Andres Reyes Rojas".

      *> Retorno de cargos PAC: procesa retornoPAC.txt, el archivo que
      *> devuelve el banco con el resultado de cada instruccion de
      *> instruccionesPAC.txt. Los cargos aceptados se agregan como
      *> pagos a datosPagos.txt (credito;cuota;fecha;monto) para que
      *> el proceso diario los aplique; los rechazados van a
      *> reporteRechazosPAC.txt con el codigo de motivo del banco. Un
      *> mandato que acumula MAX-RECHAZOS rechazos seguidos queda
      *> suspendido ('S') en mandatosPAC.txt y deja de instruirse.
      *> controlRetornoPAC.txt guarda la fecha de cabecera del ultimo
      *> retorno procesado: el mismo archivo no se procesa dos veces

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-PAC
               ASSIGN TO 'parametrosPAC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETORNO-PAC
               ASSIGN TO 'retornoPAC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-RETORNO
               ASSIGN TO 'controlRetornoPAC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANDATOS-PAC
               ASSIGN TO 'mandatosPAC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPURA-MANDATOS
               ASSIGN TO 'depuraMandatos.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATOS-PAGOS
               ASSIGN TO 'datosPagos.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-RECHAZOS
               ASSIGN TO 'reporteRechazosPAC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-PAC.
       01 REG-PARAM-PAC          PIC X(80).

       FD RETORNO-PAC.
       01 REG-RETORNO.
       COPY REGPAC.
          05 PAC-COD-RESULTADO    PIC XX.
          05 PAC-FECHA-CARGO      PIC 9(8).

       FD CONTROL-RETORNO.
       01 REG-CONTROL-RETORNO    PIC X(80).

       FD MANDATOS-PAC.
       01 REG-MANDATO            PIC X(120).

       FD DEPURA-MANDATOS.
       01 REG-DEPURA             PIC X(120).

       FD DATOS-PAGOS.
       01 REG-PAGO               PIC X(120).

       FD REPORTE-RECHAZOS.
       01 REG-REPORTE            PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-PARAM         PIC X VALUE 'N'.
          05 WS-EOF-RETORNO       PIC X VALUE 'N'.
          05 WS-EOF-MANDATOS      PIC X VALUE 'N'.
          05 WS-EOF-DEPURA        PIC X VALUE 'N'.
          05 WS-EOF-CONTROL       PIC X VALUE 'N'.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-FILAS-TABLA      PIC 9(5) VALUE 2000.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-PARAMETROS.
      *> Rechazos seguidos que suspenden el mandato; un cargo aceptado
      *> vuelve el contador a cero. Sin parametro se suspende al 3ro
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-MAX-RECHAZOS         PIC 9(3) VALUE 3.

       01 WS-TABLA-MANDATOS.
      *> Copia en memoria de mandatosPAC.txt. Las lineas que este
      *> proceso no toca se reescriben tal como venian (incluidas las
      *> que el proceso diario rechaza por formato)
          05 WS-MANDATO-ROW OCCURS 2000 TIMES INDEXED BY WS-I-MAN.
             10 WS-MA-LINEA          PIC X(120).
             10 WS-MA-CREDITO        PIC X(12).
             10 WS-MA-BANCO          PIC X(4).
             10 WS-MA-CUENTA         PIC X(20).
             10 WS-MA-ESTADO         PIC X.
             10 WS-MA-RECHAZOS       PIC 9(3).
             10 WS-MA-MODIFICADO     PIC X.

       01 WS-CONTADORES.
          05 WS-CANT-MANDATOS        PIC 9(5) VALUE 0.
          05 WS-CANT-DETALLE         PIC 9(7) VALUE 0.
          05 WS-CANT-ACEPTADOS       PIC 9(7) VALUE 0.
          05 WS-CANT-RECHAZADOS      PIC 9(7) VALUE 0.
          05 WS-CANT-SUSPENDIDOS     PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-MANDATO     PIC 9(5) VALUE 0.
          05 WS-CANT-TRAILER         PIC 9(7) VALUE 0.
          05 WS-TRAILER-LEIDO        PIC X VALUE 'N'.

       01 WS-PARSE-DELIMITADO.
          05 WS-CANT-PUNTOCOMA       PIC 99 VALUE 0.
          05 WS-CAMPOS-DELIM.
             10 WS-CAMPO-1           PIC X(50).
             10 WS-CAMPO-2           PIC X(50).
             10 WS-CAMPO-3           PIC X(50).
             10 WS-CAMPO-4           PIC X(50).
             10 WS-CAMPO-5           PIC X(50).

       01 WS-CONTROL-RETORNO.
          05 WS-MANDATO-HALLADO      PIC X VALUE 'N'.
          05 WS-FECHA-PAGO           PIC X(10).
          05 WS-FECHA-VENC           PIC X(10).
          05 WS-FECHA-ISO            PIC 9(8).
          05 WS-FECHA-ISO-R REDEFINES WS-FECHA-ISO.
             10 WS-FI-ANIO           PIC 9(4).
             10 WS-FI-MES            PIC 99.
             10 WS-FI-DIA            PIC 99.
          05 WS-OBSERVACION          PIC X(30).
      *> Fecha de la cabecera (registro H) del retorno de hoy y la del
      *> ultimo retorno ya procesado segun controlRetornoPAC.txt
          05 WS-FECHA-CABECERA       PIC X(8) VALUE SPACES.
          05 WS-ULTIMO-RETORNO       PIC X(8) VALUE SPACES.
          05 WS-TOT-ACEPTADO         PIC 9(14)V99 VALUE 0.
          05 WS-TOT-RECHAZADO        PIC 9(14)V99 VALUE 0.

       01 WS-FORMATO-SALIDA.
          05 WS-ED-MONTO             PIC Z(11)9.99.
          05 WS-ED-RECHAZOS          PIC ZZ9.
          05 WS-DISPLAY-MONTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-CANT         PIC ZZ,ZZ9.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-HORA-SIS    PIC X(21).
          05 WS-FECHA-CORRIDA     PIC X(10).
          05 WS-HORA-HOY          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-INICIALIZAR
           PERFORM 2100-LEER-MANDATOS
           PERFORM 3000-PROCESAR-RETORNO
           PERFORM 3600-REESCRIBIR-MANDATOS
           PERFORM 3700-GRABAR-CONTROL
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

           PERFORM 1020-LEER-PARAMETROS
           PERFORM 1030-VERIFICAR-RETORNO

           OPEN OUTPUT REPORTE-RECHAZOS
           MOVE SPACES TO REG-REPORTE
           STRING "REPORTE DE RECHAZOS PAC - " DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-MAX-RECHAZOS TO WS-ED-RECHAZOS
           MOVE SPACES TO REG-REPORTE
           STRING "Suspension del mandato al rechazo seguido numero: "
                    DELIMITED BY SIZE
                  WS-ED-RECHAZOS DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Credito      | RUT          | Cuota | Vencimiento | Banco | Monto             | Motivo | Rech. | Observacion"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-------------|--------------|-------|-------------|-------|-------------------|--------|-------|------------------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE.

       1020-LEER-PARAMETROS.
      *> Lineas CLAVE;VALOR, igual que parametrosCorrida.txt
           OPEN INPUT PARAMETROS-PAC
           PERFORM UNTIL WS-EOF-PARAM = 'Y'
               READ PARAMETROS-PAC
                   AT END MOVE 'Y' TO WS-EOF-PARAM
               END-READ
               IF WS-EOF-PARAM = 'N' AND
                  REG-PARAM-PAC NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-PARAM-PAC DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-PARAM-CLAVE
                   EVALUATE WS-PARAM-CLAVE
                       WHEN 'MAX-RECHAZOS'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-MAX-RECHAZOS
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro PAC "
                                   "no reconocido: "
                                   FUNCTION TRIM(WS-PARAM-CLAVE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS-PAC
           IF WS-MAX-RECHAZOS = 0
               MOVE 3 TO WS-MAX-RECHAZOS
           END-IF.

       1030-VERIFICAR-RETORNO.
      *> Un retorno ya procesado volveria a agregar sus pagos a
      *> datosPagos.txt y a contar sus rechazos: se corta antes de
      *> tocar nada si la cabecera es la del ultimo retorno procesado
           OPEN INPUT CONTROL-RETORNO
           PERFORM UNTIL WS-EOF-CONTROL = 'Y'
               READ CONTROL-RETORNO
                   AT END MOVE 'Y' TO WS-EOF-CONTROL
               END-READ
               IF WS-EOF-CONTROL = 'N' AND
                  REG-CONTROL-RETORNO NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-CONTROL-RETORNO DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   IF WS-CAMPO-1(1:20) = 'ULTIMO-RETORNO'
                       MOVE WS-CAMPO-2(1:8) TO WS-ULTIMO-RETORNO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CONTROL-RETORNO

      *> Sin archivo de retorno no hay nada que proteger
           OPEN INPUT RETORNO-PAC
           READ RETORNO-PAC
               AT END
                   CLOSE RETORNO-PAC
                   EXIT PARAGRAPH
           END-READ
           CLOSE RETORNO-PAC
           IF PAC-TIPO-REG NOT = 'H'
               DISPLAY "ERROR FATAL: retornoPAC.txt sin registro de "
                       "cabecera - RETORNO PAC ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REG-RETORNO(2:8) TO WS-FECHA-CABECERA
           IF WS-FECHA-CABECERA = WS-ULTIMO-RETORNO
               DISPLAY "ERROR FATAL: retornoPAC.txt con cabecera "
                       WS-FECHA-CABECERA " ya fue procesado - "
                       "RETORNO PAC ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-LEER-MANDATOS.
      *> credito;banco;cuenta;estado[;rechazos]
           OPEN INPUT MANDATOS-PAC
           PERFORM UNTIL WS-EOF-MANDATOS = 'Y'
               READ MANDATOS-PAC
                   AT END MOVE 'Y' TO WS-EOF-MANDATOS
               END-READ
               IF WS-EOF-MANDATOS = 'N' AND
                  REG-MANDATO NOT = SPACES
                   IF WS-CANT-MANDATOS >= WS-MAX-FILAS-TABLA
                       MOVE "mandatos PAC" TO WS-TABLA-EXCEDIDA
                       MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                       PERFORM 9999-ABORTAR-POR-LIMITE
                   END-IF
                   ADD 1 TO WS-CANT-MANDATOS
                   SET WS-I-MAN TO WS-CANT-MANDATOS
                   MOVE REG-MANDATO TO WS-MA-LINEA(WS-I-MAN)
                   MOVE 'N' TO WS-MA-MODIFICADO(WS-I-MAN)
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-MANDATO DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                            WS-CAMPO-4 WS-CAMPO-5
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:12) TO WS-MA-CREDITO(WS-I-MAN)
                   MOVE WS-CAMPO-2(1:4)  TO WS-MA-BANCO(WS-I-MAN)
                   MOVE WS-CAMPO-3(1:20) TO WS-MA-CUENTA(WS-I-MAN)
                   MOVE WS-CAMPO-4(1:1)  TO WS-MA-ESTADO(WS-I-MAN)
                   MOVE 0 TO WS-MA-RECHAZOS(WS-I-MAN)
                   IF WS-CAMPO-5 NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-CAMPO-5)
                         TO WS-MA-RECHAZOS(WS-I-MAN)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MANDATOS-PAC.

       2110-BUSCAR-MANDATO.
      *> Mismo criterio que el proceso diario: si el credito tiene
      *> mas de una linea manda la ultima
           MOVE 'N' TO WS-MANDATO-HALLADO
           PERFORM VARYING WS-I-MAN FROM WS-CANT-MANDATOS BY -1
                   UNTIL WS-I-MAN < 1
               IF WS-MA-CREDITO(WS-I-MAN) = PAC-CREDITO
                   MOVE 'S' TO WS-MANDATO-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3000-PROCESAR-RETORNO.
      *> Registros H / D / T con el layout de instruccionesPAC.txt;
      *> cada D trae ademas el codigo de resultado ('00' aceptado) y
      *> la fecha efectiva del cargo
           OPEN INPUT RETORNO-PAC
           OPEN EXTEND DATOS-PAGOS
           PERFORM UNTIL WS-EOF-RETORNO = 'Y'
               READ RETORNO-PAC
                   AT END MOVE 'Y' TO WS-EOF-RETORNO
               END-READ
               IF WS-EOF-RETORNO = 'N'
                   EVALUATE PAC-TIPO-REG
                       WHEN 'D'
                           ADD 1 TO WS-CANT-DETALLE
                           PERFORM 2110-BUSCAR-MANDATO
                           IF WS-MANDATO-HALLADO = 'N'
                               ADD 1 TO WS-CANT-SIN-MANDATO
                           END-IF
                           IF PAC-COD-RESULTADO = '00'
                               PERFORM 3100-REGISTRAR-PAGO
                           ELSE
                               PERFORM 3200-REGISTRAR-RECHAZO
                           END-IF
                       WHEN 'T'
                           MOVE 'S' TO WS-TRAILER-LEIDO
                           MOVE REG-RETORNO(2:7) TO WS-CANT-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE RETORNO-PAC
           CLOSE DATOS-PAGOS

      *> El trailer del banco debe cuadrar con los D leidos; si no
      *> cuadra el archivo se procesa igual pero queda advertido
           IF WS-TRAILER-LEIDO = 'N'
               DISPLAY "ADVERTENCIA: retornoPAC.txt sin trailer"
           ELSE
               IF WS-CANT-TRAILER NOT = WS-CANT-DETALLE
                   DISPLAY "ADVERTENCIA: trailer de retornoPAC.txt "
                           "informa " WS-CANT-TRAILER
                           " registros y se leyeron " WS-CANT-DETALLE
               END-IF
           END-IF.

       3100-REGISTRAR-PAGO.
      *> Cargo aceptado: pago de la cuota instruida con la fecha
      *> efectiva del cargo (o la de vencimiento si el banco no la
      *> informa), en el formato de una linea de datosPagos.txt
           IF PAC-FECHA-CARGO IS NUMERIC AND PAC-FECHA-CARGO > 0
               MOVE PAC-FECHA-CARGO TO WS-FECHA-ISO
           ELSE
               MOVE PAC-FECHA-VENC TO WS-FECHA-ISO
           END-IF
           MOVE SPACES TO WS-FECHA-PAGO
           STRING WS-FI-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FI-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FI-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-PAGO
           END-STRING
           MOVE PAC-MONTO TO WS-ED-MONTO
           MOVE SPACES TO REG-PAGO
           STRING FUNCTION TRIM(PAC-CREDITO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PAC-CUOTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FECHA-PAGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-MONTO) DELIMITED BY SIZE
             INTO REG-PAGO
           END-STRING
           WRITE REG-PAGO
           ADD 1 TO WS-CANT-ACEPTADOS
           ADD PAC-MONTO TO WS-TOT-ACEPTADO

           IF WS-MANDATO-HALLADO = 'S'
               IF WS-MA-RECHAZOS(WS-I-MAN) > 0
                   MOVE 0 TO WS-MA-RECHAZOS(WS-I-MAN)
                   MOVE 'S' TO WS-MA-MODIFICADO(WS-I-MAN)
               END-IF
           END-IF.

       3200-REGISTRAR-RECHAZO.
      *> Cargo rechazado: queda en el reporte con el motivo del banco
      *> y suma un rechazo seguido al mandato; al llegar al maximo un
      *> mandato vigente pasa a suspendido
           ADD 1 TO WS-CANT-RECHAZADOS
           ADD PAC-MONTO TO WS-TOT-RECHAZADO
           MOVE SPACES TO WS-OBSERVACION
           MOVE 0 TO WS-ED-RECHAZOS
           IF WS-MANDATO-HALLADO = 'S'
               ADD 1 TO WS-MA-RECHAZOS(WS-I-MAN)
               MOVE 'S' TO WS-MA-MODIFICADO(WS-I-MAN)
               MOVE WS-MA-RECHAZOS(WS-I-MAN) TO WS-ED-RECHAZOS
               IF WS-MA-ESTADO(WS-I-MAN) = 'V' AND
                  WS-MA-RECHAZOS(WS-I-MAN) >= WS-MAX-RECHAZOS
                   MOVE 'S' TO WS-MA-ESTADO(WS-I-MAN)
                   ADD 1 TO WS-CANT-SUSPENDIDOS
                   MOVE "MANDATO SUSPENDIDO" TO WS-OBSERVACION
               END-IF
           ELSE
               MOVE "SIN MANDATO EN mandatosPAC.txt" TO WS-OBSERVACION
           END-IF

           MOVE PAC-FECHA-VENC TO WS-FECHA-ISO
           MOVE SPACES TO WS-FECHA-VENC
           STRING WS-FI-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FI-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FI-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-VENC
           END-STRING
           MOVE PAC-MONTO TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-REPORTE
           STRING PAC-CREDITO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PAC-RUT DELIMITED BY SIZE
                  " |    " DELIMITED BY SIZE
                  PAC-CUOTA DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-FECHA-VENC DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  PAC-BANCO DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
                  " |     " DELIMITED BY SIZE
                  PAC-COD-RESULTADO DELIMITED BY SIZE
                  " |   " DELIMITED BY SIZE
                  WS-ED-RECHAZOS DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-OBSERVACION DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3600-REESCRIBIR-MANDATOS.
      *> La nueva version va primero a depuraMandatos.tmp y reemplaza
      *> a mandatosPAC.txt solo al final, igual que la mantencion
      *> con datosCreditos.txt. Las lineas modificadas se rearman con
      *> el contador de rechazos como quinto campo
           IF WS-CANT-MANDATOS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DEPURA-MANDATOS
           PERFORM VARYING WS-I-MAN FROM 1 BY 1
                   UNTIL WS-I-MAN > WS-CANT-MANDATOS
               IF WS-MA-MODIFICADO(WS-I-MAN) = 'S'
                   MOVE WS-MA-RECHAZOS(WS-I-MAN) TO WS-ED-RECHAZOS
                   MOVE SPACES TO REG-DEPURA
                   STRING FUNCTION TRIM(WS-MA-CREDITO(WS-I-MAN))
                            DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MA-BANCO(WS-I-MAN))
                            DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MA-CUENTA(WS-I-MAN))
                            DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-MA-ESTADO(WS-I-MAN) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ED-RECHAZOS)
                            DELIMITED BY SIZE
                     INTO REG-DEPURA
                   END-STRING
               ELSE
                   MOVE WS-MA-LINEA(WS-I-MAN) TO REG-DEPURA
               END-IF
               WRITE REG-DEPURA
           END-PERFORM
           CLOSE DEPURA-MANDATOS

           OPEN INPUT DEPURA-MANDATOS
           OPEN OUTPUT MANDATOS-PAC
           MOVE 'N' TO WS-EOF-DEPURA
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ DEPURA-MANDATOS
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE REG-DEPURA TO REG-MANDATO
                   WRITE REG-MANDATO
               END-IF
           END-PERFORM
           CLOSE DEPURA-MANDATOS
           CLOSE MANDATOS-PAC.

       3700-GRABAR-CONTROL.
      *> Solo al terminar: si la corrida se corta antes, el mismo
      *> retorno puede volver a procesarse
           IF WS-FECHA-CABECERA = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTROL-RETORNO
           MOVE SPACES TO REG-CONTROL-RETORNO
           STRING "ULTIMO-RETORNO;" DELIMITED BY SIZE
                  WS-FECHA-CABECERA DELIMITED BY SIZE
             INTO REG-CONTROL-RETORNO
           END-STRING
           WRITE REG-CONTROL-RETORNO
           CLOSE CONTROL-RETORNO.

       3950-REPORTAR-TOTALES.
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-CANT-DETALLE TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Cargos informados por el banco : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-ACEPTADOS TO WS-DISPLAY-CANT
           MOVE WS-TOT-ACEPTADO TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REG-REPORTE
           STRING "Cargos aceptados (a pagos)     : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-RECHAZADOS TO WS-DISPLAY-CANT
           MOVE WS-TOT-RECHAZADO TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REG-REPORTE
           STRING "Cargos rechazados              : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-SUSPENDIDOS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Mandatos suspendidos           : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-SIN-MANDATO TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Cargos sin mandato registrado  : " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE

           DISPLAY "RETORNO PAC: " WS-CANT-ACEPTADOS " ACEPTADOS, "
                   WS-CANT-RECHAZADOS " RECHAZADOS, "
                   WS-CANT-SUSPENDIDOS " MANDATOS SUSPENDIDOS".

       4000-FINALIZAR.
           CLOSE REPORTE-RECHAZOS.

       9999-ABORTAR-POR-LIMITE.
      *> Tabla en memoria sin espacio: se corta antes de agregar pagos
      *> y de reescribir los mandatos
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - RETORNO PAC ABORTADO"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

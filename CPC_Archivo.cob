       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_ARCHIVO.
       AUTHOR. "Andres Reyes Rojas".

      *> Archivo historico de creditos cerrados: saca del maestro y de
      *> los archivos de entrada (datosClientes.txt, datosCreditos.txt,
      *> datosPagos.txt y datosAbonos.txt) los creditos pagados ('P',
      *> saldo cero), rechazados ('R') o anulados ('A') cuya fecha de
      *> cierre en el maestro es anterior al corte (fecha de la
      *> corrida menos los meses de parametrosArchivo.txt). Todo lo
      *> que se saca queda en
      *> historialCreditos_AAAAMMDD.txt: imagen final del maestro,
      *> lineas originales de cada archivo y un resumen del credito con
      *> su historial de pagos; indiceArchivo.txt deja credito y RUT
      *> para ubicarlo despues (CPC_CERTIFICADO). reporteArchivo.txt
      *> cuadra registros y saldos antes y despues de la depuracion.
      *> El indice se graba antes de tocar los archivos de entrada y
      *> la baja del maestro va al final: una corrida interrumpida se
      *> vuelve a lanzar y no repite lo que ya quedo indexado

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-ARCHIVO
               ASSIGN TO 'parametrosArchivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENTRADA
               ASSIGN DYNAMIC WS-ARCHIVO-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPURA-ENTRADA
               ASSIGN TO 'depuraArchivo.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORIAL-CREDITOS
               ASSIGN DYNAMIC WS-ARCHIVO-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDICE-ARCHIVO
               ASSIGN TO 'indiceArchivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-ARCHIVO
               ASSIGN TO 'reporteArchivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-ARCHIVO.
       01 REG-PARAM-ARCHIVO      PIC X(80).

       FD ENTRADA.
       01 REG-ENTRADA            PIC X(120).

       FD DEPURA-ENTRADA.
       01 REG-DEPURA             PIC X(120).

       FD HISTORIAL-CREDITOS.
       01 REG-HISTORIAL          PIC X(500).

       FD INDICE-ARCHIVO.
       01 REG-INDICE             PIC X(120).

       FD REPORTE-ARCHIVO.
       01 REG-REPORTE            PIC X(150).

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-PARAM         PIC X VALUE 'N'.
          05 WS-EOF-ENTRADA       PIC X VALUE 'N'.
          05 WS-EOF-DEPURA        PIC X VALUE 'N'.
          05 WS-EOF-MAESTRO       PIC X VALUE 'N'.
          05 WS-EOF-INDICE        PIC X VALUE 'N'.

       01 WS-LIMITES-TABLAS.
          05 WS-MAX-CANDIDATOS       PIC 9(5) VALUE 5000.
          05 WS-TABLA-EXCEDIDA       PIC X(30) VALUE SPACES.
          05 WS-LIMITE-EXCEDIDO      PIC 9(5) VALUE 0.

       01 WS-PARAMETROS.
      *> Antiguedad minima del cierre para archivar; sin parametro se
      *> archiva lo cerrado hace mas de 12 meses
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-MESES-ANTIGUEDAD     PIC 9(3) VALUE 12.
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

       01 WS-CONTROL-CORTE.
      *> Fecha de corte = fecha de la corrida menos los meses de
      *> antiguedad, con el dia ajustado al largo del mes
          05 WS-CORTE-MESES          PIC 9(6) VALUE 0.
          05 WS-CORTE-ANIO           PIC 9(4) VALUE 0.
          05 WS-CORTE-MES            PIC 99 VALUE 0.
          05 WS-CORTE-DIA            PIC 99 VALUE 0.
          05 WS-FECHA-CORTE          PIC X(10) VALUE SPACES.
          05 WS-FECHA-CORTE-ISO      PIC 9(8) VALUE 0.
          05 WS-FECHA-TXT            PIC X(10).
          05 WS-FECHA-AUX-ISO        PIC 9(8) VALUE 0.

       01 WS-TABLA-CANDIDATOS.
      *> Creditos a archivar, con los datos que se van juntando al
      *> pasar por cada archivo de entrada para el resumen historico
          05 WS-CANDIDATO-ROW OCCURS 5000 TIMES INDEXED BY WS-I-CD.
             10 WS-CD-CREDITO        PIC X(12).
             10 WS-CD-ESTADO         PIC X.
             10 WS-CD-FECHA-CIERRE   PIC X(10).
             10 WS-CD-SALDO          PIC 9(12)V99.
             10 WS-CD-RUT            PIC X(12).
             10 WS-CD-NOMBRE         PIC X(60).
             10 WS-CD-MONTO          PIC 9(12)V99.
             10 WS-CD-FECHA-OTORGA   PIC X(10).
             10 WS-CD-CUOTAS         PIC 9(3).
             10 WS-CD-MONEDA         PIC X.
             10 WS-CD-CANT-PAGOS     PIC 9(5).
             10 WS-CD-TOTAL-PAGOS    PIC 9(12)V99.
             10 WS-CD-FECHA-ULT-PAGO PIC X(10).
             10 WS-CD-ISO-ULT-PAGO   PIC 9(8).
             10 WS-CD-TOTAL-ABONOS   PIC 9(12)V99.
      *> 'S' si ya tiene su linea en indiceArchivo.txt (corrida
      *> anterior interrumpida): no se vuelve a registrar
             10 WS-CD-INDEXADO       PIC X.

       01 WS-CONTADORES.
          05 WS-CANT-CANDIDATOS      PIC 9(5) VALUE 0.
          05 WS-CANT-ARCHIVADOS      PIC 9(5) VALUE 0.
          05 WS-CANT-P-CON-SALDO     PIC 9(5) VALUE 0.
          05 WS-CANT-FECHA-INVALIDA  PIC 9(5) VALUE 0.
          05 WS-CANT-NO-ENCONTRADOS  PIC 9(5) VALUE 0.
          05 WS-CANT-NO-ELIMINADOS   PIC 9(5) VALUE 0.
          05 WS-CANT-SIN-CLIENTE     PIC 9(5) VALUE 0.
          05 WS-CANT-YA-INDEXADOS    PIC 9(5) VALUE 0.

       01 WS-TOTALES-MAESTRO.
      *> Registros y saldo del maestro por estado antes y despues de
      *> la depuracion: (1) V, (2) P, (3) R, (4) A, (5) C, (6) otro
          05 WS-TOT-ESTADO OCCURS 6 TIMES INDEXED BY WS-I-EST.
             10 WS-TE-CODIGO         PIC X.
             10 WS-TE-CANT-ANTES     PIC 9(7).
             10 WS-TE-SALDO-ANTES    PIC 9(14)V99.
             10 WS-TE-CANT-ARCH      PIC 9(7).
             10 WS-TE-SALDO-ARCH     PIC 9(14)V99.
             10 WS-TE-CANT-DESPUES   PIC 9(7).
             10 WS-TE-SALDO-DESPUES  PIC 9(14)V99.
          05 WS-TOT-CANT-ANTES       PIC 9(7) VALUE 0.
          05 WS-TOT-SALDO-ANTES      PIC 9(14)V99 VALUE 0.
          05 WS-TOT-CANT-ARCH        PIC 9(7) VALUE 0.
          05 WS-TOT-SALDO-ARCH       PIC 9(14)V99 VALUE 0.
          05 WS-TOT-CANT-DESPUES     PIC 9(7) VALUE 0.
          05 WS-TOT-SALDO-DESPUES    PIC 9(14)V99 VALUE 0.
          05 WS-FASE-CONTEO          PIC X VALUE 'A'.

       01 WS-TOTALES-ENTRADAS.
      *> Lineas de cada archivo de entrada: (1) clientes, (2) creditos,
      *> (3) pagos, (4) abonos; montos de pagos y abonos archivados
          05 WS-TOT-ARCHIVO OCCURS 4 TIMES INDEXED BY WS-I-ARC.
             10 WS-TA-NOMBRE         PIC X(20).
             10 WS-TA-LEIDAS         PIC 9(7).
             10 WS-TA-CONSERVADAS    PIC 9(7).
             10 WS-TA-ARCHIVADAS     PIC 9(7).
             10 WS-TA-ENTRADAS-ARCH  PIC 9(7).
             10 WS-TA-MONTO-ARCH     PIC 9(14)V99.

       01 WS-CONTROL-ENTRADA.
      *> Una entrada del archivo en curso tal como viene (bloque de
      *> lineas o una linea delimitada), con la misma regla de lectura
      *> que la mantencion: un bloque incompleto se conserva tal cual
          05 WS-ARCHIVO-ENTRADA      PIC X(40) VALUE SPACES.
          05 WS-TIPO-ENTRADA         PIC X VALUE SPACE.
          05 WS-LINEAS-BLOQUE        PIC 99 VALUE 0.
          05 WS-POS-CREDITO          PIC 99 VALUE 0.
          05 WS-ENT-LINEA OCCURS 8 TIMES INDEXED BY WS-I-LIN
                                  PIC X(120).
          05 WS-ENT-CANT-LINEAS      PIC 99 VALUE 0.
          05 WS-ENTRADA-LISTA        PIC X VALUE 'N'.
          05 WS-ENTRADA-COMPLETA     PIC X VALUE 'N'.
          05 WS-ENTRADA-DELIMITADA   PIC X VALUE 'N'.
          05 WS-LINEA-PENDIENTE      PIC X VALUE 'N'.
          05 WS-LINEA-GUARDADA       PIC X(120).
          05 WS-N-CAMPO              PIC 99 VALUE 0.
          05 WS-VALOR-CAMPO          PIC X(50).
          05 WS-EXISTE-CANDIDATO     PIC X VALUE 'N'.
          05 WS-MONTO-ENTRADA        PIC 9(12)V99 VALUE 0.
      *> Cada archivo de entrada se recorre dos veces: 'C' solo
      *> captura los datos de los candidatos para el resumen; 'D'
      *> (ya registrado el indice) depura y deja las lineas en el
      *> historial
          05 WS-FASE-DEPURA          PIC X VALUE 'C'.

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
          05 WS-CAMPOS-TABLA REDEFINES WS-CAMPOS-DELIM.
             10 WS-CAMPO-N           PIC X(50) OCCURS 13 TIMES.

       01 WS-DATOS-CREDITO.
          05 WS-CRE-NUMERO        PIC X(12).

       01 WS-CONTROL-MAESTRO.
          05 WS-FS-MAESTRO           PIC XX VALUE SPACES.

       01 WS-CONTROL-HISTORIAL.
          05 WS-ARCHIVO-HISTORIAL    PIC X(40) VALUE SPACES.
          05 WS-TIPO-HISTORIAL       PIC X VALUE SPACE.

       01 WS-FORMATO-SALIDA.
          05 WS-DISPLAY-SALDO        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-SALDO-2      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-SALDO-3      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPLAY-CANT         PIC Z,ZZZ,ZZ9.
          05 WS-DISPLAY-CANT-2       PIC Z,ZZZ,ZZ9.
          05 WS-DISPLAY-CANT-3       PIC Z,ZZZ,ZZ9.
          05 WS-DISPLAY-CANT-4       PIC Z,ZZZ,ZZ9.
          05 WS-DISPLAY-MESES        PIC ZZ9.
          05 WS-ED-MONTO             PIC 9(12).99.
          05 WS-ED-PAGOS             PIC 9(12).99.
          05 WS-ED-ABONOS            PIC 9(12).99.
          05 WS-ED-SALDO             PIC 9(12).99.
          05 WS-ED-CANT-PAGOS        PIC ZZZZ9.
          05 WS-ESTADO-TXT           PIC X(10).
          05 WS-CUADRA               PIC X(20).

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
           PERFORM 2000-SELECCIONAR-CANDIDATOS
           IF WS-CANT-CANDIDATOS > 0
               PERFORM 2300-CARGAR-INDICE
               MOVE 'C' TO WS-FASE-DEPURA
               PERFORM 3000-DEPURAR-ENTRADAS
               OPEN EXTEND HISTORIAL-CREDITOS
               OPEN EXTEND INDICE-ARCHIVO
               PERFORM 3500-REGISTRAR-ARCHIVO
               MOVE 'D' TO WS-FASE-DEPURA
               PERFORM 3000-DEPURAR-ENTRADAS
               CLOSE HISTORIAL-CREDITOS
               CLOSE INDICE-ARCHIVO
               PERFORM 3600-ELIMINAR-MAESTRO
           END-IF
           PERFORM 3800-CONTAR-MAESTRO-FINAL
           PERFORM 3900-REPORTAR-ENTRADAS
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

           MOVE 'V' TO WS-TE-CODIGO(1)
           MOVE 'P' TO WS-TE-CODIGO(2)
           MOVE 'R' TO WS-TE-CODIGO(3)
           MOVE 'A' TO WS-TE-CODIGO(4)
           MOVE 'C' TO WS-TE-CODIGO(5)
           MOVE '?' TO WS-TE-CODIGO(6)
           PERFORM VARYING WS-I-EST FROM 1 BY 1 UNTIL WS-I-EST > 6
               MOVE 0 TO WS-TE-CANT-ANTES(WS-I-EST)
                         WS-TE-SALDO-ANTES(WS-I-EST)
                         WS-TE-CANT-ARCH(WS-I-EST)
                         WS-TE-SALDO-ARCH(WS-I-EST)
                         WS-TE-CANT-DESPUES(WS-I-EST)
                         WS-TE-SALDO-DESPUES(WS-I-EST)
           END-PERFORM
           MOVE "datosClientes.txt" TO WS-TA-NOMBRE(1)
           MOVE "datosCreditos.txt" TO WS-TA-NOMBRE(2)
           MOVE "datosPagos.txt" TO WS-TA-NOMBRE(3)
           MOVE "datosAbonos.txt" TO WS-TA-NOMBRE(4)
           PERFORM VARYING WS-I-ARC FROM 1 BY 1 UNTIL WS-I-ARC > 4
               MOVE 0 TO WS-TA-LEIDAS(WS-I-ARC)
                         WS-TA-CONSERVADAS(WS-I-ARC)
                         WS-TA-ARCHIVADAS(WS-I-ARC)
                         WS-TA-ENTRADAS-ARCH(WS-I-ARC)
                         WS-TA-MONTO-ARCH(WS-I-ARC)
           END-PERFORM

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

      *> Con la fecha de proceso pisada el corte se calcula desde esa
      *> fecha y el historial queda fechado con ella
           IF WS-FECHA-PROCESO-OVR NOT = SPACES
               PERFORM 1030-VALIDAR-FECHA-PROCESO
               MOVE WS-FECHA-PROCESO-OVR(1:2) TO WS-FHS-DIA
               MOVE WS-FECHA-PROCESO-OVR(4:2) TO WS-FHS-MES
               MOVE WS-FECHA-PROCESO-OVR(7:4) TO WS-FHS-ANIO
               DISPLAY "FECHA DE PROCESO PISADA POR PARAMETRO: "
                       WS-FECHA-PROCESO-OVR
           END-IF
           MOVE SPACES TO WS-FECHA-CORRIDA
           STRING WS-FHS-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FHS-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FHS-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-CORRIDA
           END-STRING
           MOVE SPACES TO WS-ARCHIVO-HISTORIAL
           STRING "historialCreditos_" DELIMITED BY SIZE
                  WS-FHS-ANIO DELIMITED BY SIZE
                  WS-FHS-MES DELIMITED BY SIZE
                  WS-FHS-DIA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-ARCHIVO-HISTORIAL
           END-STRING
           PERFORM 1040-CALCULAR-CORTE

      *> Sin maestro no se sabe que esta cerrado: no se toca ningun
      *> archivo de entrada
           OPEN I-O MAESTRO-CREDITOS
           EVALUATE WS-FS-MAESTRO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR FATAL: maestro de creditos no "
                           "disponible (status " WS-FS-MAESTRO
                           ") - ARCHIVO ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT REPORTE-ARCHIVO
           MOVE SPACES TO REG-REPORTE
           STRING "REPORTE DE ARCHIVO Y DEPURACION DE CREDITOS - "
                    DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-HOY DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-MESES-ANTIGUEDAD TO WS-DISPLAY-MESES
           MOVE SPACES TO REG-REPORTE
           STRING "Antiguedad minima del cierre: " DELIMITED BY SIZE
                  WS-DISPLAY-MESES DELIMITED BY SIZE
                  " meses - se archivan cierres anteriores al "
                    DELIMITED BY SIZE
                  WS-FECHA-CORTE DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "Archivo historico: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVO-HISTORIAL) DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CREDITOS ARCHIVADOS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Credito      | RUT          | Estado     | Cierre     | Pagos | Total Pagado       | Abonos"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-------------|--------------|------------|------------|-------|--------------------|--------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE.

       1020-LEER-PARAMETROS.
      *> Lineas CLAVE;VALOR, igual que parametrosCorrida.txt
           OPEN INPUT PARAMETROS-ARCHIVO
           PERFORM UNTIL WS-EOF-PARAM = 'Y'
               READ PARAMETROS-ARCHIVO
                   AT END MOVE 'Y' TO WS-EOF-PARAM
               END-READ
               IF WS-EOF-PARAM = 'N' AND
                  REG-PARAM-ARCHIVO NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-PARAM-ARCHIVO DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:20) TO WS-PARAM-CLAVE
                   EVALUATE WS-PARAM-CLAVE
                       WHEN 'MESES-ANTIGUEDAD'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-MESES-ANTIGUEDAD
                       WHEN 'FECHA-PROCESO'
                           MOVE WS-CAMPO-2(1:10)
                             TO WS-FECHA-PROCESO-OVR
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro de "
                                   "archivo no reconocido: "
                                   FUNCTION TRIM(WS-PARAM-CLAVE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS-ARCHIVO.

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
                       "parametrosArchivo.txt: "
                       WS-FECHA-PROCESO-OVR
                       " (se espera dd/mm/aaaa) - ARCHIVO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-CALCULAR-CORTE.
      *> Se retroceden los meses completos; si el dia no existe en el
      *> mes de corte (31 en un mes de 30, 29 de febrero) queda el
      *> ultimo dia de ese mes
           COMPUTE WS-CORTE-MESES =
               WS-FHS-ANIO * 12 + WS-FHS-MES - 1 - WS-MESES-ANTIGUEDAD
           COMPUTE WS-CORTE-ANIO = WS-CORTE-MESES / 12
           COMPUTE WS-CORTE-MES =
               WS-CORTE-MESES - WS-CORTE-ANIO * 12 + 1
           SET WS-I-MES TO WS-CORTE-MES
           MOVE WS-DIAS(WS-I-MES) TO WS-DIAS-MES-MAX
           IF WS-CORTE-MES = 2 AND
              FUNCTION MOD(WS-CORTE-ANIO, 4) = 0 AND
              (FUNCTION MOD(WS-CORTE-ANIO, 100) NOT = 0 OR
               FUNCTION MOD(WS-CORTE-ANIO, 400) = 0)
               MOVE 29 TO WS-DIAS-MES-MAX
           END-IF
           MOVE WS-FHS-DIA TO WS-CORTE-DIA
           IF WS-CORTE-DIA > WS-DIAS-MES-MAX
               MOVE WS-DIAS-MES-MAX TO WS-CORTE-DIA
           END-IF
           COMPUTE WS-FECHA-CORTE-ISO =
               WS-CORTE-ANIO * 10000 + WS-CORTE-MES * 100 + WS-CORTE-DIA
           MOVE SPACES TO WS-FECHA-CORTE
           STRING WS-CORTE-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CORTE-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CORTE-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-CORTE
           END-STRING.

       2000-SELECCIONAR-CANDIDATOS.
      *> Recorre el maestro completo: cuenta y suma todo por estado
      *> (cuadratura "antes") y arma la tabla de creditos a archivar
           MOVE 'A' TO WS-FASE-CONTEO
           MOVE 'N' TO WS-EOF-MAESTRO
           MOVE LOW-VALUES TO MC-NUMERO
           START MAESTRO-CREDITOS KEY IS NOT LESS THAN MC-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF-MAESTRO
           END-START
           PERFORM UNTIL WS-EOF-MAESTRO = 'Y'
               READ MAESTRO-CREDITOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MAESTRO
               END-READ
               IF WS-EOF-MAESTRO = 'N'
                   PERFORM 2050-ACUMULAR-ESTADO
                   IF MC-ESTADO = 'P' OR MC-ESTADO = 'R' OR
                      MC-ESTADO = 'A'
                       PERFORM 2100-EVALUAR-CANDIDATO
                   END-IF
               END-IF
           END-PERFORM.

       2050-ACUMULAR-ESTADO.
           SET WS-I-EST TO 1
           SEARCH WS-TOT-ESTADO
               AT END SET WS-I-EST TO 6
               WHEN WS-TE-CODIGO(WS-I-EST) = MC-ESTADO
                   CONTINUE
           END-SEARCH
           IF WS-FASE-CONTEO = 'A'
               ADD 1 TO WS-TE-CANT-ANTES(WS-I-EST)
               ADD MC-SALDO-PENDIENTE TO WS-TE-SALDO-ANTES(WS-I-EST)
               ADD 1 TO WS-TOT-CANT-ANTES
               ADD MC-SALDO-PENDIENTE TO WS-TOT-SALDO-ANTES
           ELSE
               ADD 1 TO WS-TE-CANT-DESPUES(WS-I-EST)
               ADD MC-SALDO-PENDIENTE TO WS-TE-SALDO-DESPUES(WS-I-EST)
               ADD 1 TO WS-TOT-CANT-DESPUES
               ADD MC-SALDO-PENDIENTE TO WS-TOT-SALDO-DESPUES
           END-IF.

       2100-EVALUAR-CANDIDATO.
      *> Un pagado con saldo (en pesos o en UF) no se archiva aunque
      *> sea antiguo: se informa para revision. La fecha de cierre es
      *> la que el proceso diario fijo al pagarse o rechazarse el
      *> credito, o la mantencion al cerrarlo o anularlo; un registro
      *> grabado antes de existir ese campo usa la fecha de proceso
      *> con que quedo en el maestro
           IF MC-FECHA-CIERRE = SPACES
               MOVE MC-FECHA-PROCESO TO WS-FECHA-TXT
           ELSE
               MOVE MC-FECHA-CIERRE TO WS-FECHA-TXT
           END-IF
           PERFORM 2150-FECHA-A-ISO
           IF WS-FECHA-AUX-ISO = 0
               ADD 1 TO WS-CANT-FECHA-INVALIDA
               DISPLAY "ADVERTENCIA: credito " MC-NUMERO
                       " con fecha de cierre invalida en el maestro ("
                       WS-FECHA-TXT ") - no se archiva"
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-AUX-ISO >= WS-FECHA-CORTE-ISO
               EXIT PARAGRAPH
           END-IF
           IF MC-ESTADO = 'P' AND
              (MC-SALDO-PENDIENTE > 0 OR MC-SALDO-UF > 0)
               ADD 1 TO WS-CANT-P-CON-SALDO
               MOVE MC-SALDO-PENDIENTE TO WS-DISPLAY-SALDO
               DISPLAY "ADVERTENCIA: credito " MC-NUMERO
                       " pagado con saldo pendiente "
                       FUNCTION TRIM(WS-DISPLAY-SALDO)
                       " - no se archiva"
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-CANDIDATOS >= WS-MAX-CANDIDATOS
               MOVE "creditos a archivar" TO WS-TABLA-EXCEDIDA
               MOVE WS-MAX-CANDIDATOS TO WS-LIMITE-EXCEDIDO
               PERFORM 9999-ABORTAR-POR-LIMITE
           END-IF
           ADD 1 TO WS-CANT-CANDIDATOS
           SET WS-I-CD TO WS-CANT-CANDIDATOS
           MOVE MC-NUMERO TO WS-CD-CREDITO(WS-I-CD)
           MOVE MC-ESTADO TO WS-CD-ESTADO(WS-I-CD)
           MOVE WS-FECHA-TXT TO WS-CD-FECHA-CIERRE(WS-I-CD)
           MOVE MC-SALDO-PENDIENTE TO WS-CD-SALDO(WS-I-CD)
           MOVE MC-MONEDA TO WS-CD-MONEDA(WS-I-CD)
           MOVE SPACES TO WS-CD-RUT(WS-I-CD)
                          WS-CD-NOMBRE(WS-I-CD)
                          WS-CD-FECHA-OTORGA(WS-I-CD)
                          WS-CD-FECHA-ULT-PAGO(WS-I-CD)
           MOVE 0 TO WS-CD-MONTO(WS-I-CD)
                     WS-CD-CUOTAS(WS-I-CD)
                     WS-CD-CANT-PAGOS(WS-I-CD)
                     WS-CD-TOTAL-PAGOS(WS-I-CD)
                     WS-CD-ISO-ULT-PAGO(WS-I-CD)
                     WS-CD-TOTAL-ABONOS(WS-I-CD)
           MOVE 'N' TO WS-CD-INDEXADO(WS-I-CD).

       2150-FECHA-A-ISO.
      *> dd/mm/aaaa a aaaammdd; cero si no tiene ese formato
           MOVE 0 TO WS-FECHA-AUX-ISO
           IF WS-FECHA-TXT(3:1) = '/' AND WS-FECHA-TXT(6:1) = '/' AND
              WS-FECHA-TXT(1:2) IS NUMERIC AND
              WS-FECHA-TXT(4:2) IS NUMERIC AND
              WS-FECHA-TXT(7:4) IS NUMERIC
               COMPUTE WS-FECHA-AUX-ISO =
                   FUNCTION NUMVAL(WS-FECHA-TXT(7:4)) * 10000
                   + FUNCTION NUMVAL(WS-FECHA-TXT(4:2)) * 100
                   + FUNCTION NUMVAL(WS-FECHA-TXT(1:2))
           END-IF.

       2300-CARGAR-INDICE.
      *> Marca los candidatos que ya estan en indiceArchivo.txt: una
      *> corrida anterior los registro y se corto antes de sacarlos
      *> del maestro. Su RUT se toma del indice, porque su cliente
      *> pudo haber salido ya de datosClientes.txt
           MOVE 'N' TO WS-EOF-INDICE
           OPEN INPUT INDICE-ARCHIVO
           PERFORM UNTIL WS-EOF-INDICE = 'Y'
               READ INDICE-ARCHIVO
                   AT END MOVE 'Y' TO WS-EOF-INDICE
               END-READ
               IF WS-EOF-INDICE = 'N' AND REG-INDICE NOT = SPACES
                   MOVE SPACES TO WS-CAMPOS-DELIM
                   UNSTRING REG-INDICE DELIMITED BY ';'
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   MOVE WS-CAMPO-1(1:12) TO WS-CRE-NUMERO
                   PERFORM 2200-BUSCAR-CANDIDATO
                   IF WS-EXISTE-CANDIDATO = 'S' AND
                      WS-CD-INDEXADO(WS-I-CD) = 'N'
                       MOVE 'S' TO WS-CD-INDEXADO(WS-I-CD)
                       MOVE WS-CAMPO-2(1:12) TO WS-CD-RUT(WS-I-CD)
                       ADD 1 TO WS-CANT-YA-INDEXADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INDICE-ARCHIVO.

       2200-BUSCAR-CANDIDATO.
           MOVE 'N' TO WS-EXISTE-CANDIDATO
           IF WS-CANT-CANDIDATOS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I-CD FROM 1 BY 1
                   UNTIL WS-I-CD > WS-CANT-CANDIDATOS
               IF WS-CD-CREDITO(WS-I-CD) = WS-CRE-NUMERO
                   MOVE 'S' TO WS-EXISTE-CANDIDATO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3000-DEPURAR-ENTRADAS.
      *> Clientes primero, para tener RUT y nombre del resumen; en
      *> cada archivo el credito va en la primera posicion salvo en
      *> clientes, donde es el quinto campo
           SET WS-I-ARC TO 1
           MOVE 'K' TO WS-TIPO-ENTRADA
           MOVE 5 TO WS-LINEAS-BLOQUE
           MOVE 5 TO WS-POS-CREDITO
           PERFORM 3100-DEPURAR-ARCHIVO

           SET WS-I-ARC TO 2
           MOVE 'C' TO WS-TIPO-ENTRADA
           MOVE 8 TO WS-LINEAS-BLOQUE
           MOVE 1 TO WS-POS-CREDITO
           PERFORM 3100-DEPURAR-ARCHIVO

           SET WS-I-ARC TO 3
           MOVE 'P' TO WS-TIPO-ENTRADA
           MOVE 4 TO WS-LINEAS-BLOQUE
           MOVE 1 TO WS-POS-CREDITO
           PERFORM 3100-DEPURAR-ARCHIVO

           SET WS-I-ARC TO 4
           MOVE 'A' TO WS-TIPO-ENTRADA
           MOVE 3 TO WS-LINEAS-BLOQUE
           MOVE 1 TO WS-POS-CREDITO
           PERFORM 3100-DEPURAR-ARCHIVO.

       3100-DEPURAR-ARCHIVO.
      *> Lo que no se archiva va a depuraArchivo.tmp en el mismo
      *> orden; el archivo de entrada se reemplaza solo al final y
      *> solo si se saco algo. En la fase de captura solo se lee
           MOVE WS-TA-NOMBRE(WS-I-ARC) TO WS-ARCHIVO-ENTRADA
           MOVE 'N' TO WS-EOF-ENTRADA
           MOVE 'N' TO WS-LINEA-PENDIENTE
           OPEN INPUT ENTRADA
           IF WS-FASE-DEPURA = 'D'
               OPEN OUTPUT DEPURA-ENTRADA
           END-IF
           PERFORM UNTIL WS-EOF-ENTRADA = 'Y' AND
                         WS-LINEA-PENDIENTE = 'N'
               PERFORM 3110-LEER-ENTRADA
               IF WS-ENT-CANT-LINEAS > 0
                   PERFORM 3200-CLASIFICAR-ENTRADA
               END-IF
           END-PERFORM
           CLOSE ENTRADA
           IF WS-FASE-DEPURA = 'D'
               CLOSE DEPURA-ENTRADA
               IF WS-TA-ARCHIVADAS(WS-I-ARC) > 0
                   PERFORM 3400-REEMPLAZAR-ENTRADA
               END-IF
           END-IF.

       3110-LEER-ENTRADA.
      *> Entrega una entrada completa por llamada. Una linea
      *> delimitada que corta un bloque a medio armar deja el bloque
      *> como entrada incompleta (se conserva, no se pierde) y queda
      *> guardada para la llamada siguiente
           MOVE 0 TO WS-ENT-CANT-LINEAS
           MOVE 'N' TO WS-ENTRADA-LISTA
           MOVE 'N' TO WS-ENTRADA-COMPLETA
           MOVE 'N' TO WS-ENTRADA-DELIMITADA
           PERFORM UNTIL WS-ENTRADA-LISTA = 'S'
               IF WS-LINEA-PENDIENTE = 'S'
                   MOVE WS-LINEA-GUARDADA TO REG-ENTRADA
                   MOVE 'N' TO WS-LINEA-PENDIENTE
               ELSE
                   IF WS-EOF-ENTRADA = 'N'
                       READ ENTRADA
                           AT END MOVE 'Y' TO WS-EOF-ENTRADA
                       END-READ
                   END-IF
                   IF WS-EOF-ENTRADA = 'Y'
      *> Fin de archivo: lo que quede armado a medias se conserva
                       IF WS-ENT-CANT-LINEAS > 0
                           MOVE 'S' TO WS-ENTRADA-LISTA
                       END-IF
                       EXIT PERFORM
                   END-IF
                   IF WS-FASE-DEPURA = 'D'
                       ADD 1 TO WS-TA-LEIDAS(WS-I-ARC)
                   END-IF
               END-IF
               MOVE 0 TO WS-CANT-PUNTOCOMA
               INSPECT REG-ENTRADA
                   TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
               IF WS-CANT-PUNTOCOMA > 0
                   IF WS-ENT-CANT-LINEAS > 0
                       MOVE REG-ENTRADA TO WS-LINEA-GUARDADA
                       MOVE 'S' TO WS-LINEA-PENDIENTE
                   ELSE
                       MOVE 1 TO WS-ENT-CANT-LINEAS
                       MOVE REG-ENTRADA TO WS-ENT-LINEA(1)
                       MOVE 'S' TO WS-ENTRADA-DELIMITADA
                       MOVE 'S' TO WS-ENTRADA-COMPLETA
                   END-IF
                   MOVE 'S' TO WS-ENTRADA-LISTA
               ELSE
                   ADD 1 TO WS-ENT-CANT-LINEAS
                   MOVE REG-ENTRADA TO WS-ENT-LINEA(WS-ENT-CANT-LINEAS)
                   IF WS-ENT-CANT-LINEAS = WS-LINEAS-BLOQUE
                       MOVE 'S' TO WS-ENTRADA-COMPLETA
                       MOVE 'S' TO WS-ENTRADA-LISTA
                   END-IF
               END-IF
           END-PERFORM.

       3150-OBTENER-CAMPO.
      *> Campo WS-N-CAMPO de la entrada, venga delimitada o en bloque
           MOVE SPACES TO WS-VALOR-CAMPO
           IF WS-ENTRADA-DELIMITADA = 'S'
               MOVE WS-CAMPO-N(WS-N-CAMPO) TO WS-VALOR-CAMPO
           ELSE
               IF WS-N-CAMPO <= WS-ENT-CANT-LINEAS
                   MOVE WS-ENT-LINEA(WS-N-CAMPO)(1:50)
                     TO WS-VALOR-CAMPO
               END-IF
           END-IF.

       3200-CLASIFICAR-ENTRADA.
      *> Solo una entrada completa de un credito a archivar sale del
      *> archivo; cualquier otra cosa se conserva sin cambios. En la
      *> fase de captura solo se toman los datos del candidato
           IF WS-ENTRADA-COMPLETA = 'N'
               IF WS-FASE-DEPURA = 'D'
                   PERFORM 3250-CONSERVAR-ENTRADA
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRADA-DELIMITADA = 'S'
               MOVE SPACES TO WS-CAMPOS-DELIM
               UNSTRING WS-ENT-LINEA(1) DELIMITED BY ';'
                   INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                        WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7 WS-CAMPO-8
                        WS-CAMPO-9 WS-CAMPO-10 WS-CAMPO-11
                        WS-CAMPO-12 WS-CAMPO-13
               END-UNSTRING
           END-IF
           MOVE WS-POS-CREDITO TO WS-N-CAMPO
           PERFORM 3150-OBTENER-CAMPO
           MOVE WS-VALOR-CAMPO(1:12) TO WS-CRE-NUMERO
           PERFORM 2200-BUSCAR-CANDIDATO
           IF WS-FASE-DEPURA = 'C'
               IF WS-EXISTE-CANDIDATO = 'S'
                   PERFORM 3300-CAPTURAR-DATOS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-EXISTE-CANDIDATO = 'N'
               PERFORM 3250-CONSERVAR-ENTRADA
               EXIT PARAGRAPH
           END-IF
           PERFORM 3320-SUMAR-MONTO-ARCHIVADO
           PERFORM 3350-ARCHIVAR-ENTRADA.

       3250-CONSERVAR-ENTRADA.
           PERFORM VARYING WS-I-LIN FROM 1 BY 1
                   UNTIL WS-I-LIN > WS-ENT-CANT-LINEAS
               MOVE WS-ENT-LINEA(WS-I-LIN) TO REG-DEPURA
               WRITE REG-DEPURA
               ADD 1 TO WS-TA-CONSERVADAS(WS-I-ARC)
           END-PERFORM.

       3300-CAPTURAR-DATOS.
      *> Datos para el resumen del credito en el historial: cliente,
      *> condiciones de otorgamiento y pagos/abonos recibidos. Un
      *> candidato ya indexado conserva el RUT del indice
           MOVE 0 TO WS-MONTO-ENTRADA
           EVALUATE WS-TIPO-ENTRADA
               WHEN 'K'
                   MOVE 4 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   IF WS-CD-INDEXADO(WS-I-CD) = 'N'
                       MOVE WS-VALOR-CAMPO(1:12) TO WS-CD-RUT(WS-I-CD)
                   END-IF
                   MOVE SPACES TO WS-CD-NOMBRE(WS-I-CD)
                   IF WS-ENTRADA-DELIMITADA = 'S'
                       STRING FUNCTION TRIM(WS-CAMPO-1)
                                DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CAMPO-2)
                                DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CAMPO-3)
                                DELIMITED BY SIZE
                         INTO WS-CD-NOMBRE(WS-I-CD)
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-ENT-LINEA(1))
                                DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-ENT-LINEA(2))
                                DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-ENT-LINEA(3))
                                DELIMITED BY SIZE
                         INTO WS-CD-NOMBRE(WS-I-CD)
                       END-STRING
                   END-IF
               WHEN 'C'
                   MOVE 2 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE FUNCTION NUMVAL(WS-VALOR-CAMPO)
                     TO WS-CD-MONTO(WS-I-CD)
                   MOVE 3 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE WS-VALOR-CAMPO(1:10)
                     TO WS-CD-FECHA-OTORGA(WS-I-CD)
                   MOVE 5 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE FUNCTION NUMVAL(WS-VALOR-CAMPO)
                     TO WS-CD-CUOTAS(WS-I-CD)
               WHEN 'P'
                   MOVE 4 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE FUNCTION NUMVAL(WS-VALOR-CAMPO)
                     TO WS-MONTO-ENTRADA
                   ADD 1 TO WS-CD-CANT-PAGOS(WS-I-CD)
                   ADD WS-MONTO-ENTRADA TO WS-CD-TOTAL-PAGOS(WS-I-CD)
                   MOVE 3 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE WS-VALOR-CAMPO(1:10) TO WS-FECHA-TXT
                   PERFORM 2150-FECHA-A-ISO
                   IF WS-FECHA-AUX-ISO > WS-CD-ISO-ULT-PAGO(WS-I-CD)
                       MOVE WS-FECHA-AUX-ISO
                         TO WS-CD-ISO-ULT-PAGO(WS-I-CD)
                       MOVE WS-FECHA-TXT
                         TO WS-CD-FECHA-ULT-PAGO(WS-I-CD)
                   END-IF
               WHEN 'A'
                   MOVE 3 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE FUNCTION NUMVAL(WS-VALOR-CAMPO)
                     TO WS-MONTO-ENTRADA
                   ADD WS-MONTO-ENTRADA TO WS-CD-TOTAL-ABONOS(WS-I-CD)
           END-EVALUATE.

       3320-SUMAR-MONTO-ARCHIVADO.
      *> Monto de la entrada de pago o abono que sale del archivo,
      *> para el total archivado del reporte
           MOVE 0 TO WS-MONTO-ENTRADA
           EVALUATE WS-TIPO-ENTRADA
               WHEN 'P'
                   MOVE 4 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE FUNCTION NUMVAL(WS-VALOR-CAMPO)
                     TO WS-MONTO-ENTRADA
               WHEN 'A'
                   MOVE 3 TO WS-N-CAMPO
                   PERFORM 3150-OBTENER-CAMPO
                   MOVE FUNCTION NUMVAL(WS-VALOR-CAMPO)
                     TO WS-MONTO-ENTRADA
           END-EVALUATE
           ADD WS-MONTO-ENTRADA TO WS-TA-MONTO-ARCH(WS-I-ARC).

       3350-ARCHIVAR-ENTRADA.
      *> Cada linea original va al historial como TIPO;credito;linea
      *> (K cliente, C credito, P pago, A abono)
           PERFORM VARYING WS-I-LIN FROM 1 BY 1
                   UNTIL WS-I-LIN > WS-ENT-CANT-LINEAS
               MOVE SPACES TO REG-HISTORIAL
               STRING WS-TIPO-ENTRADA DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CRE-NUMERO) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-ENT-LINEA(WS-I-LIN) DELIMITED BY SIZE
                 INTO REG-HISTORIAL
               END-STRING
               WRITE REG-HISTORIAL
               ADD 1 TO WS-TA-ARCHIVADAS(WS-I-ARC)
           END-PERFORM
           ADD 1 TO WS-TA-ENTRADAS-ARCH(WS-I-ARC).

       3400-REEMPLAZAR-ENTRADA.
      *> La nueva version reemplaza al archivo solo cuando ya se
      *> recorrio entero: una caida a mitad de camino lo deja intacto
           OPEN INPUT DEPURA-ENTRADA
           OPEN OUTPUT ENTRADA
           MOVE 'N' TO WS-EOF-DEPURA
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ DEPURA-ENTRADA
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE REG-DEPURA TO REG-ENTRADA
                   WRITE REG-ENTRADA
               END-IF
           END-PERFORM
           CLOSE DEPURA-ENTRADA
           CLOSE ENTRADA.

       3500-REGISTRAR-ARCHIVO.
      *> Antes de sacar nada de los archivos de entrada: imagen final
      *> del maestro y resumen al historial, y linea en el indice, de
      *> cada candidato que aun no la tiene. Uno ya indexado no se
      *> repite: sus datos de entrada pueden haber salido ya
           PERFORM VARYING WS-I-CD FROM 1 BY 1
                   UNTIL WS-I-CD > WS-CANT-CANDIDATOS
               IF WS-CD-INDEXADO(WS-I-CD) = 'N'
                   MOVE WS-CD-CREDITO(WS-I-CD) TO MC-NUMERO
                   READ MAESTRO-CREDITOS
                       KEY IS MC-NUMERO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-MAESTRO = '00'
                       PERFORM 3550-REGISTRAR-CREDITO
                   END-IF
               END-IF
           END-PERFORM.

       3550-REGISTRAR-CREDITO.
           MOVE WS-CD-CREDITO(WS-I-CD) TO WS-CRE-NUMERO
           MOVE SPACES TO REG-HISTORIAL
           STRING "M;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRE-NUMERO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  REG-MAESTRO DELIMITED BY SIZE
             INTO REG-HISTORIAL
             ON OVERFLOW
      *> La imagen del maestro no cabe en la linea del historial: se
      *> corta antes de sacar nada de los archivos de entrada
                 DISPLAY "ERROR FATAL: la imagen del maestro del "
                         "credito " WS-CRE-NUMERO " no cabe en la "
                         "linea del historial - ARCHIVO ABORTADO"
                 CLOSE HISTORIAL-CREDITOS
                 CLOSE INDICE-ARCHIVO
                 CLOSE MAESTRO-CREDITOS
                 CLOSE REPORTE-ARCHIVO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-STRING
           WRITE REG-HISTORIAL

      *> S;credito;rut;nombre;estado;fechaCierre;monto;fechaOtorga;
      *> cuotas;moneda;cantPagos;totalPagado;fechaUltPago;totalAbonos;
      *> fechaArchivo
           MOVE WS-CD-MONTO(WS-I-CD) TO WS-ED-MONTO
           MOVE WS-CD-TOTAL-PAGOS(WS-I-CD) TO WS-ED-PAGOS
           MOVE WS-CD-TOTAL-ABONOS(WS-I-CD) TO WS-ED-ABONOS
           MOVE SPACES TO REG-HISTORIAL
           STRING "S;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRE-NUMERO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CD-RUT(WS-I-CD)) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CD-NOMBRE(WS-I-CD))
                    DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-ESTADO(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-FECHA-CIERRE(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-MONTO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-FECHA-OTORGA(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-CUOTAS(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-MONEDA(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-CANT-PAGOS(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-PAGOS) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-FECHA-ULT-PAGO(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-ABONOS) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
             INTO REG-HISTORIAL
           END-STRING
           WRITE REG-HISTORIAL

      *> credito;rut;estado;fechaCierre;fechaArchivo;archivoHistorial
      *> Sin cliente no hay RUT por el cual buscarlo: queda solo en
      *> el historial
           IF WS-CD-RUT(WS-I-CD) = SPACES
               ADD 1 TO WS-CANT-SIN-CLIENTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-INDICE
           STRING FUNCTION TRIM(WS-CRE-NUMERO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CD-RUT(WS-I-CD)) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-ESTADO(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CD-FECHA-CIERRE(WS-I-CD) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVO-HISTORIAL) DELIMITED BY SIZE
             INTO REG-INDICE
           END-STRING
           WRITE REG-INDICE.

       3600-ELIMINAR-MAESTRO.
      *> Al final, con los archivos de entrada ya depurados: baja del
      *> registro en el maestro y linea del reporte
           PERFORM VARYING WS-I-CD FROM 1 BY 1
                   UNTIL WS-I-CD > WS-CANT-CANDIDATOS
               MOVE WS-CD-CREDITO(WS-I-CD) TO MC-NUMERO
               READ MAESTRO-CREDITOS
                   KEY IS MC-NUMERO
                   INVALID KEY
                       ADD 1 TO WS-CANT-NO-ENCONTRADOS
                       DISPLAY "ERROR: credito "
                               WS-CD-CREDITO(WS-I-CD)
                               " ya no esta en el maestro"
               END-READ
               IF WS-FS-MAESTRO = '00'
                   PERFORM 3650-ELIMINAR-CREDITO
               END-IF
           END-PERFORM.

       3650-ELIMINAR-CREDITO.
      *> Solo un credito que efectivamente salio del maestro cuenta
      *> como archivado. Si la baja falla sus entradas ya no estan en
      *> los archivos de entrada: queda en el reporte como NO
      *> ELIMINADO y la corrida termina con RC 16
           MOVE WS-CD-CREDITO(WS-I-CD) TO WS-CRE-NUMERO
           DELETE MAESTRO-CREDITOS RECORD
               INVALID KEY
                   PERFORM 3670-INFORMAR-NO-ELIMINADO
               NOT INVALID KEY
                   PERFORM 3660-CONTAR-ARCHIVADO
           END-DELETE.

       3660-CONTAR-ARCHIVADO.
           SET WS-I-EST TO 1
           SEARCH WS-TOT-ESTADO
               AT END SET WS-I-EST TO 6
               WHEN WS-TE-CODIGO(WS-I-EST) = MC-ESTADO
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-TE-CANT-ARCH(WS-I-EST)
           ADD MC-SALDO-PENDIENTE TO WS-TE-SALDO-ARCH(WS-I-EST)
           ADD 1 TO WS-TOT-CANT-ARCH
           ADD MC-SALDO-PENDIENTE TO WS-TOT-SALDO-ARCH
           ADD 1 TO WS-CANT-ARCHIVADOS

           EVALUATE WS-CD-ESTADO(WS-I-CD)
               WHEN 'P'
                   MOVE "PAGADO" TO WS-ESTADO-TXT
               WHEN 'A'
                   MOVE "ANULADO" TO WS-ESTADO-TXT
               WHEN OTHER
                   MOVE "RECHAZADO" TO WS-ESTADO-TXT
           END-EVALUATE
           MOVE WS-CD-CANT-PAGOS(WS-I-CD) TO WS-ED-CANT-PAGOS
           MOVE WS-CD-TOTAL-PAGOS(WS-I-CD) TO WS-DISPLAY-SALDO
           MOVE WS-CD-TOTAL-ABONOS(WS-I-CD) TO WS-DISPLAY-SALDO-2
           MOVE SPACES TO REG-REPORTE
           STRING WS-CRE-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CD-RUT(WS-I-CD) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ESTADO-TXT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CD-FECHA-CIERRE(WS-I-CD) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ED-CANT-PAGOS DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO(4:) DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO-2(4:) DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3670-INFORMAR-NO-ELIMINADO.
           DISPLAY "ERROR: no se pudo eliminar del maestro el credito "
                   WS-CRE-NUMERO " (status " WS-FS-MAESTRO ")"
           ADD 1 TO WS-CANT-NO-ELIMINADOS
           MOVE SPACES TO REG-REPORTE
           STRING WS-CRE-NUMERO DELIMITED BY SIZE
                  " | NO ELIMINADO DEL MAESTRO (status "
                    DELIMITED BY SIZE
                  WS-FS-MAESTRO DELIMITED BY SIZE
                  "): ya fuera de los archivos de entrada"
                    DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE.

       3800-CONTAR-MAESTRO-FINAL.
      *> Segunda pasada por el maestro ya depurado (cuadratura
      *> "despues")
           MOVE 'D' TO WS-FASE-CONTEO
           MOVE 'N' TO WS-EOF-MAESTRO
           MOVE LOW-VALUES TO MC-NUMERO
           START MAESTRO-CREDITOS KEY IS NOT LESS THAN MC-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF-MAESTRO
           END-START
           PERFORM UNTIL WS-EOF-MAESTRO = 'Y'
               READ MAESTRO-CREDITOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MAESTRO
               END-READ
               IF WS-EOF-MAESTRO = 'N'
                   PERFORM 2050-ACUMULAR-ESTADO
               END-IF
           END-PERFORM.

       3900-REPORTAR-ENTRADAS.
           IF WS-CANT-ARCHIVADOS = 0
               MOVE "(sin creditos para archivar)" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "ARCHIVOS DE ENTRADA (lineas)" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Archivo              |   Leidas   | Conservadas | Archivadas | Creditos | Monto Archivado"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "---------------------|------------|-------------|------------|----------|----------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-I-ARC FROM 1 BY 1 UNTIL WS-I-ARC > 4
               MOVE WS-TA-LEIDAS(WS-I-ARC) TO WS-DISPLAY-CANT
               MOVE WS-TA-CONSERVADAS(WS-I-ARC) TO WS-DISPLAY-CANT-2
               MOVE WS-TA-ARCHIVADAS(WS-I-ARC) TO WS-DISPLAY-CANT-3
               MOVE WS-TA-ENTRADAS-ARCH(WS-I-ARC) TO WS-DISPLAY-CANT-4
               MOVE WS-TA-MONTO-ARCH(WS-I-ARC) TO WS-DISPLAY-SALDO
               MOVE SPACES TO REG-REPORTE
               STRING WS-TA-NOMBRE(WS-I-ARC) DELIMITED BY SIZE
                      " |  " DELIMITED BY SIZE
                      WS-DISPLAY-CANT DELIMITED BY SIZE
                      " |   " DELIMITED BY SIZE
                      WS-DISPLAY-CANT-2 DELIMITED BY SIZE
                      " |  " DELIMITED BY SIZE
                      WS-DISPLAY-CANT-3 DELIMITED BY SIZE
                      " |" DELIMITED BY SIZE
                      WS-DISPLAY-CANT-4 DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-DISPLAY-SALDO DELIMITED BY SIZE
                 INTO REG-REPORTE
               END-STRING
               WRITE REG-REPORTE
           END-PERFORM.

       3950-REPORTAR-TOTALES.
      *> Cuadratura del maestro: por estado, antes = despues +
      *> archivado en registros y saldo; los vigentes y castigados no
      *> pueden cambiar
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "MAESTRO DE CREDITOS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "Estado |  Reg.Antes | Reg.Archiv | Reg.Despues |      Saldo Antes      |    Saldo Archivado    |     Saldo Despues"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "-------|------------|------------|-------------|-----------------------|-----------------------|-----------------------"
             TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-I-EST FROM 1 BY 1 UNTIL WS-I-EST > 6
               IF WS-TE-CANT-ANTES(WS-I-EST) > 0 OR
                  WS-TE-CANT-DESPUES(WS-I-EST) > 0
                   MOVE WS-TE-CANT-ANTES(WS-I-EST) TO WS-DISPLAY-CANT
                   MOVE WS-TE-CANT-ARCH(WS-I-EST) TO WS-DISPLAY-CANT-2
                   MOVE WS-TE-CANT-DESPUES(WS-I-EST)
                     TO WS-DISPLAY-CANT-3
                   MOVE WS-TE-SALDO-ANTES(WS-I-EST) TO WS-DISPLAY-SALDO
                   MOVE WS-TE-SALDO-ARCH(WS-I-EST)
                     TO WS-DISPLAY-SALDO-2
                   MOVE WS-TE-SALDO-DESPUES(WS-I-EST)
                     TO WS-DISPLAY-SALDO-3
                   MOVE SPACES TO REG-REPORTE
                   STRING "   " DELIMITED BY SIZE
                          WS-TE-CODIGO(WS-I-EST) DELIMITED BY SIZE
                          "   |  " DELIMITED BY SIZE
                          WS-DISPLAY-CANT DELIMITED BY SIZE
                          " |  " DELIMITED BY SIZE
                          WS-DISPLAY-CANT-2 DELIMITED BY SIZE
                          " |   " DELIMITED BY SIZE
                          WS-DISPLAY-CANT-3 DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-DISPLAY-SALDO DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-DISPLAY-SALDO-2 DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-DISPLAY-SALDO-3 DELIMITED BY SIZE
                     INTO REG-REPORTE
                   END-STRING
                   WRITE REG-REPORTE
               END-IF
           END-PERFORM
           MOVE WS-TOT-CANT-ANTES TO WS-DISPLAY-CANT
           MOVE WS-TOT-CANT-ARCH TO WS-DISPLAY-CANT-2
           MOVE WS-TOT-CANT-DESPUES TO WS-DISPLAY-CANT-3
           MOVE WS-TOT-SALDO-ANTES TO WS-DISPLAY-SALDO
           MOVE WS-TOT-SALDO-ARCH TO WS-DISPLAY-SALDO-2
           MOVE WS-TOT-SALDO-DESPUES TO WS-DISPLAY-SALDO-3
           MOVE SPACES TO REG-REPORTE
           STRING "TOTAL  |  " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-DISPLAY-CANT-2 DELIMITED BY SIZE
                  " |   " DELIMITED BY SIZE
                  WS-DISPLAY-CANT-3 DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO-2 DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-SALDO-3 DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE

      *> Control: registros y saldo cuadran, solo salieron pagados,
      *> rechazados y anulados, y el saldo archivado es cero
           MOVE "CUADRA" TO WS-CUADRA
           IF WS-TOT-CANT-ANTES NOT =
                  WS-TOT-CANT-DESPUES + WS-TOT-CANT-ARCH OR
              WS-TOT-SALDO-ANTES NOT =
                  WS-TOT-SALDO-DESPUES + WS-TOT-SALDO-ARCH OR
              WS-TOT-SALDO-ARCH NOT = 0
               MOVE "NO CUADRA" TO WS-CUADRA
           END-IF
           PERFORM VARYING WS-I-EST FROM 1 BY 1 UNTIL WS-I-EST > 6
               IF WS-TE-CODIGO(WS-I-EST) NOT = 'P' AND
                  WS-TE-CODIGO(WS-I-EST) NOT = 'R' AND
                  WS-TE-CODIGO(WS-I-EST) NOT = 'A' AND
                  (WS-TE-CANT-ANTES(WS-I-EST) NOT =
                       WS-TE-CANT-DESPUES(WS-I-EST) OR
                   WS-TE-SALDO-ANTES(WS-I-EST) NOT =
                       WS-TE-SALDO-DESPUES(WS-I-EST))
                   MOVE "NO CUADRA" TO WS-CUADRA
               END-IF
           END-PERFORM
           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "CONTROL: cartera activa (V/C) sin cambios y saldo "
                    DELIMITED BY SIZE
                  "archivado en cero: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUADRA) DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE

           MOVE " " TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "ADVERTENCIAS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-CANT-P-CON-SALDO TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Pagados con saldo pendiente (no archivados): "
                    DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-FECHA-INVALIDA TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Pagados/rechazados/anulados con fecha invalida (no archivados): "
                    DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-SIN-CLIENTE TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Archivados sin cliente (sin linea en el indice): "
                    DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-YA-INDEXADOS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Ya indexados por una corrida interrumpida: "
                    DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-NO-ENCONTRADOS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "Seleccionados que ya no estaban en el maestro: "
                    DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE
           MOVE WS-CANT-NO-ELIMINADOS TO WS-DISPLAY-CANT
           MOVE SPACES TO REG-REPORTE
           STRING "NO ELIMINADOS del maestro (sin datos de entrada, "
                    DELIMITED BY SIZE
                  "revisar): " DELIMITED BY SIZE
                  WS-DISPLAY-CANT DELIMITED BY SIZE
             INTO REG-REPORTE
           END-STRING
           WRITE REG-REPORTE

           MOVE WS-CANT-ARCHIVADOS TO WS-DISPLAY-CANT
           DISPLAY "CREDITOS ARCHIVADOS: " WS-DISPLAY-CANT
                   " - CONTROL: " FUNCTION TRIM(WS-CUADRA).

       4000-FINALIZAR.
           CLOSE MAESTRO-CREDITOS
           CLOSE REPORTE-ARCHIVO
           IF WS-CANT-NO-ELIMINADOS > 0
               DISPLAY "ERROR: " WS-CANT-NO-ELIMINADOS
                       " creditos no se pudieron eliminar del maestro"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CUADRA NOT = "CUADRA"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       9999-ABORTAR-POR-LIMITE.
      *> Tabla en memoria sin espacio: se corta antes de tocar los
      *> archivos de entrada y el maestro
           DISPLAY "ERROR FATAL: capacidad de la tabla de "
                   FUNCTION TRIM(WS-TABLA-EXCEDIDA)
                   " excedida (" WS-LIMITE-EXCEDIDO
                   " filas) - ARCHIVO ABORTADO"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

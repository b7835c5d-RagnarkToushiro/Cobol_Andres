       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPC_CONVIERTEMAESTRO.
       AUTHOR. "Andres Reyes Rojas".

      *> Conversion del maestro de creditos al registro actual: lee el
      *> maestro con el registro de 213 posiciones (renombrado antes a
      *> maestroCreditosAnt.dat) y graba maestroCreditos.dat con el
      *> registro de REGMAESTRO. Numero, estado, saldo, ultima cuota,
      *> abonos, fecha de proceso y huella pasan tal cual; lo demas
      *> parte en cero o en blanco, en pesos y devengando, y se marca
      *> como convertido para que el proceso diario no vuelva a
      *> contabilizar el alta. El proximo vencimiento en cero hace que
      *> la primera corrida del proceso diario reprocese todos los
      *> vigentes y complete la mora, el devengo y los datos de tasa.
      *> Se corre una sola vez: no sobreescribe un maestro existente

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-ANTERIOR
               ASSIGN TO 'maestroCreditosAnt.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-NUMERO
               FILE STATUS IS WS-FS-ANTERIOR.
           SELECT MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO-ANTERIOR.
       01 REG-MAESTRO-ANT.
          05 MA-NUMERO            PIC X(12).
          05 MA-ESTADO            PIC X.
          05 MA-SALDO-PENDIENTE   PIC 9(12)V99.
          05 MA-ULT-CUOTA         PIC 99.
          05 MA-TOTAL-ABONOS      PIC 9(12)V99.
          05 MA-FECHA-PROCESO     PIC X(10).
          05 MA-HUELLA            PIC X(160).

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-ANTERIOR      PIC X VALUE 'N'.

       01 WS-CONTROL-MAESTRO.
          05 WS-FS-ANTERIOR          PIC XX VALUE SPACES.
          05 WS-FS-MAESTRO           PIC XX VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS          PIC 9(7) VALUE 0.
          05 WS-CANT-GRABADOS        PIC 9(7) VALUE 0.
          05 WS-CANT-VIGENTES        PIC 9(7) VALUE 0.
          05 WS-CANT-PAGADOS         PIC 9(7) VALUE 0.
          05 WS-CANT-RECHAZADOS      PIC 9(7) VALUE 0.
          05 WS-CANT-OTROS           PIC 9(7) VALUE 0.
          05 WS-TOT-SALDO-LEIDO      PIC 9(14)V99 VALUE 0.
          05 WS-TOT-SALDO-GRABADO    PIC 9(14)V99 VALUE 0.

       01 WS-FORMATO-SALIDA.
          05 WS-DISPLAY-CANT         PIC Z,ZZZ,ZZ9.
          05 WS-DISPLAY-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CONVERTIR-MAESTRO
           PERFORM 3000-INFORMAR-CONVERSION
           PERFORM 4000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
      *> Un maestro con el registro actual ya existe: la conversion
      *> se hizo o el proceso diario ya lo creo, y no se pisa
           OPEN INPUT MAESTRO-CREDITOS
           IF WS-FS-MAESTRO = '00'
               CLOSE MAESTRO-CREDITOS
               DISPLAY "ERROR FATAL: maestroCreditos.dat ya existe; "
                       "no se sobreescribe - CONVERSION ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MAESTRO-ANTERIOR
           IF WS-FS-ANTERIOR NOT = '00'
               DISPLAY "ERROR FATAL: maestro anterior "
                       "maestroCreditosAnt.dat no disponible (status "
                       WS-FS-ANTERIOR ") - CONVERSION ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAESTRO-CREDITOS
           IF WS-FS-MAESTRO NOT = '00'
               DISPLAY "ERROR FATAL: no se pudo crear "
                       "maestroCreditos.dat (status " WS-FS-MAESTRO
                       ") - CONVERSION ABORTADA"
               CLOSE MAESTRO-ANTERIOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CONVERTIR-MAESTRO.
      *> El maestro anterior se lee en orden de clave, el mismo orden
      *> en que se graba el nuevo
           PERFORM UNTIL WS-EOF-ANTERIOR = 'Y'
               READ MAESTRO-ANTERIOR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-ANTERIOR
               END-READ
               IF WS-EOF-ANTERIOR = 'N'
                   ADD 1 TO WS-CANT-LEIDOS
                   ADD MA-SALDO-PENDIENTE TO WS-TOT-SALDO-LEIDO
                   PERFORM 2100-ARMAR-REGISTRO
                   PERFORM 2200-GRABAR-REGISTRO
               END-IF
           END-PERFORM.

       2100-ARMAR-REGISTRO.
           INITIALIZE REG-MAESTRO
           MOVE MA-NUMERO          TO MC-NUMERO
           MOVE MA-ESTADO          TO MC-ESTADO
           MOVE MA-SALDO-PENDIENTE TO MC-SALDO-PENDIENTE
           MOVE MA-ULT-CUOTA       TO MC-ULT-CUOTA
           MOVE MA-TOTAL-ABONOS    TO MC-TOTAL-ABONOS
           MOVE MA-FECHA-PROCESO   TO MC-FECHA-PROCESO
           MOVE MA-HUELLA          TO MC-HUELLA
      *> El maestro anterior solo tenia creditos en pesos, sin
      *> castigos ni no devengo
           MOVE 'P' TO MC-MONEDA
           MOVE 'N' TO MC-NO-DEVENGO
      *> Pagados y rechazados no vuelven a cambiar: su fecha de
      *> proceso es la de su cierre
           IF MA-ESTADO = 'P' OR MA-ESTADO = 'R'
               MOVE MA-FECHA-PROCESO TO MC-FECHA-CIERRE
           END-IF
           MOVE 0 TO MC-PROX-VENCIMIENTO
           MOVE 'S' TO MC-CONVERTIDO.

       2200-GRABAR-REGISTRO.
           WRITE REG-MAESTRO
           IF WS-FS-MAESTRO NOT = '00'
               DISPLAY "ERROR FATAL: no se pudo grabar el credito "
                       MC-NUMERO " en maestroCreditos.dat (status "
                       WS-FS-MAESTRO ") - CONVERSION ABORTADA"
               CLOSE MAESTRO-ANTERIOR
               CLOSE MAESTRO-CREDITOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-GRABADOS
           ADD MC-SALDO-PENDIENTE TO WS-TOT-SALDO-GRABADO
           EVALUATE MC-ESTADO
               WHEN 'V'
                   ADD 1 TO WS-CANT-VIGENTES
               WHEN 'P'
                   ADD 1 TO WS-CANT-PAGADOS
               WHEN 'R'
                   ADD 1 TO WS-CANT-RECHAZADOS
               WHEN OTHER
                   ADD 1 TO WS-CANT-OTROS
           END-EVALUATE.

       3000-INFORMAR-CONVERSION.
      *> Control: todo lo leido se grabo y el saldo total cuadra
           MOVE WS-CANT-LEIDOS TO WS-DISPLAY-CANT
           DISPLAY "CONVERSION DEL MAESTRO DE CREDITOS"
           DISPLAY "Registros leidos del maestro anterior : "
                   WS-DISPLAY-CANT
           MOVE WS-CANT-GRABADOS TO WS-DISPLAY-CANT
           DISPLAY "Registros grabados en el maestro      : "
                   WS-DISPLAY-CANT
           MOVE WS-CANT-VIGENTES TO WS-DISPLAY-CANT
           DISPLAY "  Vigentes                            : "
                   WS-DISPLAY-CANT
           MOVE WS-CANT-PAGADOS TO WS-DISPLAY-CANT
           DISPLAY "  Pagados                             : "
                   WS-DISPLAY-CANT
           MOVE WS-CANT-RECHAZADOS TO WS-DISPLAY-CANT
           DISPLAY "  Rechazados                          : "
                   WS-DISPLAY-CANT
           MOVE WS-CANT-OTROS TO WS-DISPLAY-CANT
           DISPLAY "  Otro estado                         : "
                   WS-DISPLAY-CANT
           MOVE WS-TOT-SALDO-LEIDO TO WS-DISPLAY-TOTAL
           DISPLAY "Saldo pendiente leido                 : $"
                   WS-DISPLAY-TOTAL
           MOVE WS-TOT-SALDO-GRABADO TO WS-DISPLAY-TOTAL
           DISPLAY "Saldo pendiente grabado               : $"
                   WS-DISPLAY-TOTAL
           IF WS-CANT-LEIDOS = WS-CANT-GRABADOS AND
              WS-TOT-SALDO-LEIDO = WS-TOT-SALDO-GRABADO
               DISPLAY "CONTROL: registros y saldo cuadran"
           ELSE
               DISPLAY "CONTROL: DIFERENCIA entre lo leido y lo "
                       "grabado"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4000-FINALIZAR.
           CLOSE MAESTRO-ANTERIOR
           CLOSE MAESTRO-CREDITOS.

           SELECT OPTIONAL ARCHIVO-FERIADOS
               ASSIGN TO 'feriados.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VALORES-UF
               ASSIGN TO 'valoresUF.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TASAS-MAXIMAS
               ASSIGN TO 'tasasMaximas.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANDATOS-PAC
               ASSIGN TO 'mandatosPAC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELACIONES-CLIENTES
               ASSIGN TO 'relacionesClientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIMITES-EXPOSICION
               ASSIGN TO 'limitesExposicion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-CORRIDA
               ASSIGN TO 'parametrosCorrida.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-CONCILIA
               ASSIGN TO 'reporteConciliacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-RECUPERA
               ASSIGN TO 'reporteRecuperaciones.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-TMC
               ASSIGN TO 'reporteCumplimientoTMC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTRUCCIONES-PAC
               ASSIGN DYNAMIC WS-ARCHIVO-INSTR-PAC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-DEVENGO
               ASSIGN TO 'reporteDevengo.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-CHECKPOINT
               ASSIGN TO 'checkpointProceso.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRABAJO-PROVISION
               ASSIGN DYNAMIC WS-ARCHIVO-TRAB-PROV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRABAJO-PAC
               ASSIGN DYNAMIC WS-ARCHIVO-TRAB-PAC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRABAJO-DEVENGO
               ASSIGN DYNAMIC WS-ARCHIVO-TRAB-DEV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPURA-TRABAJO
               ASSIGN TO 'depuraTrabajo.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAESTRO-CREDITOS
               ASSIGN TO 'maestroCreditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-NUMERO
               FILE STATUS IS WS-FS-MAESTRO.

       FD ARCHIVO-FERIADOS.
       01 REG-FERIADO            PIC X(120).

       FD VALORES-UF.
       01 REG-VALOR-UF           PIC X(120).

       FD TASAS-MAXIMAS.
       01 REG-TASA-MAXIMA        PIC X(120).

       FD MANDATOS-PAC.
       01 REG-MANDATO            PIC X(120).

       FD RELACIONES-CLIENTES.
       01 REG-RELACION           PIC X(80).

       FD LIMITES-EXPOSICION.
       01 REG-LIMITE             PIC X(80).

       FD PARAMETROS-CORRIDA.
       01 REG-PARAM-CORRIDA      PIC X(120).

       01 REG-LIQUIDACION        PIC X(150).

       FD SALIDA.
       01 REG-SALIDA            PIC X(250).

       FD SALIDA-CSV.
       01 REG-SALIDA-CSV         PIC X(200).
       FD REPORTE-CONCILIA.
       01 REG-CONCILIA           PIC X(150).

       FD REPORTE-RECUPERA.
       01 REG-RECUPERA           PIC X(150).

       FD REPORTE-TMC.
       01 REG-TMC                PIC X(160).

       FD REPORTE-DEVENGO.
       01 REG-DEVENGO            PIC X(160).

       FD INSTRUCCIONES-PAC.
       01 REG-INSTRUCCION-PAC    PIC X(100).

       FD ARCHIVO-CHECKPOINT.
       01 REG-CHECKPOINT         PIC X(250).

       FD TRABAJO-CALENDARIO.
       01 REG-TRAB-CAL.
          05 TC-INTERES           PIC 9(12)V99.
          05 TC-SEGURO            PIC 9(12)V99.
          05 TC-COMISION          PIC 9(12)V99.
      *> Montos de la cuota en pesos; en los creditos en UF se
      *> guarda ademas el total de la cuota en UF
          05 TC-MONEDA            PIC X.
          05 TC-TOTAL-UF          PIC 9(12)V99.

       SD ORDEN-CALENDARIO.
       01 REG-ORD-CAL.
          05 SDC-RUT              PIC X(12).
          05 SDC-CREDITO          PIC X(12).
          05 SDC-FECHA-ISO        PIC 9(8).
          05 FILLER               PIC X(95).

       FD CALENDARIO-ORDENADO.
       01 REG-CAL-ORD.
          05 CO-INTERES           PIC 9(12)V99.
          05 CO-SEGURO            PIC 9(12)V99.
          05 CO-COMISION          PIC 9(12)V99.
          05 CO-MONEDA            PIC X.
          05 CO-TOTAL-UF          PIC 9(12)V99.

       FD TRABAJO-RESUMEN.
       01 REG-TRAB-RES.
          05 TR-INTERESES         PIC 9(12)V99.
          05 TR-COSTO             PIC 9(12)V99.
          05 TR-CUOTAS            PIC 99.
          05 TR-MONEDA            PIC X.
          05 TR-MONTO-UF          PIC 9(12)V99.
      *> Costo efectivo del credito: tasa pactada, plazo hasta la
      *> ultima cuota, CAE y CTC (en pesos), con la TMC del tramo que
      *> le corresponde y el resultado ('C' cumple, 'E' excede la
      *> TMC, 'N' sin tramo aplicable)
          05 TR-TASA-ANUAL        PIC 99V99.
          05 TR-PLAZO-DIAS        PIC 9(5).
          05 TR-CAE               PIC 9(4)V99.
          05 TR-CTC               PIC 9(12)V99.
          05 TR-TMC               PIC 99V99.
          05 TR-ESTADO-TMC        PIC X.

       SD ORDEN-RESUMEN.
       01 REG-ORD-RES.
          05 SDR-RUT              PIC X(12).
          05 SDR-CREDITO          PIC X(12).
          05 FILLER               PIC X(153).

       FD TRABAJO-BURO.
       01 REG-TRAB-BURO.
          05 PV-PCT               PIC 999V99.
          05 PV-MONTO             PIC 9(12)V99.

       FD TRABAJO-PAC.
       01 REG-TRAB-PAC.
       COPY REGPAC.

       FD TRABAJO-DEVENGO.
      *> Situacion de devengo del credito en el cierre: 'D' devenga,
      *> 'R' vuelve a devengar (se puso al dia), 'E' entra a no
      *> devengo (se reversa lo devengado no cobrado y el moratorio
      *> asentado), 'N' sigue en no devengo, 'Y' el mes ya estaba
      *> devengado (cierre repetido, no se asienta nada)
       01 REG-TRAB-DEV.
          05 DV-CREDITO           PIC X(12).
          05 DV-RUT               PIC X(12).
          05 DV-MONEDA            PIC X.
          05 DV-BANDA             PIC X(10).
          05 DV-DIAS-ATRASO       PIC 9(5).
          05 DV-SITUACION         PIC X.
          05 DV-SALDO             PIC 9(12)V99.
          05 DV-INTERES-MES       PIC 9(12)V99.
          05 DV-REVERSO           PIC 9(12)V99.
          05 DV-REVERSO-MORA      PIC 9(12)V99.
          05 DV-SUSPENDIDO        PIC 9(12)V99.

       FD DEPURA-TRABAJO.
       01 REG-DEPURA             PIC X(250).

       FD RESUMEN-ORDENADO.
       01 REG-RES-ORD.
          05 RO-INTERESES         PIC 9(12)V99.
          05 RO-COSTO             PIC 9(12)V99.
          05 RO-CUOTAS            PIC 99.
          05 RO-MONEDA            PIC X.
          05 RO-MONTO-UF          PIC 9(12)V99.
          05 RO-TASA-ANUAL        PIC 99V99.
          05 RO-PLAZO-DIAS        PIC 9(5).
          05 RO-CAE               PIC 9(4)V99.
          05 RO-CTC               PIC 9(12)V99.
          05 RO-TMC               PIC 99V99.
          05 RO-ESTADO-TMC        PIC X.

       FD MAESTRO-CREDITOS.
       COPY REGMAESTRO.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
          05 WS-EOF-TRAB-BURO     PIC X VALUE 'N'.
          05 WS-EOF-TRAB-PROV     PIC X VALUE 'N'.
          05 WS-EOF-DEPURA        PIC X VALUE 'N'.
          05 WS-EOF-VALORES-UF    PIC X VALUE 'N'.
          05 WS-EOF-TASAS-MAX     PIC X VALUE 'N'.
          05 WS-EOF-MANDATOS      PIC X VALUE 'N'.
          05 WS-EOF-RELACION      PIC X VALUE 'N'.
          05 WS-EOF-LIMITE        PIC X VALUE 'N'.
          05 WS-EOF-TRAB-PAC      PIC X VALUE 'N'.
          05 WS-EOF-TRAB-DEV      PIC X VALUE 'N'.
          05 WS-EOF-MAESTRO       PIC X VALUE 'N'.
          05 WS-LINEA-ACTUAL      PIC 99 VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-CREDITOS-PROC   PIC 9(5) VALUE 0.
          05 WS-CANT-CREDITOS-RECH   PIC 9(5) VALUE 0.
          05 WS-CANT-CREDITOS-OMIT   PIC 9(5) VALUE 0.
          05 WS-CANT-CREDITOS-CAST   PIC 9(5) VALUE 0.

       01 WS-LIMITES-TABLAS.
      *> Tope de filas de las tablas de entrada en memoria (muy por
      *> solo el formato delimitado de 12 campos los trae
          05 WS-TASA-SEGURO       PIC 9V9(4) VALUE 0.
          05 WS-COMISION-FIJA     PIC 9(10)V99 VALUE 0.
      *> Moneda: 'P' pesos, 'U' unidad de fomento; solo el formato
      *> delimitado de 13 campos la trae (en UF el monto, la comision
      *> y todo el cuadro quedan expresados en UF)
          05 WS-MONEDA            PIC X VALUE 'P'.

       01 WS-DATOS-TASA.
          05 WS-TAS-NUMERO        PIC X(12).
          05 WS-TASAS-FILAS          PIC 9(5) VALUE 0.
          05 WS-DISPLAY-TASA-ANUAL   PIC Z9.99.

       01 WS-TABLA-UF.
      *> Valores diarios de la UF (valoresUF.txt, dd/mm/aaaa;valor).
      *> Para una fecha sin fila propia vale la ultima fila anterior,
      *> de modo que los vencimientos futuros se valorizan con el
      *> ultimo valor conocido
          05 WS-CANT-UF              PIC 9(5) VALUE 0.
          05 WS-MAX-FILAS-UF         PIC 9(5) VALUE 4000.
          05 WS-UF-ROW OCCURS 4000 TIMES INDEXED BY WS-I-UF.
             10 WS-TU-FECHA-ISO      PIC 9(8).
             10 WS-TU-VALOR          PIC 9(6)V99.

       01 WS-CONTROL-UF.
      *> Factores de conversion del credito en curso: UF del
      *> otorgamiento, del vencimiento de la cuota en curso y de la
      *> fecha de proceso. En un credito en pesos valen 1, asi los
      *> montos en pesos se calculan igual para ambas monedas
          05 WS-UF-OTORGA            PIC 9(6)V99 VALUE 1.
          05 WS-UF-VENC              PIC 9(6)V99 VALUE 1.
          05 WS-UF-HOY               PIC 9(6)V99 VALUE 1.
          05 WS-UF-FECHA-OBJ         PIC 9(8) VALUE 0.
          05 WS-UF-MEJOR-FECHA       PIC 9(8) VALUE 0.
          05 WS-UF-HALLADA           PIC X VALUE 'N'.
          05 WS-UF-VALOR-HALLADO     PIC 9(6)V99 VALUE 0.
          05 WS-SIMBOLO-MONEDA       PIC X(3) VALUE "$".
      *> Cuota en curso convertida a pesos a la UF de su vencimiento
          05 WS-VALOR-CUOTA-PESOS    PIC 9(12)V99 VALUE 0.
          05 WS-CAPITAL-PESOS        PIC 9(12)V99 VALUE 0.
          05 WS-INTERES-PESOS        PIC 9(12)V99 VALUE 0.
          05 WS-SEGURO-PESOS         PIC 9(12)V99 VALUE 0.
          05 WS-COMISION-PESOS       PIC 9(12)V99 VALUE 0.
          05 WS-CUOTA-TOTAL-PESOS    PIC 9(12)V99 VALUE 0.
      *> Montos del credito en pesos: desembolso a la UF del
      *> otorgamiento, costos a la UF de cada vencimiento y saldo a
      *> la UF de la fecha de proceso
          05 WS-MONTO-PESOS          PIC 9(12)V99 VALUE 0.
          05 WS-TOTAL-INTERESES-PESOS PIC 9(12)V99 VALUE 0.
          05 WS-TOTAL-SEGUROS-PESOS  PIC 9(12)V99 VALUE 0.
          05 WS-TOTAL-COMISIONES-PESOS PIC 9(12)V99 VALUE 0.
          05 WS-COSTO-TOTAL-PESOS    PIC 9(12)V99 VALUE 0.
          05 WS-SALDO-HOY-PESOS      PIC 9(12)V99 VALUE 0.
          05 WS-ABONO-EN-MONEDA      PIC 9(12)V99 VALUE 0.
          05 WS-LIQUIDACION-PESOS    PIC 9(12)V99 VALUE 0.
          05 WS-EST-CUOTA-UF         PIC X(17) VALUE SPACES.
          05 WS-CSV-COLS-UF          PIC X(40) VALUE SPACES.
          05 WS-DISPLAY-VALOR-UF     PIC ZZZ,ZZ9.99.
          05 WS-CSV-VALOR-UF         PIC Z(5)9.99.
          05 WS-CSV-TOTAL-PESOS      PIC Z(11)9.99.

       01 WS-TABLA-TMC.
      *> Tasa Maxima Convencional por tramo (tasasMaximas.txt,
      *> moneda;montoHasta;plazoHastaDias;tmcAnual). El monto va en
      *> la moneda del credito y un tope en 0 deja el tramo abierto;
      *> a cada credito le rige el tramo mas estrecho que lo contiene
          05 WS-CANT-TMC             PIC 9(5) VALUE 0.
          05 WS-MAX-FILAS-TMC        PIC 9(5) VALUE 200.
          05 WS-TMC-ROW OCCURS 200 TIMES INDEXED BY WS-I-TMC.
             10 WS-TMC-MONEDA        PIC X.
             10 WS-TMC-MONTO-HASTA   PIC 9(12)V99.
             10 WS-TMC-PLAZO-HASTA   PIC 9(5).
             10 WS-TMC-TASA          PIC 99V99.

       01 WS-TABLA-MANDATOS.
      *> Mandatos PAC (mandatosPAC.txt, credito;banco;cuenta;estado
      *> [;rechazos]): 'V' vigente, 'S' suspendido por rechazos
      *> repetidos, 'R' revocado. Solo un mandato vigente genera
      *> instrucciones de cargo; los rechazos los lleva el proceso
      *> de retorno del banco
          05 WS-CANT-MANDATOS        PIC 9(5) VALUE 0.
          05 WS-MANDATO-ROW OCCURS 2000 TIMES INDEXED BY WS-I-MAN.
             10 WS-MA-CREDITO        PIC X(12).
             10 WS-MA-BANCO          PIC X(4).
             10 WS-MA-CUENTA         PIC X(20).
             10 WS-MA-ESTADO         PIC X.

       01 WS-TABLA-RELACIONES.
      *> Grupos economicos (relacionesClientes.txt, rut;grupo)
          05 WS-CANT-RELACIONES      PIC 9(5) VALUE 0.
          05 WS-RELACION-ROW OCCURS 2000 TIMES INDEXED BY WS-I-REL.
             10 WS-RL-RUT            PIC X(12).
             10 WS-RL-GRUPO          PIC X(12).

       01 WS-LIMITES-EXPOSICION.
      *> Limites de exposicion de la politica de credito
      *> (limitesExposicion.txt): montos en pesos y porcentajes de la
      *> cartera vigente; cero es sin limite. Se controlan sobre los
      *> creditos nuevos antes de cursarlos, con los mismos
      *> porcentajes que usa el reporte de concentracion
          05 WS-LM-INDIVIDUAL        PIC 9(14)V99 VALUE 0.
          05 WS-LM-GRUPO             PIC 9(14)V99 VALUE 0.
          05 WS-LM-PORC-INDIVIDUAL   PIC 9(3)V99 VALUE 0.
          05 WS-LM-PORC-GRUPO        PIC 9(3)V99 VALUE 0.
          05 WS-CANT-LIMITES-ESP     PIC 9(5) VALUE 0.
          05 WS-MAX-LIMITES-ESP      PIC 9(5) VALUE 500.
          05 WS-LIMITE-ESP-ROW OCCURS 500 TIMES INDEXED BY WS-I-LM.
             10 WS-LM-TIPO           PIC X.
             10 WS-LM-CODIGO         PIC X(12).
             10 WS-LM-MONTO          PIC 9(14)V99.

       01 WS-TABLA-EXPOSICION.
      *> Exposicion por RUT y por grupo: saldo vigente del maestro
      *> mas los creditos nuevos de datosCreditos.txt ya revisados
          05 WS-CANT-EXP-RUT         PIC 9(5) VALUE 0.
          05 WS-EXP-RUT-ROW OCCURS 2000 TIMES INDEXED BY WS-I-EXR.
             10 WS-EX-RUT            PIC X(12).
             10 WS-EX-GRUPO          PIC X(12).
             10 WS-EX-SALDO          PIC 9(14)V99.
          05 WS-CANT-EXP-GRUPO       PIC 9(5) VALUE 0.
          05 WS-EXP-GRUPO-ROW OCCURS 2000 TIMES INDEXED BY WS-I-EXG.
             10 WS-GE-GRUPO          PIC X(12).
             10 WS-GE-SALDO          PIC 9(14)V99.

       01 WS-CONTROL-EXPOSICION.
          05 WS-EXP-RUT-BUSQ         PIC X(12).
          05 WS-EXP-MONTO-NUEVO      PIC 9(14)V99 VALUE 0.
          05 WS-EXP-PROYECTADA       PIC 9(14)V99 VALUE 0.
          05 WS-EXP-LIMITE           PIC 9(14)V99 VALUE 0.
          05 WS-EXP-TIPO-BUSQ        PIC X.
          05 WS-EXP-CODIGO-BUSQ      PIC X(12).
          05 WS-EXP-CREDITO-NUEVO    PIC X VALUE 'N'.
      *> Cartera vigente (saldo de todos los 'V' del maestro, tengan
      *> o no cliente, igual que el reporte de concentracion) mas los
      *> creditos nuevos ya revisados: base de los limites en
      *> porcentaje
          05 WS-EXP-CARTERA          PIC 9(14)V99 VALUE 0.
          05 WS-EXP-CARTERA-PROY     PIC 9(14)V99 VALUE 0.
          05 WS-EXP-PORC             PIC 9(3)V99 VALUE 0.
          05 WS-EXP-PORC-LIMITE      PIC 9(3)V99 VALUE 0.
          05 WS-EXP-TIPO-EXCESO      PIC X VALUE 'M'.
          05 WS-DISPLAY-EXP-MONTO    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-DISPLAY-EXP-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-DISPLAY-EXP-LIMITE   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-DISPLAY-EXP-PORC     PIC ZZ9.99.
          05 WS-DISPLAY-EXP-PORC-LIM PIC ZZ9.99.

       01 WS-CONTROL-PAC.
      *> Con VENTANA-PAC;n en parametrosCorrida.txt la corrida instruye
      *> al banco el cargo de las cuotas que vencen entre hoy y hoy + n
      *> dias. Sin el parametro no se instruye nada: la corrida diaria
      *> no debe repetir cada dia los cargos de la misma ventana
          05 WS-VENTANA-PAC          PIC 9(3) VALUE 0.
          05 WS-DIAS-HASTA-PAC       PIC 9(7) VALUE 0.
          05 WS-MANDATO-VIGENTE      PIC X VALUE 'N'.
          05 WS-ARCHIVO-INSTR-PAC    PIC X(40)
                                     VALUE 'instruccionesPAC.txt'.
          05 WS-REG-PAC-CAB.
             10 FILLER               PIC X VALUE 'H'.
             10 WS-PH-FECHA          PIC 9(8).
             10 WS-PH-FECHA-HASTA    PIC 9(8).
             10 FILLER               PIC X(21)
                                     VALUE 'INSTRUCCIONES PAC CPC'.
          05 WS-REG-PAC-TRL.
             10 FILLER               PIC X VALUE 'T'.
             10 WS-PT-CANT           PIC 9(7).
             10 WS-PT-TOT-MONTO      PIC 9(14)V99.
          05 WS-PAC-CANT             PIC 9(7) VALUE 0.
          05 WS-PAC-TOT-MONTO        PIC 9(14)V99 VALUE 0.
          05 WS-DISPLAY-PAC-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-DEVENGO.
      *> Con DEVENGO;S en parametrosCorrida.txt la corrida es el cierre
      *> de devengo del mes de la fecha de proceso: reprocesa todos
      *> los creditos y asienta solo el interes ganado en ese mes,
      *> prorrateando por dias el interes de cada cuota cuyo periodo
      *> cae en el mes. Un credito con mas de 90 dias de atraso pasa
      *> a no devengo: se reversa lo devengado y no cobrado y no se
      *> reconoce interes hasta que se ponga al dia
          05 WS-MODO-DEVENGO         PIC X VALUE 'N'.
          05 WS-DV-DIAS-LIMITE       PIC 9(3) VALUE 90.
      *> Mes del cierre como (ultimo dia del mes anterior, ultimo dia
      *> del mes]; el periodo de una cuota es (vencimiento anterior,
      *> su vencimiento], el de la primera parte en el otorgamiento
          05 WS-DV-DIAS-INI-MES      PIC 9(7) VALUE 0.
          05 WS-DV-DIAS-FIN-MES      PIC 9(7) VALUE 0.
          05 WS-DV-INI-PERIODO       PIC 9(7) VALUE 0.
          05 WS-DV-DIAS-PERIODO      PIC S9(7) VALUE 0.
          05 WS-DV-DESDE             PIC 9(7) VALUE 0.
          05 WS-DV-HASTA             PIC 9(7) VALUE 0.
          05 WS-DV-NO-DEVENGO-ANT    PIC X VALUE 'N'.
      *> Mes del cierre (AAAAMM) y ultimo mes ya devengado que trae
      *> el credito en el maestro: un cierre repetido no se asienta
          05 WS-DV-MES-CIERRE        PIC 9(6) VALUE 0.
          05 WS-DV-ULT-MES-ANT       PIC 9(6) VALUE 0.
          05 WS-DV-SITUACION         PIC X VALUE 'D'.
          05 WS-DV-INTERES-MES       PIC 9(12)V99 VALUE 0.
          05 WS-DV-NO-COBRADO        PIC 9(12)V99 VALUE 0.
          05 WS-DV-REVERSO-MORA      PIC 9(12)V99 VALUE 0.
          05 WS-DV-DEVENGADO-CUOTA   PIC 9(12)V99 VALUE 0.
          05 WS-DV-COBRADO-CUOTA     PIC 9(12)V99 VALUE 0.
          05 WS-DV-MONTO             PIC 9(12)V99 VALUE 0.
          05 WS-DV-CANT-DEVENGA      PIC 9(5) VALUE 0.
          05 WS-DV-CANT-REGULARIZA   PIC 9(5) VALUE 0.
          05 WS-DV-CANT-ENTRA        PIC 9(5) VALUE 0.
          05 WS-DV-CANT-SIGUE        PIC 9(5) VALUE 0.
          05 WS-DV-CANT-YA           PIC 9(5) VALUE 0.
          05 WS-DV-TOT-INTERES       PIC 9(14)V99 VALUE 0.
          05 WS-DV-TOT-REVERSO       PIC 9(14)V99 VALUE 0.
          05 WS-DV-TOT-REV-MORA      PIC 9(14)V99 VALUE 0.
          05 WS-DV-TOT-SUSPENDIDO    PIC 9(14)V99 VALUE 0.
          05 WS-DV-TOT-SALDO-ND      PIC 9(14)V99 VALUE 0.
          05 WS-DV-ED-SALDO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DV-ED-INTERES        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DV-ED-REVERSO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DV-ED-SUSPENDIDO     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DV-ED-ATRASO         PIC ZZZZ9.
          05 WS-DV-ED-CANT           PIC ZZ,ZZ9.
          05 WS-DV-SITUACION-TXT     PIC X(16).

       01 WS-TABLA-FLUJOS.
      *> Flujos reales del credito en curso para la CAE: lo que paga
      *> el cliente en cada vencimiento (cuota total con cargos mas
      *> los abonos de esa cuota) y los dias desde el otorgamiento
          05 WS-CANT-FLUJOS          PIC 99 VALUE 0.
          05 WS-FLUJO-ROW OCCURS 99 TIMES INDEXED BY WS-I-FL.
             10 WS-FL-DIAS           PIC 9(5).
             10 WS-FL-MONTO          PIC 9(12)V99.

       01 WS-CONTROL-CAE.
      *> La CAE es la tasa interna de retorno mensual de los flujos
      *> (base 30 dias) multiplicada por 12; se obtiene por biseccion
      *> entre 0% y 100% mensual. El CTC es todo lo que paga el
      *> cliente: cuotas totales con seguros y comisiones, y abonos
          05 WS-DIAS-OTORGA-JUL      PIC 9(7) VALUE 0.
          05 WS-CAE-FECHA-ISO        PIC 9(8) VALUE 0.
          05 WS-ABONOS-CUOTA         PIC 9(12)V99 VALUE 0.
          05 WS-ABONOS-CUOTA-PESOS   PIC 9(12)V99 VALUE 0.
          05 WS-CTC                  PIC 9(12)V99 VALUE 0.
          05 WS-CTC-PESOS            PIC 9(12)V99 VALUE 0.
          05 WS-PLAZO-DIAS           PIC 9(5) VALUE 0.
          05 WS-TIR-BAJA             PIC 9V9(12) VALUE 0.
          05 WS-TIR-ALTA             PIC 9V9(12) VALUE 0.
          05 WS-TIR-PRUEBA           PIC 9V9(12) VALUE 0.
          05 WS-TIR-ITERACION        PIC 99 VALUE 0.
          05 WS-MAX-ITER-TIR         PIC 99 VALUE 50.
          05 WS-TIR-EXPONENTE        PIC 9(4)V9(9) VALUE 0.
          05 WS-TIR-FACTOR           PIC 9(9)V9(9) VALUE 0.
          05 WS-VALOR-PRESENTE       PIC S9(12)V9(6) VALUE 0.
          05 WS-CAE                  PIC 9(4)V99 VALUE 0.
          05 WS-TMC-HALLADA          PIC X VALUE 'N'.
          05 WS-TMC-APLICABLE        PIC 99V99 VALUE 0.
          05 WS-TMC-TOPE-MONTO       PIC 9(12)V99 VALUE 0.
          05 WS-TMC-TOPE-PLAZO       PIC 9(5) VALUE 0.
          05 WS-TMC-MEJOR-MONTO      PIC 9(12)V99 VALUE 0.
          05 WS-TMC-MEJOR-PLAZO      PIC 9(5) VALUE 0.
          05 WS-ESTADO-TMC           PIC X VALUE 'N'.
          05 WS-TMC-CANT-CRED        PIC 9(5) VALUE 0.
          05 WS-TMC-CANT-EXCEDE      PIC 9(5) VALUE 0.
          05 WS-TMC-CANT-SIN-TRAMO   PIC 9(5) VALUE 0.
          05 WS-TMC-CANT-SIN-DATOS   PIC 9(5) VALUE 0.
          05 WS-TMC-RESULTADO        PIC X(18) VALUE SPACES.
          05 WS-DISPLAY-CAE          PIC Z,ZZ9.99.
          05 WS-DISPLAY-TMC          PIC Z9.99.
          05 WS-DISPLAY-PLAZO        PIC ZZZZ9.

       01 WS-TABLA-ABONOS.
          05 WS-ABONO-ROW OCCURS 2000 TIMES INDEXED BY WS-I-AB.
             10 WS-TA-CREDITO        PIC X(12).
      *> lineas CLAVE;VALOR): FECHA-PROCESO;dd/mm/aaaa para correr
      *> con otra fecha, CREDITO;numero o RUT;rut para acotar el
      *> lote, y SIMULACION;S para producir todos los reportes sin
      *> grabar el maestro, la interfaz contable ni el checkpoint;
      *> VENTANA-PAC;n genera las instrucciones de cargo PAC
          05 WS-EOF-PARAM-CORRIDA    PIC X VALUE 'N'.
          05 WS-PARAM-CLAVE          PIC X(20).
          05 WS-FECHA-PROCESO-OVR    PIC X(10) VALUE SPACES.
             10 WS-CAMPO-10          PIC X(50).
             10 WS-CAMPO-11          PIC X(50).
             10 WS-CAMPO-12          PIC X(50).
             10 WS-CAMPO-13          PIC X(50).

       01 WS-VALIDACION.
          05 WS-REGISTRO-VALIDO   PIC X VALUE 'S'.
                                     VALUE 'trabajoBuro.tmp'.
          05 WS-ARCHIVO-TRAB-PROV    PIC X(40)
                                     VALUE 'trabajoProvision.tmp'.
          05 WS-ARCHIVO-TRAB-PAC     PIC X(40)
                                     VALUE 'trabajoPAC.tmp'.
          05 WS-ARCHIVO-TRAB-DEV     PIC X(40)
                                     VALUE 'trabajoDevengo.tmp'.

       01 WS-CONTROL-ESTADOS.
      *> Los estados consolidados ya no dependen de tablas en
          05 WS-CTA-SEG-X-PAGAR      PIC X(4) VALUE '2210'.
          05 WS-CTA-COM-X-COBRAR     PIC X(4) VALUE '1600'.
          05 WS-CTA-ING-COMISION     PIC X(4) VALUE '4300'.
          05 WS-CTA-ING-RECUPERA     PIC X(4) VALUE '4400'.
          05 WS-AS-CUENTA            PIC X(4).
          05 WS-AS-GLOSA             PIC X(30).
          05 WS-AS-TIPO              PIC X.
             10 WS-CR-NUMERO         PIC X(12).
             10 WS-CR-TAS-REF        PIC X(12).
             10 WS-CR-CANT-CUOTAS    PIC 99.
             10 WS-CR-MONTO          PIC 9(12)V99.
             10 WS-CR-FECHA-OTORGA   PIC X(10).
             10 WS-CR-MONEDA         PIC X.

       01 WS-CONTROL-CONCILIA.
          05 WS-CANT-CREDITOS-REF    PIC 9(5) VALUE 0.
          05 WS-CONC-TASAS-SIN-USO   PIC 9(5) VALUE 0.
          05 WS-CONC-ABONOS-INVAL    PIC 9(5) VALUE 0.
          05 WS-CONC-PAGOS-INVAL     PIC 9(5) VALUE 0.
          05 WS-CONC-EXCESOS-LIMITE  PIC 9(5) VALUE 0.
          05 WS-DISPLAY-MONTO-CONC   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-CHECKPOINT.
          05 WS-CP-TOT-DEBE          PIC 9(14)V99.
          05 WS-CP-TOT-HABER         PIC 9(14)V99.
          05 WS-CP-TOT-MORA          PIC 9(14)V99.
          05 WS-CP-CANT-CAST         PIC 9(5).
          05 WS-CP-TOT-RECUPERADO    PIC 9(14)V99.

       01 WS-CONTROL-MAESTRO.
      *> Estado persistente entre corridas: cada credito se graba en
          05 WS-MAESTRO-ABIERTO      PIC X VALUE 'N'.
          05 WS-MAESTRO-EXISTE       PIC X VALUE 'N'.
          05 WS-CREDITO-SIN-CAMBIO   PIC X VALUE 'N'.
      *> Estado e interes moratorio con que el credito venia en el
      *> maestro; un credito pagado o rechazado no se reprocesa salvo
      *> que cambie su huella
          05 WS-ESTADO-MAESTRO-ANT   PIC X VALUE SPACE.
          05 WS-MORA-MAESTRO-ANT     PIC 9(12)V99 VALUE 0.
          05 WS-CREDITO-CERRADO      PIC X VALUE 'N'.
      *> Montos del alta que el maestro ya tiene en la interfaz
      *> contable (cero si el credito es nuevo o fue rechazado): el
      *> desembolso y los cargos esperados solo asientan la
      *> diferencia contra ellos, asi un reproceso (forzado o por
      *> cambio de huella) no los repite. En un registro convertido
      *> del maestro anterior se toman los montos actuales sin asiento
          05 WS-DESEMBOLSO-CONTAB    PIC 9(12)V99 VALUE 0.
          05 WS-SEGUROS-CONTAB       PIC 9(12)V99 VALUE 0.
          05 WS-COMISIONES-CONTAB    PIC 9(12)V99 VALUE 0.
          05 WS-MAESTRO-CONVERTIDO   PIC X VALUE SPACE.
          05 WS-AJUSTE-ALTA          PIC S9(12)V99 VALUE 0.
      *> Primer vencimiento de cuota desde la fecha de proceso, que
      *> queda en el maestro para forzar el reproceso del credito
      *> cuando llega (mueve el saldo) y cuando pasa (entra en mora)
          05 WS-PROX-VENC-CRED       PIC 9(8) VALUE 0.
          05 WS-FECHA-ISO-MAESTRO    PIC 9(8) VALUE 0.
          05 WS-HUELLA-ACTUAL        PIC X(160).
          05 WS-TOTAL-ABONOS-CRED    PIC 9(12)V99 VALUE 0.
          05 WS-ABONOS-REGISTRADOS   PIC 9(12)V99 VALUE 0.
      *> Saldo vivo a la fecha de corrida (tras la ultima cuota ya
      *> vencida, con abonos): es el estado "actual" del maestro
          05 WS-SALDO-A-HOY          PIC 9(12)V99 VALUE 0.
      *> Credito castigado (estado 'C' en el maestro): ya no se
      *> cuadra, los pagos que se suman a los que el maestro tenia
      *> al castigo son recuperacion
          05 WS-CREDITO-CASTIGADO    PIC X VALUE 'N'.
          05 WS-PAGOS-POST-CASTIGO   PIC 9(5) VALUE 0.
          05 WS-RECUPERADO-CRED      PIC 9(12)V99 VALUE 0.
          05 WS-RECUPERACION-NUEVA   PIC 9(12)V99 VALUE 0.
          05 WS-TOT-RECUPERADO       PIC 9(14)V99 VALUE 0.
          05 WS-DISPLAY-RECUPERADO   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CAMPOS-MORA.
      *> Comparación de cada cuota teórica contra los pagos recibidos
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-LS-CUOTA-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINEA-SALIDA-UF.
      *> Columnas adicionales del cuadro de un credito en UF: valor
      *> de la UF al vencimiento y total de la cuota en pesos
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-LS-VALOR-UF       PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-LS-TOTAL-PESOS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CABECERA-CLIENTE.
          05 FILLER               PIC X(5) VALUE "RUT: ".
          05 WS-CC-RUT            PIC X(12).
           PERFORM 2480-LEER-PARAMETROS-PROV
           PERFORM 2490-LEER-REPROGRAMACIONES
           PERFORM 2498-LEER-FERIADOS
           PERFORM 2499-LEER-VALORES-UF
           PERFORM 2496-LEER-TASAS-MAXIMAS
           PERFORM 2800-LEER-MANDATOS-PAC
           PERFORM 2820-LEER-RELACIONES-CLIENTES
           PERFORM 2830-LEER-LIMITES-EXPOSICION
           PERFORM 2600-PRE-ESCANEAR-CREDITOS
           PERFORM 2700-GENERAR-CONCILIACION

                               "INTERRUPCION - OMITIDO"
                   ELSE
                       PERFORM 2050-CONSULTAR-MAESTRO
                       EVALUATE TRUE
                           WHEN WS-CREDITO-CASTIGADO = 'S'
                               PERFORM 2065-PROCESAR-CASTIGADO
                           WHEN WS-CREDITO-SIN-CAMBIO = 'S'
                               PERFORM 2060-OMITIR-SIN-CAMBIOS
                           WHEN OTHER
                               PERFORM 1500-VALIDAR-DATOS
                               IF WS-REGISTRO-VALIDO = 'S'
                                   PERFORM 2500-PREPARAR-FECHAS
                                   PERFORM 3000-GENERAR-CUADRO-PAGO
                               ELSE
                                   PERFORM 1600-REGISTRAR-RECHAZO
                               END-IF
                       END-EVALUATE
                       PERFORM 3300-GRABAR-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 3900-GENERAR-RESUMEN-PORTAFOLIO
           PERFORM 3945-CERRAR-INSTRUCCIONES-PAC
           PERFORM 3944-CERRAR-DEVENGO
           PERFORM 3946-CERRAR-EXTRACTO-BURO
           PERFORM 3947-CERRAR-PROVISIONES
           PERFORM 3948-CERRAR-CARGOS-MORA
           PERFORM 3950-RESUMIR-MORA-PORTAFOLIO
           PERFORM 3955-GENERAR-PROYECCION
           PERFORM 3970-GENERAR-ESTADOS-CLIENTE
           PERFORM 3978-GENERAR-REPORTE-TMC
           PERFORM 3980-REPORTAR-SOLICITUDES-PEND
           PERFORM 3985-REPORTAR-REPROG-PEND
           PERFORM 3990-CERRAR-INTERFAZ-CONTABLE
           OPEN INPUT PARAMETROS-PROVISION
           OPEN INPUT DATOS-REPROG
           OPEN INPUT ARCHIVO-FERIADOS
           OPEN INPUT VALORES-UF
           OPEN INPUT TASAS-MAXIMAS
           OPEN INPUT MANDATOS-PAC
           OPEN INPUT RELACIONES-CLIENTES
           OPEN INPUT LIMITES-EXPOSICION

      *> Maestro de creditos: estado persistente entre corridas para
      *> el proceso incremental diario. Si el archivo no existe se
               WS-FHS-ANIO * 10000 + WS-FHS-MES * 100 + WS-FHS-DIA
           MOVE WS-FECHA-ISO TO WS-FECHA-ISO-HOY
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-ISO)
           COMPUTE WS-DIAS-HASTA-PAC = WS-DIAS-HOY + WS-VENTANA-PAC

      *> Mes del cierre de devengo: el de la fecha de proceso, entero
           COMPUTE WS-DV-MES-CIERRE = WS-FHS-ANIO * 100 + WS-FHS-MES
           COMPUTE WS-FECHA-ISO =
               WS-FHS-ANIO * 10000 + WS-FHS-MES * 100 + 1
           COMPUTE WS-DV-DIAS-INI-MES =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-ISO) - 1
           IF WS-FHS-MES = 12
               COMPUTE WS-FECHA-ISO = (WS-FHS-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-ISO =
                   WS-FHS-ANIO * 10000 + (WS-FHS-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DV-DIAS-FIN-MES =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-ISO) - 1

           PERFORM 1050-GENERAR-NOMBRE-SALIDA
           PERFORM UNTIL WS-FS-SALIDA NOT = '00'
           OPEN OUTPUT REPORTE-MORA
           OPEN OUTPUT CARGOS-MORA
           OPEN OUTPUT APLICACION-PAGOS
           OPEN OUTPUT REPORTE-RECUPERA

      *> Fecha de la corrida para los asientos contables y el maestro
           MOVE SPACES TO WS-FECHA-CORRIDA
             TO REG-APLICACION
           WRITE REG-APLICACION

      *> Encabezado del detalle de recuperaciones de castigos
           MOVE "RECUPERACIONES DE CREDITOS CASTIGADOS"
             TO REG-RECUPERA
           WRITE REG-RECUPERA
           MOVE " " TO REG-RECUPERA
           WRITE REG-RECUPERA
           MOVE "Credito      | RUT          | Castigo    | Monto Castigado   | Recuperado Total  | Recuperado Hoy"
             TO REG-RECUPERA
           WRITE REG-RECUPERA
           MOVE "-------------|--------------|------------|-------------------|-------------------|------------------"
             TO REG-RECUPERA
           WRITE REG-RECUPERA

      *> Encabezado del CSV (sin formato de caja, solo columnas)
           MOVE "Credito,Cuota,Fecha,SaldoInicial,ValorCuota,Capital,Interes,SaldoFinal,Seguro,Comision,TotalCuota,Moneda,ValorUF,TotalCuotaPesos"
             TO REG-SALIDA-CSV
           WRITE REG-SALIDA-CSV

                           IF WS-CAMPO-2(1:1) = 'S'
                               MOVE 'S' TO WS-MODO-SIMULACION
                           END-IF
                       WHEN 'VENTANA-PAC'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-VENTANA-PAC
                       WHEN 'DEVENGO'
                           IF WS-CAMPO-2(1:1) = 'S'
                               MOVE 'S' TO WS-MODO-DEVENGO
                           END-IF
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: parametro de "
                                   "corrida no reconocido: "
               MOVE WS-CP-TOT-DEBE     TO WS-CONT-TOT-DEBE
               MOVE WS-CP-TOT-HABER    TO WS-CONT-TOT-HABER
               MOVE WS-CP-TOT-MORA     TO WS-TOT-INTERES-MORA
               MOVE WS-CP-CANT-CAST    TO WS-CANT-CREDITOS-CAST
               MOVE WS-CP-TOT-RECUPERADO TO WS-TOT-RECUPERADO

               PERFORM UNTIL WS-EOF-CHECKPOINT = 'Y'
                   READ ARCHIVO-CHECKPOINT
               MOVE 'simulacionResumen.tmp'    TO WS-ARCHIVO-TRAB-RES
               MOVE 'simulacionBuro.tmp'       TO WS-ARCHIVO-TRAB-BURO
               MOVE 'simulacionProvision.tmp'  TO WS-ARCHIVO-TRAB-PROV
               MOVE 'simulacionPAC.tmp'        TO WS-ARCHIVO-TRAB-PAC
               MOVE 'simulacionDevengo.tmp'    TO WS-ARCHIVO-TRAB-DEV
               MOVE 'simulacionInstruccionesPAC.txt'
                 TO WS-ARCHIVO-INSTR-PAC
           END-IF
           IF WS-MODO-REINICIO = 'S'
               PERFORM 1210-DEPURAR-TRABAJOS
               OPEN EXTEND TRABAJO-RESUMEN
               OPEN EXTEND TRABAJO-BURO
               OPEN EXTEND TRABAJO-PROVISION
               OPEN EXTEND TRABAJO-PAC
               OPEN EXTEND TRABAJO-DEVENGO
           ELSE
               OPEN OUTPUT TRABAJO-CALENDARIO
               OPEN OUTPUT TRABAJO-RESUMEN
               OPEN OUTPUT TRABAJO-BURO
               OPEN OUTPUT TRABAJO-PROVISION
               OPEN OUTPUT TRABAJO-PAC
               OPEN OUTPUT TRABAJO-DEVENGO
           END-IF.

       1210-DEPURAR-TRABAJOS.
           PERFORM 1211-DEPURAR-TRAB-CAL
           PERFORM 1212-DEPURAR-TRAB-RES
           PERFORM 1213-DEPURAR-TRAB-BURO
           PERFORM 1214-DEPURAR-TRAB-PROV
           PERFORM 1216-DEPURAR-TRAB-PAC
           PERFORM 1217-DEPURAR-TRAB-DEV.

       1211-DEPURAR-TRAB-CAL.
           OPEN INPUT TRABAJO-CALENDARIO
           CLOSE DEPURA-TRABAJO
           CLOSE TRABAJO-PROVISION.

       1216-DEPURAR-TRAB-PAC.
           OPEN INPUT TRABAJO-PAC
           OPEN OUTPUT DEPURA-TRABAJO
           MOVE 'N' TO WS-EOF-DEPURA
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ TRABAJO-PAC
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE PAC-CREDITO TO WS-BUSQ-CREDITO
                   PERFORM 1215-BUSCAR-EN-COMPLETADOS
                   IF WS-CREDITO-COMPLETADO = 'S'
                       MOVE REG-TRAB-PAC TO REG-DEPURA
                       WRITE REG-DEPURA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRABAJO-PAC
           CLOSE DEPURA-TRABAJO

           OPEN INPUT DEPURA-TRABAJO
           OPEN OUTPUT TRABAJO-PAC
           MOVE 'N' TO WS-EOF-DEPURA
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ DEPURA-TRABAJO
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE REG-DEPURA TO REG-TRAB-PAC
                   WRITE REG-TRAB-PAC
               END-IF
           END-PERFORM
           CLOSE DEPURA-TRABAJO
           CLOSE TRABAJO-PAC.

       1217-DEPURAR-TRAB-DEV.
           OPEN INPUT TRABAJO-DEVENGO
           OPEN OUTPUT DEPURA-TRABAJO
           MOVE 'N' TO WS-EOF-DEPURA
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ TRABAJO-DEVENGO
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE DV-CREDITO TO WS-BUSQ-CREDITO
                   PERFORM 1215-BUSCAR-EN-COMPLETADOS
                   IF WS-CREDITO-COMPLETADO = 'S'
                       MOVE REG-TRAB-DEV TO REG-DEPURA
                       WRITE REG-DEPURA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRABAJO-DEVENGO
           CLOSE DEPURA-TRABAJO

           OPEN INPUT DEPURA-TRABAJO
           OPEN OUTPUT TRABAJO-DEVENGO
           MOVE 'N' TO WS-EOF-DEPURA
           PERFORM UNTIL WS-EOF-DEPURA = 'Y'
               READ DEPURA-TRABAJO
                   AT END MOVE 'Y' TO WS-EOF-DEPURA
               END-READ
               IF WS-EOF-DEPURA = 'N'
                   MOVE REG-DEPURA TO REG-TRAB-DEV
                   WRITE REG-TRAB-DEV
               END-IF
           END-PERFORM
           CLOSE DEPURA-TRABAJO
           CLOSE TRABAJO-DEVENGO.

       1215-BUSCAR-EN-COMPLETADOS.
      *> Busca WS-BUSQ-CREDITO en la lista de creditos completados
      *> restaurada del checkpoint
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

           IF WS-REGISTRO-VALIDO = 'S'
               PERFORM 1550-VALIDAR-FECHA-OTORGA
           END-IF

      *> Un credito en UF necesita el valor de la UF a la fecha de
      *> otorgamiento para fijar el desembolso en pesos
           IF WS-REGISTRO-VALIDO = 'S' AND WS-MONEDA = 'U'
               COMPUTE WS-UF-FECHA-OBJ =
                   WS-ANIO-OTORGA * 10000 + WS-MES-OTORGA * 100
                   + WS-DIA-OTORGA
               PERFORM 3257-BUSCAR-VALOR-UF
               IF WS-UF-HALLADA = 'N'
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE "Sin valor UF a la fecha de otorgamiento"
                     TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

       1550-VALIDAR-FECHA-OTORGA.
      *> cambio desde la ultima corrida, se omite el reproceso
           MOVE 'N' TO WS-CREDITO-SIN-CAMBIO
           MOVE 'N' TO WS-MAESTRO-EXISTE
           MOVE 'N' TO WS-CREDITO-CASTIGADO
           MOVE 'N' TO WS-DV-NO-DEVENGO-ANT
           MOVE SPACE TO WS-ESTADO-MAESTRO-ANT
           MOVE 0 TO WS-MORA-MAESTRO-ANT
           MOVE 'N' TO WS-CREDITO-CERRADO
           MOVE 0 TO WS-DESEMBOLSO-CONTAB
           MOVE 0 TO WS-SEGUROS-CONTAB
           MOVE 0 TO WS-COMISIONES-CONTAB
           MOVE SPACE TO WS-MAESTRO-CONVERTIDO
           MOVE 0 TO WS-DV-ULT-MES-ANT
           MOVE 0 TO WS-FECHA-ISO-MAESTRO
           IF WS-MAESTRO-ABIERTO = 'S'
               PERFORM 2070-ARMAR-HUELLA
               MOVE WS-CRE-NUMERO TO MC-NUMERO
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MAESTRO-EXISTE
                       MOVE MC-ESTADO TO WS-ESTADO-MAESTRO-ANT
                       MOVE MC-INTERES-MORA TO WS-MORA-MAESTRO-ANT
                       MOVE MC-DESEMBOLSO-CONTAB TO WS-DESEMBOLSO-CONTAB
                       MOVE MC-SEGUROS-CONTAB TO WS-SEGUROS-CONTAB
                       MOVE MC-COMISIONES-CONTAB TO WS-COMISIONES-CONTAB
                       MOVE MC-CONVERTIDO TO WS-MAESTRO-CONVERTIDO
                       MOVE MC-ULT-MES-DEVENGO TO WS-DV-ULT-MES-ANT
                       IF MC-FECHA-PROCESO(3:1) = '/'
                           COMPUTE WS-FECHA-ISO-MAESTRO =
                               FUNCTION NUMVAL(MC-FECHA-PROCESO(7:4))
                                   * 10000
                               + FUNCTION NUMVAL(MC-FECHA-PROCESO(4:2))
                                   * 100
                               + FUNCTION NUMVAL(MC-FECHA-PROCESO(1:2))
                       END-IF
                       IF MC-HUELLA = WS-HUELLA-ACTUAL
                           MOVE 'S' TO WS-CREDITO-SIN-CAMBIO
                       END-IF
                       IF MC-ESTADO = 'P' OR MC-ESTADO = 'R'
                           MOVE 'S' TO WS-CREDITO-CERRADO
                       END-IF
      *> Un credito anulado por mantencion queda fuera del proceso
      *> hasta que se archive, aunque siga en datosCreditos
                       IF MC-ESTADO = 'A'
                           MOVE 'S' TO WS-CREDITO-SIN-CAMBIO
                           MOVE 'S' TO WS-CREDITO-CERRADO
                       END-IF
      *> Un credito castigado sale del cuadro para siempre, cambie
      *> o no su huella: solo se miran sus recuperaciones
                       IF MC-ESTADO = 'C'
                           MOVE 'S' TO WS-CREDITO-CASTIGADO
                       END-IF
                       IF MC-NO-DEVENGO = 'S'
                           MOVE 'S' TO WS-DV-NO-DEVENGO-ANT
                       END-IF
               END-READ
           END-IF

      *> Los reprocesos forzados que siguen no alcanzan a un credito
      *> ya pagado o rechazado: no tiene saldo ni cuotas que mover y
      *> su fecha de proceso debe quedar en la del cierre
      *> El saldo de un credito en UF se revaloriza cada dia con la
      *> UF de la fecha de proceso: nunca queda "sin cambios"
           IF WS-MONEDA = 'U' AND WS-CREDITO-CERRADO = 'N'
               MOVE 'N' TO WS-CREDITO-SIN-CAMBIO
           END-IF

      *> Un credito en pesos que deja de pagar no cambia su huella:
      *> se reprocesa el dia en que vence su proxima cuota (el saldo
      *> a hoy la descuenta) y cualquier dia posterior (la cuota
      *> impaga entra en mora). Un registro convertido (cero) se
      *> reprocesa en la primera corrida
           IF WS-CREDITO-SIN-CAMBIO = 'S' AND WS-CREDITO-CERRADO = 'N'
               IF MC-PROX-VENCIMIENTO < WS-FECHA-ISO-HOY OR
                  (MC-PROX-VENCIMIENTO = WS-FECHA-ISO-HOY AND
                   WS-FECHA-ISO-MAESTRO < WS-FECHA-ISO-HOY)
                   MOVE 'N' TO WS-CREDITO-SIN-CAMBIO
               END-IF
           END-IF

      *> Una solicitud de liquidacion pendiente obliga a reprocesar
      *> el credito aunque no haya cambiado, para poder cotizarla
           IF WS-CREDITO-SIN-CAMBIO = 'S' AND WS-CREDITO-CERRADO = 'N'
               PERFORM VARYING WS-I-SL FROM 1 BY 1
                       UNTIL WS-I-SL > WS-CANT-SOLICITUDES
                   IF WS-SL-CREDITO(WS-I-SL) = WS-CRE-NUMERO AND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

      *> En una corrida que instruye cargos PAC, un credito con
      *> mandato vigente se reprocesa siempre: sus cuotas por vencer
      *> salen del recorrido del cuadro
           IF WS-CREDITO-SIN-CAMBIO = 'S' AND WS-VENTANA-PAC > 0 AND
              WS-CREDITO-CERRADO = 'N'
               PERFORM 2810-BUSCAR-MANDATO
               IF WS-MANDATO-VIGENTE = 'S'
                   MOVE 'N' TO WS-CREDITO-SIN-CAMBIO
               END-IF
           END-IF

      *> El cierre de devengo necesita el cuadro de todos los
      *> creditos: ninguno se omite por no haber cambiado
           IF WS-MODO-DEVENGO = 'S' AND WS-CREDITO-CERRADO = 'N'
               MOVE 'N' TO WS-CREDITO-SIN-CAMBIO
           END-IF.

       2060-OMITIR-SIN-CAMBIOS.
           END-STRING
           WRITE REG-LOG.

       2065-PROCESAR-CASTIGADO.
      *> Credito castigado: los pagos no se aplican al cuadro, son
      *> recuperacion de cartera castigada. El maestro conserva la
      *> cantidad y suma de pagos con que se calculo el saldo
      *> castigado; todo lo registrado por sobre esa suma es
      *> recuperacion, cualquiera sea la fecha del pago (un pago
      *> anterior al castigo digitado despues tampoco se pierde).
      *> Solo se contabiliza lo recuperado desde la ultima corrida
      *> (el acumulado queda en el maestro), contra una cuenta de
      *> ingreso propia
           ADD 1 TO WS-CANT-CREDITOS-CAST
           MOVE 0 TO WS-RECUPERADO-CRED
           MOVE 0 TO WS-PAGOS-POST-CASTIGO
           IF WS-PAGOS-SUMA > MC-SUMA-PAGOS
               COMPUTE WS-RECUPERADO-CRED =
                   WS-PAGOS-SUMA - MC-SUMA-PAGOS
           END-IF
           IF WS-PAGOS-FILAS > MC-CANT-PAGOS
               COMPUTE WS-PAGOS-POST-CASTIGO =
                   WS-PAGOS-FILAS - MC-CANT-PAGOS
           END-IF

           MOVE 0 TO WS-RECUPERACION-NUEVA
           IF WS-RECUPERADO-CRED > MC-TOTAL-RECUPERADO
               COMPUTE WS-RECUPERACION-NUEVA =
                   WS-RECUPERADO-CRED - MC-TOTAL-RECUPERADO
           END-IF

           IF WS-RECUPERACION-NUEVA > 0
               MOVE WS-RECUPERACION-NUEVA TO WS-AS-MONTO
               MOVE "RECUPERACION CREDITO CASTIGADO" TO WS-AS-GLOSA
               MOVE WS-CTA-BANCO TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-ING-RECUPERA TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               ADD WS-RECUPERACION-NUEVA TO WS-TOT-RECUPERADO

               MOVE WS-RECUPERADO-CRED TO MC-TOTAL-RECUPERADO
               PERFORM 3287-ARMAR-FECHA-PROCESO
               PERFORM 3288-ESCRIBIR-MAESTRO
           END-IF

           MOVE MC-MONTO-CASTIGO TO WS-DISPLAY-MONTO
           MOVE MC-TOTAL-RECUPERADO TO WS-DISPLAY-RECUPERADO
           MOVE WS-RECUPERACION-NUEVA TO WS-DISPLAY-APLICADO
           MOVE SPACES TO REG-RECUPERA
           STRING WS-CRE-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RUT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  MC-FECHA-CASTIGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-RECUPERADO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-APLICADO DELIMITED BY SIZE
             INTO REG-RECUPERA
           END-STRING
           WRITE REG-RECUPERA

           MOVE SPACES TO REG-LOG
           STRING "CREDITO " DELIMITED BY SIZE
                  WS-CRE-NUMERO DELIMITED BY SIZE
                  " CASTIGADO EL " DELIMITED BY SIZE
                  MC-FECHA-CASTIGO DELIMITED BY SIZE
                  " - RECUPERACION $" DELIMITED BY SIZE
                  WS-DISPLAY-APLICADO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-PAGOS-POST-CASTIGO DELIMITED BY SIZE
                  " PAGOS SOBRE LOS DEL CASTIGO)" DELIMITED BY SIZE
             INTO REG-LOG
           END-STRING
           WRITE REG-LOG.

       2070-ARMAR-HUELLA.
      *> Huella del credito: los campos de entrada que definen el
      *> cuadro, el total de abonos registrados para el credito, un
                  WS-CUOTAS-GRACIA      DELIMITED BY SIZE
                  WS-TASA-SEGURO        DELIMITED BY SIZE
                  WS-COMISION-FIJA      DELIMITED BY SIZE
                  WS-MONEDA             DELIMITED BY SIZE
             INTO WS-HUELLA-ACTUAL
           END-STRING.

                                  MOVE 0 TO WS-CUOTAS-GRACIA
                                  MOVE 0 TO WS-TASA-SEGURO
                                  MOVE 0 TO WS-COMISION-FIJA
                                  MOVE 'P' TO WS-MONEDA
                                  MOVE 'S' TO WS-CREDITO-LEIDO
                       END-EVALUATE
                   END-IF

       2205-CARGAR-CREDITO-DELIM.
      *> Registro de credito en una linea: 8 campos separados por
      *> ';', 10 si ademas trae tipo y cuotas de gracia, 12 si
      *> tambien trae tasa de seguro y comision fija por cuota, o 13
      *> si al final trae la moneda (P pesos, U UF)
           MOVE "datosCreditos.txt" TO WS-ARCHIVO-EN-CURSO
           IF WS-LINEA-ACTUAL NOT = 0
               PERFORM 2905-RECHAZAR-BLOQUE-INCOMPLETO
           END-IF
           IF WS-CANT-PUNTOCOMA NOT = 7 AND WS-CANT-PUNTOCOMA NOT = 9
                   AND WS-CANT-PUNTOCOMA NOT = 11
                   AND WS-CANT-PUNTOCOMA NOT = 12
               MOVE REG-CREDITO TO WS-LINEA-RECHAZADA
               PERFORM 2900-RECHAZAR-LINEA-DELIM
           ELSE
                   INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                        WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7 WS-CAMPO-8
                        WS-CAMPO-9 WS-CAMPO-10 WS-CAMPO-11
                        WS-CAMPO-12 WS-CAMPO-13
               END-UNSTRING
               MOVE WS-CAMPO-1(1:12) TO WS-CRE-NUMERO
               MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                   MOVE 'N' TO WS-TIPO-GRACIA
                   MOVE 0 TO WS-CUOTAS-GRACIA
               END-IF
               IF WS-CANT-PUNTOCOMA >= 11
                   MOVE FUNCTION NUMVAL(WS-CAMPO-11)
                     TO WS-TASA-SEGURO
                   MOVE FUNCTION NUMVAL(WS-CAMPO-12)
                   MOVE 0 TO WS-TASA-SEGURO
                   MOVE 0 TO WS-COMISION-FIJA
               END-IF
               IF WS-CANT-PUNTOCOMA = 12
                   MOVE WS-CAMPO-13(1:1) TO WS-MONEDA
               ELSE
                   MOVE 'P' TO WS-MONEDA
               END-IF
               MOVE 'S' TO WS-CREDITO-LEIDO
           END-IF.

               END-IF
           END-IF.

       2496-LEER-TASAS-MAXIMAS.
      *> Tramos de TMC: moneda;montoHasta;plazoHastaDias;tmcAnual.
      *> Las lineas con otra cantidad de campos, moneda distinta de
      *> P/U o TMC no positiva quedan en el archivo de errores
           MOVE "tasasMaximas.txt" TO WS-ARCHIVO-EN-CURSO
           PERFORM UNTIL WS-EOF-TASAS-MAX = 'Y'
               READ TASAS-MAXIMAS
                   AT END MOVE 'Y' TO WS-EOF-TASAS-MAX
               END-READ
               IF WS-EOF-TASAS-MAX = 'N' AND
                  REG-TASA-MAXIMA NOT = SPACES
                   MOVE 0 TO WS-CANT-PUNTOCOMA
                   INSPECT REG-TASA-MAXIMA
                       TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
                   IF WS-CANT-PUNTOCOMA NOT = 3
                       MOVE REG-TASA-MAXIMA TO WS-LINEA-RECHAZADA
                       PERFORM 2900-RECHAZAR-LINEA-DELIM
                   ELSE
                       PERFORM 2497-CARGAR-TASA-MAXIMA
                   END-IF
               END-IF
           END-PERFORM.

       2497-CARGAR-TASA-MAXIMA.
           MOVE SPACES TO WS-CAMPOS-DELIM
           UNSTRING REG-TASA-MAXIMA DELIMITED BY ';'
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
           END-UNSTRING
           IF (WS-CAMPO-1(1:1) NOT = 'P' AND
               WS-CAMPO-1(1:1) NOT = 'U') OR
              FUNCTION NUMVAL(WS-CAMPO-4) NOT > 0
               MOVE SPACES TO REG-ERROR
               STRING "LINEA RECHAZADA EN tasasMaximas.txt "
                        DELIMITED BY SIZE
                      "(MONEDA O TMC INVALIDA): " DELIMITED BY SIZE
                      FUNCTION TRIM(REG-TASA-MAXIMA) DELIMITED BY SIZE
                 INTO REG-ERROR
               END-STRING
               WRITE REG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-TMC >= WS-MAX-FILAS-TMC
               MOVE "tasas maximas" TO WS-TABLA-EXCEDIDA
               MOVE WS-MAX-FILAS-TMC TO WS-LIMITE-EXCEDIDO
               PERFORM 9999-ABORTAR-POR-LIMITE
           END-IF
           ADD 1 TO WS-CANT-TMC
           MOVE WS-CAMPO-1(1:1) TO WS-TMC-MONEDA(WS-CANT-TMC)
           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
             TO WS-TMC-MONTO-HASTA(WS-CANT-TMC)
           MOVE FUNCTION NUMVAL(WS-CAMPO-3)
             TO WS-TMC-PLAZO-HASTA(WS-CANT-TMC)
           MOVE FUNCTION NUMVAL(WS-CAMPO-4) TO WS-TMC-TASA(WS-CANT-TMC).

       2498-LEER-FERIADOS.
      *> Feriados bancarios: una fecha dd/mm/aaaa por linea; las
      *> lineas sin forma de fecha quedan en el archivo de errores
               END-IF
           END-PERFORM.

       2499-LEER-VALORES-UF.
      *> Valores de la UF: una linea dd/mm/aaaa;valor por fecha, con
      *> punto decimal. Las lineas mal formadas o con valor no
      *> positivo quedan en el archivo de errores
           MOVE "valoresUF.txt" TO WS-ARCHIVO-EN-CURSO
           PERFORM UNTIL WS-EOF-VALORES-UF = 'Y'
               READ VALORES-UF
                   AT END MOVE 'Y' TO WS-EOF-VALORES-UF
               END-READ
               IF WS-EOF-VALORES-UF = 'N' AND REG-VALOR-UF NOT = SPACES
                   MOVE 0 TO WS-CANT-PUNTOCOMA
                   INSPECT REG-VALOR-UF
                       TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
                   IF WS-CANT-PUNTOCOMA NOT = 1
                       MOVE REG-VALOR-UF TO WS-LINEA-RECHAZADA
                       PERFORM 2900-RECHAZAR-LINEA-DELIM
                   ELSE
                       MOVE SPACES TO WS-CAMPOS-DELIM
                       UNSTRING REG-VALOR-UF DELIMITED BY ';'
                           INTO WS-CAMPO-1 WS-CAMPO-2
                       END-UNSTRING
                       IF WS-CAMPO-1(3:1) = '/' AND
                          WS-CAMPO-1(6:1) = '/' AND
                          FUNCTION NUMVAL(WS-CAMPO-2) > 0
                           IF WS-CANT-UF < WS-MAX-FILAS-UF
                               ADD 1 TO WS-CANT-UF
                               COMPUTE WS-TU-FECHA-ISO(WS-CANT-UF) =
                                   FUNCTION NUMVAL(WS-CAMPO-1(7:4))
                                     * 10000
                                   + FUNCTION NUMVAL(WS-CAMPO-1(4:2))
                                     * 100
                                   + FUNCTION NUMVAL(WS-CAMPO-1(1:2))
                               MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                                 TO WS-TU-VALOR(WS-CANT-UF)
                           ELSE
                               MOVE "valores UF" TO WS-TABLA-EXCEDIDA
                               MOVE WS-MAX-FILAS-UF
                                 TO WS-LIMITE-EXCEDIDO
                               PERFORM 9999-ABORTAR-POR-LIMITE
                           END-IF
                       ELSE
                           MOVE SPACES TO REG-ERROR
                           STRING "LINEA RECHAZADA EN valoresUF.txt "
                                    DELIMITED BY SIZE
                                  "(FECHA O VALOR INVALIDO): "
                                    DELIMITED BY SIZE
                                  FUNCTION TRIM(REG-VALOR-UF)
                                    DELIMITED BY SIZE
                             INTO REG-ERROR
                           END-STRING
                           WRITE REG-ERROR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2500-PREPARAR-FECHAS.
      *> Convertir fecha de otorgamiento a campos numéricos
           MOVE WS-FECHA-OTORGA(1:2) TO WS-DIA-OTORGA
                         TO WS-CR-TAS-REF(WS-CANT-CREDITOS-REF)
                       MOVE WS-CANT-CUOTAS
                         TO WS-CR-CANT-CUOTAS(WS-CANT-CREDITOS-REF)
                       MOVE WS-MONTO-SOLICITADO
                         TO WS-CR-MONTO(WS-CANT-CREDITOS-REF)
                       MOVE WS-FECHA-OTORGA
                         TO WS-CR-FECHA-OTORGA(WS-CANT-CREDITOS-REF)
                       MOVE WS-MONEDA
                         TO WS-CR-MONEDA(WS-CANT-CREDITOS-REF)
                   ELSE
      *> Tabla de referencia llena: se aborta el lote para no
      *> dejar la conciliacion incompleta en silencio
               END-IF
           END-PERFORM

           PERFORM 2750-CONTROLAR-LIMITES

           MOVE " " TO REG-CONCILIA
           WRITE REG-CONCILIA
           MOVE SPACES TO REG-CONCILIA
                  WS-CONC-ABONOS-INVAL DELIMITED BY SIZE
                  " ABONOS NO APLICABLES, " DELIMITED BY SIZE
                  WS-CONC-PAGOS-INVAL DELIMITED BY SIZE
                  " PAGOS NO APLICABLES, " DELIMITED BY SIZE
                  WS-CONC-EXCESOS-LIMITE DELIMITED BY SIZE
                  " EXCESOS DE LIMITE" DELIMITED BY SIZE
             INTO REG-CONCILIA
           END-STRING
           WRITE REG-CONCILIA
           CLOSE REPORTE-CONCILIA.

       2750-CONTROLAR-LIMITES.
      *> Creditos nuevos que dejarian a su cliente o a su grupo
      *> economico sobre el limite de exposicion. Se parte del saldo
      *> vigente que el maestro tiene para cada RUT y se suman los
      *> creditos nuevos en el orden del archivo, de modo que se
      *> marca el credito que cruza el limite y todos los siguientes.
      *> La cartera vigente para los porcentajes se suma en la misma
      *> pasada por el maestro, sobre todos los vigentes (tengan o no
      *> cliente), la misma base del reporte de concentracion
           IF WS-LM-INDIVIDUAL = 0 AND WS-LM-GRUPO = 0 AND
              WS-LM-PORC-INDIVIDUAL = 0 AND WS-LM-PORC-GRUPO = 0 AND
              WS-CANT-LIMITES-ESP = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-MAESTRO-ABIERTO = 'S'
               MOVE 'N' TO WS-EOF-MAESTRO
               MOVE LOW-VALUES TO MC-NUMERO
               START MAESTRO-CREDITOS KEY IS NOT LESS THAN MC-NUMERO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-MAESTRO
               END-START
               PERFORM UNTIL WS-EOF-MAESTRO = 'Y'
                   READ MAESTRO-CREDITOS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-MAESTRO
                   END-READ
                   IF WS-EOF-MAESTRO = 'N' AND MC-ESTADO = 'V'
                       PERFORM 2755-ACUMULAR-VIGENTE
                   END-IF
               END-PERFORM
           ELSE
      *> Sin maestro no se conoce el saldo vigente: solo se suman
      *> entre si los creditos del archivo y no hay cartera contra
      *> la cual medir los porcentajes
               MOVE " " TO REG-CONCILIA
               WRITE REG-CONCILIA
               MOVE "LIMITES DE EXPOSICION CONTROLADOS SIN SALDOS DEL MAESTRO (SOLO CREDITOS DEL ARCHIVO, SIN LIMITES EN PORCENTAJE)"
                 TO REG-CONCILIA
               WRITE REG-CONCILIA
           END-IF

           PERFORM VARYING WS-I-CRE FROM 1 BY 1
                   UNTIL WS-I-CRE > WS-CANT-CREDITOS-REF
               PERFORM 2770-REVISAR-CREDITO-NUEVO
           END-PERFORM.

       2755-ACUMULAR-VIGENTE.
      *> Todo vigente suma a la cartera; al RUT (y a su grupo) solo
      *> si tiene cliente, tomando la primera linea del credito en la
      *> tabla de clientes
           ADD MC-SALDO-PENDIENTE TO WS-EXP-CARTERA
           MOVE SPACES TO WS-EXP-RUT-BUSQ
           PERFORM VARYING WS-I-CLI FROM 1 BY 1
                   UNTIL WS-I-CLI > WS-CANT-CLIENTES
               IF WS-TC-NUMERO-CREDITO(WS-I-CLI) = MC-NUMERO
                   MOVE WS-TC-RUT(WS-I-CLI) TO WS-EXP-RUT-BUSQ
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXP-RUT-BUSQ = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2760-UBICAR-EXPOSICION
           ADD MC-SALDO-PENDIENTE TO WS-EX-SALDO(WS-I-EXR)
           IF WS-EX-GRUPO(WS-I-EXR) NOT = SPACES
               ADD MC-SALDO-PENDIENTE TO WS-GE-SALDO(WS-I-EXG)
           END-IF.

       2760-UBICAR-EXPOSICION.
      *> Deja WS-I-EXR en la fila del RUT de WS-EXP-RUT-BUSQ (y
      *> WS-I-EXG en la de su grupo, si tiene), creandolas si faltan
           PERFORM VARYING WS-I-EXR FROM 1 BY 1
                   UNTIL WS-I-EXR > WS-CANT-EXP-RUT
               IF WS-EX-RUT(WS-I-EXR) = WS-EXP-RUT-BUSQ
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-I-EXR > WS-CANT-EXP-RUT
               IF WS-CANT-EXP-RUT >= WS-MAX-FILAS-TABLA
                   MOVE "exposicion por RUT" TO WS-TABLA-EXCEDIDA
                   MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                   PERFORM 9999-ABORTAR-POR-LIMITE
               END-IF
               ADD 1 TO WS-CANT-EXP-RUT
               SET WS-I-EXR TO WS-CANT-EXP-RUT
               MOVE WS-EXP-RUT-BUSQ TO WS-EX-RUT(WS-I-EXR)
               MOVE SPACES TO WS-EX-GRUPO(WS-I-EXR)
               MOVE 0 TO WS-EX-SALDO(WS-I-EXR)
               PERFORM VARYING WS-I-REL FROM 1 BY 1
                       UNTIL WS-I-REL > WS-CANT-RELACIONES
                   IF WS-RL-RUT(WS-I-REL) = WS-EXP-RUT-BUSQ
                       MOVE WS-RL-GRUPO(WS-I-REL)
                         TO WS-EX-GRUPO(WS-I-EXR)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-EX-GRUPO(WS-I-EXR) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I-EXG FROM 1 BY 1
                   UNTIL WS-I-EXG > WS-CANT-EXP-GRUPO
               IF WS-GE-GRUPO(WS-I-EXG) = WS-EX-GRUPO(WS-I-EXR)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-I-EXG > WS-CANT-EXP-GRUPO
               IF WS-CANT-EXP-GRUPO >= WS-MAX-FILAS-TABLA
                   MOVE "exposicion por grupo" TO WS-TABLA-EXCEDIDA
                   MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
                   PERFORM 9999-ABORTAR-POR-LIMITE
               END-IF
               ADD 1 TO WS-CANT-EXP-GRUPO
               SET WS-I-EXG TO WS-CANT-EXP-GRUPO
               MOVE WS-EX-GRUPO(WS-I-EXR) TO WS-GE-GRUPO(WS-I-EXG)
               MOVE 0 TO WS-GE-SALDO(WS-I-EXG)
           END-IF.

       2770-REVISAR-CREDITO-NUEVO.
      *> Un credito que ya esta en el maestro (en cualquier estado)
      *> no es nuevo: su saldo, si esta vigente, ya se conto
           MOVE 'S' TO WS-EXP-CREDITO-NUEVO
           IF WS-MAESTRO-ABIERTO = 'S'
               MOVE WS-CR-NUMERO(WS-I-CRE) TO MC-NUMERO
               READ MAESTRO-CREDITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EXP-CREDITO-NUEVO
               END-READ
           END-IF
           IF WS-EXP-CREDITO-NUEVO = 'N'
               EXIT PARAGRAPH
           END-IF

      *> Sin cliente ya quedo informado arriba como huerfano
           MOVE SPACES TO WS-EXP-RUT-BUSQ
           PERFORM VARYING WS-I-CLI FROM 1 BY 1
                   UNTIL WS-I-CLI > WS-CANT-CLIENTES
               IF WS-TC-NUMERO-CREDITO(WS-I-CLI) = WS-CR-NUMERO(WS-I-CRE)
                   MOVE WS-TC-RUT(WS-I-CLI) TO WS-EXP-RUT-BUSQ
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXP-RUT-BUSQ = SPACES
               EXIT PARAGRAPH
           END-IF

      *> Un credito en UF pesa lo que vale en pesos al otorgarse; sin
      *> valor UF el lote lo rechazara de todos modos
           MOVE WS-CR-MONTO(WS-I-CRE) TO WS-EXP-MONTO-NUEVO
           IF WS-CR-MONEDA(WS-I-CRE) = 'U'
               COMPUTE WS-UF-FECHA-OBJ =
                   FUNCTION NUMVAL(WS-CR-FECHA-OTORGA(WS-I-CRE)(7:4))
                     * 10000
                   + FUNCTION NUMVAL(WS-CR-FECHA-OTORGA(WS-I-CRE)(4:2))
                     * 100
                   + FUNCTION NUMVAL(WS-CR-FECHA-OTORGA(WS-I-CRE)(1:2))
               PERFORM 3257-BUSCAR-VALOR-UF
               IF WS-UF-HALLADA = 'N'
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-EXP-MONTO-NUEVO ROUNDED =
                   WS-CR-MONTO(WS-I-CRE) * WS-UF-VALOR-HALLADO
           END-IF

           PERFORM 2760-UBICAR-EXPOSICION
           COMPUTE WS-EXP-CARTERA-PROY =
               WS-EXP-CARTERA + WS-EXP-MONTO-NUEVO

           MOVE 'R' TO WS-EXP-TIPO-BUSQ
           MOVE WS-EX-RUT(WS-I-EXR) TO WS-EXP-CODIGO-BUSQ
           MOVE WS-LM-INDIVIDUAL TO WS-EXP-LIMITE
           PERFORM 2780-BUSCAR-LIMITE-PROPIO
           COMPUTE WS-EXP-PROYECTADA =
               WS-EX-SALDO(WS-I-EXR) + WS-EXP-MONTO-NUEVO
           MOVE WS-LM-PORC-INDIVIDUAL TO WS-EXP-PORC-LIMITE
           PERFORM 2775-REVISAR-EXPOSICION

           IF WS-EX-GRUPO(WS-I-EXR) NOT = SPACES
               MOVE 'G' TO WS-EXP-TIPO-BUSQ
               MOVE WS-GE-GRUPO(WS-I-EXG) TO WS-EXP-CODIGO-BUSQ
               MOVE WS-LM-GRUPO TO WS-EXP-LIMITE
               PERFORM 2780-BUSCAR-LIMITE-PROPIO
               COMPUTE WS-EXP-PROYECTADA =
                   WS-GE-SALDO(WS-I-EXG) + WS-EXP-MONTO-NUEVO
               MOVE WS-LM-PORC-GRUPO TO WS-EXP-PORC-LIMITE
               PERFORM 2775-REVISAR-EXPOSICION
               ADD WS-EXP-MONTO-NUEVO TO WS-GE-SALDO(WS-I-EXG)
           END-IF
           ADD WS-EXP-MONTO-NUEVO TO WS-EX-SALDO(WS-I-EXR)
           ADD WS-EXP-MONTO-NUEVO TO WS-EXP-CARTERA.

       2775-REVISAR-EXPOSICION.
      *> Exposicion proyectada contra el limite en pesos y contra el
      *> porcentaje de la cartera que ya incluye el credito nuevo;
      *> cada limite superado es un exceso
           IF WS-EXP-LIMITE > 0 AND WS-EXP-PROYECTADA > WS-EXP-LIMITE
               MOVE 'M' TO WS-EXP-TIPO-EXCESO
               PERFORM 2790-INFORMAR-EXCESO
           END-IF
           IF WS-EXP-PORC-LIMITE > 0 AND WS-EXP-CARTERA-PROY > 0 AND
              WS-MAESTRO-ABIERTO = 'S'
               COMPUTE WS-EXP-PORC ROUNDED =
                   WS-EXP-PROYECTADA * 100 / WS-EXP-CARTERA-PROY
               IF WS-EXP-PORC > WS-EXP-PORC-LIMITE
                   MOVE 'P' TO WS-EXP-TIPO-EXCESO
                   PERFORM 2790-INFORMAR-EXCESO
               END-IF
           END-IF.

       2780-BUSCAR-LIMITE-PROPIO.
      *> Un limite propio del RUT o del grupo reemplaza al general
      *> que ya trae WS-EXP-LIMITE
           PERFORM VARYING WS-I-LM FROM 1 BY 1
                   UNTIL WS-I-LM > WS-CANT-LIMITES-ESP
               IF WS-LM-TIPO(WS-I-LM) = WS-EXP-TIPO-BUSQ AND
                  WS-LM-CODIGO(WS-I-LM) = WS-EXP-CODIGO-BUSQ
                   MOVE WS-LM-MONTO(WS-I-LM) TO WS-EXP-LIMITE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2790-INFORMAR-EXCESO.
           ADD 1 TO WS-CONC-EXCESOS-LIMITE
           MOVE WS-EXP-MONTO-NUEVO TO WS-DISPLAY-EXP-MONTO
           MOVE WS-EXP-PROYECTADA TO WS-DISPLAY-EXP-TOTAL
           MOVE WS-EXP-LIMITE TO WS-DISPLAY-EXP-LIMITE
           MOVE SPACES TO REG-CONCILIA
           IF WS-EXP-TIPO-EXCESO = 'P'
               PERFORM 2795-INFORMAR-EXCESO-PORC
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-TIPO-BUSQ = 'R'
               STRING "LIMITE EXCEDIDO: CREDITO " DELIMITED BY SIZE
                      WS-CR-NUMERO(WS-I-CRE) DELIMITED BY SIZE
                      " RUT " DELIMITED BY SIZE
                      WS-EXP-CODIGO-BUSQ DELIMITED BY SIZE
                      " MONTO $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-MONTO)
                        DELIMITED BY SIZE
                      " EXPOSICION $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-TOTAL)
                        DELIMITED BY SIZE
                      " LIMITE INDIVIDUAL $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-LIMITE)
                        DELIMITED BY SIZE
                 INTO REG-CONCILIA
               END-STRING
           ELSE
               STRING "LIMITE EXCEDIDO: CREDITO " DELIMITED BY SIZE
                      WS-CR-NUMERO(WS-I-CRE) DELIMITED BY SIZE
                      " GRUPO " DELIMITED BY SIZE
                      WS-EXP-CODIGO-BUSQ DELIMITED BY SIZE
                      " MONTO $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-MONTO)
                        DELIMITED BY SIZE
                      " EXPOSICION $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-TOTAL)
                        DELIMITED BY SIZE
                      " LIMITE GRUPO $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-LIMITE)
                        DELIMITED BY SIZE
                 INTO REG-CONCILIA
               END-STRING
           END-IF
           WRITE REG-CONCILIA.

       2795-INFORMAR-EXCESO-PORC.
           MOVE WS-EXP-PORC TO WS-DISPLAY-EXP-PORC
           MOVE WS-EXP-PORC-LIMITE TO WS-DISPLAY-EXP-PORC-LIM
           IF WS-EXP-TIPO-BUSQ = 'R'
               STRING "LIMITE EXCEDIDO: CREDITO " DELIMITED BY SIZE
                      WS-CR-NUMERO(WS-I-CRE) DELIMITED BY SIZE
                      " RUT " DELIMITED BY SIZE
                      WS-EXP-CODIGO-BUSQ DELIMITED BY SIZE
                      " MONTO $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-MONTO)
                        DELIMITED BY SIZE
                      " EXPOSICION $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-TOTAL)
                        DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-PORC)
                        DELIMITED BY SIZE
                      "% DE LA CARTERA) LIMITE INDIVIDUAL "
                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-PORC-LIM)
                        DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                 INTO REG-CONCILIA
               END-STRING
           ELSE
               STRING "LIMITE EXCEDIDO: CREDITO " DELIMITED BY SIZE
                      WS-CR-NUMERO(WS-I-CRE) DELIMITED BY SIZE
                      " GRUPO " DELIMITED BY SIZE
                      WS-EXP-CODIGO-BUSQ DELIMITED BY SIZE
                      " MONTO $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-MONTO)
                        DELIMITED BY SIZE
                      " EXPOSICION $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-TOTAL)
                        DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-PORC)
                        DELIMITED BY SIZE
                      "% DE LA CARTERA) LIMITE GRUPO "
                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-EXP-PORC-LIM)
                        DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                 INTO REG-CONCILIA
               END-STRING
           END-IF
           WRITE REG-CONCILIA.

       2710-BUSCAR-CREDITO-REF.
           MOVE 'N' TO WS-CREDREF-HALLADO
           MOVE 0 TO WS-CREDREF-CUOTAS
           PERFORM VARYING WS-I-CRE FROM 1 BY 1
                   UNTIL WS-I-CRE > WS-CANT-CREDITOS-REF
               IF WS-CR-NUMERO(WS-I-CRE) = WS-BUSQ-CREDITO
                   MOVE 'S' TO WS-CREDREF-HALLADO
                   MOVE WS-CR-CANT-CUOTAS(WS-I-CRE)
                     TO WS-CREDREF-CUOTAS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2800-LEER-MANDATOS-PAC.
      *> Mandatos PAC: credito;banco;cuenta;estado[;rechazos]. El
      *> contador de rechazos solo lo usa el proceso de retorno
           MOVE "mandatosPAC.txt" TO WS-ARCHIVO-EN-CURSO
           PERFORM UNTIL WS-EOF-MANDATOS = 'Y'
               READ MANDATOS-PAC
                   AT END MOVE 'Y' TO WS-EOF-MANDATOS
               END-READ
               IF WS-EOF-MANDATOS = 'N' AND
                  REG-MANDATO NOT = SPACES
                   MOVE 0 TO WS-CANT-PUNTOCOMA
                   INSPECT REG-MANDATO
                       TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
                   IF WS-CANT-PUNTOCOMA < 3 OR WS-CANT-PUNTOCOMA > 4
                       MOVE REG-MANDATO TO WS-LINEA-RECHAZADA
                       PERFORM 2900-RECHAZAR-LINEA-DELIM
                   ELSE
                       PERFORM 2805-CARGAR-MANDATO-DELIM
                   END-IF
               END-IF
           END-PERFORM.

       2805-CARGAR-MANDATO-DELIM.
           MOVE SPACES TO WS-CAMPOS-DELIM
           UNSTRING REG-MANDATO DELIMITED BY ';'
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                    WS-CAMPO-5
           END-UNSTRING
           IF WS-CAMPO-4(1:1) NOT = 'V' AND
              WS-CAMPO-4(1:1) NOT = 'S' AND
              WS-CAMPO-4(1:1) NOT = 'R'
               MOVE SPACES TO REG-ERROR
               STRING "LINEA RECHAZADA EN mandatosPAC.txt "
                        DELIMITED BY SIZE
                      "(ESTADO DE MANDATO INVALIDO): " DELIMITED BY SIZE
                      FUNCTION TRIM(REG-MANDATO) DELIMITED BY SIZE
                 INTO REG-ERROR
               END-STRING
               WRITE REG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-MANDATOS >= WS-MAX-FILAS-TABLA
               MOVE "mandatos PAC" TO WS-TABLA-EXCEDIDA
               MOVE WS-MAX-FILAS-TABLA TO WS-LIMITE-EXCEDIDO
               PERFORM 9999-ABORTAR-POR-LIMITE
           END-IF
           ADD 1 TO WS-CANT-MANDATOS
           MOVE WS-CAMPO-1(1:12) TO WS-MA-CREDITO(WS-CANT-MANDATOS)
           MOVE WS-CAMPO-2(1:4)  TO WS-MA-BANCO(WS-CANT-MANDATOS)
           MOVE WS-CAMPO-3(1:20) TO WS-MA-CUENTA(WS-CANT-MANDATOS)
           MOVE WS-CAMPO-4(1:1)  TO WS-MA-ESTADO(WS-CANT-MANDATOS).

       2810-BUSCAR-MANDATO.
      *> Deja WS-I-MAN apuntando al mandato del credito en curso; si
      *> hay mas de una linea para el credito manda la ultima
           MOVE 'N' TO WS-MANDATO-VIGENTE
           PERFORM VARYING WS-I-MAN FROM WS-CANT-MANDATOS BY -1
                   UNTIL WS-I-MAN < 1
               IF WS-MA-CREDITO(WS-I-MAN) = WS-CRE-NUMERO
                   IF WS-MA-ESTADO(WS-I-MAN) = 'V'
                       MOVE 'S' TO WS-MANDATO-VIGENTE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2820-LEER-RELACIONES-CLIENTES.
      *> Grupos economicos: rut;grupo. Un RUT sin linea no pertenece
      *> a ningun grupo
           MOVE "relacionesClientes.txt" TO WS-ARCHIVO-EN-CURSO
           PERFORM UNTIL WS-EOF-RELACION = 'Y'
               READ RELACIONES-CLIENTES
                   AT END MOVE 'Y' TO WS-EOF-RELACION
               END-READ
               IF WS-EOF-RELACION = 'N' AND
                  REG-RELACION NOT = SPACES
                   MOVE 0 TO WS-CANT-PUNTOCOMA
                   INSPECT REG-RELACION
                       TALLYING WS-CANT-PUNTOCOMA FOR ALL ';'
                   IF WS-CANT-PUNTOCOMA NOT = 1
                       MOVE REG-RELACION TO WS-LINEA-RECHAZADA
                       PERFORM 2900-RECHAZAR-LINEA-DELIM
                   ELSE
                       MOVE SPACES TO WS-CAMPOS-DELIM
                       UNSTRING REG-RELACION DELIMITED BY ';'
                           INTO WS-CAMPO-1 WS-CAMPO-2
                       END-UNSTRING
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
           END-PERFORM.

       2830-LEER-LIMITES-EXPOSICION.
      *> LIMITE-INDIVIDUAL;monto, LIMITE-GRUPO;monto,
      *> PORC-INDIVIDUAL;pct, PORC-GRUPO;pct y limites propios
      *> RUT;rut;monto o GRUPO;grupo;monto. TOP-N es solo del
      *> reporte de concentracion
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
                             TO WS-LM-INDIVIDUAL
                       WHEN 'LIMITE-GRUPO'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-LM-GRUPO
                       WHEN 'PORC-INDIVIDUAL'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-LM-PORC-INDIVIDUAL
                       WHEN 'PORC-GRUPO'
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                             TO WS-LM-PORC-GRUPO
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
                                 TO WS-LM-TIPO(WS-CANT-LIMITES-ESP)
                           ELSE
                               MOVE 'R'
                                 TO WS-LM-TIPO(WS-CANT-LIMITES-ESP)
                           END-IF
                           MOVE FUNCTION TRIM(WS-CAMPO-2)
                             TO WS-LM-CODIGO(WS-CANT-LIMITES-ESP)
                           MOVE FUNCTION NUMVAL(WS-CAMPO-3)
                             TO WS-LM-MONTO(WS-CANT-LIMITES-ESP)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2900-RECHAZAR-LINEA-DELIM.
      *> La linea delimitada no trae la cantidad de campos esperada:
      *> se deja constancia y NO se carga, para no desplazar los
      *> campos de los registros siguientes. En la segunda pasada de
      *> datosCreditos.txt no se repite la constancia
           IF WS-ARCHIVO-EN-CURSO = "datosCreditos.txt" AND
              WS-PRE-ESCANEO-HECHO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-ERROR
           STRING "LINEA RECHAZADA EN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVO-EN-CURSO)
                    DELIMITED BY SIZE
                  " (CANTIDAD DE CAMPOS INCORRECTA): "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINEA-RECHAZADA)
                    DELIMITED BY SIZE
             INTO REG-ERROR
           END-STRING
           WRITE REG-ERROR.

       2905-RECHAZAR-BLOQUE-INCOMPLETO.
      *> Un bloque quedo a medio armar (por fin de archivo o por una
      *> linea delimitada intercalada): constancia en errores. En la
      *> segunda pasada de datosCreditos.txt no se repite
           IF WS-ARCHIVO-EN-CURSO = "datosCreditos.txt" AND
              WS-PRE-ESCANEO-HECHO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-ERROR
           STRING "BLOQUE INCOMPLETO EN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVO-EN-CURSO)
                    DELIMITED BY SIZE
                  " - REGISTRO DESCARTADO" DELIMITED BY SIZE
             INTO REG-ERROR
           END-STRING
           WRITE REG-ERROR.

       3000-GENERAR-CUADRO-PAGO.
           PERFORM 3202-PREPARAR-MONEDA
           PERFORM 3201-CONTABILIZAR-DESEMBOLSO
           PERFORM 3205-DETERMINAR-PERIODO
           MOVE WS-MONTO-SOLICITADO TO WS-CAPITAL-CALCULO
      *> La amortizacion recien parte despues de la gracia: el
      *> calculo de la cuota reparte el capital en las que quedan
           COMPUTE WS-CUOTAS-RESTANTES =
               WS-CANT-CUOTAS - WS-CUOTAS-GRACIA
           PERFORM 3100-CALCULAR-VALOR-CUOTA
           MOVE 0 TO WS-INTERES-MORA-CRED
           MOVE 0 TO WS-TOTAL-SEGUROS
           MOVE 0 TO WS-TOTAL-COMISIONES
           MOVE 0 TO WS-TOTAL-INTERESES-PESOS
           MOVE 0 TO WS-TOTAL-SEGUROS-PESOS
           MOVE 0 TO WS-TOTAL-COMISIONES-PESOS
           MOVE WS-MONTO-SOLICITADO TO WS-SALDO-A-HOY
           MOVE 0 TO WS-CANT-FLUJOS
           MOVE 0 TO WS-ABONOS-CUOTA
           MOVE 0 TO WS-ABONOS-CUOTA-PESOS
           MOVE 0 TO WS-CTC
           MOVE 0 TO WS-CTC-PESOS
           MOVE 0 TO WS-PLAZO-DIAS
           COMPUTE WS-CAE-FECHA-ISO = WS-ANIO-OTORGA * 10000
               + WS-MES-OTORGA * 100 + WS-DIA-OTORGA
           COMPUTE WS-DIAS-OTORGA-JUL =
               FUNCTION INTEGER-OF-DATE(WS-CAE-FECHA-ISO)
           MOVE WS-DIAS-OTORGA-JUL TO WS-DV-INI-PERIODO
           MOVE 0 TO WS-DV-INTERES-MES
           MOVE 0 TO WS-DV-NO-COBRADO
           MOVE 99999999 TO WS-PROX-VENC-CRED
           PERFORM 3203-PREPARAR-LIQUIDACIONES
           PERFORM 3211-BUSCAR-TASA-MORA
           PERFORM 2810-BUSCAR-MANDATO

           DISPLAY "Iniciando el programa..."
           DISPLAY "TASA MENSUAL: " WS-TASA-MENSUAL-DEC
           WRITE REG-SALIDA
           MOVE " " TO REG-SALIDA
           WRITE REG-SALIDA
      *> Un credito en UF lleva el cuadro en UF y dos columnas mas:
      *> la UF del vencimiento y el total de la cuota en pesos
           IF WS-MONEDA = 'U'
               MOVE WS-UF-OTORGA TO WS-DISPLAY-VALOR-UF
               MOVE SPACES TO REG-SALIDA
               STRING "*** CREDITO EN UF: MONTOS EN UF, TOTAL EN PESOS "
                        DELIMITED BY SIZE
                      "A LA UF DEL VENCIMIENTO (UF DEL OTORGAMIENTO "
                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-VALOR-UF)
                        DELIMITED BY SIZE
                      ") ***" DELIMITED BY SIZE
                 INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               MOVE "Cuota | Fecha       | Saldo         | Valor Cuota | Amort-Capital | Interes    | Saldo Final | Seguro     | Comision   | Total Cuota      | Valor UF   | Total Cuota $"
                 TO REG-SALIDA
               WRITE REG-SALIDA
               MOVE "------|-------------|---------------|-------------|---------------|------------|-------------|------------|------------|------------------|------------|------------------"
                 TO REG-SALIDA
               WRITE REG-SALIDA
           ELSE
               MOVE "Cuota | Fecha       | Saldo         | Valor Cuota | Amort-Capital | Interes    | Saldo Final | Seguro     | Comision   | Total Cuota"
                 TO REG-SALIDA
               WRITE REG-SALIDA
               MOVE "------|-------------|---------------|-------------|---------------|------------|-------------|------------|------------|-------------"
                 TO REG-SALIDA
               WRITE REG-SALIDA
           END-IF

           DISPLAY "Cuota | Fecha       | Saldo         | Valor Cuota | Amort-Capital | Interes    | Saldo Final | Seguro     | Comision   | Total Cuota"
           DISPLAY "------|-------------|---------------|-------------|---------------|------------|-------------|------------|------------|-------------"
               PERFORM 3250-CALCULAR-FECHA-PAGO
               PERFORM 3207-REPRECIAR-SI-CAMBIA
               PERFORM 3210-CALCULAR-CUOTA
               PERFORM 3258-VALORIZAR-CUOTA
               PERFORM 3220-MOSTRAR-CUOTA
               PERFORM 3217-EVALUAR-MORA
               PERFORM 3226-INSTRUIR-PAC
               PERFORM 3228-DEVENGAR-CUOTA
               PERFORM 3215-APLICAR-ABONO
               PERFORM 3259-REGISTRAR-FLUJO
               PERFORM 3216-CAPTURAR-LIQUIDACION
               PERFORM 3218-CAPTURAR-SALDO-HOY
           END-PERFORM

           PERFORM 3242-VALORIZAR-SALDO-HOY
           PERFORM 3243-CALCULAR-CAE
           PERFORM 3247-BUSCAR-TMC
           PERFORM 3240-MOSTRAR-RESUMEN
           PERFORM 3245-RESUMIR-MORA-CREDITO.

       3201-CONTABILIZAR-DESEMBOLSO.
      *> Asiento del desembolso antes de generar el cuadro, para que
      *> los abonos del mismo credito queden despues en la interfaz.
      *> Solo se asienta lo que el maestro aun no tiene contabilizado:
      *> el monto completo para un credito nuevo o antes rechazado,
      *> nada en un reproceso, y la diferencia (o su reverso, si el
      *> monto bajo) cuando una modificacion cambio el monto
           IF WS-MAESTRO-CONVERTIDO = 'S'
               MOVE WS-MONTO-PESOS TO WS-DESEMBOLSO-CONTAB
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AJUSTE-ALTA = WS-MONTO-PESOS - WS-DESEMBOLSO-CONTAB
           MOVE WS-MONTO-PESOS TO WS-DESEMBOLSO-CONTAB
           IF WS-AJUSTE-ALTA > 0
               MOVE WS-AJUSTE-ALTA TO WS-AS-MONTO
               MOVE "DESEMBOLSO DE CAPITAL" TO WS-AS-GLOSA
               MOVE WS-CTA-CARTERA TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-BANCO TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           IF WS-AJUSTE-ALTA < 0
               COMPUTE WS-AS-MONTO = 0 - WS-AJUSTE-ALTA
               MOVE "AJUSTE DESEMBOLSO (REVERSO)" TO WS-AS-GLOSA
               MOVE WS-CTA-BANCO TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-CARTERA TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF.

       3202-PREPARAR-MONEDA.
      *> Factores de conversion del credito: en pesos todos valen 1;
      *> en UF se toma la UF del otorgamiento (desembolso) y la de la
      *> fecha de proceso (saldo, mora, cotizaciones y maestro)
           MOVE 1 TO WS-UF-OTORGA
           MOVE 1 TO WS-UF-VENC
           MOVE 1 TO WS-UF-HOY
           MOVE "$" TO WS-SIMBOLO-MONEDA
           IF WS-MONEDA = 'U'
               MOVE "UF" TO WS-SIMBOLO-MONEDA
               COMPUTE WS-UF-FECHA-OBJ =
                   WS-ANIO-OTORGA * 10000 + WS-MES-OTORGA * 100
                   + WS-DIA-OTORGA
               PERFORM 3257-BUSCAR-VALOR-UF
               MOVE WS-UF-VALOR-HALLADO TO WS-UF-OTORGA
               MOVE WS-FECHA-ISO-HOY TO WS-UF-FECHA-OBJ
               PERFORM 3257-BUSCAR-VALOR-UF
               IF WS-UF-HALLADA = 'S'
                   MOVE WS-UF-VALOR-HALLADO TO WS-UF-HOY
               ELSE
                   MOVE WS-UF-OTORGA TO WS-UF-HOY
               END-IF
           END-IF
           COMPUTE WS-MONTO-PESOS ROUNDED =
               WS-MONTO-SOLICITADO * WS-UF-OTORGA.

       3203-PREPARAR-LIQUIDACIONES.
      *> Punto de partida de cada solicitud de este credito: si la
                          ",REPROGRAMACION A " DELIMITED BY SIZE
                          WS-RG-NUEVAS-CUOTAS(WS-I-RG)
                            DELIMITED BY SIZE
                          " CUOTAS RESTANTES,,,,,,,,,,," DELIMITED BY SIZE
                     INTO REG-SALIDA-CSV
                   END-STRING
                   WRITE REG-SALIDA-CSV
      *> curso: se consume primero el pago de fecha mas antigua con
      *> saldo por aplicar, partiendolo si cubre mas de una cuota
           COMPUTE WS-FALTANTE-CUOTA =
               WS-CUOTA-TOTAL-PESOS - WS-MONTO-PAGADO-CUOTA
           IF WS-FALTANTE-CUOTA < 0
               MOVE 0 TO WS-FALTANTE-CUOTA
           END-IF
                   UNTIL WS-I-AB > WS-CANT-ABONOS
               IF WS-TA-CREDITO(WS-I-AB) = WS-CRE-NUMERO AND
                  WS-TA-CUOTA(WS-I-AB) = WS-CUOTA-ACTUAL
      *> El abono llega en pesos: en un credito en UF rebaja el
      *> saldo convertido a la UF del vencimiento de la cuota
                   IF WS-MONEDA = 'U'
                       COMPUTE WS-ABONO-EN-MONEDA ROUNDED =
                           WS-TA-MONTO(WS-I-AB) / WS-UF-VENC
                   ELSE
                       MOVE WS-TA-MONTO(WS-I-AB) TO WS-ABONO-EN-MONEDA
                   END-IF
                   SUBTRACT WS-ABONO-EN-MONEDA FROM WS-SALDO-INICIAL
                   ADD WS-TA-MONTO(WS-I-AB) TO WS-TOTAL-ABONOS-CRED
                   ADD WS-ABONO-EN-MONEDA TO WS-ABONOS-CUOTA
                   ADD WS-TA-MONTO(WS-I-AB) TO WS-ABONOS-CUOTA-PESOS
                   IF WS-SALDO-INICIAL < 0
                       MOVE 0 TO WS-SALDO-INICIAL
                   END-IF
               FUNCTION INTEGER-OF-DATE(WS-FECHA-ISO)

      *> El cliente debe la cuota completa: capital + interes +
      *> seguro + comision (en pesos, a la UF del vencimiento)
           COMPUTE WS-SALDO-IMPAGO-CUOTA =
               WS-CUOTA-TOTAL-PESOS - WS-MONTO-PAGADO-CUOTA
           IF WS-SALDO-IMPAGO-CUOTA < 0
               MOVE 0 TO WS-SALDO-IMPAGO-CUOTA
           END-IF

      *> En un credito en UF lo que quedo impago de una cuota vencida
      *> se sigue debiendo en UF: se revaloriza a la UF de hoy
           IF WS-MONEDA = 'U' AND WS-SALDO-IMPAGO-CUOTA > 0 AND
              WS-DIAS-VENC-CUOTA < WS-DIAS-HOY
               COMPUTE WS-SALDO-IMPAGO-CUOTA ROUNDED =
                   WS-SALDO-IMPAGO-CUOTA * WS-UF-HOY / WS-UF-VENC
           END-IF

           MOVE 0 TO WS-DIAS-ATRASO
           EVALUATE TRUE
               WHEN WS-SALDO-IMPAGO-CUOTA > 0 AND

       3218-CAPTURAR-SALDO-HOY.
      *> Si esta cuota ya vencio, el saldo tras ella (con abonos
      *> aplicados) pasa a ser el saldo vivo a hoy para el maestro.
      *> El primer vencimiento desde hoy queda como proximo
      *> vencimiento del credito
           COMPUTE WS-FECHA-ISO =
               WS-FP-ANIO * 10000 + WS-FP-MES * 100 + WS-FP-DIA
           IF WS-FECHA-ISO <= WS-FECHA-ISO-HOY
               MOVE WS-SALDO-INICIAL TO WS-SALDO-A-HOY
           END-IF
           IF WS-FECHA-ISO >= WS-FECHA-ISO-HOY AND
              WS-FECHA-ISO < WS-PROX-VENC-CRED
               MOVE WS-FECHA-ISO TO WS-PROX-VENC-CRED
           END-IF.

       3219-ESCRIBIR-DETALLE-MORA.
           MOVE WS-CUOTA-TOTAL-PESOS  TO WS-DISPLAY-CUOTA
           MOVE WS-MONTO-PAGADO-CUOTA TO WS-DISPLAY-PAGADO
           MOVE WS-SALDO-IMPAGO-CUOTA TO WS-DISPLAY-IMPAGO
           MOVE WS-DIAS-ATRASO        TO WS-DISPLAY-ATRASO
           MOVE WS-COMISION-CUOTA TO WS-LS-COMISION
           MOVE WS-CUOTA-TOTAL TO WS-LS-CUOTA-TOTAL
           MOVE WS-LINEA-SALIDA TO REG-SALIDA
           IF WS-MONEDA = 'U'
               MOVE WS-UF-VENC TO WS-LS-VALOR-UF
               MOVE WS-CUOTA-TOTAL-PESOS TO WS-LS-TOTAL-PESOS
               MOVE SPACES TO REG-SALIDA
               STRING WS-LINEA-SALIDA    DELIMITED BY SIZE
                      WS-LINEA-SALIDA-UF DELIMITED BY SIZE
                 INTO REG-SALIDA
               END-STRING
           END-IF
           WRITE REG-SALIDA

           DISPLAY WS-LS-CUOTA " | "
           MOVE WS-SEGURO-CUOTA   TO WS-CSV-SEGURO
           MOVE WS-COMISION-CUOTA TO WS-CSV-COMISION
           MOVE WS-CUOTA-TOTAL    TO WS-CSV-CUOTA-TOT
           PERFORM 3229-ARMAR-COLUMNAS-UF

           MOVE SPACES TO REG-SALIDA-CSV
           STRING FUNCTION TRIM(WS-CRE-NUMERO)       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COMISION)     DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CUOTA-TOT)    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COLS-UF)      DELIMITED BY SIZE
             INTO REG-SALIDA-CSV
           END-STRING
           WRITE REG-SALIDA-CSV

       3225-ACUMULAR-PROYECCION.
      *> Acumula el capital y el interes de la cuota recien emitida
      *> (en pesos) en el mes calendario de su vencimiento, sobre
      *> todo el lote
           MOVE 'N' TO WS-PR-HALLADO
           PERFORM VARYING WS-I-PR FROM 1 BY 1
                   UNTIL WS-I-PR > WS-CANT-PROYECCION
               IF WS-PR-ANIO(WS-I-PR) = WS-FP-ANIO AND
                  WS-PR-MES(WS-I-PR) = WS-FP-MES
                   ADD WS-CAPITAL-PESOS TO WS-PR-CAPITAL(WS-I-PR)
                   ADD WS-INTERES-PESOS TO WS-PR-INTERES(WS-I-PR)
                   ADD 1 TO WS-PR-CUOTAS(WS-I-PR)
                   MOVE 'S' TO WS-PR-HALLADO
                   EXIT PERFORM
                   ADD 1 TO WS-CANT-PROYECCION
                   MOVE WS-FP-ANIO TO WS-PR-ANIO(WS-CANT-PROYECCION)
                   MOVE WS-FP-MES  TO WS-PR-MES(WS-CANT-PROYECCION)
                   MOVE WS-CAPITAL-PESOS
                     TO WS-PR-CAPITAL(WS-CANT-PROYECCION)
                   MOVE WS-INTERES-PESOS
                     TO WS-PR-INTERES(WS-CANT-PROYECCION)
                   MOVE 1 TO WS-PR-CUOTAS(WS-CANT-PROYECCION)
                   MOVE 'N' TO WS-PR-IMPRESO(WS-CANT-PROYECCION)
               END-IF
           END-IF.

       3226-INSTRUIR-PAC.
      *> Cuota que vence dentro de la ventana de cobro, con saldo por
      *> pagar y mandato vigente: se instruye el cargo de lo que falta
      *> de la cuota total (en pesos, a la UF del vencimiento)
           IF WS-VENTANA-PAC = 0 OR WS-MANDATO-VIGENTE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-SALDO-IMPAGO-CUOTA > 0 AND
              WS-DIAS-VENC-CUOTA NOT < WS-DIAS-HOY AND
              WS-DIAS-VENC-CUOTA NOT > WS-DIAS-HASTA-PAC
               MOVE 'D'                     TO PAC-TIPO-REG
               MOVE WS-RUT                  TO PAC-RUT
               MOVE WS-CRE-NUMERO           TO PAC-CREDITO
               MOVE WS-CUOTA-ACTUAL         TO PAC-CUOTA
               COMPUTE PAC-FECHA-VENC =
                   WS-FP-ANIO * 10000 + WS-FP-MES * 100 + WS-FP-DIA
               MOVE WS-MA-BANCO(WS-I-MAN)   TO PAC-BANCO
               MOVE WS-MA-CUENTA(WS-I-MAN)  TO PAC-CUENTA
               MOVE WS-SALDO-IMPAGO-CUOTA   TO PAC-MONTO
               WRITE REG-TRAB-PAC
           END-IF.

       3228-DEVENGAR-CUOTA.
      *> Interes de la cuota (en pesos, a la UF de su vencimiento)
      *> repartido por dias sobre su periodo: la parte que cae en el
      *> mes del cierre es el devengo del mes; la parte ya devengada
      *> hasta el cierre anterior, menos lo cobrado de la cuota (en
      *> proporcion a lo pagado de la cuota total), es lo devengado
      *> no cobrado que se reversa si el credito entra a no devengo
           IF WS-MODO-DEVENGO = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DV-DIAS-PERIODO =
               WS-DIAS-VENC-CUOTA - WS-DV-INI-PERIODO
           IF WS-DV-DIAS-PERIODO > 0 AND WS-INTERES-PESOS > 0
               MOVE WS-DV-INI-PERIODO TO WS-DV-DESDE
               IF WS-DV-DESDE < WS-DV-DIAS-INI-MES
                   MOVE WS-DV-DIAS-INI-MES TO WS-DV-DESDE
               END-IF
               MOVE WS-DIAS-VENC-CUOTA TO WS-DV-HASTA
               IF WS-DV-HASTA > WS-DV-DIAS-FIN-MES
                   MOVE WS-DV-DIAS-FIN-MES TO WS-DV-HASTA
               END-IF
               IF WS-DV-HASTA > WS-DV-DESDE
                   COMPUTE WS-DV-MONTO ROUNDED =
                       WS-INTERES-PESOS * (WS-DV-HASTA - WS-DV-DESDE)
                       / WS-DV-DIAS-PERIODO
                   ADD WS-DV-MONTO TO WS-DV-INTERES-MES
               END-IF

               MOVE WS-DIAS-VENC-CUOTA TO WS-DV-HASTA
               IF WS-DV-HASTA > WS-DV-DIAS-INI-MES
                   MOVE WS-DV-DIAS-INI-MES TO WS-DV-HASTA
               END-IF
               IF WS-DV-HASTA > WS-DV-INI-PERIODO
                   COMPUTE WS-DV-DEVENGADO-CUOTA ROUNDED =
                       WS-INTERES-PESOS
                       * (WS-DV-HASTA - WS-DV-INI-PERIODO)
                       / WS-DV-DIAS-PERIODO
                   MOVE 0 TO WS-DV-COBRADO-CUOTA
                   IF WS-CUOTA-TOTAL-PESOS > 0
                       COMPUTE WS-DV-COBRADO-CUOTA ROUNDED =
                           WS-INTERES-PESOS * WS-MONTO-PAGADO-CUOTA
                           / WS-CUOTA-TOTAL-PESOS
                       IF WS-DV-COBRADO-CUOTA > WS-INTERES-PESOS
                           MOVE WS-INTERES-PESOS TO WS-DV-COBRADO-CUOTA
                       END-IF
                   END-IF
                   IF WS-DV-DEVENGADO-CUOTA > WS-DV-COBRADO-CUOTA
                       COMPUTE WS-DV-NO-COBRADO = WS-DV-NO-COBRADO
                           + WS-DV-DEVENGADO-CUOTA
                           - WS-DV-COBRADO-CUOTA
                   END-IF
               END-IF
           END-IF
           IF WS-DIAS-VENC-CUOTA > WS-DV-INI-PERIODO
               MOVE WS-DIAS-VENC-CUOTA TO WS-DV-INI-PERIODO
           END-IF.

       3227-GUARDAR-CALENDARIO.
      *> Deja la cuota recien emitida en el archivo de trabajo del
      *> calendario global, del que luego se arma el estado
           COMPUTE TC-FECHA-ISO =
               WS-FP-ANIO * 10000 + WS-FP-MES * 100 + WS-FP-DIA
           MOVE WS-FECHA-PAGO-FORM TO TC-FECHA
           MOVE WS-VALOR-CUOTA-PESOS TO TC-VALOR
           MOVE WS-CAPITAL-PESOS  TO TC-CAPITAL
           MOVE WS-INTERES-PESOS  TO TC-INTERES
           MOVE WS-SEGURO-PESOS   TO TC-SEGURO
           MOVE WS-COMISION-PESOS TO TC-COMISION
           MOVE WS-MONEDA         TO TC-MONEDA
           IF WS-MONEDA = 'U'
               MOVE WS-CUOTA-TOTAL TO TC-TOTAL-UF
           ELSE
               MOVE 0 TO TC-TOTAL-UF
           END-IF
           WRITE REG-TRAB-CAL.

       3229-ARMAR-COLUMNAS-UF.
      *> Columnas finales de la fila del CSV: moneda, UF aplicada y
      *> total de la cuota en pesos (en pesos la UF va vacia)
           MOVE WS-CUOTA-TOTAL-PESOS TO WS-CSV-TOTAL-PESOS
           MOVE SPACES TO WS-CSV-COLS-UF
           IF WS-MONEDA = 'U'
               MOVE WS-UF-VENC TO WS-CSV-VALOR-UF
               STRING ",U," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CSV-VALOR-UF) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CSV-TOTAL-PESOS)
                        DELIMITED BY SIZE
                 INTO WS-CSV-COLS-UF
               END-STRING
           ELSE
               STRING ",P,," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CSV-TOTAL-PESOS)
                        DELIMITED BY SIZE
                 INTO WS-CSV-COLS-UF
               END-STRING
           END-IF.

       3230-MOSTRAR-CUOTA-00.
      *> Formatear fecha original
           STRING WS-DIA-OTORGA "-" WS-MES-OTORGA "-" WS-ANIO-OTORGA
           MOVE 0 TO WS-LS-COMISION
           MOVE 0 TO WS-LS-CUOTA-TOTAL
           MOVE WS-LINEA-SALIDA TO REG-SALIDA
      *> La fila 00 va a la UF del otorgamiento, sin cuota a pagar
           MOVE WS-UF-OTORGA TO WS-UF-VENC
           MOVE 0 TO WS-CUOTA-TOTAL-PESOS
           IF WS-MONEDA = 'U'
               MOVE WS-UF-VENC TO WS-LS-VALOR-UF
               MOVE 0 TO WS-LS-TOTAL-PESOS
               MOVE SPACES TO REG-SALIDA
               STRING WS-LINEA-SALIDA    DELIMITED BY SIZE
                      WS-LINEA-SALIDA-UF DELIMITED BY SIZE
                 INTO REG-SALIDA
               END-STRING
           END-IF
           WRITE REG-SALIDA

           DISPLAY "00 | "
           MOVE 0 TO WS-CSV-CAPITAL
           MOVE 0 TO WS-CSV-INTERES
           MOVE WS-MONTO-SOLICITADO TO WS-CSV-SALDO-FIN
           PERFORM 3229-ARMAR-COLUMNAS-UF

           MOVE SPACES TO REG-SALIDA-CSV
           STRING FUNCTION TRIM(WS-CRE-NUMERO)       DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-SALDO-FIN)    DELIMITED BY SIZE
                  ",0.00,0.00,0.00"                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COLS-UF)      DELIMITED BY SIZE
             INTO REG-SALIDA-CSV
           END-STRING
           WRITE REG-SALIDA-CSV.

       3240-MOSTRAR-RESUMEN.
      *> Totales en la moneda del credito; en un credito en UF se
      *> agregan los mismos totales en pesos (intereses y cargos a
      *> la UF de cada vencimiento) y el saldo a la UF de hoy
           COMPUTE WS-COSTO-TOTAL =
               WS-MONTO-SOLICITADO + WS-TOTAL-INTERESES
           COMPUTE WS-COSTO-TOTAL-PESOS =
               WS-MONTO-PESOS + WS-TOTAL-INTERESES-PESOS

           MOVE WS-TOTAL-INTERESES TO WS-DISPLAY-TOTAL-INT
           MOVE WS-COSTO-TOTAL TO WS-DISPLAY-COSTO-TOT

      *> ESCRIBIR RESUMEN EN ARCHIVO
           MOVE " " TO REG-SALIDA
           WRITE REG-SALIDA
           MOVE "RESUMEN CREDITO" TO REG-SALIDA
           WRITE REG-SALIDA
           MOVE " " TO REG-SALIDA
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "Costo Total del Préstamo: " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-COSTO-TOT DELIMITED BY SIZE
             INTO REG-SALIDA
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "Importe Total de Intereses: " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-TOTAL-INT DELIMITED BY SIZE
             INTO REG-SALIDA
           WRITE REG-SALIDA

           MOVE WS-TOTAL-SEGUROS TO WS-DISPLAY-SEGURO
           MOVE WS-TOTAL-COMISIONES TO WS-DISPLAY-COMISION
           MOVE SPACES TO REG-SALIDA
           STRING "Total Seguros de Desgravamen: " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-SEGURO DELIMITED BY SIZE
             INTO REG-SALIDA
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "Total Comisiones de Administracion: "
                    DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-COMISION DELIMITED BY SIZE
             INTO REG-SALIDA
           WRITE REG-SALIDA

      *> Costo efectivo para el cliente (calculado en 3243) y su
      *> contraste con la TMC del tramo cuando hay tabla de TMC
           MOVE WS-CAE TO WS-DISPLAY-CAE
           MOVE SPACES TO REG-SALIDA
           STRING "Carga Anual Equivalente (CAE): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-CAE) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE WS-CTC TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-SALIDA
           STRING "Costo Total del Credito (CTC): " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           IF WS-CANT-TMC > 0
               MOVE WS-TMC-APLICABLE TO WS-DISPLAY-TMC
               MOVE SPACES TO REG-SALIDA
               EVALUATE WS-ESTADO-TMC
                   WHEN 'C'
                       STRING "Tasa Maxima Convencional (TMC): "
                                DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DISPLAY-TMC)
                                DELIMITED BY SIZE
                              "% - CAE DENTRO DEL LIMITE"
                                DELIMITED BY SIZE
                         INTO REG-SALIDA
                       END-STRING
                   WHEN 'E'
                       STRING "Tasa Maxima Convencional (TMC): "
                                DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DISPLAY-TMC)
                                DELIMITED BY SIZE
                              "% - *** CAE SOBRE LA TMC ***"
                                DELIMITED BY SIZE
                         INTO REG-SALIDA
                       END-STRING
                   WHEN OTHER
                       MOVE "Tasa Maxima Convencional (TMC): SIN TRAMO APLICABLE"
                         TO REG-SALIDA
               END-EVALUATE
               WRITE REG-SALIDA
           END-IF

           DISPLAY " "
           DISPLAY "================RESUMEN CREDITO================"
           DISPLAY "Costo Total del Préstamo: "
                   FUNCTION TRIM(WS-SIMBOLO-MONEDA) WS-DISPLAY-COSTO-TOT
           DISPLAY "Importe Total de Intereses: "
                   FUNCTION TRIM(WS-SIMBOLO-MONEDA) WS-DISPLAY-TOTAL-INT
           DISPLAY "Total Seguros de Desgravamen: "
                   FUNCTION TRIM(WS-SIMBOLO-MONEDA) WS-DISPLAY-SEGURO
           DISPLAY "Total Comisiones de Administracion: "
                   FUNCTION TRIM(WS-SIMBOLO-MONEDA) WS-DISPLAY-COMISION
           DISPLAY "Carga Anual Equivalente (CAE): "
                   FUNCTION TRIM(WS-DISPLAY-CAE) "%"
           DISPLAY "Costo Total del Credito (CTC): "
                   FUNCTION TRIM(WS-SIMBOLO-MONEDA) WS-DISPLAY-MONTO

           IF WS-MONEDA = 'U'
               PERFORM 3241-MOSTRAR-RESUMEN-PESOS
           END-IF.

       3241-MOSTRAR-RESUMEN-PESOS.
           MOVE " " TO REG-SALIDA
           WRITE REG-SALIDA
           MOVE "EQUIVALENTE EN PESOS" TO REG-SALIDA
           WRITE REG-SALIDA

           MOVE WS-MONTO-PESOS TO WS-DISPLAY-MONTO
           MOVE WS-UF-OTORGA TO WS-DISPLAY-VALOR-UF
           MOVE SPACES TO REG-SALIDA
           STRING "Monto Desembolsado: $" DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
                  " (UF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-VALOR-UF) DELIMITED BY SIZE
                  " al otorgamiento)" DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE WS-COSTO-TOTAL-PESOS TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-SALIDA
           STRING "Costo Total del Préstamo: $" DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE WS-TOTAL-INTERESES-PESOS TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-SALIDA
           STRING "Importe Total de Intereses: $" DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE WS-TOTAL-SEGUROS-PESOS TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-SALIDA
           STRING "Total Seguros de Desgravamen: $" DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE WS-TOTAL-COMISIONES-PESOS TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-SALIDA
           STRING "Total Comisiones de Administracion: $"
                    DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE WS-CTC-PESOS TO WS-DISPLAY-MONTO
           MOVE SPACES TO REG-SALIDA
           STRING "Costo Total del Credito (CTC): $" DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE WS-SALDO-A-HOY TO WS-DISPLAY-SALDO
           MOVE WS-SALDO-HOY-PESOS TO WS-DISPLAY-MONTO
           MOVE WS-UF-HOY TO WS-DISPLAY-VALOR-UF
           MOVE SPACES TO REG-SALIDA
           STRING "Saldo a la Fecha de Proceso: UF" DELIMITED BY SIZE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
                  " = $" DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
                  " (UF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-VALOR-UF) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA.

       3242-VALORIZAR-SALDO-HOY.
      *> Saldo vivo a hoy en pesos: en UF, a la UF de la fecha de
      *> proceso (es el saldo que ven provisiones, buro y maestro)
           COMPUTE WS-SALDO-HOY-PESOS ROUNDED =
               WS-SALDO-A-HOY * WS-UF-HOY.

       3243-CALCULAR-CAE.
      *> Carga Anual Equivalente: tasa mensual que iguala el valor
      *> presente de los flujos del cliente (3259) con el monto
      *> desembolsado, por 12. Se calcula en la moneda del credito,
      *> de modo que en UF es una tasa sobre UF como la pactada.
      *> Si los flujos no superan el monto la CAE es cero
           MOVE 0 TO WS-CAE
           MOVE 0 TO WS-TIR-PRUEBA
           PERFORM 3244-VALOR-PRESENTE
           IF WS-VALOR-PRESENTE NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TIR-BAJA
           MOVE 1 TO WS-TIR-ALTA
           PERFORM VARYING WS-TIR-ITERACION FROM 1 BY 1
                   UNTIL WS-TIR-ITERACION > WS-MAX-ITER-TIR
               COMPUTE WS-TIR-PRUEBA = (WS-TIR-BAJA + WS-TIR-ALTA) / 2
               PERFORM 3244-VALOR-PRESENTE
      *> Valor presente positivo: la tasa de prueba aun es baja
               IF WS-VALOR-PRESENTE > 0
                   MOVE WS-TIR-PRUEBA TO WS-TIR-BAJA
               ELSE
                   MOVE WS-TIR-PRUEBA TO WS-TIR-ALTA
               END-IF
           END-PERFORM
           COMPUTE WS-CAE ROUNDED =
               (WS-TIR-BAJA + WS-TIR-ALTA) / 2 * 1200.

       3244-VALOR-PRESENTE.
      *> Flujos descontados a WS-TIR-PRUEBA mensual (30 dias) menos
      *> el monto desembolsado
           COMPUTE WS-VALOR-PRESENTE = 0 - WS-MONTO-SOLICITADO
           PERFORM VARYING WS-I-FL FROM 1 BY 1
                   UNTIL WS-I-FL > WS-CANT-FLUJOS
               IF WS-FL-MONTO(WS-I-FL) > 0
      *> A tasa cero no hay descuento
                   IF WS-TIR-PRUEBA = 0
                       MOVE 1 TO WS-TIR-FACTOR
                   ELSE
                       COMPUTE WS-TIR-EXPONENTE =
                           WS-FL-DIAS(WS-I-FL) / 30
                       COMPUTE WS-TIR-FACTOR =
                           (1 + WS-TIR-PRUEBA) ** WS-TIR-EXPONENTE
                   END-IF
                   COMPUTE WS-VALOR-PRESENTE = WS-VALOR-PRESENTE
                       + WS-FL-MONTO(WS-I-FL) / WS-TIR-FACTOR
               END-IF
           END-PERFORM.

       3245-RESUMIR-MORA-CREDITO.
      *> Clasifica el credito completo en su banda de morosidad segun
           END-EVALUATE

           COMPUTE WS-PROVISION-CRED ROUNDED =
               WS-SALDO-HOY-PESOS * WS-PCT-PROV-CRED / 100

           MOVE WS-CRE-NUMERO     TO PV-CREDITO
           MOVE WS-RUT            TO PV-RUT
           MOVE WS-BANDA-MORA     TO PV-BANDA
           MOVE WS-SALDO-HOY-PESOS TO PV-SALDO
           MOVE WS-PCT-PROV-CRED  TO PV-PCT
           MOVE WS-PROVISION-CRED TO PV-MONTO
           WRITE REG-TRAB-PROV
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF.

       3247-BUSCAR-TMC.
      *> TMC aplicable: de los tramos de la moneda del credito que
      *> contienen su monto y su plazo, el de menor tope de monto y
      *> luego de menor tope de plazo. La CAE se contrasta contra ella
           MOVE 'N' TO WS-TMC-HALLADA
           MOVE 0 TO WS-TMC-APLICABLE
           MOVE 0 TO WS-TMC-MEJOR-MONTO
           MOVE 0 TO WS-TMC-MEJOR-PLAZO
           PERFORM VARYING WS-I-TMC FROM 1 BY 1
                   UNTIL WS-I-TMC > WS-CANT-TMC
               IF WS-TMC-MONEDA(WS-I-TMC) = WS-MONEDA
                   MOVE WS-TMC-MONTO-HASTA(WS-I-TMC)
                     TO WS-TMC-TOPE-MONTO
                   IF WS-TMC-TOPE-MONTO = 0
                       MOVE 999999999999.99 TO WS-TMC-TOPE-MONTO
                   END-IF
                   MOVE WS-TMC-PLAZO-HASTA(WS-I-TMC)
                     TO WS-TMC-TOPE-PLAZO
                   IF WS-TMC-TOPE-PLAZO = 0
                       MOVE 99999 TO WS-TMC-TOPE-PLAZO
                   END-IF
                   IF WS-MONTO-SOLICITADO <= WS-TMC-TOPE-MONTO AND
                      WS-PLAZO-DIAS <= WS-TMC-TOPE-PLAZO
                       IF WS-TMC-HALLADA = 'N' OR
                          WS-TMC-TOPE-MONTO < WS-TMC-MEJOR-MONTO OR
                          (WS-TMC-TOPE-MONTO = WS-TMC-MEJOR-MONTO AND
                           WS-TMC-TOPE-PLAZO < WS-TMC-MEJOR-PLAZO)
                           MOVE 'S' TO WS-TMC-HALLADA
                           MOVE WS-TMC-TOPE-MONTO
                             TO WS-TMC-MEJOR-MONTO
                           MOVE WS-TMC-TOPE-PLAZO
                             TO WS-TMC-MEJOR-PLAZO
                           MOVE WS-TMC-TASA(WS-I-TMC)
                             TO WS-TMC-APLICABLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TMC-HALLADA = 'N'
                   MOVE 'N' TO WS-ESTADO-TMC
               WHEN WS-CAE > WS-TMC-APLICABLE
                   MOVE 'E' TO WS-ESTADO-TMC
               WHEN OTHER
                   MOVE 'C' TO WS-ESTADO-TMC
           END-EVALUATE.

       3248-ESCRIBIR-EXTRACTO-BURO.
      *> Fila del credito recien clasificado para el buro: la
      *> identidad del cliente, el saldo vivo a hoy y su situacion
           MOVE WS-RUT               TO TB-RUT
           MOVE WS-CRE-NUMERO        TO TB-CREDITO
           MOVE WS-BANDA-MORA        TO TB-BANDA
           MOVE WS-MONTO-PESOS       TO TB-MONTO-ORIGINAL
           MOVE WS-SALDO-HOY-PESOS   TO TB-SALDO
           MOVE WS-MAX-ATRASO-CRED   TO TB-DIAS-ATRASO
           MOVE WS-TOTAL-IMPAGO-CRED TO TB-IMPAGO
           WRITE REG-TRAB-BURO.
               MOVE 29 TO WS-DIAS-MES-MAX
           END-IF.

       3257-BUSCAR-VALOR-UF.
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

       3258-VALORIZAR-CUOTA.
      *> Cuota en curso en pesos a la UF de su vencimiento, ya
      *> corrido a dia habil en 3252; en un credito en pesos el
      *> factor es 1 y los montos quedan iguales
           MOVE 1 TO WS-UF-VENC
           IF WS-MONEDA = 'U'
               COMPUTE WS-UF-FECHA-OBJ =
                   WS-FP-ANIO * 10000 + WS-FP-MES * 100 + WS-FP-DIA
               PERFORM 3257-BUSCAR-VALOR-UF
               IF WS-UF-HALLADA = 'S'
                   MOVE WS-UF-VALOR-HALLADO TO WS-UF-VENC
               ELSE
                   MOVE WS-UF-OTORGA TO WS-UF-VENC
               END-IF
           END-IF
           COMPUTE WS-VALOR-CUOTA-PESOS ROUNDED =
               WS-VALOR-CUOTA * WS-UF-VENC
           COMPUTE WS-CAPITAL-PESOS ROUNDED =
               WS-CAPITAL-AMORT * WS-UF-VENC
           COMPUTE WS-INTERES-PESOS ROUNDED =
               WS-INTERES-CUOTA * WS-UF-VENC
           COMPUTE WS-SEGURO-PESOS ROUNDED =
               WS-SEGURO-CUOTA * WS-UF-VENC
           COMPUTE WS-COMISION-PESOS ROUNDED =
               WS-COMISION-CUOTA * WS-UF-VENC
           COMPUTE WS-CUOTA-TOTAL-PESOS =
               WS-VALOR-CUOTA-PESOS + WS-SEGURO-PESOS
               + WS-COMISION-PESOS
           ADD WS-INTERES-PESOS  TO WS-TOTAL-INTERESES-PESOS
           ADD WS-SEGURO-PESOS   TO WS-TOTAL-SEGUROS-PESOS
           ADD WS-COMISION-PESOS TO WS-TOTAL-COMISIONES-PESOS.

       3259-REGISTRAR-FLUJO.
      *> Flujo del cliente en este vencimiento para la CAE y el CTC:
      *> cuota total (en gracia total es cero) mas los abonos
      *> aplicados en la cuota; el plazo queda en el ultimo flujo
           ADD 1 TO WS-CANT-FLUJOS
           COMPUTE WS-CAE-FECHA-ISO =
               WS-FP-ANIO * 10000 + WS-FP-MES * 100 + WS-FP-DIA
           COMPUTE WS-FL-DIAS(WS-CANT-FLUJOS) =
               FUNCTION INTEGER-OF-DATE(WS-CAE-FECHA-ISO)
               - WS-DIAS-OTORGA-JUL
           COMPUTE WS-FL-MONTO(WS-CANT-FLUJOS) =
               WS-CUOTA-TOTAL + WS-ABONOS-CUOTA
           ADD WS-FL-MONTO(WS-CANT-FLUJOS) TO WS-CTC
           COMPUTE WS-CTC-PESOS = WS-CTC-PESOS
               + WS-CUOTA-TOTAL-PESOS + WS-ABONOS-CUOTA-PESOS
           MOVE WS-FL-DIAS(WS-CANT-FLUJOS) TO WS-PLAZO-DIAS
           MOVE 0 TO WS-ABONOS-CUOTA
           MOVE 0 TO WS-ABONOS-CUOTA-PESOS.

       3260-REGISTRAR-LOG.
      *> Deja un rastro auditable del lote, independiente de la
      *> consola, con cada crédito procesado y sus totales (en pesos)
           ADD 1 TO WS-CANT-CREDITOS-PROC
           MOVE WS-COSTO-TOTAL-PESOS TO WS-DISPLAY-COSTO-TOT
           MOVE WS-TOTAL-INTERESES-PESOS TO WS-DISPLAY-TOTAL-INT
           MOVE SPACES TO REG-LOG
           STRING "CREDITO " DELIMITED BY SIZE
                  WS-CRE-NUMERO DELIMITED BY SIZE
           WRITE REG-LOG.

       3270-ACUMULAR-PORTAFOLIO.
      *> El portafolio se totaliza en pesos, sea cual sea la moneda
           COMPUTE WS-TOT-MONTO-BATCH =
               WS-TOT-MONTO-BATCH + WS-MONTO-PESOS
           COMPUTE WS-TOT-INTERES-BATCH =
               WS-TOT-INTERES-BATCH + WS-TOTAL-INTERESES-PESOS
           COMPUTE WS-TOT-COSTO-BATCH =
               WS-TOT-COSTO-BATCH + WS-COSTO-TOTAL-PESOS.

       3272-CONTABILIZAR-CREDITO.
      *> El interes del credito se reconoce sobre base devengada:
      *> solo el cierre de devengo (DEVENGO;S) asienta el interes
      *> ganado en el mes, o el reverso de lo devengado no cobrado
      *> cuando el credito entra a no devengo; la corrida diaria ya
      *> no adelanta como ingreso todo el interes esperado. Siempre
      *> en pares debe/haber para que la interfaz cuadre sola.
      *> Al entrar a no devengo tambien se reversa el interes
      *> moratorio que el credito tenia asentado en corridas
      *> anteriores. Un mes que el maestro ya registra como devengado
      *> (cierre repetido) no asienta nada
           MOVE 0 TO WS-DV-REVERSO-MORA
           IF WS-MODO-DEVENGO = 'N'
               MOVE 'D' TO WS-DV-SITUACION
               IF WS-DV-NO-DEVENGO-ANT = 'S'
                   MOVE 'N' TO WS-DV-SITUACION
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-DV-ULT-MES-ANT >= WS-DV-MES-CIERRE
                   MOVE 'Y' TO WS-DV-SITUACION
               WHEN WS-DV-NO-DEVENGO-ANT = 'S' AND
                    WS-TOTAL-IMPAGO-CRED > 0
                   MOVE 'N' TO WS-DV-SITUACION
               WHEN WS-DV-NO-DEVENGO-ANT = 'S'
                   MOVE 'R' TO WS-DV-SITUACION
               WHEN WS-MAX-ATRASO-CRED > WS-DV-DIAS-LIMITE
                   MOVE 'E' TO WS-DV-SITUACION
               WHEN OTHER
                   MOVE 'D' TO WS-DV-SITUACION
           END-EVALUATE

           IF (WS-DV-SITUACION = 'D' OR WS-DV-SITUACION = 'R') AND
              WS-DV-INTERES-MES > 0
               MOVE WS-DV-INTERES-MES TO WS-AS-MONTO
               MOVE "INTERES DEVENGADO DEL MES" TO WS-AS-GLOSA
               MOVE WS-CTA-INT-X-COBRAR TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-ING-INTERESES TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           IF WS-DV-SITUACION = 'E' AND WS-DV-NO-COBRADO > 0
               MOVE WS-DV-NO-COBRADO TO WS-AS-MONTO
               MOVE "REVERSO INTERES NO COBRADO" TO WS-AS-GLOSA
               MOVE WS-CTA-ING-INTERESES TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-INT-X-COBRAR TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           IF WS-DV-SITUACION = 'E' AND WS-MORA-MAESTRO-ANT > 0
               MOVE WS-MORA-MAESTRO-ANT TO WS-DV-REVERSO-MORA
               MOVE WS-DV-REVERSO-MORA TO WS-AS-MONTO
               MOVE "REVERSO MORA NO COBRADA" TO WS-AS-GLOSA
               MOVE WS-CTA-ING-MORA TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-MORA-X-COBRAR TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           PERFORM 3276-GUARDAR-DEVENGO.

       3276-GUARDAR-DEVENGO.
      *> Fila del credito para el reporte de devengo, armado al
      *> cierre desde el archivo de trabajo (igual que provisiones)
           MOVE WS-CRE-NUMERO        TO DV-CREDITO
           MOVE WS-RUT               TO DV-RUT
           MOVE WS-MONEDA            TO DV-MONEDA
           MOVE WS-BANDA-MORA        TO DV-BANDA
           MOVE WS-MAX-ATRASO-CRED   TO DV-DIAS-ATRASO
           MOVE WS-DV-SITUACION      TO DV-SITUACION
           MOVE WS-SALDO-HOY-PESOS   TO DV-SALDO
           MOVE 0 TO DV-INTERES-MES
           MOVE 0 TO DV-REVERSO
           MOVE 0 TO DV-REVERSO-MORA
           MOVE 0 TO DV-SUSPENDIDO
           EVALUATE WS-DV-SITUACION
               WHEN 'D'
               WHEN 'R'
                   MOVE WS-DV-INTERES-MES TO DV-INTERES-MES
               WHEN 'E'
                   MOVE WS-DV-NO-COBRADO TO DV-REVERSO
                   MOVE WS-DV-REVERSO-MORA TO DV-REVERSO-MORA
                   MOVE WS-DV-INTERES-MES TO DV-SUSPENDIDO
               WHEN 'Y'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-DV-INTERES-MES TO DV-SUSPENDIDO
           END-EVALUATE
           WRITE REG-TRAB-DEV.

       3273-CONTABILIZAR-CARGOS.
      *> Devengo de los cargos esperados del credito: el seguro de
      *> desgravamen se recauda por cuenta de la aseguradora (pasivo
      *> por pagar) y la comision de administracion es ingreso propio.
      *> Igual que el desembolso, solo se asienta la diferencia contra
      *> lo que el maestro ya tiene contabilizado
           IF WS-MAESTRO-CONVERTIDO = 'S'
               MOVE WS-TOTAL-SEGUROS-PESOS TO WS-SEGUROS-CONTAB
               MOVE WS-TOTAL-COMISIONES-PESOS TO WS-COMISIONES-CONTAB
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AJUSTE-ALTA =
               WS-TOTAL-SEGUROS-PESOS - WS-SEGUROS-CONTAB
           MOVE WS-TOTAL-SEGUROS-PESOS TO WS-SEGUROS-CONTAB
           IF WS-AJUSTE-ALTA > 0
               MOVE WS-AJUSTE-ALTA TO WS-AS-MONTO
               MOVE "SEGURO DESGRAVAMEN ESPERADO" TO WS-AS-GLOSA
               MOVE WS-CTA-SEG-X-COBRAR TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           IF WS-AJUSTE-ALTA < 0
               COMPUTE WS-AS-MONTO = 0 - WS-AJUSTE-ALTA
               MOVE "AJUSTE SEGURO ESPERADO (REVERSO)" TO WS-AS-GLOSA
               MOVE WS-CTA-SEG-X-PAGAR TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-SEG-X-COBRAR TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF

           COMPUTE WS-AJUSTE-ALTA =
               WS-TOTAL-COMISIONES-PESOS - WS-COMISIONES-CONTAB
           MOVE WS-TOTAL-COMISIONES-PESOS TO WS-COMISIONES-CONTAB
           IF WS-AJUSTE-ALTA > 0
               MOVE WS-AJUSTE-ALTA TO WS-AS-MONTO
               MOVE "COMISION ADMIN ESPERADA" TO WS-AS-GLOSA
               MOVE WS-CTA-COM-X-COBRAR TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               MOVE WS-CTA-ING-COMISION TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF
           IF WS-AJUSTE-ALTA < 0
               COMPUTE WS-AS-MONTO = 0 - WS-AJUSTE-ALTA
               MOVE "AJUSTE COMISION ESPERADA (REVERSO)" TO WS-AS-GLOSA
               MOVE WS-CTA-ING-COMISION TO WS-AS-CUENTA
               MOVE 'D' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
               MOVE WS-CTA-COM-X-COBRAR TO WS-AS-CUENTA
               MOVE 'H' TO WS-AS-TIPO
               PERFORM 3310-ESCRIBIR-ASIENTO
           END-IF.

       3274-CONTABILIZAR-MORA.
      *> Devengo del interes moratorio acumulado por el credito, en
      *> par debe/haber, mas la linea resumen del credito en el
      *> archivo de cargos y el total de control del portafolio.
      *> Se asienta solo el aumento sobre lo que el maestro ya tenia
      *> de corridas anteriores (el resto ya esta en la interfaz).
      *> Un credito en no devengo no reconoce ingreso: el cargo se
      *> informa pero no se asienta
           IF WS-INTERES-MORA-CRED > 0
               IF WS-DV-SITUACION NOT = 'E' AND
                  WS-DV-SITUACION NOT = 'N' AND
                  NOT (WS-DV-SITUACION = 'Y' AND
                       WS-DV-NO-DEVENGO-ANT = 'S') AND
                  WS-INTERES-MORA-CRED > WS-MORA-MAESTRO-ANT
                   COMPUTE WS-AS-MONTO =
                       WS-INTERES-MORA-CRED - WS-MORA-MAESTRO-ANT
                   MOVE "INTERES MORATORIO DEVENGADO" TO WS-AS-GLOSA
                   MOVE WS-CTA-MORA-X-COBRAR TO WS-AS-CUENTA
                   MOVE 'D' TO WS-AS-TIPO
                   PERFORM 3310-ESCRIBIR-ASIENTO
                   MOVE WS-CTA-ING-MORA TO WS-AS-CUENTA
                   MOVE 'H' TO WS-AS-TIPO
                   PERFORM 3310-ESCRIBIR-ASIENTO
               END-IF

               ADD WS-INTERES-MORA-CRED TO WS-TOT-INTERES-MORA
               MOVE WS-INTERES-MORA-CRED TO WS-DISPLAY-CARGO-MORA
           MOVE WS-NOMBRE           TO TR-NOMBRE
           MOVE WS-APELLIDO-PAT     TO TR-APELLIDO-PAT
           MOVE WS-APELLIDO-MAT     TO TR-APELLIDO-MAT
           MOVE WS-MONTO-PESOS      TO TR-MONTO
           MOVE WS-TOTAL-INTERESES-PESOS TO TR-INTERESES
           MOVE WS-COSTO-TOTAL-PESOS TO TR-COSTO
           MOVE WS-CANT-CUOTAS      TO TR-CUOTAS
           MOVE WS-MONEDA           TO TR-MONEDA
           IF WS-MONEDA = 'U'
               MOVE WS-MONTO-SOLICITADO TO TR-MONTO-UF
           ELSE
               MOVE 0 TO TR-MONTO-UF
           END-IF
           MOVE WS-TASA-ANUAL       TO TR-TASA-ANUAL
           MOVE WS-PLAZO-DIAS       TO TR-PLAZO-DIAS
           MOVE WS-CAE              TO TR-CAE
           MOVE WS-CTC-PESOS        TO TR-CTC
           MOVE WS-TMC-APLICABLE    TO TR-TMC
           MOVE WS-ESTADO-TMC       TO TR-ESTADO-TMC
           WRITE REG-TRAB-RES.

       3280-GRABAR-MAESTRO.
      *> ultima cuota ya vencida y sus abonos): un credito recien
      *> otorgado queda vigente con su saldo completo, no "pagado"
      *> por haberse proyectado el cuadro entero
      *> Tambien deja su situacion de mora, que el castigo y la
      *> cobranza leen del maestro sin reprocesar el credito, su
      *> proximo vencimiento, los pagos vistos, los montos del alta
      *> ya contabilizados y los datos para la evaluacion de la TMC
           IF WS-MAESTRO-ABIERTO = 'S'
               IF WS-MAESTRO-EXISTE = 'N'
                   INITIALIZE REG-MAESTRO
               END-IF
               MOVE WS-CRE-NUMERO TO MC-NUMERO
               IF WS-SALDO-A-HOY > 0
                   MOVE 'V' TO MC-ESTADO
                   MOVE SPACES TO MC-FECHA-CIERRE
               ELSE
                   MOVE 'P' TO MC-ESTADO
               END-IF
               MOVE WS-SALDO-HOY-PESOS TO MC-SALDO-PENDIENTE
               MOVE WS-MONEDA TO MC-MONEDA
               IF WS-MONEDA = 'U'
                   MOVE WS-SALDO-A-HOY TO MC-SALDO-UF
               ELSE
                   MOVE 0 TO MC-SALDO-UF
               END-IF
               MOVE WS-CANT-CUOTAS TO MC-ULT-CUOTA
               MOVE WS-TOTAL-ABONOS-CRED TO MC-TOTAL-ABONOS
               MOVE WS-MAX-ATRASO-CRED TO MC-DIAS-ATRASO
               MOVE WS-BANDA-MORA TO MC-BANDA-MORA
               MOVE WS-TOTAL-IMPAGO-CRED TO MC-TOTAL-IMPAGO
               MOVE WS-INTERES-MORA-CRED TO MC-INTERES-MORA
               MOVE WS-PROX-VENC-CRED TO MC-PROX-VENCIMIENTO
               MOVE WS-PAGOS-FILAS TO MC-CANT-PAGOS
               MOVE WS-PAGOS-SUMA TO MC-SUMA-PAGOS
               MOVE WS-DESEMBOLSO-CONTAB TO MC-DESEMBOLSO-CONTAB
               MOVE WS-SEGUROS-CONTAB TO MC-SEGUROS-CONTAB
               MOVE WS-COMISIONES-CONTAB TO MC-COMISIONES-CONTAB
               MOVE SPACE TO MC-CONVERTIDO
               MOVE WS-MONTO-SOLICITADO TO MC-MONTO-ORIGINAL
               MOVE WS-PLAZO-DIAS TO MC-PLAZO-DIAS
               MOVE WS-TASA-ANUAL TO MC-TASA-ANUAL
               MOVE WS-CAE TO MC-CAE
               PERFORM 3287-ARMAR-FECHA-PROCESO
      *> La fecha de cierre se fija al pasar a pagado y no se mueve
               IF MC-ESTADO = 'P' AND
                  (WS-ESTADO-MAESTRO-ANT NOT = 'P' OR
                   MC-FECHA-CIERRE = SPACES)
                   MOVE MC-FECHA-PROCESO TO MC-FECHA-CIERRE
               END-IF
      *> La situacion de devengo solo la cambia el cierre de mes,
      *> que deja el mes como devengado
               IF WS-MODO-DEVENGO = 'S'
                   IF WS-DV-MES-CIERRE > MC-ULT-MES-DEVENGO
                       MOVE WS-DV-MES-CIERRE TO MC-ULT-MES-DEVENGO
                   END-IF
                   EVALUATE WS-DV-SITUACION
                       WHEN 'E'
                           MOVE 'S' TO MC-NO-DEVENGO
                           MOVE MC-FECHA-PROCESO TO MC-FECHA-NO-DEVENGO
                           COMPUTE MC-INTERES-REVERSADO =
                               WS-DV-NO-COBRADO + WS-DV-REVERSO-MORA
                       WHEN 'R'
                           MOVE 'N' TO MC-NO-DEVENGO
                           MOVE SPACES TO MC-FECHA-NO-DEVENGO
                           MOVE 0 TO MC-INTERES-REVERSADO
                   END-EVALUATE
               END-IF
               MOVE WS-HUELLA-ACTUAL TO MC-HUELLA
               PERFORM 3288-ESCRIBIR-MAESTRO
           END-IF.
      *> revalidar ni reescribir el mismo error en cada corrida si el
      *> registro de entrada no cambio
           IF WS-MAESTRO-ABIERTO = 'S'
               IF WS-MAESTRO-EXISTE = 'N'
                   INITIALIZE REG-MAESTRO
               END-IF
               MOVE WS-CRE-NUMERO TO MC-NUMERO
               MOVE 'R' TO MC-ESTADO
               MOVE 0 TO MC-DIAS-ATRASO
               MOVE SPACES TO MC-BANDA-MORA
               MOVE 0 TO MC-TOTAL-IMPAGO
               MOVE 0 TO MC-INTERES-MORA
               MOVE 0 TO MC-SALDO-PENDIENTE
               MOVE 0 TO MC-ULT-CUOTA
               MOVE 0 TO MC-TOTAL-ABONOS
               PERFORM 3287-ARMAR-FECHA-PROCESO
               IF WS-ESTADO-MAESTRO-ANT NOT = 'R' OR
                  MC-FECHA-CIERRE = SPACES
                   MOVE MC-FECHA-PROCESO TO MC-FECHA-CIERRE
               END-IF
               MOVE WS-HUELLA-ACTUAL TO MC-HUELLA
               PERFORM 3288-ESCRIBIR-MAESTRO
           END-IF.
           MOVE WS-CONT-TOT-DEBE      TO WS-CP-TOT-DEBE
           MOVE WS-CONT-TOT-HABER     TO WS-CP-TOT-HABER
           MOVE WS-TOT-INTERES-MORA   TO WS-CP-TOT-MORA
           MOVE WS-CANT-CREDITOS-CAST TO WS-CP-CANT-CAST
           MOVE WS-TOT-RECUPERADO     TO WS-CP-TOT-RECUPERADO

           OPEN OUTPUT ARCHIVO-CHECKPOINT
           MOVE WS-LINEA-CHECKPOINT TO REG-CHECKPOINT
           STRING "SALDO A LA ULTIMA CUOTA PREVIA ("
                    DELIMITED BY SIZE
                  WS-SL-FECHA-BASE(WS-I-SL) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-SALDO DELIMITED BY SIZE
             INTO REG-LIQUIDACION
           WRITE REG-LIQUIDACION
           MOVE SPACES TO REG-LIQUIDACION
           STRING "INTERES DEVENGADO (" DELIMITED BY SIZE
                  WS-DISPLAY-DEVENGO DELIMITED BY SIZE
                  " DIAS): " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-INTERES DELIMITED BY SIZE
             INTO REG-LIQUIDACION
           WRITE REG-LIQUIDACION

           MOVE WS-COMISION-PREPAGO TO WS-DISPLAY-INTERES
           MOVE SPACES TO REG-LIQUIDACION
           STRING "COMISION POR PREPAGO (1%): " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-INTERES DELIMITED BY SIZE
             INTO REG-LIQUIDACION
           WRITE REG-LIQUIDACION

           MOVE WS-TOTAL-LIQUIDACION TO WS-DISPLAY-COSTO-TOT
           MOVE SPACES TO REG-LIQUIDACION
           STRING "TOTAL A PAGAR: " DELIMITED BY SIZE
                  WS-SIMBOLO-MONEDA DELIMITED BY SPACE
                  WS-DISPLAY-COSTO-TOT DELIMITED BY SIZE
             INTO REG-LIQUIDACION
           WRITE REG-LIQUIDACION

      *> Un credito en UF se liquida en pesos a la UF de la fecha de
      *> proceso de la cotizacion
           IF WS-MONEDA = 'U'
               COMPUTE WS-LIQUIDACION-PESOS ROUNDED =
                   WS-TOTAL-LIQUIDACION * WS-UF-HOY
               MOVE WS-LIQUIDACION-PESOS TO WS-DISPLAY-COSTO-TOT
               MOVE WS-UF-HOY TO WS-DISPLAY-VALOR-UF
               MOVE SPACES TO REG-LIQUIDACION
               STRING "TOTAL A PAGAR EN PESOS (UF " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-VALOR-UF)
                        DELIMITED BY SIZE
                      " A LA FECHA DE PROCESO): $" DELIMITED BY SIZE
                      WS-DISPLAY-COSTO-TOT DELIMITED BY SIZE
                 INTO REG-LIQUIDACION
               END-STRING
               WRITE REG-LIQUIDACION
           END-IF

           CLOSE SALIDA-LIQUIDACION.

       3298-REPORTAR-SOBRANTE-PAGOS.
             INTO REG-PORTAFOLIO
           WRITE REG-PORTAFOLIO

           MOVE WS-TOT-RECUPERADO TO WS-DISPLAY-RECUPERADO
           MOVE SPACES TO REG-PORTAFOLIO
           STRING "Creditos Castigados (solo recuperacion): "
                    DELIMITED BY SIZE
                  WS-CANT-CREDITOS-CAST DELIMITED BY SIZE
                  " - Recuperado en la corrida: $" DELIMITED BY SIZE
                  WS-DISPLAY-RECUPERADO DELIMITED BY SIZE
             INTO REG-PORTAFOLIO
           WRITE REG-PORTAFOLIO

           IF WS-MODO-SIMULACION = 'S'
               MOVE "CORRIDA EN MODO SIMULACION (sin maestro ni interfaz contable)"
                 TO REG-PORTAFOLIO
           DISPLAY "Total Interes Esperado: $" WS-DISPLAY-TOT-INTERES
           DISPLAY "Costo Total del Portafolio: $" WS-DISPLAY-TOT-COSTO.

       3944-CERRAR-DEVENGO.
      *> Reporte de devengo del cierre desde el archivo de trabajo:
      *> detalle por credito con su situacion y totales de interes
      *> devengado del mes, reversado y suspendido (lo que el credito
      *> en no devengo habria devengado y no se reconoce). Sin
      *> DEVENGO;S no se genera
           CLOSE TRABAJO-DEVENGO
           IF WS-MODO-DEVENGO = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRABAJO-DEVENGO
           OPEN OUTPUT REPORTE-DEVENGO

           MOVE SPACES TO REG-DEVENGO
           STRING "REPORTE DE DEVENGO DE INTERESES - CIERRE "
                    DELIMITED BY SIZE
                  WS-FHS-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FHS-ANIO DELIMITED BY SIZE
                  " (FECHA DE PROCESO " DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE "Situacion: DEVENGA / REGULARIZADO (vuelve a devengar) / ENTRA NO DEVENGO (reverso) / NO DEVENGO / YA DEVENGADO (mes ya cerrado)"
             TO REG-DEVENGO
           WRITE REG-DEVENGO
           MOVE " " TO REG-DEVENGO
           WRITE REG-DEVENGO
           MOVE "Credito      | RUT          | M | Banda      | Atraso | Situacion        | Saldo a Hoy $      | Devengado Mes $    | Reversado $        | Suspendido $"
             TO REG-DEVENGO
           WRITE REG-DEVENGO
           MOVE "-------------|--------------|---|------------|--------|------------------|--------------------|--------------------|--------------------|-------------------"
             TO REG-DEVENGO
           WRITE REG-DEVENGO

           PERFORM UNTIL WS-EOF-TRAB-DEV = 'Y'
               READ TRABAJO-DEVENGO
                   AT END MOVE 'Y' TO WS-EOF-TRAB-DEV
               END-READ
               IF WS-EOF-TRAB-DEV = 'N'
                   PERFORM 3943-ESCRIBIR-FILA-DEVENGO
               END-IF
           END-PERFORM
           CLOSE TRABAJO-DEVENGO

           MOVE " " TO REG-DEVENGO
           WRITE REG-DEVENGO
           MOVE "TOTALES DEL CIERRE" TO REG-DEVENGO
           WRITE REG-DEVENGO
           MOVE WS-DV-CANT-DEVENGA TO WS-DV-ED-CANT
           MOVE SPACES TO REG-DEVENGO
           STRING "Creditos que devengan:            " DELIMITED BY SIZE
                  WS-DV-ED-CANT DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-CANT-REGULARIZA TO WS-DV-ED-CANT
           MOVE SPACES TO REG-DEVENGO
           STRING "Vuelven a devengar (al dia):      " DELIMITED BY SIZE
                  WS-DV-ED-CANT DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-CANT-ENTRA TO WS-DV-ED-CANT
           MOVE SPACES TO REG-DEVENGO
           STRING "Entran a no devengo:              " DELIMITED BY SIZE
                  WS-DV-ED-CANT DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-CANT-SIGUE TO WS-DV-ED-CANT
           MOVE SPACES TO REG-DEVENGO
           STRING "Siguen en no devengo:             " DELIMITED BY SIZE
                  WS-DV-ED-CANT DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-CANT-YA TO WS-DV-ED-CANT
           MOVE SPACES TO REG-DEVENGO
           STRING "Mes ya devengado (no se asienta): " DELIMITED BY SIZE
                  WS-DV-ED-CANT DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-TOT-INTERES TO WS-DV-ED-INTERES
           MOVE SPACES TO REG-DEVENGO
           STRING "Interes devengado del mes:       $" DELIMITED BY SIZE
                  WS-DV-ED-INTERES DELIMITED BY SIZE
                  "  (D " DELIMITED BY SIZE
                  WS-CTA-INT-X-COBRAR DELIMITED BY SIZE
                  " / H " DELIMITED BY SIZE
                  WS-CTA-ING-INTERESES DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-TOT-REVERSO TO WS-DV-ED-REVERSO
           MOVE SPACES TO REG-DEVENGO
           STRING "Reverso devengado no cobrado:    $" DELIMITED BY SIZE
                  WS-DV-ED-REVERSO DELIMITED BY SIZE
                  "  (D " DELIMITED BY SIZE
                  WS-CTA-ING-INTERESES DELIMITED BY SIZE
                  " / H " DELIMITED BY SIZE
                  WS-CTA-INT-X-COBRAR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-TOT-REV-MORA TO WS-DV-ED-REVERSO
           MOVE SPACES TO REG-DEVENGO
           STRING "Reverso moratorio no cobrado:    $" DELIMITED BY SIZE
                  WS-DV-ED-REVERSO DELIMITED BY SIZE
                  "  (D " DELIMITED BY SIZE
                  WS-CTA-ING-MORA DELIMITED BY SIZE
                  " / H " DELIMITED BY SIZE
                  WS-CTA-MORA-X-COBRAR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-TOT-REVERSO TO WS-DV-ED-REVERSO
           MOVE WS-DV-TOT-SUSPENDIDO TO WS-DV-ED-SUSPENDIDO
           MOVE SPACES TO REG-DEVENGO
           STRING "Interes suspendido (no devengo): $" DELIMITED BY SIZE
                  WS-DV-ED-SUSPENDIDO DELIMITED BY SIZE
                  "  (no contabilizado)" DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           MOVE WS-DV-TOT-SALDO-ND TO WS-DV-ED-SALDO
           MOVE SPACES TO REG-DEVENGO
           STRING "Saldo en no devengo:             $" DELIMITED BY SIZE
                  WS-DV-ED-SALDO DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO
           CLOSE REPORTE-DEVENGO

           DISPLAY "DEVENGO DEL MES: $"
                   FUNCTION TRIM(WS-DV-ED-INTERES)
                   " REVERSADO: $" FUNCTION TRIM(WS-DV-ED-REVERSO)
                   " (reporteDevengo.txt)".

       3943-ESCRIBIR-FILA-DEVENGO.
      *> Detalle de una fila del archivo de trabajo, acumulando los
      *> totales del cierre por situacion
           EVALUATE DV-SITUACION
               WHEN 'D'
                   ADD 1 TO WS-DV-CANT-DEVENGA
                   MOVE "DEVENGA" TO WS-DV-SITUACION-TXT
               WHEN 'R'
                   ADD 1 TO WS-DV-CANT-REGULARIZA
                   MOVE "REGULARIZADO" TO WS-DV-SITUACION-TXT
               WHEN 'E'
                   ADD 1 TO WS-DV-CANT-ENTRA
                   ADD DV-SALDO TO WS-DV-TOT-SALDO-ND
                   MOVE "ENTRA NO DEVENGO" TO WS-DV-SITUACION-TXT
               WHEN 'Y'
                   ADD 1 TO WS-DV-CANT-YA
                   MOVE "YA DEVENGADO" TO WS-DV-SITUACION-TXT
               WHEN OTHER
                   ADD 1 TO WS-DV-CANT-SIGUE
                   ADD DV-SALDO TO WS-DV-TOT-SALDO-ND
                   MOVE "NO DEVENGO" TO WS-DV-SITUACION-TXT
           END-EVALUATE
           ADD DV-INTERES-MES TO WS-DV-TOT-INTERES
           ADD DV-REVERSO     TO WS-DV-TOT-REVERSO
           ADD DV-REVERSO-MORA TO WS-DV-TOT-REV-MORA
           ADD DV-SUSPENDIDO  TO WS-DV-TOT-SUSPENDIDO

      *> La columna de reversado suma el interes y el moratorio
           MOVE DV-SALDO       TO WS-DV-ED-SALDO
           MOVE DV-INTERES-MES TO WS-DV-ED-INTERES
           COMPUTE WS-DV-MONTO = DV-REVERSO + DV-REVERSO-MORA
           MOVE WS-DV-MONTO    TO WS-DV-ED-REVERSO
           MOVE DV-SUSPENDIDO  TO WS-DV-ED-SUSPENDIDO
           MOVE DV-DIAS-ATRASO TO WS-DV-ED-ATRASO
           MOVE SPACES TO REG-DEVENGO
           STRING DV-CREDITO            DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  DV-RUT                DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  DV-MONEDA             DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  DV-BANDA              DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  WS-DV-ED-ATRASO       DELIMITED BY SIZE
                  "  | "                DELIMITED BY SIZE
                  WS-DV-SITUACION-TXT   DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  WS-DV-ED-SALDO        DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  WS-DV-ED-INTERES      DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  WS-DV-ED-REVERSO      DELIMITED BY SIZE
                  " | "                 DELIMITED BY SIZE
                  WS-DV-ED-SUSPENDIDO   DELIMITED BY SIZE
             INTO REG-DEVENGO
           END-STRING
           WRITE REG-DEVENGO.

       3945-CERRAR-INSTRUCCIONES-PAC.
      *> Arma el archivo de instrucciones para el banco igual que el
      *> extracto del buro: cabecera con la fecha de proceso y el fin
      *> de la ventana, los D de toda la corrida logica y el trailer
      *> con cantidad y monto total. Sin VENTANA-PAC no se genera
           CLOSE TRABAJO-PAC
           IF WS-VENTANA-PAC = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRABAJO-PAC
           OPEN OUTPUT INSTRUCCIONES-PAC

           COMPUTE WS-PH-FECHA =
               WS-FHS-ANIO * 10000 + WS-FHS-MES * 100 + WS-FHS-DIA
           COMPUTE WS-PH-FECHA-HASTA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-HASTA-PAC)
           MOVE WS-REG-PAC-CAB TO REG-INSTRUCCION-PAC
           WRITE REG-INSTRUCCION-PAC

           MOVE 0 TO WS-PAC-CANT
           MOVE 0 TO WS-PAC-TOT-MONTO
           PERFORM UNTIL WS-EOF-TRAB-PAC = 'Y'
               READ TRABAJO-PAC
                   AT END MOVE 'Y' TO WS-EOF-TRAB-PAC
               END-READ
               IF WS-EOF-TRAB-PAC = 'N'
                   MOVE REG-TRAB-PAC TO REG-INSTRUCCION-PAC
                   WRITE REG-INSTRUCCION-PAC
                   ADD 1         TO WS-PAC-CANT
                   ADD PAC-MONTO TO WS-PAC-TOT-MONTO
               END-IF
           END-PERFORM

           MOVE WS-PAC-CANT      TO WS-PT-CANT
           MOVE WS-PAC-TOT-MONTO TO WS-PT-TOT-MONTO
           MOVE WS-REG-PAC-TRL TO REG-INSTRUCCION-PAC
           WRITE REG-INSTRUCCION-PAC
           CLOSE TRABAJO-PAC
           CLOSE INSTRUCCIONES-PAC

           MOVE WS-PAC-TOT-MONTO TO WS-DISPLAY-PAC-TOTAL
           DISPLAY "INSTRUCCIONES PAC: " WS-PAC-CANT " CARGOS POR $"
                   FUNCTION TRIM(WS-DISPLAY-PAC-TOTAL) " ("
                   FUNCTION TRIM(WS-ARCHIVO-INSTR-PAC) ")".

       3946-CERRAR-EXTRACTO-BURO.
      *> Arma el extracto final para el buro desde el archivo de
      *> trabajo: cabecera con la fecha de proceso, los registros D
                 INTO REG-ESTADO
               END-STRING
               WRITE REG-ESTADO
      *> Los montos del estado van en pesos; un credito en UF
      *> informa ademas su monto pactado en UF
               IF RO-MONEDA = 'U'
                   MOVE RO-MONTO-UF TO WS-DISPLAY-MONTO
                   MOVE SPACES TO REG-ESTADO
                   STRING "    CREDITO EN UF - MONTO UF" DELIMITED BY SIZE
                          WS-DISPLAY-MONTO DELIMITED BY SIZE
                          " (EN PESOS A LA UF DE CADA FECHA)"
                            DELIMITED BY SIZE
                     INTO REG-ESTADO
                   END-STRING
                   WRITE REG-ESTADO
               END-IF
      *> Costo efectivo informado al cliente: CAE y CTC en pesos
               MOVE RO-CAE TO WS-DISPLAY-CAE
               MOVE RO-CTC TO WS-DISPLAY-MONTO
               MOVE SPACES TO REG-ESTADO
               STRING "    CARGA ANUAL EQUIVALENTE (CAE) "
                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-CAE) DELIMITED BY SIZE
                      "% - COSTO TOTAL DEL CREDITO (CTC) $"
                        DELIMITED BY SIZE
                      WS-DISPLAY-MONTO DELIMITED BY SIZE
                 INTO REG-ESTADO
               END-STRING
               WRITE REG-ESTADO
               PERFORM 3971-LEER-RESUMEN-ORD
           END-PERFORM

           WRITE REG-ESTADO
           MOVE "CALENDARIO DE PAGOS CONSOLIDADO" TO REG-ESTADO
           WRITE REG-ESTADO
           MOVE "Fecha       | Credito      | Valor Cuota       | Capital           | Interes           | Seguro            | Comision          | Total Cuota UF"
             TO REG-ESTADO
           WRITE REG-ESTADO
           MOVE "------------|--------------|-------------------|-------------------|-------------------|-------------------|-------------------|------------------"
             TO REG-ESTADO
           WRITE REG-ESTADO

           MOVE CO-INTERES  TO WS-DISPLAY-INTERES
           MOVE CO-SEGURO   TO WS-DISPLAY-SEGURO
           MOVE CO-COMISION TO WS-DISPLAY-COMISION
           MOVE SPACES TO WS-EST-CUOTA-UF
           IF CO-MONEDA = 'U'
               MOVE CO-TOTAL-UF TO WS-DISPLAY-CUOTA-TOT
               MOVE WS-DISPLAY-CUOTA-TOT TO WS-EST-CUOTA-UF
           END-IF
           MOVE SPACES TO REG-ESTADO
           STRING CO-FECHA DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  WS-DISPLAY-SEGURO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-COMISION DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-EST-CUOTA-UF DELIMITED BY SIZE
             INTO REG-ESTADO
           END-STRING
           WRITE REG-ESTADO.

       3978-GENERAR-REPORTE-TMC.
      *> Cumplimiento de la TMC: una fila por credito de la cartera
      *> del maestro (vigentes, pagados y castigados; no rechazados
      *> ni anulados) con los datos de su ultimo procesamiento,
      *> contrastados contra los tramos vigentes, marcando los que
      *> tienen la CAE sobre la TMC de su tramo de monto y plazo.
      *> Asi el reporte cubre tambien los creditos omitidos sin
      *> cambios. Sin maestro (simulacion) se evaluan los procesados
      *> en la corrida, desde el resumen ya ordenado por 3970
           OPEN OUTPUT REPORTE-TMC
           MOVE 0 TO WS-TMC-CANT-CRED
           MOVE 0 TO WS-TMC-CANT-EXCEDE
           MOVE 0 TO WS-TMC-CANT-SIN-TRAMO
           MOVE 0 TO WS-TMC-CANT-SIN-DATOS

           MOVE "REPORTE DE CUMPLIMIENTO DE TASA MAXIMA CONVENCIONAL (TMC)"
             TO REG-TMC
           WRITE REG-TMC
           MOVE SPACES TO REG-TMC
           STRING "FECHA DE PROCESO: " DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
             INTO REG-TMC
           END-STRING
           WRITE REG-TMC
           MOVE " " TO REG-TMC
           WRITE REG-TMC
           MOVE "Credito      | RUT          | Mon | Monto (moneda cred.) | Plazo | Tasa % | CAE %    | TMC %  | Resultado"
             TO REG-TMC
           WRITE REG-TMC
           MOVE "-------------|--------------|-----|----------------------|-------|--------|----------|--------|------------------"
             TO REG-TMC
           WRITE REG-TMC

           IF WS-MAESTRO-ABIERTO = 'S'
               PERFORM 3976-RECORRER-MAESTRO-TMC
           ELSE
               OPEN INPUT RESUMEN-ORDENADO
               MOVE 'N' TO WS-EOF-RES-ORD
               PERFORM 3971-LEER-RESUMEN-ORD
               PERFORM UNTIL WS-EOF-RES-ORD = 'Y'
                   PERFORM 3973-CARGAR-FILA-TMC-RESUMEN
                   PERFORM 3979-ESCRIBIR-FILA-TMC
                   PERFORM 3971-LEER-RESUMEN-ORD
               END-PERFORM
               CLOSE RESUMEN-ORDENADO
           END-IF

           MOVE " " TO REG-TMC
           WRITE REG-TMC
           MOVE SPACES TO REG-TMC
           STRING "CREDITOS EVALUADOS:      " DELIMITED BY SIZE
                  WS-TMC-CANT-CRED DELIMITED BY SIZE
             INTO REG-TMC
           END-STRING
           WRITE REG-TMC
           MOVE SPACES TO REG-TMC
           STRING "CREDITOS SOBRE LA TMC:   " DELIMITED BY SIZE
                  WS-TMC-CANT-EXCEDE DELIMITED BY SIZE
             INTO REG-TMC
           END-STRING
           WRITE REG-TMC
           MOVE SPACES TO REG-TMC
           STRING "CREDITOS SIN TRAMO TMC:  " DELIMITED BY SIZE
                  WS-TMC-CANT-SIN-TRAMO DELIMITED BY SIZE
             INTO REG-TMC
           END-STRING
           WRITE REG-TMC
           IF WS-CANT-TMC = 0
               MOVE "NOTA: SIN tasasMaximas.txt NO HAY TRAMOS CONTRA LOS QUE CONTRASTAR"
                 TO REG-TMC
               WRITE REG-TMC
           END-IF
           IF WS-MAESTRO-ABIERTO = 'S'
               IF WS-TMC-CANT-SIN-DATOS > 0
                   MOVE SPACES TO REG-TMC
                   STRING "NOTA: " DELIMITED BY SIZE
                          WS-TMC-CANT-SIN-DATOS DELIMITED BY SIZE
                          " CREDITOS DEL MAESTRO SIN DATOS DE TASA "
                            DELIMITED BY SIZE
                          "(CONVERTIDOS, AUN NO REPROCESADOS) NO "
                            DELIMITED BY SIZE
                          "FUERON EVALUADOS" DELIMITED BY SIZE
                     INTO REG-TMC
                   END-STRING
                   WRITE REG-TMC
               END-IF
           ELSE
               MOVE SPACES TO REG-TMC
               STRING "NOTA: SIN MAESTRO SOLO SE EVALUAN LOS CREDITOS "
                        DELIMITED BY SIZE
                      "PROCESADOS EN ESTA CORRIDA" DELIMITED BY SIZE
                 INTO REG-TMC
               END-STRING
               WRITE REG-TMC
           END-IF
           CLOSE REPORTE-TMC.

       3976-RECORRER-MAESTRO-TMC.
      *> Recorre el maestro completo en orden de credito. Los datos
      *> del cliente se toman de la tabla de clientes
           MOVE 'N' TO WS-EOF-MAESTRO
           MOVE LOW-VALUES TO MC-NUMERO
           START MAESTRO-CREDITOS KEY IS NOT LESS THAN MC-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MAESTRO
           END-START
           PERFORM UNTIL WS-EOF-MAESTRO = 'Y'
               READ MAESTRO-CREDITOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-MAESTRO
               END-READ
               IF WS-EOF-MAESTRO = 'N' AND
                  MC-ESTADO NOT = 'R' AND MC-ESTADO NOT = 'A'
                   IF MC-PLAZO-DIAS = 0
                       ADD 1 TO WS-TMC-CANT-SIN-DATOS
                   ELSE
                       MOVE MC-NUMERO TO WS-CRE-NUMERO
                       MOVE MC-MONEDA TO WS-MONEDA
                       MOVE MC-MONTO-ORIGINAL TO WS-MONTO-SOLICITADO
                       MOVE MC-PLAZO-DIAS TO WS-PLAZO-DIAS
                       MOVE MC-TASA-ANUAL TO WS-TASA-ANUAL
                       MOVE MC-CAE TO WS-CAE
                       PERFORM 2210-BUSCAR-CLIENTE
                       PERFORM 3247-BUSCAR-TMC
                       PERFORM 3979-ESCRIBIR-FILA-TMC
                   END-IF
               END-IF
           END-PERFORM.

       3973-CARGAR-FILA-TMC-RESUMEN.
           MOVE RO-CREDITO TO WS-CRE-NUMERO
           MOVE RO-RUT TO WS-RUT
           MOVE RO-MONEDA TO WS-MONEDA
           IF RO-MONEDA = 'U'
               MOVE RO-MONTO-UF TO WS-MONTO-SOLICITADO
           ELSE
               MOVE RO-MONTO TO WS-MONTO-SOLICITADO
           END-IF
           MOVE RO-PLAZO-DIAS TO WS-PLAZO-DIAS
           MOVE RO-TASA-ANUAL TO WS-TASA-ANUAL
           MOVE RO-CAE TO WS-CAE
           MOVE RO-TMC TO WS-TMC-APLICABLE
           MOVE RO-ESTADO-TMC TO WS-ESTADO-TMC.

       3979-ESCRIBIR-FILA-TMC.
           ADD 1 TO WS-TMC-CANT-CRED
           EVALUATE WS-ESTADO-TMC
               WHEN 'E'
                   ADD 1 TO WS-TMC-CANT-EXCEDE
                   MOVE "*** SOBRE LA TMC" TO WS-TMC-RESULTADO
               WHEN 'C'
                   MOVE "CUMPLE" TO WS-TMC-RESULTADO
               WHEN OTHER
                   ADD 1 TO WS-TMC-CANT-SIN-TRAMO
                   MOVE "SIN TRAMO" TO WS-TMC-RESULTADO
           END-EVALUATE
           MOVE WS-MONTO-SOLICITADO TO WS-DISPLAY-MONTO
           MOVE WS-PLAZO-DIAS TO WS-DISPLAY-PLAZO
           MOVE WS-TASA-ANUAL TO WS-DISPLAY-TASA-ANUAL
           MOVE WS-CAE TO WS-DISPLAY-CAE
           MOVE WS-TMC-APLICABLE TO WS-DISPLAY-TMC
           MOVE SPACES TO REG-TMC
           STRING WS-CRE-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RUT DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-MONEDA DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  WS-DISPLAY-MONTO DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-DISPLAY-PLAZO DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-DISPLAY-TASA-ANUAL DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISPLAY-CAE DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-DISPLAY-TMC DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-TMC-RESULTADO DELIMITED BY SIZE
             INTO REG-TMC
           END-STRING
           WRITE REG-TMC.

       3980-REPORTAR-SOLICITUDES-PEND.
      *> Solicitudes que quedaron sin cotizar (credito inexistente o
      *> rechazado): constancia en el archivo de errores. Las de un
           CLOSE PARAMETROS-PROVISION
           CLOSE DATOS-REPROG
           CLOSE ARCHIVO-FERIADOS
           CLOSE VALORES-UF
           CLOSE TASAS-MAXIMAS
           CLOSE MANDATOS-PAC
           CLOSE RELACIONES-CLIENTES
           CLOSE LIMITES-EXPOSICION
           CLOSE SALIDA
           CLOSE SALIDA-CSV
           CLOSE ARCHIVO-ERRORES
           CLOSE RESUMEN-PORTAFOLIO
           CLOSE REPORTE-MORA
           CLOSE APLICACION-PAGOS
           CLOSE REPORTE-RECUPERA
           IF WS-MODO-SIMULACION NOT = 'S'
               CLOSE INTERFAZ-CONTABLE
           END-IF

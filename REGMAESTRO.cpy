      *> Registro del maestro de creditos (maestroCreditos.dat),
      *> compartido por todos los programas que lo leen o lo graban
       01 REG-MAESTRO.
          05 MC-NUMERO            PIC X(12).
      *> 'V' vigente, 'P' pagado o cerrado, 'R' rechazado,
      *> 'A' anulado por mantencion, 'C' castigado
          05 MC-ESTADO            PIC X.
          05 MC-SALDO-PENDIENTE   PIC 9(12)V99.
          05 MC-ULT-CUOTA         PIC 99.
          05 MC-TOTAL-ABONOS      PIC 9(12)V99.
          05 MC-FECHA-PROCESO     PIC X(10).
          05 MC-HUELLA            PIC X(160).
      *> Situacion de mora a la fecha de proceso, tal como la dejo
      *> el ultimo procesamiento del credito (mayor atraso de sus
      *> cuotas impagas, banda, total impago e interes moratorio)
          05 MC-DIAS-ATRASO       PIC 9(5).
          05 MC-BANDA-MORA        PIC X(10).
          05 MC-TOTAL-IMPAGO      PIC 9(12)V99.
          05 MC-INTERES-MORA      PIC 9(12)V99.
      *> Castigo ('C'): fecha y saldo castigado; los pagos que
      *> lleguen despues se acumulan como recuperacion
          05 MC-FECHA-CASTIGO     PIC X(10).
          05 MC-MONTO-CASTIGO     PIC 9(12)V99.
          05 MC-TOTAL-RECUPERADO  PIC 9(12)V99.
      *> Moneda del credito ('P' pesos, 'U' UF). En los creditos en UF
      *> MC-SALDO-PENDIENTE queda en pesos a la UF de la fecha de
      *> proceso y MC-SALDO-UF guarda el saldo en la moneda del credito
          05 MC-MONEDA            PIC X.
          05 MC-SALDO-UF          PIC 9(12)V99.
      *> Devengo: 'S' si el credito esta en no devengo (mas de 90
      *> dias de atraso en un cierre de mes) hasta que se ponga al
      *> dia; fecha del cierre en que entro e interes devengado no
      *> cobrado (mas el moratorio asentado) que se reverso en ese
      *> cierre
          05 MC-NO-DEVENGO        PIC X.
          05 MC-FECHA-NO-DEVENGO  PIC X(10).
          05 MC-INTERES-REVERSADO PIC 9(12)V99.
      *> Fecha en que el credito paso a pagado ('P'), rechazado ('R')
      *> o anulado ('A'); la fecha de proceso se sigue actualizando
      *> despues, esta no. Es la fecha de cierre que mira el archivo
      *> historico
          05 MC-FECHA-CIERRE      PIC X(10).
      *> Primer vencimiento de cuota (AAAAMMDD, ajustado a dia habil)
      *> desde la fecha de proceso; 99999999 si no quedan. Un credito
      *> sin cambios se vuelve a procesar cuando esa fecha llega y
      *> cuando pasa (la cuota impaga entra en mora)
          05 MC-PROX-VENCIMIENTO  PIC 9(8).
      *> Pagos (cantidad y suma) vistos en el ultimo procesamiento.
      *> En un castigado quedan fijos en los del dia del castigo y
      *> todo lo que se sume despues es recuperacion
          05 MC-CANT-PAGOS        PIC 9(5).
          05 MC-SUMA-PAGOS        PIC 9(12)V99.
      *> Montos ya llevados a la interfaz contable por el alta del
      *> credito (desembolso, seguros y comisiones esperados); una
      *> modificacion posterior contabiliza solo la diferencia.
      *> MC-CONVERTIDO 'S' marca un registro traido del maestro
      *> anterior, cuyos montos contabilizados no se conocen
          05 MC-DESEMBOLSO-CONTAB PIC 9(12)V99.
          05 MC-SEGUROS-CONTAB    PIC 9(12)V99.
          05 MC-COMISIONES-CONTAB PIC 9(12)V99.
          05 MC-CONVERTIDO        PIC X.
      *> Datos del ultimo procesamiento para evaluar el credito contra
      *> la tasa maxima convencional: monto en la moneda del credito,
      *> plazo en dias, tasa anual y CAE. Plazo cero en un registro
      *> convertido que aun no se reprocesa
          05 MC-MONTO-ORIGINAL    PIC 9(12)V99.
          05 MC-PLAZO-DIAS        PIC 9(5).
          05 MC-TASA-ANUAL        PIC 99V99.
          05 MC-CAE               PIC 9(4)V99.
      *> Ultimo mes devengado (AAAAMM): un cierre de mes no se
      *> devenga dos veces
          05 MC-ULT-MES-DEVENGO   PIC 9(6).

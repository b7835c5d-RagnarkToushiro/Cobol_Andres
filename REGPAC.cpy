      *> Detalle de una instruccion de cargo PAC (layout fijo). Es el
      *> registro D de instruccionesPAC.txt y, seguido del resultado
      *> del cargo, el registro D del retornoPAC.txt que devuelve el
      *> banco. El monto va en pesos y es el ultimo campo, para que
      *> el largo no cambie aunque la salida recorte blancos finales
          05 PAC-TIPO-REG         PIC X.
          05 PAC-RUT              PIC X(12).
          05 PAC-CREDITO          PIC X(12).
          05 PAC-CUOTA            PIC 99.
          05 PAC-FECHA-VENC       PIC 9(8).
          05 PAC-BANCO            PIC X(4).
          05 PAC-CUENTA           PIC X(20).
          05 PAC-MONTO            PIC 9(12)V99.

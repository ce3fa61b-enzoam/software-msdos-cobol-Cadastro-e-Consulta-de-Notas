      -                                  '-------------------------[ ]'.
          05 line  13   column 10  value 'D O C U M E N T O S  D E  A D
      -                                  'M I S S A O -------------[ ]'.
          05 line  09   column 10  value 'C I R C U L A R E S  (X)  /  
      -                                  'E T I Q U E T A S  (E) --[ ]'.
          05 line  11   column 10  value 'E G R E S S O S  ( F O R M A
      -                                  'D O S ) ------------------[ ]'.
          05 line  07   column 10  value 'N E C E S S .  E S P E C I A
            IF ws-opcao = 'X' or 'x'
               CHAIN 'CIRCULAR.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'E' or 'e'
               CHAIN 'ETIQUETA.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0260-egressos.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.

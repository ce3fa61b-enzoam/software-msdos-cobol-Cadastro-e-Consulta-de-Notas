          05 line  11   column 10  value 'A R R E C A D A C A O --------
      -                                  '-------------------------[ ]'.
          05 line  12   column 10  value 'B O L S A S  D E  E S T U D O 
      -                                  '(X) / R E V I S A O (R) -[ ]'.
          05 line  13   column 10  value 'P A R A M E T R O S  F I N A N
      -                                  ' C E I R O S ------------[ ]'.
          05 line  14   column 10  value 'A C O R D O S  D E  D E B I T 
               ELSE
                  CHAIN 'cadbolsa.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'R' or 'r'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'REVBOLSA.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0270-parametros.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.

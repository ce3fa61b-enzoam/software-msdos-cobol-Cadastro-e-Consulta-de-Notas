      *                      - MATRICULAS E TRANSFERENCIAS
      *                      - QUADROS DA GRADE
      *                      - DOCUMENTOS OFICIAIS
      *                      - SANCOES DISCIPLINARES (CADSANC)
      *                      - RELATORIO DO TITULAR LGPD (RELTITUL)
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO

      -                                  '-------------------------[ ]'.
          05 line  14   column 10  value 'G R A D E  C U R R I C U L A R
      -                                  ' ------------------------[ ]'.
          05 line  15   column 10  value 'O C O R R E N C I A S  (X)  / 
      -                                  ' S A N C O E S  (S) -----[ ]'.
          05 line  16   column 10  value 'R E G I S T R O  D E  E X P E 
      -                                  'D I C A O ---------------[ ]'.
          05 line  17   column 10  value 'C O N S U L T A  3 6 0  (X)  /
      -                                  ' D A D O S  L G P D (D) -[ ]'.
          05 line  18   column 10  value 'T U R M A S  (A / B) ---------
      -                                  '-------------------------[ ]'.
          05 line  19   column 10  value 'V O L T A R ------------------
               ELSE
                  CHAIN 'CADOCOR.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'S' or 's'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CADSANC.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0300-expedicao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'CONS360.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'D' or 'd'
               CHAIN 'RELTITUL.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0320-turmas.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.

      *    DATA             :
      *    FINALIDADE       :SUBMENU RELATORIOS - SEGUNDA
      *                      PAGINA DA EMISSAO DE
      *                      RELATORIOS; A EXPORTACAO DO CENSO
      *                      DIVIDE A LINHA COM A QUALIDADE DO
      *                      CADASTRO DE ALUNOS (QUALALU)
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO

      -                                  'P L I N A ---------------[ ]'.
          05 line  13   column 10  value 'T U R M A S  S E M  N O T A S 
      -                                  '-------------------------[ ]'.
          05 line  15   column 10  value 'C E N S O  E X P O R T A (X) /
      -                                  ' Q U A L I D A D E  (Q) -[ ]'.
          05 line  17   column 10  value 'C A R T E I R I N H A S  D E  
      -                                  'A L U N O ---------------[ ]'.
          05 line  19   column 10  value 'H O R A R I O  D O  A L U N O 
            IF ws-opcao = 'X' or 'x'
               CHAIN 'CENSOEXP.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'Q' or 'q'
               CHAIN 'QUALALU.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0250-carteirinhas.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.

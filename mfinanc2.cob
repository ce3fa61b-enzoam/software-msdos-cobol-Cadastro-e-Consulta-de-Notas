      *    DATA             :
      *    FINALIDADE       :SUBMENU FINANCEIRO (CONT.)
      *                      - CHEQUE DEVOLVIDO
      *                      - CUSTODIA DE CHEQUES PRE-DATADOS (DEPCHQ)
      *                      - REMESSA BANCARIA
      *                      - PROJECAO DE CAIXA
      *                      - DEVOLUCAO DE CREDITO
      *                      - TABELA DE PRECOS
      *                      - SERVICOS E TAXAS
      *                      - EXPORTACAO CONTABIL
      *                      - MAIS OPCOES (MFINANC3)
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            OPCAO MAIS OPCOES

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 line  02   column 72  value 'VRS 0.0'.
          05 line  04   column 24  value 'F I N A N C E I R O  ( C O N T
      -                                  ' . )'.
          05 line  06   column 10  value 'C H E Q U E  D E V O L V . (X)
      -                                  ' / C U S T O D I A (C) --[ ]'.
          05 line  07   column 10  value 'R E M E S S A  B A N C A R I A
      -                                  ' ------------------------[ ]'.
          05 line  08   column 10  value 'P R O J E C A O  D E  C A I X
      -                                  'R I C U L A --------------[ ]'.
          05 line  19   column 10  value 'V O L T A R ------------------
      -                                  '-------------------------[ ]'.
          05 line  21   column 10  value 'M A I S  O P C O E S ---------
      -                                  '-------------------------[ ]'.
          05 line  22   column 25  value 'MARQUE COM UM <X> A OPCAO'.

       PROCEDURE DIVISION.

               ELSE
                  CHAIN 'chqdev.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'C' or 'c'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'depchq.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0210-remessa.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               CHAIN 'contrat.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0299-mais.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0298-contrat.

       0299-mais.
            ACCEPT (21 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               CHAIN 'mfinanc3.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0600-sair.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0299-mais.

       0600-sair.
            ACCEPT (19 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela

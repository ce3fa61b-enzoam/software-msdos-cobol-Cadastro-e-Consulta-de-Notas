      *    DATA             :
      *    FINALIDADE       :SUBMENU APOIO E FECHAMENTOS
      *                      - FECHAMENTO E ARQUIVAMENTO
      *                      - FOTO MENSAL DOS ALUNOS (FOTOMES)
      *                      - CONFERENCIA DOS SELOS DO ANO (VERSELO)
      *                      - ANONIMIZACAO LGPD (ANONALU)
      *                      - AUDITORIAS E BACKUP
      *                      - AUDITORIA DE CONSULTAS (AUDLEIT)
      *                      - SEGREGACAO DE FUNCOES (AUDSEG)
      *                      - NUMERACAO DE DOCUMENTOS (AUDNUM)
      *                      - PRODUTIVIDADE OPERADORES (RELPROD)
      *                      - CADEIA NOTURNA DE LOTES (NOTURNO)
      *                      - OPERADORES E PARAMETROS
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO
          05 line  02   column 29  value 'CONTROLE DE FACULDADE'.
          05 line  02   column 72  value 'VRS 0.0'.
          05 line  05   column 22  value 'A P O I O  E  F E C H A M E N T O S'.
          05 line  07   column 10  value 'F E C H A M E N T O   (X)  /  
      -                                  'C O N F  S E L O (S) ----[ ]'.
          05 line  08   column 10  value 'A R Q U I V A  A N O  (X)  /  
      -                                  'A N O N I M I Z A R (A) -[ ]'.
          05 line  09   column 10  value 'R E C O N C I L I A C A O  D E
      -                                  '  N O T A S -------------[ ]'.
          05 line  10   column 10  value 'A U D I T  R E F E R  (X)  /  
      -                                  'S E G R E G A C A O (S) -[ ]'.
          05 line  11   column 10  value 'V E R I F I C A  A R Q (X)  / 
      -                                  'N U M E R A C A O  (N) --[ ]'.
          05 line  12   column 10  value 'B A L A N C E A M E N T O  D E
      -                                  '  C A R G A S -----------[ ]'.
          05 line  13   column 10  value 'B A C K U P  G E R A L (X)  / 
      -                                  'F O T O  D O  M E S (F) -[ ]'.
          05 line  14   column 10  value 'R E S T A U R A C A O  D E  B 
      -                                  'A C K U P ---------------[ ]'.
          05 line  15   column 10  value 'O P E R A D O R E S ----------
      -                                  '-------------------------[ ]'.
          05 line  16   column 10  value 'P A R A M E T R O S  D E  A P 
      -                                  'R O V A C A O -----------[ ]'.
          05 line  18   column 10  value 'A R Q U I V A  L O G S  (X) / 
      -                                  'P R O D U T I V I D (P) -[ ]'.
          05 line  06   column 10  value 'Q U E M  L O G A D O  (X)  /  
      -                                  'C O N S U L T A S  (C) --[ ]'.
          05 line  05   column 10  value 'R E C U P E R A  J O R N A L -
      -                                  '-------------------------[ ]'.
          05 line  04   column 10  value 'R E F R E S H  T R E I N A M E
      -                                  'N T O --------------------[ ]'.
          05 line  17   column 10  value 'P A R A M  B A T C H  (X)  /  
      -                                  'N O T U R N O (N) -------[ ]'.
          05 line  20   column 10  value 'I D E N T I D A D E  D A  I N
      -                                  'S T I T U I C A O -------[ ]'.
          05 line  19   column 10  value 'V O L T A R ------------------
               ELSE
                  CHAIN 'FECHANO.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'S' or 's'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'VERSELO.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0210-arqano.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'ARQANO.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'A' or 'a'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'ANONALU.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0220-reconciliacao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'AUDREF.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'S' or 's'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'AUDSEG.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0240-verifarq.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'VERIFARQ.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'N' or 'n'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'AUDNUM.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0250-balanceamento.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'BACKGER.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'F' or 'f'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'FOTOMES.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0270-restauracao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'CADBATP.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'N' or 'n'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'NOTURNO.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0330-arqlog.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'ARQLOG.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'P' or 'p'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'RELPROD.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0340-quemloga.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'quemloga.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'C' or 'c'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'AUDLEIT.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0350-recjorn.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.

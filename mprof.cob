      *    DATA             :
      *    FINALIDADE       :SUBMENU PROFESSORES
      *                      - CADASTRO DE PROFESSORES
      *                      - DISPONIBILIDADE DO PROFESSOR (GERHOR)
      *                      - HABILITACAO DO PROFESSOR POR DISCIPLINA
      *                      - SALAS, CHAMADAS E PROVAS
      *                      - PATRIMONIO E INVENTARIO DAS SALAS
      *                        (CADPATR / INVPATR / RELINVP)
      *                      - EQUIPAMENTOS POR SALA (RELPATR)
      *                      - FISCAIS DE PROVA (GERFISC)
      *                      - PIN DO TERMINAL DO PROFESSOR (PINPROF)
      *                      - CATRACA DE ACESSO X CHAMADA (CATRACA)
      *                      - RESERVA AVULSA DE SALA (CADRSALA) E
      *                        AGENDA DIARIA DAS SALAS (AGSALA)
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO

          05 line  02   column 29  value 'CONTROLE DE FACULDADE'.
          05 line  02   column 72  value 'VRS 0.0'.
          05 line  05   column 29  value 'P R O F E S S O R E S'.
          05 line  07   column 10  value 'C A D A S T R O  (X)  /  D I S
      -                                  ' P O N I B I L .  (D) ---[ ]'.
          05 line  08   column 10  value 'A L T E R A C A O  (X)  /  H A
      -                                  ' B I L I T A C A O  (H) -[ ]'.
          05 line  09   column 10  value 'E X C L U S A O  D E  P R O F 
      -                                  'E S S O R ---------------[ ]'.
          05 line  10   column 10  value 'S A L A S  (X)  /  P A T R I M
      -                                  '  (P)  /  I N V  (I) ----[ ]'.
          05 line  11   column 10  value 'C H A M A D A  (X)  /  P I N  
      -                                  'D O  P R O F .  (P) -----[ ]'.
          05 line  12   column 10  value 'C A L E N D A R I O  (X)  /  F
      -                                  ' I S C A I S  (F) -------[ ]'.
          05 line  13   column 10  value 'F A L T A S  (X)  /  C A T R A
      -                                  ' C A  (C) ---------------[ ]'.
          05 line  14   column 10  value 'D I A R I O (X) / R E S E R V 
      -                                  'A (R) / A G E N D A (A) -[ ]'.
          05 line  16   column 10  value 'F O L H A  /  S U B S T I T U
      -                                  'I C A O ------------------[ ]'.
          05 line  18   column 10  value 'O C U P A C A O  (X)  /  E Q U
      -                                  ' I P  (E)  /  D I V  (D) [ ]'.
          05 line  19   column 10  value 'A V A L I A C A O (X) / T A B
      -                                  'U L A (T) ----------------[ ]'.
          05 line  15   column 10  value 'R E L A C A O  D E  P R O F E 
               ELSE
                  CHAIN 'CADPROF.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'D' or 'd'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'DISPPROF.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0210-alteracao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'ALTPROF.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'H' or 'h'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CADHAB.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0220-exclusao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'CADSALA.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'P' or 'p'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CADPATR.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'I' or 'i'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'INVPATR.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0240-chamada.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'CADCHAM.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'P' or 'p'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'PINPROF.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0250-provas.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'CADPROVA.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'F' or 'f'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'GERFISC.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0260-apuracao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'APURFALT.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'C' or 'c'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CATRACA.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0270-diario.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'DIARIO.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'R' or 'r'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CADRSALA.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'A' or 'a'
               CHAIN 'AGSALA.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0280-relacao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'SALAOCUP.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'E' or 'e'
               CHAIN 'RELPATR.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'D' or 'd'
               CHAIN 'RELINVP.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0297-avaliacao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.

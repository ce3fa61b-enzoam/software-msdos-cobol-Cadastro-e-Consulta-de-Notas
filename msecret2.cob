      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :SUBMENU SECRETARIA ACADEMICA (CONT.)
      *                      - REMATRICULA E PREVISAO DE MATRICULAS
      *                        DO ANO SEGUINTE (PREVMAT)
      *                      - PRONTIDAO DOS CURSOS PARA O ANO LETIVO
      *                        (PRONTANO)
      *                      - PROTOCOLO DE REQUERIMENTOS
      *                      - APROVEITAMENTO DE ESTUDOS
      *                      - REGISTRO DE DIPLOMAS
      *                      - BIBLIOTECA
      *                      - BIBLIOGRAFIA DAS DISCIPLINAS E SUA
      *                        ADEQUACAO (CADBIBL / RELBIBL)
      *                      - INVENTARIO ANUAL DO ACERVO E BAIXA
      *                        DOS NAO ENCONTRADOS (INVBIB / RELINVB)
      *                      - ESTAGIO SUPERVISIONADO, EMPRESAS
      *                        CONCEDENTES E AVISO DE VENCIMENTO
      *                        DE CONVENIO, TERMO E SEGURO (VENCEST)
      *                      - TRABALHO DE CONCLUSAO DE CURSO (TCC)
      *                      - ATIVIDADES COMPLEMENTARES
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

          05 line  02   column 72  value 'VRS 0.0'.
          05 line  04   column 24  value 'S E C R E T A R I A  ( C O N T
      -                                  ' . )'.
          05 line  06   column 10  value 'R E M A T R I C U L A  (X)  / 
      -                                  'P R E V I S A O  (P) ----[ ]'.
          05 line  07   column 10  value 'C O N F . R E M A T R I C . (X
      -                                  ')/ P R O N T I D A O (A)-[ ]'.
          05 line  08   column 10  value 'V I A B I L I D A D E  D E  T
      -                                  ' U R M A S ---------------[ ]'.
          05 line  09   column 10  value 'P R O T O C O L O  -  A B E R
      -                                  ' ------------------------[ ]'.
          05 line  15   column 10  value 'P O R T A R I A  D O  C U R S
      -                                  'O ------------------------[ ]'.
          05 line  16   column 10  value 'A C E R V O (X) / B I B (B) / 
      -                                  'I N V (I) / C O N F (C) -[ ]'.
          05 line  17   column 10  value 'E M P R E S T I M O  (X)  /  A
      -                                  ' D E Q U A C A O  (A) ---[ ]'.
          05 line  18   column 10  value 'E S T A G I O (X) / H O R A S 
      -                                  '(R) / V E N C . (V) -----[ ]'.
          05 line  19   column 10  value 'T C C  (X)  /  A T I V . C O M
      -                                  ' P L E M E N T A R  (A)--[ ]'.
          05 line  20   column 10  value 'V O L T A R ------------------
      -                                  '-------------------------[ ]'.
          05 line  21   column 25  value 'MARQUE COM UM <X> A OPCAO'.

               ELSE
                  CHAIN 'REMAPROP.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'P' or 'p'
               CHAIN 'PREVMAT.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0210-confirma.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'REMACONF.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'A' or 'a'
               CHAIN 'PRONTANO.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0215-viabilidade.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'CADACER.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'B' or 'b'
               CHAIN 'CADBIBL.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'I' or 'i'
               CHAIN 'INVBIB.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'C' or 'c'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'RELINVB.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0295-biblioteca.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'X' or 'x'
               CHAIN 'BIBEMP.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'A' or 'a'
               CHAIN 'RELBIBL.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0297-estagio.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
            IF ws-opcao = 'R' or 'r'
               CHAIN 'RELEST.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'V' or 'v'
               CHAIN 'VENCEST.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0298-tcc.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0297-estagio.

       0298-tcc.
            ACCEPT (19 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               CHAIN 'CADTCC.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = 'A' or 'a'
               CHAIN 'CADATIV.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0600-sair.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0298-tcc.

       0600-sair.
            ACCEPT (20 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               CHAIN 'MSECRET.EXE'
               GO TO 0100-inicio.

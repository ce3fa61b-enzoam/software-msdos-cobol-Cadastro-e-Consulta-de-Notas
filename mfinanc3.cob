       IDENTIFICATION DIVISION.
       PROGRAM-ID MFINANC3-COB.
      *    FESP - FUNDACAO DE ESTUDOS SOCIAIS DO PARANA
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :SUBMENU FINANCEIRO (CONT. 2)
      *                      - DECLARACAO ANUAL DE QUITACAO
      *                      - INFORME DE PAGAMENTOS (IR)
      *                      - EMISSAO DE RPS (NFS-E)
      *                      - CONCILIACAO BANCARIA
      *                      - CADASTRO DE FORNECEDORES
      *                      - CONTAS A PAGAR (LANCAMENTO E BAIXA)
      *                      - CONTAS A PAGAR VENCIDAS
      *                      - RENTABILIDADE POR CURSO
      *                      - ORCAMENTO DE RECEITA POR CURSO
      *                      - ORCADO X REALIZADO
      *                      - SEGURO ESCOLAR (SEGESC)
      *                      - BENEFICIARIOS PROUNI / FIES (CADBENEF)
      *                      - REPASSE DO FIES (RETREP)
      *                      - FILA DE COBRANCA / PROMESSAS (COBFILA)
      *                      - BANCOS COBRADORES (CADBANCO) E
      *                        COMPARATIVO MENSAL (RELBCO)
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operador ASSIGN TO DISK
                       FILE STATUS status-oper.

           SELECT opermst ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY chave-oper
                       FILE STATUS status-mst.

           SELECT treinflg ASSIGN TO DISK
                       FILE STATUS status-trf.

       DATA DIVISION.
       FILE SECTION.
       FD  operador
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  reg-operador             PIC X(10).

       FD  opermst
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERMST.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  reg-opermst.
           05  chave-oper.
               10  cod-oper            PIC X(10).
           05  senha-oper              PIC 9(06).
           05  nome-oper               PIC X(30).
           05  nivel-oper              PIC 9(01).
           05  situacao-oper           PIC X(01).
               88  oper-ativo          VALUE 'A'.
               88  oper-inativo        VALUE 'I'.
           05  FILLER                  PIC X(02).

       FD  treinflg
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TREINO.FLG'
           RECORD CONTAINS 10 CHARACTERS.

       01  reg-treinflg             PIC X(10).

       WORKING-STORAGE SECTION.
       01 status-oper               PIC X(02) VALUE SPACES.
       01 status-mst                PIC X(02) VALUE SPACES.
       01 ws-nivel                  PIC 9 VALUE 3.
       01 ws-opcao                  PIC X.
       01 ws-resp                   PIC X.
       01 ws-limpa-tela             PIC X(70) VALUE SPACES.
       01 status-trf                PIC X(02) VALUE SPACES.
       01 ws-treino                 PIC X VALUE 'N'.

       SCREEN SECTION.
       01 tela-menu.
          05 blank screen.
          05 line  02   column 02  value 'SISTEMA - FACAD'.
          05 line  02   column 29  value 'CONTROLE DE FACULDADE'.
          05 line  02   column 72  value 'VRS 0.0'.
          05 line  04   column 24  value 'F I N A N C E I R O  ( C O N T
      -                                  ' . )'.
          05 line  06   column 10  value 'D E C L A R A C A O  D E  Q U
      -                                  'I T A C A O -------------[ ]'.
          05 line  07   column 10  value 'I N F O R M E  D E  P A G A M 
      -                                  'E N T O S ---------------[ ]'.
          05 line  08   column 10  value 'E M I S S A O  D E  R P S  ( N
      -                                  ' F S - E ) --------------[ ]'.
          05 line  09   column 10  value 'C O N C I L I A C A O  B A N C
      -                                  ' A R I A ----------------[ ]'.
          05 line  10   column 10  value 'F O R N E C E D O R E S ------
      -                                  '-------------------------[ ]'.
          05 line  11   column 10  value 'C O N T A S   A   P A G A R --
      -                                  '-------------------------[ ]'.
          05 line  12   column 10  value 'C O N T A S   V E N C I D A S 
      -                                  '-------------------------[ ]'.
          05 line  13   column 10  value 'R E N T A B I L I D A D E   C 
      -                                  'U R S O -----------------[ ]'.
          05 line  14   column 10  value 'O R C A M E N T O   R E C E I 
      -                                  'T A ---------------------[ ]'.
          05 line  15   column 10  value 'O R C A D O   X   R E A L I Z 
      -                                  'A D O -------------------[ ]'.
          05 line  16   column 10  value 'S E G U R O  E S C O L A R ---
      -                                  '-------------------------[ ]'.
          05 line  17   column 10  value 'P R O U N I / F I E S  (X)  / 
      -                                  ' R E P A S S E  (R) -----[ ]'.
          05 line  18   column 10  value 'F I L A  D E  C O B R A N C A 
      -                                  '-------------------------[ ]'.
          05 line  19   column 10  value 'B A N C O S  (X)  /  C O M P A
      -                                  ' R A T I V O  (R) -------[ ]'.
          05 line  20   column 10  value 'V O L T A R ------------------
      -                                  '-------------------------[ ]'.
          05 line  22   column 25  value 'MARQUE COM UM <X> A OPCAO'.

       PROCEDURE DIVISION.

      * NIVEL DO OPERADOR LOGADO - SEM OPERMST.DAT TUDO LIBERADO
      * (COMPATIBILIDADE), OPERADOR DESCONHECIDO SO CONSULTA
       0050-nivel.
            MOVE 3 TO ws-nivel
            OPEN INPUT opermst
            IF status-mst NOT = '00'
               GO TO 0100-inicio.
            OPEN INPUT operador
            IF status-oper NOT = '00'
               MOVE 1 TO ws-nivel
               CLOSE opermst
               GO TO 0100-inicio.
            READ operador
            MOVE reg-operador TO cod-oper
            CLOSE operador
            MOVE 1 TO ws-nivel
            READ opermst INVALID KEY
               CLOSE opermst
               GO TO 0100-inicio.
            IF oper-ativo
               MOVE nivel-oper TO ws-nivel.
            CLOSE opermst.

       0100-inicio.
            DISPLAY tela-menu
            PERFORM 0110-banner-treino.

       0200-declquit.
            ACCEPT (06 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'declquit.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0210-infpgto.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0200-declquit.

       0210-infpgto.
            ACCEPT (07 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'infpgto.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0220-gerrps.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0210-infpgto.

       0220-gerrps.
            ACCEPT (08 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'gerrps.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0230-concbco.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0220-gerrps.

       0230-concbco.
            ACCEPT (09 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'concbco.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0240-cadforn.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0230-concbco.

       0240-cadforn.
            ACCEPT (10 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'cadforn.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0250-cadpagar.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0240-cadforn.

       0250-cadpagar.
            ACCEPT (11 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'cadpagar.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0260-relpagar.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0250-cadpagar.

       0260-relpagar.
            ACCEPT (12 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'relpagar.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0270-rentcur.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0260-relpagar.

       0270-rentcur.
            ACCEPT (13 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'rentcur.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0280-cadorc.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0270-rentcur.

       0280-cadorc.
            ACCEPT (14 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'cadorc.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0290-relorc.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0280-cadorc.

       0290-relorc.
            ACCEPT (15 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'relorc.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0295-segesc.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0290-relorc.

       0295-segesc.
            ACCEPT (16 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'SEGESC.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0297-benef.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0295-segesc.

       0297-benef.
            ACCEPT (17 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'cadbenef.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'R' or 'r'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'retrep.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0298-cobfila.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0297-benef.

       0298-cobfila.
            ACCEPT (18 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'cobfila.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0299-bancos.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0298-cobfila.

       0299-bancos.
            ACCEPT (19 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'cadbanco.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'R' or 'r'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'relbco.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0600-sair.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0299-bancos.

       0600-sair.
            ACCEPT (20 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               CHAIN 'mfinanc2.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0200-declquit.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0600-sair.

      * A PRESENCA DO TREINO.FLG NO DIRETORIO MARCA O AMBIENTE DE
      * TREINAMENTO (DADOS PARALELOS) - BANNER EM TODAS AS TELAS
       0110-banner-treino.
            OPEN INPUT treinflg
            IF status-trf = '00'
               MOVE 'S' TO ws-treino
               CLOSE treinflg.
            IF ws-treino = 'S'
               DISPLAY (01 20) '*** AMBIENTE DE TREINAMENTO ***'.

      *                      - ENTRADA DE NOTAS E FALTAS
      *                      - CADASTRO E CONSULTA
      *                      - LANCAMENTO EM LOTE E CONSOLIDACAO
      *                      - PRAZOS DE ENTREGA DE NOTAS (CADPRAZO)
      *                      - CONFERENCIA DE DIGITACAO (VERNOTAS)
      *                      - REVISOES DE NOTA POR DISCIPLINA (RELREV)
      *                      - PERIODO ESPECIAL DE FERIAS: OFERTA,
      *                        MATRICULA E NOTAS (CADPESP/MATESP/
      *                        NOTAESP)
      *                      - COEFICIENTE DE RENDIMENTO E REGIME DE
      *                        PROVA (CALCCR)
      *    VRS              DATA              DESCRICAO
      *    1.5              25/10/2000        TRABALHO.

          05 line  05   column 15  value 'C A D A S T R O  D E  N O T A
      -                                  'S  E  F A L T A S'.
          05 line  08   column 10  value 'E N T R A D A  D E  N O T A S               
      -                                  '-------------------------[ ]'.
          05 line  09   column 10  value 'R E V I S O E S  D E  N O T A 
      -                                  '-------------------------[ ]'.
          05 line  10   column 10  value 'C A D A S T R O  E  C O N S U               
      -                                  'L T A -------------------[ ]'.
          05 line  11   column 10  value 'C O N F E R E N C I A  D E  D 
      -                                  'I G I T A C A O ---------[ ]'.
          05 line  12   column 10  value 'R E L A T O R I O ------------
      -                                  '-------------------------[ ]'.
          05 line  13   column 10  value 'P R A Z O S  D E  N O T A S --
      -                                  '-------------------------[ ]'.
          05 line  14   column 10  value 'C O R R E C A O  D E  N O T A
      -                                  'S -----------------------[ ]'.
          05 line  16   column 10  value 'L A N C A M E N T O  E M  L O
      -                                  'T E ---------------------[ ]'.
          05 line  18   column 10  value 'C O N S O L I D A C A O (X) / 
      -                                  'C O E F.  R E N D. (C) --[ ]'.
          05 line  19   column 10  value 'R E P O S I C O E S ----------
      -                                  '-------------------------[ ]'.
          05 line  15   column 10  value 'D E P E N D E N C I A S (X) / 
      -                                  'E S P E C I A L (P/M/N) -[ ]'.
          05 line  17   column 10  value 'C A L E N D A R I O  /  G E R
      -                                  'A  A U L A S ------------[ ]'.
          05 line  20   column 10  value 'V O L T A R ------------------
                  CHAIN 'entnotas.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0250-revisoes.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0200-inclusao.

       0250-revisoes.
            ACCEPT (09 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               CHAIN 'RELREV.EXE'
               GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0300-alteracao.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0250-revisoes.

       0300-alteracao.
            ACCEPT (10 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
                  CHAIN 'cadnotas.EXE'
                  GO TO 0100-inicio.
           IF ws-opcao = spaces
               GO TO 0350-conferencia.
           DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0300-alteracao.

       0350-conferencia.
            ACCEPT (11 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'VERNOTAS.EXE'
                  GO TO 0100-inicio.
           IF ws-opcao = spaces
               GO TO 0400-relatorio.
           DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0350-conferencia.

       0400-relatorio.
            ACCEPT (12 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
               CHAIN 'relnot.EXE'
               GO TO 0100-inicio.
           IF ws-opcao = spaces
               GO TO 0450-prazos.
           DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0400-relatorio.

       0450-prazos.
            ACCEPT (13 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 3
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CADPRAZO.EXE'
                  GO TO 0100-inicio.
           IF ws-opcao = spaces
               GO TO 0500-correcao.
           DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0450-prazos.

       0500-correcao.
            ACCEPT (14 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
               ELSE
                  CHAIN 'CADNOT.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'C' or 'c'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CALCCR.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0543-dependencias.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               ELSE
                  CHAIN 'DEPGER.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'P' or 'p'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CADPESP.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'M' or 'm'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'MATESP.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = 'N' or 'n'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'NOTAESP.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0545-calendario.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.

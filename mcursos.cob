      *                      - ALTERACAO
      *                      - EXCLUSAO
      *                      - CONSULTA
      *                      - ENADE (INSCRICAO E SITUACAO DO ALUNO)
      *                      - EVENTOS ACADEMICOS
      *    VRS              DATA              DESCRICAO
      *    1.5              25/10/2000        TRABALHO.

      -                                  '-------------------------[ ]'.
          05 line  16   column 10  value 'V O L T A R ------------------
      -                                  '-------------------------[ ]'.
          05 line  18   column 10  value 'E N A D E --------------------
      -                                  '-------------------------[ ]'.
          05 line  19   column 10  value 'E V E N T O S  A C A D E M I C
      -                                  ' O S --------------------[ ]'.
          05 line  20   column 25  value 'MARQUE COM UM <X> A OPCAO'.
      

       PROCEDURE DIVISION.
                  CHAIN 'JUBILA.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0570-enade.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0560-jubila.

       0570-enade.
            ACCEPT (18 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'ENADE.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0580-eventos.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0570-enade.

       0580-eventos.
            ACCEPT (19 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela
            IF ws-opcao = 'X' or 'x'
               IF ws-nivel < 2
                  DISPLAY (23 29) 'NIVEL INSUFICIENTE'
                  GO TO 0100-inicio
               ELSE
                  CHAIN 'CADEVT.EXE'
                  GO TO 0100-inicio.
            IF ws-opcao = spaces
               GO TO 0600-sair.
            DISPLAY (23 29) 'RESPOSTA INVALIDA'.
               GO TO 0580-eventos.

       0600-sair.
            ACCEPT (16 66) ws-opcao with prompt AUTO-SKIP
            DISPLAY (23 03) ws-limpa-tela

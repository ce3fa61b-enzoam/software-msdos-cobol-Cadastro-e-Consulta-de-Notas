      *                      CURSO E ANO LETIVO (PRECOS.DAT) - O
      *                      GERMENS GERA PELO PRECO DO ANO, O INCALU
      *                      MOSTRA O PRECO VIGENTE E A HISTORIA FICA
      *                      GUARDADA PARA O CONTADOR E O PROCON.
      *                      MANTEM TAMBEM O DESCONTO DE PONTUALIDADE
      *                      POR CURSO E ANO (PONTUAL.DAT)
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            DESCONTO DE PONTUALIDADE
      *                                       (PONTUAL.DAT) - % E DIA
      *                                       LIMITE POR CURSO E ANO

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-preco
                         FILE STATUS status-prec.

           SELECT pontcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-pont
                         FILE STATUS status-pont.

       DATA DIVISION.

       FILE SECTION.
           05 data-cad-prec        PIC 9(08).
           05 FILLER               PIC X(02).

      * DESCONTO DE PONTUALIDADE: PAGANDO ATE O DIA LIMITE DO MES DO
      * VENCIMENTO O ALUNO PAGA A MENSALIDADE MENOS O PERCENTUAL.
      * DIA LIMITE ZERO = ATE O PROPRIO VENCIMENTO
       FD pontcad
           LABEL record STANDARD
           value OF FILE-ID 'PONTUAL.DAT'
           record contains 30 characteres.

       01 reg-pontual.
           05 chave-pont.
              10 cod-curso-pont    PIC 9(06).
              10 ano-pont          PIC 9(04).
           05 perc-pont            PIC 9(02)v99.
           05 dia-lim-pont         PIC 9(02).
           05 data-cad-pont        PIC 9(08).
           05 FILLER               PIC X(06).

       WORKING-STORAGE SECTION.
       01 statcur-arq              PIC X(02) value spaces.
       01 status-prec              PIC X(02) value spaces.
       01 status-pont              PIC X(02) value spaces.
       01 ws-resp                  PIC X.
       01 ws-opcao                 PIC 9.
       01 linha-branco             PIC X(45) value spaces.
       01 achou-preco              PIC X(01) value 'N'.
          88 preco-existente       VALUE 'S'.
       01 achou-pont               PIC X(01) value 'N'.
          88 pont-existente        VALUE 'S'.
       01 ed-perc                  PIC Z9,99.
       01 ed-valor                 PIC Z.ZZ9,99.
       01 lin                      PIC 9(02) value zeros.
       01 ws-data-hoje             PIC 9(08) value zeros.
              STOP RUN.
           OPEN I-O precocad
           IF status-prec = '00'
              GO TO 0150-openpont.
           OPEN OUTPUT precocad
           CLOSE precocad
           OPEN I-O precocad.

       0150-openpont.
           OPEN I-O pontcad
           IF status-pont = '00'
              GO TO 0200-tela.
           OPEN OUTPUT pontcad
           CLOSE pontcad
           OPEN I-O pontcad.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADPREC'
           DISPLAY (02 27) 'TABELA DE PRECOS'
           DISPLAY (02 72) 'VRS 1.1'
           DISPLAY (05 07) '1-INCLUI/ALTERA PRECO'
           DISPLAY (06 07) '2-HISTORIA DO CURSO'
           DISPLAY (07 07) '3-DESCONTO DE PONTUALIDADE'
           DISPLAY (08 07) '4-SAIR'
           DISPLAY (09 07) 'OPCAO [ ]'.

       0210-opcao.
           IF ws-opcao = 2
              GO TO 0500-historia.
           IF ws-opcao = 3
              GO TO 0600-pontual.
           IF ws-opcao = 4
              GO TO 0900-fim.
           DISPLAY (22 20) 'OPCAO INVALIDA'
           GO TO 0210-opcao.
           STOP ' '
           GO TO 0200-tela.

      * DESCONTO DE PONTUALIDADE DO CURSO NO ANO - PERCENTUAL ZERO
      * SUSPENDE O DESCONTO SEM APAGAR O REGISTRO
       0600-pontual.
           DISPLAY (11 07) 'CURSO [000000]  ANO [    ]'
           ACCEPT (11 14) cod-curso-pont with prompt AUTO-SKIP
           IF cod-curso-pont = ZEROS
              GO TO 0200-tela.
           MOVE cod-curso-pont TO codcurso
           READ curcad INVALID KEY
              DISPLAY (22 20) 'CURSO NAO CADASTRADO'
              GO TO 0600-pontual.
           DISPLAY (12 07) descricao
           ACCEPT (11 28) ano-pont with prompt AUTO-SKIP
           IF ano-pont < 1997
              DISPLAY (22 20) 'ANO INVALIDO'
              GO TO 0600-pontual.

           MOVE 'N' TO achou-pont
           READ pontcad INVALID KEY
              MOVE ZEROS TO perc-pont dia-lim-pont
              GO TO 0650-perc.
           MOVE 'S' TO achou-pont
           DISPLAY (22 20) 'DESCONTO JA CADASTRADO - ALTERANDO'.

       0650-perc.
           MOVE perc-pont TO ed-perc
           DISPLAY (14 07) 'DESCONTO % [     ]'
           DISPLAY (14 19) ed-perc
           ACCEPT (14 19) perc-pont with UPDATE AUTO-SKIP
           IF perc-pont > 50
              DISPLAY (22 20) 'PERCENTUAL ACIMA DE 50%'
              GO TO 0650-perc.
           MOVE perc-pont TO ed-perc
           DISPLAY (14 19) ed-perc.

       0660-dia.
           DISPLAY (15 07) 'PAGANDO ATE O DIA [  ] (0 = VENCIMENTO)'
           ACCEPT (15 26) dia-lim-pont with UPDATE AUTO-SKIP
           IF dia-lim-pont > 31
              DISPLAY (22 20) 'DIA INVALIDO'
              GO TO 0660-dia.

       0700-confirma-pont.
           DISPLAY (16 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (16 23) ws-resp with prompt AUTO-SKIP
           DISPLAY (16 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              DISPLAY (22 20) 'OPERACAO ABANDONADA'
              GO TO 0200-tela.
           ACCEPT ws-data-hoje FROM DATE YYYYMMDD
           MOVE ws-data-hoje TO data-cad-pont
           IF pont-existente
              REWRITE reg-pontual
              DISPLAY (22 20) 'DESCONTO ALTERADO'
              GO TO 0200-tela.
           WRITE reg-pontual
           DISPLAY (22 20) 'DESCONTO CADASTRADO'
           GO TO 0200-tela.

       0900-fim.
           CLOSE curcad
                 precocad
                 pontcad
           CHAIN 'FACAD.EXE '.

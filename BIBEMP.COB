      *              multa por dia de atraso e lanca o debito em
      *              TAXAS.DAT para recebimento no caixa; tambem
      *              responde o NADA CONSTA de um aluno (usado pelo
      *              GRADFORM e pelo CONSDOC). Obra sem exemplar
      *              disponivel pode ser reservada; a devolucao separa
      *              o exemplar para o primeiro da fila por alguns dias
      *              e o emprestimo pode ser renovado se nao houver
      *              reserva nem atraso
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            SEM EMPRESTIMO PARA ALUNO SUSPENSO OU
      *                          DESLIGADO (SANCAO.DAT APROVADA)
      * 1.2      /  /            FILA DE RESERVA POR OBRA (RESERVA.DAT),
      *                          EXEMPLAR SEPARADO NA DEVOLUCAO E
      *                          RENOVACAO DO EMPRESTIMO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TAXACTL ASSIGN TO DISK
                       FILE STATUS STATUS-TCT.

           SELECT SANCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SAN
                       FILE STATUS STATUS-SAN.

           SELECT RESERVA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RES
                       FILE STATUS STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUCAD
               88  EXEMPLAR-DISPONIVEL VALUE 'D'.
               88  EXEMPLAR-EMPRESTADO VALUE 'E'.
               88  EXEMPLAR-BAIXADO    VALUE 'B'.
               88  EXEMPLAR-RESERVADO  VALUE 'R'.
           05  FILLER                  PIC X(02).

       FD  EMPREST
               88  EMP-ABERTO          VALUE 'A'.
               88  EMP-DEVOLVIDO       VALUE 'D'.
           05  MULTA-EMP               PIC 9(03)V99.
           05  QTD-RENOV-EMP           PIC 9(02).
           05  FILLER                  PIC X(03).

       FD  EMPCTL
           LABEL RECORD STANDARD
           05  ULT-TAXA                PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  SANCAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SANCAO.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-SANCAO.
           05  CHAVE-SAN.
               10  COD-ALUNO-SAN       PIC 9(06).
               10  COD-CURSO-SAN       PIC 9(02).
               10  SEQ-SAN             PIC 9(03).
           05  DATA-OCO-SAN            PIC 9(08).
           05  SEQ-OCO-SAN             PIC 9(02).
           05  TIPO-SAN                PIC X(02).
               88  SAN-SUSPENSAO       VALUE 'SU'.
               88  SAN-DESLIGAMENTO    VALUE 'DE'.
           05  ATO-SAN                 PIC X(15).
           05  AUTORIDADE-SAN          PIC X(20).
           05  DATA-INI-SAN            PIC 9(08).
           05  DATA-FIM-SAN            PIC 9(08).
           05  SIT-SAN                 PIC X(01).
               88  SAN-APROVADA        VALUE 'A'.
           05  OPER-SAN                PIC X(10).
           05  DATA-REG-SAN            PIC 9(08).
           05  FILLER                  PIC X(07).

      * FILA DE RESERVA DA OBRA - SEQ-RES DA A ORDEM DE CHEGADA
       FD  RESERVA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RESERVA.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-RESERVA.
           05  CHAVE-RES.
               10  COD-OBRA-RES        PIC 9(05).
               10  SEQ-RES             PIC 9(04).
           05  COD-ALUNO-RES           PIC 9(06).
           05  COD-CURSO-RES           PIC 9(06).
           05  DATA-RES                PIC 9(08).
           05  SIT-RES                 PIC X(01).
               88  RES-AGUARDANDO      VALUE 'A'.
               88  RES-SEPARADA        VALUE 'S'.
               88  RES-ATENDIDA        VALUE 'E'.
               88  RES-CANCELADA       VALUE 'C'.
               88  RES-VENCIDA         VALUE 'V'.
               88  RES-ATIVA           VALUE 'A' 'S'.
           05  NUM-EXEMPLAR-RES        PIC 9(02).
           05  DATA-LIM-RES            PIC 9(08).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-ACER         PIC X(02) VALUE SPACES.
       01  STATUS-ECT          PIC X(02) VALUE SPACES.
       01  STATUS-TAX          PIC X(02) VALUE SPACES.
       01  STATUS-TCT          PIC X(02) VALUE SPACES.
       01  STATUS-SAN          PIC X(02) VALUE SPACES.
       01  STATUS-RES          PIC X(02) VALUE SPACES.
       01  WS-SEM-SANCAO       PIC X VALUE 'N'.
       01  WS-SUSPENSO         PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  MULTA-DIA-BIB       PIC 9V99 VALUE 1,00.
       01  PRAZO-DIAS-BIB      PIC 9(02) VALUE 7.
       01  RESERVA-DIAS-BIB    PIC 9(02) VALUE 3.
       01  MAX-RENOV-BIB       PIC 9(02) VALUE 2.
       01  WS-OBRA-RES         PIC 9(05) VALUE ZEROS.
       01  WS-SEQ-RES          PIC 9(04) VALUE ZEROS.
       01  WS-POSICAO          PIC 9(04) VALUE ZEROS.
       01  WS-CHAVE-RES-SALVA  PIC X(09) VALUE SPACES.
       01  WS-TEM-RESERVA      PIC X VALUE 'N'.
       01  WS-RES-DO-ALUNO     PIC X VALUE 'N'.
       01  WS-OBRA-RESERVADA   PIC X VALUE 'N'.
       01  WS-ACHOU-LIVRE      PIC X VALUE 'N'.
       01  WS-ACHOU-OBRA       PIC X VALUE 'N'.
       01  WS-ERA-SEPARADA     PIC X VALUE 'N'.
       01  WS-SEPAROU          PIC X VALUE 'N'.
       01  WS-ALUNO-SEPARADO   PIC 9(06) VALUE ZEROS.
       01  WS-EXEMPLAR-W       PIC 9(02) VALUE ZEROS.
       01  WS-TITULO-RES       PIC X(40) VALUE SPACES.
       01  LIN                 PIC 99 VALUE ZEROS.
       01  WS-DATA-HOJE.
           05 WS-ANO-HOJE      PIC 9(04).
           05 WS-MES-HOJE      PIC 9(02).
              CLOSE ALUCAD
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT SANCAO
           IF STATUS-SAN NOT = '00'
              MOVE 'S' TO WS-SEM-SANCAO.
           OPEN I-O RESERVA
           IF STATUS-RES NOT = '00'
              OPEN OUTPUT RESERVA
              CLOSE RESERVA
              OPEN I-O RESERVA.
           OPEN I-O EMPREST
           IF STATUS-EMP = '00'
              GO TO 0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'BIBEMP'
           DISPLAY (02 22) 'BIBLIOTECA - MOVIMENTO'
           DISPLAY (02 73) 'VRS 1.2'
           DISPLAY (05 10)
             'E=EMPRESTIMO  D=DEVOLUCAO  R=RENOVACAO  V=RESERVA'
           DISPLAY (06 10) 'C=NADA CONSTA  F=FIM  [ ]'.

       0300-OPCAO.
           ACCEPT (06 33) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'E' OR 'e'
              GO TO 0400-EMPRESTIMO.
           IF WS-OPCAO = 'D' OR 'd'
              GO TO 0600-DEVOLUCAO.
           IF WS-OPCAO = 'R' OR 'r'
              GO TO 0500-RENOVACAO.
           IF WS-OPCAO = 'V' OR 'v'
              GO TO 0700-RESERVA.
           IF WS-OPCAO = 'C' OR 'c'
              GO TO 0800-NADA-CONSTA.
           IF WS-OPCAO = 'F' OR 'f'
           READ ALUCAD INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0400-EMPRESTIMO.
           DISPLAY (07 42) NOME (1:35)
           PERFORM 9700-VERIFICA-SANCAO THRU 9799-FIM-SANCAO
           IF WS-SUSPENSO = 'S'
              DISPLAY (22 10)
                'ALUNO SUSPENSO OU DESLIGADO - SEM EMPRESTIMO'
              STOP ' '
              DISPLAY (22 10) LIMPA-LINHA
              GO TO 0200-TELA.

       0410-EXEMPLAR.
           DISPLAY (09 10) 'OBRA [     ]  EXEMPLAR [  ]'
              DISPLAY (22 10) 'EXEMPLAR NAO CADASTRADO'
              GO TO 0410-EXEMPLAR.
           DISPLAY (09 40) TITULO-ACER (1:35)
           MOVE NUM-EXEMPLAR TO WS-EXEMPLAR-W
           MOVE COD-OBRA TO WS-OBRA-RES
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 9450-VENCE-RESERVAS THRU 9499-FIM-VENCE
           MOVE WS-OBRA-RES TO COD-OBRA
           MOVE WS-EXEMPLAR-W TO NUM-EXEMPLAR
           READ ACERVO
           MOVE 'N' TO WS-TEM-RESERVA
           IF EXEMPLAR-RESERVADO
              PERFORM 9800-RESERVA-SEPARADA THRU 9849-FIM-SEPARADA.
           IF EXEMPLAR-RESERVADO AND WS-TEM-RESERVA = 'N'
              DISPLAY (22 10) 'EXEMPLAR SEPARADO P/ OUTRO ALUNO'
              GO TO 0410-EXEMPLAR.
           IF NOT EXEMPLAR-DISPONIVEL AND NOT EXEMPLAR-RESERVADO
              DISPLAY (22 10) 'EXEMPLAR NAO DISPONIVEL'
              GO TO 0410-EXEMPLAR.

           MOVE PRAZO-DIAS-BIB TO WS-QUOC
           PERFORM 9500-SOMA-DIAS THRU 9599-FIM-SOMA
           MOVE WS-DATA-PRAZO TO DATA-PREV-EMP
           MOVE ZEROS TO DATA-DEV-EMP MULTA-EMP QTD-RENOV-EMP
           MOVE 'A' TO SIT-EMP
           WRITE REG-EMPREST
           MOVE 'E' TO SIT-ACER
           REWRITE REG-ACERVO
           MOVE COD-OBRA TO WS-OBRA-RES
           PERFORM 9350-BUSCA-RES-ALUNO THRU 9399-FIM-BUSCA
           IF WS-RES-DO-ALUNO = 'S'
              MOVE 'E' TO SIT-RES
              REWRITE REG-RESERVA.
           DISPLAY (13 10) 'EMPRESTIMO REGISTRADO - NUMERO'
           DISPLAY (13 41) NUM-EMP
           DISPLAY (14 10) 'DEVOLVER ATE'
           STOP ' '
           GO TO 0200-TELA.

      * RENOVACAO: NOVO PRAZO A PARTIR DE HOJE, ATE MAX-RENOV-BIB
      * VEZES, RECUSADA COM ATRASO OU COM RESERVA PARA A OBRA
       0500-RENOVACAO.
           DISPLAY (07 10) 'NUMERO DO EMPRESTIMO [      ]'
           ACCEPT (07 32) NUM-EMP WITH PROMPT AUTO-SKIP
           IF NUM-EMP = ZEROS
              GO TO 0200-TELA.
           READ EMPREST INVALID KEY
              DISPLAY (22 10) 'EMPRESTIMO NAO ENCONTRADO'
              GO TO 0500-RENOVACAO.
           IF NOT EMP-ABERTO
              DISPLAY (22 10) 'EMPRESTIMO JA DEVOLVIDO'
              GO TO 0500-RENOVACAO.
           IF QTD-RENOV-EMP NOT NUMERIC
              MOVE ZEROS TO QTD-RENOV-EMP.
           DISPLAY (09 10) 'ALUNO:'
           DISPLAY (09 17) COD-ALUNO-EMP
           DISPLAY (09 26) 'PREVISTO P/'
           DISPLAY (09 38) DATA-PREV-EMP
           DISPLAY (09 48) 'RENOVACOES:'
           DISPLAY (09 60) QTD-RENOV-EMP
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DATA-HOJE > DATA-PREV-EMP
              DISPLAY (22 10) 'EMPRESTIMO EM ATRASO - FACA A DEVOLUCAO'
              STOP ' '
              GO TO 0200-TELA.
           IF QTD-RENOV-EMP NOT < MAX-RENOV-BIB
              DISPLAY (22 10) 'LIMITE DE RENOVACOES ATINGIDO'
              STOP ' '
              GO TO 0200-TELA.
           MOVE COD-OBRA-EMP TO WS-OBRA-RES
           PERFORM 9300-OBRA-RESERVADA THRU 9349-FIM-RESERVADA
           IF WS-OBRA-RESERVADA = 'S'
              DISPLAY (22 10) 'OBRA COM RESERVA - RENOVACAO RECUSADA'
              STOP ' '
              GO TO 0200-TELA.
           MOVE PRAZO-DIAS-BIB TO WS-QUOC
           PERFORM 9500-SOMA-DIAS THRU 9599-FIM-SOMA
           DISPLAY (11 10) 'NOVO PRAZO:'
           DISPLAY (11 22) WS-DATA-PRAZO.

       0520-CONFIRMA-REN.
           DISPLAY (13 10) 'CONFIRMA A RENOVACAO (S OU N)  [ ]'
           ACCEPT (13 42) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (13 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0520-CONFIRMA-REN.
           MOVE WS-DATA-PRAZO TO DATA-PREV-EMP
           ADD 1 TO QTD-RENOV-EMP
           REWRITE REG-EMPREST
           DISPLAY (22 10) 'RENOVACAO REGISTRADA'
           STOP ' '
           GO TO 0200-TELA.

       0600-DEVOLUCAO.
           DISPLAY (07 10) 'NUMERO DO EMPRESTIMO [      ]'
           ACCEPT (07 32) NUM-EMP WITH PROMPT AUTO-SKIP
           REWRITE REG-EMPREST
           MOVE COD-OBRA-EMP TO COD-OBRA
           MOVE NUM-EXEMPLAR-EMP TO NUM-EXEMPLAR
           MOVE 'N' TO WS-SEPAROU
           READ ACERVO
           IF STATUS-ACER = '00'
              PERFORM 9400-LIBERA-EXEMPLAR THRU 9449-FIM-LIBERA.
           IF WS-SEPAROU = 'S'
              DISPLAY (15 10) 'EXEMPLAR SEPARADO P/ A RESERVA DO ALUNO'
              DISPLAY (15 50) WS-ALUNO-SEPARADO.
           IF WS-MULTA = ZEROS
              DISPLAY (22 10) 'DEVOLUCAO REGISTRADA'
              STOP ' '
           STOP ' '
           GO TO 0200-TELA.

      * RESERVA: MOSTRA A FILA DA OBRA E INCLUI O ALUNO NO FIM DELA
      * (SO QUANDO NAO HA EXEMPLAR DISPONIVEL); ALUNO JA NA FILA PODE
      * CANCELAR A SUA RESERVA
       0700-RESERVA.
           DISPLAY (07 10) 'OBRA [     ]'
           ACCEPT (07 16) WS-OBRA-RES WITH PROMPT AUTO-SKIP
           IF WS-OBRA-RES = ZEROS
              GO TO 0200-TELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 9450-VENCE-RESERVAS THRU 9499-FIM-VENCE
           MOVE 'N' TO WS-ACHOU-OBRA WS-ACHOU-LIVRE
           MOVE WS-OBRA-RES TO COD-OBRA
           MOVE ZEROS TO NUM-EXEMPLAR
           START ACERVO KEY NOT LESS THAN CHAVE-ACER INVALID KEY
              GO TO 0705-TESTA-OBRA.

       0702-LE-ACERVO.
           READ ACERVO NEXT
           IF STATUS-ACER NOT = '00'
              GO TO 0705-TESTA-OBRA.
           IF COD-OBRA NOT = WS-OBRA-RES
              GO TO 0705-TESTA-OBRA.
           IF EXEMPLAR-BAIXADO
              GO TO 0702-LE-ACERVO.
           IF WS-ACHOU-OBRA = 'N'
              MOVE TITULO-ACER TO WS-TITULO-RES.
           MOVE 'S' TO WS-ACHOU-OBRA
           IF EXEMPLAR-DISPONIVEL
              MOVE 'S' TO WS-ACHOU-LIVRE.
           GO TO 0702-LE-ACERVO.

       0705-TESTA-OBRA.
           IF WS-ACHOU-OBRA = 'N'
              DISPLAY (22 10) 'OBRA NAO CADASTRADA OU BAIXADA'
              GO TO 0700-RESERVA.
           DISPLAY (07 24) WS-TITULO-RES
           DISPLAY (09 10) 'FILA  ALUNO   DESDE     SITUACAO'
           MOVE 9 TO LIN
           MOVE ZEROS TO WS-POSICAO WS-SEQ-RES
           MOVE WS-OBRA-RES TO COD-OBRA-RES
           MOVE ZEROS TO SEQ-RES
           START RESERVA KEY NOT LESS THAN CHAVE-RES INVALID KEY
              GO TO 0720-ALUNO.

       0710-LE-FILA.
           READ RESERVA NEXT
           IF STATUS-RES NOT = '00'
              GO TO 0720-ALUNO.
           IF COD-OBRA-RES NOT = WS-OBRA-RES
              GO TO 0720-ALUNO.
           MOVE SEQ-RES TO WS-SEQ-RES
           IF NOT RES-ATIVA
              GO TO 0710-LE-FILA.
           ADD 1 TO WS-POSICAO
           IF LIN > 15
              GO TO 0710-LE-FILA.
           ADD 1 TO LIN
           IF LIN > 15
              DISPLAY (LIN , 10) '...'
              GO TO 0710-LE-FILA.
           DISPLAY (LIN , 10) WS-POSICAO
           DISPLAY (LIN , 16) COD-ALUNO-RES
           DISPLAY (LIN , 24) DATA-RES
           IF RES-AGUARDANDO
              DISPLAY (LIN , 34) 'AGUARDANDO'
           ELSE
              DISPLAY (LIN , 34) 'SEPARADO EX.'
              DISPLAY (LIN , 47) NUM-EXEMPLAR-RES
              DISPLAY (LIN , 50) 'ATE'
              DISPLAY (LIN , 54) DATA-LIM-RES.
           GO TO 0710-LE-FILA.

       0720-ALUNO.
           IF WS-POSICAO = ZEROS
              DISPLAY (10 10) 'SEM RESERVAS PARA ESTA OBRA'.
           DISPLAY (17 10) 'ALUNO [      ]  CURSO [      ]'
           ACCEPT (17 17) COD-ALUNO WITH PROMPT AUTO-SKIP
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (17 33) COD-CURSO WITH PROMPT AUTO-SKIP
           READ ALUCAD INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0720-ALUNO.
           DISPLAY (17 42) NOME (1:30)
           PERFORM 9350-BUSCA-RES-ALUNO THRU 9399-FIM-BUSCA
           IF WS-RES-DO-ALUNO = 'S'
              GO TO 0760-CANCELA.
           PERFORM 9700-VERIFICA-SANCAO THRU 9799-FIM-SANCAO
           IF WS-SUSPENSO = 'S'
              DISPLAY (22 10)
                'ALUNO SUSPENSO OU DESLIGADO - SEM RESERVA'
              STOP ' '
              GO TO 0200-TELA.
           IF WS-ACHOU-LIVRE = 'S'
              DISPLAY (22 10)
                'HA EXEMPLAR DISPONIVEL - FACA O EMPRESTIMO'
              STOP ' '
              GO TO 0200-TELA.

       0730-CONFIRMA-RES.
           DISPLAY (19 10) 'CONFIRMA A RESERVA (S OU N)  [ ]'
           ACCEPT (19 40) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (19 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0730-CONFIRMA-RES.
           MOVE WS-OBRA-RES TO COD-OBRA-RES
           ADD 1 TO WS-SEQ-RES
           MOVE WS-SEQ-RES TO SEQ-RES
           MOVE COD-ALUNO TO COD-ALUNO-RES
           MOVE COD-CURSO TO COD-CURSO-RES
           MOVE WS-DATA-HOJE TO DATA-RES
           MOVE 'A' TO SIT-RES
           MOVE ZEROS TO NUM-EXEMPLAR-RES DATA-LIM-RES
           WRITE REG-RESERVA INVALID KEY
              DISPLAY (22 10) 'ERRO NA GRAVACAO DA RESERVA'
              STOP ' '
              GO TO 0200-TELA.
           ADD 1 TO WS-POSICAO
           DISPLAY (22 10) 'RESERVA REGISTRADA - POSICAO NA FILA'
           DISPLAY (22 47) WS-POSICAO
           STOP ' '
           GO TO 0200-TELA.

       0760-CANCELA.
           DISPLAY (19 10) 'ALUNO JA ESTA NA FILA - CANCELA A RESERVA'
           DISPLAY (19 52) '(S OU N)  [ ]'
           ACCEPT (19 63) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (19 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0760-CANCELA.
           MOVE 'N' TO WS-SEPAROU
           MOVE 'N' TO WS-ERA-SEPARADA
           IF RES-SEPARADA
              MOVE 'S' TO WS-ERA-SEPARADA.
           MOVE 'C' TO SIT-RES
           REWRITE REG-RESERVA
           IF WS-ERA-SEPARADA = 'S'
              MOVE COD-OBRA-RES TO COD-OBRA
              MOVE NUM-EXEMPLAR-RES TO NUM-EXEMPLAR
              READ ACERVO
              IF STATUS-ACER = '00'
                 PERFORM 9400-LIBERA-EXEMPLAR THRU 9449-FIM-LIBERA.
           DISPLAY (22 10) 'RESERVA CANCELADA'
           IF WS-SEPAROU = 'S'
              DISPLAY (22 30) '- EXEMPLAR SEPARADO P/ O ALUNO'
              DISPLAY (22 61) WS-ALUNO-SEPARADO.
           STOP ' '
           GO TO 0200-TELA.

      * NADA CONSTA: EMPRESTIMOS EM ABERTO DO ALUNO
       0800-NADA-CONSTA.
           DISPLAY (07 10) 'ALUNO [      ]'
           GO TO 0200-TELA.

       0990-FIM.
           IF WS-SEM-SANCAO NOT = 'S'
              CLOSE SANCAO.
           CLOSE ALUCAD
                 ACERVO
                 EMPREST

       9299-FIM-MULTA. EXIT.

      * HA RESERVA AGUARDANDO OU EXEMPLAR SEPARADO PARA A OBRA ?
       9300-OBRA-RESERVADA.
           MOVE 'N' TO WS-OBRA-RESERVADA
           MOVE WS-OBRA-RES TO COD-OBRA-RES
           MOVE ZEROS TO SEQ-RES
           START RESERVA KEY NOT LESS THAN CHAVE-RES INVALID KEY
              GO TO 9349-FIM-RESERVADA.

       9310-LE-RES.
           READ RESERVA NEXT
           IF STATUS-RES NOT = '00'
              GO TO 9349-FIM-RESERVADA.
           IF COD-OBRA-RES NOT = WS-OBRA-RES
              GO TO 9349-FIM-RESERVADA.
           IF RES-ATIVA
              MOVE 'S' TO WS-OBRA-RESERVADA
              GO TO 9349-FIM-RESERVADA.
           GO TO 9310-LE-RES.

       9349-FIM-RESERVADA. EXIT.

      * RESERVA ATIVA DO ALUNO (COD-ALUNO/COD-CURSO) NA OBRA -
      * SE ACHAR, DEIXA O REGISTRO NA AREA DE RESERVA
       9350-BUSCA-RES-ALUNO.
           MOVE 'N' TO WS-RES-DO-ALUNO
           MOVE WS-OBRA-RES TO COD-OBRA-RES
           MOVE ZEROS TO SEQ-RES
           START RESERVA KEY NOT LESS THAN CHAVE-RES INVALID KEY
              GO TO 9399-FIM-BUSCA.

       9360-LE-RES-ALU.
           READ RESERVA NEXT
           IF STATUS-RES NOT = '00'
              GO TO 9399-FIM-BUSCA.
           IF COD-OBRA-RES NOT = WS-OBRA-RES
              GO TO 9399-FIM-BUSCA.
           IF RES-ATIVA AND COD-ALUNO-RES = COD-ALUNO
              AND COD-CURSO-RES = COD-CURSO
              MOVE 'S' TO WS-RES-DO-ALUNO
              GO TO 9399-FIM-BUSCA.
           GO TO 9360-LE-RES-ALU.

       9399-FIM-BUSCA. EXIT.

      * EXEMPLAR DO ACERVO (NA AREA) VOLTA A ESTANTE: SE HA FILA,
      * FICA SEPARADO PARA O PRIMEIRO QUE AGUARDA POR
      * RESERVA-DIAS-BIB DIAS; SENAO FICA DISPONIVEL
       9400-LIBERA-EXEMPLAR.
           MOVE 'N' TO WS-SEPAROU
           MOVE 'D' TO SIT-ACER
           MOVE COD-OBRA TO COD-OBRA-RES
           MOVE ZEROS TO SEQ-RES
           START RESERVA KEY NOT LESS THAN CHAVE-RES INVALID KEY
              GO TO 9440-GRAVA-ACERVO.

       9410-LE-FILA.
           READ RESERVA NEXT
           IF STATUS-RES NOT = '00'
              GO TO 9440-GRAVA-ACERVO.
           IF COD-OBRA-RES NOT = COD-OBRA
              GO TO 9440-GRAVA-ACERVO.
           IF NOT RES-AGUARDANDO
              GO TO 9410-LE-FILA.
           MOVE RESERVA-DIAS-BIB TO WS-QUOC
           PERFORM 9500-SOMA-DIAS THRU 9599-FIM-SOMA
           MOVE 'S' TO SIT-RES
           MOVE NUM-EXEMPLAR TO NUM-EXEMPLAR-RES
           MOVE WS-DATA-PRAZO TO DATA-LIM-RES
           REWRITE REG-RESERVA
           MOVE 'R' TO SIT-ACER
           MOVE 'S' TO WS-SEPAROU
           MOVE COD-ALUNO-RES TO WS-ALUNO-SEPARADO.

       9440-GRAVA-ACERVO.
           REWRITE REG-ACERVO.

       9449-FIM-LIBERA. EXIT.

      * EXEMPLAR SEPARADO E NAO RETIRADO NO PRAZO: A RESERVA VENCE E
      * O EXEMPLAR PASSA AO PROXIMO DA FILA (OU FICA DISPONIVEL)
       9450-VENCE-RESERVAS.
           MOVE WS-OBRA-RES TO COD-OBRA-RES
           MOVE ZEROS TO SEQ-RES
           START RESERVA KEY NOT LESS THAN CHAVE-RES INVALID KEY
              GO TO 9499-FIM-VENCE.

       9460-LE-SEPARADA.
           READ RESERVA NEXT
           IF STATUS-RES NOT = '00'
              GO TO 9499-FIM-VENCE.
           IF COD-OBRA-RES NOT = WS-OBRA-RES
              GO TO 9499-FIM-VENCE.
           IF NOT RES-SEPARADA
              GO TO 9460-LE-SEPARADA.
           IF DATA-LIM-RES NOT < WS-DATA-HOJE
              GO TO 9460-LE-SEPARADA.
           MOVE 'V' TO SIT-RES
           REWRITE REG-RESERVA
           MOVE COD-OBRA-RES TO COD-OBRA
           MOVE NUM-EXEMPLAR-RES TO NUM-EXEMPLAR
           READ ACERVO
           IF STATUS-ACER = '00'
              PERFORM 9400-LIBERA-EXEMPLAR THRU 9449-FIM-LIBERA.
           GO TO 9450-VENCE-RESERVAS.

       9499-FIM-VENCE. EXIT.

      * DATA DE HOJE MAIS O PRAZO DO EMPRESTIMO
       9500-SOMA-DIAS.
           MOVE WS-DATA-HOJE TO WS-DATA-PRAZO
              GIVING WS-DIAS-ATRASO.

       9699-FIM-ATRASO. EXIT.

      * SUSPENSAO OU DESLIGAMENTO APROVADO EM VIGOR HOJE, EM
      * QUALQUER CURSO DO ALUNO, BLOQUEIA O EMPRESTIMO
       9700-VERIFICA-SANCAO.
           MOVE 'N' TO WS-SUSPENSO
           IF WS-SEM-SANCAO = 'S'
              GO TO 9799-FIM-SANCAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE COD-ALUNO TO COD-ALUNO-SAN
           MOVE ZEROS TO COD-CURSO-SAN SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 9799-FIM-SANCAO.

       9710-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 9799-FIM-SANCAO.
           IF COD-ALUNO-SAN NOT = COD-ALUNO
              GO TO 9799-FIM-SANCAO.
           IF NOT SAN-APROVADA
              GO TO 9710-LE-SANCAO.
           IF NOT SAN-SUSPENSAO AND NOT SAN-DESLIGAMENTO
              GO TO 9710-LE-SANCAO.
           IF WS-DATA-HOJE NOT < DATA-INI-SAN
              AND WS-DATA-HOJE NOT > DATA-FIM-SAN
              MOVE 'S' TO WS-SUSPENSO
              GO TO 9799-FIM-SANCAO.
           GO TO 9710-LE-SANCAO.

       9799-FIM-SANCAO. EXIT.

      * EXEMPLAR SEPARADO: SO SAI PARA O ALUNO DA RESERVA
       9800-RESERVA-SEPARADA.
           MOVE COD-OBRA TO COD-OBRA-RES
           MOVE ZEROS TO SEQ-RES
           START RESERVA KEY NOT LESS THAN CHAVE-RES INVALID KEY
              GO TO 9840-SEM-RESERVA.

       9810-LE-SEPARADA.
           READ RESERVA NEXT
           IF STATUS-RES NOT = '00'
              GO TO 9840-SEM-RESERVA.
           IF COD-OBRA-RES NOT = COD-OBRA
              GO TO 9840-SEM-RESERVA.
           IF NOT RES-SEPARADA OR NUM-EXEMPLAR-RES NOT = NUM-EXEMPLAR
              GO TO 9810-LE-SEPARADA.
           IF COD-ALUNO-RES = COD-ALUNO AND COD-CURSO-RES = COD-CURSO
              MOVE 'S' TO WS-TEM-RESERVA.
           GO TO 9849-FIM-SEPARADA.

      * SEPARADO SEM RESERVA CORRESPONDENTE: VOLTA A DISPONIVEL
       9840-SEM-RESERVA.
           MOVE 'D' TO SIT-ACER
           REWRITE REG-ACERVO.

       9849-FIM-SEPARADA. EXIT.

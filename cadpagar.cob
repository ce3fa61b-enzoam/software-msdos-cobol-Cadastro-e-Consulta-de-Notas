       IDENTIFICATION DIVISION.
       PROGRAM-ID CADPAGAR-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :CONTAS A PAGAR - LANCAMENTO DAS CONTAS
      *                      (PAGAR.DAT) POR FORNECEDOR, DOCUMENTO E
      *                      PARCELA, COM VENCIMENTO E CATEGORIA;
      *                      ALTERACAO E CANCELAMENTO DA CONTA EM
      *                      ABERTO E BAIXA DO PAGAMENTO. A FOLHA DO
      *                      PROFESSOR HORISTA ENTRA SOZINHA PELO
      *                      FOLHAPAG (FORNECEDOR 99999) E E PAGA
      *                      AQUI. O PROJFIN PROJETA AS SAIDAS E O
      *                      RELPAGAR LISTA AS VENCIDAS
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT forncad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-forn
                         FILE STATUS status-forn.

           SELECT pagcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-pagar
                         FILE STATUS status-pag.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

       DATA DIVISION.

       FILE SECTION.

       FD forncad
           LABEL record STANDARD
           value OF FILE-ID 'FORNEC.DAT'
           record contains 130 characteres.

       01 reg-fornec.
           05 chave-forn.
              10 cod-forn          PIC 9(05).
           05 razao-forn           PIC X(40).
           05 tipo-pessoa-forn     PIC X(01).
           05 cnpj-cpf-forn        PIC 9(14).
           05 endereco-forn        PIC X(30).
           05 cidade-forn          PIC X(15).
           05 estado-forn          PIC X(02).
           05 telefone-forn        PIC X(15).
           05 sit-forn             PIC X(01).
              88 forn-ativo        VALUE 'A'.
              88 forn-inativo      VALUE 'I'.
           05 FILLER               PIC X(07).

      * CATEGORIA: A = ALUGUEL, F = FOLHA DE PROFESSORES,
      * S = FORNECEDORES E SERVICOS, I = IMPOSTOS E TAXAS, O = OUTRAS
       FD pagcad
           LABEL record STANDARD
           value OF FILE-ID 'PAGAR.DAT'
           record contains 120 characteres.

       01 reg-pagar.
           05 chave-pagar.
              10 cod-forn-pag      PIC 9(05).
              10 doc-pag           PIC X(12).
              10 parcela-pag       PIC 9(02).
           05 categoria-pag        PIC X(01).
              88 pag-aluguel       VALUE 'A'.
              88 pag-folha         VALUE 'F'.
              88 pag-fornecedor    VALUE 'S'.
              88 pag-imposto       VALUE 'I'.
              88 pag-outras        VALUE 'O'.
           05 descricao-pag        PIC X(30).
           05 data-emis-pag        PIC 9(08).
           05 venc-pag             PIC 9(08).
           05 venc-pag-r REDEFINES venc-pag.
              10 ano-venc-pag      PIC 9(04).
              10 mes-venc-pag      PIC 9(02).
              10 dia-venc-pag      PIC 9(02).
           05 valor-pag            PIC 9(07)v99.
           05 sit-pag              PIC X(01).
              88 pag-aberta        VALUE 'A'.
              88 pag-paga          VALUE 'P'.
              88 pag-cancelada     VALUE 'C'.
           05 data-pgto-pag        PIC 9(08).
           05 valor-pgto-pag       PIC 9(07)v99.
           05 forma-pgto-pag       PIC X(01).
           05 operador-pag         PIC X(10).
           05 cod-prof-pag         PIC 9(04).
           05 FILLER               PIC X(12).

       FD opercad
           LABEL record STANDARD
           value OF FILE-ID 'OPERADOR.DAT'
           record contains 10 characteres.

       01 reg-operador             PIC X(10).

       WORKING-STORAGE SECTION.
       01 status-forn              PIC X(02) value spaces.
       01 status-pag               PIC X(02) value spaces.
       01 status-oper              PIC X(02) value spaces.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-opcao                 PIC X.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 achou-reg                PIC X(01) value 'N'.
       01 ws-data-atual            PIC 9(08) value zeros.
       01 ws-data-tela.
           05 ws-dia-tela          PIC 9(02).
           05 ws-mes-tela          PIC 9(02).
           05 ws-ano-tela          PIC 9(04).
       01 ws-data-aaaammdd         PIC 9(08) value zeros.
       01 ws-valor                 PIC 9(07)v99 value zeros.
       01 ed-valor                 PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT forncad
           IF status-forn NOT = '00'
              DISPLAY (12 25) '[FORNEC.DAT INEXISTENTE - CADFORN]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN I-O pagcad
           IF status-pag NOT = '00'
              OPEN OUTPUT pagcad
              CLOSE pagcad
              OPEN I-O pagcad.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADPAGAR'
           DISPLAY (02 27) 'CONTAS A PAGAR'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (04 07) 'FORNECEDOR [     ]  (ZERO = FIM)'
           DISPLAY (06 07) 'DOCUMENTO [            ]  PARCELA [  ]'.

       0300-chave.
           ACCEPT (04 19) cod-forn-pag with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF cod-forn-pag = ZEROS
              GO TO 0900-fim.
           MOVE cod-forn-pag TO cod-forn
           READ forncad INVALID KEY
              GO TO 0302-sem-forn.
           GO TO 0305-documento.

      * 99999 E A FOLHA DOS PROFESSORES (FOLHAPAG), SEM CADASTRO
       0302-sem-forn.
           IF cod-forn-pag NOT = 99999
              DISPLAY (22 20) 'FORNECEDOR NAO CADASTRADO'
              GO TO 0300-chave.
           MOVE 'FOLHA DE PROFESSORES' TO razao-forn
           MOVE 'A' TO sit-forn.

       0305-documento.
           DISPLAY (04 27) razao-forn
           ACCEPT (06 18) doc-pag with prompt AUTO-SKIP
           IF doc-pag = spaces
              DISPLAY (22 20) 'DOCUMENTO INVALIDO'
              GO TO 0300-chave.
           ACCEPT (06 42) parcela-pag with prompt AUTO-SKIP
           IF parcela-pag = ZEROS
              MOVE 1 TO parcela-pag
              DISPLAY (06 42) parcela-pag.

           MOVE 'N' TO achou-reg
           READ pagcad INVALID KEY
              GO TO 0400-nova.
           MOVE 'S' TO achou-reg
           PERFORM 0800-mostra
           IF pag-paga
              DISPLAY (22 20) 'CONTA JA PAGA'
              STOP ' '
              GO TO 0200-tela.
           IF pag-cancelada
              DISPLAY (22 20) 'CONTA CANCELADA'
              STOP ' '
              GO TO 0200-tela.

       0310-opcao.
           DISPLAY (18 07)
             'A=ALTERA  P=PAGAMENTO  C=CANCELA  F=VOLTA  [ ]'
           ACCEPT (18 51) ws-opcao with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-opcao = 'A' or 'a'
              DISPLAY (18 07) linha-branco
              GO TO 0410-categoria.
           IF ws-opcao = 'P' or 'p'
              DISPLAY (18 07) linha-branco
              GO TO 0600-pagamento.
           IF ws-opcao = 'C' or 'c'
              DISPLAY (18 07) linha-branco
              GO TO 0700-cancela.
           IF ws-opcao = 'F' or 'f'
              GO TO 0200-tela.
           DISPLAY (22 20) 'OPCAO INVALIDA'
           GO TO 0310-opcao.

       0400-nova.
           IF NOT forn-ativo
              DISPLAY (22 20) 'FORNECEDOR INATIVO'
              GO TO 0300-chave.
           MOVE spaces TO descricao-pag forma-pgto-pag operador-pag
           MOVE 'S' TO categoria-pag
           IF cod-forn-pag = 99999
              MOVE 'F' TO categoria-pag.
           MOVE 'A' TO sit-pag
           MOVE ws-data-atual TO data-emis-pag
           MOVE ZEROS TO venc-pag valor-pag data-pgto-pag
                         valor-pgto-pag cod-prof-pag
           PERFORM 0800-mostra.

       0410-categoria.
           ACCEPT (08 50) categoria-pag with UPDATE AUTO-SKIP
           IF categoria-pag = 'a' MOVE 'A' TO categoria-pag.
           IF categoria-pag = 'f' MOVE 'F' TO categoria-pag.
           IF categoria-pag = 's' MOVE 'S' TO categoria-pag.
           IF categoria-pag = 'i' MOVE 'I' TO categoria-pag.
           IF categoria-pag = 'o' MOVE 'O' TO categoria-pag.
           IF NOT pag-aluguel AND NOT pag-folha AND NOT pag-fornecedor
              AND NOT pag-imposto AND NOT pag-outras
              DISPLAY (22 20) 'CATEGORIA INVALIDA'
              GO TO 0410-categoria.
           DISPLAY (22 20) linha-branco.

       0420-descricao.
           ACCEPT (10 19) descricao-pag with UPDATE AUTO-SKIP.

       0430-vencimento.
           MOVE venc-pag (7:2) TO ws-dia-tela
           MOVE venc-pag (5:2) TO ws-mes-tela
           MOVE venc-pag (1:4) TO ws-ano-tela
           ACCEPT (12 20) ws-dia-tela with UPDATE AUTO-SKIP
           ACCEPT (12 23) ws-mes-tela with UPDATE AUTO-SKIP
           ACCEPT (12 26) ws-ano-tela with UPDATE AUTO-SKIP
           IF ws-dia-tela < 1 OR ws-dia-tela > 31
              OR ws-mes-tela < 1 OR ws-mes-tela > 12
              OR ws-ano-tela < 1990
              DISPLAY (22 20) 'DATA INVALIDA'
              GO TO 0430-vencimento.
           DISPLAY (22 20) linha-branco
           PERFORM 0850-monta-data
           MOVE ws-data-aaaammdd TO venc-pag.

       0440-valor.
           ACCEPT (14 16) valor-pag with UPDATE AUTO-SKIP
           IF valor-pag = ZEROS
              DISPLAY (22 20) 'VALOR INVALIDO'
              GO TO 0440-valor.
           DISPLAY (22 20) linha-branco
           MOVE valor-pag TO ed-valor
           DISPLAY (14 16) ed-valor.

       0450-confirma.
           DISPLAY (18 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (18 23) ws-resp with prompt AUTO-SKIP
           DISPLAY (18 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           MOVE ws-operador TO operador-pag
           IF achou-reg = 'S'
              REWRITE reg-pagar
              DISPLAY (22 20) 'CONTA ALTERADA'
              STOP ' '
              GO TO 0200-tela.
           WRITE reg-pagar INVALID KEY
              DISPLAY (22 20) 'PROBLEMA WRITE PAGAR ' status-pag
              STOP ' '
              GO TO 0200-tela.
           DISPLAY (22 20) 'CONTA LANCADA'
           STOP ' '
           GO TO 0200-tela.

      * BAIXA: DATA (ENTER = HOJE), VALOR PAGO (ENTER = VALOR DA
      * CONTA, MAIOR COM JUROS, MENOR COM DESCONTO) E FORMA
       0600-pagamento.
           DISPLAY (16 07) 'PAGO EM [  /  /    ]  VALOR [            ]'
           DISPLAY (17 07) 'FORMA D=DINHEIRO C=CHEQUE B=BANCO [ ]'
           MOVE ZEROS TO ws-data-tela
           ACCEPT (16 16) ws-dia-tela with prompt AUTO-SKIP
           IF ws-dia-tela = ZEROS
              MOVE ws-data-atual TO data-pgto-pag
              DISPLAY (16 16) ws-data-atual (7:2)
              DISPLAY (16 19) ws-data-atual (5:2)
              DISPLAY (16 22) ws-data-atual (1:4)
              GO TO 0610-valor-pago.
           ACCEPT (16 19) ws-mes-tela with prompt AUTO-SKIP
           ACCEPT (16 22) ws-ano-tela with prompt AUTO-SKIP
           IF ws-dia-tela > 31 OR ws-mes-tela < 1 OR ws-mes-tela > 12
              OR ws-ano-tela < 1990
              DISPLAY (22 20) 'DATA INVALIDA'
              GO TO 0600-pagamento.
           PERFORM 0850-monta-data
           IF ws-data-aaaammdd > ws-data-atual
              DISPLAY (22 20) 'PAGAMENTO COM DATA FUTURA'
              GO TO 0600-pagamento.
           MOVE ws-data-aaaammdd TO data-pgto-pag.

       0610-valor-pago.
           DISPLAY (22 20) linha-branco
           MOVE ZEROS TO ws-valor
           ACCEPT (16 36) ws-valor with prompt AUTO-SKIP
           IF ws-valor = ZEROS
              MOVE valor-pag TO ws-valor.
           MOVE ws-valor TO valor-pgto-pag ed-valor
           DISPLAY (16 36) ed-valor.

       0620-forma.
           ACCEPT (17 42) forma-pgto-pag with prompt AUTO-SKIP
           IF forma-pgto-pag = 'd' MOVE 'D' TO forma-pgto-pag.
           IF forma-pgto-pag = 'c' MOVE 'C' TO forma-pgto-pag.
           IF forma-pgto-pag = 'b' MOVE 'B' TO forma-pgto-pag.
           IF forma-pgto-pag NOT = 'D' AND NOT = 'C' AND NOT = 'B'
              DISPLAY (22 20) 'FORMA INVALIDA'
              GO TO 0620-forma.
           DISPLAY (22 20) linha-branco.

       0630-confirma.
           DISPLAY (18 07) 'CONFIRMA O PAGAMENTO ? S/N [ ]'
           ACCEPT (18 35) ws-resp with prompt AUTO-SKIP
           DISPLAY (18 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           MOVE 'P' TO sit-pag
           MOVE ws-operador TO operador-pag
           REWRITE reg-pagar
           DISPLAY (22 20) 'PAGAMENTO REGISTRADO'
           STOP ' '
           GO TO 0200-tela.

       0700-cancela.
           DISPLAY (18 07) 'CANCELA A CONTA ? S/N [ ]'
           ACCEPT (18 30) ws-resp with prompt AUTO-SKIP
           DISPLAY (18 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           MOVE 'C' TO sit-pag
           MOVE ws-operador TO operador-pag
           REWRITE reg-pagar
           DISPLAY (22 20) 'CONTA CANCELADA'
           STOP ' '
           GO TO 0200-tela.

       0800-mostra.
           DISPLAY (08 07)
             'CATEGORIA A/F/S/I/O ........................ [ ]'
           DISPLAY (08 50) categoria-pag
           DISPLAY (09 07)
             '(ALUGUEL/FOLHA/FORNECEDOR/IMPOSTO/OUTRAS)'
           DISPLAY (10 07) 'DESCRICAO [                              ]'
           DISPLAY (10 19) descricao-pag
           DISPLAY (12 07) 'VENCIMENTO [  /  /    ]'
           DISPLAY (12 20) venc-pag (7:2)
           DISPLAY (12 23) venc-pag (5:2)
           DISPLAY (12 26) venc-pag (1:4)
           DISPLAY (14 07) 'VALOR [            ]'
           MOVE valor-pag TO ed-valor
           DISPLAY (14 16) ed-valor
           IF pag-paga
              DISPLAY (16 07) 'PAGO EM'
              DISPLAY (16 16) data-pgto-pag (7:2)
              DISPLAY (16 19) data-pgto-pag (5:2)
              DISPLAY (16 22) data-pgto-pag (1:4)
              MOVE valor-pgto-pag TO ed-valor
              DISPLAY (16 36) ed-valor.

       0850-monta-data.
           MOVE ws-ano-tela TO ws-data-aaaammdd (1:4)
           MOVE ws-mes-tela TO ws-data-aaaammdd (5:2)
           MOVE ws-dia-tela TO ws-data-aaaammdd (7:2).

       0900-fim.
           CLOSE forncad
                 pagcad
           CHAIN 'mfinanc3.EXE'.

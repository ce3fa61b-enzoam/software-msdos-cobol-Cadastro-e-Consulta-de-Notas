       IDENTIFICATION DIVISION.
       PROGRAM-ID CADFORN-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :CONTAS A PAGAR - CADASTRO DE FORNECEDORES
      *                      (FORNEC.DAT): LOCADOR, FORNECEDORES E
      *                      PRESTADORES DE SERVICO A QUEM SE LANCAM
      *                      AS CONTAS NO CADPAGAR. O CODIGO 99999 E
      *                      RESERVADO PARA A FOLHA DOS PROFESSORES
      *                      (LANCADA PELO FOLHAPAG)
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
              88 forn-juridica     VALUE 'J'.
              88 forn-fisica       VALUE 'F'.
           05 cnpj-cpf-forn        PIC 9(14).
           05 endereco-forn        PIC X(30).
           05 cidade-forn          PIC X(15).
           05 estado-forn          PIC X(02).
           05 telefone-forn        PIC X(15).
           05 sit-forn             PIC X(01).
              88 forn-ativo        VALUE 'A'.
              88 forn-inativo      VALUE 'I'.
           05 FILLER               PIC X(07).

       WORKING-STORAGE SECTION.
       01 status-forn              PIC X(02) value spaces.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 achou-reg                PIC X(01) value 'N'.

       PROCEDURE DIVISION.
       0100-open.
           OPEN I-O forncad
           IF status-forn NOT = '00'
              OPEN OUTPUT forncad
              CLOSE forncad
              OPEN I-O forncad.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADFORN'
           DISPLAY (02 27) 'CADASTRO DE FORNECEDORES'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (05 07) 'CODIGO DO FORNECEDOR [     ]  (ZERO = FIM)'.

       0300-codigo.
           ACCEPT (05 29) cod-forn with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF cod-forn = ZEROS
              GO TO 0900-fim.
           IF cod-forn = 99999
              DISPLAY (22 20) 'CODIGO RESERVADO PARA A FOLHA'
              GO TO 0300-codigo.
           MOVE 'N' TO achou-reg
           READ forncad INVALID KEY
              MOVE spaces TO razao-forn endereco-forn cidade-forn
                             estado-forn telefone-forn
              MOVE 'J' TO tipo-pessoa-forn
              MOVE 'A' TO sit-forn
              MOVE ZEROS TO cnpj-cpf-forn
              GO TO 0400-razao.
           MOVE 'S' TO achou-reg
           DISPLAY (07 16) razao-forn
           DISPLAY (09 29) tipo-pessoa-forn
           DISPLAY (09 44) cnpj-cpf-forn
           DISPLAY (11 18) endereco-forn
           DISPLAY (13 16) cidade-forn
           DISPLAY (13 37) estado-forn
           DISPLAY (15 18) telefone-forn
           DISPLAY (17 29) sit-forn
           DISPLAY (22 20) 'FORNECEDOR JA CADASTRADO - ALTERANDO'.

       0400-razao.
           DISPLAY (07 07) 'RAZAO ['
           DISPLAY (07 56) ']'
           ACCEPT (07 16) razao-forn with UPDATE AUTO-SKIP
           IF razao-forn = spaces
              DISPLAY (22 20) 'RAZAO SOCIAL INVALIDA'
              GO TO 0400-razao.
           DISPLAY (22 20) linha-branco.

       0410-pessoa.
           DISPLAY (09 07) 'PESSOA (J/F) ....... [ ]  CNPJ/CPF ['
           DISPLAY (09 58) ']'
           ACCEPT (09 29) tipo-pessoa-forn with UPDATE AUTO-SKIP
           IF tipo-pessoa-forn = 'j'
              MOVE 'J' TO tipo-pessoa-forn.
           IF tipo-pessoa-forn = 'f'
              MOVE 'F' TO tipo-pessoa-forn.
           IF NOT forn-juridica AND NOT forn-fisica
              DISPLAY (22 20) 'INFORME J OU F'
              GO TO 0410-pessoa.
           DISPLAY (22 20) linha-branco
           ACCEPT (09 44) cnpj-cpf-forn with UPDATE AUTO-SKIP
           DISPLAY (11 07) 'ENDERECO [                              ]'
           ACCEPT (11 18) endereco-forn with UPDATE AUTO-SKIP
           DISPLAY (13 07) 'CIDADE [               ]  UF [  ]'
           ACCEPT (13 16) cidade-forn with UPDATE AUTO-SKIP
           ACCEPT (13 37) estado-forn with UPDATE AUTO-SKIP
           DISPLAY (15 07) 'TELEFONE [               ]'
           ACCEPT (15 18) telefone-forn with UPDATE AUTO-SKIP.

       0420-situacao.
           DISPLAY (17 07) 'SITUACAO (A/I) ..... [ ]'
           ACCEPT (17 29) sit-forn with UPDATE AUTO-SKIP
           IF sit-forn = 'a'
              MOVE 'A' TO sit-forn.
           IF sit-forn = 'i'
              MOVE 'I' TO sit-forn.
           IF NOT forn-ativo AND NOT forn-inativo
              DISPLAY (22 20) 'INFORME A OU I'
              GO TO 0420-situacao.
           DISPLAY (22 20) linha-branco.

       0430-confirma.
           DISPLAY (19 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (19 23) ws-resp with prompt AUTO-SKIP
           DISPLAY (19 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           IF achou-reg = 'S'
              REWRITE reg-fornec
              DISPLAY (22 20) 'FORNECEDOR ALTERADO'
              STOP ' '
              GO TO 0200-tela.
           WRITE reg-fornec
           DISPLAY (22 20) 'FORNECEDOR CADASTRADO'
           STOP ' '
           GO TO 0200-tela.

       0900-fim.
           CLOSE forncad
           CHAIN 'mfinanc3.EXE'.

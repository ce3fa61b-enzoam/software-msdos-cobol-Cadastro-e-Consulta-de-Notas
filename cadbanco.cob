       IDENTIFICATION DIVISION.
       PROGRAM-ID CADBANCO-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :BANCOS COBRADORES - CADASTRO DOS CONVENIOS
      *                      DE COBRANCA (BANCOS.DAT): CODIGO DO BANCO,
      *                      CONVENIO, VERSAO DO LAYOUT DA REMESSA/
      *                      RETORNO, FAIXA DE NOSSO-NUMERO E TARIFA POR
      *                      LIQUIDACAO; E VINCULO DO CURSO OU DO ALUNO
      *                      AO BANCO (BCOVINC.DAT). QUEM NAO TEM
      *                      VINCULO VAI PARA O BANCO PADRAO. USADOS
      *                      PELO GERREMES E PELO RETBANCO
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT bancad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-banco
                         FILE STATUS status-banco.

           SELECT vinccad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-vinc
                         FILE STATUS status-vinc.

           SELECT curcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-curso
                         FILE STATUS status-cur.

           SELECT alucad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-aluno
                         FILE STATUS status-arq.

       DATA DIVISION.

       FILE SECTION.

       FD bancad
           LABEL record STANDARD
           value OF FILE-ID 'BANCOS.DAT'
           record contains 80 characteres.

      * A FAIXA DE NOSSO-NUMERO DE CADA CONVENIO E EXCLUSIVA - O
      * INDICE DA REMESSA (REMIDX.DAT) E UNICO PARA TODOS OS BANCOS
       01 reg-banco.
           05 chave-banco.
              10 cod-banco         PIC 9(03).
           05 nome-banco           PIC X(20).
           05 convenio-banco       PIC X(10).
           05 layout-banco         PIC 9(02).
              88 layout-ok         VALUE 1 2.
              88 layout-com-tarifa VALUE 2.
           05 nosso-ini-banco      PIC 9(10).
           05 nosso-fim-banco      PIC 9(10).
           05 ult-nosso-banco      PIC 9(10).
           05 tarifa-banco         PIC 9(03)v99.
           05 padrao-banco         PIC X(01).
              88 banco-padrao      VALUE 'S'.
           05 sit-banco            PIC X(01).
              88 banco-ativo       VALUE 'A'.
              88 banco-inativo     VALUE 'I'.
           05 FILLER               PIC X(08).

       FD vinccad
           LABEL record STANDARD
           value OF FILE-ID 'BCOVINC.DAT'
           record contains 30 characteres.

      * ALUNO ZERADO = VINCULO DO CURSO TODO; O VINCULO DO ALUNO
      * PREVALECE SOBRE O DO CURSO
       01 reg-vinculo.
           05 chave-vinc.
              10 curso-vinc        PIC 9(06).
              10 aluno-vinc        PIC 9(06).
           05 banco-vinc           PIC 9(03).
           05 data-vinc            PIC 9(08).
           05 FILLER               PIC X(07).

       FD curcad
           LABEL record STANDARD
           value OF FILE-ID 'curso.dat'
           record contains 52 characteres.

       01 regoarq.
           05 chave-curso.
              10 codcurso          PIC 9(06).
           05 descricao            PIC X(40).
           05 mensalidade          PIC 9(04)v99.

       FD alucad
           LABEL record STANDARD
           value OF FILE-ID 'alunos.dat'
           record contains 144 characteres.

       01 reg-oarq.
           05 chave-aluno.
              10 cod-aluno         PIC 9(06).
              10 cod-curso         PIC 9(06).
           05 nome                 PIC X(40).
           05 FILLER               PIC X(92).

       WORKING-STORAGE SECTION.
       01 status-banco             PIC X(02) value spaces.
       01 status-vinc              PIC X(02) value spaces.
       01 status-cur               PIC X(02) value spaces.
       01 status-arq               PIC X(02) value spaces.
       01 ws-opcao                 PIC X.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 achou-reg                PIC X(01) value 'N'.
       01 ws-sobrepoe              PIC X(01) value 'N'.
       01 ws-banco-salvo           PIC X(80) value spaces.
       01 ws-cod-salvo             PIC 9(03) value zeros.
       01 ws-ini-salvo             PIC 9(10) value zeros.
       01 ws-fim-salvo             PIC 9(10) value zeros.
       01 ws-data-atual            PIC 9(08) value zeros.
       01 ed-tarifa                PIC ZZ9,99.

       PROCEDURE DIVISION.
       0100-open.
           OPEN I-O bancad
           IF status-banco NOT = '00'
              OPEN OUTPUT bancad
              CLOSE bancad
              OPEN I-O bancad.
           OPEN I-O vinccad
           IF status-vinc NOT = '00'
              OPEN OUTPUT vinccad
              CLOSE vinccad
              OPEN I-O vinccad.
           OPEN INPUT curcad
           IF status-cur NOT = '00'
              DISPLAY (12 30) '[CURSO.DAT INEXISTENTE]'
              CLOSE bancad
                    vinccad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT alucad
           IF status-arq NOT = '00'
              DISPLAY (12 30) '[ALUNOS.DAT INEXISTENTE]'
              CLOSE bancad
                    vinccad
                    curcad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADBANCO'
           DISPLAY (02 27) 'BANCOS COBRADORES'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (05 07) 'B=BANCOS  V=VINCULO CURSO/ALUNO  F=FIM [ ]'.

       0210-opcao.
           ACCEPT (05 47) ws-opcao with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-opcao = 'B' or 'b'
              GO TO 0300-banco.
           IF ws-opcao = 'V' or 'v'
              GO TO 0500-vinculo.
           IF ws-opcao = 'F' or 'f'
              GO TO 0900-fim.
           DISPLAY (22 20) 'OPCAO INVALIDA'
           GO TO 0210-opcao.

      * CADASTRO DO CONVENIO
       0300-banco.
           DISPLAY (06 01) ERASE
           DISPLAY (07 07) 'BANCO [   ]  (ZERO = VOLTA)'.

       0310-codigo.
           ACCEPT (07 14) cod-banco with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF cod-banco = ZEROS
              GO TO 0200-tela.
           MOVE 'N' TO achou-reg
           READ bancad INVALID KEY
              MOVE spaces TO nome-banco convenio-banco
              MOVE 1 TO layout-banco
              MOVE ZEROS TO nosso-ini-banco nosso-fim-banco
                            ult-nosso-banco tarifa-banco
              MOVE 'N' TO padrao-banco
              MOVE 'A' TO sit-banco
              GO TO 0320-nome.
           MOVE 'S' TO achou-reg
           DISPLAY (09 25) nome-banco
           DISPLAY (10 25) convenio-banco
           DISPLAY (11 25) layout-banco
           DISPLAY (12 25) nosso-ini-banco
           DISPLAY (12 43) nosso-fim-banco
           DISPLAY (13 07) 'ULTIMO EMITIDO .. '
           DISPLAY (13 25) ult-nosso-banco
           MOVE tarifa-banco TO ed-tarifa
           DISPLAY (14 30) ed-tarifa
           DISPLAY (15 30) padrao-banco
           DISPLAY (16 30) sit-banco
           DISPLAY (22 20) 'BANCO JA CADASTRADO - ALTERANDO'.

       0320-nome.
           DISPLAY (09 07) 'NOME ........... ['
           DISPLAY (09 45) ']'
           ACCEPT (09 25) nome-banco with UPDATE AUTO-SKIP
           IF nome-banco = spaces
              DISPLAY (22 20) 'NOME DO BANCO INVALIDO'
              GO TO 0320-nome.
           DISPLAY (22 20) linha-branco
           DISPLAY (10 07) 'CONVENIO ....... [          ]'
           ACCEPT (10 25) convenio-banco with UPDATE AUTO-SKIP.

       0330-layout.
           DISPLAY (11 07) 'VERSAO LAYOUT .. [  ]'
           DISPLAY (11 31) '1=RETORNO SEM TARIFA  2=COM TARIFA'
           ACCEPT (11 25) layout-banco with UPDATE AUTO-SKIP
           IF NOT layout-ok
              DISPLAY (22 20) 'VERSAO DE LAYOUT INVALIDA'
              GO TO 0330-layout.
           DISPLAY (22 20) linha-branco.

       0340-faixa.
           DISPLAY (12 07) 'NOSSO-NUMERO DE  [          ]  ATE ['
           DISPLAY (12 53) ']'
           ACCEPT (12 25) nosso-ini-banco with UPDATE AUTO-SKIP
           ACCEPT (12 43) nosso-fim-banco with UPDATE AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF nosso-ini-banco = ZEROS
              OR nosso-fim-banco NOT > nosso-ini-banco
              DISPLAY (22 20) 'FAIXA DE NOSSO-NUMERO INVALIDA'
              GO TO 0340-faixa.
           IF ult-nosso-banco NOT = ZEROS
              AND (ult-nosso-banco < nosso-ini-banco
                   OR ult-nosso-banco > nosso-fim-banco)
              DISPLAY (22 20) 'FAIXA NAO CONTEM O ULTIMO EMITIDO'
              GO TO 0340-faixa.
           PERFORM 0600-verifica-faixa THRU 0609-fim-faixa
           IF ws-sobrepoe = 'S'
              DISPLAY (22 20) 'FAIXA SOBREPOE A DE OUTRO BANCO'
              GO TO 0340-faixa.

       0350-tarifa.
           DISPLAY (14 07) 'TARIFA POR LIQUIDACAO [      ]'
           ACCEPT (14 30) tarifa-banco with UPDATE AUTO-SKIP
           MOVE tarifa-banco TO ed-tarifa
           DISPLAY (14 30) ed-tarifa.

       0360-padrao.
           DISPLAY (15 07) 'BANCO PADRAO (S/N) .. [ ]'
           ACCEPT (15 30) padrao-banco with UPDATE AUTO-SKIP
           IF padrao-banco = 's'
              MOVE 'S' TO padrao-banco.
           IF padrao-banco = 'n'
              MOVE 'N' TO padrao-banco.
           IF padrao-banco NOT = 'S' AND 'N'
              DISPLAY (22 20) 'INFORME S OU N'
              GO TO 0360-padrao.
           DISPLAY (22 20) linha-branco.

       0370-situacao.
           DISPLAY (16 07) 'SITUACAO (A/I) ...... [ ]'
           ACCEPT (16 30) sit-banco with UPDATE AUTO-SKIP
           IF sit-banco = 'a'
              MOVE 'A' TO sit-banco.
           IF sit-banco = 'i'
              MOVE 'I' TO sit-banco.
           IF NOT banco-ativo AND NOT banco-inativo
              DISPLAY (22 20) 'INFORME A OU I'
              GO TO 0370-situacao.
           IF banco-inativo AND banco-padrao
              DISPLAY (22 20) 'BANCO PADRAO NAO PODE SER INATIVO'
              GO TO 0360-padrao.
           DISPLAY (22 20) linha-branco.

       0380-confirma.
           DISPLAY (19 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (19 23) ws-resp with prompt AUTO-SKIP
           DISPLAY (19 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0300-banco.
           IF banco-padrao
              PERFORM 0650-tira-padrao THRU 0659-fim-padrao.
           IF achou-reg = 'S'
              REWRITE reg-banco
              DISPLAY (22 20) 'BANCO ALTERADO'
              STOP ' '
              GO TO 0300-banco.
           WRITE reg-banco
           DISPLAY (22 20) 'BANCO CADASTRADO'
           STOP ' '
           GO TO 0300-banco.

      * VINCULO DO CURSO (ALUNO ZERO) OU DO ALUNO AO BANCO
       0500-vinculo.
           DISPLAY (06 01) ERASE
           DISPLAY (07 07) 'CURSO [      ]  ALUNO [      ]'
           DISPLAY (07 40) '(CURSO ZERO = VOLTA)'
           DISPLAY (08 07) '(ALUNO ZERO = CURSO TODO)'.

       0510-curso.
           ACCEPT (07 14) curso-vinc with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF curso-vinc = ZEROS
              GO TO 0200-tela.
           MOVE curso-vinc TO codcurso
           READ curcad INVALID KEY
              DISPLAY (22 20) 'CURSO NAO CADASTRADO'
              GO TO 0510-curso.
           DISPLAY (10 07) descricao.

       0520-aluno.
           ACCEPT (07 30) aluno-vinc with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           DISPLAY (11 07) linha-branco
           IF aluno-vinc = ZEROS
              DISPLAY (11 07) 'TODOS OS ALUNOS DO CURSO'
              GO TO 0530-le-vinculo.
           MOVE aluno-vinc TO cod-aluno
           MOVE curso-vinc TO cod-curso
           READ alucad INVALID KEY
              DISPLAY (22 20) 'ALUNO NAO CADASTRADO NO CURSO'
              GO TO 0520-aluno.
           DISPLAY (11 07) nome.

       0530-le-vinculo.
           MOVE 'N' TO achou-reg
           READ vinccad INVALID KEY
              MOVE ZEROS TO banco-vinc
              GO TO 0540-banco.
           MOVE 'S' TO achou-reg
           DISPLAY (22 20) 'VINCULO EXISTENTE - ALTERANDO'.

       0540-banco.
           DISPLAY (13 07) 'BANCO [   ]  (ZERO = EXCLUI O VINCULO)'
           ACCEPT (13 14) banco-vinc with UPDATE AUTO-SKIP
           DISPLAY (14 07) linha-branco
           IF banco-vinc = ZEROS AND achou-reg NOT = 'S'
              DISPLAY (22 20) 'INFORME O BANCO'
              GO TO 0540-banco.
           IF banco-vinc = ZEROS
              GO TO 0560-exclui.
           MOVE banco-vinc TO cod-banco
           READ bancad INVALID KEY
              DISPLAY (22 20) 'BANCO NAO CADASTRADO'
              GO TO 0540-banco.
           IF banco-inativo
              DISPLAY (22 20) 'BANCO INATIVO'
              GO TO 0540-banco.
           DISPLAY (22 20) linha-branco
           DISPLAY (14 07) nome-banco.

       0550-confirma.
           DISPLAY (19 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (19 23) ws-resp with prompt AUTO-SKIP
           DISPLAY (19 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0500-vinculo.
           MOVE ws-data-atual TO data-vinc
           IF achou-reg = 'S'
              REWRITE reg-vinculo
              DISPLAY (22 20) 'VINCULO ALTERADO'
              STOP ' '
              GO TO 0500-vinculo.
           WRITE reg-vinculo
           DISPLAY (22 20) 'VINCULO CADASTRADO'
           STOP ' '
           GO TO 0500-vinculo.

       0560-exclui.
           DISPLAY (19 07) 'EXCLUI O VINCULO ? S/N [ ]'
           ACCEPT (19 31) ws-resp with prompt AUTO-SKIP
           DISPLAY (19 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0500-vinculo.
           DELETE vinccad
           DISPLAY (22 20) 'VINCULO EXCLUIDO - VALE O PADRAO'
           STOP ' '
           GO TO 0500-vinculo.

      * A FAIXA NAO PODE CRUZAR A DE NENHUM OUTRO CONVENIO
       0600-verifica-faixa.
           MOVE 'N' TO ws-sobrepoe
           MOVE reg-banco TO ws-banco-salvo
           MOVE cod-banco TO ws-cod-salvo
           MOVE nosso-ini-banco TO ws-ini-salvo
           MOVE nosso-fim-banco TO ws-fim-salvo
           MOVE ZEROS TO cod-banco
           START bancad KEY NOT LESS chave-banco INVALID KEY
              GO TO 0608-restaura.

       0602-le-banco.
           READ bancad NEXT
           IF status-banco NOT = '00'
              GO TO 0608-restaura.
           IF cod-banco = ws-cod-salvo
              GO TO 0602-le-banco.
           IF ws-ini-salvo NOT > nosso-fim-banco
              AND ws-fim-salvo NOT < nosso-ini-banco
              MOVE 'S' TO ws-sobrepoe
              GO TO 0608-restaura.
           GO TO 0602-le-banco.

       0608-restaura.
           MOVE ws-banco-salvo TO reg-banco.

       0609-fim-faixa. EXIT.

      * SO UM BANCO PADRAO - O NOVO PADRAO TIRA A MARCA DOS OUTROS
       0650-tira-padrao.
           MOVE reg-banco TO ws-banco-salvo
           MOVE cod-banco TO ws-cod-salvo
           MOVE ZEROS TO cod-banco
           START bancad KEY NOT LESS chave-banco INVALID KEY
              GO TO 0658-restaura.

       0652-le-banco.
           READ bancad NEXT
           IF status-banco NOT = '00'
              GO TO 0658-restaura.
           IF cod-banco = ws-cod-salvo OR NOT banco-padrao
              GO TO 0652-le-banco.
           MOVE 'N' TO padrao-banco
           REWRITE reg-banco
           GO TO 0652-le-banco.

       0658-restaura.
           MOVE ws-banco-salvo TO reg-banco.

       0659-fim-padrao. EXIT.

       0900-fim.
           CLOSE bancad
                 vinccad
                 curcad
                 alucad
           CHAIN 'mfinanc3.EXE'.

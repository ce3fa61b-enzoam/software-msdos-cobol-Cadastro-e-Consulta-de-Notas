      *                      GERACAO E NO CADASTRO DE MENSALIDADES
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO
      *    1.6                /  /            TIPO DA BOLSA P/ A REVISAO
      *                                       ANUAL (BOLSATIP.DAT)
      *    1.7                /  /            TRILHA DAS CONCESSOES EM
      *                                       BOLSALOG.DAT (OPERADOR,
      *                                       DATA E PERCENTUAL)

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-bolsa
                         FILE STATUS status-bolsa.

           SELECT tipocad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-btp
                         FILE STATUS status-btp.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT sesscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-sessao
                         FILE STATUS status-sess.

           SELECT bolsalog ASSIGN TO DISK
                         FILE STATUS status-blg.

       DATA DIVISION.

       FILE SECTION.
           05 perc-bolsa           PIC 9(03)v99.
           05 ini-bolsa            PIC 9(06).
           05 fim-bolsa            PIC 9(06).
           05 tipo-bolsa           PIC X(01).
           05 FILLER               PIC X(02).

       FD tipocad
           LABEL record STANDARD
           value OF FILE-ID 'BOLSATIP.DAT'
           record contains 40 characteres.

       01 reg-bolsatip.
           05 chave-btp.
              10 tipo-btp          PIC X(01).
           05 descr-btp            PIC X(20).
           05 FILLER               PIC X(19).

       FD opercad
           LABEL record STANDARD
           value OF FILE-ID 'OPERADOR.DAT'
           record contains 10 characteres.

       01 reg-operador             PIC X(10).

       FD sesscad
           LABEL record STANDARD
           value OF FILE-ID 'SESSOES.DAT'
           record contains 30 characteres.

       01 reg-sessao.
           05 chave-sessao.
              10 estacao-sess      PIC 9(02).
           05 oper-sess            PIC X(10).
           05 data-sess            PIC 9(06).
           05 hora-sess            PIC 9(06).
           05 sit-sess             PIC X(01).
              88 sessao-ativa      VALUE 'A'.
           05 FILLER               PIC X(05).

      * uma linha por inclusao, alteracao ou exclusao de bolsa
       FD bolsalog
           LABEL record STANDARD
           value OF FILE-ID 'BOLSALOG.DAT'
           record contains 50 characteres.

       01 reg-bolsalog.
           05 data-blg             PIC 9(08).
           05 hora-blg             PIC 9(06).
           05 oper-blg             PIC X(10).
           05 estacao-blg          PIC 9(02).
           05 aluno-blg            PIC 9(06).
           05 curso-blg            PIC 9(06).
           05 perc-ant-blg         PIC 9(03)v99.
           05 perc-novo-blg        PIC 9(03)v99.
           05 acao-blg             PIC X(01).
              88 blg-inclusao      VALUE 'I'.
              88 blg-alteracao     VALUE 'A'.
              88 blg-exclusao      VALUE 'E'.
           05 FILLER               PIC X(01).

       WORKING-STORAGE SECTION.
       01 status-arq               PIC X(02) value spaces.
       01 statcur-arq              PIC X(02) value spaces.
       01 status-bolsa             PIC X(02) value spaces.
       01 status-btp               PIC X(02) value spaces.
       01 ws-sem-tipo              PIC X(01) value 'N'.
       01 ws-opcao                 PIC 9(01) value zeros.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(40) value spaces.
       01 achou-bolsa              PIC X(01) value 'N'.
          88 bolsa-existente       VALUE 'S'.
       01 status-oper              PIC X(02) value spaces.
       01 status-sess              PIC X(02) value spaces.
       01 status-blg               PIC X(02) value spaces.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-estacao               PIC 9(02) value zeros.
       01 ws-perc-ant              PIC 9(03)v99 value zeros.
       01 ws-acao-blg              PIC X(01) value spaces.

       PROCEDURE DIVISION.
       0100-open.
              CLOSE alucad
              STOP RUN.

       0162-openoper.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.

      * a concessao e registrada com o operador da sessao da estacao
      * (FACAD/SESSOES.DAT), nao com o ultimo login geral
       0165-estacao.
           OPEN INPUT sesscad
           IF status-sess NOT = '00'
              GO TO 0170-openbolsa.
           DISPLAY (20 04) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (20 13) ws-estacao with prompt AUTO-SKIP
           IF ws-estacao = ZEROS
              CLOSE sesscad
              GO TO 0170-openbolsa.
           MOVE ws-estacao TO estacao-sess
           READ sesscad INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE sesscad
              GO TO 0165-estacao.
           IF NOT sessao-ativa
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE sesscad
              GO TO 0165-estacao.
           MOVE oper-sess TO ws-operador
           CLOSE sesscad.

       0170-openbolsa.
           OPEN I-O bolsacad
           IF status-bolsa = '00'
           CLOSE bolsacad
           OPEN I-O bolsacad.

       0180-opentipo.
           OPEN INPUT tipocad
           IF status-btp NOT = '00'
              MOVE 'S' TO ws-sem-tipo.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADBOLSA'
           DISPLAY (10 07) 'NOME ['
           DISPLAY (10 53) ']'
           DISPLAY (12 07) 'PERCENTUAL [   ,  ] %'
           DISPLAY (14 07) 'VALIDADE DE [AAAAMM] ATE [AAAAMM]'
           DISPLAY (16 07) 'TIPO [ ] (BRANCO = SEM CONDICAO)'.

       0300-cod-curso.
           ACCEPT (06 21) cod-curso-bolsa with prompt AUTO-SKIP

           MOVE 'N' TO achou-bolsa
           READ bolsacad INVALID KEY
              MOVE ZEROS TO perc-bolsa ini-bolsa fim-bolsa ws-perc-ant
              MOVE spaces TO tipo-bolsa
              GO TO 0500-percentual.
           MOVE 'S' TO achou-bolsa
           MOVE perc-bolsa TO ws-perc-ant
           DISPLAY (12 19) perc-bolsa
           DISPLAY (14 19) ini-bolsa
           DISPLAY (14 33) fim-bolsa
           DISPLAY (16 13) tipo-bolsa
           DISPLAY (22 20) 'BOLSA JA CADASTRADA - ALTERANDO'.

       0500-percentual.
              DISPLAY (22 20) 'VALIDADE INVALIDA (AAAAMM)'
              GO TO 0600-validade.

      * TIPO COM CONDICAO DE DESEMPENHO - ENTRA NA REVISAO ANUAL
       0650-tipo.
           ACCEPT (16 13) tipo-bolsa with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF tipo-bolsa = spaces
              GO TO 0700-confirma.
           IF ws-sem-tipo = 'S'
              DISPLAY (22 20) 'TIPO NAO CADASTRADO (REVBOLSA)'
              GO TO 0650-tipo.
           MOVE tipo-bolsa TO tipo-btp
           READ tipocad INVALID KEY
              DISPLAY (22 20) 'TIPO NAO CADASTRADO (REVBOLSA)'
              GO TO 0650-tipo.
           DISPLAY (16 41) descr-btp.

       0700-confirma.
           IF perc-bolsa = ZEROS AND bolsa-existente
              DISPLAY (21 07) 'PERCENTUAL ZERO EXCLUI A BOLSA'.
       0800-grava.
           IF perc-bolsa = ZEROS AND bolsa-existente
              DELETE bolsacad
              MOVE 'E' TO ws-acao-blg
              PERFORM 0850-registra THRU 0859-fim-registra
              DISPLAY (22 20) 'BOLSA EXCLUIDA'
              GO TO 0400-cod-aluno.
           IF bolsa-existente
              REWRITE reg-bolsa
              MOVE 'A' TO ws-acao-blg
              PERFORM 0850-registra THRU 0859-fim-registra
              DISPLAY (22 20) 'BOLSA ATUALIZADA'
              GO TO 0400-cod-aluno.
           WRITE reg-bolsa
           MOVE 'I' TO ws-acao-blg
           PERFORM 0850-registra THRU 0859-fim-registra
           DISPLAY (22 20) 'BOLSA CADASTRADA'
           GO TO 0400-cod-aluno.

      * trilha para o relatorio de segregacao de funcoes (AUDSEG):
      * bolsa concedida pelo mesmo operador que baixa a mensalidade
       0850-registra.
           OPEN EXTEND bolsalog
           IF status-blg NOT = '00'
              OPEN OUTPUT bolsalog.
           ACCEPT data-blg FROM DATE YYYYMMDD
           ACCEPT hora-blg FROM TIME
           MOVE ws-operador TO oper-blg
           MOVE ws-estacao TO estacao-blg
           MOVE cod-aluno-bolsa TO aluno-blg
           MOVE cod-curso-bolsa TO curso-blg
           MOVE ws-perc-ant TO perc-ant-blg
           MOVE perc-bolsa TO perc-novo-blg
           MOVE ws-acao-blg TO acao-blg
           WRITE reg-bolsalog
           CLOSE bolsalog.

       0859-fim-registra. EXIT.

       0900-fim.
           CLOSE alucad
                 curcad
                 bolsacad
           IF ws-sem-tipo = 'N'
              CLOSE tipocad.
           CHAIN 'FACAD.EXE '.

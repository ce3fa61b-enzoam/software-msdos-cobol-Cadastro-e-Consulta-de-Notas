      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.5         13/11/2000     IMPLATACAO
      * 1.6         /  /           PRAZO VENCIDO (PRAZONT.DAT) RECUSA
      *                            LANCAMENTO DE NOTAS NO BIMESTRE
      * 1.7         /  /           GRAVA O OPERADOR DE CADA NOTA LANCADA
      *                            EM LANCNOTA.DAT (SESSAO DA ESTACAO)
      * 1.8         /  /           SO LANCA NOTA DOS CURSOS DO
      *                            OPERADOR (OPERCUR.DAT)
      * 1.9         /  /           NOTA GRAVADA VOLTA A CONFERENCIA DA
      *                            DISCIPLINA/BIMESTRE A PENDENTE
      *                            (VERCTL.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY ano-fech
                       FILE STATUS status-fech.

           SELECT prazont ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY chave-prz
                       FILE STATUS status-prz.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT opercur ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-ocr
                         FILE STATUS status-ocr.

           SELECT sesscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-sessao
                         FILE STATUS status-sess.

           SELECT verctl ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-vct
                         FILE STATUS status-vct.

           SELECT lancnota ASSIGN TO DISK
                         FILE STATUS status-lnt.

       DATA DIVISION.
       FILE SECTION.

           05  operador-fech           PIC X(10).
           05  FILLER                  PIC X(02).

      * curso e disciplina zerados = prazo geral do bimestre
       FD  prazont
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PRAZONT.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  reg-prazont.
           05  chave-prz.
               10  ano-prz             PIC 9(04).
               10  bim-prz             PIC 9(01).
               10  cod-curso-prz       PIC 9(02).
               10  cod-disci-prz       PIC 9(04).
           05  data-lim-prz            PIC 9(08).
           05  data-alt-prz            PIC 9(08).
           05  FILLER                  PIC X(03).

       FD  opercad
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  reg-operador                PIC X(10).

       FD  sesscad
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SESSOES.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  reg-sessao.
           05  chave-sessao.
               10  estacao-sess        PIC 9(02).
           05  oper-sess               PIC X(10).
           05  data-sess               PIC 9(06).
           05  hora-sess               PIC 9(06).
           05  sit-sess                PIC X(01).
               88  sessao-ativa        VALUE 'A'.
           05  FILLER                  PIC X(05).

       FD  lancnota
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LANCNOTA.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  reg-lancnota.
           05  data-lnt                PIC 9(08).
           05  hora-lnt                PIC 9(06).
           05  oper-lnt                PIC X(10).
           05  estacao-lnt             PIC 9(02).
           05  programa-lnt            PIC X(08).
           05  ano-lnt                 PIC 9(04).
           05  curso-lnt               PIC 9(02).
           05  aluno-lnt               PIC 9(06).
           05  disci-lnt               PIC 9(04).
           05  bim-lnt                 PIC 9(01).
           05  nota-lnt                PIC 99V9.
           05  FILLER                  PIC X(06).

      * CURSOS QUE O OPERADOR ENXERGA - SEM NENHUM = TODOS
       FD  opercur
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERCUR.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  reg-opercur.
           05  chave-ocr.
               10  oper-ocr            PIC X(10).
               10  curso-ocr           PIC 9(02).
           05  data-ocr                PIC 9(08).

      * SITUACAO DA CONFERENCIA DE DIGITACAO (VERNOTAS)
       FD  verctl
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'VERCTL.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  reg-verctl.
           05  chave-vct.
               10  ano-vct             PIC 9(04).
               10  bim-vct             PIC 9(01).
               10  cod-curso-vct       PIC 9(02).
               10  cod-disci-vct       PIC 9(04).
           05  sit-vct                 PIC X(01).
               88  vct-pendente        VALUE 'P'.
           05  qtd-dif-vct             PIC 9(04).
           05  data-vct                PIC 9(08).
           05  FILLER                  PIC X(06).

       WORKING-STORAGE SECTION.
       01  status-ocr                   PIC X(02) VALUE SPACES.
       01  ws-com-escopo                PIC X VALUE 'N'.
       01  ws-fora-escopo               PIC X VALUE 'N'.
       01  ws-curso-esc                 PIC 9(02) VALUE ZEROS.
       01  statcur-arq                  PIC X(02) VALUE SPACES.
       01  statdis-arq                  PIC X(02) VALUE SPACES.
       01  statalu-arq                  PIC X(02) VALUE SPACES.
       01  statnot-arq                  PIC X(02) VALUE SPACES.
       01  status-fech                  PIC X(02) VALUE SPACES.
       01  ws-sem-fechado               PIC X VALUE 'N'.
       01  status-prz                   PIC X(02) VALUE SPACES.
       01  ws-sem-prazo                 PIC X VALUE 'N'.
       01  ws-prazo-vencido             PIC X VALUE 'N'.
       01  ws-hoje                      PIC 9(08) VALUE ZEROS.
       01  status-oper                  PIC X(02) VALUE SPACES.
       01  status-sess                  PIC X(02) VALUE SPACES.
       01  status-lnt                   PIC X(02) VALUE SPACES.
       01  status-vct                   PIC X(02) VALUE SPACES.
       01  ws-operador                  PIC X(10) VALUE SPACES.
       01  ws-estacao                   PIC 9(02) VALUE ZEROS.
       01  linha-branco                 PIC X(45) VALUE SPACES.
       01  ws-bim                       PIC 9.
       01  ws-nota                      PIC 9(02)V9.
       0030-abre-cadalu.
           OPEN INPUT CADALU
           IF statalu-arq = '00'
              GO TO 0040-openoper.
           DISPLAY (12 20) 'ALUNOS.DAT NAO EXISTE'
           CLOSE CADCUR
           CLOSE CADDIS
           STOP RUN.

       0040-openoper.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.

      * o lancamento e registrado com o operador da sessao da estacao
      * (FACAD/SESSOES.DAT), nao com o ultimo login geral
       0050-estacao.
           OPEN INPUT sesscad
           IF status-sess NOT = '00'
              GO TO 0100-testa-entnot.
           DISPLAY (20 04) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (20 13) ws-estacao WITH PROMPT AUTO-SKIP
           IF ws-estacao = ZEROS
              CLOSE sesscad
              GO TO 0100-testa-entnot.
           MOVE ws-estacao TO estacao-sess
           READ sesscad INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE sesscad
              GO TO 0050-estacao.
           IF NOT sessao-ativa
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE sesscad
              GO TO 0050-estacao.
           MOVE oper-sess TO ws-operador
           CLOSE sesscad.

       0100-testa-entnot.
           OPEN I-O ENTNOT
           IF statnot-arq = '00'
              PERFORM 9700-carrega-escopo THRU 9709-fim-carrega
              GO TO 0200-tela.
           DISPLAY (12 20)'NOTAS.DAT NAO EXISTE'
           DISPLAY (14 20)'DESEJA GERAR ?(S OU N) [X]'.
           READ CADCUR INVALID KEY
                DISPLAY (22 30) 'CURSO NAO CADASTRADO'
                GO TO 0300-curso.
           MOVE cod-curso TO ws-curso-esc
           PERFORM 9710-verifica-escopo THRU 9719-fim-verifica
           IF ws-fora-escopo = 'S'
                DISPLAY (22 20) 'CURSO FORA DO ESCOPO DO OPERADOR'
                GO TO 0300-curso.
           MOVE cod-curso TO nota-cod-cur
           MOVE cod-curso TO dis-cod-cur
           MOVE cod-curso TO alu-cod-cur
              OPEN INPUT fechcad
              IF status-fech NOT = '00'
                 MOVE 'S' TO ws-sem-fechado.
           IF ws-sem-prazo = 'N' AND status-prz = spaces
              OPEN INPUT prazont
              IF status-prz NOT = '00'
                 MOVE 'S' TO ws-sem-prazo.

       0500-ano.
           ACCEPT (07 35) ano-dis WITH PROMPT AUTO-SKIP
                GO TO 0600-disciplina.

           DISPLAY (09 40) desc-dis
           PERFORM 8500-ver-prazo THRU 8599-fim-prazo
           IF ws-prazo-vencido = 'S'
              DISPLAY (22 11)
               'PRAZO DO BIMESTRE VENCIDO - CORRECOES SO PELO CORRNOTA'
              STOP ' '
              DISPLAY (22 11) linha-branco
              GO TO 0600-disciplina.
           MOVE cod-dis TO nota-cod-dis.

       0700-notas.
                   MOVE 'N' TO ind-seg-chamada
                   MOVE ZEROS TO data-seg-chamada
                   WRITE REG-ENTNOT
                   PERFORM 9880-registra-lancto THRU 9889-fim-lancto
                   DISPLAY (22 29)'NOTA DO ALUNO CADASTRADA'
                   GO TO 1110-muda-linha.
              MOVE ws-bim TO nota-bim
              MOVE ws-nota TO nota
              MOVE ws-faltas TO falta
              REWRITE REG-ENTNOT
              PERFORM 9880-registra-lancto THRU 9889-fim-lancto
              DISPLAY (22 29)'NOTA DO ALUNO CADASTRADA'
              GO TO 1110-muda-linha.
           DISPLAY (22 30)'RESPOSTA INVALIDA'
              GO TO 0200-TELA.

           IF ws-resp-not = "F" OR "f"
              PERFORM 9720-fecha-escopo THRU 9729-fim-fecha
              CLOSE CADCUR
              CLOSE CADALU
              CLOSE CADDIS
              CLOSE ENTNOT
              IF ws-sem-prazo NOT = 'S'
                 CLOSE prazont
                 CHAIN 'mnotas.exe'
              ELSE
                 CHAIN 'mnotas.exe'.

           DISPLAY(23 33) 'RESPOSTA INVALIDA'
           GO TO 1200-FINALIZA.
           DISPLAY(23 33) 'RESPOSTA INVALIDA'
           GO TO 1400-volta.

      * prazo da disciplina; nao havendo, o geral do bimestre.
      * sem prazo cadastrado o bimestre fica aberto
       8500-ver-prazo.
           MOVE 'N' TO ws-prazo-vencido
           IF ws-sem-prazo = 'S'
              GO TO 8599-fim-prazo.
           ACCEPT ws-hoje FROM DATE YYYYMMDD
           MOVE ano-dis TO ano-prz
           MOVE ws-bim TO bim-prz
           MOVE dis-cod-cur TO cod-curso-prz
           MOVE cod-dis TO cod-disci-prz
           READ prazont
           IF status-prz NOT = '00'
              MOVE ZEROS TO cod-curso-prz cod-disci-prz
              READ prazont
              IF status-prz NOT = '00'
                 GO TO 8599-fim-prazo.
           IF ws-hoje > data-lim-prz
              MOVE 'S' TO ws-prazo-vencido.

       8599-fim-prazo. EXIT.

      * quem digitou cada nota - confrontado com o HISTNOTA do
      * CORRNOTA no relatorio de segregacao de funcoes (AUDSEG)
       9880-registra-lancto.
           OPEN EXTEND lancnota
           IF status-lnt NOT = '00'
              OPEN OUTPUT lancnota.
           ACCEPT data-lnt FROM DATE YYYYMMDD
           ACCEPT hora-lnt FROM TIME
           MOVE ws-operador TO oper-lnt
           MOVE ws-estacao TO estacao-lnt
           MOVE 'ENTNOTAS' TO programa-lnt
           MOVE ano-nota TO ano-lnt
           MOVE nota-cod-cur TO curso-lnt
           MOVE nota-cod-alu TO aluno-lnt
           MOVE nota-cod-dis TO disci-lnt
           MOVE nota-bim TO bim-lnt
           MOVE nota TO nota-lnt
           WRITE reg-lancnota
           CLOSE lancnota
           PERFORM 9890-reabre-conferencia THRU 9899-fim-reabre.

       9889-fim-lancto. EXIT.

      * NOTA ALTERADA DEPOIS DA CONFERENCIA (VERNOTAS) VOLTA A
      * DISCIPLINA/BIMESTRE PARA PENDENTE - O CADNOT SEGURA AS NOTAS
      * ATE A PROXIMA COMPARACAO
       9890-reabre-conferencia.
           OPEN I-O verctl
           IF status-vct NOT = '00'
              GO TO 9899-fim-reabre.
           MOVE ano-nota TO ano-vct
           MOVE nota-bim TO bim-vct
           MOVE nota-cod-cur TO cod-curso-vct
           MOVE nota-cod-dis TO cod-disci-vct
           READ verctl INVALID KEY
              CLOSE verctl
              GO TO 9899-fim-reabre.
           IF NOT vct-pendente
              MOVE 'P' TO sit-vct
              ACCEPT data-vct FROM DATE YYYYMMDD
              REWRITE reg-verctl.
           CLOSE verctl.

       9899-fim-reabre. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): QUEM
      * NAO TEM CURSO CADASTRADO CONTINUA VENDO TODOS OS CURSOS
       9700-carrega-escopo.
           MOVE 'N' TO ws-com-escopo
           OPEN INPUT opercur
           IF status-ocr NOT = '00'
              GO TO 9709-fim-carrega.
           MOVE ws-operador TO oper-ocr
           MOVE ZEROS TO curso-ocr
           START opercur KEY NOT LESS THAN chave-ocr INVALID KEY
              CLOSE opercur
              GO TO 9709-fim-carrega.
           READ opercur NEXT
           IF status-ocr = '00' AND oper-ocr = ws-operador
              MOVE 'S' TO ws-com-escopo
              GO TO 9709-fim-carrega.
           CLOSE opercur.

       9709-fim-carrega. EXIT.

       9710-verifica-escopo.
           MOVE 'N' TO ws-fora-escopo
           IF ws-com-escopo NOT = 'S'
              GO TO 9719-fim-verifica.
           MOVE ws-operador TO oper-ocr
           MOVE ws-curso-esc TO curso-ocr
           READ opercur INVALID KEY
              MOVE 'S' TO ws-fora-escopo.

       9719-fim-verifica. EXIT.

       9720-fecha-escopo.
           IF ws-com-escopo = 'S'
              CLOSE opercur
              MOVE 'N' TO ws-com-escopo.

       9729-fim-fecha. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID COBFILA-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :FILA DE COBRANCA POR TELEFONE - GERA A
      *                      FILA DO DIA (COBFILA.DAT) COM OS ALUNOS
      *                      COM MENSALIDADES VENCIDAS EM ABERTO EM
      *                      mensal.dat, POR FAIXA DE ATRASO E VALOR,
      *                      SEM QUEM ESTA EM ACORDO VIGENTE
      *                      (ACORDO.DAT) OU NEGATIVADO (NEGCAD.DAT)
      *                      E SEM QUEM TEM PROMESSA OU RETORNO AINDA
      *                      NO PRAZO; CADA COBRADOR PEGA O PROXIMO DA
      *                      FILA E REGISTRA O CONTATO EM COBCONT.DAT
      *                      (RESULTADO, PROMESSA DE PAGAMENTO E DATA
      *                      DE RETORNO); LISTA A FILA E EMITE AS
      *                      PROMESSAS ROMPIDAS (VENCIDAS SEM PAGAMENTO)
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT alucad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-aluno
                         FILE STATUS status-arq.

           SELECT menscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT acordo ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-acordo
                         FILE STATUS status-acor.

           SELECT negcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-neg
                         FILE STATUS status-neg.

           SELECT filacad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-fila
                         FILE STATUS status-fila.

           SELECT contcob ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cob
                         FILE STATUS status-cob.

           SELECT contcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cont
                         FILE STATUS status-cont.

           SELECT respcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-resp
                         FILE STATUS status-resp.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT sesscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-sessao
                         FILE STATUS status-sess.

           SELECT sortfila ASSIGN TO DISK.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.

       FILE SECTION.

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

       FD menscad
           LABEL record STANDARD
           value OF FILE-ID 'mensal.dat'
           record contains 80 characteres.

       01 reg-mensal.
           05 chave-mensal.
              10 cod-aluno-mensal  PIC 9(06).
              10 cod-curso-mensal  PIC 9(06).
              10 ano-mensal        PIC 9(04).
              10 mes-mensal        PIC 9(02).
           05 valor-mensal         PIC 9(04)v99.
           05 vencimento-mensal.
              10 dia-venc          PIC 9(02).
              10 mes-venc          PIC 9(02).
              10 ano-venc          PIC 9(04).
           05 data-pgto.
              10 dia-pgto          PIC 9(02).
              10 mes-pgto          PIC 9(02).
              10 ano-pgto          PIC 9(04).
           05 status-pgto          PIC X(01).
              88 pgto-pago         VALUE 'P'.
              88 pgto-aberto       VALUE 'A'.
           05 valor-pago           PIC 9(05)v99.
           05 operador-pgto        PIC X(10).
           05 recibo-pgto          PIC 9(06).
           05 forma-pgto           PIC X(01).
           05 nosso-numero         PIC 9(10).
           05 FILLER               PIC X(05).

       FD acordo
           LABEL record STANDARD
           value OF FILE-ID 'ACORDO.DAT'
           record contains 40 characteres.

       01 reg-acordo.
           05 chave-acordo.
              10 cod-aluno-acor    PIC 9(06).
              10 cod-curso-acor    PIC 9(06).
              10 seq-acor          PIC 9(02).
           05 data-acor            PIC 9(08).
           05 qtd-parcelas-acor    PIC 9(02).
           05 valor-parcela-acor   PIC 9(05)v99.
           05 comp-primeira-acor   PIC 9(06).
           05 situacao-acor        PIC X(01).
              88 acordo-vigente    VALUE 'V'.
              88 acordo-quitado    VALUE 'Q'.
              88 acordo-rompido    VALUE 'R'.
           05 FILLER               PIC X(02).

       FD negcad
           LABEL record STANDARD
           value OF FILE-ID 'NEGCAD.DAT'
           record contains 40 characteres.

       01 reg-negcad.
           05 chave-neg.
              10 cod-aluno-neg     PIC 9(06).
              10 cod-curso-neg     PIC 9(06).
           05 sit-neg              PIC X(01).
              88 neg-incluido      VALUE 'I'.
              88 neg-excl-pend     VALUE 'Q'.
              88 neg-excluido      VALUE 'E'.
           05 data-inc-neg         PIC 9(08).
           05 data-exc-neg         PIC 9(08).
           05 valor-inc-neg        PIC 9(07)v99.
           05 FILLER               PIC X(02).

       FD filacad
           LABEL record STANDARD
           value OF FILE-ID 'COBFILA.DAT'
           record contains 60 characteres.

       01 reg-fila.
           05 chave-fila.
              10 ordem-fila        PIC 9(05).
           05 cod-aluno-fila       PIC 9(06).
           05 cod-curso-fila       PIC 9(06).
           05 qtd-parc-fila        PIC 9(02).
           05 valor-fila           PIC 9(07)v99.
           05 atraso-fila          PIC 9(04).
           05 faixa-fila           PIC 9(01).
           05 sit-fila             PIC X(01).
              88 fila-pendente     VALUE 'P'.
              88 fila-atendimento  VALUE 'E'.
              88 fila-tratada      VALUE 'T'.
           05 cobrador-fila        PIC X(10).
           05 data-ger-fila        PIC 9(08).
           05 FILLER               PIC X(08).

       FD contcob
           LABEL record STANDARD
           value OF FILE-ID 'COBCONT.DAT'
           record contains 110 characteres.

       01 reg-contcob.
           05 chave-cob.
              10 cod-aluno-cob     PIC 9(06).
              10 cod-curso-cob     PIC 9(06).
              10 data-cob          PIC 9(08).
              10 hora-cob          PIC 9(06).
           05 cobrador-cob         PIC X(10).
           05 result-cob           PIC X(01).
              88 result-promessa   VALUE 'P'.
           05 valor-dev-cob        PIC 9(07)v99.
           05 data-prom-cob        PIC 9(08).
           05 valor-prom-cob       PIC 9(07)v99.
           05 data-ret-cob         PIC 9(08).
           05 sit-prom-cob         PIC X(01).
              88 prom-aberta       VALUE 'A'.
              88 prom-cumprida     VALUE 'C'.
              88 prom-rompida      VALUE 'R'.
           05 obs-cob              PIC X(30).
           05 FILLER               PIC X(08).

       FD contcad
           LABEL record STANDARD
           value OF FILE-ID 'CONTALU.DAT'
           record contains 160 characteres.

       01 reg-contalu.
           05 chave-cont.
              10 cod-aluno-cont    PIC 9(06).
              10 cod-curso-cont    PIC 9(06).
           05 fone-cont OCCURS 3 TIMES.
              10 tipo-fone-cont    PIC X(01).
              10 num-fone-cont     PIC 9(11).
           05 email-cont           PIC X(40).
           05 canal-cont           PIC X(01).
              88 canal-fone        VALUE 'F'.
              88 canal-sms         VALUE 'S'.
              88 canal-email       VALUE 'E'.
              88 canal-carta       VALUE 'C'.
           05 emerg-nome-cont      PIC X(30).
           05 emerg-fone-cont      PIC 9(11).
           05 emerg-parent-cont    PIC X(10).
           05 data-atual-cont      PIC 9(08).
           05 FILLER               PIC X(12).

       FD respcad
           LABEL record STANDARD
           value OF FILE-ID 'RESPFIN.DAT'
           record contains 150 characteres.

       01 reg-respfin.
           05 chave-resp.
              10 cod-aluno-resp    PIC 9(06).
              10 cod-curso-resp    PIC 9(06).
           05 nome-resp            PIC X(40).
           05 FILLER               PIC X(86).
           05 parentesco-resp      PIC X(10).
           05 FILLER               PIC X(02).

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
              88 sessao-encerrada  VALUE 'E'.
           05 FILLER               PIC X(05).

       SD sortfila
          value OF FILE-ID 'COBFILA.TMP'.

       01 reg-sortfila.
           05 faixa-sd             PIC 9(01).
           05 valor-sd             PIC 9(07)v99.
           05 aluno-sd             PIC 9(06).
           05 curso-sd             PIC 9(06).
           05 qtd-sd               PIC 9(02).
           05 atraso-sd            PIC 9(04).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-arq               PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-acor              PIC X(02) value spaces.
       01 status-neg               PIC X(02) value spaces.
       01 status-fila              PIC X(02) value spaces.
       01 status-cob               PIC X(02) value spaces.
       01 status-cont              PIC X(02) value spaces.
       01 status-resp              PIC X(02) value spaces.
       01 status-oper              PIC X(02) value spaces.
       01 status-sess              PIC X(02) value spaces.
       01 ws-sem-acordo            PIC X(01) value 'N'.
       01 ws-sem-neg               PIC X(01) value 'N'.
       01 ws-sem-cont              PIC X(01) value 'N'.
       01 ws-sem-resp              PIC X(01) value 'N'.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-estacao               PIC 9(02) value zeros.
       01 ws-opcao                 PIC X.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-data-atual-r REDEFINES ws-data-atual PIC 9(08).
       01 ws-hora.
           05 ws-hhmmss            PIC 9(06).
           05 FILLER               PIC 9(02).
       01 dias-hoje                PIC 9(08) value zeros.
       01 dias-venc                PIC 9(08) value zeros.
       01 ws-atraso                PIC 9(04) value zeros.
       01 ws-aluno-grupo           PIC 9(06) value zeros.
       01 ws-curso-grupo           PIC 9(06) value zeros.
       01 ws-qtd-vencidos          PIC 9(02) value zeros.
       01 ws-valor-vencido         PIC 9(07)v99 value zeros.
       01 ws-maior-atraso          PIC 9(04) value zeros.
       01 ws-fora-fila             PIC X(01) value 'N'.
       01 flag-grupo               PIC 9 value zeros.
       01 ws-ordem                 PIC 9(05) value zeros.
       01 ws-ordem-atual           PIC 9(05) value zeros.
       01 cont-fila                PIC 9(05) value zeros.
       01 cont-rompidas            PIC 9(05) value zeros.
       01 cont-cumpridas           PIC 9(05) value zeros.
       01 contpag                  PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value zeros.

      * ULTIMO CONTATO DO ALUNO (COBCONT.DAT)
       01 ws-achou-ult             PIC X(01) value 'N'.
       01 ws-ult-data              PIC 9(08) value zeros.
       01 ws-ult-result            PIC X(01) value space.
       01 ws-ult-data-prom         PIC 9(08) value zeros.
       01 ws-ult-valor-prom        PIC 9(07)v99 value zeros.
       01 ws-ult-data-ret          PIC 9(08) value zeros.
       01 ws-ult-sit-prom          PIC X(01) value space.

      * REGISTRO DO CONTATO
       01 ws-result                PIC X(01) value space.
          88 ws-result-ok          VALUE 'P' 'N' 'R' 'E' 'C' 'J'.
          88 ws-result-promessa    VALUE 'P'.
       01 ws-data-prom.
           05 ws-ano-prom          PIC 9(04).
           05 ws-mes-prom          PIC 9(02).
           05 ws-dia-prom          PIC 9(02).
       01 ws-data-prom-r REDEFINES ws-data-prom PIC 9(08).
       01 ws-data-ret.
           05 ws-ano-ret           PIC 9(04).
           05 ws-mes-ret           PIC 9(02).
           05 ws-dia-ret           PIC 9(02).
       01 ws-data-ret-r REDEFINES ws-data-ret PIC 9(08).
       01 ws-valor-prom            PIC 9(07)v99 value zeros.
       01 ws-obs                   PIC X(30) value spaces.

      * APURACAO DA PROMESSA
       01 ws-data-pg-aux.
           05 ws-ano-pg-aux        PIC 9(04).
           05 ws-mes-pg-aux        PIC 9(02).
           05 ws-dia-pg-aux        PIC 9(02).
       01 ws-data-pg-aux-r REDEFINES ws-data-pg-aux PIC 9(08).
       01 ws-pago-apos             PIC 9(07)v99 value zeros.
       01 ws-acordo-apos           PIC X(01) value 'N'.

      * EDICAO DE DATA AAAAMMDD -> DD/MM/AAAA
       01 ws-data-aux.
           05 ws-ano-aux           PIC 9(04).
           05 ws-mes-aux           PIC 9(02).
           05 ws-dia-aux           PIC 9(02).
       01 ws-data-aux-r REDEFINES ws-data-aux PIC 9(08).
       01 ws-data-ed.
           05 ws-dia-ed            PIC 9(02).
           05 FILLER               PIC X(01) value '/'.
           05 ws-mes-ed            PIC 9(02).
           05 FILLER               PIC X(01) value '/'.
           05 ws-ano-ed            PIC 9(04).

      * EDICAO DOS FONES DO CONTALU.DAT
       01 ws-ind-fone              PIC 9(01) value zeros.
       01 ws-desc-canal            PIC X(06) value spaces.
       01 ws-fone-aux              PIC 9(11) value zeros.
       01 ws-fone-aux-r REDEFINES ws-fone-aux.
           05 ws-ddd-aux           PIC 9(02).
           05 ws-num-aux           PIC 9(09).
       01 ws-fone-ed.
           05 tipo-fone-ed         PIC X(01) value space.
           05 FILLER               PIC X(02) value ' ('.
           05 ddd-fone-ed          PIC 9(02) value zeros.
           05 FILLER               PIC X(01) value ')'.
           05 num-fone-ed          PIC Z(08)9.
       01 ws-fone-mostra           PIC X(15) value spaces.

       01 ed-valor                 PIC Z.ZZZ.ZZ9,99.
       01 ed-atraso                PIC ZZZ9.
       01 ed-qtd                   PIC Z9.

       01 cab1.
           05 FILLER               PIC X(33) value 'COBFILA'.
           05 cab1-titulo          PIC X(37) value spaces.
           05 FILLER               PIC X(04) value 'PAG.'.
           05 pag-cab1             PIC ZZ.ZZ9.

       01 cab2.
           05 FILLER               PIC X(11) value 'EMITIDO EM '.
           05 data-cab2            PIC X(10).

       01 cab3.
           05 FILLER               PIC X(07) value 'ALUNO'.
           05 FILLER               PIC X(21) value 'NOME'.
           05 FILLER               PIC X(11) value 'CONTATO'.
           05 FILLER               PIC X(09) value 'COBRADOR'.
           05 FILLER               PIC X(11) value 'PROMESSA'.
           05 FILLER               PIC X(11) value ' VALOR PROM'.
           05 FILLER               PIC X(10) value ' PAGO APOS'.

       01 det1.
           05 aluno-det1           PIC 9(06).
           05 FILLER               PIC X(01) value spaces.
           05 nome-det1            PIC X(20).
           05 FILLER               PIC X(01) value spaces.
           05 contato-det1         PIC X(10).
           05 FILLER               PIC X(01) value spaces.
           05 cobrador-det1        PIC X(08).
           05 FILLER               PIC X(01) value spaces.
           05 promessa-det1        PIC X(10).
           05 FILLER               PIC X(01) value spaces.
           05 valor-det1           PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 pago-det1            PIC ZZZ.ZZ9,99.

       01 cab4.
           05 FILLER               PIC X(07) value 'ORDEM'.
           05 FILLER               PIC X(07) value 'ALUNO'.
           05 FILLER               PIC X(26) value 'NOME'.
           05 FILLER               PIC X(04) value 'PARC'.
           05 FILLER               PIC X(13) value '        VALOR'.
           05 FILLER               PIC X(07) value '  DIAS '.
           05 FILLER               PIC X(05) value 'SIT'.
           05 FILLER               PIC X(10) value 'COBRADOR'.

       01 det2.
           05 ordem-det2           PIC ZZZZ9.
           05 FILLER               PIC X(02) value spaces.
           05 aluno-det2           PIC 9(06).
           05 FILLER               PIC X(01) value spaces.
           05 nome-det2            PIC X(25).
           05 FILLER               PIC X(02) value spaces.
           05 qtd-det2             PIC Z9.
           05 FILLER               PIC X(01) value spaces.
           05 valor-det2           PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 atraso-det2          PIC ZZZ9.
           05 FILLER               PIC X(02) value spaces.
           05 sit-det2             PIC X(01).
           05 FILLER               PIC X(04) value spaces.
           05 cobrador-det2        PIC X(10).

       01 rod1.
           05 FILLER               PIC X(20) value spaces.
           05 rod1-texto           PIC X(25) value spaces.
           05 rod1-qtd             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT alucad
           IF status-arq NOT = '00'
              DISPLAY (12 30) '[ALUNOS.DAT INEXISTENTE]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT menscad
           IF status-mens NOT = '00'
              DISPLAY (12 30) '[MENSAL.DAT INEXISTENTE]'
              CLOSE alucad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT acordo
           IF status-acor NOT = '00'
              MOVE 'S' TO ws-sem-acordo.
           OPEN INPUT negcad
           IF status-neg NOT = '00'
              MOVE 'S' TO ws-sem-neg.
           OPEN INPUT contcad
           IF status-cont NOT = '00'
              MOVE 'S' TO ws-sem-cont.
           OPEN INPUT respcad
           IF status-resp NOT = '00'
              MOVE 'S' TO ws-sem-resp.
           OPEN I-O contcob
           IF status-cob NOT = '00'
              OPEN OUTPUT contcob
              CLOSE contcob
              OPEN I-O contcob.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           MOVE ws-ano-atual TO dias-hoje
           MULTIPLY 12 BY dias-hoje
           ADD ws-mes-atual TO dias-hoje
           MULTIPLY 30 BY dias-hoje
           ADD ws-dia-atual TO dias-hoje
           DISPLAY (01 01) ERASE.

       0120-openoper.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.

      * COM VARIOS COBRADORES AO MESMO TEMPO O OPERADOR.DAT GUARDA SO
      * O ULTIMO LOGIN - A ESTACAO INFORMADA BUSCA O OPERADOR DA
      * PROPRIA SESSAO (FACAD/SESSOES.DAT)
       0130-estacao.
           OPEN INPUT sesscad
           IF status-sess NOT = '00'
              GO TO 0200-tela.
           DISPLAY (04 07) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (04 16) ws-estacao with prompt AUTO-SKIP
           IF ws-estacao = ZEROS
              CLOSE sesscad
              GO TO 0200-tela.
           MOVE ws-estacao TO estacao-sess
           READ sesscad INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE sesscad
              GO TO 0130-estacao.
           IF NOT sessao-ativa
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE sesscad
              GO TO 0130-estacao.
           MOVE oper-sess TO ws-operador
           CLOSE sesscad.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'COBFILA'
           DISPLAY (02 28) 'FILA DE COBRANCA'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (04 03) 'COBRADOR:'
           DISPLAY (04 13) ws-operador
           DISPLAY (05 03)
             'G=GERA FILA  T=TRABALHA  L=LISTA  R=ROMPIDAS  F=FIM [ ]'.

       0300-opcao.
           ACCEPT (05 56) ws-opcao with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-opcao = 'G' or 'g'
              GO TO 0400-gera.
           IF ws-opcao = 'T' or 't'
              GO TO 0601-abre.
           IF ws-opcao = 'L' or 'l'
              GO TO 0700-lista.
           IF ws-opcao = 'R' or 'r'
              GO TO 0750-rompidas.
           IF ws-opcao = 'F' or 'f'
              GO TO 0990-fim.
           DISPLAY (22 20) 'OPCAO INVALIDA'
           GO TO 0300-opcao.

      * GERA A FILA DO DIA - A FILA ANTERIOR E SUBSTITUIDA; O QUE
      * JA FOI TRATADO ESTA NO COBCONT.DAT E SEGURA O ALUNO FORA DA
      * FILA ENQUANTO A PROMESSA OU O RETORNO ESTAO NO PRAZO
       0400-gera.
           DISPLAY (07 07) 'REGERA A FILA DO DIA ? S/N [ ]'
           ACCEPT (07 35) ws-resp with prompt AUTO-SKIP
           DISPLAY (07 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           DISPLAY (22 20) 'GERANDO A FILA...'
           MOVE ZEROS TO cont-fila ws-ordem flag-grupo
           OPEN OUTPUT filacad
           SORT sortfila DESCENDING KEY faixa-sd valor-sd
                         ASCENDING KEY aluno-sd curso-sd
                INPUT  PROCEDURE 0410-seleciona
                OUTPUT PROCEDURE 0500-grava-fila
           CLOSE filacad
           DISPLAY (22 20) linha-branco
           DISPLAY (22 20) 'ALUNOS NA FILA:'
           DISPLAY (22 36) cont-fila
           STOP ' '
           GO TO 0200-tela.

       0410-seleciona SECTION.
       0411-posiciona.
           MOVE ZEROS TO chave-mensal
           START menscad KEY NOT LESS chave-mensal INVALID KEY
              GO TO 0499-fim.

       0412-le-mensal.
           READ menscad NEXT
           IF status-mens NOT = '00'
              GO TO 0430-ultimo-grupo.
           IF flag-grupo = 0
              MOVE 9 TO flag-grupo
              MOVE cod-aluno-mensal TO ws-aluno-grupo
              MOVE cod-curso-mensal TO ws-curso-grupo
              MOVE ZEROS TO ws-qtd-vencidos ws-valor-vencido
                            ws-maior-atraso.
           IF cod-aluno-mensal NOT = ws-aluno-grupo
              OR cod-curso-mensal NOT = ws-curso-grupo
              PERFORM 0450-avalia-grupo THRU 0459-fim-avalia
              MOVE cod-aluno-mensal TO ws-aluno-grupo
              MOVE cod-curso-mensal TO ws-curso-grupo
              MOVE ZEROS TO ws-qtd-vencidos ws-valor-vencido
                            ws-maior-atraso.
           IF NOT pgto-aberto
              GO TO 0412-le-mensal.
           MOVE ano-venc TO dias-venc
           MULTIPLY 12 BY dias-venc
           ADD mes-venc TO dias-venc
           MULTIPLY 30 BY dias-venc
           ADD dia-venc TO dias-venc
           IF dias-venc NOT < dias-hoje
              GO TO 0412-le-mensal.
           SUBTRACT dias-venc FROM dias-hoje GIVING ws-atraso
           ADD 1 TO ws-qtd-vencidos
           ADD valor-mensal TO ws-valor-vencido
           IF ws-atraso > ws-maior-atraso
              MOVE ws-atraso TO ws-maior-atraso.
           GO TO 0412-le-mensal.

       0430-ultimo-grupo.
           IF flag-grupo NOT = 0
              PERFORM 0450-avalia-grupo THRU 0459-fim-avalia.
           GO TO 0499-fim.

      * FORA DA FILA: SEM VENCIDAS, ACORDO VIGENTE, NEGATIVADO,
      * PROMESSA AINDA NO PRAZO OU RETORNO MARCADO PARA DEPOIS
       0450-avalia-grupo.
           IF ws-qtd-vencidos = ZEROS
              GO TO 0459-fim-avalia.
           PERFORM 0820-verifica-acordo THRU 0829-fim-acordo
           IF ws-fora-fila = 'S'
              GO TO 0459-fim-avalia.
           IF ws-sem-neg NOT = 'S'
              MOVE ws-aluno-grupo TO cod-aluno-neg
              MOVE ws-curso-grupo TO cod-curso-neg
              READ negcad
              IF status-neg = '00' AND neg-incluido
                 GO TO 0459-fim-avalia.
           PERFORM 0810-ultimo-contato THRU 0819-fim-ultimo
           IF ws-achou-ult = 'S'
              IF ws-ult-data-ret > ws-data-atual-r
                 GO TO 0459-fim-avalia.
           IF ws-achou-ult = 'S' AND ws-ult-result = 'P'
              AND ws-ult-sit-prom = 'A'
              AND ws-ult-data-prom NOT < ws-data-atual-r
              GO TO 0459-fim-avalia.
           MOVE 1 TO faixa-sd
           IF ws-maior-atraso > 30
              MOVE 2 TO faixa-sd.
           IF ws-maior-atraso > 60
              MOVE 3 TO faixa-sd.
           IF ws-maior-atraso > 90
              MOVE 4 TO faixa-sd.
           MOVE ws-valor-vencido TO valor-sd
           MOVE ws-aluno-grupo TO aluno-sd
           MOVE ws-curso-grupo TO curso-sd
           MOVE ws-qtd-vencidos TO qtd-sd
           MOVE ws-maior-atraso TO atraso-sd
           RELEASE reg-sortfila.

       0459-fim-avalia. EXIT.

       0499-fim. EXIT.

       0500-grava-fila SECTION.
       0510-le-sort.
           RETURN sortfila AT END
              GO TO 0599-fim.
           ADD 1 TO ws-ordem
           MOVE ws-ordem TO ordem-fila
           MOVE aluno-sd TO cod-aluno-fila
           MOVE curso-sd TO cod-curso-fila
           MOVE qtd-sd TO qtd-parc-fila
           MOVE valor-sd TO valor-fila
           MOVE atraso-sd TO atraso-fila
           MOVE faixa-sd TO faixa-fila
           MOVE 'P' TO sit-fila
           MOVE spaces TO cobrador-fila
           MOVE ws-data-atual-r TO data-ger-fila
           WRITE reg-fila
           ADD 1 TO cont-fila
           GO TO 0510-le-sort.

       0599-fim. EXIT.

      * TRABALHA A FILA: O COBRADOR PEGA O PROXIMO PENDENTE (OU O
      * QUE JA ESTAVA COM ELE) NA ORDEM DE PRIORIDADE
       0600-trabalha SECTION.
       0601-abre.
           OPEN I-O filacad
           IF status-fila NOT = '00'
              DISPLAY (22 20) 'FILA NAO GERADA - USE A OPCAO G'
              STOP ' '
              GO TO 0699-fim.
           MOVE ZEROS TO ws-ordem-atual.

       0610-proximo.
           ADD 1 TO ws-ordem-atual
           MOVE ws-ordem-atual TO ordem-fila
           START filacad KEY NOT LESS chave-fila INVALID KEY
              GO TO 0690-fim-fila.

       0612-le-fila.
           READ filacad NEXT
           IF status-fila NOT = '00'
              GO TO 0690-fim-fila.
           MOVE ordem-fila TO ws-ordem-atual
           IF fila-tratada
              GO TO 0612-le-fila.
           IF fila-atendimento AND cobrador-fila NOT = ws-operador
              GO TO 0612-le-fila.
           PERFORM 0830-apura-debito THRU 0839-fim-apura
           IF ws-qtd-vencidos = ZEROS
              MOVE 'T' TO sit-fila
              REWRITE reg-fila
              GO TO 0612-le-fila.
           MOVE 'E' TO sit-fila
           MOVE ws-operador TO cobrador-fila
           REWRITE reg-fila
           PERFORM 0620-mostra THRU 0629-fim-mostra.

       0630-resultado.
           MOVE space TO ws-result
           MOVE ZEROS TO ws-data-prom-r ws-data-ret-r ws-valor-prom
           MOVE spaces TO ws-obs
           DISPLAY (14 03) 'RESULTADO [ ]'
           DISPLAY (15 03) 'P-PROMESSA N-NAO ATENDE R-RECADO'
           DISPLAY (15 36) 'E-NUM.ERRADO C-RECUSA J-JA PAGOU'
           DISPLAY (16 03) 'PROMESSA [  /  /    ]  VALOR ['
           DISPLAY (16 45) ']'
           DISPLAY (17 03) 'RETORNO  [  /  /    ]'
           DISPLAY (18 03) 'OBS ['
           DISPLAY (18 38) ']'.

       0632-aceita-result.
           ACCEPT (14 14) ws-result with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           INSPECT ws-result CONVERTING 'pnrecj' TO 'PNRECJ'
           IF NOT ws-result-ok
              DISPLAY (22 20) 'RESULTADO INVALIDO'
              GO TO 0632-aceita-result.
           IF NOT ws-result-promessa
              GO TO 0640-retorno.

       0634-promessa.
           ACCEPT (16 13) ws-dia-prom with prompt AUTO-SKIP
           ACCEPT (16 16) ws-mes-prom with prompt AUTO-SKIP
           ACCEPT (16 19) ws-ano-prom with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-dia-prom < 1 OR > 31 OR ws-mes-prom < 1 OR > 12
              DISPLAY (22 20) 'DATA DA PROMESSA INVALIDA'
              GO TO 0634-promessa.
           IF ws-data-prom-r < ws-data-atual-r
              DISPLAY (22 20) 'PROMESSA COM DATA PASSADA'
              GO TO 0634-promessa.
           ACCEPT (16 33) ws-valor-prom with prompt AUTO-SKIP
           IF ws-valor-prom = ZEROS
              MOVE ws-valor-vencido TO ws-valor-prom.
           MOVE ws-valor-prom TO ed-valor
           DISPLAY (16 33) ed-valor.

       0640-retorno.
           ACCEPT (17 13) ws-dia-ret with prompt AUTO-SKIP
           ACCEPT (17 16) ws-mes-ret with prompt AUTO-SKIP
           ACCEPT (17 19) ws-ano-ret with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-data-ret-r = ZEROS AND ws-result-promessa
              MOVE ws-data-prom-r TO ws-data-ret-r.
           IF ws-data-ret-r = ZEROS
              GO TO 0650-obs.
           IF ws-dia-ret < 1 OR > 31 OR ws-mes-ret < 1 OR > 12
              DISPLAY (22 20) 'DATA DE RETORNO INVALIDA'
              GO TO 0640-retorno.
           IF ws-data-ret-r < ws-data-atual-r
              DISPLAY (22 20) 'RETORNO COM DATA PASSADA'
              GO TO 0640-retorno.

       0650-obs.
           ACCEPT (18 08) ws-obs with prompt AUTO-SKIP.

       0660-confirma.
           DISPLAY (20 03) 'G=GRAVA  P=PULA  F=FIM [ ]'
           ACCEPT (20 27) ws-resp with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-resp = 'G' or 'g'
              GO TO 0670-grava.
           IF ws-resp = 'P' or 'p'
              MOVE 'P' TO sit-fila
              MOVE spaces TO cobrador-fila
              REWRITE reg-fila
              GO TO 0610-proximo.
           IF ws-resp = 'F' or 'f'
              MOVE 'P' TO sit-fila
              MOVE spaces TO cobrador-fila
              REWRITE reg-fila
              CLOSE filacad
              GO TO 0699-fim.
           DISPLAY (22 20) 'RESPOSTA INVALIDA'
           GO TO 0660-confirma.

       0670-grava.
           MOVE cod-aluno-fila TO cod-aluno-cob
           MOVE cod-curso-fila TO cod-curso-cob
           MOVE ws-data-atual-r TO data-cob
           ACCEPT ws-hora FROM TIME
           MOVE ws-hhmmss TO hora-cob
           MOVE ws-operador TO cobrador-cob
           MOVE ws-result TO result-cob
           MOVE ws-valor-vencido TO valor-dev-cob
           MOVE ws-data-prom-r TO data-prom-cob
           MOVE ws-valor-prom TO valor-prom-cob
           MOVE ws-data-ret-r TO data-ret-cob
           MOVE space TO sit-prom-cob
           IF ws-result-promessa
              MOVE 'A' TO sit-prom-cob.
           MOVE ws-obs TO obs-cob
           WRITE reg-contcob INVALID KEY
              REWRITE reg-contcob.
           MOVE 'T' TO sit-fila
           REWRITE reg-fila
           DISPLAY (22 20) 'CONTATO REGISTRADO'
           GO TO 0610-proximo.

      * PAINEL DO ALUNO DA VEZ: DEBITO, CONTATOS E ULTIMA LIGACAO
       0620-mostra.
           DISPLAY (06 01) ERASE
           MOVE cod-aluno-fila TO cod-aluno
           MOVE cod-curso-fila TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           DISPLAY (06 03) 'ORDEM'
           DISPLAY (06 09) ordem-fila
           DISPLAY (06 16) 'ALUNO'
           DISPLAY (06 22) cod-aluno-fila
           DISPLAY (06 28) '/'
           DISPLAY (06 29) cod-curso-fila
           DISPLAY (06 37) nome
           DISPLAY (07 03) 'PARCELAS VENCIDAS:'
           MOVE ws-qtd-vencidos TO ed-qtd
           DISPLAY (07 22) ed-qtd
           DISPLAY (07 27) 'VALOR:'
           MOVE ws-valor-vencido TO ed-valor
           DISPLAY (07 34) ed-valor
           DISPLAY (07 48) 'ATRASO:'
           MOVE ws-maior-atraso TO ed-atraso
           DISPLAY (07 56) ed-atraso
           DISPLAY (07 61) 'DIAS'
           IF ws-sem-resp NOT = 'S'
              MOVE cod-aluno-fila TO cod-aluno-resp
              MOVE cod-curso-fila TO cod-curso-resp
              READ respcad
              IF status-resp = '00'
                 DISPLAY (08 03) 'RESP. FIN.:'
                 DISPLAY (08 15) nome-resp
                 DISPLAY (08 57) parentesco-resp.
           PERFORM 0840-mostra-contatos THRU 0849-fim-contatos
           MOVE cod-aluno-fila TO ws-aluno-grupo
           MOVE cod-curso-fila TO ws-curso-grupo
           PERFORM 0810-ultimo-contato THRU 0819-fim-ultimo
           IF ws-achou-ult NOT = 'S'
              DISPLAY (12 03) 'SEM CONTATO ANTERIOR'
              GO TO 0629-fim-mostra.
           DISPLAY (12 03) 'ULTIMO CONTATO:'
           MOVE ws-ult-data TO ws-data-aux-r
           PERFORM 0850-edita-data THRU 0859-fim-edita
           DISPLAY (12 19) ws-data-ed
           DISPLAY (12 31) 'RESULT.:'
           DISPLAY (12 40) ws-ult-result
           IF ws-ult-result NOT = 'P'
              GO TO 0629-fim-mostra.
           DISPLAY (12 43) 'PROMESSA:'
           MOVE ws-ult-data-prom TO ws-data-aux-r
           PERFORM 0850-edita-data THRU 0859-fim-edita
           DISPLAY (12 53) ws-data-ed
           MOVE ws-ult-valor-prom TO ed-valor
           DISPLAY (12 64) ed-valor.

       0629-fim-mostra. EXIT.

       0690-fim-fila.
           CLOSE filacad
           DISPLAY (06 01) ERASE
           DISPLAY (22 20) 'FIM DA FILA - NADA PENDENTE'
           STOP ' '.

       0699-fim.
           GO TO 0200-tela.

      * LISTA A FILA DO DIA NA ORDEM DE PRIORIDADE
       0700-lista.
           OPEN INPUT filacad
           IF status-fila NOT = '00'
              DISPLAY (22 20) 'FILA NAO GERADA - USE A OPCAO G'
              GO TO 0300-opcao.
           OPEN OUTPUT impressora
           MOVE 'FILA DE COBRANCA DO DIA' TO cab1-titulo
           MOVE ZEROS TO contpag cont-fila
           PERFORM 0870-cabecalho THRU 0879-fim-cab
           WRITE reg-impressora FROM cab4 AFTER 2
           ADD 2 TO contlin.

       0710-le-fila.
           READ filacad NEXT
           IF status-fila NOT = '00'
              GO TO 0740-fim-lista.
           IF contlin > 55
              PERFORM 0870-cabecalho THRU 0879-fim-cab
              WRITE reg-impressora FROM cab4 AFTER 2
              ADD 2 TO contlin.
           MOVE cod-aluno-fila TO cod-aluno
           MOVE cod-curso-fila TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE ordem-fila TO ordem-det2
           MOVE cod-aluno-fila TO aluno-det2
           MOVE nome TO nome-det2
           MOVE qtd-parc-fila TO qtd-det2
           MOVE valor-fila TO valor-det2
           MOVE atraso-fila TO atraso-det2
           MOVE sit-fila TO sit-det2
           MOVE cobrador-fila TO cobrador-det2
           WRITE reg-impressora FROM det2 AFTER 1
           ADD 1 TO contlin
           ADD 1 TO cont-fila
           GO TO 0710-le-fila.

       0740-fim-lista.
           MOVE 'ALUNOS NA FILA.........:' TO rod1-texto
           MOVE cont-fila TO rod1-qtd
           WRITE reg-impressora FROM rod1 AFTER 2
           CLOSE filacad
                 impressora
           DISPLAY (22 20) 'LISTA DA FILA EMITIDA'
           STOP ' '
           GO TO 0200-tela.

      * PROMESSAS ROMPIDAS: PROMESSA ABERTA COM DATA JA PASSADA E SEM
      * PAGAMENTO (OU ACORDO) DESDE O CONTATO QUE CUBRA O VALOR
      * PROMETIDO - FICA 'R'; A QUE FOI CUMPRIDA FICA 'C'
       0750-rompidas.
           DISPLAY (07 07) 'APURA AS PROMESSAS VENCIDAS ? S/N [ ]'
           ACCEPT (07 42) ws-resp with prompt AUTO-SKIP
           DISPLAY (07 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           OPEN OUTPUT impressora
           MOVE 'PROMESSAS DE PAGAMENTO ROMPIDAS' TO cab1-titulo
           MOVE ZEROS TO contpag cont-rompidas cont-cumpridas
           PERFORM 0870-cabecalho THRU 0879-fim-cab
           WRITE reg-impressora FROM cab3 AFTER 2
           ADD 2 TO contlin
           MOVE ZEROS TO chave-cob
           START contcob KEY NOT LESS chave-cob INVALID KEY
              GO TO 0790-fim-rompidas.

       0760-le-contato.
           READ contcob NEXT
           IF status-cob NOT = '00'
              GO TO 0790-fim-rompidas.
           IF NOT result-promessa OR NOT prom-aberta
              GO TO 0760-le-contato.
           IF data-prom-cob NOT < ws-data-atual-r
              GO TO 0760-le-contato.
           PERFORM 0860-apura-pagto THRU 0869-fim-pagto
           IF ws-pago-apos NOT < valor-prom-cob
              OR ws-acordo-apos = 'S'
              MOVE 'C' TO sit-prom-cob
              REWRITE reg-contcob
              ADD 1 TO cont-cumpridas
              GO TO 0760-le-contato.
           MOVE 'R' TO sit-prom-cob
           REWRITE reg-contcob
           ADD 1 TO cont-rompidas
           IF contlin > 55
              PERFORM 0870-cabecalho THRU 0879-fim-cab
              WRITE reg-impressora FROM cab3 AFTER 2
              ADD 2 TO contlin.
           MOVE cod-aluno-cob TO cod-aluno
           MOVE cod-curso-cob TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE cod-aluno-cob TO aluno-det1
           MOVE nome TO nome-det1
           MOVE data-cob TO ws-data-aux-r
           PERFORM 0850-edita-data THRU 0859-fim-edita
           MOVE ws-data-ed TO contato-det1
           MOVE cobrador-cob TO cobrador-det1
           MOVE data-prom-cob TO ws-data-aux-r
           PERFORM 0850-edita-data THRU 0859-fim-edita
           MOVE ws-data-ed TO promessa-det1
           MOVE valor-prom-cob TO valor-det1
           MOVE ws-pago-apos TO pago-det1
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin
           GO TO 0760-le-contato.

       0790-fim-rompidas.
           MOVE 'PROMESSAS ROMPIDAS.....:' TO rod1-texto
           MOVE cont-rompidas TO rod1-qtd
           WRITE reg-impressora FROM rod1 AFTER 2
           MOVE 'PROMESSAS CUMPRIDAS....:' TO rod1-texto
           MOVE cont-cumpridas TO rod1-qtd
           WRITE reg-impressora FROM rod1 AFTER 1
           CLOSE impressora
           DISPLAY (22 20) 'RELATORIO DE PROMESSAS ROMPIDAS EMITIDO'
           STOP ' '
           GO TO 0200-tela.

      * ULTIMO CONTATO DO ALUNO ws-aluno-grupo/ws-curso-grupo
       0810-ultimo-contato.
           MOVE 'N' TO ws-achou-ult
           MOVE ws-aluno-grupo TO cod-aluno-cob
           MOVE ws-curso-grupo TO cod-curso-cob
           MOVE ZEROS TO data-cob hora-cob
           START contcob KEY NOT LESS chave-cob INVALID KEY
              GO TO 0819-fim-ultimo.

       0812-le-contato.
           READ contcob NEXT
           IF status-cob NOT = '00'
              GO TO 0819-fim-ultimo.
           IF cod-aluno-cob NOT = ws-aluno-grupo
              OR cod-curso-cob NOT = ws-curso-grupo
              GO TO 0819-fim-ultimo.
           MOVE 'S' TO ws-achou-ult
           MOVE data-cob TO ws-ult-data
           MOVE result-cob TO ws-ult-result
           MOVE data-prom-cob TO ws-ult-data-prom
           MOVE valor-prom-cob TO ws-ult-valor-prom
           MOVE data-ret-cob TO ws-ult-data-ret
           MOVE sit-prom-cob TO ws-ult-sit-prom
           GO TO 0812-le-contato.

       0819-fim-ultimo. EXIT.

      * ACORDO VIGENTE TIRA O ALUNO DA COBRANCA
       0820-verifica-acordo.
           MOVE 'N' TO ws-fora-fila
           IF ws-sem-acordo = 'S'
              GO TO 0829-fim-acordo.
           MOVE ws-aluno-grupo TO cod-aluno-acor
           MOVE ws-curso-grupo TO cod-curso-acor
           MOVE ZEROS TO seq-acor
           START acordo KEY NOT LESS chave-acordo INVALID KEY
              GO TO 0829-fim-acordo.

       0822-le-acordo.
           READ acordo NEXT
           IF status-acor NOT = '00'
              GO TO 0829-fim-acordo.
           IF cod-aluno-acor NOT = ws-aluno-grupo
              OR cod-curso-acor NOT = ws-curso-grupo
              GO TO 0829-fim-acordo.
           IF acordo-vigente
              MOVE 'S' TO ws-fora-fila
              GO TO 0829-fim-acordo.
           GO TO 0822-le-acordo.

       0829-fim-acordo. EXIT.

      * DEBITO VENCIDO ATUAL DO ALUNO DA FILA (PODE TER PAGO DEPOIS
      * DA GERACAO)
       0830-apura-debito.
           MOVE ZEROS TO ws-qtd-vencidos ws-valor-vencido
                         ws-maior-atraso
           MOVE cod-aluno-fila TO cod-aluno-mensal
           MOVE cod-curso-fila TO cod-curso-mensal
           MOVE ZEROS TO ano-mensal mes-mensal
           START menscad KEY NOT LESS chave-mensal INVALID KEY
              GO TO 0839-fim-apura.

       0832-le-mensal.
           READ menscad NEXT
           IF status-mens NOT = '00'
              GO TO 0839-fim-apura.
           IF cod-aluno-mensal NOT = cod-aluno-fila
              OR cod-curso-mensal NOT = cod-curso-fila
              GO TO 0839-fim-apura.
           IF NOT pgto-aberto
              GO TO 0832-le-mensal.
           MOVE ano-venc TO dias-venc
           MULTIPLY 12 BY dias-venc
           ADD mes-venc TO dias-venc
           MULTIPLY 30 BY dias-venc
           ADD dia-venc TO dias-venc
           IF dias-venc NOT < dias-hoje
              GO TO 0832-le-mensal.
           SUBTRACT dias-venc FROM dias-hoje GIVING ws-atraso
           ADD 1 TO ws-qtd-vencidos
           ADD valor-mensal TO ws-valor-vencido
           IF ws-atraso > ws-maior-atraso
              MOVE ws-atraso TO ws-maior-atraso.
           GO TO 0832-le-mensal.

       0839-fim-apura. EXIT.

      * FONES, E-MAIL E CANAL DO CONTALU.DAT
       0840-mostra-contatos.
           IF ws-sem-cont = 'S'
              GO TO 0849-fim-contatos.
           MOVE cod-aluno-fila TO cod-aluno-cont
           MOVE cod-curso-fila TO cod-curso-cont
           READ contcad INVALID KEY
              DISPLAY (09 03) 'CONTATOS NAO CADASTRADOS'
              GO TO 0849-fim-contatos.
           DISPLAY (09 03) 'FONES:'
           MOVE 1 TO ws-ind-fone.

       0842-mostra-fone.
           IF ws-ind-fone > 3
              GO TO 0844-mostra-email.
           MOVE tipo-fone-cont (ws-ind-fone) TO tipo-fone-ed
           MOVE num-fone-cont (ws-ind-fone) TO ws-fone-aux
           PERFORM 0880-edita-fone THRU 0889-fim-edita
           IF ws-ind-fone = 1
              DISPLAY (09 10) ws-fone-mostra.
           IF ws-ind-fone = 2
              DISPLAY (09 27) ws-fone-mostra.
           IF ws-ind-fone = 3
              DISPLAY (09 44) ws-fone-mostra.
           ADD 1 TO ws-ind-fone
           GO TO 0842-mostra-fone.

       0844-mostra-email.
           DISPLAY (10 03) 'E-MAIL:'
           DISPLAY (10 11) email-cont
           PERFORM 0890-desc-canal THRU 0899-fim-desc
           DISPLAY (10 53) 'CANAL:'
           DISPLAY (10 60) ws-desc-canal.

       0849-fim-contatos. EXIT.

       0850-edita-data.
           MOVE ws-dia-aux TO ws-dia-ed
           MOVE ws-mes-aux TO ws-mes-ed
           MOVE ws-ano-aux TO ws-ano-ed.

       0859-fim-edita. EXIT.

      * PAGAMENTOS DO ALUNO DESDE A DATA DO CONTATO E ACORDO FEITO
      * DEPOIS DELE (data-pgto DO mensal.dat E DDMMAAAA)
       0860-apura-pagto.
           MOVE ZEROS TO ws-pago-apos
           MOVE 'N' TO ws-acordo-apos
           MOVE cod-aluno-cob TO cod-aluno-mensal
           MOVE cod-curso-cob TO cod-curso-mensal
           MOVE ZEROS TO ano-mensal mes-mensal
           START menscad KEY NOT LESS chave-mensal INVALID KEY
              GO TO 0864-acordo.

       0862-le-mensal.
           READ menscad NEXT
           IF status-mens NOT = '00'
              GO TO 0864-acordo.
           IF cod-aluno-mensal NOT = cod-aluno-cob
              OR cod-curso-mensal NOT = cod-curso-cob
              GO TO 0864-acordo.
           IF NOT pgto-pago
              GO TO 0862-le-mensal.
           MOVE ano-pgto TO ws-ano-pg-aux
           MOVE mes-pgto TO ws-mes-pg-aux
           MOVE dia-pgto TO ws-dia-pg-aux
           IF ws-data-pg-aux-r NOT < data-cob
              ADD valor-pago TO ws-pago-apos.
           GO TO 0862-le-mensal.

       0864-acordo.
           IF ws-sem-acordo = 'S'
              GO TO 0869-fim-pagto.
           MOVE cod-aluno-cob TO cod-aluno-acor
           MOVE cod-curso-cob TO cod-curso-acor
           MOVE ZEROS TO seq-acor
           START acordo KEY NOT LESS chave-acordo INVALID KEY
              GO TO 0869-fim-pagto.

       0866-le-acordo.
           READ acordo NEXT
           IF status-acor NOT = '00'
              GO TO 0869-fim-pagto.
           IF cod-aluno-acor NOT = cod-aluno-cob
              OR cod-curso-acor NOT = cod-curso-cob
              GO TO 0869-fim-pagto.
           IF data-acor NOT < data-cob
              MOVE 'S' TO ws-acordo-apos
              GO TO 0869-fim-pagto.
           GO TO 0866-le-acordo.

       0869-fim-pagto. EXIT.

       0870-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           MOVE ws-data-atual-r TO ws-data-aux-r
           PERFORM 0850-edita-data THRU 0859-fim-edita
           MOVE ws-data-ed TO data-cab2
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           MOVE 3 TO contlin.

       0879-fim-cab. EXIT.

      * EDITA UM FONE DO CONTALU.DAT - TIPO (DDD)NUMERO; FONE ZERADO
      * SAI EM BRANCO
       0880-edita-fone.
           MOVE spaces TO ws-fone-mostra
           IF ws-fone-aux = zeros
              GO TO 0889-fim-edita.
           MOVE ws-ddd-aux TO ddd-fone-ed
           MOVE ws-num-aux TO num-fone-ed
           MOVE ws-fone-ed TO ws-fone-mostra.

       0889-fim-edita. EXIT.

       0890-desc-canal.
           MOVE spaces TO ws-desc-canal
           IF canal-fone
              MOVE 'FONE' TO ws-desc-canal.
           IF canal-sms
              MOVE 'SMS' TO ws-desc-canal.
           IF canal-email
              MOVE 'E-MAIL' TO ws-desc-canal.
           IF canal-carta
              MOVE 'CARTA' TO ws-desc-canal.

       0899-fim-desc. EXIT.

       0990-fim.
           IF ws-sem-acordo NOT = 'S'
              CLOSE acordo.
           IF ws-sem-neg NOT = 'S'
              CLOSE negcad.
           IF ws-sem-cont NOT = 'S'
              CLOSE contcad.
           IF ws-sem-resp NOT = 'S'
              CLOSE respcad.
           CLOSE alucad
                 menscad
                 contcob
           CHAIN 'mfinanc3.EXE'.

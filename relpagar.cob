       IDENTIFICATION DIVISION.
       PROGRAM-ID RELPAGAR-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :CONTAS A PAGAR VENCIDAS - VARRE PAGAR.DAT
      *                      E LISTA AS CONTAS EM ABERTO COM VENCIMENTO
      *                      ANTERIOR A DATA DE REFERENCIA (ENTER =
      *                      HOJE), POR CATEGORIA E VENCIMENTO, COM OS
      *                      DIAS DE ATRASO E TOTAIS POR CATEGORIA
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

           SELECT sortpag ASSIGN TO DISK.

           SELECT impressora ASSIGN TO PRINTER.

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
           05 FILLER               PIC X(07).

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

       SD sortpag
          value OF FILE-ID 'RELPAGAR.TMP'.

       01 reg-sortpag.
           05 categoria-sd         PIC X(01).
           05 venc-sd              PIC 9(08).
           05 forn-sd              PIC 9(05).
           05 doc-sd               PIC X(12).
           05 parcela-sd           PIC 9(02).
           05 descricao-sd         PIC X(30).
           05 valor-sd             PIC 9(07)v99.
           05 atraso-sd            PIC 9(04).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-forn              PIC X(02) value spaces.
       01 status-pag               PIC X(02) value spaces.
       01 ws-sem-forn              PIC X(01) value 'N'.
       01 ws-resp                  PIC X.
       01 ws-data-atual            PIC 9(08) value zeros.
       01 ws-data-ref.
           05 ws-ano-ref           PIC 9(04).
           05 ws-mes-ref           PIC 9(02).
           05 ws-dia-ref           PIC 9(02).
       01 ws-data-ref-r REDEFINES ws-data-ref PIC 9(08).
       01 ws-data-tela.
           05 ws-dia-tela          PIC 9(02).
           05 ws-mes-tela          PIC 9(02).
           05 ws-ano-tela          PIC 9(04).
       01 dias-ref                 PIC 9(08) value zeros.
       01 dias-venc                PIC 9(08) value zeros.
       01 ws-atraso                PIC 9(04) value zeros.
       01 contpag                  PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value zeros.
       01 categoria-ant            PIC X(01) value spaces.
       01 flag-categoria           PIC 9(01) value zeros.
       01 qtd-cat                  PIC 9(05) value zeros.
       01 val-cat                  PIC 9(09)v99 value zeros.
       01 qtd-ger                  PIC 9(05) value zeros.
       01 val-ger                  PIC 9(09)v99 value zeros.

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
           05 FILLER               PIC X(37) value
              'CONTAS A PAGAR VENCIDAS'.
           05 FILLER               PIC X(04) value 'PAG.'.
           05 pag-cab1             PIC ZZ.ZZ9.

       01 cab2.
           05 FILLER               PIC X(20) value spaces.
           05 FILLER               PIC X(34) value
              'CONTAS EM ABERTO VENCIDAS ATE'.
           05 dia-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-cab2             PIC 9(04).

       01 cab3.
           05 FILLER               PIC X(11) value 'CATEGORIA ['.
           05 categoria-cab3       PIC X(01).
           05 FILLER               PIC X(02) value '] '.
           05 nome-cat-cab3        PIC X(25).

       01 cab4.
           05 FILLER               PIC X(40) value
              '[VENCTO.  ][FORN][  FORNECEDOR  ][DOCUM'.
           05 FILLER               PIC X(40) value
              'ENTO  ]PC[       DESCRICAO ] VALOR  DIAS'.

       01 det1.
           05 dia-det1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-det1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-det1             PIC 9(04).
           05 FILLER               PIC X(01) value spaces.
           05 forn-det1            PIC 9(05).
           05 FILLER               PIC X(01) value spaces.
           05 razao-det1           PIC X(14).
           05 FILLER               PIC X(01) value spaces.
           05 doc-det1             PIC X(12).
           05 FILLER               PIC X(01) value spaces.
           05 parcela-det1         PIC 99.
           05 FILLER               PIC X(01) value spaces.
           05 descricao-det1       PIC X(11).
           05 valor-det1           PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 atraso-det1          PIC ZZZ9.

       01 tot1.
           05 FILLER               PIC X(06) value 'TOTAL '.
           05 texto-tot1           PIC X(24).
           05 FILLER               PIC X(12) value ' QUANTIDADE:'.
           05 qtd-tot1             PIC ZZ.ZZ9.
           05 FILLER               PIC X(08) value ' VALOR.:'.
           05 val-tot1             PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT pagcad
           IF status-pag NOT = '00'
              DISPLAY (12 30) '[PAGAR.DAT INEXISTENTE]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT forncad
           IF status-forn NOT = '00'
              MOVE 'S' TO ws-sem-forn.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELPAGAR'
           DISPLAY (02 27) 'CONTAS A PAGAR VENCIDAS'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (06 07) 'VENCIDAS ATE [  /  /    ]  (ENTER = HOJE)'.

       0210-data.
           MOVE ZEROS TO ws-data-tela
           ACCEPT (06 21) ws-dia-tela with prompt AUTO-SKIP
           IF ws-dia-tela = ZEROS
              MOVE ws-data-atual TO ws-data-ref-r
              DISPLAY (06 21) ws-dia-ref
              DISPLAY (06 24) ws-mes-ref
              DISPLAY (06 27) ws-ano-ref
              GO TO 0220-confirma.
           ACCEPT (06 24) ws-mes-tela with prompt AUTO-SKIP
           ACCEPT (06 27) ws-ano-tela with prompt AUTO-SKIP
           IF ws-dia-tela > 31 OR ws-mes-tela < 1 OR ws-mes-tela > 12
              OR ws-ano-tela < 1990
              DISPLAY (22 20) 'DATA INVALIDA'
              GO TO 0210-data.
           DISPLAY (22 20) '             '
           MOVE ws-dia-tela TO ws-dia-ref
           MOVE ws-mes-tela TO ws-mes-ref
           MOVE ws-ano-tela TO ws-ano-ref.

       0220-confirma.
           DISPLAY (10 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (10 23) ws-resp with prompt AUTO-SKIP
           IF ws-resp NOT = 'S' and 's'
              GO TO 0900-fim.

           MOVE ws-dia-ref TO dia-cab2
           MOVE ws-mes-ref TO mes-cab2
           MOVE ws-ano-ref TO ano-cab2
           MOVE ws-ano-ref TO dias-ref
           MULTIPLY 12 BY dias-ref
           ADD ws-mes-ref TO dias-ref
           MULTIPLY 30 BY dias-ref
           ADD ws-dia-ref TO dias-ref

           OPEN OUTPUT impressora
           SORT sortpag ASCENDING KEY categoria-sd venc-sd
                                       forn-sd doc-sd parcela-sd
                INPUT  PROCEDURE 0300-seleciona-pagar
                OUTPUT PROCEDURE 0500-emite-relatorio
           PERFORM 0800-total-geral
           CLOSE impressora
           DISPLAY (20 07) 'RELATORIO DE CONTAS VENCIDAS EMITIDO'
           STOP ' '
           GO TO 0900-fim.

       0300-seleciona-pagar SECTION.
       0310-le-pagar.
           READ pagcad NEXT
           IF status-pag = '10'
              GO TO 0399-fim.
           IF status-pag NOT = '00'
              DISPLAY (22 20) 'PROBLEMA READ PAGAR ' status-pag
              GO TO 0399-fim.

           IF NOT pag-aberta
              GO TO 0310-le-pagar.
           IF venc-pag NOT < ws-data-ref-r
              GO TO 0310-le-pagar.

           MOVE ano-venc-pag TO dias-venc
           MULTIPLY 12 BY dias-venc
           ADD mes-venc-pag TO dias-venc
           MULTIPLY 30 BY dias-venc
           ADD dia-venc-pag TO dias-venc
           MOVE ZEROS TO ws-atraso
           IF dias-venc < dias-ref
              SUBTRACT dias-venc FROM dias-ref GIVING ws-atraso.

           MOVE categoria-pag  TO categoria-sd
           MOVE venc-pag       TO venc-sd
           MOVE cod-forn-pag   TO forn-sd
           MOVE doc-pag        TO doc-sd
           MOVE parcela-pag    TO parcela-sd
           MOVE descricao-pag  TO descricao-sd
           MOVE valor-pag      TO valor-sd
           MOVE ws-atraso      TO atraso-sd
           RELEASE reg-sortpag
           GO TO 0310-le-pagar.

       0399-fim. EXIT.

       0500-emite-relatorio SECTION.
       0510-le-sort.
           RETURN sortpag AT END
              GO TO 0590-ultima-categoria.

           IF flag-categoria = 0
              MOVE 9 TO flag-categoria
              MOVE categoria-sd TO categoria-ant
              PERFORM 0600-cabecalho
              GO TO 0540-detalhe.

           IF categoria-sd NOT = categoria-ant
              PERFORM 0700-total-categoria
              MOVE categoria-sd TO categoria-ant
              PERFORM 0600-cabecalho.

       0540-detalhe.
           IF contlin > 55
              PERFORM 0600-cabecalho.

           ADD 1 TO qtd-cat qtd-ger
           ADD valor-sd TO val-cat val-ger

           MOVE venc-sd (7:2) TO dia-det1
           MOVE venc-sd (5:2) TO mes-det1
           MOVE venc-sd (1:4) TO ano-det1
           MOVE forn-sd TO forn-det1
           IF forn-sd = 99999
              MOVE 'FOLHA PROF.' TO razao-forn
           ELSE
              IF ws-sem-forn = 'S'
                 MOVE spaces TO razao-forn
              ELSE
                 MOVE forn-sd TO cod-forn
                 READ forncad INVALID KEY
                    MOVE 'NAO CADASTRADO' TO razao-forn.
           MOVE razao-forn TO razao-det1
           MOVE doc-sd TO doc-det1
           MOVE parcela-sd TO parcela-det1
           MOVE descricao-sd TO descricao-det1
           MOVE valor-sd TO valor-det1
           MOVE atraso-sd TO atraso-det1
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin
           GO TO 0510-le-sort.

       0590-ultima-categoria.
           IF flag-categoria NOT = 0
              PERFORM 0700-total-categoria.

       0599-fim. EXIT.

       0600-rotinas SECTION.
       0600-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           MOVE categoria-ant TO categoria-cab3
           PERFORM 0650-nome-categoria
           WRITE reg-impressora FROM cab3 AFTER 2
           WRITE reg-impressora FROM cab4 AFTER 2
           MOVE 7 TO contlin.

       0650-nome-categoria.
           MOVE 'OUTRAS' TO nome-cat-cab3
           IF categoria-ant = 'A'
              MOVE 'ALUGUEL' TO nome-cat-cab3.
           IF categoria-ant = 'F'
              MOVE 'FOLHA DE PROFESSORES' TO nome-cat-cab3.
           IF categoria-ant = 'S'
              MOVE 'FORNECEDORES E SERVICOS' TO nome-cat-cab3.
           IF categoria-ant = 'I'
              MOVE 'IMPOSTOS E TAXAS' TO nome-cat-cab3.

       0700-total-categoria.
           MOVE 'DA CATEGORIA' TO texto-tot1
           MOVE qtd-cat TO qtd-tot1
           MOVE val-cat TO val-tot1
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           WRITE reg-impressora FROM tot1 AFTER 1
           MOVE ZEROS TO qtd-cat val-cat
           ADD 2 TO contlin.

       0800-total-geral.
           MOVE 'GERAL' TO texto-tot1
           MOVE qtd-ger TO qtd-tot1
           MOVE val-ger TO val-tot1
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 2
           WRITE reg-impressora FROM tot1 AFTER 1.

       0900-fim.
           IF ws-sem-forn NOT = 'S'
              CLOSE forncad.
           CLOSE pagcad
           CHAIN 'mfinanc3.EXE'.

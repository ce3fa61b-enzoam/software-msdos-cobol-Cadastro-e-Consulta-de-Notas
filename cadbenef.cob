       IDENTIFICATION DIVISION.
       PROGRAM-ID CADBENEF-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :PROUNI E FIES - CADASTRO DOS ALUNOS
      *                      BENEFICIARIOS (BENEF.DAT) COM PROGRAMA,
      *                      PERCENTUAL COBERTO, CONTRATO E VIGENCIA;
      *                      O GERMENS E O CADMENS COBRAM DO ALUNO SO
      *                      A PARTE DELE (PROUNI E BOLSA, FIES VIRA
      *                      PARCELA A RECEBER DO GOVERNO EM
      *                      REPASSE.DAT, LIQUIDADA PELO RETREP).
      *                      EMITE A CONFORMIDADE DO PROUNI POR CURSO:
      *                      BOLSAS OCUPADAS (PARCIAIS PELO PERCENTUAL)
      *                      CONTRA O EXIGIDO PELA PROPORCAO DE
      *                      PAGANTES INFORMADA - PAGANTE E O ALUNO
      *                      ATIVO SEM BOLSA PROUNI INTEGRAL
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT benefcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-ben
                         FILE STATUS status-ben.

           SELECT alucad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-aluno
                         FILE STATUS status-arq.

           SELECT curcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-curso
                         FILE STATUS statcur-arq.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.

       FILE SECTION.

       FD benefcad
           LABEL record STANDARD
           value OF FILE-ID 'BENEF.DAT'
           record contains 60 characteres.

       01 reg-benef.
           05 chave-ben.
              10 cod-aluno-ben     PIC 9(06).
              10 cod-curso-ben     PIC 9(06).
              10 prog-ben          PIC X(01).
                 88 ben-prouni     VALUE 'P'.
                 88 ben-fies       VALUE 'F'.
           05 perc-ben             PIC 9(03)v99.
           05 contrato-ben         PIC X(20).
           05 ini-ben              PIC 9(06).
           05 fim-ben              PIC 9(06).
           05 data-cad-ben         PIC 9(08).
           05 FILLER               PIC X(02).

       FD alucad
           LABEL record STANDARD
           value OF FILE-ID 'alunos.dat'
           record contains 144 characteres.

       01 reg-oarq.
           05 chave-aluno.
              10 cod-aluno         PIC 9(06).
              10 cod-curso         PIC 9(06).
           05 nome                 PIC X(40).
           05 endereco             PIC X(30).
           05 bairro               PIC X(20).
           05 cidade               PIC X(15).
           05 estado               PIC X(02).
           05 data-nasc            PIC 9(08).
           05 rg                   PIC 9(08).
           05 situacao-alu         PIC X(01).
              88 alu-ativo         VALUE 'A'.
              88 alu-formado       VALUE 'F'.
              88 alu-desistente    VALUE 'D'.
           05 data-situacao-alu    PIC 9(08).

       FD curcad
           LABEL record STANDARD
           value OF FILE-ID 'curso.dat'
           record contains 52 characteres.

       01 regoarq.
           05 chave-curso.
              10 codcurso          PIC 9(06).
           05 descricao            PIC X(40).
           05 mensalidade          PIC 9(04)v99.

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-ben               PIC X(02) value spaces.
       01 status-arq               PIC X(02) value spaces.
       01 statcur-arq              PIC X(02) value spaces.
       01 ws-opcao                 PIC X.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 achou-reg                PIC X(01) value 'N'.
       01 ed-perc                  PIC ZZ9,99.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-data-atual-r REDEFINES ws-data-atual PIC 9(08).
       01 ws-ano-ref               PIC 9(04) value zeros.
       01 ws-mes-ref               PIC 9(02) value zeros.
       01 ws-comp-ref              PIC 9(06) value zeros.
       01 ws-proporcao             PIC 9(02)v9 value 10,7.
       01 ws-integral              PIC X(01) value 'N'.
       01 ws-curso-busca           PIC 9(06) value zeros.
       01 idx-cur                  PIC 9(03) value zeros.
       01 qtd-cur                  PIC 9(03) value zeros.
       01 tab-cursos.
           05 cur-tab OCCURS 200 TIMES.
              10 cod-cur-tab       PIC 9(06).
              10 ativos-tab        PIC 9(05).
              10 pagantes-tab      PIC 9(05).
              10 integrais-tab     PIC 9(04).
              10 parciais-tab      PIC 9(04).
              10 soma-perc-tab     PIC 9(07)v99.
       01 ws-equivalente           PIC 9(05)v9 value zeros.
       01 ws-exigido               PIC 9(05)v9 value zeros.
       01 qtd-deficit              PIC 9(03) value zeros.
       01 contpag                  PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value 99.

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
           05 FILLER               PIC X(37) value
              'PROUNI - CONFORMIDADE POR CURSO'.
           05 FILLER               PIC X(04) value 'PAG.'.
           05 pag-cab1             PIC ZZ.ZZ9.

       01 cab2.
           05 FILLER               PIC X(14) value 'COMPETENCIA.: '.
           05 mes-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-cab2             PIC 9(04).
           05 FILLER               PIC X(33) value
              '   1 BOLSA INTEGRAL A CADA'.
           05 prop-cab2            PIC Z9,9.
           05 FILLER               PIC X(10) value ' PAGANTES'.

       01 cab3.
           05 FILLER               PIC X(22) value 'CURSO  NOME'.
           05 FILLER               PIC X(24) value
              'ATIVOS PAGANT INTEG PARC'.
           05 FILLER               PIC X(24) value
              '  EQUIV EXIGID SITUACAO'.

       01 det1.
           05 cur-det1             PIC 9(06).
           05 FILLER               PIC X(01) value spaces.
           05 nome-det1            PIC X(14).
           05 FILLER               PIC X(01) value spaces.
           05 ativos-det1          PIC ZZZZ9.
           05 FILLER               PIC X(02) value spaces.
           05 pagantes-det1        PIC ZZZZ9.
           05 FILLER               PIC X(02) value spaces.
           05 integ-det1           PIC ZZZ9.
           05 FILLER               PIC X(01) value spaces.
           05 parc-det1            PIC ZZZ9.
           05 FILLER               PIC X(01) value spaces.
           05 equiv-det1           PIC ZZZ9,9.
           05 FILLER               PIC X(01) value spaces.
           05 exig-det1            PIC ZZZ9,9.
           05 FILLER               PIC X(01) value spaces.
           05 sit-det1             PIC X(08).

       01 tot1.
           05 FILLER               PIC X(32) value
              'CURSOS ABAIXO DO EXIGIDO......: '.
           05 deficit-tot1         PIC ZZ9.

       PROCEDURE DIVISION.
       0100-open.
           OPEN I-O benefcad
           IF status-ben NOT = '00'
              OPEN OUTPUT benefcad
              CLOSE benefcad
              OPEN I-O benefcad.
           OPEN INPUT alucad
           IF status-arq NOT = '00'
              DISPLAY (12 30) '[ALUNOS.DAT INEXISTENTE]'
              CLOSE benefcad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT curcad
           IF statcur-arq NOT = '00'
              DISPLAY (12 30) '[CURSO.DAT INEXISTENTE]'
              CLOSE benefcad
                    alucad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADBENEF'
           DISPLAY (02 27) 'PROUNI E FIES'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (05 07)
             'B=BENEFICIARIO  C=CONFORMIDADE PROUNI  F=FIM  [ ]'.

       0300-opcao.
           ACCEPT (05 54) ws-opcao with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-opcao = 'B' or 'b'
              GO TO 0600-beneficiario.
           IF ws-opcao = 'C' or 'c'
              GO TO 0700-conformidade.
           IF ws-opcao = 'F' or 'f'
              GO TO 0900-fim.
           DISPLAY (22 20) 'OPCAO INVALIDA'
           GO TO 0300-opcao.

      * PROGRAMA P = PROUNI (BOLSA DO GOVERNO, NADA A RECEBER)
      *          F = FIES (PARTE FINANCIADA, RECEBIDA NO REPASSE)
       0600-beneficiario.
           DISPLAY (07 07)
             'ALUNO [      ]  CURSO [      ]  PROGRAMA P/F [ ]'
           ACCEPT (07 14) cod-aluno-ben with prompt AUTO-SKIP
           IF cod-aluno-ben = ZEROS
              GO TO 0200-tela.
           ACCEPT (07 30) cod-curso-ben with prompt AUTO-SKIP
           MOVE cod-aluno-ben TO cod-aluno
           MOVE cod-curso-ben TO cod-curso
           READ alucad INVALID KEY
              DISPLAY (22 20) 'ALUNO NAO CADASTRADO'
              GO TO 0600-beneficiario.
           DISPLAY (08 07) nome.

       0605-programa.
           ACCEPT (07 53) prog-ben with prompt AUTO-SKIP
           IF prog-ben = 'p'
              MOVE 'P' TO prog-ben.
           IF prog-ben = 'f'
              MOVE 'F' TO prog-ben.
           IF NOT ben-prouni AND NOT ben-fies
              DISPLAY (22 20) 'PROGRAMA INVALIDO - P OU F'
              GO TO 0605-programa.
           DISPLAY (22 20) linha-branco
           MOVE cod-aluno TO cod-aluno-ben
           MOVE cod-curso TO cod-curso-ben

           MOVE 'N' TO achou-reg
           READ benefcad INVALID KEY
              MOVE ZEROS TO perc-ben ini-ben fim-ben
              MOVE spaces TO contrato-ben
              GO TO 0610-percentual.
           MOVE 'S' TO achou-reg
           MOVE perc-ben TO ed-perc
           DISPLAY (11 27) ed-perc
           DISPLAY (13 17) contrato-ben
           DISPLAY (15 20) ini-ben
           DISPLAY (15 31) fim-ben
           DISPLAY (22 20) 'BENEFICIO JA CADASTRADO - ALTERANDO'.

      * PROUNI SO EM BOLSA INTEGRAL (100%) OU PARCIAL (50% OU 25%)
       0610-percentual.
           DISPLAY (11 07) 'PERCENTUAL COBERTO [      ] %'
           ACCEPT (11 27) perc-ben with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF perc-ben = ZEROS AND achou-reg = 'S'
              DISPLAY (21 07) 'PERCENTUAL ZERO EXCLUI O BENEFICIO'
              GO TO 0630-confirma.
           IF perc-ben = ZEROS OR perc-ben > 100,00
              DISPLAY (22 20) 'PERCENTUAL INVALIDO'
              GO TO 0610-percentual.
           IF ben-prouni AND perc-ben NOT = 100,00 AND 50,00 AND 25,00
              DISPLAY (22 20) 'PROUNI: BOLSA DE 100, 50 OU 25 %'
              GO TO 0610-percentual.

       0615-contrato.
           DISPLAY (13 07) 'CONTRATO [                    ]'
           ACCEPT (13 17) contrato-ben with prompt AUTO-SKIP
           IF contrato-ben = spaces
              DISPLAY (22 20) 'NUMERO DO CONTRATO OBRIGATORIO'
              GO TO 0615-contrato.
           DISPLAY (22 20) linha-branco.

       0620-vigencia.
           DISPLAY (15 07) 'VIGENCIA DE [      ] A [      ] (AAAAMM)'
           ACCEPT (15 20) ini-ben with prompt AUTO-SKIP
           ACCEPT (15 31) fim-ben with prompt AUTO-SKIP
           IF fim-ben < ini-ben
              DISPLAY (22 20) 'VIGENCIA INVALIDA'
              GO TO 0620-vigencia.
           DISPLAY (22 20) linha-branco.

       0630-confirma.
           DISPLAY (17 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (17 23) ws-resp with prompt AUTO-SKIP
           DISPLAY (17 07) linha-branco
           DISPLAY (21 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              GO TO 0200-tela.
           IF perc-ben = ZEROS AND achou-reg = 'S'
              DELETE benefcad
              DISPLAY (22 20) 'BENEFICIO EXCLUIDO'
              STOP ' '
              GO TO 0200-tela.
           MOVE ws-data-atual-r TO data-cad-ben
           IF achou-reg = 'S'
              REWRITE reg-benef
              DISPLAY (22 20) 'BENEFICIO ALTERADO'
              STOP ' '
              GO TO 0200-tela.
           WRITE reg-benef
           DISPLAY (22 20) 'BENEFICIO CADASTRADO'
           STOP ' '
           GO TO 0200-tela.

      * CONFORMIDADE: ALUNOS ATIVOS POR CURSO E AS BOLSAS PROUNI EM
      * VIGOR NA COMPETENCIA; DUAS PARCIAIS DE 50% VALEM UMA INTEGRAL
       0700-conformidade.
           MOVE ws-ano-atual TO ws-ano-ref
           MOVE ws-mes-atual TO ws-mes-ref
           DISPLAY (07 07) 'COMPETENCIA - MES [  ]  ANO [    ]'
           DISPLAY (09 07) 'PAGANTES POR BOLSA INTEGRAL [    ]'
           DISPLAY (07 26) ws-mes-ref
           DISPLAY (07 36) ws-ano-ref.

       0710-competencia.
           ACCEPT (07 26) ws-mes-ref with UPDATE AUTO-SKIP
           IF ws-mes-ref = ZEROS
              GO TO 0200-tela.
           ACCEPT (07 36) ws-ano-ref with UPDATE AUTO-SKIP
           IF ws-mes-ref > 12 OR ws-ano-ref < 1997
              DISPLAY (22 20) 'COMPETENCIA INVALIDA'
              GO TO 0710-competencia.
           DISPLAY (22 20) linha-branco
           ACCEPT (09 36) ws-proporcao with UPDATE AUTO-SKIP
           IF ws-proporcao = ZEROS
              DISPLAY (22 20) 'PROPORCAO INVALIDA'
              GO TO 0710-competencia.
           DISPLAY (22 20) linha-branco
           MOVE ws-ano-ref TO ws-comp-ref
           MULTIPLY 100 BY ws-comp-ref
           ADD ws-mes-ref TO ws-comp-ref
           MOVE ZEROS TO qtd-cur qtd-deficit contpag
           MOVE 99 TO contlin
           MOVE ZEROS TO chave-aluno
           START alucad KEY NOT LESS chave-aluno INVALID KEY
              GO TO 0750-emite.

       0720-le-aluno.
           READ alucad NEXT
           IF status-arq NOT = '00'
              GO TO 0750-emite.
           IF NOT alu-ativo
              GO TO 0720-le-aluno.
           MOVE cod-curso TO ws-curso-busca
           PERFORM 0800-acha-curso THRU 0899-fim-acha
           ADD 1 TO ativos-tab (idx-cur)
           MOVE 'N' TO ws-integral
           MOVE cod-aluno TO cod-aluno-ben
           MOVE cod-curso TO cod-curso-ben
           MOVE 'P' TO prog-ben
           READ benefcad INVALID KEY
              GO TO 0730-pagante.
           IF ws-comp-ref < ini-ben OR ws-comp-ref > fim-ben
              GO TO 0730-pagante.
           ADD perc-ben TO soma-perc-tab (idx-cur)
           IF perc-ben NOT < 100,00
              MOVE 'S' TO ws-integral
              ADD 1 TO integrais-tab (idx-cur)
           ELSE
              ADD 1 TO parciais-tab (idx-cur).

       0730-pagante.
           IF ws-integral = 'N'
              ADD 1 TO pagantes-tab (idx-cur).
           GO TO 0720-le-aluno.

       0750-emite.
           OPEN OUTPUT impressora
           MOVE ws-mes-ref TO mes-cab2
           MOVE ws-ano-ref TO ano-cab2
           MOVE ws-proporcao TO prop-cab2
           MOVE ZEROS TO idx-cur.

       0760-linha-curso.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cur
              GO TO 0790-totais.
           IF contlin > 55
              PERFORM 0850-cabecalho.
           MOVE cod-cur-tab (idx-cur) TO cur-det1 codcurso
           READ curcad INVALID KEY
              MOVE 'NAO CADASTRADO' TO descricao.
           MOVE descricao TO nome-det1
           MOVE ativos-tab (idx-cur) TO ativos-det1
           MOVE pagantes-tab (idx-cur) TO pagantes-det1
           MOVE integrais-tab (idx-cur) TO integ-det1
           MOVE parciais-tab (idx-cur) TO parc-det1
           DIVIDE soma-perc-tab (idx-cur) BY 100
              GIVING ws-equivalente ROUNDED
           DIVIDE pagantes-tab (idx-cur) BY ws-proporcao
              GIVING ws-exigido ROUNDED
           MOVE ws-equivalente TO equiv-det1
           MOVE ws-exigido TO exig-det1
           MOVE 'ATENDE' TO sit-det1
           IF ws-equivalente < ws-exigido
              MOVE 'DEFICIT' TO sit-det1
              ADD 1 TO qtd-deficit.
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin
           GO TO 0760-linha-curso.

       0790-totais.
           IF contlin > 55
              PERFORM 0850-cabecalho.
           MOVE qtd-deficit TO deficit-tot1
           WRITE reg-impressora FROM tot1 AFTER 2
           CLOSE impressora
           DISPLAY (12 07) 'CURSOS ABAIXO DO EXIGIDO:'
           DISPLAY (12 33) deficit-tot1
           DISPLAY (22 20) 'RELATORIO IMPRESSO'
           STOP ' '
           GO TO 0200-tela.

       0800-acha-curso.
           MOVE ZEROS TO idx-cur.

       0810-procura.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cur
              GO TO 0820-novo.
           IF cod-cur-tab (idx-cur) NOT = ws-curso-busca
              GO TO 0810-procura.
           GO TO 0899-fim-acha.

       0820-novo.
           IF qtd-cur NOT < 200
              MOVE 200 TO idx-cur
              GO TO 0899-fim-acha.
           ADD 1 TO qtd-cur
           MOVE qtd-cur TO idx-cur
           MOVE ws-curso-busca TO cod-cur-tab (idx-cur)
           MOVE ZEROS TO ativos-tab (idx-cur)
                         pagantes-tab (idx-cur)
                         integrais-tab (idx-cur)
                         parciais-tab (idx-cur)
                         soma-perc-tab (idx-cur).

       0899-fim-acha. EXIT.

       0850-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           WRITE reg-impressora FROM cab3 AFTER 2
           MOVE 5 TO contlin.

       0900-fim.
           CLOSE benefcad
                 alucad
                 curcad
           CHAIN 'mfinanc3.EXE'.

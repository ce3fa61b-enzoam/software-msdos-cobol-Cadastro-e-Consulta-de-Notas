       IDENTIFICATION DIVISION.
       PROGRAM-ID RENTCUR-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :RENTABILIDADE POR CURSO - PARA O MES
      *                      INFORMADO E ACUMULADO NO ANO ATE ELE,
      *                      CONFRONTA O RECEBIDO (MENSALIDADES DE
      *                      mensal.dat, TAXAS.DAT E FATURAS DE
      *                      CONVENIO DE CONVFAT.DAT, PELA DATA DO
      *                      PAGAMENTO) COM O DESCONTO DE BOLSA
      *                      (bolsa.dat, PELA COMPETENCIA) E O CUSTO
      *                      DOCENTE DAS SESSOES DE AULA.DAT, VALORADAS
      *                      PELA HORA-AULA DE PROFESSOR.DAT COM AS
      *                      MESMAS REGRAS DE FALTA E SUBSTITUICAO DE
      *                      AULAPROF.DAT USADAS PELO FOLHAPAG
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT curcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-curso
                         FILE STATUS statcur-arq.

           SELECT menscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT bolsacad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-bolsa
                         FILE STATUS status-bolsa.

           SELECT taxcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-taxa
                         FILE STATUS status-taxa.

           SELECT convfat ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cfat
                         FILE STATUS status-cfat.

           SELECT profcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-prof
                         FILE STATUS status-prof.

           SELECT discad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-dis
                         FILE STATUS status-dis.

           SELECT aulacad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-aula
                         FILE STATUS status-aula.

           SELECT aprofcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-aprof
                         FILE STATUS status-aprof.

           SELECT turcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-tur
                         FILE STATUS status-tur.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.

       FILE SECTION.

       FD curcad
           LABEL record STANDARD
           value OF FILE-ID 'curso.dat'
           record contains 52 characteres.

       01 regoarq.
           05 chave-curso.
              10 codcurso          PIC 9(06).
           05 descricao            PIC X(40).
           05 mensalidade          PIC 9(04)v99.

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

       FD bolsacad
           LABEL record STANDARD
           value OF FILE-ID 'bolsa.dat'
           record contains 32 characteres.

       01 reg-bolsa.
           05 chave-bolsa.
              10 cod-aluno-bolsa   PIC 9(06).
              10 cod-curso-bolsa   PIC 9(06).
           05 perc-bolsa           PIC 9(03)v99.
           05 ini-bolsa            PIC 9(06).
           05 fim-bolsa            PIC 9(06).
           05 FILLER               PIC X(03).

       FD taxcad
           LABEL record STANDARD
           value OF FILE-ID 'TAXAS.DAT'
           record contains 90 characteres.

       01 reg-taxas.
           05 chave-taxa.
              10 num-taxa          PIC 9(06).
           05 cod-aluno-taxa       PIC 9(06).
           05 cod-curso-taxa       PIC 9(06).
           05 cod-serv-taxa        PIC 9(03).
           05 descr-taxa           PIC X(25).
           05 valor-taxa           PIC 9(04)v99.
           05 data-lanc-taxa       PIC 9(08).
           05 sit-taxa             PIC X(01).
              88 taxa-paga         VALUE 'P'.
           05 data-pgto-taxa       PIC 9(08).
           05 recibo-taxa          PIC 9(06).
           05 operador-taxa        PIC X(10).
           05 FILLER               PIC X(05).

       FD convfat
           LABEL record STANDARD
           value OF FILE-ID 'CONVFAT.DAT'
           record contains 50 characteres.

       01 reg-convfat.
           05 chave-cfat.
              10 cod-emp-cfat      PIC 9(04).
              10 ano-cfat          PIC 9(04).
              10 mes-cfat          PIC 9(02).
              10 cod-aluno-cfat    PIC 9(06).
              10 cod-curso-cfat    PIC 9(06).
           05 valor-cfat           PIC 9(05)v99.
           05 sit-cfat             PIC X(01).
              88 cfat-aberta       VALUE 'A'.
              88 cfat-paga         VALUE 'P'.
           05 data-pgto-cfat       PIC 9(08).
           05 recibo-cfat          PIC 9(06).
           05 FILLER               PIC X(06).

       FD profcad
           LABEL record STANDARD
           value OF FILE-ID 'PROFESSOR.DAT'
           record contains 50 characteres.

       01 reg-cadprof.
           05 chave-prof.
              10 cod-prof          PIC 9(04).
           05 nome-prof            PIC X(25).
           05 titulacao-prof       PIC X(15).
           05 situacao-prof        PIC X(01).
           05 valor-hora-prof      PIC 9(03)v99.

       FD discad
           LABEL record STANDARD
           value OF FILE-ID 'DISCI.DAT'
           record contains 77 characteres.

       01 reg-caddisci.
           05 chave-dis.
              10 cod-curso-dis     PIC 9(02).
              10 cod-disciplina    PIC 9(04).
              10 ano-disci         PIC 9(04).
           05 nome-disciplina      PIC X(35).
           05 qtde-aulas-dis       PIC 9(03).
           05 carga-dis            PIC 9(04).
           05 professor-dis        PIC X(25).

       FD aulacad
           LABEL record STANDARD
           value OF FILE-ID 'AULA.DAT'
           record contains 20 characteres.

       01 reg-aula.
           05 chave-aula.
              10 ano-aula          PIC 9(04).
              10 cod-curso-aula    PIC 9(02).
              10 cod-disci-aula    PIC 9(04).
              10 turma-aula        PIC X(01).
              10 data-aula         PIC 9(08).
           05 situacao-aula        PIC X(01).
              88 aula-cancelada    VALUE 'C'.

       FD aprofcad
           LABEL record STANDARD
           value OF FILE-ID 'AULAPROF.DAT'
           record contains 30 characteres.

       01 reg-aulaprof.
           05 chave-aprof.
              10 ano-aprof         PIC 9(04).
              10 cod-curso-aprof   PIC 9(02).
              10 cod-disci-aprof   PIC 9(04).
              10 data-aprof        PIC 9(08).
           05 tipo-aprof           PIC X(01).
              88 titular-faltou    VALUE 'F'.
              88 deu-substituto    VALUE 'S'.
           05 cod-prof-subst       PIC 9(04).
           05 FILLER               PIC X(07).

       FD turcad
           LABEL record STANDARD
           value OF FILE-ID 'TURMA.DAT'
           record contains 40 characteres.

       01 reg-turmas.
           05 chave-tur.
              10 cod-curso-tur     PIC 9(02).
              10 cod-disci-tur     PIC 9(04).
              10 ano-tur           PIC 9(04).
              10 turma-tur         PIC X(01).
           05 professor-tur        PIC X(25).
           05 FILLER               PIC X(04).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 statcur-arq              PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-bolsa             PIC X(02) value spaces.
       01 status-taxa              PIC X(02) value spaces.
       01 status-cfat              PIC X(02) value spaces.
       01 status-prof              PIC X(02) value spaces.
       01 status-dis               PIC X(02) value spaces.
       01 status-aula              PIC X(02) value spaces.
       01 status-aprof             PIC X(02) value spaces.
       01 status-tur               PIC X(02) value spaces.
       01 ws-sem-curso             PIC X(01) value 'N'.
       01 ws-sem-bolsa             PIC X(01) value 'N'.
       01 ws-sem-taxa              PIC X(01) value 'N'.
       01 ws-sem-cfat              PIC X(01) value 'N'.
       01 ws-sem-prof              PIC X(01) value 'N'.
       01 ws-sem-dis               PIC X(01) value 'N'.
       01 ws-sem-aula              PIC X(01) value 'N'.
       01 ws-sem-aprof             PIC X(01) value 'N'.
       01 ws-sem-tur               PIC X(01) value 'N'.
       01 ws-resp                  PIC X.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-ano-proc              PIC 9(04) value zeros.
       01 ws-mes-proc              PIC 9(02) value zeros.
       01 ws-ano-mov               PIC 9(04) value zeros.
       01 ws-mes-mov               PIC 9(02) value zeros.
       01 ws-comp-bolsa            PIC 9(06) value zeros.
       01 ws-base                  PIC 9(03)v99 value zeros.
       01 ws-valor                 PIC 9(07)v99 value zeros.
       01 ws-curso-busca           PIC 9(06) value zeros.
       01 ws-item                  PIC 9(01) value zeros.
       01 ws-nome-sessao           PIC X(25) value spaces.
       01 ws-hora-aula             PIC 9(03)v99 value zeros.

      * ITENS POR CURSO: 1=MENSALIDADES 2=TAXAS 3=CONVENIO
      *   4=DESCONTO DE BOLSA 5=CUSTO DOCENTE; PERIODO 1=MES 2=ANO
       01 tab-cursos.
           05 cur-tab OCCURS 200 TIMES.
              10 cod-cur-tab       PIC 9(06).
              10 nome-cur-tab      PIC X(40).
              10 per-tab OCCURS 2 TIMES.
                 15 val-tab OCCURS 5 TIMES PIC 9(09)v99.
       01 qtd-cur                  PIC 9(03) value zeros.
       01 idx-cur                  PIC 9(03) value zeros.
       01 idx-per                  PIC 9(01) value zeros.
       01 idx-item                 PIC 9(01) value zeros.
       01 tab-geral.
           05 per-ger OCCURS 2 TIMES.
              10 val-ger OCCURS 5 TIMES PIC 9(09)v99.

       01 tab-prof.
           05 prof-tab OCCURS 300 TIMES.
              10 cod-prof-tab      PIC 9(04).
              10 nome-prof-tab     PIC X(25).
              10 hora-prof-tab     PIC 9(03)v99.
       01 qtd-prof                 PIC 9(03) value zeros.
       01 idx-prof                 PIC 9(03) value zeros.

       01 ws-bruto                 PIC 9(09)v99 value zeros.
       01 ws-liquida               PIC 9(09)v99 value zeros.
       01 ws-margem                PIC S9(09)v99 value zeros.
       01 ws-perc                  PIC S9(05)v99 value zeros.
       01 res-mes.
           05 bruto-mes            PIC 9(09)v99.
           05 liquida-mes          PIC 9(09)v99.
           05 margem-mes           PIC S9(09)v99.
           05 perc-mes             PIC S9(05)v99.
       01 contlin                  PIC 9(02) value 99.
       01 contpag                  PIC 9(03) value zeros.

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
           05 FILLER               PIC X(37) value
              'RENTABILIDADE POR CURSO'.
           05 FILLER               PIC X(04) value 'PAG.'.
           05 pag-cab1             PIC ZZ.ZZ9.

       01 cab2.
           05 FILLER               PIC X(20) value spaces.
           05 FILLER               PIC X(15) value 'COMPETENCIA:'.
           05 mes-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-cab2             PIC 9(04).

       01 cab3.
           05 FILLER               PIC X(07) value 'CURSO ['.
           05 curso-cab3           PIC 9(06).
           05 FILLER               PIC X(02) value '] '.
           05 nome-curso-cab3      PIC X(40).

       01 cab4.
           05 FILLER               PIC X(30) value spaces.
           05 FILLER               PIC X(15) value '         NO MES'.
           05 FILLER               PIC X(08) value spaces.
           05 FILLER               PIC X(15) value '      ACUMULADO'.

       01 det1.
           05 FILLER               PIC X(03) value spaces.
           05 texto-det1           PIC X(27).
           05 mes-det1             PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(08) value spaces.
           05 ano-det1             PIC ZZZ.ZZZ.ZZ9,99-.

       01 det2.
           05 FILLER               PIC X(03) value spaces.
           05 FILLER               PIC X(27) value
              'MARGEM SOBRE A RECEITA (%)'.
           05 FILLER               PIC X(08) value spaces.
           05 perc-mes-det2        PIC ZZ9,99-.
           05 FILLER               PIC X(16) value spaces.
           05 perc-ano-det2        PIC ZZ9,99-.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT menscad
           IF status-mens NOT = '00'
              DISPLAY (12 30) '[MENSAL.DAT INEXISTENTE]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT curcad
           IF statcur-arq NOT = '00'
              MOVE 'S' TO ws-sem-curso.
           OPEN INPUT bolsacad
           IF status-bolsa NOT = '00'
              MOVE 'S' TO ws-sem-bolsa.
           OPEN INPUT taxcad
           IF status-taxa NOT = '00'
              MOVE 'S' TO ws-sem-taxa.
           OPEN INPUT convfat
           IF status-cfat NOT = '00'
              MOVE 'S' TO ws-sem-cfat.
           OPEN INPUT profcad
           IF status-prof NOT = '00'
              MOVE 'S' TO ws-sem-prof.
           OPEN INPUT discad
           IF status-dis NOT = '00'
              MOVE 'S' TO ws-sem-dis.
           OPEN INPUT aulacad
           IF status-aula NOT = '00'
              MOVE 'S' TO ws-sem-aula.
           OPEN INPUT aprofcad
           IF status-aprof NOT = '00'
              MOVE 'S' TO ws-sem-aprof.
           OPEN INPUT turcad
           IF status-tur NOT = '00'
              MOVE 'S' TO ws-sem-tur.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RENTCUR'
           DISPLAY (02 27) 'RENTABILIDADE POR CURSO'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (06 07) 'MES/ANO [  /    ]'
           MOVE ws-mes-atual TO ws-mes-proc
           MOVE ws-ano-atual TO ws-ano-proc.

       0210-competencia.
           ACCEPT (06 16) ws-mes-proc with UPDATE AUTO-SKIP
           ACCEPT (06 19) ws-ano-proc with UPDATE AUTO-SKIP
           IF ws-mes-proc < 1 OR ws-mes-proc > 12 OR ws-ano-proc < 1990
              DISPLAY (22 20) 'COMPETENCIA INVALIDA'
              GO TO 0210-competencia.
           DISPLAY (22 20) '                    '
           IF ws-sem-aula = 'S'
              DISPLAY (08 07)
                'AULA.DAT INEXISTENTE - SEM CUSTO DOCENTE'.
           DISPLAY (10 07) 'CONFIRMA ? S/N [ ]'
           ACCEPT (10 23) ws-resp with prompt AUTO-SKIP
           IF ws-resp NOT = 'S' and 's'
              GO TO 0900-fim.
           DISPLAY (12 07) 'PROCESSANDO...'
           MOVE ZEROS TO tab-geral qtd-cur qtd-prof.

      * TABELA DE CURSOS NA ORDEM DO CADASTRO FINANCEIRO; CURSO QUE
      * SO APARECE NO MOVIMENTO ENTRA NO FIM COMO NAO CADASTRADO
       0300-carrega-cursos.
           IF ws-sem-curso = 'S'
              GO TO 0320-carrega-prof.
           MOVE ZEROS TO chave-curso
           START curcad KEY NOT LESS chave-curso INVALID KEY
              GO TO 0320-carrega-prof.

       0310-le-curso.
           READ curcad NEXT
           IF statcur-arq NOT = '00'
              GO TO 0320-carrega-prof.
           IF qtd-cur NOT < 200
              GO TO 0320-carrega-prof.
           ADD 1 TO qtd-cur
           MOVE codcurso TO cod-cur-tab (qtd-cur)
           MOVE descricao TO nome-cur-tab (qtd-cur)
           MOVE ZEROS TO per-tab (qtd-cur 1) per-tab (qtd-cur 2)
           GO TO 0310-le-curso.

       0320-carrega-prof.
           IF ws-sem-prof = 'S'
              GO TO 0400-mensal.
           MOVE ZEROS TO chave-prof
           START profcad KEY NOT LESS chave-prof INVALID KEY
              GO TO 0400-mensal.

       0330-le-prof.
           READ profcad NEXT
           IF status-prof NOT = '00'
              GO TO 0400-mensal.
           IF qtd-prof NOT < 300
              GO TO 0400-mensal.
           ADD 1 TO qtd-prof
           MOVE cod-prof TO cod-prof-tab (qtd-prof)
           MOVE nome-prof TO nome-prof-tab (qtd-prof)
           MOVE valor-hora-prof TO hora-prof-tab (qtd-prof)
           GO TO 0330-le-prof.

      * MENSALIDADES (E PARCELAS DE ACORDO) PELA DATA DO PAGAMENTO;
      * BOLSA PELA COMPETENCIA DA MENSALIDADE
       0400-mensal.
           MOVE ZEROS TO chave-mensal
           START menscad KEY NOT LESS chave-mensal INVALID KEY
              GO TO 0500-taxas.

       0410-le-mensal.
           READ menscad NEXT
           IF status-mens NOT = '00'
              GO TO 0500-taxas.
           MOVE cod-curso-mensal TO ws-curso-busca
           IF NOT pgto-pago
              GO TO 0420-bolsa.
           MOVE ano-pgto TO ws-ano-mov
           MOVE mes-pgto TO ws-mes-mov
           MOVE valor-pago TO ws-valor
           MOVE 1 TO ws-item
           PERFORM 0700-acumula THRU 0799-fim-acumula.

       0420-bolsa.
           IF mes-mensal > 12
              GO TO 0410-le-mensal.
           PERFORM 0450-estima-bolsa THRU 0499-fim-bolsa
           IF ws-valor = ZEROS
              GO TO 0410-le-mensal.
           MOVE ano-mensal TO ws-ano-mov
           MOVE mes-mensal TO ws-mes-mov
           MOVE 4 TO ws-item
           PERFORM 0700-acumula THRU 0799-fim-acumula
           GO TO 0410-le-mensal.

      * O VALOR GRAVADO JA E LIQUIDO DA BOLSA (germens/cadmens) -
      * RECONSTROI O DESCONTO PELO PERCENTUAL VIGENTE NA COMPETENCIA;
      * BOLSA INTEGRAL VALE A MENSALIDADE DO CURSO
       0450-estima-bolsa.
           MOVE ZEROS TO ws-valor
           IF ws-sem-bolsa = 'S'
              GO TO 0499-fim-bolsa.
           IF ano-mensal NOT = ws-ano-proc OR mes-mensal > ws-mes-proc
              GO TO 0499-fim-bolsa.
           MOVE cod-aluno-mensal TO cod-aluno-bolsa
           MOVE cod-curso-mensal TO cod-curso-bolsa
           READ bolsacad INVALID KEY
              GO TO 0499-fim-bolsa.
           MOVE ano-mensal TO ws-comp-bolsa
           MULTIPLY 100 BY ws-comp-bolsa
           ADD mes-mensal TO ws-comp-bolsa
           IF ws-comp-bolsa < ini-bolsa OR ws-comp-bolsa > fim-bolsa
              GO TO 0499-fim-bolsa.
           IF perc-bolsa NOT < 100,00
              IF ws-sem-curso = 'S'
                 GO TO 0499-fim-bolsa
              ELSE
                 MOVE cod-curso-mensal TO codcurso
                 READ curcad INVALID KEY
                    GO TO 0499-fim-bolsa.
           IF perc-bolsa NOT < 100,00
              MOVE mensalidade TO ws-valor
              GO TO 0499-fim-bolsa.
           MOVE 100,00 TO ws-base
           SUBTRACT perc-bolsa FROM ws-base
           MULTIPLY valor-mensal BY perc-bolsa GIVING ws-valor
              ROUNDED
           DIVIDE ws-base INTO ws-valor ROUNDED.

       0499-fim-bolsa. EXIT.

       0500-taxas.
           IF ws-sem-taxa = 'S'
              GO TO 0530-convenio.
           MOVE ZEROS TO chave-taxa
           START taxcad KEY NOT LESS chave-taxa INVALID KEY
              GO TO 0530-convenio.

       0510-le-taxa.
           READ taxcad NEXT
           IF status-taxa NOT = '00'
              GO TO 0530-convenio.
           IF NOT taxa-paga
              GO TO 0510-le-taxa.
           MOVE cod-curso-taxa TO ws-curso-busca
           MOVE data-pgto-taxa (1:4) TO ws-ano-mov
           MOVE data-pgto-taxa (5:2) TO ws-mes-mov
           MOVE valor-taxa TO ws-valor
           MOVE 2 TO ws-item
           PERFORM 0700-acumula THRU 0799-fim-acumula
           GO TO 0510-le-taxa.

       0530-convenio.
           IF ws-sem-cfat = 'S'
              GO TO 0600-aulas.
           MOVE ZEROS TO chave-cfat
           START convfat KEY NOT LESS chave-cfat INVALID KEY
              GO TO 0600-aulas.

       0540-le-convenio.
           READ convfat NEXT
           IF status-cfat NOT = '00'
              GO TO 0600-aulas.
           IF NOT cfat-paga
              GO TO 0540-le-convenio.
           MOVE cod-curso-cfat TO ws-curso-busca
           MOVE data-pgto-cfat (1:4) TO ws-ano-mov
           MOVE data-pgto-cfat (5:2) TO ws-mes-mov
           MOVE valor-cfat TO ws-valor
           MOVE 3 TO ws-item
           PERFORM 0700-acumula THRU 0799-fim-acumula
           GO TO 0540-le-convenio.

      * CUSTO DOCENTE: MESMAS REGRAS DO FOLHAPAG - SEM REGISTRO EM
      * AULAPROF O TITULAR DEU E RECEBE; FALTA (F) NAO E PAGA;
      * SUBSTITUICAO (S) PAGA A HORA-AULA DO SUBSTITUTO
       0600-aulas.
           IF ws-sem-aula = 'S'
              GO TO 0800-imprime.
           MOVE ZEROS TO chave-aula
           MOVE ws-ano-proc TO ano-aula
           SUBTRACT 1 FROM ano-aula
           START aulacad KEY NOT LESS chave-aula INVALID KEY
              GO TO 0800-imprime.

       0610-le-aula.
           READ aulacad NEXT
           IF status-aula NOT = '00'
              GO TO 0800-imprime.
           IF aula-cancelada
              GO TO 0610-le-aula.
           MOVE data-aula (1:4) TO ws-ano-mov
           MOVE data-aula (5:2) TO ws-mes-mov
           IF ws-ano-mov NOT = ws-ano-proc OR ws-mes-mov > ws-mes-proc
              GO TO 0610-le-aula.
           MOVE ZEROS TO ws-hora-aula
           PERFORM 0650-valora-sessao THRU 0699-fim-sessao
           IF ws-hora-aula = ZEROS
              GO TO 0610-le-aula.
           MOVE cod-curso-aula TO ws-curso-busca
           MOVE ws-hora-aula TO ws-valor
           MOVE 5 TO ws-item
           PERFORM 0700-acumula THRU 0799-fim-acumula
           GO TO 0610-le-aula.

       0650-valora-sessao.
           IF ws-sem-aprof = 'S'
              GO TO 0670-titular.
           MOVE ano-aula TO ano-aprof
           MOVE cod-curso-aula TO cod-curso-aprof
           MOVE cod-disci-aula TO cod-disci-aprof
           MOVE data-aula TO data-aprof
           READ aprofcad
           IF status-aprof NOT = '00'
              GO TO 0670-titular.
           IF titular-faltou
              GO TO 0699-fim-sessao.
           IF NOT deu-substituto
              GO TO 0670-titular.
           MOVE ZEROS TO idx-prof.

       0660-busca-subst.
           ADD 1 TO idx-prof
           IF idx-prof > qtd-prof
              GO TO 0699-fim-sessao.
           IF cod-prof-tab (idx-prof) NOT = cod-prof-subst
              GO TO 0660-busca-subst.
           MOVE hora-prof-tab (idx-prof) TO ws-hora-aula
           GO TO 0699-fim-sessao.

      * TITULAR PELO NOME EM DISCI.DAT; SESSAO COM TURMA USA O
      * PROFESSOR DA TURMA (TURMA.DAT)
       0670-titular.
           MOVE spaces TO ws-nome-sessao
           IF ws-sem-dis = 'S'
              GO TO 0680-turma.
           MOVE cod-curso-aula TO cod-curso-dis
           MOVE cod-disci-aula TO cod-disciplina
           MOVE ano-aula TO ano-disci
           READ discad INVALID KEY
              MOVE spaces TO professor-dis.
           MOVE professor-dis TO ws-nome-sessao.

       0680-turma.
           IF turma-aula NOT = space AND ws-sem-tur NOT = 'S'
              MOVE cod-curso-aula TO cod-curso-tur
              MOVE cod-disci-aula TO cod-disci-tur
              MOVE ano-aula TO ano-tur
              MOVE turma-aula TO turma-tur
              READ turcad
              IF status-tur = '00' AND professor-tur NOT = spaces
                 MOVE professor-tur TO ws-nome-sessao.
           IF ws-nome-sessao = spaces
              GO TO 0699-fim-sessao.
           MOVE ZEROS TO idx-prof.

       0690-busca-titular.
           ADD 1 TO idx-prof
           IF idx-prof > qtd-prof
              GO TO 0699-fim-sessao.
           IF nome-prof-tab (idx-prof) NOT = ws-nome-sessao
              GO TO 0690-busca-titular.
           MOVE hora-prof-tab (idx-prof) TO ws-hora-aula.

       0699-fim-sessao. EXIT.

      * SOMA ws-valor NO ITEM ws-item DO CURSO ws-curso-busca: NO
      * ACUMULADO SE O MOVIMENTO E DO ANO ATE O MES, E NO MES SE
      * FOR DO PROPRIO MES
       0700-acumula.
           IF ws-ano-mov NOT = ws-ano-proc OR ws-mes-mov > ws-mes-proc
              GO TO 0799-fim-acumula.
           MOVE ZEROS TO idx-cur.

       0710-busca-curso.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cur
              GO TO 0720-novo-curso.
           IF cod-cur-tab (idx-cur) NOT = ws-curso-busca
              GO TO 0710-busca-curso.
           GO TO 0730-soma.

       0720-novo-curso.
           IF qtd-cur NOT < 200
              GO TO 0799-fim-acumula.
           ADD 1 TO qtd-cur
           MOVE qtd-cur TO idx-cur
           MOVE ws-curso-busca TO cod-cur-tab (idx-cur)
           MOVE 'CURSO NAO CADASTRADO' TO nome-cur-tab (idx-cur)
           MOVE ZEROS TO per-tab (idx-cur 1) per-tab (idx-cur 2).

       0730-soma.
           ADD ws-valor TO val-tab (idx-cur 2 ws-item)
           ADD ws-valor TO val-ger (2 ws-item)
           IF ws-mes-mov = ws-mes-proc
              ADD ws-valor TO val-tab (idx-cur 1 ws-item)
              ADD ws-valor TO val-ger (1 ws-item).

       0799-fim-acumula. EXIT.

       0800-imprime.
           OPEN OUTPUT impressora
           MOVE ws-mes-proc TO mes-cab2
           MOVE ws-ano-proc TO ano-cab2
           MOVE ZEROS TO idx-cur.

       0810-proximo-curso.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cur
              GO TO 0880-total-geral.
           IF val-tab (idx-cur 2 1) = ZEROS AND val-tab (idx-cur 2 2)
              = ZEROS AND val-tab (idx-cur 2 3) = ZEROS
              AND val-tab (idx-cur 2 4) = ZEROS
              AND val-tab (idx-cur 2 5) = ZEROS
              GO TO 0810-proximo-curso.
           IF contlin > 44
              PERFORM 0950-cabecalho.
           MOVE cod-cur-tab (idx-cur) TO curso-cab3
           MOVE nome-cur-tab (idx-cur) TO nome-curso-cab3
           WRITE reg-impressora FROM cab3 AFTER 2
           WRITE reg-impressora FROM cab4 AFTER 1
           PERFORM 0850-bloco-curso
           ADD 16 TO contlin
           GO TO 0810-proximo-curso.

      * BLOCO DO CURSO (OU DO TOTAL GERAL): RECEITA BRUTA = RECEBIDO
      * + BOLSAS CONCEDIDAS; MARGEM = RECEBIDO - CUSTO DOCENTE
       0850-bloco-curso.
           MOVE 1 TO idx-per
           PERFORM 0860-calcula
           MOVE ws-bruto TO bruto-mes
           MOVE ws-liquida TO liquida-mes
           MOVE ws-margem TO margem-mes
           MOVE ws-perc TO perc-mes
           MOVE 2 TO idx-per
           PERFORM 0860-calcula
           MOVE 'MENSALIDADES RECEBIDAS' TO texto-det1
           MOVE 1 TO idx-item
           PERFORM 0870-linha-item
           MOVE 'TAXAS RECEBIDAS' TO texto-det1
           MOVE 2 TO idx-item
           PERFORM 0870-linha-item
           MOVE 'CONVENIOS RECEBIDOS' TO texto-det1
           MOVE 3 TO idx-item
           PERFORM 0870-linha-item
           MOVE 'BOLSAS CONCEDIDAS' TO texto-det1
           MOVE 4 TO idx-item
           PERFORM 0870-linha-item
           MOVE 'RECEITA BRUTA' TO texto-det1
           MOVE bruto-mes TO mes-det1
           MOVE ws-bruto TO ano-det1
           WRITE reg-impressora FROM det1 AFTER 2
           MOVE '(-) DESCONTO DE BOLSAS' TO texto-det1
           PERFORM 0870-linha-item
           MOVE 'RECEITA LIQUIDA' TO texto-det1
           MOVE liquida-mes TO mes-det1
           MOVE ws-liquida TO ano-det1
           WRITE reg-impressora FROM det1 AFTER 1
           MOVE '(-) CUSTO DOCENTE' TO texto-det1
           MOVE 5 TO idx-item
           PERFORM 0870-linha-item
           MOVE 'MARGEM' TO texto-det1
           MOVE margem-mes TO mes-det1
           MOVE ws-margem TO ano-det1
           WRITE reg-impressora FROM det1 AFTER 2
           MOVE perc-mes TO perc-mes-det2
           MOVE ws-perc TO perc-ano-det2
           WRITE reg-impressora FROM det2 AFTER 1.

       0860-calcula.
           IF idx-cur > qtd-cur
              MOVE val-ger (idx-per 1) TO ws-liquida
              ADD val-ger (idx-per 2) TO ws-liquida
              ADD val-ger (idx-per 3) TO ws-liquida
              MOVE ws-liquida TO ws-bruto
              ADD val-ger (idx-per 4) TO ws-bruto
              MOVE ws-liquida TO ws-margem
              SUBTRACT val-ger (idx-per 5) FROM ws-margem
           ELSE
              MOVE val-tab (idx-cur idx-per 1) TO ws-liquida
              ADD val-tab (idx-cur idx-per 2) TO ws-liquida
              ADD val-tab (idx-cur idx-per 3) TO ws-liquida
              MOVE ws-liquida TO ws-bruto
              ADD val-tab (idx-cur idx-per 4) TO ws-bruto
              MOVE ws-liquida TO ws-margem
              SUBTRACT val-tab (idx-cur idx-per 5) FROM ws-margem.
           MOVE ZEROS TO ws-perc
           IF ws-liquida NOT = ZEROS
              MULTIPLY ws-margem BY 100 GIVING ws-perc ROUNDED
              DIVIDE ws-liquida INTO ws-perc ROUNDED.

       0870-linha-item.
           IF idx-cur > qtd-cur
              MOVE val-ger (1 idx-item) TO mes-det1
              MOVE val-ger (2 idx-item) TO ano-det1
           ELSE
              MOVE val-tab (idx-cur 1 idx-item) TO mes-det1
              MOVE val-tab (idx-cur 2 idx-item) TO ano-det1.
           WRITE reg-impressora FROM det1 AFTER 1.

       0880-total-geral.
           PERFORM 0950-cabecalho
           MOVE ZEROS TO curso-cab3
           MOVE 'TOTAL GERAL DA INSTITUICAO' TO nome-curso-cab3
           WRITE reg-impressora FROM cab3 AFTER 2
           WRITE reg-impressora FROM cab4 AFTER 1
           PERFORM 0850-bloco-curso
           CLOSE impressora
           DISPLAY (20 07) 'RELATORIO DE RENTABILIDADE EMITIDO'
           STOP ' '.

       0900-fim.
           IF ws-sem-curso NOT = 'S'
              CLOSE curcad.
           IF ws-sem-bolsa NOT = 'S'
              CLOSE bolsacad.
           IF ws-sem-taxa NOT = 'S'
              CLOSE taxcad.
           IF ws-sem-cfat NOT = 'S'
              CLOSE convfat.
           IF ws-sem-prof NOT = 'S'
              CLOSE profcad.
           IF ws-sem-dis NOT = 'S'
              CLOSE discad.
           IF ws-sem-aula NOT = 'S'
              CLOSE aulacad.
           IF ws-sem-aprof NOT = 'S'
              CLOSE aprofcad.
           IF ws-sem-tur NOT = 'S'
              CLOSE turcad.
           CLOSE menscad
           CHAIN 'mfinanc3.EXE'.

       0950-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           MOVE 4 TO contlin.

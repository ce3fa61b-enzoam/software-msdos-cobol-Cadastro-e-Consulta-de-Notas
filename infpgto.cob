       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFPGTO-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :INFORME DE PAGAMENTOS PARA O IMPOSTO DE
      *                      RENDA - PARA O ANO-CALENDARIO INFORMADO
      *                      SOMA O QUE FOI EFETIVAMENTE RECEBIDO DE
      *                      CADA ALUNO (mensal.dat PELA DATA DE
      *                      PAGAMENTO E OS LANCAMENTOS DO CAIXA EM
      *                      CXMOV.DAT - TAXAS, ACERTOS E ESTORNOS),
      *                      EMITE UM INFORME POR PAGADOR ENDERECADO
      *                      AO RESPONSAVEL FINANCEIRO (RESPFIN.DAT)
      *                      OU AO ALUNO E O RESUMO POR CURSO PARA A
      *                      TESOURARIA CONFERIR COM O EXPCONT
      *                      A PARTE PAGA POR EMPRESA CONVENIADA
      *                      (CONVFAT.DAT) NAO ENTRA NO INFORME
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT alucad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-aluno
                         FILE STATUS status-arq.

           SELECT curcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-curso
                         FILE STATUS status-cur.

           SELECT menscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT cxmov ASSIGN TO DISK
                         FILE STATUS status-cxm.

           SELECT convfat ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cfat
                         FILE STATUS status-cfat.

           SELECT respcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-resp
                         FILE STATUS status-resp.

           SELECT cpfcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cpf
                         FILE STATUS status-cpf.

           SELECT instpar ASSIGN TO DISK
                         FILE STATUS status-ins.

           SELECT sortinf ASSIGN TO DISK.

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
           05 endereco             PIC X(30).
           05 bairro               PIC X(20).
           05 cidade               PIC X(15).
           05 estado               PIC X(02).
           05 FILLER               PIC X(25).

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

       FD cxmov
           LABEL record STANDARD
           value OF FILE-ID 'CXMOV.DAT'
           record contains 60 characteres.

       01 reg-cxmov.
           05 data-cxm             PIC 9(08).
           05 data-cxm-r REDEFINES data-cxm.
              10 ano-cxm           PIC 9(04).
              10 mes-cxm           PIC 9(02).
              10 dia-cxm           PIC 9(02).
           05 tipo-cxm             PIC X(08).
           05 aluno-cxm            PIC 9(06).
           05 curso-cxm            PIC 9(06).
           05 refer-cxm            PIC 9(06).
           05 valor-cxm            PIC 9(05)v99.
           05 sinal-cxm            PIC X(01).
           05 operador-cxm         PIC X(10).
           05 FILLER               PIC X(08).

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
           05 data-pgto-cfat-r REDEFINES data-pgto-cfat.
              10 ano-pgto-cfat     PIC 9(04).
              10 mes-pgto-cfat     PIC 9(02).
              10 dia-pgto-cfat     PIC 9(02).
           05 recibo-cfat          PIC 9(06).
           05 FILLER               PIC X(06).

       FD respcad
           LABEL record STANDARD
           value OF FILE-ID 'RESPFIN.DAT'
           record contains 150 characteres.

       01 reg-respfin.
           05 chave-resp.
              10 cod-aluno-resp    PIC 9(06).
              10 cod-curso-resp    PIC 9(06).
           05 nome-resp            PIC X(40).
           05 rg-resp              PIC 9(08).
           05 cpf-resp             PIC 9(11).
           05 endereco-resp        PIC X(30).
           05 bairro-resp          PIC X(20).
           05 cidade-resp          PIC X(15).
           05 estado-resp          PIC X(02).
           05 parentesco-resp      PIC X(10).
           05 FILLER               PIC X(02).

       FD cpfcad
           LABEL record STANDARD
           value OF FILE-ID 'CPFCAD.DAT'
           record contains 30 characteres.

       01 reg-cpfcad.
           05 chave-cpf.
              10 tipo-cpc          PIC X(01).
              10 codigo-cpc        PIC 9(06).
              10 curso-cpc         PIC 9(06).
           05 cpf-cpc              PIC 9(11).
           05 FILLER               PIC X(06).

       FD instpar
           LABEL record STANDARD
           value OF FILE-ID 'instpar.dat'
           record contains 220 characteres.

       01 reg-instpar.
           05 razao-social-ins     PIC X(60).
           05 fantasia-ins         PIC X(40).
           05 cnpj-ins             PIC 9(14).
           05 endereco-ins         PIC X(40).
           05 cidade-ins           PIC X(15).
           05 estado-ins           PIC X(02).
           05 cep-ins              PIC 9(08).
           05 diretor-ins          PIC X(40).
           05 FILLER               PIC X(01).

       SD sortinf
          value OF FILE-ID 'INFPGTO.TMP'.

      * TIPO-SD: A = ACERTO DE DESLIGAMENTO, C = PARTE DA EMPRESA,
      * E = ESTORNO, M = MENSALIDADE, T = TAXA - NA ORDEM POR RECIBO
      * O ACERTO VEM ANTES DAS MENSALIDADES QUE ELE MESMO QUITOU
       01 reg-sortinf.
           05 curso-sd             PIC 9(06).
           05 aluno-sd             PIC 9(06).
           05 recibo-sd            PIC 9(06).
           05 tipo-sd              PIC X(01).
           05 mes-sd               PIC 9(02).
           05 valor-sd             PIC 9(06)v99.
           05 sinal-sd             PIC X(01).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-arq               PIC X(02) value spaces.
       01 status-cur               PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-cxm               PIC X(02) value spaces.
       01 status-cfat              PIC X(02) value spaces.
       01 status-resp              PIC X(02) value spaces.
       01 status-cpf               PIC X(02) value spaces.
       01 status-ins               PIC X(02) value spaces.
       01 ws-sem-cxmov             PIC X(01) value 'N'.
       01 ws-sem-convfat           PIC X(01) value 'N'.
       01 ws-sem-resp              PIC X(01) value 'N'.
       01 ws-sem-curso             PIC X(01) value 'N'.
       01 ws-resp                  PIC X.
       01 ws-tipo-emis             PIC X(01) value 'C'.
       01 ws-ano-inf               PIC 9(04) value zeros.
       01 ws-curso-sel             PIC 9(06) value zeros.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-cpf-imp               PIC 9(11) value zeros.
       01 aluno-ant                PIC 9(06) value zeros.
       01 curso-ant                PIC 9(06) value zeros.
       01 flag-grupo               PIC 9(01) value zeros.
       01 ws-recibo-acerto         PIC 9(06) value zeros.
       01 ws-valor                 PIC S9(07)v99 value zeros.
       01 idx-mes                  PIC 9(02) value zeros.
       01 idx-cur                  PIC 9(03) value zeros.
       01 qtd-cursos               PIC 9(03) value zeros.
       01 cont-inf                 PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value zeros.
       01 contpag                  PIC 9(03) value zeros.

      * VALORES DO PAGADOR POR MES DE PAGAMENTO
      *   1=MENSALIDADES 2=TAXAS 3=ACERTOS/ESTORNOS (COM SINAL)
       01 tab-pagador.
           05 mes-pag OCCURS 12 TIMES.
              10 val-pag OCCURS 3 TIMES PIC S9(07)v99.
       01 tot-pagador.
           05 tot-pag OCCURS 3 TIMES  PIC S9(07)v99.
       01 tot-familia              PIC S9(07)v99 value zeros.
       01 tot-empresa              PIC 9(07)v99 value zeros.

      * RESUMO POR CURSO
      *   1=MENSALIDADES 2=TAXAS 3=ACERTOS 4=ESTORNOS 5=EMPRESA
       01 tab-cursos.
           05 cur-tab OCCURS 200 TIMES.
              10 cod-cur-tab       PIC 9(06).
              10 qtd-inf-tab       PIC 9(05).
              10 val-cur-tab OCCURS 5 TIMES PIC S9(09)v99.
       01 tot-geral.
           05 qtd-inf-ger          PIC 9(05).
           05 val-ger OCCURS 5 TIMES PIC S9(09)v99.
       01 idx-col                  PIC 9(01) value zeros.

       01 tab-nome-mes.
           05 FILLER PIC X(09) value 'JANEIRO'.
           05 FILLER PIC X(09) value 'FEVEREIRO'.
           05 FILLER PIC X(09) value 'MARCO'.
           05 FILLER PIC X(09) value 'ABRIL'.
           05 FILLER PIC X(09) value 'MAIO'.
           05 FILLER PIC X(09) value 'JUNHO'.
           05 FILLER PIC X(09) value 'JULHO'.
           05 FILLER PIC X(09) value 'AGOSTO'.
           05 FILLER PIC X(09) value 'SETEMBRO'.
           05 FILLER PIC X(09) value 'OUTUBRO'.
           05 FILLER PIC X(09) value 'NOVEMBRO'.
           05 FILLER PIC X(09) value 'DEZEMBRO'.
       01 tab-nome-mes-r REDEFINES tab-nome-mes.
           05 nome-mes OCCURS 12 TIMES PIC X(09).

      * INFORME
       01 inf-l1.
           05 razao-inf            PIC X(60) value
              'FESP - FUNDACAO DE ESTUDOS SOCIAIS DO PARANA'.

       01 inf-l2.
           05 FILLER               PIC X(06) value 'CNPJ: '.
           05 cnpj-inf             PIC 9(14).
           05 FILLER               PIC X(03) value spaces.
           05 ender-inf            PIC X(40).

       01 inf-l3.
           05 FILLER               PIC X(10) value spaces.
           05 FILLER               PIC X(47) value
              'INFORME DE PAGAMENTOS - DESPESAS COM EDUCACAO'.
           05 FILLER               PIC X(15) value 'ANO-CALENDARIO '.
           05 ano-inf              PIC 9(04).

       01 inf-l4.
           05 FILLER               PIC X(10) value 'PAGADOR: '.
           05 nome-pag-inf         PIC X(40).
           05 FILLER               PIC X(07) value '  CPF: '.
           05 cpf-pag-inf          PIC 9(11).

       01 inf-l5.
           05 FILLER               PIC X(10) value 'ALUNO..: '.
           05 aluno-inf            PIC 9(06).
           05 FILLER               PIC X(03) value ' - '.
           05 nome-alu-inf         PIC X(40).

       01 inf-l6.
           05 FILLER               PIC X(10) value 'CURSO..: '.
           05 curso-inf            PIC 9(06).
           05 FILLER               PIC X(03) value ' - '.
           05 descr-cur-inf        PIC X(40).

       01 inf-cab.
           05 FILLER               PIC X(14) value 'MES'.
           05 FILLER               PIC X(16) value '  MENSALIDADES'.
           05 FILLER               PIC X(16) value '         TAXAS'.
           05 FILLER               PIC X(16) value '  ACERT/ESTORN'.
           05 FILLER               PIC X(16) value '         TOTAL'.

       01 inf-det.
           05 mes-det              PIC X(14).
           05 mens-det             PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03) value spaces.
           05 taxa-det             PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03) value spaces.
           05 acer-det             PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03) value spaces.
           05 total-det            PIC -Z.ZZZ.ZZ9,99.

       01 inf-emp.
           05 FILLER               PIC X(50) value
              'PAGO POR EMPRESA CONVENIADA (NAO INCLUIDO ACIMA): '.
           05 emp-inf              PIC Z.ZZZ.ZZ9,99.

       01 inf-obs.
           05 FILLER               PIC X(70) value
              'VALORES EFETIVAMENTE RECEBIDOS NO ANO, DEDUZIDAS AS DEVOL
      -       'UCOES.'.

       01 inf-ass1.
           05 cidade-data-inf      PIC X(15).
           05 FILLER               PIC X(02) value ', '.
           05 dia-inf              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-inf              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-emis-inf         PIC 9(04).

       01 inf-ass2.
           05 FILLER               PIC X(30) value spaces.
           05 FILLER               PIC X(40) value all '-'.

       01 inf-ass3.
           05 FILLER               PIC X(30) value spaces.
           05 diretor-inf          PIC X(40).

      * RESUMO DA TESOURARIA
       01 res-cab1.
           05 FILLER               PIC X(08) value 'INFPGTO'.
           05 FILLER               PIC X(45) value
              'RESUMO DOS INFORMES DE PAGAMENTO POR CURSO -'.
           05 ano-res              PIC 9(04).
           05 FILLER               PIC X(09) value '    PAG. '.
           05 pag-res              PIC ZZ9.

       01 res-cab2.
           05 FILLER               PIC X(12) value 'CURSO   QTD.'.
           05 FILLER               PIC X(11) value '  MENSALID.'.
           05 FILLER               PIC X(11) value '      TAXAS'.
           05 FILLER               PIC X(11) value '    ACERTOS'.
           05 FILLER               PIC X(11) value '   ESTORNOS'.
           05 FILLER               PIC X(13) value '  TOT.FAMILIA'.
           05 FILLER               PIC X(10) value '   EMPRESA'.

       01 res-det.
           05 curso-res            PIC 9(06).
           05 FILLER               PIC X(01) value space.
           05 qtd-res              PIC ZZZZ9.
           05 mens-res             PIC -ZZZ.ZZ9,99.
           05 taxa-res             PIC -ZZZ.ZZ9,99.
           05 acer-res             PIC -ZZZ.ZZ9,99.
           05 est-res              PIC -ZZZ.ZZ9,99.
           05 tfam-res             PIC -Z.ZZZ.ZZ9,99.
           05 emp-res              PIC ZZZ.ZZ9,99.

       01 res-obs.
           05 FILLER               PIC X(70) value
              'CHEQUE DEVOLVIDO NAO APARECE: A MENSALIDADE FOI REABERTA
      -       ' PELO CHQDEV.'.

       PROCEDURE DIVISION.
       0100-open.
           PERFORM 9970-le-instpar THRU 9979-fim-instpar
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
           OPEN INPUT curcad
           IF status-cur NOT = '00'
              MOVE 'S' TO ws-sem-curso.
           OPEN INPUT cxmov
           IF status-cxm NOT = '00'
              MOVE 'S' TO ws-sem-cxmov.
           OPEN INPUT convfat
           IF status-cfat NOT = '00'
              MOVE 'S' TO ws-sem-convfat.
           OPEN INPUT respcad
           IF status-resp NOT = '00'
              MOVE 'S' TO ws-sem-resp.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           MOVE ws-dia-atual TO dia-inf
           MOVE ws-mes-atual TO mes-inf
           MOVE ws-ano-atual TO ano-emis-inf
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'INFPGTO'
           DISPLAY (02 20) 'INFORME DE PAGAMENTOS - IMPOSTO DE RENDA'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (08 07) 'ANO-CALENDARIO ........ [    ]'
           DISPLAY (10 07) 'CURSO (ZERO = TODOS) .. [      ]'
           DISPLAY (12 07) 'C=INFORMES E RESUMO  R=SO RESUMO [ ]'
           SUBTRACT 1 FROM ws-ano-atual GIVING ws-ano-inf
           DISPLAY (08 32) ws-ano-inf.

       0210-aceita-ano.
           ACCEPT (08 32) ws-ano-inf with UPDATE AUTO-SKIP
           IF ws-ano-inf < 1990 OR ws-ano-inf > ws-ano-atual
              DISPLAY (22 20) 'ANO INVALIDO'
              GO TO 0210-aceita-ano.
           DISPLAY (22 20) '            '.

       0220-aceita-curso.
           MOVE ZEROS TO ws-curso-sel
           ACCEPT (10 32) ws-curso-sel with prompt AUTO-SKIP
           IF ws-curso-sel = ZEROS
              GO TO 0230-aceita-tipo.
           IF ws-sem-curso = 'S'
              GO TO 0230-aceita-tipo.
           MOVE ws-curso-sel TO codcurso
           READ curcad INVALID KEY
              DISPLAY (22 20) 'CURSO NAO CADASTRADO'
              GO TO 0220-aceita-curso.
           DISPLAY (10 41) descricao
           DISPLAY (22 20) '                    '.

       0230-aceita-tipo.
           ACCEPT (12 41) ws-tipo-emis with prompt AUTO-SKIP
           IF ws-tipo-emis = 'c'
              MOVE 'C' TO ws-tipo-emis.
           IF ws-tipo-emis = 'r'
              MOVE 'R' TO ws-tipo-emis.
           IF ws-tipo-emis NOT = 'C' AND NOT = 'R'
              DISPLAY (22 20) 'OPCAO INVALIDA'
              GO TO 0230-aceita-tipo.
           DISPLAY (22 20) '              '.

       0240-confirma.
           DISPLAY (15 07) 'CONFIRMA A EMISSAO ? S/N [ ]'
           ACCEPT (15 33) ws-resp with prompt AUTO-SKIP
           IF ws-resp = 'N' or 'n'
              GO TO 0900-fim.
           IF ws-resp NOT = 'S' and 's'
              GO TO 0240-confirma.

           DISPLAY (20 07) 'PROCESSANDO...'
           MOVE ZEROS TO qtd-cursos tot-geral
           OPEN OUTPUT impressora
           SORT sortinf ASCENDING KEY curso-sd aluno-sd
                                      recibo-sd tipo-sd
                INPUT  PROCEDURE 0300-seleciona
                OUTPUT PROCEDURE 0500-apura-pagadores
           PERFORM 0800-resumo THRU 0899-fim-resumo
           CLOSE impressora
           DISPLAY (20 07) 'INFORMES APURADOS:'
           DISPLAY (20 27) cont-inf
           STOP ' '
           GO TO 0900-fim.

      * O QUE ENTROU NO ANO: MENSALIDADES E PARCELAS DE ACORDO PAGAS
      * (PELA DATA DE PAGAMENTO), TAXAS, ACERTOS E ESTORNOS DO CAIXA
      * E, SO PARA INFORMACAO, A PARTE QUITADA PELA EMPRESA. CHEQUE
      * DEVOLVIDO NAO ENTRA: O CHQDEV JA REABRIU A MENSALIDADE
       0300-seleciona SECTION.
       0310-le-mensal.
           READ menscad NEXT
           IF status-mens = '10'
              GO TO 0340-cxmov.
           IF status-mens NOT = '00'
              DISPLAY (22 20) 'PROBLEMA READ MENSAL ' status-mens
              GO TO 0340-cxmov.
           IF NOT pgto-pago
              GO TO 0310-le-mensal.
           IF ano-pgto NOT = ws-ano-inf
              GO TO 0310-le-mensal.
           IF mes-pgto < 1 OR mes-pgto > 12
              GO TO 0310-le-mensal.
           IF ws-curso-sel NOT = ZEROS
              AND cod-curso-mensal NOT = ws-curso-sel
              GO TO 0310-le-mensal.
           MOVE cod-curso-mensal TO curso-sd
           MOVE cod-aluno-mensal TO aluno-sd
           MOVE recibo-pgto TO recibo-sd
           MOVE 'M' TO tipo-sd
           MOVE mes-pgto TO mes-sd
           MOVE valor-pago TO valor-sd
           MOVE '+' TO sinal-sd
           RELEASE reg-sortinf
           GO TO 0310-le-mensal.

       0340-cxmov.
           IF ws-sem-cxmov = 'S'
              GO TO 0370-convfat.

       0350-le-cxmov.
           READ cxmov
           IF status-cxm NOT = '00'
              GO TO 0370-convfat.
           IF ano-cxm NOT = ws-ano-inf
              GO TO 0350-le-cxmov.
           IF aluno-cxm = ZEROS
              GO TO 0350-le-cxmov.
           IF mes-cxm < 1 OR mes-cxm > 12
              GO TO 0350-le-cxmov.
           IF ws-curso-sel NOT = ZEROS
              AND curso-cxm NOT = ws-curso-sel
              GO TO 0350-le-cxmov.
           IF tipo-cxm = 'TAXA'
              MOVE 'T' TO tipo-sd
           ELSE
              IF tipo-cxm = 'ACERTO'
                 MOVE 'A' TO tipo-sd
              ELSE
                 IF tipo-cxm = 'ESTORNO'
                    MOVE 'E' TO tipo-sd
                 ELSE
                    GO TO 0350-le-cxmov.
           MOVE curso-cxm TO curso-sd
           MOVE aluno-cxm TO aluno-sd
           MOVE refer-cxm TO recibo-sd
           MOVE mes-cxm TO mes-sd
           MOVE valor-cxm TO valor-sd
           MOVE sinal-cxm TO sinal-sd
           RELEASE reg-sortinf
           GO TO 0350-le-cxmov.

       0370-convfat.
           IF ws-sem-convfat = 'S'
              GO TO 0399-fim.

       0380-le-convfat.
           READ convfat NEXT
           IF status-cfat NOT = '00'
              GO TO 0399-fim.
           IF NOT cfat-paga
              GO TO 0380-le-convfat.
           IF ano-pgto-cfat NOT = ws-ano-inf
              GO TO 0380-le-convfat.
           IF ws-curso-sel NOT = ZEROS
              AND cod-curso-cfat NOT = ws-curso-sel
              GO TO 0380-le-convfat.
           MOVE cod-curso-cfat TO curso-sd
           MOVE cod-aluno-cfat TO aluno-sd
           MOVE recibo-cfat TO recibo-sd
           MOVE 'C' TO tipo-sd
           MOVE mes-pgto-cfat TO mes-sd
           MOVE valor-cfat TO valor-sd
           MOVE '+' TO sinal-sd
           RELEASE reg-sortinf
           GO TO 0380-le-convfat.

       0399-fim. EXIT.

      * QUEBRA POR CURSO+ALUNO: UM INFORME POR PAGADOR
       0500-apura-pagadores SECTION.
       0510-le-sort.
           RETURN sortinf AT END
              GO TO 0590-ultimo-grupo.

           IF flag-grupo = 0
              MOVE 9 TO flag-grupo
              MOVE curso-sd TO curso-ant
              MOVE aluno-sd TO aluno-ant
              PERFORM 0600-inicia-grupo
           ELSE
              IF aluno-sd NOT = aluno-ant
                 OR curso-sd NOT = curso-ant
                 PERFORM 0700-fecha-grupo THRU 0799-fim-grupo
                 MOVE curso-sd TO curso-ant
                 MOVE aluno-sd TO aluno-ant
                 PERFORM 0600-inicia-grupo.

           MOVE valor-sd TO ws-valor
           IF sinal-sd = '-'
              COMPUTE ws-valor = ws-valor * -1.

           IF tipo-sd = 'C'
              ADD valor-sd TO tot-empresa
              GO TO 0510-le-sort.
           IF tipo-sd = 'T'
              ADD ws-valor TO val-pag (mes-sd 2)
              GO TO 0510-le-sort.
           IF tipo-sd = 'A'
              MOVE recibo-sd TO ws-recibo-acerto
              ADD ws-valor TO val-pag (mes-sd 3)
              PERFORM 0660-acumula-curso
              GO TO 0510-le-sort.
           IF tipo-sd = 'E'
              ADD ws-valor TO val-pag (mes-sd 3)
              PERFORM 0660-acumula-curso
              GO TO 0510-le-sort.

      * MENSALIDADE QUITADA PELO ACERTO DE DESLIGAMENTO: O DINHEIRO JA
      * ESTA NO LIQUIDO DO ACERTO (MESMO RECIBO)
           IF recibo-sd NOT = ZEROS
              AND recibo-sd = ws-recibo-acerto
              GO TO 0510-le-sort.
           ADD ws-valor TO val-pag (mes-sd 1)
           GO TO 0510-le-sort.

       0590-ultimo-grupo.
           IF flag-grupo NOT = 0
              PERFORM 0700-fecha-grupo THRU 0799-fim-grupo.
           GO TO 0599-fim.

       0599-fim. EXIT.

       0600-rotinas SECTION.
       0600-inicia-grupo.
           MOVE ZEROS TO tab-pagador tot-pagador tot-familia
                         tot-empresa ws-recibo-acerto.

      * ACERTOS E ESTORNOS SAO SEPARADOS NO RESUMO DO CURSO
       0660-acumula-curso.
           PERFORM 0670-acha-curso THRU 0679-fim-acha
           IF tipo-sd = 'A'
              ADD ws-valor TO val-cur-tab (idx-cur 3)
              ADD ws-valor TO val-ger (3)
           ELSE
              ADD ws-valor TO val-cur-tab (idx-cur 4)
              ADD ws-valor TO val-ger (4).

       0670-acha-curso.
           MOVE ZEROS TO idx-cur.

       0672-compara.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cursos
              GO TO 0675-novo.
           IF cod-cur-tab (idx-cur) = curso-ant
              GO TO 0679-fim-acha.
           GO TO 0672-compara.

       0675-novo.
           IF qtd-cursos < 200
              ADD 1 TO qtd-cursos.
           MOVE qtd-cursos TO idx-cur
           MOVE curso-ant TO cod-cur-tab (idx-cur)
           MOVE ZEROS TO qtd-inf-tab (idx-cur)
                         val-cur-tab (idx-cur 1) val-cur-tab (idx-cur 2)
                         val-cur-tab (idx-cur 3) val-cur-tab (idx-cur 4)
                         val-cur-tab (idx-cur 5).

       0679-fim-acha. EXIT.

       0700-fecha-grupo.
           MOVE ZEROS TO idx-mes.

       0705-soma-meses.
           ADD 1 TO idx-mes
           IF idx-mes > 12
              GO TO 0710-verifica.
           ADD val-pag (idx-mes 1) TO tot-pag (1)
           ADD val-pag (idx-mes 2) TO tot-pag (2)
           ADD val-pag (idx-mes 3) TO tot-pag (3)
           GO TO 0705-soma-meses.

       0710-verifica.
           COMPUTE tot-familia = tot-pag (1) + tot-pag (2) + tot-pag (3)
           IF tot-familia = ZEROS AND tot-empresa = ZEROS
              GO TO 0799-fim-grupo.

           PERFORM 0670-acha-curso THRU 0679-fim-acha
           ADD 1 TO qtd-inf-tab (idx-cur) qtd-inf-ger
           ADD tot-pag (1) TO val-cur-tab (idx-cur 1) val-ger (1)
           ADD tot-pag (2) TO val-cur-tab (idx-cur 2) val-ger (2)
           ADD tot-empresa TO val-cur-tab (idx-cur 5) val-ger (5)
           ADD 1 TO cont-inf
           IF ws-tipo-emis = 'R'
              GO TO 0799-fim-grupo.

           MOVE aluno-ant TO cod-aluno aluno-inf
           MOVE curso-ant TO cod-curso curso-inf
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE nome TO nome-alu-inf
           MOVE spaces TO descricao
           IF ws-sem-curso NOT = 'S'
              MOVE curso-ant TO codcurso
              READ curcad INVALID KEY
                 MOVE spaces TO descricao.
           MOVE descricao TO descr-cur-inf

      * O INFORME VAI PARA O RESPONSAVEL FINANCEIRO; SEM ELE, PARA O
      * PROPRIO ALUNO COM O CPF DO CPFCAD
           MOVE nome TO nome-pag-inf
           PERFORM 9714-busca-cpf THRU 9715-fim-busca-cpf
           MOVE ws-cpf-imp TO cpf-pag-inf
           IF ws-sem-resp NOT = 'S'
              MOVE aluno-ant TO cod-aluno-resp
              MOVE curso-ant TO cod-curso-resp
              READ respcad
              IF status-resp = '00'
                 MOVE nome-resp TO nome-pag-inf
                 MOVE cpf-resp TO cpf-pag-inf.

           MOVE ws-ano-inf TO ano-inf
           WRITE reg-impressora FROM inf-l1 AFTER PAGE
           WRITE reg-impressora FROM inf-l2 AFTER 1
           WRITE reg-impressora FROM inf-l3 AFTER 3
           WRITE reg-impressora FROM inf-l4 AFTER 3
           WRITE reg-impressora FROM inf-l5 AFTER 1
           WRITE reg-impressora FROM inf-l6 AFTER 1
           WRITE reg-impressora FROM inf-cab AFTER 3
           MOVE ZEROS TO idx-mes.

       0720-linha-mes.
           ADD 1 TO idx-mes
           IF idx-mes > 12
              GO TO 0730-total.
           IF val-pag (idx-mes 1) = ZEROS
              AND val-pag (idx-mes 2) = ZEROS
              AND val-pag (idx-mes 3) = ZEROS
              GO TO 0720-linha-mes.
           MOVE nome-mes (idx-mes) TO mes-det
           MOVE val-pag (idx-mes 1) TO mens-det
           MOVE val-pag (idx-mes 2) TO taxa-det
           MOVE val-pag (idx-mes 3) TO acer-det
           COMPUTE ws-valor = val-pag (idx-mes 1) + val-pag (idx-mes 2)
                            + val-pag (idx-mes 3)
           MOVE ws-valor TO total-det
           WRITE reg-impressora FROM inf-det AFTER 1
           GO TO 0720-linha-mes.

       0730-total.
           MOVE 'TOTAL NO ANO' TO mes-det
           MOVE tot-pag (1) TO mens-det
           MOVE tot-pag (2) TO taxa-det
           MOVE tot-pag (3) TO acer-det
           MOVE tot-familia TO total-det
           WRITE reg-impressora FROM inf-det AFTER 2
           WRITE reg-impressora FROM inf-obs AFTER 2
           IF tot-empresa NOT = ZEROS
              MOVE tot-empresa TO emp-inf
              WRITE reg-impressora FROM inf-emp AFTER 1.
           WRITE reg-impressora FROM inf-ass1 AFTER 3
           WRITE reg-impressora FROM inf-ass2 AFTER 4
           WRITE reg-impressora FROM inf-ass3 AFTER 1.

       0799-fim-grupo. EXIT.

      * RESUMO POR CURSO - OS TOTAIS BATEM COM O EXPCONT DO ANO
      * (MENSALIDADE+MULTA+JUROS+ACORDO, TAXA E ESTORNO) A MENOS DAS
      * PARCELAS DE EMPRESA E DOS CHEQUES DEVOLVIDOS
       0800-resumo.
           MOVE ws-ano-inf TO ano-res
           MOVE ZEROS TO contpag idx-cur
           PERFORM 0850-cabecalho.

       0810-linha-curso.
           ADD 1 TO idx-cur
           IF idx-cur > qtd-cursos
              GO TO 0840-total-geral.
           IF contlin > 55
              PERFORM 0850-cabecalho.
           MOVE cod-cur-tab (idx-cur) TO curso-res
           MOVE qtd-inf-tab (idx-cur) TO qtd-res
           MOVE val-cur-tab (idx-cur 1) TO mens-res
           MOVE val-cur-tab (idx-cur 2) TO taxa-res
           MOVE val-cur-tab (idx-cur 3) TO acer-res
           MOVE val-cur-tab (idx-cur 4) TO est-res
           COMPUTE ws-valor = val-cur-tab (idx-cur 1)
                            + val-cur-tab (idx-cur 2)
                            + val-cur-tab (idx-cur 3)
                            + val-cur-tab (idx-cur 4)
           MOVE ws-valor TO tfam-res
           MOVE val-cur-tab (idx-cur 5) TO emp-res
           WRITE reg-impressora FROM res-det AFTER 1
           ADD 1 TO contlin
           GO TO 0810-linha-curso.

       0840-total-geral.
           MOVE ZEROS TO curso-res
           MOVE qtd-inf-ger TO qtd-res
           MOVE val-ger (1) TO mens-res
           MOVE val-ger (2) TO taxa-res
           MOVE val-ger (3) TO acer-res
           MOVE val-ger (4) TO est-res
           COMPUTE ws-valor = val-ger (1) + val-ger (2)
                            + val-ger (3) + val-ger (4)
           MOVE ws-valor TO tfam-res
           MOVE val-ger (5) TO emp-res
           WRITE reg-impressora FROM res-det AFTER 2
           WRITE reg-impressora FROM res-obs AFTER 2
           GO TO 0899-fim-resumo.

       0850-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-res
           WRITE reg-impressora FROM res-cab1 AFTER PAGE
           WRITE reg-impressora FROM res-cab2 AFTER 2
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           MOVE 4 TO contlin.

       0899-fim-resumo. EXIT.

       0900-fim.
           CLOSE alucad
                 menscad
           IF ws-sem-curso NOT = 'S'
              CLOSE curcad.
           IF ws-sem-cxmov NOT = 'S'
              CLOSE cxmov.
           IF ws-sem-convfat NOT = 'S'
              CLOSE convfat.
           IF ws-sem-resp NOT = 'S'
              CLOSE respcad.
           CHAIN 'mfinanc3.EXE'.

      * CPF DO ALUNO (CPFCAD.DAT) - ZEROS SE NAO HA
       9714-busca-cpf.
           MOVE ZEROS TO ws-cpf-imp
           OPEN INPUT cpfcad
           IF status-cpf NOT = '00'
              GO TO 9715-fim-busca-cpf.
           MOVE 'A' TO tipo-cpc
           MOVE aluno-ant TO codigo-cpc
           MOVE curso-ant TO curso-cpc
           READ cpfcad
           IF status-cpf = '00'
              MOVE cpf-cpc TO ws-cpf-imp.
           CLOSE cpfcad.

       9715-fim-busca-cpf. EXIT.

      * IDENTIDADE DA INSTITUICAO (cadinst/instpar.dat) - SEM O
      * ARQUIVO FICA O TEXTO PADRAO DO FONTE
       9970-le-instpar.
           MOVE ZEROS TO cnpj-inf
           MOVE spaces TO ender-inf diretor-inf cidade-data-inf
           OPEN INPUT instpar
           IF status-ins NOT = '00'
              GO TO 9979-fim-instpar.
           READ instpar
           IF status-ins NOT = '00'
              CLOSE instpar
              GO TO 9979-fim-instpar.
           MOVE razao-social-ins TO razao-inf
           MOVE cnpj-ins TO cnpj-inf
           MOVE endereco-ins TO ender-inf
           MOVE cidade-ins TO cidade-data-inf
           MOVE diretor-ins TO diretor-inf
           CLOSE instpar.

       9979-fim-instpar. EXIT.

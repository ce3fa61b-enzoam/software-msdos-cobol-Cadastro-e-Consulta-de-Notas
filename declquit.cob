       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLQUIT-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :DECLARACAO ANUAL DE QUITACAO DE DEBITOS
      *                      (LEI 12.007/2009) EM LOTE - PARA O ANO
      *                      INFORMADO CONFERE AS MENSALIDADES
      *                      (mensal.dat), AS PARCELAS DE ACORDO
      *                      (ACORDO.DAT) E AS TAXAS (TAXAS.DAT) DE
      *                      CADA ALUNO; SEM NADA EM ABERTO IMPRIME A
      *                      DECLARACAO COM O CABECALHO DA INSTITUICAO
      *                      (instpar.dat) E REGISTRA EM REGDOC.DAT;
      *                      COM PENDENCIA O ALUNO VAI PARA A LISTA DE
      *                      EXCECOES COM O MES OU A TAXA EM ABERTO
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            CODIGO DE VERIFICACAO NA
      *                                       DECLARACAO
      *    1.2                /  /            MES PAGO COM CHEQUE
      *                                       PRE-DATADO AINDA EM
      *                                       CUSTODIA FICA PENDENTE

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

           SELECT taxas ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-taxa
                         FILE STATUS status-tax.

           SELECT acordo ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-acordo
                         FILE STATUS status-acor.

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

           SELECT regdoc ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY numero-doc
                         FILE STATUS status-doc.

           SELECT docctl ASSIGN TO DISK
                         FILE STATUS status-dctl.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT excquit ASSIGN TO DISK
                         FILE STATUS status-exc.

           SELECT sortquit ASSIGN TO DISK.

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
           05 data-nasc.
              10 ano-nasc          PIC 9(04).
              10 mes-nasc          PIC 9(02).
              10 dia-nasc          PIC 9(02).
           05 data-nasc-r REDEFINES data-nasc PIC 9(08).
           05 rg.
              10 rg-num            PIC 9(07).
              10 rg-dig            PIC 9(01).
           05 rg-r REDEFINES rg    PIC 9(08).
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
              88 pgto-renegoc      VALUE 'R'.
              88 pgto-custodia     VALUE 'K'.
           05 valor-pago           PIC 9(05)v99.
           05 operador-pgto        PIC X(10).
           05 recibo-pgto          PIC 9(06).
           05 forma-pgto           PIC X(01).
              88 pgto-dinheiro     VALUE 'D'.
              88 pgto-cheque       VALUE 'C'.
              88 pgto-banco        VALUE 'B'.
           05 nosso-numero         PIC 9(10).
           05 FILLER               PIC X(05).

       FD taxas
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
           05 data-lanc-taxa-r REDEFINES data-lanc-taxa.
              10 ano-lanc-taxa     PIC 9(04).
              10 FILLER            PIC 9(04).
           05 sit-taxa             PIC X(01).
              88 taxa-aberta       VALUE 'A'.
              88 taxa-paga         VALUE 'P'.
              88 taxa-cancelada    VALUE 'C'.
           05 data-pgto-taxa       PIC 9(08).
           05 recibo-taxa          PIC 9(06).
           05 operador-taxa        PIC X(10).
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

       FD regdoc
           LABEL record STANDARD
           value OF FILE-ID 'REGDOC.DAT'
           record contains 64 characteres.

       01 reg-regdoc.
           05 numero-doc           PIC 9(06).
           05 tipo-doc             PIC X(10).
           05 aluno-doc            PIC 9(06).
           05 curso-doc            PIC 9(02).
           05 data-doc             PIC 9(08).
           05 operador-doc         PIC X(10).
           05 param-doc            PIC X(20).
           05 param-doc-r REDEFINES param-doc.
              10 ano-param-doc     PIC 9(04).
              10 FILLER            PIC X(16).
           05 via-doc              PIC 9(01).
           05 FILLER               PIC X(01).

       FD docctl
           LABEL record STANDARD
           value OF FILE-ID 'DOCCTL.DAT'
           record contains 10 characteres.

       01 reg-docctl.
           05 ult-numero-doc       PIC 9(06).
           05 FILLER               PIC X(04).

       FD opercad
           LABEL record STANDARD
           value OF FILE-ID 'OPERADOR.DAT'
           record contains 10 characteres.

       01 reg-operador             PIC X(10).

       FD excquit
           LABEL record STANDARD
           value OF FILE-ID 'QUITEXC.TMP'
           record contains 50 characteres.

       01 reg-excquit.
           05 aluno-exc            PIC 9(06).
           05 curso-exc            PIC 9(06).
           05 descr-exc            PIC X(30).
           05 valor-exc            PIC 9(06)v99.

       SD sortquit
          value OF FILE-ID 'DECLQUIT.TMP'.

      * TIPO-SD: M = MENSALIDADE DO ANO, P = PARCELA DE ACORDO EM
      * ABERTO, T = TAXA LANCADA NO ANO - A ORDEM M/P/T DEIXA AS
      * MENSALIDADES NA FRENTE DAS PARCELAS DO MESMO ALUNO
       01 reg-sortquit.
           05 aluno-sd             PIC 9(06).
           05 curso-sd             PIC 9(06).
           05 tipo-sd              PIC X(01).
           05 ref-sd               PIC 9(06).
           05 ref-sd-r REDEFINES ref-sd.
              10 ano-ref-sd        PIC 9(04).
              10 mes-ref-sd        PIC 9(02).
           05 sit-sd               PIC X(01).
           05 valor-sd             PIC 9(06)v99.
           05 descr-sd             PIC X(30).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-arq               PIC X(02) value spaces.
       01 status-cur               PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-tax               PIC X(02) value spaces.
       01 status-acor              PIC X(02) value spaces.
       01 status-resp              PIC X(02) value spaces.
       01 status-cpf               PIC X(02) value spaces.
       01 status-ins               PIC X(02) value spaces.
       01 status-doc               PIC X(02) value spaces.
       01 status-dctl              PIC X(02) value spaces.
       01 status-oper              PIC X(02) value spaces.
       01 status-exc               PIC X(02) value spaces.
       01 ws-sem-taxas             PIC X(01) value 'N'.
       01 ws-sem-acordo            PIC X(01) value 'N'.
       01 ws-sem-resp              PIC X(01) value 'N'.
       01 ws-sem-curso             PIC X(01) value 'N'.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-resp                  PIC X.
       01 ws-ano-decl              PIC 9(04) value zeros.
       01 ws-curso-sel             PIC 9(06) value zeros.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-data-hoje             PIC 9(08) value zeros.
       01 ws-num-doc               PIC 9(06) value zeros.
       01 ws-cod-verif             PIC 9(06) value zeros.
       01 ws-hash-acum             PIC 9(08) value zeros.
       01 ws-hash-quoc             PIC 9(08) value zeros.
       01 ws-hash-resto            PIC 9(08) value zeros.
       01 ws-hash-val              PIC 9(04) value zeros.
       01 ws-hash-pos              PIC 9(02) value zeros.
       01 ws-hash-car              PIC X(01) value space.
      * A POSICAO DO CARACTER NESTA TABELA E O SEU PESO NO CODIGO
      * DE VERIFICACAO - A MESMA TABELA ESTA NO CONSDOC
       01 tab-hash-caract.
           05 FILLER               PIC X(37) value
              ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER               PIC X(30) value
              'abcdefghijklmnopqrstuvwxyz.,-/'.
       01 ws-ja-emitidas           PIC 9(05) value zeros.
       01 ws-cpf-imp               PIC 9(11) value zeros.
       01 aluno-ant                PIC 9(06) value zeros.
       01 curso-ant                PIC 9(06) value zeros.
       01 flag-grupo               PIC 9(01) value zeros.
       01 ws-renegoc               PIC X(01) value 'N'.
       01 qtd-meses                PIC 9(03) value zeros.
       01 tot-pago                 PIC 9(07)v99 value zeros.
       01 qtd-pend                 PIC 9(02) value zeros.
       01 idx-pend                 PIC 9(02) value zeros.
       01 tab-pend.
           05 pend-tab OCCURS 30 TIMES.
              10 descr-pend        PIC X(30).
              10 valor-pend        PIC 9(06)v99.
       01 cont-decl                PIC 9(05) value zeros.
       01 cont-exc                 PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value zeros.
       01 contpag                  PIC 9(03) value zeros.

      * DESCRICOES MONTADAS PARA O ITEM PENDENTE
       01 ws-descr-mes.
           05 FILLER               PIC X(12) value 'MENSALIDADE '.
           05 mes-dmes             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-dmes             PIC 9(04).
           05 FILLER               PIC X(11) value ' EM ABERTO'.

       01 ws-descr-parc.
           05 FILLER               PIC X(18) value 'PARC.ACORDO VENC. '.
           05 mes-dparc            PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-dparc            PIC 9(04).
           05 FILLER               PIC X(05) value spaces.

       01 ws-descr-taxa.
           05 FILLER               PIC X(05) value 'TAXA '.
           05 num-dtaxa            PIC 9(06).
           05 FILLER               PIC X(01) value space.
           05 descr-dtaxa          PIC X(18).

       01 ws-descr-acor.
           05 FILLER               PIC X(07) value 'ACORDO '.
           05 seq-dacor            PIC 99.
           05 FILLER               PIC X(01) value space.
           05 sit-dacor            PIC X(20).

      * DECLARACAO
       01 dec-l1.
           05 razao-dec            PIC X(60) value
              'FESP - FUNDACAO DE ESTUDOS SOCIAIS DO PARANA'.

       01 dec-l2.
           05 FILLER               PIC X(06) value 'CNPJ: '.
           05 cnpj-dec             PIC 9(14).
           05 FILLER               PIC X(03) value spaces.
           05 ender-dec            PIC X(40).

       01 dec-l3.
           05 cidade-dec           PIC X(15).
           05 FILLER               PIC X(03) value ' - '.
           05 estado-dec           PIC X(02).

       01 dec-l4.
           05 FILLER               PIC X(15) value spaces.
           05 FILLER               PIC X(50) value
              'DECLARACAO ANUAL DE QUITACAO DE DEBITOS'.

       01 dec-l5.
           05 FILLER               PIC X(15) value spaces.
           05 FILLER               PIC X(11) value 'REFERENTE: '.
           05 ano-dec              PIC 9(04).
           05 FILLER               PIC X(12) value '   DOC. NR. '.
           05 num-dec              PIC 9(06).
           05 FILLER               PIC X(15) value '   COD. VERIF. '.
           05 cod-verif-dec        PIC 9(06).

       01 dec-l6.
           05 FILLER               PIC X(70) value
              'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE O(A) ALUNO
      -       '(A)'.

       01 dec-l7.
           05 aluno-dec            PIC 9(06).
           05 FILLER               PIC X(03) value ' - '.
           05 nome-dec             PIC X(40).

       01 dec-l8.
           05 FILLER               PIC X(07) value 'CURSO: '.
           05 curso-dec            PIC 9(06).
           05 FILLER               PIC X(03) value ' - '.
           05 descr-curso-dec      PIC X(40).

       01 dec-l9.
           05 FILLER               PIC X(07) value 'CPF..: '.
           05 cpf-dec              PIC 9(11).

       01 dec-l10.
           05 FILLER               PIC X(24) value
              'RESPONSAVEL FINANCEIRO: '.
           05 nome-resp-dec        PIC X(40).

       01 dec-l11.
           05 FILLER               PIC X(24) value
              'CPF DO RESPONSAVEL....: '.
           05 cpf-resp-dec         PIC 9(11).

       01 dec-l12.
           05 FILLER               PIC X(54) value
              'NADA DEVE A ESTA INSTITUICAO A TITULO DE MENSALIDADES,'.

       01 dec-l13.
           05 FILLER               PIC X(53) value
              'ACORDOS OU TAXAS COM VENCIMENTO NO ANO DE REFERENCIA,'.

       01 dec-l14.
           05 FILLER               PIC X(23) value
              'TOTALIZANDO NO ANO R$ '.
           05 total-dec            PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07) value ' PAGOS.'.

       01 dec-l15.
           05 cidade-data-dec      PIC X(15).
           05 FILLER               PIC X(02) value ', '.
           05 dia-dec              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-dec              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-emis-dec         PIC 9(04).

       01 dec-l16.
           05 FILLER               PIC X(30) value spaces.
           05 FILLER               PIC X(40) value all '-'.

       01 dec-l17.
           05 FILLER               PIC X(30) value spaces.
           05 diretor-dec          PIC X(40).

      * LISTA DE EXCECOES
       01 exc-cab1.
           05 FILLER               PIC X(09) value 'DECLQUIT'.
           05 FILLER               PIC X(43) value
              'ALUNOS SEM DECLARACAO DE QUITACAO - ANO '.
           05 ano-cab1             PIC 9(04).
           05 FILLER               PIC X(09) value '    PAG. '.
           05 pag-cab1             PIC ZZ9.

       01 exc-cab2.
           05 FILLER               PIC X(40) value
              'ALUNO  CURSO  NOME'.
           05 FILLER               PIC X(40) value
              'PENDENCIA                        VALOR'.

       01 exc-det1.
           05 aluno-det1           PIC 9(06).
           05 FILLER               PIC X(01) value space.
           05 curso-det1           PIC 9(06).
           05 FILLER               PIC X(01) value space.
           05 nome-det1            PIC X(25).
           05 FILLER               PIC X(01) value space.
           05 descr-det1           PIC X(30).
           05 valor-det1           PIC ZZZ.ZZ9,99.

       01 exc-tot.
           05 FILLER               PIC X(22) value
              'DECLARACOES EMITIDAS: '.
           05 decl-tot             PIC ZZ.ZZ9.
           05 FILLER               PIC X(25) value
              '   ALUNOS COM PENDENCIA: '.
           05 exc-tot-qtd          PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0100-open.
           PERFORM 9970-le-instpar THRU 9979-fim-instpar
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.
           OPEN INPUT alucad
           IF status-arq NOT = '00'
              DISPLAY (12 30) '[ALUNOS.DAT INEXISTENTE]'
              STOP ' '
              CHAIN 'FACAD.EXE '.
           OPEN INPUT menscad
           IF status-mens NOT = '00'
              DISPLAY (12 30) '[MENSAL.DAT INEXISTENTE]'
              CLOSE alucad
              STOP ' '
              CHAIN 'FACAD.EXE '.
           OPEN INPUT curcad
           IF status-cur NOT = '00'
              MOVE 'S' TO ws-sem-curso.
           OPEN INPUT taxas
           IF status-tax NOT = '00'
              MOVE 'S' TO ws-sem-taxas.
           OPEN INPUT acordo
           IF status-acor NOT = '00'
              MOVE 'S' TO ws-sem-acordo.
           OPEN INPUT respcad
           IF status-resp NOT = '00'
              MOVE 'S' TO ws-sem-resp.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           MOVE ws-data-atual TO ws-data-hoje
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'DECLQUIT'
           DISPLAY (02 20) 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (08 07) 'ANO DE REFERENCIA ..... [    ]'
           DISPLAY (10 07) 'CURSO (ZERO = TODOS) .. [      ]'
           SUBTRACT 1 FROM ws-ano-atual GIVING ws-ano-decl
           DISPLAY (08 32) ws-ano-decl.

       0210-aceita-ano.
           ACCEPT (08 32) ws-ano-decl with UPDATE AUTO-SKIP
           IF ws-ano-decl < 1990 OR ws-ano-decl > ws-ano-atual
              DISPLAY (22 20) 'ANO INVALIDO'
              GO TO 0210-aceita-ano.
           DISPLAY (22 20) '            '.

       0220-aceita-curso.
           MOVE ZEROS TO ws-curso-sel
           ACCEPT (10 32) ws-curso-sel with prompt AUTO-SKIP
           IF ws-curso-sel = ZEROS
              GO TO 0230-verifica-emitidas.
           IF ws-sem-curso = 'S'
              GO TO 0230-verifica-emitidas.
           MOVE ws-curso-sel TO codcurso
           READ curcad INVALID KEY
              DISPLAY (22 20) 'CURSO NAO CADASTRADO'
              GO TO 0220-aceita-curso.
           DISPLAY (10 41) descricao
           DISPLAY (22 20) '                    '.

      * A DECLARACAO E ANUAL: SE O ANO JA FOI PROCESSADO AVISA - A
      * SEGUNDA VIA DE UMA DECLARACAO E EMITIDA PELO CONSDOC
       0230-verifica-emitidas.
           MOVE ZEROS TO ws-ja-emitidas
           OPEN INPUT regdoc
           IF status-doc NOT = '00'
              GO TO 0240-confirma.

       0235-le-regdoc.
           READ regdoc NEXT
           IF status-doc NOT = '00'
              CLOSE regdoc
              GO TO 0238-mostra-emitidas.
           IF tipo-doc = 'QUITACAO'
              AND ano-param-doc = ws-ano-decl
              AND via-doc = 1
              ADD 1 TO ws-ja-emitidas.
           GO TO 0235-le-regdoc.

       0238-mostra-emitidas.
           IF ws-ja-emitidas = ZEROS
              GO TO 0240-confirma.
           DISPLAY (14 07) 'ATENCAO: JA HA DECLARACOES DESTE ANO:'
           DISPLAY (14 45) ws-ja-emitidas
           DISPLAY (15 07) '(SEGUNDA VIA PELA CONSULTA DE DOCUMENTOS)'.

       0240-confirma.
           DISPLAY (17 07) 'CONFIRMA A EMISSAO ? S/N [ ]'
           ACCEPT (17 33) ws-resp with prompt AUTO-SKIP
           IF ws-resp = 'N' or 'n'
              GO TO 0900-fim.
           IF ws-resp NOT = 'S' and 's'
              GO TO 0240-confirma.

           DISPLAY (20 07) 'PROCESSANDO...'
           OPEN OUTPUT excquit
           OPEN OUTPUT impressora
           SORT sortquit ASCENDING KEY aluno-sd curso-sd
                                       tipo-sd ref-sd
                INPUT  PROCEDURE 0300-seleciona
                OUTPUT PROCEDURE 0500-avalia-alunos
           CLOSE excquit
           PERFORM 0800-lista-excecoes THRU 0899-fim-lista
           CLOSE impressora
           DISPLAY (20 07) 'DECLARACOES EMITIDAS:'
           DISPLAY (20 30) cont-decl
           DISPLAY (21 07) 'ALUNOS COM PENDENCIA:'
           DISPLAY (21 30) cont-exc
           STOP ' '
           GO TO 0900-fim.

      * SELECIONA AS MENSALIDADES DO ANO (EXCETO SUSPENSAS E
      * CANCELADAS, QUE NAO SAO DEVIDAS), AS PARCELAS DE ACORDO EM
      * ABERTO (MESES 51 EM DIANTE DE mensal.dat) E AS TAXAS
      * LANCADAS NO ANO QUE NAO FORAM CANCELADAS
       0300-seleciona SECTION.
       0310-le-mensal.
           READ menscad NEXT
           IF status-mens = '10'
              GO TO 0350-taxas.
           IF status-mens NOT = '00'
              DISPLAY (22 20) 'PROBLEMA READ MENSAL ' status-mens
              GO TO 0350-taxas.

           IF ws-curso-sel NOT = ZEROS
              AND cod-curso-mensal NOT = ws-curso-sel
              GO TO 0310-le-mensal.

           MOVE cod-aluno-mensal TO aluno-sd
           MOVE cod-curso-mensal TO curso-sd
           MOVE status-pgto TO sit-sd
           MOVE ano-mensal TO ano-ref-sd
           MOVE mes-mensal TO mes-ref-sd

           IF mes-mensal > 50
              GO TO 0320-parcela.
           IF ano-mensal NOT = ws-ano-decl
              GO TO 0310-le-mensal.
           IF NOT pgto-pago AND NOT pgto-aberto AND NOT pgto-renegoc
              AND NOT pgto-custodia
              GO TO 0310-le-mensal.

           MOVE 'M' TO tipo-sd
           MOVE valor-pago TO valor-sd
           IF pgto-aberto
              MOVE valor-mensal TO valor-sd.
           MOVE mes-mensal TO mes-dmes
           MOVE ano-mensal TO ano-dmes
           MOVE ws-descr-mes TO descr-sd
           RELEASE reg-sortquit
           GO TO 0310-le-mensal.

       0320-parcela.
           IF NOT pgto-aberto
              GO TO 0310-le-mensal.
           MOVE 'P' TO tipo-sd
           MOVE valor-mensal TO valor-sd
           MOVE mes-venc TO mes-dparc
           MOVE ano-venc TO ano-dparc
           MOVE ws-descr-parc TO descr-sd
           RELEASE reg-sortquit
           GO TO 0310-le-mensal.

       0350-taxas.
           IF ws-sem-taxas = 'S'
              GO TO 0399-fim.

       0360-le-taxa.
           READ taxas NEXT
           IF status-tax NOT = '00'
              GO TO 0399-fim.
           IF ano-lanc-taxa NOT = ws-ano-decl
              GO TO 0360-le-taxa.
           IF NOT taxa-aberta AND NOT taxa-paga
              GO TO 0360-le-taxa.
           IF ws-curso-sel NOT = ZEROS
              AND cod-curso-taxa NOT = ws-curso-sel
              GO TO 0360-le-taxa.

           MOVE cod-aluno-taxa TO aluno-sd
           MOVE cod-curso-taxa TO curso-sd
           MOVE 'T' TO tipo-sd
           MOVE num-taxa TO ref-sd
           MOVE sit-taxa TO sit-sd
           MOVE valor-taxa TO valor-sd
           MOVE num-taxa TO num-dtaxa
           MOVE descr-taxa TO descr-dtaxa
           MOVE ws-descr-taxa TO descr-sd
           RELEASE reg-sortquit
           GO TO 0360-le-taxa.

       0399-fim. EXIT.

      * QUEBRA POR ALUNO+CURSO: OS ITENS EM ABERTO FICAM NA TABELA E
      * NO FECHAMENTO DO GRUPO DECIDEM ENTRE DECLARACAO E EXCECAO
       0500-avalia-alunos SECTION.
       0510-le-sort.
           RETURN sortquit AT END
              GO TO 0590-ultimo-grupo.

           IF flag-grupo = 0
              MOVE 9 TO flag-grupo
              MOVE aluno-sd TO aluno-ant
              MOVE curso-sd TO curso-ant
              PERFORM 0600-inicia-grupo
           ELSE
              IF aluno-sd NOT = aluno-ant
                 OR curso-sd NOT = curso-ant
                 PERFORM 0700-fecha-grupo THRU 0799-fim-grupo
                 MOVE aluno-sd TO aluno-ant
                 MOVE curso-sd TO curso-ant
                 PERFORM 0600-inicia-grupo.

           IF tipo-sd = 'M'
              GO TO 0520-mensalidade.
           IF tipo-sd = 'P'
              GO TO 0530-parcela.
           GO TO 0540-taxa.

       0520-mensalidade.
           ADD 1 TO qtd-meses
           IF sit-sd = 'P'
              ADD valor-sd TO tot-pago
              GO TO 0510-le-sort.
           IF sit-sd = 'R'
              MOVE 'S' TO ws-renegoc
              GO TO 0510-le-sort.
           PERFORM 0650-guarda-pend
           GO TO 0510-le-sort.

      * PARCELA DE ACORDO SO PRENDE A DECLARACAO SE ALGUM MES DO ANO
      * FOI RENEGOCIADO (AS MENSALIDADES VEM ANTES NA ORDENACAO)
       0530-parcela.
           IF ws-renegoc = 'S'
              PERFORM 0650-guarda-pend.
           GO TO 0510-le-sort.

       0540-taxa.
           IF sit-sd = 'P'
              ADD valor-sd TO tot-pago
              GO TO 0510-le-sort.
           PERFORM 0650-guarda-pend
           GO TO 0510-le-sort.

       0590-ultimo-grupo.
           IF flag-grupo NOT = 0
              PERFORM 0700-fecha-grupo THRU 0799-fim-grupo.
           GO TO 0599-fim.

       0599-fim. EXIT.

       0600-rotinas SECTION.
       0600-inicia-grupo.
           MOVE ZEROS TO qtd-meses tot-pago qtd-pend
           MOVE 'N' TO ws-renegoc.

       0650-guarda-pend.
           IF qtd-pend < 30
              ADD 1 TO qtd-pend
              MOVE descr-sd TO descr-pend (qtd-pend)
              MOVE valor-sd TO valor-pend (qtd-pend).

       0700-fecha-grupo.
      * SEM MENSALIDADE COBRADA NO ANO NAO HA O QUE DECLARAR
           IF qtd-meses = ZEROS
              GO TO 0799-fim-grupo.
           IF ws-renegoc = 'S'
              PERFORM 0720-confere-acordos THRU 0729-fim-acordos.
           IF qtd-pend NOT = ZEROS
              GO TO 0750-grava-excecao.

           PERFORM 0730-emite-declaracao THRU 0739-fim-declaracao
           GO TO 0799-fim-grupo.

      * MES RENEGOCIADO: O ACORDO PRECISA ESTAR QUITADO
       0720-confere-acordos.
           IF ws-sem-acordo = 'S'
              GO TO 0729-fim-acordos.
           MOVE aluno-ant TO cod-aluno-acor
           MOVE curso-ant TO cod-curso-acor
           MOVE ZEROS TO seq-acor
           START acordo KEY NOT LESS THAN chave-acordo INVALID KEY
              GO TO 0729-fim-acordos.

       0725-le-acordo.
           READ acordo NEXT
           IF status-acor NOT = '00'
              GO TO 0729-fim-acordos.
           IF cod-aluno-acor NOT = aluno-ant
              OR cod-curso-acor NOT = curso-ant
              GO TO 0729-fim-acordos.
           IF acordo-quitado
              GO TO 0725-le-acordo.
           MOVE seq-acor TO seq-dacor
           MOVE 'VIGENTE' TO sit-dacor
           IF acordo-rompido
              MOVE 'ROMPIDO' TO sit-dacor.
           MOVE ws-descr-acor TO descr-sd
           MOVE ZEROS TO valor-sd
           PERFORM 0650-guarda-pend
           GO TO 0725-le-acordo.

       0729-fim-acordos. EXIT.

       0730-emite-declaracao.
           MOVE aluno-ant TO cod-aluno
           MOVE curso-ant TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE spaces TO descricao
           IF ws-sem-curso NOT = 'S'
              MOVE curso-ant TO codcurso
              READ curcad INVALID KEY
                 MOVE spaces TO descricao.

           PERFORM 9910-registra-doc THRU 9919-fim-registra

           MOVE ws-ano-decl TO ano-dec
           MOVE ws-num-doc TO num-dec
           MOVE ws-cod-verif TO cod-verif-dec
           MOVE aluno-ant TO aluno-dec
           MOVE nome TO nome-dec
           MOVE curso-ant TO curso-dec
           MOVE descricao TO descr-curso-dec
           MOVE tot-pago TO total-dec
           WRITE reg-impressora FROM dec-l1 AFTER PAGE
           WRITE reg-impressora FROM dec-l2 AFTER 1
           WRITE reg-impressora FROM dec-l3 AFTER 1
           WRITE reg-impressora FROM dec-l4 AFTER 3
           WRITE reg-impressora FROM dec-l5 AFTER 1
           WRITE reg-impressora FROM dec-l6 AFTER 3
           WRITE reg-impressora FROM dec-l7 AFTER 2
           WRITE reg-impressora FROM dec-l8 AFTER 1
           PERFORM 9714-busca-cpf THRU 9715-fim-busca-cpf
           IF ws-cpf-imp NOT = ZEROS
              MOVE ws-cpf-imp TO cpf-dec
              WRITE reg-impressora FROM dec-l9 AFTER 1.

      * HAVENDO RESPONSAVEL FINANCEIRO ELE CONSTA NA DECLARACAO -
      * E QUEM PAGA E USA O DOCUMENTO
           IF ws-sem-resp NOT = 'S'
              MOVE aluno-ant TO cod-aluno-resp
              MOVE curso-ant TO cod-curso-resp
              READ respcad
              IF status-resp = '00'
                 MOVE nome-resp TO nome-resp-dec
                 MOVE cpf-resp TO cpf-resp-dec
                 WRITE reg-impressora FROM dec-l10 AFTER 1
                 WRITE reg-impressora FROM dec-l11 AFTER 1.

           WRITE reg-impressora FROM dec-l12 AFTER 2
           WRITE reg-impressora FROM dec-l13 AFTER 1
           WRITE reg-impressora FROM dec-l14 AFTER 1
           WRITE reg-impressora FROM dec-l15 AFTER 3
           WRITE reg-impressora FROM dec-l16 AFTER 4
           WRITE reg-impressora FROM dec-l17 AFTER 1
           ADD 1 TO cont-decl.

       0739-fim-declaracao. EXIT.

       0750-grava-excecao.
           MOVE ZEROS TO idx-pend
           ADD 1 TO cont-exc.

       0760-grava-item.
           IF idx-pend NOT < qtd-pend
              GO TO 0799-fim-grupo.
           ADD 1 TO idx-pend
           MOVE aluno-ant TO aluno-exc
           MOVE curso-ant TO curso-exc
           MOVE descr-pend (idx-pend) TO descr-exc
           MOVE valor-pend (idx-pend) TO valor-exc
           WRITE reg-excquit
           GO TO 0760-grava-item.

       0799-fim-grupo. EXIT.

      * LISTA DE EXCECOES - IMPRESSA NO FIM, DEPOIS DAS DECLARACOES
       0800-lista-excecoes.
           MOVE ws-ano-decl TO ano-cab1
           MOVE ZEROS TO contpag aluno-ant curso-ant
           MOVE 99 TO contlin
           OPEN INPUT excquit
           IF status-exc NOT = '00'
              GO TO 0890-totais.

       0820-le-excecao.
           READ excquit AT END
              GO TO 0880-fecha.
           IF contlin > 55
              ADD 1 TO contpag
              MOVE contpag TO pag-cab1
              WRITE reg-impressora FROM exc-cab1 AFTER PAGE
              WRITE reg-impressora FROM exc-cab2 AFTER 2
              MOVE spaces TO reg-impressora
              WRITE reg-impressora AFTER 1
              MOVE 4 TO contlin
              MOVE ZEROS TO aluno-ant.

           MOVE spaces TO nome-det1
           MOVE ZEROS TO aluno-det1 curso-det1
           IF aluno-exc NOT = aluno-ant
              OR curso-exc NOT = curso-ant
              PERFORM 0850-nome-excecao.
           MOVE descr-exc TO descr-det1
           MOVE valor-exc TO valor-det1
           WRITE reg-impressora FROM exc-det1 AFTER 1
           ADD 1 TO contlin
           GO TO 0820-le-excecao.

       0850-nome-excecao.
           MOVE aluno-exc TO aluno-ant aluno-det1 cod-aluno
           MOVE curso-exc TO curso-ant curso-det1 cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE nome TO nome-det1.

       0880-fecha.
           CLOSE excquit.

       0890-totais.
           IF contlin > 55
              ADD 1 TO contpag
              MOVE contpag TO pag-cab1
              WRITE reg-impressora FROM exc-cab1 AFTER PAGE.
           MOVE cont-decl TO decl-tot
           MOVE cont-exc TO exc-tot-qtd
           WRITE reg-impressora FROM exc-tot AFTER 3.

       0899-fim-lista. EXIT.

       0900-fim.
           CLOSE alucad
                 menscad
           IF ws-sem-curso NOT = 'S'
              CLOSE curcad.
           IF ws-sem-taxas NOT = 'S'
              CLOSE taxas.
           IF ws-sem-acordo NOT = 'S'
              CLOSE acordo.
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

      * NUMERO DE CONTROLE TIRADO DE DOCCTL.DAT E REGISTRO DE
      * EXPEDICAO EM REGDOC.DAT (MESMA ROTINA DO TRANSOUT) - O ANO DE
      * REFERENCIA FICA NO PARAMETRO DO DOCUMENTO
       9910-registra-doc.
           OPEN I-O docctl
           IF status-dctl NOT = '00'
              OPEN OUTPUT docctl
              MOVE ZEROS TO ult-numero-doc
              WRITE reg-docctl
              CLOSE docctl
              OPEN I-O docctl.
           READ docctl
           IF status-dctl NOT = '00'
              MOVE ZEROS TO ult-numero-doc.
           ADD 1 TO ult-numero-doc
           REWRITE reg-docctl
           CLOSE docctl
           MOVE ult-numero-doc TO ws-num-doc

           OPEN I-O regdoc
           IF status-doc NOT = '00'
              OPEN OUTPUT regdoc
              CLOSE regdoc
              OPEN I-O regdoc.
           MOVE ws-num-doc TO numero-doc
           MOVE 'QUITACAO' TO tipo-doc
           MOVE aluno-ant TO aluno-doc
           MOVE curso-ant TO curso-doc
           MOVE ws-data-hoje TO data-doc
           MOVE ws-operador TO operador-doc
           MOVE spaces TO param-doc
           MOVE ws-ano-decl TO ano-param-doc
           MOVE 1 TO via-doc
           PERFORM 9950-codigo-verif THRU 9959-fim-codigo
           WRITE reg-regdoc INVALID KEY
              CONTINUE.
           CLOSE regdoc.

       9919-fim-registra. EXIT.

      * CODIGO DE VERIFICACAO DO DOCUMENTO - CALCULADO SOBRE OS 62
      * PRIMEIROS BYTES DO REGISTRO DE EXPEDICAO (SEM A VIA), NAO FICA
      * GRAVADO: O CONSDOC REFAZ A CONTA PARA CONFERIR O DOCUMENTO
       9950-codigo-verif.
           MOVE 7919 TO ws-hash-acum
           MOVE ZEROS TO ws-hash-pos.

       9952-codigo-byte.
           ADD 1 TO ws-hash-pos
           IF ws-hash-pos > 62
              GO TO 9958-codigo-monta.
           MOVE reg-regdoc (ws-hash-pos:1) TO ws-hash-car
           MOVE ZEROS TO ws-hash-val
           INSPECT tab-hash-caract TALLYING ws-hash-val
                   FOR CHARACTERS BEFORE INITIAL ws-hash-car
           COMPUTE ws-hash-acum = ws-hash-acum * 31 + ws-hash-val
                                + ws-hash-pos
           DIVIDE ws-hash-acum BY 999983 GIVING ws-hash-quoc
                  REMAINDER ws-hash-resto
           MOVE ws-hash-resto TO ws-hash-acum
           GO TO 9952-codigo-byte.

       9958-codigo-monta.
           MOVE ws-hash-acum TO ws-cod-verif.

       9959-fim-codigo. EXIT.

      * IDENTIDADE DA INSTITUICAO (cadinst/instpar.dat) - SEM O
      * ARQUIVO FICA O TEXTO PADRAO DO FONTE
       9970-le-instpar.
           MOVE ZEROS TO cnpj-dec
           MOVE spaces TO ender-dec cidade-dec estado-dec diretor-dec
                          cidade-data-dec
           OPEN INPUT instpar
           IF status-ins NOT = '00'
              GO TO 9979-fim-instpar.
           READ instpar
           IF status-ins NOT = '00'
              CLOSE instpar
              GO TO 9979-fim-instpar.
           MOVE razao-social-ins TO razao-dec
           MOVE cnpj-ins TO cnpj-dec
           MOVE endereco-ins TO ender-dec
           MOVE cidade-ins TO cidade-dec cidade-data-dec
           MOVE estado-ins TO estado-dec
           MOVE diretor-ins TO diretor-dec
           CLOSE instpar.

       9979-fim-instpar. EXIT.

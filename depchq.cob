       IDENTIFICATION DIVISION.
       PROGRAM-ID DEPCHQ-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :CUSTODIA DE CHEQUES PRE-DATADOS - O
      *                      CADMENS GUARDA O CHEQUE PRE-DATADO EM
      *                      CUSTCHQ.DAT E DEIXA AS MENSALIDADES QUE
      *                      ELE COBRE COMO 'K' (AGUARDANDO A
      *                      COMPENSACAO). AQUI SAI A LISTA DIARIA DE
      *                      DEPOSITO (BOM PARA ATE A DATA), QUE AO
      *                      MARCAR GRAVA O LOTE DO DIA EM CHQDEP.DAT
      *                      PARA O CONCBCO, E SE
      *                      REGISTRA A COMPENSACAO, QUE DA A BAIXA
      *                      DAS MENSALIDADES COM RECIBO, OU A
      *                      DEVOLUCAO, QUE SEGUE PELO CHQDEV
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
                         LOCK MODE IS AUTOMATIC
                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT cheqcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cheque
                         FILE STATUS status-cheq.

           SELECT custcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cust
                         FILE STATUS status-cust.

           SELECT negcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-neg
                         FILE STATUS status-neg.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT recctl ASSIGN TO DISK
                         FILE STATUS status-rec.

           SELECT instpar ASSIGN TO DISK
                         FILE STATUS status-ins.

           SELECT chqdep ASSIGN TO DISK
                         FILE STATUS status-dep.

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
           05 data-nasc            PIC 9(08).
           05 rg                   PIC 9(08).
           05 situacao-alu         PIC X(01).
           05 data-situacao-alu    PIC 9(08).

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
              88 pgto-custodia     VALUE 'K'.
           05 valor-pago           PIC 9(05)v99.
           05 operador-pgto        PIC X(10).
           05 recibo-pgto          PIC 9(06).
           05 forma-pgto           PIC X(01).
              88 pgto-dinheiro     VALUE 'D'.
              88 pgto-cheque       VALUE 'C'.
              88 pgto-banco        VALUE 'B'.
           05 nosso-numero         PIC 9(10).
           05 desc-pont-mensal     PIC 9(03)v99.

       FD cheqcad
           LABEL record STANDARD
           value OF FILE-ID 'CHEQUES.DAT'
           record contains 50 characteres.

       01 reg-cheque.
           05 chave-cheque.
              10 cod-aluno-chq     PIC 9(06).
              10 cod-curso-chq     PIC 9(06).
              10 ano-chq           PIC 9(04).
              10 mes-chq           PIC 9(02).
           05 banco-chq            PIC 9(03).
           05 agencia-chq          PIC 9(04).
           05 numero-chq           PIC 9(06).
           05 bom-para-chq         PIC 9(08).
           05 sit-chq              PIC X(01).
              88 chq-a-compensar   VALUE 'D'.
              88 chq-compensado    VALUE 'C'.
              88 chq-devolvido     VALUE 'V'.
           05 data-dev-chq         PIC 9(08).
           05 FILLER               PIC X(02).

       FD custcad
           LABEL record STANDARD
           value OF FILE-ID 'CUSTCHQ.DAT'
           record contains 120 characteres.

       01 reg-custodia.
           05 chave-cust.
              10 banco-cust        PIC 9(03).
              10 agencia-cust      PIC 9(04).
              10 numero-cust       PIC 9(06).
           05 cod-aluno-cust       PIC 9(06).
           05 cod-curso-cust       PIC 9(06).
           05 valor-cust           PIC 9(05)v99.
           05 bom-para-cust        PIC 9(08).
           05 data-receb-cust      PIC 9(08).
           05 sit-cust             PIC X(01).
              88 cust-guardado     VALUE 'K'.
              88 cust-depositado   VALUE 'D'.
              88 cust-compensado   VALUE 'C'.
              88 cust-devolvido    VALUE 'V'.
           05 data-sit-cust        PIC 9(08).
           05 taxa-dev-cust        PIC X(01).
           05 qtd-comp-cust        PIC 9(01).
           05 comp-cust OCCURS 6 TIMES.
              10 ano-comp-cust     PIC 9(04).
              10 mes-comp-cust     PIC 9(02).
           05 operador-cust        PIC X(10).
           05 FILLER               PIC X(15).

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

       FD opercad
           LABEL record STANDARD
           value OF FILE-ID 'OPERADOR.DAT'
           record contains 10 characteres.

       01 reg-operador             PIC X(10).

       FD recctl
           LABEL record STANDARD
           value OF FILE-ID 'reccont.dat'
           record contains 10 characteres.

       01 reg-recctl.
           05 ult-recibo           PIC 9(06).
           05 FILLER               PIC X(04).

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

      * UM REGISTRO POR LISTA MARCADA - O DEPOSITO QUE O CONCBCO
      * ESPERA VER CREDITADO NO EXTRATO
       FD chqdep
           LABEL record STANDARD
           value OF FILE-ID 'CHQDEP.DAT'
           record contains 40 characteres.

       01 reg-chqdep.
           05 data-dep             PIC 9(08).
           05 qtd-chq-dep          PIC 9(05).
           05 valor-dep            PIC 9(09)v99.
           05 operador-dep         PIC X(10).
           05 FILLER               PIC X(06).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-arq               PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-cheq              PIC X(02) value spaces.
       01 status-cust              PIC X(02) value spaces.
       01 status-neg               PIC X(02) value spaces.
       01 status-oper              PIC X(02) value spaces.
       01 status-rec               PIC X(02) value spaces.
       01 status-ins               PIC X(02) value spaces.
       01 status-dep               PIC X(02) value spaces.
       01 ws-sem-negcad            PIC X(01) value 'N'.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-opcao                 PIC X.
       01 ws-resp                  PIC X.
       01 ws-marca                 PIC X.
       01 linha-branco             PIC X(50) value spaces.
       01 ws-ind                   PIC 9(01) value zeros.
       01 lin                      PIC 9(02) value zeros.
       01 ws-qtd-dep               PIC 9(04) value zeros.
       01 ws-val-dep               PIC 9(07)v99 value zeros.
       01 ws-qtd-baixa             PIC 9(01) value zeros.
       01 contlin                  PIC 9(02) value zeros.
       01 contpag                  PIC 9(04) value zeros.
       01 ed-valor                 PIC ZZ.ZZ9,99.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-data-lim.
           05 ws-ano-lim           PIC 9(04).
           05 ws-mes-lim           PIC 9(02).
           05 ws-dia-lim           PIC 9(02).
       01 ws-data-ed.
           05 ws-ano-ed            PIC 9(04).
           05 ws-mes-ed            PIC 9(02).
           05 ws-dia-ed            PIC 9(02).
       01 ws-alu-neg               PIC 9(06) value zeros.
       01 ws-cur-neg               PIC 9(06) value zeros.
       01 ws-meses-neg-hj          PIC 9(06) value zeros.
       01 ws-meses-neg-vc          PIC 9(06) value zeros.
       01 ws-abertos-neg           PIC 9(03) value zeros.

       01 cab1.
           05 cab1-inst            PIC X(60) value
              'FESP - FUNDACAO DE ESTUDOS SOCIAIS DO PARANA'.
           05 FILLER               PIC X(06) value 'PAG.  '.
           05 pag-cab1             PIC ZZZ9.

       01 cab2.
           05 FILLER               PIC X(38) value
              'CHEQUES PRE-DATADOS A DEPOSITAR ATE '.
           05 dia-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-cab2             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-cab2             PIC 9(04).

       01 cab3.
           05 FILLER               PIC X(18) value 'BCO  AG.  CHEQUE'.
           05 FILLER               PIC X(35) value 'ALUNO'.
           05 FILLER               PIC X(14) value 'BOM PARA'.
           05 FILLER               PIC X(10) value '     VALOR'.

       01 det1.
           05 banco-det1           PIC 9(03).
           05 FILLER               PIC X(01) value spaces.
           05 agencia-det1         PIC 9(04).
           05 FILLER               PIC X(01) value spaces.
           05 numero-det1          PIC 9(06).
           05 FILLER               PIC X(03) value spaces.
           05 aluno-det1           PIC 9(06).
           05 FILLER               PIC X(01) value spaces.
           05 nome-det1            PIC X(27).
           05 FILLER               PIC X(01) value spaces.
           05 dia-det1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-det1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-det1             PIC 9(04).
           05 FILLER               PIC X(03) value spaces.
           05 valor-det1           PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 sit-det1             PIC X(03).

       01 tot1.
           05 FILLER               PIC X(20) value
              'CHEQUES A DEPOSITAR:'.
           05 qtd-tot1             PIC ZZZ9.
           05 FILLER               PIC X(12) value '   TOTAL R$ '.
           05 val-tot1             PIC Z.ZZZ.ZZ9,99.

       01 tot2.
           05 FILLER               PIC X(45) value
              '(DEP) = MARCADO COMO DEPOSITADO NESTA EMISSAO'.

       01 rec-l0.
           05 rec-inst             PIC X(60) value
              'FESP - FUNDACAO DE ESTUDOS SOCIAIS DO PARANA'.

       01 rec-l1.
           05 FILLER               PIC X(18) value
              'RECIBO NUMERO....:'.
           05 rec-numero           PIC 9(06).

       01 rec-l2.
           05 FILLER               PIC X(18) value
              'ALUNO............:'.
           05 rec-cod-aluno        PIC 9(06).
           05 FILLER               PIC X(02) value spaces.
           05 rec-nome-aluno       PIC X(40).

       01 rec-l4.
           05 FILLER               PIC X(18) value
              'COMPETENCIA......:'.
           05 rec-mes              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 rec-ano              PIC 9(04).

       01 rec-l5.
           05 FILLER               PIC X(18) value
              'VALOR RECEBIDO...:'.
           05 rec-valor            PIC ZZ.ZZ9,99.

       01 rec-l5b.
           05 FILLER               PIC X(18) value
              'CHEQUE...........:'.
           05 rec-banco            PIC 9(03).
           05 FILLER               PIC X(01) value '/'.
           05 rec-agencia          PIC 9(04).
           05 FILLER               PIC X(01) value '/'.
           05 rec-cheque           PIC 9(06).
           05 FILLER               PIC X(12) value ' COMPENSADO'.

       01 rec-l6.
           05 FILLER               PIC X(18) value
              'DATA PAGAMENTO...:'.
           05 rec-dia              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 rec-mes-pg           PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 rec-ano-pg           PIC 9(04).
           05 FILLER               PIC X(12) value '  OPERADOR: '.
           05 rec-operador         PIC X(10).

       PROCEDURE DIVISION.
       0100-open.
           PERFORM 9970-le-instpar THRU 9979-fim-instpar
           OPEN INPUT alucad
           IF status-arq NOT = '00'
              DISPLAY (12 30) '[ALUNOS.DAT INEXISTENTE]'
              STOP RUN.
           OPEN I-O menscad
           IF status-mens NOT = '00'
              DISPLAY (12 30) '[MENSAL.DAT INEXISTENTE]'
              CLOSE alucad
              STOP RUN.
           OPEN I-O custcad
           IF status-cust NOT = '00'
              DISPLAY (12 28) '[CUSTCHQ.DAT INEXISTENTE]'
              CLOSE alucad
                    menscad
              STOP ' '
              CHAIN 'FACAD.EXE '.
           OPEN I-O cheqcad
           IF status-cheq NOT = '00'
              OPEN OUTPUT cheqcad
              CLOSE cheqcad
              OPEN I-O cheqcad.
           OPEN I-O negcad
           IF status-neg NOT = '00'
              MOVE 'S' TO ws-sem-negcad.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'DEPCHQ'
           DISPLAY (02 24) 'CUSTODIA DE CHEQUES PRE-DATADOS'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (05 07)
             'L=LISTA DE DEPOSITO  C=COMPENSACAO/DEVOLUCAO  F=FIM  [ ]'.

       0210-opcao.
           ACCEPT (05 61) ws-opcao with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-opcao = 'L' or 'l'
              GO TO 0300-lista.
           IF ws-opcao = 'C' or 'c'
              GO TO 0500-cheque.
           IF ws-opcao = 'F' or 'f'
              GO TO 0900-fim.
           DISPLAY (22 20) 'OPCAO INVALIDA'
           GO TO 0210-opcao.

      * LISTA DO DIA: CHEQUES AINDA GUARDADOS COM BOM PARA ATE A DATA
      * PEDIDA - MARCANDO, PASSAM A DEPOSITADOS (AGUARDAM A
      * COMPENSACAO) E SAEM DA LISTA DOS PROXIMOS DIAS
       0300-lista.
           DISPLAY (07 07) 'BOM PARA ATE [  /  /    ] (ENTER = HOJE)'
           ACCEPT (07 21) ws-dia-lim with prompt AUTO-SKIP
           IF ws-dia-lim = ZEROS
              MOVE ws-data-atual TO ws-data-lim
              DISPLAY (07 21) ws-dia-lim
              DISPLAY (07 24) ws-mes-lim
              DISPLAY (07 27) ws-ano-lim
              GO TO 0310-marca.
           ACCEPT (07 24) ws-mes-lim with prompt AUTO-SKIP
           ACCEPT (07 27) ws-ano-lim with prompt AUTO-SKIP
           IF ws-mes-lim < 1 OR > 12 OR ws-ano-lim = ZEROS
              DISPLAY (22 20) 'DATA INVALIDA'
              GO TO 0300-lista.

       0310-marca.
           DISPLAY (09 07)
             'MARCA OS LISTADOS COMO DEPOSITADOS (S/N) [ ]'
           ACCEPT (09 49) ws-marca with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-marca = 's'
              MOVE 'S' TO ws-marca.
           IF ws-marca = 'n'
              MOVE 'N' TO ws-marca.
           IF ws-marca NOT = 'S' AND 'N'
              DISPLAY (22 20) 'RESPOSTA INVALIDA'
              GO TO 0310-marca.
           MOVE ZEROS TO ws-qtd-dep ws-val-dep contpag
           OPEN OUTPUT impressora
           PERFORM 0800-cabecalho
           MOVE ZEROS TO chave-cust
           START custcad KEY NOT LESS chave-cust INVALID KEY
              GO TO 0390-total.

       0320-le-custodia.
           READ custcad NEXT
           IF status-cust NOT = '00'
              GO TO 0390-total.
           IF NOT cust-guardado
              GO TO 0320-le-custodia.
           IF bom-para-cust > ws-data-lim
              GO TO 0320-le-custodia.
           IF contlin > 55
              PERFORM 0800-cabecalho.
           MOVE banco-cust TO banco-det1
           MOVE agencia-cust TO agencia-det1
           MOVE numero-cust TO numero-det1
           MOVE cod-aluno-cust TO aluno-det1 cod-aluno
           MOVE cod-curso-cust TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE nome TO nome-det1
           MOVE bom-para-cust TO ws-data-ed
           MOVE ws-dia-ed TO dia-det1
           MOVE ws-mes-ed TO mes-det1
           MOVE ws-ano-ed TO ano-det1
           MOVE valor-cust TO valor-det1
           MOVE spaces TO sit-det1
           ADD 1 TO ws-qtd-dep
           ADD valor-cust TO ws-val-dep
           IF ws-marca = 'S'
              MOVE 'D' TO sit-cust
              MOVE ws-data-atual TO data-sit-cust
              REWRITE reg-custodia
              MOVE 'DEP' TO sit-det1.
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin
           GO TO 0320-le-custodia.

       0390-total.
           MOVE ws-qtd-dep TO qtd-tot1
           MOVE ws-val-dep TO val-tot1
           WRITE reg-impressora FROM tot1 AFTER 2
           IF ws-marca = 'S'
              WRITE reg-impressora FROM tot2 AFTER 1.
           CLOSE impressora
           IF ws-marca = 'S' AND ws-qtd-dep > ZEROS
              PERFORM 0395-grava-deposito.
           DISPLAY (22 20) 'LISTA EMITIDA - CHEQUES:'
           DISPLAY (22 45) ws-qtd-dep
           STOP ' '
           GO TO 0200-tela.

       0395-grava-deposito.
           OPEN EXTEND chqdep
           IF status-dep NOT = '00'
              OPEN OUTPUT chqdep.
           MOVE ws-data-atual TO data-dep
           MOVE ws-qtd-dep TO qtd-chq-dep
           MOVE ws-val-dep TO valor-dep
           MOVE ws-operador TO operador-dep
           MOVE spaces TO reg-chqdep (35:6)
           WRITE reg-chqdep
           CLOSE chqdep.

      * RESULTADO DO DEPOSITO. COMPENSADO DA A BAIXA NAS MENSALIDADES
      * COBERTAS (DINHEIRO ENTROU PELO BANCO, FORA DA GAVETA DO
      * FECHCX) COM RECIBO. DEVOLVIDO SO MARCA A CUSTODIA: A
      * REABERTURA, A TAXA E A CARTA SAO DO CHQDEV
       0500-cheque.
           DISPLAY (07 07)
             'BANCO [   ]  AGENCIA [    ]  CHEQUE [      ]'
           ACCEPT (07 14) banco-cust with prompt AUTO-SKIP
           IF banco-cust = ZEROS
              GO TO 0200-tela.
           ACCEPT (07 29) agencia-cust with prompt AUTO-SKIP
           ACCEPT (07 44) numero-cust with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           READ custcad INVALID KEY
              DISPLAY (22 20) 'CHEQUE NAO ESTA EM CUSTODIA'
              GO TO 0500-cheque.
           MOVE cod-aluno-cust TO cod-aluno
           MOVE cod-curso-cust TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           DISPLAY (09 07) 'ALUNO:'
           DISPLAY (09 14) cod-aluno-cust
           DISPLAY (09 21) nome
           MOVE valor-cust TO ed-valor
           DISPLAY (10 07) 'VALOR:'
           DISPLAY (10 14) ed-valor
           MOVE bom-para-cust TO ws-data-ed
           DISPLAY (10 26) 'BOM PARA:'
           DISPLAY (10 36) ws-dia-ed
           DISPLAY (10 38) '/'
           DISPLAY (10 39) ws-mes-ed
           DISPLAY (10 41) '/'
           DISPLAY (10 42) ws-ano-ed
           DISPLAY (11 07) 'COMPETENCIAS:'
           MOVE 1 TO ws-ind
           MOVE 11 TO lin.

       0510-mostra-comp.
           IF ws-ind > qtd-comp-cust
              GO TO 0520-situacao.
           DISPLAY (lin , 21) mes-comp-cust (ws-ind)
           DISPLAY (lin , 23) '/'
           DISPLAY (lin , 24) ano-comp-cust (ws-ind)
           ADD 1 TO lin
           ADD 1 TO ws-ind
           GO TO 0510-mostra-comp.

       0520-situacao.
           IF cust-compensado
              DISPLAY (22 20) 'CHEQUE JA COMPENSADO'
              STOP ' '
              GO TO 0200-tela.
           IF cust-devolvido
              DISPLAY (22 20) 'CHEQUE DEVOLVIDO - VER CHQDEV'
              STOP ' '
              GO TO 0200-tela.
           IF cust-guardado AND bom-para-cust > ws-data-atual
              DISPLAY (18 07) 'ATENCAO: AINDA NAO CHEGOU O BOM PARA'.

       0530-resultado.
           DISPLAY (20 07) 'C=COMPENSADO  V=DEVOLVIDO  N=NADA  [ ]'
           ACCEPT (20 43) ws-resp with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-resp = 'N' or 'n'
              GO TO 0200-tela.
           IF ws-resp = 'V' or 'v'
              GO TO 0600-devolvido.
           IF ws-resp NOT = 'C' and 'c'
              DISPLAY (22 20) 'RESPOSTA INVALIDA'
              GO TO 0530-resultado.
           MOVE ZEROS TO ws-qtd-baixa
           MOVE 1 TO ws-ind.

       0540-baixa-comp.
           IF ws-ind > qtd-comp-cust
              GO TO 0560-fim-baixa.
           MOVE cod-aluno-cust TO cod-aluno-mensal
           MOVE cod-curso-cust TO cod-curso-mensal
           MOVE ano-comp-cust (ws-ind) TO ano-mensal
           MOVE mes-comp-cust (ws-ind) TO mes-mensal
           READ menscad INVALID KEY
              GO TO 0550-proxima.
           IF status-mens = '99'
              DISPLAY (22 16) 'REGISTRO EM USO POR OUTRO OPERADOR'
              STOP ' '
              GO TO 0540-baixa-comp.
           IF NOT pgto-custodia
              GO TO 0550-proxima.
           MOVE 'P' TO status-pgto
           MOVE 'B' TO forma-pgto
           MOVE ws-dia-atual TO dia-pgto
           MOVE ws-mes-atual TO mes-pgto
           MOVE ws-ano-atual TO ano-pgto
           MOVE ws-operador TO operador-pgto
           PERFORM 0700-numera-recibo
           REWRITE reg-mensal
           ADD 1 TO ws-qtd-baixa
           PERFORM 0750-imprime-recibo
           MOVE cod-aluno-mensal TO cod-aluno-chq
           MOVE cod-curso-mensal TO cod-curso-chq
           MOVE ano-mensal TO ano-chq
           MOVE mes-mensal TO mes-chq
           READ cheqcad INVALID KEY
              GO TO 0545-neg.
           MOVE 'C' TO sit-chq
           REWRITE reg-cheque.

       0545-neg.
           PERFORM 9950-verifica-negativacao THRU 9959-fim-neg.

       0550-proxima.
           ADD 1 TO ws-ind
           GO TO 0540-baixa-comp.

       0560-fim-baixa.
           MOVE 'C' TO sit-cust
           MOVE ws-data-atual TO data-sit-cust
           REWRITE reg-custodia
           DISPLAY (22 20) 'COMPENSADO - MENSALIDADES BAIXADAS:'
           DISPLAY (22 56) ws-qtd-baixa
           STOP ' '
           GO TO 0200-tela.

       0600-devolvido.
           MOVE 'V' TO sit-cust
           MOVE ws-data-atual TO data-sit-cust
           REWRITE reg-custodia
           DISPLAY (22 10)
             'DEVOLVIDO - REGISTRE NO CHQDEV CADA COMPETENCIA ACIMA'
           STOP ' '
           GO TO 0200-tela.

      * O CONTADOR E RELIDO NA HORA DE NUMERAR (MAIS DE UM CAIXA)
       0700-numera-recibo.
           OPEN I-O recctl
           IF status-rec NOT = '00'
              OPEN OUTPUT recctl
              MOVE ZEROS TO ult-recibo
              WRITE reg-recctl
              CLOSE recctl
              OPEN I-O recctl.
           READ recctl
           IF status-rec NOT = '00'
              MOVE ZEROS TO ult-recibo.
           ADD 1 TO ult-recibo
           REWRITE reg-recctl
           CLOSE recctl
           MOVE ult-recibo TO recibo-pgto.

       0750-imprime-recibo.
           OPEN OUTPUT impressora
           MOVE recibo-pgto      TO rec-numero
           MOVE cod-aluno-mensal TO rec-cod-aluno
           MOVE nome             TO rec-nome-aluno
           MOVE mes-mensal       TO rec-mes
           MOVE ano-mensal       TO rec-ano
           MOVE valor-pago       TO rec-valor
           MOVE banco-cust       TO rec-banco
           MOVE agencia-cust     TO rec-agencia
           MOVE numero-cust      TO rec-cheque
           MOVE dia-pgto         TO rec-dia
           MOVE mes-pgto         TO rec-mes-pg
           MOVE ano-pgto         TO rec-ano-pg
           MOVE operador-pgto    TO rec-operador
           WRITE reg-impressora FROM rec-l0
           WRITE reg-impressora FROM rec-l1 AFTER 2
           WRITE reg-impressora FROM rec-l2 AFTER 2
           WRITE reg-impressora FROM rec-l4 AFTER 1
           WRITE reg-impressora FROM rec-l5 AFTER 1
           WRITE reg-impressora FROM rec-l5b AFTER 1
           WRITE reg-impressora FROM rec-l6 AFTER 2
           CLOSE impressora.

       0800-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           MOVE ws-dia-lim TO dia-cab2
           MOVE ws-mes-lim TO mes-cab2
           MOVE ws-ano-lim TO ano-cab2
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           WRITE reg-impressora FROM cab3 AFTER 2
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           MOVE 6 TO contlin.

       0900-fim.
           IF ws-sem-negcad NOT = 'S'
              CLOSE negcad.
           CLOSE alucad
                 menscad
                 cheqcad
                 custcad
           CHAIN 'FACAD.EXE '.

      * ALUNO NEGATIVADO QUE QUITOU O ATRASO ENTRA SOZINHO NA FILA
      * DE EXCLUSAO DO BUREAU (NEGCAD.DAT SITUACAO Q - VER NEGATIV)
       9950-verifica-negativacao.
           IF ws-sem-negcad = 'S'
              GO TO 9959-fim-neg.
           MOVE cod-aluno-mensal TO ws-alu-neg
           MOVE cod-curso-mensal TO ws-cur-neg
           MOVE ws-alu-neg TO cod-aluno-neg
           MOVE ws-cur-neg TO cod-curso-neg
           READ negcad
           IF status-neg NOT = '00'
              GO TO 9959-fim-neg.
           IF NOT neg-incluido
              GO TO 9959-fim-neg.
           MOVE ws-ano-atual TO ws-meses-neg-hj
           MULTIPLY 12 BY ws-meses-neg-hj
           ADD ws-mes-atual TO ws-meses-neg-hj
           MOVE ZEROS TO ws-abertos-neg
           MOVE ws-alu-neg TO cod-aluno-mensal
           MOVE ws-cur-neg TO cod-curso-mensal
           MOVE ZEROS TO ano-mensal mes-mensal
           START menscad KEY NOT LESS chave-mensal INVALID KEY
              GO TO 9956-avalia-neg.

       9952-le-mensal-neg.
           READ menscad NEXT
           IF status-mens NOT = '00'
              GO TO 9956-avalia-neg.
           IF cod-aluno-mensal NOT = ws-alu-neg
              OR cod-curso-mensal NOT = ws-cur-neg
              GO TO 9956-avalia-neg.
           IF NOT pgto-aberto
              GO TO 9952-le-mensal-neg.
           MOVE ano-venc TO ws-meses-neg-vc
           MULTIPLY 12 BY ws-meses-neg-vc
           ADD mes-venc TO ws-meses-neg-vc
           IF ws-meses-neg-vc < ws-meses-neg-hj
              ADD 1 TO ws-abertos-neg.
           GO TO 9952-le-mensal-neg.

       9956-avalia-neg.
           IF ws-abertos-neg = ZEROS
              MOVE 'Q' TO sit-neg
              REWRITE reg-negcad.

       9959-fim-neg. EXIT.

      * IDENTIDADE DA INSTITUICAO (cadinst/instpar.dat) - SEM O
      * ARQUIVO FICA O TEXTO PADRAO DO FONTE
       9970-le-instpar.
           OPEN INPUT instpar
           IF status-ins NOT = '00'
              GO TO 9979-fim-instpar.
           READ instpar
           IF status-ins NOT = '00'
              CLOSE instpar
              GO TO 9979-fim-instpar.
           MOVE razao-social-ins TO rec-inst cab1-inst
           CLOSE instpar.

       9979-fim-instpar. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID RETREP-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :REPASSE DO FIES - IMPORTA O ARQUIVO DE
      *                      REPASSE DO GOVERNO (REPASSE.TXT, LAYOUT
      *                      FIXO POR CONTRATO E COMPETENCIA), ACHA O
      *                      ALUNO PELO CONTRATO EM BENEF.DAT, LIQUIDA
      *                      A PARTE FINANCIADA DA MENSALIDADE EM
      *                      REPASSE.DAT (QUITANDO EM mensal.dat A
      *                      MENSALIDADE 100% FINANCIADA), LANCA CADA
      *                      LIQUIDACAO EM CXMOV.DAT E EMITE RELATORIO
      *                      DE LIQUIDADOS E REJEITADOS; LISTA TAMBEM
      *                      AS PARCELAS FIES VENCIDAS E NAO REPASSADAS
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT repcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-rep
                         FILE STATUS status-rep.

           SELECT benefcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-ben
                         FILE STATUS status-ben.

           SELECT menscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT repgov ASSIGN TO DISK
                         FILE STATUS status-gov.

           SELECT opercad ASSIGN TO DISK
                         FILE STATUS status-oper.

           SELECT cxmov ASSIGN TO DISK
                         FILE STATUS status-cxm.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.

       FILE SECTION.

       FD repcad
           LABEL record STANDARD
           value OF FILE-ID 'REPASSE.DAT'
           record contains 50 characteres.

       01 reg-repasse.
           05 chave-rep.
              10 cod-aluno-rep     PIC 9(06).
              10 cod-curso-rep     PIC 9(06).
              10 ano-rep           PIC 9(04).
              10 mes-rep           PIC 9(02).
           05 valor-rep            PIC 9(05)v99.
           05 sit-rep              PIC X(01).
              88 rep-aberto        VALUE 'A'.
              88 rep-pago          VALUE 'P'.
           05 data-pgto-rep        PIC 9(08).
           05 valor-pago-rep       PIC 9(05)v99.
           05 FILLER               PIC X(09).

       FD benefcad
           LABEL record STANDARD
           value OF FILE-ID 'BENEF.DAT'
           record contains 60 characteres.

       01 reg-benef.
           05 chave-ben.
              10 cod-aluno-ben     PIC 9(06).
              10 cod-curso-ben     PIC 9(06).
              10 prog-ben          PIC X(01).
                 88 ben-fies       VALUE 'F'.
           05 perc-ben             PIC 9(03)v99.
           05 contrato-ben         PIC X(20).
           05 ini-ben              PIC 9(06).
           05 fim-ben              PIC 9(06).
           05 data-cad-ben         PIC 9(08).
           05 FILLER               PIC X(02).

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
              88 pgto-dinheiro     VALUE 'D'.
              88 pgto-cheque       VALUE 'C'.
              88 pgto-banco        VALUE 'B'.
           05 nosso-numero         PIC 9(10).
           05 desc-pont-mensal     PIC 9(03)v99.

      * ARQUIVO DO GOVERNO - SO OS REGISTROS TIPO 1 SAO REPASSES
       FD repgov
           LABEL record STANDARD
           value OF FILE-ID 'REPASSE.TXT'
           record contains 60 characteres.

       01 reg-repgov.
           05 tipo-gov             PIC X(01).
           05 contrato-gov         PIC X(20).
           05 ano-gov              PIC 9(04).
           05 mes-gov              PIC 9(02).
           05 valor-gov            PIC 9(07)v99.
           05 data-cred-gov        PIC 9(08).
           05 FILLER               PIC X(16).

       FD opercad
           LABEL record STANDARD
           value OF FILE-ID 'OPERADOR.DAT'
           record contains 10 characteres.

       01 reg-operador             PIC X(10).

       FD cxmov
           LABEL record STANDARD
           value OF FILE-ID 'CXMOV.DAT'
           record contains 60 characteres.

       01 reg-cxmov.
           05 data-cxm             PIC 9(08).
           05 tipo-cxm             PIC X(08).
           05 aluno-cxm            PIC 9(06).
           05 curso-cxm            PIC 9(06).
           05 refer-cxm            PIC 9(06).
           05 valor-cxm            PIC 9(05)v99.
           05 sinal-cxm            PIC X(01).
           05 operador-cxm         PIC X(10).
           05 FILLER               PIC X(08).

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-rep               PIC X(02) value spaces.
       01 status-ben               PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-gov               PIC X(02) value spaces.
       01 status-oper              PIC X(02) value spaces.
       01 status-cxm               PIC X(02) value spaces.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-opcao                 PIC X.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(55) value spaces.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-data-atual-r REDEFINES ws-data-atual PIC 9(08).
       01 ws-data-cred.
           05 ws-ano-cred          PIC 9(04).
           05 ws-mes-cred          PIC 9(02).
           05 ws-dia-cred          PIC 9(02).
       01 ws-data-cred-r REDEFINES ws-data-cred PIC 9(08).
       01 ws-aamm-hoje             PIC 9(06) value zeros.
       01 ws-aamm-item             PIC 9(06) value zeros.
       01 ws-valor-gov             PIC 9(05)v99 value zeros.
       01 cont-lidos               PIC 9(05) value zeros.
       01 cont-liquidados          PIC 9(05) value zeros.
       01 cont-divergentes         PIC 9(05) value zeros.
       01 cont-rejeitados          PIC 9(05) value zeros.
       01 cont-quitadas            PIC 9(05) value zeros.
       01 tot-liquidado            PIC 9(09)v99 value zeros.
       01 tot-pendente             PIC 9(09)v99 value zeros.
       01 contpag                  PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value zeros.

      * CONTRATOS FIES DO BENEF.DAT - O GOVERNO SO CONHECE O CONTRATO
       01 idx-ctr                  PIC 9(04) value zeros.
       01 qtd-ctr                  PIC 9(04) value zeros.
       01 ws-achou-ctr             PIC X(01) value 'N'.
       01 tab-contratos.
           05 ctr-tab OCCURS 500 TIMES.
              10 contrato-tab      PIC X(20).
              10 aluno-tab         PIC 9(06).
              10 curso-tab         PIC 9(06).

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
           05 titulo-cab1          PIC X(37) value
              'IMPORTACAO DO REPASSE FIES'.
           05 FILLER               PIC X(04) value 'PAG.'.
           05 pag-cab1             PIC ZZ.ZZ9.

       01 cab2.
           05 FILLER               PIC X(44) value
              '[ ALUNO][ CURSO][COMP.]  [  VALOR  ]'.
           05 FILLER               PIC X(24) value
              '[SITUACAO             ]'.

       01 det1.
           05 aluno-det1           PIC 9(06).
           05 FILLER               PIC X(02) value spaces.
           05 curso-det1           PIC 9(06).
           05 FILLER               PIC X(02) value spaces.
           05 mes-det1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-det1             PIC 9(04).
           05 FILLER               PIC X(02) value spaces.
           05 valor-det1           PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 sit-det1             PIC X(23).

       01 det2.
           05 FILLER               PIC X(10) value 'CONTRATO: '.
           05 contrato-det2        PIC X(20).

       01 rod1.
           05 FILLER               PIC X(09) value 'LIDOS...:'.
           05 lid-rod              PIC ZZZZ9.
           05 FILLER               PIC X(13) value ' LIQUIDADOS.:'.
           05 liq-rod              PIC ZZZZ9.
           05 FILLER               PIC X(13) value ' DIVERGENTES:'.
           05 div-rod              PIC ZZZZ9.
           05 FILLER               PIC X(13) value ' REJEITADOS.:'.
           05 rej-rod              PIC ZZZZ9.

       01 rod2.
           05 FILLER               PIC X(20) value
              'VALOR LIQUIDADO...: '.
           05 val-rod2             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(20) value
              '  MENS. QUITADAS..: '.
           05 qui-rod2             PIC ZZZZ9.

       01 rod3.
           05 FILLER               PIC X(20) value
              'TOTAL PENDENTE....: '.
           05 val-rod3             PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-open.
           OPEN I-O repcad
           IF status-rep NOT = '00'
              DISPLAY (12 22) '[REPASSE.DAT INEXISTENTE - GERMENS]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT benefcad
           IF status-ben NOT = '00'
              DISPLAY (12 22) '[BENEF.DAT INEXISTENTE - CADBENEF]'
              CLOSE repcad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN I-O menscad
           IF status-mens NOT = '00'
              DISPLAY (12 30) '[MENSAL.DAT INEXISTENTE]'
              CLOSE repcad
                    benefcad
              STOP ' '
              CHAIN 'mfinanc3.EXE'.
           OPEN INPUT opercad
           IF status-oper = '00'
              READ opercad
              MOVE reg-operador TO ws-operador
              CLOSE opercad.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           MOVE ws-ano-atual TO ws-aamm-hoje
           MULTIPLY 100 BY ws-aamm-hoje
           ADD ws-mes-atual TO ws-aamm-hoje.

       0200-tela.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RETREP'
           DISPLAY (02 25) 'REPASSE DO FIES'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (05 07)
             'I=IMPORTA REPASSE.TXT  P=PENDENTES  S=SAIR  [ ]'.

       0300-opcao.
           ACCEPT (05 52) ws-opcao with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-opcao = 'I' or 'i'
              GO TO 0400-importa.
           IF ws-opcao = 'P' or 'p'
              GO TO 0800-pendentes.
           IF ws-opcao = 'S' or 's'
              GO TO 0900-fim.
           DISPLAY (22 20) 'OPCAO INVALIDA'
           GO TO 0300-opcao.

       0400-importa.
           OPEN INPUT repgov
           IF status-gov NOT = '00'
              DISPLAY (22 20) '[REPASSE.TXT NAO ENCONTRADO]'
              STOP ' '
              GO TO 0200-tela.
           DISPLAY (08 07) 'IMPORTA O REPASSE DO GOVERNO ? S/N [ ]'
           ACCEPT (08 43) ws-resp with prompt AUTO-SKIP
           DISPLAY (08 07) linha-branco
           IF ws-resp NOT = 'S' and 's'
              CLOSE repgov
              GO TO 0200-tela.
           PERFORM 0700-carrega-contratos THRU 0799-fim-carga
           MOVE ZEROS TO cont-lidos cont-liquidados cont-divergentes
                         cont-rejeitados cont-quitadas tot-liquidado
                         contpag
           OPEN EXTEND cxmov
           IF status-cxm NOT = '00'
              OPEN OUTPUT cxmov.
           OPEN OUTPUT impressora
           MOVE 'IMPORTACAO DO REPASSE FIES' TO titulo-cab1
           PERFORM 0850-cabecalho.

       0410-le-repasse.
           READ repgov
           IF status-gov NOT = '00'
              GO TO 0490-fecha-importa.
           IF tipo-gov NOT = '1'
              GO TO 0410-le-repasse.
           ADD 1 TO cont-lidos
           MOVE valor-gov TO ws-valor-gov
           PERFORM 0750-procura-contrato THRU 0759-fim-procura
           IF ws-achou-ctr = 'N'
              MOVE ZEROS TO cod-aluno-rep cod-curso-rep
              MOVE ano-gov TO ano-rep
              MOVE mes-gov TO mes-rep
              MOVE 'CONTRATO DESCONHECIDO' TO sit-det1
              PERFORM 0480-rejeita
              GO TO 0410-le-repasse.
           MOVE aluno-tab (idx-ctr) TO cod-aluno-rep
           MOVE curso-tab (idx-ctr) TO cod-curso-rep
           MOVE ano-gov TO ano-rep
           MOVE mes-gov TO mes-rep
           READ repcad INVALID KEY
              MOVE 'SEM PARCELA FIES' TO sit-det1
              PERFORM 0480-rejeita
              GO TO 0410-le-repasse.
           IF rep-pago
              MOVE 'JA LIQUIDADA' TO sit-det1
              PERFORM 0480-rejeita
              GO TO 0410-le-repasse.

           MOVE data-cred-gov TO ws-data-cred-r
           IF ws-data-cred-r = ZEROS
              MOVE ws-data-atual-r TO ws-data-cred-r.
           MOVE 'P' TO sit-rep
           MOVE ws-data-cred-r TO data-pgto-rep
           MOVE ws-valor-gov TO valor-pago-rep
           REWRITE reg-repasse
           ADD 1 TO cont-liquidados
           ADD ws-valor-gov TO tot-liquidado
           MOVE 'LIQUIDADA' TO sit-det1
           IF ws-valor-gov NOT = valor-rep
              ADD 1 TO cont-divergentes
              MOVE 'LIQUIDADA C/ DIFERENCA' TO sit-det1.
           PERFORM 0450-quita-mensal THRU 0459-fim-quita

           MOVE ws-data-atual-r TO data-cxm
           MOVE 'REPASSE' TO tipo-cxm
           MOVE cod-aluno-rep TO aluno-cxm
           MOVE cod-curso-rep TO curso-cxm
           MOVE ano-rep TO refer-cxm
           MULTIPLY 100 BY refer-cxm
           ADD mes-rep TO refer-cxm
           MOVE ws-valor-gov TO valor-cxm
           MOVE '+' TO sinal-cxm
           MOVE ws-operador TO operador-cxm
           WRITE reg-cxmov
           PERFORM 0470-linha
           GO TO 0410-le-repasse.

      * SEM NADA A PAGAR PELO ALUNO (100% FINANCIADO) O REPASSE QUITA
      * A PROPRIA MENSALIDADE, QUE SENAO FICARIA ABERTA NA COBRANCA
       0450-quita-mensal.
           MOVE cod-aluno-rep TO cod-aluno-mensal
           MOVE cod-curso-rep TO cod-curso-mensal
           MOVE ano-rep TO ano-mensal
           MOVE mes-rep TO mes-mensal
           READ menscad INVALID KEY
              GO TO 0459-fim-quita.
           IF NOT pgto-aberto OR valor-mensal NOT = ZEROS
              GO TO 0459-fim-quita.
           MOVE ws-dia-cred TO dia-pgto
           MOVE ws-mes-cred TO mes-pgto
           MOVE ws-ano-cred TO ano-pgto
           MOVE 'P' TO status-pgto
           MOVE ZEROS TO valor-pago recibo-pgto desc-pont-mensal
           MOVE 'REPASSE' TO operador-pgto
           MOVE 'B' TO forma-pgto
           REWRITE reg-mensal
           ADD 1 TO cont-quitadas.

       0459-fim-quita. EXIT.

       0470-linha.
           IF contlin > 55
              PERFORM 0850-cabecalho.
           MOVE cod-aluno-rep TO aluno-det1
           MOVE cod-curso-rep TO curso-det1
           MOVE mes-rep TO mes-det1
           MOVE ano-rep TO ano-det1
           MOVE ws-valor-gov TO valor-det1
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin.

       0480-rejeita.
           ADD 1 TO cont-rejeitados
           PERFORM 0470-linha
           MOVE contrato-gov TO contrato-det2
           WRITE reg-impressora FROM det2 AFTER 1
           ADD 1 TO contlin.

       0490-fecha-importa.
           MOVE cont-lidos TO lid-rod
           MOVE cont-liquidados TO liq-rod
           MOVE cont-divergentes TO div-rod
           MOVE cont-rejeitados TO rej-rod
           WRITE reg-impressora FROM rod1 AFTER 3
           MOVE tot-liquidado TO val-rod2
           MOVE cont-quitadas TO qui-rod2
           WRITE reg-impressora FROM rod2 AFTER 1
           CLOSE repgov
                 cxmov
                 impressora
           DISPLAY (12 07) 'LIQUIDADOS:'
           DISPLAY (12 19) cont-liquidados
           DISPLAY (13 07) 'REJEITADOS:'
           DISPLAY (13 19) cont-rejeitados
           DISPLAY (22 20) 'IMPORTACAO CONCLUIDA - VER RELATORIO'
           STOP ' '
           GO TO 0200-tela.

       0700-carrega-contratos.
           MOVE ZEROS TO qtd-ctr
           MOVE ZEROS TO cod-aluno-ben cod-curso-ben
           MOVE spaces TO prog-ben
           START benefcad KEY NOT LESS chave-ben INVALID KEY
              GO TO 0799-fim-carga.

       0710-le-benef.
           READ benefcad NEXT
           IF status-ben NOT = '00'
              GO TO 0799-fim-carga.
           IF NOT ben-fies
              GO TO 0710-le-benef.
           IF qtd-ctr NOT < 500
              DISPLAY (10 07) 'ATENCAO: MAIS DE 500 CONTRATOS FIES'
              GO TO 0799-fim-carga.
           ADD 1 TO qtd-ctr
           MOVE contrato-ben TO contrato-tab (qtd-ctr)
           MOVE cod-aluno-ben TO aluno-tab (qtd-ctr)
           MOVE cod-curso-ben TO curso-tab (qtd-ctr)
           GO TO 0710-le-benef.

       0799-fim-carga. EXIT.

       0750-procura-contrato.
           MOVE 'N' TO ws-achou-ctr
           MOVE ZEROS TO idx-ctr.

       0752-procura.
           ADD 1 TO idx-ctr
           IF idx-ctr > qtd-ctr
              GO TO 0759-fim-procura.
           IF contrato-tab (idx-ctr) NOT = contrato-gov
              GO TO 0752-procura.
           MOVE 'S' TO ws-achou-ctr.

       0759-fim-procura. EXIT.

      * PARCELAS FIES DE COMPETENCIA JA PASSADA AINDA SEM REPASSE
       0800-pendentes.
           OPEN OUTPUT impressora
           MOVE ZEROS TO contpag tot-pendente
           MOVE 'REPASSES FIES PENDENTES' TO titulo-cab1
           PERFORM 0850-cabecalho
           MOVE ZEROS TO chave-rep
           START repcad KEY NOT LESS chave-rep INVALID KEY
              GO TO 0890-fecha-pendentes.

       0810-le-pendente.
           READ repcad NEXT
           IF status-rep NOT = '00'
              GO TO 0890-fecha-pendentes.
           IF NOT rep-aberto
              GO TO 0810-le-pendente.
           MOVE ano-rep TO ws-aamm-item
           MULTIPLY 100 BY ws-aamm-item
           ADD mes-rep TO ws-aamm-item
           IF ws-aamm-item NOT < ws-aamm-hoje
              GO TO 0810-le-pendente.
           MOVE valor-rep TO ws-valor-gov
           MOVE 'PENDENTE' TO sit-det1
           PERFORM 0470-linha
           ADD valor-rep TO tot-pendente
           GO TO 0810-le-pendente.

       0890-fecha-pendentes.
           MOVE tot-pendente TO val-rod3
           WRITE reg-impressora FROM rod3 AFTER 2
           CLOSE impressora
           DISPLAY (22 20) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-tela.

       0850-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           MOVE 3 TO contlin.

       0900-fim.
           CLOSE repcad
                 benefcad
                 menscad
           CHAIN 'mfinanc3.EXE'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERRPS-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :EMISSAO DOS RPS (RECIBO PROVISORIO DE
      *                      SERVICOS) DO DIA PARA A NFS-E DA
      *                      PREFEITURA - CADA LIQUIDACAO DO DIA
      *                      (MENSALIDADE E PARCELA DE ACORDO PELA
      *                      DATA DE PAGAMENTO EM mensal.dat, TAXA E
      *                      ACERTO DE DESLIGAMENTO LANCADOS EM
      *                      CXMOV.DAT) GANHA UM RPS NUMERADO EM
      *                      SEQUENCIA (RPSCTL.DAT), GRAVADO EM RPS.DAT
      *                      COM O CPF DO PAGADOR; O ESTORNO DO DIA
      *                      CANCELA O RPS CORRESPONDENTE. GERA O
      *                      ARQUIVO DE ENVIO NFSE.TXT (LAYOUT FIXO DA
      *                      PREFEITURA) E O RELATORIO DE CONFERENCIA.
      *                      RPSIDX.DAT GUARDA A ORIGEM DE CADA RPS E
      *                      IMPEDE EMISSAO EM DOBRO SE O DIA FOR
      *                      REPROCESSADO
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

           SELECT menscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-mensal
                         FILE STATUS status-mens.

           SELECT cxmov ASSIGN TO DISK
                         FILE STATUS status-cxm.

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

           SELECT rpscad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-rps
                         FILE STATUS status-rps.

           SELECT rpsidx ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY origem-idx
                         FILE STATUS status-idx.

           SELECT rpsctl ASSIGN TO DISK
                         FILE STATUS status-ctl.

           SELECT nfse ASSIGN TO DISK
                         FILE STATUS status-nfs.

           SELECT sortrps ASSIGN TO DISK.

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

      * RPS EMITIDOS - TIPO-RPS: M = MENSALIDADE, P = PARCELA DE
      * ACORDO, T = TAXA, A = ACERTO DE DESLIGAMENTO
      * NUM-SUBST-RPS: RPS CANCELADO QUE ESTE SUBSTITUI (ESTORNO
      * PARCIAL)
       FD rpscad
           LABEL record STANDARD
           value OF FILE-ID 'RPS.DAT'
           record contains 150 characteres.

       01 reg-rps.
           05 chave-rps.
              10 num-rps           PIC 9(08).
           05 data-rps             PIC 9(08).
           05 tipo-rps             PIC X(01).
           05 aluno-rps            PIC 9(06).
           05 curso-rps            PIC 9(06).
           05 recibo-rps           PIC 9(06).
           05 ano-ref-rps          PIC 9(04).
           05 mes-ref-rps          PIC 9(02).
           05 valor-rps            PIC 9(05)v99.
           05 cpf-tom-rps          PIC 9(11).
           05 nome-tom-rps         PIC X(40).
           05 lote-rps             PIC 9(06).
           05 sit-rps              PIC X(01).
              88 rps-normal        VALUE 'N'.
              88 rps-cancelado     VALUE 'C'.
           05 data-canc-rps        PIC 9(08).
           05 recibo-canc-rps      PIC 9(06).
           05 lote-canc-rps        PIC 9(06).
           05 num-subst-rps        PIC 9(08).
           05 FILLER               PIC X(16).

      * ORIGEM JA FATURADA: TIPO + RECIBO + ALUNO/CURSO + REFERENCIA
      * (BAIXA BANCARIA NAO TEM RECIBO, POR ISSO A REFERENCIA)
       FD rpsidx
           LABEL record STANDARD
           value OF FILE-ID 'RPSIDX.DAT'
           record contains 40 characteres.

       01 reg-rpsidx.
           05 origem-idx.
              10 tipo-idx          PIC X(01).
              10 recibo-idx        PIC 9(06).
              10 aluno-idx         PIC 9(06).
              10 curso-idx         PIC 9(06).
              10 ano-idx           PIC 9(04).
              10 mes-idx           PIC 9(02).
           05 num-rps-idx          PIC 9(08).
           05 FILLER               PIC X(07).

       FD rpsctl
           LABEL record STANDARD
           value OF FILE-ID 'RPSCTL.DAT'
           record contains 20 characteres.

       01 reg-rpsctl.
           05 ult-rps              PIC 9(08).
           05 ult-lote-rps         PIC 9(06).
           05 FILLER               PIC X(06).

      * ARQUIVO DE ENVIO A PREFEITURA - 1 = CABECALHO DO LOTE,
      * 2 = RPS, 3 = CANCELAMENTO DE RPS, 9 = RODAPE
       FD nfse
           LABEL record STANDARD
           value OF FILE-ID 'NFSE.TXT'
           record contains 150 characteres.

       01 reg-nfse-cab.
           05 tipo-reg-cab         PIC X(01).
           05 versao-cab           PIC X(03).
           05 cnpj-prest-cab       PIC 9(14).
           05 lote-cab             PIC 9(06).
           05 data-ini-cab         PIC 9(08).
           05 data-fim-cab         PIC 9(08).
           05 FILLER               PIC X(110).

       01 reg-nfse-rps.
           05 tipo-reg-rps         PIC X(01).
           05 especie-nfs          PIC X(05).
           05 serie-nfs            PIC X(05).
           05 num-nfs              PIC 9(08).
           05 data-emis-nfs        PIC 9(08).
           05 sit-nfs              PIC X(01).
           05 valor-nfs            PIC 9(10)v99.
           05 servico-nfs          PIC X(05).
           05 cpf-tom-nfs          PIC 9(14).
           05 nome-tom-nfs         PIC X(40).
           05 num-subst-nfs        PIC 9(08).
           05 discr-nfs            PIC X(30).
           05 FILLER               PIC X(13).

       01 reg-nfse-canc.
           05 tipo-reg-canc        PIC X(01).
           05 especie-canc         PIC X(05).
           05 serie-canc           PIC X(05).
           05 num-canc             PIC 9(08).
           05 data-emis-canc       PIC 9(08).
           05 data-canc            PIC 9(08).
           05 motivo-canc          PIC X(30).
           05 FILLER               PIC X(85).

       01 reg-nfse-rod.
           05 tipo-reg-rod         PIC X(01).
           05 qtd-rps-rod          PIC 9(07).
           05 valor-rps-rod        PIC 9(13)v99.
           05 qtd-canc-rod         PIC 9(07).
           05 valor-canc-rod       PIC 9(13)v99.
           05 FILLER               PIC X(105).

      * CLASSE-SD: 1 = LIQUIDACAO (EMITE RPS), 2 = ESTORNO (CANCELA)
      * TIPO-SD: A = ACERTO, M = MENSALIDADE, P = PARCELA DE ACORDO,
      * T = TAXA, E = ESTORNO - O ACERTO VEM ANTES DAS MENSALIDADES
      * QUE ELE MESMO QUITOU (MESMO RECIBO)
       SD sortrps
          value OF FILE-ID 'GERRPS.TMP'.

       01 reg-sortrps.
           05 classe-sd            PIC 9(01).
           05 recibo-sd            PIC 9(06).
           05 tipo-sd              PIC X(01).
           05 aluno-sd             PIC 9(06).
           05 curso-sd             PIC 9(06).
           05 ano-sd               PIC 9(04).
           05 mes-sd               PIC 9(02).
           05 valor-sd             PIC 9(05)v99.

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       WORKING-STORAGE SECTION.
       01 status-arq               PIC X(02) value spaces.
       01 status-mens              PIC X(02) value spaces.
       01 status-cxm               PIC X(02) value spaces.
       01 status-resp              PIC X(02) value spaces.
       01 status-cpf               PIC X(02) value spaces.
       01 status-ins               PIC X(02) value spaces.
       01 status-rps               PIC X(02) value spaces.
       01 status-idx               PIC X(02) value spaces.
       01 status-ctl               PIC X(02) value spaces.
       01 status-nfs               PIC X(02) value spaces.
       01 ws-sem-cxmov             PIC X(01) value 'N'.
       01 ws-sem-resp              PIC X(01) value 'N'.
       01 ws-resp                  PIC X.
       01 ws-dia-mov               PIC 9(02) value zeros.
       01 ws-mes-mov               PIC 9(02) value zeros.
       01 ws-ano-mov               PIC 9(04) value zeros.
       01 ws-data-mov              PIC 9(08) value zeros.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-cnpj-prest            PIC 9(14) value zeros.
       01 ws-cod-servico           PIC X(05) value '0801'.
       01 ws-serie-rps             PIC X(05) value 'A'.
       01 ws-num-lote              PIC 9(06) value zeros.
       01 ws-recibo-acerto         PIC 9(06) value zeros.
       01 ws-cpf-imp               PIC 9(11) value zeros.
       01 ws-valor-emis            PIC 9(05)v99 value zeros.
       01 ws-num-subst             PIC 9(08) value zeros.
       01 ws-num-exato             PIC 9(08) value zeros.
       01 ws-num-maior             PIC 9(08) value zeros.
       01 ws-num-achado            PIC 9(08) value zeros.
       01 ws-obs                   PIC X(10) value spaces.
       01 ws-discr.
           05 discr-tipo           PIC X(16).
           05 discr-ref            PIC X(14).
       01 ws-ref-mes.
           05 ref-mes-mm           PIC 9(02).
           05 FILLER               PIC X(01) value '/'.
           05 ref-mes-aaaa         PIC 9(04).
       01 ws-ref-recibo.
           05 FILLER               PIC X(07) value 'RECIBO '.
           05 ref-recibo-num       PIC 9(06).
       01 ws-obs-est.
           05 FILLER               PIC X(04) value 'EST.'.
           05 obs-recibo-est       PIC 9(06).
       01 contlin                  PIC 9(02) value 99.
       01 contpag                  PIC 9(03) value zeros.
       01 cont-emitidos            PIC 9(05) value zeros.
       01 cont-cancelados          PIC 9(05) value zeros.
       01 cont-ja-emitidos         PIC 9(05) value zeros.
       01 cont-sem-rps             PIC 9(05) value zeros.
       01 cont-sem-cpf             PIC 9(05) value zeros.
       01 tot-emitidos             PIC 9(09)v99 value zeros.
       01 tot-cancelados           PIC 9(09)v99 value zeros.

       01 cab1.
           05 FILLER               PIC X(08) value 'GERRPS'.
           05 FILLER               PIC X(43) value
              'RPS EMITIDOS PARA A NFS-E - MOVIMENTO DE'.
           05 dia-cab1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-cab1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-cab1             PIC 9(04).
           05 FILLER               PIC X(09) value '    PAG. '.
           05 pag-cab1             PIC ZZ9.

       01 cab2.
           05 FILLER               PIC X(06) value 'LOTE: '.
           05 lote-cab2            PIC 9(06).
           05 FILLER               PIC X(10) value '   CNPJ: '.
           05 cnpj-cab2            PIC 9(14).

       01 cab3.
           05 FILLER               PIC X(09) value 'NUM.RPS'.
           05 FILLER               PIC X(05) value 'TIPO'.
           05 FILLER               PIC X(07) value 'ALUNO'.
           05 FILLER               PIC X(26) value 'TOMADOR'.
           05 FILLER               PIC X(12) value 'CPF'.
           05 FILLER               PIC X(10) value '    VALOR'.
           05 FILLER               PIC X(10) value ' OBS.'.

       01 det1.
           05 num-det1             PIC 9(08).
           05 FILLER               PIC X(01) value space.
           05 tipo-det1            PIC X(04).
           05 FILLER               PIC X(01) value space.
           05 aluno-det1           PIC 9(06).
           05 FILLER               PIC X(01) value space.
           05 nome-det1            PIC X(25).
           05 FILLER               PIC X(01) value space.
           05 cpf-det1             PIC 9(11).
           05 FILLER               PIC X(01) value space.
           05 valor-det1           PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01) value space.
           05 obs-det1             PIC X(10).

       01 tot1.
           05 FILLER               PIC X(30) value
              'RPS EMITIDOS ................'.
           05 qtd-tot1             PIC ZZ.ZZ9.
           05 FILLER               PIC X(04) value spaces.
           05 val-tot1             PIC ZZZ.ZZZ.ZZ9,99.

       01 tot2.
           05 FILLER               PIC X(30) value
              'RPS CANCELADOS POR ESTORNO ..'.
           05 qtd-tot2             PIC ZZ.ZZ9.
           05 FILLER               PIC X(04) value spaces.
           05 val-tot2             PIC ZZZ.ZZZ.ZZ9,99.

       01 tot3.
           05 FILLER               PIC X(30) value
              'JA EMITIDOS EM OUTRO LOTE ...'.
           05 qtd-tot3             PIC ZZ.ZZ9.

       01 tot4.
           05 FILLER               PIC X(30) value
              'ESTORNOS SEM RPS (VER FISCAL)'.
           05 qtd-tot4             PIC ZZ.ZZ9.

       01 tot5.
           05 FILLER               PIC X(30) value
              'TOMADORES SEM CPF ...........'.
           05 qtd-tot5             PIC ZZ.ZZ9.

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
           OPEN INPUT cxmov
           IF status-cxm NOT = '00'
              MOVE 'S' TO ws-sem-cxmov.
           OPEN INPUT respcad
           IF status-resp NOT = '00'
              MOVE 'S' TO ws-sem-resp.
           OPEN I-O rpscad
           IF status-rps NOT = '00'
              OPEN OUTPUT rpscad
              CLOSE rpscad
              OPEN I-O rpscad.
           OPEN I-O rpsidx
           IF status-idx NOT = '00'
              OPEN OUTPUT rpsidx
              CLOSE rpsidx
              OPEN I-O rpsidx.
           OPEN I-O rpsctl
           IF status-ctl = '00'
              READ rpsctl
              GO TO 0200-tela.
           OPEN OUTPUT rpsctl
           MOVE ZEROS TO ult-rps ult-lote-rps
           WRITE reg-rpsctl
           CLOSE rpsctl
           OPEN I-O rpsctl
           READ rpsctl.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'GERRPS'
           DISPLAY (02 24) 'EMISSAO DE RPS PARA A NFS-E'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (08 07) 'DATA DO MOVIMENTO [  /  /    ]'
           DISPLAY (10 07) '(ENTER NO DIA = DATA DE HOJE)'.

       0210-aceita-data.
           ACCEPT (08 26) ws-dia-mov with prompt AUTO-SKIP
           IF ws-dia-mov = ZEROS
              MOVE ws-dia-atual TO ws-dia-mov
              MOVE ws-mes-atual TO ws-mes-mov
              MOVE ws-ano-atual TO ws-ano-mov
              DISPLAY (08 26) ws-dia-mov
              DISPLAY (08 29) ws-mes-mov
              DISPLAY (08 32) ws-ano-mov
              GO TO 0220-confirma.
           ACCEPT (08 29) ws-mes-mov with prompt AUTO-SKIP
           ACCEPT (08 32) ws-ano-mov with prompt AUTO-SKIP
           IF ws-dia-mov > 31 OR ws-mes-mov < 1 OR ws-mes-mov > 12
              OR ws-ano-mov = ZEROS
              DISPLAY (22 20) 'DATA INVALIDA'
              GO TO 0210-aceita-data.
           DISPLAY (22 20) '             '.

       0220-confirma.
           DISPLAY (12 07) 'EMITE OS RPS DO DIA ? S/N [ ]'
           ACCEPT (12 34) ws-resp with prompt AUTO-SKIP
           IF ws-resp = 'N' or 'n'
              GO TO 0900-fim.
           IF ws-resp NOT = 'S' and 's'
              GO TO 0220-confirma.

           MOVE ws-ano-mov TO ws-data-mov (1:4)
           MOVE ws-mes-mov TO ws-data-mov (5:2)
           MOVE ws-dia-mov TO ws-data-mov (7:2)
           MOVE ws-dia-mov TO dia-cab1
           MOVE ws-mes-mov TO mes-cab1
           MOVE ws-ano-mov TO ano-cab1
           ADD 1 TO ult-lote-rps
           MOVE ult-lote-rps TO ws-num-lote lote-cab2
           MOVE ws-cnpj-prest TO cnpj-cab2
           DISPLAY (20 07) 'PROCESSANDO...'

           OPEN OUTPUT nfse
           MOVE spaces TO reg-nfse-cab
           MOVE '1' TO tipo-reg-cab
           MOVE '001' TO versao-cab
           MOVE ws-cnpj-prest TO cnpj-prest-cab
           MOVE ws-num-lote TO lote-cab
           MOVE ws-data-mov TO data-ini-cab data-fim-cab
           WRITE reg-nfse-cab

           OPEN OUTPUT impressora
           SORT sortrps ASCENDING KEY classe-sd recibo-sd tipo-sd
                                      aluno-sd curso-sd ano-sd mes-sd
                INPUT  PROCEDURE 0300-seleciona
                OUTPUT PROCEDURE 0500-emite-rps

           MOVE spaces TO reg-nfse-rod
           MOVE '9' TO tipo-reg-rod
           MOVE cont-emitidos TO qtd-rps-rod
           MOVE tot-emitidos TO valor-rps-rod
           MOVE cont-cancelados TO qtd-canc-rod
           MOVE tot-cancelados TO valor-canc-rod
           WRITE reg-nfse-rod
           CLOSE nfse
           PERFORM 0800-totais
           CLOSE impressora
           REWRITE reg-rpsctl
           DISPLAY (20 07) 'LOTE'
           DISPLAY (20 12) ws-num-lote
           DISPLAY (20 19) '- RPS EMITIDOS:'
           DISPLAY (20 35) cont-emitidos
           DISPLAY (20 42) 'CANCELADOS:'
           DISPLAY (20 54) cont-cancelados
           STOP ' '
           GO TO 0900-fim.

      * LIQUIDACOES DO DIA: MENSALIDADES E PARCELAS DE ACORDO PAGAS
      * NA DATA (mensal.dat, COMO NO FECHCX), TAXAS E ACERTOS A
      * FAVOR DA ESCOLA LANCADOS NO CAIXA; ESTORNOS DO DIA VAO PARA O
      * FIM DO ARQUIVO DE TRABALHO, DEPOIS DE EMITIDOS OS RPS
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
           IF dia-pgto NOT = ws-dia-mov
              OR mes-pgto NOT = ws-mes-mov
              OR ano-pgto NOT = ws-ano-mov
              GO TO 0310-le-mensal.
           MOVE 1 TO classe-sd
           MOVE recibo-pgto TO recibo-sd
           IF mes-mensal > 12
              MOVE 'P' TO tipo-sd
           ELSE
              MOVE 'M' TO tipo-sd.
           MOVE cod-aluno-mensal TO aluno-sd
           MOVE cod-curso-mensal TO curso-sd
           MOVE ano-mensal TO ano-sd
           MOVE mes-mensal TO mes-sd
           MOVE valor-pago TO valor-sd
           IF valor-sd = ZEROS
              MOVE valor-mensal TO valor-sd.
           RELEASE reg-sortrps
           GO TO 0310-le-mensal.

       0340-cxmov.
           IF ws-sem-cxmov = 'S'
              GO TO 0399-fim.

       0350-le-cxmov.
           READ cxmov
           IF status-cxm NOT = '00'
              GO TO 0399-fim.
           IF data-cxm NOT = ws-data-mov
              GO TO 0350-le-cxmov.
           IF aluno-cxm = ZEROS
              GO TO 0350-le-cxmov.
           MOVE 1 TO classe-sd
           IF tipo-cxm = 'TAXA'
              MOVE 'T' TO tipo-sd
           ELSE
              IF tipo-cxm = 'ACERTO' AND sinal-cxm = '+'
                 MOVE 'A' TO tipo-sd
              ELSE
                 IF tipo-cxm = 'ESTORNO'
                    MOVE 2 TO classe-sd
                    MOVE 'E' TO tipo-sd
                 ELSE
                    GO TO 0350-le-cxmov.
           MOVE refer-cxm TO recibo-sd
           MOVE aluno-cxm TO aluno-sd
           MOVE curso-cxm TO curso-sd
           MOVE ZEROS TO ano-sd mes-sd
           MOVE valor-cxm TO valor-sd
           RELEASE reg-sortrps
           GO TO 0350-le-cxmov.

       0399-fim. EXIT.

      * UM RPS POR LIQUIDACAO; A MENSALIDADE QUITADA PELO ACERTO DE
      * DESLIGAMENTO JA ESTA NO RPS DO ACERTO (MESMO RECIBO)
       0500-emite-rps SECTION.
       0510-le-sort.
           RETURN sortrps AT END
              GO TO 0599-fim.
           IF classe-sd = 2
              PERFORM 0700-cancela THRU 0799-fim-cancela
              GO TO 0510-le-sort.
           IF tipo-sd = 'A'
              MOVE recibo-sd TO ws-recibo-acerto
           ELSE
              IF recibo-sd = ws-recibo-acerto
                 AND recibo-sd NOT = ZEROS
                 GO TO 0510-le-sort.

           PERFORM 0690-monta-origem
           READ rpsidx
           IF status-idx = '00'
              ADD 1 TO cont-ja-emitidos
              GO TO 0510-le-sort.

           MOVE valor-sd TO ws-valor-emis
           MOVE ZEROS TO ws-num-subst
           MOVE spaces TO ws-obs
           PERFORM 0610-grava-rps THRU 0619-fim-grava
           GO TO 0510-le-sort.

       0599-fim. EXIT.

       0600-rotinas SECTION.
      * NOVO RPS PARA A LIQUIDACAO CORRENTE DO ARQUIVO DE TRABALHO
       0610-grava-rps.
           ADD 1 TO ult-rps
           MOVE spaces TO reg-rps
           MOVE ult-rps TO num-rps
           MOVE ws-data-mov TO data-rps
           MOVE tipo-sd TO tipo-rps
           MOVE aluno-sd TO aluno-rps
           MOVE curso-sd TO curso-rps
           MOVE recibo-sd TO recibo-rps
           MOVE ano-sd TO ano-ref-rps
           MOVE mes-sd TO mes-ref-rps
           MOVE ws-valor-emis TO valor-rps
           PERFORM 0650-tomador THRU 0659-fim-tomador
           MOVE ws-cpf-imp TO cpf-tom-rps
           MOVE ws-num-lote TO lote-rps
           MOVE 'N' TO sit-rps
           MOVE ZEROS TO data-canc-rps recibo-canc-rps lote-canc-rps
           MOVE ws-num-subst TO num-subst-rps
           WRITE reg-rps INVALID KEY
              DISPLAY (22 20) 'PROBLEMA WRITE RPS ' status-rps
              GO TO 0619-fim-grava.

           IF ws-num-subst = ZEROS
              PERFORM 0690-monta-origem
              MOVE num-rps TO num-rps-idx
              WRITE reg-rpsidx INVALID KEY
                 CONTINUE.

           PERFORM 0680-monta-discr
           MOVE spaces TO reg-nfse-rps
           MOVE '2' TO tipo-reg-rps
           MOVE 'RPS' TO especie-nfs
           MOVE ws-serie-rps TO serie-nfs
           MOVE num-rps TO num-nfs
           MOVE data-rps TO data-emis-nfs
           MOVE 'N' TO sit-nfs
           MOVE valor-rps TO valor-nfs
           MOVE ws-cod-servico TO servico-nfs
           MOVE cpf-tom-rps TO cpf-tom-nfs
           MOVE nome-tom-rps TO nome-tom-nfs
           MOVE num-subst-rps TO num-subst-nfs
           MOVE ws-discr TO discr-nfs
           WRITE reg-nfse-rps

           IF cpf-tom-rps = ZEROS
              ADD 1 TO cont-sem-cpf
              MOVE 'SEM CPF' TO ws-obs.
           ADD 1 TO cont-emitidos
           ADD valor-rps TO tot-emitidos
           MOVE num-rps TO num-det1
           MOVE discr-tipo TO tipo-det1
           MOVE aluno-rps TO aluno-det1
           MOVE nome-tom-rps TO nome-det1
           MOVE cpf-tom-rps TO cpf-det1
           MOVE valor-rps TO valor-det1
           MOVE ws-obs TO obs-det1
           PERFORM 0850-imprime-det.

       0619-fim-grava. EXIT.

      * TOMADOR DO SERVICO: O RESPONSAVEL FINANCEIRO; SEM ELE, O
      * PROPRIO ALUNO COM O CPF DO CPFCAD
       0650-tomador.
           MOVE aluno-rps TO cod-aluno
           MOVE curso-rps TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE nome TO nome-tom-rps
           PERFORM 9714-busca-cpf THRU 9715-fim-busca-cpf
           IF ws-sem-resp = 'S'
              GO TO 0659-fim-tomador.
           MOVE aluno-rps TO cod-aluno-resp
           MOVE curso-rps TO cod-curso-resp
           READ respcad
           IF status-resp = '00'
              MOVE nome-resp TO nome-tom-rps
              MOVE cpf-resp TO ws-cpf-imp.

       0659-fim-tomador. EXIT.

       0680-monta-discr.
           MOVE spaces TO ws-discr
           MOVE mes-ref-rps TO ref-mes-mm
           MOVE ano-ref-rps TO ref-mes-aaaa
           MOVE recibo-rps TO ref-recibo-num
           IF tipo-rps = 'M'
              MOVE 'MENSALIDADE' TO discr-tipo
              MOVE ws-ref-mes TO discr-ref.
           IF tipo-rps = 'P'
              MOVE 'PARCELA ACORDO' TO discr-tipo
              MOVE ws-ref-mes TO discr-ref.
           IF tipo-rps = 'T'
              MOVE 'TAXA ESCOLAR' TO discr-tipo
              MOVE ws-ref-recibo TO discr-ref.
           IF tipo-rps = 'A'
              MOVE 'ACERTO MENSALID.' TO discr-tipo
              MOVE ws-ref-recibo TO discr-ref.

       0690-monta-origem.
           MOVE tipo-sd TO tipo-idx
           MOVE recibo-sd TO recibo-idx
           MOVE aluno-sd TO aluno-idx
           MOVE curso-sd TO curso-idx
           MOVE ano-sd TO ano-idx
           MOVE mes-sd TO mes-idx.

      * ESTORNO DEVOLVE CREDITO DO ALUNO: CANCELA O ULTIMO RPS NORMAL
      * DO ALUNO/CURSO COM O MESMO VALOR; SEM ELE, CANCELA O ULTIMO DE
      * VALOR MAIOR E EMITE UM RPS SUBSTITUTO PELA DIFERENCA. SEM RPS
      * QUE COMPORTE O ESTORNO, SAI NO RELATORIO PARA O FISCAL
       0700-cancela.
           PERFORM 0690-monta-origem
           READ rpsidx
           IF status-idx = '00'
              ADD 1 TO cont-ja-emitidos
              GO TO 0799-fim-cancela.
           MOVE ZEROS TO ws-num-exato ws-num-maior
           MOVE ZEROS TO num-rps
           START rpscad KEY NOT LESS chave-rps INVALID KEY
              GO TO 0740-sem-rps.

       0710-le-rps.
           READ rpscad NEXT
           IF status-rps NOT = '00'
              GO TO 0730-escolhe.
           IF NOT rps-normal
              OR aluno-rps NOT = aluno-sd
              OR curso-rps NOT = curso-sd
              GO TO 0710-le-rps.
           IF valor-rps = valor-sd
              MOVE num-rps TO ws-num-exato.
           IF valor-rps > valor-sd
              MOVE num-rps TO ws-num-maior.
           GO TO 0710-le-rps.

       0730-escolhe.
           IF ws-num-exato NOT = ZEROS
              MOVE ws-num-exato TO ws-num-achado
           ELSE
              IF ws-num-maior NOT = ZEROS
                 MOVE ws-num-maior TO ws-num-achado
              ELSE
                 GO TO 0740-sem-rps.
           MOVE ws-num-achado TO num-rps
           READ rpscad INVALID KEY
              GO TO 0740-sem-rps.
           MOVE 'C' TO sit-rps
           MOVE ws-data-mov TO data-canc-rps
           MOVE recibo-sd TO recibo-canc-rps
           MOVE ws-num-lote TO lote-canc-rps
           REWRITE reg-rps

           PERFORM 0690-monta-origem
           MOVE ws-num-achado TO num-rps-idx
           WRITE reg-rpsidx INVALID KEY
              CONTINUE.

           MOVE spaces TO reg-nfse-canc
           MOVE '3' TO tipo-reg-canc
           MOVE 'RPS' TO especie-canc
           MOVE ws-serie-rps TO serie-canc
           MOVE num-rps TO num-canc
           MOVE data-rps TO data-emis-canc
           MOVE ws-data-mov TO data-canc
           MOVE 'DEVOLUCAO AO ALUNO (ESTORNO)' TO motivo-canc
           WRITE reg-nfse-canc

           ADD 1 TO cont-cancelados
           ADD valor-rps TO tot-cancelados
           MOVE num-rps TO num-det1
           MOVE 'CANC' TO tipo-det1
           MOVE aluno-rps TO aluno-det1
           MOVE nome-tom-rps TO nome-det1
           MOVE cpf-tom-rps TO cpf-det1
           MOVE valor-rps TO valor-det1
           MOVE recibo-sd TO obs-recibo-est
           MOVE ws-obs-est TO obs-det1
           PERFORM 0850-imprime-det
           IF valor-rps = valor-sd
              GO TO 0799-fim-cancela.

      * ESTORNO PARCIAL: O SUBSTITUTO LEVA A MESMA ORIGEM DO CANCELADO
           SUBTRACT valor-sd FROM valor-rps GIVING ws-valor-emis
           MOVE num-rps TO ws-num-subst
           MOVE tipo-rps TO tipo-sd
           MOVE recibo-rps TO recibo-sd
           MOVE ano-ref-rps TO ano-sd
           MOVE mes-ref-rps TO mes-sd
           MOVE 'SUBSTITUTO' TO ws-obs
           PERFORM 0610-grava-rps THRU 0619-fim-grava
           GO TO 0799-fim-cancela.

       0740-sem-rps.
           ADD 1 TO cont-sem-rps
           MOVE ZEROS TO num-det1 cpf-det1
           MOVE 'EST.' TO tipo-det1
           MOVE aluno-sd TO aluno-det1 cod-aluno
           MOVE curso-sd TO cod-curso
           READ alucad INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO nome.
           MOVE nome TO nome-det1
           MOVE valor-sd TO valor-det1
           MOVE 'SEM RPS' TO obs-det1
           PERFORM 0850-imprime-det.

       0799-fim-cancela. EXIT.

       0800-totais.
           IF contlin > 50
              PERFORM 0860-cabecalho.
           MOVE cont-emitidos TO qtd-tot1
           MOVE tot-emitidos TO val-tot1
           MOVE cont-cancelados TO qtd-tot2
           MOVE tot-cancelados TO val-tot2
           MOVE cont-ja-emitidos TO qtd-tot3
           MOVE cont-sem-rps TO qtd-tot4
           MOVE cont-sem-cpf TO qtd-tot5
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           WRITE reg-impressora FROM tot1 AFTER 1
           WRITE reg-impressora FROM tot2 AFTER 1
           WRITE reg-impressora FROM tot3 AFTER 1
           WRITE reg-impressora FROM tot4 AFTER 1
           WRITE reg-impressora FROM tot5 AFTER 1.

       0850-imprime-det.
           IF contlin > 55
              PERFORM 0860-cabecalho.
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin.

       0860-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 1
           WRITE reg-impressora FROM cab3 AFTER 2
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           MOVE 5 TO contlin.

       0900-fim.
           CLOSE alucad
                 menscad
                 rpscad
                 rpsidx
                 rpsctl
           IF ws-sem-cxmov NOT = 'S'
              CLOSE cxmov.
           IF ws-sem-resp NOT = 'S'
              CLOSE respcad.
           CHAIN 'mfinanc3.EXE'.

       9714-busca-cpf.
           MOVE ZEROS TO ws-cpf-imp
           OPEN INPUT cpfcad
           IF status-cpf NOT = '00'
              GO TO 9715-fim-busca-cpf.
           MOVE 'A' TO tipo-cpc
           MOVE aluno-rps TO codigo-cpc
           MOVE curso-rps TO curso-cpc
           READ cpfcad
           IF status-cpf = '00'
              MOVE cpf-cpc TO ws-cpf-imp.
           CLOSE cpfcad.

       9715-fim-busca-cpf. EXIT.

      * CNPJ DO PRESTADOR (cadinst/instpar.dat)
       9970-le-instpar.
           MOVE ZEROS TO ws-cnpj-prest
           OPEN INPUT instpar
           IF status-ins NOT = '00'
              GO TO 9979-fim-instpar.
           READ instpar
           IF status-ins = '00'
              MOVE cnpj-ins TO ws-cnpj-prest.
           CLOSE instpar.

       9979-fim-instpar. EXIT.

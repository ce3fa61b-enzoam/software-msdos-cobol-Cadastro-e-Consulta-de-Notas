      *    2.1                /  /            RAZAO SOCIAL NO
      *                                       RECIBO (CADINST)
      *    2.2                /  /            CPF NO RECIBO
      *    2.3                /  /            DESCONTO DE PONTUALIDADE
      *                                       (PONTUAL.DAT/CADPREC) NA
      *                                       BAIXA ATE O DIA LIMITE
      *    2.4                /  /            PROUNI E FIES (BENEF.DAT/
      *                                       CADBENEF) NA MENSALIDADE
      *                                       NOVA, PARTE FIES EM
      *                                       REPASSE.DAT
      *    2.5                /  /            CHEQUE PRE-DATADO VAI
      *                                       PARA A CUSTODIA
      *                                       (CUSTCHQ.DAT/DEPCHQ) E
      *                                       A MENSALIDADE FICA 'K'
      *                                       ATE A COMPENSACAO

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-cheque
                         FILE STATUS status-cheq.

           SELECT custcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cust
                         FILE STATUS status-cust.

           SELECT benefcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-ben
                         FILE STATUS status-ben.

           SELECT repcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-rep
                         FILE STATUS status-rep.

           SELECT bolsacad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-bolsa
                         FILE STATUS status-bolsa.

           SELECT pontcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-pont
                         FILE STATUS status-pont.

       DATA DIVISION.

       FILE SECTION.
           05 status-pgto          PIC X(01).
              88 pgto-pago         VALUE 'P'.
              88 pgto-aberto       VALUE 'A'.
              88 pgto-custodia     VALUE 'K'.
           05 valor-pago           PIC 9(05)v99.
           05 operador-pgto        PIC X(10).
           05 recibo-pgto          PIC 9(06).
              88 pgto-cheque       VALUE 'C'.
              88 pgto-banco        VALUE 'B'.
           05 nosso-numero         PIC 9(10).
           05 desc-pont-mensal     PIC 9(03)v99.

       FD opercad
           LABEL record STANDARD
           05 recibo-cfat          PIC 9(06).
           05 FILLER               PIC X(06).

       FD benefcad
           LABEL record STANDARD
           value OF FILE-ID 'BENEF.DAT'
           record contains 60 characteres.

       01 reg-benef.
           05 chave-ben.
              10 cod-aluno-ben     PIC 9(06).
              10 cod-curso-ben     PIC 9(06).
              10 prog-ben          PIC X(01).
           05 perc-ben             PIC 9(03)v99.
           05 contrato-ben         PIC X(20).
           05 ini-ben              PIC 9(06).
           05 fim-ben              PIC 9(06).
           05 data-cad-ben         PIC 9(08).
           05 FILLER               PIC X(02).

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

       FD negcad
           LABEL record STANDARD
           value OF FILE-ID 'NEGCAD.DAT'
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

       FD bolsacad
           LABEL record STANDARD
           value OF FILE-ID 'bolsa.dat'
           05 fim-bolsa            PIC 9(06).
           05 FILLER               PIC X(03).

       FD pontcad
           LABEL record STANDARD
           value OF FILE-ID 'PONTUAL.DAT'
           record contains 30 characteres.

       01 reg-pontual.
           05 chave-pont.
              10 cod-curso-pont    PIC 9(06).
              10 ano-pont          PIC 9(04).
           05 perc-pont            PIC 9(02)v99.
           05 dia-lim-pont         PIC 9(02).
           05 data-cad-pont        PIC 9(08).
           05 FILLER               PIC X(06).

       WORKING-STORAGE SECTION.
       01 status-cpf               PIC X(02) value spaces.
       01 ws-cpf-imp               PIC 9(11) value zeros.
       01 status-parm              PIC X(02) value spaces.
       01 status-cheq              PIC X(02) value spaces.
       01 ws-forma                 PIC X(01) value 'D'.
       01 status-cust              PIC X(02) value spaces.
       01 ws-custodia              PIC X(01) value 'N'.
       01 status-sess              PIC X(02) value spaces.
       01 ws-estacao               PIC 9(02) value zeros.
       01 status-neg               PIC X(02) value spaces.
       01 ws-comp-conv             PIC 9(06) value zeros.
       01 ws-parte-emp             PIC 9(05)v99 value zeros.
       01 ed-parte-emp             PIC Z.ZZ9,99.
       01 status-ben               PIC X(02) value spaces.
       01 status-rep               PIC X(02) value spaces.
       01 ws-sem-benef             PIC X(01) value 'N'.
       01 ws-comp-ben              PIC 9(06) value zeros.
       01 ws-parte-ben             PIC 9(05)v99 value zeros.
       01 ed-parte-ben             PIC Z.ZZ9,99.

       01 status-cred              PIC X(02) value spaces.
       01 ws-tem-credito           PIC X(01) value 'N'.
       01 ed-bruto                 PIC Z.ZZ9,99.
       01 ed-liquido               PIC Z.ZZ9,99.
       01 ed-perc                  PIC ZZ9,99.
       01 status-pont              PIC X(02) value spaces.
       01 ws-sem-pontual           PIC X(01) value 'N'.
       01 ws-desc-pont             PIC 9(04)v99 value zeros.
       01 ed-desc-pont             PIC Z.ZZ9,99.
       01 ws-lim-pont.
           05 ws-ano-lim-pont      PIC 9(04).
           05 ws-mes-lim-pont      PIC 9(02).
           05 ws-dia-lim-pont      PIC 9(02).
       01 ws-pg-pont.
           05 ws-ano-pg-pont       PIC 9(04).
           05 ws-mes-pg-pont       PIC 9(02).
           05 ws-dia-pg-pont       PIC 9(02).
       01 status-feri              PIC X(02) value spaces.
       01 ws-sem-feriado           PIC X(01) value 'N'.
       01 ws-multa                 PIC 9(04)v99 value zeros.
           05 rec-multa            PIC Z.ZZ9,99.
           05 FILLER               PIC X(08) value '  JUROS:'.
           05 rec-juros            PIC Z.ZZ9,99.
           05 FILLER               PIC X(07) value '  DESC:'.
           05 rec-desc-pont        PIC Z.ZZ9,99.

       01 rec-l5.
           05 FILLER               PIC X(18) value
              CLOSE cheqcad
              OPEN I-O cheqcad.

       0195-opencust.
           OPEN I-O custcad
           IF status-cust NOT = '00'
              OPEN OUTPUT custcad
              CLOSE custcad
              OPEN I-O custcad.

       0196-openparm.
           OPEN INPUT parmcad
           IF status-parm NOT = '00'
           IF status-bolsa NOT = '00'
              MOVE 'S' TO ws-sem-bolsa.

       0199-openpontual.
           OPEN INPUT pontcad
           IF status-pont NOT = '00'
              MOVE 'S' TO ws-sem-pontual.

       0199-openbenef.
           OPEN INPUT benefcad
           IF status-ben NOT = '00'
              MOVE 'S' TO ws-sem-benef.
           IF ws-sem-benef = 'N'
              OPEN I-O repcad
              IF status-rep NOT = '00'
                 OPEN OUTPUT repcad
                 CLOSE repcad
                 OPEN I-O repcad.

       0200-tela.
           DISPLAY tela-cadastra.

              STOP ' '
              GO TO 0400-ano-mes.
           MOVE 'S' TO achou-mens
           IF pgto-custodia
              DISPLAY (22 14) 'CHEQUE PRE-DATADO EM CUSTODIA (DEPCHQ)'
              GO TO 0400-ano-mes.
           DISPLAY (14 14) valor-mensal
           DISPLAY (14 43) dia-venc
           DISPLAY (14 46) mes-venc
       0500-nova-mensal.
           MOVE mensalidade TO valor-mensal
           PERFORM 0550-aplica-bolsa THRU 0559-fim-bolsa
           PERFORM 0580-aplica-beneficio THRU 0589-fim-beneficio
           PERFORM 0560-aplica-convenio THRU 0569-fim-convenio
           MOVE 10          TO dia-venc
           MOVE mes-mensal  TO mes-venc
           MOVE ZEROS       TO valor-pago recibo-pgto
           MOVE spaces      TO operador-pgto
           MOVE space       TO forma-pgto
           MOVE ZEROS       TO nosso-numero desc-pont-mensal
           DISPLAY (14 14) valor-mensal
           DISPLAY (14 43) dia-venc
           DISPLAY (14 46) mes-venc

       0569-fim-convenio. EXIT.

      * DESCONTO DE PONTUALIDADE DO CURSO NO ANO (CADPREC) - SO NA
      * MENSALIDADE DO ANO (MES 1-12) PAGA ATE O DIA LIMITE DO MES DO
      * VENCIMENTO. DIA LIMITE ZERO OU DEPOIS DO VENCIMENTO VALE O
      * PROPRIO VENCIMENTO. O DESCONTO DADO FICA NA MENSALIDADE PARA
      * O EXPCONT LANCAR SEPARADO DA BOLSA
       0570-desconto-pontual.
           IF ws-sem-pontual = 'S' OR mes-mensal > 12
              GO TO 0579-fim-pontual.
           MOVE cod-curso-mensal TO cod-curso-pont
           MOVE ano-mensal TO ano-pont
           READ pontcad INVALID KEY
              GO TO 0579-fim-pontual.
           IF perc-pont = ZEROS
              GO TO 0579-fim-pontual.
           MOVE ano-venc TO ws-ano-lim-pont
           MOVE mes-venc TO ws-mes-lim-pont
           MOVE dia-lim-pont TO ws-dia-lim-pont
           IF ws-dia-lim-pont = ZEROS OR ws-dia-lim-pont > dia-venc
              MOVE dia-venc TO ws-dia-lim-pont.
           MOVE ano-pgto TO ws-ano-pg-pont
           MOVE mes-pgto TO ws-mes-pg-pont
           MOVE dia-pgto TO ws-dia-pg-pont
           IF ws-pg-pont > ws-lim-pont
              GO TO 0579-fim-pontual.
           COMPUTE ws-desc-pont ROUNDED =
              valor-mensal * perc-pont / 100
      * LIMITE DO CAMPO NA MENSALIDADE
           IF ws-desc-pont > 999,99
              MOVE 999,99 TO ws-desc-pont.
           MOVE ws-desc-pont TO desc-pont-mensal
           MOVE ws-desc-pont TO ed-desc-pont
           DISPLAY (19 52) 'DESC.PONT:'
           DISPLAY (19 63) ed-desc-pont.

       0579-fim-pontual. EXIT.

      * PROUNI SAI DA MENSALIDADE COMO BOLSA (SOBRE O BRUTO); FIES
      * FINANCIA A PARTE DO QUE SOBRA PARA O ALUNO E VIRA PARCELA A
      * RECEBER DO GOVERNO EM REPASSE.DAT (VER RETREP)
       0580-aplica-beneficio.
           MOVE ZEROS TO ws-parte-ben
           IF ws-sem-benef = 'S'
              GO TO 0589-fim-beneficio.
           MOVE ano-mensal TO ws-comp-ben
           MULTIPLY 100 BY ws-comp-ben
           ADD mes-mensal TO ws-comp-ben
           MOVE cod-aluno-mensal TO cod-aluno-ben
           MOVE cod-curso-mensal TO cod-curso-ben
           MOVE 'P' TO prog-ben
           READ benefcad INVALID KEY
              GO TO 0585-fies.
           IF ws-comp-ben < ini-ben OR ws-comp-ben > fim-ben
              GO TO 0585-fies.
           MULTIPLY mensalidade BY perc-ben
              GIVING ws-parte-ben ROUNDED
           DIVIDE 100 INTO ws-parte-ben ROUNDED
           IF ws-parte-ben > valor-mensal
              MOVE valor-mensal TO ws-parte-ben.
           SUBTRACT ws-parte-ben FROM valor-mensal
           MOVE ws-parte-ben TO ed-parte-ben
           DISPLAY (20 07) 'PROUNI:'
           DISPLAY (20 15) ed-parte-ben.

       0585-fies.
           MOVE cod-aluno-mensal TO cod-aluno-ben
           MOVE cod-curso-mensal TO cod-curso-ben
           MOVE 'F' TO prog-ben
           READ benefcad INVALID KEY
              GO TO 0589-fim-beneficio.
           IF ws-comp-ben < ini-ben OR ws-comp-ben > fim-ben
              GO TO 0589-fim-beneficio.
           MULTIPLY valor-mensal BY perc-ben
              GIVING ws-parte-ben ROUNDED
           DIVIDE 100 INTO ws-parte-ben ROUNDED
           IF ws-parte-ben = ZEROS
              GO TO 0589-fim-beneficio.
           SUBTRACT ws-parte-ben FROM valor-mensal
           MOVE cod-aluno-mensal TO cod-aluno-rep
           MOVE cod-curso-mensal TO cod-curso-rep
           MOVE ano-mensal TO ano-rep
           MOVE mes-mensal TO mes-rep
           MOVE ws-parte-ben TO valor-rep
           MOVE 'A' TO sit-rep
           MOVE ZEROS TO data-pgto-rep valor-pago-rep
           WRITE reg-repasse INVALID KEY
              CONTINUE.
           MOVE ws-parte-ben TO ed-parte-ben
           DISPLAY (20 27) 'FIES:'
           DISPLAY (20 33) ed-parte-ben.

       0589-fim-beneficio. EXIT.

       0700-status.
           ACCEPT (16 38) status-pgto with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
              GO TO 0800-data-pgto.
           IF pgto-aberto
              MOVE ZEROS TO dia-pgto mes-pgto ano-pgto
              MOVE ZEROS TO valor-pago recibo-pgto desc-pont-mensal
              MOVE spaces TO operador-pgto
              MOVE space TO forma-pgto
              GO TO 0900-grava.
              DISPLAY (22 20) 'FORMA INVALIDA'
              GO TO 0820-forma.
           MOVE ws-forma TO forma-pgto
           MOVE 'N' TO ws-custodia
           IF ws-forma NOT = 'C'
              GO TO 0850-calcula-encargos.

              DISPLAY (22 20) 'NUMERO DE CHEQUE INVALIDO'
              GO TO 0830-dados-cheque.

      * BOM PARA (AAAAMMDD) DEPOIS DE HOJE E CHEQUE PRE-DATADO: O
      * DINHEIRO AINDA NAO ENTROU. O MESMO CHEQUE PODE COBRIR ATE 6
      * MENSALIDADES DO ALUNO - INFORME-O EM CADA UMA
       0840-pre-datado.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           IF bom-para-chq NOT > ws-data-atual
              GO TO 0850-calcula-encargos.
           MOVE banco-chq TO banco-cust
           MOVE agencia-chq TO agencia-cust
           MOVE numero-chq TO numero-cust
           READ custcad INVALID KEY
              MOVE 'S' TO ws-custodia
              GO TO 0850-calcula-encargos.
           IF cod-aluno-cust NOT = cod-aluno-mensal
              OR cod-curso-cust NOT = cod-curso-mensal
              DISPLAY (22 14) 'CHEQUE JA CUSTODIADO P/ OUTRO ALUNO'
              GO TO 0830-dados-cheque.
           IF NOT cust-guardado
              DISPLAY (22 14) 'CHEQUE JA DEPOSITADO OU DEVOLVIDO'
              GO TO 0830-dados-cheque.
           IF bom-para-cust NOT = bom-para-chq
              DISPLAY (22 14) 'BOM PARA DIFERENTE DO JA CUSTODIADO'
              GO TO 0830-dados-cheque.
           IF qtd-comp-cust NOT < 6
              DISPLAY (22 14) 'CHEQUE JA COBRE 6 MENSALIDADES'
              GO TO 0830-dados-cheque.
           MOVE 'S' TO ws-custodia.

       0850-calcula-encargos.
           PERFORM 8000-venc-efetivo THRU 8099-fim-venc
           MOVE dia-efet TO ws-cd-dia
              DISPLAY (20 45) 'JUROS:'
              DISPLAY (20 52) ws-juros.

           MOVE ZEROS TO desc-pont-mensal
           IF ws-serial-pgto NOT > ws-serial-venc
              PERFORM 0570-desconto-pontual THRU 0579-fim-pontual.

           MOVE valor-mensal TO valor-pago
           SUBTRACT desc-pont-mensal FROM valor-pago
           ADD ws-multa TO valor-pago
           ADD ws-juros TO valor-pago.


      * VALOR RECEBIDO - O QUE PASSAR DO DEVIDO VIRA SALDO CREDOR
       0858-recebido.
           IF ws-custodia = 'S'
              GO TO 0870-custodia.
           MOVE valor-pago TO ed-credito
           DISPLAY (20 07) 'DEVIDO:'
           DISPLAY (20 15) ed-credito
           CLOSE recctl
           MOVE ult-recibo TO recibo-pgto.

      * PRE-DATADO: SEM RECIBO AGORA - O DEPCHQ NUMERA E IMPRIME NA
      * COMPENSACAO. O VALOR DEVIDO DE HOJE E O QUE O CHEQUE COBRE
       0870-custodia.
           MOVE ws-operador TO operador-pgto
           MOVE ZEROS TO recibo-pgto
           MOVE 'K' TO status-pgto.

       0900-grava.
           IF NOT mens-existente
              WRITE reg-mensal
       0950-ver-recibo.
           IF pgto-pago AND ws-forma = 'C'
              PERFORM 0970-grava-cheque.
           IF pgto-custodia
              PERFORM 0970-grava-cheque
              PERFORM 0975-grava-custodia THRU 0979-fim-custodia
              DISPLAY (22 14) 'CHEQUE EM CUSTODIA - BAIXA NO DEPCHQ'
              STOP ' '.
           IF pgto-pago
              PERFORM 0960-imprime-recibo.
           IF pgto-pago
              CLOSE fericad.
           IF ws-sem-bolsa NOT = 'S'
              CLOSE bolsacad.
           IF ws-sem-pontual NOT = 'S'
              CLOSE pontcad.
           IF ws-sem-negcad NOT = 'S'
              CLOSE negcad.
           IF ws-sem-convenio NOT = 'S'
              CLOSE convcad
                    convfat.
           IF ws-sem-benef NOT = 'S'
              CLOSE benefcad
                    repcad.
           CLOSE alucad
                 curcad
                 menscad
                 cheqcad
                 custcad
                 creditocad
           CHAIN 'FACAD.EXE '.

           MOVE valor-mensal     TO rec-vmensal
           MOVE ws-multa         TO rec-multa
           MOVE ws-juros         TO rec-juros
           MOVE desc-pont-mensal TO rec-desc-pont
           WRITE reg-comprov FROM rec-l0
           WRITE reg-comprov FROM rec-l1 AFTER 2
           WRITE reg-comprov FROM rec-l2 AFTER 2
           WRITE reg-cheque INVALID KEY
              REWRITE reg-cheque.

       0975-grava-custodia.
           MOVE banco-chq TO banco-cust
           MOVE agencia-chq TO agencia-cust
           MOVE numero-chq TO numero-cust
           READ custcad INVALID KEY
              GO TO 0977-nova-custodia.
           ADD 1 TO qtd-comp-cust
           MOVE ano-mensal TO ano-comp-cust (qtd-comp-cust)
           MOVE mes-mensal TO mes-comp-cust (qtd-comp-cust)
           ADD valor-pago TO valor-cust
           REWRITE reg-custodia
           GO TO 0979-fim-custodia.

       0977-nova-custodia.
           MOVE cod-aluno-mensal TO cod-aluno-cust
           MOVE cod-curso-mensal TO cod-curso-cust
           MOVE valor-pago TO valor-cust
           MOVE bom-para-chq TO bom-para-cust
           MOVE ws-data-atual TO data-receb-cust
           MOVE 'K' TO sit-cust
           MOVE ZEROS TO data-sit-cust
           MOVE 'N' TO taxa-dev-cust
           MOVE ZEROS TO comp-cust (2) comp-cust (3) comp-cust (4)
                         comp-cust (5) comp-cust (6)
           MOVE 1 TO qtd-comp-cust
           MOVE ano-mensal TO ano-comp-cust (1)
           MOVE mes-mensal TO mes-comp-cust (1)
           MOVE ws-operador TO operador-cust
           WRITE reg-custodia.

       0979-fim-custodia. EXIT.

       8000-venc-efetivo.
           MOVE dia-venc TO dia-efet
           MOVE mes-venc TO mes-efet

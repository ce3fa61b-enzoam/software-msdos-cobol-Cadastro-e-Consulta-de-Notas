      *    1.7                /  /            QUITACAO POE A EXCLUSAO
      *                                       DA NEGATIVACAO NA FILA
      *                                       (NEGCAD.DAT/NEGATIV)
      *    1.8                /  /            LOTE DE LIQUIDACAO POR
      *                                       DATA DE PAGAMENTO EM
      *                                       RETLOG.DAT PARA A
      *                                       CONCILIACAO BANCARIA
      *                                       (CONCBCO)
      *    1.9                /  /            DESCONTO DE PONTUALIDADE
      *                                       (PONTUAL.DAT) GRAVADO NA
      *                                       MENSALIDADE QUANDO PAGO
      *                                       ATE O DIA LIMITE
      *    2.0                /  /            MODO NAO ASSISTIDO
      *                                       (BATPARM) P/ A CADEIA
      *                                       NOTURNA - RESULTADO NO
      *                                       RUNLOG.DAT
      *    2.1                /  /            RETORNO POR BANCO
      *                                       COBRADOR (BANCOS.DAT -
      *                                       CADBANCO) E TARIFA DE
      *                                       CADA LIQUIDACAO EM
      *                                       LIQBCO.DAT (RELBCO)

       ENVIRONMENT DIVISION.

                         RECORD KEY nosso-idx
                         FILE STATUS status-idx.

           SELECT retlog ASSIGN TO DISK
                         FILE STATUS status-log.

           SELECT pontcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-pont
                         FILE STATUS status-pont.

           SELECT impressora ASSIGN TO PRINTER.

           SELECT batparm ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY programa-bp
                         FILE STATUS status-bp.

           SELECT runlog ASSIGN TO DISK
                         FILE STATUS status-runlog.

           SELECT cadflg ASSIGN TO DISK
                         FILE STATUS status-flg.

           SELECT bancad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-banco
                         FILE STATUS status-banco.

           SELECT liqbco ASSIGN TO DISK
                         FILE STATUS status-liq.

       DATA DIVISION.

       FILE SECTION.
              88 pgto-cheque       VALUE 'C'.
              88 pgto-banco        VALUE 'B'.
           05 nosso-numero         PIC 9(10).
           05 desc-pont-mensal     PIC 9(03)v99.

       FD retorno
           LABEL record STANDARD
           value OF FILE-ID ws-nome-ret
           record contains 50 characteres.

       01 reg-retorno.
              10 ano-pg-ret        PIC 9(04).
              10 mes-pg-ret        PIC 9(02).
              10 dia-pg-ret        PIC 9(02).
      * TARIFA COBRADA PELO BANCO - SO NO LAYOUT 2 DO CONVENIO
           05 tarifa-ret           PIC 9(03)v99.
           05 tarifa-ret-x REDEFINES tarifa-ret PIC X(05).

       FD negcad
           LABEL record STANDARD
           05 sit-idx              PIC X(01).
              88 titulo-registrado VALUE 'R'.
              88 titulo-liquidado  VALUE 'L'.
           05 banco-idx            PIC 9(03).
           05 FILLER               PIC X(04).

       FD retlog
           LABEL record STANDARD
           value OF FILE-ID 'RETLOG.DAT'
           record contains 40 characteres.

       01 reg-retlog.
           05 num-lote-log         PIC 9(04).
           05 data-import-log      PIC 9(08).
           05 data-pgto-log        PIC 9(08).
           05 qtd-log              PIC 9(05).
           05 valor-log            PIC 9(09)v99.
           05 banco-log            PIC 9(03).
           05 FILLER               PIC X(01).

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

       FD impressora
           LABEL record OMITTED.

       01 reg-impressora           PIC X(80).

       FD batparm
           LABEL record STANDARD
           value OF FILE-ID 'BATPARM.DAT'
           record contains 30 characteres.

       01 reg-batparm.
           05 programa-bp          PIC X(08).
           05 ano-origem-bp        PIC 9(04).
           05 ano-destino-bp       PIC 9(04).
           05 curso-bp             PIC 9(02).
           05 confirma-bp          PIC X(01).
           05 ativo-bp             PIC X(01).
           05 FILLER               PIC X(10).

       FD runlog
           LABEL record STANDARD
           value OF FILE-ID 'RUNLOG.DAT'
           record contains 40 characteres.

       01 reg-runlog.
           05 data-run             PIC 9(06).
           05 hora-run             PIC 9(06).
           05 programa-run         PIC X(08).
           05 resultado-run        PIC X(04).
           05 FILLER               PIC X(16).

       FD cadflg
           LABEL record STANDARD
           value OF FILE-ID 'CADEIA.FLG'
           record contains 10 characteres.

       01 reg-cadflg               PIC X(10).

       FD bancad
           LABEL record STANDARD
           value OF FILE-ID 'BANCOS.DAT'
           record contains 80 characteres.

       01 reg-banco.
           05 chave-banco.
              10 cod-banco         PIC 9(03).
           05 nome-banco           PIC X(20).
           05 convenio-banco       PIC X(10).
           05 layout-banco         PIC 9(02).
              88 layout-com-tarifa VALUE 2.
           05 nosso-ini-banco      PIC 9(10).
           05 nosso-fim-banco      PIC 9(10).
           05 ult-nosso-banco      PIC 9(10).
           05 tarifa-banco         PIC 9(03)v99.
           05 padrao-banco         PIC X(01).
              88 banco-padrao      VALUE 'S'.
           05 sit-banco            PIC X(01).
              88 banco-ativo       VALUE 'A'.
           05 FILLER               PIC X(08).

      * UMA LINHA POR LIQUIDACAO BANCARIA COM A TARIFA COBRADA
       FD liqbco
           LABEL record STANDARD
           value OF FILE-ID 'LIQBCO.DAT'
           record contains 70 characteres.

       01 reg-liqbco.
           05 banco-liq            PIC 9(03).
           05 nosso-liq            PIC 9(10).
           05 aluno-liq            PIC 9(06).
           05 curso-liq            PIC 9(06).
           05 ano-liq              PIC 9(04).
           05 mes-liq              PIC 9(02).
           05 data-pgto-liq        PIC 9(08).
           05 valor-liq            PIC 9(07)v99.
           05 tarifa-liq           PIC 9(03)v99.
           05 data-import-liq      PIC 9(08).
           05 FILLER               PIC X(09).

       WORKING-STORAGE SECTION.
       01 status-bp                PIC X(02) value spaces.
       01 status-runlog            PIC X(02) value spaces.
       01 status-flg               PIC X(02) value spaces.
       01 ws-flag-cadeia           PIC X(10) value spaces.
       01 ws-batch                 PIC X(01) value 'N'.
       01 ws-resultado-bat         PIC X(04) value 'OK'.
       01 status-mens              PIC X(02) value spaces.
       01 status-ret               PIC X(02) value spaces.
       01 status-idx               PIC X(02) value spaces.
       01 tot-valor-casado         PIC 9(09)v99 value zeros.
       01 contpag                  PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value zeros.
       01 status-log               PIC X(02) value spaces.
       01 ws-num-lote              PIC 9(04) value zeros.
       01 ws-data-import           PIC 9(08) value zeros.
       01 ws-data-pgto-ret         PIC 9(08) value zeros.
       01 idx-lote                 PIC 9(02) value zeros.
       01 qtd-lotes                PIC 9(02) value zeros.
       01 status-pont              PIC X(02) value spaces.
       01 ws-sem-pontual           PIC X(01) value 'N'.
       01 ws-desc-pont             PIC 9(04)v99 value zeros.
       01 ws-dif-pago              PIC 9(07)v99 value zeros.
       01 tot-desc-pont            PIC 9(09)v99 value zeros.
       01 status-banco             PIC X(02) value spaces.
       01 status-liq               PIC X(02) value spaces.
       01 ws-sem-banco             PIC X(01) value 'N'.
       01 ws-banco                 PIC 9(03) value zeros.
       01 ws-nome-ret              PIC X(12) value 'RETORNO.TXT'.
       01 ws-tarifa                PIC 9(03)v99 value zeros.
       01 tot-tarifa               PIC 9(07)v99 value zeros.
       01 ws-banco-idx             PIC 9(03) value zeros.
       01 linha-branco             PIC X(55) value spaces.
       01 ws-lim-pont.
           05 ws-ano-lim-pont      PIC 9(04).
           05 ws-mes-lim-pont      PIC 9(02).
           05 ws-dia-lim-pont      PIC 9(02).

      * LIQUIDADO NO RETORNO POR DATA DE PAGAMENTO - O BANCO CREDITA
      * CADA DATA DE UMA VEZ NA CONTA
       01 tab-lotes.
           05 lote-tab OCCURS 40 TIMES.
              10 data-lote-tab     PIC 9(08).
              10 qtd-lote-tab      PIC 9(05).
              10 valor-lote-tab    PIC 9(09)v99.

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
              'VALOR LIQUIDADO...: '.
           05 val-rod              PIC ZZZ.ZZZ.ZZ9,99.

       01 rod3.
           05 FILLER               PIC X(20) value
              'DESC. PONTUALIDADE: '.
           05 desc-rod             PIC ZZZ.ZZZ.ZZ9,99.

       01 rod4.
           05 FILLER               PIC X(20) value
              'TARIFAS DO BANCO..: '.
           05 tarifa-rod           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(08) value '  BANCO '.
           05 banco-rod            PIC 9(03).

       PROCEDURE DIVISION.
      * MODO NAO ASSISTIDO: HAVENDO PARAMETRO ATIVO EM BATPARM.DAT
      * IMPORTA SEM TELAS E ANOTA O RESULTADO EM RUNLOG.DAT
       0050-modo-batch.
           OPEN INPUT batparm
           IF status-bp NOT = '00'
              GO TO 0059-fim-modo.
           MOVE 'RETBANCO' TO programa-bp
           READ batparm INVALID KEY
              CLOSE batparm
              GO TO 0059-fim-modo.
           IF ativo-bp = 'S'
              MOVE 'S' TO ws-batch.
           CLOSE batparm.

       0059-fim-modo. EXIT.

       0100-open.
           OPEN I-O menscad
           IF status-mens NOT = '00'
              DISPLAY (12 30) '[MENSAL.DAT INEXISTENTE]'
              MOVE 'ERRO' TO ws-resultado-bat
              GO TO 0995-aborta.
           OPEN I-O remidx
           IF status-idx NOT = '00'
              MOVE 'S' TO ws-sem-remidx.
           OPEN I-O negcad
           IF status-neg NOT = '00'
              MOVE 'S' TO ws-sem-negcad.
           OPEN INPUT pontcad
           IF status-pont NOT = '00'
              MOVE 'S' TO ws-sem-pontual.
           PERFORM 0150-banco THRU 0159-fim-banco
           IF ws-resultado-bat NOT = 'OK'
              CLOSE menscad
              GO TO 0990-sai.
           OPEN INPUT retorno
           IF status-ret NOT = '00'
              DISPLAY (12 25) '[' ws-nome-ret 'NAO ENCONTRADO]'
              CLOSE menscad
              MOVE 'ERRO' TO ws-resultado-bat
              GO TO 0990-sai.

       0200-confirma.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RETBANCO'
           DISPLAY (02 25) 'IMPORTACAO DO RETORNO'
           DISPLAY (02 72) 'VRS 1.5'
           IF ws-sem-banco NOT = 'S'
              DISPLAY (05 07) 'BANCO COBRADOR'
              DISPLAY (05 23) cod-banco
              DISPLAY (05 28) nome-banco.
           DISPLAY (08 07) 'IMPORTA O RETORNO DO BANCO ? S/N [ ]'
           IF ws-batch = 'S'
              MOVE 'S' TO ws-resp
           ELSE
              ACCEPT (08 41) ws-resp with prompt AUTO-SKIP.
           IF ws-resp NOT = 'S' and 's'
              CLOSE menscad
                    retorno
              CHAIN 'FACAD.EXE '.

           OPEN OUTPUT impressora
           PERFORM 0800-cabecalho
           ACCEPT ws-data-import FROM DATE YYYYMMDD
           IF ws-sem-banco NOT = 'S'
              OPEN EXTEND liqbco
              IF status-liq NOT = '00'
                 OPEN OUTPUT liqbco.

       0300-le-retorno.
           READ retorno
                 MOVE 'NOSSO NR INVALIDO' TO sit-det1
                 PERFORM 0700-linha
                 GO TO 0300-le-retorno.
      * TITULO REGISTRADO POR OUTRO CONVENIO NAO E DESTE RETORNO
           MOVE ZEROS TO ws-banco-idx
           IF nosso-ret NOT = ZEROS AND ws-sem-remidx NOT = 'S'
              AND banco-idx NUMERIC
              MOVE banco-idx TO ws-banco-idx.
           IF ws-banco-idx NOT = ZEROS AND ws-sem-banco NOT = 'S'
              AND ws-banco-idx NOT = ws-banco
              ADD 1 TO cont-nao-achados
              MOVE 'NOSSO NR OUTRO BCO' TO sit-det1
              PERFORM 0700-linha
              GO TO 0300-le-retorno.
           IF nosso-ret NOT = ZEROS AND ws-sem-remidx NOT = 'S'
              MOVE aluno-idx TO aluno-ret
              MOVE curso-idx TO curso-ret
           MOVE 'BANCO' TO operador-pgto
           MOVE ZEROS TO recibo-pgto
           MOVE 'B' TO forma-pgto
           MOVE ZEROS TO desc-pont-mensal
           PERFORM 0600-desconto-pontual THRU 0609-fim-pontual
           REWRITE reg-mensal
           PERFORM 9950-verifica-negativacao THRU 9959-fim-neg
           IF nosso-ret NOT = ZEROS AND ws-sem-remidx NOT = 'S'
              REWRITE reg-remidx.
           ADD 1 TO cont-casados
           ADD valor-ret TO tot-valor-casado
           PERFORM 0750-acumula-lote THRU 0759-fim-acumula
           IF ws-sem-banco NOT = 'S'
              PERFORM 0760-grava-tarifa THRU 0769-fim-tarifa.
           MOVE 'LIQUIDADO' TO sit-det1
           IF desc-pont-mensal NOT = ZEROS
              MOVE 'LIQUIDADO C/DESC.' TO sit-det1.
           PERFORM 0700-linha
           GO TO 0300-le-retorno.

      * PAGO ATE O DIA LIMITE DO MES DO VENCIMENTO O BANCO COBROU COM
      * O DESCONTO DE PONTUALIDADE INFORMADO NA REMESSA - O DESCONTO
      * FICA NA MENSALIDADE PARA O EXPCONT (MESMA REGRA DO CADMENS).
      * SO VALE O QUE O BANCO DE FATO ABATEU: PAGO O VALOR CHEIO NAO
      * HA DESCONTO, E O ABATIMENTO NUNCA PASSA DO PERCENTUAL
       0600-desconto-pontual.
           IF ws-sem-pontual = 'S' OR mes-mensal > 12
              GO TO 0609-fim-pontual.
           IF valor-ret NOT < valor-mensal
              GO TO 0609-fim-pontual.
           MOVE cod-curso-mensal TO cod-curso-pont
           MOVE ano-mensal TO ano-pont
           READ pontcad INVALID KEY
              GO TO 0609-fim-pontual.
           IF perc-pont = ZEROS
              GO TO 0609-fim-pontual.
           MOVE ano-venc TO ws-ano-lim-pont
           MOVE mes-venc TO ws-mes-lim-pont
           MOVE dia-lim-pont TO ws-dia-lim-pont
           IF ws-dia-lim-pont = ZEROS OR ws-dia-lim-pont > dia-venc
              MOVE dia-venc TO ws-dia-lim-pont.
           IF data-pgto-ret > ws-lim-pont
              GO TO 0609-fim-pontual.
           COMPUTE ws-desc-pont ROUNDED =
              valor-mensal * perc-pont / 100
           IF ws-desc-pont > 999,99
              MOVE 999,99 TO ws-desc-pont.
           SUBTRACT valor-ret FROM valor-mensal GIVING ws-dif-pago
           IF ws-dif-pago < ws-desc-pont
              MOVE ws-dif-pago TO ws-desc-pont.
           MOVE ws-desc-pont TO desc-pont-mensal
           ADD ws-desc-pont TO tot-desc-pont.

       0609-fim-pontual. EXIT.

       0700-linha.
           IF contlin > 55
              PERFORM 0800-cabecalho.
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin.

       0750-acumula-lote.
           MOVE data-pgto-ret TO ws-data-pgto-ret
           MOVE ZEROS TO idx-lote.

       0752-procura-lote.
           ADD 1 TO idx-lote
           IF idx-lote > qtd-lotes
              GO TO 0754-novo-lote.
           IF data-lote-tab (idx-lote) = ws-data-pgto-ret
              GO TO 0756-soma-lote.
           GO TO 0752-procura-lote.

       0754-novo-lote.
           IF qtd-lotes NOT < 40
              MOVE qtd-lotes TO idx-lote
              GO TO 0756-soma-lote.
           ADD 1 TO qtd-lotes
           MOVE qtd-lotes TO idx-lote
           MOVE ws-data-pgto-ret TO data-lote-tab (idx-lote)
           MOVE ZEROS TO qtd-lote-tab (idx-lote)
                         valor-lote-tab (idx-lote).

       0756-soma-lote.
           ADD 1 TO qtd-lote-tab (idx-lote)
           ADD valor-ret TO valor-lote-tab (idx-lote).

       0759-fim-acumula. EXIT.

      * TARIFA DA LIQUIDACAO: A INFORMADA NO RETORNO (LAYOUT 2) OU A
      * DO CADASTRO DO CONVENIO
       0760-grava-tarifa.
           MOVE tarifa-banco TO ws-tarifa
           IF layout-com-tarifa AND tarifa-ret-x NUMERIC
              AND tarifa-ret NOT = ZEROS
              MOVE tarifa-ret TO ws-tarifa.
           MOVE ws-banco TO banco-liq
           MOVE nosso-ret TO nosso-liq
           MOVE aluno-ret TO aluno-liq
           MOVE curso-ret TO curso-liq
           MOVE ano-ret TO ano-liq
           MOVE mes-ret TO mes-liq
           MOVE data-pgto-ret TO data-pgto-liq
           MOVE valor-ret TO valor-liq
           MOVE ws-tarifa TO tarifa-liq
           MOVE ws-data-import TO data-import-liq
           WRITE reg-liqbco
           ADD ws-tarifa TO tot-tarifa.

       0769-fim-tarifa. EXIT.

      * SEM BANCOS.DAT VALE O CONVENIO UNICO (RETORNO.TXT); COM ELE
      * CADA BANCO MANDA O SEU RETnnn.TXT - NO MODO NAO ASSISTIDO
      * E IMPORTADO O DO BANCO PADRAO
       0150-banco.
           OPEN INPUT bancad
           IF status-banco NOT = '00'
              MOVE 'S' TO ws-sem-banco
              GO TO 0159-fim-banco.
           IF ws-batch = 'S'
              GO TO 0156-padrao.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RETBANCO'
           DISPLAY (02 25) 'IMPORTACAO DO RETORNO'
           DISPLAY (05 07) 'BANCO COBRADOR [   ]   (0 = VOLTA)'.

       0152-codigo.
           ACCEPT (05 23) ws-banco with prompt AUTO-SKIP
           DISPLAY (22 20) linha-branco
           IF ws-banco = ZEROS
              CLOSE bancad
                    menscad
              GO TO 0990-sai.
           MOVE ws-banco TO cod-banco
           READ bancad INVALID KEY
              DISPLAY (22 20) 'BANCO NAO CADASTRADO'
              GO TO 0152-codigo.
           GO TO 0158-nome-arquivo.

       0156-padrao.
           MOVE ZEROS TO cod-banco
           START bancad KEY NOT LESS chave-banco INVALID KEY
              MOVE 'ERRO' TO ws-resultado-bat
              GO TO 0159-fim-banco.

       0157-le-banco.
           READ bancad NEXT
           IF status-banco NOT = '00'
              MOVE 'ERRO' TO ws-resultado-bat
              GO TO 0159-fim-banco.
           IF NOT banco-padrao
              GO TO 0157-le-banco.
           MOVE cod-banco TO ws-banco.

       0158-nome-arquivo.
           MOVE 'RET000.TXT' TO ws-nome-ret
           MOVE ws-banco TO ws-nome-ret (4:3).

       0159-fim-banco. EXIT.

       0800-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM rod1 AFTER 3
           MOVE tot-valor-casado TO val-rod
           WRITE reg-impressora FROM rod2 AFTER 1
           MOVE tot-desc-pont TO desc-rod
           WRITE reg-impressora FROM rod3 AFTER 1
           IF ws-sem-banco NOT = 'S'
              MOVE tot-tarifa TO tarifa-rod
              MOVE ws-banco TO banco-rod
              WRITE reg-impressora FROM rod4 AFTER 1
              CLOSE liqbco.
           IF qtd-lotes > ZEROS
              PERFORM 0950-grava-lotes THRU 0959-fim-lotes.
           IF ws-sem-remidx NOT = 'S'
              CLOSE remidx.
           IF ws-sem-negcad NOT = 'S'
              CLOSE negcad.
           IF ws-sem-pontual NOT = 'S'
              CLOSE pontcad.
           IF ws-sem-banco NOT = 'S'
              CLOSE bancad.
           CLOSE menscad
                 retorno
                 impressora
           DISPLAY (20 07) 'IMPORTACAO CONCLUIDA - LIQUIDADOS:'
           DISPLAY (20 42) cont-casados.

      * NO MODO BATCH ENCERRA COM RUNLOG E RETURN-CODE
       0990-sai.
           IF ws-batch = 'S'
              PERFORM 9900-encerra-batch.
           STOP ' '
           CHAIN 'FACAD.EXE '.

       0995-aborta.
           IF ws-batch = 'S'
              PERFORM 9900-encerra-batch.
           STOP RUN.

      * NUMERO DO LOTE = ULTIMO DE RETLOG.DAT + 1, UM REGISTRO POR
      * DATA DE PAGAMENTO LIQUIDADA NESTA IMPORTACAO
       0950-grava-lotes.
           MOVE ZEROS TO ws-num-lote
           OPEN INPUT retlog
           IF status-log NOT = '00'
              GO TO 0954-abre-extend.

       0952-le-retlog.
           READ retlog
           IF status-log = '00'
              MOVE num-lote-log TO ws-num-lote
              GO TO 0952-le-retlog.
           CLOSE retlog.

       0954-abre-extend.
           ADD 1 TO ws-num-lote
           ACCEPT ws-data-import FROM DATE YYYYMMDD
           OPEN EXTEND retlog
           IF status-log NOT = '00'
              OPEN OUTPUT retlog.
           MOVE ZEROS TO idx-lote.

       0956-grava-lote.
           ADD 1 TO idx-lote
           IF idx-lote > qtd-lotes
              CLOSE retlog
              GO TO 0959-fim-lotes.
           MOVE ws-num-lote TO num-lote-log
           MOVE ws-data-import TO data-import-log
           MOVE data-lote-tab (idx-lote) TO data-pgto-log
           MOVE qtd-lote-tab (idx-lote) TO qtd-log
           MOVE valor-lote-tab (idx-lote) TO valor-log
           MOVE ws-banco TO banco-log
           WRITE reg-retlog
           GO TO 0956-grava-lote.

       0959-fim-lotes. EXIT.

      * ALUNO NEGATIVADO QUE QUITOU O ATRASO ENTRA SOZINHO NA FILA
      * DE EXCLUSAO DO BUREAU (NEGCAD.DAT SITUACAO Q - VER NEGATIV)
       9950-verifica-negativacao.
              REWRITE reg-negcad.

       9959-fim-neg. EXIT.

       9900-encerra-batch.
           OPEN EXTEND runlog
           IF status-runlog NOT = '00'
              OPEN OUTPUT runlog.
           ACCEPT data-run FROM DATE
           ACCEPT hora-run FROM TIME
           MOVE programa-bp TO programa-run
           MOVE ws-resultado-bat TO resultado-run
           WRITE reg-runlog
           CLOSE runlog
           IF ws-resultado-bat = 'OK'
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE.
      * DENTRO DA CADEIA NOTURNA O CONTROLE VOLTA AO NOTURNO
           OPEN INPUT cadflg
           IF status-flg = '00'
              READ cadflg INTO ws-flag-cadeia
              CLOSE cadflg.
           IF ws-flag-cadeia = 'RODANDO'
              CHAIN 'NOTURNO.EXE'.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBCO-COB.
      *           SISTEMAS DE COMPUTACAO
      *    ANALISTA         :ENZO 19 - JAMILE 26
      *    PROGRAMADOR(A)   :ENZO 19 - JAMILE 26
      *    DATA             :
      *    FINALIDADE       :CONCILIACAO BANCARIA - IMPORTA O EXTRATO
      *                      DA CONTA (EXTRATO.TXT, LAYOUT FIXO DO
      *                      BANCO) E CASA CADA CREDITO DO PERIODO COM
      *                      UM LOTE DE LIQUIDACAO DO RETORNO BANCARIO
      *                      (RETLOG.DAT/RETBANCO), COM O DEPOSITO DO
      *                      CAIXA DO DIA (FECHCX.DAT/FECHCX) OU COM O
      *                      DEPOSITO DOS CHEQUES PRE-DATADOS DA
      *                      CUSTODIA (CHQDEP.DAT/DEPCHQ). LISTA
      *                      CREDITOS NAO IDENTIFICADOS, DIFERENCAS DE
      *                      VALOR, LIQUIDACOES SEM CREDITO E O SALDO
      *                      CONCILIADO ACUMULADO DIA A DIA
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT extrato ASSIGN TO DISK
                         FILE STATUS status-ext.

           SELECT retlog ASSIGN TO DISK
                         FILE STATUS status-log.

           SELECT fechdat ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY data-fcx
                         FILE STATUS status-fcx.

           SELECT chqdep ASSIGN TO DISK
                         FILE STATUS status-dep.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.

       FILE SECTION.

      * EXTRATO EM ORDEM DE DATA; TIPO-EXT C = CREDITO, D = DEBITO
       FD extrato
           LABEL record STANDARD
           value OF FILE-ID 'EXTRATO.TXT'
           record contains 80 characteres.

       01 reg-extrato.
           05 data-ext             PIC 9(08).
           05 data-ext-r REDEFINES data-ext.
              10 ano-ext           PIC 9(04).
              10 mes-ext           PIC 9(02).
              10 dia-ext           PIC 9(02).
           05 documento-ext        PIC X(10).
           05 historico-ext        PIC X(30).
           05 valor-ext            PIC 9(09)v99.
           05 tipo-ext             PIC X(01).
              88 ext-credito       VALUE 'C'.
              88 ext-debito        VALUE 'D'.
           05 FILLER               PIC X(20).

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
           05 FILLER               PIC X(04).

       FD fechdat
           LABEL record STANDARD
           value OF FILE-ID 'FECHCX.DAT'
           record contains 50 characteres.

       01 reg-fechcx.
           05 data-fcx             PIC 9(08).
           05 valor-dep-fcx        PIC S9(07)v99.
           05 valor-banco-fcx      PIC 9(07)v99.
           05 qtd-pgtos-fcx        PIC 9(05).
           05 data-emis-fcx        PIC 9(08).
           05 FILLER               PIC X(11).

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
       01 status-ext               PIC X(02) value spaces.
       01 status-log               PIC X(02) value spaces.
       01 status-fcx               PIC X(02) value spaces.
       01 status-dep               PIC X(02) value spaces.
       01 ws-resp                  PIC X.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 ws-mes-atual         PIC 9(02).
           05 ws-dia-atual         PIC 9(02).
       01 ws-dia-ini               PIC 9(02) value zeros.
       01 ws-mes-ini               PIC 9(02) value zeros.
       01 ws-ano-ini               PIC 9(04) value zeros.
       01 ws-dia-fim               PIC 9(02) value zeros.
       01 ws-mes-fim               PIC 9(02) value zeros.
       01 ws-ano-fim               PIC 9(04) value zeros.
       01 ws-data-ini              PIC 9(08) value zeros.
       01 ws-data-fim              PIC 9(08) value zeros.
       01 ws-tolerancia            PIC 9(01) value 3.
       01 ws-serial-ini            PIC 9(08) value zeros.
       01 ws-serial-lim            PIC 9(08) value zeros.
       01 ws-serial-fim            PIC 9(08) value zeros.
       01 ws-serial-ext            PIC 9(08) value zeros.
       01 ws-data-calc             PIC 9(08) value zeros.
       01 ws-data-calc-r REDEFINES ws-data-calc.
           05 ws-cd-ano            PIC 9(04).
           05 ws-cd-mes            PIC 9(02).
           05 ws-cd-dia            PIC 9(02).
       01 ws-serial                PIC 9(08) value zeros.
       01 ws-idx-mes               PIC 9(02) value zeros.
       01 ws-bisx                  PIC 9(04) value zeros.
       01 ws-ano-m1                PIC 9(04) value zeros.
       01 ws-resto                 PIC 9(04) value zeros.
       01 tab-dias.
           05 FILLER               PIC X(24) value
              '312831303130313130313031'.
       01 tab-dias-r REDEFINES tab-dias.
           05 dias-mes OCCURS 12 TIMES PIC 9(02).
       01 data-ant                 PIC 9(08) value zeros.
       01 flag-dia                 PIC 9(01) value zeros.
       01 idx-liq                  PIC 9(03) value zeros.
       01 idx-achado               PIC 9(03) value zeros.
       01 idx-dif                  PIC 9(03) value zeros.
       01 qtd-liq                  PIC 9(03) value zeros.
       01 ws-diferenca             PIC S9(09)v99 value zeros.
       01 contlin                  PIC 9(02) value 99.
       01 contpag                  PIC 9(03) value zeros.
       01 cont-debitos             PIC 9(05) value zeros.
       01 cont-liq-fora            PIC 9(05) value zeros.

      * LIQUIDACOES ESPERADAS NO EXTRATO - ORIGEM R = LOTE DO RETORNO
      * BANCARIO, C = DEPOSITO DO CAIXA, Q = DEPOSITO DOS CHEQUES DA
      * CUSTODIA
       01 tab-liquidacoes.
           05 liq-tab OCCURS 600 TIMES.
              10 origem-tab        PIC X(01).
              10 data-tab          PIC 9(08).
              10 serial-tab        PIC 9(08).
              10 lote-tab          PIC 9(04).
              10 valor-tab         PIC S9(09)v99.
              10 casado-tab        PIC X(01).

      * TOTAIS DO DIA E DO PERIODO - 1 = CREDITOS, 2 = CONCILIADOS,
      * 3 = COM DIFERENCA, 4 = NAO IDENTIFICADOS
       01 tot-dia.
           05 qtd-dia OCCURS 4 TIMES PIC 9(05).
           05 val-dia OCCURS 4 TIMES PIC 9(11)v99.
       01 tot-per.
           05 qtd-per OCCURS 4 TIMES PIC 9(05).
           05 val-per OCCURS 4 TIMES PIC 9(11)v99.
       01 saldo-conciliado         PIC 9(11)v99 value zeros.
       01 tot-sem-credito          PIC S9(11)v99 value zeros.
       01 idx-tot                  PIC 9(01) value zeros.

       01 cab1.
           05 FILLER               PIC X(08) value 'CONCBCO'.
           05 FILLER               PIC X(27) value
              'CONCILIACAO BANCARIA DE'.
           05 dia-ini-cab1         PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-ini-cab1         PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-ini-cab1         PIC 9(04).
           05 FILLER               PIC X(03) value ' A '.
           05 dia-fim-cab1         PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-fim-cab1         PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-fim-cab1         PIC 9(04).
           05 FILLER               PIC X(09) value '    PAG. '.
           05 pag-cab1             PIC ZZ9.

       01 cab2.
           05 FILLER               PIC X(11) value 'DATA'.
           05 FILLER               PIC X(11) value 'DOCUMENTO'.
           05 FILLER               PIC X(21) value 'HISTORICO'.
           05 FILLER               PIC X(14) value '       CREDITO'.
           05 FILLER               PIC X(23) value
              ' SITUACAO'.

       01 det1.
           05 dia-det1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-det1             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-det1             PIC 9(04).
           05 FILLER               PIC X(01) value space.
           05 documento-det1       PIC X(10).
           05 FILLER               PIC X(01) value space.
           05 historico-det1       PIC X(20).
           05 FILLER               PIC X(01) value space.
           05 valor-det1           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value space.
           05 sit-det1             PIC X(22).

       01 sit-retorno.
           05 FILLER               PIC X(13) value 'RETORNO LOTE '.
           05 lote-sit             PIC 9(04).

       01 sit-caixa.
           05 FILLER               PIC X(12) value 'CAIXA DO DIA'.
           05 FILLER               PIC X(01) value space.
           05 dia-sit              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-sit              PIC 99.

       01 sit-custodia.
           05 FILLER               PIC X(16) value 'CHEQUES CUST.'.
           05 dia-sitq             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-sitq             PIC 99.

       01 det-dif.
           05 FILLER               PIC X(20) value spaces.
           05 FILLER               PIC X(20) value
              'ESPERADO ..........:'.
           05 esperado-dif         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07) value '  DIF.'.
           05 valor-dif            PIC -ZZZ.ZZ9,99.

       01 tot-dia1.
           05 FILLER               PIC X(10) value 'TOTAL DIA '.
           05 dia-tdia             PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-tdia             PIC 99.
           05 FILLER               PIC X(10) value ' CREDITOS '.
           05 cred-tdia            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(12) value ' CONCILIADO '.
           05 conc-tdia            PIC ZZZ.ZZZ.ZZ9,99.

       01 tot-dia2.
           05 FILLER               PIC X(25) value spaces.
           05 FILLER               PIC X(26) value
              'SALDO CONCILIADO ACUMULADO'.
           05 FILLER               PIC X(01) value space.
           05 saldo-tdia           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 cab-sem.
           05 FILLER               PIC X(50) value
              'LIQUIDACOES SEM CREDITO NO EXTRATO'.

       01 det-sem.
           05 origem-sem           PIC X(22).
           05 FILLER               PIC X(01) value space.
           05 dia-sem              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-sem              PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-sem              PIC 9(04).
           05 FILLER               PIC X(05) value spaces.
           05 valor-sem            PIC -ZZZ.ZZZ.ZZ9,99.

       01 rod1.
           05 rotulo-rod           PIC X(30).
           05 qtd-rod              PIC ZZ.ZZ9.
           05 FILLER               PIC X(04) value spaces.
           05 valor-rod            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT extrato
           IF status-ext NOT = '00'
              DISPLAY (12 25) '[EXTRATO.TXT NAO ENCONTRADO]'
              STOP ' '
              CHAIN 'mfinanc3.EXE'.

       0200-tela.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CONCBCO'
           DISPLAY (02 27) 'CONCILIACAO BANCARIA'
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (08 07)
             'PERIODO DO EXTRATO [  /  /    ] A [  /  /    ]'
           DISPLAY (10 07)
             'DIAS DE FOLGA ENTRE LIQUIDACAO E CREDITO [ ]'
           DISPLAY (10 49) ws-tolerancia.

       0210-aceita-ini.
           ACCEPT (08 27) ws-dia-ini with prompt AUTO-SKIP
           ACCEPT (08 30) ws-mes-ini with prompt AUTO-SKIP
           ACCEPT (08 33) ws-ano-ini with prompt AUTO-SKIP
           IF ws-dia-ini < 1 OR ws-dia-ini > 31
              OR ws-mes-ini < 1 OR ws-mes-ini > 12
              OR ws-ano-ini = ZEROS
              DISPLAY (22 20) 'DATA INVALIDA'
              GO TO 0210-aceita-ini.
           DISPLAY (22 20) '             '.

       0220-aceita-fim.
           ACCEPT (08 43) ws-dia-fim with prompt AUTO-SKIP
           ACCEPT (08 46) ws-mes-fim with prompt AUTO-SKIP
           ACCEPT (08 49) ws-ano-fim with prompt AUTO-SKIP
           IF ws-dia-fim < 1 OR ws-dia-fim > 31
              OR ws-mes-fim < 1 OR ws-mes-fim > 12
              OR ws-ano-fim = ZEROS
              DISPLAY (22 20) 'DATA INVALIDA'
              GO TO 0220-aceita-fim.
           MOVE ws-ano-ini TO ws-data-ini (1:4)
           MOVE ws-mes-ini TO ws-data-ini (5:2)
           MOVE ws-dia-ini TO ws-data-ini (7:2)
           MOVE ws-ano-fim TO ws-data-fim (1:4)
           MOVE ws-mes-fim TO ws-data-fim (5:2)
           MOVE ws-dia-fim TO ws-data-fim (7:2)
           IF ws-data-fim < ws-data-ini
              DISPLAY (22 20) 'PERIODO INVALIDO'
              GO TO 0210-aceita-ini.
           DISPLAY (22 20) '                '.

       0230-aceita-folga.
           ACCEPT (10 49) ws-tolerancia with UPDATE AUTO-SKIP.

       0240-confirma.
           DISPLAY (13 07) 'CONFIRMA A CONCILIACAO ? S/N [ ]'
           ACCEPT (13 37) ws-resp with prompt AUTO-SKIP
           IF ws-resp = 'N' or 'n'
              GO TO 0990-sai.
           IF ws-resp NOT = 'S' and 's'
              GO TO 0240-confirma.

           DISPLAY (20 07) 'PROCESSANDO...'
           MOVE ws-data-ini TO ws-data-calc
           PERFORM 8100-serial-dia THRU 8199-fim-serial
           MOVE ws-serial TO ws-serial-ini
           SUBTRACT ws-tolerancia FROM ws-serial-ini
              GIVING ws-serial-lim
           MOVE ws-data-fim TO ws-data-calc
           PERFORM 8100-serial-dia THRU 8199-fim-serial
           MOVE ws-serial TO ws-serial-fim
           MOVE ZEROS TO tot-dia tot-per
           PERFORM 0300-carrega-retlog THRU 0399-fim-carga
           MOVE ws-dia-ini TO dia-ini-cab1
           MOVE ws-mes-ini TO mes-ini-cab1
           MOVE ws-ano-ini TO ano-ini-cab1
           MOVE ws-dia-fim TO dia-fim-cab1
           MOVE ws-mes-fim TO mes-fim-cab1
           MOVE ws-ano-fim TO ano-fim-cab1
           OPEN OUTPUT impressora.

      * CREDITOS DO PERIODO, UM A UM, COM QUEBRA POR DIA
       0400-le-extrato.
           READ extrato
           IF status-ext NOT = '00'
              GO TO 0700-fim-extrato.
           IF data-ext < ws-data-ini OR data-ext > ws-data-fim
              GO TO 0400-le-extrato.
           IF NOT ext-credito
              ADD 1 TO cont-debitos
              GO TO 0400-le-extrato.
           IF flag-dia = 0
              MOVE 9 TO flag-dia
              MOVE data-ext TO data-ant
           ELSE
              IF data-ext NOT = data-ant
                 PERFORM 0600-total-dia THRU 0619-fim-acumula
                 MOVE data-ext TO data-ant.

           MOVE data-ext TO ws-data-calc
           PERFORM 8100-serial-dia THRU 8199-fim-serial
           MOVE ws-serial TO ws-serial-ext
           ADD 1 TO qtd-dia (1)
           ADD valor-ext TO val-dia (1)
           MOVE dia-ext TO dia-det1
           MOVE mes-ext TO mes-det1
           MOVE ano-ext TO ano-det1
           MOVE documento-ext TO documento-det1
           MOVE historico-ext TO historico-det1
           MOVE valor-ext TO valor-det1
           PERFORM 0500-procura THRU 0599-fim-procura
           GO TO 0400-le-extrato.

      * LIQUIDACAO AINDA NAO CASADA DE ATE N DIAS ANTES DO CREDITO:
      * PRIMEIRO COM O MESMO VALOR, DEPOIS A PRIMEIRA DA JANELA (QUE
      * SAI COMO DIFERENCA DE VALOR)
       0500-procura.
           MOVE ZEROS TO idx-liq idx-achado idx-dif.

       0510-varre.
           ADD 1 TO idx-liq
           IF idx-liq > qtd-liq
              GO TO 0530-decide.
           IF casado-tab (idx-liq) = 'S'
              GO TO 0510-varre.
           IF serial-tab (idx-liq) > ws-serial-ext
              GO TO 0510-varre.
           IF serial-tab (idx-liq) + ws-tolerancia < ws-serial-ext
              GO TO 0510-varre.
           IF valor-tab (idx-liq) = valor-ext
              MOVE idx-liq TO idx-achado
              GO TO 0530-decide.
           IF idx-dif = ZEROS
              MOVE idx-liq TO idx-dif.
           GO TO 0510-varre.

       0530-decide.
           IF idx-achado NOT = ZEROS
              MOVE idx-achado TO idx-liq
              ADD 1 TO qtd-dia (2)
              ADD valor-ext TO val-dia (2)
              PERFORM 0560-situacao
              PERFORM 0580-imprime
              GO TO 0599-fim-procura.
           IF idx-dif NOT = ZEROS
              MOVE idx-dif TO idx-liq
              ADD 1 TO qtd-dia (3)
              ADD valor-ext TO val-dia (3)
              PERFORM 0560-situacao
              PERFORM 0580-imprime
              MOVE valor-tab (idx-liq) TO esperado-dif
              MOVE valor-ext TO ws-diferenca
              SUBTRACT valor-tab (idx-liq) FROM ws-diferenca
              MOVE ws-diferenca TO valor-dif
              WRITE reg-impressora FROM det-dif AFTER 1
              ADD 1 TO contlin
              GO TO 0599-fim-procura.
           ADD 1 TO qtd-dia (4)
           ADD valor-ext TO val-dia (4)
           MOVE 'NAO IDENTIFICADO' TO sit-det1
           PERFORM 0580-imprime
           GO TO 0599-fim-procura.

       0560-situacao.
           MOVE 'S' TO casado-tab (idx-liq)
           IF origem-tab (idx-liq) = 'R'
              MOVE lote-tab (idx-liq) TO lote-sit
              MOVE sit-retorno TO sit-det1.
           IF origem-tab (idx-liq) = 'C'
              MOVE data-tab (idx-liq) (7:2) TO dia-sit
              MOVE data-tab (idx-liq) (5:2) TO mes-sit
              MOVE sit-caixa TO sit-det1.
           IF origem-tab (idx-liq) = 'Q'
              MOVE data-tab (idx-liq) (7:2) TO dia-sitq
              MOVE data-tab (idx-liq) (5:2) TO mes-sitq
              MOVE sit-custodia TO sit-det1.

       0580-imprime.
           IF contlin > 54
              PERFORM 0800-cabecalho.
           WRITE reg-impressora FROM det1 AFTER 1
           ADD 1 TO contlin.

       0599-fim-procura. EXIT.

       0600-total-dia.
           ADD val-dia (2) TO saldo-conciliado
           MOVE data-ant (7:2) TO dia-tdia
           MOVE data-ant (5:2) TO mes-tdia
           MOVE val-dia (1) TO cred-tdia
           MOVE val-dia (2) TO conc-tdia
           MOVE saldo-conciliado TO saldo-tdia
           IF contlin > 53
              PERFORM 0800-cabecalho.
           WRITE reg-impressora FROM tot-dia1 AFTER 2
           WRITE reg-impressora FROM tot-dia2 AFTER 1
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           ADD 4 TO contlin
           MOVE ZEROS TO idx-tot.

       0610-acumula.
           ADD 1 TO idx-tot
           IF idx-tot > 4
              GO TO 0619-fim-acumula.
           ADD qtd-dia (idx-tot) TO qtd-per (idx-tot)
           ADD val-dia (idx-tot) TO val-per (idx-tot)
           MOVE ZEROS TO qtd-dia (idx-tot) val-dia (idx-tot)
           GO TO 0610-acumula.

       0619-fim-acumula. EXIT.

      * FIM DO EXTRATO: FECHA O ULTIMO DIA, LISTA AS LIQUIDACOES DO
      * PERIODO QUE NENHUM CREDITO COBRIU E OS TOTAIS
       0700-fim-extrato.
           IF contlin = 99
              PERFORM 0800-cabecalho.
           IF flag-dia NOT = 0
              PERFORM 0600-total-dia THRU 0619-fim-acumula.
           WRITE reg-impressora FROM cab-sem AFTER 2
           ADD 2 TO contlin
           MOVE ZEROS TO idx-liq.

       0710-sem-credito.
           ADD 1 TO idx-liq
           IF idx-liq > qtd-liq
              GO TO 0750-totais.
           IF casado-tab (idx-liq) = 'S'
              GO TO 0710-sem-credito.
           IF serial-tab (idx-liq) < ws-serial-ini
              GO TO 0710-sem-credito.
           IF contlin > 55
              PERFORM 0800-cabecalho.
           IF origem-tab (idx-liq) = 'R'
              MOVE lote-tab (idx-liq) TO lote-sit
              MOVE sit-retorno TO origem-sem.
           IF origem-tab (idx-liq) = 'C'
              MOVE 'DEPOSITO DO CAIXA' TO origem-sem.
           IF origem-tab (idx-liq) = 'Q'
              MOVE 'DEPOSITO CHEQUES CUST.' TO origem-sem.
           MOVE data-tab (idx-liq) (7:2) TO dia-sem
           MOVE data-tab (idx-liq) (5:2) TO mes-sem
           MOVE data-tab (idx-liq) (1:4) TO ano-sem
           MOVE valor-tab (idx-liq) TO valor-sem
           WRITE reg-impressora FROM det-sem AFTER 1
           ADD 1 TO contlin
           ADD 1 TO cont-liq-fora
           ADD valor-tab (idx-liq) TO tot-sem-credito
           GO TO 0710-sem-credito.

       0750-totais.
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           MOVE 'CREDITOS NO PERIODO .........' TO rotulo-rod
           MOVE qtd-per (1) TO qtd-rod
           MOVE val-per (1) TO valor-rod
           WRITE reg-impressora FROM rod1 AFTER 1
           MOVE 'CONCILIADOS ..................' TO rotulo-rod
           MOVE qtd-per (2) TO qtd-rod
           MOVE val-per (2) TO valor-rod
           WRITE reg-impressora FROM rod1 AFTER 1
           MOVE 'COM DIFERENCA DE VALOR .......' TO rotulo-rod
           MOVE qtd-per (3) TO qtd-rod
           MOVE val-per (3) TO valor-rod
           WRITE reg-impressora FROM rod1 AFTER 1
           MOVE 'NAO IDENTIFICADOS ............' TO rotulo-rod
           MOVE qtd-per (4) TO qtd-rod
           MOVE val-per (4) TO valor-rod
           WRITE reg-impressora FROM rod1 AFTER 1
           MOVE 'LIQUIDACOES SEM CREDITO ......' TO rotulo-rod
           MOVE cont-liq-fora TO qtd-rod
           MOVE tot-sem-credito TO valor-rod
           WRITE reg-impressora FROM rod1 AFTER 1
           MOVE 'DEBITOS IGNORADOS ............' TO rotulo-rod
           MOVE cont-debitos TO qtd-rod
           MOVE ZEROS TO valor-rod
           WRITE reg-impressora FROM rod1 AFTER 1
           CLOSE impressora
           DISPLAY (20 07) 'CONCILIADOS:'
           DISPLAY (20 20) qtd-per (2)
           DISPLAY (20 27) 'NAO IDENTIFICADOS:'
           DISPLAY (20 46) qtd-per (4)
           STOP ' '
           GO TO 0990-sai.

       0800-cabecalho.
           ADD 1 TO contpag
           MOVE contpag TO pag-cab1
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           MOVE 4 TO contlin.

       0990-sai.
           CLOSE extrato
           CHAIN 'mfinanc3.EXE'.

      * LOTES DO RETORNO, DEPOSITOS DO CAIXA E DOS CHEQUES DA
      * CUSTODIA DO PERIODO (COM A FOLGA
      * ANTES DO INICIO, PARA CASAR CREDITO DOS PRIMEIROS DIAS)
       0300-carrega-retlog.
           MOVE ZEROS TO qtd-liq
           OPEN INPUT retlog
           IF status-log NOT = '00'
              GO TO 0340-carrega-fechcx.

       0310-le-retlog.
           READ retlog
           IF status-log NOT = '00'
              CLOSE retlog
              GO TO 0340-carrega-fechcx.
           IF data-pgto-log > ws-data-fim
              GO TO 0310-le-retlog.
           MOVE data-pgto-log TO ws-data-calc
           PERFORM 8100-serial-dia THRU 8199-fim-serial
           IF ws-serial < ws-serial-lim
              GO TO 0310-le-retlog.
           IF qtd-liq NOT < 600
              GO TO 0310-le-retlog.
           ADD 1 TO qtd-liq
           MOVE 'R' TO origem-tab (qtd-liq)
           MOVE data-pgto-log TO data-tab (qtd-liq)
           MOVE ws-serial TO serial-tab (qtd-liq)
           MOVE num-lote-log TO lote-tab (qtd-liq)
           MOVE valor-log TO valor-tab (qtd-liq)
           MOVE 'N' TO casado-tab (qtd-liq)
           GO TO 0310-le-retlog.

       0340-carrega-fechcx.
           OPEN INPUT fechdat
           IF status-fcx NOT = '00'
              GO TO 0370-carrega-chqdep.

       0350-le-fechcx.
           READ fechdat NEXT
           IF status-fcx NOT = '00'
              CLOSE fechdat
              GO TO 0370-carrega-chqdep.
           IF data-fcx > ws-data-fim
              GO TO 0350-le-fechcx.
           IF valor-dep-fcx NOT > ZEROS
              GO TO 0350-le-fechcx.
           MOVE data-fcx TO ws-data-calc
           PERFORM 8100-serial-dia THRU 8199-fim-serial
           IF ws-serial < ws-serial-lim
              GO TO 0350-le-fechcx.
           IF qtd-liq NOT < 600
              GO TO 0350-le-fechcx.
           ADD 1 TO qtd-liq
           MOVE 'C' TO origem-tab (qtd-liq)
           MOVE data-fcx TO data-tab (qtd-liq)
           MOVE ws-serial TO serial-tab (qtd-liq)
           MOVE ZEROS TO lote-tab (qtd-liq)
           MOVE valor-dep-fcx TO valor-tab (qtd-liq)
           MOVE 'N' TO casado-tab (qtd-liq)
           GO TO 0350-le-fechcx.

      * CHEQUES PRE-DATADOS DEPOSITADOS PELO DEPCHQ - A DATA DO LOTE E
      * A DO DEPOSITO E O VALOR E O TOTAL DA LISTA MARCADA
       0370-carrega-chqdep.
           OPEN INPUT chqdep
           IF status-dep NOT = '00'
              GO TO 0399-fim-carga.

       0380-le-chqdep.
           READ chqdep
           IF status-dep NOT = '00'
              CLOSE chqdep
              GO TO 0399-fim-carga.
           IF data-dep > ws-data-fim
              GO TO 0380-le-chqdep.
           IF valor-dep NOT > ZEROS
              GO TO 0380-le-chqdep.
           MOVE data-dep TO ws-data-calc
           PERFORM 8100-serial-dia THRU 8199-fim-serial
           IF ws-serial < ws-serial-lim
              GO TO 0380-le-chqdep.
           IF qtd-liq NOT < 600
              GO TO 0380-le-chqdep.
           ADD 1 TO qtd-liq
           MOVE 'Q' TO origem-tab (qtd-liq)
           MOVE data-dep TO data-tab (qtd-liq)
           MOVE ws-serial TO serial-tab (qtd-liq)
           MOVE ZEROS TO lote-tab (qtd-liq)
           MOVE valor-dep TO valor-tab (qtd-liq)
           MOVE 'N' TO casado-tab (qtd-liq)
           GO TO 0380-le-chqdep.

       0399-fim-carga. EXIT.

      * DIA CORRIDO (SERIAL) DE WS-DATA-CALC, PARA A JANELA DE FOLGA
       8100-serial-dia.
           MOVE ws-cd-ano TO ws-serial
           MULTIPLY 365 BY ws-serial
           SUBTRACT 1 FROM ws-cd-ano GIVING ws-ano-m1
           DIVIDE ws-ano-m1 BY 4 GIVING ws-bisx
           ADD ws-bisx TO ws-serial
           DIVIDE ws-ano-m1 BY 100 GIVING ws-bisx
           SUBTRACT ws-bisx FROM ws-serial
           DIVIDE ws-ano-m1 BY 400 GIVING ws-bisx
           ADD ws-bisx TO ws-serial
           MOVE 1 TO ws-idx-mes.

       8110-soma-meses.
           IF ws-idx-mes NOT < ws-cd-mes
              GO TO 8120-soma-dia.
           ADD dias-mes (ws-idx-mes) TO ws-serial
           ADD 1 TO ws-idx-mes
           GO TO 8110-soma-meses.

       8120-soma-dia.
           ADD ws-cd-dia TO ws-serial
           IF ws-cd-mes > 2
              PERFORM 8400-testa-bissexto THRU 8499-fim-bisx
              IF ws-resto = 1
                 ADD 1 TO ws-serial.

       8199-fim-serial. EXIT.

       8400-testa-bissexto.
           MOVE 0 TO ws-resto
           DIVIDE ws-cd-ano BY 4 GIVING ws-bisx REMAINDER ws-resto
           IF ws-resto NOT = 0
              MOVE 0 TO ws-resto
              GO TO 8499-fim-bisx.
           DIVIDE ws-cd-ano BY 100 GIVING ws-bisx REMAINDER ws-resto
           IF ws-resto NOT = 0
              MOVE 1 TO ws-resto
              GO TO 8499-fim-bisx.
           DIVIDE ws-cd-ano BY 400 GIVING ws-bisx REMAINDER ws-resto
           IF ws-resto = 0
              MOVE 1 TO ws-resto
           ELSE
              MOVE 0 TO ws-resto.

       8499-fim-bisx. EXIT.

      *                      RECONSTROI O BRUTO E O DESCONTO DE BOLSA
      *                      (bolsa.dat) E APLICA A TAXA HISTORICA DE
      *                      INADIMPLENCIA DOS ULTIMOS 12 MESES PARA
      *                      MOSTRAR O PREVISTO E O REALISTA; EM
      *                      SEGUIDA O FLUXO DE CAIXA COM AS SAIDAS
      *                      DO CONTAS A PAGAR (PAGAR.DAT) E O SALDO
      *                      LIQUIDO E ACUMULADO DE CADA MES
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            FLUXO DE CAIXA COM AS
      *                                       CONTAS A PAGAR
      *    1.2                /  /            CHEQUES PRE-DATADOS EM
      *                                       CUSTODIA (CUSTCHQ.DAT)
      *                                       ENTRAM NO MES DO BOM PARA

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-bolsa
                         FILE STATUS status-bolsa.

           SELECT pagcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-pagar
                         FILE STATUS status-pag.

           SELECT custcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cust
                         FILE STATUS status-cust.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.
           05 status-pgto          PIC X(01).
              88 pgto-pago         VALUE 'P'.
              88 pgto-aberto       VALUE 'A'.
              88 pgto-custodia     VALUE 'K'.
           05 valor-pago           PIC 9(05)v99.
           05 operador-pgto        PIC X(10).
           05 recibo-pgto          PIC 9(06).
           05 fim-bolsa            PIC 9(06).
           05 FILLER               PIC X(03).

       FD pagcad
           LABEL record STANDARD
           value OF FILE-ID 'PAGAR.DAT'
           record contains 120 characteres.

       01 reg-pagar.
           05 chave-pagar.
              10 cod-forn-pag      PIC 9(05).
              10 doc-pag           PIC X(12).
              10 parcela-pag       PIC 9(02).
           05 categoria-pag        PIC X(01).
              88 pag-folha         VALUE 'F'.
           05 descricao-pag        PIC X(30).
           05 data-emis-pag        PIC 9(08).
           05 venc-pag             PIC 9(08).
           05 venc-pag-r REDEFINES venc-pag.
              10 ano-venc-pag      PIC 9(04).
              10 mes-venc-pag      PIC 9(02).
              10 dia-venc-pag      PIC 9(02).
           05 valor-pag            PIC 9(07)v99.
           05 sit-pag              PIC X(01).
              88 pag-aberta        VALUE 'A'.
           05 data-pgto-pag        PIC 9(08).
           05 valor-pgto-pag       PIC 9(07)v99.
           05 forma-pgto-pag       PIC X(01).
           05 operador-pag         PIC X(10).
           05 cod-prof-pag         PIC 9(04).
           05 FILLER               PIC X(12).

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
           05 bom-para-cust-r REDEFINES bom-para-cust.
              10 ano-bom-cust      PIC 9(04).
              10 mes-bom-cust      PIC 9(02).
              10 dia-bom-cust      PIC 9(02).
           05 data-receb-cust      PIC 9(08).
           05 sit-cust             PIC X(01).
              88 cust-guardado     VALUE 'K'.
              88 cust-depositado   VALUE 'D'.
           05 FILLER               PIC X(71).

       FD impressora
           LABEL record OMITTED.

       01 status-mens              PIC X(02) value spaces.
       01 status-bolsa             PIC X(02) value spaces.
       01 ws-sem-bolsa             PIC X(01) value 'N'.
       01 status-pag               PIC X(02) value spaces.
       01 ws-sem-pagar             PIC X(01) value 'N'.
       01 status-cust              PIC X(02) value spaces.
       01 ws-sem-cust              PIC X(01) value 'N'.
       01 idx-saida                PIC 9(02) value zeros.
       01 ws-resp                  PIC X.
       01 ws-data-atual.
           05 ws-ano-atual         PIC 9(04).
           05 mes-proj OCCURS 12 TIMES.
              10 bruto-proj        PIC 9(09)v99.
              10 bolsa-proj        PIC 9(09)v99.
              10 realista-proj     PIC 9(09)v99.
              10 folha-proj        PIC 9(09)v99.
              10 outras-proj       PIC 9(09)v99.
              10 cheque-proj       PIC 9(09)v99.
       01 idx-mes                  PIC 9(02) value zeros.
       01 tot-hist-venc            PIC 9(09)v99 value zeros.
       01 tot-hist-aberto          PIC 9(09)v99 value zeros.
       01 tot-bolsa                PIC 9(09)v99 value zeros.
       01 tot-liquido              PIC 9(09)v99 value zeros.
       01 tot-realista             PIC 9(09)v99 value zeros.
       01 tot-folha                PIC 9(09)v99 value zeros.
       01 tot-outras               PIC 9(09)v99 value zeros.
       01 tot-cheque               PIC 9(09)v99 value zeros.
       01 ws-entradas              PIC 9(09)v99 value zeros.
       01 ws-liq-mes               PIC S9(09)v99 value zeros.
       01 ws-acumulado             PIC S9(09)v99 value zeros.

       01 cab1.
           05 FILLER               PIC X(33) value 'FACAD'.
           05 FILLER               PIC X(15) value '      BOLSA'.
           05 FILLER               PIC X(15) value '    LIQUIDO'.
           05 FILLER               PIC X(15) value '   REALISTA'.
           05 FILLER               PIC X(14) value '      CHEQUES'.

       01 det1.
           05 mes-det1             PIC 99.
           05 liquido-det1         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 realista-det1        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 cheque-det1          PIC ZZ.ZZZ.ZZ9,99.

       01 tot1.
           05 FILLER               PIC X(05) value 'TOTAL'.
           05 liquido-tot1         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 realista-tot1        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 cheque-tot1          PIC ZZ.ZZZ.ZZ9,99.

       01 cab4.
           05 FILLER               PIC X(50) value
              'FLUXO DE CAIXA (ENTRADAS = REALISTA + CHEQUES)'.

       01 cab5.
           05 FILLER               PIC X(05) value 'MES'.
           05 FILLER               PIC X(15) value '      ENTRADAS'.
           05 FILLER               PIC X(15) value '         FOLHA'.
           05 FILLER               PIC X(15) value ' OUTRAS SAIDAS'.
           05 FILLER               PIC X(15) value ' LIQUIDO DO MES'.
           05 FILLER               PIC X(15) value '     ACUMULADO'.

       01 det2.
           05 mes-det2             PIC 99.
           05 FILLER               PIC X(03) value spaces.
           05 entradas-det2        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 folha-det2           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 outras-det2          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 liquido-det2         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) value spaces.
           05 acumulado-det2       PIC ZZ.ZZZ.ZZ9,99-.

       01 tot2.
           05 FILLER               PIC X(05) value 'TOTAL'.
           05 entradas-tot2        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 folha-tot2           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) value spaces.
           05 outras-tot2          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) value spaces.
           05 liquido-tot2         PIC ZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       0100-open.
           OPEN INPUT bolsacad
           IF status-bolsa NOT = '00'
              MOVE 'S' TO ws-sem-bolsa.
           OPEN INPUT pagcad
           IF status-pag NOT = '00'
              MOVE 'S' TO ws-sem-pagar.
           OPEN INPUT custcad
           IF status-cust NOT = '00'
              MOVE 'S' TO ws-sem-cust.

       0200-confirma.
           ACCEPT ws-data-atual FROM DATE YYYYMMDD
              IF pgto-aberto
                 ADD valor-mensal TO tot-hist-aberto.

      * MES EM CUSTODIA ('K') ENTRA PELO CHEQUE (0520); SEM O
      * CUSTCHQ.DAT, PELO VENCIMENTO, SEM TAXA DE INADIMPLENCIA
           IF pgto-custodia AND ws-sem-cust = 'S'
              AND ano-venc = ws-ano-atual
              AND mes-venc NOT < ws-mes-atual
              ADD valor-mensal TO cheque-proj (mes-venc).
           IF NOT pgto-aberto
              GO TO 0300-le-mensal.
           IF ano-venc NOT = ws-ano-atual
                 ROUNDED
              DIVIDE tot-hist-venc INTO ws-taxa-inad ROUNDED.

      * CHEQUES PRE-DATADOS AINDA GUARDADOS OU DEPOSITADOS SEM
      * COMPENSACAO ENTRAM NO MES DO BOM PARA; OS DE BOM PARA JA
      * PASSADO CAEM NO MES CORRENTE
       0510-carrega-cheques.
           IF ws-sem-cust = 'S'
              GO TO 0550-carrega-pagar.
           MOVE ZEROS TO chave-cust
           START custcad KEY NOT LESS chave-cust INVALID KEY
              GO TO 0550-carrega-pagar.

       0520-le-cheque.
           READ custcad NEXT
           IF status-cust NOT = '00'
              GO TO 0550-carrega-pagar.
           IF NOT cust-guardado AND NOT cust-depositado
              GO TO 0520-le-cheque.
           IF ano-bom-cust > ws-ano-atual
              GO TO 0520-le-cheque.
           MOVE mes-bom-cust TO idx-mes
           IF ano-bom-cust < ws-ano-atual OR mes-bom-cust < ws-mes-atual
              MOVE ws-mes-atual TO idx-mes.
           ADD valor-cust TO cheque-proj (idx-mes)
           GO TO 0520-le-cheque.

      * SAIDAS: CONTAS EM ABERTO DO CONTAS A PAGAR PELO MES DO
      * VENCIMENTO; AS JA VENCIDAS E NAO PAGAS CAEM NO MES CORRENTE
       0550-carrega-pagar.
           IF ws-sem-pagar = 'S'
              GO TO 0600-imprime.
           MOVE LOW-VALUES TO chave-pagar
           START pagcad KEY NOT LESS chave-pagar INVALID KEY
              GO TO 0600-imprime.

       0560-le-pagar.
           READ pagcad NEXT
           IF status-pag NOT = '00'
              GO TO 0600-imprime.
           IF NOT pag-aberta
              GO TO 0560-le-pagar.
           IF ano-venc-pag > ws-ano-atual
              GO TO 0560-le-pagar.
           MOVE mes-venc-pag TO idx-saida
           IF ano-venc-pag < ws-ano-atual OR mes-venc-pag < ws-mes-atual
              MOVE ws-mes-atual TO idx-saida.
           IF pag-folha
              ADD valor-pag TO folha-proj (idx-saida)
           ELSE
              ADD valor-pag TO outras-proj (idx-saida).
           GO TO 0560-le-pagar.

       0600-imprime.
           OPEN OUTPUT impressora
           WRITE reg-impressora FROM cab1 AFTER PAGE
           WRITE reg-impressora FROM cab2 AFTER 2
           WRITE reg-impressora FROM cab3 AFTER 2
           MOVE ZEROS TO tot-bruto tot-bolsa tot-liquido tot-realista
                         tot-cheque
           MOVE ws-mes-atual TO idx-mes
           SUBTRACT 1 FROM idx-mes.

              ROUNDED
           DIVIDE 100 INTO ws-realista ROUNDED
           SUBTRACT ws-realista FROM ws-liquido GIVING ws-realista
           MOVE ws-realista TO realista-proj (idx-mes)

           MOVE idx-mes TO mes-det1
           MOVE bruto-proj (idx-mes) TO bruto-det1
           MOVE bolsa-proj (idx-mes) TO bolsa-det1
           MOVE ws-liquido TO liquido-det1
           MOVE ws-realista TO realista-det1
           MOVE cheque-proj (idx-mes) TO cheque-det1
           WRITE reg-impressora FROM det1 AFTER 1

           ADD bruto-proj (idx-mes) TO tot-bruto
           ADD bolsa-proj (idx-mes) TO tot-bolsa
           ADD ws-liquido TO tot-liquido
           ADD ws-realista TO tot-realista
           ADD cheque-proj (idx-mes) TO tot-cheque
           GO TO 0610-linha-mes.

       0700-totais.
           MOVE tot-bolsa TO bolsa-tot1
           MOVE tot-liquido TO liquido-tot1
           MOVE tot-realista TO realista-tot1
           MOVE tot-cheque TO cheque-tot1
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           WRITE reg-impressora FROM tot1 AFTER 1.

       0750-fluxo-caixa.
           WRITE reg-impressora FROM cab4 AFTER 3
           WRITE reg-impressora FROM cab5 AFTER 2
           MOVE ZEROS TO tot-realista tot-folha tot-outras ws-acumulado
           MOVE ws-mes-atual TO idx-mes
           SUBTRACT 1 FROM idx-mes.

       0760-linha-fluxo.
           ADD 1 TO idx-mes
           IF idx-mes > 12
              GO TO 0780-totais-fluxo.
           MOVE realista-proj (idx-mes) TO ws-entradas
           ADD cheque-proj (idx-mes) TO ws-entradas
           MOVE ws-entradas TO ws-liq-mes
           SUBTRACT folha-proj (idx-mes) FROM ws-liq-mes
           SUBTRACT outras-proj (idx-mes) FROM ws-liq-mes
           ADD ws-liq-mes TO ws-acumulado
           MOVE idx-mes TO mes-det2
           MOVE ws-entradas TO entradas-det2
           MOVE folha-proj (idx-mes) TO folha-det2
           MOVE outras-proj (idx-mes) TO outras-det2
           MOVE ws-liq-mes TO liquido-det2
           MOVE ws-acumulado TO acumulado-det2
           WRITE reg-impressora FROM det2 AFTER 1
           ADD ws-entradas TO tot-realista
           ADD folha-proj (idx-mes) TO tot-folha
           ADD outras-proj (idx-mes) TO tot-outras
           GO TO 0760-linha-fluxo.

       0780-totais-fluxo.
           MOVE tot-realista TO entradas-tot2
           MOVE tot-folha TO folha-tot2
           MOVE tot-outras TO outras-tot2
           MOVE ws-acumulado TO liquido-tot2
           MOVE spaces TO reg-impressora
           WRITE reg-impressora AFTER 1
           WRITE reg-impressora FROM tot2 AFTER 1
           CLOSE impressora
           DISPLAY (20 07) 'PROJECAO EMITIDA'
           STOP ' '.
       0900-encerra.
           IF ws-sem-bolsa NOT = 'S'
              CLOSE bolsacad.
           IF ws-sem-pagar NOT = 'S'
              CLOSE pagcad.
           IF ws-sem-cust NOT = 'S'
              CLOSE custcad.
           CLOSE menscad
           CHAIN 'FACAD.EXE '.

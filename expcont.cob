      *                      UMA LINHA POR CATEGORIA POR DIA
      *                      (MENSALIDADE, MULTA/JUROS RECOMPOSTOS DO
      *                      parmfin, PARCELA DE ACORDO, TAXAS PAGAS
      *                      E ESTORNOS DO CXMOV, DESCONTO DE
      *                      PONTUALIDADE CONCEDIDO) E IMPRIME O
      *                      RELATORIO DE CONTROLE CUJOS TOTAIS BATEM
      *                      COM OS FECHAMENTOS DE CAIXA DO PERIODO
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            CATEGORIA DESCONTO DE
      *                                       PONTUALIDADE, SEPARADA
      *                                       DA MENSALIDADE

       ENVIRONMENT DIVISION.

           05 recibo-pgto          PIC 9(06).
           05 forma-pgto           PIC X(01).
           05 nosso-numero         PIC 9(10).
           05 desc-pont-mensal     PIC 9(03)v99.

       FD taxascad
           LABEL record STANDARD
       01 ws-data-mov              PIC 9(08) value zeros.

      * CATEGORIAS: 1=MENSALIDADE 2=MULTA 3=JUROS 4=ACORDO
      *             5=TAXA 6=ESTORNO 7=DESCONTO DE PONTUALIDADE
       01 tab-acumula.
           05 dia-acum OCCURS 31 TIMES.
              10 val-cat OCCURS 7 TIMES PIC 9(09)v99.
       01 tab-nomes.
           05 FILLER PIC X(12) value 'MENSALIDADE'.
           05 FILLER PIC X(12) value 'MULTA'.
           05 FILLER PIC X(12) value 'ACORDO'.
           05 FILLER PIC X(12) value 'TAXA'.
           05 FILLER PIC X(12) value 'ESTORNO'.
           05 FILLER PIC X(12) value 'DESC.PONTUAL'.
       01 tab-nomes-r REDEFINES tab-nomes.
           05 nome-cat OCCURS 7 TIMES PIC X(12).
       01 tot-cat-geral.
           05 tot-categ OCCURS 7 TIMES PIC 9(09)v99.
       01 cont-linhas              PIC 9(05) value zeros.
       01 contlin                  PIC 9(02) value zeros.

           MOVE ZEROS TO tab-acumula tot-cat-geral cont-linhas.

      * MENSALIDADES PAGAS NO MES: PRINCIPAL NA CATEGORIA 1 (OU 4 SE
      * PARCELA DE ACORDO), ENCARGOS RECOMPOSTOS EM MULTA E JUROS E O
      * DESCONTO DE PONTUALIDADE GRAVADO NA BAIXA NA CATEGORIA 7
       0400-varre-mensal.
           MOVE ZEROS TO chave-mensal
           START menscad KEY NOT LESS chave-mensal INVALID KEY
           ADD ws-multa TO tot-categ (2)
           ADD ws-juros TO val-cat (idx-dia 3)
           ADD ws-juros TO tot-categ (3)
      * BAIXA ANTERIOR AO DESCONTO TEM BRANCOS NO CAMPO
           IF desc-pont-mensal NOT NUMERIC
              GO TO 0410-le-mensal.
           ADD desc-pont-mensal TO val-cat (idx-dia 7)
           ADD desc-pont-mensal TO tot-categ (7)
           GO TO 0410-le-mensal.

       0500-varre-taxas.

       0720-proxima-cat.
           ADD 1 TO idx-cat
           IF idx-cat > 7
              GO TO 0710-proximo-dia.
           IF val-cat (idx-dia idx-cat) = ZEROS
              GO TO 0720-proxima-cat.

       0810-total-cat.
           ADD 1 TO idx-cat
           IF idx-cat > 7
              GO TO 0890-encerra.
           MOVE nome-cat (idx-cat) TO categ-tot1
           MOVE tot-categ (idx-cat) TO valor-tot1

      *                      OPERADOR SUPERVISOR (NIVEL 3) EXECUTA
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            BAIXA ZERA O DESCONTO DE
      *                                       PONTUALIDADE DA
      *                                       MENSALIDADE
      *    1.2                /  /            NAO DESLIGA COM CHEQUE
      *                                       PRE-DATADO EM CUSTODIA

       ENVIRONMENT DIVISION.

              88 pgto-aberto       VALUE 'A'.
              88 pgto-suspenso     VALUE 'S'.
              88 pgto-cancelado    VALUE 'C'.
              88 pgto-custodia     VALUE 'K'.
           05 valor-pago           PIC 9(05)v99.
           05 operador-pgto        PIC X(10).
           05 recibo-pgto          PIC 9(06).
           05 forma-pgto           PIC X(01).
           05 nosso-numero         PIC 9(10).
           05 desc-pont-mensal     PIC 9(03)v99.

       FD parmfin
           LABEL record STANDARD
       01 ws-data-atual            PIC 9(08) value zeros.
       01 ws-hora-atual            PIC 9(06) value zeros.
       01 ws-aluno-proc            PIC 9(06) value zeros.
       01 ws-tem-custodia          PIC X(01) value 'N'.
       01 ws-curso-proc            PIC 9(06) value zeros.
       01 ws-dia-sai               PIC 9(02) value zeros.
       01 ws-mes-sai               PIC 9(02) value zeros.
           MOVE ZEROS TO ws-tot-devido ws-qtd-devidas
                         ws-tot-cancel ws-qtd-cancel
                         ws-tot-adiant
           MOVE 'N' TO ws-tem-custodia
           MOVE ws-aluno-proc TO cod-aluno-mensal
           MOVE ws-curso-proc TO cod-curso-mensal
           MOVE ZEROS TO ano-mensal mes-mensal
              GO TO 0450-calcula.
           IF pgto-cancelado
              GO TO 0410-le-mensal.
           IF pgto-custodia
              MOVE 'S' TO ws-tem-custodia
              GO TO 0410-le-mensal.
           MOVE ano-mensal TO ws-comp-mensal (1:4)
           MOVE mes-mensal TO ws-comp-mensal (5:2)
           IF ws-comp-mensal NOT > ws-comp-saida
           ADD 1 TO ws-qtd-cancel
           GO TO 0410-le-mensal.

      * CHEQUE PRE-DATADO GUARDADO: O ACERTO SO DEPOIS DE COMPENSADO
      * OU DEVOLVIDO (DEPCHQ / CHQDEV)
       0450-calcula.
           IF ws-tem-custodia = 'S'
              DISPLAY (22 10)
                'ALUNO COM CHEQUE PRE-DATADO EM CUSTODIA - VER DEPCHQ'
              GO TO 0300-chave.
           COMPUTE ws-multa-contr ROUNDED =
              ws-tot-cancel * ws-perc-contr / 100
           COMPUTE ws-liquido =
           IF ws-comp-mensal NOT > ws-comp-saida
              MOVE 'P' TO status-pgto
              MOVE valor-mensal TO valor-pago
              MOVE ZEROS TO desc-pont-mensal
              MOVE ws-data-atual (7:2) TO dia-pgto
              MOVE ws-data-atual (5:2) TO mes-pgto
              MOVE ws-data-atual (1:4) TO ano-pgto

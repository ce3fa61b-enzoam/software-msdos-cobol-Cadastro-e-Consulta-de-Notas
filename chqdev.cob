      *                      CXMOV.DAT PARA O FECHCX ABATER DO DIA
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            REABERTURA ZERA O
      *                                       DESCONTO DE PONTUALIDADE
      *                                       DA MENSALIDADE
      *    1.2                /  /            CHEQUE PRE-DATADO DA
      *                                       CUSTODIA (CUSTCHQ.DAT):
      *                                       SEM ESTORNO NO CAIXA E
      *                                       UMA TAXA POR CHEQUE

       ENVIRONMENT DIVISION.

                         RECORD KEY chave-cheque
                         FILE STATUS status-cheq.

           SELECT custcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-cust
                         FILE STATUS status-cust.

           SELECT parmcad ASSIGN TO DISK
                         FILE STATUS status-parm.

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

       FD cheqcad
           LABEL record STANDARD
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

       FD parmcad
           LABEL record STANDARD
           value OF FILE-ID 'parmfin.dat'
       01 status-parm              PIC X(02) value spaces.
       01 status-oper              PIC X(02) value spaces.
       01 status-cxm               PIC X(02) value spaces.
       01 status-cust              PIC X(02) value spaces.
       01 ws-sem-cust              PIC X(01) value 'N'.
       01 ws-custodia              PIC X(01) value 'N'.
       01 ws-taxa-cheque           PIC 9(03)v99 value zeros.
       01 ws-operador              PIC X(10) value spaces.
       01 ws-resp                  PIC X.
       01 linha-branco             PIC X(50) value spaces.
              CLOSE alucad
                    menscad
              STOP RUN.
           OPEN I-O custcad
           IF status-cust NOT = '00'
              MOVE 'S' TO ws-sem-cust.
           OPEN INPUT parmcad
           IF status-parm = '00'
              READ parmcad
           IF chq-devolvido
              DISPLAY (22 20) 'CHEQUE JA MARCADO COMO DEVOLVIDO'
              GO TO 0300-chave.
           IF chq-compensado
              DISPLAY (22 20) 'CHEQUE JA COMPENSADO'
              GO TO 0300-chave.
           DISPLAY (10 07) 'BANCO:'
           DISPLAY (10 14) banco-chq
           DISPLAY (10 19) 'AG:'
              DISPLAY (22 20) 'MENSALIDADE NAO ENCONTRADA'
              GO TO 0200-tela.
           MOVE valor-pago TO ws-valor-devolvido
           MOVE ws-taxa TO ws-taxa-cheque
           MOVE 'N' TO ws-custodia
           IF pgto-custodia
              PERFORM 0550-custodia THRU 0559-fim-custodia.
           MOVE 'A' TO status-pgto
           ADD ws-taxa-cheque TO valor-mensal
           MOVE ZEROS TO valor-pago recibo-pgto desc-pont-mensal
           MOVE ZEROS TO dia-pgto mes-pgto ano-pgto
           MOVE spaces TO operador-pgto
           MOVE space TO forma-pgto
           MOVE ws-data-atual TO data-dev-chq
           REWRITE reg-cheque.

      * ESTORNO DO DIA PARA O FECHAMENTO DE CAIXA BATER - O
      * PRE-DATADO DA CUSTODIA NUNCA ENTROU NO CAIXA
       0650-lanca-estorno.
           IF ws-custodia = 'S'
              GO TO 0700-carta.
           OPEN EXTEND cxmov
           IF status-cxm NOT = '00'
              OPEN OUTPUT cxmov.
           MOVE agencia-chq TO carta-agencia
           MOVE mes-chq TO carta-mes
           MOVE ano-chq TO carta-ano
           MOVE ws-taxa-cheque TO carta-taxa
           WRITE reg-carta FROM carta-l1 AFTER PAGE
           WRITE reg-carta FROM carta-l2 AFTER 3
           WRITE reg-carta FROM carta-l3 AFTER 1
           STOP ' '
           GO TO 0200-tela.

      * PRE-DATADO QUE COBRIA VARIAS MENSALIDADES: A TAXA DE
      * DEVOLUCAO ENTRA SO NA PRIMEIRA REABERTA DO MESMO CHEQUE
       0550-custodia.
           MOVE 'S' TO ws-custodia
           IF ws-sem-cust = 'S'
              GO TO 0559-fim-custodia.
           MOVE banco-chq TO banco-cust
           MOVE agencia-chq TO agencia-cust
           MOVE numero-chq TO numero-cust
           READ custcad INVALID KEY
              GO TO 0559-fim-custodia.
           IF taxa-dev-cust = 'S'
              MOVE ZEROS TO ws-taxa-cheque.
           IF NOT cust-devolvido
              ACCEPT ws-data-atual FROM DATE YYYYMMDD
              MOVE 'V' TO sit-cust
              MOVE ws-data-atual TO data-sit-cust.
           MOVE 'S' TO taxa-dev-cust
           REWRITE reg-custodia.

       0559-fim-custodia. EXIT.

       0900-fim.
           IF ws-sem-cust = 'N'
              CLOSE custcad.
           CLOSE alucad
                 menscad
                 cheqcad

      *                      OU POR CURSO, UM CUPOM POR MENSALIDADE DO
      *                      ANO COM COMPETENCIA, VALOR, VENCIMENTO,
      *                      ALUNO E CURSO, MAIS O CANHOTO DA ESCOLA,
      *                      NOS FORMULARIOS CONTINUOS. COM DESCONTO
      *                      DE PONTUALIDADE DO CURSO NO ANO (CADPREC)
      *                      O CUPOM TRAZ O VALOR COM DESCONTO ATE O
      *                      DIA LIMITE
      *    VRS              DATA              DESCRICAO
      *    1.5                /  /            IMPLANTACAO
      *    1.6                /  /            NOME DA INSTITUICAO
      *                                       (CADINST)
      *    1.7                /  /            VALOR COM DESCONTO DE
      *                                       PONTUALIDADE NO CUPOM
      *                                       (PONTUAL.DAT)

       ENVIRONMENT DIVISION.

           SELECT instpar ASSIGN TO DISK
                         FILE STATUS status-ins.

           SELECT pontcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-pont
                         FILE STATUS status-pont.

           SELECT impressora ASSIGN TO PRINTER.

       DATA DIVISION.
           05 diretor-ins          PIC X(40).
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

       01 ws-curso                 PIC 9(06) value zeros.
       01 cont-cupons              PIC 9(05) value zeros.
       01 linha-branco             PIC X(40) value spaces.
       01 status-pont              PIC X(02) value spaces.
       01 ws-sem-pontual           PIC X(01) value 'N'.
       01 ws-tem-desc              PIC X(01) value 'N'.
       01 ws-desc-pont             PIC 9(04)v99 value zeros.
       01 ws-valor-desc            PIC 9(04)v99 value zeros.

       01 cup-l0.
           05 FILLER               PIC X(70) value ALL '='.
           05 FILLER               PIC X(11) value ' VALOR R$ '.
           05 valor-can            PIC Z.ZZ9,99.

       01 cup-l5.
           05 FILLER               PIC X(13) value 'PAGANDO ATE  '.
           05 dia-d-cup            PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 mes-d-cup            PIC 99.
           05 FILLER               PIC X(01) value '/'.
           05 ano-d-cup            PIC 9(04).
           05 FILLER               PIC X(12) value '   VALOR R$ '.
           05 valor-d-cup          PIC Z.ZZ9,99.
           05 FILLER               PIC X(08) value ' (DESC. '.
           05 perc-d-cup           PIC Z9,99.
           05 FILLER               PIC X(02) value '%)'.

       PROCEDURE DIVISION.
       0100-open.
           PERFORM 9970-le-instpar THRU 9979-fim-instpar
              CLOSE alucad
                    curcad
              STOP RUN.
           OPEN INPUT pontcad
           IF status-pont NOT = '00'
              MOVE 'S' TO ws-sem-pontual.

       0200-tela.
           DISPLAY (01 01) ERASE
           MOVE mes-venc TO mes-v-cup
           MOVE ano-venc TO ano-v-cup
           MOVE valor-mensal TO valor-cup valor-can
           PERFORM 0850-desconto-pontual THRU 0859-fim-pontual
           WRITE reg-impressora FROM cup-l0 AFTER 2
           WRITE reg-impressora FROM can-l1 AFTER 1
           WRITE reg-impressora FROM cup-l0 AFTER 1
           WRITE reg-impressora FROM cup-l2 AFTER 1
           WRITE reg-impressora FROM cup-l3 AFTER 1
           WRITE reg-impressora FROM cup-l4 AFTER 1
           IF ws-tem-desc = 'S'
              WRITE reg-impressora FROM cup-l5 AFTER 1.
           WRITE reg-impressora FROM cup-l0 AFTER 1
           ADD 1 TO cont-cupons.

      * DESCONTO DE PONTUALIDADE DO CURSO NO ANO - MESMA REGRA DO
      * CADMENS: DIA LIMITE ZERO OU DEPOIS DO VENCIMENTO VALE O
      * PROPRIO VENCIMENTO
       0850-desconto-pontual.
           MOVE 'N' TO ws-tem-desc
           IF ws-sem-pontual = 'S'
              GO TO 0859-fim-pontual.
           MOVE cod-curso-mensal TO cod-curso-pont
           MOVE ano-mensal TO ano-pont
           READ pontcad INVALID KEY
              GO TO 0859-fim-pontual.
           IF perc-pont = ZEROS
              GO TO 0859-fim-pontual.
           MOVE 'S' TO ws-tem-desc
           COMPUTE ws-desc-pont ROUNDED =
              valor-mensal * perc-pont / 100
           IF ws-desc-pont > 999,99
              MOVE 999,99 TO ws-desc-pont.
           SUBTRACT ws-desc-pont FROM valor-mensal
              GIVING ws-valor-desc
           MOVE dia-lim-pont TO dia-d-cup
           IF dia-lim-pont = ZEROS OR dia-lim-pont > dia-venc
              MOVE dia-venc TO dia-d-cup.
           MOVE mes-venc TO mes-d-cup
           MOVE ano-venc TO ano-d-cup
           MOVE ws-valor-desc TO valor-d-cup
           MOVE perc-pont TO perc-d-cup.

       0859-fim-pontual. EXIT.

       0900-fim.
           IF ws-sem-pontual NOT = 'S'
              CLOSE pontcad.
           CLOSE alucad
                 curcad
                 menscad

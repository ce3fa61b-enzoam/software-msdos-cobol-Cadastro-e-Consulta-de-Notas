      *                      FOI ENVIADO EM QUE ARQUIVO
      *    VRS              DATA              DESCRICAO
      *    1.0                /  /            IMPLANTACAO
      *    1.1                /  /            DESCONTO DE PONTUALIDADE
      *                                       E DATA LIMITE NO TITULO
      *                                       (PONTUAL.DAT) - REGISTRO
      *                                       DA REMESSA COM 70 BYTES
      *    1.2                /  /            REMESSA POR BANCO
      *                                       COBRADOR (BANCOS.DAT/
      *                                       BCOVINC.DAT - CADBANCO)
      *                                       COM A FAIXA DE NOSSO-
      *                                       NUMERO DO CONVENIO
      *                                       - BANCO DA REMESSA EM
      *                                       REMBCO.DAT (O REMLOG
      *                                       CONTINUA COM 30 BYTES)

       ENVIRONMENT DIVISION.

           SELECT remlog ASSIGN TO DISK
                         FILE STATUS status-log.

           SELECT rembco ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY num-remessa-bco
                         FILE STATUS status-rbc.

           SELECT remidx ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY nosso-idx
                         FILE STATUS status-idx.

           SELECT pontcad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-pont
                         FILE STATUS status-pont.

           SELECT bancad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-banco
                         FILE STATUS status-banco.

           SELECT vinccad ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-vinc
                         FILE STATUS status-vinc.

       DATA DIVISION.

       FILE SECTION.
              88 pgto-cheque       VALUE 'C'.
              88 pgto-banco        VALUE 'B'.
           05 nosso-numero         PIC 9(10).
           05 desc-pont-mensal     PIC 9(03)v99.

       FD remessa
           LABEL record STANDARD
           value OF FILE-ID ws-nome-rem
           record contains 70 characteres.

      * DESCONTO DE PONTUALIDADE: O BANCO COBRA valor-rem MENOS
      * desc-rem SE PAGO ATE lim-desc-rem (ZERADOS = SEM DESCONTO)
       01 reg-remessa.
           05 nosso-rem            PIC 9(10).
           05 aluno-rem            PIC 9(06).
           05 mes-rem              PIC 9(02).
           05 valor-rem            PIC 9(07)v99.
           05 venc-rem             PIC 9(08).
           05 desc-rem             PIC 9(05)v99.
           05 lim-desc-rem         PIC 9(08).
           05 banco-rem            PIC 9(03).
           05 layout-rem           PIC 9(02).
           05 FILLER               PIC X(05).

       FD remctl
           05 valor-remessa-log    PIC 9(09)v99.
           05 FILLER               PIC X(02).

      * BANCO COBRADOR DE CADA REMESSA DO REMLOG.DAT
       FD rembco
           LABEL record STANDARD
           value OF FILE-ID 'REMBCO.DAT'
           record contains 10 characteres.

       01 reg-rembco.
           05 num-remessa-bco      PIC 9(04).
           05 banco-bco            PIC 9(03).
           05 FILLER               PIC X(03).

       FD remidx
           LABEL record STANDARD
           value OF FILE-ID 'REMIDX.DAT'
           05 sit-idx              PIC X(01).
              88 titulo-registrado VALUE 'R'.
              88 titulo-liquidado  VALUE 'L'.
           05 banco-idx            PIC 9(03).
           05 FILLER               PIC X(04).

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
           05 nosso-ini-banco      PIC 9(10).
           05 nosso-fim-banco      PIC 9(10).
           05 ult-nosso-banco      PIC 9(10).
           05 tarifa-banco         PIC 9(03)v99.
           05 padrao-banco         PIC X(01).
              88 banco-padrao      VALUE 'S'.
           05 sit-banco            PIC X(01).
              88 banco-ativo       VALUE 'A'.
           05 FILLER               PIC X(08).

       FD vinccad
           LABEL record STANDARD
           value OF FILE-ID 'BCOVINC.DAT'
           record contains 30 characteres.

       01 reg-vinculo.
           05 chave-vinc.
              10 curso-vinc        PIC 9(06).
              10 aluno-vinc        PIC 9(06).
           05 banco-vinc           PIC 9(03).
           05 data-vinc            PIC 9(08).
           05 FILLER               PIC X(07).

       WORKING-STORAGE SECTION.
       01 status-ctl               PIC X(02) value spaces.
       01 status-log               PIC X(02) value spaces.
       01 status-idx               PIC X(02) value spaces.
       01 status-rbc               PIC X(02) value spaces.
       01 ws-resp                  PIC X.
       01 cont-gerados             PIC 9(05) value zeros.
       01 tot-valor                PIC 9(09)v99 value zeros.
       01 ws-num-remessa           PIC 9(04) value zeros.
       01 ws-data-atual            PIC 9(08) value zeros.
       01 status-pont              PIC X(02) value spaces.
       01 ws-sem-pontual           PIC X(01) value 'N'.
       01 ws-desc-pont             PIC 9(04)v99 value zeros.
       01 status-banco             PIC X(02) value spaces.
       01 status-vinc              PIC X(02) value spaces.
       01 ws-sem-banco             PIC X(01) value 'N'.
       01 ws-sem-vinc              PIC X(01) value 'N'.
       01 ws-banco                 PIC 9(03) value zeros.
       01 ws-banco-aluno           PIC 9(03) value zeros.
       01 ws-banco-padrao          PIC 9(03) value zeros.
       01 ws-nome-rem              PIC X(12) value 'REMESSA.TXT'.
       01 ws-esgotou               PIC X(01) value 'N'.
       01 cont-sem-banco           PIC 9(05) value zeros.
       01 linha-branco             PIC X(55) value spaces.

       PROCEDURE DIVISION.
       0100-open.
              OPEN OUTPUT remidx
              CLOSE remidx
              OPEN I-O remidx.
           OPEN INPUT pontcad
           IF status-pont NOT = '00'
              MOVE 'S' TO ws-sem-pontual.
           PERFORM 0150-abre-bancos THRU 0159-fim-bancos
           OPEN I-O remctl
           IF status-ctl = '00'
              READ remctl
           DISPLAY (02 72) 'VRS 1.0'
           DISPLAY (06 07) 'REGISTRA NO BANCO TODAS AS MENSALIDADES'
           DISPLAY (07 07) 'EM ABERTO AINDA SEM NOSSO-NUMERO.'
           IF ws-sem-banco NOT = 'S'
              PERFORM 0250-banco THRU 0259-fim-banco.
           DISPLAY (09 07) 'GERA A REMESSA ? S/N [ ]'
           ACCEPT (09 29) ws-resp with prompt AUTO-SKIP
           IF ws-resp NOT = 'S' and 's'
              GO TO 0950-cancela.

           ADD 1 TO ult-remessa
           MOVE ult-remessa TO ws-num-remessa
              GO TO 0300-le-mensal.
           IF nosso-numero NOT = ZEROS
              GO TO 0300-le-mensal.
           IF ws-sem-banco = 'S'
              ADD 1 TO ult-nosso
              MOVE ult-nosso TO nosso-numero
              GO TO 0310-registra.
           PERFORM 0500-banco-aluno THRU 0509-fim-banco-aluno
           IF ws-banco-aluno = ZEROS
              ADD 1 TO cont-sem-banco
              GO TO 0300-le-mensal.
           IF ws-banco-aluno NOT = ws-banco
              GO TO 0300-le-mensal.
           IF ult-nosso-banco < nosso-ini-banco
              MOVE nosso-ini-banco TO ult-nosso-banco
           ELSE
              ADD 1 TO ult-nosso-banco.
           IF ult-nosso-banco > nosso-fim-banco
              SUBTRACT 1 FROM ult-nosso-banco
              MOVE 'S' TO ws-esgotou
              GO TO 0900-fim.
           MOVE ult-nosso-banco TO nosso-numero.

       0310-registra.
           REWRITE reg-mensal

           MOVE nosso-numero TO nosso-rem
           MOVE ano-venc TO venc-rem (1:4)
           MOVE mes-venc TO venc-rem (5:2)
           MOVE dia-venc TO venc-rem (7:2)
           PERFORM 0400-desconto-pontual THRU 0409-fim-pontual
           MOVE ws-banco TO banco-rem
           MOVE ZEROS TO layout-rem
           IF ws-sem-banco NOT = 'S'
              MOVE layout-banco TO layout-rem.
           WRITE reg-remessa

           MOVE nosso-numero TO nosso-idx
           MOVE mes-mensal TO mes-idx
           MOVE ws-num-remessa TO num-remessa-idx
           MOVE 'R' TO sit-idx
           MOVE ws-banco TO banco-idx
           WRITE reg-remidx INVALID KEY
              CONTINUE.

           DISPLAY (12 24) cont-gerados
           GO TO 0300-le-mensal.

      * DESCONTO DE PONTUALIDADE DO CURSO NO ANO - MESMA REGRA DO
      * CADMENS: SO MES 1-12; DIA LIMITE ZERO OU DEPOIS DO VENCIMENTO
      * VALE O PROPRIO VENCIMENTO
       0400-desconto-pontual.
           MOVE ZEROS TO desc-rem lim-desc-rem
           IF ws-sem-pontual = 'S' OR mes-mensal > 12
              GO TO 0409-fim-pontual.
           MOVE cod-curso-mensal TO cod-curso-pont
           MOVE ano-mensal TO ano-pont
           READ pontcad INVALID KEY
              GO TO 0409-fim-pontual.
           IF perc-pont = ZEROS
              GO TO 0409-fim-pontual.
           COMPUTE ws-desc-pont ROUNDED =
              valor-mensal * perc-pont / 100
           IF ws-desc-pont > 999,99
              MOVE 999,99 TO ws-desc-pont.
           MOVE ws-desc-pont TO desc-rem
           MOVE venc-rem TO lim-desc-rem
           IF dia-lim-pont NOT = ZEROS AND dia-lim-pont < dia-venc
              MOVE dia-lim-pont TO lim-desc-rem (7:2).

       0409-fim-pontual. EXIT.

      * SEM BANCOS.DAT VALE O CONVENIO UNICO (REMESSA.TXT E NOSSO-
      * NUMERO DO REMCTL.DAT)
       0150-abre-bancos.
           OPEN I-O bancad
           IF status-banco NOT = '00'
              MOVE 'S' TO ws-sem-banco
              GO TO 0159-fim-bancos.
           OPEN INPUT vinccad
           IF status-vinc NOT = '00'
              MOVE 'S' TO ws-sem-vinc.
           MOVE ZEROS TO cod-banco
           START bancad KEY NOT LESS chave-banco INVALID KEY
              GO TO 0159-fim-bancos.

       0152-le-banco.
           READ bancad NEXT
           IF status-banco NOT = '00'
              GO TO 0159-fim-bancos.
           IF banco-padrao AND banco-ativo
              MOVE cod-banco TO ws-banco-padrao
              GO TO 0159-fim-bancos.
           GO TO 0152-le-banco.

       0159-fim-bancos. EXIT.

      * CADA BANCO TEM A SUA REMESSA (REMnnn.TXT) COM OS TITULOS DOS
      * ALUNOS VINCULADOS A ELE
       0250-banco.
           DISPLAY (04 07) 'BANCO COBRADOR [   ]'
           MOVE ws-banco-padrao TO cod-banco
           ACCEPT (04 23) cod-banco with UPDATE AUTO-SKIP
           DISPLAY (22 20) linha-branco
           READ bancad INVALID KEY
              DISPLAY (22 20) 'BANCO NAO CADASTRADO'
              GO TO 0250-banco.
           IF NOT banco-ativo
              DISPLAY (22 20) 'BANCO INATIVO'
              GO TO 0250-banco.
           DISPLAY (04 28) nome-banco
           MOVE cod-banco TO ws-banco
           MOVE 'REM000.TXT' TO ws-nome-rem
           MOVE cod-banco TO ws-nome-rem (4:3)
           DISPLAY (07 41) 'DOS ALUNOS DO BANCO.'.

       0259-fim-banco. EXIT.

      * VINCULO DO ALUNO, SENAO O DO CURSO, SENAO O BANCO PADRAO
       0500-banco-aluno.
           MOVE ws-banco-padrao TO ws-banco-aluno
           IF ws-sem-vinc = 'S'
              GO TO 0509-fim-banco-aluno.
           MOVE cod-curso-mensal TO curso-vinc
           MOVE cod-aluno-mensal TO aluno-vinc
           READ vinccad INVALID KEY
              GO TO 0505-vinc-curso.
           MOVE banco-vinc TO ws-banco-aluno
           GO TO 0509-fim-banco-aluno.

       0505-vinc-curso.
           MOVE ZEROS TO aluno-vinc
           READ vinccad INVALID KEY
              GO TO 0509-fim-banco-aluno.
           MOVE banco-vinc TO ws-banco-aluno.

       0509-fim-banco-aluno. EXIT.

       0900-fim.
           IF ws-sem-banco NOT = 'S'
              REWRITE reg-banco.
           REWRITE reg-remctl
           CLOSE remctl
           CLOSE remessa
           MOVE tot-valor TO valor-remessa-log
           WRITE reg-remlog
           CLOSE remlog
           OPEN I-O rembco
           IF status-rbc NOT = '00'
              OPEN OUTPUT rembco
              CLOSE rembco
              OPEN I-O rembco.
           MOVE ws-num-remessa TO num-remessa-bco
           MOVE ws-banco TO banco-bco
           WRITE reg-rembco INVALID KEY
              REWRITE reg-rembco.
           CLOSE rembco
           DISPLAY (14 07) 'REMESSA NUMERO'
           DISPLAY (14 22) ws-num-remessa
           DISPLAY (14 28) 'GERADA COM'
           DISPLAY (14 39) cont-gerados
           DISPLAY (14 46) 'TITULOS'
           IF ws-esgotou = 'S'
              DISPLAY (16 07) 'FAIXA DE NOSSO-NUMERO DO BANCO ESGOTADA'
              DISPLAY (17 07) 'AMPLIE A FAIXA NO CADBANCO'.
           IF cont-sem-banco NOT = ZEROS
              DISPLAY (18 07) 'TITULOS SEM BANCO (SEM PADRAO):'
              DISPLAY (18 39) cont-sem-banco.
           IF ws-sem-banco NOT = 'S'
              CLOSE bancad.
           IF ws-sem-banco NOT = 'S' AND ws-sem-vinc NOT = 'S'
              CLOSE vinccad.
           IF ws-sem-pontual NOT = 'S'
              CLOSE pontcad.
           CLOSE menscad
                 remidx
           STOP ' '
           CHAIN 'FACAD.EXE '.

       0950-cancela.
           IF ws-sem-banco NOT = 'S'
              CLOSE bancad.
           IF ws-sem-banco NOT = 'S' AND ws-sem-vinc NOT = 'S'
              CLOSE vinccad.
           IF ws-sem-pontual NOT = 'S'
              CLOSE pontcad.
           CLOSE menscad
                 remctl
                 remidx
           CHAIN 'FACAD.EXE '.

      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            CARTAS DA REVISAO DE BOLSAS
      *                          (BOLREV.DAT) E CAMPO &MOTIVO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT BOLREV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-BRV
                       FILE STATUS STATUS-BRV.

           SELECT CARTLOG ASSIGN TO DISK
                       FILE STATUS STATUS-LOG.

           05  CARGA-DIS               PIC 9(04).
           05  PROFESSOR-DIS           PIC X(25).

      * RESULTADO DA REVISAO ANUAL DE BOLSAS (REVBOLSA)
       FD  BOLREV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BOLREV.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-BOLREV.
           05  CHAVE-BRV.
               10  ANO-BRV             PIC 9(04).
               10  CURSO-BRV           PIC 9(02).
               10  ALUNO-BRV           PIC 9(06).
           05  NOME-BRV                PIC X(40).
           05  TIPO-BRV                PIC X(01).
           05  MEDIA-BRV               PIC 99V9.
           05  FREQ-BRV                PIC 9(03).
           05  REPROV-BRV              PIC 9(02).
           05  DECISAO-BRV             PIC X(01).
           05  SIT-BRV                 PIC X(01).
               88  BRV-CONFIRMADA      VALUE 'C'.
           05  MOTIVO-BRV              PIC X(30).
           05  FILLER                  PIC X(27).

       FD  CARTLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CARTLOG.DAT'
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-LOG          PIC X(02) VALUE SPACES.
       01  STATUS-BRV          PIC X(02) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  WS-OPCAO            PIC X.
       01  MODELO-PROC         PIC 9(02) VALUE ZEROS.
       01  ANO-PROC            PIC 9(04) VALUE ZEROS.
       01  CURSO-PROC          PIC 9(02) VALUE ZEROS.
       01  DISCI-PROC          PIC 9(04) VALUE ZEROS.
       01  DECISAO-PROC        PIC X VALUE SPACES.
       01  CURSO-ANT-BRV       PIC 9(02) VALUE ZEROS.
       01  CURSO-FILTRO        PIC 9(02) VALUE ZEROS.
       01  WS-CURSO-COMP       PIC 9(06) VALUE ZEROS.
       01  WS-ACHOU            PIC X VALUE 'N'.
       01  WS-TEXTO            PIC X(70) VALUE SPACES.
       01  WS-EST-ALU          PIC X(02) VALUE SPACES.
       01  WS-NOME-CURSO       PIC X(40) VALUE SPACES.
       01  WS-NOME-DISCI       PIC X(35) VALUE SPACES.
       01  WS-MOTIVO           PIC X(30) VALUE SPACES.
       01  WS-DATA-EXT.
           05 DIA-EXT          PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-MES-YY        PIC 9(02).
           05 WS-DIA-YY        PIC 9(02).

      * TROCA DOS CAMPOS &NOME &CURSO &DISCI &DATA &MOTIVO NA LINHA
       01  LINHA-ENTRADA       PIC X(70) VALUE SPACES.
       01  LINHA-SAIDA         PIC X(80) VALUE SPACES.
       01  CAMPO-TROCA         PIC X(40) VALUE SPACES.
           DISPLAY (06 10) 'MODELO [  ]'
           DISPLAY (08 10)
             'OPCAO: M=MANUTENCAO DO MODELO  T=EMITE P/ TURMA'
           DISPLAY (09 17) 'C=EMITE P/ CURSO INTEIRO [ ]'
           DISPLAY (10 17) 'B=EMITE P/ REVISAO DE BOLSAS'.

       0300-MODELO.
           ACCEPT (06 18) MODELO-PROC WITH PROMPT AUTO-SKIP
           IF WS-OPCAO = 'C' OR 'c'
              PERFORM 3000-EMITE-CURSO THRU 3999-FIM-CURSO
              GO TO 0200-TELA.
           IF WS-OPCAO = 'B' OR 'b'
              PERFORM 4000-EMITE-BOLSAS THRU 4999-FIM-BOLSAS
              GO TO 0200-TELA.
           DISPLAY (22 30) 'OPCAO INVALIDA'
           GO TO 0400-OPCAO.


       3999-FIM-CURSO. EXIT.

      * EMISSAO P/ A REVISAO ANUAL DE BOLSAS - REVOGACOES JA
      * CONFIRMADAS PELA COORDENACAO OU ADVERTENCIAS, COM O MOTIVO
      * DA REVISAO NO CAMPO &MOTIVO
       4000-EMITE-BOLSAS.
           DISPLAY (11 10)
             'ANO [    ]  CURSO [  ]  R=REVOGADAS A=ADVERTIDAS [ ]'
           ACCEPT (11 15) ANO-PROC WITH PROMPT AUTO-SKIP
           IF ANO-PROC = ZEROS
              GO TO 4999-FIM-BOLSAS.
           ACCEPT (11 29) CURSO-PROC WITH PROMPT AUTO-SKIP.

       4050-DECISAO.
           ACCEPT (11 60) DECISAO-PROC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF DECISAO-PROC = 'r'
              MOVE 'R' TO DECISAO-PROC.
           IF DECISAO-PROC = 'a'
              MOVE 'A' TO DECISAO-PROC.
           IF DECISAO-PROC NOT = 'R' AND 'A'
              DISPLAY (22 30) 'OPCAO INVALIDA'
              GO TO 4050-DECISAO.
           OPEN INPUT BOLREV
           IF STATUS-BRV NOT = '00'
              DISPLAY (22 20) 'BOLREV.DAT INEXISTENTE - VER REVBOLSA'
              STOP ' '
              GO TO 4999-FIM-BOLSAS.
           MOVE CURSO-PROC TO CURSO-FILTRO
           MOVE ZEROS TO DISCI-PROC CURSO-ANT-BRV
           MOVE ZEROS TO CONT-EMITIDAS
           OPEN OUTPUT CARTAS
           MOVE ANO-PROC TO ANO-BRV
           MOVE CURSO-PROC TO CURSO-BRV
           MOVE ZEROS TO ALUNO-BRV
           START BOLREV KEY NOT LESS THAN CHAVE-BRV INVALID KEY
              GO TO 4500-ENCERRA.

       4100-LE-BOLREV.
           READ BOLREV NEXT
           IF STATUS-BRV NOT = '00'
              GO TO 4500-ENCERRA.
           IF ANO-BRV NOT = ANO-PROC
              GO TO 4500-ENCERRA.
           IF CURSO-FILTRO NOT = ZEROS
              AND CURSO-BRV NOT = CURSO-FILTRO
              GO TO 4500-ENCERRA.
           IF DECISAO-BRV NOT = DECISAO-PROC
              GO TO 4100-LE-BOLREV.
           IF DECISAO-PROC = 'R' AND NOT BRV-CONFIRMADA
              GO TO 4100-LE-BOLREV.
           IF CURSO-BRV NOT = CURSO-ANT-BRV
              MOVE CURSO-BRV TO CURSO-ANT-BRV
              MOVE CURSO-BRV TO CURSO-PROC
              PERFORM 7500-NOMES-FIXOS THRU 7599-FIM-NOMES.
           MOVE ALUNO-BRV TO COD-ALUNO
           MOVE CURSO-BRV TO WS-CURSO-COMP
           MOVE WS-CURSO-COMP TO COD-CURSO
           READ ALUCAD INVALID KEY
              MOVE NOME-BRV TO NOME
              MOVE SPACES TO ENDERECO BAIRRO CIDADE ESTADO.
           MOVE NOME TO WS-NOME-ALU
           MOVE ENDERECO TO WS-END-ALU
           MOVE BAIRRO TO WS-BAI-ALU
           MOVE CIDADE TO WS-CID-ALU
           MOVE ESTADO TO WS-EST-ALU
           MOVE MOTIVO-BRV TO WS-MOTIVO
           MOVE ALUNO-BRV TO COD-ALUNO-MAT
           PERFORM 6000-IMPRIME-CARTA THRU 6999-FIM-CARTA
           PERFORM 7800-GRAVA-LOG THRU 7899-FIM-LOG
           GO TO 4100-LE-BOLREV.

       4500-ENCERRA.
           CLOSE CARTAS BOLREV
           MOVE SPACES TO WS-MOTIVO
           DISPLAY (20 10) 'CARTAS EMITIDAS:'
           DISPLAY (20 28) CONT-EMITIDAS
           DISPLAY (22 20) 'EMISSAO CONCLUIDA'
           STOP ' '.

       4999-FIM-BOLSAS. EXIT.

      * UMA CARTA POR ALUNO: BLOCO DE ENDERECO E AS LINHAS DO
      * MODELO JA COM OS CAMPOS TROCADOS
       6000-IMPRIME-CARTA.
       6999-FIM-CARTA. EXIT.

      * VARRE A LINHA DO MODELO TROCANDO &NOME &CURSO &DISCI &DATA
      * &MOTIVO
      * PELO CONTEUDO DO ALUNO EM EMISSAO
       7000-TROCA-CAMPOS.
           MOVE SPACES TO LINHA-SAIDA
              IF LINHA-ENTRADA (IND-ENT:6) = '&DISCI'
                 MOVE WS-NOME-DISCI TO CAMPO-TROCA
                 MOVE 6 TO SALTO-ENT.
           IF SALTO-ENT = ZEROS AND IND-ENT < 64
              IF LINHA-ENTRADA (IND-ENT:7) = '&MOTIVO'
                 MOVE WS-MOTIVO TO CAMPO-TROCA
                 MOVE 7 TO SALTO-ENT.
           IF SALTO-ENT = ZEROS
              ADD 1 TO IND-SAI
              MOVE LINHA-ENTRADA (IND-ENT:1)

      *                          REVISAO DEFERIDO (PROTOC.DAT)
      * 1.2      /  /            OPERADOR PELA SESSAO DA ESTACAO
      *                          (SESSOES.DAT)
      * 1.3      /  /            PEDIDO DO ALUNO EXIGE PROTOCOLO RN
      *                          DEFERIDO DO MESMO ALUNO/DISCIPLINA;
      *                          A CORRECAO ENCERRA O PROTOCOLO
      * 1.4      /  /            ANO FECHADO: REFAZ O SELO DA
      *                          DISCIPLINA (SELO.DAT) COM O OPERADOR
      * 1.5      /  /            SO CORRIGE NOTA DOS CURSOS DO
      *                          OPERADOR (OPERCUR.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT SESSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT SELO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SELO
                       FILE STATUS STATUS-SELO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADNOTAS
           05  DATA-PRAZO-PROT         PIC 9(08).
           05  SIT-PROT                PIC X(01).
               88  PROT-DEFERIDO       VALUE 'D'.
               88  PROT-ENTREGUE       VALUE 'T'.
           05  DATA-SIT-PROT           PIC 9(08).
           05  COD-DISCI-PROT          PIC 9(04).

       FD  OPERMST
           LABEL RECORD STANDARD
               88  OPER-INATIVO        VALUE 'I'.
           05  FILLER                  PIC X(02).

       FD  SELO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SELO.DAT'
           RECORD CONTAINS 90 CHARACTERS.

       01  REG-SELO.
           05  CHAVE-SELO.
               10  ANO-SELO            PIC 9(04).
               10  CURSO-SELO          PIC 9(02).
               10  DISCI-SELO          PIC 9(04).
           05  QTD-ALU-SELO            PIC 9(05).
           05  SOMA-NOTA-SELO          PIC 9(07)V9.
           05  SOMA-FALTA-SELO         PIC 9(07).
           05  VERIF-SELO              PIC 9(12).
           05  DATA-SELO               PIC 9(08).
           05  OPER-SELO               PIC X(10).
           05  DATA-RESELO             PIC 9(08).
           05  OPER-RESELO             PIC X(10).
           05  QTD-RESELO              PIC 9(03).
           05  FILLER                  PIC X(09).

      * CURSOS QUE O OPERADOR ENXERGA - SEM NENHUM = TODOS
       FD  OPERCUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERCUR.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-OPERCUR.
           05  CHAVE-OCR.
               10  COD-OPER-OCR        PIC X(10).
               10  CURSO-OCR           PIC 9(02).
           05  DATA-OCR                PIC 9(08).

       WORKING-STORAGE SECTION.
       01  STATUS-OCR           PIC X(02) VALUE SPACES.
       01  WS-COM-ESCOPO        PIC X VALUE 'N'.
       01  WS-FORA-ESCOPO       PIC X VALUE 'N'.
       01  WS-CURSO-ESC         PIC 9(02) VALUE ZEROS.
       01  STATUS-CADNT         PIC X(02) VALUE SPACES.
       01  STATUS-HIST          PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR      PIC X(02) VALUE SPACES.
       01  STATUS-SESS          PIC X(02) VALUE SPACES.
       01  WS-ESTACAO           PIC 9(02) VALUE ZEROS.
       01  WS-PROTOCOLO         PIC 9(06) VALUE ZEROS.
       01  WS-ORIGEM            PIC X VALUE SPACE.
       01  WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01  STATUS-SELO          PIC X(02) VALUE SPACES.
       01  WS-SEM-SELO          PIC X VALUE 'N'.
       01  WS-NF-SELO.
           05  NF-SELO OCCURS 5 TIMES.
               10  NOTA-NF-SELO     PIC 99V9.
               10  FALTA-NF-SELO    PIC 9(03).
       01  WS-ALUNO-SELO        PIC 9(06) VALUE ZEROS.
       01  WS-IND-SELO          PIC 9 VALUE ZEROS.
       01  WS-PARCELA-SELO      PIC 9(07) VALUE ZEROS.
       01  WS-NOTAS-REG         PIC 9(03)V9 VALUE ZEROS.
       01  WS-FALTAS-REG        PIC 9(04) VALUE ZEROS.
       01  WS-VERIF-REG         PIC 9(12) VALUE ZEROS.
       01  WS-NOTAS-ANT         PIC 9(03)V9 VALUE ZEROS.
       01  WS-FALTAS-ANT        PIC 9(04) VALUE ZEROS.
       01  WS-VERIF-ANT         PIC 9(12) VALUE ZEROS.
       01  WS-VERIF-TOT         PIC 9(15) VALUE ZEROS.
       01  RETORNO              PIC X(02).
           88 ESC                VALUE '01'.

           05  LINE 16   COLUMN 04   VALUE "NOVA NOTA [  , ]".
           05  LINE 16   COLUMN 30   VALUE "NOVAS FALTAS [   ]".
           05  LINE 18   COLUMN 04   VALUE
               "ORIGEM [ ]  A=PEDIDO DO ALUNO  S=SUPERVISOR".
           05  LINE 18   COLUMN 50   VALUE "PROTOCOLO [      ]".

       PROCEDURE DIVISION.

              OPEN OUTPUT HISTNOTA
              CLOSE HISTNOTA
              OPEN EXTEND HISTNOTA.
           OPEN I-O PROTOC
           IF STATUS-PROT NOT = '00'
              MOVE 'S' TO WS-SEM-PROTOC.
           OPEN I-O SELO
           IF STATUS-SELO NOT = '00'
              MOVE 'S' TO WS-SEM-SELO.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
           IF NIVEL-OPER = 3 AND OPER-ATIVO
              MOVE SENHA-OPER TO WS-SENHA-SUP
              CLOSE OPERMST
              PERFORM 9700-CARREGA-ESCOPO THRU 9709-FIM-CARREGA
              GO TO 0200-TELA.

       0130-NEGA.
              IF WS-SEM-PROTOC = 'N'
                 CLOSE PROTOC.
           IF WS-ANO = ZEROS
              IF WS-SEM-SELO = 'N'
                 CLOSE SELO.
           IF WS-ANO = ZEROS
              PERFORM 9720-FECHA-ESCOPO THRU 9729-FIM-FECHA
              CLOSE CADNOTAS
                    HISTNOTA
              CHAIN 'FACAD.EXE'.
           IF WS-CURSO = ZEROS
              DISPLAY (22 20) 'CODIGO DE CURSO INVALIDO'
              GO TO 0350-CURSO.
           MOVE WS-CURSO TO WS-CURSO-ESC
           PERFORM 9710-VERIFICA-ESCOPO THRU 9719-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              DISPLAY (22 20) 'CURSO FORA DO ESCOPO DO OPERADOR'
              GO TO 0350-CURSO.

       0400-ALUNO.
           ACCEPT (08 15) WS-ALUNO WITH PROMPT AUTO-SKIP
              DISPLAY (22 20) 'NUMERO DE FALTAS INVALIDO'
              GO TO 0900-NOVAS-FALTAS.

      * CORRECAO PEDIDA PELO ALUNO SO COM O REQUERIMENTO DE REVISAO
      * DEFERIDO; A DO PROPRIO SUPERVISOR DISPENSA PROTOCOLO
       0940-ORIGEM.
           MOVE ZEROS TO WS-PROTOCOLO
           ACCEPT (18 12) WS-ORIGEM WITH PROMPT AUTO-SKIP
           DISPLAY (22 20) '                                           '
           IF WS-ORIGEM = 'a' MOVE 'A' TO WS-ORIGEM.
           IF WS-ORIGEM = 's' MOVE 'S' TO WS-ORIGEM.
           IF WS-ORIGEM = 'S'
              GO TO 1000-CONFIRMA.
           IF WS-ORIGEM NOT = 'A'
              DISPLAY (22 20) 'ORIGEM INVALIDA'
              GO TO 0940-ORIGEM.
           IF WS-SEM-PROTOC = 'S'
              DISPLAY (22 20) 'SEM ARQUIVO DE PROTOCOLO (CADPROT)'
              GO TO 0940-ORIGEM.

       0950-PROTOCOLO.
           ACCEPT (18 61) WS-PROTOCOLO WITH PROMPT AUTO-SKIP
           ACCEPT RETORNO FROM ESCAPE KEY
           IF ESC
              GO TO 0940-ORIGEM.
           DISPLAY (22 20) '                                           '
           IF WS-PROTOCOLO = ZEROS
              DISPLAY (22 20) 'PEDIDO DO ALUNO EXIGE O PROTOCOLO'
              GO TO 0950-PROTOCOLO.
           MOVE WS-PROTOCOLO TO NUM-PROT
           READ PROTOC INVALID KEY
              DISPLAY (22 20) 'REVISAO AINDA NAO DEFERIDA (ANDPROT)'
              GO TO 0950-PROTOCOLO.
           IF COD-ALUNO-PROT NOT = WS-ALUNO
              OR COD-CURSO-PROT NOT = WS-CURSO
              DISPLAY (22 20) 'PROTOCOLO E DE OUTRO ALUNO'
              GO TO 0950-PROTOCOLO.
      * PROTOCOLO ANTIGO (SEM DISCIPLINA, BRANCOS) OU ZERADO VALE
      * PARA QUALQUER DISCIPLINA DO ALUNO
           IF COD-DISCI-PROT NUMERIC
              AND COD-DISCI-PROT NOT = ZEROS
              AND COD-DISCI-PROT NOT = WS-DISCI
              DISPLAY (22 20) 'PROTOCOLO E DE OUTRA DISCIPLINA'
              GO TO 0950-PROTOCOLO.

       1000-CONFIRMA.
           DISPLAY (19 04) 'CONFIRMA A CORRECAO ACIMA (S OU N)  [ ]'
              DISPLAY (22 20) 'RESPOSTA INVALIDA'
              GO TO 1000-CONFIRMA.

           MOVE REG-CADNOTAS (17:30) TO WS-NF-SELO
           MOVE WS-ALUNO TO WS-ALUNO-SELO
           PERFORM 9600-CALCULA-SELO THRU 9699-FIM-SELO
           MOVE WS-NOTAS-REG  TO WS-NOTAS-ANT
           MOVE WS-FALTAS-REG TO WS-FALTAS-ANT
           MOVE WS-VERIF-REG  TO WS-VERIF-ANT
           MOVE WS-NOTA-NOVA   TO NOTA-CADNOTA(WS-BIM-COR)
           MOVE WS-FALTAS-NOVA TO FALTAS-CADNOTA(WS-BIM-COR)
           REWRITE REG-CADNOTAS
           MOVE WS-COD-OPERADOR  TO OPERADOR-HIST
           MOVE WS-PROTOCOLO     TO PROTOCOLO-HIST
           WRITE REG-HISTNOTA
           IF WS-PROTOCOLO NOT = ZEROS
              PERFORM 1100-ENCERRA-PROTOCOLO THRU 1199-FIM-PROTOCOLO.
           IF WS-SEM-SELO = 'N'
              PERFORM 1200-RESELA THRU 1299-FIM-RESELA.
           DISPLAY (22 20) 'NOTA CORRIGIDA COM SUCESSO'
           GO TO 0200-TELA.

      * REVISAO ATENDIDA: O REQUERIMENTO PASSA A ENTREGUE E NAO
      * SERVE PARA OUTRA CORRECAO
       1100-ENCERRA-PROTOCOLO.
           MOVE WS-PROTOCOLO TO NUM-PROT
           READ PROTOC INVALID KEY
              GO TO 1199-FIM-PROTOCOLO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'T' TO SIT-PROT
           MOVE WS-DATA-HOJE TO DATA-SIT-PROT
           REWRITE REG-PROTOC.

       1199-FIM-PROTOCOLO. EXIT.

      * ANO JA FECHADO E SELADO: O SELO DA DISCIPLINA E AJUSTADO SO
      * PELA DIFERENCA DESTE ALUNO (TIRA O VALOR ANTIGO, SOMA O NOVO),
      * DE MODO QUE ALTERACAO FEITA POR FORA CONTINUA DIVERGINDO NO
      * VERSELO. FICA REGISTRADO QUEM REFEZ O SELO E QUANDO
       1200-RESELA.
           MOVE WS-ANO   TO ANO-SELO
           MOVE WS-CURSO TO CURSO-SELO
           MOVE WS-DISCI TO DISCI-SELO
           READ SELO INVALID KEY
              GO TO 1299-FIM-RESELA.
           MOVE REG-CADNOTAS (17:30) TO WS-NF-SELO
           MOVE WS-ALUNO TO WS-ALUNO-SELO
           PERFORM 9600-CALCULA-SELO THRU 9699-FIM-SELO
           COMPUTE SOMA-NOTA-SELO = SOMA-NOTA-SELO + WS-NOTAS-REG
                                  - WS-NOTAS-ANT
           COMPUTE SOMA-FALTA-SELO = SOMA-FALTA-SELO + WS-FALTAS-REG
                                   - WS-FALTAS-ANT
           COMPUTE WS-VERIF-TOT = VERIF-SELO + 1000000000000
                                - WS-VERIF-ANT + WS-VERIF-REG
           MOVE WS-VERIF-TOT TO VERIF-SELO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO DATA-RESELO
           MOVE WS-COD-OPERADOR TO OPER-RESELO
           ADD 1 TO QTD-RESELO
           REWRITE REG-SELO.

       1299-FIM-RESELA. EXIT.

      * PARCELA DO ALUNO NO SELO: NOTAS E FALTAS DOS 5 BIMESTRES
      * COM PESO PELA POSICAO, MULTIPLICADAS PELO CODIGO DO ALUNO
      * (MESMO CALCULO DO FECHANO E DO VERSELO)
       9600-CALCULA-SELO.
           MOVE ZEROS TO WS-NOTAS-REG WS-FALTAS-REG WS-PARCELA-SELO
           MOVE 1 TO WS-IND-SELO.

       9610-CALCULA-BIM.
           ADD NOTA-NF-SELO (WS-IND-SELO) TO WS-NOTAS-REG
           ADD FALTA-NF-SELO (WS-IND-SELO) TO WS-FALTAS-REG
           COMPUTE WS-PARCELA-SELO = WS-PARCELA-SELO
                 + NOTA-NF-SELO (WS-IND-SELO) * 10
                   * (WS-IND-SELO * 2 - 1)
                 + FALTA-NF-SELO (WS-IND-SELO) * WS-IND-SELO * 2
           ADD 1 TO WS-IND-SELO
           IF WS-IND-SELO < 6
              GO TO 9610-CALCULA-BIM.
           COMPUTE WS-VERIF-REG = WS-PARCELA-SELO * (WS-ALUNO-SELO + 1).

       9699-FIM-SELO. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): QUEM
      * NAO TEM CURSO CADASTRADO CONTINUA VENDO TODOS OS CURSOS
       9700-CARREGA-ESCOPO.
           MOVE 'N' TO WS-COM-ESCOPO
           OPEN INPUT OPERCUR
           IF STATUS-OCR NOT = '00'
              GO TO 9709-FIM-CARREGA.
           MOVE WS-COD-OPERADOR TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              CLOSE OPERCUR
              GO TO 9709-FIM-CARREGA.
           READ OPERCUR NEXT
           IF STATUS-OCR = '00' AND COD-OPER-OCR = WS-COD-OPERADOR
              MOVE 'S' TO WS-COM-ESCOPO
              GO TO 9709-FIM-CARREGA.
           CLOSE OPERCUR.

       9709-FIM-CARREGA. EXIT.

       9710-VERIFICA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO
           IF WS-COM-ESCOPO NOT = 'S'
              GO TO 9719-FIM-VERIFICA.
           MOVE WS-COD-OPERADOR TO COD-OPER-OCR
           MOVE WS-CURSO-ESC TO CURSO-OCR
           READ OPERCUR INVALID KEY
              MOVE 'S' TO WS-FORA-ESCOPO.

       9719-FIM-VERIFICA. EXIT.

       9720-FECHA-ESCOPO.
           IF WS-COM-ESCOPO = 'S'
              CLOSE OPERCUR
              MOVE 'N' TO WS-COM-ESCOPO.

       9729-FIM-FECHA. EXIT.

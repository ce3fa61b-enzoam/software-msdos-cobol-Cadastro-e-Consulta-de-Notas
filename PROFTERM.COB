       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFTERM-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : TERMINAL DO PROFESSOR (SALA DOS PROFESSORES) -
      *              com o codigo do PROFESSOR.DAT e PIN pessoal
      *              (PROFPIN.DAT, emitido e trocado no PINPROF) mostra
      *              somente as disciplinas/turmas do ano que sao do
      *              professor (TURMA.DAT, ou DISCI.DAT quando a
      *              disciplina nao tem turmas), a relacao de alunos
      *              (MATRIC.DAT) e registra a chamada do dia em
      *              CHAMADA.DAT para aula ja existente em AULA.DAT
      *              (suspensos do SANCAO.DAT saem com falta); nao
      *              abre nenhum outro arquivo e ao final volta
      *              sozinho para a tela de entrada
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            ALUNO COM SUSPENSAO APROVADA NO
      *                          SANCAO.DAT LEVA FALTA DE SUSPENSAO
      *                          SEM O PROFESSOR PODER ALTERAR

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFPIN ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PPIN
                       FILE STATUS STATUS-PIN.

           SELECT CADPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROF
                       FILE STATUS STATUS-PROF.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT TURMAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TUR
                       FILE STATUS STATUS-TUR.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT AULA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-AULA
                       FILE STATUS STATUS-AULA.

           SELECT CHAMADA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CHAM
                       FILE STATUS STATUS-CHAM.

           SELECT SANCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SAN
                       FILE STATUS STATUS-SAN.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFPIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROFPIN.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-PROFPIN.
           05  CHAVE-PPIN.
               10  COD-PROF-PIN        PIC 9(04).
           05  PIN-PROF                PIC 9(04).
           05  DATA-PIN-PROF           PIC 9(08).
           05  FILLER                  PIC X(04).

       FD  CADPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROFESSOR.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-CADPROF.
           05  CHAVE-PROF.
               10  COD-PROF            PIC 9(04).
           05  NOME-PROF               PIC X(25).
           05  TITULACAO-PROF          PIC X(15).
           05  SITUACAO-PROF           PIC X(01).
               88  PROF-ATIVO          VALUE 'A'.
               88  PROF-INATIVO        VALUE 'I'.
           05  VALOR-HORA-PROF         PIC 9(03)V99.

       FD  CADDISCI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISCI.DAT'
           RECORD CONTAINS 77 CHARACTERS.

       01  REG-CADDISCI.
           05  CHAVE-DIS.
               10  COD-CURSO-DIS       PIC 9(02).
               10  COD-DISCIPLINA      PIC 9(04).
               10  ANO-DISCI           PIC 9(04).
           05  NOME-DISCIPLINA         PIC X(35).
           05  QTDE-AULAS-DIS          PIC 9(03).
           05  CARGA-DIS               PIC 9(04).
           05  PROFESSOR-DIS           PIC X(25).

       FD  TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TURMA.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-TURMAS.
           05  CHAVE-TUR.
               10  COD-CURSO-TUR       PIC 9(02).
               10  COD-DISCI-TUR       PIC 9(04).
               10  ANO-TUR             PIC 9(04).
               10  TURMA-TUR           PIC X(01).
           05  PROFESSOR-TUR           PIC X(25).
           05  FILLER                  PIC X(04).

       FD  MATRIC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'MATRIC.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-MATRIC.
           05  CHAVE-MAT.
               10 ANO-MAT              PIC 9(04).
               10 COD-CURSO-MAT        PIC 9(02).
               10 COD-DISCI-MAT        PIC 9(04).
               10 COD-ALUNO-MAT        PIC 9(06).
           05  NOME-ALUNO-MAT          PIC X(40).
           05  DATA-MATRICULA          PIC 9(08).
           05  SIT-MAT                 PIC X(01).
               88  MAT-CANCELADA       VALUE 'C'.
           05  DATA-CANC-MAT           PIC 9(08).
           05  MOTIVO-CANC-MAT         PIC X(01).
           05  TURMA-MAT               PIC X(01).
           05  TIPO-MAT                PIC X(01).
               88  MAT-DEPENDENCIA     VALUE 'D'.
           05  FILLER                  PIC X(04).

       FD  AULA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'AULA.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-AULA.
           05  CHAVE-AULA.
               10 ANO-AULA             PIC 9(04).
               10 COD-CURSO-AULA       PIC 9(02).
               10 COD-DISCI-AULA       PIC 9(04).
               10 TURMA-AULA           PIC X(01).
               10 DATA-AULA            PIC 9(08).
           05  SITUACAO-AULA           PIC X(01).
               88  AULA-NORMAL         VALUE 'N'.
               88  AULA-CANCELADA      VALUE 'C'.
               88  AULA-REPOSICAO      VALUE 'R'.

       FD  CHAMADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CHAMADA.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-CHAMADA.
           05  CHAVE-CHAM.
               10 ANO-CHAM             PIC 9(04).
               10 COD-CURSO-CHAM       PIC 9(02).
               10 COD-DISCI-CHAM       PIC 9(04).
               10 DATA-CHAM            PIC 9(08).
               10 COD-ALUNO-CHAM       PIC 9(06).
           05  PRESENCA-CHAM           PIC X(01).
               88  ALUNO-PRESENTE      VALUE 'P'.
               88  ALUNO-FALTOU        VALUE 'F'.
           05  TURMA-CHAM              PIC X(01).
           05  SUSP-CHAM               PIC X(01).
               88  FALTA-SUSPENSAO     VALUE 'S'.
           05  FILLER                  PIC X(03).

       FD  SANCAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SANCAO.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-SANCAO.
           05  CHAVE-SAN.
               10  COD-ALUNO-SAN       PIC 9(06).
               10  COD-CURSO-SAN       PIC 9(02).
               10  SEQ-SAN             PIC 9(03).
           05  DATA-OCO-SAN            PIC 9(08).
           05  SEQ-OCO-SAN             PIC 9(02).
           05  TIPO-SAN                PIC X(02).
               88  SAN-SUSPENSAO       VALUE 'SU'.
           05  ATO-SAN                 PIC X(15).
           05  AUTORIDADE-SAN          PIC X(20).
           05  DATA-INI-SAN            PIC 9(08).
           05  DATA-FIM-SAN            PIC 9(08).
           05  SIT-SAN                 PIC X(01).
               88  SAN-APROVADA        VALUE 'A'.
           05  OPER-SAN                PIC X(10).
           05  DATA-REG-SAN            PIC 9(08).
           05  FILLER                  PIC X(07).

       WORKING-STORAGE SECTION.
       01  STATUS-PIN          PIC X(02) VALUE SPACES.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-AULA         PIC X(02) VALUE SPACES.
       01  STATUS-CHAM         PIC X(02) VALUE SPACES.
       01  STATUS-SAN          PIC X(02) VALUE SPACES.
       01  WS-SEM-SANCAO       PIC X VALUE 'N'.
       01  WS-SUSPENSO         PIC X VALUE SPACE.
       01  WS-SEM-TURMAS       PIC X VALUE 'N'.
       01  WS-SEM-AULA         PIC X VALUE 'N'.
       01  WS-PROF             PIC 9(04) VALUE ZEROS.
       01  WS-PIN              PIC 9(04) VALUE ZEROS.
       01  WS-TENTATIVAS       PIC 9 VALUE ZEROS.
       01  WS-ANO-ATUAL        PIC 9(04) VALUE ZEROS.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-PROF-TURMA       PIC X(25) VALUE SPACES.
       01  WS-ITEM             PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO            PIC X.
       01  WS-PRES             PIC X.
       01  WS-TEM-TURMA        PIC X VALUE 'N'.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  CONT-PRES           PIC 9(03) VALUE ZEROS.
       01  CONT-FALT           PIC 9(03) VALUE ZEROS.
       01  CONT-ALUNOS         PIC 9(03) VALUE ZEROS.
       01  LIN                 PIC 99 VALUE ZEROS.

      * DISCIPLINAS/TURMAS DO PROFESSOR NO ANO - SO ESTAS PODEM SER
      * ESCOLHIDAS (TURMA EM BRANCO = DISCIPLINA SEM TURMAS)
       01  TAB-AULAS.
           05 AULA-TAB OCCURS 15 TIMES.
              10 CURSO-TAB     PIC 9(02).
              10 DISCI-TAB     PIC 9(04).
              10 TURMA-TAB     PIC X(01).
              10 NOME-TAB      PIC X(35).
       01  QTD-AULAS           PIC 9(02) VALUE ZEROS.
       01  IND-AULA            PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT PROFPIN
           IF STATUS-PIN NOT = '00'
              DISPLAY (12 16)
                'TERMINAL SEM CADASTRO DE PIN - PROCURE A SECRETARIA'
              STOP ' '
              STOP RUN.
           OPEN INPUT CADPROF
           OPEN INPUT CADDISCI
           OPEN INPUT MATRIC
           OPEN INPUT TURMAS
           IF STATUS-TUR NOT = '00'
              MOVE 'S' TO WS-SEM-TURMAS.
           OPEN INPUT AULA
           IF STATUS-AULA NOT = '00'
              MOVE 'S' TO WS-SEM-AULA.
           OPEN I-O CHAMADA
           IF STATUS-CHAM NOT = '00'
              OPEN OUTPUT CHAMADA
              CLOSE CHAMADA
              OPEN I-O CHAMADA.
           OPEN INPUT SANCAO
           IF STATUS-SAN NOT = '00'
              MOVE 'S' TO WS-SEM-SANCAO.

       0200-TELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DIVIDE WS-DATA-HOJE BY 10000 GIVING WS-ANO-ATUAL
           DISPLAY (01 01) ERASE
           DISPLAY (02 15) 'TERMINAL DO PROFESSOR'
           DISPLAY (05 10) 'PROFESSOR [    ]'
           DISPLAY (07 10) 'PIN       [    ]'.

       0300-IDENTIFICA.
           ACCEPT (05 21) WS-PROF WITH PROMPT AUTO-SKIP
           IF WS-PROF = ZEROS
              GO TO 0200-TELA.
           ACCEPT (07 21) WS-PIN WITH PROMPT AUTO-SKIP
           MOVE WS-PROF TO COD-PROF-PIN
           READ PROFPIN INVALID KEY
              GO TO 0350-NEGA.
           IF PIN-PROF NOT = WS-PIN
              GO TO 0350-NEGA.
           MOVE WS-PROF TO COD-PROF
           READ CADPROF INVALID KEY
              GO TO 0350-NEGA.
           IF PROF-INATIVO
              GO TO 0350-NEGA.
           MOVE ZEROS TO WS-TENTATIVAS
           GO TO 0400-DISCIPLINAS.

       0350-NEGA.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY (22 10) 'PROFESSOR OU PIN INVALIDOS'
           IF WS-TENTATIVAS > 2
              MOVE ZEROS TO WS-TENTATIVAS
              STOP ' '
              GO TO 0200-TELA.
           GO TO 0300-IDENTIFICA.

      * MONTA A TABELA: TURMAS CUJO PROFESSOR E ELE (O DA TURMA OU,
      * EM BRANCO, O DA DISCIPLINA) E DISCIPLINAS DELE SEM TURMAS
       0400-DISCIPLINAS.
           MOVE ZEROS TO QTD-AULAS
           IF WS-SEM-TURMAS = 'S'
              GO TO 0450-DISCI.
           MOVE ZEROS TO COD-CURSO-TUR COD-DISCI-TUR ANO-TUR
           MOVE SPACES TO TURMA-TUR
           START TURMAS KEY NOT LESS THAN CHAVE-TUR INVALID KEY
              GO TO 0450-DISCI.

       0410-LE-TURMA.
           READ TURMAS NEXT
           IF STATUS-TUR NOT = '00'
              GO TO 0450-DISCI.
           IF ANO-TUR NOT = WS-ANO-ATUAL
              GO TO 0410-LE-TURMA.
           MOVE COD-CURSO-TUR TO COD-CURSO-DIS
           MOVE COD-DISCI-TUR TO COD-DISCIPLINA
           MOVE ANO-TUR TO ANO-DISCI
           READ CADDISCI INVALID KEY
              GO TO 0410-LE-TURMA.
           MOVE PROFESSOR-TUR TO WS-PROF-TURMA
           IF PROFESSOR-TUR = SPACES
              MOVE PROFESSOR-DIS TO WS-PROF-TURMA.
           IF WS-PROF-TURMA NOT = NOME-PROF
              GO TO 0410-LE-TURMA.
           IF QTD-AULAS = 15
              GO TO 0500-ESCOLHE.
           ADD 1 TO QTD-AULAS
           MOVE COD-CURSO-TUR TO CURSO-TAB (QTD-AULAS)
           MOVE COD-DISCI-TUR TO DISCI-TAB (QTD-AULAS)
           MOVE TURMA-TUR TO TURMA-TAB (QTD-AULAS)
           MOVE NOME-DISCIPLINA TO NOME-TAB (QTD-AULAS)
           GO TO 0410-LE-TURMA.

       0450-DISCI.
           MOVE ZEROS TO COD-CURSO-DIS COD-DISCIPLINA ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0500-ESCOLHE.

       0460-LE-DISCI.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              GO TO 0500-ESCOLHE.
           IF ANO-DISCI NOT = WS-ANO-ATUAL
              OR PROFESSOR-DIS NOT = NOME-PROF
              GO TO 0460-LE-DISCI.
           PERFORM 0470-TEM-TURMA THRU 0479-FIM-TEM-TURMA
           IF WS-TEM-TURMA = 'S'
              GO TO 0460-LE-DISCI.
           IF QTD-AULAS = 15
              GO TO 0500-ESCOLHE.
           ADD 1 TO QTD-AULAS
           MOVE COD-CURSO-DIS TO CURSO-TAB (QTD-AULAS)
           MOVE COD-DISCIPLINA TO DISCI-TAB (QTD-AULAS)
           MOVE SPACE TO TURMA-TAB (QTD-AULAS)
           MOVE NOME-DISCIPLINA TO NOME-TAB (QTD-AULAS)
           GO TO 0460-LE-DISCI.

      * DISCIPLINA COM TURMAS JA ENTROU (OU NAO) PELA LEITURA DO
      * TURMA.DAT
       0470-TEM-TURMA.
           MOVE 'N' TO WS-TEM-TURMA
           IF WS-SEM-TURMAS = 'S'
              GO TO 0479-FIM-TEM-TURMA.
           MOVE COD-CURSO-DIS TO COD-CURSO-TUR
           MOVE COD-DISCIPLINA TO COD-DISCI-TUR
           MOVE ANO-DISCI TO ANO-TUR
           MOVE SPACES TO TURMA-TUR
           START TURMAS KEY NOT LESS THAN CHAVE-TUR INVALID KEY
              GO TO 0479-FIM-TEM-TURMA.
           READ TURMAS NEXT
           IF STATUS-TUR NOT = '00'
              GO TO 0479-FIM-TEM-TURMA.
           IF COD-CURSO-TUR = COD-CURSO-DIS
              AND COD-DISCI-TUR = COD-DISCIPLINA
              AND ANO-TUR = ANO-DISCI
              MOVE 'S' TO WS-TEM-TURMA.

       0479-FIM-TEM-TURMA. EXIT.

       0500-ESCOLHE.
           DISPLAY (01 01) ERASE
           DISPLAY (02 05) NOME-PROF
           DISPLAY (02 45) 'ANO:'
           DISPLAY (02 50) WS-ANO-ATUAL
           IF QTD-AULAS = ZEROS
              DISPLAY (12 10) 'NENHUMA DISCIPLINA SUA NESTE ANO'
              GO TO 0900-ENCERRA.
           DISPLAY (04 05) 'ITEM CURSO DISC. T DISCIPLINA'
           MOVE ZEROS TO IND-AULA.

       0510-LISTA.
           ADD 1 TO IND-AULA
           IF IND-AULA > QTD-AULAS
              GO TO 0520-ITEM.
           ADD 4 TO IND-AULA GIVING LIN
           DISPLAY (LIN , 06) IND-AULA
           DISPLAY (LIN , 11) CURSO-TAB (IND-AULA)
           DISPLAY (LIN , 16) DISCI-TAB (IND-AULA)
           DISPLAY (LIN , 22) TURMA-TAB (IND-AULA)
           DISPLAY (LIN , 24) NOME-TAB (IND-AULA)
           GO TO 0510-LISTA.

       0520-ITEM.
           DISPLAY (21 05) 'ITEM [  ] (00 = SAIR)'
           DISPLAY (21 30) 'R=RELACAO DE ALUNOS  C=CHAMADA DE HOJE [ ]'.

       0530-ACEITA-ITEM.
           ACCEPT (21 11) WS-ITEM WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ITEM = ZEROS
              GO TO 0200-TELA.
           IF WS-ITEM > QTD-AULAS
              DISPLAY (22 10) 'ITEM INVALIDO'
              GO TO 0530-ACEITA-ITEM.
           ACCEPT (21 70) WS-OPCAO WITH PROMPT AUTO-SKIP
           IF WS-OPCAO = 'R' OR 'r'
              GO TO 0600-RELACAO.
           IF WS-OPCAO = 'C' OR 'c'
              GO TO 0700-CHAMADA.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0530-ACEITA-ITEM.

      * -------- RELACAO DE ALUNOS DA TURMA --------
       0600-RELACAO.
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE ZEROS TO CONT-ALUNOS
           PERFORM 8100-POSICIONA THRU 8199-FIM-POSICIONA
           IF STATUS-MAT NOT = '00'
              GO TO 0690-FIM-RELACAO.

       0610-LE-MATRIC.
           PERFORM 8200-PROXIMO THRU 8299-FIM-PROXIMO
           IF STATUS-MAT NOT = '00'
              GO TO 0690-FIM-RELACAO.
           ADD 1 TO CONT-ALUNOS
           ADD 1 TO LIN
           IF LIN > 20
              DISPLAY (22 10) '[ENTER] CONTINUA'
              STOP ' '
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
              ADD 1 TO LIN.
           DISPLAY (LIN , 05) COD-ALUNO-MAT
           DISPLAY (LIN , 13) NOME-ALUNO-MAT
           IF MAT-DEPENDENCIA
              DISPLAY (LIN , 55) 'DEPENDENCIA'.
           GO TO 0610-LE-MATRIC.

       0690-FIM-RELACAO.
           DISPLAY (22 10) 'ALUNOS:'
           DISPLAY (22 18) CONT-ALUNOS
           DISPLAY (22 25) '[ENTER] VOLTA'
           STOP ' '
           GO TO 0500-ESCOLHE.

      * -------- CHAMADA DA AULA DE HOJE --------
       0700-CHAMADA.
           IF WS-SEM-AULA = 'S'
              DISPLAY (22 10)
                'SEM AULA REGISTRADA HOJE - PROCURE A SECRETARIA'
              GO TO 0530-ACEITA-ITEM.
           MOVE WS-ANO-ATUAL TO ANO-AULA
           MOVE CURSO-TAB (WS-ITEM) TO COD-CURSO-AULA
           MOVE DISCI-TAB (WS-ITEM) TO COD-DISCI-AULA
           MOVE TURMA-TAB (WS-ITEM) TO TURMA-AULA
           MOVE WS-DATA-HOJE TO DATA-AULA
           READ AULA INVALID KEY
              DISPLAY (22 10)
                'SEM AULA REGISTRADA HOJE - PROCURE A SECRETARIA'
              GO TO 0530-ACEITA-ITEM.
           IF AULA-CANCELADA
              DISPLAY (22 10) 'AULA DE HOJE CANCELADA - SEM CHAMADA'
              GO TO 0530-ACEITA-ITEM.
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           DISPLAY (04 60) 'P/F'
           MOVE ZEROS TO CONT-PRES CONT-FALT
           PERFORM 8100-POSICIONA THRU 8199-FIM-POSICIONA
           IF STATUS-MAT NOT = '00'
              GO TO 0790-RESUMO.

       0710-LE-MATRIC.
           PERFORM 8200-PROXIMO THRU 8299-FIM-PROXIMO
           IF STATUS-MAT NOT = '00'
              GO TO 0790-RESUMO.
           ADD 1 TO LIN
           IF LIN > 20
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
              DISPLAY (04 60) 'P/F'
              ADD 1 TO LIN.
           DISPLAY (LIN , 05) COD-ALUNO-MAT
           DISPLAY (LIN , 13) NOME-ALUNO-MAT
           MOVE ANO-AULA       TO ANO-CHAM
           MOVE COD-CURSO-AULA TO COD-CURSO-CHAM
           MOVE COD-DISCI-AULA TO COD-DISCI-CHAM
           MOVE DATA-AULA      TO DATA-CHAM
           MOVE COD-ALUNO-MAT  TO COD-ALUNO-CHAM
           MOVE 'P' TO WS-PRES
           READ CHAMADA INVALID KEY
              MOVE SPACES TO PRESENCA-CHAM.
           IF STATUS-CHAM = '00'
              MOVE PRESENCA-CHAM TO WS-PRES.
           PERFORM 8300-VERIFICA-SUSPENSAO THRU 8399-FIM-SUSPENSAO
           IF WS-SUSPENSO = 'S'
              MOVE 'F' TO WS-PRES
              DISPLAY (LIN , 61) WS-PRES
              DISPLAY (LIN , 63) 'SUSPENSO'
              GO TO 0725-GRAVA.

       0720-PRESENCA.
           DISPLAY (LIN , 61) WS-PRES
           ACCEPT (LIN , 61) WS-PRES WITH UPDATE AUTO-SKIP
           IF WS-PRES = SPACE OR 'p'
              MOVE 'P' TO WS-PRES.
           IF WS-PRES = 'f'
              MOVE 'F' TO WS-PRES.
           IF WS-PRES NOT = 'P' AND 'F'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0720-PRESENCA.
           DISPLAY (22 10) LIMPA-LINHA.

       0725-GRAVA.
           IF STATUS-CHAM = '00'
              MOVE WS-PRES TO PRESENCA-CHAM
              MOVE TURMA-AULA TO TURMA-CHAM
              MOVE WS-SUSPENSO TO SUSP-CHAM
              REWRITE REG-CHAMADA
              GO TO 0730-CONTA.
           MOVE WS-PRES TO PRESENCA-CHAM
           MOVE TURMA-AULA TO TURMA-CHAM
           MOVE WS-SUSPENSO TO SUSP-CHAM
           WRITE REG-CHAMADA.

       0730-CONTA.
           IF WS-PRES = 'P'
              ADD 1 TO CONT-PRES
           ELSE
              ADD 1 TO CONT-FALT.
           GO TO 0710-LE-MATRIC.

       0790-RESUMO.
           DISPLAY (22 10) 'PRESENTES:'
           DISPLAY (22 21) CONT-PRES
           DISPLAY (22 28) 'FALTAS:'
           DISPLAY (22 36) CONT-FALT
           DISPLAY (22 43) '[ENTER] VOLTA'
           STOP ' '
           GO TO 0500-ESCOLHE.

       8000-CABECALHO.
           DISPLAY (01 01) ERASE
           DISPLAY (02 05) NOME-TAB (WS-ITEM)
           DISPLAY (02 45) 'TURMA:'
           DISPLAY (02 52) TURMA-TAB (WS-ITEM)
           DISPLAY (04 05) 'ALUNO   NOME'
           MOVE 4 TO LIN.

       8099-FIM-CABECALHO. EXIT.

       8100-POSICIONA.
           MOVE WS-ANO-ATUAL        TO ANO-MAT
           MOVE CURSO-TAB (WS-ITEM) TO COD-CURSO-MAT
           MOVE DISCI-TAB (WS-ITEM) TO COD-DISCI-MAT
           MOVE ZEROS               TO COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT.

       8199-FIM-POSICIONA. EXIT.

      * PROXIMO MATRICULADO ATIVO DA TURMA ESCOLHIDA; STATUS-MAT
      * DIFERENTE DE '00' NO FIM
       8200-PROXIMO.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 8299-FIM-PROXIMO.
           IF ANO-MAT NOT = WS-ANO-ATUAL
              OR COD-CURSO-MAT NOT = CURSO-TAB (WS-ITEM)
              OR COD-DISCI-MAT NOT = DISCI-TAB (WS-ITEM)
              MOVE '10' TO STATUS-MAT
              GO TO 8299-FIM-PROXIMO.
           IF MAT-CANCELADA
              GO TO 8200-PROXIMO.
           IF TURMA-TAB (WS-ITEM) NOT = SPACE
              AND TURMA-MAT NOT = TURMA-TAB (WS-ITEM)
              GO TO 8200-PROXIMO.

       8299-FIM-PROXIMO. EXIT.

      * SUSPENSAO APROVADA DO ALUNO COBRINDO A DATA DA AULA (MESMA
      * REGRA DO CADCHAM)
       8300-VERIFICA-SUSPENSAO.
           MOVE SPACE TO WS-SUSPENSO
           IF WS-SEM-SANCAO = 'S'
              GO TO 8399-FIM-SUSPENSAO.
           MOVE COD-ALUNO-MAT  TO COD-ALUNO-SAN
           MOVE COD-CURSO-AULA TO COD-CURSO-SAN
           MOVE ZEROS          TO SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 8399-FIM-SUSPENSAO.

       8310-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 8399-FIM-SUSPENSAO.
           IF COD-ALUNO-SAN NOT = COD-ALUNO-MAT
              OR COD-CURSO-SAN NOT = COD-CURSO-AULA
              GO TO 8399-FIM-SUSPENSAO.
           IF SAN-SUSPENSAO AND SAN-APROVADA
              AND DATA-AULA NOT < DATA-INI-SAN
              AND DATA-AULA NOT > DATA-FIM-SAN
              MOVE 'S' TO WS-SUSPENSO
              GO TO 8399-FIM-SUSPENSAO.
           GO TO 8310-LE-SANCAO.

       8399-FIM-SUSPENSAO. EXIT.

       0900-ENCERRA.
           DISPLAY (23 10)
             'PRESSIONE [ENTER] PARA ENCERRAR'
           STOP ' '
           GO TO 0200-TELA.

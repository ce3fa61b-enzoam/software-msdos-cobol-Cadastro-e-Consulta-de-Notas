       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHAB-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : HABILITACAO DO PROFESSOR - registra em HABPROF.DAT
      *              as disciplinas que cada professor do PROFESSOR.DAT
      *              esta autorizado a lecionar e a base da
      *              habilitacao (T=TITULACAO, E=ESPECIALIZACAO,
      *              X=EXPERIENCIA); caddisci, CADTURMA e CADSUBS
      *              recusam professor nao habilitado. O relatorio
      *              lista as disciplinas com um so professor
      *              habilitado (ou nenhum), sem substituto possivel
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HABPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HAB
                       FILE STATUS STATUS-HAB.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
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

      * A HABILITACAO VALE P/ A DISCIPLINA DO CURSO EM QUALQUER ANO
       FD  HABPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HABPROF.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-HABPROF.
           05  CHAVE-HAB.
               10  COD-CURSO-HAB       PIC 9(02).
               10  COD-DISCI-HAB       PIC 9(04).
               10  COD-PROF-HAB        PIC 9(04).
           05  BASE-HAB                PIC X(01).
               88  HAB-TITULACAO       VALUE 'T'.
               88  HAB-ESPECIALIZACAO  VALUE 'E'.
               88  HAB-EXPERIENCIA     VALUE 'X'.
           05  DESCR-BASE-HAB          PIC X(20).
           05  DATA-HAB                PIC 9(08).
           05  FILLER                  PIC X(01).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-HAB          PIC X(02) VALUE SPACES.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  WS-CURSO            PIC 9(02) VALUE ZEROS.
       01  WS-DISCI            PIC 9(04) VALUE ZEROS.
       01  WS-CURSO-ANT        PIC 9(02) VALUE ZEROS.
       01  WS-NOME-DISCI       PIC X(35) VALUE SPACES.
       01  WS-QTD-HAB          PIC 9(03) VALUE ZEROS.
       01  WS-PROF-UNICO       PIC 9(04) VALUE ZEROS.
       01  CONT-RISCO          PIC 9(04) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CADHAB'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(56) VALUE
           'DISCIPLINAS COM UM SO PROFESSOR HABILITADO (OU NENHUM)'.

       01  CAB3.
           05 FILLER               PIC X(06) VALUE 'CURSO'.
           05 FILLER               PIC X(06) VALUE 'DISC.'.
           05 FILLER               PIC X(36) VALUE 'NOME'.
           05 FILLER               PIC X(04) VALUE 'QTD'.
           05 FILLER               PIC X(20) VALUE
           'PROFESSOR HABILITADO'.

       01  DET1.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DISCI-DET1           PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(35).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 QTD-DET1             PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PROF-DET1            PIC X(25).

       01  TOT1.
           05 FILLER               PIC X(30) VALUE
           'DISCIPLINAS SEM SUBSTITUTO:   '.
           05 RISCO-TOT1           PIC ZZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADPROF
           IF STATUS-PROF NOT = '00'
              DISPLAY (12 20) 'PROFESSOR.DAT INEXISTENTE'
              DISPLAY (14 20) 'CADASTRE OS PROFESSORES EM CADPROF'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (12 20) 'DISCI.DAT INEXISTENTE'
              CLOSE CADPROF
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O HABPROF
           IF STATUS-HAB NOT = '00'
              OPEN OUTPUT HABPROF
              CLOSE HABPROF
              OPEN I-O HABPROF.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADHAB'
           DISPLAY (02 22) 'HABILITACAO DO PROFESSOR POR DISCIPLINA'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             'H=HABILITACAO  R=RELATORIO SEM SUBSTITUTO  F=FIM  [ ]'.

       0300-OPCAO.
           ACCEPT (05 61) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'H' OR 'h'
              GO TO 0400-HABILITACAO.
           IF WS-OPCAO = 'R' OR 'r'
              GO TO 0600-RELATORIO.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0900-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * -------- MANUTENCAO --------
      * REGISTRO EXISTENTE COM BASE EM BRANCO E EXCLUIDO
       0400-HABILITACAO.
           DISPLAY (08 10) 'PROFESSOR [    ]'
           DISPLAY (10 10) 'CURSO [  ]  DISCIPLINA [    ]'
           DISPLAY (12 10)
             'BASE [ ]  T=TITULACAO  E=ESPECIALIZACAO  X=EXPERIENCIA'
           DISPLAY (14 10) 'COMPROVACAO [                    ]'.

       0410-PROFESSOR.
           ACCEPT (08 21) COD-PROF WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF COD-PROF = ZEROS
              GO TO 0200-TELA.
           READ CADPROF INVALID KEY
              DISPLAY (22 10) 'PROFESSOR NAO CADASTRADO'
              GO TO 0410-PROFESSOR.
           DISPLAY (08 27) NOME-PROF
           IF PROF-INATIVO
              DISPLAY (22 10) 'PROFESSOR INATIVO'
              GO TO 0410-PROFESSOR.

       0420-DISCIPLINA.
           ACCEPT (10 17) WS-CURSO WITH PROMPT AUTO-SKIP
           IF WS-CURSO = ZEROS
              GO TO 0410-PROFESSOR.
           ACCEPT (10 34) WS-DISCI WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (11 10) LIMPA-LINHA
           PERFORM 0800-ACHA-DISCIPLINA THRU 0899-FIM-ACHA
           IF ACHOU-REG NOT = 'S'
              DISPLAY (22 10) 'DISCIPLINA NAO CADASTRADA P/ O CURSO'
              GO TO 0420-DISCIPLINA.
           DISPLAY (11 10) WS-NOME-DISCI
           MOVE WS-CURSO TO COD-CURSO-HAB
           MOVE WS-DISCI TO COD-DISCI-HAB
           MOVE COD-PROF TO COD-PROF-HAB
           MOVE 'S' TO ACHOU-REG
           READ HABPROF INVALID KEY
              MOVE 'N' TO ACHOU-REG
              MOVE SPACES TO BASE-HAB DESCR-BASE-HAB
              MOVE ZEROS TO DATA-HAB.
           IF ACHOU-REG = 'S'
              DISPLAY (22 10)
                'JA HABILITADO - ALTERANDO (BASE VAZIA EXCLUI)'.

       0430-BASE.
           DISPLAY (12 16) BASE-HAB
           ACCEPT (12 16) BASE-HAB WITH UPDATE AUTO-SKIP
           IF BASE-HAB = 't' MOVE 'T' TO BASE-HAB.
           IF BASE-HAB = 'e' MOVE 'E' TO BASE-HAB.
           IF BASE-HAB = 'x' MOVE 'X' TO BASE-HAB.
           IF BASE-HAB = SPACE AND ACHOU-REG = 'S'
              GO TO 0450-CONFIRMA.
           IF NOT HAB-TITULACAO AND NOT HAB-ESPECIALIZACAO
              AND NOT HAB-EXPERIENCIA
              DISPLAY (22 10) 'BASE INVALIDA'
              GO TO 0430-BASE.
           DISPLAY (22 10) LIMPA-LINHA.

       0440-DESCRICAO.
           DISPLAY (14 23) DESCR-BASE-HAB
           ACCEPT (14 23) DESCR-BASE-HAB WITH UPDATE AUTO-SKIP
           IF DESCR-BASE-HAB = SPACES
              DISPLAY (22 10) 'INFORME O DIPLOMA, CURSO OU EXPERIENCIA'
              GO TO 0440-DESCRICAO.
           DISPLAY (22 10) LIMPA-LINHA.

       0450-CONFIRMA.
           DISPLAY (18 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (18 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (18 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0450-CONFIRMA.
           IF BASE-HAB = SPACE
              DELETE HABPROF
              DISPLAY (22 10) 'HABILITACAO EXCLUIDA'
              STOP ' '
              GO TO 0200-TELA.
           MOVE WS-DATA-ATUAL TO DATA-HAB
           IF ACHOU-REG = 'S'
              REWRITE REG-HABPROF
              DISPLAY (22 10) 'HABILITACAO ALTERADA'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-HABPROF
           DISPLAY (22 10) 'HABILITACAO GRAVADA'
           STOP ' '
           GO TO 0200-TELA.

      * -------- RELATORIO --------
      * UMA LINHA POR DISCIPLINA DO CURSO (QUALQUER ANO) COM MENOS DE
      * DOIS PROFESSORES ATIVOS HABILITADOS
       0600-RELATORIO.
           DISPLAY (08 10) 'CURSO (00 = TODOS) [  ]'
           ACCEPT (08 30) WS-CURSO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE ZEROS TO CONT-RISCO CONTLIN CONTPAG
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE WS-CURSO TO COD-CURSO-DIS
           MOVE ZEROS TO COD-DISCIPLINA ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0690-TOTAL.
           MOVE ZEROS TO WS-CURSO-ANT WS-DISCI.

       0610-LE-DISCI.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              GO TO 0690-TOTAL.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-DIS NOT = WS-CURSO
              GO TO 0690-TOTAL.
           IF COD-CURSO-DIS = WS-CURSO-ANT
              AND COD-DISCIPLINA = WS-DISCI
              GO TO 0610-LE-DISCI.
           MOVE COD-CURSO-DIS TO WS-CURSO-ANT
           MOVE COD-DISCIPLINA TO WS-DISCI
           MOVE COD-CURSO-DIS TO COD-CURSO-HAB
           MOVE COD-DISCIPLINA TO COD-DISCI-HAB
           MOVE ZEROS TO COD-PROF-HAB
           MOVE ZEROS TO WS-QTD-HAB WS-PROF-UNICO
           START HABPROF KEY NOT LESS THAN CHAVE-HAB INVALID KEY
              GO TO 0650-AVALIA.

       0620-LE-HAB.
           READ HABPROF NEXT
           IF STATUS-HAB NOT = '00'
              GO TO 0650-AVALIA.
           IF COD-CURSO-HAB NOT = COD-CURSO-DIS
              OR COD-DISCI-HAB NOT = COD-DISCIPLINA
              GO TO 0650-AVALIA.
           MOVE COD-PROF-HAB TO COD-PROF
           READ CADPROF INVALID KEY
              GO TO 0620-LE-HAB.
           IF PROF-INATIVO
              GO TO 0620-LE-HAB.
           ADD 1 TO WS-QTD-HAB
           MOVE COD-PROF-HAB TO WS-PROF-UNICO
           GO TO 0620-LE-HAB.

       0650-AVALIA.
           IF WS-QTD-HAB > 1
              GO TO 0610-LE-DISCI.
           MOVE COD-CURSO-DIS TO CURSO-DET1
           MOVE COD-DISCIPLINA TO DISCI-DET1
           MOVE NOME-DISCIPLINA TO NOME-DET1
           MOVE WS-QTD-HAB TO QTD-DET1
           MOVE 'NENHUM' TO PROF-DET1
           IF WS-QTD-HAB = 1
              MOVE WS-PROF-UNICO TO COD-PROF
              READ CADPROF
              MOVE NOME-PROF TO PROF-DET1.
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           ADD 1 TO CONT-RISCO
           GO TO 0610-LE-DISCI.

       0690-TOTAL.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-RISCO TO RISCO-TOT1
           MOVE TOT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           DISPLAY (20 10) 'DISCIPLINAS SEM SUBSTITUTO:'
           DISPLAY (20 38) CONT-RISCO
           DISPLAY (22 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * A DISCIPLINA EXISTE NO CURSO SE HOUVER QUALQUER ANO NO DISCI
       0800-ACHA-DISCIPLINA.
           MOVE 'N' TO ACHOU-REG
           MOVE WS-CURSO TO COD-CURSO-DIS
           MOVE WS-DISCI TO COD-DISCIPLINA
           MOVE ZEROS TO ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0899-FIM-ACHA.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              GO TO 0899-FIM-ACHA.
           IF COD-CURSO-DIS NOT = WS-CURSO
              OR COD-DISCIPLINA NOT = WS-DISCI
              GO TO 0899-FIM-ACHA.
           MOVE NOME-DISCIPLINA TO WS-NOME-DISCI
           MOVE 'S' TO ACHOU-REG.

       0899-FIM-ACHA. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE 5 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

       0900-FIM.
           CLOSE CADPROF
                 CADDISCI
                 HABPROF
           CHAIN 'FACAD.EXE'.

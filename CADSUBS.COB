      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            TURMA NA CHAVE DE AULA.DAT
      * 1.2      /  /            SUBSTITUTO SO SE ATIVO E HABILITADO
      *                          NA DISCIPLINA (HABPROF)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-APROF
                       FILE STATUS STATUS-APROF.

           SELECT HABPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HAB
                       FILE STATUS STATUS-HAB.

       DATA DIVISION.
       FILE SECTION.
       FD  AULA
           05  COD-PROF-SUBST          PIC 9(04).
           05  FILLER                  PIC X(07).

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
           05  DESCR-BASE-HAB          PIC X(20).
           05  DATA-HAB                PIC 9(08).
           05  FILLER                  PIC X(01).

       WORKING-STORAGE SECTION.
       01  STATUS-AULA         PIC X(02) VALUE SPACES.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-APROF        PIC X(02) VALUE SPACES.
       01  STATUS-HAB          PIC X(02) VALUE SPACES.
       01  WS-SEM-HAB          PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  WS-TIPO             PIC X.
       01  LIMPA-LINHA         PIC X(55) VALUE SPACES.
              OPEN OUTPUT AULAPROF
              CLOSE AULAPROF
              OPEN I-O AULAPROF.
      * SEM HABPROF.DAT QUALQUER PROFESSOR ATIVO E ACEITO
           OPEN INPUT HABPROF
           IF STATUS-HAB NOT = '00'
              MOVE 'S' TO WS-SEM-HAB.

       0200-TELA.
           DISPLAY (01 01) ERASE
           READ CADPROF INVALID KEY
              DISPLAY (22 10) 'PROFESSOR NAO CADASTRADO'
              GO TO 0500-SUBSTITUTO.
           DISPLAY (11 38) NOME-PROF
           IF PROF-INATIVO
              DISPLAY (22 10) 'PROFESSOR INATIVO'
              GO TO 0500-SUBSTITUTO.
           IF WS-SEM-HAB NOT = 'S'
              MOVE COD-CURSO-AULA TO COD-CURSO-HAB
              MOVE COD-DISCI-AULA TO COD-DISCI-HAB
              MOVE COD-PROF       TO COD-PROF-HAB
              READ HABPROF INVALID KEY
                 DISPLAY (22 10)
                   'SUBSTITUTO NAO HABILITADO NA DISCIPLINA'
                 GO TO 0500-SUBSTITUTO.

       0600-CONFIRMA.
           DISPLAY (13 10) 'CONFIRMA (S OU N)  [ ]'
           CLOSE AULA
                 CADPROF
                 AULAPROF
           IF WS-SEM-HAB NOT = 'S'
              CLOSE HABPROF.
           CHAIN 'FACAD.EXE'.

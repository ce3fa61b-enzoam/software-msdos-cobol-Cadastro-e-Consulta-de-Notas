      * DATA : 29/03/2000
      * VRS         DATA           DESCRICAO
      * 1.0      29/03/2000        IMPLATACAO
      * 1.1      /  /            PROFESSOR SO SE HABILITADO NA
      *                          DISCIPLINA (HABPROF)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-PROF
                       FILE STATUS STATUS-PROF.

           SELECT HABPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HAB
                       FILE STATUS STATUS-HAB.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCURSO
               88  PROF-INATIVO        VALUE 'I'.
           05  VALOR-HORA-PROF         PIC 9(03)V99.

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
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-HAB          PIC X(02) VALUE SPACES.
       01  WS-SEM-HAB          PIC X VALUE 'N'.
       01  MIN-DIS             PIC 9(02) VALUE 45.
       01  WS-RESPOSTA         PIC X.
       01  RESP-DISCI          PIC X.
       0060-OPEN-CADPROF.
           OPEN INPUT CADPROF
           IF STATUS-PROF = '00'
              GO TO 0070-OPEN-HABPROF.
           DISPLAY (12 20) 'PROFESSOR.DAT INEXISTENTE'
           DISPLAY (14 20) 'CADASTRE OS PROFESSORES EM CADPROF'
           CLOSE CADCURSO
           STOP RUN.

      * SEM HABPROF.DAT (HABILITACOES AINDA NAO CADASTRADAS NO
      * CADHAB) QUALQUER PROFESSOR ATIVO E ACEITO
       0070-OPEN-HABPROF.
           OPEN INPUT HABPROF
           IF STATUS-HAB NOT = '00'
              MOVE 'S' TO WS-SEM-HAB.

       0100-INICIO.
           OPEN I-O CADDISCI
           IF STATUS-DIS = '00'
              DISPLAY (22 25) 'PROFESSOR INATIVO'
              STOP ' '
              GO TO 0850-PROFESSOR.
           IF WS-SEM-HAB NOT = 'S'
              MOVE COD-CURSO-DIS  TO COD-CURSO-HAB
              MOVE COD-DISCIPLINA TO COD-DISCI-HAB
              MOVE COD-PROF       TO COD-PROF-HAB
              READ HABPROF INVALID KEY
                 DISPLAY (22 20)
                   'PROFESSOR NAO HABILITADO NA DISCIPLINA'
                 STOP ' '
                 GO TO 0850-PROFESSOR.
           MOVE NOME-PROF TO PROFESSOR-DIS
           DISPLAY (20 28) PROFESSOR-DIS.

           CLOSE CADCURSO
                 CADDISCI
                 CADPROF
           IF WS-SEM-HAB NOT = 'S'
              CLOSE HABPROF.
           CHAIN 'FACAD.EXE'.

      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            PROFESSOR PELO CODIGO DO PROFESSOR.DAT,
      *                          SO SE HABILITADO NA DISCIPLINA
      *                          (HABPROF)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-TUR
                       FILE STATUS STATUS-TUR.

           SELECT CADPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROF
                       FILE STATUS STATUS-PROF.

           SELECT HABPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HAB
                       FILE STATUS STATUS-HAB.

       DATA DIVISION.
       FILE SECTION.
       FD  CADDISCI
           05  PROFESSOR-TUR           PIC X(25).
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
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-HAB          PIC X(02) VALUE SPACES.
       01  WS-SEM-HAB          PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  ACHOU-TURMA         PIC X VALUE 'N'.
           88  TURMA-EXISTENTE VALUE 'S'.
           IF STATUS-DIS NOT = '00'
              DISPLAY (12 20) 'DISCI.DAT INEXISTENTE'
              STOP RUN.
           OPEN INPUT CADPROF
           IF STATUS-PROF NOT = '00'
              DISPLAY (12 20) 'PROFESSOR.DAT INEXISTENTE'
              DISPLAY (14 20) 'CADASTRE OS PROFESSORES EM CADPROF'
              CLOSE CADDISCI
              STOP RUN.
      * SEM HABPROF.DAT QUALQUER PROFESSOR ATIVO E ACEITO
           OPEN INPUT HABPROF
           IF STATUS-HAB NOT = '00'
              MOVE 'S' TO WS-SEM-HAB.

       0100-INICIO.
           OPEN I-O TURMAS
           DISPLAY (08 10) 'CODIGO DA DISCIPLINA [    ]'
           DISPLAY (10 10) 'ANO [    ]'
           DISPLAY (12 10) 'TURMA [ ]'
           DISPLAY (14 10)
             'PROFESSOR [    ] [                         ]'.

       0300-CURSO.
           ACCEPT (06 27) COD-CURSO-TUR WITH PROMPT AUTO-SKIP
              MOVE PROFESSOR-DIS TO PROFESSOR-TUR
              GO TO 0600-PROFESSOR.
           MOVE 'S' TO ACHOU-TURMA
           DISPLAY (22 20) 'TURMA JA CADASTRADA - ALTERANDO'.

      * PROFESSOR ZERADO DEIXA A TURMA SEM PROFESSOR (OU A EXCLUI, SE
      * JA EXISTIA)
       0600-PROFESSOR.
           DISPLAY (14 27) PROFESSOR-TUR
           MOVE ZEROS TO COD-PROF
           ACCEPT (14 21) COD-PROF WITH PROMPT AUTO-SKIP
           DISPLAY (22 20)
             '                                                  '
           IF COD-PROF = ZEROS
              MOVE SPACES TO PROFESSOR-TUR
              DISPLAY (14 27) PROFESSOR-TUR
              GO TO 0650-SEM-PROFESSOR.
           READ CADPROF INVALID KEY
              DISPLAY (22 25) 'PROFESSOR NAO CADASTRADO'
              GO TO 0600-PROFESSOR.
           IF PROF-INATIVO
              DISPLAY (22 25) 'PROFESSOR INATIVO'
              GO TO 0600-PROFESSOR.
           IF WS-SEM-HAB NOT = 'S'
              MOVE COD-CURSO-TUR TO COD-CURSO-HAB
              MOVE COD-DISCI-TUR TO COD-DISCI-HAB
              MOVE COD-PROF      TO COD-PROF-HAB
              READ HABPROF INVALID KEY
                 DISPLAY (22 20)
                   'PROFESSOR NAO HABILITADO NA DISCIPLINA'
                 GO TO 0600-PROFESSOR.
           MOVE NOME-PROF TO PROFESSOR-TUR
           DISPLAY (14 27) PROFESSOR-TUR.

       0650-SEM-PROFESSOR.
           IF PROFESSOR-TUR = SPACES AND TURMA-EXISTENTE
              DISPLAY (21 10) 'PROFESSOR VAZIO EXCLUI A TURMA'.

       0900-FIM.
           CLOSE CADDISCI
                 TURMAS
                 CADPROF
           IF WS-SEM-HAB NOT = 'S'
              CLOSE HABPROF.
           CHAIN 'FACAD.EXE'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPPROF-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : DISPONIBILIDADE DO PROFESSOR - registra em
      *              PROFDSP.DAT, por dia da semana (SEG-SAB) e faixa
      *              de horario (MANHA, TARDE e as 4 aulas da noite),
      *              a indisponibilidade (I - o GERHOR nunca aloca) e
      *              as preferencias (P - prefere, E - evitar), que o
      *              GERHOR procura atender e lista quando nao consegue
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

           SELECT PROFDSP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DSP
                       FILE STATUS STATUS-DSP.

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

      * GRADE: 6 DIAS (SEG=1 ... SAB=6) X 6 FAIXAS (MANHA, TARDE,
      * NOITE 1A A 4A AULA); ESPACO = LIVRE
       FD  PROFDSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROFDSP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PROFDSP.
           05  CHAVE-DSP.
               10  COD-PROF-DSP        PIC 9(04).
           05  NOME-PROF-DSP           PIC X(25).
           05  DIA-DSP OCCURS 6 TIMES.
               10  FAIXA-DSP OCCURS 6 TIMES
                                       PIC X(01).
           05  DATA-ALT-DSP            PIC 9(08).
           05  FILLER                  PIC X(07).

       WORKING-STORAGE SECTION.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-DSP          PIC X(02) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  WS-MARCA            PIC X.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  IND-DIA             PIC 9(02) VALUE ZEROS.
       01  IND-FAIXA           PIC 9(02) VALUE ZEROS.
       01  LIN                 PIC 9(02) VALUE ZEROS.
       01  COLUNA              PIC 9(02) VALUE ZEROS.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.

       01  TAB-NOME-DIA.
           05 FILLER           PIC X(03) VALUE 'SEG'.
           05 FILLER           PIC X(03) VALUE 'TER'.
           05 FILLER           PIC X(03) VALUE 'QUA'.
           05 FILLER           PIC X(03) VALUE 'QUI'.
           05 FILLER           PIC X(03) VALUE 'SEX'.
           05 FILLER           PIC X(03) VALUE 'SAB'.
       01  FILLER REDEFINES TAB-NOME-DIA.
           05 NOME-DIA-TAB OCCURS 6 TIMES PIC X(03).

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT CADPROF
           IF STATUS-PROF NOT = '00'
              DISPLAY (12 20) 'PROFESSOR.DAT INEXISTENTE'
              DISPLAY (14 20) 'CADASTRE OS PROFESSORES EM CADPROF'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O PROFDSP
           IF STATUS-DSP NOT = '00'
              OPEN OUTPUT PROFDSP
              CLOSE PROFDSP
              OPEN I-O PROFDSP.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'DISPPROF'
           DISPLAY (02 22) 'DISPONIBILIDADE DO PROFESSOR'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'CODIGO DO PROFESSOR [    ]'
           DISPLAY (08 10)
             'I=INDISPONIVEL  P=PREFERE  E=EVITAR  BRANCO=LIVRE'
           DISPLAY (10 10)
             '      MANHA TARDE 19:00 19:50 20:50 21:40'
           MOVE ZEROS TO IND-DIA.

       0210-NOME-DIA.
           ADD 1 TO IND-DIA
           IF IND-DIA > 6
              GO TO 0300-CODIGO.
           ADD 10 TO IND-DIA GIVING LIN
           DISPLAY (LIN , 10) NOME-DIA-TAB (IND-DIA)
           GO TO 0210-NOME-DIA.

       0300-CODIGO.
           ACCEPT (05 31) COD-PROF WITH PROMPT AUTO-SKIP
           DISPLAY (22 20)
             '                                                  '
           IF COD-PROF = 0
              GO TO 0900-FIM.
           READ CADPROF INVALID KEY
              DISPLAY (22 25) 'PROFESSOR NAO CADASTRADO'
              GO TO 0300-CODIGO.
           DISPLAY (05 37) NOME-PROF
           IF PROF-INATIVO
              DISPLAY (22 25) 'PROFESSOR INATIVO'
              GO TO 0300-CODIGO.
           MOVE 'S' TO ACHOU-REG
           MOVE COD-PROF TO COD-PROF-DSP
           READ PROFDSP INVALID KEY
              MOVE 'N' TO ACHOU-REG
              MOVE SPACES TO REG-PROFDSP
              MOVE COD-PROF TO COD-PROF-DSP.
           MOVE NOME-PROF TO NOME-PROF-DSP
           MOVE ZEROS TO IND-DIA.

      * PERCORRE A GRADE DIA A DIA, FAIXA A FAIXA
       0400-DIA.
           ADD 1 TO IND-DIA
           IF IND-DIA > 6
              GO TO 0500-CONFIRMA.
           ADD 10 TO IND-DIA GIVING LIN
           MOVE ZEROS TO IND-FAIXA.

       0410-FAIXA.
           ADD 1 TO IND-FAIXA
           IF IND-FAIXA > 6
              GO TO 0400-DIA.
           COMPUTE COLUNA = IND-FAIXA * 6 + 12
           MOVE FAIXA-DSP (IND-DIA IND-FAIXA) TO WS-MARCA.

       0420-MARCA.
           DISPLAY (LIN , COLUNA) WS-MARCA
           ACCEPT (LIN , COLUNA) WS-MARCA WITH UPDATE AUTO-SKIP
           IF WS-MARCA = 'i' MOVE 'I' TO WS-MARCA.
           IF WS-MARCA = 'p' MOVE 'P' TO WS-MARCA.
           IF WS-MARCA = 'e' MOVE 'E' TO WS-MARCA.
           IF WS-MARCA NOT = 'I' AND 'P' AND 'E' AND SPACE
              DISPLAY (22 30) 'MARCA INVALIDA'
              GO TO 0420-MARCA.
           DISPLAY (22 20)
             '                                                  '
           MOVE WS-MARCA TO FAIXA-DSP (IND-DIA IND-FAIXA)
           GO TO 0410-FAIXA.

       0500-CONFIRMA.
           DISPLAY (20 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (20 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (20 10) '                        '
           IF WS-RESPOSTA = 'N' OR 'n'
              DISPLAY (22 27) 'ALTERACAO ABANDONADA'
              STOP ' '
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 0500-CONFIRMA.
           MOVE WS-DATA-ATUAL TO DATA-ALT-DSP
           IF ACHOU-REG = 'S'
              REWRITE REG-PROFDSP
              DISPLAY (22 25) 'DISPONIBILIDADE ALTERADA'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-PROFDSP INVALID KEY
              DISPLAY (22 20) 'PROBLEMA WRITE PROFDSP ' STATUS-DSP
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (22 25) 'DISPONIBILIDADE GRAVADA'
           STOP ' '
           GO TO 0200-TELA.

       0900-FIM.
           CLOSE CADPROF PROFDSP
           CHAIN 'FACAD.EXE'.

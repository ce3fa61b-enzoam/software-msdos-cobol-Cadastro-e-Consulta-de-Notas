      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            REVISAO DE NOTA (RN) GRAVA DISCIPLINA,
      *                          CONFERIDA PELO CORRNOTA

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PROTCTL ASSIGN TO DISK
                       FILE STATUS STATUS-CTL.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALUNO
               88  PROT-INDEFERIDO     VALUE 'I'.
               88  PROT-ENTREGUE       VALUE 'T'.
           05  DATA-SIT-PROT           PIC 9(08).
           05  COD-DISCI-PROT          PIC 9(04).

       FD  PROTCTL
           LABEL RECORD STANDARD
           05  ULT-PROTOCOLO           PIC 9(06).
           05  FILLER                  PIC X(04).

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

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-PROT         PIC X(02) VALUE SPACES.
       01  STATUS-CTL          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  WS-SEM-DISCI        PIC X VALUE 'N'.
       01  WS-DISCI            PIC 9(04) VALUE ZEROS.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(55) VALUE SPACES.
       01  WS-TIPO             PIC X(02) VALUE SPACES.
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              MOVE 'S' TO WS-SEM-DISCI.
           OPEN I-O PROTOC
           IF STATUS-PROT = '00'
              GO TO 0200-TELA.
           DISPLAY (07 10)
             'TIPO [  ]  RN=REVISAO DE NOTA  DE=DECLARACAO'
           DISPLAY (08 21) 'TR=TRANCAMENTO  SV=SEGUNDA VIA  OU=OUTRO'
           DISPLAY (10 10) 'DESCRICAO [                              ]'
           DISPLAY (11 10) 'DISCIPLINA [    ]  (SO PARA RN)'.

       0300-ALUNO.
           ACCEPT (05 17) COD-ALUNO WITH PROMPT AUTO-SKIP
       0400-TIPO.
           ACCEPT (07 17) WS-TIPO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE ZEROS TO WS-DISCI
           IF WS-TIPO = 'RN'
              MOVE 10 TO WS-PRAZO-DIAS
              GO TO 0450-DISCIPLINA.
           IF WS-TIPO = 'DE'
              MOVE 03 TO WS-PRAZO-DIAS
              GO TO 0500-DESCRICAO.
           DISPLAY (22 10) 'TIPO INVALIDO'
           GO TO 0400-TIPO.

      * REVISAO DE NOTA E SEMPRE DE UMA DISCIPLINA DO ANO CORRENTE
       0450-DISCIPLINA.
           ACCEPT (11 22) WS-DISCI WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-DISCI = ZEROS
              DISPLAY (22 10) 'INFORME A DISCIPLINA DA NOTA'
              GO TO 0450-DISCIPLINA.
           IF WS-SEM-DISCI = 'S'
              GO TO 0500-DESCRICAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE COD-CURSO-ALU TO COD-CURSO-DIS
           MOVE WS-DISCI TO COD-DISCIPLINA
           MOVE WS-ANO-HOJE TO ANO-DISCI
           READ CADDISCI INVALID KEY
              DISPLAY (22 10) 'DISCIPLINA NAO CADASTRADA NO ANO'
              GO TO 0450-DISCIPLINA.
           DISPLAY (11 44) NOME-DISCIPLINA.

       0500-DESCRICAO.
           ACCEPT (10 21) DESCR-PROT WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE COD-ALUNO TO COD-ALUNO-PROT
           MOVE COD-CURSO-ALU TO COD-CURSO-PROT
           MOVE NOME-ALUNO TO NOME-ALUNO-PROT
           MOVE WS-DISCI TO COD-DISCI-PROT
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO DATA-ENTRADA-PROT
           PERFORM 9500-CALCULA-PRAZO THRU 9599-FIM-PRAZO
           GO TO 0200-TELA.

       0900-FIM.
           IF WS-SEM-DISCI NOT = 'S'
              CLOSE CADDISCI.
           CLOSE CADALUNO
                 PROTOC
           CHAIN 'MSECRET2.EXE'.

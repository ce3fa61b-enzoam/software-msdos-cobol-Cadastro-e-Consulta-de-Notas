       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINPROF-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : EMISSAO E TROCA DO PIN DO PROFESSOR (PROFPIN.DAT)
      *              usado no terminal do professor PROFTERM; a
      *              secretaria informa o codigo do professor e o PIN
      *              novo de quatro digitos
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

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

       WORKING-STORAGE SECTION.
       01  STATUS-PIN          PIC X(02) VALUE SPACES.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(50) VALUE SPACES.
       01  ACHOU-PIN           PIC X VALUE 'N'.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADPROF
           IF STATUS-PROF NOT = '00'
              DISPLAY (12 20) 'PROFESSOR.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O PROFPIN
           IF STATUS-PIN NOT = '00'
              OPEN OUTPUT PROFPIN
              CLOSE PROFPIN
              OPEN I-O PROFPIN.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'PINPROF'
           DISPLAY (02 22) 'PIN DO TERMINAL DO PROFESSOR'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'PROFESSOR [    ]'
           DISPLAY (07 10) 'PIN NOVO  [    ]'.

       0300-PROFESSOR.
           ACCEPT (05 21) COD-PROF-PIN WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF COD-PROF-PIN = ZEROS
              GO TO 0900-FIM.
           MOVE COD-PROF-PIN TO COD-PROF
           READ CADPROF INVALID KEY
              DISPLAY (22 10) 'PROFESSOR NAO CADASTRADO'
              GO TO 0300-PROFESSOR.
           DISPLAY (05 27) NOME-PROF
           IF PROF-INATIVO
              DISPLAY (22 10) 'PROFESSOR INATIVO'
              GO TO 0300-PROFESSOR.

           MOVE 'N' TO ACHOU-PIN
           READ PROFPIN INVALID KEY
              MOVE ZEROS TO PIN-PROF
              GO TO 0400-PIN.
           MOVE 'S' TO ACHOU-PIN
           DISPLAY (22 10) 'PROFESSOR JA TEM PIN - TROCANDO'.

       0400-PIN.
           ACCEPT (07 21) PIN-PROF WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF PIN-PROF = ZEROS
              DISPLAY (22 10) 'PIN INVALIDO'
              GO TO 0400-PIN.

       0500-CONFIRMA.
           DISPLAY (09 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (09 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (09 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0500-CONFIRMA.
           MOVE WS-DATA-ATUAL TO DATA-PIN-PROF
           IF ACHOU-PIN = 'S'
              REWRITE REG-PROFPIN
              DISPLAY (22 10) 'PIN TROCADO'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-PROFPIN
           DISPLAY (22 10) 'PIN EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

       0900-FIM.
           CLOSE CADPROF
                 PROFPIN
           CHAIN 'FACAD.EXE'.

      * 1.2      /  /            TURMA NA CHAVE DE AULA.DAT - CADA
      *                          TURMA E DONA DAS SUAS SESSOES
      * 1.3      /  /            TURMA NA CHAVE DE HORARIO.DAT
      * 1.4      /  /            ALUNO COM SUSPENSAO APROVADA NO
      *                          SANCAO.DAT LEVA FALTA MARCADA COMO
      *                          DE SUSPENSAO - O APURFALT NAO ABONA

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-CHAM
                       FILE STATUS STATUS-CHAM.

           SELECT SANCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SAN
                       FILE STATUS STATUS-SAN.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCURSO
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
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-AULA         PIC X(02) VALUE SPACES.
       01  STATUS-CHAM         PIC X(02) VALUE SPACES.
       01  STATUS-SAN          PIC X(02) VALUE SPACES.
       01  WS-SEM-SANCAO       PIC X VALUE 'N'.
       01  WS-SUSPENSO         PIC X VALUE SPACE.
       01  WS-RESPOSTA         PIC X.
       01  WS-SIT-AULA         PIC X.
       01  WS-TURMA            PIC X VALUE SPACE.
       0100-OPEN-CHAMADA.
           OPEN I-O CHAMADA
           IF STATUS-CHAM = '00'
              GO TO 0110-OPEN-SANCAO.
           OPEN OUTPUT CHAMADA
           CLOSE CHAMADA
           OPEN I-O CHAMADA.

       0110-OPEN-SANCAO.
           OPEN INPUT SANCAO
           IF STATUS-SAN NOT = '00'
              MOVE 'S' TO WS-SEM-SANCAO.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADCHAM'
                '[ ALUNO][                NOME               ] P/F'
              MOVE 16 TO LIN.
           DISPLAY (LIN , 10) COD-ALUNO-MAT
           DISPLAY (LIN , 19) NOME-ALUNO-MAT
           PERFORM 2100-VERIFICA-SUSPENSAO THRU 2199-FIM-SUSPENSAO
           IF WS-SUSPENSO = 'S'
              MOVE 'F' TO WS-PRES
              DISPLAY (LIN , 57) WS-PRES
              DISPLAY (LIN , 60) 'SUSPENSO'
              GO TO 0825-GRAVA.

       0820-PRESENCA.
           ACCEPT (LIN , 57) WS-PRES WITH PROMPT AUTO-SKIP
           IF WS-PRES = 'f'
              MOVE 'F' TO WS-PRES.

       0825-GRAVA.
           MOVE ANO-AULA       TO ANO-CHAM
           MOVE COD-CURSO-AULA TO COD-CURSO-CHAM
           MOVE COD-DISCI-AULA TO COD-DISCI-CHAM
           READ CHAMADA INVALID KEY
              MOVE WS-PRES TO PRESENCA-CHAM
              MOVE WS-TURMA TO TURMA-CHAM
              MOVE WS-SUSPENSO TO SUSP-CHAM
              WRITE REG-CHAMADA
              GO TO 0830-CONTA.
           MOVE WS-PRES TO PRESENCA-CHAM
           MOVE WS-TURMA TO TURMA-CHAM
           MOVE WS-SUSPENSO TO SUSP-CHAM
           REWRITE REG-CHAMADA.

       0830-CONTA.
                 MATRIC
                 AULA
                 CHAMADA
           IF WS-SEM-SANCAO NOT = 'S'
              CLOSE SANCAO.
           CHAIN 'FACAD.EXE'.

       2000-VALIDA-HORARIO.
           GO TO 2010-LE-HORARIO.

       2099-FIM-HORARIO. EXIT.

      * SUSPENSAO APROVADA DO ALUNO NO CURSO COBRINDO A DATA DA AULA:
      * A FALTA E OBRIGATORIA E NAO PODE SER ABONADA POR ATESTADO
       2100-VERIFICA-SUSPENSAO.
           MOVE SPACE TO WS-SUSPENSO
           IF WS-SEM-SANCAO = 'S'
              GO TO 2199-FIM-SUSPENSAO.
           MOVE COD-ALUNO-MAT  TO COD-ALUNO-SAN
           MOVE COD-CURSO-AULA TO COD-CURSO-SAN
           MOVE ZEROS          TO SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 2199-FIM-SUSPENSAO.

       2110-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 2199-FIM-SUSPENSAO.
           IF COD-ALUNO-SAN NOT = COD-ALUNO-MAT
              OR COD-CURSO-SAN NOT = COD-CURSO-AULA
              GO TO 2199-FIM-SUSPENSAO.
           IF SAN-SUSPENSAO AND SAN-APROVADA
              AND DATA-AULA NOT < DATA-INI-SAN
              AND DATA-AULA NOT > DATA-FIM-SAN
              MOVE 'S' TO WS-SUSPENSO
              GO TO 2199-FIM-SUSPENSAO.
           GO TO 2110-LE-SANCAO.

       2199-FIM-SUSPENSAO. EXIT.

      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            LIMITE DE DEPENDENCIAS POR ALUNO
      *                          (DEPGER)
      * 1.2      /  /            CR MINIMO E LIMITE DE DISCIPLINAS
      *                          DO REGIME DE PROVA (CALCCR)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FREQ-MIN-APRV           PIC 9(03).
           05  NOTA-HONRA-APRV         PIC 99V9.
           05  LIMITE-DEP              PIC 9(01).
           05  CR-MIN-APRV             PIC 99V9.
           05  LIMITE-PROVA-APRV       PIC 9(01).

       WORKING-STORAGE SECTION.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
           DISPLAY (10 10) 'MEDIA MINIMA DE APROVACAO [  , ]'
           DISPLAY (12 10) 'FREQUENCIA MINIMA [   ] %'
           DISPLAY (14 10) 'NOTA QUADRO DE HONRA [  , ]'
           DISPLAY (16 10) 'LIMITE DE DEPENDENCIAS [ ]'
           DISPLAY (18 10) 'CR MINIMO (REGIME DE PROVA) [  , ]'
           DISPLAY (20 10) 'LIMITE DE DISCIPLINAS EM PROVA [ ]'.

       0300-CURSO.
           ACCEPT (06 27) CURSO-PARM WITH PROMPT AUTO-SKIP
              MOVE 75  TO FREQ-MIN-APRV
              MOVE 9,0 TO NOTA-HONRA-APRV
              MOVE 2 TO LIMITE-DEP
              MOVE 5,0 TO CR-MIN-APRV
              MOVE 4 TO LIMITE-PROVA-APRV
              GO TO 0500-VALORES.
           IF CR-MIN-APRV NOT NUMERIC
              MOVE ZEROS TO CR-MIN-APRV.
           IF LIMITE-PROVA-APRV NOT NUMERIC
              MOVE 4 TO LIMITE-PROVA-APRV.
           MOVE 'S' TO ACHOU-PARM
           DISPLAY (10 37) MEDIA-MIN-APRV
           DISPLAY (12 29) FREQ-MIN-APRV
           DISPLAY (14 32) NOTA-HONRA-APRV
           DISPLAY (16 34) LIMITE-DEP
           DISPLAY (18 39) CR-MIN-APRV
           DISPLAY (20 42) LIMITE-PROVA-APRV
           DISPLAY (22 20) 'PARAMETRO JA CADASTRADO - ALTERANDO'.

       0500-VALORES.
           ACCEPT (12 29) FREQ-MIN-APRV WITH PROMPT AUTO-SKIP
           ACCEPT (14 32) NOTA-HONRA-APRV WITH PROMPT AUTO-SKIP
           ACCEPT (16 34) LIMITE-DEP WITH PROMPT AUTO-SKIP
           ACCEPT (18 39) CR-MIN-APRV WITH PROMPT AUTO-SKIP
           ACCEPT (20 42) LIMITE-PROVA-APRV WITH PROMPT AUTO-SKIP
           DISPLAY (22 20)
             '                                                  '
           IF MEDIA-MIN-APRV > 10 OR FREQ-MIN-APRV > 100
              OR NOTA-HONRA-APRV > 10 OR CR-MIN-APRV > 10
              DISPLAY (22 28) 'VALORES INVALIDOS'
              GO TO 0500-VALORES.
           IF MEDIA-MIN-APRV = ZEROS AND PARM-EXISTENTE

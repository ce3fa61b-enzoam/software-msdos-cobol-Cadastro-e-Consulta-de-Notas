           SELECT RUNLOG ASSIGN TO DISK
                       FILE STATUS STATUS-RUNLOG.

           SELECT CADFLG ASSIGN TO DISK
                       FILE STATUS STATUS-FLG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADDISCI
           05  RESULTADO-RUN           PIC X(04).
           05  FILLER                  PIC X(16).

       FD  CADFLG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CADEIA.FLG'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-CADFLG                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-BP               PIC X(02) VALUE SPACES.
       01  STATUS-RUNLOG           PIC X(02) VALUE SPACES.
       01  STATUS-FLG              PIC X(02) VALUE SPACES.
       01  WS-FLAG-CADEIA          PIC X(10) VALUE SPACES.
       01  WS-BATCH                PIC X VALUE 'N'.
       01  WS-RESULTADO-BAT        PIC X(04) VALUE 'OK'.
       01  STATUS-PARM             PIC X(02) VALUE SPACES.
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE.
      * DENTRO DA CADEIA NOTURNA O CONTROLE VOLTA AO NOTURNO
           OPEN INPUT CADFLG
           IF STATUS-FLG = '00'
              READ CADFLG INTO WS-FLAG-CADEIA
              CLOSE CADFLG.
           IF WS-FLAG-CADEIA = 'RODANDO'
              CHAIN 'NOTURNO.EXE'.
           STOP RUN.

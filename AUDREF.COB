      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            MODO NAO ASSISTIDO (BATPARM) P/ A
      *                             CADEIA NOTURNA - CONFIRMA-BP = S
      *                             GRAVA O EXCREF.TXT

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELREF ASSIGN TO PRINTER.

           SELECT BATPARM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY PROGRAMA-BP
                       FILE STATUS STATUS-BP.

           SELECT RUNLOG ASSIGN TO DISK
                       FILE STATUS STATUS-RUNLOG.

           SELECT CADFLG ASSIGN TO DISK
                       FILE STATUS STATUS-FLG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALUNO

       01  REG-ORELATO                 PIC X(80).

       FD  BATPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BATPARM.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-BATPARM.
           05  PROGRAMA-BP             PIC X(08).
           05  ANO-ORIGEM-BP           PIC 9(04).
           05  ANO-DESTINO-BP          PIC 9(04).
           05  CURSO-BP                PIC 9(02).
           05  CONFIRMA-BP             PIC X(01).
           05  ATIVO-BP                PIC X(01).
           05  FILLER                  PIC X(10).

       FD  RUNLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RUNLOG.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-RUNLOG.
           05  DATA-RUN                PIC 9(06).
           05  HORA-RUN                PIC 9(06).
           05  PROGRAMA-RUN            PIC X(08).
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
       01  STATUS-ALU              PIC X(02) VALUE SPACE.
       01  STATUS-CUR              PIC X(02) VALUE SPACE.
       01  STATUS-DIS              PIC X(02) VALUE SPACE.

       PROCEDURE DIVISION.

      * MODO NAO ASSISTIDO: HAVENDO PARAMETRO ATIVO EM BATPARM.DAT
      * O PROGRAMA RODA SEM TELAS, ANOTA O RESULTADO EM RUNLOG.DAT E
      * DEVOLVE RETURN-CODE P/ A CADEIA .BAT TESTAR
       0005-MODO-BATCH.
           OPEN INPUT BATPARM
           IF STATUS-BP NOT = '00'
              GO TO 0009-FIM-MODO.
           MOVE 'AUDREF  ' TO PROGRAMA-BP
           READ BATPARM INVALID KEY
              CLOSE BATPARM
              GO TO 0009-FIM-MODO.
           IF ATIVO-BP = 'S'
              MOVE 'S' TO WS-BATCH.
           CLOSE BATPARM.

       0009-FIM-MODO. EXIT.

       0050-OPEN-MASTERS.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (17 25) 'ALUNO.DAT INEXISTENTE - ABORTADO'
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              GO TO 0990-SAI.
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              DISPLAY (17 25) 'CURSO.DAT INEXISTENTE - ABORTADO'
              CLOSE CADALUNO
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              GO TO 0990-SAI.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (17 25) 'DISCI.DAT INEXISTENTE - ABORTADO'
              CLOSE CADALUNO
                    CADCURSO
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              GO TO 0990-SAI.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HORARIO.
           DISPLAY (06 10) 'GRAVA ORFAOS EM EXCREF.TXT ? S/N [ ]'.

       0250-RESP.
           IF WS-BATCH = 'S'
              MOVE CONFIRMA-BP TO WS-GERA-EXC
           ELSE
              ACCEPT (06 44) WS-GERA-EXC WITH PROMPT AUTO-SKIP.
           IF WS-GERA-EXC = 's'
              MOVE 'S' TO WS-GERA-EXC.
           IF WS-GERA-EXC NOT = 'S'
           CLOSE CADALUNO
                 CADCURSO
                 CADDISCI
           DISPLAY (22 10) 'AUDITORIA CONCLUIDA - VER RELATORIO'.

      * NO MODO BATCH ENCERRA COM RUNLOG E RETURN-CODE
       0990-SAI.
           IF WS-BATCH = 'S'
              PERFORM 9900-ENCERRA-BATCH.
           STOP ' '
           CHAIN 'FACAD.EXE'.

              MOVE CHAVE-DET1 TO CHAVE-EXC
              MOVE SPACES TO REG-EXCREF (41:20)
              WRITE REG-EXCREF.

       9900-ENCERRA-BATCH.
           OPEN EXTEND RUNLOG
           IF STATUS-RUNLOG NOT = '00'
              OPEN OUTPUT RUNLOG.
           ACCEPT DATA-RUN FROM DATE
           ACCEPT HORA-RUN FROM TIME
           MOVE PROGRAMA-BP TO PROGRAMA-RUN
           MOVE WS-RESULTADO-BAT TO RESULTADO-RUN
           WRITE REG-RUNLOG
           CLOSE RUNLOG
           IF WS-RESULTADO-BAT = 'OK'
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

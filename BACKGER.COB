      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            MODO NAO ASSISTIDO (BATPARM) P/ A
      *                             CADEIA NOTURNA - RESULTADO NO RUNLOG

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GERACAO ASSIGN TO DISK
                       FILE STATUS STATUS-GER.

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
       FD  BALUNO

       01  REG-GERACAO                 PIC X(150).

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
           MOVE 'BACKGER ' TO PROGRAMA-BP
           READ BATPARM INVALID KEY
              CLOSE BATPARM
              GO TO 0009-FIM-MODO.
           IF ATIVO-BP = 'S'
              MOVE 'S' TO WS-BATCH.
           CLOSE BATPARM.

       0009-FIM-MODO. EXIT.

       0100-OPEN-CAT.
           OPEN I-O BAKCAT
           IF STATUS-CAT = '00'
           DISPLAY (06 10) 'COPIA TODOS OS CADASTROS ? S/N [ ]'.

       0250-CONFIRMA.
           IF WS-BATCH = 'S'
              GO TO 0300-PROXIMA-GERACAO.
           ACCEPT (06 42) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0900-FIM.
              REWRITE REG-BAKCAT.
           DISPLAY (20 10) 'BACKUP CONCLUIDO - GERACAO'
           DISPLAY (20 37) WS-GERACAO
           IF WS-BATCH NOT = 'S'
              STOP ' '.
           GO TO 0900-FIM.

      * --------- ALUNO.DAT ---------
           IF CONT-CONFERE NOT = CONT-COPIADOS
              DISPLAY (22 10) 'DIVERGENCIA NA CONFERENCIA DE'
              DISPLAY (22 40) WS-NOME-GER
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              IF WS-BATCH NOT = 'S'
                 STOP ' '.

       8599-FIM-CONFERE. EXIT.


       0900-FIM.
           CLOSE BAKCAT
           IF WS-BATCH = 'S'
              PERFORM 9900-ENCERRA-BATCH.
           CHAIN 'FACAD.EXE'.

      * NO MODO BATCH ENCERRA COM RUNLOG E RETURN-CODE
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

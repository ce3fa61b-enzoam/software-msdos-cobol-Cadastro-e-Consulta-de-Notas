      *                          AS FALTAS DO PERIODO - NAO CONTAM
      *                          NO TOTAL DE CADNOTAS
      * 1.2      /  /            TURMA NA CHAVE DE AULA.DAT
      * 1.3      /  /            FALTA DE SUSPENSAO (CADCHAM) NAO E
      *                          ABONADA POR ATESTADO
      * 1.4      /  /            MODO NAO ASSISTIDO (BATPARM) P/ A
      *                          CADEIA NOTURNA - ANO, BIMESTRE E
      *                          INICIO DO BIMESTRE DO PARAMETRO,
      *                          APURADO ATE A DATA DA EXECUCAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELAPUR ASSIGN TO PRINTER.

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
       FD  CHAMADA
               88  ALUNO-PRESENTE      VALUE 'P'.
               88  ALUNO-FALTOU        VALUE 'F'.
           05  TURMA-CHAM              PIC X(01).
           05  SUSP-CHAM               PIC X(01).
               88  FALTA-SUSPENSAO     VALUE 'S'.
           05  FILLER                  PIC X(03).

       FD  AULA
           LABEL RECORD STANDARD

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
           05  DATA-BP                 PIC 9(08).
           05  BIMESTRE-BP             PIC 9(01).
           05  FILLER                  PIC X(01).

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
       01  STATUS-CHAM             PIC X(02) VALUE SPACES.
       01  STATUS-AULA             PIC X(02) VALUE SPACES.
       01  STATUS-CADNT            PIC X(02) VALUE SPACES.
       01  STATUS-BP               PIC X(02) VALUE SPACES.
       01  STATUS-RUNLOG           PIC X(02) VALUE SPACES.
       01  STATUS-FLG              PIC X(02) VALUE SPACES.
       01  WS-FLAG-CADEIA          PIC X(10) VALUE SPACES.
       01  WS-BATCH                PIC X VALUE 'N'.
       01  WS-RESULTADO-BAT        PIC X(04) VALUE 'OK'.
       01  WS-ANO-APUR             PIC 9(04) VALUE ZEROS.
       01  WS-BIM-APUR             PIC 9(01) VALUE ZEROS.
       01  WS-DATA-INI             PIC 9(08) VALUE ZEROS.
       01  WS-SEM-OCORR            PIC X VALUE 'N'.
       01  WS-ABONADA              PIC X VALUE 'N'.
       01  CONT-ABONADAS           PIC 9(05) VALUE ZEROS.
       01  CONT-SUSPENSAO          PIC 9(05) VALUE ZEROS.

       01  RODAPE.
           05 FILLER               PIC X(16) VALUE 'MARCAS LIDAS...:'.
       01  RODAPE2.
           05 FILLER               PIC X(16) VALUE 'ABONADAS.......:'.
           05 TOT-ABON-ROD         PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE ' SUSPENSAO.....:'.
           05 TOT-SUSP-ROD         PIC ZZZZ9.

       PROCEDURE DIVISION.

      * MODO NAO ASSISTIDO: HAVENDO PARAMETRO ATIVO EM BATPARM.DAT
      * O PROGRAMA RODA SEM TELAS, ANOTA O RESULTADO EM RUNLOG.DAT E
      * DEVOLVE RETURN-CODE P/ A CADEIA .BAT TESTAR
       0005-MODO-BATCH.
           OPEN INPUT BATPARM
           IF STATUS-BP NOT = '00'
              GO TO 0009-FIM-MODO.
           MOVE 'APURFALT' TO PROGRAMA-BP
           READ BATPARM INVALID KEY
              CLOSE BATPARM
              GO TO 0009-FIM-MODO.
           IF ATIVO-BP = 'S'
              MOVE 'S' TO WS-BATCH.
           CLOSE BATPARM.

       0009-FIM-MODO. EXIT.

       0100-OPEN-ARQS.
           OPEN INPUT OCORR
           IF STATUS-OCO NOT = '00'
           OPEN INPUT CHAMADA
           IF STATUS-CHAM NOT = '00'
              DISPLAY (17 25) 'CHAMADA.DAT INEXISTENTE - ABORTADO'
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              PERFORM 9800-SAI-OU-CHAIN.

           OPEN INPUT AULA
           IF STATUS-AULA NOT = '00'
              DISPLAY (17 25) 'AULA.DAT INEXISTENTE - ABORTADO'
              CLOSE CHAMADA
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              PERFORM 9800-SAI-OU-CHAIN.

           OPEN I-O CADNOTAS
           IF STATUS-CADNT NOT = '00'
              DISPLAY (17 25) 'CADNOTAS.DAT INEXISTENTE - ABORTADO'
              CLOSE CHAMADA
                    AULA
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              PERFORM 9800-SAI-OU-CHAIN.
           IF WS-BATCH = 'S'
              GO TO 0150-PARAM-BATCH.
           GO TO 0200-TELA.

      * NOITE: ANO (ANO-ORIGEM-BP), BIMESTRE E INICIO DO BIMESTRE
      * (DATA-BP) DO PARAMETRO; O PERIODO VAI ATE A DATA DA EXECUCAO
       0150-PARAM-BATCH.
           IF BIMESTRE-BP NOT NUMERIC OR DATA-BP NOT NUMERIC
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              GO TO 0900-ENCERRA.
           MOVE ANO-ORIGEM-BP TO WS-ANO-APUR
           MOVE BIMESTRE-BP TO WS-BIM-APUR
           MOVE DATA-BP TO WS-DATA-INI
           ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
           IF WS-ANO-APUR = ZEROS
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              GO TO 0900-ENCERRA.
           IF WS-BIM-APUR < 1 OR > 4
              OR WS-DATA-INI = ZEROS
              OR WS-DATA-FIM < WS-DATA-INI
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              GO TO 0900-ENCERRA.
           GO TO 0500-PROCESSA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'APURFALT'
           DISPLAY (02 28) 'APURACAO DE FALTAS'
           DISPLAY (02 73) 'VRS 1.4'
           DISPLAY (06 10) 'ANO [    ]   BIMESTRE [ ]'
           DISPLAY (08 10) 'PERIODO DE [  /  /    ] A [  /  /    ]'.

           MOVE CONT-SEM-NOTA TO TOT-SEMNT-ROD
           WRITE REG-ORELATO FROM RODAPE AFTER 3
           MOVE CONT-ABONADAS TO TOT-ABON-ROD
           MOVE CONT-SUSPENSAO TO TOT-SUSP-ROD
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           CLOSE RELAPUR
           DISPLAY (22 10) 'APURACAO CONCLUIDA'
           IF WS-BATCH NOT = 'S'
              STOP ' '.
           GO TO 0900-ENCERRA.

       0600-SELECIONA-FALTAS SECTION.
              GO TO 0620-LE-CHAMADA.

      * TODA MARCA DO PERIODO E LIBERADA (PRESENCA COM PESO ZERO)
      * PARA QUE UMA REAPURACAO ZERE TOTAIS DE FALTAS CORRIGIDAS;
      * FALTA DE SUSPENSAO DISCIPLINAR SEMPRE CONTA
       0630-LIBERA.
           ADD 1 TO CONT-LIDAS
           MOVE COD-CURSO-CHAM TO CURSO-FS
           MOVE COD-DISCI-CHAM TO DISCI-FS
           MOVE COD-ALUNO-CHAM TO ALUNO-FS
           IF ALUNO-FALTOU AND FALTA-SUSPENSAO
              ADD 1 TO CONT-SUSPENSAO.
           IF ALUNO-FALTOU AND NOT FALTA-SUSPENSAO
              PERFORM 9850-VERIFICA-ABONO THRU 9859-FIM-ABONO
           ELSE
              MOVE 'N' TO WS-ABONADA.
           CLOSE CHAMADA
                 AULA
                 CADNOTAS
           PERFORM 9800-SAI-OU-CHAIN.

      * FALTA DENTRO DE ATESTADO APROVADO (CADOCOR) E ABONADA: FICA
      * NA CHAMADA MAS NAO CONTA NO TOTAL DO BIMESTRE
           GO TO 9852-LE-OCORR.

       9859-FIM-ABONO. EXIT.

      * NO MODO BATCH ENCERRA COM RUNLOG E RETURN-CODE; NO MODO DE
      * TELA VOLTA AO MENU COMO SEMPRE
       9800-ENCERRAMENTO SECTION.
       9800-SAI-OU-CHAIN.
           IF WS-BATCH = 'S'
              PERFORM 9900-ENCERRA-BATCH.
           CHAIN 'FACAD.EXE'.

       9900-ENCERRA-BATCH.
           OPEN EXTEND RUNLOG
           IF STATUS-RUNLOG NOT = '00'
              OPEN OUTPUT RUNLOG.
           ACCEPT DATA-RUN FROM DATE
           ACCEPT HORA-RUN FROM TIME
           MOVE 'APURFALT' TO PROGRAMA-RUN
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

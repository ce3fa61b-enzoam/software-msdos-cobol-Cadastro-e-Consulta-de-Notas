      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            MODO NAO ASSISTIDO (BATPARM) P/ A
      *                          CADEIA NOTURNA - ARQUIVA OS SEIS LOGS
      *                          COM O CORTE DO PARAMETRO (DATA-BP)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOGCAT ASSIGN TO DISK
                       FILE STATUS STATUS-CAT.

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
       FD  LOGVIVO
           05  DATA-MAX-CAT            PIC 9(06).
           05  FILLER                  PIC X(04).

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
       01  STATUS-LOG          PIC X(02) VALUE SPACES.
       01  STATUS-ARQ          PIC X(02) VALUE SPACES.
       01  STATUS-TMP          PIC X(02) VALUE SPACES.
       01  STATUS-CAT          PIC X(02) VALUE SPACES.
       01  STATUS-BP           PIC X(02) VALUE SPACES.
       01  STATUS-RUNLOG       PIC X(02) VALUE SPACES.
       01  STATUS-FLG          PIC X(02) VALUE SPACES.
       01  WS-FLAG-CADEIA      PIC X(10) VALUE SPACES.
       01  WS-BATCH            PIC X VALUE 'N'.
       01  WS-RESULTADO-BAT    PIC X(04) VALUE 'OK'.
       01  WS-OPCAO            PIC X.
       01  WS-ESCOLHA          PIC 9.
       01  WS-RESPOSTA         PIC X.

       PROCEDURE DIVISION.

      * MODO NAO ASSISTIDO: HAVENDO PARAMETRO ATIVO EM BATPARM.DAT
      * O PROGRAMA RODA SEM TELAS, ANOTA O RESULTADO EM RUNLOG.DAT E
      * DEVOLVE RETURN-CODE P/ A CADEIA .BAT TESTAR
       0005-MODO-BATCH.
           OPEN INPUT BATPARM
           IF STATUS-BP NOT = '00'
              GO TO 0009-FIM-MODO.
           MOVE 'ARQLOG  ' TO PROGRAMA-BP
           READ BATPARM INVALID KEY
              CLOSE BATPARM
              GO TO 0009-FIM-MODO.
           IF ATIVO-BP = 'S'
              MOVE 'S' TO WS-BATCH.
           CLOSE BATPARM.

       0009-FIM-MODO. EXIT.

       0100-INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-BATCH = 'S'
              GO TO 0950-BATCH.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'ARQLOG'
           DISPLAY (02 24) 'ARQUIVAMENTO DE LOGS'
           DISPLAY (02 73) 'VRS 1.1'
           DISPLAY (04 10)
             'A=ARQUIVA  L=LISTA CATALOGO  C=CONSULTA MORTO  F=FIM [ ]'.

           ACCEPT (08 19) WS-ESCOLHA WITH PROMPT AUTO-SKIP
           IF WS-ESCOLHA = 0
              GO TO 0200-TELA.
           IF WS-ESCOLHA > 6
              DISPLAY (22 10) 'ARQUIVO INVALIDO'
              GO TO 0400-ARQUIVA.
           PERFORM 0410-NOME-LOG THRU 0419-FIM-NOME
           GO TO 0420-CORTE.

       0410-NOME-LOG.
           IF WS-ESCOLHA = 1
              MOVE 'LOGOPER.DAT' TO WS-NOME-VIVO
              MOVE 'LO' TO WS-PREFIXO.
           IF WS-ESCOLHA = 6
              MOVE 'HISTNOTA.DAT' TO WS-NOME-VIVO
              MOVE 'HN' TO WS-PREFIXO.

       0419-FIM-NOME. EXIT.

       0420-CORTE.
           DISPLAY (10 10) 'CORTE (AAMMDD) - ANTERIORES SAEM [      ]'
           OPEN INPUT LOGVIVO
           IF STATUS-LOG NOT = '00'
              DISPLAY (22 10) 'LOG INEXISTENTE OU VAZIO'
              IF WS-BATCH = 'S'
                 GO TO 0952-PROXIMO-LOG
              ELSE
                 STOP ' '
                 GO TO 0200-TELA.
           OPEN OUTPUT ARQMORTO
           OPEN OUTPUT TMPLOG.

                 TMPLOG
           IF CONT-ARQUIVADOS = ZEROS
              DISPLAY (22 10) 'NADA ANTERIOR AO CORTE - LOG MANTIDO'
              IF WS-BATCH = 'S'
                 GO TO 0952-PROXIMO-LOG
              ELSE
                 STOP ' '
                 GO TO 0200-TELA.
           OPEN OUTPUT LOGVIVO
           MOVE WS-CORTE TO DATA-RES
           MOVE CONT-ARQUIVADOS TO QTD-RES
           OPEN INPUT LOGVIVOH
           IF STATUS-LOG NOT = '00'
              DISPLAY (22 10) 'LOG INEXISTENTE OU VAZIO'
              IF WS-BATCH = 'S'
                 GO TO 0952-PROXIMO-LOG
              ELSE
                 STOP ' '
                 GO TO 0200-TELA.
           OPEN OUTPUT ARQMORTOH
           OPEN OUTPUT TMPLOGH.

                 TMPLOGH
           IF CONT-ARQUIVADOS = ZEROS
              DISPLAY (22 10) 'NADA ANTERIOR AO CORTE - LOG MANTIDO'
              IF WS-BATCH = 'S'
                 GO TO 0952-PROXIMO-LOG
              ELSE
                 STOP ' '
                 GO TO 0200-TELA.
           OPEN OUTPUT LOGVIVOH
           MOVE WS-CORTE TO DATA-RES
           MOVE CONT-ARQUIVADOS TO QTD-RES
           DISPLAY (14 40) CONT-MANTIDOS
           DISPLAY (15 10) 'ARQUIVO MORTO:'
           DISPLAY (15 25) WS-NOME-MORTO
           IF WS-BATCH = 'S'
              GO TO 0952-PROXIMO-LOG.
           STOP ' '
           GO TO 0200-TELA.

           DISPLAY (LIN , 02) REG-ARQMORTOH (1:78)
           GO TO 0860-LE-MORTO-H.

      * NOITE: OS SEIS LOGS COM O CORTE DO BATPARM (DATA-BP AAAAMMDD);
      * MORTO DESSE CORTE JA GERADO EM NOITE ANTERIOR NAO E REGRAVADO
       0950-BATCH.
           IF DATA-BP NOT NUMERIC OR DATA-BP = ZEROS
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              GO TO 0990-FIM.
           MOVE DATA-BP (3:6) TO WS-CORTE
           MOVE ZEROS TO WS-ESCOLHA.

       0952-PROXIMO-LOG.
           ADD 1 TO WS-ESCOLHA
           IF WS-ESCOLHA > 6
              GO TO 0990-FIM.
           PERFORM 0410-NOME-LOG THRU 0419-FIM-NOME
           MOVE WS-PREFIXO TO WS-NOME-MORTO (1:2)
           MOVE WS-CORTE TO WS-NOME-MORTO (3:6)
           MOVE '.ARQ' TO WS-NOME-MORTO (9:4)
           OPEN INPUT ARQMORTO
           IF STATUS-ARQ = '00'
              CLOSE ARQMORTO
              GO TO 0952-PROXIMO-LOG.
           GO TO 0500-SEPARA.

       0990-FIM.
           IF WS-BATCH = 'S'
              PERFORM 9900-ENCERRA-BATCH.
           CHAIN 'MAPOIO.EXE'.

      * NO MODO BATCH ENCERRA COM RUNLOG E RETURN-CODE
       9900-ENCERRA-BATCH.
           OPEN EXTEND RUNLOG
           IF STATUS-RUNLOG NOT = '00'
              OPEN OUTPUT RUNLOG.
           ACCEPT DATA-RUN FROM DATE
           ACCEPT HORA-RUN FROM TIME
           MOVE 'ARQLOG  ' TO PROGRAMA-RUN
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

      * DATA : 29/03/2000
      * VRS         DATA           DESCRICAO
      * 1.0      29/03/2000        IMPLATACAO
      * 1.1      /  /            GRAVA EM NOTAENT.DAT A DATA EM QUE
      *                          A NOTA DO BIMESTRE MUDOU NA TURMA
      * 1.2      /  /            RETEM A DISCIPLINA/BIMESTRE EM
      *                          CONFERENCIA NAO CONCLUIDA (VERCTL.DAT)
      * 1.3      /  /            NA CADEIA NOTURNA (CADEIA.FLG) VOLTA
      *                          AO NOTURNO NO FIM DO MODO BATCH

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUNLOG ASSIGN TO DISK
                       FILE STATUS STATUS-RUNLOG.

           SELECT CADFLG ASSIGN TO DISK
                       FILE STATUS STATUS-FLG.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT NOTAENT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ENT
                       FILE STATUS STATUS-ENT.

           SELECT VERCTL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-VCT
                       FILE STATUS STATUS-VCT.

       DATA DIVISION.
       FILE SECTION.

           05  RESULTADO-RUN           PIC X(04).
           05  FILLER                  PIC X(16).

       FD  CADFLG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CADEIA.FLG'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-CADFLG                  PIC X(10).

       FD  MATRIC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'MATRIC.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-MATRIC.
           05  CHAVE-MAT.
               10 ANO-MAT              PIC 9(04).
               10 COD-CURSO-MAT        PIC 9(02).
               10 COD-DISCI-MAT        PIC 9(04).
               10 COD-ALUNO-MAT        PIC 9(06).
           05  NOME-ALUNO-MAT          PIC X(40).
           05  DATA-MATRICULA          PIC 9(08).
           05  SIT-MAT                 PIC X(01).
           05  DATA-CANC-MAT           PIC 9(08).
           05  MOTIVO-CANC-MAT         PIC X(01).
           05  TURMA-MAT               PIC X(01).
           05  TIPO-MAT                PIC X(01).
           05  FILLER                  PIC X(04).

      * ULTIMA DATA EM QUE A CONSOLIDACAO MUDOU NOTA DO BIMESTRE NA
      * TURMA - O CADPRAZO COMPARA COM O PRAZO DE ENTREGA
       FD  NOTAENT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'NOTAENT.DAT'
           RECORD CONTAINS 24 CHARACTERS.

       01  REG-NOTAENT.
           05  CHAVE-ENT.
               10  ANO-ENT             PIC 9(04).
               10  COD-CURSO-ENT       PIC 9(02).
               10  COD-DISCI-ENT       PIC 9(04).
               10  TURMA-ENT           PIC X(01).
               10  BIM-ENT             PIC 9(01).
           05  DATA-ENT                PIC 9(08).
           05  FILLER                  PIC X(04).

      * CONFERENCIA DE DIGITACAO (VERNOTAS). CURSO E DISCIPLINA
      * ZERADOS = CONFERENCIA OBRIGATORIA NO ANO/BIMESTRE
       FD  VERCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'VERCTL.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-VERCTL.
           05  CHAVE-VCT.
               10  ANO-VCT             PIC 9(04).
               10  BIM-VCT             PIC 9(01).
               10  COD-CURSO-VCT       PIC 9(02).
               10  COD-DISCI-VCT       PIC 9(04).
           05  SIT-VCT                 PIC X(01).
               88  VCT-VERIFICADA      VALUE 'V'.
           05  QTD-DIF-VCT             PIC 9(04).
           05  DATA-VCT                PIC 9(08).
           05  FILLER                  PIC X(06).

       WORKING-STORAGE SECTION.
       01  STATUS-BP               PIC X(02) VALUE SPACES.
       01  STATUS-RUNLOG           PIC X(02) VALUE SPACES.
       01  STATUS-FLG              PIC X(02) VALUE SPACES.
       01  WS-FLAG-CADEIA          PIC X(10) VALUE SPACES.
       01  WS-BATCH                PIC X VALUE 'N'.
       01  WS-ABERTURA             PIC 9(06) VALUE ZEROS.
       01  WS-RESULTADO-BAT        PIC X(04) VALUE 'OK'.
       01  STATUS-CADNT        PIC X(02) VALUE SPACES.
       01  STATUS-LOG          PIC X(02) VALUE SPACES.
       01  STATUS-CKPT         PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-ENT          PIC X(02) VALUE SPACES.
       01  WS-SEM-MATRIC       PIC X VALUE 'N'.
       01  WS-MUDOU            PIC X VALUE 'N'.
       01  WS-BIM-ENT          PIC 9 VALUE ZEROS.
       01  WS-TURMA-ENT        PIC X VALUE SPACE.
       01  WS-HOJE             PIC 9(08) VALUE ZEROS.
       01  STATUS-VCT          PIC X(02) VALUE SPACES.
       01  WS-SEM-VERCTL       PIC X VALUE 'N'.
       01  WS-RETIDO           PIC X VALUE 'N'.
       01  CONT-RETIDOS        PIC 9(05) VALUE ZEROS.
       01  CONT-LIDOS          PIC 9(05) VALUE ZEROS.
       01  CONT-GRAVADOS       PIC 9(05) VALUE ZEROS.
       01  CONT-ATUALIZADOS    PIC 9(05) VALUE ZEROS.
              DISPLAY (12 28) 'ENTNOTAS.DAT NAO EXISTE'
              STOP RUN.

       0060-OPEN-ENTREGA.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              MOVE 'S' TO WS-SEM-MATRIC.
           OPEN I-O NOTAENT
           IF STATUS-ENT NOT = '00'
              OPEN OUTPUT NOTAENT
              CLOSE NOTAENT
              OPEN I-O NOTAENT.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT VERCTL
           IF STATUS-VCT NOT = '00'
              MOVE 'S' TO WS-SEM-VERCTL.

       0100-INICIO.
           OPEN I-O CADNOTAS
           IF STATUS-CADNT = '00'
              CLOSE ENTNOTAS
                    CADNOTAS
                    LOGCADNOTA
                    NOTAENT
              MOVE 'ERRO' TO WS-RESULTADO-BAT
              PERFORM 9800-SAI-OU-CHAIN.

           ADD 1 TO CONT-LIDOS
           PERFORM 1170-VER-CONFERENCIA THRU 1179-FIM-CONFERENCIA
           IF WS-RETIDO = 'S'
              ADD 1 TO CONT-RETIDOS
              GO TO 0300-LE-ENTNOTAS.
           MOVE CHAVE-ENTNT TO CHAVE-CADNT
           MOVE NOME-ALUNO-NOTA TO NOME-ALUNO-CADNOTA
           READ CADNOTAS INVALID KEY
                 DISPLAY (22 26)
                       '                                   '
                 DISPLAY (22 29)'REGISTRO GRAVADO NO CADASTRO'
                 MOVE 1 TO WS-BIM-ENT
                 PERFORM 1160-MARCA-ENTREGA
                 PERFORM 1150-GRAVA-CKPT
                 GO TO 0300-LE-ENTNOTAS.

            MOVE 'N' TO WS-MUDOU
            IF BIM-CADNOTA < BIM-NOTA
               OR NOTA-CADNOTA(BIM-NOTA) NOT = NOTA
               OR FALTAS-CADNOTA(BIM-NOTA) NOT = FALTAS
               MOVE 'S' TO WS-MUDOU.
            MOVE BIM-NOTA TO BIM-CADNOTA
            MOVE NOTA TO NOTA-CADNOTA(BIM-NOTA)
            MOVE FALTAS TO FALTAS-CADNOTA(BIM-NOTA)
            DISPLAY (22 26)
               '                                   '
            DISPLAY (22 29)'REGISTRO ATUALIZADO NO CADASTRO'
            IF WS-MUDOU = 'S'
               MOVE BIM-NOTA TO WS-BIM-ENT
               PERFORM 1160-MARCA-ENTREGA.
            PERFORM 1150-GRAVA-CKPT
            GO TO 0300-LE-ENTNOTAS.

            WRITE REG-CHECKPT
            CLOSE CHECKPT.

      * DATA DA ULTIMA MUDANCA DE NOTA DO BIMESTRE NA TURMA DO ALUNO
       1160-MARCA-ENTREGA.
            MOVE SPACE TO WS-TURMA-ENT
            IF WS-SEM-MATRIC NOT = 'S'
               MOVE ANO-NOTA TO ANO-MAT
               MOVE COD-CURSO-NOTA TO COD-CURSO-MAT
               MOVE COD-DISCI-NOTA TO COD-DISCI-MAT
               MOVE COD-ALUNO-NOTA TO COD-ALUNO-MAT
               READ MATRIC
               IF STATUS-MAT = '00'
                  MOVE TURMA-MAT TO WS-TURMA-ENT.
            MOVE ANO-NOTA TO ANO-ENT
            MOVE COD-CURSO-NOTA TO COD-CURSO-ENT
            MOVE COD-DISCI-NOTA TO COD-DISCI-ENT
            MOVE WS-TURMA-ENT TO TURMA-ENT
            MOVE WS-BIM-ENT TO BIM-ENT
            READ NOTAENT
            IF STATUS-ENT = '00'
               MOVE WS-HOJE TO DATA-ENT
               REWRITE REG-NOTAENT
            ELSE
               MOVE SPACES TO REG-NOTAENT
               MOVE ANO-NOTA TO ANO-ENT
               MOVE COD-CURSO-NOTA TO COD-CURSO-ENT
               MOVE COD-DISCI-NOTA TO COD-DISCI-ENT
               MOVE WS-TURMA-ENT TO TURMA-ENT
               MOVE WS-BIM-ENT TO BIM-ENT
               MOVE WS-HOJE TO DATA-ENT
               WRITE REG-NOTAENT.

      * DISCIPLINA/BIMESTRE EM CONFERENCIA SO ENTRA DEPOIS DE
      * CONFERIDA; COM CONFERENCIA OBRIGATORIA NO ANO/BIMESTRE, SO
      * ENTRA A QUE JA FOI CONFERIDA
       1170-VER-CONFERENCIA.
            MOVE 'N' TO WS-RETIDO
            IF WS-SEM-VERCTL = 'S'
               GO TO 1179-FIM-CONFERENCIA.
            MOVE ANO-NOTA TO ANO-VCT
            MOVE BIM-NOTA TO BIM-VCT
            MOVE COD-CURSO-NOTA TO COD-CURSO-VCT
            MOVE COD-DISCI-NOTA TO COD-DISCI-VCT
            READ VERCTL
            IF STATUS-VCT = '00'
               IF NOT VCT-VERIFICADA
                  MOVE 'S' TO WS-RETIDO
                  GO TO 1179-FIM-CONFERENCIA
               ELSE
                  GO TO 1179-FIM-CONFERENCIA.
            MOVE ZEROS TO COD-CURSO-VCT COD-DISCI-VCT
            READ VERCTL
            IF STATUS-VCT = '00'
               MOVE 'S' TO WS-RETIDO.

       1179-FIM-CONFERENCIA. EXIT.


      * REGISTRO DE CONTROLE ENTRE EXECUCOES (CONFERIDO PELO RELBAL)
       0700-FINALIZA.
           MOVE CONT-LIDOS TO LIDOS-CTRL
           MOVE CONT-GRAVADOS TO GRAVADOS-CTRL
           ADD CONT-ATUALIZADOS TO GRAVADOS-CTRL
           MOVE CONT-RETIDOS TO REJEITADOS-CTRL
           MOVE ZEROS TO VALOR-CTRL
           MOVE WS-ABERTURA TO ABERTURA-CTRL
           MOVE WS-ABERTURA TO FECHO-CTRL
           ADD CONT-GRAVADOS TO FECHO-CTRL
           CLOSE ENTNOTAS
                 CADNOTAS
                 LOGCADNOTA
                 NOTAENT
           IF WS-SEM-MATRIC NOT = 'S'
              CLOSE MATRIC.
           IF WS-SEM-VERCTL NOT = 'S'
              CLOSE VERCTL.
           MOVE 'OK' TO WS-RESULTADO-BAT
           IF WS-BATCH = 'S'
              PERFORM 9900-ENCERRA-BATCH.
           IF CONT-RETIDOS NOT = ZEROS
              DISPLAY (22 20) 'RETIDOS EM CONFERENCIA (VERNOTAS):'
              DISPLAY (22 55) CONT-RETIDOS.
           DISPLAY (23 20)
             'FINALIZADO-PRESSIONE QUALQUER TECLA P/ VOLTAR'
           STOP ' '
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

      *                FECHADO.DAT - A PARTIR DAI ENTNOTAS RECUSA
      *                LANCAMENTOS E SO O CORRNOTA (SUPERVISIONADO)
      *                ALTERA NOTAS DO ANO
      *                NO FECHAMENTO SELA CADA CURSO/DISCIPLINA EM
      *                SELO.DAT (QTDE DE ALUNOS, SOMA DAS NOTAS, SOMA
      *                DAS FALTAS E VALOR DE VERIFICACAO), CONFERIDO
      *                DEPOIS PELO VERSELO
      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            SELO POR CURSO/DISCIPLINA EM
      *                             SELO.DAT; OPERADOR SEMPRE LIDO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY ANO-FECH
                       FILE STATUS STATUS-FECH.

           SELECT SELO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SELO
                       FILE STATUS STATUS-SELO.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.


       01  REG-OPERADOR                PIC X(10).

       FD  SELO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SELO.DAT'
           RECORD CONTAINS 90 CHARACTERS.

       01  REG-SELO.
           05  CHAVE-SELO.
               10  ANO-SELO            PIC 9(04).
               10  CURSO-SELO          PIC 9(02).
               10  DISCI-SELO          PIC 9(04).
           05  QTD-ALU-SELO            PIC 9(05).
           05  SOMA-NOTA-SELO          PIC 9(07)V9.
           05  SOMA-FALTA-SELO         PIC 9(07).
           05  VERIF-SELO              PIC 9(12).
           05  DATA-SELO               PIC 9(08).
           05  OPER-SELO               PIC X(10).
           05  DATA-RESELO             PIC 9(08).
           05  OPER-RESELO             PIC X(10).
           05  QTD-RESELO              PIC 9(03).
           05  FILLER                  PIC X(09).

       SD  SORTATA
           VALUE OF FILE-ID 'FECHANO.TMP'.

           05  MEDIA-SD                PIC 99V9.
           05  FREQ-SD                 PIC 9(03).
           05  SIT-SD                  PIC X(12).
           05  NOTAS-SD                PIC X(30).

       FD  RELATA
           LABEL RECORD OMITTED.
       01  STATUS-RES              PIC X(02) VALUE SPACE.
       01  STATUS-FECH             PIC X(02) VALUE SPACE.
       01  STATUS-OPERADOR         PIC X(02) VALUE SPACE.
       01  STATUS-SELO             PIC X(02) VALUE SPACE.
       01  WS-PARM-ABERTO          PIC X VALUE 'N'.
       01  WS-SEM-PARM             PIC X VALUE 'N'.
       01  CURSO-PARM-B            PIC 9(02) VALUE ZEROS.
       01  CONT-GRAVADOS           PIC 9(05) VALUE ZEROS.
       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
       01  CONTLIN                 PIC 9(02) VALUE ZEROS.
       01  CONT-SELOS              PIC 9(05) VALUE ZEROS.
       01  WS-NF-SELO.
           05  NF-SELO OCCURS 5 TIMES.
               10  NOTA-NF-SELO        PIC 99V9.
               10  FALTA-NF-SELO       PIC 9(03).
       01  WS-ALUNO-SELO           PIC 9(06) VALUE ZEROS.
       01  WS-IND-SELO             PIC 9 VALUE ZEROS.
       01  WS-PARCELA-SELO         PIC 9(07) VALUE ZEROS.
       01  WS-NOTAS-REG            PIC 9(03)V9 VALUE ZEROS.
       01  WS-FALTAS-REG           PIC 9(04) VALUE ZEROS.
       01  WS-VERIF-REG            PIC 9(12) VALUE ZEROS.
       01  WS-QTD-SELO             PIC 9(05) VALUE ZEROS.
       01  WS-NOTAS-SELO           PIC 9(07)V9 VALUE ZEROS.
       01  WS-FALTAS-SELO          PIC 9(07) VALUE ZEROS.
       01  WS-VERIF-SELO           PIC 9(15) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CURSO'.
       0060-OPEN-RESULT.
           OPEN I-O RESULT
           IF STATUS-RES = '00'
              GO TO 0065-LE-OPERADOR.
           OPEN OUTPUT RESULT
           CLOSE RESULT
           OPEN I-O RESULT.
       0070-OPEN-FECHADO.
           OPEN I-O FECHADO
           IF STATUS-FECH = '00'
              GO TO 0080-OPEN-SELO.
           OPEN OUTPUT FECHADO
           CLOSE FECHADO
           OPEN I-O FECHADO.

       0080-OPEN-SELO.
           OPEN I-O SELO
           IF STATUS-SELO = '00'
              GO TO 0200-TELA.
           OPEN OUTPUT SELO
           CLOSE SELO
           OPEN I-O SELO.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'FECHANO'
           DISPLAY (02 25) 'FECHAMENTO DO ANO LETIVO'
           DISPLAY (02 73) 'VRS 1.1'
           DISPLAY (06 10) 'ANO A FECHAR [    ]'.

       0300-ANO.
       0400-PROCESSA.
           OPEN OUTPUT RELATA
           MOVE WS-ANO-FECHA TO ANO-CAB2
           MOVE ZEROS TO CONT-GRAVADOS FLAG-GRUPO CONTPAG CONT-SELOS
           MOVE ZEROS TO WS-QTD-SELO WS-NOTAS-SELO WS-FALTAS-SELO
                         WS-VERIF-SELO
           SORT SORTATA ASCENDING KEY CURSO-SD DISCI-SD ALUNO-SD
                INPUT  PROCEDURE 0500-SELECIONA
                OUTPUT PROCEDURE 0600-EMITE-ATA

           DISPLAY (20 10) 'ANO FECHADO - RESULTADOS GRAVADOS:'
           DISPLAY (20 45) CONT-GRAVADOS
           DISPLAY (21 10) 'DISCIPLINAS SELADAS (SELO.DAT)...:'
           DISPLAY (21 45) CONT-SELOS
           STOP ' '
           GO TO 0200-TELA.

           MOVE WS-MEDIA TO MEDIA-SD
           MOVE WS-FREQ TO FREQ-SD
           MOVE WS-SITUACAO TO SIT-SD
           MOVE REG-CADNOTAS (17:30) TO NOTAS-SD
           RELEASE REG-SORTATA
           GO TO 0520-LE-CADNOTAS.

       0600-EMITE-ATA SECTION.
       0610-LE-SORT.
           RETURN SORTATA AT END
              GO TO 0690-ULTIMO-SELO.

           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              GO TO 0630-DETALHE.

           IF CURSO-SD NOT = CURSO-ANT OR DISCI-SD NOT = DISCI-ANT
              PERFORM 0850-GRAVA-SELO THRU 0859-FIM-SELO
              MOVE CURSO-SD TO CURSO-ANT
              MOVE DISCI-SD TO DISCI-ANT
              PERFORM 0800-CAB-ATA THRU 0899-FIM-CAB.
           MOVE SIT-SD TO SIT-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN

           MOVE NOTAS-SD TO WS-NF-SELO
           MOVE ALUNO-SD TO WS-ALUNO-SELO
           PERFORM 9600-CALCULA-SELO THRU 9699-FIM-SELO
           ADD 1 TO WS-QTD-SELO
           ADD WS-NOTAS-REG TO WS-NOTAS-SELO
           ADD WS-FALTAS-REG TO WS-FALTAS-SELO
           ADD WS-VERIF-REG TO WS-VERIF-SELO
           GO TO 0610-LE-SORT.

       0690-ULTIMO-SELO.
           IF FLAG-GRUPO NOT = 0
              PERFORM 0850-GRAVA-SELO THRU 0859-FIM-SELO.

       0699-FIM. EXIT.

       0800-ROTINAS SECTION.

       0899-FIM-CAB. EXIT.

      * SELO DA DISCIPLINA NO FECHAMENTO - O VALOR DE VERIFICACAO
      * GUARDA SO OS 12 DIGITOS FINAIS DA SOMA
       0850-GRAVA-SELO.
           MOVE WS-ANO-FECHA TO ANO-SELO
           MOVE CURSO-ANT TO CURSO-SELO
           MOVE DISCI-ANT TO DISCI-SELO
           MOVE WS-QTD-SELO TO QTD-ALU-SELO
           MOVE WS-NOTAS-SELO TO SOMA-NOTA-SELO
           MOVE WS-FALTAS-SELO TO SOMA-FALTA-SELO
           MOVE WS-VERIF-SELO TO VERIF-SELO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-ANO-ATUAL TO DATA-SELO (1:4)
           MOVE WS-MES-ATUAL TO DATA-SELO (5:2)
           MOVE WS-DIA-ATUAL TO DATA-SELO (7:2)
           MOVE WS-OPERADOR TO OPER-SELO
           MOVE ZEROS TO DATA-RESELO QTD-RESELO
           MOVE SPACES TO OPER-RESELO
           WRITE REG-SELO INVALID KEY
              REWRITE REG-SELO.
           ADD 1 TO CONT-SELOS
           MOVE ZEROS TO WS-QTD-SELO WS-NOTAS-SELO WS-FALTAS-SELO
                         WS-VERIF-SELO.

       0859-FIM-SELO. EXIT.

      * PARAMETROS DE APROVACAO POR CURSO (REGISTRO DO ANO OU GERAL
      * ANO 0000), COM 7,0 / 75% / 9,0 COMO PADRAO DE IMPLANTACAO
       9500-LE-PARAMETROS.

       9599-FIM-PARM. EXIT.

      * PARCELA DO ALUNO NO SELO: NOTAS E FALTAS DOS 5 BIMESTRES
      * COM PESO PELA POSICAO, MULTIPLICADAS PELO CODIGO DO ALUNO
      * (MESMO CALCULO NO VERSELO E NO CORRNOTA)
       9600-CALCULA-SELO.
           MOVE ZEROS TO WS-NOTAS-REG WS-FALTAS-REG WS-PARCELA-SELO
           MOVE 1 TO WS-IND-SELO.

       9610-CALCULA-BIM.
           ADD NOTA-NF-SELO (WS-IND-SELO) TO WS-NOTAS-REG
           ADD FALTA-NF-SELO (WS-IND-SELO) TO WS-FALTAS-REG
           COMPUTE WS-PARCELA-SELO = WS-PARCELA-SELO
                 + NOTA-NF-SELO (WS-IND-SELO) * 10
                   * (WS-IND-SELO * 2 - 1)
                 + FALTA-NF-SELO (WS-IND-SELO) * WS-IND-SELO * 2
           ADD 1 TO WS-IND-SELO
           IF WS-IND-SELO < 6
              GO TO 9610-CALCULA-BIM.
           COMPUTE WS-VERIF-REG = WS-PARCELA-SELO * (WS-ALUNO-SELO + 1).

       9699-FIM-SELO. EXIT.

       0900-FIM.
           CLOSE CADCURSO
                 CADDISCI
                 CADNOTAS
                 RESULT
                 FECHADO
                 SELO
           CHAIN 'FACAD.EXE'.

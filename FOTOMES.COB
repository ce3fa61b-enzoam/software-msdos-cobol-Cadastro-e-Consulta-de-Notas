       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOMES-COB.
      *       SISTEMA DE NOTAS
      *    ANALISTA: FABIO
      *    PROGRAMADOR(A): FABIO
      *    FINALIDADE: FOTO DE FECHAMENTO DO MES - CONGELA EM
      *                FOTOALU.DAT, POR ALUNO, O CURSO E A SITUACAO
      *                DO ALUNO.DAT, AS MATRICULAS DO MATRIC.DAT E A
      *                POSICAO FINANCEIRA DO mensal.dat NO MES, E
      *                ANOTA A FOTO EM FOTOCAT.DAT - O RELDIR, O
      *                RELEVAS E O RELTREND PODEM EMITIR A PARTIR DA
      *                FOTO, E OS NUMEROS JA ENTREGUES NAO MUDAM COM
      *                TRANCAMENTO OU TRANSFERENCIA DIGITADOS DEPOIS
      *                COM DATA ANTERIOR. RODAR NO FECHAMENTO DO MES
      *                (O MES CORRENTE SO NO ULTIMO DIA); A FOTO DE UM
      *                MES NAO E REFEITA. NA CADEIA NOTURNA (BATPARM
      *                ATIVO) FOTOGRAFA O MES ANTERIOR, SE AINDA NAO
      *                TIRADO.
      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT MENSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

           SELECT BOLSACAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-BOLSA
                       FILE STATUS STATUS-BOLSA.

           SELECT FOTOALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FOTO
                       FILE STATUS STATUS-FOTO.

           SELECT FOTOCAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FCAT
                       FILE STATUS STATUS-FCAT.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

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
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ALUNO.DAT'
           RECORD CONTAINS 128 CHARACTERS.

       01  REG-CADALUNO.
           05  CHAVE-ALU.
               10  COD-ALUNO           PIC 9(06).
               10  COD-CURSO-ALU       PIC 9(02).
           05  NOME-ALUNO              PIC X(35).
           05  FILLER                  PIC X(76).
           05  SITUACAO-ALU            PIC X(01).
               88  ALU-ATIVO           VALUE 'A'.
               88  ALU-FORMADO         VALUE 'F'.
               88  ALU-DESISTENTE      VALUE 'D'.
           05  DATA-SITUACAO-ALU       PIC 9(08).

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
               88  MAT-CANCELADA       VALUE 'C'.
           05  DATA-CANC-MAT           PIC 9(08).
           05  MOTIVO-CANC-MAT         PIC X(01).
           05  TURMA-MAT               PIC X(01).
           05  TIPO-MAT                PIC X(01).
               88  MAT-DEPENDENCIA     VALUE 'D'.
           05  FILLER                  PIC X(04).

       FD  MENSCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'mensal.dat'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-MENSAL.
           05  CHAVE-MENSAL.
               10  COD-ALUNO-MENSAL    PIC 9(06).
               10  COD-CURSO-MENSAL    PIC 9(06).
               10  ANO-MENSAL          PIC 9(04).
               10  MES-MENSAL          PIC 9(02).
           05  VALOR-MENSAL            PIC 9(04)V99.
           05  VENCIMENTO-MENSAL.
               10  DIA-VENC            PIC 9(02).
               10  MES-VENC            PIC 9(02).
               10  ANO-VENC            PIC 9(04).
           05  DATA-PGTO.
               10  DIA-PGTO            PIC 9(02).
               10  MES-PGTO            PIC 9(02).
               10  ANO-PGTO            PIC 9(04).
           05  STATUS-PGTO             PIC X(01).
               88  PGTO-PAGO           VALUE 'P'.
               88  PGTO-ABERTO         VALUE 'A'.
               88  PGTO-CUSTODIA       VALUE 'K'.
           05  VALOR-PAGO              PIC 9(05)V99.
           05  OPERADOR-PGTO           PIC X(10).
           05  RECIBO-PGTO             PIC 9(06).
           05  FORMA-PGTO              PIC X(01).
           05  NOSSO-NUMERO            PIC 9(10).
           05  FILLER                  PIC X(05).

       FD  BOLSACAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'bolsa.dat'
           RECORD CONTAINS 32 CHARACTERS.

       01  REG-BOLSA.
           05  CHAVE-BOLSA.
               10  COD-ALUNO-BOLSA     PIC 9(06).
               10  COD-CURSO-BOLSA     PIC 9(06).
           05  PERC-BOLSA              PIC 9(03)V99.
           05  INI-BOLSA               PIC 9(06).
           05  FIM-BOLSA               PIC 9(06).
           05  FILLER                  PIC X(03).

       FD  FOTOALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FOTOALU.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-FOTOALU.
           05  CHAVE-FOTO.
               10  ANO-FOTO            PIC 9(04).
               10  MES-FOTO            PIC 9(02).
               10  CURSO-FOTO          PIC 9(02).
               10  ALUNO-FOTO          PIC 9(06).
           05  NOME-FOTO               PIC X(35).
           05  SIT-FOTO                PIC X(01).
               88  FOTO-ATIVO          VALUE 'A'.
               88  FOTO-FORMADO        VALUE 'F'.
               88  FOTO-DESISTENTE     VALUE 'D'.
           05  DATA-SIT-FOTO           PIC 9(08).
           05  QTD-MAT-FOTO            PIC 9(03).
           05  MAT-MES-FOTO            PIC 9(03).
           05  CANC-MES-FOTO           PIC 9(03).
           05  VAL-COMP-FOTO           PIC 9(05)V99.
           05  ABE-COMP-FOTO           PIC 9(05)V99.
           05  BOLSA-COMP-FOTO         PIC 9(05)V99.
           05  QTD-ABERTAS-FOTO        PIC 9(03).
           05  VAL-ABERTO-FOTO         PIC 9(06)V99.
           05  PAGO-MES-FOTO           PIC 9(06)V99.
           05  QTD-CUST-FOTO           PIC 9(02).
           05  FILLER                  PIC X(11).

       FD  FOTOCAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FOTOCAT.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-FOTOCAT.
           05  CHAVE-FCAT.
               10  ANO-FCAT            PIC 9(04).
               10  MES-FCAT            PIC 9(02).
           05  DATA-FCAT               PIC 9(08).
           05  HORA-FCAT               PIC 9(06).
           05  OPER-FCAT               PIC X(10).
           05  QTD-ALU-FCAT            PIC 9(05).
           05  QTD-ATI-FCAT            PIC 9(05).
           05  FILLER                  PIC X(10).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

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
       01  STATUS-ALU              PIC X(02) VALUE SPACE.
       01  STATUS-MAT              PIC X(02) VALUE SPACE.
       01  STATUS-MENS             PIC X(02) VALUE SPACE.
       01  STATUS-BOLSA            PIC X(02) VALUE SPACE.
       01  STATUS-FOTO             PIC X(02) VALUE SPACE.
       01  STATUS-FCAT             PIC X(02) VALUE SPACE.
       01  STATUS-OPERADOR         PIC X(02) VALUE SPACE.
       01  STATUS-BP               PIC X(02) VALUE SPACE.
       01  STATUS-RUNLOG           PIC X(02) VALUE SPACE.
       01  STATUS-FLG              PIC X(02) VALUE SPACE.
       01  WS-FLAG-CADEIA          PIC X(10) VALUE SPACES.
       01  WS-BATCH                PIC X VALUE 'N'.
       01  WS-RESULTADO-BAT        PIC X(04) VALUE 'OK'.
       01  WS-DIA-MAX              PIC 9(02) VALUE ZEROS.
       01  WS-REM-4                PIC 9(04) VALUE ZEROS.
       01  WS-QUOC                 PIC 9(04) VALUE ZEROS.
       01  WS-SEM-MATRIC           PIC X VALUE 'N'.
       01  WS-SEM-MENSAL           PIC X VALUE 'N'.
       01  WS-SEM-BOLSA            PIC X VALUE 'N'.
       01  WS-OPERADOR             PIC X(10) VALUE SPACES.
       01  WS-RESPOSTA             PIC X.
       01  LIMPA-LINHA             PIC X(55) VALUE SPACES.
       01  ANO-REF                 PIC 9(04) VALUE ZEROS.
       01  MES-REF                 PIC 9(02) VALUE ZEROS.
       01  WS-DATA-ATUAL.
           05 WS-ANO-ATUAL         PIC 9(04).
           05 WS-MES-ATUAL         PIC 9(02).
           05 WS-DIA-ATUAL         PIC 9(02).
       01  WS-HORA-ATUAL           PIC 9(08) VALUE ZEROS.
       01  WS-AAMM-ATUAL           PIC 9(06) VALUE ZEROS.
       01  WS-AAMM-REF             PIC 9(06) VALUE ZEROS.
       01  WS-AAMM-REG             PIC 9(06) VALUE ZEROS.
       01  WS-YYMM-REF             PIC 9(04) VALUE ZEROS.
       01  WS-YYMM-REG             PIC 9(04) VALUE ZEROS.
       01  WS-TRAB                 PIC 9(08) VALUE ZEROS.
       01  WS-RESTO                PIC 9(08) VALUE ZEROS.
       01  WS-DESCONTO             PIC 9(05)V99 VALUE ZEROS.
       01  WS-BASE                 PIC 9(03)V99 VALUE ZEROS.
       01  WS-CONTA-MAT            PIC 9 VALUE ZEROS.
       01  WS-CONTA-MES            PIC 9 VALUE ZEROS.
       01  WS-CONTA-CANC           PIC 9 VALUE ZEROS.
       01  CONT-ALUNOS             PIC 9(05) VALUE ZEROS.
       01  CONT-ATIVOS             PIC 9(05) VALUE ZEROS.
       01  CONT-MATRIC             PIC 9(05) VALUE ZEROS.
       01  CONT-MENSAL             PIC 9(05) VALUE ZEROS.
       01  CONT-SEM-ALUNO          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

      * MODO NAO ASSISTIDO: HAVENDO PARAMETRO ATIVO EM BATPARM.DAT
      * O PROGRAMA RODA SEM TELAS, ANOTA O RESULTADO EM RUNLOG.DAT E
      * DEVOLVE RETURN-CODE P/ A CADEIA .BAT TESTAR
       0005-MODO-BATCH.
           OPEN INPUT BATPARM
           IF STATUS-BP NOT = '00'
              GO TO 0009-FIM-MODO.
           MOVE 'FOTOMES' TO PROGRAMA-BP
           READ BATPARM INVALID KEY
              CLOSE BATPARM
              GO TO 0009-FIM-MODO.
           IF ATIVO-BP = 'S'
              MOVE 'S' TO WS-BATCH.
           CLOSE BATPARM.

       0009-FIM-MODO. EXIT.

       0050-OPEN-ALUNO.
           OPEN INPUT CADALUNO
           IF STATUS-ALU = '00'
              GO TO 0060-OPEN-FOTO.
           DISPLAY (17 25) 'ALUNO.DAT INEXISTENTE - ABORTADO'
           MOVE 'ERRO' TO WS-RESULTADO-BAT
           IF WS-BATCH NOT = 'S'
              STOP ' '.
           PERFORM 9800-SAI-OU-CHAIN.

       0060-OPEN-FOTO.
           OPEN I-O FOTOALU
           IF STATUS-FOTO NOT = '00'
              OPEN OUTPUT FOTOALU
              CLOSE FOTOALU
              OPEN I-O FOTOALU.
           OPEN I-O FOTOCAT
           IF STATUS-FCAT NOT = '00'
              OPEN OUTPUT FOTOCAT
              CLOSE FOTOCAT
              OPEN I-O FOTOCAT.

       0070-OPEN-OPCIONAIS.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              MOVE 'S' TO WS-SEM-MATRIC.
           OPEN INPUT MENSCAD
           IF STATUS-MENS NOT = '00'
              MOVE 'S' TO WS-SEM-MENSAL.
           OPEN INPUT BOLSACAD
           IF STATUS-BOLSA NOT = '00'
              MOVE 'S' TO WS-SEM-BOLSA.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           IF WS-BATCH = 'S'
              GO TO 0150-PARAM-BATCH.
           GO TO 0200-TELA.

      * NOITE: O MES DE REFERENCIA E O ANTERIOR AO DA EXECUCAO; SE A
      * FOTO DELE JA FOI TIRADA NAO HA O QUE FAZER
       0150-PARAM-BATCH.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-ANO-ATUAL TO ANO-REF
           MOVE WS-MES-ATUAL TO MES-REF
           IF MES-REF = 1
              MOVE 12 TO MES-REF
              SUBTRACT 1 FROM ANO-REF
           ELSE
              SUBTRACT 1 FROM MES-REF.
           MOVE ANO-REF TO WS-AAMM-REF
           MULTIPLY 100 BY WS-AAMM-REF
           ADD MES-REF TO WS-AAMM-REF
           MOVE ANO-REF TO ANO-FCAT
           MOVE MES-REF TO MES-FCAT
           READ FOTOCAT INVALID KEY
              GO TO 0360-PREPARA.
           GO TO 0900-FIM.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'FOTOMES'
           DISPLAY (02 20) 'FOTO MENSAL DA SITUACAO DOS ALUNOS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'MES/ANO DA FOTO [  /    ]'
           DISPLAY (08 10)
             '(RODAR NO FECHAMENTO DO MES - A FOTO NAO E REFEITA)'.

       0300-MES.
           ACCEPT (06 27) MES-REF WITH PROMPT AUTO-SKIP
           IF MES-REF = ZEROS
              GO TO 0900-FIM.
           ACCEPT (06 30) ANO-REF WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF MES-REF > 12 OR ANO-REF < 1997
              DISPLAY (22 20) 'MES/ANO INVALIDO'
              GO TO 0300-MES.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-ANO-ATUAL TO WS-AAMM-ATUAL
           MULTIPLY 100 BY WS-AAMM-ATUAL
           ADD WS-MES-ATUAL TO WS-AAMM-ATUAL
           MOVE ANO-REF TO WS-AAMM-REF
           MULTIPLY 100 BY WS-AAMM-REF
           ADD MES-REF TO WS-AAMM-REF
           IF WS-AAMM-REF > WS-AAMM-ATUAL
              DISPLAY (22 20) 'MES AINDA NAO CHEGOU'
              GO TO 0300-MES.
           IF WS-AAMM-REF = WS-AAMM-ATUAL
              PERFORM 8300-ULTIMO-DIA THRU 8399-FIM-ULTIMO
              IF WS-DIA-ATUAL < WS-DIA-MAX
                 DISPLAY (22 20) 'MES AINDA NAO FECHOU'
                 GO TO 0300-MES.
           MOVE ANO-REF TO ANO-FCAT
           MOVE MES-REF TO MES-FCAT
           READ FOTOCAT INVALID KEY
              GO TO 0350-CONFIRMA.
           DISPLAY (22 15) 'FOTO DESTE MES JA TIRADA EM   /  /'
           DISPLAY (22 43) DATA-FCAT (7:2)
           DISPLAY (22 46) DATA-FCAT (5:2)
           DISPLAY (22 49) DATA-FCAT (1:4)
           STOP ' '
           DISPLAY (22 10) LIMPA-LINHA
           GO TO 0300-MES.

       0350-CONFIRMA.
           DISPLAY (10 10) 'TIRA A FOTO DO MES ? S/N [ ]'
           ACCEPT (10 36) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (10 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0350-CONFIRMA.

       0360-PREPARA.
           PERFORM 0380-LIMPA-ABORTADA THRU 0389-FIM-LIMPA.
      * DATA-MATRICULA VEM DO ACCEPT FROM DATE (AAMMDD) - A
      * COMPARACAO DO MES USA SO AAMM DE DOIS DIGITOS DE ANO,
      * COMO NO RELDIR
           DIVIDE ANO-REF BY 100 GIVING WS-TRAB
              REMAINDER WS-YYMM-REF
           MULTIPLY 100 BY WS-YYMM-REF
           ADD MES-REF TO WS-YYMM-REF
           MOVE ZEROS TO CONT-ALUNOS CONT-ATIVOS CONT-MATRIC
                         CONT-MENSAL CONT-SEM-ALUNO
           DISPLAY (12 10) 'FOTOGRAFANDO ALUNO.DAT...'.

      * SEM FOTOCAT O MES NAO FOI FOTOGRAFADO: REGISTROS DO MES EM
      * FOTOALU.DAT SAO SOBRA DE EXECUCAO INTERROMPIDA E SAEM ANTES
      * DA NOVA FOTO (SENAO AS CONTAGENS SOMARIAM EM CIMA DELES)
       0380-LIMPA-ABORTADA.
           MOVE ANO-REF TO ANO-FOTO
           MOVE MES-REF TO MES-FOTO
           MOVE ZEROS TO CURSO-FOTO ALUNO-FOTO
           START FOTOALU KEY NOT LESS THAN CHAVE-FOTO INVALID KEY
              GO TO 0389-FIM-LIMPA.

       0385-LE-ABORTADA.
           READ FOTOALU NEXT
           IF STATUS-FOTO NOT = '00'
              GO TO 0389-FIM-LIMPA.
           IF ANO-FOTO NOT = ANO-REF OR MES-FOTO NOT = MES-REF
              GO TO 0389-FIM-LIMPA.
           DELETE FOTOALU
           GO TO 0385-LE-ABORTADA.

       0389-FIM-LIMPA. EXIT.

      * --------- UM REGISTRO POR ALUNO DO CADASTRO ---------
       0400-ALUNOS.
           MOVE ZEROS TO CHAVE-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              GO TO 0500-MATRICULAS.

       0410-LE-ALUNO.
           READ CADALUNO NEXT
           IF STATUS-ALU NOT = '00'
              GO TO 0500-MATRICULAS.
           MOVE SPACES TO REG-FOTOALU
           MOVE ANO-REF TO ANO-FOTO
           MOVE MES-REF TO MES-FOTO
           MOVE COD-CURSO-ALU TO CURSO-FOTO
           MOVE COD-ALUNO TO ALUNO-FOTO
           MOVE NOME-ALUNO TO NOME-FOTO
           MOVE SITUACAO-ALU TO SIT-FOTO
           MOVE DATA-SITUACAO-ALU TO DATA-SIT-FOTO
           MOVE ZEROS TO QTD-MAT-FOTO MAT-MES-FOTO CANC-MES-FOTO
                         VAL-COMP-FOTO ABE-COMP-FOTO BOLSA-COMP-FOTO
                         QTD-ABERTAS-FOTO VAL-ABERTO-FOTO
                         PAGO-MES-FOTO QTD-CUST-FOTO
           WRITE REG-FOTOALU INVALID KEY
              GO TO 0410-LE-ALUNO.
           ADD 1 TO CONT-ALUNOS
           IF ALU-ATIVO
              ADD 1 TO CONT-ATIVOS.
           GO TO 0410-LE-ALUNO.

      * --------- MATRICULAS: DISCIPLINAS DO ANO EM CURSO E ---------
      * --------- MATRICULAS/CANCELAMENTOS DATADOS NO MES    ---------
       0500-MATRICULAS.
           DISPLAY (13 10) 'FOTOGRAFANDO MATRIC.DAT...'
           IF WS-SEM-MATRIC = 'S'
              GO TO 0600-FINANCEIRO.
           MOVE ZEROS TO CHAVE-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 0600-FINANCEIRO.

       0510-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 0600-FINANCEIRO.
           MOVE ZEROS TO WS-CONTA-MAT WS-CONTA-MES WS-CONTA-CANC
           IF ANO-MAT = ANO-REF AND NOT MAT-CANCELADA
              MOVE 1 TO WS-CONTA-MAT.
           DIVIDE DATA-MATRICULA BY 100 GIVING WS-TRAB
           DIVIDE WS-TRAB BY 10000 GIVING WS-RESTO
              REMAINDER WS-YYMM-REG
           IF WS-YYMM-REG = WS-YYMM-REF
              MOVE 1 TO WS-CONTA-MES.
           IF MAT-CANCELADA
              DIVIDE DATA-CANC-MAT BY 100 GIVING WS-TRAB
              DIVIDE WS-TRAB BY 10000 GIVING WS-RESTO
                 REMAINDER WS-YYMM-REG
              IF WS-YYMM-REG = WS-YYMM-REF
                 MOVE 1 TO WS-CONTA-CANC.
           IF WS-CONTA-MAT = 0 AND WS-CONTA-MES = 0
              AND WS-CONTA-CANC = 0
              GO TO 0510-LE-MATRIC.
           MOVE ANO-REF TO ANO-FOTO
           MOVE MES-REF TO MES-FOTO
           MOVE COD-CURSO-MAT TO CURSO-FOTO
           MOVE COD-ALUNO-MAT TO ALUNO-FOTO
           READ FOTOALU INVALID KEY
              ADD 1 TO CONT-SEM-ALUNO
              GO TO 0510-LE-MATRIC.
           ADD WS-CONTA-MAT TO QTD-MAT-FOTO
           ADD WS-CONTA-MES TO MAT-MES-FOTO
           ADD WS-CONTA-CANC TO CANC-MES-FOTO
           REWRITE REG-FOTOALU
           ADD 1 TO CONT-MATRIC
           GO TO 0510-LE-MATRIC.

      * --------- FINANCEIRO: COMPETENCIA DO MES, ABERTO ATE O ---------
      * --------- MES, CAIXA RECEBIDO NO MES E CUSTODIA       ---------
       0600-FINANCEIRO.
           DISPLAY (14 10) 'FOTOGRAFANDO MENSAL.DAT...'
           IF WS-SEM-MENSAL = 'S'
              GO TO 0700-CATALOGA.
           MOVE ZEROS TO CHAVE-MENSAL
           START MENSCAD KEY NOT LESS THAN CHAVE-MENSAL INVALID KEY
              GO TO 0700-CATALOGA.

       0610-LE-MENSAL.
           READ MENSCAD NEXT
           IF STATUS-MENS NOT = '00'
              GO TO 0700-CATALOGA.
           MOVE ANO-MENSAL TO WS-AAMM-REG
           MULTIPLY 100 BY WS-AAMM-REG
           ADD MES-MENSAL TO WS-AAMM-REG
           IF WS-AAMM-REG = WS-AAMM-REF
              GO TO 0620-ACUMULA.
           IF WS-AAMM-REG < WS-AAMM-REF
              IF PGTO-ABERTO OR PGTO-CUSTODIA
                 GO TO 0620-ACUMULA.
           IF PGTO-PAGO
              IF ANO-PGTO = ANO-REF AND MES-PGTO = MES-REF
                 GO TO 0620-ACUMULA.
           GO TO 0610-LE-MENSAL.

       0620-ACUMULA.
           MOVE ANO-REF TO ANO-FOTO
           MOVE MES-REF TO MES-FOTO
           MOVE COD-CURSO-MENSAL TO CURSO-FOTO
           MOVE COD-ALUNO-MENSAL TO ALUNO-FOTO
           READ FOTOALU INVALID KEY
              ADD 1 TO CONT-SEM-ALUNO
              GO TO 0610-LE-MENSAL.

           IF WS-AAMM-REG = WS-AAMM-REF
              ADD VALOR-MENSAL TO VAL-COMP-FOTO
              PERFORM 0650-ESTIMA-BOLSA THRU 0659-FIM-BOLSA
              ADD WS-DESCONTO TO BOLSA-COMP-FOTO
              IF PGTO-ABERTO
                 ADD VALOR-MENSAL TO ABE-COMP-FOTO.
           IF WS-AAMM-REG NOT > WS-AAMM-REF
              IF PGTO-ABERTO
                 ADD 1 TO QTD-ABERTAS-FOTO
                 ADD VALOR-MENSAL TO VAL-ABERTO-FOTO.
           IF WS-AAMM-REG NOT > WS-AAMM-REF
              IF PGTO-CUSTODIA
                 ADD 1 TO QTD-CUST-FOTO.
           IF PGTO-PAGO
              IF ANO-PGTO = ANO-REF AND MES-PGTO = MES-REF
                 ADD VALOR-PAGO TO PAGO-MES-FOTO.
           REWRITE REG-FOTOALU
           ADD 1 TO CONT-MENSAL
           GO TO 0610-LE-MENSAL.

      * CUSTO ESTIMADO DA BOLSA DA COMPETENCIA (VALOR GRAVADO JA E
      * LIQUIDO) - MESMA CONTA DO RELDIR
       0650-ESTIMA-BOLSA.
           MOVE ZEROS TO WS-DESCONTO
           IF WS-SEM-BOLSA = 'S'
              GO TO 0659-FIM-BOLSA.
           MOVE COD-ALUNO-MENSAL TO COD-ALUNO-BOLSA
           MOVE COD-CURSO-MENSAL TO COD-CURSO-BOLSA
           READ BOLSACAD INVALID KEY
              GO TO 0659-FIM-BOLSA.
           IF WS-AAMM-REG < INI-BOLSA OR WS-AAMM-REG > FIM-BOLSA
              GO TO 0659-FIM-BOLSA.
           IF PERC-BOLSA NOT < 100,00
              GO TO 0659-FIM-BOLSA.
           MOVE 100,00 TO WS-BASE
           SUBTRACT PERC-BOLSA FROM WS-BASE
           MULTIPLY VALOR-MENSAL BY PERC-BOLSA GIVING WS-DESCONTO
              ROUNDED
           DIVIDE WS-BASE INTO WS-DESCONTO ROUNDED.

       0659-FIM-BOLSA. EXIT.

       0700-CATALOGA.
           MOVE SPACES TO REG-FOTOCAT
           MOVE ANO-REF TO ANO-FCAT
           MOVE MES-REF TO MES-FCAT
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-DATA-ATUAL TO DATA-FCAT
           MOVE WS-HORA-ATUAL (1:6) TO HORA-FCAT
           MOVE WS-OPERADOR TO OPER-FCAT
           MOVE CONT-ALUNOS TO QTD-ALU-FCAT
           MOVE CONT-ATIVOS TO QTD-ATI-FCAT
           WRITE REG-FOTOCAT INVALID KEY
              REWRITE REG-FOTOCAT.

           DISPLAY (16 10) 'ALUNOS NA FOTO......:'
           DISPLAY (16 32) CONT-ALUNOS
           DISPLAY (17 10) '  ATIVOS............:'
           DISPLAY (17 32) CONT-ATIVOS
           DISPLAY (18 10) 'MATRICULAS LANCADAS.:'
           DISPLAY (18 32) CONT-MATRIC
           DISPLAY (19 10) 'MENSALIDADES LANC...:'
           DISPLAY (19 32) CONT-MENSAL
           DISPLAY (20 10) 'SEM ALUNO NO CADAST.:'
           DISPLAY (20 32) CONT-SEM-ALUNO
           IF WS-BATCH = 'S'
              GO TO 0900-FIM.
           STOP ' '
           GO TO 0200-TELA.

       0900-FIM.
           IF WS-SEM-MATRIC NOT = 'S'
              CLOSE MATRIC.
           IF WS-SEM-MENSAL NOT = 'S'
              CLOSE MENSCAD.
           IF WS-SEM-BOLSA NOT = 'S'
              CLOSE BOLSACAD.
           CLOSE CADALUNO
                 FOTOALU
                 FOTOCAT
           PERFORM 9800-SAI-OU-CHAIN.

      * ULTIMO DIA DO MES CORRENTE (WS-DIA-MAX)
       8300-ULTIMO-DIA.
           IF WS-MES-ATUAL = 1 OR 3 OR 5 OR 7 OR 8 OR 10 OR 12
              MOVE 31 TO WS-DIA-MAX
              GO TO 8399-FIM-ULTIMO.
           IF WS-MES-ATUAL = 4 OR 6 OR 9 OR 11
              MOVE 30 TO WS-DIA-MAX
              GO TO 8399-FIM-ULTIMO.
           DIVIDE WS-ANO-ATUAL BY 4 GIVING WS-QUOC REMAINDER WS-REM-4
           IF WS-REM-4 = 0
              MOVE 29 TO WS-DIA-MAX
           ELSE
              MOVE 28 TO WS-DIA-MAX.

       8399-FIM-ULTIMO. EXIT.

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
           MOVE 'FOTOMES' TO PROGRAMA-RUN
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

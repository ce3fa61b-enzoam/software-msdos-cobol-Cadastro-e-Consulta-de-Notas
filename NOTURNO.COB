       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : CADEIA NOTURNA DE LOTES - roda em ordem os passos
      *              definidos em CADEIA.DAT (programa e passos de que
      *              depende), anotando em PASSOS.DAT inicio, fim e
      *              resultado de cada passo. O passo roda no modo nao
      *              assistido (BATPARM ativo), grava o RUNLOG e, com
      *              o CADEIA.FLG em RODANDO, volta ao NOTURNO, que le
      *              o resultado no RUNLOG e segue p/ o proximo passo.
      *              Passo com erro para a cadeia; a proxima execucao
      *              retoma do passo com erro sem repetir os que ja
      *              terminaram OK. Cadeia concluida: a proxima
      *              execucao comeca nova noite
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY SEQ-CAD
                       FILE STATUS STATUS-CAD.

           SELECT PASSOS ASSIGN TO DISK
                       FILE STATUS STATUS-PAS.

           SELECT CADFLG ASSIGN TO DISK
                       FILE STATUS STATUS-FLG.

           SELECT RUNLOG ASSIGN TO DISK
                       FILE STATUS STATUS-RUNLOG.

           SELECT BATPARM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY PROGRAMA-BP
                       FILE STATUS STATUS-BP.

       DATA DIVISION.
       FILE SECTION.
      * DEFINICAO DA CADEIA - UM REGISTRO POR PASSO, NA ORDEM DO SEQ
       FD  CADEIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CADEIA.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-CADEIA.
           05  SEQ-CAD                 PIC 9(02).
           05  PROGRAMA-CAD            PIC X(08).
           05  DEP-CAD                 PIC 9(02) OCCURS 3 TIMES.
           05  ATIVO-CAD               PIC X(01).
           05  FILLER                  PIC X(13).

      * SITUACAO DA NOITE CORRENTE - SIT: PEND EXEC OK ERRO
       FD  PASSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PASSOS.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PASSOS.
           05  SEQ-PAS                 PIC 9(02).
           05  PROGRAMA-PAS            PIC X(08).
           05  DEP-PAS                 PIC 9(02) OCCURS 3 TIMES.
           05  SIT-PAS                 PIC X(04).
           05  DATA-INI-PAS            PIC 9(08).
           05  HORA-INI-PAS            PIC 9(06).
           05  DATA-FIM-PAS            PIC 9(08).
           05  HORA-FIM-PAS            PIC 9(06).
           05  QTD-RUN-PAS             PIC 9(06).
           05  MOTIVO-PAS              PIC X(20).
           05  FILLER                  PIC X(06).

      * RODANDO = CADEIA EM ANDAMENTO (O PASSO VOLTA AO NOTURNO)
       FD  CADFLG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CADEIA.FLG'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-CADFLG                  PIC X(10).

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

       WORKING-STORAGE SECTION.
       01  STATUS-CAD          PIC X(02) VALUE SPACES.
       01  STATUS-PAS          PIC X(02) VALUE SPACES.
       01  STATUS-FLG          PIC X(02) VALUE SPACES.
       01  STATUS-RUNLOG       PIC X(02) VALUE SPACES.
       01  STATUS-BP           PIC X(02) VALUE SPACES.
       01  WS-OPCAO            PIC X VALUE SPACE.
       01  WS-RESPOSTA         PIC X VALUE SPACE.
       01  WS-FLAG             PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-HORA-HOJE        PIC 9(06) VALUE ZEROS.
       01  WS-RESULTADO        PIC X(04) VALUE SPACES.
       01  WS-QTD-RUN          PIC 9(06) VALUE ZEROS.
       01  WS-PASSO            PIC 9(02) VALUE ZEROS.
       01  WS-ACHOU            PIC X VALUE 'N'.
       01  WS-ABERTOS          PIC 99 VALUE ZEROS.
       01  IDX-PAS             PIC 99 VALUE ZEROS.
       01  IDX-DEP             PIC 9 VALUE ZERO.
       01  IDX-BUSCA           PIC 99 VALUE ZEROS.
       01  QTD-PAS             PIC 99 VALUE ZEROS.
       01  LIN                 PIC 99 VALUE ZEROS.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.

      * PASSOS.DAT INTEIRO EM MEMORIA - REGRAVADO A CADA MUDANCA
       01  TAB-PASSOS.
           05  TAB-PAS OCCURS 30 TIMES.
               10  T-REG-PAS           PIC X(80).

       01  WS-PASSO-ATU.
           05  W-SEQ                   PIC 9(02).
           05  W-PROGRAMA              PIC X(08).
           05  W-DEP                   PIC 9(02) OCCURS 3 TIMES.
           05  W-SIT                   PIC X(04).
           05  W-DATA-INI              PIC 9(08).
           05  W-HORA-INI              PIC 9(06).
           05  W-DATA-FIM              PIC 9(08).
           05  W-HORA-FIM              PIC 9(06).
           05  W-QTD-RUN               PIC 9(06).
           05  W-MOTIVO                PIC X(20).
           05  FILLER                  PIC X(06).

       01  WS-PASSO-DEP.
           05  D-SEQ                   PIC 9(02).
           05  FILLER                  PIC X(14).
           05  D-SIT                   PIC X(04).
           05  FILLER                  PIC X(60).

       01  LINHA-CONS.
           05  SEQ-LC                  PIC 99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PROG-LC                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SIT-LC                  PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DINI-LC                 PIC 9999/99/99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HINI-LC                 PIC 99.99.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HFIM-LC                 PIC 99.99.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MOT-LC                  PIC X(20).

       PROCEDURE DIVISION.

      * CADEIA EM ANDAMENTO: E A VOLTA DE UM PASSO - SEGUE SEM TELA
       0100-INICIO.
           MOVE SPACES TO WS-FLAG
           OPEN INPUT CADFLG
           IF STATUS-FLG NOT = '00'
              GO TO 0200-TELA.
           READ CADFLG INTO WS-FLAG
           CLOSE CADFLG
           IF WS-FLAG = 'RODANDO'
              GO TO 0500-RETORNO.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'NOTURNO'
           DISPLAY (02 27) 'CADEIA NOTURNA DE LOTES'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 04)
             'E=EXECUTA/RETOMA N=NOVA NOITE C=CONSULTA D=DEFINE F=FIM'
           DISPLAY (04 60) '[ ]'.

       0300-OPCAO.
           ACCEPT (04 61) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'E' OR 'e'
              GO TO 0400-EXECUTA.
           IF WS-OPCAO = 'N' OR 'n'
              GO TO 0450-NOVA-NOITE.
           IF WS-OPCAO = 'C' OR 'c'
              GO TO 0800-CONSULTA.
           IF WS-OPCAO = 'D' OR 'd'
              GO TO 0900-DEFINE.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0990-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * RETOMA: PASSO COM ERRO (OU INTERROMPIDO) VOLTA A PENDENTE E
      * OS QUE TERMINARAM OK NAO RODAM DE NOVO; SEM PENDENCIA, NOVA
      * NOITE
       0400-EXECUTA.
           PERFORM 7000-CARREGA THRU 7099-FIM-CARREGA
           MOVE ZEROS TO WS-ABERTOS
           MOVE ZEROS TO IDX-PAS.

       0410-RETOMA.
           ADD 1 TO IDX-PAS
           IF IDX-PAS > QTD-PAS
              GO TO 0420-VERIFICA.
           MOVE T-REG-PAS (IDX-PAS) TO WS-PASSO-ATU
           IF W-SIT = 'OK'
              GO TO 0410-RETOMA.
           ADD 1 TO WS-ABERTOS
           MOVE 'PEND' TO W-SIT
           MOVE ZEROS TO W-DATA-INI W-HORA-INI W-DATA-FIM W-HORA-FIM
                         W-QTD-RUN
           MOVE SPACES TO W-MOTIVO
           MOVE WS-PASSO-ATU TO T-REG-PAS (IDX-PAS)
           GO TO 0410-RETOMA.

       0420-VERIFICA.
           IF WS-ABERTOS = ZEROS
              GO TO 0450-NOVA-NOITE.
           DISPLAY (22 10) 'RETOMANDO A CADEIA DO PASSO PENDENTE'
           GO TO 0480-DISPARA-CADEIA.

      * NOVA NOITE: TODOS OS PASSOS ATIVOS DO CADEIA.DAT PENDENTES
       0450-NOVA-NOITE.
           MOVE ZEROS TO QTD-PAS
           OPEN INPUT CADEIA
           IF STATUS-CAD NOT = '00'
              DISPLAY (22 10) 'CADEIA.DAT INEXISTENTE - USE D=DEFINE'
              GO TO 0300-OPCAO.

       0460-LE-CADEIA.
           READ CADEIA NEXT
           IF STATUS-CAD NOT = '00'
              CLOSE CADEIA
              GO TO 0470-FIM-CADEIA.
           IF ATIVO-CAD NOT = 'S' OR QTD-PAS NOT < 30
              GO TO 0460-LE-CADEIA.
           ADD 1 TO QTD-PAS
           MOVE SPACES TO WS-PASSO-ATU
           MOVE SEQ-CAD TO W-SEQ
           MOVE PROGRAMA-CAD TO W-PROGRAMA
           MOVE DEP-CAD (1) TO W-DEP (1)
           MOVE DEP-CAD (2) TO W-DEP (2)
           MOVE DEP-CAD (3) TO W-DEP (3)
           MOVE 'PEND' TO W-SIT
           MOVE ZEROS TO W-DATA-INI W-HORA-INI W-DATA-FIM W-HORA-FIM
                         W-QTD-RUN
           MOVE WS-PASSO-ATU TO T-REG-PAS (QTD-PAS)
           GO TO 0460-LE-CADEIA.

       0470-FIM-CADEIA.
           IF QTD-PAS = ZEROS
              DISPLAY (22 10) 'NENHUM PASSO ATIVO NO CADEIA.DAT'
              GO TO 0300-OPCAO.
           DISPLAY (22 10) 'INICIANDO NOVA NOITE DA CADEIA'.

       0480-DISPARA-CADEIA.
           PERFORM 7100-GRAVA THRU 7199-FIM-GRAVA
           MOVE 'RODANDO' TO WS-FLAG
           PERFORM 7200-GRAVA-FLAG THRU 7299-FIM-FLAG
           GO TO 0600-PROXIMO.

      * VOLTA DO PASSO: O RESULTADO E O DO RUNLOG GRAVADO PELO
      * PROGRAMA DEPOIS DO DISPARO; SEM RUNLOG O PASSO CAIU - ERRO
       0500-RETORNO.
           PERFORM 7000-CARREGA THRU 7099-FIM-CARREGA
           MOVE ZEROS TO IDX-PAS.

       0510-PROCURA-EXEC.
           ADD 1 TO IDX-PAS
           IF IDX-PAS > QTD-PAS
              GO TO 0600-PROXIMO.
           MOVE T-REG-PAS (IDX-PAS) TO WS-PASSO-ATU
           IF W-SIT NOT = 'EXEC'
              GO TO 0510-PROCURA-EXEC.
           MOVE SPACES TO WS-RESULTADO
           MOVE ZEROS TO WS-QTD-RUN
           OPEN INPUT RUNLOG
           IF STATUS-RUNLOG NOT = '00'
              GO TO 0530-AVALIA.

       0520-LE-RUNLOG.
           READ RUNLOG
           IF STATUS-RUNLOG NOT = '00'
              CLOSE RUNLOG
              GO TO 0530-AVALIA.
           ADD 1 TO WS-QTD-RUN
           IF WS-QTD-RUN > W-QTD-RUN AND PROGRAMA-RUN = W-PROGRAMA
              MOVE RESULTADO-RUN TO WS-RESULTADO.
           GO TO 0520-LE-RUNLOG.

       0530-AVALIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE FROM TIME
           MOVE WS-DATA-HOJE TO W-DATA-FIM
           MOVE WS-HORA-HOJE TO W-HORA-FIM
           IF WS-RESULTADO = 'OK'
              MOVE 'OK' TO W-SIT
              MOVE SPACES TO W-MOTIVO
              MOVE WS-PASSO-ATU TO T-REG-PAS (IDX-PAS)
              PERFORM 7100-GRAVA THRU 7199-FIM-GRAVA
              GO TO 0600-PROXIMO.
           MOVE 'ERRO' TO W-SIT
           IF WS-RESULTADO = SPACES
              MOVE 'SEM RETORNO NO RUNLOG' TO W-MOTIVO
           ELSE
              MOVE 'RUNLOG:' TO W-MOTIVO
              MOVE WS-RESULTADO TO W-MOTIVO (9:4).
           MOVE WS-PASSO-ATU TO T-REG-PAS (IDX-PAS)
           GO TO 0690-INTERROMPE.

      * PROXIMO PASSO PENDENTE NA ORDEM DO SEQ; OS PASSOS DE QUE ELE
      * DEPENDE TEM DE TER TERMINADO OK NESTA NOITE
       0600-PROXIMO.
           MOVE ZEROS TO IDX-PAS.

       0610-PROCURA-PEND.
           ADD 1 TO IDX-PAS
           IF IDX-PAS > QTD-PAS
              GO TO 0680-CONCLUIDA.
           MOVE T-REG-PAS (IDX-PAS) TO WS-PASSO-ATU
           IF W-SIT NOT = 'PEND'
              GO TO 0610-PROCURA-PEND.
           MOVE ZERO TO IDX-DEP.

       0620-DEPENDENCIA.
           ADD 1 TO IDX-DEP
           IF IDX-DEP > 3
              GO TO 0640-BATPARM.
           IF W-DEP (IDX-DEP) = ZEROS
              GO TO 0620-DEPENDENCIA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO IDX-BUSCA.

       0630-BUSCA-DEP.
           ADD 1 TO IDX-BUSCA
           IF IDX-BUSCA > QTD-PAS
              GO TO 0635-DEP-FALHOU.
           MOVE T-REG-PAS (IDX-BUSCA) TO WS-PASSO-DEP
           IF D-SEQ NOT = W-DEP (IDX-DEP)
              GO TO 0630-BUSCA-DEP.
           IF D-SIT = 'OK'
              GO TO 0620-DEPENDENCIA.

       0635-DEP-FALHOU.
           MOVE 'ERRO' TO W-SIT
           MOVE 'DEPENDE DO PASSO' TO W-MOTIVO
           MOVE W-DEP (IDX-DEP) TO W-MOTIVO (18:2)
           MOVE WS-PASSO-ATU TO T-REG-PAS (IDX-PAS)
           GO TO 0690-INTERROMPE.

      * SEM PARAMETRO ATIVO O PROGRAMA ABRIRIA TELA E A CADEIA PARAVA
      * ESPERANDO OPERADOR
       0640-BATPARM.
           OPEN INPUT BATPARM
           IF STATUS-BP NOT = '00'
              GO TO 0645-SEM-BATPARM.
           MOVE W-PROGRAMA TO PROGRAMA-BP
           READ BATPARM INVALID KEY
              MOVE 'N' TO ATIVO-BP.
           CLOSE BATPARM
           IF ATIVO-BP = 'S'
              GO TO 0650-MARCA-EXEC.

       0645-SEM-BATPARM.
           MOVE 'ERRO' TO W-SIT
           MOVE 'SEM BATPARM ATIVO' TO W-MOTIVO
           MOVE WS-PASSO-ATU TO T-REG-PAS (IDX-PAS)
           GO TO 0690-INTERROMPE.

      * GUARDA QUANTOS REGISTROS O RUNLOG TEM ANTES DO DISPARO
       0650-MARCA-EXEC.
           MOVE ZEROS TO WS-QTD-RUN
           OPEN INPUT RUNLOG
           IF STATUS-RUNLOG NOT = '00'
              GO TO 0660-GRAVA-EXEC.

       0655-CONTA-RUNLOG.
           READ RUNLOG
           IF STATUS-RUNLOG NOT = '00'
              CLOSE RUNLOG
              GO TO 0660-GRAVA-EXEC.
           ADD 1 TO WS-QTD-RUN
           GO TO 0655-CONTA-RUNLOG.

       0660-GRAVA-EXEC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE FROM TIME
           MOVE 'EXEC' TO W-SIT
           MOVE WS-DATA-HOJE TO W-DATA-INI
           MOVE WS-HORA-HOJE TO W-HORA-INI
           MOVE ZEROS TO W-DATA-FIM W-HORA-FIM
           MOVE WS-QTD-RUN TO W-QTD-RUN
           MOVE SPACES TO W-MOTIVO
           MOVE WS-PASSO-ATU TO T-REG-PAS (IDX-PAS)
           PERFORM 7100-GRAVA THRU 7199-FIM-GRAVA
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (22 10) 'EXECUTANDO O PASSO'
           DISPLAY (22 29) W-SEQ
           DISPLAY (22 32) W-PROGRAMA
           PERFORM 7500-DISPARA THRU 7599-FIM-DISPARA
      * SO CHEGA AQUI SE O PROGRAMA NAO TEM MODO NAO ASSISTIDO
           MOVE 'ERRO' TO W-SIT
           MOVE 'SEM MODO NAO ASSIST.' TO W-MOTIVO
           MOVE WS-PASSO-ATU TO T-REG-PAS (IDX-PAS)
           GO TO 0690-INTERROMPE.

       0680-CONCLUIDA.
           MOVE 'PARADA' TO WS-FLAG
           PERFORM 7200-GRAVA-FLAG THRU 7299-FIM-FLAG
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (22 10) 'CADEIA NOTURNA CONCLUIDA'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       0690-INTERROMPE.
           PERFORM 7100-GRAVA THRU 7199-FIM-GRAVA
           MOVE 'PARADA' TO WS-FLAG
           PERFORM 7200-GRAVA-FLAG THRU 7299-FIM-FLAG
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (22 10) 'CADEIA INTERROMPIDA NO PASSO'
           DISPLAY (22 39) W-SEQ
           DISPLAY (22 42) W-PROGRAMA
           DISPLAY (23 10) W-MOTIVO
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * SITUACAO DOS PASSOS DA NOITE CORRENTE
       0800-CONSULTA.
           PERFORM 7000-CARREGA THRU 7099-FIM-CARREGA
           IF QTD-PAS = ZEROS
              DISPLAY (22 10) 'NENHUMA NOITE REGISTRADA EM PASSOS.DAT'
              GO TO 0300-OPCAO.
           DISPLAY (06 03)
             'PS PROGRAMA SIT  INICIO              FIM      MOTIVO'
           MOVE 6 TO LIN
           MOVE ZEROS TO IDX-PAS.

       0810-MOSTRA.
           ADD 1 TO IDX-PAS
           IF IDX-PAS > QTD-PAS
              STOP ' '
              GO TO 0200-TELA.
           MOVE T-REG-PAS (IDX-PAS) TO WS-PASSO-ATU
           ADD 1 TO LIN
           IF LIN > 20
              DISPLAY (22 10) 'PRESSIONE [ENTER] P/ CONTINUAR'
              STOP ' '
              DISPLAY (22 10) LIMPA-LINHA
              MOVE 7 TO LIN.
           MOVE W-SEQ TO SEQ-LC
           MOVE W-PROGRAMA TO PROG-LC
           MOVE W-SIT TO SIT-LC
           MOVE W-DATA-INI TO DINI-LC
           MOVE W-HORA-INI TO HINI-LC
           MOVE W-HORA-FIM TO HFIM-LC
           MOVE W-MOTIVO TO MOT-LC
           DISPLAY (LIN , 03) LINHA-CONS
           GO TO 0810-MOSTRA.

      * MANUTENCAO DO CADEIA.DAT - DEPENDENCIA SO DE PASSO ANTERIOR
       0900-DEFINE.
           OPEN I-O CADEIA
           IF STATUS-CAD = '00'
              GO TO 0910-TELA-DEF.
           OPEN OUTPUT CADEIA
           CLOSE CADEIA
           OPEN I-O CADEIA.

       0910-TELA-DEF.
           DISPLAY (06 10) 'PASSO [  ]  PROGRAMA [        ]'
           DISPLAY (08 10) 'DEPENDE DOS PASSOS [  ] [  ] [  ]'
           DISPLAY (10 10) 'ATIVO (S/N) [ ]'.

       0920-PASSO.
           ACCEPT (06 17) WS-PASSO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-PASSO = ZEROS
              CLOSE CADEIA
              GO TO 0200-TELA.
           MOVE WS-PASSO TO SEQ-CAD
           READ CADEIA INVALID KEY
              MOVE SPACES TO PROGRAMA-CAD
              MOVE ZEROS TO DEP-CAD (1) DEP-CAD (2) DEP-CAD (3)
              MOVE 'S' TO ATIVO-CAD
              MOVE 'N' TO WS-ACHOU
              GO TO 0930-CAMPOS.
           MOVE 'S' TO WS-ACHOU
           DISPLAY (22 10) 'PASSO JA DEFINIDO - ALTERANDO'.

       0930-CAMPOS.
           DISPLAY (06 32) PROGRAMA-CAD
           DISPLAY (08 30) DEP-CAD (1)
           DISPLAY (08 35) DEP-CAD (2)
           DISPLAY (08 40) DEP-CAD (3)
           DISPLAY (10 23) ATIVO-CAD
           ACCEPT (06 32) PROGRAMA-CAD WITH PROMPT AUTO-SKIP
           IF PROGRAMA-CAD = SPACES
              DISPLAY (22 10) 'PROGRAMA OBRIGATORIO'
              GO TO 0930-CAMPOS.
           ACCEPT (08 30) DEP-CAD (1) WITH PROMPT AUTO-SKIP
           ACCEPT (08 35) DEP-CAD (2) WITH PROMPT AUTO-SKIP
           ACCEPT (08 40) DEP-CAD (3) WITH PROMPT AUTO-SKIP
           IF DEP-CAD (1) NOT < SEQ-CAD OR DEP-CAD (2) NOT < SEQ-CAD
              OR DEP-CAD (3) NOT < SEQ-CAD
              DISPLAY (22 10) 'SO DEPENDE DE PASSO ANTERIOR'
              GO TO 0930-CAMPOS.
           ACCEPT (10 23) ATIVO-CAD WITH PROMPT AUTO-SKIP
           IF ATIVO-CAD = SPACE
              MOVE 'S' TO ATIVO-CAD.
           IF ATIVO-CAD NOT = 'S' AND 'N'
              DISPLAY (22 10) 'ATIVO INVALIDO'
              GO TO 0930-CAMPOS.

       0940-CONFIRMA.
           DISPLAY (12 10) 'CONFIRMA (S OU N) [ ]'
           ACCEPT (12 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (12 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              DISPLAY (22 10) 'OPERACAO ABANDONADA'
              GO TO 0910-TELA-DEF.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0940-CONFIRMA.
           IF WS-ACHOU = 'S'
              REWRITE REG-CADEIA
              DISPLAY (22 10) 'PASSO ALTERADO'
              GO TO 0910-TELA-DEF.
           WRITE REG-CADEIA
           DISPLAY (22 10) 'PASSO INCLUIDO'
           GO TO 0910-TELA-DEF.

       0990-FIM.
           CHAIN 'MAPOIO.EXE'.

       7000-CARREGA.
           MOVE ZEROS TO QTD-PAS
           OPEN INPUT PASSOS
           IF STATUS-PAS NOT = '00'
              GO TO 7099-FIM-CARREGA.

       7010-LE-PASSOS.
           READ PASSOS
           IF STATUS-PAS NOT = '00' OR QTD-PAS NOT < 30
              CLOSE PASSOS
              GO TO 7099-FIM-CARREGA.
           ADD 1 TO QTD-PAS
           MOVE REG-PASSOS TO T-REG-PAS (QTD-PAS)
           GO TO 7010-LE-PASSOS.

       7099-FIM-CARREGA. EXIT.

       7100-GRAVA.
           OPEN OUTPUT PASSOS
           MOVE ZEROS TO IDX-PAS.

       7110-GRAVA-PASSO.
           ADD 1 TO IDX-PAS
           IF IDX-PAS > QTD-PAS
              CLOSE PASSOS
              GO TO 7199-FIM-GRAVA.
           WRITE REG-PASSOS FROM T-REG-PAS (IDX-PAS)
           GO TO 7110-GRAVA-PASSO.

       7199-FIM-GRAVA. EXIT.

       7200-GRAVA-FLAG.
           OPEN OUTPUT CADFLG
           WRITE REG-CADFLG FROM WS-FLAG
           CLOSE CADFLG.

       7299-FIM-FLAG. EXIT.

      * SO PROGRAMAS COM MODO NAO ASSISTIDO (BATPARM/RUNLOG) QUE
      * VOLTAM AO NOTURNO QUANDO A CADEIA ESTA RODANDO
       7500-DISPARA.
           IF W-PROGRAMA = 'AVANDISC'
              CHAIN 'AVANDISC.EXE'.
           IF W-PROGRAMA = 'AVANNOTA'
              CHAIN 'AVANNOTA.EXE'.
           IF W-PROGRAMA = 'AUDCONS'
              CHAIN 'AUDCONS.EXE'.
           IF W-PROGRAMA = 'AUDNOTAS'
              CHAIN 'AUDNOTAS.EXE'.
           IF W-PROGRAMA = 'RECALU'
              CHAIN 'RECALU.EXE'.
           IF W-PROGRAMA = 'RECCUR'
              CHAIN 'RECCUR.EXE'.
           IF W-PROGRAMA = 'RECDIS'
              CHAIN 'RECDIS.EXE'.
           IF W-PROGRAMA = 'CADNOT'
              CHAIN 'CADNOT.EXE'.
           IF W-PROGRAMA = 'BACKGER'
              CHAIN 'BACKGER.EXE'.
           IF W-PROGRAMA = 'AUDREF'
              CHAIN 'AUDREF.EXE'.
           IF W-PROGRAMA = 'RELBAL'
              CHAIN 'RELBAL.EXE'.
           IF W-PROGRAMA = 'RETBANCO'
              CHAIN 'RETBANCO.EXE'.
           IF W-PROGRAMA = 'APURFALT'
              CHAIN 'APURFALT.EXE'.
           IF W-PROGRAMA = 'ARQLOG'
              CHAIN 'ARQLOG.EXE'.
           IF W-PROGRAMA = 'FOTOMES'
              CHAIN 'FOTOMES.EXE'.

       7599-FIM-DISPARA. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERFISC-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : DESIGNACAO DE FISCAIS DE PROVA - para as provas do
      *              calendario (PROVA.DAT) num periodo, designa um ou
      *              mais fiscais entre os professores ativos do
      *              PROFESSOR.DAT, pulando quem da aula (HORARIO.DAT)
      *              ou aplica prova propria no mesmo horario e quem ja
      *              fiscaliza outra prova na mesma hora, e distribuindo
      *              as fiscalizacoes por igual no ano; grava
      *              FISCAL.DAT (pago pela FOLHAPAG como sessoes) e
      *              imprime a escala por professor e a folha de cada
      *              sala de prova. Regerar o periodo refaz a escala
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROF
                       FILE STATUS STATUS-PROF.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT TURMAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TUR
                       FILE STATUS STATUS-TUR.

           SELECT CADHOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT PROVA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROVA
                       FILE STATUS STATUS-PROVA.

           SELECT FISCAL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FIS
                       FILE STATUS STATUS-FIS.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  CADPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROFESSOR.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-CADPROF.
           05  CHAVE-PROF.
               10  COD-PROF            PIC 9(04).
           05  NOME-PROF               PIC X(25).
           05  TITULACAO-PROF          PIC X(15).
           05  SITUACAO-PROF           PIC X(01).
               88  PROF-ATIVO          VALUE 'A'.
               88  PROF-INATIVO        VALUE 'I'.
           05  VALOR-HORA-PROF         PIC 9(03)V99.

       FD  CADDISCI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISCI.DAT'
           RECORD CONTAINS 77 CHARACTERS.

       01  REG-CADDISCI.
           05  CHAVE-DIS.
               10  COD-CURSO-DIS       PIC 9(02).
               10  COD-DISCIPLINA      PIC 9(04).
               10  ANO-DISCI           PIC 9(04).
           05  NOME-DISCIPLINA         PIC X(35).
           05  QTDE-AULAS-DIS          PIC 9(03).
           05  CARGA-DIS               PIC 9(04).
           05  PROFESSOR-DIS           PIC X(25).

       FD  TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TURMA.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-TURMAS.
           05  CHAVE-TUR.
               10  COD-CURSO-TUR       PIC 9(02).
               10  COD-DISCI-TUR       PIC 9(04).
               10  ANO-TUR             PIC 9(04).
               10  TURMA-TUR           PIC X(01).
           05  PROFESSOR-TUR           PIC X(25).
           05  FILLER                  PIC X(04).

       FD  CADHOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HORARIO.DAT'
           RECORD CONTAINS 24 CHARACTERS.

       01  REG-CADHOR.
           05  CHAVE-HOR.
               10  COD-CURSO-HOR       PIC 9(02).
               10  DIA-SEM-HOR         PIC 9(01).
               10  HORA-INI-HOR        PIC 9(04).
               10  TURMA-HOR           PIC X(01).
           05  COD-DISCIPLINA-HOR      PIC 9(04).
           05  ANO-HOR                 PIC 9(04).
           05  HORA-FIM-HOR            PIC 9(04).
           05  COD-SALA-HOR            PIC 9(03).
           05  FILLER                  PIC X(01).

       FD  PROVA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROVA.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-PROVA.
           05  CHAVE-PROVA.
               10  ANO-PROVA           PIC 9(04).
               10  COD-CURSO-PROVA     PIC 9(02).
               10  COD-DISCI-PROVA     PIC 9(04).
               10  BIM-PROVA           PIC 9(01).
           05  DATA-PROVA              PIC 9(08).
           05  HORA-INI-PROVA          PIC 9(04).
           05  HORA-FIM-PROVA          PIC 9(04).
           05  SALA-PROVA              PIC 9(03).

      * UM REGISTRO POR FISCAL DESIGNADO (SEQ 1 A 3) NA PROVA
       FD  FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FISCAL.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-FISCAL.
           05  CHAVE-FIS.
               10  ANO-FIS             PIC 9(04).
               10  COD-CURSO-FIS       PIC 9(02).
               10  COD-DISCI-FIS       PIC 9(04).
               10  BIM-FIS             PIC 9(01).
               10  SEQ-FIS             PIC 9(01).
           05  COD-PROF-FIS            PIC 9(04).
           05  DATA-FIS                PIC 9(08).
           05  HORA-INI-FIS            PIC 9(04).
           05  HORA-FIM-FIS            PIC 9(04).
           05  SALA-FIS                PIC 9(03).
           05  FILLER                  PIC X(05).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-PROVA        PIC X(02) VALUE SPACES.
       01  STATUS-FIS          PIC X(02) VALUE SPACES.
       01  WS-SEM-TURMAS       PIC X VALUE 'N'.
       01  WS-SEM-HORARIO      PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  ANO-PROC            PIC 9(04) VALUE ZEROS.
       01  DATA-INI-PROC       PIC 9(08) VALUE ZEROS.
       01  DATA-FIM-PROC       PIC 9(08) VALUE ZEROS.
       01  QTD-FISC-PROC       PIC 9(01) VALUE 1.
       01  WS-NOME-BUSCA       PIC X(25) VALUE SPACES.
       01  WS-OCUPADO          PIC X VALUE 'N'.
       01  WS-ESCOLHIDO        PIC 9(03) VALUE ZEROS.
       01  WS-MENOR            PIC 9(03) VALUE ZEROS.
       01  CONT-DESIGNADOS     PIC 9(04) VALUE ZEROS.
       01  CONT-SEM-FISCAL     PIC 9(04) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

      * PROFESSORES ATIVOS E QUANTAS FISCALIZACOES JA TEM NO ANO
       01  TAB-PROF.
           05 PROF-TAB OCCURS 200 TIMES.
              10 COD-PROF-TAB  PIC 9(04).
              10 NOME-PROF-TAB PIC X(25).
              10 QTD-FISC-TAB  PIC 9(03).
       01  QTD-PROF            PIC 9(03) VALUE ZEROS.
       01  IND-PROF            PIC 9(03) VALUE ZEROS.

      * PROVAS DO PERIODO, COM O PROFESSOR DA DISCIPLINA E OS FISCAIS
       01  TAB-PROVA.
           05 PRV-TAB OCCURS 300 TIMES.
              10 CURSO-PRV     PIC 9(02).
              10 DISCI-PRV     PIC 9(04).
              10 BIM-PRV       PIC 9(01).
              10 DATA-PRV      PIC 9(08).
              10 INI-PRV       PIC 9(04).
              10 FIM-PRV       PIC 9(04).
              10 SALA-PRV      PIC 9(03).
              10 DIA-SEM-PRV   PIC 9(01).
              10 PROF-PRV      PIC X(25).
              10 NOME-DIS-PRV  PIC X(35).
              10 FISC-PRV OCCURS 3 TIMES
                               PIC 9(03).
       01  QTD-PROVAS          PIC 9(03) VALUE ZEROS.
       01  IND-PRV             PIC 9(03) VALUE ZEROS.
       01  IND-OUTRA           PIC 9(03) VALUE ZEROS.
       01  IND-FISC            PIC 9(01) VALUE ZEROS.

      * AULAS DO ANO NO HORARIO, COM O PROFESSOR DE CADA UMA
       01  TAB-HORARIO.
           05 HOR-TAB OCCURS 500 TIMES.
              10 DIA-HOR-TAB   PIC 9(01).
              10 INI-HOR-TAB   PIC 9(04).
              10 FIM-HOR-TAB   PIC 9(04).
              10 PROF-HOR-TAB  PIC X(25).
       01  QTD-HOR             PIC 9(03) VALUE ZEROS.
       01  IND-HOR             PIC 9(03) VALUE ZEROS.

       01  WS-DATA-CORR.
           05 ANO-CORR         PIC 9(04).
           05 MES-CORR         PIC 9(02).
           05 DIA-CORR         PIC 9(02).
       01  WS-DATA-CORR-R REDEFINES WS-DATA-CORR PIC 9(08).
       01  WS-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       01  ZEL-Q               PIC 9(02) VALUE ZEROS.
       01  ZEL-M               PIC 9(02) VALUE ZEROS.
       01  ZEL-A               PIC 9(04) VALUE ZEROS.
       01  ZEL-K               PIC 9(02) VALUE ZEROS.
       01  ZEL-J               PIC 9(02) VALUE ZEROS.
       01  ZEL-T1              PIC 9(06) VALUE ZEROS.
       01  ZEL-T2              PIC 9(06) VALUE ZEROS.
       01  ZEL-H               PIC 9(01) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'GERFISC'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(30) VALUE
           'ESCALA DE FISCAIS - PERIODO '.
           05 INI-CAB2             PIC 9(08).
           05 FILLER               PIC X(03) VALUE ' A '.
           05 FIM-CAB2             PIC 9(08).

       01  CAB3.
           05 FILLER               PIC X(10) VALUE 'DATA'.
           05 FILLER               PIC X(10) VALUE 'HORARIO'.
           05 FILLER               PIC X(06) VALUE 'SALA'.
           05 FILLER               PIC X(06) VALUE 'CURSO'.
           05 FILLER               PIC X(06) VALUE 'DISC.'.
           05 FILLER               PIC X(30) VALUE 'NOME'.

       01  PROF-LIN.
           05 FILLER               PIC X(11) VALUE 'PROFESSOR: '.
           05 COD-PROF-LIN         PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-PROF-LIN        PIC X(25).
           05 FILLER               PIC X(10) VALUE '  PROVAS: '.
           05 QTD-PROF-LIN         PIC ZZ9.

       01  DET1.
           05 DATA-DET1            PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 INI-DET1             PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 FIM-DET1             PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SALA-DET1            PIC 9(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DISCI-DET1           PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(30).

       01  SALA-L1.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
           'FOLHA DE SALA - APLICACAO DE'.
           05 FILLER               PIC X(06) VALUE 'PROVA'.

       01  SALA-L2.
           05 FILLER               PIC X(06) VALUE 'SALA: '.
           05 SALA-SL2             PIC 9(03).
           05 FILLER               PIC X(09) VALUE '   DATA: '.
           05 DIA-SL2              PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 MES-SL2              PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 ANO-SL2              PIC 9(04).
           05 FILLER               PIC X(12) VALUE '   HORARIO: '.
           05 INI-SL2              PIC 9(04).
           05 FILLER               PIC X(03) VALUE ' A '.
           05 FIM-SL2              PIC 9(04).

       01  SALA-L3.
           05 FILLER               PIC X(07) VALUE 'CURSO: '.
           05 CURSO-SL3            PIC 9(02).
           05 FILLER               PIC X(14) VALUE '   DISCIPLINA '.
           05 DISCI-SL3            PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 NOME-SL3             PIC X(35).
           05 FILLER               PIC X(05) VALUE ' BIM '.
           05 BIM-SL3              PIC 9(01).

       01  SALA-L4.
           05 FILLER               PIC X(08) VALUE 'FISCAL: '.
           05 NOME-SL4             PIC X(25).
           05 FILLER               PIC X(35) VALUE
           '  ASSINATURA: ____________________'.

       01  SALA-L5.
           05 FILLER               PIC X(45) VALUE
           'INICIO: ____:____   TERMINO: ____:____'.

       01  SALA-L6.
           05 FILLER               PIC X(52) VALUE
           'OCORRENCIAS: ______________________________________'.

       01  AVISO-LIN.
           05 FILLER               PIC X(22) VALUE
           'PROVA SEM FISCAL LIVRE'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DATA-AVISO           PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 INI-AVISO            PIC 9(04).
           05 FILLER               PIC X(07) VALUE '  SALA '.
           05 SALA-AVISO           PIC 9(03).
           05 FILLER               PIC X(08) VALUE '  DISC. '.
           05 DISCI-AVISO          PIC 9(04).

       01  TOT1.
           05 FILLER               PIC X(24) VALUE
           'FISCALIZACOES DESIGNADAS'.
           05 DESIG-TOT1           PIC ZZZ9.
           05 FILLER               PIC X(24) VALUE
           '   VAGAS SEM FISCAL:    '.
           05 SEMF-TOT1            PIC ZZZ9.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT CADPROF
           IF STATUS-PROF NOT = '00'
              DISPLAY (12 20) 'PROFESSOR.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (12 20) 'DISCI.DAT INEXISTENTE'
              CLOSE CADPROF
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT PROVA
           IF STATUS-PROVA NOT = '00'
              DISPLAY (12 20) 'PROVA.DAT INEXISTENTE (CADPROVA)'
              CLOSE CADPROF CADDISCI
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT TURMAS
           IF STATUS-TUR NOT = '00'
              MOVE 'S' TO WS-SEM-TURMAS.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HORARIO.
           OPEN I-O FISCAL
           IF STATUS-FIS NOT = '00'
              OPEN OUTPUT FISCAL
              CLOSE FISCAL
              OPEN I-O FISCAL.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'GERFISC'
           DISPLAY (02 22) 'DESIGNACAO DE FISCAIS DE PROVA'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'ANO [    ]'
           DISPLAY (08 10) 'PERIODO DE [        ] A [        ]'
           DISPLAY (10 10) 'FISCAIS POR PROVA (1 A 3) [ ]'
           DISPLAY (12 10)
             'REGERAR O PERIODO REFAZ A ESCALA DAS PROVAS NELE'.

       0300-ANO.
           ACCEPT (06 16) ANO-PROC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF ANO-PROC = ZEROS
              GO TO 0900-FIM.

       0400-PERIODO.
           ACCEPT (08 22) DATA-INI-PROC WITH PROMPT AUTO-SKIP
           ACCEPT (08 35) DATA-FIM-PROC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF DATA-INI-PROC = ZEROS
              GO TO 0300-ANO.
           IF DATA-FIM-PROC < DATA-INI-PROC
              DISPLAY (22 10) 'PERIODO INVALIDO'
              GO TO 0400-PERIODO.

       0450-QTD-FISCAIS.
           ACCEPT (10 37) QTD-FISC-PROC WITH UPDATE AUTO-SKIP
           IF QTD-FISC-PROC < 1 OR QTD-FISC-PROC > 3
              DISPLAY (22 10) 'QUANTIDADE INVALIDA'
              GO TO 0450-QTD-FISCAIS.
           DISPLAY (22 10) LIMPA-LINHA.

       0500-CONFIRMA.
           DISPLAY (22 10) 'CONFIRMA A DESIGNACAO (S OU N) [ ]'
           ACCEPT (22 42) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              DISPLAY (22 27) 'DESIGNACAO ABANDONADA'
              STOP ' '
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 0500-CONFIRMA.

       0600-PROCESSA.
           MOVE ZEROS TO CONT-DESIGNADOS CONT-SEM-FISCAL
                         CONTLIN CONTPAG
           PERFORM 1000-CARREGA-PROF THRU 1099-FIM-PROF
           IF QTD-PROF = ZEROS
              DISPLAY (22 10) 'NENHUM PROFESSOR ATIVO'
              STOP ' '
              GO TO 0200-TELA.
           PERFORM 1100-LIMPA-PERIODO THRU 1199-FIM-LIMPA
           PERFORM 1200-CARREGA-PROVAS THRU 1299-FIM-PROVAS
           IF QTD-PROVAS = ZEROS
              DISPLAY (22 10) 'NENHUMA PROVA NO PERIODO'
              STOP ' '
              GO TO 0200-TELA.
           PERFORM 1300-CARREGA-HORARIO THRU 1399-FIM-HORARIO
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE ZEROS TO IND-PRV.

       0610-PROXIMA-PROVA.
           ADD 1 TO IND-PRV
           IF IND-PRV > QTD-PROVAS
              GO TO 0700-RELATORIOS.
           MOVE ZEROS TO IND-FISC.

       0620-PROXIMO-FISCAL.
           ADD 1 TO IND-FISC
           IF IND-FISC > QTD-FISC-PROC
              GO TO 0610-PROXIMA-PROVA.
           PERFORM 2000-ESCOLHE-FISCAL THRU 2099-FIM-ESCOLHE
           IF WS-ESCOLHIDO = ZEROS
              ADD 1 TO CONT-SEM-FISCAL
              MOVE DATA-PRV (IND-PRV) TO DATA-AVISO
              MOVE INI-PRV (IND-PRV) TO INI-AVISO
              MOVE SALA-PRV (IND-PRV) TO SALA-AVISO
              MOVE DISCI-PRV (IND-PRV) TO DISCI-AVISO
              MOVE AVISO-LIN TO REG-ORELATO
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA
              GO TO 0610-PROXIMA-PROVA.
           PERFORM 2500-GRAVA-FISCAL THRU 2599-FIM-GRAVA
           GO TO 0620-PROXIMO-FISCAL.

       0700-RELATORIOS.
           PERFORM 3000-ESCALA-PROFESSOR THRU 3099-FIM-ESCALA
           PERFORM 3100-FOLHAS-SALA THRU 3199-FIM-FOLHAS
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE CONT-DESIGNADOS TO DESIG-TOT1
           MOVE CONT-SEM-FISCAL TO SEMF-TOT1
           MOVE TOT1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           CLOSE RELATO
           DISPLAY (18 10) 'FISCALIZACOES DESIGNADAS:'
           DISPLAY (18 36) CONT-DESIGNADOS
           DISPLAY (19 10) 'VAGAS SEM FISCAL LIVRE..:'
           DISPLAY (19 36) CONT-SEM-FISCAL
           DISPLAY (22 10) 'DESIGNACAO CONCLUIDA - VEJA O RELATORIO'
           STOP ' '
           GO TO 0200-TELA.

       1000-CARREGA-PROF.
           MOVE ZEROS TO QTD-PROF
           MOVE ZEROS TO COD-PROF
           START CADPROF KEY NOT LESS THAN CHAVE-PROF INVALID KEY
              GO TO 1099-FIM-PROF.

       1010-LE-PROF.
           READ CADPROF NEXT
           IF STATUS-PROF NOT = '00'
              GO TO 1099-FIM-PROF.
           IF NOT PROF-ATIVO
              GO TO 1010-LE-PROF.
           IF QTD-PROF < 200
              ADD 1 TO QTD-PROF
              MOVE COD-PROF TO COD-PROF-TAB (QTD-PROF)
              MOVE NOME-PROF TO NOME-PROF-TAB (QTD-PROF)
              MOVE ZEROS TO QTD-FISC-TAB (QTD-PROF).
           GO TO 1010-LE-PROF.

       1099-FIM-PROF. EXIT.

      * FISCAIS JA DESIGNADOS NO PERIODO SAO APAGADOS (REGERACAO); OS
      * DO RESTO DO ANO CONTAM P/ A DISTRIBUICAO POR IGUAL
       1100-LIMPA-PERIODO.
           MOVE ANO-PROC TO ANO-FIS
           MOVE ZEROS TO COD-CURSO-FIS COD-DISCI-FIS BIM-FIS SEQ-FIS
           START FISCAL KEY NOT LESS THAN CHAVE-FIS INVALID KEY
              GO TO 1199-FIM-LIMPA.

       1110-LE-FISCAL.
           READ FISCAL NEXT
           IF STATUS-FIS NOT = '00'
              GO TO 1199-FIM-LIMPA.
           IF ANO-FIS NOT = ANO-PROC
              GO TO 1199-FIM-LIMPA.
           IF DATA-FIS NOT < DATA-INI-PROC
              AND DATA-FIS NOT > DATA-FIM-PROC
              DELETE FISCAL
              GO TO 1110-LE-FISCAL.
           MOVE ZEROS TO IND-PROF.

       1120-CONTA-PROF.
           ADD 1 TO IND-PROF
           IF IND-PROF > QTD-PROF
              GO TO 1110-LE-FISCAL.
           IF COD-PROF-TAB (IND-PROF) NOT = COD-PROF-FIS
              GO TO 1120-CONTA-PROF.
           ADD 1 TO QTD-FISC-TAB (IND-PROF)
           GO TO 1110-LE-FISCAL.

       1199-FIM-LIMPA. EXIT.

       1200-CARREGA-PROVAS.
           MOVE ZEROS TO QTD-PROVAS
           MOVE ANO-PROC TO ANO-PROVA
           MOVE ZEROS TO COD-CURSO-PROVA COD-DISCI-PROVA BIM-PROVA
           START PROVA KEY NOT LESS THAN CHAVE-PROVA INVALID KEY
              GO TO 1299-FIM-PROVAS.

       1210-LE-PROVA.
           READ PROVA NEXT
           IF STATUS-PROVA NOT = '00'
              GO TO 1299-FIM-PROVAS.
           IF ANO-PROVA NOT = ANO-PROC
              GO TO 1299-FIM-PROVAS.
           IF DATA-PROVA < DATA-INI-PROC
              OR DATA-PROVA > DATA-FIM-PROC
              GO TO 1210-LE-PROVA.
           IF QTD-PROVAS NOT < 300
              GO TO 1299-FIM-PROVAS.
           ADD 1 TO QTD-PROVAS
           MOVE COD-CURSO-PROVA TO CURSO-PRV (QTD-PROVAS)
           MOVE COD-DISCI-PROVA TO DISCI-PRV (QTD-PROVAS)
           MOVE BIM-PROVA TO BIM-PRV (QTD-PROVAS)
           MOVE DATA-PROVA TO DATA-PRV (QTD-PROVAS)
           MOVE HORA-INI-PROVA TO INI-PRV (QTD-PROVAS)
           MOVE HORA-FIM-PROVA TO FIM-PRV (QTD-PROVAS)
           MOVE SALA-PROVA TO SALA-PRV (QTD-PROVAS)
           MOVE ZEROS TO FISC-PRV (QTD-PROVAS 1)
                         FISC-PRV (QTD-PROVAS 2)
                         FISC-PRV (QTD-PROVAS 3)
           MOVE DATA-PROVA TO WS-DATA-CORR-R
           PERFORM 8200-DIA-SEMANA THRU 8299-FIM-SEMANA
           MOVE WS-DIA-SEMANA TO DIA-SEM-PRV (QTD-PROVAS)
           MOVE COD-CURSO-PROVA TO COD-CURSO-DIS
           MOVE COD-DISCI-PROVA TO COD-DISCIPLINA
           MOVE ANO-PROVA TO ANO-DISCI
           READ CADDISCI INVALID KEY
              MOVE SPACES TO NOME-DISCIPLINA PROFESSOR-DIS.
           MOVE NOME-DISCIPLINA TO NOME-DIS-PRV (QTD-PROVAS)
           MOVE PROFESSOR-DIS TO PROF-PRV (QTD-PROVAS)
           GO TO 1210-LE-PROVA.

       1299-FIM-PROVAS. EXIT.

      * PROFESSOR DA AULA PELO NOME EM DISCI.DAT, OU O DA TURMA
       1300-CARREGA-HORARIO.
           MOVE ZEROS TO QTD-HOR
           IF WS-SEM-HORARIO = 'S'
              GO TO 1399-FIM-HORARIO.
           MOVE ZEROS TO CHAVE-HOR
           START CADHOR KEY NOT LESS THAN CHAVE-HOR INVALID KEY
              GO TO 1399-FIM-HORARIO.

       1310-LE-HORARIO.
           READ CADHOR NEXT
           IF STATUS-HOR NOT = '00'
              GO TO 1399-FIM-HORARIO.
           IF ANO-HOR NOT = ANO-PROC
              GO TO 1310-LE-HORARIO.
           IF QTD-HOR NOT < 500
              GO TO 1399-FIM-HORARIO.
           MOVE COD-CURSO-HOR TO COD-CURSO-DIS
           MOVE COD-DISCIPLINA-HOR TO COD-DISCIPLINA
           MOVE ANO-HOR TO ANO-DISCI
           READ CADDISCI INVALID KEY
              MOVE SPACES TO PROFESSOR-DIS.
           MOVE PROFESSOR-DIS TO WS-NOME-BUSCA
           IF TURMA-HOR NOT = SPACE AND WS-SEM-TURMAS NOT = 'S'
              MOVE COD-CURSO-HOR TO COD-CURSO-TUR
              MOVE COD-DISCIPLINA-HOR TO COD-DISCI-TUR
              MOVE ANO-HOR TO ANO-TUR
              MOVE TURMA-HOR TO TURMA-TUR
              READ TURMAS
              IF STATUS-TUR = '00' AND PROFESSOR-TUR NOT = SPACES
                 MOVE PROFESSOR-TUR TO WS-NOME-BUSCA.
           IF WS-NOME-BUSCA = SPACES
              GO TO 1310-LE-HORARIO.
           ADD 1 TO QTD-HOR
           MOVE DIA-SEM-HOR TO DIA-HOR-TAB (QTD-HOR)
           MOVE HORA-INI-HOR TO INI-HOR-TAB (QTD-HOR)
           MOVE HORA-FIM-HOR TO FIM-HOR-TAB (QTD-HOR)
           MOVE WS-NOME-BUSCA TO PROF-HOR-TAB (QTD-HOR)
           GO TO 1310-LE-HORARIO.

       1399-FIM-HORARIO. EXIT.

      * O LIVRE COM MENOS FISCALIZACOES NO ANO (EMPATE: MENOR CODIGO)
       2000-ESCOLHE-FISCAL.
           MOVE ZEROS TO WS-ESCOLHIDO IND-PROF
           MOVE 999 TO WS-MENOR.

       2010-CANDIDATO.
           ADD 1 TO IND-PROF
           IF IND-PROF > QTD-PROF
              GO TO 2099-FIM-ESCOLHE.
           IF QTD-FISC-TAB (IND-PROF) NOT < WS-MENOR
              GO TO 2010-CANDIDATO.
           PERFORM 2100-TESTA-OCUPADO THRU 2199-FIM-OCUPADO
           IF WS-OCUPADO = 'S'
              GO TO 2010-CANDIDATO.
           MOVE IND-PROF TO WS-ESCOLHIDO
           MOVE QTD-FISC-TAB (IND-PROF) TO WS-MENOR
           GO TO 2010-CANDIDATO.

       2099-FIM-ESCOLHE. EXIT.

      * OCUPADO: DA AULA OU APLICA PROVA PROPRIA NESSA HORA, OU JA
      * FISCALIZA OUTRA PROVA (OU ESTA MESMA) NO HORARIO
       2100-TESTA-OCUPADO.
           MOVE 'S' TO WS-OCUPADO
           MOVE NOME-PROF-TAB (IND-PROF) TO WS-NOME-BUSCA
           MOVE ZEROS TO IND-HOR.

       2110-TESTA-AULA.
           ADD 1 TO IND-HOR
           IF IND-HOR > QTD-HOR
              GO TO 2120-INICIA-PROVAS.
           IF PROF-HOR-TAB (IND-HOR) NOT = WS-NOME-BUSCA
              OR DIA-HOR-TAB (IND-HOR) NOT = DIA-SEM-PRV (IND-PRV)
              GO TO 2110-TESTA-AULA.
           IF INI-HOR-TAB (IND-HOR) < FIM-PRV (IND-PRV)
              AND INI-PRV (IND-PRV) < FIM-HOR-TAB (IND-HOR)
              GO TO 2199-FIM-OCUPADO.
           GO TO 2110-TESTA-AULA.

       2120-INICIA-PROVAS.
           MOVE ZEROS TO IND-OUTRA.

       2130-TESTA-PROVA.
           ADD 1 TO IND-OUTRA
           IF IND-OUTRA > QTD-PROVAS
              MOVE 'N' TO WS-OCUPADO
              GO TO 2199-FIM-OCUPADO.
           IF DATA-PRV (IND-OUTRA) NOT = DATA-PRV (IND-PRV)
              GO TO 2130-TESTA-PROVA.
           IF INI-PRV (IND-OUTRA) NOT < FIM-PRV (IND-PRV)
              OR INI-PRV (IND-PRV) NOT < FIM-PRV (IND-OUTRA)
              GO TO 2130-TESTA-PROVA.
           IF PROF-PRV (IND-OUTRA) = WS-NOME-BUSCA
              GO TO 2199-FIM-OCUPADO.
           IF FISC-PRV (IND-OUTRA 1) = IND-PROF
              OR FISC-PRV (IND-OUTRA 2) = IND-PROF
              OR FISC-PRV (IND-OUTRA 3) = IND-PROF
              GO TO 2199-FIM-OCUPADO.
           GO TO 2130-TESTA-PROVA.

       2199-FIM-OCUPADO. EXIT.

       2500-GRAVA-FISCAL.
           MOVE ANO-PROC TO ANO-FIS
           MOVE CURSO-PRV (IND-PRV) TO COD-CURSO-FIS
           MOVE DISCI-PRV (IND-PRV) TO COD-DISCI-FIS
           MOVE BIM-PRV (IND-PRV) TO BIM-FIS
           MOVE IND-FISC TO SEQ-FIS
           MOVE COD-PROF-TAB (WS-ESCOLHIDO) TO COD-PROF-FIS
           MOVE DATA-PRV (IND-PRV) TO DATA-FIS
           MOVE INI-PRV (IND-PRV) TO HORA-INI-FIS
           MOVE FIM-PRV (IND-PRV) TO HORA-FIM-FIS
           MOVE SALA-PRV (IND-PRV) TO SALA-FIS
           WRITE REG-FISCAL INVALID KEY
              REWRITE REG-FISCAL.
           MOVE WS-ESCOLHIDO TO FISC-PRV (IND-PRV IND-FISC)
           ADD 1 TO QTD-FISC-TAB (WS-ESCOLHIDO)
           ADD 1 TO CONT-DESIGNADOS.

       2599-FIM-GRAVA. EXIT.

      * ESCALA DE CADA PROFESSOR DESIGNADO NO PERIODO
       3000-ESCALA-PROFESSOR.
           MOVE ZEROS TO IND-PROF.

       3010-PROXIMO-PROF.
           ADD 1 TO IND-PROF
           IF IND-PROF > QTD-PROF
              GO TO 3099-FIM-ESCALA.
           MOVE ZEROS TO IND-OUTRA IND-PRV.

       3020-CONTA.
           ADD 1 TO IND-PRV
           IF IND-PRV > QTD-PROVAS
              GO TO 3030-IMPRIME.
           IF FISC-PRV (IND-PRV 1) = IND-PROF
              OR FISC-PRV (IND-PRV 2) = IND-PROF
              OR FISC-PRV (IND-PRV 3) = IND-PROF
              ADD 1 TO IND-OUTRA.
           GO TO 3020-CONTA.

       3030-IMPRIME.
           IF IND-OUTRA = ZEROS
              GO TO 3010-PROXIMO-PROF.
           IF CONTLIN > 52
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE COD-PROF-TAB (IND-PROF) TO COD-PROF-LIN
           MOVE NOME-PROF-TAB (IND-PROF) TO NOME-PROF-LIN
           MOVE IND-OUTRA TO QTD-PROF-LIN
           MOVE PROF-LIN TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE ZEROS TO IND-PRV.

       3040-LINHA-PROVA.
           ADD 1 TO IND-PRV
           IF IND-PRV > QTD-PROVAS
              GO TO 3010-PROXIMO-PROF.
           IF FISC-PRV (IND-PRV 1) NOT = IND-PROF
              AND FISC-PRV (IND-PRV 2) NOT = IND-PROF
              AND FISC-PRV (IND-PRV 3) NOT = IND-PROF
              GO TO 3040-LINHA-PROVA.
           MOVE DATA-PRV (IND-PRV) TO DATA-DET1
           MOVE INI-PRV (IND-PRV) TO INI-DET1
           MOVE FIM-PRV (IND-PRV) TO FIM-DET1
           MOVE SALA-PRV (IND-PRV) TO SALA-DET1
           MOVE CURSO-PRV (IND-PRV) TO CURSO-DET1
           MOVE DISCI-PRV (IND-PRV) TO DISCI-DET1
           MOVE NOME-DIS-PRV (IND-PRV) TO NOME-DET1
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 3040-LINHA-PROVA.

       3099-FIM-ESCALA. EXIT.

      * UMA FOLHA POR PROVA, P/ FICAR NA SALA COM OS FISCAIS
       3100-FOLHAS-SALA.
           MOVE ZEROS TO IND-PRV.

       3110-PROXIMA-FOLHA.
           ADD 1 TO IND-PRV
           IF IND-PRV > QTD-PROVAS
              GO TO 3199-FIM-FOLHAS.
           MOVE SALA-L1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE SALA-PRV (IND-PRV) TO SALA-SL2
           MOVE DATA-PRV (IND-PRV) TO WS-DATA-CORR-R
           MOVE DIA-CORR TO DIA-SL2
           MOVE MES-CORR TO MES-SL2
           MOVE ANO-CORR TO ANO-SL2
           MOVE INI-PRV (IND-PRV) TO INI-SL2
           MOVE FIM-PRV (IND-PRV) TO FIM-SL2
           MOVE SALA-L2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 3 LINES
           MOVE CURSO-PRV (IND-PRV) TO CURSO-SL3
           MOVE DISCI-PRV (IND-PRV) TO DISCI-SL3
           MOVE NOME-DIS-PRV (IND-PRV) TO NOME-SL3
           MOVE BIM-PRV (IND-PRV) TO BIM-SL3
           MOVE SALA-L3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE ZEROS TO IND-FISC.

       3120-FISCAL-FOLHA.
           ADD 1 TO IND-FISC
           IF IND-FISC > 3
              GO TO 3130-RODAPE-FOLHA.
           IF FISC-PRV (IND-PRV IND-FISC) = ZEROS
              GO TO 3120-FISCAL-FOLHA.
           MOVE FISC-PRV (IND-PRV IND-FISC) TO IND-PROF
           MOVE NOME-PROF-TAB (IND-PROF) TO NOME-SL4
           MOVE SALA-L4 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 3 LINES
           GO TO 3120-FISCAL-FOLHA.

       3130-RODAPE-FOLHA.
           MOVE SALA-L5 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 3 LINES
           MOVE SALA-L6 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           GO TO 3110-PROXIMA-FOLHA.

       3199-FIM-FOLHAS. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE DATA-INI-PROC TO INI-CAB2
           MOVE DATA-FIM-PROC TO FIM-CAB2
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE 5 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

      * DIA DA SEMANA DA PROVA (ZELLER) NA CONVENCAO DO HORARIO.DAT:
      * 1 = SEGUNDA ... 7 = DOMINGO
       8200-DIA-SEMANA.
           MOVE DIA-CORR TO ZEL-Q
           MOVE MES-CORR TO ZEL-M
           MOVE ANO-CORR TO ZEL-A
           IF ZEL-M < 3
              ADD 12 TO ZEL-M
              SUBTRACT 1 FROM ZEL-A.
           DIVIDE ZEL-A BY 100 GIVING ZEL-J REMAINDER ZEL-K
           MOVE ZEL-Q TO ZEL-T1
           ADD 1 TO ZEL-M
           MULTIPLY 13 BY ZEL-M GIVING ZEL-T2
           DIVIDE 5 INTO ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           ADD ZEL-K TO ZEL-T1
           DIVIDE ZEL-K BY 4 GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           DIVIDE ZEL-J BY 4 GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           MULTIPLY 5 BY ZEL-J GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           DIVIDE ZEL-T1 BY 7 GIVING ZEL-T2 REMAINDER ZEL-H
           IF ZEL-H = 0
              MOVE 6 TO WS-DIA-SEMANA.
           IF ZEL-H = 1
              MOVE 7 TO WS-DIA-SEMANA.
           IF ZEL-H > 1
              SUBTRACT 1 FROM ZEL-H GIVING WS-DIA-SEMANA.

       8299-FIM-SEMANA. EXIT.

       0900-FIM.
           CLOSE CADPROF CADDISCI PROVA FISCAL
           IF WS-SEM-TURMAS NOT = 'S'
              CLOSE TURMAS.
           IF WS-SEM-HORARIO NOT = 'S'
              CLOSE CADHOR.
           CHAIN 'FACAD.EXE'.

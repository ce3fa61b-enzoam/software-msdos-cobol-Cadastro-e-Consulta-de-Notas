       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBIBL-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : ADEQUACAO DA BIBLIOGRAFIA - para cada disciplina
      *              do curso, compara os exemplares nao baixados das
      *              obras da bibliografia (BIBLIO.DAT x ACERVO.DAT)
      *              com os alunos matriculados no ano (MATRIC.DAT):
      *              - BASICA      : 1 exemplar para cada N alunos;
      *              - COMPLEMENTAR: minimo de M exemplares.
      *              No fim emite a LISTA DE AQUISICAO por obra (a
      *              maior necessidade entre as disciplinas menos os
      *              exemplares existentes) para a biblioteca.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-BIB
                       FILE STATUS STATUS-BIB.

           SELECT ACERVO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ACER
                       FILE STATUS STATUS-ACER.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT CADCURSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CURSO
                       FILE STATUS STATUS-CUR.

           SELECT SORTAQ ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  BIBLIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BIBLIO.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-BIBLIO.
           05  CHAVE-BIB.
               10  COD-CURSO-BIB       PIC 9(02).
               10  COD-DISCI-BIB       PIC 9(04).
               10  COD-OBRA-BIB        PIC 9(05).
           05  TIPO-BIB                PIC X(01).
               88  BIB-BASICA          VALUE 'B'.
               88  BIB-COMPLEMENTAR    VALUE 'C'.
           05  DATA-BIB                PIC 9(08).
           05  FILLER                  PIC X(20).

       FD  ACERVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ACERVO.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ACERVO.
           05  CHAVE-ACER.
               10  COD-OBRA            PIC 9(05).
               10  NUM-EXEMPLAR        PIC 9(02).
           05  TITULO-ACER             PIC X(40).
           05  AUTOR-ACER              PIC X(30).
           05  SIT-ACER                PIC X(01).
               88  EXEMPLAR-BAIXADO    VALUE 'B'.
           05  FILLER                  PIC X(02).

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
           05  FILLER                  PIC X(04).

       FD  CADCURSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CURSO.DAT'
           RECORD CONTAINS 44 CHARACTERS.

       01  REG-CADCURSO.
           05  CHAVE-CURSO.
               10  COD-CURSO           PIC 9(02).
           05  NOME-CURSO              PIC X(40).
           05  SITUACAO-CURSO          PIC X(01).
           05  PERIODOS-CURSO          PIC 9(01).

       SD  SORTAQ
           VALUE OF FILE-ID 'RELBIBL.TMP'.

       01  REG-SORTAQ.
           05  OBRA-SQ                 PIC 9(05).
           05  NEC-SQ                  PIC 9(04).
           05  EXEMP-SQ                PIC 9(03).
           05  TITULO-SQ               PIC X(40).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-BIB          PIC X(02) VALUE SPACES.
       01  STATUS-ACER         PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  WS-SEM-CURSO        PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-CURSO            PIC 9(02) VALUE ZEROS.
       01  ALUNOS-POR-EXEMP    PIC 9(02) VALUE 5.
       01  MIN-EXEMP-COMPL     PIC 9(02) VALUE 2.
       01  WS-OBRA             PIC 9(05) VALUE ZEROS.
       01  WS-TITULO           PIC X(40) VALUE SPACES.
       01  WS-QTD-EXEMP        PIC 9(03) VALUE ZEROS.
       01  WS-QTD-ALUNOS       PIC 9(04) VALUE ZEROS.
       01  WS-NECESSARIO       PIC 9(04) VALUE ZEROS.
       01  WS-FALTA            PIC 9(04) VALUE ZEROS.
       01  WS-RESTO            PIC 9(02) VALUE ZEROS.
       01  CURSO-ANT           PIC 9(02) VALUE ZEROS.
       01  DISCI-ANT           PIC 9(04) VALUE ZEROS.
       01  FLAG-CURSO          PIC 9 VALUE ZEROS.
       01  FLAG-OBRA           PIC 9 VALUE ZEROS.
       01  OBRA-ANT            PIC 9(05) VALUE ZEROS.
       01  MAX-NEC             PIC 9(04) VALUE ZEROS.
       01  EXEMP-ANT           PIC 9(03) VALUE ZEROS.
       01  TITULO-ANT          PIC X(40) VALUE SPACES.
       01  CONT-ADEQ-CURSO     PIC 9(04) VALUE ZEROS.
       01  CONT-INSUF-CURSO    PIC 9(04) VALUE ZEROS.
       01  CONT-ADEQ-GER       PIC 9(05) VALUE ZEROS.
       01  CONT-INSUF-GER      PIC 9(05) VALUE ZEROS.
       01  CONT-OBRAS-AQ       PIC 9(05) VALUE ZEROS.
       01  CONT-EXEMP-AQ       PIC 9(06) VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  WS-PARTE            PIC X VALUE 'A'.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'RELBIBL'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(40) VALUE
              'ADEQUACAO DA BIBLIOGRAFIA - ANO'.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(10) VALUE '   BASICA '.
           05 FILLER               PIC X(02) VALUE '1:'.
           05 RAZAO-CAB2           PIC Z9.
           05 FILLER               PIC X(10) VALUE '  COMPL. '.
           05 MIN-CAB2             PIC Z9.

       01  CAB2-AQ.
           05 FILLER               PIC X(40) VALUE
              'LISTA DE AQUISICAO - ANO'.
           05 ANO-CAB2-AQ          PIC 9(04).

       01  CAB3-AQ.
           05 FILLER               PIC X(07) VALUE 'OBRA'.
           05 FILLER               PIC X(41) VALUE 'TITULO'.
           05 FILLER               PIC X(24) VALUE
              'EXIST.  NECES.  ADQUIRIR'.

       01  CAB-CURSO.
           05 FILLER               PIC X(06) VALUE 'CURSO '.
           05 CURSO-CABC           PIC 9(02).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 NOME-CABC            PIC X(40).

       01  CAB-DISCI.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DISCI-CABD           PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 NOME-CABD            PIC X(35).
           05 FILLER               PIC X(18) VALUE
              '  MATRICULADOS:'.
           05 ALUNOS-CABD          PIC ZZZ9.

       01  CAB4.
           05 FILLER               PIC X(22) VALUE
              '    OBRA   TIPO'.
           05 FILLER               PIC X(29) VALUE 'TITULO'.
           05 FILLER               PIC X(27) VALUE
              'EXEMP.  NECES.  FALTA'.

       01  DET1.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 OBRA-DET1            PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TIPO-DET1            PIC X(11).
           05 TITULO-DET1          PIC X(28).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EXEMP-DET1           PIC ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 NEC-DET1             PIC ZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FALTA-DET1           PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SIT-DET1             PIC X(06).

       01  DET-AQ.
           05 OBRA-DETA            PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TITULO-DETA          PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EXEMP-DETA           PIC ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 NEC-DETA             PIC ZZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FALTA-DETA           PIC ZZZ9.

       01  TOT-CURSO.
           05 FILLER               PIC X(22) VALUE
              '  TITULOS ADEQUADOS: '.
           05 ADEQ-TOTC            PIC ZZZ9.
           05 FILLER               PIC X(18) VALUE
              '   INSUFICIENTES: '.
           05 INSUF-TOTC           PIC ZZZ9.

       01  RODAPE1.
           05 FILLER               PIC X(26) VALUE
              'TITULOS ADEQUADOS........:'.
           05 ADEQ-ROD             PIC ZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(26) VALUE
              'TITULOS INSUFICIENTES....:'.
           05 INSUF-ROD            PIC ZZ.ZZ9.

       01  RODAPE-AQ.
           05 FILLER               PIC X(26) VALUE
              'OBRAS A ADQUIRIR.........:'.
           05 OBRAS-RODA           PIC ZZ.ZZ9.
           05 FILLER               PIC X(16) VALUE
              '   EXEMPLARES: '.
           05 EXEMP-RODA           PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT BIBLIO
           IF STATUS-BIB NOT = '00'
              DISPLAY (12 20) 'BIBLIO.DAT INEXISTENTE (USE O CADBIBL)'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT ACERVO
           IF STATUS-ACER NOT = '00'
              DISPLAY (12 20) 'ACERVO.DAT INEXISTENTE'
              CLOSE BIBLIO
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              DISPLAY (12 20) 'MATRIC.DAT INEXISTENTE'
              CLOSE BIBLIO
                    ACERVO
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT CADDISCI
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              MOVE 'S' TO WS-SEM-CURSO.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELBIBL'
           DISPLAY (02 22) 'ADEQUACAO DA BIBLIOGRAFIA'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'ANO DAS MATRICULAS [    ]'
           DISPLAY (07 10) 'CURSO [  ]  (00 = TODOS)'
           DISPLAY (09 10) 'BASICA: ALUNOS POR EXEMPLAR       [  ]'
           DISPLAY (10 10) 'COMPLEMENTAR: MINIMO DE EXEMPLARES [  ]'
           DISPLAY (09 45) ALUNOS-POR-EXEMP
           DISPLAY (10 46) MIN-EXEMP-COMPL.

       0300-ANO.
           ACCEPT (05 30) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) '                                        '
           IF WS-ANO = ZEROS
              GO TO 0900-FIM.
           ACCEPT (07 17) WS-CURSO WITH PROMPT AUTO-SKIP.

       0310-RAZAO.
           ACCEPT (09 45) ALUNOS-POR-EXEMP WITH PROMPT AUTO-SKIP
           IF ALUNOS-POR-EXEMP = ZEROS
              DISPLAY (22 10) 'INFORME OS ALUNOS POR EXEMPLAR'
              GO TO 0310-RAZAO.
           ACCEPT (10 46) MIN-EXEMP-COMPL WITH PROMPT AUTO-SKIP.

       0350-CONFIRMA.
           DISPLAY (12 10) 'CONFIRMA A EMISSAO DO RELATORIO ? S/N [ ]'
           ACCEPT (12 50) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0350-CONFIRMA.
           DISPLAY (22 30) 'AGUARDE...'.

       0400-PROCESSA.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG FLAG-CURSO CONT-ADEQ-GER CONT-INSUF-GER
                         CONT-OBRAS-AQ CONT-EXEMP-AQ FLAG-OBRA
           MOVE 'A' TO WS-PARTE
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           SORT SORTAQ ASCENDING KEY OBRA-SQ
                INPUT  PROCEDURE 0500-ADEQUACAO
                OUTPUT PROCEDURE 0600-AQUISICAO
           IF CONTLIN > 53
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE CONT-OBRAS-AQ TO OBRAS-RODA
           MOVE CONT-EXEMP-AQ TO EXEMP-RODA
           WRITE REG-ORELATO FROM RODAPE-AQ AFTER 3
           CLOSE RELAT
           DISPLAY (22 30) '          '
           DISPLAY (18 10) 'TITULOS INSUFICIENTES:'
           DISPLAY (18 33) CONT-INSUF-GER
           DISPLAY (19 10) 'OBRAS A ADQUIRIR.....:'
           DISPLAY (19 33) CONT-OBRAS-AQ
           DISPLAY (20 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * PARTE 1 - CADA OBRA DA BIBLIOGRAFIA DE CADA DISCIPLINA; AS
      * INSUFICIENTES VAO PARA O SORT DA LISTA DE AQUISICAO
       0500-ADEQUACAO SECTION.
       0510-POSICIONA.
           MOVE WS-CURSO TO COD-CURSO-BIB
           MOVE ZEROS TO COD-DISCI-BIB COD-OBRA-BIB
           START BIBLIO KEY NOT LESS THAN CHAVE-BIB INVALID KEY
              GO TO 0590-ULTIMO-CURSO.

       0520-LE-BIB.
           READ BIBLIO NEXT
           IF STATUS-BIB NOT = '00'
              GO TO 0590-ULTIMO-CURSO.
           IF WS-CURSO NOT = ZEROS AND COD-CURSO-BIB NOT = WS-CURSO
              GO TO 0590-ULTIMO-CURSO.
           IF FLAG-CURSO = 0
              MOVE 9 TO FLAG-CURSO
              PERFORM 0700-CAB-CURSO THRU 0709-FIM-CAB-CURSO
              PERFORM 0720-CAB-DISCI THRU 0729-FIM-CAB-DISCI
              GO TO 0540-OBRA.
           IF COD-CURSO-BIB NOT = CURSO-ANT
              PERFORM 0780-TOTAL-CURSO THRU 0789-FIM-TOTAL
              PERFORM 0700-CAB-CURSO THRU 0709-FIM-CAB-CURSO
              PERFORM 0720-CAB-DISCI THRU 0729-FIM-CAB-DISCI
              GO TO 0540-OBRA.
           IF COD-DISCI-BIB NOT = DISCI-ANT
              PERFORM 0720-CAB-DISCI THRU 0729-FIM-CAB-DISCI.

       0540-OBRA.
           MOVE COD-OBRA-BIB TO WS-OBRA
           PERFORM 0750-CONTA-EXEMP THRU 0769-FIM-EXEMP
           IF BIB-BASICA
              DIVIDE WS-QTD-ALUNOS BY ALUNOS-POR-EXEMP
                 GIVING WS-NECESSARIO REMAINDER WS-RESTO
              IF WS-RESTO > ZEROS
                 ADD 1 TO WS-NECESSARIO.
           IF NOT BIB-BASICA
              MOVE MIN-EXEMP-COMPL TO WS-NECESSARIO
              IF WS-QTD-ALUNOS = ZEROS
                 MOVE ZEROS TO WS-NECESSARIO.
           MOVE ZEROS TO WS-FALTA
           IF WS-NECESSARIO > WS-QTD-EXEMP
              SUBTRACT WS-QTD-EXEMP FROM WS-NECESSARIO
                 GIVING WS-FALTA.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
              PERFORM 0700-CAB-CURSO THRU 0709-FIM-CAB-CURSO
              PERFORM 0725-CAB-DISCI-2 THRU 0729-FIM-CAB-DISCI.
           MOVE COD-OBRA-BIB TO OBRA-DET1
           MOVE 'COMPLEMENT.' TO TIPO-DET1
           IF BIB-BASICA
              MOVE 'BASICA' TO TIPO-DET1.
           MOVE WS-TITULO TO TITULO-DET1
           MOVE WS-QTD-EXEMP TO EXEMP-DET1
           MOVE WS-NECESSARIO TO NEC-DET1
           MOVE WS-FALTA TO FALTA-DET1
           MOVE SPACES TO SIT-DET1
           IF WS-FALTA > ZEROS
              MOVE 'INSUF.' TO SIT-DET1
              ADD 1 TO CONT-INSUF-CURSO
           ELSE
              ADD 1 TO CONT-ADEQ-CURSO.
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           IF WS-FALTA = ZEROS
              GO TO 0520-LE-BIB.
           MOVE WS-OBRA TO OBRA-SQ
           MOVE WS-NECESSARIO TO NEC-SQ
           MOVE WS-QTD-EXEMP TO EXEMP-SQ
           MOVE WS-TITULO TO TITULO-SQ
           RELEASE REG-SORTAQ
           GO TO 0520-LE-BIB.

       0590-ULTIMO-CURSO.
           IF FLAG-CURSO NOT = 0
              PERFORM 0780-TOTAL-CURSO THRU 0789-FIM-TOTAL.
           IF CONTLIN > 53
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE CONT-ADEQ-GER TO ADEQ-ROD
           MOVE CONT-INSUF-GER TO INSUF-ROD
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1.

       0599-FIM. EXIT.

      * PARTE 2 - LISTA DE AQUISICAO: POR OBRA, A MAIOR NECESSIDADE
      * ENTRE AS DISCIPLINAS MENOS OS EXEMPLARES EXISTENTES
       0600-AQUISICAO SECTION.
       0605-INICIO.
           MOVE 'B' TO WS-PARTE
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.

       0610-LE-SORT.
           RETURN SORTAQ AT END
              GO TO 0690-ULTIMA-OBRA.
           IF FLAG-OBRA = 0
              MOVE 9 TO FLAG-OBRA
              GO TO 0630-NOVA-OBRA.
           IF OBRA-SQ = OBRA-ANT
              IF NEC-SQ > MAX-NEC
                 MOVE NEC-SQ TO MAX-NEC.
           IF OBRA-SQ = OBRA-ANT
              GO TO 0610-LE-SORT.
           PERFORM 0650-IMPRIME-OBRA THRU 0659-FIM-IMPRIME.

       0630-NOVA-OBRA.
           MOVE OBRA-SQ TO OBRA-ANT
           MOVE NEC-SQ TO MAX-NEC
           MOVE EXEMP-SQ TO EXEMP-ANT
           MOVE TITULO-SQ TO TITULO-ANT
           GO TO 0610-LE-SORT.

       0650-IMPRIME-OBRA.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE OBRA-ANT TO OBRA-DETA
           MOVE TITULO-ANT TO TITULO-DETA
           MOVE EXEMP-ANT TO EXEMP-DETA
           MOVE MAX-NEC TO NEC-DETA
           SUBTRACT EXEMP-ANT FROM MAX-NEC GIVING WS-FALTA
           MOVE WS-FALTA TO FALTA-DETA
           WRITE REG-ORELATO FROM DET-AQ AFTER 1
           ADD 1 TO CONTLIN
           ADD 1 TO CONT-OBRAS-AQ
           ADD WS-FALTA TO CONT-EXEMP-AQ.

       0659-FIM-IMPRIME. EXIT.

       0690-ULTIMA-OBRA.
           IF FLAG-OBRA NOT = 0
              PERFORM 0650-IMPRIME-OBRA THRU 0659-FIM-IMPRIME.

       0699-FIM. EXIT.

       0700-ROTINAS SECTION.
       0700-CAB-CURSO.
           IF CONTLIN > 50
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE COD-CURSO-BIB TO CURSO-ANT
           MOVE COD-CURSO-BIB TO CURSO-CABC
           MOVE 'CURSO NAO CADASTRADO' TO NOME-CABC
           IF WS-SEM-CURSO = 'N'
              MOVE COD-CURSO-BIB TO COD-CURSO
              READ CADCURSO
              IF STATUS-CUR = '00'
                 MOVE NOME-CURSO TO NOME-CABC.
           WRITE REG-ORELATO FROM CAB-CURSO AFTER 2
           ADD 2 TO CONTLIN.

       0709-FIM-CAB-CURSO. EXIT.

      * NOVA DISCIPLINA: NOME (DO ANO, OU DE OUTRO ANO DO CURSO) E
      * ALUNOS MATRICULADOS NO ANO, SEM OS CANCELADOS
       0720-CAB-DISCI.
           MOVE COD-DISCI-BIB TO DISCI-ANT
           MOVE ZEROS TO WS-QTD-ALUNOS
           MOVE WS-ANO TO ANO-MAT
           MOVE COD-CURSO-BIB TO COD-CURSO-MAT
           MOVE COD-DISCI-BIB TO COD-DISCI-MAT
           MOVE ZEROS TO COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 0724-NOME-DISCI.

       0722-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 0724-NOME-DISCI.
           IF ANO-MAT NOT = WS-ANO
              OR COD-CURSO-MAT NOT = COD-CURSO-BIB
              OR COD-DISCI-MAT NOT = COD-DISCI-BIB
              GO TO 0724-NOME-DISCI.
           IF NOT MAT-CANCELADA
              ADD 1 TO WS-QTD-ALUNOS.
           GO TO 0722-LE-MATRIC.

       0724-NOME-DISCI.
           IF CONTLIN > 52
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
              PERFORM 0700-CAB-CURSO THRU 0709-FIM-CAB-CURSO.

       0725-CAB-DISCI-2.
           MOVE DISCI-ANT TO DISCI-CABD
           MOVE 'DISCIPLINA NAO CADASTRADA' TO NOME-CABD
           MOVE CURSO-ANT TO COD-CURSO-DIS
           MOVE DISCI-ANT TO COD-DISCIPLINA
           MOVE WS-ANO TO ANO-DISCI
           READ CADDISCI INVALID KEY
              GO TO 0726-OUTRO-ANO.
           MOVE NOME-DISCIPLINA TO NOME-CABD
           GO TO 0727-IMPRIME-DISCI.

       0726-OUTRO-ANO.
           MOVE ZEROS TO ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0727-IMPRIME-DISCI.
           READ CADDISCI NEXT
           IF STATUS-DIS = '00' AND COD-CURSO-DIS = CURSO-ANT
              AND COD-DISCIPLINA = DISCI-ANT
              MOVE NOME-DISCIPLINA TO NOME-CABD.

       0727-IMPRIME-DISCI.
           MOVE WS-QTD-ALUNOS TO ALUNOS-CABD
           WRITE REG-ORELATO FROM CAB-DISCI AFTER 2
           WRITE REG-ORELATO FROM CAB4 AFTER 1
           ADD 3 TO CONTLIN.

       0729-FIM-CAB-DISCI. EXIT.

      * EXEMPLARES NAO BAIXADOS DA OBRA
       0750-CONTA-EXEMP.
           MOVE SPACES TO WS-TITULO
           MOVE 'OBRA NAO CADASTRADA NO ACERVO' TO WS-TITULO
           MOVE ZEROS TO WS-QTD-EXEMP
           MOVE WS-OBRA TO COD-OBRA
           MOVE ZEROS TO NUM-EXEMPLAR
           START ACERVO KEY NOT LESS THAN CHAVE-ACER INVALID KEY
              GO TO 0769-FIM-EXEMP.

       0760-LE-ACERVO.
           READ ACERVO NEXT
           IF STATUS-ACER NOT = '00'
              GO TO 0769-FIM-EXEMP.
           IF COD-OBRA NOT = WS-OBRA
              GO TO 0769-FIM-EXEMP.
           MOVE TITULO-ACER TO WS-TITULO
           IF NOT EXEMPLAR-BAIXADO
              ADD 1 TO WS-QTD-EXEMP.
           GO TO 0760-LE-ACERVO.

       0769-FIM-EXEMP. EXIT.

       0780-TOTAL-CURSO.
           MOVE CONT-ADEQ-CURSO TO ADEQ-TOTC
           MOVE CONT-INSUF-CURSO TO INSUF-TOTC
           WRITE REG-ORELATO FROM TOT-CURSO AFTER 2
           ADD 2 TO CONTLIN
           ADD CONT-ADEQ-CURSO TO CONT-ADEQ-GER
           ADD CONT-INSUF-CURSO TO CONT-INSUF-GER
           MOVE ZEROS TO CONT-ADEQ-CURSO CONT-INSUF-CURSO.

       0789-FIM-TOTAL. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           IF WS-PARTE = 'B'
              MOVE WS-ANO TO ANO-CAB2-AQ
              WRITE REG-ORELATO FROM CAB2-AQ AFTER 2
              WRITE REG-ORELATO FROM CAB3-AQ AFTER 2
              MOVE 6 TO CONTLIN
              GO TO 8099-FIM-CAB.
           MOVE WS-ANO TO ANO-CAB2
           MOVE ALUNOS-POR-EXEMP TO RAZAO-CAB2
           MOVE MIN-EXEMP-COMPL TO MIN-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           MOVE 4 TO CONTLIN.

       8099-FIM-CAB. EXIT.

       0900-FIM.
           CLOSE BIBLIO
                 ACERVO
                 MATRIC
                 CADDISCI
           IF WS-SEM-CURSO = 'N'
              CLOSE CADCURSO.
           CHAIN 'MSECRET2.EXE'.

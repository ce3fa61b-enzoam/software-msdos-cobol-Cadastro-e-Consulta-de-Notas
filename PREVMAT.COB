       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVMAT-COB.
      *       SISTEMA DE NOTAS
      *    ANALISTA: FABIO
      *    PROGRAMADOR(A): FABIO
      *    FINALIDADE: PREVISAO DE MATRICULAS DO ANO SEGUINTE POR
      *                CURSO E PERIODO - apura nos ultimos anos
      *                (MATRIC.DAT e MATRIaaaa.ARQ arquivados) as
      *                taxas de promocao, retencao, trancamento
      *                (HISTSIT.DAT), evasao e conclusao por periodo,
      *                aplica sobre os alunos do ano-base e soma no
      *                1o periodo os aprovados do vestibular
      *                (VESTIB.DAT); calcula as turmas pela
      *                capacidade de sala (SALA.DAT) e a receita bruta
      *                anual pela tabela de precos (PRECOS.DAT).
      *                O periodo do aluno no ano e o maior periodo da
      *                grade (GRADECUR.DAT) entre as disciplinas
      *                regulares em que esta matriculado.
      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCURSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CURSO
                       FILE STATUS STATUS-CUR.

           SELECT GRADECUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-GRADE
                       FILE STATUS STATUS-GRADE.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT ARQCAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY ANO-CAT
                       FILE STATUS STATUS-CAT.

           SELECT ARQMAT ASSIGN TO DISK
                       FILE STATUS STATUS-AMAT.

           SELECT HISTSIT ASSIGN TO DISK
                       FILE STATUS STATUS-HSIT.

           SELECT VESTIB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CAND
                       FILE STATUS STATUS-VEST.

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT PRECOS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PRECO
                       FILE STATUS STATUS-PREC.

           SELECT SORTPM ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCURSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CURSO.DAT'
           RECORD CONTAINS 44 CHARACTERS.

       01  REG-CADCURSO.
           05  CHAVE-CURSO.
               10  COD-CURSO           PIC 9(02).
           05  NOME-CURSO              PIC X(40).
           05  SITUACAO-CURSO          PIC X(01).
               88  CURSO-ATIVO         VALUE 'A'.
               88  CURSO-INATIVO       VALUE 'I'.
           05  PERIODOS-CURSO          PIC 9(01).

       FD  GRADECUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'GRADECUR.DAT'
           RECORD CONTAINS 12 CHARACTERS.

       01  REG-GRADECUR.
           05  CHAVE-GRADE.
               10  COD-CURSO-GRADE     PIC 9(02).
               10  PERIODO-GRADE       PIC 9(01).
               10  COD-DISCI-GRADE     PIC 9(04).
           05  OBRIG-GRADE             PIC X(01).
               88  GRADE-OBRIGATORIA   VALUE 'O'.
               88  GRADE-OPTATIVA      VALUE 'P'.
           05  FILLER                  PIC X(04).

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

       FD  ARQCAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ARQCAT.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-ARQCAT.
           05  ANO-CAT                 PIC 9(04).
           05  DATA-CAT                PIC 9(08).
           05  QTD-CAD-CAT             PIC 9(05).
           05  QTD-NOT-CAT             PIC 9(05).
           05  QTD-MAT-CAT             PIC 9(05).
           05  FILLER                  PIC X(03).

       FD  ARQMAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID WS-NOME-AMAT
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ARQMAT                  PIC X(80).

       FD  HISTSIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HISTSIT.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-HISTSIT.
           05  DATA-HSIT               PIC 9(08).
           05  HORA-HSIT               PIC 9(06).
           05  ALUNO-HSIT              PIC 9(06).
           05  CURSO-HSIT              PIC 9(02).
           05  SIT-DE-HSIT             PIC X(01).
           05  SIT-PARA-HSIT           PIC X(01).
           05  OPERADOR-HSIT           PIC X(10).
           05  MOTIVO-HSIT             PIC X(20).
           05  FILLER                  PIC X(06).

       FD  VESTIB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'VESTIB.DAT'
           RECORD CONTAINS 170 CHARACTERS.

       01  REG-VESTIB.
           05  CHAVE-CAND.
               10  ANO-CAND            PIC 9(04).
               10  NUM-INSC-CAND       PIC 9(06).
           05  COD-CURSO-CAND          PIC 9(06).
           05  NOME-CAND               PIC X(40).
           05  ENDERECO-CAND           PIC X(30).
           05  BAIRRO-CAND             PIC X(20).
           05  CIDADE-CAND             PIC X(15).
           05  ESTADO-CAND             PIC X(02).
           05  DATA-NASC-CAND          PIC 9(08).
           05  RG-CAND                 PIC 9(08).
           05  NOTA-PROVA-CAND OCCURS 4 TIMES
                                       PIC 99V9.
           05  TOTAL-CAND              PIC 999V9.
           05  CLASSIF-CAND            PIC 9(04).
           05  CHAMADA-CAND            PIC 9(01).
           05  SITUACAO-CAND           PIC X(01).
               88  CAND-INSCRITO       VALUE 'I'.
               88  CAND-SUPLENTE       VALUE 'S'.
               88  CAND-CONVOCADO      VALUE 'V'.
               88  CAND-MATRICULADO    VALUE 'M'.
               88  CAND-DESISTENTE     VALUE 'D'.
           05  COD-ALUNO-GERADO        PIC 9(06).
           05  FILLER                  PIC X(03).

       FD  CADSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SALA.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-CADSALA.
           05  CHAVE-SALA.
               10  COD-SALA            PIC 9(03).
           05  DESCR-SALA              PIC X(30).
           05  CAPACIDADE-SALA         PIC 9(03).
           05  COD-CAMPUS-SALA         PIC 9(02).
           05  ACESSIVEL-SALA          PIC X(01).
               88  SALA-ACESSIVEL      VALUE 'S'.
           05  FILLER                  PIC X(01).

       FD  PRECOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PRECOS.DAT'
           RECORD CONTAINS 26 CHARACTERS.

       01  REG-PRECO.
           05  CHAVE-PRECO.
               10  COD-CURSO-PREC      PIC 9(06).
               10  ANO-PREC            PIC 9(04).
           05  VALOR-PRECO             PIC 9(04)V99.
           05  DATA-CAD-PREC           PIC 9(08).
           05  FILLER                  PIC X(02).

      * M = PERIODO DA DISCIPLINA CURSADA NO ANO, T = TRANCAMENTO
       SD  SORTPM
           VALUE OF FILE-ID 'PREVMAT.TMP'.

       01  REG-SORTPM.
           05  CURSO-SM                PIC 9(02).
           05  ALUNO-SM                PIC 9(06).
           05  ANO-SM                  PIC 9(04).
           05  TIPO-SM                 PIC X(01).
           05  PERIODO-SM              PIC 9(01).
           05  ATIVO-SM                PIC X(01).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-GRADE        PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-CAT          PIC X(02) VALUE SPACES.
       01  STATUS-AMAT         PIC X(02) VALUE SPACES.
       01  STATUS-HSIT         PIC X(02) VALUE SPACES.
       01  STATUS-VEST         PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-PREC         PIC X(02) VALUE SPACES.
       01  WS-SEM-ARQCAT       PIC X VALUE 'N'.
       01  WS-SEM-VESTIB       PIC X VALUE 'N'.
       01  WS-SEM-PRECOS       PIC X VALUE 'N'.
       01  WS-NOME-AMAT        PIC X(13) VALUE 'MATRI0000.ARQ'.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-ANO-PREV         PIC 9(04) VALUE ZEROS.
       01  WS-ANO-BASE         PIC 9(04) VALUE ZEROS.
       01  WS-ANO-INI          PIC 9(04) VALUE ZEROS.
       01  WS-ANOS-HIST        PIC 9(01) VALUE 3.
       01  WS-CURSO            PIC 9(02) VALUE ZEROS.
       01  WS-CAP-TURMA        PIC 9(03) VALUE ZEROS.
       01  WS-ANO-HSIT         PIC 9(04) VALUE ZEROS.
       01  WS-PER-BUSCA        PIC 9(01) VALUE ZEROS.
       01  WS-PER-ACHADO       PIC 9(01) VALUE ZEROS.
       01  IND-C               PIC 9(02) VALUE ZEROS.
       01  IND-P               PIC 9(02) VALUE ZEROS.
       01  IND-A               PIC 9(02) VALUE ZEROS.
       01  IND-B               PIC 9(02) VALUE ZEROS.
       01  FLAG-GRUPO          PIC 9 VALUE ZEROS.
       01  WS-ALUNO-ANT.
           05  CURSO-ANT       PIC 9(02) VALUE ZEROS.
           05  ALUNO-ANT       PIC 9(06) VALUE ZEROS.
       01  WS-ALUNO-SM.
           05  CURSO-W         PIC 9(02) VALUE ZEROS.
           05  ALUNO-W         PIC 9(06) VALUE ZEROS.

      * SITUACAO DO ALUNO EM CADA ANO DA JANELA (1 = MAIS ANTIGO,
      * ULTIMO = ANO-BASE)
       01  TAB-ALUNO.
           05  ANO-ALU OCCURS 6 TIMES.
               10  PER-ALU         PIC 9(01).
               10  ATIVO-ALU       PIC X(01).
               10  TRANC-ALU       PIC X(01).

      * ACUMULADOS POR CURSO E PERIODO: ALUNOS DO ANO-BASE (ATUAL),
      * ALUNOS OBSERVADOS NA JANELA (BASE) E O QUE FOI DELES NO ANO
      * SEGUINTE
       01  TAB-PREV.
           05  CUR-PREV OCCURS 99 TIMES.
               10  PERIODOS-CUR    PIC 9(01).
               10  INGR-CUR        PIC 9(05).
               10  PER-PREV OCCURS 9 TIMES.
                   15  ATUAL-PV    PIC 9(05).
                   15  BASE-PV     PIC 9(05).
                   15  PROM-PV     PIC 9(05).
                   15  RET-PV      PIC 9(05).
                   15  TRANC-PV    PIC 9(05).
                   15  EVAS-PV     PIC 9(05).
                   15  CONC-PV     PIC 9(05).

       01  WS-PREV-PER         PIC 9(05) VALUE ZEROS.
       01  WS-PARCELA          PIC 9(05) VALUE ZEROS.
       01  WS-TURMAS           PIC 9(03) VALUE ZEROS.
       01  WS-PERC             PIC 9(03)V9 VALUE ZEROS.
       01  WS-SEM-HIST         PIC X VALUE SPACES.
       01  WS-VALOR-MES        PIC 9(04)V99 VALUE ZEROS.
       01  WS-ANO-PRECO        PIC 9(04) VALUE ZEROS.
       01  TOT-ATUAL-CUR       PIC 9(05) VALUE ZEROS.
       01  TOT-PREV-CUR        PIC 9(05) VALUE ZEROS.
       01  TOT-TURMAS-CUR      PIC 9(04) VALUE ZEROS.
       01  TOT-RECEITA-CUR     PIC 9(09)V99 VALUE ZEROS.
       01  TOT-ATUAL-GER       PIC 9(06) VALUE ZEROS.
       01  TOT-PREV-GER        PIC 9(06) VALUE ZEROS.
       01  TOT-TURMAS-GER      PIC 9(05) VALUE ZEROS.
       01  TOT-RECEITA-GER     PIC 9(10)V99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'PREVMAT'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(30) VALUE
              'PREVISAO DE MATRICULAS - ANO'.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(15) VALUE
              '  ANO-BASE'.
           05 BASE-CAB2            PIC 9(04).
           05 FILLER               PIC X(14) VALUE
              '  HISTORICO'.
           05 INI-CAB2             PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 FIM-CAB2             PIC 9(04).

       01  CAB3.
           05 FILLER               PIC X(26) VALUE
              'CAPACIDADE POR TURMA:'.
           05 CAP-CAB3             PIC ZZ9.

       01  CAB4.
           05 FILLER               PIC X(08) VALUE 'CURSO'.
           05 CURSO-CAB4           PIC 9(02).
           05 FILLER               PIC X(02) VALUE ' -'.
           05 NOME-CAB4            PIC X(40).

       01  CAB5.
           05 FILLER               PIC X(40) VALUE
              'PER   ATUAL  OBS.  %PROM  %RET  %TRA  %E'.
           05 FILLER               PIC X(40) VALUE
              'VA  %CON  PREVISTO TURMAS'.

       01  DET1.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PER-DET1             PIC 9(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 ATUAL-DET1           PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 BASE-DET1            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PROM-DET1            PIC ZZ9,9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RET-DET1             PIC ZZ9,9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TRANC-DET1           PIC ZZ9,9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 EVAS-DET1            PIC ZZ9,9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CONC-DET1            PIC ZZ9,9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 PREV-DET1            PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TURMAS-DET1          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FLAG-DET1            PIC X(01).

       01  DET2.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(35) VALUE
              'INGRESSANTES (VESTIBULAR) NO 1o:'.
           05 INGR-DET2            PIC ZZZZ9.

       01  TOT1.
           05 FILLER               PIC X(06) VALUE 'TOTAL'.
           05 ATUAL-TOT1           PIC ZZZZ9.
           05 FILLER               PIC X(42) VALUE SPACES.
           05 PREV-TOT1            PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TURMAS-TOT1          PIC ZZZ9.

       01  TOT2.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE 'MENSALIDADE'.
           05 VALOR-TOT2           PIC Z.ZZ9,99.
           05 OBS-TOT2             PIC X(12).
           05 FILLER               PIC X(14) VALUE ' RECEITA ANUAL'.
           05 RECEITA-TOT2         PIC ZZZ.ZZZ.ZZ9,99.

       01  RODAPE1.
           05 FILLER               PIC X(30) VALUE
              'TOTAL GERAL - ALUNOS ATUAIS..:'.
           05 ATUAL-ROD1           PIC ZZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(30) VALUE
              '              PREVISTOS......:'.
           05 PREV-ROD2            PIC ZZZ.ZZ9.

       01  RODAPE3.
           05 FILLER               PIC X(30) VALUE
              '              TURMAS.........:'.
           05 TURMAS-ROD3          PIC ZZZ.ZZ9.

       01  RODAPE4.
           05 FILLER               PIC X(30) VALUE
              '              RECEITA BRUTA..:'.
           05 RECEITA-ROD4         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  RODAPE5.
           05 FILLER               PIC X(46) VALUE
              '* PERIODO SEM HISTORICO: PROMOCAO INTEGRAL E'.
           05 FILLER               PIC X(20) VALUE
              ' SEM RETENCAO'.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              DISPLAY (12 20) 'CURSO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT GRADECUR
           IF STATUS-GRADE NOT = '00'
              DISPLAY (12 20) 'GRADECUR.DAT INEXISTENTE'
              CLOSE CADCURSO
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              DISPLAY (12 20) 'MATRIC.DAT INEXISTENTE'
              CLOSE CADCURSO
                    GRADECUR
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT ARQCAT
           IF STATUS-CAT NOT = '00'
              MOVE 'S' TO WS-SEM-ARQCAT.
           OPEN INPUT VESTIB
           IF STATUS-VEST NOT = '00'
              MOVE 'S' TO WS-SEM-VESTIB.
           OPEN INPUT PRECOS
           IF STATUS-PREC NOT = '00'
              MOVE 'S' TO WS-SEM-PRECOS.
           PERFORM 0150-MAIOR-SALA THRU 0159-FIM-SALA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'PREVMAT'
           DISPLAY (02 22) 'PREVISAO DE MATRICULAS POR CURSO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10) 'ANO A PREVER [    ]'
           DISPLAY (07 10) 'ANOS DE HISTORICO (1 A 5) [ ]'
           DISPLAY (09 10) 'CAPACIDADE POR TURMA [   ]'
           DISPLAY (11 10) 'CODIGO DO CURSO (00 = TODOS) [  ]'.

       0300-ANO.
           ACCEPT (05 24) WS-ANO-PREV WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO-PREV = ZEROS
              GO TO 0990-FIM.
           IF WS-ANO-PREV < 1998
              DISPLAY (22 10) 'ANO INVALIDO'
              GO TO 0300-ANO.
           MOVE WS-ANO-PREV TO WS-ANO-BASE
           SUBTRACT 1 FROM WS-ANO-BASE
           MOVE WS-ANO-BASE TO ANO-MAT
           MOVE ZEROS TO COD-CURSO-MAT COD-DISCI-MAT COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 0310-SEM-BASE.
           READ MATRIC NEXT
           IF STATUS-MAT = '00' AND ANO-MAT = WS-ANO-BASE
              GO TO 0320-HISTORICO.

       0310-SEM-BASE.
           DISPLAY (22 10) 'SEM MATRICULAS NO ANO-BASE:'
           DISPLAY (22 38) WS-ANO-BASE
           GO TO 0300-ANO.

       0320-HISTORICO.
           MOVE 3 TO WS-ANOS-HIST
           ACCEPT (07 37) WS-ANOS-HIST WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANOS-HIST = 0
              GO TO 0300-ANO.
           IF WS-ANOS-HIST > 5
              DISPLAY (22 10) 'NO MAXIMO 5 ANOS'
              GO TO 0320-HISTORICO.
           COMPUTE WS-ANO-INI = WS-ANO-BASE - WS-ANOS-HIST.

       0330-CAPACIDADE.
           DISPLAY (09 32) WS-CAP-TURMA
           ACCEPT (09 32) WS-CAP-TURMA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-CAP-TURMA = 0
              DISPLAY (22 10) 'INFORME A CAPACIDADE POR TURMA'
              GO TO 0330-CAPACIDADE.

       0340-CURSO.
           MOVE ZEROS TO WS-CURSO
           ACCEPT (11 40) WS-CURSO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (11 44) '                                        '
           IF WS-CURSO = 0
              GO TO 0350-CONFIRMA.
           MOVE WS-CURSO TO COD-CURSO
           READ CADCURSO INVALID KEY
              DISPLAY (22 10) 'CURSO NAO CADASTRADO'
              GO TO 0340-CURSO.
           DISPLAY (11 44) NOME-CURSO.

       0350-CONFIRMA.
           DISPLAY (14 10) 'CONFIRMA A EMISSAO ? S/N [ ]'
           ACCEPT (14 36) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0350-CONFIRMA.
           DISPLAY (22 30) 'AGUARDE...'.

       0400-PROCESSA.
           MOVE ZEROS TO TAB-PREV
           PERFORM 0160-CARREGA-CURSOS THRU 0169-FIM-CURSOS
           PERFORM 0170-INGRESSANTES THRU 0179-FIM-INGR
           SORT SORTPM ASCENDING KEY CURSO-SM ALUNO-SM ANO-SM TIPO-SM
                INPUT  PROCEDURE 0500-SELECIONA
                OUTPUT PROCEDURE 0700-APURA
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG TOT-ATUAL-GER TOT-PREV-GER
                         TOT-TURMAS-GER TOT-RECEITA-GER
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           MOVE ZEROS TO IND-C.

       0410-PROX-CURSO.
           ADD 1 TO IND-C
           IF IND-C > 99
              GO TO 0490-TOTAL-GERAL.
           IF WS-CURSO NOT = 0 AND IND-C NOT = WS-CURSO
              GO TO 0410-PROX-CURSO.
           IF PERIODOS-CUR (IND-C) = 0
              GO TO 0410-PROX-CURSO.
           MOVE ZEROS TO TOT-ATUAL-CUR
           MOVE ZEROS TO IND-P.

       0415-SOMA-ATUAL.
           ADD 1 TO IND-P
           IF IND-P > PERIODOS-CUR (IND-C)
              GO TO 0420-CURSO.
           ADD ATUAL-PV (IND-C IND-P) TO TOT-ATUAL-CUR
           GO TO 0415-SOMA-ATUAL.

       0420-CURSO.
           IF TOT-ATUAL-CUR = 0 AND INGR-CUR (IND-C) = 0
              GO TO 0410-PROX-CURSO.
           IF CONTLIN > 45
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE IND-C TO COD-CURSO CURSO-CAB4
           READ CADCURSO INVALID KEY
              MOVE SPACES TO NOME-CURSO.
           MOVE NOME-CURSO TO NOME-CAB4
           WRITE REG-ORELATO FROM CAB4 AFTER 2
           WRITE REG-ORELATO FROM CAB5 AFTER 2
           ADD 4 TO CONTLIN
           MOVE ZEROS TO TOT-PREV-CUR TOT-TURMAS-CUR IND-P.

       0430-PERIODO.
           ADD 1 TO IND-P
           IF IND-P > PERIODOS-CUR (IND-C)
              GO TO 0450-TOTAL-CURSO.
           PERFORM 0600-PROJETA THRU 0699-FIM-PROJETA
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
              WRITE REG-ORELATO FROM CAB4 AFTER 2
              WRITE REG-ORELATO FROM CAB5 AFTER 2
              ADD 4 TO CONTLIN.
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 0430-PERIODO.

       0450-TOTAL-CURSO.
           MOVE INGR-CUR (IND-C) TO INGR-DET2
           WRITE REG-ORELATO FROM DET2 AFTER 1
           PERFORM 0800-PRECO THRU 0899-FIM-PRECO
           COMPUTE TOT-RECEITA-CUR = TOT-PREV-CUR * WS-VALOR-MES * 12
           MOVE TOT-ATUAL-CUR TO ATUAL-TOT1
           MOVE TOT-PREV-CUR TO PREV-TOT1
           MOVE TOT-TURMAS-CUR TO TURMAS-TOT1
           WRITE REG-ORELATO FROM TOT1 AFTER 2
           MOVE WS-VALOR-MES TO VALOR-TOT2
           MOVE TOT-RECEITA-CUR TO RECEITA-TOT2
           WRITE REG-ORELATO FROM TOT2 AFTER 1
           ADD 5 TO CONTLIN
           ADD TOT-ATUAL-CUR TO TOT-ATUAL-GER
           ADD TOT-PREV-CUR TO TOT-PREV-GER
           ADD TOT-TURMAS-CUR TO TOT-TURMAS-GER
           ADD TOT-RECEITA-CUR TO TOT-RECEITA-GER
           GO TO 0410-PROX-CURSO.

       0490-TOTAL-GERAL.
           IF CONTLIN > 48
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE TOT-ATUAL-GER TO ATUAL-ROD1
           MOVE TOT-PREV-GER TO PREV-ROD2
           MOVE TOT-TURMAS-GER TO TURMAS-ROD3
           MOVE TOT-RECEITA-GER TO RECEITA-ROD4
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           WRITE REG-ORELATO FROM RODAPE3 AFTER 1
           WRITE REG-ORELATO FROM RODAPE4 AFTER 1
           WRITE REG-ORELATO FROM RODAPE5 AFTER 2
           CLOSE RELAT
           DISPLAY (22 30) '          '
           DISPLAY (16 10) 'ALUNOS ATUAIS:'
           DISPLAY (16 25) TOT-ATUAL-GER
           DISPLAY (17 10) 'PREVISTOS....:'
           DISPLAY (17 25) TOT-PREV-GER
           DISPLAY (18 10) 'TURMAS.......:'
           DISPLAY (18 25) TOT-TURMAS-GER
           DISPLAY (22 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

       0990-FIM.
           CLOSE CADCURSO
                 GRADECUR
                 MATRIC
           IF WS-SEM-ARQCAT = 'N'
              CLOSE ARQCAT.
           IF WS-SEM-VESTIB = 'N'
              CLOSE VESTIB.
           IF WS-SEM-PRECOS = 'N'
              CLOSE PRECOS.
           CHAIN 'MSECRET2.EXE'.

      * CAPACIDADE SUGERIDA = MAIOR SALA CADASTRADA
       0150-MAIOR-SALA.
           MOVE ZEROS TO WS-CAP-TURMA
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              GO TO 0159-FIM-SALA.
           MOVE ZEROS TO COD-SALA
           START CADSALA KEY NOT LESS THAN CHAVE-SALA INVALID KEY
              CLOSE CADSALA
              GO TO 0159-FIM-SALA.

       0155-LE-SALA.
           READ CADSALA NEXT
           IF STATUS-SALA NOT = '00'
              CLOSE CADSALA
              GO TO 0159-FIM-SALA.
           IF CAPACIDADE-SALA > WS-CAP-TURMA
              MOVE CAPACIDADE-SALA TO WS-CAP-TURMA.
           GO TO 0155-LE-SALA.

       0159-FIM-SALA. EXIT.

      * PERIODOS DE CADA CURSO (ZERO = CURSO INEXISTENTE)
       0160-CARREGA-CURSOS.
           MOVE ZEROS TO COD-CURSO
           START CADCURSO KEY NOT LESS THAN CHAVE-CURSO INVALID KEY
              GO TO 0169-FIM-CURSOS.

       0165-LE-CURSO.
           READ CADCURSO NEXT
           IF STATUS-CUR NOT = '00'
              GO TO 0169-FIM-CURSOS.
           IF COD-CURSO = 0
              GO TO 0165-LE-CURSO.
           MOVE PERIODOS-CURSO TO PERIODOS-CUR (COD-CURSO)
           IF PERIODOS-CURSO = 0
              MOVE 4 TO PERIODOS-CUR (COD-CURSO).
           GO TO 0165-LE-CURSO.

       0169-FIM-CURSOS. EXIT.

      * APROVADOS DO VESTIBULAR DO ANO A PREVER (CONVOCADOS OU JA
      * MATRICULADOS) ENTRAM NO 1o PERIODO
       0170-INGRESSANTES.
           IF WS-SEM-VESTIB = 'S'
              GO TO 0179-FIM-INGR.
           MOVE WS-ANO-PREV TO ANO-CAND
           MOVE ZEROS TO NUM-INSC-CAND
           START VESTIB KEY NOT LESS THAN CHAVE-CAND INVALID KEY
              GO TO 0179-FIM-INGR.

       0175-LE-VESTIB.
           READ VESTIB NEXT
           IF STATUS-VEST NOT = '00'
              GO TO 0179-FIM-INGR.
           IF ANO-CAND NOT = WS-ANO-PREV
              GO TO 0179-FIM-INGR.
           IF NOT CAND-CONVOCADO AND NOT CAND-MATRICULADO
              GO TO 0175-LE-VESTIB.
           IF COD-CURSO-CAND = 0 OR COD-CURSO-CAND > 99
              GO TO 0175-LE-VESTIB.
           MOVE COD-CURSO-CAND TO IND-C
           IF PERIODOS-CUR (IND-C) = 0
              GO TO 0175-LE-VESTIB.
           ADD 1 TO INGR-CUR (IND-C)
           GO TO 0175-LE-VESTIB.

       0179-FIM-INGR. EXIT.

      * PREVISTO NO PERIODO = PROMOVIDOS DO PERIODO ANTERIOR +
      * RETIDOS DO PROPRIO PERIODO (+ INGRESSANTES NO 1o)
       0600-PROJETA.
           MOVE SPACES TO WS-SEM-HIST
           MOVE ZEROS TO WS-PREV-PER
           IF IND-P = 1
              MOVE INGR-CUR (IND-C) TO WS-PREV-PER
              GO TO 0620-RETIDOS.
           MOVE IND-P TO IND-B
           SUBTRACT 1 FROM IND-B
           IF BASE-PV (IND-C IND-B) = 0
              MOVE ATUAL-PV (IND-C IND-B) TO WS-PREV-PER
              MOVE '*' TO WS-SEM-HIST
              GO TO 0620-RETIDOS.
           COMPUTE WS-PREV-PER ROUNDED =
                   ATUAL-PV (IND-C IND-B) * PROM-PV (IND-C IND-B)
                   / BASE-PV (IND-C IND-B).

       0620-RETIDOS.
           IF BASE-PV (IND-C IND-P) = 0
              MOVE '*' TO WS-SEM-HIST
              GO TO 0640-LINHA.
           COMPUTE WS-PARCELA ROUNDED =
                   ATUAL-PV (IND-C IND-P) * RET-PV (IND-C IND-P)
                   / BASE-PV (IND-C IND-P)
           ADD WS-PARCELA TO WS-PREV-PER.

       0640-LINHA.
           MOVE ZEROS TO WS-TURMAS
           IF WS-PREV-PER > 0
              COMPUTE WS-TURMAS =
                      (WS-PREV-PER + WS-CAP-TURMA - 1) / WS-CAP-TURMA.
           MOVE IND-P TO PER-DET1
           MOVE ATUAL-PV (IND-C IND-P) TO ATUAL-DET1
           MOVE BASE-PV (IND-C IND-P) TO BASE-DET1
           MOVE ZEROS TO PROM-DET1 RET-DET1 TRANC-DET1 EVAS-DET1
                         CONC-DET1
           IF BASE-PV (IND-C IND-P) = 0
              GO TO 0650-MOVE-PREV.
           COMPUTE WS-PERC ROUNDED = PROM-PV (IND-C IND-P) * 100
                                   / BASE-PV (IND-C IND-P)
           MOVE WS-PERC TO PROM-DET1
           COMPUTE WS-PERC ROUNDED = RET-PV (IND-C IND-P) * 100
                                   / BASE-PV (IND-C IND-P)
           MOVE WS-PERC TO RET-DET1
           COMPUTE WS-PERC ROUNDED = TRANC-PV (IND-C IND-P) * 100
                                   / BASE-PV (IND-C IND-P)
           MOVE WS-PERC TO TRANC-DET1
           COMPUTE WS-PERC ROUNDED = EVAS-PV (IND-C IND-P) * 100
                                   / BASE-PV (IND-C IND-P)
           MOVE WS-PERC TO EVAS-DET1
           COMPUTE WS-PERC ROUNDED = CONC-PV (IND-C IND-P) * 100
                                   / BASE-PV (IND-C IND-P)
           MOVE WS-PERC TO CONC-DET1.

       0650-MOVE-PREV.
           MOVE WS-PREV-PER TO PREV-DET1
           MOVE WS-TURMAS TO TURMAS-DET1
           MOVE WS-SEM-HIST TO FLAG-DET1
           ADD WS-PREV-PER TO TOT-PREV-CUR
           ADD WS-TURMAS TO TOT-TURMAS-CUR.

       0699-FIM-PROJETA. EXIT.

      * MENSALIDADE DO CURSO NO ANO A PREVER; SEM TABELA DO ANO USA
      * A DO ANO-BASE E AVISA NO RELATORIO
       0800-PRECO.
           MOVE ZEROS TO WS-VALOR-MES
           MOVE SPACES TO OBS-TOT2
           IF WS-SEM-PRECOS = 'S'
              MOVE ' SEM TABELA' TO OBS-TOT2
              GO TO 0899-FIM-PRECO.
           MOVE IND-C TO COD-CURSO-PREC
           MOVE WS-ANO-PREV TO ANO-PREC
           READ PRECOS INVALID KEY
              GO TO 0810-PRECO-BASE.
           MOVE VALOR-PRECO TO WS-VALOR-MES
           GO TO 0899-FIM-PRECO.

       0810-PRECO-BASE.
           MOVE WS-ANO-BASE TO ANO-PREC
           READ PRECOS INVALID KEY
              MOVE ' SEM TABELA' TO OBS-TOT2
              GO TO 0899-FIM-PRECO.
           MOVE VALOR-PRECO TO WS-VALOR-MES
           MOVE ' (TAB.' TO OBS-TOT2
           MOVE WS-ANO-BASE TO OBS-TOT2 (7:4)
           MOVE ')' TO OBS-TOT2 (11:1).

       0899-FIM-PRECO. EXIT.

       0500-SELECIONA SECTION.
      * ANOS AINDA NO MATRIC.DAT
       0510-VIVO.
           MOVE WS-ANO-INI TO ANO-MAT
           MOVE ZEROS TO COD-CURSO-MAT COD-DISCI-MAT COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 0530-ARQUIVADOS.

       0520-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 0530-ARQUIVADOS.
           IF ANO-MAT > WS-ANO-BASE
              GO TO 0530-ARQUIVADOS.
           PERFORM 0560-LIBERA-MAT THRU 0569-FIM-LIBERA
           GO TO 0520-LE-MATRIC.

      * ANOS JA ARQUIVADOS PELO ARQANO
       0530-ARQUIVADOS.
           IF WS-SEM-ARQCAT = 'S'
              GO TO 0580-HISTSIT.
           MOVE WS-ANO-INI TO ANO-CAT
           START ARQCAT KEY NOT LESS THAN ANO-CAT INVALID KEY
              GO TO 0580-HISTSIT.

       0535-LE-ARQCAT.
           READ ARQCAT NEXT
           IF STATUS-CAT NOT = '00'
              GO TO 0580-HISTSIT.
           IF ANO-CAT > WS-ANO-BASE
              GO TO 0580-HISTSIT.
           MOVE ANO-CAT TO WS-NOME-AMAT (6:4)
           OPEN INPUT ARQMAT
           IF STATUS-AMAT NOT = '00'
              GO TO 0535-LE-ARQCAT.

       0540-LE-ARQMAT.
           READ ARQMAT
           IF STATUS-AMAT NOT = '00'
              CLOSE ARQMAT
              GO TO 0535-LE-ARQCAT.
           MOVE REG-ARQMAT TO REG-MATRIC
           IF ANO-MAT < WS-ANO-INI OR ANO-MAT > WS-ANO-BASE
              GO TO 0540-LE-ARQMAT.
           PERFORM 0560-LIBERA-MAT THRU 0569-FIM-LIBERA
           GO TO 0540-LE-ARQMAT.

      * TRANCAMENTOS REGISTRADOS NA JANELA
       0580-HISTSIT.
           OPEN INPUT HISTSIT
           IF STATUS-HSIT NOT = '00'
              GO TO 0599-FIM.

       0585-LE-HISTSIT.
           READ HISTSIT
           IF STATUS-HSIT NOT = '00'
              CLOSE HISTSIT
              GO TO 0599-FIM.
           IF SIT-PARA-HSIT NOT = 'T'
              GO TO 0585-LE-HISTSIT.
           MOVE DATA-HSIT (1:4) TO WS-ANO-HSIT
           IF WS-ANO-HSIT < WS-ANO-INI OR WS-ANO-HSIT > WS-ANO-BASE
              GO TO 0585-LE-HISTSIT.
           IF WS-CURSO NOT = 0 AND CURSO-HSIT NOT = WS-CURSO
              GO TO 0585-LE-HISTSIT.
           MOVE CURSO-HSIT TO CURSO-SM
           MOVE ALUNO-HSIT TO ALUNO-SM
           MOVE WS-ANO-HSIT TO ANO-SM
           MOVE 'T' TO TIPO-SM
           MOVE ZEROS TO PERIODO-SM
           MOVE 'N' TO ATIVO-SM
           RELEASE REG-SORTPM
           GO TO 0585-LE-HISTSIT.

      * SO DISCIPLINAS REGULARES (DEPENDENCIA NAO DEFINE O PERIODO)
       0560-LIBERA-MAT.
           IF MAT-DEPENDENCIA OR COD-CURSO-MAT = 0
              GO TO 0569-FIM-LIBERA.
           IF WS-CURSO NOT = 0 AND COD-CURSO-MAT NOT = WS-CURSO
              GO TO 0569-FIM-LIBERA.
           IF PERIODOS-CUR (COD-CURSO-MAT) = 0
              GO TO 0569-FIM-LIBERA.
           MOVE ZEROS TO WS-PER-BUSCA WS-PER-ACHADO.

       0562-TENTA-PERIODO.
           ADD 1 TO WS-PER-BUSCA
           IF WS-PER-BUSCA > PERIODOS-CUR (COD-CURSO-MAT)
              GO TO 0565-RELEASE.
           MOVE COD-CURSO-MAT TO COD-CURSO-GRADE
           MOVE WS-PER-BUSCA TO PERIODO-GRADE
           MOVE COD-DISCI-MAT TO COD-DISCI-GRADE
           READ GRADECUR INVALID KEY
              GO TO 0562-TENTA-PERIODO.
           MOVE WS-PER-BUSCA TO WS-PER-ACHADO.

       0565-RELEASE.
           IF WS-PER-ACHADO = 0
              GO TO 0569-FIM-LIBERA.
           MOVE COD-CURSO-MAT TO CURSO-SM
           MOVE COD-ALUNO-MAT TO ALUNO-SM
           MOVE ANO-MAT TO ANO-SM
           MOVE 'M' TO TIPO-SM
           MOVE WS-PER-ACHADO TO PERIODO-SM
           MOVE 'S' TO ATIVO-SM
           IF MAT-CANCELADA
              MOVE 'N' TO ATIVO-SM.
           RELEASE REG-SORTPM.

       0569-FIM-LIBERA. EXIT.

       0599-FIM. EXIT.

      * CADA ALUNO: PERIODO EM CADA ANO DA JANELA E O QUE ACONTECEU
      * NO ANO SEGUINTE
       0700-APURA SECTION.
       0710-LE-SORT.
           RETURN SORTPM AT END
              GO TO 0790-ULTIMO.
           MOVE CURSO-SM TO CURSO-W
           MOVE ALUNO-SM TO ALUNO-W
           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              GO TO 0720-NOVO-ALUNO.
           IF WS-ALUNO-SM = WS-ALUNO-ANT
              GO TO 0730-ACUMULA.
           PERFORM 0750-FECHA-ALUNO THRU 0759-FIM-FECHA.

       0720-NOVO-ALUNO.
           MOVE WS-ALUNO-SM TO WS-ALUNO-ANT
           MOVE ZEROS TO IND-A.

       0725-LIMPA.
           ADD 1 TO IND-A
           IF IND-A > 6
              GO TO 0730-ACUMULA.
           MOVE ZEROS TO PER-ALU (IND-A)
           MOVE 'N' TO ATIVO-ALU (IND-A) TRANC-ALU (IND-A)
           GO TO 0725-LIMPA.

       0730-ACUMULA.
           COMPUTE IND-A = ANO-SM - WS-ANO-INI + 1
           IF TIPO-SM = 'T'
              MOVE 'S' TO TRANC-ALU (IND-A)
              GO TO 0710-LE-SORT.
           IF PERIODO-SM > PER-ALU (IND-A)
              MOVE PERIODO-SM TO PER-ALU (IND-A).
           IF ATIVO-SM = 'S'
              MOVE 'S' TO ATIVO-ALU (IND-A).
           GO TO 0710-LE-SORT.

       0750-FECHA-ALUNO.
           MOVE CURSO-ANT TO IND-C
           MOVE ZEROS TO IND-A.

       0752-TRANSICAO.
           ADD 1 TO IND-A
           IF IND-A > WS-ANOS-HIST
              GO TO 0756-ATUAL.
           IF PER-ALU (IND-A) = 0
              GO TO 0752-TRANSICAO.
           MOVE PER-ALU (IND-A) TO IND-P
           MOVE IND-A TO IND-B
           ADD 1 TO IND-B
           ADD 1 TO BASE-PV (IND-C IND-P)
           IF PER-ALU (IND-B) > IND-P
              ADD 1 TO PROM-PV (IND-C IND-P)
              GO TO 0752-TRANSICAO.
           IF PER-ALU (IND-B) > 0
              ADD 1 TO RET-PV (IND-C IND-P)
              GO TO 0752-TRANSICAO.
           IF TRANC-ALU (IND-A) = 'S' OR TRANC-ALU (IND-B) = 'S'
              ADD 1 TO TRANC-PV (IND-C IND-P)
              GO TO 0752-TRANSICAO.
           IF IND-P NOT < PERIODOS-CUR (IND-C)
              ADD 1 TO CONC-PV (IND-C IND-P)
              GO TO 0752-TRANSICAO.
           ADD 1 TO EVAS-PV (IND-C IND-P)
           GO TO 0752-TRANSICAO.

      * NO ANO-BASE SO CONTA QUEM TEM MATRICULA NAO CANCELADA
       0756-ATUAL.
           IF PER-ALU (IND-A) = 0 OR ATIVO-ALU (IND-A) = 'N'
              GO TO 0759-FIM-FECHA.
           MOVE PER-ALU (IND-A) TO IND-P
           ADD 1 TO ATUAL-PV (IND-C IND-P).

       0759-FIM-FECHA. EXIT.

       0790-ULTIMO.
           IF FLAG-GRUPO NOT = 0
              PERFORM 0750-FECHA-ALUNO THRU 0759-FIM-FECHA.

       0799-FIM. EXIT.

       0800-ROTINAS SECTION.
       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-ANO-PREV TO ANO-CAB2
           MOVE WS-ANO-BASE TO BASE-CAB2
           MOVE WS-ANO-INI TO INI-CAB2
           MOVE WS-ANO-BASE TO FIM-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           MOVE WS-CAP-TURMA TO CAP-CAB3
           WRITE REG-ORELATO FROM CAB3 AFTER 1
           MOVE 5 TO CONTLIN.

       8099-FIM-CAB. EXIT.

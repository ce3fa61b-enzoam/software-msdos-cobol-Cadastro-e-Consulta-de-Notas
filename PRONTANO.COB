       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONTANO-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : PRONTIDAO DO ANO LETIVO - para o ano informado
      *              confere, curso a curso, o que precisa estar
      *              cadastrado antes de comecar o ano: preco do ano
      *              (PRECOS.DAT), criterios de aprovacao do ano
      *              (PARMAPRV.DAT), calendario academico preenchido
      *              (CALACAD.DAT), disciplinas copiadas para o ano
      *              (DISCI.DAT) e, para cada disciplina com
      *              matricula, o cadastro no ano, a turma (TURMA.DAT)
      *              e o horario (HORARIO.DAT); imprime a lista do
      *              que falta por curso. O GERMENS e o REMAPROP fazem
      *              a mesma conferencia e recusam curso nao pronto
      *              sem liberacao do supervisor
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

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

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT PRECOS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PRECO
                       FILE STATUS STATUS-PREC.

           SELECT PARMAPRV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

           SELECT CALACAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CAL
                       FILE STATUS STATUS-CAL.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

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

           SELECT RELATO ASSIGN TO PRINTER.

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

       FD  PARMAPRV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PARMAPRV.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-PARMAPRV.
           05  CHAVE-PARM.
               10  CURSO-PARM          PIC 9(02).
               10  ANO-PARM            PIC 9(04).
           05  MEDIA-MIN-APRV          PIC 99V9.
           05  FREQ-MIN-APRV           PIC 9(03).
           05  NOTA-HONRA-APRV         PIC 99V9.
           05  LIMITE-DEP              PIC 9(01).
           05  CR-MIN-APRV             PIC 99V9.
           05  LIMITE-PROVA-APRV       PIC 9(01).

       FD  CALACAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CALACAD.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-CALACAD.
           05  CHAVE-CAL.
               10  ANO-CAL             PIC 9(04).
           05  INI-LETIVO-CAL          PIC 9(08).
           05  FIM-LETIVO-CAL          PIC 9(08).
           05  RECESSO-INI-CAL         PIC 9(08).
           05  RECESSO-FIM-CAL         PIC 9(08).
           05  PROVAS-INI-CAL          PIC 9(08).
           05  PROVAS-FIM-CAL          PIC 9(08).
           05  FILLER                  PIC X(08).

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

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-PREC         PIC X(02) VALUE SPACES.
       01  STATUS-PARM         PIC X(02) VALUE SPACES.
       01  STATUS-CAL          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  WS-SEM-DIS          PIC X VALUE 'N'.
       01  WS-SEM-PREC         PIC X VALUE 'N'.
       01  WS-SEM-PARM         PIC X VALUE 'N'.
       01  WS-SEM-CAL          PIC X VALUE 'N'.
       01  WS-SEM-MAT          PIC X VALUE 'N'.
       01  WS-SEM-TUR          PIC X VALUE 'N'.
       01  WS-SEM-HOR          PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       01  WS-CURSO-SEL        PIC 9(02) VALUE ZEROS.
       01  WS-FALTA            PIC X VALUE 'N'.

      * CONFERENCIA DE PRONTIDAO (7000) - MESMOS CAMPOS NO GERMENS E
      * NO REMAPROP
       01  ANO-PRONT           PIC 9(04) VALUE ZEROS.
       01  CURSO-PRONT         PIC 9(02) VALUE ZEROS.
       01  FALTA-PRECO         PIC X VALUE 'N'.
       01  FALTA-PARM          PIC X VALUE 'N'.
       01  FALTA-CAL           PIC X VALUE 'N'.
       01  QTD-DISC-ANO        PIC 9(04) VALUE ZEROS.
       01  QTD-DISC-MAT        PIC 9(04) VALUE ZEROS.
       01  QTD-SEM-DIS         PIC 9(04) VALUE ZEROS.
       01  QTD-SEM-TUR         PIC 9(04) VALUE ZEROS.
       01  QTD-SEM-HOR         PIC 9(04) VALUE ZEROS.
       01  QTD-DIS-PROB        PIC 9(04) VALUE ZEROS.
       01  QTD-FALTA           PIC 9(04) VALUE ZEROS.
       01  WS-DISCI-ANT        PIC 9(04) VALUE ZEROS.
       01  WS-TEM-DIS          PIC X VALUE 'N'.
       01  WS-TEM-TUR          PIC X VALUE 'N'.
       01  WS-TEM-HOR          PIC X VALUE 'N'.

      * DISCIPLINAS COM MATRICULA E COM PENDENCIA, PARA A LISTA
       01  QTD-DIS-PEND        PIC 9(02) VALUE ZEROS.
       01  IDX-PEND            PIC 9(02) VALUE ZEROS.
       01  TAB-DIS-PEND.
           05 DIS-PEND OCCURS 60 TIMES.
              10 DISCI-PEND    PIC 9(04).
              10 SEM-DIS-PEND  PIC X(01).
              10 SEM-TUR-PEND  PIC X(01).
              10 SEM-HOR-PEND  PIC X(01).

       01  CONT-CURSOS         PIC 9(03) VALUE ZEROS.
       01  CONT-PRONTOS        PIC 9(03) VALUE ZEROS.
       01  CONT-NAO-PRONTOS    PIC 9(03) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'PRONTANO'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(42) VALUE
           'PRONTIDAO DOS CURSOS PARA O ANO LETIVO DE '.
           05 ANO-CAB2             PIC 9(04).

       01  CUR1.
           05 FILLER               PIC X(06) VALUE 'CURSO '.
           05 CURSO-CUR1           PIC 99.
           05 FILLER               PIC X(03) VALUE ' - '.
           05 NOME-CUR1            PIC X(40).

       01  ITEM1.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 DESCR-ITEM1          PIC X(42).
           05 QTD-ITEM1            PIC ZZZZ.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TXT-ITEM1            PIC X(20).

       01  DIS1.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'DISCIPLINA '.
           05 DISCI-DIS1           PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TXT1-DIS1            PIC X(20).
           05 TXT2-DIS1            PIC X(11).
           05 TXT3-DIS1            PIC X(12).

       01  SIT1.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'SITUACAO..: '.
           05 TXT-SIT1             PIC X(13).
           05 QTD-SIT1             PIC ZZZZ.
           05 TXT2-SIT1            PIC X(14).

       01  TOT1.
           05 FILLER               PIC X(30) VALUE
           'CURSOS CONFERIDOS.........: '.
           05 CURSOS-TOT1          PIC ZZ9.

       01  TOT2.
           05 FILLER               PIC X(30) VALUE
           'PRONTOS PARA O ANO........: '.
           05 PRONTOS-TOT2         PIC ZZ9.

       01  TOT3.
           05 FILLER               PIC X(30) VALUE
           'NAO PRONTOS...............: '.
           05 NAO-TOT3             PIC ZZ9.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              DISPLAY (12 20) 'CURSO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              MOVE 'S' TO WS-SEM-DIS.
           OPEN INPUT PRECOS
           IF STATUS-PREC NOT = '00'
              MOVE 'S' TO WS-SEM-PREC.
           OPEN INPUT PARMAPRV
           IF STATUS-PARM NOT = '00'
              MOVE 'S' TO WS-SEM-PARM.
           OPEN INPUT CALACAD
           IF STATUS-CAL NOT = '00'
              MOVE 'S' TO WS-SEM-CAL.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              MOVE 'S' TO WS-SEM-MAT.
           OPEN INPUT TURMAS
           IF STATUS-TUR NOT = '00'
              MOVE 'S' TO WS-SEM-TUR.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HOR.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'PRONTANO'
           DISPLAY (02 22) 'PRONTIDAO DO ANO LETIVO POR CURSO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'ANO LETIVO [    ]'
           DISPLAY (08 10) 'CURSO [  ] (00 = TODOS OS ATIVOS)'.

       0250-ANO.
           ACCEPT (06 22) ANO-PRONT WITH PROMPT AUTO-SKIP
           DISPLAY (22 20) '                              '
           IF ANO-PRONT = ZEROS
              GO TO 0900-FIM.
           IF ANO-PRONT < 1998
              DISPLAY (22 20) 'ANO INVALIDO'
              GO TO 0250-ANO.

       0260-CURSO.
           ACCEPT (08 17) WS-CURSO-SEL WITH PROMPT AUTO-SKIP
           DISPLAY (22 20) '                              '
           IF WS-CURSO-SEL = ZEROS
              GO TO 0270-PEDE-CONFIRMA.
           MOVE WS-CURSO-SEL TO COD-CURSO
           READ CADCURSO INVALID KEY
              DISPLAY (22 20) 'CURSO NAO CADASTRADO'
              GO TO 0260-CURSO.
           DISPLAY (09 17) NOME-CURSO.

       0270-PEDE-CONFIRMA.
           DISPLAY (11 10) 'CONFIRMA A CONFERENCIA (S OU N) [ ]'.

       0300-CONFIRMA.
           ACCEPT (11 43) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 20) 'RESPOSTA INVALIDA'
              GO TO 0300-CONFIRMA.
           DISPLAY (22 20) '                              '
           MOVE ZEROS TO CONT-CURSOS CONT-PRONTOS CONT-NAO-PRONTOS
           OPEN OUTPUT RELATO
           MOVE ANO-PRONT TO ANO-CAB2
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           IF WS-CURSO-SEL NOT = ZEROS
              PERFORM 1000-CONFERE-CURSO THRU 1099-FIM-CONFERE
              GO TO 0400-TOTAIS.
           MOVE ZEROS TO CHAVE-CURSO
           START CADCURSO KEY NOT LESS THAN CHAVE-CURSO INVALID KEY
              GO TO 0400-TOTAIS.

       0350-LE-CURSO.
           READ CADCURSO NEXT
           IF STATUS-CUR NOT = '00'
              GO TO 0400-TOTAIS.
           IF CURSO-INATIVO
              GO TO 0350-LE-CURSO.
           PERFORM 1000-CONFERE-CURSO THRU 1099-FIM-CONFERE
           GO TO 0350-LE-CURSO.

       0400-TOTAIS.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-CURSOS TO CURSOS-TOT1
           MOVE TOT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-PRONTOS TO PRONTOS-TOT2
           MOVE TOT2 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-NAO-PRONTOS TO NAO-TOT3
           MOVE TOT3 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           DISPLAY (13 10) 'CURSOS CONFERIDOS.......:'
           DISPLAY (13 36) CONT-CURSOS
           DISPLAY (14 10) 'PRONTOS PARA O ANO......:'
           DISPLAY (14 36) CONT-PRONTOS
           DISPLAY (15 10) 'NAO PRONTOS.............:'
           DISPLAY (15 36) CONT-NAO-PRONTOS
           DISPLAY (22 20) 'LISTA IMPRESSA - [ENTER]'
           STOP ' '.

       0900-FIM.
           CLOSE CADCURSO
           IF WS-SEM-DIS NOT = 'S'
              CLOSE CADDISCI.
           IF WS-SEM-PREC NOT = 'S'
              CLOSE PRECOS.
           IF WS-SEM-PARM NOT = 'S'
              CLOSE PARMAPRV.
           IF WS-SEM-CAL NOT = 'S'
              CLOSE CALACAD.
           IF WS-SEM-MAT NOT = 'S'
              CLOSE MATRIC.
           IF WS-SEM-TUR NOT = 'S'
              CLOSE TURMAS.
           IF WS-SEM-HOR NOT = 'S'
              CLOSE CADHOR.
           CHAIN 'MSECRET2.EXE'.

      * LISTA DO CURSO: OS CADASTROS DO ANO, AS DISCIPLINAS COM
      * MATRICULA QUE TEM PENDENCIA E A SITUACAO FINAL
       1000-CONFERE-CURSO.
           DISPLAY (13 10) 'CONFERINDO O CURSO'
           DISPLAY (13 29) COD-CURSO
           MOVE COD-CURSO TO CURSO-PRONT
           PERFORM 7000-PRONTIDAO THRU 7099-FIM-PRONTIDAO
           ADD 1 TO CONT-CURSOS
           IF QTD-FALTA = ZEROS
              ADD 1 TO CONT-PRONTOS
           ELSE
              ADD 1 TO CONT-NAO-PRONTOS.
           IF CONTLIN > 48
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE COD-CURSO TO CURSO-CUR1
           MOVE NOME-CURSO TO NOME-CUR1
           MOVE CUR1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE 'PRECO DO ANO (PRECOS.DAT)' TO DESCR-ITEM1
           MOVE FALTA-PRECO TO WS-FALTA
           PERFORM 1200-OK-FALTA THRU 1299-FIM-OK-FALTA
           MOVE 'CRITERIOS DE APROVACAO DO ANO (PARMAPRV)'
             TO DESCR-ITEM1
           MOVE FALTA-PARM TO WS-FALTA
           PERFORM 1200-OK-FALTA THRU 1299-FIM-OK-FALTA
           MOVE 'CALENDARIO ACADEMICO (CALACAD.DAT)' TO DESCR-ITEM1
           MOVE FALTA-CAL TO WS-FALTA
           PERFORM 1200-OK-FALTA THRU 1299-FIM-OK-FALTA
           MOVE 'DISCIPLINAS DO ANO (DISCI.DAT)' TO DESCR-ITEM1
           MOVE QTD-DISC-ANO TO QTD-ITEM1
           MOVE ' CADASTRADA(S)' TO TXT-ITEM1
           IF QTD-DISC-ANO = ZEROS
              MOVE 'FALTA' TO TXT-ITEM1.
           MOVE ITEM1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE 'DISCIPLINAS COM MATRICULA (MATRIC.DAT)'
             TO DESCR-ITEM1
           MOVE QTD-DISC-MAT TO QTD-ITEM1
           MOVE SPACES TO TXT-ITEM1
           IF WS-SEM-MAT = 'S'
              MOVE 'SEM MATRIC.DAT' TO TXT-ITEM1.
           MOVE ITEM1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE ZEROS TO IDX-PEND.

       1010-LISTA-DISCI.
           IF IDX-PEND NOT < QTD-DIS-PEND
              GO TO 1020-SITUACAO.
           ADD 1 TO IDX-PEND
           MOVE DISCI-PEND (IDX-PEND) TO DISCI-DIS1
           MOVE SPACES TO TXT1-DIS1 TXT2-DIS1 TXT3-DIS1
           IF SEM-DIS-PEND (IDX-PEND) = 'S'
              MOVE 'SEM CADASTRO NO ANO' TO TXT1-DIS1.
           IF SEM-TUR-PEND (IDX-PEND) = 'S'
              MOVE 'SEM TURMA' TO TXT2-DIS1.
           IF SEM-HOR-PEND (IDX-PEND) = 'S'
              MOVE 'SEM HORARIO' TO TXT3-DIS1.
           MOVE DIS1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 1010-LISTA-DISCI.

       1020-SITUACAO.
           IF QTD-DIS-PROB > QTD-DIS-PEND
              MOVE QTD-DIS-PROB TO QTD-ITEM1
              MOVE 'OUTRAS DISCIPLINAS C/ PENDENCIA - TOTAL'
                TO DESCR-ITEM1
              MOVE SPACES TO TXT-ITEM1
              MOVE ITEM1 TO REG-ORELATO
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA.
           MOVE 'PRONTO' TO TXT-SIT1
           MOVE ZEROS TO QTD-SIT1
           MOVE SPACES TO TXT2-SIT1
           IF QTD-FALTA NOT = ZEROS
              MOVE 'NAO PRONTO - ' TO TXT-SIT1
              MOVE QTD-FALTA TO QTD-SIT1
              MOVE ' PENDENCIA(S)' TO TXT2-SIT1.
           MOVE SIT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA.

       1099-FIM-CONFERE. EXIT.

       1200-OK-FALTA.
           MOVE ZEROS TO QTD-ITEM1
           MOVE 'OK' TO TXT-ITEM1
           IF WS-FALTA = 'S'
              MOVE 'FALTA' TO TXT-ITEM1.
           MOVE ITEM1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA.

       1299-FIM-OK-FALTA. EXIT.

      * PRONTIDAO DO CURSO PARA O ANO LETIVO - O QUE O CURSO PRECISA
      * TER CADASTRADO PARA RODAR O ANO: PRECO (PRECOS.DAT), CRITERIOS
      * DE APROVACAO DO ANO (PARMAPRV.DAT, SEM RECUO AO GERAL),
      * CALENDARIO PREENCHIDO (CALACAD.DAT), DISCIPLINAS DO ANO
      * (DISCI.DAT) E, PARA CADA DISCIPLINA COM MATRICULA NAO
      * CANCELADA, O CADASTRO NO ANO, A TURMA E O HORARIO.
      * QTD-FALTA ZERADO = CURSO PRONTO. A MESMA CONFERENCIA ESTA NO
      * GERMENS E NO REMAPROP
       7000-PRONTIDAO.
           MOVE ZEROS TO QTD-DISC-ANO QTD-DISC-MAT QTD-SEM-DIS
                         QTD-SEM-TUR QTD-SEM-HOR QTD-DIS-PROB
                         QTD-FALTA QTD-DIS-PEND
           MOVE 'S' TO FALTA-PRECO
           IF WS-SEM-PREC = 'S'
              GO TO 7010-PARM.
           MOVE CURSO-PRONT TO COD-CURSO-PREC
           MOVE ANO-PRONT TO ANO-PREC
           READ PRECOS INVALID KEY
              GO TO 7010-PARM.
           MOVE 'N' TO FALTA-PRECO.

       7010-PARM.
           MOVE 'S' TO FALTA-PARM
           IF WS-SEM-PARM = 'S'
              GO TO 7020-CALENDARIO.
           MOVE CURSO-PRONT TO CURSO-PARM
           MOVE ANO-PRONT TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 7020-CALENDARIO.
           MOVE 'N' TO FALTA-PARM.

       7020-CALENDARIO.
           MOVE 'S' TO FALTA-CAL
           IF WS-SEM-CAL = 'S'
              GO TO 7030-DISCIPLINAS.
           MOVE ANO-PRONT TO ANO-CAL
           READ CALACAD INVALID KEY
              GO TO 7030-DISCIPLINAS.
           IF INI-LETIVO-CAL NOT = ZEROS
              AND FIM-LETIVO-CAL NOT = ZEROS
              MOVE 'N' TO FALTA-CAL.

       7030-DISCIPLINAS.
           IF WS-SEM-DIS = 'S'
              GO TO 7050-MATRICULAS.
           MOVE CURSO-PRONT TO COD-CURSO-DIS
           MOVE ZEROS TO COD-DISCIPLINA ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 7050-MATRICULAS.

       7040-LE-DISCI.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              GO TO 7050-MATRICULAS.
           IF COD-CURSO-DIS NOT = CURSO-PRONT
              GO TO 7050-MATRICULAS.
           IF ANO-DISCI = ANO-PRONT
              ADD 1 TO QTD-DISC-ANO.
           GO TO 7040-LE-DISCI.

       7050-MATRICULAS.
           MOVE ZEROS TO WS-DISCI-ANT
           IF WS-SEM-MAT = 'S'
              GO TO 7090-CONTA.
           MOVE ANO-PRONT TO ANO-MAT
           MOVE CURSO-PRONT TO COD-CURSO-MAT
           MOVE ZEROS TO COD-DISCI-MAT COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 7090-CONTA.

       7060-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 7090-CONTA.
           IF ANO-MAT NOT = ANO-PRONT
              OR COD-CURSO-MAT NOT = CURSO-PRONT
              GO TO 7090-CONTA.
           IF MAT-CANCELADA
              GO TO 7060-LE-MATRIC.
           IF COD-DISCI-MAT = WS-DISCI-ANT
              GO TO 7060-LE-MATRIC.
           MOVE COD-DISCI-MAT TO WS-DISCI-ANT
           ADD 1 TO QTD-DISC-MAT
           PERFORM 7100-CONFERE-DISCI THRU 7199-FIM-CONFERE-DISCI
           GO TO 7060-LE-MATRIC.

       7090-CONTA.
           IF FALTA-PRECO = 'S'
              ADD 1 TO QTD-FALTA.
           IF FALTA-PARM = 'S'
              ADD 1 TO QTD-FALTA.
           IF FALTA-CAL = 'S'
              ADD 1 TO QTD-FALTA.
           IF QTD-DISC-ANO = ZEROS
              ADD 1 TO QTD-FALTA.
           ADD QTD-DIS-PROB TO QTD-FALTA.

       7099-FIM-PRONTIDAO. EXIT.

      * DISCIPLINA COM MATRICULA: PRECISA DO CADASTRO NO ANO, DE
      * TURMA E DE HORARIO
       7100-CONFERE-DISCI.
           MOVE 'N' TO WS-TEM-DIS WS-TEM-TUR WS-TEM-HOR
           IF WS-SEM-DIS = 'S'
              GO TO 7110-TURMA.
           MOVE CURSO-PRONT TO COD-CURSO-DIS
           MOVE WS-DISCI-ANT TO COD-DISCIPLINA
           MOVE ANO-PRONT TO ANO-DISCI
           READ CADDISCI INVALID KEY
              GO TO 7110-TURMA.
           MOVE 'S' TO WS-TEM-DIS.

       7110-TURMA.
           IF WS-SEM-TUR = 'S'
              GO TO 7120-HORARIO.
           MOVE CURSO-PRONT TO COD-CURSO-TUR
           MOVE WS-DISCI-ANT TO COD-DISCI-TUR
           MOVE ANO-PRONT TO ANO-TUR
           MOVE SPACES TO TURMA-TUR
           START TURMAS KEY NOT LESS THAN CHAVE-TUR INVALID KEY
              GO TO 7120-HORARIO.
           READ TURMAS NEXT
           IF STATUS-TUR NOT = '00'
              GO TO 7120-HORARIO.
           IF COD-CURSO-TUR = CURSO-PRONT
              AND COD-DISCI-TUR = WS-DISCI-ANT
              AND ANO-TUR = ANO-PRONT
              MOVE 'S' TO WS-TEM-TUR.

       7120-HORARIO.
           IF WS-SEM-HOR = 'S'
              GO TO 7190-ANOTA.
           MOVE CURSO-PRONT TO COD-CURSO-HOR
           MOVE ZEROS TO DIA-SEM-HOR HORA-INI-HOR
           MOVE SPACES TO TURMA-HOR
           START CADHOR KEY NOT LESS THAN CHAVE-HOR INVALID KEY
              GO TO 7190-ANOTA.

       7130-LE-HORARIO.
           READ CADHOR NEXT
           IF STATUS-HOR NOT = '00'
              GO TO 7190-ANOTA.
           IF COD-CURSO-HOR NOT = CURSO-PRONT
              GO TO 7190-ANOTA.
           IF COD-DISCIPLINA-HOR NOT = WS-DISCI-ANT
              OR ANO-HOR NOT = ANO-PRONT
              GO TO 7130-LE-HORARIO.
           MOVE 'S' TO WS-TEM-HOR.

       7190-ANOTA.
           IF WS-TEM-DIS = 'N'
              ADD 1 TO QTD-SEM-DIS.
           IF WS-TEM-TUR = 'N'
              ADD 1 TO QTD-SEM-TUR.
           IF WS-TEM-HOR = 'N'
              ADD 1 TO QTD-SEM-HOR.
           IF WS-TEM-DIS = 'S' AND WS-TEM-TUR = 'S'
              AND WS-TEM-HOR = 'S'
              GO TO 7199-FIM-CONFERE-DISCI.
           ADD 1 TO QTD-DIS-PROB
           IF QTD-DIS-PEND NOT < 60
              GO TO 7199-FIM-CONFERE-DISCI.
           ADD 1 TO QTD-DIS-PEND
           MOVE WS-DISCI-ANT TO DISCI-PEND (QTD-DIS-PEND)
           MOVE 'N' TO SEM-DIS-PEND (QTD-DIS-PEND)
                       SEM-TUR-PEND (QTD-DIS-PEND)
                       SEM-HOR-PEND (QTD-DIS-PEND)
           IF WS-TEM-DIS = 'N'
              MOVE 'S' TO SEM-DIS-PEND (QTD-DIS-PEND).
           IF WS-TEM-TUR = 'N'
              MOVE 'S' TO SEM-TUR-PEND (QTD-DIS-PEND).
           IF WS-TEM-HOR = 'N'
              MOVE 'S' TO SEM-HOR-PEND (QTD-DIS-PEND).

       7199-FIM-CONFERE-DISCI. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE 3 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

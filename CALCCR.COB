       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCR-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : Calculo do COEFICIENTE DE RENDIMENTO (CR) de
      *              cada aluno - media das notas finais ponderada
      *              pela carga horaria da disciplina (CARGA-DIS),
      *              sobre todos os anos do CADNOTAS.DAT e dos
      *              arquivos anuais (CADNOaaaa.ARQ); grava o CR do
      *              ano e o acumulado por aluno/curso/ano em
      *              CRALU.DAT (refeito a cada execucao) e coloca em
      *              REGIME DE PROVA o aluno com CR acumulado abaixo
      *              do minimo do curso (PARMAPRV) em dois anos
      *              seguidos; lista os alunos em regime de prova.
      *              O MATRDISC limita a matricula do aluno em prova
      *              e exige o visto do coordenador; o CONS360 e o
      *              HISTESC mostram o CR
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

           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT CADNOTAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CADNT
                       FILE STATUS STATUS-CADNT.

           SELECT PARMAPRV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

           SELECT ARQCAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY ANO-CAT
                       FILE STATUS STATUS-CAT.

           SELECT ARQHIST ASSIGN TO DISK
                       FILE STATUS STATUS-AHIST.

           SELECT CRALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CRA
                       FILE STATUS STATUS-CRA.

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
           05  SITUACAO-CURSO        PIC X(01).
               88  CURSO-ATIVO      VALUE 'A'.
               88  CURSO-INATIVO    VALUE 'I'.
               05  PERIODOS-CURSO        PIC 9(01).

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

       FD  CADALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ALUNO.DAT'
           RECORD CONTAINS 128 CHARACTERS.

       01  REG-CADALUNO.
           05  CHAVE-ALU.
               10  COD-ALUNO           PIC 9(06).
               10  COD-CURSO-ALU       PIC 9(02).
           05  NOME-ALUNO              PIC X(35).
           05  SEXO                    PIC X.
           05  ENDERECO                PIC X(40).
           05  CIDADE                  PIC X(15).
           05  CEP                     PIC 9(08).
           05  FONE                    PIC 9(12).
           05  SITUACAO-ALU            PIC X(01).
               88  ALU-ATIVO           VALUE 'A'.
           05  DATA-SITUACAO-ALU       PIC 9(08).

       FD  CADNOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CADNOTAS.DAT'
           RECORD CONTAINS 87 CHARACTERS.

       01  REG-CADNOTAS.
           05  CHAVE-CADNT.
               10 ANO-CADNOTA              PIC 9(04).
               10 COD-CURSO-CADNOTA        PIC 9(02).
               10 COD-ALUNO-CADNOTA        PIC 9(06).
               10 COD-DISCI-CADNOTA        PIC 9(04).
           05  NOTA-FALTA OCCURS 5 TIMES.
               10  NOTA-CADNOTA           PIC 99V9.
               10  FALTAS-CADNOTA         PIC 9(03).
           05  BIM-CADNOTA                PIC 9.
           05  NOME-ALUNO-CADNOTA         PIC X(40).

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

       FD  ARQHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID WS-ARQ-NOME
           RECORD CONTAINS 87 CHARACTERS.

       01  REG-ARQHIST                 PIC X(87).

      * CR DO ALUNO POR CURSO E ANO - SIT P = REGIME DE PROVA NO
      * ANO SEGUINTE
       FD  CRALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CRALU.DAT'
           RECORD CONTAINS 64 CHARACTERS.

       01  REG-CRALU.
           05  CHAVE-CRA.
               10  ALUNO-CRA           PIC 9(06).
               10  CURSO-CRA           PIC 9(02).
               10  ANO-CRA             PIC 9(04).
           05  CARGA-ANO-CRA           PIC 9(05).
           05  PONTOS-ANO-CRA          PIC 9(07)V9.
           05  CR-ANO-CRA              PIC 99V99.
           05  CARGA-ACUM-CRA          PIC 9(06).
           05  PONTOS-ACUM-CRA         PIC 9(08)V9.
           05  CR-ACUM-CRA             PIC 99V99.
           05  SIT-CRA                 PIC X(01).
               88  CRA-NORMAL          VALUE 'N'.
               88  CRA-PROVA           VALUE 'P'.
           05  DATA-CRA                PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-CADNT        PIC X(02) VALUE SPACES.
       01  STATUS-PARM         PIC X(02) VALUE SPACES.
       01  STATUS-CAT          PIC X(02) VALUE SPACES.
       01  STATUS-AHIST        PIC X(02) VALUE SPACES.
       01  STATUS-CRA          PIC X(02) VALUE SPACES.
       01  WS-PARM-ABERTO      PIC X VALUE 'N'.
       01  WS-SEM-PARM         PIC X VALUE 'N'.
       01  WS-SEM-ARQCAT       PIC X VALUE 'N'.
       01  WS-SEM-ALUNO        PIC X VALUE 'N'.
       01  WS-ARQ-NOME         PIC X(13) VALUE 'CADNO0000.ARQ'.
       01  CURSO-PARM-B        PIC 9(02) VALUE ZEROS.
       01  ANO-PARM-B          PIC 9(04) VALUE ZEROS.
       01  CR-MIN-P            PIC 99V9 VALUE ZEROS.
       01  WS-RESPOSTA         PIC X.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-PERIODOS         PIC 9 VALUE 4.
       01  WS-NOTA-FINAL       PIC 99V9 VALUE ZEROS.
       01  WS-PONTOS           PIC 9(05)V9 VALUE ZEROS.
       01  WS-ULT-ALUNO        PIC 9(06) VALUE ZEROS.
       01  WS-ULT-CURSO        PIC 9(02) VALUE ZEROS.
       01  WS-ULT-ANO          PIC 9(04) VALUE ZEROS.
       01  WS-ULT-CR-ANO       PIC 99V99 VALUE ZEROS.
       01  WS-ULT-CR-ACUM      PIC 99V99 VALUE ZEROS.
       01  WS-ULT-SIT          PIC X VALUE SPACES.
       01  WS-CARGA-ACUM       PIC 9(06) VALUE ZEROS.
       01  WS-PONTOS-ACUM      PIC 9(08)V9 VALUE ZEROS.
       01  WS-ABAIXO           PIC X VALUE 'N'.
       01  WS-ABAIXO-ANT       PIC X VALUE 'N'.
       01  CONT-LIDOS          PIC 9(06) VALUE ZEROS.
       01  CONT-SEM-CARGA      PIC 9(06) VALUE ZEROS.
       01  CONT-GRAVADOS       PIC 9(06) VALUE ZEROS.
       01  CONT-PROVA          PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CALCCR'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(13) VALUE SPACES.
           05 FILLER               PIC X(54) VALUE
           'COEFICIENTE DE RENDIMENTO - ALUNOS EM REGIME DE PROVA'.

       01  CAB3.
           05 FILLER               PIC X(08) VALUE 'ALUNO'.
           05 FILLER               PIC X(37) VALUE '  NOME'.
           05 FILLER               PIC X(07) VALUE 'CURSO'.
           05 FILLER               PIC X(06) VALUE 'ANO'.
           05 FILLER               PIC X(10) VALUE 'CR ANO'.
           05 FILLER               PIC X(12) VALUE 'CR ACUMUL.'.

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(35).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 ANO-DET1             PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CR-ANO-DET1          PIC Z9,99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 CR-ACUM-DET1         PIC Z9,99.

       01  TOT1.
           05 FILLER               PIC X(28) VALUE
           'ALUNOS EM REGIME DE PROVA:  '.
           05 PROVA-TOT1           PIC ZZ.ZZ9.

       01  TOT2.
           05 FILLER               PIC X(28) VALUE
           'NOTAS SEM CARGA HORARIA:    '.
           05 SEM-CARGA-TOT2       PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              DISPLAY (12 20) 'CURSO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (12 20) 'DISCI.DAT INEXISTENTE'
              STOP ' '
              CLOSE CADCURSO
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADNOTAS
           IF STATUS-CADNT NOT = '00'
              DISPLAY (12 20) 'CADNOTAS.DAT INEXISTENTE'
              STOP ' '
              CLOSE CADCURSO CADDISCI
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              MOVE 'S' TO WS-SEM-ALUNO.
           OPEN INPUT ARQCAT
           IF STATUS-CAT NOT = '00'
              MOVE 'S' TO WS-SEM-ARQCAT.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CALCCR'
           DISPLAY (02 22) 'COEFICIENTE DE RENDIMENTO (CR)'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10)
             'RECALCULA O CR DE TODOS OS ALUNOS EM TODOS OS ANOS'
           DISPLAY (07 10)
             '(CADNOTAS.DAT E ANOS ARQUIVADOS) E O REGIME DE PROVA'
           DISPLAY (10 10) 'CONFIRMA O CALCULO (S OU N) [ ]'.

       0300-CONFIRMA.
           ACCEPT (10 39) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0900-FIM.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 0300-CONFIRMA.
           DISPLAY (22 30) '                 '
           DISPLAY (12 10) 'CALCULANDO...'
           OPEN OUTPUT CRALU
           CLOSE CRALU
           OPEN I-O CRALU
           PERFORM 1000-NOTAS-VIVAS THRU 1099-FIM-VIVAS
           PERFORM 1500-ARQUIVOS THRU 1599-FIM-ARQUIVOS
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           PERFORM 2000-SITUACAO THRU 2999-FIM-SITUACAO
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-PROVA TO PROVA-TOT1
           MOVE TOT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-SEM-CARGA TO SEM-CARGA-TOT2
           MOVE TOT2 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO CRALU
           DISPLAY (12 10) 'NOTAS LIDAS:'
           DISPLAY (12 30) CONT-LIDOS
           DISPLAY (13 10) 'REGISTROS DE CR:'
           DISPLAY (13 30) CONT-GRAVADOS
           DISPLAY (14 10) 'EM REGIME DE PROVA:'
           DISPLAY (14 30) CONT-PROVA
           DISPLAY (15 10) 'SEM CARGA HORARIA:'
           DISPLAY (15 30) CONT-SEM-CARGA
           DISPLAY (22 20) 'CALCULO CONCLUIDO - RELATORIO EMITIDO'
           STOP ' '
           GO TO 0900-FIM.

      * ANO LETIVO AINDA NO CADNOTAS.DAT
       1000-NOTAS-VIVAS.
           MOVE ZEROS TO CHAVE-CADNT
           START CADNOTAS KEY NOT LESS THAN CHAVE-CADNT INVALID KEY
              GO TO 1099-FIM-VIVAS.

       1010-LE-CADNOTAS.
           READ CADNOTAS NEXT
           IF STATUS-CADNT NOT = '00'
              GO TO 1099-FIM-VIVAS.
           PERFORM 1100-ACUMULA THRU 1199-FIM-ACUMULA
           GO TO 1010-LE-CADNOTAS.

       1099-FIM-VIVAS. EXIT.

      * SO A DISCIPLINA CONCLUIDA (TODOS OS PERIODOS DO CURSO
      * LANCADOS) ENTRA NO CR - A NOTA E A MEDIA DOS PERIODOS, A
      * MESMA NOTA FINAL DO HISTORICO, PESADA PELA CARGA HORARIA
       1100-ACUMULA.
           ADD 1 TO CONT-LIDOS
           MOVE COD-CURSO-CADNOTA TO COD-CURSO
           READ CADCURSO INVALID KEY
              MOVE ZEROS TO PERIODOS-CURSO.
           MOVE PERIODOS-CURSO TO WS-PERIODOS
           IF WS-PERIODOS = 0
              MOVE 4 TO WS-PERIODOS.
           IF BIM-CADNOTA < WS-PERIODOS
              GO TO 1199-FIM-ACUMULA.
           MOVE COD-CURSO-CADNOTA TO COD-CURSO-DIS
           MOVE COD-DISCI-CADNOTA TO COD-DISCIPLINA
           MOVE ANO-CADNOTA TO ANO-DISCI
           READ CADDISCI INVALID KEY
              GO TO 1110-DISCI-GERAL.
           GO TO 1120-NOTA.

       1110-DISCI-GERAL.
           MOVE ZEROS TO ANO-DISCI
           READ CADDISCI INVALID KEY
              MOVE ZEROS TO CARGA-DIS.

       1120-NOTA.
           IF CARGA-DIS = ZEROS
              ADD 1 TO CONT-SEM-CARGA
              GO TO 1199-FIM-ACUMULA.
           MOVE ZEROS TO WS-NOTA-FINAL
           ADD NOTA-CADNOTA (1) TO WS-NOTA-FINAL
           IF WS-PERIODOS NOT < 2
              ADD NOTA-CADNOTA (2) TO WS-NOTA-FINAL.
           IF WS-PERIODOS NOT < 3
              ADD NOTA-CADNOTA (3) TO WS-NOTA-FINAL.
           IF WS-PERIODOS NOT < 4
              ADD NOTA-CADNOTA (4) TO WS-NOTA-FINAL.
           DIVIDE WS-PERIODOS INTO WS-NOTA-FINAL
           MULTIPLY WS-NOTA-FINAL BY CARGA-DIS GIVING WS-PONTOS
           MOVE COD-ALUNO-CADNOTA TO ALUNO-CRA
           MOVE COD-CURSO-CADNOTA TO CURSO-CRA
           MOVE ANO-CADNOTA TO ANO-CRA
           READ CRALU INVALID KEY
              GO TO 1150-NOVO.
           ADD CARGA-DIS TO CARGA-ANO-CRA
           ADD WS-PONTOS TO PONTOS-ANO-CRA
           REWRITE REG-CRALU
           GO TO 1199-FIM-ACUMULA.

       1150-NOVO.
           MOVE CARGA-DIS TO CARGA-ANO-CRA
           MOVE WS-PONTOS TO PONTOS-ANO-CRA
           MOVE ZEROS TO CR-ANO-CRA CARGA-ACUM-CRA PONTOS-ACUM-CRA
                         CR-ACUM-CRA
           MOVE 'N' TO SIT-CRA
           MOVE WS-DATA-ATUAL TO DATA-CRA
           WRITE REG-CRALU
           ADD 1 TO CONT-GRAVADOS.

       1199-FIM-ACUMULA. EXIT.

      * ANOS JA ARQUIVADOS PELO ARQANO (CADNOaaaa.ARQ)
       1500-ARQUIVOS.
           IF WS-SEM-ARQCAT = 'S'
              GO TO 1599-FIM-ARQUIVOS.
           MOVE ZEROS TO ANO-CAT
           START ARQCAT KEY NOT LESS THAN ANO-CAT INVALID KEY
              GO TO 1599-FIM-ARQUIVOS.

       1510-LE-CAT.
           READ ARQCAT NEXT
           IF STATUS-CAT NOT = '00'
              GO TO 1599-FIM-ARQUIVOS.
           MOVE ANO-CAT TO WS-ARQ-NOME (6:4)
           OPEN INPUT ARQHIST
           IF STATUS-AHIST NOT = '00'
              GO TO 1510-LE-CAT.

       1520-LE-ARQ.
           READ ARQHIST
           IF STATUS-AHIST NOT = '00'
              CLOSE ARQHIST
              GO TO 1510-LE-CAT.
           MOVE REG-ARQHIST TO REG-CADNOTAS
           PERFORM 1100-ACUMULA THRU 1199-FIM-ACUMULA
           GO TO 1520-LE-ARQ.

       1599-FIM-ARQUIVOS. EXIT.

      * CR ACUMULADO EM ORDEM DE ANO PARA CADA ALUNO/CURSO; ABAIXO
      * DO MINIMO DO CURSO NO ANO E NO ANTERIOR = REGIME DE PROVA.
      * CURSO SEM CR MINIMO NO PARMAPRV NAO TEM REGIME DE PROVA
       2000-SITUACAO.
           MOVE ZEROS TO WS-ULT-ALUNO WS-ULT-CURSO WS-ULT-ANO
           MOVE SPACES TO WS-ULT-SIT
           MOVE ZEROS TO CHAVE-CRA
           START CRALU KEY NOT LESS THAN CHAVE-CRA INVALID KEY
              GO TO 2999-FIM-SITUACAO.

       2100-LE-CRALU.
           READ CRALU NEXT
           IF STATUS-CRA NOT = '00'
              PERFORM 2500-IMPRIME THRU 2599-FIM-IMPRIME
              GO TO 2999-FIM-SITUACAO.
           IF ALUNO-CRA NOT = WS-ULT-ALUNO
              OR CURSO-CRA NOT = WS-ULT-CURSO
              PERFORM 2500-IMPRIME THRU 2599-FIM-IMPRIME
              MOVE ZEROS TO WS-CARGA-ACUM WS-PONTOS-ACUM
              MOVE 'N' TO WS-ABAIXO-ANT
              MOVE ZEROS TO WS-ULT-ANO.
           IF WS-ULT-ANO NOT = ZEROS
              AND ANO-CRA NOT = WS-ULT-ANO + 1
              MOVE 'N' TO WS-ABAIXO-ANT.
           ADD CARGA-ANO-CRA TO WS-CARGA-ACUM
           ADD PONTOS-ANO-CRA TO WS-PONTOS-ACUM
           COMPUTE CR-ANO-CRA ROUNDED =
              PONTOS-ANO-CRA / CARGA-ANO-CRA
           COMPUTE CR-ACUM-CRA ROUNDED =
              WS-PONTOS-ACUM / WS-CARGA-ACUM
           MOVE WS-CARGA-ACUM TO CARGA-ACUM-CRA
           MOVE WS-PONTOS-ACUM TO PONTOS-ACUM-CRA
           MOVE CURSO-CRA TO CURSO-PARM-B
           MOVE ANO-CRA TO ANO-PARM-B
           PERFORM 9500-LE-PARAMETROS THRU 9599-FIM-PARM
           MOVE 'N' TO WS-ABAIXO
           IF CR-MIN-P > ZEROS AND CR-ACUM-CRA < CR-MIN-P
              MOVE 'S' TO WS-ABAIXO.
           MOVE 'N' TO SIT-CRA
           IF WS-ABAIXO = 'S' AND WS-ABAIXO-ANT = 'S'
              MOVE 'P' TO SIT-CRA.
           REWRITE REG-CRALU
           MOVE WS-ABAIXO TO WS-ABAIXO-ANT
           MOVE ALUNO-CRA TO WS-ULT-ALUNO
           MOVE CURSO-CRA TO WS-ULT-CURSO
           MOVE ANO-CRA TO WS-ULT-ANO
           MOVE CR-ANO-CRA TO WS-ULT-CR-ANO
           MOVE CR-ACUM-CRA TO WS-ULT-CR-ACUM
           MOVE SIT-CRA TO WS-ULT-SIT
           GO TO 2100-LE-CRALU.

      * O ALUNO SAI NO RELATORIO QUANDO O ULTIMO ANO CALCULADO O
      * DEIXOU EM REGIME DE PROVA
       2500-IMPRIME.
           IF WS-ULT-SIT NOT = 'P'
              GO TO 2599-FIM-IMPRIME.
           ADD 1 TO CONT-PROVA
           MOVE WS-ULT-ALUNO TO ALUNO-DET1
           MOVE SPACES TO NOME-DET1
           IF WS-SEM-ALUNO = 'N'
              MOVE WS-ULT-ALUNO TO COD-ALUNO
              MOVE WS-ULT-CURSO TO COD-CURSO-ALU
              READ CADALUNO INVALID KEY
                 MOVE SPACES TO NOME-ALUNO.
           IF WS-SEM-ALUNO = 'N'
              MOVE NOME-ALUNO TO NOME-DET1.
           MOVE WS-ULT-CURSO TO CURSO-DET1
           MOVE WS-ULT-ANO TO ANO-DET1
           MOVE WS-ULT-CR-ANO TO CR-ANO-DET1
           MOVE WS-ULT-CR-ACUM TO CR-ACUM-DET1
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA.

       2599-FIM-IMPRIME. EXIT.

       2999-FIM-SITUACAO. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
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

      * CR MINIMO DO CURSO NO ANO (OU DO REGISTRO GERAL ANO 0000);
      * SEM PARAMETRO OU CR ZERO = CURSO SEM REGIME DE PROVA
       9400-ROTINA-PARM SECTION.
       9500-LE-PARAMETROS.
           MOVE ZEROS TO CR-MIN-P
           IF WS-PARM-ABERTO = 'N'
              MOVE 'A' TO WS-PARM-ABERTO
              OPEN INPUT PARMAPRV
              IF STATUS-PARM NOT = '00'
                 MOVE 'S' TO WS-SEM-PARM.
           IF WS-SEM-PARM = 'S'
              GO TO 9599-FIM-PARM.
           MOVE CURSO-PARM-B TO CURSO-PARM
           MOVE ANO-PARM-B TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 9510-TENTA-GERAL.
           GO TO 9590-MOVE-PARM.

       9510-TENTA-GERAL.
           MOVE ZEROS TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 9599-FIM-PARM.

       9590-MOVE-PARM.
           IF CR-MIN-APRV NUMERIC
              MOVE CR-MIN-APRV TO CR-MIN-P.

       9599-FIM-PARM. EXIT.

       0900-FIM.
           IF WS-PARM-ABERTO = 'A' AND WS-SEM-PARM = 'N'
              CLOSE PARMAPRV.
           CLOSE CADCURSO CADDISCI CADNOTAS
           IF WS-SEM-ALUNO = 'N'
              CLOSE CADALUNO.
           IF WS-SEM-ARQCAT = 'N'
              CLOSE ARQCAT.
           CHAIN 'FACAD.EXE'.

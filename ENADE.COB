       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENADE-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : ENADE - levanta por curso e ano os alunos
      *              ingressantes (ano-admissao do ADMALU.DAT igual
      *              ao ano do exame) e concluintes (percentual das
      *              obrigatorias da grade do aluno, GRADECUR ou
      *              GRADECV pela versao do ALUVER, ja aprovadas),
      *              grava a inscricao em ENADEALU.DAT com a situacao
      *              do aluno no exame (regular, dispensado ou
      *              irregular), gera o arquivo de inscricao do ano
      *              (ENADE.TXT) e lista os inscritos do curso; o
      *              GRADFORM nao forma aluno irregular
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

           SELECT ADMALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ADM
                       FILE STATUS STATUS-ADM.

           SELECT PARMAPRV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

           SELECT GRADECUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-GRADE
                       FILE STATUS STATUS-GRADE.

           SELECT GRADECV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-GRDV
                       FILE STATUS STATUS-GRDV.

           SELECT ALUVER ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-AVER
                       FILE STATUS STATUS-AVER.

           SELECT DISPENSA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DISP
                       FILE STATUS STATUS-DISP.

           SELECT ENADEALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ENA
                       FILE STATUS STATUS-ENA.

           SELECT CPFCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CPF
                       FILE STATUS STATUS-CPF.

           SELECT ENADETXT ASSIGN TO DISK
                       FILE STATUS STATUS-TXT.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCURSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CURSO.DAT'
           RECORD CONTAINS 44 CHARACTERS.

       01  REG-CADCURSO.
           05 CHAVE-CURSO.
              10 COD-CURSO         PIC 9(02).
           05 NOME-CURSO           PIC X(40).
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
               88  ALU-FORMADO         VALUE 'F'.
               88  ALU-DESISTENTE      VALUE 'D'.
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

       FD  ADMALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ADMALU.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-ADMALU.
           05  CHAVE-ADM.
               10  COD-ALUNO-ADM       PIC 9(06).
               10  COD-CURSO-ADM       PIC 9(06).
           05  ANO-ADMISSAO            PIC 9(04).
           05  FILLER                  PIC X(04).

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
           05  FILLER                  PIC X(05).

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

       FD  GRADECV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'GRADECV.DAT'
           RECORD CONTAINS 14 CHARACTERS.

       01  REG-GRADECV.
           05  CHAVE-GRDV.
               10  COD-CURSO-GRDV      PIC 9(02).
               10  VERSAO-GRDV         PIC 9(02).
               10  PERIODO-GRDV        PIC 9(01).
               10  COD-DISCI-GRDV      PIC 9(04).
           05  OBRIG-GRDV              PIC X(01).
               88  GRDV-OBRIGATORIA    VALUE 'O'.
               88  GRDV-OPTATIVA       VALUE 'P'.
           05  FILLER                  PIC X(04).

       FD  ALUVER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ALUVER.DAT'
           RECORD CONTAINS 14 CHARACTERS.

       01  REG-ALUVER.
           05  CHAVE-AVER.
               10  COD-ALUNO-AVER      PIC 9(06).
               10  COD-CURSO-AVER      PIC 9(02).
           05  VERSAO-ALUNO            PIC 9(02).
           05  FILLER                  PIC X(04).

       FD  DISPENSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISPENSA.DAT'
           RECORD CONTAINS 70 CHARACTERS.

       01  REG-DISPENSA.
           05  CHAVE-DISP.
               10  COD-CURSO-DISP      PIC 9(02).
               10  COD-ALUNO-DISP      PIC 9(06).
               10  COD-DISCI-DISP      PIC 9(04).
           05  FILLER                  PIC X(58).

       FD  ENADEALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ENADEALU.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-ENADEALU.
           05  CHAVE-ENA.
               10  COD-CURSO-ENA       PIC 9(02).
               10  COD-ALUNO-ENA       PIC 9(06).
               10  ANO-ENA             PIC 9(04).
           05  TIPO-ENA                PIC X(01).
               88  ENA-INGRESSANTE     VALUE 'I'.
               88  ENA-CONCLUINTE      VALUE 'C'.
           05  PERC-ENA                PIC 9(03).
           05  SIT-ENA                 PIC X(01).
               88  ENA-REGULAR         VALUE 'R'.
               88  ENA-DISPENSADO      VALUE 'D'.
               88  ENA-IRREGULAR       VALUE 'I'.
           05  DATA-SIT-ENA            PIC 9(08).
           05  FILLER                  PIC X(15).

       FD  CPFCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CPFCAD.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-CPFCAD.
           05  CHAVE-CPF.
               10  TIPO-CPC            PIC X(01).
               10  CODIGO-CPC          PIC 9(06).
               10  CURSO-CPC           PIC 9(06).
           05  CPF-CPC                 PIC 9(11).
           05  FILLER                  PIC X(06).

       FD  ENADETXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ENADE.TXT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ENADETXT.
           05  ANO-TXT                 PIC 9(04).
           05  CURSO-TXT               PIC 9(02).
           05  ALUNO-TXT               PIC 9(06).
           05  NOME-TXT                PIC X(35).
           05  CPF-TXT                 PIC 9(11).
           05  TIPO-TXT                PIC X(01).
           05  PERC-TXT                PIC 9(03).
           05  SIT-TXT                 PIC X(01).
           05  FILLER                  PIC X(17).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-PARM             PIC X(02) VALUE SPACES.
       01  WS-PARM-ABERTO          PIC X VALUE 'N'.
       01  WS-SEM-PARM             PIC X VALUE 'N'.
       01  CURSO-PARM-B            PIC 9(02) VALUE ZEROS.
       01  ANO-PARM-B              PIC 9(04) VALUE ZEROS.
       01  MEDIA-MIN-P             PIC 99V9 VALUE 7,0.
       01  FREQ-MIN-P              PIC 9(03) VALUE 75.
       01  NOTA-HONRA-P            PIC 99V9 VALUE 9,0.
       01  MEDIA-OK-P              PIC X VALUE 'N'.
       01  FREQ-OK-P               PIC X VALUE 'N'.
       01  HONRA-OK-P              PIC X VALUE 'N'.
       01  STATUS-CUR              PIC X(02) VALUE SPACE.
       01  STATUS-DIS              PIC X(02) VALUE SPACE.
       01  STATUS-ALU              PIC X(02) VALUE SPACE.
       01  STATUS-CADNT            PIC X(02) VALUE SPACE.
       01  STATUS-ADM              PIC X(02) VALUE SPACE.
       01  STATUS-ENA              PIC X(02) VALUE SPACE.
       01  STATUS-CPF              PIC X(02) VALUE SPACE.
       01  STATUS-TXT              PIC X(02) VALUE SPACE.
       01  WS-SEM-ADM              PIC X VALUE 'N'.
       01  WS-SEM-CPF              PIC X VALUE 'N'.
       01  STATUS-DISP             PIC X(02) VALUE SPACE.
       01  WS-SEM-DISPENSA         PIC X VALUE 'N'.
       01  WS-DISP-OK              PIC X VALUE 'N'.
       01  STATUS-GRADE            PIC X(02) VALUE SPACES.
       01  WS-SEM-GRADE            PIC X VALUE 'N'.
       01  STATUS-GRDV             PIC X(02) VALUE SPACES.
       01  STATUS-AVER             PIC X(02) VALUE SPACES.
       01  WS-SEM-GRDV             PIC X VALUE 'N'.
       01  WS-VERSAO               PIC 9(02) VALUE 01.
       01  WS-TEM-MATRIZ           PIC X VALUE 'N'.
       01  WS-MAT-OK               PIC X VALUE 'N'.
       01  WS-ANO-APROV            PIC 9(04) VALUE ZEROS.
       01  WS-ANO-BUSCA            PIC 9(04) VALUE ZEROS.
       01  WS-CURSO                PIC 9(02) VALUE ZEROS.
       01  WS-CURSO-COMP           PIC 9(06) VALUE ZEROS.
       01  WS-ANO-ENADE            PIC 9(04) VALUE ZEROS.
       01  WS-ALUNO-ATUAL          PIC 9(06) VALUE ZEROS.
       01  WS-PERC-MIN             PIC 9(03) VALUE 80.
       01  WS-PERC                 PIC 9(03) VALUE ZEROS.
       01  WS-TOT-OBRIG            PIC 9(04) VALUE ZEROS.
       01  WS-TOT-CUMPR            PIC 9(04) VALUE ZEROS.
       01  WS-TIPO                 PIC X VALUE SPACE.
       01  WS-SIT                  PIC X VALUE SPACE.
       01  WS-RESPOSTA             PIC X.
       01  WS-OPCAO                PIC X.
       01  TOT-FALTAS              PIC 9(03) VALUE ZEROS.
       01  TOT-PRES                PIC 9(04) VALUE ZEROS.
       01  FREQ-WS                 PIC 9(03) VALUE ZEROS.
       01  SITUACAO                PIC X(12).
       01  NOTA-FINAL              PIC 99V9 VALUE ZEROS.
       01  NOT1-WS                 PIC 99V9.
       01  WS-PERIODOS             PIC 9 VALUE 4.
       01  WS-DATA-ATUAL           PIC 9(08) VALUE ZEROS.
       01  CONT-INGRESSANTES       PIC 9(04) VALUE ZEROS.
       01  CONT-CONCLUINTES        PIC 9(04) VALUE ZEROS.
       01  CONT-TXT                PIC 9(05) VALUE ZEROS.
       01  CONTLIN                 PIC 99 VALUE ZEROS.
       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
       01  LIMPA-LINHA             PIC X(60) VALUE SPACES.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'ENADE'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(46) VALUE
           'ENADE - INSCRICAO DE INGRESSANTES/CONCLUINTES'.

       01  CAB3.
           05 FILLER               PIC X(07) VALUE 'CURSO: '.
           05 CURSO-CAB3           PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 NOME-CAB3            PIC X(40).
           05 FILLER               PIC X(06) VALUE ' ANO: '.
           05 ANO-CAB3             PIC 9(04).

       01  CAB4.
           05 FILLER               PIC X(08) VALUE 'ALUNO'.
           05 FILLER               PIC X(37) VALUE '  NOME'.
           05 FILLER               PIC X(06) VALUE 'ADM.'.
           05 FILLER               PIC X(06) VALUE 'GRADE'.
           05 FILLER               PIC X(13) VALUE 'INSCRICAO'.
           05 FILLER               PIC X(10) VALUE 'SITUACAO'.

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(35).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ADM-DET1             PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PERC-DET1            PIC ZZ9.
           05 FILLER               PIC X(01) VALUE '%'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TIPO-DET1            PIC X(13).
           05 SIT-DET1             PIC X(10).

       01  TOT1.
           05 FILLER               PIC X(22) VALUE
           'INGRESSANTES:         '.
           05 ING-TOT1             PIC ZZZ9.
           05 FILLER               PIC X(22) VALUE
           '   CONCLUINTES:       '.
           05 CON-TOT1             PIC ZZZ9.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              DISPLAY (17 25) 'CURSO.DAT INEXISTENTE - ABORTADO'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (17 25) 'DISCI.DAT INEXISTENTE - ABORTADO'
              CLOSE CADCURSO
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (17 25) 'ALUNO.DAT INEXISTENTE - ABORTADO'
              CLOSE CADCURSO
                    CADDISCI
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADNOTAS
           IF STATUS-CADNT NOT = '00'
              DISPLAY (17 25) 'CADNOTAS.DAT INEXISTENTE - ABORTADO'
              CLOSE CADCURSO
                    CADDISCI
                    CADALUNO
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O ENADEALU
           IF STATUS-ENA NOT = '00'
              OPEN OUTPUT ENADEALU
              CLOSE ENADEALU
              OPEN I-O ENADEALU.
           OPEN INPUT ADMALU
           IF STATUS-ADM NOT = '00'
              MOVE 'S' TO WS-SEM-ADM.
           OPEN INPUT DISPENSA
           IF STATUS-DISP NOT = '00'
              MOVE 'S' TO WS-SEM-DISPENSA.
           OPEN INPUT GRADECUR
           IF STATUS-GRADE NOT = '00'
              MOVE 'S' TO WS-SEM-GRADE.
           OPEN INPUT GRADECV
           IF STATUS-GRDV NOT = '00'
              MOVE 'S' TO WS-SEM-GRDV.
           OPEN INPUT ALUVER
           IF STATUS-AVER NOT = '00'
              CONTINUE.
           OPEN INPUT CPFCAD
           IF STATUS-CPF NOT = '00'
              MOVE 'S' TO WS-SEM-CPF.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'ENADE'
           DISPLAY (02 22) 'ENADE - INGRESSANTES E CONCLUINTES'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'CODIGO DO CURSO [  ]'
           DISPLAY (07 10) 'ANO DO EXAME    [    ]'
           DISPLAY (09 10)
             'OPCAO: G=GERA INSCRICAO E LISTA  S=SITUACAO DO ALUNO'
           DISPLAY (10 17) '[ ]'.

       0300-CURSO.
           ACCEPT (06 27) WS-CURSO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-CURSO = ZEROS
              GO TO 0900-FIM.
           MOVE WS-CURSO TO COD-CURSO
           READ CADCURSO INVALID KEY
              DISPLAY (22 10) 'CURSO NAO CADASTRADO'
              GO TO 0300-CURSO.
           DISPLAY (06 32) NOME-CURSO.

       0350-ANO.
           ACCEPT (07 27) WS-ANO-ENADE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO-ENADE < 2004
              DISPLAY (22 10) 'ANO INVALIDO'
              GO TO 0350-ANO.

       0400-OPCAO.
           ACCEPT (10 18) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'G' OR 'g'
              PERFORM 2000-GERA THRU 2999-FIM-GERA
              GO TO 0200-TELA.
           IF WS-OPCAO = 'S' OR 's'
              PERFORM 3000-SITUACAO THRU 3999-FIM-SITUACAO
              GO TO 0200-TELA.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0400-OPCAO.

      * INSCRICAO DO CURSO NO ANO: INGRESSANTE PELO ANO DE ADMISSAO,
      * CONCLUINTE PELO PERCENTUAL DA GRADE JA CUMPRIDO. A SITUACAO
      * DE QUEM JA ESTAVA INSCRITO NO ANO E PRESERVADA
       2000-GERA.
           DISPLAY (12 10) '% MINIMO DA GRADE P/ CONCLUINTE [   ]'
           DISPLAY (12 43) WS-PERC-MIN
           ACCEPT (12 43) WS-PERC-MIN WITH PROMPT AUTO-SKIP
           IF WS-PERC-MIN = ZEROS OR WS-PERC-MIN > 100
              DISPLAY (22 10) 'PERCENTUAL INVALIDO'
              GO TO 2000-GERA.
           DISPLAY (22 10) LIMPA-LINHA
           PERFORM 2050-VERIFICA-MATRIZ THRU 2059-FIM-VER
           IF WS-TEM-MATRIZ = 'N'
              DISPLAY (14 10)
                'CURSO SEM GRADE CURRICULAR - SO INGRESSANTES'.
           DISPLAY (22 10) 'CONFIRMA (S OU N) [ ]'
           ACCEPT (22 29) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 27) 'OPERACAO ABANDONADA'
              STOP ' '
              GO TO 2999-FIM-GERA.
           DISPLAY (16 10) 'PROCESSANDO ALUNOS DO CURSO...'
           MOVE WS-CURSO TO WS-CURSO-COMP
           MOVE ZEROS TO CONT-INGRESSANTES CONT-CONCLUINTES
                         CONTLIN CONTPAG
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE ZEROS TO CHAVE-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              GO TO 2500-TOTAIS.

       2100-LE-ALUNO.
           READ CADALUNO NEXT
           IF STATUS-ALU NOT = '00'
              GO TO 2500-TOTAIS.
           IF COD-CURSO-ALU NOT = WS-CURSO
              GO TO 2100-LE-ALUNO.
           IF NOT ALU-ATIVO
              GO TO 2100-LE-ALUNO.
           MOVE COD-ALUNO TO WS-ALUNO-ATUAL
           MOVE ZEROS TO ANO-ADMISSAO WS-PERC
           MOVE SPACE TO WS-TIPO
           IF WS-SEM-ADM NOT = 'S'
              MOVE COD-ALUNO TO COD-ALUNO-ADM
              MOVE WS-CURSO-COMP TO COD-CURSO-ADM
              READ ADMALU
              IF STATUS-ADM NOT = '00'
                 MOVE ZEROS TO ANO-ADMISSAO.
           IF ANO-ADMISSAO > WS-ANO-ENADE
              GO TO 2100-LE-ALUNO.
           IF ANO-ADMISSAO = WS-ANO-ENADE
              MOVE 'I' TO WS-TIPO
              GO TO 2200-INSCREVE.
           IF WS-TEM-MATRIZ = 'N'
              GO TO 2100-LE-ALUNO.
           PERFORM 2300-PERCENTUAL THRU 2399-FIM-PERCENTUAL
           IF WS-PERC < WS-PERC-MIN
              GO TO 2100-LE-ALUNO.
           MOVE 'C' TO WS-TIPO.

      * INGRESSANTE ENTRA REGULAR; CONCLUINTE ENTRA IRREGULAR ATE A
      * SECRETARIA REGISTRAR A PRESENCA OU A DISPENSA NA OPCAO S
       2200-INSCREVE.
           MOVE WS-CURSO TO COD-CURSO-ENA
           MOVE COD-ALUNO TO COD-ALUNO-ENA
           MOVE WS-ANO-ENADE TO ANO-ENA
           READ ENADEALU INVALID KEY
              GO TO 2210-NOVO.
           MOVE WS-TIPO TO TIPO-ENA
           MOVE WS-PERC TO PERC-ENA
           REWRITE REG-ENADEALU
           GO TO 2250-LISTA.

       2210-NOVO.
           MOVE WS-TIPO TO TIPO-ENA
           MOVE WS-PERC TO PERC-ENA
           MOVE 'R' TO SIT-ENA
           IF WS-TIPO = 'C'
              MOVE 'I' TO SIT-ENA.
           MOVE WS-DATA-ATUAL TO DATA-SIT-ENA
           WRITE REG-ENADEALU.

       2250-LISTA.
           IF ENA-INGRESSANTE
              ADD 1 TO CONT-INGRESSANTES
              MOVE 'INGRESSANTE' TO TIPO-DET1
           ELSE
              ADD 1 TO CONT-CONCLUINTES
              MOVE 'CONCLUINTE' TO TIPO-DET1.
           MOVE COD-ALUNO TO ALUNO-DET1
           MOVE NOME-ALUNO TO NOME-DET1
           MOVE ANO-ADMISSAO TO ADM-DET1
           MOVE PERC-ENA TO PERC-DET1
           PERFORM 3500-NOME-SITUACAO
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 2100-LE-ALUNO.

       2500-TOTAIS.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-INGRESSANTES TO ING-TOT1
           MOVE CONT-CONCLUINTES TO CON-TOT1
           MOVE TOT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           PERFORM 2600-ARQUIVO THRU 2699-FIM-ARQUIVO
           DISPLAY (16 10) LIMPA-LINHA
           DISPLAY (16 10) 'INGRESSANTES:'
           DISPLAY (16 24) CONT-INGRESSANTES
           DISPLAY (16 30) 'CONCLUINTES:'
           DISPLAY (16 43) CONT-CONCLUINTES
           DISPLAY (18 10) 'ENADE.TXT GERADO - REGISTROS DO ANO:'
           DISPLAY (18 47) CONT-TXT
           DISPLAY (22 20) 'RELATORIO EMITIDO'
           STOP ' '.

       2999-FIM-GERA. EXIT.

      * GRADE DO CURSO EXISTE (GRADECUR OU ALGUMA VERSAO EM GRADECV)
       2050-VERIFICA-MATRIZ.
           MOVE 'N' TO WS-TEM-MATRIZ
           IF WS-SEM-GRADE = 'S'
              GO TO 2055-VERIFICA-GRDV.
           MOVE WS-CURSO TO COD-CURSO-GRADE
           MOVE ZEROS TO PERIODO-GRADE COD-DISCI-GRADE
           START GRADECUR KEY NOT LESS THAN CHAVE-GRADE INVALID KEY
              GO TO 2055-VERIFICA-GRDV.
           READ GRADECUR NEXT
           IF STATUS-GRADE = '00' AND COD-CURSO-GRADE = WS-CURSO
              MOVE 'S' TO WS-TEM-MATRIZ
              GO TO 2059-FIM-VER.

       2055-VERIFICA-GRDV.
           IF WS-SEM-GRDV = 'S'
              GO TO 2059-FIM-VER.
           MOVE WS-CURSO TO COD-CURSO-GRDV
           MOVE ZEROS TO VERSAO-GRDV PERIODO-GRDV COD-DISCI-GRDV
           START GRADECV KEY NOT LESS THAN CHAVE-GRDV INVALID KEY
              GO TO 2059-FIM-VER.
           READ GRADECV NEXT
           IF STATUS-GRDV = '00' AND COD-CURSO-GRDV = WS-CURSO
              MOVE 'S' TO WS-TEM-MATRIZ.

       2059-FIM-VER. EXIT.

      * PERCENTUAL DAS OBRIGATORIAS DA GRADE DO ALUNO JA CUMPRIDAS
      * (APROVACAO EM QUALQUER ANO ATE O DO EXAME OU DISPENSA)
       2300-PERCENTUAL.
           MOVE ZEROS TO WS-TOT-OBRIG WS-TOT-CUMPR WS-PERC
           PERFORM 9860-VERSAO-DO-ALUNO THRU 9869-FIM-VERSAO
           IF WS-VERSAO > 1
              GO TO 2350-GRADE-V.
           IF WS-SEM-GRADE = 'S'
              GO TO 2390-CALCULA.
           MOVE WS-CURSO TO COD-CURSO-GRADE
           MOVE ZEROS TO PERIODO-GRADE COD-DISCI-GRADE
           START GRADECUR KEY NOT LESS THAN CHAVE-GRADE INVALID KEY
              GO TO 2390-CALCULA.

       2310-LE-GRADE.
           READ GRADECUR NEXT
           IF STATUS-GRADE NOT = '00'
              GO TO 2390-CALCULA.
           IF COD-CURSO-GRADE NOT = WS-CURSO
              GO TO 2390-CALCULA.
           IF NOT GRADE-OBRIGATORIA
              GO TO 2310-LE-GRADE.
           ADD 1 TO WS-TOT-OBRIG
           PERFORM 2370-APROVA-QQ-ANO THRU 2379-FIM-APROVA
           IF WS-MAT-OK = 'S'
              ADD 1 TO WS-TOT-CUMPR.
           GO TO 2310-LE-GRADE.

      * MESMA CONTAGEM PELA GRADE DA VERSAO DO ALUNO (GRADECV) -
      * A DISCIPLINA VOLTA NOS CAMPOS DO GRADECUR P/ REUSO DO 2370
       2350-GRADE-V.
           IF WS-SEM-GRDV = 'S'
              GO TO 2390-CALCULA.
           MOVE WS-CURSO TO COD-CURSO-GRDV
           MOVE WS-VERSAO TO VERSAO-GRDV
           MOVE ZEROS TO PERIODO-GRDV COD-DISCI-GRDV
           START GRADECV KEY NOT LESS THAN CHAVE-GRDV INVALID KEY
              GO TO 2390-CALCULA.

       2360-LE-GRDV.
           READ GRADECV NEXT
           IF STATUS-GRDV NOT = '00'
              GO TO 2390-CALCULA.
           IF COD-CURSO-GRDV NOT = WS-CURSO
              OR VERSAO-GRDV NOT = WS-VERSAO
              GO TO 2390-CALCULA.
           IF NOT GRDV-OBRIGATORIA
              GO TO 2360-LE-GRDV.
           ADD 1 TO WS-TOT-OBRIG
           MOVE COD-DISCI-GRDV TO COD-DISCI-GRADE
           PERFORM 2370-APROVA-QQ-ANO THRU 2379-FIM-APROVA
           IF WS-MAT-OK = 'S'
              ADD 1 TO WS-TOT-CUMPR.
           GO TO 2360-LE-GRDV.

       2370-APROVA-QQ-ANO.
           MOVE 'N' TO WS-MAT-OK
           MOVE ZEROS TO WS-ANO-APROV
           MOVE COD-DISCI-GRADE TO COD-DISCI-DISP
           PERFORM 9800-VERIFICA-DISPENSA THRU 9899-FIM-DISPENSA
           IF WS-DISP-OK = 'S'
              MOVE 'S' TO WS-MAT-OK
              GO TO 2379-FIM-APROVA.
           MOVE 1996 TO WS-ANO-BUSCA.

       2372-PROXIMO-ANO.
           ADD 1 TO WS-ANO-BUSCA
           IF WS-ANO-BUSCA > WS-ANO-ENADE
              GO TO 2379-FIM-APROVA.
           MOVE WS-ANO-BUSCA TO ANO-CADNOTA
           MOVE WS-CURSO TO COD-CURSO-CADNOTA
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-CADNOTA
           MOVE COD-DISCI-GRADE TO COD-DISCI-CADNOTA
           READ CADNOTAS INVALID KEY
              GO TO 2372-PROXIMO-ANO.
           MOVE WS-CURSO TO COD-CURSO-DIS
           MOVE COD-DISCI-GRADE TO COD-DISCIPLINA
           MOVE WS-ANO-BUSCA TO ANO-DISCI
           READ CADDISCI INVALID KEY
              MOVE SPACES TO NOME-DISCIPLINA
              MOVE ZEROS TO QTDE-AULAS-DIS.
           PERFORM 0600-CALCULA-SITUACAO
           IF SITUACAO (1:8) = 'APROVADO'
              MOVE 'S' TO WS-MAT-OK
              MOVE WS-ANO-BUSCA TO WS-ANO-APROV
              GO TO 2379-FIM-APROVA.
           GO TO 2372-PROXIMO-ANO.

       2379-FIM-APROVA. EXIT.

       2390-CALCULA.
           IF WS-TOT-OBRIG = ZEROS
              GO TO 2399-FIM-PERCENTUAL.
           COMPUTE WS-PERC = WS-TOT-CUMPR * 100 / WS-TOT-OBRIG.

       2399-FIM-PERCENTUAL. EXIT.

      * ARQUIVO DE INSCRICAO: TODOS OS INSCRITOS DO ANO, DE TODOS OS
      * CURSOS JA PROCESSADOS, COM CPF DO CPFCAD QUANDO HOUVER
       2600-ARQUIVO.
           MOVE ZEROS TO CONT-TXT
           OPEN OUTPUT ENADETXT
           MOVE ZEROS TO CHAVE-ENA
           START ENADEALU KEY NOT LESS THAN CHAVE-ENA INVALID KEY
              GO TO 2690-FECHA.

       2610-LE-INSCRITO.
           READ ENADEALU NEXT
           IF STATUS-ENA NOT = '00'
              GO TO 2690-FECHA.
           IF ANO-ENA NOT = WS-ANO-ENADE
              GO TO 2610-LE-INSCRITO.
           MOVE SPACES TO REG-ENADETXT
           MOVE ANO-ENA TO ANO-TXT
           MOVE COD-CURSO-ENA TO CURSO-TXT
           MOVE COD-ALUNO-ENA TO ALUNO-TXT
           MOVE COD-ALUNO-ENA TO COD-ALUNO
           MOVE COD-CURSO-ENA TO COD-CURSO-ALU
           READ CADALUNO INVALID KEY
              MOVE SPACES TO NOME-ALUNO.
           MOVE NOME-ALUNO TO NOME-TXT
           MOVE ZEROS TO CPF-TXT
           IF WS-SEM-CPF NOT = 'S'
              MOVE 'A' TO TIPO-CPC
              MOVE COD-ALUNO-ENA TO CODIGO-CPC
              MOVE COD-CURSO-ENA TO WS-CURSO-COMP
              MOVE WS-CURSO-COMP TO CURSO-CPC
              READ CPFCAD
              IF STATUS-CPF = '00'
                 MOVE CPF-CPC TO CPF-TXT.
           MOVE TIPO-ENA TO TIPO-TXT
           MOVE PERC-ENA TO PERC-TXT
           MOVE SIT-ENA TO SIT-TXT
           WRITE REG-ENADETXT
           ADD 1 TO CONT-TXT
           GO TO 2610-LE-INSCRITO.

       2690-FECHA.
           CLOSE ENADETXT.

       2699-FIM-ARQUIVO. EXIT.

      * SITUACAO DO ALUNO NO EXAME: R=REGULAR (COMPARECEU OU NAO FOI
      * CONVOCADO), D=DISPENSADO, I=IRREGULAR (IMPEDE A FORMATURA)
       3000-SITUACAO.
           DISPLAY (12 10) 'CODIGO DO ALUNO [      ]'
           ACCEPT (12 27) WS-ALUNO-ATUAL WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ALUNO-ATUAL = ZEROS
              GO TO 3999-FIM-SITUACAO.
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO
           MOVE WS-CURSO TO COD-CURSO-ALU
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 3000-SITUACAO.
           DISPLAY (12 36) NOME-ALUNO
           MOVE WS-CURSO TO COD-CURSO-ENA
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-ENA
           MOVE WS-ANO-ENADE TO ANO-ENA
           READ ENADEALU INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO INSCRITO NO ANO'
              STOP ' '
              GO TO 3999-FIM-SITUACAO.
           IF ENA-INGRESSANTE
              DISPLAY (14 10) 'INSCRITO COMO INGRESSANTE'
           ELSE
              DISPLAY (14 10) 'INSCRITO COMO CONCLUINTE'
              DISPLAY (14 36) PERC-ENA
              DISPLAY (14 40) '% DA GRADE'.
           MOVE SIT-ENA TO WS-SIT.

       3100-NOVA-SITUACAO.
           DISPLAY (16 10)
             'SITUACAO [ ]  R=REGULAR D=DISPENSADO I=IRREGULAR'
           DISPLAY (16 20) WS-SIT
           ACCEPT (16 20) WS-SIT WITH UPDATE AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-SIT = 'r' MOVE 'R' TO WS-SIT.
           IF WS-SIT = 'd' MOVE 'D' TO WS-SIT.
           IF WS-SIT = 'i' MOVE 'I' TO WS-SIT.
           IF WS-SIT NOT = 'R' AND 'D' AND 'I'
              DISPLAY (22 10) 'SITUACAO INVALIDA'
              GO TO 3100-NOVA-SITUACAO.

       3200-CONFIRMA.
           DISPLAY (22 10) 'CONFIRMA (S OU N) [ ]'
           ACCEPT (22 29) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              DISPLAY (22 27) 'OPERACAO ABANDONADA'
              STOP ' '
              GO TO 3999-FIM-SITUACAO.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 3200-CONFIRMA.
           IF WS-SIT NOT = SIT-ENA
              MOVE WS-SIT TO SIT-ENA
              MOVE WS-DATA-ATUAL TO DATA-SIT-ENA.
           REWRITE REG-ENADEALU
           DISPLAY (22 22) 'SITUACAO GRAVADA'
           STOP ' '.

       3999-FIM-SITUACAO. EXIT.

       3500-NOME-SITUACAO.
           MOVE 'REGULAR' TO SIT-DET1
           IF ENA-DISPENSADO
              MOVE 'DISPENSADO' TO SIT-DET1.
           IF ENA-IRREGULAR
              MOVE 'IRREGULAR' TO SIT-DET1.

       0600-CALCULA-SITUACAO.
           MOVE ZEROS TO NOTA-FINAL TOT-FALTAS TOT-PRES
           MOVE PERIODOS-CURSO TO WS-PERIODOS
           IF WS-PERIODOS = 0
              MOVE 4 TO WS-PERIODOS.

           ADD NOTA-CADNOTA (1) TO NOTA-FINAL
           ADD FALTAS-CADNOTA (1) TO TOT-FALTAS
           IF WS-PERIODOS NOT< 2
              ADD NOTA-CADNOTA (2) TO NOTA-FINAL
              ADD FALTAS-CADNOTA (2) TO TOT-FALTAS.
           IF WS-PERIODOS NOT< 3
              ADD NOTA-CADNOTA (3) TO NOTA-FINAL
              ADD FALTAS-CADNOTA (3) TO TOT-FALTAS.
           IF WS-PERIODOS NOT< 4
              ADD NOTA-CADNOTA (4) TO NOTA-FINAL
              ADD FALTAS-CADNOTA (4) TO TOT-FALTAS.

           DIVIDE WS-PERIODOS INTO NOTA-FINAL

           IF QTDE-AULAS-DIS = 0
              MOVE ZEROS TO FREQ-WS
           ELSE
              SUBTRACT TOT-FALTAS
                FROM QTDE-AULAS-DIS GIVING TOT-PRES
              MULTIPLY 100 BY TOT-PRES GIVING TOT-PRES
              DIVIDE QTDE-AULAS-DIS INTO TOT-PRES
              MOVE TOT-PRES TO FREQ-WS.

           MOVE COD-CURSO-DIS TO CURSO-PARM-B
           MOVE ANO-DISCI TO ANO-PARM-B
           PERFORM 9500-LE-PARAMETROS THRU 9599-FIM-PARM
           MOVE 'N' TO MEDIA-OK-P FREQ-OK-P HONRA-OK-P
           IF NOTA-FINAL NOT < MEDIA-MIN-P
              MOVE 'S' TO MEDIA-OK-P.
           IF FREQ-WS NOT < FREQ-MIN-P
              MOVE 'S' TO FREQ-OK-P.
           IF NOTA-FINAL NOT < NOTA-HONRA-P
              MOVE 'S' TO HONRA-OK-P.
           MOVE 10 TO NOT1-WS
           SUBTRACT NOTA-FINAL FROM NOT1-WS

           MOVE SPACES TO SITUACAO
           IF MEDIA-OK-P = 'S' AND FREQ-OK-P = 'S'
              MOVE "APROVADO" TO SITUACAO.
           IF MEDIA-OK-P = 'S' AND FREQ-OK-P = 'N'
              MOVE "REPROVADO-F" TO SITUACAO.
           IF MEDIA-OK-P = 'N' AND FREQ-OK-P = 'N'
              MOVE "REPROVADO-NF" TO SITUACAO.
           IF MEDIA-OK-P = 'N' AND FREQ-OK-P = 'S'
              AND NOTA-CADNOTA (5) < NOT1-WS
              MOVE "REPROVADO-N" TO SITUACAO.
           IF MEDIA-OK-P = 'N' AND FREQ-OK-P = 'S'
              AND NOTA-CADNOTA (5) > NOT1-WS OR MEDIA-OK-P = 'N'
              AND FREQ-OK-P = 'S' AND NOTA-CADNOTA (5) = NOT1-WS
              MOVE "APROVADO-F" TO SITUACAO.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE WS-CURSO TO CURSO-CAB3
           MOVE NOME-CURSO TO NOME-CAB3
           MOVE WS-ANO-ENADE TO ANO-CAB3
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB4 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE 7 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

      * PARAMETROS DE APROVACAO POR CURSO (REGISTRO DO ANO OU GERAL
      * ANO 0000), COM 7,0 / 75% / 9,0 COMO PADRAO DE IMPLANTACAO
       9500-LE-PARAMETROS.
           MOVE 7,0 TO MEDIA-MIN-P
           MOVE 75 TO FREQ-MIN-P
           MOVE 9,0 TO NOTA-HONRA-P
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
           MOVE MEDIA-MIN-APRV TO MEDIA-MIN-P
           MOVE FREQ-MIN-APRV TO FREQ-MIN-P
           MOVE NOTA-HONRA-APRV TO NOTA-HONRA-P.

       9599-FIM-PARM. EXIT.

      * DISPENSA REGISTRADA NO CADDISP VALE COMO DISCIPLINA CUMPRIDA
       9800-VERIFICA-DISPENSA.
           MOVE 'N' TO WS-DISP-OK
           IF WS-SEM-DISPENSA = 'S'
              GO TO 9899-FIM-DISPENSA.
           MOVE WS-CURSO TO COD-CURSO-DISP
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-DISP
           READ DISPENSA
           IF STATUS-DISP = '00'
              MOVE 'S' TO WS-DISP-OK.

       9899-FIM-DISPENSA. EXIT.

      * VERSAO DE GRADE DO ALUNO (ALUVER.DAT) - SEM REGISTRO VALE A
      * VERSAO 1, QUE CONTINUA NO GRADECUR.DAT
       9860-VERSAO-DO-ALUNO.
           MOVE 01 TO WS-VERSAO
           IF STATUS-AVER NOT = '00' AND STATUS-AVER NOT = '23'
              GO TO 9869-FIM-VERSAO.
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-AVER
           MOVE WS-CURSO TO COD-CURSO-AVER
           READ ALUVER
           IF STATUS-AVER = '00'
              MOVE VERSAO-ALUNO TO WS-VERSAO.

       9869-FIM-VERSAO. EXIT.

       0900-FIM.
           CLOSE CADCURSO
                 CADDISCI
                 CADALUNO
                 CADNOTAS
                 ENADEALU
           IF WS-SEM-ADM NOT = 'S'
              CLOSE ADMALU.
           IF WS-SEM-CPF NOT = 'S'
              CLOSE CPFCAD.
           CHAIN 'FACAD.EXE'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERNOTAS-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : CONFERENCIA DE DIGITACAO DE NOTAS - um segundo
      *              operador redigita a disciplina/bimestre em
      *              NOTAVER.DAT sem ver a primeira digitacao
      *              (NOTAS.DAT); a comparacao lista cada aluno com
      *              nota ou faltas diferentes e permite resolver na
      *              tela. VERCTL.DAT guarda a situacao de cada
      *              disciplina/bimestre: enquanto houver divergencia
      *              o CADNOT nao consolida as notas em CADNOTAS.DAT.
      *              A conferencia pode ser tornada obrigatoria para
      *              todas as disciplinas do ano/bimestre
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

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT ENTNOTAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-NOTA
                       FILE STATUS STATUS-NOTA.

           SELECT NOTAVER ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-VER
                       FILE STATUS STATUS-VER.

           SELECT VERCTL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-VCT
                       FILE STATUS STATUS-VCT.

           SELECT FECHADO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY ANO-FECH
                       FILE STATUS STATUS-FECH.

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

       FD  ENTNOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'NOTAS.DAT'
           RECORD CONTAINS 71 CHARACTERS.

       01  REG-ENTNOTAS.
           05  CHAVE-NOTA.
               10 ANO-NOTA              PIC 9(04).
               10 COD-CURSO-NOTA        PIC 9(02).
               10 COD-ALUNO-NOTA        PIC 9(06).
               10 COD-DISCI-NOTA        PIC 9(04).
           05  BIM-NOTA                 PIC 9.
           05  NOTA                     PIC 99V9.
           05  FALTAS                   PIC 9(02).
           05  NOME-ALUNO-NOTA          PIC X(40).
           05  IND-SEG-CHAMADA          PIC X(01).
           05  DATA-SEG-CHAMADA         PIC 9(08).

      * SEGUNDA DIGITACAO (CONFERENCIA)
       FD  NOTAVER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'NOTAVER.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-NOTAVER.
           05  CHAVE-VER.
               10  ANO-VER             PIC 9(04).
               10  COD-CURSO-VER       PIC 9(02).
               10  COD-DISCI-VER       PIC 9(04).
               10  BIM-VER             PIC 9(01).
               10  COD-ALUNO-VER       PIC 9(06).
           05  NOTA-VER                PIC 99V9.
           05  FALTAS-VER              PIC 9(02).
           05  DATA-VER                PIC 9(08).
           05  FILLER                  PIC X(10).

      * SITUACAO DA CONFERENCIA POR DISCIPLINA/BIMESTRE.
      * CURSO E DISCIPLINA ZERADOS = CONFERENCIA OBRIGATORIA NO
      * ANO/BIMESTRE PARA TODAS AS DISCIPLINAS
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
               88  VCT-PENDENTE        VALUE 'P'.
               88  VCT-DIVERGENTE      VALUE 'D'.
               88  VCT-VERIFICADA      VALUE 'V'.
               88  VCT-OBRIGATORIA     VALUE 'O'.
           05  QTD-DIF-VCT             PIC 9(04).
           05  DATA-VCT                PIC 9(08).
           05  FILLER                  PIC X(06).

       FD  FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FECHADO.DAT'
           RECORD CONTAINS 24 CHARACTERS.

       01  REG-FECHADO.
           05  ANO-FECH                PIC 9(04).
           05  DATA-FECH               PIC 9(08).
           05  OPERADOR-FECH           PIC X(10).
           05  FILLER                  PIC X(02).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-NOTA         PIC X(02) VALUE SPACES.
       01  STATUS-VER          PIC X(02) VALUE SPACES.
       01  STATUS-VCT          PIC X(02) VALUE SPACES.
       01  STATUS-FECH         PIC X(02) VALUE SPACES.
       01  WS-SEM-FECHADO      PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  WS-RESOLVE          PIC X VALUE 'N'.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  RETORNO             PIC X(02).
           88 ESC              VALUE '01'.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-BIM              PIC 9(01) VALUE ZEROS.
       01  WS-CURSO            PIC 9(02) VALUE ZEROS.
       01  WS-DISCI            PIC 9(04) VALUE ZEROS.
       01  WS-PERIODOS         PIC 9 VALUE 4.
       01  WS-NOTA             PIC 99V9 VALUE ZEROS.
       01  WS-FALTAS           PIC 9(02) VALUE ZEROS.
       01  WS-TEM-1            PIC X VALUE 'N'.
       01  WS-TEM-2            PIC X VALUE 'N'.
       01  WS-EXISTE-NOTA      PIC X VALUE 'N'.
       01  WS-NOTA-1           PIC 99V9 VALUE ZEROS.
       01  WS-FALTAS-1         PIC 9(02) VALUE ZEROS.
       01  WS-NOTA-2           PIC 99V9 VALUE ZEROS.
       01  WS-FALTAS-2         PIC 9(02) VALUE ZEROS.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  LIN                 PIC 9(02) VALUE ZEROS.
       01  CONT-APRES          PIC 9(04) VALUE ZEROS.
       01  CONT-DIGITADAS      PIC 9(04) VALUE ZEROS.
       01  CONT-DIF            PIC 9(04) VALUE ZEROS.
       01  CONT-RESOLV         PIC 9(04) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'VERNOTAS'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(36) VALUE
           'DIVERGENCIAS DE DIGITACAO - ANO'.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(06) VALUE '  BIM '.
           05 BIM-CAB2             PIC 9(01).
           05 FILLER               PIC X(08) VALUE '  CURSO '.
           05 CURSO-CAB2           PIC 9(02).
           05 FILLER               PIC X(07) VALUE '  DISC '.
           05 DISCI-CAB2           PIC 9(04).

       01  CAB3.
           05 FILLER               PIC X(08) VALUE 'ALUNO'.
           05 FILLER               PIC X(31) VALUE 'NOME'.
           05 FILLER               PIC X(11) VALUE '1A DIGIT.'.
           05 FILLER               PIC X(11) VALUE '2A DIGIT.'.
           05 FILLER               PIC X(17) VALUE 'SITUACAO'.

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 NOTA1-DET1           PIC ZZ,9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FALTAS1-DET1         PIC Z9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 NOTA2-DET1           PIC ZZ,9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FALTAS2-DET1         PIC Z9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 SIT-DET1             PIC X(17).

       01  TOT1.
           05 FILLER               PIC X(14) VALUE 'DIVERGENCIAS: '.
           05 DIF-TOT1             PIC ZZZ9.
           05 FILLER               PIC X(14) VALUE '  RESOLVIDAS: '.
           05 RESOLV-TOT1          PIC ZZZ9.
           05 FILLER               PIC X(12) VALUE '  SITUACAO: '.
           05 SIT-TOT1             PIC X(20).

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADCURSO
           IF STATUS-CUR NOT = '00'
              DISPLAY (12 20) 'CURSO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (12 20) 'DISCI.DAT INEXISTENTE'
              CLOSE CADCURSO
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              DISPLAY (12 20) 'MATRIC.DAT INEXISTENTE'
              CLOSE CADCURSO CADDISCI
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O ENTNOTAS
           IF STATUS-NOTA NOT = '00'
              OPEN OUTPUT ENTNOTAS
              CLOSE ENTNOTAS
              OPEN I-O ENTNOTAS.
           OPEN I-O NOTAVER
           IF STATUS-VER NOT = '00'
              OPEN OUTPUT NOTAVER
              CLOSE NOTAVER
              OPEN I-O NOTAVER.
           OPEN I-O VERCTL
           IF STATUS-VCT NOT = '00'
              OPEN OUTPUT VERCTL
              CLOSE VERCTL
              OPEN I-O VERCTL.
           OPEN INPUT FECHADO
           IF STATUS-FECH NOT = '00'
              MOVE 'S' TO WS-SEM-FECHADO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'VERNOTAS'
           DISPLAY (02 22) 'CONFERENCIA DE DIGITACAO DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 05)
             'D=SEGUNDA DIGITACAO  C=COMPARACAO  O=OBRIGATORIA  F=FIM'
           DISPLAY (04 62) '[ ]'.

       0210-OPCAO.
           ACCEPT (04 63) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'd' MOVE 'D' TO WS-OPCAO.
           IF WS-OPCAO = 'c' MOVE 'C' TO WS-OPCAO.
           IF WS-OPCAO = 'o' MOVE 'O' TO WS-OPCAO.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0900-FIM.
           IF WS-OPCAO NOT = 'D' AND 'C' AND 'O'
              DISPLAY (22 10) 'OPCAO INVALIDA'
              GO TO 0210-OPCAO.
           DISPLAY (06 05) 'ANO [    ]  BIMESTRE [ ]'
           IF WS-OPCAO NOT = 'O'
              DISPLAY (07 05) 'CURSO [  ]  DISCIPLINA [    ]'.

      * -------- PARAMETROS COMUNS --------
       0300-ANO.
           ACCEPT (06 10) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO = ZEROS
              GO TO 0200-TELA.
           IF WS-SEM-FECHADO NOT = 'S'
              MOVE WS-ANO TO ANO-FECH
              READ FECHADO
              IF STATUS-FECH = '00'
                 DISPLAY (22 10)
                   'ANO LETIVO FECHADO - CORRECOES SO PELO CORRNOTA'
                 GO TO 0300-ANO.

       0310-BIMESTRE.
           ACCEPT (06 27) WS-BIM WITH PROMPT AUTO-SKIP
           IF WS-BIM < 1 OR WS-BIM > 5
              DISPLAY (22 10) 'BIMESTRE INVALIDO'
              GO TO 0310-BIMESTRE.
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'O'
              GO TO 0600-OBRIGATORIA.

       0320-CURSO.
           ACCEPT (07 12) WS-CURSO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE WS-CURSO TO COD-CURSO
           READ CADCURSO INVALID KEY
              DISPLAY (22 10) 'CURSO NAO CADASTRADO'
              GO TO 0320-CURSO.
           MOVE PERIODOS-CURSO TO WS-PERIODOS
           IF WS-PERIODOS = 0
              MOVE 4 TO WS-PERIODOS.
           IF WS-BIM > WS-PERIODOS AND WS-BIM NOT = 5
              DISPLAY (22 10) 'BIMESTRE INVALIDO PARA O CURSO'
              GO TO 0310-BIMESTRE.

       0330-DISCIPLINA.
           ACCEPT (07 29) WS-DISCI WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE WS-CURSO TO COD-CURSO-DIS
           MOVE WS-DISCI TO COD-DISCIPLINA
           MOVE WS-ANO TO ANO-DISCI
           READ CADDISCI INVALID KEY
              DISPLAY (22 10) 'DISCIPLINA NAO CADASTRADA NO ANO'
              GO TO 0330-DISCIPLINA.
           DISPLAY (07 36) NOME-DISCIPLINA
           MOVE WS-ANO TO ANO-VCT
           MOVE WS-BIM TO BIM-VCT
           MOVE WS-CURSO TO COD-CURSO-VCT
           MOVE WS-DISCI TO COD-DISCI-VCT
           MOVE 'S' TO ACHOU-REG
           READ VERCTL INVALID KEY
              MOVE 'N' TO ACHOU-REG.
           IF WS-OPCAO = 'C'
              GO TO 0500-COMPARA.

      * -------- SEGUNDA DIGITACAO --------
      * QUALQUER REDIGITACAO VOLTA A DISCIPLINA PARA PENDENTE ATE A
      * PROXIMA COMPARACAO
       0400-DIGITA.
           IF ACHOU-REG = 'S' AND VCT-VERIFICADA
              DISPLAY (22 10)
                'BIMESTRE JA CONFERIDO - REDIGITAR (S/N) [ ]'
              ACCEPT (22 52) WS-RESPOSTA WITH PROMPT AUTO-SKIP
              DISPLAY (22 10) LIMPA-LINHA
              IF WS-RESPOSTA NOT = 'S' AND 's'
                 GO TO 0200-TELA.
           MOVE 'P' TO SIT-VCT
           MOVE ZEROS TO QTD-DIF-VCT
           MOVE WS-DATA-ATUAL TO DATA-VCT
           IF ACHOU-REG = 'S'
              REWRITE REG-VERCTL
           ELSE
              WRITE REG-VERCTL.
           MOVE ZEROS TO CONT-APRES CONT-DIGITADAS
           MOVE 11 TO LIN
           DISPLAY (09 01) ERASE
           DISPLAY (09 05) 'ALUNO      NOME'
           DISPLAY (09 60) 'NOTA   FALTAS'
           MOVE WS-ANO TO ANO-MAT
           MOVE WS-CURSO TO COD-CURSO-MAT
           MOVE WS-DISCI TO COD-DISCI-MAT
           MOVE ZEROS TO COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              DISPLAY (22 10) 'NENHUM ALUNO MATRICULADO'
              STOP ' '
              GO TO 0200-TELA.

       0410-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 0490-RESUMO.
           IF ANO-MAT NOT = WS-ANO
              OR COD-CURSO-MAT NOT = WS-CURSO
              OR COD-DISCI-MAT NOT = WS-DISCI
              GO TO 0490-RESUMO.
           IF MAT-CANCELADA
              GO TO 0410-LE-MATRIC.
           ADD 1 TO CONT-APRES
           ADD 2 TO LIN
           IF LIN > 19
              DISPLAY (11 01) ERASE
              MOVE 13 TO LIN.
           DISPLAY (LIN , 05) COD-ALUNO-MAT
           DISPLAY (LIN , 16) NOME-ALUNO-MAT
           MOVE WS-ANO TO ANO-VER
           MOVE WS-CURSO TO COD-CURSO-VER
           MOVE WS-DISCI TO COD-DISCI-VER
           MOVE WS-BIM TO BIM-VER
           MOVE COD-ALUNO-MAT TO COD-ALUNO-VER
           MOVE 'S' TO WS-TEM-2
           READ NOTAVER INVALID KEY
              MOVE 'N' TO WS-TEM-2.

       0420-ACEITA-NOTA.
           MOVE ZEROS TO WS-NOTA WS-FALTAS
           ACCEPT (LIN , 61) WS-NOTA WITH PROMPT AUTO-SKIP
           ACCEPT RETORNO FROM ESCAPE KEY
           IF ESC
              DISPLAY (22 10) 'ALUNO PULADO PELO OPERADOR'
              GO TO 0410-LE-MATRIC.
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-NOTA > 10
              DISPLAY (22 10) 'NOTA INVALIDA'
              GO TO 0420-ACEITA-NOTA.

       0430-ACEITA-FALTAS.
           IF WS-BIM = 5
              GO TO 0440-GRAVA.
           ACCEPT (LIN , 71) WS-FALTAS WITH PROMPT AUTO-SKIP
           IF WS-FALTAS > 20
              DISPLAY (22 10) 'NUMERO DE FALTAS INVALIDO'
              GO TO 0430-ACEITA-FALTAS.

       0440-GRAVA.
           MOVE WS-NOTA TO NOTA-VER
           MOVE WS-FALTAS TO FALTAS-VER
           MOVE WS-DATA-ATUAL TO DATA-VER
           IF WS-TEM-2 = 'S'
              REWRITE REG-NOTAVER
           ELSE
              WRITE REG-NOTAVER.
           ADD 1 TO CONT-DIGITADAS
           GO TO 0410-LE-MATRIC.

       0490-RESUMO.
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (22 10) 'APRESENTADOS:'
           DISPLAY (22 24) CONT-APRES
           DISPLAY (22 30) 'DIGITADOS:'
           DISPLAY (22 41) CONT-DIGITADAS
           DISPLAY (23 10)
             'FACA A COMPARACAO (C) PARA LIBERAR O BIMESTRE'
           STOP ' '
           GO TO 0200-TELA.

      * -------- COMPARACAO --------
       0500-COMPARA.
           IF ACHOU-REG NOT = 'S'
              DISPLAY (22 10) 'SEGUNDA DIGITACAO NAO FEITA'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (09 05) 'RESOLVER AS DIVERGENCIAS NA TELA (S/N) [ ]'.

       0505-RESOLVE.
           ACCEPT (09 45) WS-RESOLVE WITH PROMPT AUTO-SKIP
           IF WS-RESOLVE = 's' MOVE 'S' TO WS-RESOLVE.
           IF WS-RESOLVE = 'n' MOVE 'N' TO WS-RESOLVE.
           IF WS-RESOLVE NOT = 'S' AND 'N'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0505-RESOLVE.
           DISPLAY (22 10) LIMPA-LINHA
           MOVE ZEROS TO CONT-DIF CONT-RESOLV CONTPAG
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE WS-ANO TO ANO-MAT
           MOVE WS-CURSO TO COD-CURSO-MAT
           MOVE WS-DISCI TO COD-DISCI-MAT
           MOVE ZEROS TO COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 0590-TOTAIS.

       0510-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 0590-TOTAIS.
           IF ANO-MAT NOT = WS-ANO
              OR COD-CURSO-MAT NOT = WS-CURSO
              OR COD-DISCI-MAT NOT = WS-DISCI
              GO TO 0590-TOTAIS.
           IF MAT-CANCELADA
              GO TO 0510-LE-MATRIC.
           MOVE ZEROS TO WS-NOTA-1 WS-FALTAS-1 WS-NOTA-2 WS-FALTAS-2
           MOVE WS-ANO TO ANO-NOTA
           MOVE WS-CURSO TO COD-CURSO-NOTA
           MOVE COD-ALUNO-MAT TO COD-ALUNO-NOTA
           MOVE WS-DISCI TO COD-DISCI-NOTA
           MOVE 'N' TO WS-TEM-1
           MOVE 'S' TO WS-EXISTE-NOTA
           READ ENTNOTAS INVALID KEY
              MOVE 'N' TO WS-EXISTE-NOTA.
           IF WS-EXISTE-NOTA = 'S' AND BIM-NOTA = WS-BIM
              MOVE 'S' TO WS-TEM-1
              MOVE NOTA TO WS-NOTA-1
              MOVE FALTAS TO WS-FALTAS-1.
           MOVE WS-ANO TO ANO-VER
           MOVE WS-CURSO TO COD-CURSO-VER
           MOVE WS-DISCI TO COD-DISCI-VER
           MOVE WS-BIM TO BIM-VER
           MOVE COD-ALUNO-MAT TO COD-ALUNO-VER
           MOVE 'S' TO WS-TEM-2
           READ NOTAVER INVALID KEY
              MOVE 'N' TO WS-TEM-2.
           IF WS-TEM-2 = 'S'
              MOVE NOTA-VER TO WS-NOTA-2
              MOVE FALTAS-VER TO WS-FALTAS-2.
           IF WS-TEM-1 = 'N' AND WS-TEM-2 = 'N'
              GO TO 0510-LE-MATRIC.
           IF WS-TEM-1 = 'S' AND WS-TEM-2 = 'S'
              AND WS-NOTA-1 = WS-NOTA-2 AND WS-FALTAS-1 = WS-FALTAS-2
              GO TO 0510-LE-MATRIC.
           ADD 1 TO CONT-DIF
           MOVE COD-ALUNO-MAT TO ALUNO-DET1
           MOVE NOME-ALUNO-MAT TO NOME-DET1
           MOVE WS-NOTA-1 TO NOTA1-DET1
           MOVE WS-FALTAS-1 TO FALTAS1-DET1
           MOVE WS-NOTA-2 TO NOTA2-DET1
           MOVE WS-FALTAS-2 TO FALTAS2-DET1
           MOVE 'NOTA/FALTAS' TO SIT-DET1
           IF WS-TEM-1 = 'N'
              MOVE 'SEM 1A DIGITACAO' TO SIT-DET1.
           IF WS-TEM-2 = 'N'
              MOVE 'SEM 2A DIGITACAO' TO SIT-DET1.
           IF WS-RESOLVE = 'S'
              PERFORM 0520-RESOLVE-ALUNO THRU 0529-FIM-RESOLVE.
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 0510-LE-MATRIC.

      * O VALOR CORRETO E GRAVADO NAS DUAS DIGITACOES
       0520-RESOLVE-ALUNO.
           IF WS-EXISTE-NOTA = 'S' AND BIM-NOTA > WS-BIM
              MOVE 'NOTAS.DAT ADIANTE' TO SIT-DET1
              GO TO 0529-FIM-RESOLVE.
           DISPLAY (11 01) ERASE
           DISPLAY (12 05) COD-ALUNO-MAT
           DISPLAY (12 16) NOME-ALUNO-MAT
           DISPLAY (14 05) '1A DIGITACAO  NOTA'
           DISPLAY (14 30) 'FALTAS'
           DISPLAY (15 05) '2A DIGITACAO  NOTA'
           DISPLAY (15 30) 'FALTAS'
           DISPLAY (17 05) 'VALOR CORRETO NOTA [    ]  FALTAS [  ]'
           IF WS-TEM-1 = 'S'
              DISPLAY (14 24) NOTA1-DET1
              DISPLAY (14 37) FALTAS1-DET1.
           IF WS-TEM-2 = 'S'
              DISPLAY (15 24) NOTA2-DET1
              DISPLAY (15 37) FALTAS2-DET1.

       0522-NOTA-CERTA.
           MOVE ZEROS TO WS-NOTA WS-FALTAS
           ACCEPT (17 25) WS-NOTA WITH PROMPT AUTO-SKIP
           ACCEPT RETORNO FROM ESCAPE KEY
           IF ESC
              GO TO 0529-FIM-RESOLVE.
           IF WS-NOTA > 10
              DISPLAY (22 10) 'NOTA INVALIDA'
              GO TO 0522-NOTA-CERTA.
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-BIM = 5
              GO TO 0526-GRAVA.

       0524-FALTAS-CERTAS.
           ACCEPT (17 40) WS-FALTAS WITH PROMPT AUTO-SKIP
           IF WS-FALTAS > 20
              DISPLAY (22 10) 'NUMERO DE FALTAS INVALIDO'
              GO TO 0524-FALTAS-CERTAS.
           DISPLAY (22 10) LIMPA-LINHA.

       0526-GRAVA.
           MOVE WS-BIM TO BIM-NOTA
           MOVE WS-NOTA TO NOTA
           MOVE WS-FALTAS TO FALTAS
           IF WS-EXISTE-NOTA = 'S'
              REWRITE REG-ENTNOTAS
           ELSE
              MOVE NOME-ALUNO-MAT TO NOME-ALUNO-NOTA
              MOVE 'N' TO IND-SEG-CHAMADA
              MOVE ZEROS TO DATA-SEG-CHAMADA
              WRITE REG-ENTNOTAS.
           MOVE WS-NOTA TO NOTA-VER
           MOVE WS-FALTAS TO FALTAS-VER
           MOVE WS-DATA-ATUAL TO DATA-VER
           IF WS-TEM-2 = 'S'
              REWRITE REG-NOTAVER
           ELSE
              WRITE REG-NOTAVER.
           ADD 1 TO CONT-RESOLV
           MOVE 'RESOLVIDA' TO SIT-DET1.

       0529-FIM-RESOLVE. EXIT.

       0590-TOTAIS.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-DIF TO DIF-TOT1
           MOVE CONT-RESOLV TO RESOLV-TOT1
           SUBTRACT CONT-RESOLV FROM CONT-DIF
           MOVE CONT-DIF TO QTD-DIF-VCT
           MOVE WS-DATA-ATUAL TO DATA-VCT
           IF CONT-DIF = ZEROS
              MOVE 'V' TO SIT-VCT
              MOVE 'CONFERIDA' TO SIT-TOT1
           ELSE
              MOVE 'D' TO SIT-VCT
              MOVE 'COM DIVERGENCIA' TO SIT-TOT1.
           REWRITE REG-VERCTL
           MOVE TOT1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           DISPLAY (11 01) ERASE
           DISPLAY (20 10) 'DIVERGENCIAS PENDENTES:'
           DISPLAY (20 34) CONT-DIF
           IF CONT-DIF = ZEROS
              DISPLAY (22 10)
                'BIMESTRE CONFERIDO - LIBERADO PARA O CADNOT'
           ELSE
              DISPLAY (22 10)
                'BIMESTRE RETIDO ATE RESOLVER AS DIVERGENCIAS'.
           STOP ' '
           GO TO 0200-TELA.

      * -------- CONFERENCIA OBRIGATORIA NO ANO/BIMESTRE --------
       0600-OBRIGATORIA.
           MOVE WS-ANO TO ANO-VCT
           MOVE WS-BIM TO BIM-VCT
           MOVE ZEROS TO COD-CURSO-VCT COD-DISCI-VCT
           MOVE 'S' TO ACHOU-REG
           READ VERCTL INVALID KEY
              MOVE 'N' TO ACHOU-REG.
           IF ACHOU-REG = 'S'
              DISPLAY (09 05)
                'CONFERENCIA OBRIGATORIA - DESLIGAR (S/N) [ ]'
           ELSE
              DISPLAY (09 05)
                'CONFERENCIA OPCIONAL - OBRIGAR (S/N) [ ]'.

       0610-CONFIRMA.
           IF ACHOU-REG = 'S'
              ACCEPT (09 47) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           ELSE
              ACCEPT (09 43) WS-RESPOSTA WITH PROMPT AUTO-SKIP.
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0610-CONFIRMA.
           IF ACHOU-REG = 'S'
              DELETE VERCTL
              DISPLAY (22 10) 'CONFERENCIA DEIXOU DE SER OBRIGATORIA'
              STOP ' '
              GO TO 0200-TELA.
           MOVE 'O' TO SIT-VCT
           MOVE ZEROS TO QTD-DIF-VCT
           MOVE WS-DATA-ATUAL TO DATA-VCT
           WRITE REG-VERCTL
           DISPLAY (22 10) 'CONFERENCIA OBRIGATORIA NO ANO/BIMESTRE'
           STOP ' '
           GO TO 0200-TELA.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE WS-ANO TO ANO-CAB2
           MOVE WS-BIM TO BIM-CAB2
           MOVE WS-CURSO TO CURSO-CAB2
           MOVE WS-DISCI TO DISCI-CAB2
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE 4 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

       0900-FIM.
           IF WS-SEM-FECHADO NOT = 'S'
              CLOSE FECHADO.
           CLOSE CADCURSO
                 CADDISCI
                 MATRIC
                 ENTNOTAS
                 NOTAVER
                 VERCTL
           CHAIN 'FACAD.EXE'.

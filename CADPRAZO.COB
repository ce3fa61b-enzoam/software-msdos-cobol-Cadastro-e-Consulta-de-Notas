       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPRAZO-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : PRAZO DE ENTREGA DE NOTAS - tabela de data limite
      *              por ano e bimestre (PRAZONT.DAT), com excecao
      *              opcional por disciplina; vencido o prazo o
      *              ENTNOTAS, o NOTALOTE e o cadastro de notas recusam
      *              lancamento no bimestre e so resta o CORRNOTA.
      *              Relatorio de cumprimento por professor: cada
      *              disciplina/turma, a data em que as notas ficaram
      *              completas em CADNOTAS.DAT (NOTAENT.DAT, gravado
      *              pela consolidacao) e os dias de atraso
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

           SELECT TURMAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TUR
                       FILE STATUS STATUS-TUR.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT CADNOTAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CADNT
                       FILE STATUS STATUS-CADNT.

           SELECT PRAZONT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PRZ
                       FILE STATUS STATUS-PRZ.

           SELECT NOTAENT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ENT
                       FILE STATUS STATUS-ENT.

           SELECT PRZSORT ASSIGN TO DISK.

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

      * CURSO E DISCIPLINA ZERADOS = PRAZO GERAL DO BIMESTRE
       FD  PRAZONT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PRAZONT.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-PRAZONT.
           05  CHAVE-PRZ.
               10  ANO-PRZ             PIC 9(04).
               10  BIM-PRZ             PIC 9(01).
               10  COD-CURSO-PRZ       PIC 9(02).
               10  COD-DISCI-PRZ       PIC 9(04).
           05  DATA-LIM-PRZ            PIC 9(08).
           05  DATA-ALT-PRZ            PIC 9(08).
           05  FILLER                  PIC X(03).

      * ULTIMA DATA EM QUE A CONSOLIDACAO MUDOU NOTA DO BIMESTRE NA
      * TURMA (GRAVADO PELO CADNOT)
       FD  NOTAENT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'NOTAENT.DAT'
           RECORD CONTAINS 24 CHARACTERS.

       01  REG-NOTAENT.
           05  CHAVE-ENT.
               10  ANO-ENT             PIC 9(04).
               10  COD-CURSO-ENT       PIC 9(02).
               10  COD-DISCI-ENT       PIC 9(04).
               10  TURMA-ENT           PIC X(01).
               10  BIM-ENT             PIC 9(01).
           05  DATA-ENT                PIC 9(08).
           05  FILLER                  PIC X(04).

       SD  PRZSORT.

       01  REG-PRZSORT.
           05  PROF-SRT                PIC X(25).
           05  CURSO-SRT               PIC 9(02).
           05  DISCI-SRT               PIC 9(04).
           05  TURMA-SRT               PIC X(01).
           05  NOME-SRT                PIC X(20).
           05  LIMITE-SRT              PIC 9(08).
           05  ENTREGA-SRT             PIC 9(08).
           05  ATRASO-SRT              PIC 9(04).
           05  SIT-SRT                 PIC X(10).

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-CADNT        PIC X(02) VALUE SPACES.
       01  STATUS-PRZ          PIC X(02) VALUE SPACES.
       01  STATUS-ENT          PIC X(02) VALUE SPACES.
       01  WS-SEM-TURMAS       PIC X VALUE 'N'.
       01  WS-SEM-MATRIC       PIC X VALUE 'N'.
       01  WS-SEM-CADNOTAS     PIC X VALUE 'N'.
       01  WS-SEM-ENTREGA      PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-BIM              PIC 9(01) VALUE ZEROS.
       01  WS-CURSO            PIC 9(02) VALUE ZEROS.
       01  WS-DISCI            PIC 9(04) VALUE ZEROS.
       01  WS-CURSO-ANT        PIC 9(02) VALUE ZEROS.
       01  WS-DISCI-ANT        PIC 9(04) VALUE ZEROS.
       01  WS-PROF-ANT         PIC X(25) VALUE SPACES.
       01  WS-FIM-SORT         PIC X VALUE 'N'.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LIM         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-REF         PIC 9(08) VALUE ZEROS.
       01  CONT-TURMAS         PIC 9(04) VALUE ZEROS.
       01  CONT-FORA           PIC 9(04) VALUE ZEROS.
       01  CONT-DIAS           PIC 9(06) VALUE ZEROS.
       01  CONT-GER-TURMAS     PIC 9(05) VALUE ZEROS.
       01  CONT-GER-FORA       PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

      * TURMAS DA DISCIPLINA EM ANDAMENTO: MATRICULADOS E QUANTOS JA
      * TEM A NOTA DO BIMESTRE CONSOLIDADA
       01  TAB-TURMA.
           05 TUR-TAB OCCURS 10 TIMES.
              10 TURMA-TT      PIC X(01).
              10 QTD-TT        PIC 9(04).
              10 COMPL-TT      PIC 9(04).
       01  QTD-TURMAS          PIC 9(02) VALUE ZEROS.
       01  IND-TUR             PIC 9(02) VALUE ZEROS.

      * DIAS PELO CALENDARIO COMERCIAL (30/360), COMO NA BIBLIOTECA
       01  WS-DATA-CALC.
           05 ANO-CALC         PIC 9(04).
           05 MES-CALC         PIC 9(02).
           05 DIA-CALC         PIC 9(02).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC PIC 9(08).
       01  WS-DIAS-LIM         PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-REF         PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-ATRASO      PIC 9(04) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CADPRAZO'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(40) VALUE
           'CUMPRIMENTO DO PRAZO DE NOTAS - ANO'.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(12) VALUE '  BIMESTRE '.
           05 BIM-CAB2             PIC 9(01).

       01  CAB3.
           05 FILLER               PIC X(06) VALUE 'CURSO'.
           05 FILLER               PIC X(06) VALUE 'DISC.'.
           05 FILLER               PIC X(03) VALUE 'T'.
           05 FILLER               PIC X(21) VALUE 'NOME'.
           05 FILLER               PIC X(10) VALUE 'PRAZO'.
           05 FILLER               PIC X(10) VALUE 'COMPLETA'.
           05 FILLER               PIC X(06) VALUE 'DIAS'.
           05 FILLER               PIC X(10) VALUE 'SITUACAO'.

       01  PROF-LIN.
           05 FILLER               PIC X(11) VALUE 'PROFESSOR: '.
           05 NOME-PROF-LIN        PIC X(25).

       01  DET1.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DISCI-DET1           PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TURMA-DET1           PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIMITE-DET1          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ENTREGA-DET1         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ATRASO-DET1          PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SIT-DET1             PIC X(10).

       01  TOT-PROF.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'TURMAS: '.
           05 TURMAS-TOTP          PIC ZZZ9.
           05 FILLER               PIC X(17) VALUE
           '   FORA DO PRAZO:'.
           05 FORA-TOTP            PIC ZZZ9.
           05 FILLER               PIC X(18) VALUE
           '   DIAS DE ATRASO:'.
           05 DIAS-TOTP            PIC ZZZZZ9.

       01  TOT-GER.
           05 FILLER               PIC X(20) VALUE
           'TOTAL GERAL  TURMAS:'.
           05 TURMAS-TOTG          PIC ZZZZ9.
           05 FILLER               PIC X(17) VALUE
           '   FORA DO PRAZO:'.
           05 FORA-TOTG            PIC ZZZZ9.

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
           OPEN INPUT TURMAS
           IF STATUS-TUR NOT = '00'
              MOVE 'S' TO WS-SEM-TURMAS.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              MOVE 'S' TO WS-SEM-MATRIC.
           OPEN INPUT CADNOTAS
           IF STATUS-CADNT NOT = '00'
              MOVE 'S' TO WS-SEM-CADNOTAS.
           OPEN INPUT NOTAENT
           IF STATUS-ENT NOT = '00'
              MOVE 'S' TO WS-SEM-ENTREGA.
           OPEN I-O PRAZONT
           IF STATUS-PRZ NOT = '00'
              OPEN OUTPUT PRAZONT
              CLOSE PRAZONT
              OPEN I-O PRAZONT.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADPRAZO'
           DISPLAY (02 22) 'PRAZO DE ENTREGA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             'P=PRAZOS  R=RELATORIO DE CUMPRIMENTO  F=FIM  [ ]'.

       0300-OPCAO.
           ACCEPT (05 56) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'P' OR 'p'
              GO TO 0400-PRAZO.
           IF WS-OPCAO = 'R' OR 'r'
              GO TO 0500-RELATORIO.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0900-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * -------- MANUTENCAO --------
      * DATA LIMITE ZERADA NUM PRAZO EXISTENTE O EXCLUI
       0400-PRAZO.
           DISPLAY (08 10) 'ANO [    ]  BIMESTRE [ ]  (5 = EXAME FINAL)'
           DISPLAY (10 10) 'CURSO [  ]  DISCIPLINA [    ]'
           DISPLAY (11 10) '(CURSO 00 = PRAZO GERAL DO BIMESTRE)'
           DISPLAY (14 10) 'DATA LIMITE (AAAAMMDD) [        ]'.

       0410-ANO-BIM.
           ACCEPT (08 15) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (08 32) WS-BIM WITH PROMPT AUTO-SKIP
           IF WS-BIM < 1 OR WS-BIM > 5
              DISPLAY (22 10) 'BIMESTRE INVALIDO'
              GO TO 0410-ANO-BIM.

       0420-DISCIPLINA.
           ACCEPT (10 17) WS-CURSO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (12 10) LIMPA-LINHA
           MOVE ZEROS TO WS-DISCI
           IF WS-CURSO = ZEROS
              DISPLAY (12 10) 'PRAZO GERAL DO BIMESTRE'
              GO TO 0430-LE-PRAZO.
           MOVE WS-CURSO TO COD-CURSO
           READ CADCURSO INVALID KEY
              DISPLAY (22 10) 'CURSO NAO CADASTRADO'
              GO TO 0420-DISCIPLINA.
           ACCEPT (10 34) WS-DISCI WITH PROMPT AUTO-SKIP
           MOVE WS-CURSO TO COD-CURSO-DIS
           MOVE WS-DISCI TO COD-DISCIPLINA
           MOVE WS-ANO TO ANO-DISCI
           READ CADDISCI INVALID KEY
              DISPLAY (22 10) 'DISCIPLINA NAO CADASTRADA NO ANO'
              GO TO 0420-DISCIPLINA.
           DISPLAY (12 10) NOME-DISCIPLINA.

       0430-LE-PRAZO.
           MOVE WS-ANO TO ANO-PRZ
           MOVE WS-BIM TO BIM-PRZ
           MOVE WS-CURSO TO COD-CURSO-PRZ
           MOVE WS-DISCI TO COD-DISCI-PRZ
           MOVE 'S' TO ACHOU-REG
           READ PRAZONT INVALID KEY
              MOVE 'N' TO ACHOU-REG
              MOVE ZEROS TO DATA-LIM-PRZ DATA-ALT-PRZ.
           IF ACHOU-REG = 'S'
              DISPLAY (22 10)
                'PRAZO JA CADASTRADO - ALTERANDO (DATA ZERO EXCLUI)'.

       0440-DATA.
           ACCEPT (14 34) DATA-LIM-PRZ WITH UPDATE AUTO-SKIP
           IF DATA-LIM-PRZ = ZEROS AND ACHOU-REG = 'S'
              GO TO 0450-CONFIRMA.
           MOVE DATA-LIM-PRZ TO WS-DATA-CALC-R
           IF MES-CALC < 1 OR MES-CALC > 12
              OR DIA-CALC < 1 OR DIA-CALC > 31
              OR ANO-CALC < WS-ANO
              DISPLAY (22 10) 'DATA INVALIDA'
              GO TO 0440-DATA.
           DISPLAY (22 10) LIMPA-LINHA.

       0450-CONFIRMA.
           DISPLAY (18 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (18 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (18 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0450-CONFIRMA.
           IF DATA-LIM-PRZ = ZEROS
              DELETE PRAZONT
              DISPLAY (22 10) 'PRAZO EXCLUIDO'
              STOP ' '
              GO TO 0200-TELA.
           MOVE WS-DATA-ATUAL TO DATA-ALT-PRZ
           IF ACHOU-REG = 'S'
              REWRITE REG-PRAZONT
              DISPLAY (22 10) 'PRAZO ALTERADO'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-PRAZONT
           DISPLAY (22 10) 'PRAZO GRAVADO'
           STOP ' '
           GO TO 0200-TELA.

      * -------- RELATORIO --------
       0500-RELATORIO.
           IF WS-SEM-MATRIC = 'S' OR WS-SEM-CADNOTAS = 'S'
              DISPLAY (22 10) 'MATRIC.DAT OU CADNOTAS.DAT INEXISTENTE'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (08 10) 'ANO [    ]  BIMESTRE [ ]'.

       0510-PARAMETROS.
           ACCEPT (08 15) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (08 32) WS-BIM WITH PROMPT AUTO-SKIP
           IF WS-BIM < 1 OR WS-BIM > 5
              DISPLAY (22 10) 'BIMESTRE INVALIDO'
              GO TO 0510-PARAMETROS.
           MOVE ZEROS TO CONTLIN CONTPAG CONT-GER-TURMAS CONT-GER-FORA
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           SORT PRZSORT ASCENDING KEY PROF-SRT CURSO-SRT DISCI-SRT
                                      TURMA-SRT
                INPUT  PROCEDURE 0600-SELECIONA
                OUTPUT PROCEDURE 0700-IMPRIME
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-GER-TURMAS TO TURMAS-TOTG
           MOVE CONT-GER-FORA TO FORA-TOTG
           MOVE TOT-GER TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           DISPLAY (20 10) 'TURMAS:'
           DISPLAY (20 18) CONT-GER-TURMAS
           DISPLAY (20 26) 'FORA DO PRAZO:'
           DISPLAY (20 41) CONT-GER-FORA
           DISPLAY (22 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * MATRICULAS ATIVAS DO ANO AGRUPADAS POR DISCIPLINA E TURMA;
      * A TURMA ESTA COMPLETA QUANDO TODOS TEM O BIMESTRE NO CADNOTAS
       0600-SELECIONA SECTION.
       0610-POSICIONA.
           MOVE ZEROS TO QTD-TURMAS WS-CURSO-ANT WS-DISCI-ANT
           MOVE WS-ANO TO ANO-MAT
           MOVE ZEROS TO COD-CURSO-MAT COD-DISCI-MAT COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 0699-FIM.

       0620-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 0690-ULTIMO-GRUPO.
           IF ANO-MAT NOT = WS-ANO
              GO TO 0690-ULTIMO-GRUPO.
           IF MAT-CANCELADA
              GO TO 0620-LE-MATRIC.
           IF COD-CURSO-MAT NOT = WS-CURSO-ANT
              OR COD-DISCI-MAT NOT = WS-DISCI-ANT
              PERFORM 8300-LIBERA-GRUPO THRU 8399-FIM-LIBERA
              MOVE COD-CURSO-MAT TO WS-CURSO-ANT
              MOVE COD-DISCI-MAT TO WS-DISCI-ANT.
           MOVE ZEROS TO IND-TUR.

       0630-ACHA-TURMA.
           ADD 1 TO IND-TUR
           IF IND-TUR > QTD-TURMAS
              IF QTD-TURMAS < 10
                 ADD 1 TO QTD-TURMAS
                 MOVE QTD-TURMAS TO IND-TUR
                 MOVE TURMA-MAT TO TURMA-TT (IND-TUR)
                 MOVE ZEROS TO QTD-TT (IND-TUR) COMPL-TT (IND-TUR)
                 GO TO 0640-CONTA
              ELSE
                 GO TO 0620-LE-MATRIC.
           IF TURMA-TT (IND-TUR) NOT = TURMA-MAT
              GO TO 0630-ACHA-TURMA.

       0640-CONTA.
           ADD 1 TO QTD-TT (IND-TUR)
           MOVE ANO-MAT TO ANO-CADNOTA
           MOVE COD-CURSO-MAT TO COD-CURSO-CADNOTA
           MOVE COD-ALUNO-MAT TO COD-ALUNO-CADNOTA
           MOVE COD-DISCI-MAT TO COD-DISCI-CADNOTA
           READ CADNOTAS INVALID KEY
              GO TO 0620-LE-MATRIC.
           IF BIM-CADNOTA NOT < WS-BIM
              ADD 1 TO COMPL-TT (IND-TUR).
           GO TO 0620-LE-MATRIC.

       0690-ULTIMO-GRUPO.
           PERFORM 8300-LIBERA-GRUPO THRU 8399-FIM-LIBERA.

       0699-FIM. EXIT.

       0700-IMPRIME SECTION.
       0710-LE-SORT.
           RETURN PRZSORT AT END
              GO TO 0790-ULTIMO-PROF.
           IF CONT-TURMAS NOT = ZEROS AND PROF-SRT NOT = WS-PROF-ANT
              PERFORM 8400-TOTAL-PROF THRU 8499-FIM-TOTAL.
           IF CONT-TURMAS = ZEROS
              MOVE PROF-SRT TO WS-PROF-ANT
              IF CONTLIN > 52
                 PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           IF CONT-TURMAS = ZEROS
              MOVE SPACES TO REG-ORELATO
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA
              MOVE PROF-SRT TO NOME-PROF-LIN
              IF PROF-SRT = SPACES
                 MOVE 'SEM PROFESSOR CADASTRADO' TO NOME-PROF-LIN.
           IF CONT-TURMAS = ZEROS
              MOVE PROF-LIN TO REG-ORELATO
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA.
           MOVE CURSO-SRT TO CURSO-DET1
           MOVE DISCI-SRT TO DISCI-DET1
           MOVE TURMA-SRT TO TURMA-DET1
           MOVE NOME-SRT TO NOME-DET1
           MOVE LIMITE-SRT TO LIMITE-DET1
           MOVE ENTREGA-SRT TO ENTREGA-DET1
           MOVE ATRASO-SRT TO ATRASO-DET1
           MOVE SIT-SRT TO SIT-DET1
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           ADD 1 TO CONT-TURMAS CONT-GER-TURMAS
           ADD ATRASO-SRT TO CONT-DIAS
           IF ATRASO-SRT NOT = ZEROS
              ADD 1 TO CONT-FORA CONT-GER-FORA.
           GO TO 0710-LE-SORT.

       0790-ULTIMO-PROF.
           IF CONT-TURMAS NOT = ZEROS
              PERFORM 8400-TOTAL-PROF THRU 8499-FIM-TOTAL.

       0799-FIM. EXIT.

       0800-ROTINAS SECTION.
      * PRAZO DA DISCIPLINA; NAO HAVENDO, O GERAL DO BIMESTRE
       8200-ACHA-PRAZO.
           MOVE ZEROS TO WS-DATA-LIM
           MOVE WS-ANO TO ANO-PRZ
           MOVE WS-BIM TO BIM-PRZ
           MOVE WS-CURSO-ANT TO COD-CURSO-PRZ
           MOVE WS-DISCI-ANT TO COD-DISCI-PRZ
           READ PRAZONT
           IF STATUS-PRZ NOT = '00'
              MOVE ZEROS TO COD-CURSO-PRZ COD-DISCI-PRZ
              READ PRAZONT
              IF STATUS-PRZ NOT = '00'
                 GO TO 8299-FIM-PRAZO.
           MOVE DATA-LIM-PRZ TO WS-DATA-LIM.

       8299-FIM-PRAZO. EXIT.

      * UM REGISTRO DE SORT POR TURMA DA DISCIPLINA QUE TERMINOU
       8300-LIBERA-GRUPO.
           IF QTD-TURMAS = ZEROS
              GO TO 8399-FIM-LIBERA.
           PERFORM 8200-ACHA-PRAZO THRU 8299-FIM-PRAZO
           MOVE WS-CURSO-ANT TO COD-CURSO-DIS
           MOVE WS-DISCI-ANT TO COD-DISCIPLINA
           MOVE WS-ANO TO ANO-DISCI
           READ CADDISCI INVALID KEY
              MOVE SPACES TO NOME-DISCIPLINA PROFESSOR-DIS.
           MOVE ZEROS TO IND-TUR.

       8310-PROXIMA-TURMA.
           ADD 1 TO IND-TUR
           IF IND-TUR > QTD-TURMAS
              MOVE ZEROS TO QTD-TURMAS
              GO TO 8399-FIM-LIBERA.
           MOVE PROFESSOR-DIS TO PROF-SRT
           IF TURMA-TT (IND-TUR) NOT = SPACE AND WS-SEM-TURMAS NOT = 'S'
              MOVE WS-CURSO-ANT TO COD-CURSO-TUR
              MOVE WS-DISCI-ANT TO COD-DISCI-TUR
              MOVE WS-ANO TO ANO-TUR
              MOVE TURMA-TT (IND-TUR) TO TURMA-TUR
              READ TURMAS
              IF STATUS-TUR = '00' AND PROFESSOR-TUR NOT = SPACES
                 MOVE PROFESSOR-TUR TO PROF-SRT.
           MOVE WS-CURSO-ANT TO CURSO-SRT
           MOVE WS-DISCI-ANT TO DISCI-SRT
           MOVE TURMA-TT (IND-TUR) TO TURMA-SRT
           MOVE NOME-DISCIPLINA TO NOME-SRT
           MOVE WS-DATA-LIM TO LIMITE-SRT
           MOVE ZEROS TO ENTREGA-SRT ATRASO-SRT
           IF COMPL-TT (IND-TUR) < QTD-TT (IND-TUR)
              MOVE 'PENDENTE' TO SIT-SRT
              MOVE WS-DATA-ATUAL TO WS-DATA-REF
              GO TO 8330-CALCULA.
           MOVE 'COMPLETA' TO SIT-SRT
           IF WS-SEM-ENTREGA = 'S'
              GO TO 8340-LIBERA.
           MOVE WS-ANO TO ANO-ENT
           MOVE WS-CURSO-ANT TO COD-CURSO-ENT
           MOVE WS-DISCI-ANT TO COD-DISCI-ENT
           MOVE TURMA-TT (IND-TUR) TO TURMA-ENT
           MOVE WS-BIM TO BIM-ENT
           READ NOTAENT INVALID KEY
              GO TO 8340-LIBERA.
           MOVE DATA-ENT TO ENTREGA-SRT WS-DATA-REF.

       8330-CALCULA.
           IF WS-DATA-LIM = ZEROS
              MOVE 'SEM PRAZO' TO SIT-SRT
              GO TO 8340-LIBERA.
           IF WS-DATA-REF NOT > WS-DATA-LIM
              IF SIT-SRT = 'COMPLETA'
                 MOVE 'NO PRAZO' TO SIT-SRT
                 GO TO 8340-LIBERA
              ELSE
                 GO TO 8340-LIBERA.
           PERFORM 8500-DIAS-ATRASO THRU 8599-FIM-ATRASO
           MOVE WS-DIAS-ATRASO TO ATRASO-SRT
           IF SIT-SRT = 'COMPLETA'
              MOVE 'ATRASADA' TO SIT-SRT.

       8340-LIBERA.
           RELEASE REG-PRZSORT
           GO TO 8310-PROXIMA-TURMA.

       8399-FIM-LIBERA. EXIT.

       8400-TOTAL-PROF.
           MOVE CONT-TURMAS TO TURMAS-TOTP
           MOVE CONT-FORA TO FORA-TOTP
           MOVE CONT-DIAS TO DIAS-TOTP
           MOVE TOT-PROF TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE ZEROS TO CONT-TURMAS CONT-FORA CONT-DIAS.

       8499-FIM-TOTAL. EXIT.

      * DIAS ENTRE O PRAZO E A DATA DE REFERENCIA (30/360)
       8500-DIAS-ATRASO.
           MOVE WS-DATA-LIM TO WS-DATA-CALC-R
           MOVE ANO-CALC TO WS-DIAS-LIM
           MULTIPLY 12 BY WS-DIAS-LIM
           ADD MES-CALC TO WS-DIAS-LIM
           MULTIPLY 30 BY WS-DIAS-LIM
           ADD DIA-CALC TO WS-DIAS-LIM
           MOVE WS-DATA-REF TO WS-DATA-CALC-R
           MOVE ANO-CALC TO WS-DIAS-REF
           MULTIPLY 12 BY WS-DIAS-REF
           ADD MES-CALC TO WS-DIAS-REF
           MULTIPLY 30 BY WS-DIAS-REF
           ADD DIA-CALC TO WS-DIAS-REF
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF WS-DIAS-REF > WS-DIAS-LIM
              SUBTRACT WS-DIAS-LIM FROM WS-DIAS-REF
                 GIVING WS-DIAS-ATRASO.

       8599-FIM-ATRASO. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE WS-ANO TO ANO-CAB2
           MOVE WS-BIM TO BIM-CAB2
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
           IF WS-SEM-TURMAS NOT = 'S'
              CLOSE TURMAS.
           IF WS-SEM-MATRIC NOT = 'S'
              CLOSE MATRIC.
           IF WS-SEM-CADNOTAS NOT = 'S'
              CLOSE CADNOTAS.
           IF WS-SEM-ENTREGA NOT = 'S'
              CLOSE NOTAENT.
           CLOSE CADCURSO
                 CADDISCI
                 PRAZONT
           CHAIN 'FACAD.EXE'.

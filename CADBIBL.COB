       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBIBL-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : BIBLIOGRAFIA DAS DISCIPLINAS - liga cada
      *              disciplina do curso (DISCI.DAT) as obras do
      *              ACERVO.DAT, como bibliografia BASICA ou
      *              COMPLEMENTAR (BIBLIO.DAT); a adequacao do numero
      *              de exemplares aos alunos matriculados e o RELBIBL
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

       WORKING-STORAGE SECTION.
       01  STATUS-BIB          PIC X(02) VALUE SPACES.
       01  STATUS-ACER         PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-CURSO            PIC 9(02) VALUE ZEROS.
       01  WS-DISCI            PIC 9(04) VALUE ZEROS.
       01  WS-OBRA             PIC 9(05) VALUE ZEROS.
       01  WS-TIPO             PIC X VALUE SPACES.
       01  WS-ACHOU-DIS        PIC X VALUE 'N'.
       01  WS-ACHOU-OBRA       PIC X VALUE 'N'.
       01  WS-TITULO           PIC X(40) VALUE SPACES.
       01  WS-QTD-EXEMP        PIC 9(03) VALUE ZEROS.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  LIN                 PIC 99 VALUE ZEROS.
       01  CONT-ITENS          PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (12 20) 'DISCI.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT ACERVO
           IF STATUS-ACER NOT = '00'
              DISPLAY (12 20) 'ACERVO.DAT INEXISTENTE (USE O CADACER)'
              CLOSE CADDISCI
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN I-O BIBLIO
           IF STATUS-BIB = '00'
              GO TO 0200-TELA.
           OPEN OUTPUT BIBLIO
           CLOSE BIBLIO
           OPEN I-O BIBLIO.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADBIBL'
           DISPLAY (02 22) 'BIBLIOGRAFIA DAS DISCIPLINAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 10) 'CURSO [  ]  DISCIPLINA [    ]'.

       0300-CURSO.
           ACCEPT (04 17) WS-CURSO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-CURSO = ZEROS
              GO TO 0900-FIM.
           ACCEPT (04 34) WS-DISCI WITH PROMPT AUTO-SKIP
           IF WS-DISCI = ZEROS
              GO TO 0200-TELA.
           PERFORM 0700-BUSCA-DISCI THRU 0799-FIM-DISCI
           IF WS-ACHOU-DIS = 'N'
              DISPLAY (22 10) 'DISCIPLINA NAO CADASTRADA NO CURSO'
              GO TO 0300-CURSO.
           DISPLAY (05 10) NOME-DISCIPLINA.

      * BIBLIOGRAFIA JA LIGADA A DISCIPLINA
       0400-LISTA.
           PERFORM 0450-LIMPA-LISTA THRU 0459-FIM-LIMPA
           DISPLAY (07 10) 'OBRA  TIPO  EX.  TITULO'
           MOVE 7 TO LIN
           MOVE ZEROS TO CONT-ITENS
           MOVE WS-CURSO TO COD-CURSO-BIB
           MOVE WS-DISCI TO COD-DISCI-BIB
           MOVE ZEROS TO COD-OBRA-BIB
           START BIBLIO KEY NOT LESS THAN CHAVE-BIB INVALID KEY
              GO TO 0490-FIM-LISTA.

       0410-LE-BIB.
           READ BIBLIO NEXT
           IF STATUS-BIB NOT = '00'
              GO TO 0490-FIM-LISTA.
           IF COD-CURSO-BIB NOT = WS-CURSO
              OR COD-DISCI-BIB NOT = WS-DISCI
              GO TO 0490-FIM-LISTA.
           ADD 1 TO CONT-ITENS
           ADD 1 TO LIN
           IF LIN > 17
              DISPLAY (22 10) 'PRESSIONE [ENTER] P/ CONTINUAR'
              STOP ' '
              DISPLAY (22 10) LIMPA-LINHA
              PERFORM 0450-LIMPA-LISTA THRU 0459-FIM-LIMPA
              MOVE 8 TO LIN.
           MOVE COD-OBRA-BIB TO WS-OBRA
           PERFORM 0750-BUSCA-OBRA THRU 0789-FIM-OBRA
           DISPLAY (LIN , 10) COD-OBRA-BIB
           DISPLAY (LIN , 17) TIPO-BIB
           DISPLAY (LIN , 22) WS-QTD-EXEMP
           DISPLAY (LIN , 27) WS-TITULO
           GO TO 0410-LE-BIB.

       0450-LIMPA-LISTA.
           MOVE 8 TO LIN.

       0452-LIMPA-LINHA.
           DISPLAY (LIN , 10) LIMPA-LINHA
           ADD 1 TO LIN
           IF LIN < 18
              GO TO 0452-LIMPA-LINHA.

       0459-FIM-LIMPA. EXIT.

       0490-FIM-LISTA.
           IF CONT-ITENS = ZEROS
              DISPLAY (08 10) 'SEM BIBLIOGRAFIA CADASTRADA'.

      * INCLUSAO / ALTERACAO / EXCLUSAO DE UMA OBRA
       0500-OBRA.
           DISPLAY (19 10)
             'OBRA [     ]  TIPO [ ]  B=BASICA C=COMPLEMENTAR'
           ACCEPT (19 16) WS-OBRA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (20 10) LIMPA-LINHA
           IF WS-OBRA = ZEROS
              GO TO 0200-TELA.
           PERFORM 0750-BUSCA-OBRA THRU 0789-FIM-OBRA
           IF WS-ACHOU-OBRA = 'N'
              DISPLAY (22 10) 'OBRA NAO CADASTRADA NO ACERVO'
              GO TO 0500-OBRA.
           DISPLAY (20 10) WS-TITULO
           MOVE WS-CURSO TO COD-CURSO-BIB
           MOVE WS-DISCI TO COD-DISCI-BIB
           MOVE WS-OBRA TO COD-OBRA-BIB
           READ BIBLIO INVALID KEY
              GO TO 0600-INCLUI.
           DISPLAY (19 30) TIPO-BIB.

       0520-EXISTENTE.
           DISPLAY (21 10)
             'OBRA JA LIGADA - A=ALTERA TIPO  E=EXCLUI  N=NADA  [ ]'
           ACCEPT (21 61) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (21 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0500-OBRA.
           IF WS-RESPOSTA = 'E' OR 'e'
              DELETE BIBLIO
              DISPLAY (22 10) 'OBRA RETIRADA DA BIBLIOGRAFIA'
              STOP ' '
              GO TO 0400-LISTA.
           IF WS-RESPOSTA NOT = 'A' AND 'a'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0520-EXISTENTE.
           PERFORM 0650-TIPO THRU 0659-FIM-TIPO
           REWRITE REG-BIBLIO
           DISPLAY (22 10) 'TIPO ALTERADO'
           STOP ' '
           GO TO 0400-LISTA.

       0600-INCLUI.
           PERFORM 0650-TIPO THRU 0659-FIM-TIPO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO DATA-BIB
           MOVE SPACES TO REG-BIBLIO (21:20)
           WRITE REG-BIBLIO INVALID KEY
              DISPLAY (22 10) 'ERRO NA GRAVACAO DE BIBLIO.DAT'
              STOP ' '
              GO TO 0400-LISTA.
           DISPLAY (22 10) 'OBRA INCLUIDA NA BIBLIOGRAFIA'
           STOP ' '
           GO TO 0400-LISTA.

       0650-TIPO.
           ACCEPT (19 30) WS-TIPO WITH PROMPT AUTO-SKIP
           IF WS-TIPO = 'b'
              MOVE 'B' TO WS-TIPO.
           IF WS-TIPO = 'c'
              MOVE 'C' TO WS-TIPO.
           IF WS-TIPO NOT = 'B' AND 'C'
              DISPLAY (22 10) 'TIPO INVALIDO'
              GO TO 0650-TIPO.
           DISPLAY (22 10) LIMPA-LINHA
           MOVE WS-TIPO TO TIPO-BIB.

       0659-FIM-TIPO. EXIT.

      * A DISCIPLINA PODE ESTAR EM QUALQUER ANO DO CURSO
       0700-BUSCA-DISCI.
           MOVE 'N' TO WS-ACHOU-DIS
           MOVE WS-CURSO TO COD-CURSO-DIS
           MOVE WS-DISCI TO COD-DISCIPLINA
           MOVE ZEROS TO ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0799-FIM-DISCI.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              GO TO 0799-FIM-DISCI.
           IF COD-CURSO-DIS = WS-CURSO AND COD-DISCIPLINA = WS-DISCI
              MOVE 'S' TO WS-ACHOU-DIS.

       0799-FIM-DISCI. EXIT.

      * TITULO E EXEMPLARES NAO BAIXADOS DA OBRA
       0750-BUSCA-OBRA.
           MOVE 'N' TO WS-ACHOU-OBRA
           MOVE SPACES TO WS-TITULO
           MOVE ZEROS TO WS-QTD-EXEMP
           MOVE WS-OBRA TO COD-OBRA
           MOVE ZEROS TO NUM-EXEMPLAR
           START ACERVO KEY NOT LESS THAN CHAVE-ACER INVALID KEY
              GO TO 0789-FIM-OBRA.

       0760-LE-ACERVO.
           READ ACERVO NEXT
           IF STATUS-ACER NOT = '00'
              GO TO 0789-FIM-OBRA.
           IF COD-OBRA NOT = WS-OBRA
              GO TO 0789-FIM-OBRA.
           IF WS-ACHOU-OBRA = 'N'
              MOVE TITULO-ACER TO WS-TITULO.
           MOVE 'S' TO WS-ACHOU-OBRA
           IF NOT EXEMPLAR-BAIXADO
              ADD 1 TO WS-QTD-EXEMP.
           GO TO 0760-LE-ACERVO.

       0789-FIM-OBRA. EXIT.

       0900-FIM.
           CLOSE BIBLIO
                 ACERVO
                 CADDISCI
           CHAIN 'MSECRET2.EXE'.

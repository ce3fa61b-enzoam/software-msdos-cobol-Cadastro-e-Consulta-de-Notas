      *    1.2      /  /            ANOTACAO DE NOME ANTERIOR
      *                             (NOMEALT/NOMEHIST.DAT)
      *    1.3      /  /            CABECALHO E ASSINATURA DO CADINST
      *    1.4      /  /            TOTAL DE HORAS DE ATIVIDADES
      *                             COMPLEMENTARES ACEITAS (CADATIV)
      *    1.5      /  /            PERIODO ESPECIAL (CURSO DE FERIAS)
      *                             SAI NO HISTORICO COM O TERMO
      *    1.6      /  /            CR ACUMULADO E REGIME DE PROVA
      *                             (CALCCR/CRALU.DAT)
      *    1.7      /  /            CODIGO DE VERIFICACAO IMPRESSO
      *                             COM O NUMERO DO DOCUMENTO
      *    1.8      /  /            SO OS CURSOS DO ESCOPO DO OPERADOR
      *                             (OPERCUR.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DOCCTL ASSIGN TO DISK
                       FILE STATUS STATUS-DCTL.

           SELECT ATIVCOMP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ATV
                       FILE STATUS STATUS-ATV.

           SELECT ATIVPAR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ATP
                       FILE STATUS STATUS-ATP.

           SELECT DISPENSA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DISP
                       FILE STATUS STATUS-DISP.

           SELECT ESPMAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EM
                       FILE STATUS STATUS-EM.

           SELECT CRALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CRA
                       FILE STATUS STATUS-CRA.

           SELECT NOMEHIST ASSIGN TO DISK
                       FILE STATUS STATUS-NHIST.

           SELECT INSTPAR ASSIGN TO DISK
                       FILE STATUS STATUS-INS.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT RELHIST ASSIGN TO PRINTER.

       DATA DIVISION.
           05  ULT-NUMERO-DOC          PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  ATIVCOMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ATIVCOMP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ATIVCOMP.
           05  CHAVE-ATV.
               10  COD-CURSO-ATV       PIC 9(02).
               10  COD-ALUNO-ATV       PIC 9(06).
               10  SEQ-ATV             PIC 9(03).
           05  CATEG-ATV               PIC 9(01).
           05  DESCR-ATV               PIC X(30).
           05  HORAS-DECL-ATV          PIC 9(04).
           05  HORAS-ACEITAS-ATV       PIC 9(04).
           05  NUM-PROT-ATV            PIC 9(06).
           05  DATA-ENTREGA-ATV        PIC 9(08).
           05  SIT-ATV                 PIC X(01).
               88  ATV-PENDENTE        VALUE 'P'.
               88  ATV-VALIDADA        VALUE 'V'.
               88  ATV-RECUSADA        VALUE 'R'.
           05  DATA-SIT-ATV            PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  ATIVPAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ATIVPAR.DAT'
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-ATIVPAR.
           05  CHAVE-ATP.
               10  COD-CURSO-ATP       PIC 9(02).
           05  HORAS-EXIG-ATP          PIC 9(04).
           05  CATEG-ATP OCCURS 8 TIMES.
               10  NOME-CAT-ATP        PIC X(15).
               10  TETO-CAT-ATP        PIC 9(04).
           05  FILLER                  PIC X(02).

       FD  DISPENSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISPENSA.DAT'
           05  DATA-DISP               PIC 9(08).
           05  FILLER                  PIC X(05).

       FD  ESPMAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ESPMAT.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-ESPMAT.
           05  CHAVE-EM.
               10  COD-CURSO-EM        PIC 9(02).
               10  COD-ALUNO-EM        PIC 9(06).
               10  COD-DISCI-EM        PIC 9(04).
               10  ANO-EM              PIC 9(04).
               10  TERMO-EM            PIC X(01).
           05  ANO-REPROV-EM           PIC 9(04).
           05  DATA-MAT-EM             PIC 9(08).
           05  NUM-TAXA-EM             PIC 9(06).
           05  NOTA-EM                 PIC 99V9.
           05  FALTAS-EM               PIC 9(03).
           05  FREQ-EM                 PIC 9(03).
           05  SIT-EM                  PIC X(01).
               88  EM-MATRICULADO      VALUE 'M'.
               88  EM-APROVADO         VALUE 'A'.
               88  EM-REPROVADO        VALUE 'R'.
               88  EM-CANCELADO        VALUE 'C'.
           05  OPER-EM                 PIC X(10).
           05  FILLER                  PIC X(05).

      * CR DO ALUNO POR CURSO E ANO (CALCCR)
       FD  CRALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CRALU.DAT'
           RECORD CONTAINS 64 CHARACTERS.

       01  REG-CRALU.
           05  CHAVE-CRA.
               10  ALUNO-CRA           PIC 9(06).
               10  CURSO-CRA           PIC 9(02).
               10  ANO-CRA             PIC 9(04).
           05  FILLER                  PIC X(32).
           05  CR-ACUM-CRA             PIC 99V99.
           05  SIT-CRA                 PIC X(01).
               88  CRA-PROVA           VALUE 'P'.
           05  FILLER                  PIC X(15).

       FD  NOMEHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'NOMEHIST.DAT'
           05  DIRETOR-INS             PIC X(40).
           05  FILLER                  PIC X(01).

      * CURSOS QUE O OPERADOR ENXERGA - SEM NENHUM = TODOS
       FD  OPERCUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERCUR.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-OPERCUR.
           05  CHAVE-OCR.
               10  COD-OPER-OCR        PIC X(10).
               10  CURSO-OCR           PIC 9(02).
           05  DATA-OCR                PIC 9(08).

       FD RELHIST
           LABEL RECORD OMITTED.

       01  WS-TIPO-DOC             PIC X(10) VALUE SPACES.
       01  WS-OPER-DOC             PIC X(10) VALUE SPACES.
       01  STATUS-OPERADOR         PIC X(02) VALUE SPACES.
       01  STATUS-OCR              PIC X(02) VALUE SPACES.
       01  WS-OPER-ESC             PIC X(10) VALUE SPACES.
       01  WS-FORA-ESCOPO          PIC X VALUE 'N'.
       01  WS-CURSO-ESC            PIC 9(02) VALUE ZEROS.
       01  WS-QTD-ESC              PIC 9(02) VALUE ZEROS.
       01  WS-IND-ESC              PIC 9(02) VALUE ZEROS.
       01  TAB-ESCOPO.
           05 CURSO-TAB-ESC        PIC 9(02) OCCURS 8 TIMES.
       01  WS-COD-VERIF            PIC 9(06) VALUE ZEROS.
       01  WS-HASH-ACUM            PIC 9(08) VALUE ZEROS.
       01  WS-HASH-QUOC            PIC 9(08) VALUE ZEROS.
       01  WS-HASH-RESTO           PIC 9(08) VALUE ZEROS.
       01  WS-HASH-VAL             PIC 9(04) VALUE ZEROS.
       01  WS-HASH-POS             PIC 9(02) VALUE ZEROS.
       01  WS-HASH-CAR             PIC X(01) VALUE SPACE.
      * A POSICAO DO CARACTER NESTA TABELA E O SEU PESO NO CODIGO
      * DE VERIFICACAO - A MESMA TABELA ESTA NO CONSDOC
       01  TAB-HASH-CARACT.
           05 FILLER               PIC X(37) VALUE
              ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER               PIC X(30) VALUE
              'abcdefghijklmnopqrstuvwxyz.,-/'.
       01  DOC-LINE.
           05 FILLER               PIC X(26) VALUE
              'REGISTRO DE EXPEDICAO N.  '.
           05 NUM-DOC-LINE         PIC 9(06).
           05 FILLER               PIC X(08) VALUE '   VIA 1'.
           05 FILLER               PIC X(25) VALUE
              '   CODIGO DE VERIFICACAO '.
           05 COD-VERIF-LINE       PIC 9(06).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CURSO'.
           05 DOC-NA               PIC X(20).

       01  WS-SEM-DISPENSA         PIC X VALUE 'N'.
       01  STATUS-EM               PIC X(02) VALUE SPACE.
       01  WS-SEM-ESPMAT           PIC X VALUE 'N'.
       01  WS-SIT-ESP.
           05 RESULT-ESP           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE 'ESP/'.
           05 TERMO-ESP            PIC X(03) VALUE SPACES.
       01  ATIV-LIN.
           05 FILLER               PIC X(43) VALUE
              'ATIVIDADES COMPLEMENTARES - HORAS ACEITAS: '.
           05 ACEITAS-AL           PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE '  EXIGIDAS: '.
           05 EXIGIDAS-AL          PIC ZZZ9.
       01  STATUS-ATV              PIC X(02) VALUE SPACE.
       01  STATUS-ATP              PIC X(02) VALUE SPACE.
       01  WS-SEM-ATIV             PIC X VALUE 'N'.
       01  IDX-CAT                 PIC 9(02) VALUE ZEROS.
       01  WS-QTD-PEND             PIC 9(03) VALUE ZEROS.
       01  WS-ATIV-EXIGIDAS        PIC 9(04) VALUE ZEROS.
       01  WS-ATIV-CREDITO         PIC 9(05) VALUE ZEROS.
       01  WS-ATIV-FALTAM          PIC 9(04) VALUE ZEROS.
       01  WS-TAB-ATIV.
           05  WS-SOMA-CAT         PIC 9(05) OCCURS 8 TIMES.
       01  WS-TAB-BRUTO.
           05  WS-BRUTO-CAT        PIC 9(05) OCCURS 8 TIMES.
       01  STATUS-CRA              PIC X(02) VALUE SPACE.
       01  WS-SEM-CRALU            PIC X VALUE 'N'.
       01  WS-ACHOU-CR             PIC X VALUE 'N'.
       01  CR-LIN.
           05 FILLER               PIC X(41) VALUE
              'COEFICIENTE DE RENDIMENTO (CR) ACUMULADO '.
           05 CR-CL                PIC Z9,99.
           05 FILLER               PIC X(05) VALUE ' ATE '.
           05 ANO-CL               PIC 9(04).
           05 PROVA-CL             PIC X(19) VALUE SPACES.

       SCREEN SECTION.
       01  TELA-INICIO.
              MOVE 'S' TO WS-SEM-MENSAL.

       0185-OPEN-DISPENSA.
           OPEN INPUT ATIVCOMP
           IF STATUS-ATV NOT = '00'
              MOVE 'S' TO WS-SEM-ATIV.
           OPEN INPUT ATIVPAR
           IF STATUS-ATP NOT = '00'
              MOVE 'S' TO WS-SEM-ATIV.
           OPEN INPUT DISPENSA
           IF STATUS-DISP NOT = '00'
              MOVE 'S' TO WS-SEM-DISPENSA.
           OPEN INPUT ESPMAT
           IF STATUS-EM NOT = '00'
              MOVE 'S' TO WS-SEM-ESPMAT.

       0190-OPEN-ARQCAT.
           OPEN INPUT ARQCAT
           IF STATUS-CAT NOT = '00'
              MOVE 'S' TO WS-SEM-ARQCAT.
           OPEN INPUT CRALU
           IF STATUS-CRA NOT = '00'
              MOVE 'S' TO WS-SEM-CRALU.

       0195-OPEN-OPERADOR.
           OPEN INPUT OPERADOR
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPER-DOC
              CLOSE OPERADOR.
           PERFORM 9800-CARREGA-ESCOPO THRU 9809-FIM-CARREGA.

       0200-TELA.
           DISPLAY TELA-INICIO.
              DISPLAY (17 20) 'ALUNO NAO CADASTRADO'
              STOP ' '
              GO TO 0210-CODALU.
           MOVE COD-CURSO-ALU TO WS-CURSO-ESC
           PERFORM 9810-VERIFICA-ESCOPO THRU 9819-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              DISPLAY (17 20) 'CURSO FORA DO ESCOPO DO OPERADOR'
              STOP ' '
              GO TO 0210-CODALU.

       0250-VERIFICA-FINANCEIRO.
           PERFORM 2000-VERIFICA-DEBITO THRU 2099-FIM-VERIFICA
           IF STATUS-CADNT = '10'
              PERFORM 7000-ARQUIVOS-IMP THRU 7099-FIM-ARQ-IMP
              PERFORM 0550-DISPENSAS-IMP THRU 0559-FIM-DISP-IMP
              PERFORM 0540-ESPECIAL-IMP THRU 0549-FIM-ESP-IMP
              PERFORM 0580-ATIVIDADES-IMP THRU 0589-FIM-ATIV-IMP
              PERFORM 0582-CR-IMP THRU 0583-FIM-CR-IMP
              MOVE 'HISTORICO' TO WS-TIPO-DOC
              MOVE COD-ALU-REL TO ALUNO-DOC
              MOVE COD-CURSO-ALU TO CURSO-DOC
           MOVE ZEROS TO TOT-FALTAS
           MOVE ZEROS TO TOT-PRES.

      * PERIODO ESPECIAL (CURSO DE FERIAS) COM NOTA LANCADA SAI COM
      * O ANO E O TERMO (JAN/JUL) EM QUE FOI CURSADO
       0520-MONTA-DET-ESP.
           MOVE ANO-EM TO ANO-DET1
           MOVE COD-DISCI-EM TO COD-DISCI-DET1
           MOVE COD-CURSO-EM TO COD-CURSO-DIS
           MOVE COD-DISCI-EM TO COD-DISCIPLINA
           MOVE ZEROS TO ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              MOVE SPACES TO NOME-DISCIPLINA.
           IF STATUS-DIS = '00'
              READ CADDISCI NEXT
              IF COD-CURSO-DIS NOT = COD-CURSO-EM
                 OR COD-DISCIPLINA NOT = COD-DISCI-EM
                 MOVE SPACES TO NOME-DISCIPLINA.
           MOVE NOME-DISCIPLINA TO NOME-DISCI-DET1
           MOVE ZEROS TO NOTA1-DET1 NOTA2-DET1 NOTA3-DET1
                         NOTA4-DET1
           MOVE NOTA-EM TO NOTAF-DET1
           MOVE FREQ-EM TO FREQ-DET1
           IF EM-APROVADO
              MOVE 'APR ' TO RESULT-ESP
           ELSE
              MOVE 'REP ' TO RESULT-ESP.
           IF TERMO-EM = '1'
              MOVE 'JAN' TO TERMO-ESP
           ELSE
              MOVE 'JUL' TO TERMO-ESP.
           MOVE WS-SIT-ESP TO SIT-DET1
           MOVE COD-CURSO-EM TO COD-CURSO-DIS.

       0529-FIM-MONTA-ESP. EXIT.

       0530-ESPECIAL-TELA.
           IF WS-SEM-ESPMAT = 'S'
              GO TO 0539-FIM-ESP-TELA.
           MOVE COD-CURSO-ALU TO COD-CURSO-EM
           MOVE COD-ALU-REL TO COD-ALUNO-EM
           MOVE ZEROS TO COD-DISCI-EM ANO-EM
           MOVE LOW-VALUES TO TERMO-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 0539-FIM-ESP-TELA.

       0532-LE-ESP-TELA.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 0539-FIM-ESP-TELA.
           IF COD-CURSO-EM NOT = COD-CURSO-ALU
              OR COD-ALUNO-EM NOT = COD-ALU-REL
              GO TO 0539-FIM-ESP-TELA.
           IF NOT EM-APROVADO AND NOT EM-REPROVADO
              GO TO 0532-LE-ESP-TELA.
           PERFORM 0520-MONTA-DET-ESP THRU 0529-FIM-MONTA-ESP
           ADD 1 TO LIN
           DISPLAY (LIN , 01) DET1
           GO TO 0532-LE-ESP-TELA.

       0539-FIM-ESP-TELA. EXIT.

       0540-ESPECIAL-IMP.
           IF WS-SEM-ESPMAT = 'S'
              GO TO 0549-FIM-ESP-IMP.
           MOVE COD-CURSO-ALU TO COD-CURSO-EM
           MOVE COD-ALU-REL TO COD-ALUNO-EM
           MOVE ZEROS TO COD-DISCI-EM ANO-EM
           MOVE LOW-VALUES TO TERMO-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 0549-FIM-ESP-IMP.

       0542-LE-ESP-IMP.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 0549-FIM-ESP-IMP.
           IF COD-CURSO-EM NOT = COD-CURSO-ALU
              OR COD-ALUNO-EM NOT = COD-ALU-REL
              GO TO 0549-FIM-ESP-IMP.
           IF NOT EM-APROVADO AND NOT EM-REPROVADO
              GO TO 0542-LE-ESP-IMP.
           PERFORM 0520-MONTA-DET-ESP THRU 0529-FIM-MONTA-ESP
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 0542-LE-ESP-IMP.

       0549-FIM-ESP-IMP. EXIT.

      * DISPENSAS DO ALUNO SAEM COMO APROVEITAMENTO, SEM NOTAS
       0550-DISPENSAS-IMP.
           IF WS-SEM-DISPENSA = 'S'

       0579-FIM-MONTA. EXIT.

      * TOTAL DE ATIVIDADES COMPLEMENTARES ACEITAS (JA COM O TETO DE
      * CADA CATEGORIA) E O TOTAL EXIGIDO PELO CURSO
       0580-ATIVIDADES-IMP.
           PERFORM 9720-VERIFICA-ATIV THRU 9729-FIM-ATIV
           IF WS-ATIV-CREDITO = ZEROS AND WS-ATIV-EXIGIDAS = ZEROS
              GO TO 0589-FIM-ATIV-IMP.
           MOVE WS-ATIV-CREDITO TO ACEITAS-AL
           MOVE WS-ATIV-EXIGIDAS TO EXIGIDAS-AL
           WRITE REG-ORELATO FROM ATIV-LIN AFTER 2
           ADD 2 TO CONTLIN.

       0589-FIM-ATIV-IMP. EXIT.

      * CR ACUMULADO DO ULTIMO ANO CALCULADO PELO CALCCR
       0582-CR-IMP.
           PERFORM 9740-BUSCA-CR THRU 9749-FIM-CR
           IF WS-ACHOU-CR NOT = 'S'
              GO TO 0583-FIM-CR-IMP.
           WRITE REG-ORELATO FROM CR-LIN AFTER 2
           ADD 2 TO CONTLIN.

       0583-FIM-CR-IMP. EXIT.

       0590-ATIVIDADES-TELA.
           PERFORM 9720-VERIFICA-ATIV THRU 9729-FIM-ATIV
           IF WS-ATIV-CREDITO = ZEROS AND WS-ATIV-EXIGIDAS = ZEROS
              GO TO 0599-FIM-ATIV-TELA.
           MOVE WS-ATIV-CREDITO TO ACEITAS-AL
           MOVE WS-ATIV-EXIGIDAS TO EXIGIDAS-AL
           ADD 1 TO LIN
           DISPLAY (LIN , 01) ATIV-LIN.

       0599-FIM-ATIV-TELA. EXIT.

       0592-CR-TELA.
           PERFORM 9740-BUSCA-CR THRU 9749-FIM-CR
           IF WS-ACHOU-CR NOT = 'S'
              GO TO 0593-FIM-CR-TELA.
           ADD 1 TO LIN
           DISPLAY (LIN , 01) CR-LIN.

       0593-FIM-CR-TELA. EXIT.

       0600-LE-CADNOTAS-TELA.
           MOVE 9 TO LIN
           DISPLAY (01 01) ERASE
           IF STATUS-CADNT = '10'
              PERFORM 7100-ARQUIVOS-TELA THRU 7199-FIM-ARQ-TELA
              PERFORM 0560-DISPENSAS-TELA THRU 0569-FIM-DISP-TELA
              PERFORM 0530-ESPECIAL-TELA THRU 0539-FIM-ESP-TELA
              PERFORM 0590-ATIVIDADES-TELA THRU 0599-FIM-ATIV-TELA
              PERFORM 0592-CR-TELA THRU 0593-FIM-CR-TELA
              GO TO 0699-FIM.
           IF STATUS-CADNT NOT= '00'
              DISPLAY (17 33) 'PROBLEMA READ ' STATUS-CADNT

       2099-FIM-VERIFICA. EXIT.

      * HORAS DE ATIVIDADES COMPLEMENTARES ACEITAS (ATIVCOMP.DAT),
      * LIMITADAS AO TETO DE CADA CATEGORIA DO CURSO (ATIVPAR.DAT)
       9720-VERIFICA-ATIV.
           MOVE ZEROS TO WS-ATIV-EXIGIDAS WS-ATIV-CREDITO
                         WS-ATIV-FALTAM WS-QTD-PEND
           MOVE ZEROS TO WS-TAB-ATIV WS-TAB-BRUTO
           IF WS-SEM-ATIV = 'S'
              GO TO 9729-FIM-ATIV.
           MOVE COD-CURSO-ALU TO COD-CURSO-ATP
           READ ATIVPAR INVALID KEY
              MOVE ZEROS TO REG-ATIVPAR.
           IF STATUS-ATP = '00'
              MOVE HORAS-EXIG-ATP TO WS-ATIV-EXIGIDAS.
           MOVE COD-CURSO-ALU TO COD-CURSO-ATV
           MOVE COD-ALU-REL TO COD-ALUNO-ATV
           MOVE ZEROS TO SEQ-ATV
           START ATIVCOMP KEY NOT LESS THAN CHAVE-ATV INVALID KEY
              GO TO 9725-CREDITA.

       9722-LE-ATIV.
           READ ATIVCOMP NEXT
           IF STATUS-ATV NOT = '00'
              GO TO 9725-CREDITA.
           IF COD-CURSO-ATV NOT = COD-CURSO-ALU
              OR COD-ALUNO-ATV NOT = COD-ALU-REL
              GO TO 9725-CREDITA.
           IF ATV-PENDENTE
              ADD 1 TO WS-QTD-PEND.
           IF NOT ATV-VALIDADA
              GO TO 9722-LE-ATIV.
           IF CATEG-ATV < 1 OR CATEG-ATV > 8
              GO TO 9722-LE-ATIV.
           ADD HORAS-ACEITAS-ATV TO WS-BRUTO-CAT (CATEG-ATV)
           GO TO 9722-LE-ATIV.

       9725-CREDITA.
           MOVE 1 TO IDX-CAT.

       9726-CREDITA-CAT.
           MOVE WS-BRUTO-CAT (IDX-CAT) TO WS-SOMA-CAT (IDX-CAT)
           IF TETO-CAT-ATP (IDX-CAT) > ZEROS
              AND WS-SOMA-CAT (IDX-CAT) > TETO-CAT-ATP (IDX-CAT)
              MOVE TETO-CAT-ATP (IDX-CAT) TO WS-SOMA-CAT (IDX-CAT).
           ADD WS-SOMA-CAT (IDX-CAT) TO WS-ATIV-CREDITO
           ADD 1 TO IDX-CAT
           IF IDX-CAT NOT > 8
              GO TO 9726-CREDITA-CAT.
           IF WS-ATIV-CREDITO < WS-ATIV-EXIGIDAS
              SUBTRACT WS-ATIV-CREDITO FROM WS-ATIV-EXIGIDAS
                 GIVING WS-ATIV-FALTAM.

       9729-FIM-ATIV. EXIT.

      * ULTIMO REGISTRO DO ALUNO/CURSO NO CRALU.DAT (MAIOR ANO)
       9740-BUSCA-CR.
           MOVE 'N' TO WS-ACHOU-CR
           IF WS-SEM-CRALU = 'S'
              GO TO 9749-FIM-CR.
           MOVE COD-ALU-REL TO ALUNO-CRA
           MOVE COD-CURSO-ALU TO CURSO-CRA
           MOVE ZEROS TO ANO-CRA
           START CRALU KEY NOT LESS THAN CHAVE-CRA INVALID KEY
              GO TO 9749-FIM-CR.

       9742-LE-CRALU.
           READ CRALU NEXT
           IF STATUS-CRA NOT = '00'
              GO TO 9749-FIM-CR.
           IF ALUNO-CRA NOT = COD-ALU-REL
              OR CURSO-CRA NOT = COD-CURSO-ALU
              GO TO 9749-FIM-CR.
           MOVE 'S' TO WS-ACHOU-CR
           MOVE CR-ACUM-CRA TO CR-CL
           MOVE ANO-CRA TO ANO-CL
           MOVE SPACES TO PROVA-CL
           IF CRA-PROVA
              MOVE ' - REGIME DE PROVA' TO PROVA-CL.
           GO TO 9742-LE-CRALU.

       9749-FIM-CR. EXIT.

      * PARAMETROS DE APROVACAO POR CURSO (REGISTRO DO ANO OU GERAL
      * ANO 0000), COM 7,0 / 75% / 9,0 COMO PADRAO DE IMPLANTACAO
       9400-ROTINA-PARM SECTION.
           MOVE WS-TIPO-DOC TO TIPO-DOC
           MOVE WS-OPER-DOC TO OPERADOR-DOC
           MOVE 1 TO VIA-DOC
           PERFORM 9950-CODIGO-VERIF THRU 9959-FIM-CODIGO
           WRITE REG-REGDOC INVALID KEY
              CONTINUE.
           CLOSE REGDOC
           MOVE WS-NUM-DOC TO NUM-DOC-LINE
           MOVE WS-COD-VERIF TO COD-VERIF-LINE.

      * CODIGO DE VERIFICACAO DO DOCUMENTO - CALCULADO SOBRE OS 62
      * PRIMEIROS BYTES DO REGISTRO DE EXPEDICAO (SEM A VIA), NAO FICA
      * GRAVADO: O CONSDOC REFAZ A CONTA PARA CONFERIR O DOCUMENTO
       9950-CODIGO-VERIF.
           MOVE 7919 TO WS-HASH-ACUM
           MOVE ZEROS TO WS-HASH-POS.

       9952-CODIGO-BYTE.
           ADD 1 TO WS-HASH-POS
           IF WS-HASH-POS > 62
              GO TO 9958-CODIGO-MONTA.
           MOVE REG-REGDOC (WS-HASH-POS:1) TO WS-HASH-CAR
           MOVE ZEROS TO WS-HASH-VAL
           INSPECT TAB-HASH-CARACT TALLYING WS-HASH-VAL
                   FOR CHARACTERS BEFORE INITIAL WS-HASH-CAR
           COMPUTE WS-HASH-ACUM = WS-HASH-ACUM * 31 + WS-HASH-VAL
                                + WS-HASH-POS
           DIVIDE WS-HASH-ACUM BY 999983 GIVING WS-HASH-QUOC
                  REMAINDER WS-HASH-RESTO
           MOVE WS-HASH-RESTO TO WS-HASH-ACUM
           GO TO 9952-CODIGO-BYTE.

       9958-CODIGO-MONTA.
           MOVE WS-HASH-ACUM TO WS-COD-VERIF.

       9959-FIM-CODIGO. EXIT.

      * ANOTACAO EXIGIDA PELO REGISTRO: NOME ANTERIOR E DOCUMENTO DO
      * CARTORIO QUANDO HOUVE ALTERACAO LEGAL DE NOME (NOMEALT)
           CLOSE INSTPAR.

       9979-FIM-INSTPAR. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): OS
      * CURSOS SAO LIDOS NA ENTRADA; QUEM NAO TEM CURSO CADASTRADO
      * CONTINUA VENDO TODOS
       9800-ESCOPO SECTION.
       9800-CARREGA-ESCOPO.
           MOVE ZEROS TO WS-QTD-ESC
           MOVE WS-OPER-DOC TO WS-OPER-ESC
           OPEN INPUT OPERCUR
           IF STATUS-OCR NOT = '00'
              GO TO 9809-FIM-CARREGA.
           MOVE WS-OPER-ESC TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              GO TO 9805-FECHA-ESCOPO.

       9802-LE-ESCOPO.
           READ OPERCUR NEXT
           IF STATUS-OCR NOT = '00'
              GO TO 9805-FECHA-ESCOPO.
           IF COD-OPER-OCR NOT = WS-OPER-ESC OR WS-QTD-ESC = 8
              GO TO 9805-FECHA-ESCOPO.
           ADD 1 TO WS-QTD-ESC
           MOVE CURSO-OCR TO CURSO-TAB-ESC (WS-QTD-ESC)
           GO TO 9802-LE-ESCOPO.

       9805-FECHA-ESCOPO.
           CLOSE OPERCUR.

       9809-FIM-CARREGA. EXIT.

       9810-VERIFICA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO
           IF WS-QTD-ESC = ZEROS
              GO TO 9819-FIM-VERIFICA.
           MOVE 'S' TO WS-FORA-ESCOPO
           MOVE ZEROS TO WS-IND-ESC.

       9812-PROCURA-ESCOPO.
           ADD 1 TO WS-IND-ESC
           IF WS-IND-ESC > WS-QTD-ESC
              GO TO 9819-FIM-VERIFICA.
           IF CURSO-TAB-ESC (WS-IND-ESC) NOT = WS-CURSO-ESC
              GO TO 9812-PROCURA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO.

       9819-FIM-VERIFICA. EXIT.

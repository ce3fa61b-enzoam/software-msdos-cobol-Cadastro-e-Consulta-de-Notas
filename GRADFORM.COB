      *                             (CADDOC/DOCALU.DAT)
      *    1.6      /  /            REGISTRO DE EGRESSO CRIADO NA
      *                             FORMATURA (EGRESSO.DAT)
      *    1.7      /  /            CURSO QUE EXIGE TCC SO FORMA
      *                             COM O TCC APROVADO (TCC.DAT)
      *    1.8      /  /            SITUACAO IRREGULAR NO ENADE
      *                             IMPEDE A FORMATURA (ENADEALU.DAT)
      *    1.9      /  /            HORAS DE ATIVIDADES COMPLEMENTARES
      *                             ABAIXO DO EXIGIDO IMPEDEM A
      *                             FORMATURA (CADATIV/ATIVCOMP.DAT)
      *    1.10     /  /            APROVACAO EM PERIODO ESPECIAL
      *                             (ESPMAT.DAT) CONTA COMO CUMPRIDA
      *    1.11     /  /            CODIGO DE VERIFICACAO IMPRESSO
      *                             COM O NUMERO DO CERTIFICADO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-HEX
                       FILE STATUS STATUS-HEX.

           SELECT TCCCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TCU
                       FILE STATUS STATUS-TCU.

           SELECT TCC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TCC
                       FILE STATUS STATUS-TCC.

           SELECT ENADEALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ENA
                       FILE STATUS STATUS-ENA.

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

           SELECT DOCALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
           05  HORAS-EXIGIDAS          PIC 9(04).
           05  FILLER                  PIC X(04).

       FD  TCCCUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TCCCUR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-TCCCUR.
           05  CHAVE-TCU.
               10  COD-CURSO-TCU       PIC 9(02).
           05  EXIGE-TCC               PIC X(01).
               88  CURSO-EXIGE-TCC     VALUE 'S'.
           05  FILLER                  PIC X(07).

       FD  TCC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TCC.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-TCC.
           05  CHAVE-TCC.
               10  COD-CURSO-TCC       PIC 9(02).
               10  COD-ALUNO-TCC       PIC 9(06).
           05  FILLER                  PIC X(98).
           05  SIT-TCC                 PIC X(01).
               88  TCC-APROVADO        VALUE 'A'.
           05  DATA-SIT-TCC            PIC 9(08).
           05  FILLER                  PIC X(05).

       FD  ENADEALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ENADEALU.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-ENADEALU.
           05  CHAVE-ENA.
               10  COD-CURSO-ENA       PIC 9(02).
               10  COD-ALUNO-ENA       PIC 9(06).
               10  ANO-ENA             PIC 9(04).
           05  FILLER                  PIC X(04).
           05  SIT-ENA                 PIC X(01).
               88  ENA-IRREGULAR       VALUE 'I'.
           05  FILLER                  PIC X(23).

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
               10  COD-DISCI-DISP      PIC 9(04).
           05  FILLER                  PIC X(58).

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


       FD  DOCALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DOCALU.DAT'
       01  WS-SEM-ESTAGIO          PIC X VALUE 'N'.
       01  WS-HORAS-FALTAM         PIC S9(05) VALUE ZEROS.
       01  WS-HORAS-FEITAS         PIC 9(05) VALUE ZEROS.
       01  STATUS-TCU              PIC X(02) VALUE SPACE.
       01  STATUS-TCC              PIC X(02) VALUE SPACE.
       01  WS-SEM-TCCCUR           PIC X VALUE 'N'.
       01  WS-SEM-TCC              PIC X VALUE 'N'.
       01  WS-TCC-PENDENTE         PIC X VALUE 'N'.
       01  STATUS-ENA              PIC X(02) VALUE SPACE.
       01  WS-SEM-ENADE            PIC X VALUE 'N'.
       01  WS-ENADE-IRREGULAR      PIC X VALUE 'N'.
       01  STATUS-DISP             PIC X(02) VALUE SPACE.
       01  WS-SEM-DISPENSA         PIC X VALUE 'N'.
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
       01  WS-DISP-OK              PIC X VALUE 'N'.
       01  STATUS-EM               PIC X(02) VALUE SPACE.
       01  WS-SEM-ESPMAT           PIC X VALUE 'N'.
       01  WS-ESP-OK               PIC X VALUE 'N'.
       01  WS-ANO-ESP              PIC 9(04) VALUE ZEROS.
       01  WS-NOTA-ESP             PIC 99V9 VALUE ZEROS.
       01  STATUS-EMP              PIC X(02) VALUE SPACE.
       01  WS-SEM-EMPREST          PIC X VALUE 'N'.
       01  WS-LIVROS-ABERTOS       PIC 9(03) VALUE ZEROS.
       01  WS-TIPO-DOC             PIC X(10) VALUE SPACES.
       01  WS-OPER-DOC             PIC X(10) VALUE SPACES.
       01  STATUS-OPERADOR         PIC X(02) VALUE SPACES.
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

       01  CERT-L1.
           05 FILLER               PIC X(30) VALUE SPACES.
           OPEN INPUT HORASEST
           IF STATUS-HEX NOT = '00'
              MOVE 'S' TO WS-SEM-ESTAGIO.
           OPEN INPUT TCCCUR
           IF STATUS-TCU NOT = '00'
              MOVE 'S' TO WS-SEM-TCCCUR.
           OPEN INPUT TCC
           IF STATUS-TCC NOT = '00'
              MOVE 'S' TO WS-SEM-TCC.
           OPEN INPUT ENADEALU
           IF STATUS-ENA NOT = '00'
              MOVE 'S' TO WS-SEM-ENADE.
           OPEN INPUT EMPREST
           IF STATUS-EMP NOT = '00'
              MOVE 'S' TO WS-SEM-EMPREST.
           OPEN INPUT DOCALU
           IF STATUS-DALU NOT = '00'
              MOVE 'S' TO WS-SEM-DOCALU.
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
           OPEN INPUT CADNOTAS
           IF STATUS-CADNT NOT = '00'
              DISPLAY (17 25) 'CADNOTAS.DAT INEXISTENTE - ABORTADO'
              ADD 1 TO CONT-NAO-APTOS
              GO TO 0410-LE-ALUNO.

      * CURSO QUE EXIGE TCC: SEM TCC APROVADO NAO HA COLACAO
           PERFORM 9740-VERIFICA-TCC THRU 9749-FIM-TCC
           IF WS-TCC-PENDENTE = 'S'
              ADD 1 TO CONT-NAO-APTOS
              GO TO 0410-LE-ALUNO.

      * ENADE IRREGULAR (OBRIGATORIO POR LEI) TAMBEM SEGURA A COLACAO
           PERFORM 9730-VERIFICA-ENADE THRU 9739-FIM-ENADE
           IF WS-ENADE-IRREGULAR = 'S'
              ADD 1 TO CONT-NAO-APTOS
              GO TO 0410-LE-ALUNO.

      * ATIVIDADES COMPLEMENTARES ACEITAS (COM TETO POR CATEGORIA)
      * ABAIXO DO TOTAL EXIGIDO PELO CURSO
           PERFORM 9720-VERIFICA-ATIV THRU 9729-FIM-ATIV
           IF WS-ATIV-FALTAM > ZEROS
              ADD 1 TO CONT-NAO-APTOS
              GO TO 0410-LE-ALUNO.

      * ALUNO APTO: MUDA SITUACAO, IMPRIME CERTIFICADO E GUARDA
      * NA RELACAO DE FORMANDOS
           MOVE 'F' TO SITUACAO-ALU
              ELSE
                 GO TO 0510-LE-DISCI.

           PERFORM 9810-VERIFICA-ESPECIAL THRU 9819-FIM-ESPECIAL
           IF WS-ESP-OK = 'S'
              IF WS-FASE = 2
                 MOVE WS-ANO-ESP TO ANO-CDET
                 MOVE COD-DISCIPLINA TO DISCI-CDET
                 MOVE NOME-DISCIPLINA (1:25) TO NOME-CDET
                 MOVE WS-NOTA-ESP TO MEDIA-CDET
                 WRITE REG-ORELATO FROM CERT-DET AFTER 1
                 GO TO 0510-LE-DISCI
              ELSE
                 GO TO 0510-LE-DISCI.

           MOVE ANO-DISCI TO ANO-CADNOTA
           MOVE COD-CURSO-DIS TO COD-CURSO-CADNOTA
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-CADNOTA
       0572-PROXIMO-ANO.
           ADD 1 TO WS-ANO-BUSCA
           IF WS-ANO-BUSCA > WS-ANO-ATUAL
              GO TO 0576-PERIODO-ESPECIAL.
           MOVE WS-ANO-BUSCA TO ANO-CADNOTA
           MOVE WS-CURSO TO COD-CURSO-CADNOTA
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-CADNOTA
              GO TO 0579-FIM-APROVA.
           GO TO 0572-PROXIMO-ANO.

       0576-PERIODO-ESPECIAL.
           MOVE COD-DISCI-GRADE TO COD-DISCI-DISP
           PERFORM 9810-VERIFICA-ESPECIAL THRU 9819-FIM-ESPECIAL
           IF WS-ESP-OK = 'N'
              GO TO 0579-FIM-APROVA.
           MOVE 'S' TO WS-MAT-OK
           MOVE WS-ANO-ESP TO WS-ANO-APROV
           MOVE WS-NOTA-ESP TO NOTA-FINAL
           MOVE WS-CURSO TO COD-CURSO-DIS
           MOVE COD-DISCI-GRADE TO COD-DISCIPLINA
           MOVE ZEROS TO ANO-DISCI
           MOVE SPACES TO NOME-DISCIPLINA
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0579-FIM-APROVA.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              OR COD-CURSO-DIS NOT = WS-CURSO
              OR COD-DISCIPLINA NOT = COD-DISCI-GRADE
              MOVE SPACES TO NOME-DISCIPLINA.

       0579-FIM-APROVA. EXIT.

       0599-FIM-VARRE. EXIT.
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

      * DISPENSA REGISTRADA NO CADDISP VALE COMO DISCIPLINA CUMPRIDA
       9800-VERIFICA-DISPENSA.

       9899-FIM-DISPENSA. EXIT.

      * APROVACAO NO PERIODO ESPECIAL (CURSO DE FERIAS) SUBSTITUI A
      * REPROVACAO NA DISCIPLINA
       9810-VERIFICA-ESPECIAL.
           MOVE 'N' TO WS-ESP-OK
           MOVE ZEROS TO WS-ANO-ESP WS-NOTA-ESP
           IF WS-SEM-ESPMAT = 'S'
              GO TO 9819-FIM-ESPECIAL.
           MOVE WS-CURSO TO COD-CURSO-EM
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-EM
           MOVE COD-DISCI-DISP TO COD-DISCI-EM
           MOVE ZEROS TO ANO-EM
           MOVE LOW-VALUES TO TERMO-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 9819-FIM-ESPECIAL.

       9812-LE-ESPECIAL.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 9819-FIM-ESPECIAL.
           IF COD-CURSO-EM NOT = WS-CURSO
              OR COD-ALUNO-EM NOT = WS-ALUNO-ATUAL
              OR COD-DISCI-EM NOT = COD-DISCI-DISP
              GO TO 9819-FIM-ESPECIAL.
           IF NOT EM-APROVADO
              GO TO 9812-LE-ESPECIAL.
           MOVE 'S' TO WS-ESP-OK
           MOVE ANO-EM TO WS-ANO-ESP
           MOVE NOTA-EM TO WS-NOTA-ESP.

       9819-FIM-ESPECIAL. EXIT.

      * EMPRESTIMOS DA BIBLIOTECA AINDA EM ABERTO DO ALUNO
       9700-VERIFICA-BIBLIOTECA.
           MOVE ZEROS TO WS-LIVROS-ABERTOS

       9759-FIM-ESTAGIO. EXIT.

      * CURSO QUE EXIGE TCC (TCCCUR.DAT): SO FORMA COM O TCC DO
      * ALUNO APROVADO NO CADTCC
       9740-VERIFICA-TCC.
           MOVE 'N' TO WS-TCC-PENDENTE
           IF WS-SEM-TCCCUR = 'S'
              GO TO 9749-FIM-TCC.
           MOVE WS-CURSO TO COD-CURSO-TCU
           READ TCCCUR
           IF STATUS-TCU NOT = '00'
              GO TO 9749-FIM-TCC.
           IF NOT CURSO-EXIGE-TCC
              GO TO 9749-FIM-TCC.
           MOVE 'S' TO WS-TCC-PENDENTE
           IF WS-SEM-TCC = 'S'
              GO TO 9749-FIM-TCC.
           MOVE WS-CURSO TO COD-CURSO-TCC
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-TCC
           READ TCC
           IF STATUS-TCC = '00' AND TCC-APROVADO
              MOVE 'N' TO WS-TCC-PENDENTE.

       9749-FIM-TCC. EXIT.

      * SITUACAO IRREGULAR NO ENADE (ENADEALU.DAT) EM QUALQUER ANO
      * IMPEDE A COLACAO ATE A REGULARIZACAO NO PROGRAMA ENADE
       9730-VERIFICA-ENADE.
           MOVE 'N' TO WS-ENADE-IRREGULAR
           IF WS-SEM-ENADE = 'S'
              GO TO 9739-FIM-ENADE.
           MOVE WS-CURSO TO COD-CURSO-ENA
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-ENA
           MOVE ZEROS TO ANO-ENA
           START ENADEALU KEY NOT LESS THAN CHAVE-ENA INVALID KEY
              GO TO 9739-FIM-ENADE.

       9735-LE-ENADE.
           READ ENADEALU NEXT
           IF STATUS-ENA NOT = '00'
              GO TO 9739-FIM-ENADE.
           IF COD-CURSO-ENA NOT = WS-CURSO
              OR COD-ALUNO-ENA NOT = WS-ALUNO-ATUAL
              GO TO 9739-FIM-ENADE.
           IF ENA-IRREGULAR
              MOVE 'S' TO WS-ENADE-IRREGULAR
              GO TO 9739-FIM-ENADE.
           GO TO 9735-LE-ENADE.

       9739-FIM-ENADE. EXIT.

      * HORAS DE ATIVIDADES COMPLEMENTARES ACEITAS (ATIVCOMP.DAT),
      * LIMITADAS AO TETO DE CADA CATEGORIA DO CURSO (ATIVPAR.DAT)
       9720-VERIFICA-ATIV.
           MOVE ZEROS TO WS-ATIV-EXIGIDAS WS-ATIV-CREDITO
                         WS-ATIV-FALTAM WS-QTD-PEND
           MOVE ZEROS TO WS-TAB-ATIV WS-TAB-BRUTO
           IF WS-SEM-ATIV = 'S'
              GO TO 9729-FIM-ATIV.
           MOVE WS-CURSO TO COD-CURSO-ATP
           READ ATIVPAR INVALID KEY
              MOVE ZEROS TO REG-ATIVPAR.
           IF STATUS-ATP = '00'
              MOVE HORAS-EXIG-ATP TO WS-ATIV-EXIGIDAS.
           MOVE WS-CURSO TO COD-CURSO-ATV
           MOVE WS-ALUNO-ATUAL TO COD-ALUNO-ATV
           MOVE ZEROS TO SEQ-ATV
           START ATIVCOMP KEY NOT LESS THAN CHAVE-ATV INVALID KEY
              GO TO 9725-CREDITA.

       9722-LE-ATIV.
           READ ATIVCOMP NEXT
           IF STATUS-ATV NOT = '00'
              GO TO 9725-CREDITA.
           IF COD-CURSO-ATV NOT = WS-CURSO
              OR COD-ALUNO-ATV NOT = WS-ALUNO-ATUAL
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

      * VERSAO DE GRADE DO ALUNO (ALUVER.DAT) - SEM REGISTRO VALE A
      * VERSAO 1, QUE CONTINUA NO GRADECUR.DAT
       9860-VERSAO-DO-ALUNO.

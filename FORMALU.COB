      *                             COMO PENDENCIA DE FORMATURA
      *    1.3      /  /            GRADE DA VERSAO DO ALUNO
      *                             (CADGRDV/ALUVER.DAT)
      *    1.4      /  /            TCC NAO APROVADO EM CURSO QUE
      *                             EXIGE TCC ENTRA COMO PENDENCIA
      *    1.5      /  /            SITUACAO IRREGULAR NO ENADE
      *                             ENTRA COMO PENDENCIA
      *    1.6      /  /            HORAS DE ATIVIDADES COMPLEMENTARES
      *                             EM FALTA ENTRAM COMO PENDENCIA
      *    1.7      /  /            APROVACAO EM PERIODO ESPECIAL
      *                             (ESPMAT.DAT) CONTA COMO CUMPRIDA

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

           SELECT RELFORM ASSIGN TO PRINTER.

       DATA DIVISION.
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


       FD RELFORM
           LABEL RECORD OMITTED.

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
       01  STATUS-EM               PIC X(02) VALUE SPACE.
       01  WS-SEM-ESPMAT           PIC X VALUE 'N'.
       01  WS-ESP-OK               PIC X VALUE 'N'.
       01  WS-ANO-ESP              PIC 9(04) VALUE ZEROS.
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
       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
       01  REL-RESP                PIC 9.
           'HORAS DE ESTAGIO PENDENTES: '.
           05 HORAS-RODAPE         PIC ZZZZ9.

       01  RODAPE-TCC.
           05 FILLER               PIC X(41) VALUE
           'TCC EXIGIDO PELO CURSO AINDA NAO APROVADO'.

       01  RODAPE-ENA.
           05 FILLER               PIC X(36) VALUE
           'SITUACAO IRREGULAR NO EXAME DO ENADE'.

       01  RODAPE-ATV.
           05 FILLER               PIC X(41) VALUE
           'HORAS DE ATIV. COMPLEMENTARES PENDENTES: '.
           05 HORAS-RODAPE-ATV     PIC ZZZ9.

       SCREEN SECTION.
       01  TELA-INICIO.
           05  BLANK SCREEN.
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
           IF STATUS-CADNT = '30'
              DISPLAY (17 25) 'CADNOTAS.DAT INEXISTENTE - ABORTADO'
           IF WS-DISP-OK = 'S'
              MOVE 'APROVEITAM.' TO SIT-DET1
              GO TO 0450-EXIT.
           PERFORM 9810-VERIFICA-ESPECIAL THRU 9819-FIM-ESPECIAL
           IF WS-ESP-OK = 'S'
              MOVE WS-ANO-ESP TO ANO-DET1
              MOVE 'APROV.ESP.' TO SIT-DET1
              GO TO 0450-EXIT.

           MOVE ANO-DISCI TO ANO-CADNOTA
           MOVE COD-CURSO-DIS TO COD-CURSO-CADNOTA
              ADD 1 TO CONT-PENDENTES
              MOVE WS-HORAS-FALTAM TO HORAS-RODAPE
              WRITE REG-ORELATO FROM RODAPE-EST AFTER 2.
           PERFORM 9740-VERIFICA-TCC THRU 9749-FIM-TCC
           IF WS-TCC-PENDENTE = 'S'
              ADD 1 TO CONT-PENDENTES
              WRITE REG-ORELATO FROM RODAPE-TCC AFTER 2.
           PERFORM 9730-VERIFICA-ENADE THRU 9739-FIM-ENADE
           IF WS-ENADE-IRREGULAR = 'S'
              ADD 1 TO CONT-PENDENTES
              WRITE REG-ORELATO FROM RODAPE-ENA AFTER 2.
           PERFORM 9720-VERIFICA-ATIV THRU 9729-FIM-ATIV
           IF WS-ATIV-FALTAM > ZEROS
              ADD 1 TO CONT-PENDENTES
              MOVE WS-ATIV-FALTAM TO HORAS-RODAPE-ATV
              WRITE REG-ORELATO FROM RODAPE-ATV AFTER 2.
           IF CONT-PENDENTES = 0
              MOVE 'ALUNO APTO A SE FORMAR' TO SIT-RODAPE
           ELSE
              ADD 1 TO CONT-PENDENTES
              DISPLAY (22 14) 'HORAS DE ESTAGIO PENDENTES:'
              DISPLAY (22 42) WS-HORAS-FALTAM.
           PERFORM 9740-VERIFICA-TCC THRU 9749-FIM-TCC
           IF WS-TCC-PENDENTE = 'S'
              ADD 1 TO CONT-PENDENTES
              DISPLAY (21 14) 'TCC AINDA NAO APROVADO'.
           PERFORM 9730-VERIFICA-ENADE THRU 9739-FIM-ENADE
           IF WS-ENADE-IRREGULAR = 'S'
              ADD 1 TO CONT-PENDENTES
              DISPLAY (21 40) 'SITUACAO IRREGULAR NO ENADE'.
           PERFORM 9720-VERIFICA-ATIV THRU 9729-FIM-ATIV
           IF WS-ATIV-FALTAM > ZEROS
              ADD 1 TO CONT-PENDENTES
              DISPLAY (20 14) 'HORAS DE ATIV. COMPLEMENTARES PENDENTES:'
              DISPLAY (20 55) WS-ATIV-FALTAM.
           IF CONT-PENDENTES = 0
              DISPLAY (23 20) 'ALUNO APTO A SE FORMAR'
           ELSE
      * APROVACAO DA DISCIPLINA DA GRADE EM QUALQUER ANO LETIVO
       4500-APROVA-QQ-ANO.
           MOVE 'N' TO WS-MAT-OK
           MOVE 'N' TO WS-ESP-OK
           MOVE ZEROS TO WS-ANO-APROV
           MOVE COD-DISCI-GRADE TO COD-DISCIPLINA
           PERFORM 9800-VERIFICA-DISPENSA THRU 9899-FIM-DISPENSA
           GO TO 4510-PROXIMO-ANO.

       4590-AVALIA.
           MOVE COD-DISCI-GRADE TO COD-DISCIPLINA
           PERFORM 9810-VERIFICA-ESPECIAL THRU 9819-FIM-ESPECIAL
           IF WS-ESP-OK = 'S'
              MOVE 'S' TO WS-MAT-OK
              MOVE WS-ANO-ESP TO WS-ANO-APROV.
           IF WS-MAT-OK = 'N'
              ADD 1 TO CONT-PENDENTES.

              MOVE NOME-DISCIPLINA (1:25) TO NOME-DISCI-DET1
              MOVE 'APROVEITAM.' TO SIT-DET1
              GO TO 4609-FIM-DET.
           IF WS-MAT-OK = 'S' AND WS-ESP-OK = 'S'
              PERFORM 4650-NOME-PENDENTE THRU 4659-FIM-NOME
              MOVE NOME-DISCIPLINA (1:25) TO NOME-DISCI-DET1
              MOVE 'APROV.ESP.' TO SIT-DET1
              GO TO 4609-FIM-DET.
           IF WS-MAT-OK = 'S'
              MOVE NOME-DISCIPLINA (1:25) TO NOME-DISCI-DET1
              MOVE 'APROVADO' TO SIT-DET1

       9899-FIM-DISPENSA. EXIT.

      * APROVACAO NO PERIODO ESPECIAL (CURSO DE FERIAS) SUBSTITUI A
      * REPROVACAO NA DISCIPLINA
       9810-VERIFICA-ESPECIAL.
           MOVE 'N' TO WS-ESP-OK
           MOVE ZEROS TO WS-ANO-ESP
           IF WS-SEM-ESPMAT = 'S'
              GO TO 9819-FIM-ESPECIAL.
           MOVE WS-COD-CURSO-ALU TO COD-CURSO-EM
           MOVE COD-ALU-REL TO COD-ALUNO-EM
           MOVE COD-DISCIPLINA TO COD-DISCI-EM
           MOVE ZEROS TO ANO-EM
           MOVE LOW-VALUES TO TERMO-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 9819-FIM-ESPECIAL.

       9812-LE-ESPECIAL.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 9819-FIM-ESPECIAL.
           IF COD-CURSO-EM NOT = WS-COD-CURSO-ALU
              OR COD-ALUNO-EM NOT = COD-ALU-REL
              OR COD-DISCI-EM NOT = COD-DISCIPLINA
              GO TO 9819-FIM-ESPECIAL.
           IF NOT EM-APROVADO
              GO TO 9812-LE-ESPECIAL.
           MOVE 'S' TO WS-ESP-OK
           MOVE ANO-EM TO WS-ANO-ESP.

       9819-FIM-ESPECIAL. EXIT.

      * HORAS DE ESTAGIO EXIGIDAS PELO CURSO AINDA NAO CUMPRIDAS
       9750-VERIFICA-ESTAGIO.
           MOVE ZEROS TO WS-HORAS-FALTAM WS-HORAS-FEITAS

       9759-FIM-ESTAGIO. EXIT.

      * CURSO QUE EXIGE TCC (TCCCUR.DAT): SO FORMA COM O TCC DO
      * ALUNO APROVADO NO CADTCC
       9740-VERIFICA-TCC.
           MOVE 'N' TO WS-TCC-PENDENTE
           IF WS-SEM-TCCCUR = 'S'
              GO TO 9749-FIM-TCC.
           MOVE WS-COD-CURSO-ALU TO COD-CURSO-TCU
           READ TCCCUR
           IF STATUS-TCU NOT = '00'
              GO TO 9749-FIM-TCC.
           IF NOT CURSO-EXIGE-TCC
              GO TO 9749-FIM-TCC.
           MOVE 'S' TO WS-TCC-PENDENTE
           IF WS-SEM-TCC = 'S'
              GO TO 9749-FIM-TCC.
           MOVE WS-COD-CURSO-ALU TO COD-CURSO-TCC
           MOVE COD-ALU-REL TO COD-ALUNO-TCC
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
           MOVE WS-COD-CURSO-ALU TO COD-CURSO-ENA
           MOVE COD-ALU-REL TO COD-ALUNO-ENA
           MOVE ZEROS TO ANO-ENA
           START ENADEALU KEY NOT LESS THAN CHAVE-ENA INVALID KEY
              GO TO 9739-FIM-ENADE.

       9735-LE-ENADE.
           READ ENADEALU NEXT
           IF STATUS-ENA NOT = '00'
              GO TO 9739-FIM-ENADE.
           IF COD-CURSO-ENA NOT = WS-COD-CURSO-ALU
              OR COD-ALUNO-ENA NOT = COD-ALU-REL
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
           MOVE WS-COD-CURSO-ALU TO COD-CURSO-ATP
           READ ATIVPAR INVALID KEY
              MOVE ZEROS TO REG-ATIVPAR.
           IF STATUS-ATP = '00'
              MOVE HORAS-EXIG-ATP TO WS-ATIV-EXIGIDAS.
           MOVE WS-COD-CURSO-ALU TO COD-CURSO-ATV
           MOVE COD-ALU-REL TO COD-ALUNO-ATV
           MOVE ZEROS TO SEQ-ATV
           START ATIVCOMP KEY NOT LESS THAN CHAVE-ATV INVALID KEY
              GO TO 9725-CREDITA.

       9722-LE-ATIV.
           READ ATIVCOMP NEXT
           IF STATUS-ATV NOT = '00'
              GO TO 9725-CREDITA.
           IF COD-CURSO-ATV NOT = WS-COD-CURSO-ALU
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

      * VERSAO DE GRADE DO ALUNO (ALUVER.DAT) - SEM REGISTRO VALE A
      * VERSAO 1, QUE CONTINUA NO GRADECUR.DAT
       9860-VERSAO-DO-ALUNO.

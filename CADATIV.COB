       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADATIV-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : ATIVIDADES COMPLEMENTARES - lanca os certificados
      *              entregues pelo aluno no protocolo (ATIVCOMP.DAT,
      *              com a categoria, as horas declaradas e o numero
      *              do PROTOC.DAT), registra a validacao da
      *              coordenacao (horas aceitas) e mantem o parametro
      *              do curso (ATIVPAR.DAT): total de horas exigidas e
      *              teto de horas por categoria; FORMALU, GRADFORM e
      *              HISTESC somam as horas aceitas limitadas ao teto
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT PROTOC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROT
                       FILE STATUS STATUS-PROT.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CADALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ALUNO.DAT'
           RECORD CONTAINS 128 CHARACTERS.

       01  REG-CADALUNO.
           05  CHAVE-ALU.
               10  COD-ALUNO           PIC 9(06).
               10  COD-CURSO-ALU       PIC 9(02).
           05  NOME-ALUNO              PIC X(35).
           05  FILLER                  PIC X(76).
           05  SITUACAO-ALU            PIC X(01).
           05  DATA-SITUACAO-ALU       PIC 9(08).

       FD  PROTOC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROTOC.DAT'
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-PROTOC.
           05  CHAVE-PROT.
               10  NUM-PROT            PIC 9(06).
           05  TIPO-PROT               PIC X(02).
           05  COD-ALUNO-PROT          PIC 9(06).
           05  COD-CURSO-PROT          PIC 9(02).
           05  FILLER                  PIC X(94).

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

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-PROT         PIC X(02) VALUE SPACES.
       01  STATUS-ATV          PIC X(02) VALUE SPACES.
       01  STATUS-ATP          PIC X(02) VALUE SPACES.
       01  WS-SEM-PROTOC       PIC X VALUE 'N'.
       01  WS-SEM-ATIV         PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  LIN                 PIC 9(02) VALUE ZEROS.
       01  IDX-CAT             PIC 9(02) VALUE ZEROS.
       01  WS-SEQ              PIC 9(03) VALUE ZEROS.
       01  WS-HORAS            PIC 9(04) VALUE ZEROS.
       01  WS-CURSO            PIC 9(02) VALUE ZEROS.
       01  WS-ALUNO-ATUAL      PIC 9(06) VALUE ZEROS.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-QTD-PEND         PIC 9(03) VALUE ZEROS.
       01  WS-ATIV-EXIGIDAS    PIC 9(04) VALUE ZEROS.
       01  WS-ATIV-CREDITO     PIC 9(05) VALUE ZEROS.
       01  WS-ATIV-FALTAM      PIC 9(04) VALUE ZEROS.
       01  WS-TAB-ATIV.
           05  WS-SOMA-CAT     PIC 9(05) OCCURS 8 TIMES.
       01  WS-TAB-BRUTO.
           05  WS-BRUTO-CAT    PIC 9(05) OCCURS 8 TIMES.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT PROTOC
           IF STATUS-PROT NOT = '00'
              MOVE 'S' TO WS-SEM-PROTOC.
           OPEN I-O ATIVCOMP
           IF STATUS-ATV NOT = '00'
              OPEN OUTPUT ATIVCOMP
              CLOSE ATIVCOMP
              OPEN I-O ATIVCOMP.
           OPEN I-O ATIVPAR
           IF STATUS-ATP NOT = '00'
              OPEN OUTPUT ATIVPAR
              CLOSE ATIVPAR
              OPEN I-O ATIVPAR.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADATIV'
           DISPLAY (02 22) 'ATIVIDADES COMPLEMENTARES'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             'L=LANCA  V=VALIDA  P=PARAMETRO  C=CONSULTA  F=FIM  [ ]'.

       0300-OPCAO.
           ACCEPT (05 62) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'L' OR 'l'
              GO TO 0400-LANCA.
           IF WS-OPCAO = 'V' OR 'v'
              GO TO 0600-VALIDA.
           IF WS-OPCAO = 'P' OR 'p'
              GO TO 0800-PARAMETRO.
           IF WS-OPCAO = 'C' OR 'c'
              GO TO 0700-CONSULTA.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0990-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * LANCAMENTO DO CERTIFICADO ENTREGUE NO PROTOCOLO - FICA
      * PENDENTE ATE A VALIDACAO DA COORDENACAO
       0400-LANCA.
           DISPLAY (07 10) 'ALUNO [      ]  CURSO [  ]'
           ACCEPT (07 17) COD-ALUNO WITH PROMPT AUTO-SKIP
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (07 33) COD-CURSO-ALU WITH PROMPT AUTO-SKIP
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0400-LANCA.
           DISPLAY (08 10) NOME-ALUNO
           MOVE COD-CURSO-ALU TO COD-CURSO-ATP
           READ ATIVPAR INVALID KEY
              DISPLAY (22 10) 'CURSO SEM PARAMETRO DE ATIVIDADES'
              STOP ' '
              GO TO 0200-TELA.
           PERFORM 0480-PROXIMO-SEQ THRU 0489-FIM-SEQ.

       0410-CATEGORIA.
           DISPLAY (10 10) 'CATEGORIA [ ]'
           ACCEPT (10 21) CATEG-ATV WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF CATEG-ATV < 1 OR CATEG-ATV > 8
              DISPLAY (22 10) 'CATEGORIA INVALIDA (1 A 8)'
              GO TO 0410-CATEGORIA.
           IF NOME-CAT-ATP (CATEG-ATV) = SPACES
              DISPLAY (22 10) 'CATEGORIA NAO PREVISTA NO CURSO'
              GO TO 0410-CATEGORIA.
           DISPLAY (10 26) NOME-CAT-ATP (CATEG-ATV).

       0420-DESCRICAO.
           DISPLAY (12 10) 'DESCRICAO [                              ]'
           ACCEPT (12 21) DESCR-ATV WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF DESCR-ATV = SPACES
              DISPLAY (22 10) 'DESCRICAO INVALIDA'
              GO TO 0420-DESCRICAO.

       0430-HORAS.
           DISPLAY (14 10) 'HORAS DO CERTIFICADO [    ]'
           ACCEPT (14 32) HORAS-DECL-ATV WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF HORAS-DECL-ATV = ZEROS
              DISPLAY (22 10) 'HORAS INVALIDAS'
              GO TO 0430-HORAS.

       0440-PROTOCOLO.
           DISPLAY (16 10) 'PROTOCOLO [      ]'
           ACCEPT (16 21) NUM-PROT-ATV WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF NUM-PROT-ATV = ZEROS
              DISPLAY (22 10) 'INFORME O NUMERO DO PROTOCOLO'
              GO TO 0440-PROTOCOLO.
           IF WS-SEM-PROTOC = 'S'
              GO TO 0450-CONFIRMA.
           MOVE NUM-PROT-ATV TO NUM-PROT
           READ PROTOC INVALID KEY
              DISPLAY (22 10) 'PROTOCOLO NAO CADASTRADO'
              GO TO 0440-PROTOCOLO.
           IF COD-ALUNO-PROT NOT = COD-ALUNO
              OR COD-CURSO-PROT NOT = COD-CURSO-ALU
              DISPLAY (22 10) 'PROTOCOLO DE OUTRO ALUNO'
              GO TO 0440-PROTOCOLO.

       0450-CONFIRMA.
           DISPLAY (18 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (18 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (18 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0450-CONFIRMA.
           MOVE COD-CURSO-ALU TO COD-CURSO-ATV
           MOVE COD-ALUNO TO COD-ALUNO-ATV
           MOVE WS-SEQ TO SEQ-ATV
           MOVE ZEROS TO HORAS-ACEITAS-ATV
           MOVE WS-DATA-ATUAL TO DATA-ENTREGA-ATV DATA-SIT-ATV
           MOVE 'P' TO SIT-ATV
           WRITE REG-ATIVCOMP INVALID KEY
              DISPLAY (22 10) 'PROBLEMA WRITE ATIVCOMP ' STATUS-ATV
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (22 10) 'CERTIFICADO LANCADO - SEQUENCIA'
           DISPLAY (22 42) WS-SEQ
           STOP ' '
           GO TO 0200-TELA.

      * PROXIMA SEQUENCIA DE CERTIFICADO DO ALUNO NO CURSO
       0480-PROXIMO-SEQ.
           MOVE ZEROS TO WS-SEQ
           MOVE COD-CURSO-ALU TO COD-CURSO-ATV
           MOVE COD-ALUNO TO COD-ALUNO-ATV
           MOVE ZEROS TO SEQ-ATV
           START ATIVCOMP KEY NOT LESS THAN CHAVE-ATV INVALID KEY
              GO TO 0488-SOMA-UM.

       0482-LE-SEQ.
           READ ATIVCOMP NEXT
           IF STATUS-ATV NOT = '00'
              GO TO 0488-SOMA-UM.
           IF COD-CURSO-ATV NOT = COD-CURSO-ALU
              OR COD-ALUNO-ATV NOT = COD-ALUNO
              GO TO 0488-SOMA-UM.
           MOVE SEQ-ATV TO WS-SEQ
           GO TO 0482-LE-SEQ.

       0488-SOMA-UM.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO REG-ATIVCOMP.

       0489-FIM-SEQ. EXIT.

      * VALIDACAO DA COORDENACAO: HORAS ACEITAS ATE O DECLARADO;
      * ZERO RECUSA O CERTIFICADO
       0600-VALIDA.
           DISPLAY (07 10) 'ALUNO [      ]  CURSO [  ]  SEQ [   ]'
           ACCEPT (07 17) COD-ALUNO WITH PROMPT AUTO-SKIP
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (07 33) COD-CURSO-ALU WITH PROMPT AUTO-SKIP
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0600-VALIDA.
           DISPLAY (08 10) NOME-ALUNO
           ACCEPT (07 43) SEQ-ATV WITH PROMPT AUTO-SKIP
           MOVE COD-CURSO-ALU TO COD-CURSO-ATV
           MOVE COD-ALUNO TO COD-ALUNO-ATV
           READ ATIVCOMP INVALID KEY
              DISPLAY (22 10) 'CERTIFICADO NAO LANCADO'
              GO TO 0600-VALIDA.
           MOVE COD-CURSO-ALU TO COD-CURSO-ATP
           READ ATIVPAR INVALID KEY
              MOVE SPACES TO NOME-CAT-ATP (CATEG-ATV).
           DISPLAY (10 10) 'CATEGORIA'
           DISPLAY (10 21) CATEG-ATV
           DISPLAY (10 26) NOME-CAT-ATP (CATEG-ATV)
           DISPLAY (11 10) DESCR-ATV
           DISPLAY (12 10) 'HORAS DECLARADAS'
           DISPLAY (12 32) HORAS-DECL-ATV
           DISPLAY (13 10) 'PROTOCOLO'
           DISPLAY (13 32) NUM-PROT-ATV
           IF ATV-VALIDADA
              DISPLAY (22 10) 'JA VALIDADO - ALTERANDO'.
           IF ATV-RECUSADA
              DISPLAY (22 10) 'JA RECUSADO - ALTERANDO'.
           MOVE HORAS-ACEITAS-ATV TO WS-HORAS
           IF ATV-PENDENTE
              MOVE HORAS-DECL-ATV TO WS-HORAS.

       0610-ACEITAS.
           DISPLAY (15 10) 'HORAS ACEITAS [    ]  (ZERO = RECUSA)'
           DISPLAY (15 25) WS-HORAS
           ACCEPT (15 25) WS-HORAS WITH UPDATE AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-HORAS > HORAS-DECL-ATV
              DISPLAY (22 10) 'ACEITAS MAIOR QUE O DECLARADO'
              GO TO 0610-ACEITAS.

       0620-CONFIRMA.
           DISPLAY (18 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (18 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (18 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0620-CONFIRMA.
           MOVE WS-HORAS TO HORAS-ACEITAS-ATV
           MOVE 'V' TO SIT-ATV
           IF WS-HORAS = ZEROS
              MOVE 'R' TO SIT-ATV.
           MOVE WS-DATA-ATUAL TO DATA-SIT-ATV
           REWRITE REG-ATIVCOMP
           IF ATV-RECUSADA
              DISPLAY (22 10) 'CERTIFICADO RECUSADO'
           ELSE
              DISPLAY (22 10) 'CERTIFICADO VALIDADO'.
           STOP ' '
           GO TO 0200-TELA.

      * SITUACAO DO ALUNO: ACEITO POR CATEGORIA, CREDITADO APOS O
      * TETO E O QUE FALTA PARA O TOTAL EXIGIDO PELO CURSO
       0700-CONSULTA.
           DISPLAY (07 10) 'ALUNO [      ]  CURSO [  ]'
           ACCEPT (07 17) COD-ALUNO WITH PROMPT AUTO-SKIP
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (07 33) COD-CURSO-ALU WITH PROMPT AUTO-SKIP
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0700-CONSULTA.
           DISPLAY (08 10) NOME-ALUNO
           MOVE COD-CURSO-ALU TO WS-CURSO
           MOVE COD-ALUNO TO WS-ALUNO-ATUAL
           PERFORM 9720-VERIFICA-ATIV THRU 9729-FIM-ATIV
           IF STATUS-ATP NOT = '00'
              DISPLAY (22 10) 'CURSO SEM PARAMETRO DE ATIVIDADES'
              MOVE 1 TO IDX-CAT
              PERFORM 0830-LIMPA-NOME 8 TIMES.
           DISPLAY (09 10) 'CATEGORIA'
           DISPLAY (09 32) 'ACEITAS'
           DISPLAY (09 40) 'TETO'
           DISPLAY (09 47) 'CREDITO'
           MOVE 1 TO IDX-CAT.

       0710-MOSTRA-CAT.
           ADD 9 TO IDX-CAT GIVING LIN
           DISPLAY (LIN , 10) IDX-CAT
           DISPLAY (LIN , 13) NOME-CAT-ATP (IDX-CAT)
           DISPLAY (LIN , 32) WS-BRUTO-CAT (IDX-CAT)
           DISPLAY (LIN , 40) TETO-CAT-ATP (IDX-CAT)
           DISPLAY (LIN , 47) WS-SOMA-CAT (IDX-CAT)
           ADD 1 TO IDX-CAT
           IF IDX-CAT NOT > 8
              GO TO 0710-MOSTRA-CAT.
           DISPLAY (19 10) 'EXIGIDAS'
           DISPLAY (19 19) WS-ATIV-EXIGIDAS
           DISPLAY (19 25) 'CREDITADAS'
           DISPLAY (19 36) WS-ATIV-CREDITO
           DISPLAY (19 43) 'FALTAM'
           DISPLAY (19 50) WS-ATIV-FALTAM
           DISPLAY (20 10) 'CERTIFICADOS PENDENTES DE VALIDACAO'
           DISPLAY (20 47) WS-QTD-PEND
           STOP ' '
           GO TO 0200-TELA.

       0800-PARAMETRO.
           DISPLAY (07 10) 'CURSO [  ]'
           ACCEPT (07 17) COD-CURSO-ATP WITH PROMPT AUTO-SKIP
           IF COD-CURSO-ATP = ZEROS
              GO TO 0200-TELA.
           MOVE 'N' TO ACHOU-REG
           READ ATIVPAR INVALID KEY
              MOVE COD-CURSO-ATP TO WS-CURSO
              MOVE ZEROS TO REG-ATIVPAR
              MOVE WS-CURSO TO COD-CURSO-ATP
              MOVE 1 TO IDX-CAT
              PERFORM 0830-LIMPA-NOME 8 TIMES
              GO TO 0810-EXIGIDAS.
           MOVE 'S' TO ACHOU-REG
           DISPLAY (22 10) 'PARAMETRO JA CADASTRADO - ALTERANDO'.

       0810-EXIGIDAS.
           DISPLAY (09 10) 'HORAS EXIGIDAS P/ FORMATURA [    ]'
           DISPLAY (09 39) HORAS-EXIG-ATP
           ACCEPT (09 39) HORAS-EXIG-ATP WITH UPDATE AUTO-SKIP
           DISPLAY (10 10) 'CATEGORIA'
           DISPLAY (10 33) 'TETO (ZERO = SEM TETO)'
           MOVE 1 TO IDX-CAT.

       0820-CATEGORIA.
           ADD 10 TO IDX-CAT GIVING LIN
           DISPLAY (LIN , 10) IDX-CAT
           DISPLAY (LIN , 13) '[               ]  [    ]'
           DISPLAY (LIN , 14) NOME-CAT-ATP (IDX-CAT)
           DISPLAY (LIN , 33) TETO-CAT-ATP (IDX-CAT)
           ACCEPT (LIN , 14) NOME-CAT-ATP (IDX-CAT)
              WITH UPDATE AUTO-SKIP
           ACCEPT (LIN , 33) TETO-CAT-ATP (IDX-CAT)
              WITH UPDATE AUTO-SKIP
           ADD 1 TO IDX-CAT
           IF IDX-CAT NOT > 8
              GO TO 0820-CATEGORIA.

       0840-CONFIRMA.
           DISPLAY (20 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (20 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (20 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0840-CONFIRMA.
           DISPLAY (22 10) LIMPA-LINHA
           IF ACHOU-REG = 'S'
              REWRITE REG-ATIVPAR
              DISPLAY (22 10) 'PARAMETRO ALTERADO (ZERO = SEM EXIGIR)'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-ATIVPAR
           DISPLAY (22 10) 'PARAMETRO CADASTRADO'
           STOP ' '
           GO TO 0200-TELA.

       0830-LIMPA-NOME.
           MOVE SPACES TO NOME-CAT-ATP (IDX-CAT)
           ADD 1 TO IDX-CAT.

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

       0990-FIM.
           CLOSE CADALUNO
                 ATIVCOMP
                 ATIVPAR
           IF WS-SEM-PROTOC NOT = 'S'
              CLOSE PROTOC.
           CHAIN 'MSECRET2.EXE'.

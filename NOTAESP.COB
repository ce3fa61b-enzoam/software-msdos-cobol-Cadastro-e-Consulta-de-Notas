       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAESP-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : NOTAS DO PERIODO ESPECIAL (CURSO DE FERIAS) -
      *              percorre os matriculados da oferta (ESPMAT.DAT),
      *              recebe nota final e faltas de cada um, calcula a
      *              frequencia sobre as sessoes geradas pelo CADPESP
      *              e aprova ou reprova pelos minimos do PARMAPRV.DAT
      *              (7,0 e 75% na falta de parametro). A aprovacao
      *              passa a valer no FORMALU, no GRADFORM e no
      *              HISTESC no lugar da reprovacao. Ao final pode
      *              encerrar o periodo, que nao aceita mais
      *              matricula nem alteracao no CADPESP.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERESP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PE
                       FILE STATUS STATUS-PE.

           SELECT ESPMAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EM
                       FILE STATUS STATUS-EM.

           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT PARMAPRV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  PERESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PERESP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PERESP.
           05  CHAVE-PE.
               10  ANO-PE              PIC 9(04).
               10  TERMO-PE            PIC X(01).
                   88  TERMO-JANEIRO   VALUE '1'.
                   88  TERMO-JULHO     VALUE '2'.
               10  COD-CURSO-PE        PIC 9(02).
               10  COD-DISCI-PE        PIC 9(04).
           05  DATA-INI-PE             PIC 9(08).
           05  DATA-FIM-PE             PIC 9(08).
           05  HORA-INI-PE             PIC 9(04).
           05  HORA-FIM-PE             PIC 9(04).
           05  SALA-PE                 PIC 9(03).
           05  PROFESSOR-PE            PIC X(25).
           05  VALOR-PE                PIC 9(04)V99.
           05  VAGAS-PE                PIC 9(03).
           05  QTD-SESSOES-PE          PIC 9(03).
           05  SIT-PE                  PIC X(01).
               88  PE-ABERTO           VALUE 'A'.
               88  PE-ENCERRADO        VALUE 'E'.
           05  FILLER                  PIC X(04).

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

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-PE           PIC X(02) VALUE SPACES.
       01  STATUS-EM           PIC X(02) VALUE SPACES.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-PARM         PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  WS-SEM-PARM         PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-CHAVE-PE.
           05  ANO-W           PIC 9(04) VALUE ZEROS.
           05  TERMO-W         PIC X(01) VALUE SPACE.
           05  CURSO-W         PIC 9(02) VALUE ZEROS.
           05  DISCI-W         PIC 9(04) VALUE ZEROS.
       01  MEDIA-MIN-P         PIC 99V9 VALUE 7,0.
       01  FREQ-MIN-P          PIC 9(03) VALUE 75.
       01  WS-NOTA             PIC 99V9 VALUE ZEROS.
       01  WS-FALTAS           PIC 9(03) VALUE ZEROS.
       01  WS-PRESENCAS        PIC 9(03) VALUE ZEROS.
       01  ED-NOTA             PIC Z9,9.
       01  ED-MEDIA-MIN        PIC Z9,9.
       01  CONT-LANCADOS       PIC 9(03) VALUE ZEROS.
       01  CONT-APROVADOS      PIC 9(03) VALUE ZEROS.
       01  CONT-REPROVADOS     PIC 9(03) VALUE ZEROS.
       01  CONT-PENDENTES      PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN I-O PERESP
           IF STATUS-PE NOT = '00'
              DISPLAY (12 20) 'PERESP.DAT INEXISTENTE (RODE O CADPESP)'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O ESPMAT
           IF STATUS-EM NOT = '00'
              DISPLAY (12 20) 'ESPMAT.DAT INEXISTENTE (RODE O MATESP)'
              CLOSE PERESP
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADALUNO
           OPEN INPUT PARMAPRV
           IF STATUS-PARM NOT = '00'
              MOVE 'S' TO WS-SEM-PARM.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'NOTAESP'
           DISPLAY (02 30) 'SISTEMA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 19) '[ NOTAS DO PERIODO ESPECIAL DE FERIAS ]'
           DISPLAY (06 10) 'ANO [    ]  TERMO [ ] 1=JANEIRO 2=JULHO'
           DISPLAY (07 10) 'CURSO [  ]  DISCIPLINA [    ]'.

       0300-OFERTA.
           MOVE ZEROS TO ANO-W CURSO-W DISCI-W
           MOVE SPACE TO TERMO-W
           ACCEPT (06 15) ANO-W WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF ANO-W = ZEROS
              GO TO 0990-FIM.
           ACCEPT (06 29) TERMO-W WITH PROMPT AUTO-SKIP
           ACCEPT (07 17) CURSO-W WITH PROMPT AUTO-SKIP
           ACCEPT (07 34) DISCI-W WITH PROMPT AUTO-SKIP
           MOVE WS-CHAVE-PE TO CHAVE-PE
           READ PERESP INVALID KEY
              DISPLAY (22 10) 'PERIODO ESPECIAL NAO CADASTRADO'
              GO TO 0300-OFERTA.
           IF PE-ENCERRADO
              DISPLAY (22 10) 'PERIODO ESPECIAL JA ENCERRADO'
              GO TO 0300-OFERTA.
           PERFORM 9500-LE-PARAMETROS THRU 9599-FIM-PARM
           DISPLAY (09 10) 'SESSOES'
           DISPLAY (09 18) QTD-SESSOES-PE
           MOVE MEDIA-MIN-P TO ED-MEDIA-MIN
           DISPLAY (09 25) 'MEDIA MINIMA'
           DISPLAY (09 38) ED-MEDIA-MIN
           DISPLAY (09 45) 'FREQ. MINIMA'
           DISPLAY (09 58) FREQ-MIN-P
           DISPLAY (09 61) '%'
           MOVE ZEROS TO CONT-LANCADOS CONT-APROVADOS CONT-REPROVADOS
                         CONT-PENDENTES
           MOVE CURSO-W TO COD-CURSO-EM
           MOVE ZEROS TO COD-ALUNO-EM COD-DISCI-EM ANO-EM
           MOVE LOW-VALUES TO TERMO-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 0700-TOTAIS.

       0400-LE-ESPMAT.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 0700-TOTAIS.
           IF COD-CURSO-EM NOT = CURSO-W
              GO TO 0700-TOTAIS.
           IF COD-DISCI-EM NOT = DISCI-W OR ANO-EM NOT = ANO-W
              OR TERMO-EM NOT = TERMO-W
              GO TO 0400-LE-ESPMAT.
           IF EM-CANCELADO
              GO TO 0400-LE-ESPMAT.

       0450-MOSTRA-ALUNO.
           DISPLAY (11 10) LIMPA-LINHA
           DISPLAY (13 10) LIMPA-LINHA
           DISPLAY (14 10) LIMPA-LINHA
           MOVE COD-ALUNO-EM TO COD-ALUNO
           MOVE CURSO-W TO COD-CURSO-ALU
           MOVE SPACES TO NOME-ALUNO
           READ CADALUNO INVALID KEY
              MOVE SPACES TO NOME-ALUNO.
           DISPLAY (11 10) 'ALUNO'
           DISPLAY (11 16) COD-ALUNO-EM
           DISPLAY (11 24) NOME-ALUNO
           DISPLAY (13 10) 'NOTA FINAL [    ]  FALTAS [   ]'
           MOVE NOTA-EM TO ED-NOTA
           DISPLAY (13 22) ED-NOTA
           DISPLAY (13 37) FALTAS-EM
           IF EM-APROVADO
              DISPLAY (14 10) 'SITUACAO ATUAL: APROVADO'.
           IF EM-REPROVADO
              DISPLAY (14 10) 'SITUACAO ATUAL: REPROVADO'.

       0460-NOTA.
           MOVE NOTA-EM TO WS-NOTA
           MOVE FALTAS-EM TO WS-FALTAS
           ACCEPT (13 22) WS-NOTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-NOTA > 10
              DISPLAY (22 10) 'NOTA INVALIDA'
              GO TO 0460-NOTA.
           MOVE WS-NOTA TO ED-NOTA
           DISPLAY (13 22) ED-NOTA.

       0470-FALTAS.
           ACCEPT (13 37) WS-FALTAS WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-FALTAS > QTD-SESSOES-PE
              DISPLAY (22 10) 'FALTAS ACIMA DO NUMERO DE SESSOES'
              GO TO 0470-FALTAS.

       0480-CONFIRMA.
           DISPLAY (17 10) 'GRAVA (S) PULA (P) VOLTA (V)  [ ]'
           ACCEPT (17 41) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'P' OR 'p'
              GO TO 0490-PULA.
           IF WS-RESPOSTA = 'V' OR 'v'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0480-CONFIRMA.

      * FREQUENCIA SOBRE AS SESSOES DO CALENDARIO CONCENTRADO
           MOVE WS-NOTA TO NOTA-EM
           MOVE WS-FALTAS TO FALTAS-EM
           MOVE 100 TO FREQ-EM
           IF QTD-SESSOES-PE > ZEROS
              SUBTRACT WS-FALTAS FROM QTD-SESSOES-PE
                 GIVING WS-PRESENCAS
              COMPUTE FREQ-EM = WS-PRESENCAS * 100 / QTD-SESSOES-PE.
           IF NOTA-EM NOT < MEDIA-MIN-P AND FREQ-EM NOT < FREQ-MIN-P
              MOVE 'A' TO SIT-EM
              ADD 1 TO CONT-APROVADOS
              DISPLAY (14 10) 'APROVADO  - FREQUENCIA'
           ELSE
              MOVE 'R' TO SIT-EM
              ADD 1 TO CONT-REPROVADOS
              DISPLAY (14 10) 'REPROVADO - FREQUENCIA'.
           DISPLAY (14 33) FREQ-EM
           DISPLAY (14 36) '%'
           MOVE WS-OPERADOR TO OPER-EM
           REWRITE REG-ESPMAT
           ADD 1 TO CONT-LANCADOS
           GO TO 0400-LE-ESPMAT.

       0490-PULA.
           IF EM-MATRICULADO
              ADD 1 TO CONT-PENDENTES.
           GO TO 0400-LE-ESPMAT.

       0700-TOTAIS.
           DISPLAY (11 10) LIMPA-LINHA
           DISPLAY (13 10) LIMPA-LINHA
           DISPLAY (14 10) LIMPA-LINHA
           DISPLAY (11 10) 'NOTAS LANCADAS:'
           DISPLAY (11 26) CONT-LANCADOS
           DISPLAY (11 31) 'APROVADOS:'
           DISPLAY (11 42) CONT-APROVADOS
           DISPLAY (11 47) 'REPROVADOS:'
           DISPLAY (11 59) CONT-REPROVADOS
           IF CONT-PENDENTES > ZEROS
              DISPLAY (13 10) 'ALUNOS SEM NOTA:'
              DISPLAY (13 27) CONT-PENDENTES
              STOP ' '
              GO TO 0200-TELA.

      * ENCERRADO, O PERIODO NAO ACEITA MAIS MATRICULA NEM ALTERACAO
       0750-ENCERRA.
           DISPLAY (17 10) 'ENCERRA O PERIODO ESPECIAL (S OU N)  [ ]'
           ACCEPT (17 48) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0750-ENCERRA.
           MOVE 'E' TO SIT-PE
           REWRITE REG-PERESP
           DISPLAY (22 10) 'PERIODO ESPECIAL ENCERRADO'
           STOP ' '
           GO TO 0200-TELA.

       0990-FIM.
           CLOSE PERESP
                 ESPMAT
                 CADALUNO
           IF WS-SEM-PARM NOT = 'S'
              CLOSE PARMAPRV.
           CHAIN 'FACAD.EXE'.

       9500-LE-PARAMETROS.
           MOVE 7,0 TO MEDIA-MIN-P
           MOVE 75 TO FREQ-MIN-P
           IF WS-SEM-PARM = 'S'
              GO TO 9599-FIM-PARM.
           MOVE CURSO-W TO CURSO-PARM
           MOVE ANO-W TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 9510-TENTA-GERAL.
           GO TO 9590-MOVE-PARM.

       9510-TENTA-GERAL.
           MOVE ZEROS TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 9599-FIM-PARM.

       9590-MOVE-PARM.
           MOVE MEDIA-MIN-APRV TO MEDIA-MIN-P
           MOVE FREQ-MIN-APRV TO FREQ-MIN-P.

       9599-FIM-PARM. EXIT.

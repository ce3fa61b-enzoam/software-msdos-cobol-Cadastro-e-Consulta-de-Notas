       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSANC-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : SANCOES DISCIPLINARES (SANCAO.DAT) - advertencia,
      *              suspensao e desligamento ligados a ocorrencia de
      *              origem do OCORR.DAT, com ato de aprovacao,
      *              autoridade, periodo e situacao; a suspensao
      *              aprovada vale no CADCHAM/PROFTERM (falta sem
      *              abono), no BIBEMP (sem emprestimo) e no CONS360;
      *              relatorio das sancoes por curso e periodo
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

           SELECT CADCURSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CURSO
                       FILE STATUS STATUS-CUR.

           SELECT OCORR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCO
                       FILE STATUS STATUS-OCO.

           SELECT SANCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SAN
                       FILE STATUS STATUS-SAN.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT SANCSORT ASSIGN TO DISK.

           SELECT RELSANC ASSIGN TO PRINTER.

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

       FD  OCORR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OCORR.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-OCORR.
           05  CHAVE-OCO.
               10  COD-ALUNO-OCO       PIC 9(06).
               10  COD-CURSO-OCO       PIC 9(02).
               10  DATA-OCO            PIC 9(08).
               10  SEQ-OCO             PIC 9(02).
           05  TIPO-OCO                PIC X(02).
               88  OCO-ATESTADO        VALUE 'AT'.
           05  DESCR-OCO               PIC X(60).
           05  OPER-OCO                PIC X(10).
           05  DATA-FIM-OCO            PIC 9(08).
           05  APROVADO-OCO            PIC X(01).
           05  FILLER                  PIC X(01).

      * SANCAO DISCIPLINAR - A SUSPENSAO SO VALE APROVADA (SIT 'A')
      * E DENTRO DO PERIODO; DESLIGAMENTO NAO TEM DATA FIM (99999999)
       FD  SANCAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SANCAO.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-SANCAO.
           05  CHAVE-SAN.
               10  COD-ALUNO-SAN       PIC 9(06).
               10  COD-CURSO-SAN       PIC 9(02).
               10  SEQ-SAN             PIC 9(03).
           05  DATA-OCO-SAN            PIC 9(08).
           05  SEQ-OCO-SAN             PIC 9(02).
           05  TIPO-SAN                PIC X(02).
               88  SAN-ADVERTENCIA     VALUE 'AD'.
               88  SAN-SUSPENSAO       VALUE 'SU'.
               88  SAN-DESLIGAMENTO    VALUE 'DE'.
           05  ATO-SAN                 PIC X(15).
           05  AUTORIDADE-SAN          PIC X(20).
           05  DATA-INI-SAN            PIC 9(08).
           05  DATA-FIM-SAN            PIC 9(08).
           05  SIT-SAN                 PIC X(01).
               88  SAN-PENDENTE        VALUE 'P'.
               88  SAN-APROVADA        VALUE 'A'.
               88  SAN-CANCELADA       VALUE 'C'.
               88  SAN-ENCERRADA       VALUE 'E'.
           05  OPER-SAN                PIC X(10).
           05  DATA-REG-SAN            PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       SD  SANCSORT
           VALUE OF FILE-ID 'CADSANC.TMP'.

       01  REG-SANCSORT.
           05  CURSO-SRT               PIC 9(02).
           05  DATA-INI-SRT            PIC 9(08).
           05  ALUNO-SRT               PIC 9(06).
           05  SEQ-SRT                 PIC 9(03).
           05  TIPO-SRT                PIC X(02).
           05  DATA-FIM-SRT            PIC 9(08).
           05  SIT-SRT                 PIC X(01).
           05  ATO-SRT                 PIC X(15).

       FD  RELSANC
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU              PIC X(02) VALUE SPACES.
       01  STATUS-CUR              PIC X(02) VALUE SPACES.
       01  STATUS-OCO              PIC X(02) VALUE SPACES.
       01  STATUS-SAN              PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR         PIC X(02) VALUE SPACES.
       01  WS-SEM-OCORR            PIC X VALUE 'N'.
       01  WS-OPERADOR             PIC X(10) VALUE SPACES.
       01  WS-OPCAO                PIC 9 VALUE ZEROS.
       01  WS-RESPOSTA             PIC X.
       01  WS-NOVA-SIT             PIC X.
       01  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-DIA-S                PIC 9(02) VALUE ZEROS.
       01  WS-MES-S                PIC 9(02) VALUE ZEROS.
       01  WS-ANO-S                PIC 9(04) VALUE ZEROS.
       01  WS-DATA-OCO             PIC 9(08) VALUE ZEROS.
       01  WS-SEQ-OCO              PIC 9(02) VALUE ZEROS.
       01  WS-ULT-SEQ              PIC 9(03) VALUE ZEROS.
       01  WS-SEQ                  PIC 9(03) VALUE ZEROS.
       01  WS-CURSO-REL            PIC 9(02) VALUE ZEROS.
       01  WS-DATA-INI             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
       01  WS-CURSO-ANT            PIC 9(02) VALUE ZEROS.
       01  WS-PRIMEIRO             PIC X VALUE 'S'.
       01  LIMPA-LINHA             PIC X(60) VALUE SPACES.
       01  LIN                     PIC 99 VALUE ZEROS.
       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
       01  CONTLIN                 PIC 9(02) VALUE ZEROS.
       01  IND-TOT                 PIC 9 VALUE ZEROS.

      * TOTAIS POR TIPO - (1) CURSO  (2) GERAL
       01  TAB-TOTAIS.
           05  TOTAIS-TT OCCURS 2 TIMES.
               10  ADVERT-TT       PIC 9(05).
               10  SUSP-TT         PIC 9(05).
               10  DESLIG-TT       PIC 9(05).

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CADSANC'.
           05 FILLER               PIC X(37) VALUE
              'SANCOES DISCIPLINARES'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(12) VALUE 'PERIODO DE: '.
           05 INI-CAB2             PIC 9(08).
           05 FILLER               PIC X(03) VALUE ' A '.
           05 FIM-CAB2             PIC 9(08).

       01  CAB3.
           05 FILLER               PIC X(40) VALUE
              'ALUNO   NOME                   TP  INICI'.
           05 FILLER               PIC X(32) VALUE
              'O   FIM      S  ATO DE APROVACAO'.

       01  CURSO-LIN.
           05 FILLER               PIC X(07) VALUE 'CURSO: '.
           05 CURSO-LIN-COD        PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CURSO-LIN-NOME       PIC X(40).

       01  DET1.
           05 ALU-DET1             PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(22).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TIPO-DET1            PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 INI-DET1             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FIM-DET1             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SIT-DET1             PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ATO-DET1             PIC X(15).

       01  TOT-LIN.
           05 TITULO-TOT           PIC X(20).
           05 FILLER               PIC X(14) VALUE 'ADVERTENCIAS: '.
           05 ADVERT-TOT           PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE '  SUSPENSOES:'.
           05 SUSP-TOT             PIC ZZZZ9.
           05 FILLER               PIC X(17) VALUE
              '  DESLIGAMENTOS: '.
           05 DESLIG-TOT           PIC ZZZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADCURSO
           OPEN INPUT OCORR
           IF STATUS-OCO NOT = '00'
              MOVE 'S' TO WS-SEM-OCORR.
           OPEN I-O SANCAO
           IF STATUS-SAN = '00'
              GO TO 0060-OPERADOR.
           OPEN OUTPUT SANCAO
           CLOSE SANCAO
           OPEN I-O SANCAO.

       0060-OPERADOR.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADSANC'
           DISPLAY (02 25) 'SANCOES DISCIPLINARES'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             '1-INCLUIR  2-SITUACAO  3-CONSULTAR  4-RELATORIO  5-SAIR'
           DISPLAY (07 10) 'OPCAO [ ]'.

       0250-OPCAO.
           ACCEPT (07 17) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 5
              GO TO 0900-FIM.
           IF WS-OPCAO = 4
              GO TO 4000-RELATORIO.
           IF WS-OPCAO NOT = 1 AND 2 AND 3
              DISPLAY (22 31) 'OPCAO INVALIDA'
              GO TO 0250-OPCAO.

       0300-ALUNO.
           DISPLAY (09 10) 'MATRICULA [      ]  CURSO [  ]'
           ACCEPT (09 21) COD-ALUNO WITH PROMPT AUTO-SKIP
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (09 37) COD-CURSO-ALU WITH PROMPT AUTO-SKIP
           READ CADALUNO INVALID KEY
              DISPLAY (22 25) 'ALUNO NAO CADASTRADO'
              STOP ' '
              GO TO 0300-ALUNO.
           DISPLAY (10 10) NOME-ALUNO

           IF WS-OPCAO = 2
              GO TO 2000-SITUACAO.
           IF WS-OPCAO = 3
              GO TO 3000-CONSULTA.

      * -------- INCLUSAO --------
      * TODA SANCAO NASCE DE UMA OCORRENCIA JA REGISTRADA NO CADOCOR
       1000-INCLUI.
           IF WS-SEM-OCORR = 'S'
              DISPLAY (22 20) 'OCORR.DAT INEXISTENTE - USE O CADOCOR'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (11 10)
             'OCORRENCIA DE ORIGEM - DATA [  /  /    ]  SEQ [  ]'
           ACCEPT (11 39) WS-DIA-S WITH PROMPT AUTO-SKIP
           ACCEPT (11 42) WS-MES-S WITH PROMPT AUTO-SKIP
           ACCEPT (11 45) WS-ANO-S WITH PROMPT AUTO-SKIP
           IF WS-ANO-S = ZEROS
              GO TO 0200-TELA.
           ACCEPT (11 57) WS-SEQ-OCO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE WS-ANO-S TO WS-DATA-OCO (1:4)
           MOVE WS-MES-S TO WS-DATA-OCO (5:2)
           MOVE WS-DIA-S TO WS-DATA-OCO (7:2)
           MOVE COD-ALUNO TO COD-ALUNO-OCO
           MOVE COD-CURSO-ALU TO COD-CURSO-OCO
           MOVE WS-DATA-OCO TO DATA-OCO
           MOVE WS-SEQ-OCO TO SEQ-OCO
           READ OCORR INVALID KEY
              DISPLAY (22 25) 'OCORRENCIA NAO CADASTRADA'
              GO TO 1000-INCLUI.
           IF OCO-ATESTADO
              DISPLAY (22 25) 'ATESTADO NAO GERA SANCAO'
              GO TO 1000-INCLUI.
           DISPLAY (12 10) DESCR-OCO (1:60).

       1010-ACHA-SEQ.
           MOVE COD-ALUNO TO COD-ALUNO-SAN
           MOVE COD-CURSO-ALU TO COD-CURSO-SAN
           MOVE ZEROS TO SEQ-SAN WS-ULT-SEQ
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 1030-TIPO.

       1020-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 1030-TIPO.
           IF COD-ALUNO-SAN NOT = COD-ALUNO
              OR COD-CURSO-SAN NOT = COD-CURSO-ALU
              GO TO 1030-TIPO.
           MOVE SEQ-SAN TO WS-ULT-SEQ
           GO TO 1020-LE-SANCAO.

       1030-TIPO.
           MOVE SPACES TO REG-SANCAO
           MOVE COD-ALUNO TO COD-ALUNO-SAN
           MOVE COD-CURSO-ALU TO COD-CURSO-SAN
           ADD 1 TO WS-ULT-SEQ GIVING SEQ-SAN
           MOVE WS-DATA-OCO TO DATA-OCO-SAN
           MOVE WS-SEQ-OCO TO SEQ-OCO-SAN
           DISPLAY (13 10)
             'TIPO (AD=ADVERTENCIA SU=SUSPENSAO DE=DESLIGAMENTO) [  ]'
           ACCEPT (13 62) TIPO-SAN WITH PROMPT AUTO-SKIP
           IF TIPO-SAN NOT = 'AD' AND 'SU' AND 'DE'
              DISPLAY (22 31) 'TIPO INVALIDO'
              GO TO 1030-TIPO.
           DISPLAY (22 10) LIMPA-LINHA.

      * ADVERTENCIA VALE SO NO DIA, DESLIGAMENTO NAO TEM FIM,
      * SUSPENSAO EXIGE O PERIODO COMPLETO
       1040-PERIODO.
           DISPLAY (14 10) 'INICIO [  /  /    ]  FIM [  /  /    ]'
           ACCEPT (14 18) WS-DIA-S WITH PROMPT AUTO-SKIP
           ACCEPT (14 21) WS-MES-S WITH PROMPT AUTO-SKIP
           ACCEPT (14 24) WS-ANO-S WITH PROMPT AUTO-SKIP
           IF WS-DIA-S < 1 OR > 31 OR WS-MES-S < 1 OR > 12
              OR WS-ANO-S = ZEROS
              DISPLAY (22 31) 'DATA INVALIDA'
              GO TO 1040-PERIODO.
           MOVE WS-ANO-S TO DATA-INI-SAN (1:4)
           MOVE WS-MES-S TO DATA-INI-SAN (5:2)
           MOVE WS-DIA-S TO DATA-INI-SAN (7:2)
           IF DATA-INI-SAN < WS-DATA-OCO
              DISPLAY (22 25) 'INICIO ANTERIOR A OCORRENCIA'
              GO TO 1040-PERIODO.
           DISPLAY (22 10) LIMPA-LINHA
           IF SAN-ADVERTENCIA
              MOVE DATA-INI-SAN TO DATA-FIM-SAN
              GO TO 1050-ATO.
           IF SAN-DESLIGAMENTO
              MOVE 99999999 TO DATA-FIM-SAN
              GO TO 1050-ATO.
           ACCEPT (14 36) WS-DIA-S WITH PROMPT AUTO-SKIP
           ACCEPT (14 39) WS-MES-S WITH PROMPT AUTO-SKIP
           ACCEPT (14 42) WS-ANO-S WITH PROMPT AUTO-SKIP
           MOVE WS-ANO-S TO DATA-FIM-SAN (1:4)
           MOVE WS-MES-S TO DATA-FIM-SAN (5:2)
           MOVE WS-DIA-S TO DATA-FIM-SAN (7:2)
           IF WS-DIA-S < 1 OR > 31 OR WS-MES-S < 1 OR > 12
              OR DATA-FIM-SAN < DATA-INI-SAN
              DISPLAY (22 31) 'PERIODO INVALIDO'
              GO TO 1040-PERIODO.

       1050-ATO.
           DISPLAY (16 10) 'ATO DE APROVACAO [               ]'
           DISPLAY (17 10) 'AUTORIDADE       [                    ]'
           ACCEPT (16 28) ATO-SAN WITH PROMPT AUTO-SKIP
           ACCEPT (17 28) AUTORIDADE-SAN WITH PROMPT AUTO-SKIP.

       1060-SITUACAO.
           DISPLAY (18 10) 'SITUACAO (P=PENDENTE A=APROVADA) [ ]'
           ACCEPT (18 44) SIT-SAN WITH PROMPT AUTO-SKIP
           IF SIT-SAN = SPACE OR 'p'
              MOVE 'P' TO SIT-SAN.
           IF SIT-SAN = 'a'
              MOVE 'A' TO SIT-SAN.
           IF SIT-SAN NOT = 'P' AND 'A'
              DISPLAY (22 31) 'SITUACAO INVALIDA'
              GO TO 1060-SITUACAO.
           IF SAN-APROVADA
              AND (ATO-SAN = SPACES OR AUTORIDADE-SAN = SPACES)
              DISPLAY (22 20) 'APROVACAO EXIGE O ATO E A AUTORIDADE'
              GO TO 1050-ATO.
           DISPLAY (22 10) LIMPA-LINHA.

       1070-CONFIRMA.
           DISPLAY (20 10) 'CONFIRMA A SANCAO ? S/N [ ]'
           ACCEPT (20 35) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (20 10) LIMPA-LINHA
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 27) 'SANCAO NAO GRAVADA'
              STOP ' '
              GO TO 0200-TELA.
           MOVE WS-OPERADOR TO OPER-SAN
           MOVE WS-DATA-HOJE TO DATA-REG-SAN
           WRITE REG-SANCAO INVALID KEY
              DISPLAY (22 27) 'SANCAO DUPLICADA'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (22 27) 'SANCAO GRAVADA - SEQ'
           DISPLAY (22 48) SEQ-SAN
           STOP ' '
           GO TO 0200-TELA.

      * -------- APROVACAO / CANCELAMENTO / ENCERRAMENTO --------
       2000-SITUACAO.
           DISPLAY (11 10) 'SEQUENCIA DA SANCAO [   ]'
           ACCEPT (11 31) WS-SEQ WITH PROMPT AUTO-SKIP
           IF WS-SEQ = ZEROS
              GO TO 0200-TELA.
           MOVE COD-ALUNO TO COD-ALUNO-SAN
           MOVE COD-CURSO-ALU TO COD-CURSO-SAN
           MOVE WS-SEQ TO SEQ-SAN
           READ SANCAO INVALID KEY
              DISPLAY (22 25) 'SANCAO NAO CADASTRADA'
              GO TO 2000-SITUACAO.
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (13 10) 'TIPO:'
           DISPLAY (13 16) TIPO-SAN
           DISPLAY (13 20) 'DE'
           DISPLAY (13 23) DATA-INI-SAN
           DISPLAY (13 32) 'A'
           DISPLAY (13 34) DATA-FIM-SAN
           DISPLAY (13 44) 'SITUACAO:'
           DISPLAY (13 54) SIT-SAN
           DISPLAY (14 10) 'ATO:'
           DISPLAY (14 15) ATO-SAN
           DISPLAY (14 32) AUTORIDADE-SAN
           IF SAN-CANCELADA OR SAN-ENCERRADA
              DISPLAY (22 25) 'SANCAO JA BAIXADA'
              STOP ' '
              GO TO 0200-TELA.

       2010-NOVA-SIT.
           DISPLAY (16 10)
             'NOVA SITUACAO (A=APROVADA C=CANCELADA E=ENCERRADA) [ ]'
           ACCEPT (16 62) WS-NOVA-SIT WITH PROMPT AUTO-SKIP
           IF WS-NOVA-SIT = 'a'
              MOVE 'A' TO WS-NOVA-SIT.
           IF WS-NOVA-SIT = 'c'
              MOVE 'C' TO WS-NOVA-SIT.
           IF WS-NOVA-SIT = 'e'
              MOVE 'E' TO WS-NOVA-SIT.
           IF WS-NOVA-SIT NOT = 'A' AND 'C' AND 'E'
              DISPLAY (22 31) 'SITUACAO INVALIDA'
              GO TO 2010-NOVA-SIT.
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-NOVA-SIT = 'E' AND SAN-PENDENTE
              DISPLAY (22 20) 'SANCAO PENDENTE SO APROVA OU CANCELA'
              GO TO 2010-NOVA-SIT.
           IF WS-NOVA-SIT NOT = 'A'
              GO TO 2030-CONFIRMA.

       2020-ATO.
           DISPLAY (17 10) 'ATO DE APROVACAO [               ]'
           DISPLAY (18 10) 'AUTORIDADE       [                    ]'
           ACCEPT (17 28) ATO-SAN WITH UPDATE AUTO-SKIP
           ACCEPT (18 28) AUTORIDADE-SAN WITH UPDATE AUTO-SKIP
           IF ATO-SAN = SPACES OR AUTORIDADE-SAN = SPACES
              DISPLAY (22 20) 'APROVACAO EXIGE O ATO E A AUTORIDADE'
              GO TO 2020-ATO.
           DISPLAY (22 10) LIMPA-LINHA.

       2030-CONFIRMA.
           DISPLAY (20 10) 'CONFIRMA A ALTERACAO ? S/N [ ]'
           ACCEPT (20 38) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (20 10) LIMPA-LINHA
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 27) 'SANCAO NAO ALTERADA'
              STOP ' '
              GO TO 0200-TELA.
           MOVE WS-NOVA-SIT TO SIT-SAN
           MOVE WS-OPERADOR TO OPER-SAN
           MOVE WS-DATA-HOJE TO DATA-REG-SAN
           REWRITE REG-SANCAO
           DISPLAY (22 27) 'SANCAO ALTERADA'
           STOP ' '
           GO TO 0200-TELA.

      * -------- CONSULTA EM TELA --------
       3000-CONSULTA.
           DISPLAY (12 10)
             '[SEQ][TP][ INICIO ][  FIM   ][S][     ATO     ]'
           MOVE 12 TO LIN
           MOVE COD-ALUNO TO COD-ALUNO-SAN
           MOVE COD-CURSO-ALU TO COD-CURSO-SAN
           MOVE ZEROS TO SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 3090-FIM-CONSULTA.

       3010-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 3090-FIM-CONSULTA.
           IF COD-ALUNO-SAN NOT = COD-ALUNO
              OR COD-CURSO-SAN NOT = COD-CURSO-ALU
              GO TO 3090-FIM-CONSULTA.
           ADD 1 TO LIN
           IF LIN > 20
              DISPLAY (22 10) '[ENTER] P/ CONTINUAR'
              STOP ' '
              DISPLAY (13 01) ERASE
              MOVE 13 TO LIN.
           DISPLAY (LIN , 11) SEQ-SAN
           DISPLAY (LIN , 16) TIPO-SAN
           DISPLAY (LIN , 20) DATA-INI-SAN
           DISPLAY (LIN , 30) DATA-FIM-SAN
           DISPLAY (LIN , 40) SIT-SAN
           DISPLAY (LIN , 43) ATO-SAN
           GO TO 3010-LE-SANCAO.

       3090-FIM-CONSULTA.
           IF LIN = 12
              DISPLAY (22 25) 'NENHUMA SANCAO'.
           STOP ' '
           GO TO 0200-TELA.

      * -------- RELATORIO POR CURSO E PERIODO --------
      * SANCOES CUJO PERIODO TOCA O PERIODO PEDIDO, INCLUSIVE AS
      * PENDENTES E CANCELADAS (A SITUACAO SAI NA LINHA)
       4000-RELATORIO.
           DISPLAY (09 10) 'CURSO [  ] (ZERO = TODOS)'
           DISPLAY (11 10) 'PERIODO DE [  /  /    ] A [  /  /    ]'
           ACCEPT (09 17) WS-CURSO-REL WITH PROMPT AUTO-SKIP.

       4010-PERIODO.
           ACCEPT (11 22) WS-DIA-S WITH PROMPT AUTO-SKIP
           ACCEPT (11 25) WS-MES-S WITH PROMPT AUTO-SKIP
           ACCEPT (11 28) WS-ANO-S WITH PROMPT AUTO-SKIP
           IF WS-ANO-S = ZEROS
              GO TO 0200-TELA.
           MOVE WS-ANO-S TO WS-DATA-INI (1:4)
           MOVE WS-MES-S TO WS-DATA-INI (5:2)
           MOVE WS-DIA-S TO WS-DATA-INI (7:2)
           ACCEPT (11 37) WS-DIA-S WITH PROMPT AUTO-SKIP
           ACCEPT (11 40) WS-MES-S WITH PROMPT AUTO-SKIP
           ACCEPT (11 43) WS-ANO-S WITH PROMPT AUTO-SKIP
           MOVE WS-ANO-S TO WS-DATA-FIM (1:4)
           MOVE WS-MES-S TO WS-DATA-FIM (5:2)
           MOVE WS-DIA-S TO WS-DATA-FIM (7:2)
           IF WS-DATA-FIM < WS-DATA-INI
              DISPLAY (22 31) 'PERIODO INVALIDO'
              GO TO 4010-PERIODO.
           DISPLAY (22 10) LIMPA-LINHA
           MOVE ZEROS TO CONTPAG CONTLIN TAB-TOTAIS
           MOVE 'S' TO WS-PRIMEIRO
           OPEN OUTPUT RELSANC
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           SORT SANCSORT ASCENDING KEY CURSO-SRT DATA-INI-SRT
                                       ALUNO-SRT SEQ-SRT
                INPUT  PROCEDURE 0600-SELECIONA
                OUTPUT PROCEDURE 0700-IMPRIME
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE 2 TO IND-TOT
           MOVE 'TOTAL GERAL' TO TITULO-TOT
           PERFORM 8400-TOTAL THRU 8499-FIM-TOTAL
           CLOSE RELSANC
           DISPLAY (22 25) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

       0600-SELECIONA SECTION.
       0610-POSICIONA.
           MOVE ZEROS TO CHAVE-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 0699-FIM.

       0620-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 0699-FIM.
           IF WS-CURSO-REL NOT = ZEROS
              AND COD-CURSO-SAN NOT = WS-CURSO-REL
              GO TO 0620-LE-SANCAO.
           IF DATA-INI-SAN > WS-DATA-FIM
              OR DATA-FIM-SAN < WS-DATA-INI
              GO TO 0620-LE-SANCAO.
           MOVE COD-CURSO-SAN TO CURSO-SRT
           MOVE DATA-INI-SAN TO DATA-INI-SRT
           MOVE COD-ALUNO-SAN TO ALUNO-SRT
           MOVE SEQ-SAN TO SEQ-SRT
           MOVE TIPO-SAN TO TIPO-SRT
           MOVE DATA-FIM-SAN TO DATA-FIM-SRT
           MOVE SIT-SAN TO SIT-SRT
           MOVE ATO-SAN TO ATO-SRT
           RELEASE REG-SANCSORT
           GO TO 0620-LE-SANCAO.

       0699-FIM. EXIT.

       0700-IMPRIME SECTION.
       0710-LE-SORT.
           RETURN SANCSORT AT END
              GO TO 0790-ULTIMO.
           IF WS-PRIMEIRO = 'N' AND CURSO-SRT NOT = WS-CURSO-ANT
              PERFORM 8500-TOTAL-CURSO THRU 8599-FIM-TOTAL-CURSO.
           IF WS-PRIMEIRO = 'S' OR CURSO-SRT NOT = WS-CURSO-ANT
              PERFORM 8200-CURSO THRU 8299-FIM-CURSO.
           MOVE 'N' TO WS-PRIMEIRO
           MOVE CURSO-SRT TO WS-CURSO-ANT
           MOVE ALUNO-SRT TO ALU-DET1 COD-ALUNO
           MOVE CURSO-SRT TO COD-CURSO-ALU
           READ CADALUNO INVALID KEY
              MOVE 'ALUNO NAO CADASTRADO' TO NOME-ALUNO.
           MOVE NOME-ALUNO TO NOME-DET1
           MOVE TIPO-SRT TO TIPO-DET1
           MOVE DATA-INI-SRT TO INI-DET1
           MOVE DATA-FIM-SRT TO FIM-DET1
           MOVE SIT-SRT TO SIT-DET1
           MOVE ATO-SRT TO ATO-DET1
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           IF TIPO-SRT = 'AD'
              ADD 1 TO ADVERT-TT (1).
           IF TIPO-SRT = 'SU'
              ADD 1 TO SUSP-TT (1).
           IF TIPO-SRT = 'DE'
              ADD 1 TO DESLIG-TT (1).
           GO TO 0710-LE-SORT.

       0790-ULTIMO.
           IF WS-PRIMEIRO = 'N'
              PERFORM 8500-TOTAL-CURSO THRU 8599-FIM-TOTAL-CURSO.

       0799-FIM. EXIT.

       0800-ROTINAS SECTION.
       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE WS-DATA-INI TO INI-CAB2
           MOVE WS-DATA-FIM TO FIM-CAB2
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

       8200-CURSO.
           IF CONTLIN > 52
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CURSO-SRT TO CURSO-LIN-COD COD-CURSO
           READ CADCURSO INVALID KEY
              MOVE SPACES TO NOME-CURSO.
           MOVE NOME-CURSO TO CURSO-LIN-NOME
           MOVE CURSO-LIN TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA.

       8299-FIM-CURSO. EXIT.

      * LINHA DE TOTAL DO NIVEL IND-TOT
       8400-TOTAL.
           MOVE ADVERT-TT (IND-TOT) TO ADVERT-TOT
           MOVE SUSP-TT (IND-TOT) TO SUSP-TOT
           MOVE DESLIG-TT (IND-TOT) TO DESLIG-TOT
           MOVE TOT-LIN TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA.

       8499-FIM-TOTAL. EXIT.

       8500-TOTAL-CURSO.
           MOVE 1 TO IND-TOT
           MOVE '   TOTAL DO CURSO' TO TITULO-TOT
           PERFORM 8400-TOTAL THRU 8499-FIM-TOTAL
           ADD ADVERT-TT (1) TO ADVERT-TT (2)
           ADD SUSP-TT (1) TO SUSP-TT (2)
           ADD DESLIG-TT (1) TO DESLIG-TT (2)
           MOVE ZEROS TO ADVERT-TT (1) SUSP-TT (1) DESLIG-TT (1).

       8599-FIM-TOTAL-CURSO. EXIT.

       0900-FIM.
           IF WS-SEM-OCORR NOT = 'S'
              CLOSE OCORR.
           CLOSE CADALUNO
                 CADCURSO
                 SANCAO
           CHAIN 'FACAD.EXE'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGESC-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : SEGURO ESCOLAR (ACIDENTES PESSOAIS COLETIVO) -
      *              lista mensal de vidas para a seguradora: alunos
      *              ativos do ALUNO.DAT, fora os de trancamento
      *              vigente (TRANC.DAT) e os de desligamento aprovado
      *              em vigor (SANCAO.DAT); guarda a lista em
      *              SEGURO.DAT e grava o arquivo de layout fixo
      *              SEGURO.TXT com inclusoes e exclusoes contra a
      *              lista do mes anterior. A conciliacao compara as
      *              vidas da fatura com as nossas e lista os alunos
      *              da diferenca (com o SEGFAT.TXT da seguradora,
      *              quando enviado, confere aluno a aluno)
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

           SELECT TRANC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TRANC
                       FILE STATUS STATUS-TRA.

           SELECT SANCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SAN
                       FILE STATUS STATUS-SAN.

           SELECT SEGURO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SEG
                       FILE STATUS STATUS-SEG.

           SELECT SEGTXT ASSIGN TO DISK
                       FILE STATUS STATUS-STX.

           SELECT SEGFAT ASSIGN TO DISK
                       FILE STATUS STATUS-FAT.

           SELECT RELSEG ASSIGN TO PRINTER.

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

       FD  TRANC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TRANC.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-TRANC.
           05  CHAVE-TRANC.
               10  COD-ALUNO-TRANC     PIC 9(06).
               10  COD-CURSO-TRANC     PIC 9(02).
           05  DATA-TRANC              PIC 9(08).
           05  DATA-RETORNO-PREV       PIC 9(08).
           05  SIT-TRANC               PIC X(01).
               88  TRANC-VIGENTE       VALUE 'T'.
               88  TRANC-REABERTO      VALUE 'R'.
           05  FILLER                  PIC X(05).

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
               88  SAN-DESLIGAMENTO    VALUE 'DE'.
           05  ATO-SAN                 PIC X(15).
           05  AUTORIDADE-SAN          PIC X(20).
           05  DATA-INI-SAN            PIC 9(08).
           05  DATA-FIM-SAN            PIC 9(08).
           05  SIT-SAN                 PIC X(01).
               88  SAN-APROVADA        VALUE 'A'.
           05  OPER-SAN                PIC X(10).
           05  DATA-REG-SAN            PIC 9(08).
           05  FILLER                  PIC X(07).

      * LISTA DE VIDAS DE CADA COMPETENCIA (AAAAMM)
      * MOVIMENTO: I INCLUIDO NO MES, M MANTIDO DO MES ANTERIOR,
      *            E EXCLUIDO NO MES (NAO CONTA COMO VIDA)
       FD  SEGURO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SEGURO.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-SEGURO.
           05  CHAVE-SEG.
               10  COMP-SEG            PIC 9(06).
               10  COD-ALUNO-SEG       PIC 9(06).
               10  COD-CURSO-SEG       PIC 9(02).
           05  NOME-SEG                PIC X(35).
           05  MOV-SEG                 PIC X(01).
               88  SEG-INCLUSAO        VALUE 'I'.
               88  SEG-MANTIDO         VALUE 'M'.
               88  SEG-EXCLUSAO        VALUE 'E'.
           05  DATA-GER-SEG            PIC 9(08).
           05  FILLER                  PIC X(02).

      * ARQUIVO PARA A SEGURADORA - HEADER 0, DETALHE 1, TRAILER 9
       FD  SEGTXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SEGURO.TXT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-STX-HEADER.
           05  TIPO-STX-H              PIC X(01).
           05  APOLICE-STX-H           PIC X(15).
           05  COMP-STX-H              PIC 9(06).
           05  DATA-STX-H              PIC 9(08).
           05  ESTIPULANTE-STX-H       PIC X(30).
           05  FILLER                  PIC X(20).

       01  REG-STX-DET.
           05  TIPO-STX-D              PIC X(01).
           05  MOV-STX-D               PIC X(01).
           05  ALUNO-STX-D             PIC 9(06).
           05  CURSO-STX-D             PIC 9(02).
           05  NOME-STX-D              PIC X(35).
           05  SEXO-STX-D              PIC X(01).
           05  FILLER                  PIC X(34).

       01  REG-STX-TRAILER.
           05  TIPO-STX-T              PIC X(01).
           05  VIDAS-STX-T             PIC 9(06).
           05  INCL-STX-T              PIC 9(06).
           05  EXCL-STX-T              PIC 9(06).
           05  FILLER                  PIC X(61).

      * RELACAO DE VIDAS FATURADAS DEVOLVIDA PELA SEGURADORA, NO
      * MESMO LAYOUT DO SEGURO.TXT (SO OS DETALHES TIPO 1 CONTAM)
       FD  SEGFAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SEGFAT.TXT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-SEGFAT.
           05  TIPO-FAT                PIC X(01).
           05  MOV-FAT                 PIC X(01).
           05  ALUNO-FAT               PIC 9(06).
           05  CURSO-FAT               PIC 9(02).
           05  NOME-FAT                PIC X(35).
           05  FILLER                  PIC X(35).

       FD  RELSEG
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU              PIC X(02) VALUE SPACES.
       01  STATUS-TRA              PIC X(02) VALUE SPACES.
       01  STATUS-SAN              PIC X(02) VALUE SPACES.
       01  STATUS-SEG              PIC X(02) VALUE SPACES.
       01  STATUS-STX              PIC X(02) VALUE SPACES.
       01  STATUS-FAT              PIC X(02) VALUE SPACES.
       01  WS-SEM-TRANC            PIC X VALUE 'N'.
       01  WS-SEM-SANCAO           PIC X VALUE 'N'.
       01  WS-SEM-FAT              PIC X VALUE 'N'.
       01  WS-OPCAO                PIC 9 VALUE ZEROS.
       01  WS-RESPOSTA             PIC X.
       01  LIMPA-LINHA             PIC X(50) VALUE SPACES.
       01  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-APOLICE              PIC X(15) VALUE SPACES.
       01  WS-ELEGIVEL             PIC X VALUE 'S'.
       01  WS-MOV                  PIC X VALUE SPACES.
       01  WS-SEXO                 PIC X VALUE SPACES.
       01  WS-OCORRENCIA           PIC X(30) VALUE SPACES.

       01  WS-COMP-ATU.
           05 WS-ANO-ATU           PIC 9(04) VALUE ZEROS.
           05 WS-MES-ATU           PIC 9(02) VALUE ZEROS.
       01  WS-COMP-ATU-R REDEFINES WS-COMP-ATU PIC 9(06).

       01  WS-COMP-ANT.
           05 WS-ANO-ANT           PIC 9(04) VALUE ZEROS.
           05 WS-MES-ANT           PIC 9(02) VALUE ZEROS.
       01  WS-COMP-ANT-R REDEFINES WS-COMP-ANT PIC 9(06).

      * PRIMEIRO DIA DA COMPETENCIA - DATA DE REFERENCIA DA COBERTURA
       01  WS-DATA-REF.
           05 WS-ANO-REF           PIC 9(04) VALUE ZEROS.
           05 WS-MES-REF           PIC 9(02) VALUE ZEROS.
           05 WS-DIA-REF           PIC 9(02) VALUE ZEROS.
       01  WS-DATA-REF-R REDEFINES WS-DATA-REF PIC 9(08).

       01  WS-CHAVE-SALVA.
           05 COMP-SALVA           PIC 9(06).
           05 ALUNO-SALVA          PIC 9(06).
           05 CURSO-SALVA          PIC 9(02).
       01  WS-NOME-SALVO           PIC X(35) VALUE SPACES.

       01  CONT-INCL               PIC 9(05) VALUE ZEROS.
       01  CONT-MANT               PIC 9(05) VALUE ZEROS.
       01  CONT-EXCL               PIC 9(05) VALUE ZEROS.
       01  CONT-VIDAS              PIC 9(05) VALUE ZEROS.
       01  CONT-APAGADOS           PIC 9(05) VALUE ZEROS.
       01  CONT-ARQ-FAT            PIC 9(05) VALUE ZEROS.
       01  CONT-FORA-FAT           PIC 9(05) VALUE ZEROS.
       01  CONT-FORA-LISTA         PIC 9(05) VALUE ZEROS.
       01  CONT-EXCL-FAT           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-FATURA           PIC 9(05) VALUE ZEROS.
       01  WS-DIFERENCA            PIC S9(05) VALUE ZEROS.
       01  WS-DIF-TELA             PIC ZZ.ZZ9-.

      * CHAVES DO SEGFAT.TXT P/ ACHAR QUEM ESTA NA LISTA E NAO FOI
      * FATURADO
       01  IDX-FAT                 PIC 9(04) VALUE ZEROS.
       01  QTD-FAT                 PIC 9(04) VALUE ZEROS.
       01  WS-TAB-CHEIA            PIC X VALUE 'N'.
       01  WS-ACHOU-FAT            PIC X VALUE 'N'.
       01  TAB-FATURA.
           05 FAT-TAB OCCURS 2000 TIMES.
              10 ALUNO-FAT-TAB     PIC 9(06).
              10 CURSO-FAT-TAB     PIC 9(02).

       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
       01  CONTLIN                 PIC 9(02) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'FACAD'.
           05 FILLER               PIC X(37) VALUE
              'SEGURO ESCOLAR - CONCILIACAO'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(14) VALUE 'COMPETENCIA.: '.
           05 MES-CAB2             PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ANO-CAB2             PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CRITERIO-CAB2        PIC X(40).

       01  CAB3.
           05 FILLER               PIC X(48) VALUE
              '[ ALUNO][CUR][              NOME              ]'.
           05 FILLER               PIC X(32) VALUE
              '[OCORRENCIA                   ]'.

       01  DET1.
           05 ALU-DET1             PIC 9(06).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CUR-DET1             PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(35).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OCO-DET1             PIC X(30).

       01  RES1.
           05 FILLER               PIC X(30) VALUE
              'VIDAS NA NOSSA LISTA........: '.
           05 VIDAS-RES1           PIC ZZ.ZZ9.

       01  RES2.
           05 FILLER               PIC X(30) VALUE
              'VIDAS NA FATURA.............: '.
           05 FATURA-RES2          PIC ZZ.ZZ9.
           05 FILLER               PIC X(20) VALUE
              '   NO SEGFAT.TXT.: '.
           05 ARQ-RES2             PIC ZZ.ZZ9.

       01  RES3.
           05 FILLER               PIC X(30) VALUE
              'DIFERENCA (FATURA - LISTA)..: '.
           05 DIF-RES3             PIC ZZ.ZZ9-.

       01  RODAPE1.
           05 FILLER               PIC X(30) VALUE
              'NA LISTA, FORA DA FATURA....: '.
           05 FORA-FAT-ROD         PIC ZZ.ZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(30) VALUE
              'FATURADOS FORA DA LISTA.....: '.
           05 FORA-LISTA-ROD       PIC ZZ.ZZ9.

       01  RODAPE3.
           05 FILLER               PIC X(30) VALUE
              'EXCLUIDOS AINDA FATURADOS...: '.
           05 EXCL-FAT-ROD         PIC ZZ.ZZ9.

       01  RODAPE4.
           05 FILLER               PIC X(30) VALUE
              'INCLUIDOS NO MES............: '.
           05 INCL-ROD             PIC ZZ.ZZ9.
           05 FILLER               PIC X(20) VALUE
              '   EXCLUIDOS.....: '.
           05 EXCL-ROD             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT TRANC
           IF STATUS-TRA NOT = '00'
              MOVE 'S' TO WS-SEM-TRANC.
           OPEN INPUT SANCAO
           IF STATUS-SAN NOT = '00'
              MOVE 'S' TO WS-SEM-SANCAO.
           OPEN I-O SEGURO
           IF STATUS-SEG NOT = '00'
              OPEN OUTPUT SEGURO
              CLOSE SEGURO
              OPEN I-O SEGURO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'SEGESC'
           DISPLAY (02 25) 'SEGURO ESCOLAR - LISTA DE VIDAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             '1-GERA A LISTA DO MES  2-CONCILIA A FATURA  3-SAIR'
           DISPLAY (07 10) 'OPCAO [ ]'.

       0250-OPCAO.
           ACCEPT (07 17) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 3
              GO TO 0900-FIM.
           IF WS-OPCAO NOT = 1 AND 2
              DISPLAY (22 31) 'OPCAO INVALIDA'
              GO TO 0250-OPCAO.

       0300-COMPETENCIA.
           DISPLAY (09 10) 'COMPETENCIA - MES [  ]  ANO [    ]'
           ACCEPT (09 29) WS-MES-ATU WITH PROMPT AUTO-SKIP
           IF WS-MES-ATU = ZEROS
              GO TO 0200-TELA.
           ACCEPT (09 39) WS-ANO-ATU WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-MES-ATU > 12 OR WS-ANO-ATU < 1997
              DISPLAY (22 10) 'COMPETENCIA INVALIDA'
              GO TO 0300-COMPETENCIA.
           MOVE WS-ANO-ATU TO WS-ANO-ANT
           MOVE WS-MES-ATU TO WS-MES-ANT
           IF WS-MES-ANT = 1
              MOVE 12 TO WS-MES-ANT
              SUBTRACT 1 FROM WS-ANO-ANT
           ELSE
              SUBTRACT 1 FROM WS-MES-ANT.
           MOVE WS-ANO-ATU TO WS-ANO-REF
           MOVE WS-MES-ATU TO WS-MES-REF
           MOVE 01 TO WS-DIA-REF
           IF WS-OPCAO = 2
              GO TO 2000-CONCILIA.

      * -------- GERACAO DA LISTA DO MES --------
       1000-APOLICE.
           DISPLAY (11 10) 'APOLICE [               ]'
           ACCEPT (11 19) WS-APOLICE WITH PROMPT AUTO-SKIP
           IF WS-APOLICE = SPACES
              DISPLAY (22 10) 'APOLICE OBRIGATORIA'
              GO TO 1000-APOLICE.
           DISPLAY (22 10) LIMPA-LINHA
           MOVE ZEROS TO CONT-APAGADOS
           MOVE WS-COMP-ATU-R TO COMP-SEG
           MOVE ZEROS TO COD-ALUNO-SEG COD-CURSO-SEG
           START SEGURO KEY NOT LESS THAN CHAVE-SEG INVALID KEY
              GO TO 1020-CONFIRMA.
           READ SEGURO NEXT
           IF STATUS-SEG NOT = '00'
              GO TO 1020-CONFIRMA.
           IF COMP-SEG NOT = WS-COMP-ATU-R
              GO TO 1020-CONFIRMA.

      * COMPETENCIA JA GERADA: REFAZ DO ZERO (A ANTERIOR NAO MUDA)
       1010-REGERA.
           DISPLAY (13 10) 'LISTA DO MES JA GERADA - REFAZ (S/N) [ ]'
           ACCEPT (13 48) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 1010-REGERA.
           DISPLAY (13 10) LIMPA-LINHA
           PERFORM 1900-APAGA-MES THRU 1999-FIM-APAGA.

       1020-CONFIRMA.
           DISPLAY (15 10) 'CONFIRMA A GERACAO (S OU N)  [ ]'
           ACCEPT (15 40) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 1020-CONFIRMA.
           DISPLAY (15 10) LIMPA-LINHA
           DISPLAY (15 10) 'GERANDO A LISTA DE VIDAS...'.

       1100-INICIO.
           MOVE ZEROS TO CONT-INCL CONT-MANT CONT-EXCL CONT-VIDAS
           OPEN OUTPUT SEGTXT
           MOVE SPACES TO REG-STX-HEADER
           MOVE '0' TO TIPO-STX-H
           MOVE WS-APOLICE TO APOLICE-STX-H
           MOVE WS-COMP-ATU-R TO COMP-STX-H
           MOVE WS-DATA-HOJE TO DATA-STX-H
           MOVE 'FACAD - CONTROLE DE FACULDADE' TO ESTIPULANTE-STX-H
           WRITE REG-STX-HEADER
           MOVE ZEROS TO CHAVE-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              GO TO 1200-EXCLUSOES.

      * SO ALUNO ATIVO; FORMADO E DESISTENTE JA FICAM DE FORA
       1110-LE-ALUNO.
           READ CADALUNO NEXT
           IF STATUS-ALU NOT = '00'
              GO TO 1200-EXCLUSOES.
           IF NOT ALU-ATIVO
              GO TO 1110-LE-ALUNO.
           PERFORM 9300-VERIFICA-TRANC THRU 9399-FIM-TRANC
           IF WS-ELEGIVEL = 'N'
              GO TO 1110-LE-ALUNO.
           PERFORM 9400-VERIFICA-DESLIG THRU 9499-FIM-DESLIG
           IF WS-ELEGIVEL = 'N'
              GO TO 1110-LE-ALUNO.
           MOVE 'I' TO WS-MOV
           MOVE WS-COMP-ANT-R TO COMP-SEG
           MOVE COD-ALUNO TO COD-ALUNO-SEG
           MOVE COD-CURSO-ALU TO COD-CURSO-SEG
           READ SEGURO INVALID KEY
              GO TO 1120-GRAVA.
           IF NOT SEG-EXCLUSAO
              MOVE 'M' TO WS-MOV.

       1120-GRAVA.
           MOVE SPACES TO REG-SEGURO
           MOVE WS-COMP-ATU-R TO COMP-SEG
           MOVE COD-ALUNO TO COD-ALUNO-SEG
           MOVE COD-CURSO-ALU TO COD-CURSO-SEG
           MOVE NOME-ALUNO TO NOME-SEG
           MOVE WS-MOV TO MOV-SEG
           MOVE WS-DATA-HOJE TO DATA-GER-SEG
           MOVE SEXO TO WS-SEXO
           PERFORM 1800-GRAVA-DETALHE THRU 1899-FIM-DETALHE
           WRITE REG-SEGURO
           ADD 1 TO CONT-VIDAS
           IF WS-MOV = 'I'
              ADD 1 TO CONT-INCL
           ELSE
              ADD 1 TO CONT-MANT.
           GO TO 1110-LE-ALUNO.

      * QUEM ESTAVA COBERTO NO MES ANTERIOR E NAO ENTROU AGORA
       1200-EXCLUSOES.
           MOVE WS-COMP-ANT-R TO COMP-SEG
           MOVE ZEROS TO COD-ALUNO-SEG COD-CURSO-SEG
           START SEGURO KEY NOT LESS THAN CHAVE-SEG INVALID KEY
              GO TO 1300-TRAILER.

       1210-LE-ANTERIOR.
           READ SEGURO NEXT
           IF STATUS-SEG NOT = '00'
              GO TO 1300-TRAILER.
           IF COMP-SEG NOT = WS-COMP-ANT-R
              GO TO 1300-TRAILER.
           IF SEG-EXCLUSAO
              GO TO 1210-LE-ANTERIOR.
           MOVE CHAVE-SEG TO WS-CHAVE-SALVA
           MOVE NOME-SEG TO WS-NOME-SALVO
           MOVE WS-COMP-ATU-R TO COMP-SEG
           READ SEGURO INVALID KEY
              GO TO 1220-EXCLUI.
           GO TO 1230-REPOSICIONA.

       1220-EXCLUI.
           MOVE SPACES TO REG-SEGURO
           MOVE WS-COMP-ATU-R TO COMP-SEG
           MOVE ALUNO-SALVA TO COD-ALUNO-SEG
           MOVE CURSO-SALVA TO COD-CURSO-SEG
           MOVE WS-NOME-SALVO TO NOME-SEG
           MOVE 'E' TO MOV-SEG
           MOVE WS-DATA-HOJE TO DATA-GER-SEG
           MOVE SPACES TO WS-SEXO
           PERFORM 1800-GRAVA-DETALHE THRU 1899-FIM-DETALHE
           WRITE REG-SEGURO
           ADD 1 TO CONT-EXCL.

      * A LEITURA DIRETA PERDE A POSICAO - VOLTA P/ O MES ANTERIOR
       1230-REPOSICIONA.
           MOVE WS-CHAVE-SALVA TO CHAVE-SEG
           START SEGURO KEY GREATER THAN CHAVE-SEG INVALID KEY
              GO TO 1300-TRAILER.
           GO TO 1210-LE-ANTERIOR.

       1300-TRAILER.
           MOVE SPACES TO REG-STX-TRAILER
           MOVE '9' TO TIPO-STX-T
           MOVE CONT-VIDAS TO VIDAS-STX-T
           MOVE CONT-INCL TO INCL-STX-T
           MOVE CONT-EXCL TO EXCL-STX-T
           WRITE REG-STX-TRAILER
           CLOSE SEGTXT
           DISPLAY (15 10) LIMPA-LINHA
           DISPLAY (15 10) 'SEGURO.TXT GERADO - VIDAS.....:'
           DISPLAY (15 42) CONT-VIDAS
           DISPLAY (16 10) 'INCLUSOES.....................:'
           DISPLAY (16 42) CONT-INCL
           DISPLAY (17 10) 'MANTIDOS......................:'
           DISPLAY (17 42) CONT-MANT
           DISPLAY (18 10) 'EXCLUSOES.....................:'
           DISPLAY (18 42) CONT-EXCL
           IF CONT-APAGADOS NOT = ZEROS
              DISPLAY (19 10) 'REGISTROS DA GERACAO ANTERIOR.:'
              DISPLAY (19 42) CONT-APAGADOS.
           STOP ' '
           GO TO 0200-TELA.

       1800-GRAVA-DETALHE.
           MOVE SPACES TO REG-STX-DET
           MOVE '1' TO TIPO-STX-D
           MOVE MOV-SEG TO MOV-STX-D
           MOVE COD-ALUNO-SEG TO ALUNO-STX-D
           MOVE COD-CURSO-SEG TO CURSO-STX-D
           MOVE NOME-SEG TO NOME-STX-D
           MOVE WS-SEXO TO SEXO-STX-D
           WRITE REG-STX-DET.

       1899-FIM-DETALHE. EXIT.

       1900-APAGA-MES.
           MOVE WS-COMP-ATU-R TO COMP-SEG
           MOVE ZEROS TO COD-ALUNO-SEG COD-CURSO-SEG
           START SEGURO KEY NOT LESS THAN CHAVE-SEG INVALID KEY
              GO TO 1999-FIM-APAGA.

       1910-LE-APAGA.
           READ SEGURO NEXT
           IF STATUS-SEG NOT = '00'
              GO TO 1999-FIM-APAGA.
           IF COMP-SEG NOT = WS-COMP-ATU-R
              GO TO 1999-FIM-APAGA.
           DELETE SEGURO
           ADD 1 TO CONT-APAGADOS
           GO TO 1910-LE-APAGA.

       1999-FIM-APAGA. EXIT.

      * -------- CONCILIACAO DA FATURA --------
       2000-CONCILIA.
           MOVE ZEROS TO CONT-VIDAS CONT-INCL CONT-EXCL
           MOVE WS-COMP-ATU-R TO COMP-SEG
           MOVE ZEROS TO COD-ALUNO-SEG COD-CURSO-SEG
           START SEGURO KEY NOT LESS THAN CHAVE-SEG INVALID KEY
              GO TO 2020-CONFERE-LISTA.

       2010-CONTA-VIDAS.
           READ SEGURO NEXT
           IF STATUS-SEG NOT = '00'
              GO TO 2020-CONFERE-LISTA.
           IF COMP-SEG NOT = WS-COMP-ATU-R
              GO TO 2020-CONFERE-LISTA.
           IF SEG-EXCLUSAO
              ADD 1 TO CONT-EXCL
              GO TO 2010-CONTA-VIDAS.
           ADD 1 TO CONT-VIDAS
           IF SEG-INCLUSAO
              ADD 1 TO CONT-INCL.
           GO TO 2010-CONTA-VIDAS.

       2020-CONFERE-LISTA.
           IF CONT-VIDAS = ZEROS AND CONT-EXCL = ZEROS
              DISPLAY (22 10) 'LISTA DO MES NAO GERADA'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (11 10) 'VIDAS NA FATURA DA SEGURADORA [     ]'.

       2030-QTD-FATURA.
           ACCEPT (11 41) WS-QTD-FATURA WITH PROMPT AUTO-SKIP
           MOVE WS-QTD-FATURA TO WS-DIFERENCA
           SUBTRACT CONT-VIDAS FROM WS-DIFERENCA
           MOVE WS-DIFERENCA TO WS-DIF-TELA
           DISPLAY (13 10) 'VIDAS NA NOSSA LISTA:'
           DISPLAY (13 32) CONT-VIDAS
           DISPLAY (14 10) 'DIFERENCA...........:'
           DISPLAY (14 32) WS-DIF-TELA.

       2040-CONFIRMA.
           DISPLAY (16 10) 'IMPRIME A CONCILIACAO (S OU N)  [ ]'
           ACCEPT (16 43) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 2040-CONFIRMA.
           DISPLAY (16 10) LIMPA-LINHA
           MOVE ZEROS TO CONT-ARQ-FAT CONT-FORA-FAT CONT-FORA-LISTA
                         CONT-EXCL-FAT QTD-FAT CONTPAG
           MOVE 'N' TO WS-SEM-FAT WS-TAB-CHEIA
           OPEN INPUT SEGFAT
           IF STATUS-FAT NOT = '00'
              MOVE 'S' TO WS-SEM-FAT
              MOVE 'SEM SEGFAT.TXT - MOVIMENTO DO MES'
                 TO CRITERIO-CAB2
              GO TO 2100-RELATORIO.
           MOVE 'CONFERENCIA COM O SEGFAT.TXT' TO CRITERIO-CAB2.

       2050-CARREGA-FATURA.
           READ SEGFAT
           IF STATUS-FAT NOT = '00'
              GO TO 2060-FIM-CARGA.
           IF TIPO-FAT NOT = '1'
              GO TO 2050-CARREGA-FATURA.
           ADD 1 TO CONT-ARQ-FAT
           IF QTD-FAT NOT < 2000
              MOVE 'S' TO WS-TAB-CHEIA
              GO TO 2050-CARREGA-FATURA.
           ADD 1 TO QTD-FAT
           MOVE ALUNO-FAT TO ALUNO-FAT-TAB (QTD-FAT)
           MOVE CURSO-FAT TO CURSO-FAT-TAB (QTD-FAT)
           GO TO 2050-CARREGA-FATURA.

       2060-FIM-CARGA.
           CLOSE SEGFAT
           IF WS-TAB-CHEIA = 'S'
              DISPLAY (18 10)
                'ATENCAO: FATURA COM MAIS DE 2000 VIDAS - PARCIAL'.

       2100-RELATORIO.
           OPEN OUTPUT RELSEG
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE CONT-VIDAS TO VIDAS-RES1
           MOVE WS-QTD-FATURA TO FATURA-RES2
           MOVE CONT-ARQ-FAT TO ARQ-RES2
           MOVE WS-DIFERENCA TO DIF-RES3
           WRITE REG-ORELATO FROM RES1 AFTER 1
           WRITE REG-ORELATO FROM RES2 AFTER 1
           WRITE REG-ORELATO FROM RES3 AFTER 1
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1
           ADD 4 TO CONTLIN
           MOVE WS-COMP-ATU-R TO COMP-SEG
           MOVE ZEROS TO COD-ALUNO-SEG COD-CURSO-SEG
           START SEGURO KEY NOT LESS THAN CHAVE-SEG INVALID KEY
              GO TO 2300-FATURADOS.

      * SEM O ARQUIVO DA SEGURADORA, O MOVIMENTO DO MES (INCLUSOES E
      * EXCLUSOES) E QUEM EXPLICA A DIFERENCA P/ A FATURA ANTERIOR;
      * COM O ARQUIVO, LISTA QUEM ESTA NA LISTA E NAO FOI FATURADO
       2200-LE-LISTA.
           READ SEGURO NEXT
           IF STATUS-SEG NOT = '00'
              GO TO 2300-FATURADOS.
           IF COMP-SEG NOT = WS-COMP-ATU-R
              GO TO 2300-FATURADOS.
           IF WS-SEM-FAT = 'S'
              GO TO 2250-MOVIMENTO.
           IF SEG-EXCLUSAO
              GO TO 2200-LE-LISTA.
           PERFORM 2400-PROCURA-FATURA THRU 2499-FIM-PROCURA
           IF WS-ACHOU-FAT = 'S'
              GO TO 2200-LE-LISTA.
           ADD 1 TO CONT-FORA-FAT
           MOVE 'NA LISTA, FORA DA FATURA' TO WS-OCORRENCIA
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 2200-LE-LISTA.

       2250-MOVIMENTO.
           IF SEG-MANTIDO
              GO TO 2200-LE-LISTA.
           IF SEG-INCLUSAO
              MOVE 'INCLUIDO NO MES' TO WS-OCORRENCIA
           ELSE
              MOVE 'EXCLUIDO NO MES' TO WS-OCORRENCIA.
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 2200-LE-LISTA.

      * FATURADOS PELA SEGURADORA QUE NAO ESTAO COBERTOS NO MES
       2300-FATURADOS.
           IF WS-SEM-FAT = 'S'
              GO TO 2390-RODAPE.
           OPEN INPUT SEGFAT.

       2310-LE-FATURA.
           READ SEGFAT
           IF STATUS-FAT NOT = '00'
              CLOSE SEGFAT
              GO TO 2390-RODAPE.
           IF TIPO-FAT NOT = '1'
              GO TO 2310-LE-FATURA.
           MOVE WS-COMP-ATU-R TO COMP-SEG
           MOVE ALUNO-FAT TO COD-ALUNO-SEG
           MOVE CURSO-FAT TO COD-CURSO-SEG
           READ SEGURO INVALID KEY
              MOVE ALUNO-FAT TO COD-ALUNO-SEG
              MOVE CURSO-FAT TO COD-CURSO-SEG
              MOVE NOME-FAT TO NOME-SEG
              ADD 1 TO CONT-FORA-LISTA
              MOVE 'FATURADO, FORA DA LISTA' TO WS-OCORRENCIA
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA
              GO TO 2310-LE-FATURA.
           IF SEG-EXCLUSAO
              ADD 1 TO CONT-EXCL-FAT
              MOVE 'EXCLUIDO NO MES, AINDA FATURADO' TO WS-OCORRENCIA
              PERFORM 8100-LINHA THRU 8199-FIM-LINHA.
           GO TO 2310-LE-FATURA.

       2390-RODAPE.
           IF CONTLIN > 50
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1
           IF WS-SEM-FAT = 'S'
              MOVE CONT-INCL TO INCL-ROD
              MOVE CONT-EXCL TO EXCL-ROD
              WRITE REG-ORELATO FROM RODAPE4 AFTER 1
              GO TO 2395-FECHA.
           MOVE CONT-FORA-FAT TO FORA-FAT-ROD
           MOVE CONT-FORA-LISTA TO FORA-LISTA-ROD
           MOVE CONT-EXCL-FAT TO EXCL-FAT-ROD
           WRITE REG-ORELATO FROM RODAPE1 AFTER 1
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           WRITE REG-ORELATO FROM RODAPE3 AFTER 1.

       2395-FECHA.
           CLOSE RELSEG
           DISPLAY (22 10) 'CONCILIACAO IMPRESSA'
           STOP ' '
           GO TO 0200-TELA.

       2400-PROCURA-FATURA.
           MOVE 'N' TO WS-ACHOU-FAT
           MOVE ZEROS TO IDX-FAT.

       2410-PROCURA.
           ADD 1 TO IDX-FAT
           IF IDX-FAT > QTD-FAT
              GO TO 2499-FIM-PROCURA.
           IF ALUNO-FAT-TAB (IDX-FAT) = COD-ALUNO-SEG
              AND CURSO-FAT-TAB (IDX-FAT) = COD-CURSO-SEG
              MOVE 'S' TO WS-ACHOU-FAT
              GO TO 2499-FIM-PROCURA.
           GO TO 2410-PROCURA.

       2499-FIM-PROCURA. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE WS-MES-ATU TO MES-CAB2
           MOVE WS-ANO-ATU TO ANO-CAB2
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           WRITE REG-ORELATO FROM CAB3 AFTER 2
           MOVE 5 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE COD-ALUNO-SEG TO ALU-DET1
           MOVE COD-CURSO-SEG TO CUR-DET1
           MOVE NOME-SEG TO NOME-DET1
           MOVE WS-OCORRENCIA TO OCO-DET1
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

      * TRANCAMENTO VIGENTE NO CURSO TIRA O ALUNO DA LISTA
       9300-VERIFICA-TRANC.
           MOVE 'S' TO WS-ELEGIVEL
           IF WS-SEM-TRANC = 'S'
              GO TO 9399-FIM-TRANC.
           MOVE COD-ALUNO TO COD-ALUNO-TRANC
           MOVE COD-CURSO-ALU TO COD-CURSO-TRANC
           READ TRANC INVALID KEY
              GO TO 9399-FIM-TRANC.
           IF TRANC-VIGENTE
              MOVE 'N' TO WS-ELEGIVEL.

       9399-FIM-TRANC. EXIT.

      * DESLIGAMENTO APROVADO JA EM VIGOR NO PRIMEIRO DIA DA
      * COMPETENCIA TIRA O ALUNO DA LISTA
       9400-VERIFICA-DESLIG.
           MOVE 'S' TO WS-ELEGIVEL
           IF WS-SEM-SANCAO = 'S'
              GO TO 9499-FIM-DESLIG.
           MOVE COD-ALUNO TO COD-ALUNO-SAN
           MOVE COD-CURSO-ALU TO COD-CURSO-SAN
           MOVE ZEROS TO SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 9499-FIM-DESLIG.

       9410-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 9499-FIM-DESLIG.
           IF COD-ALUNO-SAN NOT = COD-ALUNO
              OR COD-CURSO-SAN NOT = COD-CURSO-ALU
              GO TO 9499-FIM-DESLIG.
           IF SAN-DESLIGAMENTO AND SAN-APROVADA
              AND DATA-INI-SAN NOT > WS-DATA-REF-R
              MOVE 'N' TO WS-ELEGIVEL
              GO TO 9499-FIM-DESLIG.
           GO TO 9410-LE-SANCAO.

       9499-FIM-DESLIG. EXIT.

       0900-FIM.
           IF WS-SEM-TRANC NOT = 'S'
              CLOSE TRANC.
           IF WS-SEM-SANCAO NOT = 'S'
              CLOSE SANCAO.
           CLOSE CADALUNO
                 SEGURO
           CHAIN 'FACAD.EXE'.

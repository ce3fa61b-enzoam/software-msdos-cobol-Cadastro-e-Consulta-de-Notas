       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEVT-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : EVENTOS ACADEMICOS (SEMANA ACADEMICA, PALESTRAS,
      *              OFICINAS) - cadastra o evento com as sessoes
      *              (data e horas), a sala do SALA.DAT e a frequencia
      *              minima (EVENTO.DAT); inscreve alunos do ALUNO.DAT
      *              (INSCEVT.DAT); registra a presenca por sessao e
      *              emite o certificado de participacao numerado no
      *              REGDOC.DAT para quem atingiu a frequencia, lancando
      *              as horas ja validadas como atividade complementar
      *              do aluno (ATIVCOMP.DAT) na categoria do evento
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            CODIGO DE VERIFICACAO NO CERTIFICADO

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

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT EVENTO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EVT
                       FILE STATUS STATUS-EVT.

           SELECT INSCEVT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-INS
                       FILE STATUS STATUS-INS.

           SELECT ATIVCOMP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ATV
                       FILE STATUS STATUS-ATV.

           SELECT REGDOC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY NUMERO-DOC
                       FILE STATUS STATUS-DOC.

           SELECT DOCCTL ASSIGN TO DISK
                       FILE STATUS STATUS-DCTL.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT RELCERT ASSIGN TO PRINTER.

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
               88  ALU-ATIVO           VALUE 'A'.
           05  DATA-SITUACAO-ALU       PIC 9(08).

       FD  CADSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SALA.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-CADSALA.
           05  CHAVE-SALA.
               10  COD-SALA            PIC 9(03).
           05  DESCR-SALA              PIC X(30).
           05  CAPACIDADE-SALA         PIC 9(03).
           05  COD-CAMPUS-SALA         PIC 9(02).
           05  ACESSIVEL-SALA          PIC X(01).
               88  SALA-ACESSIVEL      VALUE 'S'.
           05  FILLER                  PIC X(01).

       FD  EVENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'EVENTO.DAT'
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-EVENTO.
           05  CHAVE-EVT.
               10  COD-EVT             PIC 9(04).
           05  NOME-EVT                PIC X(40).
           05  TIPO-EVT                PIC X(01).
               88  EVT-SEMANA          VALUE 'S'.
               88  EVT-PALESTRA        VALUE 'P'.
               88  EVT-OFICINA         VALUE 'O'.
           05  SALA-EVT                PIC 9(03).
           05  FREQ-MIN-EVT            PIC 9(03).
           05  CATEG-EVT               PIC 9(01).
           05  QTD-SESS-EVT            PIC 9(02).
           05  SESSAO-EVT OCCURS 10 TIMES.
               10  DATA-SESS-EVT       PIC 9(08).
               10  HORAS-SESS-EVT      PIC 9(02).
           05  SIT-EVT                 PIC X(01).
               88  EVT-ABERTO          VALUE 'A'.
               88  EVT-ENCERRADO       VALUE 'E'.
           05  FILLER                  PIC X(05).

       FD  INSCEVT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'INSCEVT.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-INSCEVT.
           05  CHAVE-INS.
               10  COD-EVT-INS         PIC 9(04).
               10  COD-ALUNO-INS       PIC 9(06).
               10  COD-CURSO-INS       PIC 9(02).
           05  NOME-ALUNO-INS          PIC X(35).
           05  PRESENCA-INS            PIC X(01) OCCURS 10 TIMES.
           05  DATA-INSC-INS           PIC 9(08).
           05  NUM-CERT-INS            PIC 9(06).
           05  HORAS-CERT-INS          PIC 9(03).
           05  SEQ-ATV-INS             PIC 9(03).
           05  FILLER                  PIC X(03).

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

       FD  REGDOC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'REGDOC.DAT'
           RECORD CONTAINS 64 CHARACTERS.

       01  REG-REGDOC.
           05  NUMERO-DOC              PIC 9(06).
           05  TIPO-DOC                PIC X(10).
           05  ALUNO-DOC               PIC 9(06).
           05  CURSO-DOC               PIC 9(02).
           05  DATA-DOC                PIC 9(08).
           05  OPERADOR-DOC            PIC X(10).
           05  PARAM-DOC               PIC X(20).
           05  VIA-DOC                 PIC 9(01).
           05  FILLER                  PIC X(01).

       FD  DOCCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DOCCTL.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-DOCCTL.
           05  ULT-NUMERO-DOC          PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       FD  RELCERT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-EVT          PIC X(02) VALUE SPACES.
       01  STATUS-INS          PIC X(02) VALUE SPACES.
       01  STATUS-ATV          PIC X(02) VALUE SPACES.
       01  STATUS-DOC          PIC X(02) VALUE SPACES.
       01  STATUS-DCTL         PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  WS-SEM-SALA         PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  WS-PRES             PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  LIN                 PIC 9(02) VALUE ZEROS.
       01  IDX-SESS            PIC 9(02) VALUE ZEROS.
       01  IDX-ANT             PIC 9(02) VALUE ZEROS.
       01  WS-EVENTO           PIC 9(04) VALUE ZEROS.
       01  WS-SESSAO           PIC 9(02) VALUE ZEROS.
       01  WS-CAPACIDADE       PIC 9(03) VALUE ZEROS.
       01  WS-QTD-INSC         PIC 9(04) VALUE ZEROS.
       01  WS-HORAS-EVT        PIC 9(03) VALUE ZEROS.
       01  WS-SESS-PRES        PIC 9(02) VALUE ZEROS.
       01  WS-HORAS-PRES       PIC 9(03) VALUE ZEROS.
       01  WS-FREQ             PIC 9(03) VALUE ZEROS.
       01  WS-SEQ              PIC 9(03) VALUE ZEROS.
       01  CONT-PRES           PIC 9(04) VALUE ZEROS.
       01  CONT-FALT           PIC 9(04) VALUE ZEROS.
       01  CONT-CERT           PIC 9(04) VALUE ZEROS.
       01  CONT-SEM-FREQ       PIC 9(04) VALUE ZEROS.
       01  WS-NUM-DOC          PIC 9(06) VALUE ZEROS.
       01  WS-TIPO-DOC         PIC X(10) VALUE SPACES.
       01  WS-OPER-DOC         PIC X(10) VALUE SPACES.
       01  WS-DATA-ATUAL.
           05 WS-ANO-ATUAL     PIC 9(04).
           05 WS-MES-ATUAL     PIC 9(02).
           05 WS-DIA-ATUAL     PIC 9(02).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-SESS.
           05 WS-ANO-SESS      PIC 9(04).
           05 WS-MES-SESS      PIC 9(02).
           05 WS-DIA-SESS      PIC 9(02).
       01  WS-DATA-SESS-R REDEFINES WS-DATA-SESS PIC 9(08).
       01  WS-HORAS-SESS       PIC 9(02) VALUE ZEROS.

       01  CERT-L1.
           05 FILLER               PIC X(26) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE
              'CERTIFICADO DE PARTICIPACAO'.

       01  CERT-L2.
           05 FILLER               PIC X(22) VALUE
              'CERTIFICAMOS QUE      '.
           05 NOME-CERT            PIC X(35).
           05 FILLER               PIC X(12) VALUE ' MATRICULA '.
           05 MATR-CERT            PIC 9(06).

       01  CERT-L3.
           05 FILLER               PIC X(22) VALUE
              'PARTICIPOU DO EVENTO  '.
           05 EVENTO-CERT          PIC X(40).

       01  CERT-L4.
           05 FILLER               PIC X(22) VALUE
              'REALIZADO A PARTIR DE '.
           05 DIA-INI-CERT         PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 MES-INI-CERT         PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 ANO-INI-CERT         PIC 9(04).
           05 FILLER               PIC X(23) VALUE
              ', COM CARGA HORARIA DE '.
           05 HORAS-CERT           PIC ZZ9.
           05 FILLER               PIC X(06) VALUE ' HORAS'.

       01  CERT-L5.
           05 FILLER               PIC X(17) VALUE 'DATA DE EMISSAO: '.
           05 DIA-CERT             PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 MES-CERT             PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 ANO-CERT             PIC 9(04).

       01  WS-COD-VERIF        PIC 9(06) VALUE ZEROS.
       01  WS-HASH-ACUM        PIC 9(08) VALUE ZEROS.
       01  WS-HASH-QUOC        PIC 9(08) VALUE ZEROS.
       01  WS-HASH-RESTO       PIC 9(08) VALUE ZEROS.
       01  WS-HASH-VAL         PIC 9(04) VALUE ZEROS.
       01  WS-HASH-POS         PIC 9(02) VALUE ZEROS.
       01  WS-HASH-CAR         PIC X(01) VALUE SPACE.
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

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.
           OPEN I-O EVENTO
           IF STATUS-EVT NOT = '00'
              OPEN OUTPUT EVENTO
              CLOSE EVENTO
              OPEN I-O EVENTO.
           OPEN I-O INSCEVT
           IF STATUS-INS NOT = '00'
              OPEN OUTPUT INSCEVT
              CLOSE INSCEVT
              OPEN I-O INSCEVT.
           OPEN I-O ATIVCOMP
           IF STATUS-ATV NOT = '00'
              OPEN OUTPUT ATIVCOMP
              CLOSE ATIVCOMP
              OPEN I-O ATIVCOMP.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPER-DOC
              CLOSE OPERADOR.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADEVT'
           DISPLAY (02 22) 'EVENTOS ACADEMICOS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             'E=EVENTO  I=INSCRICAO  P=PRESENCA  C=CERTIFICADOS  [ ]'
           DISPLAY (06 10) 'F=FIM'.

       0300-OPCAO.
           ACCEPT (05 62) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'E' OR 'e'
              GO TO 0400-EVENTO.
           IF WS-OPCAO = 'I' OR 'i'
              GO TO 0500-INSCRICAO.
           IF WS-OPCAO = 'P' OR 'p'
              GO TO 0600-PRESENCA.
           IF WS-OPCAO = 'C' OR 'c'
              GO TO 0700-CERTIFICADOS.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0990-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * -------- CADASTRO DO EVENTO E DAS SESSOES --------
       0400-EVENTO.
           DISPLAY (08 10) 'EVENTO [    ]'
           ACCEPT (08 18) COD-EVT WITH PROMPT AUTO-SKIP
           IF COD-EVT = ZEROS
              GO TO 0200-TELA.
           MOVE COD-EVT TO WS-EVENTO
           MOVE 'N' TO ACHOU-REG
           READ EVENTO INVALID KEY
              MOVE ZEROS TO REG-EVENTO
              MOVE WS-EVENTO TO COD-EVT
              MOVE SPACES TO NOME-EVT TIPO-EVT
              MOVE 75 TO FREQ-MIN-EVT
              MOVE 'A' TO SIT-EVT
              GO TO 0410-NOME.
           MOVE 'S' TO ACHOU-REG
           IF EVT-ENCERRADO
              DISPLAY (22 10) 'EVENTO ENCERRADO - CERTIFICADOS EMITIDOS'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (22 10) 'EVENTO JA CADASTRADO - ALTERANDO'.

       0410-NOME.
           DISPLAY (09 10)
             'NOME [                                        ]'
           DISPLAY (09 16) NOME-EVT
           ACCEPT (09 16) NOME-EVT WITH UPDATE AUTO-SKIP
           IF NOME-EVT = SPACES
              DISPLAY (22 10) 'NOME INVALIDO'
              GO TO 0410-NOME.

       0420-TIPO.
           DISPLAY (10 10)
             'TIPO [ ]  S=SEMANA ACADEMICA  P=PALESTRA  O=OFICINA'
           DISPLAY (10 16) TIPO-EVT
           ACCEPT (10 16) TIPO-EVT WITH UPDATE AUTO-SKIP
           IF TIPO-EVT = 's' MOVE 'S' TO TIPO-EVT.
           IF TIPO-EVT = 'p' MOVE 'P' TO TIPO-EVT.
           IF TIPO-EVT = 'o' MOVE 'O' TO TIPO-EVT.
           IF NOT EVT-SEMANA AND NOT EVT-PALESTRA AND NOT EVT-OFICINA
              DISPLAY (22 10) 'TIPO INVALIDO'
              GO TO 0420-TIPO.
           DISPLAY (22 10) LIMPA-LINHA.

       0430-SALA.
           DISPLAY (11 10) 'SALA [   ]'
           DISPLAY (11 16) SALA-EVT
           ACCEPT (11 16) SALA-EVT WITH UPDATE AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-SEM-SALA = 'S'
              GO TO 0440-PARAMETROS.
           MOVE SALA-EVT TO COD-SALA
           READ CADSALA INVALID KEY
              DISPLAY (22 10) 'SALA NAO CADASTRADA'
              GO TO 0430-SALA.
           DISPLAY (11 21) DESCR-SALA
           DISPLAY (11 52) 'CAP.'
           DISPLAY (11 57) CAPACIDADE-SALA.

       0440-PARAMETROS.
           DISPLAY (12 10)
             'FREQUENCIA MINIMA [   ]%  CATEGORIA ATIV. COMPL. [ ]'
           DISPLAY (12 29) FREQ-MIN-EVT
           ACCEPT (12 29) FREQ-MIN-EVT WITH UPDATE AUTO-SKIP
           IF FREQ-MIN-EVT > 100
              DISPLAY (22 10) 'FREQUENCIA INVALIDA'
              GO TO 0440-PARAMETROS.
           DISPLAY (12 61) CATEG-EVT
           ACCEPT (12 61) CATEG-EVT WITH UPDATE AUTO-SKIP
           IF CATEG-EVT < 1 OR CATEG-EVT > 8
              DISPLAY (22 10) 'CATEGORIA INVALIDA (1 A 8)'
              GO TO 0440-PARAMETROS.
           DISPLAY (22 10) LIMPA-LINHA.

       0450-SESSOES.
           DISPLAY (13 10) 'QUANTIDADE DE SESSOES [  ]'
           DISPLAY (13 33) QTD-SESS-EVT
           ACCEPT (13 33) QTD-SESS-EVT WITH UPDATE AUTO-SKIP
           IF QTD-SESS-EVT < 1 OR QTD-SESS-EVT > 10
              DISPLAY (22 10) 'SESSOES INVALIDAS (1 A 10)'
              GO TO 0450-SESSOES.
           DISPLAY (22 10) LIMPA-LINHA
           MOVE 1 TO IDX-SESS.

      * SESSOES EM DUAS COLUNAS: 1-5 NA ESQUERDA, 6-10 NA DIREITA
       0460-SESSAO.
           ADD 13 TO IDX-SESS GIVING LIN
           MOVE DATA-SESS-EVT (IDX-SESS) TO WS-DATA-SESS-R
           MOVE HORAS-SESS-EVT (IDX-SESS) TO WS-HORAS-SESS
           IF IDX-SESS > 5
              SUBTRACT 5 FROM LIN
              DISPLAY (LIN , 42) IDX-SESS
              DISPLAY (LIN , 45) '[        ] HORAS [  ]'
              DISPLAY (LIN , 46) WS-DATA-SESS-R
              DISPLAY (LIN , 63) WS-HORAS-SESS
              ACCEPT (LIN , 46) WS-DATA-SESS-R WITH UPDATE AUTO-SKIP
              ACCEPT (LIN , 63) WS-HORAS-SESS WITH UPDATE AUTO-SKIP
              GO TO 0465-CONFERE.
           DISPLAY (LIN , 10) IDX-SESS
           DISPLAY (LIN , 13) '[        ] HORAS [  ]'
           DISPLAY (LIN , 14) WS-DATA-SESS-R
           DISPLAY (LIN , 31) WS-HORAS-SESS
           ACCEPT (LIN , 14) WS-DATA-SESS-R WITH UPDATE AUTO-SKIP
           ACCEPT (LIN , 31) WS-HORAS-SESS WITH UPDATE AUTO-SKIP.

       0465-CONFERE.
           IF WS-MES-SESS < 1 OR WS-MES-SESS > 12
              OR WS-DIA-SESS < 1 OR WS-DIA-SESS > 31
              OR WS-ANO-SESS < 1997
              DISPLAY (22 10) 'DATA INVALIDA (AAAAMMDD)'
              GO TO 0460-SESSAO.
           IF WS-HORAS-SESS = ZEROS
              DISPLAY (22 10) 'HORAS INVALIDAS'
              GO TO 0460-SESSAO.
           IF IDX-SESS > 1
              SUBTRACT 1 FROM IDX-SESS GIVING IDX-ANT
              IF WS-DATA-SESS-R < DATA-SESS-EVT (IDX-ANT)
                 DISPLAY (22 10) 'SESSAO ANTERIOR A SESSAO PRECEDENTE'
                 GO TO 0460-SESSAO.
           MOVE WS-DATA-SESS-R TO DATA-SESS-EVT (IDX-SESS)
           MOVE WS-HORAS-SESS TO HORAS-SESS-EVT (IDX-SESS)
           DISPLAY (22 10) LIMPA-LINHA
           ADD 1 TO IDX-SESS
           IF IDX-SESS NOT > QTD-SESS-EVT
              GO TO 0460-SESSAO.

      * SESSOES ALEM DA QUANTIDADE INFORMADA FICAM ZERADAS
       0470-ZERA-RESTO.
           IF IDX-SESS > 10
              GO TO 0480-CONFIRMA.
           MOVE ZEROS TO DATA-SESS-EVT (IDX-SESS)
                         HORAS-SESS-EVT (IDX-SESS)
           ADD 1 TO IDX-SESS
           GO TO 0470-ZERA-RESTO.

       0480-CONFIRMA.
           DISPLAY (20 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (20 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (20 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0480-CONFIRMA.
           IF ACHOU-REG = 'S'
              REWRITE REG-EVENTO
              DISPLAY (22 10) 'EVENTO ALTERADO'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-EVENTO
           DISPLAY (22 10) 'EVENTO CADASTRADO'
           STOP ' '
           GO TO 0200-TELA.

      * -------- INSCRICAO DE ALUNOS --------
       0500-INSCRICAO.
           PERFORM 0800-LE-EVENTO THRU 0899-FIM-LE-EVENTO
           IF ACHOU-REG NOT = 'S'
              GO TO 0200-TELA.
           PERFORM 0850-CONTA-INSCRITOS THRU 0859-FIM-CONTA
           DISPLAY (10 10) 'INSCRITOS'
           DISPLAY (10 20) WS-QTD-INSC.

       0510-ALUNO.
           DISPLAY (12 10) 'ALUNO [      ]  CURSO [  ]'
           ACCEPT (12 17) COD-ALUNO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           ACCEPT (12 33) COD-CURSO-ALU WITH PROMPT AUTO-SKIP
           DISPLAY (13 10) LIMPA-LINHA
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0510-ALUNO.
           DISPLAY (13 10) NOME-ALUNO
           IF NOT ALU-ATIVO
              DISPLAY (22 10) 'ALUNO NAO ESTA ATIVO'
              GO TO 0510-ALUNO.
           MOVE WS-EVENTO TO COD-EVT-INS
           MOVE COD-ALUNO TO COD-ALUNO-INS
           MOVE COD-CURSO-ALU TO COD-CURSO-INS
           READ INSCEVT INVALID KEY
              GO TO 0520-VAGA.
           DISPLAY (22 10) 'ALUNO JA INSCRITO NO EVENTO'
           GO TO 0510-ALUNO.

       0520-VAGA.
           IF WS-CAPACIDADE > ZEROS
              AND WS-QTD-INSC NOT < WS-CAPACIDADE
              DISPLAY (22 10) 'LOTACAO DA SALA ESGOTADA'
              STOP ' '
              GO TO 0200-TELA.
           MOVE NOME-ALUNO TO NOME-ALUNO-INS
           MOVE ALL 'F' TO PRESENCA-INS (1) PRESENCA-INS (2)
              PRESENCA-INS (3) PRESENCA-INS (4) PRESENCA-INS (5)
              PRESENCA-INS (6) PRESENCA-INS (7) PRESENCA-INS (8)
              PRESENCA-INS (9) PRESENCA-INS (10)
           MOVE WS-DATA-ATUAL-R TO DATA-INSC-INS
           MOVE ZEROS TO NUM-CERT-INS HORAS-CERT-INS SEQ-ATV-INS
           WRITE REG-INSCEVT INVALID KEY
              DISPLAY (22 10) 'PROBLEMA WRITE INSCEVT ' STATUS-INS
              STOP ' '
              GO TO 0200-TELA.
           ADD 1 TO WS-QTD-INSC
           DISPLAY (10 20) WS-QTD-INSC
           DISPLAY (22 10) 'INSCRICAO GRAVADA'
           GO TO 0510-ALUNO.

      * -------- PRESENCA POR SESSAO (NOS MOLDES DO CADCHAM) --------
       0600-PRESENCA.
           PERFORM 0800-LE-EVENTO THRU 0899-FIM-LE-EVENTO
           IF ACHOU-REG NOT = 'S'
              GO TO 0200-TELA.

       0605-SESSAO.
           DISPLAY (10 10) 'SESSAO [  ]'
           ACCEPT (10 18) WS-SESSAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-SESSAO = ZEROS
              GO TO 0200-TELA.
           IF WS-SESSAO > QTD-SESS-EVT
              DISPLAY (22 10) 'SESSAO NAO PREVISTA NO EVENTO'
              GO TO 0605-SESSAO.
           MOVE DATA-SESS-EVT (WS-SESSAO) TO WS-DATA-SESS-R
           DISPLAY (10 23) WS-DIA-SESS
           DISPLAY (10 25) '/'
           DISPLAY (10 26) WS-MES-SESS
           DISPLAY (10 28) '/'
           DISPLAY (10 29) WS-ANO-SESS
           MOVE ZEROS TO CONT-PRES CONT-FALT
           DISPLAY (12 10)
             '[ ALUNO][                NOME               ] P/F'
           MOVE 12 TO LIN
           MOVE WS-EVENTO TO COD-EVT-INS
           MOVE ZEROS TO COD-ALUNO-INS COD-CURSO-INS
           START INSCEVT KEY NOT LESS THAN CHAVE-INS INVALID KEY
              DISPLAY (22 25) 'NENHUM ALUNO INSCRITO'
              STOP ' '
              GO TO 0200-TELA.

       0610-LE-INSCRITO.
           READ INSCEVT NEXT
           IF STATUS-INS NOT = '00'
              GO TO 0690-RESUMO.
           IF COD-EVT-INS NOT = WS-EVENTO
              GO TO 0690-RESUMO.
           ADD 1 TO LIN
           IF LIN > 21
              DISPLAY (12 01) ERASE
              DISPLAY (12 10)
                '[ ALUNO][                NOME               ] P/F'
              MOVE 13 TO LIN.
           DISPLAY (LIN , 10) COD-ALUNO-INS
           DISPLAY (LIN , 19) NOME-ALUNO-INS
           MOVE PRESENCA-INS (WS-SESSAO) TO WS-PRES.

       0620-MARCA.
           DISPLAY (LIN , 57) WS-PRES
           ACCEPT (LIN , 57) WS-PRES WITH UPDATE AUTO-SKIP
           IF WS-PRES = SPACE
              MOVE 'P' TO WS-PRES.
           IF WS-PRES NOT = 'P' AND 'p' AND 'F' AND 'f'
              DISPLAY (22 31) 'RESPOSTA INVALIDA'
              GO TO 0620-MARCA.
           DISPLAY (22 20)
             '                                                  '
           IF WS-PRES = 'p'
              MOVE 'P' TO WS-PRES.
           IF WS-PRES = 'f'
              MOVE 'F' TO WS-PRES.
           MOVE WS-PRES TO PRESENCA-INS (WS-SESSAO)
           REWRITE REG-INSCEVT
           IF WS-PRES = 'P'
              ADD 1 TO CONT-PRES
           ELSE
              ADD 1 TO CONT-FALT.
           GO TO 0610-LE-INSCRITO.

       0690-RESUMO.
           DISPLAY (22 10) 'PRESENTES:'
           DISPLAY (22 21) CONT-PRES
           DISPLAY (22 28) 'FALTAS:'
           DISPLAY (22 36) CONT-FALT
           STOP ' '
           GO TO 0200-TELA.

      * -------- CERTIFICADOS --------
      * QUEM ATINGIU A FREQUENCIA MINIMA RECEBE O CERTIFICADO COM AS
      * HORAS DAS SESSOES PRESENTES, NUMERADO NO REGDOC, E AS HORAS
      * ENTRAM JA VALIDADAS NO ATIVCOMP. QUEM JA TEM CERTIFICADO NAO
      * E REPROCESSADO
       0700-CERTIFICADOS.
           PERFORM 0800-LE-EVENTO THRU 0899-FIM-LE-EVENTO
           IF ACHOU-REG NOT = 'S'
              GO TO 0200-TELA.
           IF DATA-SESS-EVT (QTD-SESS-EVT) > WS-DATA-ATUAL-R
              DISPLAY (22 10) 'EVENTO AINDA NAO TERMINOU'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (12 10) 'EMITE OS CERTIFICADOS (S OU N) [ ]'
           ACCEPT (12 42) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (12 10) LIMPA-LINHA
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'EMISSAO ABANDONADA'
              STOP ' '
              GO TO 0200-TELA.
           MOVE ZEROS TO CONT-CERT CONT-SEM-FREQ
           MOVE WS-DIA-ATUAL TO DIA-CERT
           MOVE WS-MES-ATUAL TO MES-CERT
           MOVE WS-ANO-ATUAL TO ANO-CERT
           MOVE NOME-EVT TO EVENTO-CERT
           MOVE DATA-SESS-EVT (1) TO WS-DATA-SESS-R
           MOVE WS-DIA-SESS TO DIA-INI-CERT
           MOVE WS-MES-SESS TO MES-INI-CERT
           MOVE WS-ANO-SESS TO ANO-INI-CERT
           OPEN OUTPUT RELCERT
           MOVE WS-EVENTO TO COD-EVT-INS
           MOVE ZEROS TO COD-ALUNO-INS COD-CURSO-INS
           START INSCEVT KEY NOT LESS THAN CHAVE-INS INVALID KEY
              GO TO 0790-ENCERRA.

       0710-LE-INSCRITO.
           READ INSCEVT NEXT
           IF STATUS-INS NOT = '00'
              GO TO 0790-ENCERRA.
           IF COD-EVT-INS NOT = WS-EVENTO
              GO TO 0790-ENCERRA.
           IF NUM-CERT-INS NOT = ZEROS
              GO TO 0710-LE-INSCRITO.
           MOVE ZEROS TO WS-SESS-PRES WS-HORAS-PRES
           MOVE 1 TO IDX-SESS
           PERFORM 0720-SOMA-SESSAO QTD-SESS-EVT TIMES
           COMPUTE WS-FREQ = WS-SESS-PRES * 100 / QTD-SESS-EVT
           IF WS-FREQ < FREQ-MIN-EVT OR WS-HORAS-PRES = ZEROS
              ADD 1 TO CONT-SEM-FREQ
              GO TO 0710-LE-INSCRITO.

           MOVE NOME-ALUNO-INS TO NOME-CERT
           MOVE COD-ALUNO-INS TO MATR-CERT
           MOVE WS-HORAS-PRES TO HORAS-CERT
           WRITE REG-ORELATO FROM CERT-L1 AFTER PAGE
           WRITE REG-ORELATO FROM CERT-L2 AFTER 5
           WRITE REG-ORELATO FROM CERT-L3 AFTER 2
           WRITE REG-ORELATO FROM CERT-L4 AFTER 2
           WRITE REG-ORELATO FROM CERT-L5 AFTER 4
           MOVE 'CERTEVENTO' TO WS-TIPO-DOC
           MOVE COD-ALUNO-INS TO ALUNO-DOC
           MOVE COD-CURSO-INS TO CURSO-DOC
           MOVE WS-DATA-ATUAL-R TO DATA-DOC
           MOVE SPACES TO PARAM-DOC
           MOVE 'EVENTO' TO PARAM-DOC
           MOVE WS-EVENTO TO PARAM-DOC (8:4)
           PERFORM 9910-REGISTRA-DOC
           WRITE REG-ORELATO FROM DOC-LINE AFTER 2

           PERFORM 0750-LANCA-ATIVIDADE THRU 0759-FIM-LANCA
           MOVE WS-NUM-DOC TO NUM-CERT-INS
           MOVE WS-HORAS-PRES TO HORAS-CERT-INS
           MOVE WS-SEQ TO SEQ-ATV-INS
           REWRITE REG-INSCEVT
           ADD 1 TO CONT-CERT
           GO TO 0710-LE-INSCRITO.

       0720-SOMA-SESSAO.
           IF PRESENCA-INS (IDX-SESS) = 'P'
              ADD 1 TO WS-SESS-PRES
              ADD HORAS-SESS-EVT (IDX-SESS) TO WS-HORAS-PRES.
           ADD 1 TO IDX-SESS.

      * HORAS DO CERTIFICADO VIRAM ATIVIDADE COMPLEMENTAR VALIDADA,
      * NA PROXIMA SEQUENCIA DO ALUNO, SEM PROTOCOLO (CERTIFICADO
      * EMITIDO PELA PROPRIA INSTITUICAO)
       0750-LANCA-ATIVIDADE.
           MOVE ZEROS TO WS-SEQ
           MOVE COD-CURSO-INS TO COD-CURSO-ATV
           MOVE COD-ALUNO-INS TO COD-ALUNO-ATV
           MOVE ZEROS TO SEQ-ATV
           START ATIVCOMP KEY NOT LESS THAN CHAVE-ATV INVALID KEY
              GO TO 0756-GRAVA.

       0752-LE-SEQ.
           READ ATIVCOMP NEXT
           IF STATUS-ATV NOT = '00'
              GO TO 0756-GRAVA.
           IF COD-CURSO-ATV NOT = COD-CURSO-INS
              OR COD-ALUNO-ATV NOT = COD-ALUNO-INS
              GO TO 0756-GRAVA.
           MOVE SEQ-ATV TO WS-SEQ
           GO TO 0752-LE-SEQ.

       0756-GRAVA.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO REG-ATIVCOMP
           MOVE COD-CURSO-INS TO COD-CURSO-ATV
           MOVE COD-ALUNO-INS TO COD-ALUNO-ATV
           MOVE WS-SEQ TO SEQ-ATV
           MOVE CATEG-EVT TO CATEG-ATV
           MOVE NOME-EVT TO DESCR-ATV
           MOVE WS-HORAS-PRES TO HORAS-DECL-ATV HORAS-ACEITAS-ATV
           MOVE ZEROS TO NUM-PROT-ATV
           MOVE WS-DATA-ATUAL-R TO DATA-ENTREGA-ATV DATA-SIT-ATV
           MOVE 'V' TO SIT-ATV
           WRITE REG-ATIVCOMP INVALID KEY
              DISPLAY (22 10) 'PROBLEMA WRITE ATIVCOMP ' STATUS-ATV
              STOP ' '
              DISPLAY (22 10) LIMPA-LINHA.

       0759-FIM-LANCA. EXIT.

       0790-ENCERRA.
           CLOSE RELCERT
           MOVE WS-EVENTO TO COD-EVT
           READ EVENTO
           IF STATUS-EVT = '00'
              MOVE 'E' TO SIT-EVT
              REWRITE REG-EVENTO.
           DISPLAY (14 10) 'CERTIFICADOS EMITIDOS'
           DISPLAY (14 33) CONT-CERT
           DISPLAY (15 10) 'SEM FREQUENCIA MINIMA'
           DISPLAY (15 33) CONT-SEM-FREQ
           STOP ' '
           GO TO 0200-TELA.

      * LE O EVENTO PEDIDO NA TELA; NA INSCRICAO E NA PRESENCA SO
      * EVENTO ABERTO
       0800-LE-EVENTO.
           MOVE 'N' TO ACHOU-REG
           DISPLAY (08 10) 'EVENTO [    ]'
           ACCEPT (08 18) WS-EVENTO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-EVENTO = ZEROS
              GO TO 0899-FIM-LE-EVENTO.
           MOVE WS-EVENTO TO COD-EVT
           READ EVENTO INVALID KEY
              DISPLAY (22 10) 'EVENTO NAO CADASTRADO'
              GO TO 0800-LE-EVENTO.
           DISPLAY (08 24) NOME-EVT
           IF EVT-ENCERRADO
              DISPLAY (22 10) 'EVENTO ENCERRADO - CERTIFICADOS EMITIDOS'
              STOP ' '
              GO TO 0899-FIM-LE-EVENTO.
           MOVE ZEROS TO WS-CAPACIDADE
           IF WS-SEM-SALA NOT = 'S'
              MOVE SALA-EVT TO COD-SALA
              READ CADSALA
              IF STATUS-SALA = '00'
                 MOVE CAPACIDADE-SALA TO WS-CAPACIDADE.
           MOVE 'S' TO ACHOU-REG.

       0899-FIM-LE-EVENTO. EXIT.

       0850-CONTA-INSCRITOS.
           MOVE ZEROS TO WS-QTD-INSC
           MOVE WS-EVENTO TO COD-EVT-INS
           MOVE ZEROS TO COD-ALUNO-INS COD-CURSO-INS
           START INSCEVT KEY NOT LESS THAN CHAVE-INS INVALID KEY
              GO TO 0859-FIM-CONTA.

       0852-LE-CONTA.
           READ INSCEVT NEXT
           IF STATUS-INS NOT = '00'
              GO TO 0859-FIM-CONTA.
           IF COD-EVT-INS NOT = WS-EVENTO
              GO TO 0859-FIM-CONTA.
           ADD 1 TO WS-QTD-INSC
           GO TO 0852-LE-CONTA.

       0859-FIM-CONTA. EXIT.

       9910-REGISTRA-DOC.
           OPEN I-O DOCCTL
           IF STATUS-DCTL NOT = '00'
              OPEN OUTPUT DOCCTL
              MOVE ZEROS TO ULT-NUMERO-DOC
              WRITE REG-DOCCTL
              CLOSE DOCCTL
              OPEN I-O DOCCTL.
           READ DOCCTL
           IF STATUS-DCTL NOT = '00'
              MOVE ZEROS TO ULT-NUMERO-DOC.
           ADD 1 TO ULT-NUMERO-DOC
           REWRITE REG-DOCCTL
           CLOSE DOCCTL
           MOVE ULT-NUMERO-DOC TO WS-NUM-DOC

           OPEN I-O REGDOC
           IF STATUS-DOC NOT = '00'
              OPEN OUTPUT REGDOC
              CLOSE REGDOC
              OPEN I-O REGDOC.
           MOVE WS-NUM-DOC TO NUMERO-DOC
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

       0990-FIM.
           CLOSE CADALUNO
                 EVENTO
                 INSCEVT
                 ATIVCOMP
           IF WS-SEM-SALA NOT = 'S'
              CLOSE CADSALA.
           CHAIN 'FACAD.EXE'.

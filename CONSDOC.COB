      *                          DEBITO EM TAXAS.DAT P/ O CAIXA
      * 1.3      /  /            AVISO DE DOCUMENTO DE ADMISSAO
      *                          PENDENTE (CADDOC/DOCALU.DAT)
      * 1.4      /  /            VERIFICACAO DE AUTENTICIDADE PELO
      *                          NUMERO E CODIGO DE VERIFICACAO DO
      *                          DOCUMENTO - CODIGO NA 2A VIA

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-EMP
                       FILE STATUS STATUS-EMP.

           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT SEGVIA ASSIGN TO PRINTER.

       DATA DIVISION.
           05  MULTA-EMP               PIC 9(03)V99.
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
           05  FILLER                  PIC X(85).

       FD  SEGVIA
           LABEL RECORD OMITTED.

           05 WS-MES-ATUAL         PIC 9(02).
           05 WS-DIA-ATUAL         PIC 9(02).
       01  LIN                     PIC 99 VALUE ZEROS.
       01  STATUS-ALU              PIC X(02) VALUE SPACES.
       01  WS-SEM-ALUNO            PIC X VALUE 'N'.
       01  WS-COD-INF              PIC 9(06) VALUE ZEROS.
       01  WS-VIA-VER              PIC 9(01) VALUE ZEROS.
       01  WS-ULT-VIA              PIC 9(01) VALUE ZEROS.
       01  WS-NUM-APONTA           PIC 9(06) VALUE ZEROS.
       01  WS-NUM-NOVA             PIC 9(06) VALUE ZEROS.
       01  WS-DATA-ED.
           05 DIA-ED               PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 MES-ED               PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 ANO-ED               PIC 9(04).
       01  WS-COD-VERIF            PIC 9(06) VALUE ZEROS.
       01  WS-HASH-ACUM            PIC 9(08) VALUE ZEROS.
       01  WS-HASH-QUOC            PIC 9(08) VALUE ZEROS.
       01  WS-HASH-RESTO           PIC 9(08) VALUE ZEROS.
       01  WS-HASH-VAL             PIC 9(04) VALUE ZEROS.
       01  WS-HASH-POS             PIC 9(02) VALUE ZEROS.
       01  WS-HASH-CAR             PIC X(01) VALUE SPACE.
      * A POSICAO DO CARACTER NESTA TABELA E O SEU PESO NO CODIGO
      * DE VERIFICACAO - A MESMA TABELA ESTA NOS PROGRAMAS QUE
      * REGISTRAM DOCUMENTOS (HISTESC, GRADFORM, TRANSOUT, CADEVT,
      * DECLQUIT)
       01  TAB-HASH-CARACT.
           05 FILLER               PIC X(37) VALUE
              ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER               PIC X(30) VALUE
              'abcdefghijklmnopqrstuvwxyz.,-/'.

       01  VIA-L1.
           05 FILLER               PIC X(34) VALUE
              '  EMISSAO ORIGINAL:  '.
           05 DATA-VIA-L4          PIC 9(08).

       01  VIA-L5.
           05 FILLER               PIC X(22) VALUE
              'CODIGO DE VERIFICACAO '.
           05 COD-VIA-L5           PIC 9(06).

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT EMPREST
           IF STATUS-EMP NOT = '00'
              MOVE 'S' TO WS-SEM-EMPREST.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              MOVE 'S' TO WS-SEM-ALUNO.
           OPEN I-O REGDOC
           IF STATUS-DOC NOT = '00'
              DISPLAY (12 18) 'REGDOC.DAT INEXISTENTE - NADA EXPEDIDO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             '1-POR ALUNO  2-POR PERIODO  3-SEGUNDA VIA  4-SAIR'
           DISPLAY (06 10) '5-VERIFICA AUTENTICIDADE'
           DISPLAY (07 10) 'OPCAO [ ]'.

       0250-OPCAO.
              GO TO 2000-POR-PERIODO.
           IF WS-OPCAO = 3
              GO TO 3000-SEGUNDA-VIA.
           IF WS-OPCAO = 5
              GO TO 4000-VERIFICA.
           DISPLAY (22 31) 'OPCAO INVALIDA'
           GO TO 0250-OPCAO.

           MOVE WS-DIA-ATUAL TO DATA-DOC (7:2)
           MOVE WS-OPERADOR TO OPERADOR-DOC
           MOVE WS-NOVA-VIA TO VIA-DOC
           PERFORM 9950-CODIGO-VERIF THRU 9959-FIM-CODIGO
           WRITE REG-REGDOC INVALID KEY
              CONTINUE.

           OPEN OUTPUT SEGVIA
           MOVE ULT-NUMERO-DOC TO NUM-VIA-L2
           MOVE WS-NOVA-VIA TO VIA-VIA-L2
           MOVE WS-COD-VERIF TO COD-VIA-L5
           WRITE REG-ORELATO FROM VIA-L1 AFTER PAGE
           WRITE REG-ORELATO FROM VIA-L2 AFTER 2
           WRITE REG-ORELATO FROM VIA-L3 AFTER 1
           WRITE REG-ORELATO FROM VIA-L4 AFTER 1
           WRITE REG-ORELATO FROM VIA-L5 AFTER 1
           CLOSE SEGVIA
           PERFORM 3500-COBRA-TAXA THRU 3599-FIM-TAXA
           DISPLAY (22 24) 'SEGUNDA VIA EMITIDA'
           STOP ' '
           GO TO 0200-TELA.

      * -------- VERIFICACAO DE AUTENTICIDADE --------
      * QUEM RECEBE O DOCUMENTO INFORMA O NUMERO E O CODIGO IMPRESSOS;
      * O CODIGO E REFEITO SOBRE O REGISTRO DE EXPEDICAO E, CONFERINDO,
      * MOSTRA O REGISTRO E SE AQUELA VIA JA FOI SUBSTITUIDA
       4000-VERIFICA.
           DISPLAY (09 10)
             'NUMERO DO DOCUMENTO [      ]  CODIGO [      ]'
           ACCEPT (09 31) WS-NUM-ESC WITH PROMPT AUTO-SKIP
           IF WS-NUM-ESC = ZEROS
              GO TO 0200-TELA.
           ACCEPT (09 48) WS-COD-INF WITH PROMPT AUTO-SKIP
           MOVE WS-NUM-ESC TO NUMERO-DOC
           READ REGDOC INVALID KEY
              DISPLAY (22 24) 'DOCUMENTO NAO REGISTRADO'
              STOP ' '
              GO TO 0200-TELA.
           PERFORM 9950-CODIGO-VERIF THRU 9959-FIM-CODIGO
           IF WS-COD-VERIF NOT = WS-COD-INF
              DISPLAY (22 18)
                'CODIGO NAO CONFERE - DOCUMENTO NAO AUTENTICO'
              STOP ' '
              GO TO 0200-TELA.

           MOVE SPACES TO NOME-ALUNO
           IF WS-SEM-ALUNO NOT = 'S'
              MOVE ALUNO-DOC TO COD-ALUNO
              MOVE CURSO-DOC TO COD-CURSO-ALU
              READ CADALUNO INVALID KEY
                 MOVE 'ALUNO NAO CADASTRADO' TO NOME-ALUNO.
           MOVE DATA-DOC (7:2) TO DIA-ED
           MOVE DATA-DOC (5:2) TO MES-ED
           MOVE DATA-DOC (1:4) TO ANO-ED
           MOVE NUMERO-DOC TO WS-NUM-ORIG
           MOVE 1 TO WS-VIA-VER
           IF PARAM-DOC (1:6) = '2A VIA'
              MOVE PARAM-DOC (8:6) TO WS-NUM-ORIG
              MOVE VIA-DOC TO WS-VIA-VER.
           DISPLAY (11 10) 'DOCUMENTO AUTENTICO - REGISTRO DE EXPEDICAO'
           DISPLAY (13 10) 'ALUNO..:'
           DISPLAY (13 19) ALUNO-DOC
           DISPLAY (13 26) NOME-ALUNO
           DISPLAY (14 10) 'CURSO..:'
           DISPLAY (14 19) CURSO-DOC
           DISPLAY (15 10) 'TIPO...:'
           DISPLAY (15 19) TIPO-DOC
           DISPLAY (16 10) 'EMISSAO:'
           DISPLAY (16 19) WS-DATA-ED
           DISPLAY (17 10) 'VIA....:'
           DISPLAY (17 19) WS-VIA-VER
           IF WS-VIA-VER > 1
              DISPLAY (17 22) 'DO DOCUMENTO ORIGINAL'
              DISPLAY (17 44) WS-NUM-ORIG.

      * O ORIGINAL GUARDA EM VIA-DOC QUANTAS VIAS FORAM EMITIDAS
           MOVE WS-VIA-VER TO WS-ULT-VIA
           MOVE WS-NUM-ORIG TO NUMERO-DOC
           READ REGDOC INVALID KEY
              GO TO 4090-SITUACAO.
           MOVE VIA-DOC TO WS-ULT-VIA
           IF WS-ULT-VIA NOT > WS-VIA-VER
              GO TO 4090-SITUACAO.
           MOVE ZEROS TO WS-NUM-NOVA
           START REGDOC KEY GREATER THAN NUMERO-DOC INVALID KEY
              GO TO 4090-SITUACAO.

       4010-LE-VIA.
           READ REGDOC NEXT
           IF STATUS-DOC NOT = '00'
              GO TO 4090-SITUACAO.
           IF PARAM-DOC (1:6) NOT = '2A VIA'
              GO TO 4010-LE-VIA.
           MOVE PARAM-DOC (8:6) TO WS-NUM-APONTA
           IF WS-NUM-APONTA = WS-NUM-ORIG AND VIA-DOC = WS-ULT-VIA
              MOVE NUMERO-DOC TO WS-NUM-NOVA
              GO TO 4090-SITUACAO.
           GO TO 4010-LE-VIA.

       4090-SITUACAO.
           IF WS-ULT-VIA NOT > WS-VIA-VER
              DISPLAY (19 10) 'SITUACAO: VIA VIGENTE'
           ELSE
              DISPLAY (19 10) 'SITUACAO: VIA SUBSTITUIDA PELA VIA'
              DISPLAY (19 45) WS-ULT-VIA
              IF WS-NUM-NOVA NOT = ZEROS
                 DISPLAY (19 47) 'DOCUMENTO N.'
                 DISPLAY (19 60) WS-NUM-NOVA.
           STOP ' '
           GO TO 0200-TELA.

       8000-LINHA-TELA.
           ADD 1 TO LIN
           IF LIN > 20

       0900-FIM.
           CLOSE REGDOC
           IF WS-SEM-ALUNO NOT = 'S'
              CLOSE CADALUNO.
           CHAIN 'FACAD.EXE'.

      * EMPRESTIMOS DA BIBLIOTECA AINDA EM ABERTO DO ALUNO
           GO TO 9752-LE-DOCALU.

       9759-FIM-DOCS. EXIT.

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

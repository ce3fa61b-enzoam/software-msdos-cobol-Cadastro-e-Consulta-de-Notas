       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPATR-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : Manutencao do cadastro de PATRIMONIO (PATRIM.DAT)
      *              - item, numero de tombamento, data e valor de
      *              aquisicao e a sala/campus onde o bem esta. Toda
      *              inclusao, transferencia entre salas ou campus e
      *              baixa fica gravada em PATMOV.DAT com o operador.
      *              Sala 000 = deposito do campus informado.
      *              A contagem anual e o INVPATR / RELINVP e a
      *              relacao de equipamentos por sala o RELPATR.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRIM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PAT
                       FILE STATUS STATUS-PAT.

           SELECT PATMOV ASSIGN TO DISK
                       FILE STATUS STATUS-MOV.

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT CAMPUS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CAMP
                       FILE STATUS STATUS-CAMP.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  PATRIM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PATRIM.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-PATRIM.
           05  CHAVE-PAT.
               10  TOMBO-PAT           PIC 9(06).
           05  DESCR-PAT               PIC X(30).
           05  TIPO-PAT                PIC X(01).
               88  TIPO-VALIDO         VALUE 'E' 'I' 'M' 'O'.
           05  DATA-AQUIS-PAT          PIC 9(08).
           05  VALOR-PAT               PIC 9(07)V99.
           05  COD-SALA-PAT            PIC 9(03).
           05  COD-CAMPUS-PAT          PIC 9(02).
           05  SIT-PAT                 PIC X(01).
               88  PAT-ATIVO           VALUE 'A'.
               88  PAT-BAIXADO         VALUE 'B'.
           05  DATA-SIT-PAT            PIC 9(08).
           05  OPER-PAT                PIC X(10).
           05  FILLER                  PIC X(22).

       FD  PATMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PATMOV.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PATMOV.
           05  DATA-MOV                PIC 9(08).
           05  TOMBO-MOV               PIC 9(06).
           05  TIPO-MOV                PIC X(01).
               88  MOV-INCLUSAO        VALUE 'I'.
               88  MOV-TRANSFERE       VALUE 'T'.
               88  MOV-BAIXA           VALUE 'B'.
           05  SALA-ORIG-MOV           PIC 9(03).
           05  CAMPUS-ORIG-MOV         PIC 9(02).
           05  SALA-DEST-MOV           PIC 9(03).
           05  CAMPUS-DEST-MOV         PIC 9(02).
           05  OPER-MOV                PIC X(10).
           05  MOTIVO-MOV              PIC X(30).
           05  FILLER                  PIC X(15).

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

       FD  CAMPUS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CAMPUS.DAT'
           RECORD CONTAINS 70 CHARACTERS.

       01  REG-CAMPUS.
           05  CHAVE-CAMP.
               10  COD-CAMPUS          PIC 9(02).
           05  NOME-CAMPUS             PIC X(30).
           05  ENDERECO-CAMPUS         PIC X(30).
           05  FILLER                  PIC X(08).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-PAT          PIC X(02) VALUE SPACES.
       01  STATUS-MOV          PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-CAMP         PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  WS-SEM-SALA         PIC X VALUE 'N'.
       01  WS-SEM-CAMPUS       PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-TOMBO            PIC 9(06) VALUE ZEROS.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  WS-SALA             PIC 9(03) VALUE ZEROS.
       01  WS-CAMPUS           PIC 9(02) VALUE ZEROS.
       01  WS-MOTIVO           PIC X(30) VALUE SPACES.
       01  WS-DATA-TESTE.
           05  WS-ANO-TESTE    PIC 9(04).
           05  WS-MES-TESTE    PIC 9(02).
           05  WS-DIA-TESTE    PIC 9(02).
       01  WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE PIC 9(08).
       01  ACHOU-PAT           PIC X VALUE 'N'.
           88  PAT-EXISTENTE   VALUE 'S'.
       01  LIN                 PIC 99 VALUE ZEROS.
       01  WS-IND              PIC 99 VALUE ZEROS.
       01  WS-QTD-HIST         PIC 99 VALUE ZEROS.
       01  TAB-HIST.
           05  T-HIST OCCURS 6 TIMES PIC X(80).
       01  VALOR-TELA          PIC Z.ZZZ.ZZ9,99.
       01  LIMPA-LINHA         PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN I-O PATRIM
           IF STATUS-PAT = '00'
              GO TO 0110-OPEN-MOV.
           OPEN OUTPUT PATRIM
           CLOSE PATRIM
           OPEN I-O PATRIM.

       0110-OPEN-MOV.
           OPEN EXTEND PATMOV
           IF STATUS-MOV NOT = '00'
              OPEN OUTPUT PATMOV
              CLOSE PATMOV
              OPEN EXTEND PATMOV.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.
           OPEN INPUT CAMPUS
           IF STATUS-CAMP NOT = '00'
              MOVE 'S' TO WS-SEM-CAMPUS.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADPATR'
           DISPLAY (02 30) 'SISTEMA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 26) '[ CADASTRO DE PATRIMONIO ]'
           DISPLAY (06 10) 'TOMBAMENTO [      ]'
           DISPLAY (08 10) 'DESCRICAO ['
           DISPLAY (08 51) ']'
           DISPLAY (09 10)
             'TIPO [ ]  E=EQUIPAMENTO I=INFORMATICA M=MOBILIA O=OUTRO'
           DISPLAY (10 10) 'AQUISICAO (AAAAMMDD) [        ]'
           DISPLAY (11 10) 'VALOR [            ]'
           DISPLAY (12 10) 'SALA [   ]  CAMPUS [  ]'
           DISPLAY (12 35) '(SALA 000 = DEPOSITO)'.

       0300-TOMBO.
           ACCEPT (06 22) WS-TOMBO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-TOMBO = ZEROS
              GO TO 1200-FINALIZA.
           MOVE WS-TOMBO TO TOMBO-PAT
           MOVE 'N' TO ACHOU-PAT
           READ PATRIM INVALID KEY
              GO TO 0350-NOVO.
           MOVE 'S' TO ACHOU-PAT
           PERFORM 0900-MOSTRA THRU 0999-FIM-MOSTRA
           GO TO 0700-OPCAO.

       0350-NOVO.
           MOVE SPACES TO DESCR-PAT TIPO-PAT OPER-PAT
           MOVE ZEROS TO DATA-AQUIS-PAT VALOR-PAT COD-SALA-PAT
                         COD-CAMPUS-PAT DATA-SIT-PAT
           MOVE 'A' TO SIT-PAT
           DISPLAY (22 10) 'TOMBAMENTO NOVO - INCLUINDO'.

       0400-DESCRICAO.
           ACCEPT (08 21) DESCR-PAT WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF DESCR-PAT = SPACES
              DISPLAY (22 10) 'DESCRICAO INVALIDA'
              GO TO 0400-DESCRICAO.

       0410-TIPO.
           ACCEPT (09 16) TIPO-PAT WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF TIPO-PAT = 'e' MOVE 'E' TO TIPO-PAT.
           IF TIPO-PAT = 'i' MOVE 'I' TO TIPO-PAT.
           IF TIPO-PAT = 'm' MOVE 'M' TO TIPO-PAT.
           IF TIPO-PAT = 'o' MOVE 'O' TO TIPO-PAT.
           IF NOT TIPO-VALIDO
              DISPLAY (22 10) 'TIPO INVALIDO'
              GO TO 0410-TIPO.

       0420-AQUISICAO.
           ACCEPT (10 32) DATA-AQUIS-PAT WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE DATA-AQUIS-PAT TO WS-DATA-TESTE-R
           IF WS-MES-TESTE < 1 OR > 12
              OR WS-DIA-TESTE < 1 OR > 31
              OR WS-ANO-TESTE < 1900
              OR DATA-AQUIS-PAT > WS-DATA-HOJE
              DISPLAY (22 10) 'DATA DE AQUISICAO INVALIDA'
              GO TO 0420-AQUISICAO.

       0430-VALOR.
           ACCEPT (11 17) VALOR-PAT WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE VALOR-PAT TO VALOR-TELA
           DISPLAY (11 17) VALOR-TELA
           IF PAT-EXISTENTE
              GO TO 0600-CONFIRMA.

       0440-LOCAL.
           PERFORM 0800-LOCAL THRU 0899-FIM-LOCAL
           MOVE WS-SALA TO COD-SALA-PAT
           MOVE WS-CAMPUS TO COD-CAMPUS-PAT.

       0600-CONFIRMA.
           DISPLAY (22 10) 'CONFIRMA (S OU N)  [ X ]'
           ACCEPT (22 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              DISPLAY (22 10) 'OPERACAO ABANDONADA'
              STOP ' '
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0600-CONFIRMA.
           MOVE WS-OPERADOR TO OPER-PAT
           IF PAT-EXISTENTE
              REWRITE REG-PATRIM
              DISPLAY (22 10) 'ITEM ALTERADO'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-PATRIM
           MOVE 'I' TO TIPO-MOV
           MOVE ZEROS TO SALA-ORIG-MOV CAMPUS-ORIG-MOV
           MOVE 'INCLUSAO NO PATRIMONIO' TO WS-MOTIVO
           PERFORM 1000-GRAVA-MOV THRU 1099-FIM-MOV
           DISPLAY (22 10) 'ITEM INCLUIDO'
           STOP ' '
           GO TO 0200-TELA.

      * ITEM JA CADASTRADO - ALTERA, TRANSFERE, BAIXA OU HISTORICO
       0700-OPCAO.
           IF PAT-BAIXADO
              DISPLAY (14 10) 'ITEM BAIXADO EM'
              DISPLAY (14 26) DATA-SIT-PAT
              DISPLAY (16 10) 'H=HISTORICO  F=FIM [ ]'
              ACCEPT (16 30) WS-OPCAO WITH PROMPT AUTO-SKIP
           ELSE
              DISPLAY (16 10)
                'A=ALTERA T=TRANSFERE B=BAIXA H=HISTORICO F=FIM [ ]'
              ACCEPT (16 58) WS-OPCAO WITH PROMPT AUTO-SKIP.
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'F' OR 'f' OR SPACE
              GO TO 0200-TELA.
           IF WS-OPCAO = 'H' OR 'h'
              GO TO 1100-HISTORICO.
           IF PAT-BAIXADO
              DISPLAY (22 10) 'OPCAO INVALIDA'
              GO TO 0700-OPCAO.
           IF WS-OPCAO = 'A' OR 'a'
              DISPLAY (16 10) LIMPA-LINHA
              GO TO 0400-DESCRICAO.
           IF WS-OPCAO = 'T' OR 't'
              GO TO 0720-TRANSFERE.
           IF WS-OPCAO = 'B' OR 'b'
              GO TO 0760-BAIXA.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0700-OPCAO.

       0720-TRANSFERE.
           DISPLAY (16 10) LIMPA-LINHA
           DISPLAY (16 10) 'NOVO LOCAL:'
           DISPLAY (12 16) '   '
           DISPLAY (12 30) '  '
           PERFORM 0800-LOCAL THRU 0899-FIM-LOCAL
           IF WS-SALA = COD-SALA-PAT AND WS-CAMPUS = COD-CAMPUS-PAT
              DISPLAY (22 10) 'ITEM JA ESTA NESTE LOCAL'
              STOP ' '
              GO TO 0200-TELA.
           PERFORM 0780-MOTIVO THRU 0789-FIM-MOTIVO
           PERFORM 0790-CONFIRMA THRU 0799-FIM-CONFIRMA
           IF WS-RESPOSTA NOT = 'S'
              GO TO 0200-TELA.
           MOVE 'T' TO TIPO-MOV
           MOVE COD-SALA-PAT TO SALA-ORIG-MOV
           MOVE COD-CAMPUS-PAT TO CAMPUS-ORIG-MOV
           MOVE WS-SALA TO COD-SALA-PAT
           MOVE WS-CAMPUS TO COD-CAMPUS-PAT
           MOVE WS-OPERADOR TO OPER-PAT
           REWRITE REG-PATRIM
           PERFORM 1000-GRAVA-MOV THRU 1099-FIM-MOV
           DISPLAY (22 10) 'ITEM TRANSFERIDO'
           STOP ' '
           GO TO 0200-TELA.

       0760-BAIXA.
           DISPLAY (16 10) LIMPA-LINHA
           DISPLAY (16 10) 'BAIXA DO ITEM'
           PERFORM 0780-MOTIVO THRU 0789-FIM-MOTIVO
           PERFORM 0790-CONFIRMA THRU 0799-FIM-CONFIRMA
           IF WS-RESPOSTA NOT = 'S'
              GO TO 0200-TELA.
           MOVE 'B' TO TIPO-MOV
           MOVE COD-SALA-PAT TO SALA-ORIG-MOV
           MOVE COD-CAMPUS-PAT TO CAMPUS-ORIG-MOV
           MOVE 'B' TO SIT-PAT
           MOVE WS-DATA-HOJE TO DATA-SIT-PAT
           MOVE WS-OPERADOR TO OPER-PAT
           REWRITE REG-PATRIM
           PERFORM 1000-GRAVA-MOV THRU 1099-FIM-MOV
           DISPLAY (22 10) 'ITEM BAIXADO'
           STOP ' '
           GO TO 0200-TELA.

       0780-MOTIVO.
           MOVE SPACES TO WS-MOTIVO
           DISPLAY (18 10) 'MOTIVO ['
           DISPLAY (18 48) ']'
           ACCEPT (18 18) WS-MOTIVO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-MOTIVO = SPACES
              DISPLAY (22 10) 'INFORME O MOTIVO'
              GO TO 0780-MOTIVO.

       0789-FIM-MOTIVO. EXIT.

       0790-CONFIRMA.
           DISPLAY (22 10) 'CONFIRMA (S OU N)  [ X ]'
           ACCEPT (22 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-RESPOSTA = 's'
              MOVE 'S' TO WS-RESPOSTA.
           IF WS-RESPOSTA = 'N' OR 'n'
              DISPLAY (22 10) 'OPERACAO ABANDONADA'
              STOP ' '
              GO TO 0799-FIM-CONFIRMA.
           IF WS-RESPOSTA NOT = 'S'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0790-CONFIRMA.

       0799-FIM-CONFIRMA. EXIT.

      * SALA CADASTRADA DA O CAMPUS; SALA 000 PEDE O CAMPUS DO
      * DEPOSITO
       0800-LOCAL.
           ACCEPT (12 16) WS-SALA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-SALA = ZEROS
              GO TO 0820-CAMPUS.
           IF WS-SEM-SALA = 'S'
              DISPLAY (22 10) 'SEM CADASTRO DE SALAS - USE 000'
              GO TO 0800-LOCAL.
           MOVE WS-SALA TO COD-SALA
           READ CADSALA INVALID KEY
              DISPLAY (22 10) 'SALA NAO CADASTRADA'
              GO TO 0800-LOCAL.
           MOVE COD-CAMPUS-SALA TO WS-CAMPUS
           DISPLAY (12 30) WS-CAMPUS
           DISPLAY (13 16) DESCR-SALA
           GO TO 0899-FIM-LOCAL.

       0820-CAMPUS.
           ACCEPT (12 30) WS-CAMPUS WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (13 16) 'DEPOSITO DO CAMPUS            '
           IF WS-SEM-CAMPUS = 'S'
              GO TO 0899-FIM-LOCAL.
           MOVE WS-CAMPUS TO COD-CAMPUS
           READ CAMPUS INVALID KEY
              DISPLAY (22 10) 'CAMPUS NAO CADASTRADO'
              GO TO 0820-CAMPUS.

       0899-FIM-LOCAL. EXIT.

       0900-MOSTRA.
           DISPLAY (08 21) DESCR-PAT
           DISPLAY (09 16) TIPO-PAT
           DISPLAY (10 32) DATA-AQUIS-PAT
           MOVE VALOR-PAT TO VALOR-TELA
           DISPLAY (11 17) VALOR-TELA
           DISPLAY (12 16) COD-SALA-PAT
           DISPLAY (12 30) COD-CAMPUS-PAT
           IF COD-SALA-PAT = ZEROS OR WS-SEM-SALA = 'S'
              GO TO 0999-FIM-MOSTRA.
           MOVE COD-SALA-PAT TO COD-SALA
           READ CADSALA INVALID KEY
              MOVE 'SALA NAO CADASTRADA' TO DESCR-SALA.
           DISPLAY (13 16) DESCR-SALA.

       0999-FIM-MOSTRA. EXIT.

       1000-GRAVA-MOV.
           MOVE WS-DATA-HOJE TO DATA-MOV
           MOVE TOMBO-PAT TO TOMBO-MOV
           MOVE COD-SALA-PAT TO SALA-DEST-MOV
           MOVE COD-CAMPUS-PAT TO CAMPUS-DEST-MOV
           MOVE WS-OPERADOR TO OPER-MOV
           MOVE WS-MOTIVO TO MOTIVO-MOV
           WRITE REG-PATMOV.

       1099-FIM-MOV. EXIT.

      * ULTIMAS 6 MOVIMENTACOES DO ITEM - PATMOV.DAT E LIDO DO INICIO
      * GUARDANDO AS MAIS RECENTES NA TABELA
       1100-HISTORICO.
           CLOSE PATMOV
           OPEN INPUT PATMOV
           MOVE ZEROS TO WS-QTD-HIST.

       1110-LE-MOV.
           READ PATMOV AT END
              GO TO 1150-MOSTRA-HIST.
           IF TOMBO-MOV NOT = TOMBO-PAT
              GO TO 1110-LE-MOV.
           IF WS-QTD-HIST < 6
              ADD 1 TO WS-QTD-HIST
              MOVE REG-PATMOV TO T-HIST (WS-QTD-HIST)
              GO TO 1110-LE-MOV.
           MOVE 1 TO WS-IND.

       1120-DESLOCA.
           MOVE T-HIST (WS-IND + 1) TO T-HIST (WS-IND)
           ADD 1 TO WS-IND
           IF WS-IND < 6
              GO TO 1120-DESLOCA.
           MOVE REG-PATMOV TO T-HIST (6)
           GO TO 1110-LE-MOV.

       1150-MOSTRA-HIST.
           CLOSE PATMOV
           OPEN EXTEND PATMOV
           DISPLAY (14 10) LIMPA-LINHA
           DISPLAY (16 10) LIMPA-LINHA
           DISPLAY (14 10) 'DATA     T DE      PARA          OPERADOR'
           DISPLAY (14 55) 'MOTIVO'
           MOVE 14 TO LIN
           MOVE ZEROS TO WS-IND
           IF WS-QTD-HIST = ZEROS
              DISPLAY (15 10) 'SEM MOVIMENTACAO REGISTRADA'
              GO TO 1190-FIM-HIST.

       1160-LINHA-HIST.
           ADD 1 TO WS-IND
           IF WS-IND > WS-QTD-HIST
              GO TO 1190-FIM-HIST.
           MOVE T-HIST (WS-IND) TO REG-PATMOV
           ADD 1 TO LIN
           DISPLAY (LIN , 10) DATA-MOV
           DISPLAY (LIN , 19) TIPO-MOV
           DISPLAY (LIN , 21) SALA-ORIG-MOV
           DISPLAY (LIN , 24) '/'
           DISPLAY (LIN , 25) CAMPUS-ORIG-MOV
           DISPLAY (LIN , 29) SALA-DEST-MOV
           DISPLAY (LIN , 32) '/'
           DISPLAY (LIN , 33) CAMPUS-DEST-MOV
           DISPLAY (LIN , 43) OPER-MOV
           DISPLAY (LIN , 55) MOTIVO-MOV (1:24)
           GO TO 1160-LINHA-HIST.

       1190-FIM-HIST.
           STOP ' '
           GO TO 0200-TELA.

       1200-FINALIZA.
           DISPLAY (22 17)
           "[ENTER] P/ CONTINUAR  [F] P/FINALIZAR    [   ]".

       1300-RESPOSTA.
           ACCEPT (22 60) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 17)
            '                                              '
           IF WS-RESPOSTA = SPACES
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT= "F" AND "f"
              DISPLAY(23 33) 'RESPOSTA INVALIDA'
              GO TO 1200-FINALIZA.
           CLOSE PATRIM
                 PATMOV
           IF WS-SEM-SALA = 'N'
              CLOSE CADSALA.
           IF WS-SEM-CAMPUS = 'N'
              CLOSE CAMPUS.
           CHAIN 'FACAD.EXE'.

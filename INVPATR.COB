       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPATR-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : Digitacao da CONTAGEM ANUAL DO PATRIMONIO - por
      *              ano e sala (ou deposito 000 do campus) registra em
      *              INVPAT.DAT cada numero de tombamento encontrado no
      *              local. Tombamento digitado duas vezes na mesma
      *              sala pode ser retirado da contagem. O confronto
      *              com o cadastro (faltantes e inesperados) e o
      *              RELINVP.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVPAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-INV
                       FILE STATUS STATUS-INV.

           SELECT PATRIM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PAT
                       FILE STATUS STATUS-PAT.

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  INVPAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'INVPAT.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-INVPAT.
           05  CHAVE-INV.
               10  ANO-INV             PIC 9(04).
               10  CAMPUS-INV          PIC 9(02).
               10  SALA-INV            PIC 9(03).
               10  TOMBO-INV           PIC 9(06).
           05  DATA-INV                PIC 9(08).
           05  OPER-INV                PIC X(10).
           05  FILLER                  PIC X(07).

       FD  PATRIM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PATRIM.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-PATRIM.
           05  CHAVE-PAT.
               10  TOMBO-PAT           PIC 9(06).
           05  DESCR-PAT               PIC X(30).
           05  TIPO-PAT                PIC X(01).
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

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-INV          PIC X(02) VALUE SPACES.
       01  STATUS-PAT          PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  WS-SEM-SALA         PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-SALA             PIC 9(03) VALUE ZEROS.
       01  WS-CAMPUS           PIC 9(02) VALUE ZEROS.
       01  WS-TOMBO            PIC 9(06) VALUE ZEROS.
       01  WS-RESPOSTA         PIC X.
       01  WS-CONTADOS         PIC 9(04) VALUE ZEROS.
       01  LIMPA-LINHA         PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT PATRIM
           IF STATUS-PAT NOT = '00'
              DISPLAY (12 20) 'PATRIM.DAT INEXISTENTE (CADPATR)'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O INVPAT
           IF STATUS-INV NOT = '00'
              OPEN OUTPUT INVPAT
              CLOSE INVPAT
              OPEN I-O INVPAT.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'INVPATR'
           DISPLAY (02 30) 'SISTEMA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 22) '[ CONTAGEM ANUAL DO PATRIMONIO ]'
           DISPLAY (06 10) 'ANO DO INVENTARIO [    ]'
           DISPLAY (08 10) 'SALA [   ]  CAMPUS [  ]'
           DISPLAY (08 35) '(SALA 000 = DEPOSITO)'
           DISPLAY (12 10) 'TOMBAMENTO ENCONTRADO [      ]'.

       0300-ANO.
           ACCEPT (06 29) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO = ZEROS
              GO TO 0900-FIM.

      * SALA ZERO PEDE O CAMPUS DO DEPOSITO; CAMPUS ZERO VOLTA AO ANO
       0350-SALA.
           DISPLAY (09 16) LIMPA-LINHA (1:40)
           DISPLAY (10 10) LIMPA-LINHA
           ACCEPT (08 16) WS-SALA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-SALA = ZEROS
              GO TO 0370-CAMPUS.
           IF WS-SEM-SALA = 'S'
              DISPLAY (22 10) 'SEM CADASTRO DE SALAS - USE 000'
              GO TO 0350-SALA.
           MOVE WS-SALA TO COD-SALA
           READ CADSALA INVALID KEY
              DISPLAY (22 10) 'SALA NAO CADASTRADA'
              GO TO 0350-SALA.
           MOVE COD-CAMPUS-SALA TO WS-CAMPUS
           DISPLAY (08 30) WS-CAMPUS
           DISPLAY (09 16) DESCR-SALA
           GO TO 0380-CONTA.

       0370-CAMPUS.
           ACCEPT (08 30) WS-CAMPUS WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-CAMPUS = ZEROS
              GO TO 0300-ANO.
           DISPLAY (09 16) 'DEPOSITO DO CAMPUS'.

      * ITENS JA CONTADOS NESTE LOCAL (CONTAGEM PODE SER RETOMADA)
       0380-CONTA.
           MOVE ZEROS TO WS-CONTADOS
           MOVE WS-ANO TO ANO-INV
           MOVE WS-CAMPUS TO CAMPUS-INV
           MOVE WS-SALA TO SALA-INV
           MOVE ZEROS TO TOMBO-INV
           START INVPAT KEY NOT LESS THAN CHAVE-INV INVALID KEY
              GO TO 0390-MOSTRA-CONTA.

       0385-LE-INV.
           READ INVPAT NEXT
           IF STATUS-INV NOT = '00'
              GO TO 0390-MOSTRA-CONTA.
           IF ANO-INV NOT = WS-ANO OR CAMPUS-INV NOT = WS-CAMPUS
              OR SALA-INV NOT = WS-SALA
              GO TO 0390-MOSTRA-CONTA.
           ADD 1 TO WS-CONTADOS
           GO TO 0385-LE-INV.

       0390-MOSTRA-CONTA.
           DISPLAY (10 10) 'ITENS JA CONTADOS NO LOCAL:'
           DISPLAY (10 38) WS-CONTADOS.

       0400-TOMBO.
           ACCEPT (12 33) WS-TOMBO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (14 10) LIMPA-LINHA
           DISPLAY (15 10) LIMPA-LINHA
           IF WS-TOMBO = ZEROS
              GO TO 0350-SALA.
           MOVE WS-ANO TO ANO-INV
           MOVE WS-CAMPUS TO CAMPUS-INV
           MOVE WS-SALA TO SALA-INV
           MOVE WS-TOMBO TO TOMBO-INV
           READ INVPAT INVALID KEY
              GO TO 0450-IDENTIFICA.
           GO TO 0600-JA-CONTADO.

       0450-IDENTIFICA.
           MOVE WS-TOMBO TO TOMBO-PAT
           READ PATRIM INVALID KEY
              DISPLAY (14 10) 'ATENCAO: TOMBAMENTO NAO CADASTRADO'
              GO TO 0500-GRAVA.
           DISPLAY (14 10) DESCR-PAT
           IF PAT-BAIXADO
              DISPLAY (15 10) 'ATENCAO: ITEM BAIXADO NO CADASTRO'
              GO TO 0500-GRAVA.
           IF COD-SALA-PAT NOT = WS-SALA
              OR COD-CAMPUS-PAT NOT = WS-CAMPUS
              DISPLAY (15 10) 'ATENCAO: CADASTRADO NA SALA'
              DISPLAY (15 38) COD-SALA-PAT
              DISPLAY (15 42) 'CAMPUS'
              DISPLAY (15 49) COD-CAMPUS-PAT.

       0500-GRAVA.
           MOVE WS-ANO TO ANO-INV
           MOVE WS-CAMPUS TO CAMPUS-INV
           MOVE WS-SALA TO SALA-INV
           MOVE WS-TOMBO TO TOMBO-INV
           MOVE WS-DATA-HOJE TO DATA-INV
           MOVE WS-OPERADOR TO OPER-INV
           WRITE REG-INVPAT INVALID KEY
              DISPLAY (22 10) 'ERRO NA GRAVACAO DA CONTAGEM'
              GO TO 0400-TOMBO.
           ADD 1 TO WS-CONTADOS
           DISPLAY (10 38) WS-CONTADOS
           GO TO 0400-TOMBO.

      * DIGITADO DE NOVO NA MESMA SALA - PERMITE DESFAZER A CONTAGEM
       0600-JA-CONTADO.
           DISPLAY (22 10) 'JA CONTADO NESTE LOCAL - RETIRA? S/N [ ]'
           ACCEPT (22 48) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'S' OR 's'
              DELETE INVPAT
              SUBTRACT 1 FROM WS-CONTADOS
              DISPLAY (10 38) WS-CONTADOS
              DISPLAY (22 10) 'TOMBAMENTO RETIRADO DA CONTAGEM'
              GO TO 0400-TOMBO.
           IF WS-RESPOSTA NOT = 'N' AND 'n'
              GO TO 0600-JA-CONTADO.
           GO TO 0400-TOMBO.

       0900-FIM.
           CLOSE INVPAT
                 PATRIM
           IF WS-SEM-SALA = 'N'
              CLOSE CADSALA.
           CHAIN 'FACAD.EXE'.

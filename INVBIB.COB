       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVBIB-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : CONTAGEM ANUAL DO ACERVO DA BIBLIOTECA - registra
      *              em INVBIB.DAT cada exemplar encontrado nas
      *              estantes (obra + exemplar, digitado ou lido pelo
      *              leitor de codigo de barras). A contagem pode ser
      *              retomada; exemplar digitado de novo pode ser
      *              retirado. O confronto com o ACERVO.DAT e a baixa
      *              dos nao encontrados e o RELINVB.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVBIB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-IB
                       FILE STATUS STATUS-IB.

           SELECT ACERVO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ACER
                       FILE STATUS STATUS-ACER.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  INVBIB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'INVBIB.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-INVBIB.
           05  CHAVE-IB.
               10  ANO-IB              PIC 9(04).
               10  COD-OBRA-IB         PIC 9(05).
               10  NUM-EXEMPLAR-IB     PIC 9(02).
           05  DATA-IB                 PIC 9(08).
           05  OPER-IB                 PIC X(10).
           05  FILLER                  PIC X(11).

       FD  ACERVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ACERVO.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-ACERVO.
           05  CHAVE-ACER.
               10  COD-OBRA            PIC 9(05).
               10  NUM-EXEMPLAR        PIC 9(02).
           05  TITULO-ACER             PIC X(40).
           05  AUTOR-ACER              PIC X(30).
           05  SIT-ACER                PIC X(01).
               88  EXEMPLAR-DISPONIVEL VALUE 'D'.
               88  EXEMPLAR-EMPRESTADO VALUE 'E'.
               88  EXEMPLAR-BAIXADO    VALUE 'B'.
               88  EXEMPLAR-RESERVADO  VALUE 'R'.
           05  FILLER                  PIC X(02).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-IB           PIC X(02) VALUE SPACES.
       01  STATUS-ACER         PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-CODIGO           PIC 9(07) VALUE ZEROS.
       01  WS-CODIGO-R REDEFINES WS-CODIGO.
           05  WS-OBRA         PIC 9(05).
           05  WS-EXEMPLAR     PIC 9(02).
       01  WS-RESPOSTA         PIC X.
       01  WS-CONTADOS         PIC 9(05) VALUE ZEROS.
       01  LIMPA-LINHA         PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN INPUT ACERVO
           IF STATUS-ACER NOT = '00'
              DISPLAY (12 20) 'ACERVO.DAT INEXISTENTE (USE O CADACER)'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN I-O INVBIB
           IF STATUS-IB NOT = '00'
              OPEN OUTPUT INVBIB
              CLOSE INVBIB
              OPEN I-O INVBIB.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'INVBIB'
           DISPLAY (02 30) 'SISTEMA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 20) '[ CONTAGEM ANUAL DO ACERVO DA BIBLIOTECA ]'
           DISPLAY (06 10) 'ANO DO INVENTARIO [    ]'
           DISPLAY (10 10) 'EXEMPLAR ENCONTRADO (OBRA + EXEMPLAR)'
           DISPLAY (10 48) '[       ]'.

       0300-ANO.
           ACCEPT (06 29) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-ANO = ZEROS
              GO TO 0900-FIM.

      * EXEMPLARES JA CONTADOS NO ANO (CONTAGEM PODE SER RETOMADA)
       0380-CONTA.
           MOVE ZEROS TO WS-CONTADOS
           MOVE WS-ANO TO ANO-IB
           MOVE ZEROS TO COD-OBRA-IB NUM-EXEMPLAR-IB
           START INVBIB KEY NOT LESS THAN CHAVE-IB INVALID KEY
              GO TO 0390-MOSTRA-CONTA.

       0385-LE-INV.
           READ INVBIB NEXT
           IF STATUS-IB NOT = '00'
              GO TO 0390-MOSTRA-CONTA.
           IF ANO-IB NOT = WS-ANO
              GO TO 0390-MOSTRA-CONTA.
           ADD 1 TO WS-CONTADOS
           GO TO 0385-LE-INV.

       0390-MOSTRA-CONTA.
           DISPLAY (08 10) 'EXEMPLARES JA CONTADOS NO ANO:'
           DISPLAY (08 41) WS-CONTADOS.

       0400-EXEMPLAR.
           MOVE ZEROS TO WS-CODIGO
           ACCEPT (10 49) WS-CODIGO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (12 10) LIMPA-LINHA
           DISPLAY (13 10) LIMPA-LINHA
           IF WS-CODIGO = ZEROS
              GO TO 0300-ANO.
           MOVE WS-ANO TO ANO-IB
           MOVE WS-OBRA TO COD-OBRA-IB
           MOVE WS-EXEMPLAR TO NUM-EXEMPLAR-IB
           READ INVBIB INVALID KEY
              GO TO 0450-IDENTIFICA.
           GO TO 0600-JA-CONTADO.

       0450-IDENTIFICA.
           MOVE WS-OBRA TO COD-OBRA
           MOVE WS-EXEMPLAR TO NUM-EXEMPLAR
           READ ACERVO INVALID KEY
              DISPLAY (12 10) 'ATENCAO: EXEMPLAR NAO CADASTRADO'
              GO TO 0500-GRAVA.
           DISPLAY (12 10) TITULO-ACER
           IF EXEMPLAR-BAIXADO
              DISPLAY (13 10) 'ATENCAO: EXEMPLAR BAIXADO NO ACERVO'
              GO TO 0500-GRAVA.
           IF EXEMPLAR-EMPRESTADO
              DISPLAY (13 10) 'ATENCAO: EXEMPLAR CONSTA EMPRESTADO'.

       0500-GRAVA.
           MOVE WS-ANO TO ANO-IB
           MOVE WS-OBRA TO COD-OBRA-IB
           MOVE WS-EXEMPLAR TO NUM-EXEMPLAR-IB
           MOVE WS-DATA-HOJE TO DATA-IB
           MOVE WS-OPERADOR TO OPER-IB
           WRITE REG-INVBIB INVALID KEY
              DISPLAY (22 10) 'ERRO NA GRAVACAO DA CONTAGEM'
              GO TO 0400-EXEMPLAR.
           ADD 1 TO WS-CONTADOS
           DISPLAY (08 41) WS-CONTADOS
           GO TO 0400-EXEMPLAR.

      * LIDO DE NOVO NO ANO - PERMITE DESFAZER A CONTAGEM
       0600-JA-CONTADO.
           DISPLAY (22 10) 'JA CONTADO NESTE ANO - RETIRA? S/N [ ]'
           ACCEPT (22 46) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'S' OR 's'
              DELETE INVBIB
              SUBTRACT 1 FROM WS-CONTADOS
              DISPLAY (08 41) WS-CONTADOS
              DISPLAY (22 10) 'EXEMPLAR RETIRADO DA CONTAGEM'
              GO TO 0400-EXEMPLAR.
           IF WS-RESPOSTA NOT = 'N' AND 'n'
              GO TO 0600-JA-CONTADO.
           GO TO 0400-EXEMPLAR.

       0900-FIM.
           CLOSE INVBIB
                 ACERVO
           CHAIN 'MSECRET2.EXE'.

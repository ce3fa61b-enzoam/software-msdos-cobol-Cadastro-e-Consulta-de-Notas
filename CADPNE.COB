      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            TURMA NA CHAVE DE HORARIO.DAT
      * 1.2      /  /            CONSULTA DO ALUNO E RELATORIO DO
      *                          SEMESTRE REGISTRADOS EM LOGCONS.DAT
      *                          COM O OPERADOR DA SESSAO DA ESTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELATO ASSIGN TO PRINTER.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT SESSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SESSAO
                       FILE STATUS STATUS-SESS.

           SELECT LOGCONS ASSIGN TO DISK
                       FILE STATUS STATUS-LCO.

       DATA DIVISION.
       FILE SECTION.
       FD  PNECAD

       01  REG-ORELATO                 PIC X(80).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       FD  SESSCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SESSOES.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-SESSAO.
           05  CHAVE-SESSAO.
               10  ESTACAO-SESS        PIC 9(02).
           05  OPER-SESS               PIC X(10).
           05  DATA-SESS               PIC 9(06).
           05  HORA-SESS               PIC 9(06).
           05  SIT-SESS                PIC X(01).
               88  SESSAO-ATIVA        VALUE 'A'.
           05  FILLER                  PIC X(05).

       FD  LOGCONS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LOGCONS.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-LOGCONS.
           05  DATA-LCO                PIC 9(08).
           05  HORA-LCO                PIC 9(06).
           05  OPER-LCO                PIC X(10).
           05  ESTACAO-LCO             PIC 9(02).
           05  PROGRAMA-LCO            PIC X(08).
           05  COD-ALUNO-LCO           PIC 9(06).
           05  COD-CURSO-LCO           PIC 9(06).
           05  TIPO-LCO                PIC X(01).
               88  LCO-CADASTRO        VALUE 'C'.
               88  LCO-FINANCEIRO      VALUE 'F'.
               88  LCO-PNE             VALUE 'P'.
               88  LCO-OCORRENCIA      VALUE 'O'.
               88  LCO-QUIOSQUE        VALUE 'K'.
           05  FILLER                  PIC X(03).

       WORKING-STORAGE SECTION.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  STATUS-SESS         PIC X(02) VALUE SPACES.
       01  STATUS-LCO          PIC X(02) VALUE SPACES.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-ESTACAO          PIC 9(02) VALUE ZEROS.
       01  WS-ALUNO-LCO        PIC 9(06) VALUE ZEROS.
       01  STATUS-PNE          PIC X(02) VALUE SPACES.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.

       0150-OPERADOR.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.

      * A CONSULTA E REGISTRADA COM O OPERADOR DA SESSAO DA ESTACAO,
      * NAO COM O ULTIMO LOGIN GERAL (SESSOES.DAT DO FACAD)
       0160-ESTACAO.
           OPEN INPUT SESSCAD
           IF STATUS-SESS NOT = '00'
              GO TO 0200-TELA.
           DISPLAY (20 04) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (20 13) WS-ESTACAO WITH PROMPT AUTO-SKIP
           IF WS-ESTACAO = ZEROS
              CLOSE SESSCAD
              GO TO 0200-TELA.
           MOVE WS-ESTACAO TO ESTACAO-SESS
           READ SESSCAD INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE SESSCAD
              GO TO 0160-ESTACAO.
           IF NOT SESSAO-ATIVA
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE SESSCAD
              GO TO 0160-ESTACAO.
           MOVE OPER-SESS TO WS-OPERADOR
           CLOSE SESSCAD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADPNE'
              MOVE ZEROS TO VALIDADE-PNE.
           IF STATUS-PNE = '00'
              MOVE 'S' TO WS-ACHOU.
           MOVE ALUNO-PROC TO WS-ALUNO-LCO
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           DISPLAY (12 10) 'TIPO DA NECESSIDADE ['
           DISPLAY (12 31) TIPO-PNE
           DISPLAY (12 51) ']'
           IF ANO-PROC = ZEROS
              GO TO 2999-FIM-RELATORIO.
           MOVE ZEROS TO CONT-ALUNOS CONTLIN CONTPAG
           MOVE ZEROS TO WS-ALUNO-LCO
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE ZEROS TO CHAVE-PNE
           IF WS-SEM-SALA NOT = 'S'
              CLOSE CADSALA.
           CHAIN 'FACAD.EXE'.

      * QUEM CONSULTOU O PNE DE QUEM; O RELATORIO DO SEMESTRE VAI
      * COM ALUNO ZERO (CURSO INTEIRO)
       9870-REGISTRA-CONSULTA.
           OPEN EXTEND LOGCONS
           IF STATUS-LCO NOT = '00'
              OPEN OUTPUT LOGCONS.
           ACCEPT DATA-LCO FROM DATE YYYYMMDD
           ACCEPT HORA-LCO FROM TIME
           MOVE WS-OPERADOR TO OPER-LCO
           MOVE WS-ESTACAO TO ESTACAO-LCO
           MOVE 'CADPNE  ' TO PROGRAMA-LCO
           MOVE WS-ALUNO-LCO TO COD-ALUNO-LCO
           MOVE CURSO-PROC TO COD-CURSO-LCO
           MOVE 'P' TO TIPO-LCO
           WRITE REG-LOGCONS
           CLOSE LOGCONS.

       9879-FIM-REGISTRA. EXIT.

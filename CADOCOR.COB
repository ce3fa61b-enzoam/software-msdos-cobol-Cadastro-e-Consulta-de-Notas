      * 1.1      /  /            ATESTADO COM PERIODO ABONADO E
      *                          APROVACAO - O APURFALT NAO CONTA AS
      *                          FALTAS DO PERIODO APROVADO
      * 1.2      /  /            CONSULTA E LISTAGEM REGISTRADAS EM
      *                          LOGCONS.DAT COM O OPERADOR DA SESSAO
      *                          DA ESTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT SESSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SESSAO
                       FILE STATUS STATUS-SESS.

           SELECT LOGCONS ASSIGN TO DISK
                       FILE STATUS STATUS-LCO.

           SELECT RELOCOR ASSIGN TO PRINTER.

       DATA DIVISION.

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

       FD  RELOCOR
           LABEL RECORD OMITTED.

       01  STATUS-OCO              PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR         PIC X(02) VALUE SPACES.
       01  WS-OPERADOR             PIC X(10) VALUE SPACES.
       01  STATUS-SESS             PIC X(02) VALUE SPACES.
       01  STATUS-LCO              PIC X(02) VALUE SPACES.
       01  WS-ESTACAO              PIC 9(02) VALUE ZEROS.
       01  WS-TIPO-LCO             PIC X(01) VALUE 'O'.
       01  WS-OPCAO                PIC 9 VALUE ZEROS.
       01  WS-RESPOSTA             PIC X.
       01  WS-DIA-O                PIC 9(02) VALUE ZEROS.
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.

      * A CONSULTA E REGISTRADA COM O OPERADOR DA SESSAO DA ESTACAO,
      * NAO COM O ULTIMO LOGIN GERAL (SESSOES.DAT DO FACAD)
       0065-ESTACAO.
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
              GO TO 0065-ESTACAO.
           IF NOT SESSAO-ATIVA
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE SESSCAD
              GO TO 0065-ESTACAO.
           MOVE OPER-SESS TO WS-OPERADOR
           CLOSE SESSCAD.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADOCOR'

      * -------- CONSULTA EM TELA --------
       2000-CONSULTA.
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           DISPLAY (12 10) '[  DATA  ][SQ][TP][ DESCRICAO ]'
           MOVE 12 TO LIN
           MOVE COD-ALUNO TO COD-ALUNO-OCO

      * -------- LISTAGEM IMPRESSA --------
       3000-IMPRIME.
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           OPEN OUTPUT RELOCOR
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           CLOSE CADALUNO
                 OCORR
           CHAIN 'FACAD.EXE'.

      * QUEM CONSULTOU AS OCORRENCIAS DE QUEM (TELA OU LISTAGEM)
       9870-REGISTRA-CONSULTA.
           OPEN EXTEND LOGCONS
           IF STATUS-LCO NOT = '00'
              OPEN OUTPUT LOGCONS.
           ACCEPT DATA-LCO FROM DATE YYYYMMDD
           ACCEPT HORA-LCO FROM TIME
           MOVE WS-OPERADOR TO OPER-LCO
           MOVE WS-ESTACAO TO ESTACAO-LCO
           MOVE 'CADOCOR ' TO PROGRAMA-LCO
           MOVE COD-ALUNO TO COD-ALUNO-LCO
           MOVE COD-CURSO-ALU TO COD-CURSO-LCO
           MOVE WS-TIPO-LCO TO TIPO-LCO
           WRITE REG-LOGCONS
           CLOSE LOGCONS.

       9879-FIM-REGISTRA. EXIT.

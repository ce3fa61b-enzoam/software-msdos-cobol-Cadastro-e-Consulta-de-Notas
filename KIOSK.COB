      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            CONSULTA REGISTRADA EM LOGCONS.DAT
      *                          (OPERADOR QUIOSQUE, ESTACAO DO
      *                          TERMINAL INFORMADA NA ABERTURA)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-MENSAL
                       FILE STATUS STATUS-MENS.

           SELECT LOGCONS ASSIGN TO DISK
                       FILE STATUS STATUS-LCO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUPIN
           05  NOSSO-NUMERO            PIC 9(10).
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
       01  STATUS-LCO          PIC X(02) VALUE SPACES.
       01  WS-ESTACAO          PIC 9(02) VALUE ZEROS.
       01  WS-OPERADOR         PIC X(10) VALUE 'QUIOSQUE'.
       01  STATUS-PIN          PIC X(02) VALUE SPACES.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
           OPEN INPUT CADNOTAS
           OPEN INPUT MENSCAD.

      * O TERMINAL NAO TEM LOGIN - A SECRETARIA INFORMA O NUMERO DA
      * ESTACAO AO LIGAR O QUIOSQUE, PARA O REGISTRO DAS CONSULTAS
       0100-ESTACAO.
           DISPLAY (01 01) ERASE
           DISPLAY (12 16) 'ESTACAO DO TERMINAL [  ]'
           ACCEPT (12 37) WS-ESTACAO WITH PROMPT AUTO-SKIP.

       0200-TELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DIVIDE WS-DATA-HOJE BY 10000 GIVING WS-ANO-ATUAL
              DISPLAY (22 10) 'CADASTRO NAO ENCONTRADO'
              STOP ' '
              GO TO 0200-TELA.
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           DISPLAY (01 01) ERASE
           DISPLAY (02 05) NOME-ALUNO
           DISPLAY (02 45) 'ANO:'
             'PRESSIONE [ENTER] PARA ENCERRAR A CONSULTA'
           STOP ' '
           GO TO 0200-TELA.

      * CONSULTA DO PROPRIO ALUNO NO QUIOSQUE (TIPO K)
       9870-REGISTRA-CONSULTA.
           OPEN EXTEND LOGCONS
           IF STATUS-LCO NOT = '00'
              OPEN OUTPUT LOGCONS.
           ACCEPT DATA-LCO FROM DATE YYYYMMDD
           ACCEPT HORA-LCO FROM TIME
           MOVE WS-OPERADOR TO OPER-LCO
           MOVE WS-ESTACAO TO ESTACAO-LCO
           MOVE 'KIOSK   ' TO PROGRAMA-LCO
           MOVE WS-ALUNO TO COD-ALUNO-LCO
           MOVE WS-CURSO TO COD-CURSO-LCO
           MOVE 'K' TO TIPO-LCO
           WRITE REG-LOGCONS
           CLOSE LOGCONS.

       9879-FIM-REGISTRA. EXIT.

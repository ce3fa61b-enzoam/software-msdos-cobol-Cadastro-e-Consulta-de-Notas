      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            CAMPUS DO OPERADOR (0 = TODOS) P/
      *                          RESTRINGIR OS RELATORIOS GRANDES
      * 1.2      /  /            FUNCAO DO OPERADOR (OPERFUNC.DAT) P/
      *                          A AUDITORIA DE CONSULTAS (AUDLEIT)
      * 1.3      /  /            CURSOS DO OPERADOR (OPERCUR.DAT) P/
      *                          O COORDENADOR VER SO OS SEUS CURSOS

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT OPERFUNC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FUN
                       FILE STATUS STATUS-FUN.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR
               88  OPER-INATIVO        VALUE 'I'.
           05  CAMPUS-OPER             PIC 9(02).

       FD  OPERFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERFUNC.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-OPERFUNC.
           05  CHAVE-FUN.
               10  COD-OPER-FUN        PIC X(10).
           05  FUNCAO-FUN              PIC X(01).
               88  FUN-SECRETARIA      VALUE 'S'.
               88  FUN-FINANCEIRO      VALUE 'F'.
               88  FUN-COORDENACAO     VALUE 'C'.
               88  FUN-NAPNE           VALUE 'N'.
               88  FUN-DIRECAO         VALUE 'D'.
           05  DATA-FUN                PIC 9(08).
           05  FILLER                  PIC X(01).

      * CURSOS QUE O OPERADOR ENXERGA - SEM NENHUM = TODOS
       FD  OPERCUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERCUR.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-OPERCUR.
           05  CHAVE-OCR.
               10  COD-OPER-OCR        PIC X(10).
               10  CURSO-OCR           PIC 9(02).
           05  DATA-OCR                PIC 9(08).

       WORKING-STORAGE SECTION.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  STATUS-MST          PIC X(02) VALUE SPACES.
       01  STATUS-FUN          PIC X(02) VALUE SPACES.
       01  STATUS-OCR          PIC X(02) VALUE SPACES.
       01  TAB-CURSOS-OCR.
           05  CURSO-TAB-OCR   PIC 9(02) OCCURS 8 TIMES.
       01  IND-OCR             PIC 9(02) VALUE ZEROS.
       01  COL-OCR             PIC 9(02) VALUE ZEROS.
       01  WS-FUNCAO           PIC X VALUE SPACE.
       01  WS-COD-LOGADO       PIC X(10) VALUE SPACES.
       01  WS-VAZIO            PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN I-O OPERCUR
           IF STATUS-OCR NOT = '00'
              OPEN OUTPUT OPERCUR
              CLOSE OPERCUR
              OPEN I-O OPERCUR.
           OPEN I-O OPERFUNC
           IF STATUS-FUN NOT = '00'
              OPEN OUTPUT OPERFUNC
              CLOSE OPERFUNC
              OPEN I-O OPERFUNC.
           OPEN I-O OPERMST
           IF STATUS-MST = '00'
              GO TO 0150-VERIFICA-VAZIO.
           DISPLAY (12 15) 'SOMENTE SUPERVISOR MANTEM OPERADORES'
           STOP ' '
           CLOSE OPERMST
                 OPERFUNC
                 OPERCUR
           CHAIN 'FACAD.EXE'.

       0200-TELA.
           DISPLAY (10 46) ']'
           DISPLAY (12 10) 'NIVEL (1=CONSULTA 2=OPERACAO 3=SUPERV) [ ]'
           DISPLAY (14 10) 'SITUACAO (A=ATIVO I=INATIVO) [ ]'
           DISPLAY (16 10) 'CAMPUS [  ] (0 = TODOS)'
           DISPLAY (18 10)
             'FUNCAO (S=SECRET F=FINANC C=COORD N=NAPNE D=DIRECAO) [ ]'
           DISPLAY (20 10)
             'CURSOS [  ] [  ] [  ] [  ] [  ] [  ] [  ] [  ] (0=TODOS)'.

       0300-CODIGO.
           ACCEPT (06 30) COD-OPER WITH PROMPT AUTO-SKIP
              MOVE ZEROS TO SENHA-OPER NIVEL-OPER CAMPUS-OPER
              MOVE SPACES TO NOME-OPER
              MOVE 'A' TO SITUACAO-OPER
              MOVE SPACE TO WS-FUNCAO
              MOVE ZEROS TO TAB-CURSOS-OCR
              GO TO 0400-SENHA.
           MOVE 'S' TO ACHOU-OPER
           DISPLAY (10 16) NOME-OPER
           DISPLAY (12 50) NIVEL-OPER
           DISPLAY (14 40) SITUACAO-OPER
           DISPLAY (16 18) CAMPUS-OPER
           MOVE COD-OPER TO COD-OPER-FUN
           MOVE SPACE TO WS-FUNCAO
           READ OPERFUNC INVALID KEY
              MOVE SPACE TO FUNCAO-FUN.
           IF STATUS-FUN = '00'
              MOVE FUNCAO-FUN TO WS-FUNCAO.
           DISPLAY (18 64) WS-FUNCAO
           PERFORM 0880-CARREGA-CURSOS THRU 0889-FIM-CARREGA
           DISPLAY (22 20) 'OPERADOR JA CADASTRADO - ALTERANDO'.

       0400-SENHA.
           DISPLAY (22 20)
             '                                                  '.

      * FUNCAO DEFINE QUE DADOS SENSIVEIS O OPERADOR CONSULTA NA
      * ROTINA: PNE = COORDENACAO/NAPNE/DIRECAO, OCORRENCIAS =
      * SECRETARIA/COORDENACAO/DIRECAO (AUDLEIT APONTA O RESTO)
       0670-FUNCAO.
           ACCEPT (18 64) WS-FUNCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 20)
             '                                                  '
           IF WS-FUNCAO NOT = 'S' AND 'F' AND 'C' AND 'N' AND 'D'
              DISPLAY (22 28) 'FUNCAO INVALIDA'
              GO TO 0670-FUNCAO.

      * CURSOS DO COORDENADOR: TODOS ZERADOS = SEM RESTRICAO
       0680-CURSOS.
           MOVE 1 TO IND-OCR
           MOVE 18 TO COL-OCR.

       0685-CURSO.
           ACCEPT (20 , COL-OCR) CURSO-TAB-OCR (IND-OCR)
                  WITH UPDATE AUTO-SKIP
           ADD 1 TO IND-OCR
           ADD 5 TO COL-OCR
           IF IND-OCR NOT > 8
              GO TO 0685-CURSO.
           DISPLAY (22 20)
             '                                                  '.

       0700-CONFIRMA.
           DISPLAY (22 20) 'CONFIRMA (S OU N)  [ X ]'
           ACCEPT (22 40) WS-RESPOSTA WITH PROMPT AUTO-SKIP
       0800-GRAVA.
           IF SENHA-OPER = ZEROS AND OPER-EXISTENTE
              DELETE OPERMST
              PERFORM 0860-EXCLUI-FUNCAO THRU 0869-FIM-EXCLUI
              PERFORM 0870-EXCLUI-CURSOS THRU 0879-FIM-EXCLUI
              DISPLAY (22 27) 'OPERADOR EXCLUIDO'
              STOP ' '
              GO TO 0200-TELA.
           IF OPER-EXISTENTE
              REWRITE REG-OPERMST
              PERFORM 0850-GRAVA-FUNCAO THRU 0859-FIM-FUNCAO
              PERFORM 0890-GRAVA-CURSOS THRU 0899-FIM-CURSOS
              DISPLAY (22 27) 'OPERADOR ALTERADO'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-OPERMST
           PERFORM 0850-GRAVA-FUNCAO THRU 0859-FIM-FUNCAO
           PERFORM 0890-GRAVA-CURSOS THRU 0899-FIM-CURSOS
           DISPLAY (22 27) 'OPERADOR CADASTRADO'
           STOP ' '
           GO TO 0200-TELA.

       0850-GRAVA-FUNCAO.
           MOVE COD-OPER TO COD-OPER-FUN
           READ OPERFUNC INVALID KEY
              MOVE WS-FUNCAO TO FUNCAO-FUN
              ACCEPT DATA-FUN FROM DATE YYYYMMDD
              WRITE REG-OPERFUNC
              GO TO 0859-FIM-FUNCAO.
           IF FUNCAO-FUN NOT = WS-FUNCAO
              MOVE WS-FUNCAO TO FUNCAO-FUN
              ACCEPT DATA-FUN FROM DATE YYYYMMDD
              REWRITE REG-OPERFUNC.

       0859-FIM-FUNCAO. EXIT.

       0860-EXCLUI-FUNCAO.
           MOVE COD-OPER TO COD-OPER-FUN
           DELETE OPERFUNC INVALID KEY
              GO TO 0869-FIM-EXCLUI.

       0869-FIM-EXCLUI. EXIT.

       0870-EXCLUI-CURSOS.
           MOVE COD-OPER TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              GO TO 0879-FIM-EXCLUI.

       0875-LE-CURSO.
           READ OPERCUR NEXT
           IF STATUS-OCR NOT = '00'
              GO TO 0879-FIM-EXCLUI.
           IF COD-OPER-OCR NOT = COD-OPER
              GO TO 0879-FIM-EXCLUI.
           DELETE OPERCUR
           GO TO 0875-LE-CURSO.

       0879-FIM-EXCLUI. EXIT.

       0880-CARREGA-CURSOS.
           MOVE ZEROS TO TAB-CURSOS-OCR
           MOVE ZEROS TO IND-OCR
           MOVE COD-OPER TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              GO TO 0887-MOSTRA.

       0885-LE-CURSO.
           READ OPERCUR NEXT
           IF STATUS-OCR NOT = '00'
              GO TO 0887-MOSTRA.
           IF COD-OPER-OCR NOT = COD-OPER
              GO TO 0887-MOSTRA.
           IF IND-OCR < 8
              ADD 1 TO IND-OCR
              MOVE CURSO-OCR TO CURSO-TAB-OCR (IND-OCR).
           GO TO 0885-LE-CURSO.

       0887-MOSTRA.
           MOVE 1 TO IND-OCR
           MOVE 18 TO COL-OCR.

       0888-MOSTRA-CURSO.
           DISPLAY (20 , COL-OCR) CURSO-TAB-OCR (IND-OCR)
           ADD 1 TO IND-OCR
           ADD 5 TO COL-OCR
           IF IND-OCR NOT > 8
              GO TO 0888-MOSTRA-CURSO.

       0889-FIM-CARREGA. EXIT.

      * REGRAVA A LISTA INTEIRA - CURSO REPETIDO E IGNORADO
       0890-GRAVA-CURSOS.
           PERFORM 0870-EXCLUI-CURSOS THRU 0879-FIM-EXCLUI
           MOVE 1 TO IND-OCR.

       0895-GRAVA-CURSO.
           IF CURSO-TAB-OCR (IND-OCR) NOT = ZEROS
              MOVE COD-OPER TO COD-OPER-OCR
              MOVE CURSO-TAB-OCR (IND-OCR) TO CURSO-OCR
              ACCEPT DATA-OCR FROM DATE YYYYMMDD
              WRITE REG-OPERCUR INVALID KEY
                 NEXT SENTENCE.
           ADD 1 TO IND-OCR
           IF IND-OCR NOT > 8
              GO TO 0895-GRAVA-CURSO.

       0899-FIM-CURSOS. EXIT.

       0900-FIM.
           CLOSE OPERMST
                 OPERFUNC
                 OPERCUR
           CHAIN 'FACAD.EXE'.

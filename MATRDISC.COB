      *                          ASSINADO (CONTRAT)
      * 1.9      /  /            TURMA NA CHAVE DE HORARIO.DAT -
      *                          CHOQUE DE HORARIO POR TURMA
      * 2.0      /  /            OPERADOR (OPERADOR.DAT) NO REGISTRO
      *                          INI DO JORNAL - PRODUTIVIDADE
      * 2.1      /  /            SO MATRICULA NOS CURSOS DO
      *                          OPERADOR (OPERCUR.DAT)
      * 2.2      /  /            ALUNO EM REGIME DE PROVA (CALCCR/
      *                          CRALU.DAT) - LIMITE DE DISCIPLINAS
      *                          E VISTO DO COORDENADOR

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT JORCTL ASSIGN TO DISK
                       FILE STATUS STATUS-JCT.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPE.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT CRALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CRA
                       FILE STATUS STATUS-CRA.

           SELECT OPERFUNC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FUN
                       FILE STATUS STATUS-FUN.

           SELECT TURMAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
           05  MEDIA-MIN-APRV          PIC 99V9.
           05  FREQ-MIN-APRV           PIC 9(03).
           05  NOTA-HONRA-APRV         PIC 99V9.
           05  LIMITE-DEP              PIC 9(01).
           05  CR-MIN-APRV             PIC 99V9.
           05  LIMITE-PROVA-APRV       PIC 9(01).


       FD  GRADECUR
           05  ULT-OP-JOR              PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       FD  DISPENSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISPENSA.DAT'
           05  EXIGIDA-LIB             PIC 9(04).
           05  FILLER                  PIC X(12).

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

      * CR DO ALUNO POR CURSO E ANO (CALCCR) - SIT P = REGIME DE
      * PROVA NO ANO SEGUINTE
       FD  CRALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CRALU.DAT'
           RECORD CONTAINS 64 CHARACTERS.

       01  REG-CRALU.
           05  CHAVE-CRA.
               10  ALUNO-CRA           PIC 9(06).
               10  CURSO-CRA           PIC 9(02).
               10  ANO-CRA             PIC 9(04).
           05  FILLER                  PIC X(32).
           05  CR-ACUM-CRA             PIC 99V99.
           05  SIT-CRA                 PIC X(01).
               88  CRA-PROVA           VALUE 'P'.
           05  FILLER                  PIC X(15).

       FD  OPERFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERFUNC.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-OPERFUNC.
           05  CHAVE-FUN.
               10  COD-OPER-FUN        PIC X(10).
           05  FUNCAO-FUN              PIC X(01).
               88  FUN-COORDENACAO     VALUE 'C'.
               88  FUN-DIRECAO         VALUE 'D'.
           05  FILLER                  PIC X(09).

       WORKING-STORAGE SECTION.
       01  STATUS-PARM             PIC X(02) VALUE SPACES.
       01  WS-PARM-ABERTO          PIC X VALUE 'N'.
       01  WS-SEM-DISPENSA     PIC X VALUE 'N'.
       01  STATUS-JOR          PIC X(02) VALUE SPACES.
       01  STATUS-JCT          PIC X(02) VALUE SPACES.
       01  STATUS-OPE          PIC X(02) VALUE SPACES.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  STATUS-OCR          PIC X(02) VALUE SPACES.
       01  WS-COM-ESCOPO       PIC X VALUE 'N'.
       01  WS-FORA-ESCOPO      PIC X VALUE 'N'.
       01  WS-CURSO-ESC        PIC 9(02) VALUE ZEROS.
       01  WS-NUM-OP           PIC 9(06) VALUE ZEROS.
       01  WS-SEQ-OP           PIC 9(02) VALUE ZEROS.
       01  WS-SEM-TURMAS       PIC X VALUE 'N'.
       01  WS-TURMA            PIC X VALUE SPACE.
       01  STATUS-CRA          PIC X(02) VALUE SPACES.
       01  STATUS-FUN          PIC X(02) VALUE SPACES.
       01  WS-SEM-CRALU        PIC X VALUE 'N'.
       01  LIMITE-PROVA-P      PIC 9 VALUE 4.
       01  WS-PROVA-OK         PIC X VALUE 'S'.
       01  WS-ANO-PROVA        PIC 9(04) VALUE ZEROS.
       01  WS-DISC-PROVA       PIC 9(04) VALUE ZEROS.
       01  WS-CONT-PROVA       PIC 9(02) VALUE ZEROS.
       01  WS-ALUNO-VISTO      PIC 9(06) VALUE ZEROS.
       01  WS-CURSO-VISTO      PIC 9(02) VALUE ZEROS.
       01  WS-ANO-VISTO        PIC 9(04) VALUE ZEROS.
       01  WS-COD-COORD        PIC X(10) VALUE SPACES.
       01  WS-SENHA-COORD      PIC 9(06) VALUE ZEROS.
       01  WS-COORD-OK         PIC X VALUE 'N'.
       01  WS-CR-ED            PIC Z9,99.

       SCREEN SECTION.
       01  TELA-ENTRADA.
           OPEN INPUT CONTCAD
           IF STATUS-CONT NOT = '00'
              MOVE 'S' TO WS-SEM-CONTRATO.
           OPEN INPUT CRALU
           IF STATUS-CRA NOT = '00'
              MOVE 'S' TO WS-SEM-CRALU.

       0085-OPEN-PREREQ.
           OPEN INPUT PREREQ
       0100-INICIO.
           OPEN I-O MATRIC
           IF STATUS-MAT = '00'
              PERFORM 9700-CARREGA-ESCOPO THRU 9709-FIM-CARREGA
              GO TO 0200-TELA.
           DISPLAY (12 20)'MATRIC.DAT INEXISTENTE'
           DISPLAY (14 20)'DESEJA GERAR(S OU N)  [ X ]'.
                DISPLAY (22 30) 'CURSO NAO CADASTRADO'
                STOP ' '
                GO TO 0200-TELA.
           MOVE COD-CURSO TO WS-CURSO-ESC
           PERFORM 9710-VERIFICA-ESCOPO THRU 9719-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
                DISPLAY (22 20) 'CURSO FORA DO ESCOPO DO OPERADOR'
                STOP ' '
                GO TO 0200-TELA.
           DISPLAY (07 40) NOME-CURSO
           MOVE COD-CURSO TO COD-CURSO-MAT
           MOVE COD-CURSO TO COD-CURSO-DIS
           MOVE COD-ALUNO TO COD-ALUNO-MAT
           MOVE NOME-ALUNO TO NOME-ALUNO-MAT
           PERFORM 9800-VERIFICA-JUBILA THRU 9899-FIM-JUBILA
           PERFORM 9820-VERIFICA-CONTRATO THRU 9829-FIM-CONTRATO
           PERFORM 9840-VERIFICA-PROVA THRU 9859-FIM-PROVA
           IF WS-PROVA-OK = 'N'
              GO TO 0600-ALUNO.

      * TURMA (A/B...) DA MATRICULA - EM BRANCO VALE A TURMA UNICA;
      * INFORMADA, PRECISA EXISTIR NO CADASTRO DE TURMAS (CADTURMA)
              CLOSE TURMAS.
           IF WS-SEM-DISPENSA NOT = 'S'
              CLOSE DISPENSA.
           IF WS-SEM-CRALU NOT = 'S'
              CLOSE CRALU.
           PERFORM 9720-FECHA-ESCOPO THRU 9729-FIM-FECHA
           CLOSE CADCURSO
                 CADDISCI
                 CADALUNO
           MOVE 7,0 TO MEDIA-MIN-P
           MOVE 75 TO FREQ-MIN-P
           MOVE 9,0 TO NOTA-HONRA-P
           MOVE 4 TO LIMITE-PROVA-P
           IF WS-PARM-ABERTO = 'N'
              MOVE 'A' TO WS-PARM-ABERTO
              OPEN INPUT PARMAPRV
       9590-MOVE-PARM.
           MOVE MEDIA-MIN-APRV TO MEDIA-MIN-P
           MOVE FREQ-MIN-APRV TO FREQ-MIN-P
           MOVE NOTA-HONRA-APRV TO NOTA-HONRA-P
           IF LIMITE-PROVA-APRV NUMERIC AND LIMITE-PROVA-APRV > ZEROS
              MOVE LIMITE-PROVA-APRV TO LIMITE-PROVA-P.

       9599-FIM-PARM. EXIT.

           MOVE 'INI' TO TIPO-JOR
           MOVE SPACES TO ARQ-JOR CHAVE-JOR IMAGEM-JOR
           MOVE SPACE TO ACAO-JOR
      * NO INI A IMAGEM NAO E USADA - LEVA O OPERADOR DA ESTACAO
           OPEN INPUT OPERADOR
           IF STATUS-OPE NOT = '00'
              GO TO 9905-GRAVA-INI.
           READ OPERADOR
           IF STATUS-OPE = '00'
              MOVE REG-OPERADOR TO IMAGEM-JOR (1:10).
           CLOSE OPERADOR.

       9905-GRAVA-INI.
           ACCEPT DATA-JOR FROM DATE
           ACCEPT HORA-JOR FROM TIME
           WRITE REG-JORNAL.
                '                                            '.

       9829-FIM-CONTRATO. EXIT.

      * REGIME DE PROVA (CALCCR/CRALU.DAT DO ANO ANTERIOR): ACIMA DO
      * LIMITE DE DISCIPLINAS DO PARMAPRV A MATRICULA E RECUSADA; NO
      * LIMITE, O COORDENADOR DA O VISTO UMA VEZ POR ALUNO/ANO
       9840-VERIFICA-PROVA.
           MOVE 'S' TO WS-PROVA-OK
           IF WS-SEM-CRALU = 'S'
              GO TO 9859-FIM-PROVA.
           MOVE COD-ALUNO TO ALUNO-CRA
           MOVE COD-CURSO TO CURSO-CRA
           COMPUTE ANO-CRA = ANO-MAT - 1
           READ CRALU INVALID KEY
              GO TO 9859-FIM-PROVA.
           IF NOT CRA-PROVA
              GO TO 9859-FIM-PROVA.
           MOVE COD-CURSO TO CURSO-PARM-B
           MOVE ANO-MAT TO ANO-PARM-B
           PERFORM 9500-LE-PARAMETROS THRU 9599-FIM-PARM
           MOVE ANO-MAT TO WS-ANO-PROVA
           MOVE COD-DISCI-MAT TO WS-DISC-PROVA
           MOVE ZEROS TO WS-CONT-PROVA
           MOVE ZEROS TO COD-DISCI-MAT COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 9846-AVALIA-PROVA.

       9844-CONTA-PROVA.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 9846-AVALIA-PROVA.
           IF ANO-MAT NOT = WS-ANO-PROVA
              OR COD-CURSO-MAT NOT = COD-CURSO
              GO TO 9846-AVALIA-PROVA.
           IF COD-ALUNO-MAT NOT = COD-ALUNO
              OR COD-DISCI-MAT = WS-DISC-PROVA
              OR MAT-CANCELADA
              GO TO 9844-CONTA-PROVA.
           ADD 1 TO WS-CONT-PROVA
           GO TO 9844-CONTA-PROVA.

       9846-AVALIA-PROVA.
           MOVE WS-ANO-PROVA TO ANO-MAT
           MOVE COD-CURSO TO COD-CURSO-MAT
           MOVE WS-DISC-PROVA TO COD-DISCI-MAT
           MOVE COD-ALUNO TO COD-ALUNO-MAT
           MOVE NOME-ALUNO TO NOME-ALUNO-MAT
           IF WS-CONT-PROVA NOT < LIMITE-PROVA-P
              DISPLAY (19 05)
                'ALUNO EM REGIME DE PROVA - LIMITE DE DISCIPLINAS:'
              DISPLAY (19 55) LIMITE-PROVA-P
              DISPLAY (22 16)
                'MATRICULA RECUSADA - LIMITE DO REGIME DE PROVA'
              STOP ' '
              DISPLAY (19 05)
                '                                                   '
              DISPLAY (22 16)
                '                                               '
              MOVE 'N' TO WS-PROVA-OK
              GO TO 9859-FIM-PROVA.
           IF WS-ALUNO-VISTO = COD-ALUNO AND WS-CURSO-VISTO = COD-CURSO
              AND WS-ANO-VISTO = ANO-MAT
              GO TO 9859-FIM-PROVA.
           MOVE CR-ACUM-CRA TO WS-CR-ED
           DISPLAY (19 05) 'ALUNO EM REGIME DE PROVA - CR ACUMULADO'
           DISPLAY (19 45) WS-CR-ED
           DISPLAY (20 05)
             'VISTO DO COORDENADOR [          ] SENHA [      ]'
           ACCEPT (20 27) WS-COD-COORD WITH PROMPT AUTO-SKIP
           ACCEPT (20 46) WS-SENHA-COORD WITH PROMPT AUTO-SKIP
           DISPLAY (19 05)
             '                                             '
           DISPLAY (20 05)
             '                                                '
           PERFORM 9860-VALIDA-COORDENADOR THRU 9869-FIM-COORD
           IF WS-COORD-OK NOT = 'S'
              DISPLAY (22 16)
                'SEM VISTO DO COORDENADOR - MATRICULA RECUSADA'
              STOP ' '
              DISPLAY (22 16)
                '                                              '
              MOVE 'N' TO WS-PROVA-OK
              GO TO 9859-FIM-PROVA.
           MOVE COD-ALUNO TO WS-ALUNO-VISTO
           MOVE COD-CURSO TO WS-CURSO-VISTO
           MOVE ANO-MAT TO WS-ANO-VISTO.

       9859-FIM-PROVA. EXIT.

      * VISTO: OPERADOR ATIVO DO OPERMST COM A PROPRIA SENHA E COM
      * A FUNCAO DE COORDENACAO (OU DIRECAO) NO OPERFUNC
       9860-VALIDA-COORDENADOR.
           MOVE 'N' TO WS-COORD-OK
           OPEN INPUT OPERMST
           IF STATUS-MST NOT = '00'
              GO TO 9869-FIM-COORD.
           MOVE WS-COD-COORD TO COD-OPER
           READ OPERMST INVALID KEY
              CLOSE OPERMST
              GO TO 9869-FIM-COORD.
           CLOSE OPERMST
           IF NOT OPER-ATIVO OR SENHA-OPER NOT = WS-SENHA-COORD
              GO TO 9869-FIM-COORD.
           OPEN INPUT OPERFUNC
           IF STATUS-FUN NOT = '00'
              GO TO 9869-FIM-COORD.
           MOVE WS-COD-COORD TO COD-OPER-FUN
           READ OPERFUNC INVALID KEY
              MOVE SPACE TO FUNCAO-FUN.
           IF FUN-COORDENACAO OR FUN-DIRECAO
              MOVE 'S' TO WS-COORD-OK.
           CLOSE OPERFUNC.

       9869-FIM-COORD. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): QUEM
      * NAO TEM CURSO CADASTRADO CONTINUA VENDO TODOS OS CURSOS
       9700-CARREGA-ESCOPO.
           MOVE 'N' TO WS-COM-ESCOPO
           OPEN INPUT OPERADOR
           IF STATUS-OPE = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           OPEN INPUT OPERCUR
           IF STATUS-OCR NOT = '00'
              GO TO 9709-FIM-CARREGA.
           MOVE WS-OPERADOR TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              CLOSE OPERCUR
              GO TO 9709-FIM-CARREGA.
           READ OPERCUR NEXT
           IF STATUS-OCR = '00' AND COD-OPER-OCR = WS-OPERADOR
              MOVE 'S' TO WS-COM-ESCOPO
              GO TO 9709-FIM-CARREGA.
           CLOSE OPERCUR.

       9709-FIM-CARREGA. EXIT.

       9710-VERIFICA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO
           IF WS-COM-ESCOPO NOT = 'S'
              GO TO 9719-FIM-VERIFICA.
           MOVE WS-OPERADOR TO COD-OPER-OCR
           MOVE WS-CURSO-ESC TO CURSO-OCR
           READ OPERCUR INVALID KEY
              MOVE 'S' TO WS-FORA-ESCOPO.

       9719-FIM-VERIFICA. EXIT.

       9720-FECHA-ESCOPO.
           IF WS-COM-ESCOPO = 'S'
              CLOSE OPERCUR
              MOVE 'N' TO WS-COM-ESCOPO.

       9729-FIM-FECHA. EXIT.

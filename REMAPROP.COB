      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            PROPOSTA PELA GRADE DA VERSAO DO
      *                          ALUNO (CADGRDV/ALUVER.DAT)
      * 1.2      /  /            RECUSA CURSO NAO PRONTO PARA O
      *                          ANO (MESMA CONFERENCIA DO
      *                          PRONTANO) SEM SENHA DE SUPERVISOR

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-REM
                       FILE STATUS STATUS-REM.

           SELECT PRECOS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PRECO
                       FILE STATUS STATUS-PREC.

           SELECT PARMAPRV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

           SELECT CALACAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CAL
                       FILE STATUS STATUS-CAL.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT TURMAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TUR
                       FILE STATUS STATUS-TUR.

           SELECT CADHOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT OPERMST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT FICHAS ASSIGN TO PRINTER.

       DATA DIVISION.
           05  NOME-ALUNO-REM          PIC X(40).
           05  FILLER                  PIC X(02).

       FD  PRECOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PRECOS.DAT'
           RECORD CONTAINS 26 CHARACTERS.

       01  REG-PRECO.
           05  CHAVE-PRECO.
               10  COD-CURSO-PREC      PIC 9(06).
               10  ANO-PREC            PIC 9(04).
           05  VALOR-PRECO             PIC 9(04)V99.
           05  DATA-CAD-PREC           PIC 9(08).
           05  FILLER                  PIC X(02).

       FD  PARMAPRV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PARMAPRV.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-PARMAPRV.
           05  CHAVE-PARM.
               10  CURSO-PARM          PIC 9(02).
               10  ANO-PARM            PIC 9(04).
           05  MEDIA-MIN-APRV          PIC 99V9.
           05  FREQ-MIN-APRV           PIC 9(03).
           05  NOTA-HONRA-APRV         PIC 99V9.
           05  LIMITE-DEP              PIC 9(01).
           05  CR-MIN-APRV             PIC 99V9.
           05  LIMITE-PROVA-APRV       PIC 9(01).

       FD  CALACAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CALACAD.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-CALACAD.
           05  CHAVE-CAL.
               10  ANO-CAL             PIC 9(04).
           05  INI-LETIVO-CAL          PIC 9(08).
           05  FIM-LETIVO-CAL          PIC 9(08).
           05  RECESSO-INI-CAL         PIC 9(08).
           05  RECESSO-FIM-CAL         PIC 9(08).
           05  PROVAS-INI-CAL          PIC 9(08).
           05  PROVAS-FIM-CAL          PIC 9(08).
           05  FILLER                  PIC X(08).

       FD  MATRIC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'MATRIC.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-MATRIC.
           05  CHAVE-MAT.
               10 ANO-MAT              PIC 9(04).
               10 COD-CURSO-MAT        PIC 9(02).
               10 COD-DISCI-MAT        PIC 9(04).
               10 COD-ALUNO-MAT        PIC 9(06).
           05  NOME-ALUNO-MAT          PIC X(40).
           05  DATA-MATRICULA          PIC 9(08).
           05  SIT-MAT                 PIC X(01).
               88  MAT-CANCELADA       VALUE 'C'.
           05  DATA-CANC-MAT           PIC 9(08).
           05  MOTIVO-CANC-MAT         PIC X(01).
           05  TURMA-MAT               PIC X(01).
           05  TIPO-MAT                PIC X(01).
           05  FILLER                  PIC X(04).

       FD  TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TURMA.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-TURMAS.
           05  CHAVE-TUR.
               10  COD-CURSO-TUR       PIC 9(02).
               10  COD-DISCI-TUR       PIC 9(04).
               10  ANO-TUR             PIC 9(04).
               10  TURMA-TUR           PIC X(01).
           05  PROFESSOR-TUR           PIC X(25).
           05  FILLER                  PIC X(04).

       FD  CADHOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'HORARIO.DAT'
           RECORD CONTAINS 24 CHARACTERS.

       01  REG-CADHOR.
           05  CHAVE-HOR.
               10  COD-CURSO-HOR       PIC 9(02).
               10  DIA-SEM-HOR         PIC 9(01).
               10  HORA-INI-HOR        PIC 9(04).
               10  TURMA-HOR           PIC X(01).
           05  COD-DISCIPLINA-HOR      PIC 9(04).
           05  ANO-HOR                 PIC 9(04).
           05  HORA-FIM-HOR            PIC 9(04).
           05  COD-SALA-HOR            PIC 9(03).
           05  FILLER                  PIC X(01).

       FD  OPERMST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERMST.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-OPERMST.
           05  CHAVE-OPER.
               10  COD-OPER            PIC X(10).
           05  SENHA-OPER              PIC 9(06).
           05  NOME-OPER               PIC X(30).
           05  NIVEL-OPER              PIC 9(01).
           05  SITUACAO-OPER           PIC X(01).
               88  OPER-ATIVO          VALUE 'A'.
           05  FILLER                  PIC X(02).

       FD  FICHAS
           LABEL RECORD OMITTED.

       01  CONT-ALUNOS         PIC 9(05) VALUE ZEROS.
       01  CONT-PROPOSTAS      PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  STATUS-PREC         PIC X(02) VALUE SPACES.
       01  STATUS-PARM         PIC X(02) VALUE SPACES.
       01  STATUS-CAL          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-MST          PIC X(02) VALUE SPACES.
       01  WS-SEM-DIS          PIC X VALUE 'N'.
       01  WS-SEM-PREC         PIC X VALUE 'N'.
       01  WS-SEM-PARM         PIC X VALUE 'N'.
       01  WS-SEM-CAL          PIC X VALUE 'N'.
       01  WS-SEM-MAT          PIC X VALUE 'N'.
       01  WS-SEM-TUR          PIC X VALUE 'N'.
       01  WS-SEM-HOR          PIC X VALUE 'N'.
       01  WS-SUP-OK           PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-SENHA            PIC 9(06) VALUE ZEROS.
       01  WS-OK-FALTA         PIC X(05) VALUE SPACES.

      * CONFERENCIA DE PRONTIDAO DO CURSO PARA O ANO (7000)
       01  ANO-PRONT           PIC 9(04) VALUE ZEROS.
       01  CURSO-PRONT         PIC 9(02) VALUE ZEROS.
       01  FALTA-PRECO         PIC X VALUE 'N'.
       01  FALTA-PARM          PIC X VALUE 'N'.
       01  FALTA-CAL           PIC X VALUE 'N'.
       01  QTD-DISC-ANO        PIC 9(04) VALUE ZEROS.
       01  QTD-DISC-MAT        PIC 9(04) VALUE ZEROS.
       01  QTD-SEM-DIS         PIC 9(04) VALUE ZEROS.
       01  QTD-SEM-TUR         PIC 9(04) VALUE ZEROS.
       01  QTD-SEM-HOR         PIC 9(04) VALUE ZEROS.
       01  QTD-DIS-PROB        PIC 9(04) VALUE ZEROS.
       01  QTD-FALTA           PIC 9(04) VALUE ZEROS.
       01  WS-DISCI-ANT        PIC 9(04) VALUE ZEROS.
       01  WS-TEM-DIS          PIC X VALUE 'N'.
       01  WS-TEM-TUR          PIC X VALUE 'N'.
       01  WS-TEM-HOR          PIC X VALUE 'N'.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'REMATRICULA'.
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              MOVE 'S' TO WS-SEM-DIS.
           OPEN INPUT PRECOS
           IF STATUS-PREC NOT = '00'
              MOVE 'S' TO WS-SEM-PREC.
           OPEN INPUT PARMAPRV
           IF STATUS-PARM NOT = '00'
              MOVE 'S' TO WS-SEM-PARM.
           OPEN INPUT CALACAD
           IF STATUS-CAL NOT = '00'
              MOVE 'S' TO WS-SEM-CAL.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              MOVE 'S' TO WS-SEM-MAT.
           OPEN INPUT TURMAS
           IF STATUS-TUR NOT = '00'
              MOVE 'S' TO WS-SEM-TUR.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HOR.
           OPEN INPUT GRADECV
           IF STATUS-GRDV NOT = '00'
              MOVE 'S' TO WS-SEM-GRDV.
           IF WS-PERIODOS = 0
              MOVE 4 TO WS-PERIODOS.

      * CURSO NAO PRONTO PARA O ANO (PRECO, CRITERIOS, CALENDARIO,
      * DISCIPLINAS, TURMA E HORARIO) SO RODA COM SENHA DE SUPERVISOR
       0420-PRONTIDAO.
           MOVE ANO-NOVO TO ANO-PRONT
           MOVE CURSO-PROC TO CURSO-PRONT
           PERFORM 7000-PRONTIDAO THRU 7099-FIM-PRONTIDAO
           IF QTD-FALTA = ZEROS
              GO TO 0450-CONFIRMA.
           DISPLAY (13 10) 'CURSO NAO PRONTO PARA O ANO - PENDENCIAS:'
           DISPLAY (13 52) QTD-FALTA
           MOVE 'OK' TO WS-OK-FALTA
           IF FALTA-PRECO = 'S'
              MOVE 'FALTA' TO WS-OK-FALTA.
           DISPLAY (14 10) 'PRECO DO ANO (PRECOS.DAT)......:'
           DISPLAY (14 43) WS-OK-FALTA
           MOVE 'OK' TO WS-OK-FALTA
           IF FALTA-PARM = 'S'
              MOVE 'FALTA' TO WS-OK-FALTA.
           DISPLAY (15 10) 'CRITERIOS DO ANO (PARMAPRV.DAT):'
           DISPLAY (15 43) WS-OK-FALTA
           MOVE 'OK' TO WS-OK-FALTA
           IF FALTA-CAL = 'S'
              MOVE 'FALTA' TO WS-OK-FALTA.
           DISPLAY (16 10) 'CALENDARIO (CALACAD.DAT).......:'
           DISPLAY (16 43) WS-OK-FALTA
           DISPLAY (17 10) 'DISCIPLINAS DO ANO (DISCI.DAT).:'
           DISPLAY (17 43) QTD-DISC-ANO
           DISPLAY (18 10) 'DISCIPLINAS C/ MATRICULA SEM:'
           DISPLAY (18 40) 'DISCI'
           DISPLAY (18 46) QTD-SEM-DIS
           DISPLAY (18 51) 'TURMA'
           DISPLAY (18 57) QTD-SEM-TUR
           DISPLAY (18 62) 'HORARIO'
           DISPLAY (18 70) QTD-SEM-HOR
           PERFORM 9600-VALIDA-SUPERVISOR THRU 9699-FIM-SUP
           PERFORM 0430-LIMPA-PRONTIDAO
           IF WS-SUP-OK = 'S'
              GO TO 0450-CONFIRMA.
           DISPLAY (22 10) 'CURSO NAO PRONTO RECUSADO - VER PRONTANO'
           GO TO 0400-CURSO.

       0430-LIMPA-PRONTIDAO.
           DISPLAY (13 10) LIMPA-LINHA
           DISPLAY (14 10) LIMPA-LINHA
           DISPLAY (15 10) LIMPA-LINHA
           DISPLAY (16 10) LIMPA-LINHA
           DISPLAY (17 10) LIMPA-LINHA
           DISPLAY (18 10) LIMPA-LINHA
           DISPLAY (18 60) '              '.

       0450-CONFIRMA.
           DISPLAY (09 10) 'CONFIRMA A GERACAO (S OU N)  [ ]'
           ACCEPT (09 40) WS-RESPOSTA WITH PROMPT AUTO-SKIP
                 GRADECUR
                 RESULT
                 REMAT
           IF WS-SEM-PREC NOT = 'S'
              CLOSE PRECOS.
           IF WS-SEM-PARM NOT = 'S'
              CLOSE PARMAPRV.
           IF WS-SEM-CAL NOT = 'S'
              CLOSE CALACAD.
           IF WS-SEM-MAT NOT = 'S'
              CLOSE MATRIC.
           IF WS-SEM-TUR NOT = 'S'
              CLOSE TURMAS.
           IF WS-SEM-HOR NOT = 'S'
              CLOSE CADHOR.
           CHAIN 'MSECRET2.EXE'.

      * RESULTADO DO ANO-BASE DO ALUNO: APROVADAS, REPROVADAS E O
              MOVE VERSAO-ALUNO TO WS-VERSAO.

       9869-FIM-VERSAO. EXIT.

      * PRONTIDAO DO CURSO PARA O ANO LETIVO - O QUE O CURSO PRECISA
      * TER CADASTRADO PARA RODAR O ANO: PRECO (PRECOS.DAT), CRITERIOS
      * DE APROVACAO DO ANO (PARMAPRV.DAT, SEM RECUO AO GERAL),
      * CALENDARIO PREENCHIDO (CALACAD.DAT), DISCIPLINAS DO ANO
      * (DISCI.DAT) E, PARA CADA DISCIPLINA COM MATRICULA NAO
      * CANCELADA, O CADASTRO NO ANO, A TURMA E O HORARIO.
      * QTD-FALTA ZERADO = CURSO PRONTO. MESMA CONFERENCIA DO
      * PRONTANO, QUE IMPRIME A LISTA DO QUE FALTA
       7000-PRONTIDAO.
           MOVE ZEROS TO QTD-DISC-ANO QTD-DISC-MAT QTD-SEM-DIS
                         QTD-SEM-TUR QTD-SEM-HOR QTD-DIS-PROB
                         QTD-FALTA
           MOVE 'S' TO FALTA-PRECO
           IF WS-SEM-PREC = 'S'
              GO TO 7010-PARM.
           MOVE CURSO-PRONT TO COD-CURSO-PREC
           MOVE ANO-PRONT TO ANO-PREC
           READ PRECOS INVALID KEY
              GO TO 7010-PARM.
           MOVE 'N' TO FALTA-PRECO.

       7010-PARM.
           MOVE 'S' TO FALTA-PARM
           IF WS-SEM-PARM = 'S'
              GO TO 7020-CALENDARIO.
           MOVE CURSO-PRONT TO CURSO-PARM
           MOVE ANO-PRONT TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 7020-CALENDARIO.
           MOVE 'N' TO FALTA-PARM.

       7020-CALENDARIO.
           MOVE 'S' TO FALTA-CAL
           IF WS-SEM-CAL = 'S'
              GO TO 7030-DISCIPLINAS.
           MOVE ANO-PRONT TO ANO-CAL
           READ CALACAD INVALID KEY
              GO TO 7030-DISCIPLINAS.
           IF INI-LETIVO-CAL NOT = ZEROS
              AND FIM-LETIVO-CAL NOT = ZEROS
              MOVE 'N' TO FALTA-CAL.

       7030-DISCIPLINAS.
           IF WS-SEM-DIS = 'S'
              GO TO 7050-MATRICULAS.
           MOVE CURSO-PRONT TO COD-CURSO-DIS
           MOVE ZEROS TO COD-DISCIPLINA ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 7050-MATRICULAS.

       7040-LE-DISCI.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              GO TO 7050-MATRICULAS.
           IF COD-CURSO-DIS NOT = CURSO-PRONT
              GO TO 7050-MATRICULAS.
           IF ANO-DISCI = ANO-PRONT
              ADD 1 TO QTD-DISC-ANO.
           GO TO 7040-LE-DISCI.

       7050-MATRICULAS.
           MOVE ZEROS TO WS-DISCI-ANT
           IF WS-SEM-MAT = 'S'
              GO TO 7090-CONTA.
           MOVE ANO-PRONT TO ANO-MAT
           MOVE CURSO-PRONT TO COD-CURSO-MAT
           MOVE ZEROS TO COD-DISCI-MAT COD-ALUNO-MAT
           START MATRIC KEY NOT LESS THAN CHAVE-MAT INVALID KEY
              GO TO 7090-CONTA.

       7060-LE-MATRIC.
           READ MATRIC NEXT
           IF STATUS-MAT NOT = '00'
              GO TO 7090-CONTA.
           IF ANO-MAT NOT = ANO-PRONT
              OR COD-CURSO-MAT NOT = CURSO-PRONT
              GO TO 7090-CONTA.
           IF MAT-CANCELADA
              GO TO 7060-LE-MATRIC.
           IF COD-DISCI-MAT = WS-DISCI-ANT
              GO TO 7060-LE-MATRIC.
           MOVE COD-DISCI-MAT TO WS-DISCI-ANT
           ADD 1 TO QTD-DISC-MAT
           PERFORM 7100-CONFERE-DISCI THRU 7199-FIM-CONFERE-DISCI
           GO TO 7060-LE-MATRIC.

       7090-CONTA.
           IF FALTA-PRECO = 'S'
              ADD 1 TO QTD-FALTA.
           IF FALTA-PARM = 'S'
              ADD 1 TO QTD-FALTA.
           IF FALTA-CAL = 'S'
              ADD 1 TO QTD-FALTA.
           IF QTD-DISC-ANO = ZEROS
              ADD 1 TO QTD-FALTA.
           ADD QTD-DIS-PROB TO QTD-FALTA.

       7099-FIM-PRONTIDAO. EXIT.

      * DISCIPLINA COM MATRICULA: PRECISA DO CADASTRO NO ANO, DE
      * TURMA E DE HORARIO
       7100-CONFERE-DISCI.
           MOVE 'N' TO WS-TEM-DIS WS-TEM-TUR WS-TEM-HOR
           IF WS-SEM-DIS = 'S'
              GO TO 7110-TURMA.
           MOVE CURSO-PRONT TO COD-CURSO-DIS
           MOVE WS-DISCI-ANT TO COD-DISCIPLINA
           MOVE ANO-PRONT TO ANO-DISCI
           READ CADDISCI INVALID KEY
              GO TO 7110-TURMA.
           MOVE 'S' TO WS-TEM-DIS.

       7110-TURMA.
           IF WS-SEM-TUR = 'S'
              GO TO 7120-HORARIO.
           MOVE CURSO-PRONT TO COD-CURSO-TUR
           MOVE WS-DISCI-ANT TO COD-DISCI-TUR
           MOVE ANO-PRONT TO ANO-TUR
           MOVE SPACES TO TURMA-TUR
           START TURMAS KEY NOT LESS THAN CHAVE-TUR INVALID KEY
              GO TO 7120-HORARIO.
           READ TURMAS NEXT
           IF STATUS-TUR NOT = '00'
              GO TO 7120-HORARIO.
           IF COD-CURSO-TUR = CURSO-PRONT
              AND COD-DISCI-TUR = WS-DISCI-ANT
              AND ANO-TUR = ANO-PRONT
              MOVE 'S' TO WS-TEM-TUR.

       7120-HORARIO.
           IF WS-SEM-HOR = 'S'
              GO TO 7190-ANOTA.
           MOVE CURSO-PRONT TO COD-CURSO-HOR
           MOVE ZEROS TO DIA-SEM-HOR HORA-INI-HOR
           MOVE SPACES TO TURMA-HOR
           START CADHOR KEY NOT LESS THAN CHAVE-HOR INVALID KEY
              GO TO 7190-ANOTA.

       7130-LE-HORARIO.
           READ CADHOR NEXT
           IF STATUS-HOR NOT = '00'
              GO TO 7190-ANOTA.
           IF COD-CURSO-HOR NOT = CURSO-PRONT
              GO TO 7190-ANOTA.
           IF COD-DISCIPLINA-HOR NOT = WS-DISCI-ANT
              OR ANO-HOR NOT = ANO-PRONT
              GO TO 7130-LE-HORARIO.
           MOVE 'S' TO WS-TEM-HOR.

       7190-ANOTA.
           IF WS-TEM-DIS = 'N'
              ADD 1 TO QTD-SEM-DIS.
           IF WS-TEM-TUR = 'N'
              ADD 1 TO QTD-SEM-TUR.
           IF WS-TEM-HOR = 'N'
              ADD 1 TO QTD-SEM-HOR.
           IF WS-TEM-DIS = 'S' AND WS-TEM-TUR = 'S'
              AND WS-TEM-HOR = 'S'
              GO TO 7199-FIM-CONFERE-DISCI.
           ADD 1 TO QTD-DIS-PROB.

       7199-FIM-CONFERE-DISCI. EXIT.

       9600-VALIDA-SUPERVISOR.
           MOVE 'N' TO WS-SUP-OK
           OPEN INPUT OPERMST
           IF STATUS-MST NOT = '00'
              DISPLAY (22 10)
                'SEM CADASTRO DE OPERADORES - CADASTRE NO CADOPER'
              STOP ' '
              GO TO 9699-FIM-SUP.
           DISPLAY (20 10) 'SUPERVISOR [          ] SENHA [      ]'
           ACCEPT (20 22) WS-OPERADOR WITH PROMPT AUTO-SKIP
           ACCEPT (20 41) WS-SENHA WITH PROMPT AUTO-SKIP
           DISPLAY (20 10)
             '                                         '
           MOVE WS-OPERADOR TO COD-OPER
           READ OPERMST INVALID KEY
              CLOSE OPERMST
              GO TO 9699-FIM-SUP.
           IF NIVEL-OPER = 3 AND OPER-ATIVO
              AND SENHA-OPER = WS-SENHA
              MOVE 'S' TO WS-SUP-OK.
           CLOSE OPERMST.

       9699-FIM-SUP. EXIT.

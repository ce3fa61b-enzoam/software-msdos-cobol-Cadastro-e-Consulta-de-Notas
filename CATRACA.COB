       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATRACA-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : CATRACA DE ACESSO X CHAMADA - importa o arquivo
      *              diario das catracas da portaria (CATRACA.TXT:
      *              numero da carteirinha do CARTALU = matricula,
      *              data e hora) para ACESSO.DAT (primeira e ultima
      *              passagem do aluno no dia) e emite o relatorio de
      *              divergencias de um dia: aluno com FALTA na
      *              CHAMADA.DAT que entrou no predio antes do inicio
      *              da aula (HORARIO.DAT) e aluno PRESENTE que nao
      *              passou pela catraca. So consulta - nao altera
      *              chamada nem faltas
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATRACA ASSIGN TO DISK
                       FILE STATUS STATUS-CAT.

           SELECT ACESSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ACE
                       FILE STATUS STATUS-ACE.

           SELECT CHAMADA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CHAM
                       FILE STATUS STATUS-CHAM.

           SELECT CADHOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT MATRIC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-MAT
                       FILE STATUS STATUS-MAT.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
      * EXPORTACAO DIARIA DAS CATRACAS, LAYOUT FIXO DO FORNECEDOR
       FD  CATRACA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CATRACA.TXT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-CATRACA.
           05  CARTAO-CAT              PIC 9(06).
           05  DATA-CAT                PIC 9(08).
           05  HORA-CAT                PIC 9(06).
           05  FILLER                  PIC X(20).

       FD  ACESSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ACESSO.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-ACESSO.
           05  CHAVE-ACE.
               10  COD-ALUNO-ACE       PIC 9(06).
               10  DATA-ACE            PIC 9(08).
           05  HORA-PRI-ACE            PIC 9(06).
           05  HORA-ULT-ACE            PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  CHAMADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CHAMADA.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-CHAMADA.
           05  CHAVE-CHAM.
               10 ANO-CHAM             PIC 9(04).
               10 COD-CURSO-CHAM       PIC 9(02).
               10 COD-DISCI-CHAM       PIC 9(04).
               10 DATA-CHAM            PIC 9(08).
               10 COD-ALUNO-CHAM       PIC 9(06).
           05  PRESENCA-CHAM           PIC X(01).
               88  ALUNO-PRESENTE      VALUE 'P'.
               88  ALUNO-FALTOU        VALUE 'F'.
           05  TURMA-CHAM              PIC X(01).
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

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-CAT          PIC X(02) VALUE SPACES.
       01  STATUS-ACE          PIC X(02) VALUE SPACES.
       01  STATUS-CHAM         PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-MAT          PIC X(02) VALUE SPACES.
       01  WS-SEM-CHAMADA      PIC X VALUE 'N'.
       01  WS-SEM-HORARIO      PIC X VALUE 'N'.
       01  WS-SEM-MATRIC       PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-DIA              PIC 9(02) VALUE ZEROS.
       01  WS-MES              PIC 9(02) VALUE ZEROS.
       01  WS-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-DATA             PIC 9(08) VALUE ZEROS.
       01  WS-HORA-AULA        PIC 9(04) VALUE ZEROS.
       01  WS-HORA-ENTRADA     PIC 9(04) VALUE ZEROS.
       01  WS-TEM-ACESSO       PIC X VALUE 'N'.
       01  CONT-LIDOS          PIC 9(06) VALUE ZEROS.
       01  CONT-GRAVADOS       PIC 9(06) VALUE ZEROS.
       01  CONT-REJEITADOS     PIC 9(06) VALUE ZEROS.
       01  CONT-VERIFICADOS    PIC 9(05) VALUE ZEROS.
       01  CONT-FALTA-ENTROU   PIC 9(05) VALUE ZEROS.
       01  CONT-PRES-SEM       PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  ZEL-Q               PIC 9(02) VALUE ZEROS.
       01  ZEL-M               PIC 9(02) VALUE ZEROS.
       01  ZEL-A               PIC 9(04) VALUE ZEROS.
       01  ZEL-K               PIC 9(02) VALUE ZEROS.
       01  ZEL-J               PIC 9(02) VALUE ZEROS.
       01  ZEL-T1              PIC 9(06) VALUE ZEROS.
       01  ZEL-T2              PIC 9(06) VALUE ZEROS.
       01  ZEL-H               PIC 9(01) VALUE ZEROS.
       01  WS-DIA-SEMANA       PIC 9(01) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CATRACA'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA ACADEMICO'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(40) VALUE
           'DIVERGENCIAS CATRACA X CHAMADA - DIA'.
           05 DIA-CAB2             PIC 99/99/9999.

       01  CAB3.
           05 FILLER               PIC X(06) VALUE 'CURSO'.
           05 FILLER               PIC X(06) VALUE 'DISC.'.
           05 FILLER               PIC X(02) VALUE 'T'.
           05 FILLER               PIC X(08) VALUE 'ALUNO'.
           05 FILLER               PIC X(26) VALUE 'NOME'.
           05 FILLER               PIC X(07) VALUE 'AULA'.
           05 FILLER               PIC X(07) VALUE 'ENTRADA'.
           05 FILLER               PIC X(18) VALUE 'OCORRENCIA'.

       01  DET1.
           05 CURSO-DET1           PIC 9(02).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DISCI-DET1           PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TURMA-DET1           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NOME-DET1            PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AULA-DET1            PIC 99.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ENTRADA-DET1         PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OCORR-DET1           PIC X(18).

       01  WS-HORA-ED              PIC 99.99.

       01  TOT-LIN.
           05 FILLER               PIC X(17) VALUE
           'CHAMADAS VERIF.:'.
           05 VERIF-TOT            PIC ZZZZ9.
           05 FILLER               PIC X(20) VALUE
           '  FALTA C/ ENTRADA:'.
           05 FALTA-TOT            PIC ZZZZ9.
           05 FILLER               PIC X(20) VALUE
           '  PRESENTE S/ PASS.:'.
           05 PRES-TOT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN I-O ACESSO
           IF STATUS-ACE NOT = '00'
              OPEN OUTPUT ACESSO
              CLOSE ACESSO
              OPEN I-O ACESSO.
           OPEN INPUT CHAMADA
           IF STATUS-CHAM NOT = '00'
              MOVE 'S' TO WS-SEM-CHAMADA.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HORARIO.
           OPEN INPUT MATRIC
           IF STATUS-MAT NOT = '00'
              MOVE 'S' TO WS-SEM-MATRIC.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CATRACA'
           DISPLAY (02 22) 'CATRACA DE ACESSO X CHAMADA'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             'I=IMPORTA CATRACA.TXT  R=DIVERGENCIAS  F=FIM  [ ]'.

       0300-OPCAO.
           ACCEPT (05 57) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'I' OR 'i'
              GO TO 0400-IMPORTA.
           IF WS-OPCAO = 'R' OR 'r'
              GO TO 0500-RELATORIO.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0900-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * -------- IMPORTACAO --------
      * GUARDA A PRIMEIRA E A ULTIMA PASSAGEM DO ALUNO NO DIA; O
      * MESMO ARQUIVO PODE SER IMPORTADO DE NOVO SEM DUPLICAR
       0400-IMPORTA.
           OPEN INPUT CATRACA
           IF STATUS-CAT NOT = '00'
              DISPLAY (22 10) 'CATRACA.TXT INEXISTENTE'
              GO TO 0300-OPCAO.
           MOVE ZEROS TO CONT-LIDOS CONT-GRAVADOS CONT-REJEITADOS.

       0410-LE-CATRACA.
           READ CATRACA AT END
              GO TO 0490-FIM-IMPORTA.
           ADD 1 TO CONT-LIDOS
           IF CARTAO-CAT NOT NUMERIC OR DATA-CAT NOT NUMERIC
              OR HORA-CAT NOT NUMERIC
              ADD 1 TO CONT-REJEITADOS
              GO TO 0410-LE-CATRACA.
           IF CARTAO-CAT = ZEROS OR DATA-CAT = ZEROS
              ADD 1 TO CONT-REJEITADOS
              GO TO 0410-LE-CATRACA.
           MOVE CARTAO-CAT TO COD-ALUNO-ACE
           MOVE DATA-CAT TO DATA-ACE
           READ ACESSO INVALID KEY
              MOVE HORA-CAT TO HORA-PRI-ACE HORA-ULT-ACE
              WRITE REG-ACESSO
              ADD 1 TO CONT-GRAVADOS
              GO TO 0410-LE-CATRACA.
           IF HORA-CAT < HORA-PRI-ACE
              MOVE HORA-CAT TO HORA-PRI-ACE.
           IF HORA-CAT > HORA-ULT-ACE
              MOVE HORA-CAT TO HORA-ULT-ACE.
           REWRITE REG-ACESSO
           GO TO 0410-LE-CATRACA.

       0490-FIM-IMPORTA.
           CLOSE CATRACA
           DISPLAY (18 10) 'LIDOS:'
           DISPLAY (18 17) CONT-LIDOS
           DISPLAY (18 26) 'DIAS/ALUNO NOVOS:'
           DISPLAY (18 44) CONT-GRAVADOS
           DISPLAY (18 53) 'REJEITADOS:'
           DISPLAY (18 65) CONT-REJEITADOS
           DISPLAY (22 10) 'IMPORTACAO CONCLUIDA'
           STOP ' '
           GO TO 0200-TELA.

      * -------- RELATORIO DE DIVERGENCIAS --------
       0500-RELATORIO.
           IF WS-SEM-CHAMADA = 'S'
              DISPLAY (22 10) 'CHAMADA.DAT INEXISTENTE'
              GO TO 0300-OPCAO.
           DISPLAY (08 10) 'DATA DAS AULAS [  /  /    ]'.

       0510-DATA.
           ACCEPT (08 26) WS-DIA WITH PROMPT AUTO-SKIP
           IF WS-DIA = ZEROS
              GO TO 0200-TELA.
           ACCEPT (08 29) WS-MES WITH PROMPT AUTO-SKIP
           ACCEPT (08 32) WS-ANO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-DIA > 31 OR WS-MES < 1 OR WS-MES > 12
              OR WS-ANO = ZEROS
              DISPLAY (22 10) 'DATA INVALIDA'
              GO TO 0510-DATA.
           COMPUTE WS-DATA = WS-ANO * 10000 + WS-MES * 100 + WS-DIA
           PERFORM 2000-DIA-SEMANA THRU 2099-FIM-DIA-SEMANA
           MOVE ZEROS TO CONTLIN CONTPAG CONT-VERIFICADOS
                         CONT-FALTA-ENTROU CONT-PRES-SEM
           OPEN OUTPUT RELATO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO
           MOVE WS-ANO TO ANO-CHAM
           MOVE ZEROS TO COD-CURSO-CHAM COD-DISCI-CHAM DATA-CHAM
                         COD-ALUNO-CHAM
           START CHAMADA KEY NOT LESS THAN CHAVE-CHAM INVALID KEY
              GO TO 0590-TOTAIS.

      * CHAMADA.DAT NAO TEM A DATA NA FRENTE DA CHAVE - LE O ANO
      * INTEIRO E FICA SO COM AS AULAS DO DIA
       0520-LE-CHAMADA.
           READ CHAMADA NEXT
           IF STATUS-CHAM NOT = '00'
              GO TO 0590-TOTAIS.
           IF ANO-CHAM NOT = WS-ANO
              GO TO 0590-TOTAIS.
           IF DATA-CHAM NOT = WS-DATA
              GO TO 0520-LE-CHAMADA.
           IF PRESENCA-CHAM NOT = 'P' AND 'F'
              GO TO 0520-LE-CHAMADA.
           ADD 1 TO CONT-VERIFICADOS
           PERFORM 2100-HORA-AULA THRU 2199-FIM-HORA-AULA
           MOVE 'N' TO WS-TEM-ACESSO
           MOVE ZEROS TO WS-HORA-ENTRADA
           MOVE COD-ALUNO-CHAM TO COD-ALUNO-ACE
           MOVE WS-DATA TO DATA-ACE
           READ ACESSO INVALID KEY
              GO TO 0530-CONFERE.
           MOVE 'S' TO WS-TEM-ACESSO
           DIVIDE HORA-PRI-ACE BY 100 GIVING WS-HORA-ENTRADA.

       0530-CONFERE.
           IF ALUNO-PRESENTE AND WS-TEM-ACESSO = 'N'
              MOVE 'PRESENTE S/ PASSAG' TO OCORR-DET1
              ADD 1 TO CONT-PRES-SEM
              GO TO 0540-IMPRIME.
           IF ALUNO-FALTOU AND WS-TEM-ACESSO = 'S'
              AND WS-HORA-ENTRADA NOT > WS-HORA-AULA
              MOVE 'FALTA MAS ENTROU' TO OCORR-DET1
              ADD 1 TO CONT-FALTA-ENTROU
              GO TO 0540-IMPRIME.
           GO TO 0520-LE-CHAMADA.

       0540-IMPRIME.
           MOVE COD-CURSO-CHAM TO CURSO-DET1
           MOVE COD-DISCI-CHAM TO DISCI-DET1
           MOVE TURMA-CHAM TO TURMA-DET1
           MOVE COD-ALUNO-CHAM TO ALUNO-DET1
           MOVE SPACES TO NOME-DET1
           IF WS-SEM-MATRIC NOT = 'S'
              MOVE ANO-CHAM TO ANO-MAT
              MOVE COD-CURSO-CHAM TO COD-CURSO-MAT
              MOVE COD-DISCI-CHAM TO COD-DISCI-MAT
              MOVE COD-ALUNO-CHAM TO COD-ALUNO-MAT
              READ MATRIC
              IF STATUS-MAT = '00'
                 MOVE NOME-ALUNO-MAT TO NOME-DET1.
           MOVE WS-HORA-AULA TO AULA-DET1
           MOVE SPACES TO ENTRADA-DET1
           IF WS-TEM-ACESSO = 'S'
              MOVE WS-HORA-ENTRADA TO WS-HORA-ED
              MOVE WS-HORA-ED TO ENTRADA-DET1.
           MOVE DET1 TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 0520-LE-CHAMADA.

       0590-TOTAIS.
           MOVE SPACES TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-VERIFICADOS TO VERIF-TOT
           MOVE CONT-FALTA-ENTROU TO FALTA-TOT
           MOVE CONT-PRES-SEM TO PRES-TOT
           MOVE TOT-LIN TO REG-ORELATO
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           CLOSE RELATO
           DISPLAY (18 10) 'VERIFICADAS:'
           DISPLAY (18 23) CONT-VERIFICADOS
           DISPLAY (18 30) 'FALTA C/ ENTRADA:'
           DISPLAY (18 48) CONT-FALTA-ENTROU
           DISPLAY (18 55) 'PRES. S/ PASS.:'
           DISPLAY (18 71) CONT-PRES-SEM
           DISPLAY (22 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * DIA DA SEMANA DA DATA PEDIDA (ZELLER, COMO NO CADCHAM)
       2000-DIA-SEMANA.
           MOVE WS-DIA TO ZEL-Q
           MOVE WS-MES TO ZEL-M
           MOVE WS-ANO TO ZEL-A
           IF ZEL-M < 3
              ADD 12 TO ZEL-M
              SUBTRACT 1 FROM ZEL-A.
           DIVIDE ZEL-A BY 100 GIVING ZEL-J REMAINDER ZEL-K
           MOVE ZEL-Q TO ZEL-T1
           ADD 1 TO ZEL-M
           MULTIPLY 13 BY ZEL-M GIVING ZEL-T2
           DIVIDE 5 INTO ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           ADD ZEL-K TO ZEL-T1
           DIVIDE ZEL-K BY 4 GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           DIVIDE ZEL-J BY 4 GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           MULTIPLY 5 BY ZEL-J GIVING ZEL-T2
           ADD ZEL-T2 TO ZEL-T1
           DIVIDE ZEL-T1 BY 7 GIVING ZEL-T2 REMAINDER ZEL-H

      *    ZELLER: 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
      *    HORARIO.DAT: DIA-SEM 1=SEGUNDA ... 6=SABADO 7=DOMINGO
           IF ZEL-H = 0
              MOVE 6 TO WS-DIA-SEMANA.
           IF ZEL-H = 1
              MOVE 7 TO WS-DIA-SEMANA.
           IF ZEL-H > 1
              SUBTRACT 1 FROM ZEL-H GIVING WS-DIA-SEMANA.

       2099-FIM-DIA-SEMANA. EXIT.

      * PRIMEIRA SESSAO DA DISCIPLINA (E TURMA) NO DIA; SEM HORARIO
      * CADASTRADO VALE QUALQUER ENTRADA NO DIA (23.59)
       2100-HORA-AULA.
           MOVE 2359 TO WS-HORA-AULA
           IF WS-SEM-HORARIO = 'S'
              GO TO 2199-FIM-HORA-AULA.
           MOVE COD-CURSO-CHAM TO COD-CURSO-HOR
           MOVE WS-DIA-SEMANA  TO DIA-SEM-HOR
           MOVE ZEROS          TO HORA-INI-HOR
           MOVE SPACES         TO TURMA-HOR
           START CADHOR KEY NOT LESS THAN CHAVE-HOR INVALID KEY
              GO TO 2199-FIM-HORA-AULA.

       2110-LE-HORARIO.
           READ CADHOR NEXT
           IF STATUS-HOR NOT = '00'
              GO TO 2199-FIM-HORA-AULA.
           IF COD-CURSO-HOR NOT = COD-CURSO-CHAM
              OR DIA-SEM-HOR NOT = WS-DIA-SEMANA
              GO TO 2199-FIM-HORA-AULA.
           IF COD-DISCIPLINA-HOR NOT = COD-DISCI-CHAM
              OR ANO-HOR NOT = ANO-CHAM
              GO TO 2110-LE-HORARIO.
           IF TURMA-CHAM NOT = SPACE AND TURMA-HOR NOT = SPACE
              AND TURMA-HOR NOT = TURMA-CHAM
              GO TO 2110-LE-HORARIO.
           MOVE HORA-INI-HOR TO WS-HORA-AULA.

       2199-FIM-HORA-AULA. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           COMPUTE DIA-CAB2 = WS-DIA * 1000000 + WS-MES * 10000
                            + WS-ANO
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE 4 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

       0900-FIM.
           IF WS-SEM-CHAMADA NOT = 'S'
              CLOSE CHAMADA.
           IF WS-SEM-HORARIO NOT = 'S'
              CLOSE CADHOR.
           IF WS-SEM-MATRIC NOT = 'S'
              CLOSE MATRIC.
           CLOSE ACESSO
           CHAIN 'FACAD.EXE'.

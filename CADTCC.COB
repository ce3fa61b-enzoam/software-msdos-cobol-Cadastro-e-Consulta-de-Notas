       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTCC-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : TRABALHO DE CONCLUSAO DE CURSO - registra por
      *              aluno (TCC.DAT) o titulo, o orientador e os tres
      *              membros da banca (PROFESSOR.DAT), marca a defesa
      *              (data, horario e sala) avisando quando a sala ja
      *              esta ocupada em HORARIO.DAT / PROVA.DAT / outra
      *              defesa ou quando alguem da banca esta dando aula
      *              no horario; lanca a nota e a situacao final e
      *              mantem o parametro de curso que exige TCC
      *              (TCCCUR.DAT), conferido pelo GRADFORM
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALUNO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALU
                       FILE STATUS STATUS-ALU.

           SELECT CADPROF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROF
                       FILE STATUS STATUS-PROF.

           SELECT TCC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TCC
                       FILE STATUS STATUS-TCC.

           SELECT TCCCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TCU
                       FILE STATUS STATUS-TCU.

           SELECT CADHOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT TURMAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TUR
                       FILE STATUS STATUS-TUR.

           SELECT PROVA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROVA
                       FILE STATUS STATUS-PROVA.

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT PARMAPRV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ALUNO.DAT'
           RECORD CONTAINS 128 CHARACTERS.

       01  REG-CADALUNO.
           05  CHAVE-ALU.
               10  COD-ALUNO           PIC 9(06).
               10  COD-CURSO-ALU       PIC 9(02).
           05  NOME-ALUNO              PIC X(35).
           05  FILLER                  PIC X(76).
           05  SITUACAO-ALU            PIC X(01).
           05  DATA-SITUACAO-ALU       PIC 9(08).

       FD  CADPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROFESSOR.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-CADPROF.
           05  CHAVE-PROF.
               10  COD-PROF            PIC 9(04).
           05  NOME-PROF               PIC X(25).
           05  TITULACAO-PROF          PIC X(15).
           05  SITUACAO-PROF           PIC X(01).
               88  PROF-ATIVO          VALUE 'A'.
               88  PROF-INATIVO        VALUE 'I'.
           05  VALOR-HORA-PROF         PIC 9(03)V99.

       FD  TCC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TCC.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-TCC.
           05  CHAVE-TCC.
               10  COD-CURSO-TCC       PIC 9(02).
               10  COD-ALUNO-TCC       PIC 9(06).
           05  TITULO-TCC              PIC X(60).
           05  ORIENTADOR-TCC          PIC 9(04).
           05  BANCA-TCC.
               10  MEMBRO-TCC          PIC 9(04) OCCURS 3 TIMES.
           05  DATA-DEF-TCC            PIC 9(08).
           05  HORA-INI-DEF-TCC        PIC 9(04).
           05  HORA-FIM-DEF-TCC        PIC 9(04).
           05  SALA-DEF-TCC            PIC 9(03).
           05  NOTA-TCC                PIC 99V9.
           05  SIT-TCC                 PIC X(01).
               88  TCC-ELABORACAO      VALUE 'E'.
               88  TCC-DEFESA-MARCADA  VALUE 'M'.
               88  TCC-APROVADO        VALUE 'A'.
               88  TCC-REPROVADO       VALUE 'R'.
               88  TCC-CANCELADO       VALUE 'C'.
           05  DATA-SIT-TCC            PIC 9(08).
           05  FILLER                  PIC X(05).

       FD  TCCCUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'TCCCUR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-TCCCUR.
           05  CHAVE-TCU.
               10  COD-CURSO-TCU       PIC 9(02).
           05  EXIGE-TCC               PIC X(01).
               88  CURSO-EXIGE-TCC     VALUE 'S'.
           05  FILLER                  PIC X(07).

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

       FD  CADDISCI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'DISCI.DAT'
           RECORD CONTAINS 77 CHARACTERS.

       01  REG-CADDISCI.
           05  CHAVE-DIS.
               10  COD-CURSO-DIS       PIC 9(02).
               10  COD-DISCIPLINA      PIC 9(04).
               10  ANO-DISCI           PIC 9(04).
           05  NOME-DISCIPLINA         PIC X(35).
           05  QTDE-AULAS-DIS          PIC 9(03).
           05  CARGA-DIS               PIC 9(04).
           05  PROFESSOR-DIS           PIC X(25).

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

       FD  PROVA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PROVA.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-PROVA.
           05  CHAVE-PROVA.
               10  ANO-PROVA           PIC 9(04).
               10  COD-CURSO-PROVA     PIC 9(02).
               10  COD-DISCI-PROVA     PIC 9(04).
               10  BIM-PROVA           PIC 9(01).
           05  DATA-PROVA              PIC 9(08).
           05  HORA-INI-PROVA          PIC 9(04).
           05  HORA-FIM-PROVA          PIC 9(04).
           05  SALA-PROVA              PIC 9(03).

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
           05  FILLER                  PIC X(01).

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
           05  FILLER                  PIC X(04).

       WORKING-STORAGE SECTION.
       01  STATUS-ALU          PIC X(02) VALUE SPACES.
       01  STATUS-PROF         PIC X(02) VALUE SPACES.
       01  STATUS-TCC          PIC X(02) VALUE SPACES.
       01  STATUS-TCU          PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-PROVA        PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-PARM         PIC X(02) VALUE SPACES.
       01  WS-SEM-HOR          PIC X VALUE 'N'.
       01  WS-SEM-DISCI        PIC X VALUE 'N'.
       01  WS-SEM-TURMAS       PIC X VALUE 'N'.
       01  WS-SEM-PROVA        PIC X VALUE 'N'.
       01  WS-SEM-SALA         PIC X VALUE 'N'.
       01  WS-SEM-PARM         PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  LIMPA-NOME          PIC X(30) VALUE SPACES.
       01  ACHOU-REG           PIC X VALUE 'N'.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  LIN                 PIC 9(02) VALUE ZEROS.
       01  IDX-BANCA           PIC 9(01) VALUE ZEROS.
       01  IDX-OUTRO           PIC 9(01) VALUE ZEROS.
       01  QTD-AVISOS          PIC 9(03) VALUE ZEROS.
       01  MEDIA-MIN-P         PIC 99V9 VALUE 7,0.
       01  WS-NOTA             PIC 99V9 VALUE ZEROS.
       01  WS-SIT              PIC X VALUE SPACE.
       01  WS-PROF-AULA        PIC X(25) VALUE SPACES.
       01  WS-CHAVE-TCC        PIC X(08) VALUE SPACES.
       01  WS-NOVO-INI         PIC 9(04) VALUE ZEROS.
       01  WS-NOVO-FIM         PIC 9(04) VALUE ZEROS.
       01  WS-NOVA-SALA        PIC 9(03) VALUE ZEROS.
       01  WS-TAB-BANCA.
           05  WS-NOME-BANCA   PIC X(25) OCCURS 4 TIMES.
       01  WS-DATA-CORR.
           05 ANO-CORR         PIC 9(04).
           05 MES-CORR         PIC 9(02).
           05 DIA-CORR         PIC 9(02).
       01  WS-DATA-CORR-R REDEFINES WS-DATA-CORR PIC 9(08).
       01  WS-HORA-CORR.
           05 HH-CORR          PIC 9(02).
           05 MM-CORR          PIC 9(02).
       01  WS-HORA-CORR-R REDEFINES WS-HORA-CORR PIC 9(04).
       01  WS-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       01  ZEL-Q               PIC 9(02) VALUE ZEROS.
       01  ZEL-M               PIC 9(02) VALUE ZEROS.
       01  ZEL-A               PIC 9(04) VALUE ZEROS.
       01  ZEL-K               PIC 9(02) VALUE ZEROS.
       01  ZEL-J               PIC 9(02) VALUE ZEROS.
       01  ZEL-T1              PIC 9(06) VALUE ZEROS.
       01  ZEL-T2              PIC 9(06) VALUE ZEROS.
       01  ZEL-H               PIC 9(01) VALUE ZEROS.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADALUNO
           IF STATUS-ALU NOT = '00'
              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN INPUT CADPROF
           IF STATUS-PROF NOT = '00'
              DISPLAY (12 20) 'PROFESSOR.DAT INEXISTENTE'
              CLOSE CADALUNO
              STOP ' '
              CHAIN 'MSECRET2.EXE'.
           OPEN I-O TCC
           IF STATUS-TCC NOT = '00'
              OPEN OUTPUT TCC
              CLOSE TCC
              OPEN I-O TCC.
           OPEN I-O TCCCUR
           IF STATUS-TCU NOT = '00'
              OPEN OUTPUT TCCCUR
              CLOSE TCCCUR
              OPEN I-O TCCCUR.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HOR.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              MOVE 'S' TO WS-SEM-DISCI.
           OPEN INPUT TURMAS
           IF STATUS-TUR NOT = '00'
              MOVE 'S' TO WS-SEM-TURMAS.
           OPEN INPUT PROVA
           IF STATUS-PROVA NOT = '00'
              MOVE 'S' TO WS-SEM-PROVA.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.
           OPEN INPUT PARMAPRV
           IF STATUS-PARM NOT = '00'
              MOVE 'S' TO WS-SEM-PARM.

       0200-TELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADTCC'
           DISPLAY (02 22) 'TRABALHO DE CONCLUSAO DE CURSO'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (05 10)
             'T=TRABALHO  D=DEFESA  N=NOTA  P=PARAMETRO  F=FIM  [ ]'.

       0300-OPCAO.
           ACCEPT (05 61) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'T' OR 't'
              GO TO 0400-TRABALHO.
           IF WS-OPCAO = 'D' OR 'd'
              GO TO 0600-DEFESA.
           IF WS-OPCAO = 'N' OR 'n'
              GO TO 0800-NOTA.
           IF WS-OPCAO = 'P' OR 'p'
              GO TO 0900-PARAMETRO.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0990-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * ALUNO E CURSO DO TCC - COMUM AS OPCOES T, D E N
       0350-CHAVE.
           MOVE 'N' TO ACHOU-REG
           DISPLAY (07 10) 'ALUNO [      ]  CURSO [  ]'
           ACCEPT (07 17) COD-ALUNO WITH PROMPT AUTO-SKIP
           IF COD-ALUNO = ZEROS
              GO TO 0359-FIM-CHAVE.
           ACCEPT (07 33) COD-CURSO-ALU WITH PROMPT AUTO-SKIP
           READ CADALUNO INVALID KEY
              DISPLAY (22 10) 'ALUNO NAO CADASTRADO'
              GO TO 0350-CHAVE.
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (08 10) NOME-ALUNO
           MOVE COD-CURSO-ALU TO COD-CURSO-TCC
           MOVE COD-ALUNO TO COD-ALUNO-TCC
           READ TCC INVALID KEY
              GO TO 0359-FIM-CHAVE.
           MOVE 'S' TO ACHOU-REG.

       0359-FIM-CHAVE. EXIT.

      * -------- TITULO, ORIENTADOR E BANCA --------
       0400-TRABALHO.
           PERFORM 0350-CHAVE THRU 0359-FIM-CHAVE
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           IF ACHOU-REG = 'N'
              MOVE SPACES TO TITULO-TCC
              MOVE ZEROS TO ORIENTADOR-TCC MEMBRO-TCC (1)
                 MEMBRO-TCC (2) MEMBRO-TCC (3) DATA-DEF-TCC
                 HORA-INI-DEF-TCC HORA-FIM-DEF-TCC SALA-DEF-TCC
                 NOTA-TCC
              MOVE 'E' TO SIT-TCC
              MOVE WS-DATA-HOJE TO DATA-SIT-TCC
              GO TO 0410-TITULO.
           IF TCC-APROVADO OR TCC-REPROVADO
              DISPLAY (22 10) 'TCC JA AVALIADO - NAO PODE SER ALTERADO'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (22 10) 'TCC JA CADASTRADO - ALTERANDO'.

       0410-TITULO.
           DISPLAY (10 10) 'TITULO ['
           DISPLAY (10 78) ']'
           DISPLAY (10 18) TITULO-TCC
           ACCEPT (10 18) TITULO-TCC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF TITULO-TCC = SPACES
              DISPLAY (22 10) 'TITULO INVALIDO'
              GO TO 0410-TITULO.

       0420-ORIENTADOR.
           DISPLAY (12 10) 'ORIENTADOR [    ]'
           DISPLAY (12 22) ORIENTADOR-TCC
           ACCEPT (12 22) ORIENTADOR-TCC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE ORIENTADOR-TCC TO COD-PROF
           READ CADPROF INVALID KEY
              DISPLAY (22 10) 'PROFESSOR NAO CADASTRADO'
              GO TO 0420-ORIENTADOR.
           DISPLAY (12 28) NOME-PROF
           IF PROF-INATIVO
              DISPLAY (22 10) 'PROFESSOR INATIVO'
              GO TO 0420-ORIENTADOR.
           MOVE 1 TO IDX-BANCA.

      * BANCA DE TRES MEMBROS - ZERO = A DEFINIR, MAS A DEFESA SO
      * PODE SER MARCADA COM A BANCA COMPLETA
       0430-BANCA.
           ADD 13 TO IDX-BANCA GIVING LIN
           DISPLAY (LIN , 10) 'BANCA   [    ]'
           DISPLAY (LIN , 16) IDX-BANCA
           DISPLAY (LIN , 19) MEMBRO-TCC (IDX-BANCA)
           ACCEPT (LIN , 19) MEMBRO-TCC (IDX-BANCA)
              WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (LIN , 25) LIMPA-NOME
           IF MEMBRO-TCC (IDX-BANCA) = ZEROS
              DISPLAY (LIN , 25) 'A DEFINIR'
              GO TO 0438-PROXIMO.
           MOVE MEMBRO-TCC (IDX-BANCA) TO COD-PROF
           READ CADPROF INVALID KEY
              DISPLAY (22 10) 'PROFESSOR NAO CADASTRADO'
              GO TO 0430-BANCA.
           DISPLAY (LIN , 25) NOME-PROF
           IF PROF-INATIVO
              DISPLAY (22 10) 'PROFESSOR INATIVO'
              GO TO 0430-BANCA.
           MOVE 1 TO IDX-OUTRO.

       0435-REPETIDO.
           IF IDX-OUTRO NOT < IDX-BANCA
              GO TO 0438-PROXIMO.
           IF MEMBRO-TCC (IDX-OUTRO) = MEMBRO-TCC (IDX-BANCA)
              DISPLAY (22 10) 'PROFESSOR JA ESTA NA BANCA'
              GO TO 0430-BANCA.
           ADD 1 TO IDX-OUTRO
           GO TO 0435-REPETIDO.

       0438-PROXIMO.
           ADD 1 TO IDX-BANCA
           IF IDX-BANCA NOT > 3
              GO TO 0430-BANCA.

       0440-CONFIRMA.
           DISPLAY (18 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (18 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (18 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0440-CONFIRMA.
           IF ACHOU-REG = 'S'
              REWRITE REG-TCC
              DISPLAY (22 10) 'TCC ALTERADO'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-TCC
           DISPLAY (22 10) 'TCC CADASTRADO'
           STOP ' '
           GO TO 0200-TELA.

      * -------- MARCACAO DA DEFESA --------
       0600-DEFESA.
           PERFORM 0350-CHAVE THRU 0359-FIM-CHAVE
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           IF ACHOU-REG = 'N'
              DISPLAY (22 10) 'TCC NAO CADASTRADO'
              STOP ' '
              GO TO 0200-TELA.
           IF NOT TCC-ELABORACAO AND NOT TCC-DEFESA-MARCADA
              DISPLAY (22 10) 'SITUACAO DO TCC NAO PERMITE DEFESA'
              STOP ' '
              GO TO 0200-TELA.
           IF MEMBRO-TCC (1) = ZEROS OR MEMBRO-TCC (2) = ZEROS
              OR MEMBRO-TCC (3) = ZEROS
              DISPLAY (22 10) 'BANCA INCOMPLETA - INFORMAR NA OPCAO T'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (09 10) TITULO-TCC
           MOVE CHAVE-TCC TO WS-CHAVE-TCC
           PERFORM 0690-NOMES-BANCA THRU 0699-FIM-NOMES
           MOVE DATA-DEF-TCC TO WS-DATA-CORR-R
           MOVE HORA-INI-DEF-TCC TO WS-NOVO-INI
           MOVE HORA-FIM-DEF-TCC TO WS-NOVO-FIM
           MOVE SALA-DEF-TCC TO WS-NOVA-SALA
           IF TCC-DEFESA-MARCADA
              DISPLAY (22 10) 'DEFESA JA MARCADA - REMARCANDO'.

       0610-DATA.
           DISPLAY (11 10) 'DATA DA DEFESA [        ] AAAAMMDD'
           DISPLAY (11 26) WS-DATA-CORR-R
           ACCEPT (11 26) WS-DATA-CORR-R WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-DATA-CORR-R = ZEROS
              GO TO 0200-TELA.
           IF MES-CORR < 1 OR MES-CORR > 12
              OR DIA-CORR < 1 OR DIA-CORR > 31
              DISPLAY (22 10) 'DATA INVALIDA'
              GO TO 0610-DATA.
           IF WS-DATA-CORR-R < WS-DATA-HOJE
              DISPLAY (22 10) 'DATA JA PASSOU'
              GO TO 0610-DATA.

       0620-HORARIO.
           DISPLAY (12 10) 'HORA INICIO [    ]  FIM [    ]'
           DISPLAY (12 23) WS-NOVO-INI
           DISPLAY (12 35) WS-NOVO-FIM
           ACCEPT (12 23) WS-NOVO-INI WITH PROMPT AUTO-SKIP
           ACCEPT (12 35) WS-NOVO-FIM WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE WS-NOVO-INI TO WS-HORA-CORR-R
           IF HH-CORR > 23 OR MM-CORR > 59
              DISPLAY (22 10) 'HORA INICIAL INVALIDA'
              GO TO 0620-HORARIO.
           MOVE WS-NOVO-FIM TO WS-HORA-CORR-R
           IF HH-CORR > 23 OR MM-CORR > 59
              OR WS-NOVO-FIM NOT > WS-NOVO-INI
              DISPLAY (22 10) 'HORA FINAL INVALIDA'
              GO TO 0620-HORARIO.

       0630-SALA.
           DISPLAY (13 10) 'SALA [   ]'
           DISPLAY (13 16) WS-NOVA-SALA
           ACCEPT (13 16) WS-NOVA-SALA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (13 22) LIMPA-NOME
           IF WS-NOVA-SALA = ZEROS
              DISPLAY (22 10) 'SALA INVALIDA'
              GO TO 0630-SALA.
           IF WS-SEM-SALA = 'S'
              GO TO 0640-CONFLITOS.
           MOVE WS-NOVA-SALA TO COD-SALA
           READ CADSALA INVALID KEY
              DISPLAY (22 10) 'SALA NAO CADASTRADA'
              GO TO 0630-SALA.
           DISPLAY (13 22) DESCR-SALA.

      * OS CONFLITOS SO GERAM AVISO - A SECRETARIA DECIDE SE MANTEM
       0640-CONFLITOS.
           MOVE ZEROS TO QTD-AVISOS
           MOVE 14 TO LIN
           PERFORM 8200-DIA-SEMANA THRU 8299-FIM-SEMANA
           PERFORM 0700-CONFLITO-AULA THRU 0719-FIM-AULA
           PERFORM 0720-CONFLITO-PROVA THRU 0729-FIM-PROVA
           PERFORM 0730-CONFLITO-DEFESA THRU 0739-FIM-DEFESA
           IF QTD-AVISOS = ZEROS
              DISPLAY (15 10) 'SALA E BANCA LIVRES NO HORARIO'.

       0650-CONFIRMA.
           DISPLAY (21 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (21 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (21 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0650-CONFIRMA.
           MOVE WS-CHAVE-TCC TO CHAVE-TCC
           READ TCC INVALID KEY
              DISPLAY (22 10) 'PROBLEMA READ TCC ' STATUS-TCC
              STOP ' '
              GO TO 0200-TELA.
           MOVE WS-DATA-CORR-R TO DATA-DEF-TCC
           MOVE WS-NOVO-INI TO HORA-INI-DEF-TCC
           MOVE WS-NOVO-FIM TO HORA-FIM-DEF-TCC
           MOVE WS-NOVA-SALA TO SALA-DEF-TCC
           MOVE 'M' TO SIT-TCC
           MOVE WS-DATA-HOJE TO DATA-SIT-TCC
           REWRITE REG-TCC
           DISPLAY (22 10) 'DEFESA MARCADA'
           STOP ' '
           GO TO 0200-TELA.

      * NOMES DO ORIENTADOR (1) E DA BANCA (2 A 4) PARA CRUZAR COM
      * O PROFESSOR DAS AULAS, QUE NO HORARIO E GUARDADO POR NOME
       0690-NOMES-BANCA.
           MOVE SPACES TO WS-TAB-BANCA
           MOVE ORIENTADOR-TCC TO COD-PROF
           READ CADPROF INVALID KEY
              MOVE SPACES TO NOME-PROF.
           MOVE NOME-PROF TO WS-NOME-BANCA (1)
           MOVE 1 TO IDX-BANCA.

       0695-NOME-MEMBRO.
           MOVE MEMBRO-TCC (IDX-BANCA) TO COD-PROF
           READ CADPROF INVALID KEY
              MOVE SPACES TO NOME-PROF.
           MOVE NOME-PROF TO WS-NOME-BANCA (IDX-BANCA + 1)
           ADD 1 TO IDX-BANCA
           IF IDX-BANCA NOT > 3
              GO TO 0695-NOME-MEMBRO.

       0699-FIM-NOMES. EXIT.

      * AULAS DO MESMO ANO E DIA DA SEMANA QUE CRUZAM O HORARIO:
      * SALA OCUPADA OU ORIENTADOR / BANCA DANDO AULA
       0700-CONFLITO-AULA.
           IF WS-SEM-HOR = 'S'
              GO TO 0719-FIM-AULA.
           MOVE ZEROS TO COD-CURSO-HOR DIA-SEM-HOR HORA-INI-HOR
           MOVE SPACES TO TURMA-HOR
           START CADHOR KEY IS NOT LESS THAN CHAVE-HOR
               INVALID KEY
                  GO TO 0719-FIM-AULA.

       0705-LE-AULA.
           READ CADHOR NEXT RECORD
               AT END
                  GO TO 0719-FIM-AULA.
           IF DIA-SEM-HOR NOT = WS-DIA-SEMANA OR
              ANO-HOR NOT = ANO-CORR
              GO TO 0705-LE-AULA.
           IF WS-NOVO-INI NOT < HORA-FIM-HOR OR
              WS-NOVO-FIM NOT > HORA-INI-HOR
              GO TO 0705-LE-AULA.
           IF COD-SALA-HOR = WS-NOVA-SALA
              PERFORM 0790-LINHA-AVISO
              DISPLAY (LIN , 10) 'SALA OCUPADA - AULA DO CURSO'
              DISPLAY (LIN , 39) COD-CURSO-HOR
              DISPLAY (LIN , 42) 'DISC.'
              DISPLAY (LIN , 48) COD-DISCIPLINA-HOR.
           IF WS-SEM-DISCI = 'S'
              GO TO 0705-LE-AULA.
           MOVE COD-CURSO-HOR      TO COD-CURSO-DIS
           MOVE COD-DISCIPLINA-HOR TO COD-DISCIPLINA
           MOVE ANO-HOR            TO ANO-DISCI
           READ CADDISCI INVALID KEY
              GO TO 0705-LE-AULA.
           MOVE PROFESSOR-DIS TO WS-PROF-AULA
           IF TURMA-HOR NOT = SPACE AND WS-SEM-TURMAS NOT = 'S'
              MOVE COD-CURSO-HOR TO COD-CURSO-TUR
              MOVE COD-DISCIPLINA-HOR TO COD-DISCI-TUR
              MOVE ANO-HOR TO ANO-TUR
              MOVE TURMA-HOR TO TURMA-TUR
              READ TURMAS
              IF STATUS-TUR = '00' AND PROFESSOR-TUR NOT = SPACES
                 MOVE PROFESSOR-TUR TO WS-PROF-AULA.
           IF WS-PROF-AULA = SPACES
              GO TO 0705-LE-AULA.
           MOVE 1 TO IDX-BANCA.

       0710-COMPARA-BANCA.
           IF WS-NOME-BANCA (IDX-BANCA) = WS-PROF-AULA
              PERFORM 0790-LINHA-AVISO
              DISPLAY (LIN , 10) 'EM AULA -'
              DISPLAY (LIN , 20) WS-PROF-AULA
              DISPLAY (LIN , 46) 'CURSO'
              DISPLAY (LIN , 52) COD-CURSO-HOR
              GO TO 0705-LE-AULA.
           ADD 1 TO IDX-BANCA
           IF IDX-BANCA NOT > 4
              GO TO 0710-COMPARA-BANCA.
           GO TO 0705-LE-AULA.

       0719-FIM-AULA. EXIT.

      * PROVAS MARCADAS NA MESMA DATA E SALA
       0720-CONFLITO-PROVA.
           IF WS-SEM-PROVA = 'S'
              GO TO 0729-FIM-PROVA.
           MOVE ANO-CORR TO ANO-PROVA
           MOVE ZEROS TO COD-CURSO-PROVA COD-DISCI-PROVA BIM-PROVA
           START PROVA KEY IS NOT LESS THAN CHAVE-PROVA
               INVALID KEY
                  GO TO 0729-FIM-PROVA.

       0725-LE-PROVA.
           READ PROVA NEXT RECORD
               AT END
                  GO TO 0729-FIM-PROVA.
           IF ANO-PROVA NOT = ANO-CORR
              GO TO 0729-FIM-PROVA.
           IF DATA-PROVA NOT = WS-DATA-CORR-R OR
              SALA-PROVA NOT = WS-NOVA-SALA
              GO TO 0725-LE-PROVA.
           IF WS-NOVO-INI NOT < HORA-FIM-PROVA OR
              WS-NOVO-FIM NOT > HORA-INI-PROVA
              GO TO 0725-LE-PROVA.
           PERFORM 0790-LINHA-AVISO
           DISPLAY (LIN , 10) 'SALA OCUPADA - PROVA DO CURSO'
           DISPLAY (LIN , 40) COD-CURSO-PROVA
           DISPLAY (LIN , 43) 'DISC.'
           DISPLAY (LIN , 49) COD-DISCI-PROVA
           GO TO 0725-LE-PROVA.

       0729-FIM-PROVA. EXIT.

      * OUTRAS DEFESAS JA MARCADAS NA MESMA DATA E SALA
       0730-CONFLITO-DEFESA.
           MOVE LOW-VALUES TO CHAVE-TCC
           START TCC KEY IS NOT LESS THAN CHAVE-TCC
               INVALID KEY
                  GO TO 0739-FIM-DEFESA.

       0735-LE-DEFESA.
           READ TCC NEXT RECORD
               AT END
                  GO TO 0739-FIM-DEFESA.
           IF CHAVE-TCC = WS-CHAVE-TCC OR NOT TCC-DEFESA-MARCADA
              GO TO 0735-LE-DEFESA.
           IF DATA-DEF-TCC NOT = WS-DATA-CORR-R OR
              SALA-DEF-TCC NOT = WS-NOVA-SALA
              GO TO 0735-LE-DEFESA.
           IF WS-NOVO-INI NOT < HORA-FIM-DEF-TCC OR
              WS-NOVO-FIM NOT > HORA-INI-DEF-TCC
              GO TO 0735-LE-DEFESA.
           PERFORM 0790-LINHA-AVISO
           DISPLAY (LIN , 10) 'SALA OCUPADA - DEFESA DO ALUNO'
           DISPLAY (LIN , 41) COD-ALUNO-TCC
           GO TO 0735-LE-DEFESA.

       0739-FIM-DEFESA. EXIT.

      * LINHAS 15 A 20 PARA OS AVISOS; PASSANDO DISSO REAPROVEITA
      * A ULTIMA
       0790-LINHA-AVISO.
           ADD 1 TO QTD-AVISOS
           IF LIN < 20
              ADD 1 TO LIN.
           DISPLAY (LIN , 10) LIMPA-LINHA.

      * -------- NOTA E SITUACAO FINAL --------
       0800-NOTA.
           PERFORM 0350-CHAVE THRU 0359-FIM-CHAVE
           IF COD-ALUNO = ZEROS
              GO TO 0200-TELA.
           IF ACHOU-REG = 'N'
              DISPLAY (22 10) 'TCC NAO CADASTRADO'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (09 10) TITULO-TCC
           PERFORM 0890-MEDIA-MINIMA THRU 0899-FIM-MEDIA
           MOVE NOTA-TCC TO WS-NOTA
           MOVE SIT-TCC TO WS-SIT.

       0810-VALOR.
           DISPLAY (11 10) 'NOTA [   ]   MINIMA P/ APROVACAO'
           DISPLAY (11 43) MEDIA-MIN-P
           DISPLAY (11 16) WS-NOTA
           ACCEPT (11 16) WS-NOTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-NOTA > 10
              DISPLAY (22 10) 'NOTA INVALIDA'
              GO TO 0810-VALOR.
           IF WS-NOTA NOT < MEDIA-MIN-P
              MOVE 'A' TO WS-SIT
           ELSE
              IF WS-NOTA > ZEROS
                 MOVE 'R' TO WS-SIT.

       0820-SITUACAO.
           DISPLAY (13 10) 'SITUACAO [ ]  E=ELABORACAO M=DEFESA MARCADA'
           DISPLAY (14 24) 'A=APROVADO R=REPROVADO C=CANCELADO'
           DISPLAY (13 20) WS-SIT
           ACCEPT (13 20) WS-SIT WITH UPDATE AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-SIT = 'e' MOVE 'E' TO WS-SIT.
           IF WS-SIT = 'm' MOVE 'M' TO WS-SIT.
           IF WS-SIT = 'a' MOVE 'A' TO WS-SIT.
           IF WS-SIT = 'r' MOVE 'R' TO WS-SIT.
           IF WS-SIT = 'c' MOVE 'C' TO WS-SIT.
           IF WS-SIT NOT = 'E' AND 'M' AND 'A' AND 'R' AND 'C'
              DISPLAY (22 10) 'SITUACAO INVALIDA'
              GO TO 0820-SITUACAO.
           IF (WS-SIT = 'A' OR 'R') AND DATA-DEF-TCC = ZEROS
              DISPLAY (22 10) 'DEFESA NAO MARCADA'
              GO TO 0820-SITUACAO.
           IF WS-SIT = 'A' AND WS-NOTA < MEDIA-MIN-P
              DISPLAY (22 10) 'NOTA ABAIXO DA MINIMA P/ APROVACAO'
              GO TO 0820-SITUACAO.
           IF WS-SIT = 'M' AND DATA-DEF-TCC = ZEROS
              DISPLAY (22 10) 'DEFESA NAO MARCADA - USAR A OPCAO D'
              GO TO 0820-SITUACAO.

       0830-CONFIRMA.
           DISPLAY (16 10) 'CONFIRMA (S OU N)  [ ]'
           ACCEPT (16 30) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (16 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0830-CONFIRMA.
           MOVE WS-NOTA TO NOTA-TCC
           IF WS-SIT NOT = SIT-TCC
              MOVE WS-SIT TO SIT-TCC
              MOVE WS-DATA-HOJE TO DATA-SIT-TCC.
           REWRITE REG-TCC
           DISPLAY (22 10) 'NOTA / SITUACAO GRAVADA'
           STOP ' '
           GO TO 0200-TELA.

      * MEDIA MINIMA DO CURSO NO ANO DA DEFESA (OU GERAL ANO 0000)
       0890-MEDIA-MINIMA.
           MOVE 7,0 TO MEDIA-MIN-P
           IF WS-SEM-PARM = 'S'
              GO TO 0899-FIM-MEDIA.
           MOVE COD-CURSO-TCC TO CURSO-PARM
           MOVE DATA-DEF-TCC TO WS-DATA-CORR-R
           MOVE ANO-CORR TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 0895-TENTA-GERAL.
           GO TO 0898-MOVE-MEDIA.

       0895-TENTA-GERAL.
           MOVE ZEROS TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 0899-FIM-MEDIA.

       0898-MOVE-MEDIA.
           MOVE MEDIA-MIN-APRV TO MEDIA-MIN-P.

       0899-FIM-MEDIA. EXIT.

      * -------- CURSO QUE EXIGE TCC P/ FORMATURA --------
       0900-PARAMETRO.
           DISPLAY (07 10) 'CURSO [  ]'
           ACCEPT (07 17) COD-CURSO-TCU WITH PROMPT AUTO-SKIP
           IF COD-CURSO-TCU = ZEROS
              GO TO 0200-TELA.
           MOVE 'N' TO ACHOU-REG
           READ TCCCUR INVALID KEY
              MOVE 'N' TO EXIGE-TCC
              GO TO 0910-EXIGE.
           MOVE 'S' TO ACHOU-REG
           DISPLAY (22 10) 'PARAMETRO JA CADASTRADO - ALTERANDO'.

       0910-EXIGE.
           DISPLAY (09 10) 'EXIGE TCC P/ FORMATURA (S OU N)  [ ]'
           DISPLAY (09 44) EXIGE-TCC
           ACCEPT (09 44) EXIGE-TCC WITH UPDATE AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF EXIGE-TCC = 's' MOVE 'S' TO EXIGE-TCC.
           IF EXIGE-TCC = 'n' MOVE 'N' TO EXIGE-TCC.
           IF EXIGE-TCC NOT = 'S' AND 'N'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0910-EXIGE.
           IF ACHOU-REG = 'S'
              REWRITE REG-TCCCUR
              DISPLAY (22 10) 'PARAMETRO ALTERADO'
              STOP ' '
              GO TO 0200-TELA.
           WRITE REG-TCCCUR
           DISPLAY (22 10) 'PARAMETRO CADASTRADO'
           STOP ' '
           GO TO 0200-TELA.

       0990-FIM.
           CLOSE CADALUNO
                 CADPROF
                 TCC
                 TCCCUR
           IF WS-SEM-HOR NOT = 'S'
              CLOSE CADHOR.
           IF WS-SEM-DISCI NOT = 'S'
              CLOSE CADDISCI.
           IF WS-SEM-TURMAS NOT = 'S'
              CLOSE TURMAS.
           IF WS-SEM-PROVA NOT = 'S'
              CLOSE PROVA.
           IF WS-SEM-SALA NOT = 'S'
              CLOSE CADSALA.
           IF WS-SEM-PARM NOT = 'S'
              CLOSE PARMAPRV.
           CHAIN 'MSECRET2.EXE'.

      * DIA DA SEMANA DA DEFESA (ZELLER) NA CONVENCAO DO HORARIO.DAT:
      * 1 = SEGUNDA ... 7 = DOMINGO
       8200-DIA-SEMANA.
           MOVE DIA-CORR TO ZEL-Q
           MOVE MES-CORR TO ZEL-M
           MOVE ANO-CORR TO ZEL-A
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
           IF ZEL-H = 0
              MOVE 6 TO WS-DIA-SEMANA.
           IF ZEL-H = 1
              MOVE 7 TO WS-DIA-SEMANA.
           IF ZEL-H > 1
              SUBTRACT 1 FROM ZEL-H GIVING WS-DIA-SEMANA.

       8299-FIM-SEMANA. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRSALA-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : RESERVA AVULSA DE SALA (RESSALA.DAT) - reuniao,
      *              defesa, evento ou atividade de reposicao por sala,
      *              data e horario, com solicitante e finalidade; a
      *              reserva e recusada quando a sala ja esta ocupada
      *              por aula (HORARIO.DAT), prova (PROVA.DAT), defesa
      *              de TCC (TCC.DAT), sessao de curso de ferias
      *              (PERESP.DAT / AULA.DAT) ou outra reserva. O
      *              SALAOCUP mostra as reservas e o AGSALA imprime a
      *              agenda do dia para a portaria
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RS
                       FILE STATUS STATUS-RS.

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT CADHOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT PROVA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PROVA
                       FILE STATUS STATUS-PROVA.

           SELECT TCC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-TCC
                       FILE STATUS STATUS-TCC.

           SELECT PERESP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PE
                       FILE STATUS STATUS-PE.

           SELECT AULA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-AULA
                       FILE STATUS STATUS-AULA.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  RESSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'RESSALA.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-RESSALA.
           05  CHAVE-RS.
               10  SALA-RS             PIC 9(03).
               10  DATA-RS             PIC 9(08).
               10  HORA-INI-RS         PIC 9(04).
           05  HORA-FIM-RS             PIC 9(04).
           05  SOLIC-RS                PIC X(30).
           05  FINALID-RS              PIC X(40).
           05  TIPO-RS                 PIC X(01).
               88  RS-REUNIAO          VALUE 'R'.
               88  RS-DEFESA           VALUE 'D'.
               88  RS-EVENTO           VALUE 'E'.
               88  RS-REPOSICAO        VALUE 'A'.
           05  OPER-RS                 PIC X(10).
           05  DATA-CAD-RS             PIC 9(08).
           05  FILLER                  PIC X(12).

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

       FD  PERESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PERESP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PERESP.
           05  CHAVE-PE.
               10  ANO-PE              PIC 9(04).
               10  TERMO-PE            PIC X(01).
               10  COD-CURSO-PE        PIC 9(02).
               10  COD-DISCI-PE        PIC 9(04).
           05  DATA-INI-PE             PIC 9(08).
           05  DATA-FIM-PE             PIC 9(08).
           05  HORA-INI-PE             PIC 9(04).
           05  HORA-FIM-PE             PIC 9(04).
           05  SALA-PE                 PIC 9(03).
           05  PROFESSOR-PE            PIC X(25).
           05  VALOR-PE                PIC 9(04)V99.
           05  VAGAS-PE                PIC 9(03).
           05  QTD-SESSOES-PE          PIC 9(03).
           05  SIT-PE                  PIC X(01).
           05  FILLER                  PIC X(04).

       FD  AULA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'AULA.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-AULA.
           05  CHAVE-AULA.
               10 ANO-AULA             PIC 9(04).
               10 COD-CURSO-AULA       PIC 9(02).
               10 COD-DISCI-AULA       PIC 9(04).
               10 TURMA-AULA           PIC X(01).
               10 DATA-AULA            PIC 9(08).
           05  SITUACAO-AULA           PIC X(01).
               88  AULA-CANCELADA      VALUE 'C'.

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       WORKING-STORAGE SECTION.
       01  STATUS-RS           PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-PROVA        PIC X(02) VALUE SPACES.
       01  STATUS-TCC          PIC X(02) VALUE SPACES.
       01  STATUS-OPERADOR     PIC X(02) VALUE SPACES.
       01  STATUS-PE           PIC X(02) VALUE SPACES.
       01  STATUS-AULA         PIC X(02) VALUE SPACES.
       01  WS-SEM-HOR          PIC X VALUE 'N'.
       01  WS-SEM-PROVA        PIC X VALUE 'N'.
       01  WS-SEM-TCC          PIC X VALUE 'N'.
       01  WS-SEM-PE           PIC X VALUE 'N'.
       01  WS-SEM-AULA         PIC X VALUE 'N'.
       01  WS-OPCAO            PIC X.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  LIMPA-NOME          PIC X(30) VALUE SPACES.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-TEM-CONFLITO     PIC X VALUE 'N'.
       01  WS-NOVA-SALA        PIC 9(03) VALUE ZEROS.
       01  WS-NOVO-INI         PIC 9(04) VALUE ZEROS.
       01  WS-NOVO-FIM         PIC 9(04) VALUE ZEROS.
       01  WS-SOLIC            PIC X(30) VALUE SPACES.
       01  WS-FINALID          PIC X(40) VALUE SPACES.
       01  WS-TIPO             PIC X VALUE SPACE.
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
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              DISPLAY (12 20) 'SALA.DAT INEXISTENTE (USE O CADSALA)'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HOR.
           OPEN INPUT PROVA
           IF STATUS-PROVA NOT = '00'
              MOVE 'S' TO WS-SEM-PROVA.
           OPEN INPUT TCC
           IF STATUS-TCC NOT = '00'
              MOVE 'S' TO WS-SEM-TCC.
           OPEN INPUT PERESP
           IF STATUS-PE NOT = '00'
              MOVE 'S' TO WS-SEM-PE.
           OPEN INPUT AULA
           IF STATUS-AULA NOT = '00'
              MOVE 'S' TO WS-SEM-AULA.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O RESSALA
           IF STATUS-RS = '00'
              GO TO 0200-TELA.
           OPEN OUTPUT RESSALA
           CLOSE RESSALA
           OPEN I-O RESSALA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADRSALA'
           DISPLAY (02 30) 'SISTEMA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 24) '[ RESERVA AVULSA DE SALA ]'
           DISPLAY (06 10) 'I=INCLUIR  C=CANCELAR  F=FIM [ ]'.

       0300-OPCAO.
           ACCEPT (06 40) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-OPCAO = 'I' OR 'i'
              GO TO 0400-SALA.
           IF WS-OPCAO = 'C' OR 'c'
              GO TO 0700-CANCELA.
           IF WS-OPCAO = 'F' OR 'f'
              GO TO 0990-FIM.
           DISPLAY (22 10) 'OPCAO INVALIDA'
           GO TO 0300-OPCAO.

      * -------- INCLUSAO DA RESERVA --------
       0400-SALA.
           DISPLAY (08 10) 'SALA [   ]'
           MOVE ZEROS TO WS-NOVA-SALA
           ACCEPT (08 16) WS-NOVA-SALA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (08 22) LIMPA-NOME
           IF WS-NOVA-SALA = ZEROS
              GO TO 0200-TELA.
           MOVE WS-NOVA-SALA TO COD-SALA
           READ CADSALA INVALID KEY
              DISPLAY (22 10) 'SALA NAO CADASTRADA'
              GO TO 0400-SALA.
           DISPLAY (08 22) DESCR-SALA.

       0410-DATA.
           DISPLAY (09 10) 'DATA [        ] AAAAMMDD'
           MOVE ZEROS TO WS-DATA-CORR-R
           ACCEPT (09 16) WS-DATA-CORR-R WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-DATA-CORR-R = ZEROS
              GO TO 0400-SALA.
           IF MES-CORR < 1 OR MES-CORR > 12
              OR DIA-CORR < 1 OR DIA-CORR > 31
              DISPLAY (22 10) 'DATA INVALIDA'
              GO TO 0410-DATA.
           IF WS-DATA-CORR-R < WS-DATA-HOJE
              DISPLAY (22 10) 'DATA JA PASSOU'
              GO TO 0410-DATA.
           PERFORM 8200-DIA-SEMANA THRU 8299-FIM-SEMANA.

       0420-HORARIO.
           DISPLAY (10 10) 'HORA INICIO [    ]  FIM [    ]'
           ACCEPT (10 23) WS-NOVO-INI WITH PROMPT AUTO-SKIP
           ACCEPT (10 35) WS-NOVO-FIM WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (15 10) LIMPA-LINHA
           MOVE WS-NOVO-INI TO WS-HORA-CORR-R
           IF HH-CORR > 23 OR MM-CORR > 59
              DISPLAY (22 10) 'HORA INICIAL INVALIDA'
              GO TO 0420-HORARIO.
           MOVE WS-NOVO-FIM TO WS-HORA-CORR-R
           IF HH-CORR > 23 OR MM-CORR > 59
              OR WS-NOVO-FIM NOT > WS-NOVO-INI
              DISPLAY (22 10) 'HORA FINAL INVALIDA'
              GO TO 0420-HORARIO.

      * QUALQUER OCUPACAO DA SALA NO HORARIO RECUSA A RESERVA
       0430-CONFLITOS.
           MOVE 'N' TO WS-TEM-CONFLITO
           PERFORM 0600-CONFLITO-AULA THRU 0609-FIM-AULA
           IF WS-TEM-CONFLITO = 'N'
              PERFORM 0620-CONFLITO-PROVA THRU 0629-FIM-PROVA.
           IF WS-TEM-CONFLITO = 'N'
              PERFORM 0630-CONFLITO-DEFESA THRU 0639-FIM-DEFESA.
           IF WS-TEM-CONFLITO = 'N'
              PERFORM 0640-CONFLITO-RESERVA THRU 0649-FIM-RESERVA.
           IF WS-TEM-CONFLITO = 'N'
              PERFORM 0650-CONFLITO-ESPECIAL THRU 0659-FIM-ESPECIAL.
           IF WS-TEM-CONFLITO = 'S'
              DISPLAY (22 10) 'RESERVA RECUSADA - ESCOLHA OUTRO HORARIO'
              GO TO 0420-HORARIO.
           DISPLAY (15 10) 'SALA LIVRE NO HORARIO'.

       0440-SOLICITANTE.
           DISPLAY (11 10) 'SOLICITANTE ['
           DISPLAY (11 53) ']'
           MOVE SPACES TO WS-SOLIC
           ACCEPT (11 23) WS-SOLIC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-SOLIC = SPACES
              DISPLAY (22 10) 'INFORME O SOLICITANTE'
              GO TO 0440-SOLICITANTE.

       0450-FINALIDADE.
           DISPLAY (12 10) 'FINALIDADE ['
           DISPLAY (12 62) ']'
           MOVE SPACES TO WS-FINALID
           ACCEPT (12 22) WS-FINALID WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-FINALID = SPACES
              DISPLAY (22 10) 'INFORME A FINALIDADE'
              GO TO 0450-FINALIDADE.

       0460-TIPO.
           DISPLAY (13 10)
             'TIPO [ ] R=REUNIAO D=DEFESA E=EVENTO A=REPOSICAO'
           MOVE SPACE TO WS-TIPO
           ACCEPT (13 16) WS-TIPO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF WS-TIPO = 'r' MOVE 'R' TO WS-TIPO.
           IF WS-TIPO = 'd' MOVE 'D' TO WS-TIPO.
           IF WS-TIPO = 'e' MOVE 'E' TO WS-TIPO.
           IF WS-TIPO = 'a' MOVE 'A' TO WS-TIPO.
           IF WS-TIPO NOT = 'R' AND 'D' AND 'E' AND 'A'
              DISPLAY (22 10) 'TIPO INVALIDO'
              GO TO 0460-TIPO.

       0470-CONFIRMA.
           DISPLAY (17 10) 'CONFIRMA A RESERVA (S OU N)  [ ]'
           ACCEPT (17 40) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0470-CONFIRMA.
           MOVE WS-NOVA-SALA TO SALA-RS
           MOVE WS-DATA-CORR-R TO DATA-RS
           MOVE WS-NOVO-INI TO HORA-INI-RS
           MOVE WS-NOVO-FIM TO HORA-FIM-RS
           MOVE WS-SOLIC TO SOLIC-RS
           MOVE WS-FINALID TO FINALID-RS
           MOVE WS-TIPO TO TIPO-RS
           MOVE WS-OPERADOR TO OPER-RS
           MOVE WS-DATA-HOJE TO DATA-CAD-RS
           MOVE SPACES TO REG-RESSALA (109:12)
           WRITE REG-RESSALA INVALID KEY
              DISPLAY (22 10) 'RESERVA JA EXISTE NESTE HORARIO'
              STOP ' '
              GO TO 0200-TELA.
           DISPLAY (22 10) 'RESERVA GRAVADA'
           STOP ' '
           GO TO 0200-TELA.

      * AULAS DO MESMO ANO E DIA DA SEMANA NA SALA
       0600-CONFLITO-AULA.
           IF WS-SEM-HOR = 'S'
              GO TO 0609-FIM-AULA.
           MOVE ZEROS TO COD-CURSO-HOR DIA-SEM-HOR HORA-INI-HOR
           MOVE SPACES TO TURMA-HOR
           START CADHOR KEY IS NOT LESS THAN CHAVE-HOR
               INVALID KEY
                  GO TO 0609-FIM-AULA.

       0605-LE-AULA.
           READ CADHOR NEXT RECORD
               AT END
                  GO TO 0609-FIM-AULA.
           IF DIA-SEM-HOR NOT = WS-DIA-SEMANA OR
              ANO-HOR NOT = ANO-CORR OR
              COD-SALA-HOR NOT = WS-NOVA-SALA
              GO TO 0605-LE-AULA.
           IF WS-NOVO-INI NOT < HORA-FIM-HOR OR
              WS-NOVO-FIM NOT > HORA-INI-HOR
              GO TO 0605-LE-AULA.
           MOVE 'S' TO WS-TEM-CONFLITO
           DISPLAY (15 10) 'SALA OCUPADA - AULA DO CURSO'
           DISPLAY (15 39) COD-CURSO-HOR
           DISPLAY (15 42) 'DISC.'
           DISPLAY (15 48) COD-DISCIPLINA-HOR
           DISPLAY (15 53) HORA-INI-HOR
           DISPLAY (15 58) HORA-FIM-HOR.

       0609-FIM-AULA. EXIT.

      * PROVAS MARCADAS NA MESMA DATA E SALA
       0620-CONFLITO-PROVA.
           IF WS-SEM-PROVA = 'S'
              GO TO 0629-FIM-PROVA.
           MOVE ANO-CORR TO ANO-PROVA
           MOVE ZEROS TO COD-CURSO-PROVA COD-DISCI-PROVA BIM-PROVA
           START PROVA KEY IS NOT LESS THAN CHAVE-PROVA
               INVALID KEY
                  GO TO 0629-FIM-PROVA.

       0625-LE-PROVA.
           READ PROVA NEXT RECORD
               AT END
                  GO TO 0629-FIM-PROVA.
           IF ANO-PROVA NOT = ANO-CORR
              GO TO 0629-FIM-PROVA.
           IF DATA-PROVA NOT = WS-DATA-CORR-R OR
              SALA-PROVA NOT = WS-NOVA-SALA
              GO TO 0625-LE-PROVA.
           IF WS-NOVO-INI NOT < HORA-FIM-PROVA OR
              WS-NOVO-FIM NOT > HORA-INI-PROVA
              GO TO 0625-LE-PROVA.
           MOVE 'S' TO WS-TEM-CONFLITO
           DISPLAY (15 10) 'SALA OCUPADA - PROVA DO CURSO'
           DISPLAY (15 40) COD-CURSO-PROVA
           DISPLAY (15 43) 'DISC.'
           DISPLAY (15 49) COD-DISCI-PROVA
           DISPLAY (15 54) HORA-INI-PROVA
           DISPLAY (15 59) HORA-FIM-PROVA.

       0629-FIM-PROVA. EXIT.

      * DEFESAS DE TCC MARCADAS NA MESMA DATA E SALA
       0630-CONFLITO-DEFESA.
           IF WS-SEM-TCC = 'S'
              GO TO 0639-FIM-DEFESA.
           MOVE LOW-VALUES TO CHAVE-TCC
           START TCC KEY IS NOT LESS THAN CHAVE-TCC
               INVALID KEY
                  GO TO 0639-FIM-DEFESA.

       0635-LE-DEFESA.
           READ TCC NEXT RECORD
               AT END
                  GO TO 0639-FIM-DEFESA.
           IF NOT TCC-DEFESA-MARCADA
              GO TO 0635-LE-DEFESA.
           IF DATA-DEF-TCC NOT = WS-DATA-CORR-R OR
              SALA-DEF-TCC NOT = WS-NOVA-SALA
              GO TO 0635-LE-DEFESA.
           IF WS-NOVO-INI NOT < HORA-FIM-DEF-TCC OR
              WS-NOVO-FIM NOT > HORA-INI-DEF-TCC
              GO TO 0635-LE-DEFESA.
           MOVE 'S' TO WS-TEM-CONFLITO
           DISPLAY (15 10) 'SALA OCUPADA - DEFESA DO ALUNO'
           DISPLAY (15 41) COD-ALUNO-TCC
           DISPLAY (15 48) HORA-INI-DEF-TCC
           DISPLAY (15 53) HORA-FIM-DEF-TCC.

       0639-FIM-DEFESA. EXIT.

      * OUTRAS RESERVAS DA SALA NO DIA
       0640-CONFLITO-RESERVA.
           MOVE WS-NOVA-SALA TO SALA-RS
           MOVE WS-DATA-CORR-R TO DATA-RS
           MOVE ZEROS TO HORA-INI-RS
           START RESSALA KEY IS NOT LESS THAN CHAVE-RS
               INVALID KEY
                  GO TO 0649-FIM-RESERVA.

       0645-LE-RESERVA.
           READ RESSALA NEXT RECORD
               AT END
                  GO TO 0649-FIM-RESERVA.
           IF SALA-RS NOT = WS-NOVA-SALA OR
              DATA-RS NOT = WS-DATA-CORR-R
              GO TO 0649-FIM-RESERVA.
           IF WS-NOVO-INI NOT < HORA-FIM-RS OR
              WS-NOVO-FIM NOT > HORA-INI-RS
              GO TO 0645-LE-RESERVA.
           MOVE 'S' TO WS-TEM-CONFLITO
           DISPLAY (15 10) 'SALA RESERVADA -'
           DISPLAY (15 27) SOLIC-RS (1:20)
           DISPLAY (15 48) HORA-INI-RS
           DISPLAY (15 53) HORA-FIM-RS.

       0649-FIM-RESERVA. EXIT.

      * CURSO DE FERIAS NA SALA COM SESSAO NA DATA (AULA.DAT); SEM O
      * AULA.DAT VALE O PERIODO DE SEGUNDA A SABADO
       0650-CONFLITO-ESPECIAL.
           IF WS-SEM-PE = 'S'
              GO TO 0659-FIM-ESPECIAL.
           MOVE LOW-VALUES TO CHAVE-PE
           START PERESP KEY IS NOT LESS THAN CHAVE-PE
               INVALID KEY
                  GO TO 0659-FIM-ESPECIAL.

       0655-LE-ESPECIAL.
           READ PERESP NEXT RECORD
               AT END
                  GO TO 0659-FIM-ESPECIAL.
           IF SALA-PE NOT = WS-NOVA-SALA OR
              DATA-INI-PE > WS-DATA-CORR-R OR
              DATA-FIM-PE < WS-DATA-CORR-R
              GO TO 0655-LE-ESPECIAL.
           IF WS-NOVO-INI NOT < HORA-FIM-PE OR
              WS-NOVO-FIM NOT > HORA-INI-PE
              GO TO 0655-LE-ESPECIAL.
           IF WS-SEM-AULA = 'S' AND WS-DIA-SEMANA = 7
              GO TO 0655-LE-ESPECIAL.
           IF WS-SEM-AULA = 'N'
              MOVE ANO-PE TO ANO-AULA
              MOVE COD-CURSO-PE TO COD-CURSO-AULA
              MOVE COD-DISCI-PE TO COD-DISCI-AULA
              MOVE TERMO-PE TO TURMA-AULA
              MOVE WS-DATA-CORR-R TO DATA-AULA
              READ AULA INVALID KEY
                 GO TO 0655-LE-ESPECIAL.
           IF WS-SEM-AULA = 'N' AND AULA-CANCELADA
              GO TO 0655-LE-ESPECIAL.
           MOVE 'S' TO WS-TEM-CONFLITO
           DISPLAY (15 10) 'SALA OCUPADA - CURSO DE FERIAS'
           DISPLAY (15 41) COD-CURSO-PE
           DISPLAY (15 44) 'DISC.'
           DISPLAY (15 50) COD-DISCI-PE
           DISPLAY (15 55) HORA-INI-PE
           DISPLAY (15 60) HORA-FIM-PE.

       0659-FIM-ESPECIAL. EXIT.

      * -------- CANCELAMENTO DA RESERVA --------
       0700-CANCELA.
           DISPLAY (08 10) 'SALA [   ]  DATA [        ]  INICIO [    ]'
           MOVE ZEROS TO SALA-RS DATA-RS HORA-INI-RS
           ACCEPT (08 16) SALA-RS WITH PROMPT AUTO-SKIP
           IF SALA-RS = ZEROS
              GO TO 0200-TELA.
           ACCEPT (08 28) DATA-RS WITH PROMPT AUTO-SKIP
           ACCEPT (08 47) HORA-INI-RS WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           READ RESSALA INVALID KEY
              DISPLAY (22 10) 'RESERVA NAO ENCONTRADA'
              GO TO 0700-CANCELA.
           DISPLAY (10 10) 'FIM:'
           DISPLAY (10 15) HORA-FIM-RS
           DISPLAY (11 10) SOLIC-RS
           DISPLAY (12 10) FINALID-RS.

       0710-CONFIRMA.
           DISPLAY (17 10) 'CANCELA A RESERVA (S OU N)  [ ]'
           ACCEPT (17 39) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0710-CONFIRMA.
           DELETE RESSALA
           DISPLAY (22 10) 'RESERVA CANCELADA'
           STOP ' '
           GO TO 0200-TELA.

       0990-FIM.
           CLOSE RESSALA
                 CADSALA
           IF WS-SEM-HOR NOT = 'S'
              CLOSE CADHOR.
           IF WS-SEM-PROVA NOT = 'S'
              CLOSE PROVA.
           IF WS-SEM-TCC NOT = 'S'
              CLOSE TCC.
           IF WS-SEM-PE NOT = 'S'
              CLOSE PERESP.
           IF WS-SEM-AULA NOT = 'S'
              CLOSE AULA.
           CHAIN 'FACAD.EXE'.

      * DIA DA SEMANA DA RESERVA (ZELLER) NA CONVENCAO DO HORARIO.DAT:
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

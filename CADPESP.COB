       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPESP-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : PERIODO ESPECIAL (CURSO DE FERIAS) - abre em
      *              PERESP.DAT a oferta de uma disciplina no recesso
      *              de janeiro (termo 1) ou de julho (termo 2), com
      *              datas proprias, horario, sala, professor, vagas
      *              e taxa, e gera o calendario concentrado de
      *              sessoes em AULA.DAT (todo dia de segunda a
      *              sabado entre o inicio e o fim, fora os feriados),
      *              com o termo no lugar da turma. A sala e recusada
      *              se ja estiver ocupada no horario por aula
      *              (HORARIO.DAT) ou reserva (RESSALA.DAT) dentro do
      *              periodo. A matricula e o MATESP e as notas o
      *              NOTAESP.
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERESP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PE
                       FILE STATUS STATUS-PE.

           SELECT ESPMAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-EM
                       FILE STATUS STATUS-EM.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT CADSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SALA
                       FILE STATUS STATUS-SALA.

           SELECT AULA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-AULA
                       FILE STATUS STATUS-AULA.

           SELECT CADHOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-HOR
                       FILE STATUS STATUS-HOR.

           SELECT RESSALA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-RS
                       FILE STATUS STATUS-RS.

           SELECT FERICAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY DATA-FERIADO
                       FILE STATUS STATUS-FERI.

       DATA DIVISION.
       FILE SECTION.
       FD  PERESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PERESP.DAT'
           RECORD CONTAINS 80 CHARACTERS.

       01  REG-PERESP.
           05  CHAVE-PE.
               10  ANO-PE              PIC 9(04).
               10  TERMO-PE            PIC X(01).
                   88  TERMO-JANEIRO   VALUE '1'.
                   88  TERMO-JULHO     VALUE '2'.
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
               88  PE-ABERTO           VALUE 'A'.
               88  PE-ENCERRADO        VALUE 'E'.
           05  FILLER                  PIC X(04).

       FD  ESPMAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'ESPMAT.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-ESPMAT.
           05  CHAVE-EM.
               10  COD-CURSO-EM        PIC 9(02).
               10  COD-ALUNO-EM        PIC 9(06).
               10  COD-DISCI-EM        PIC 9(04).
               10  ANO-EM              PIC 9(04).
               10  TERMO-EM            PIC X(01).
           05  ANO-REPROV-EM           PIC 9(04).
           05  DATA-MAT-EM             PIC 9(08).
           05  NUM-TAXA-EM             PIC 9(06).
           05  NOTA-EM                 PIC 99V9.
           05  FALTAS-EM               PIC 9(03).
           05  FREQ-EM                 PIC 9(03).
           05  SIT-EM                  PIC X(01).
               88  EM-MATRICULADO      VALUE 'M'.
               88  EM-APROVADO         VALUE 'A'.
               88  EM-REPROVADO        VALUE 'R'.
           05  OPER-EM                 PIC X(10).
           05  FILLER                  PIC X(05).

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
               88  AULA-NORMAL         VALUE 'N'.
               88  AULA-CANCELADA      VALUE 'C'.
               88  AULA-REPOSICAO      VALUE 'R'.

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
           05  OPER-RS                 PIC X(10).
           05  DATA-CAD-RS             PIC 9(08).
           05  FILLER                  PIC X(12).

       FD  FERICAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'feriado.dat'
           RECORD CONTAINS 38 CHARACTERS.

       01  REG-FERIADO.
           05  DATA-FERIADO            PIC 9(08).
           05  DESCR-FERIADO           PIC X(30).

       WORKING-STORAGE SECTION.
       01  STATUS-PE           PIC X(02) VALUE SPACES.
       01  STATUS-EM           PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-SALA         PIC X(02) VALUE SPACES.
       01  STATUS-AULA         PIC X(02) VALUE SPACES.
       01  STATUS-FERI         PIC X(02) VALUE SPACES.
       01  STATUS-HOR          PIC X(02) VALUE SPACES.
       01  STATUS-RS           PIC X(02) VALUE SPACES.
       01  WS-SEM-ESPMAT       PIC X VALUE 'N'.
       01  WS-SEM-SALA         PIC X VALUE 'N'.
       01  WS-SEM-FERIADO      PIC X VALUE 'N'.
       01  WS-SEM-HOR          PIC X VALUE 'N'.
       01  WS-SEM-RS           PIC X VALUE 'N'.
       01  WS-TEM-CONFLITO     PIC X VALUE 'N'.
       01  WS-DIAS-TERMO.
           05  DIA-TERMO       PIC X(01) OCCURS 7 TIMES.
       01  WS-RESPOSTA         PIC X.
       01  WS-EXISTE           PIC X VALUE 'N'.
       01  LIMPA-LINHA         PIC X(60) VALUE SPACES.
       01  WS-CHAVE-PE.
           05  ANO-W           PIC 9(04) VALUE ZEROS.
           05  TERMO-W         PIC X(01) VALUE SPACE.
           05  CURSO-W         PIC 9(02) VALUE ZEROS.
           05  DISCI-W         PIC 9(04) VALUE ZEROS.
       01  WS-QTD-MATR         PIC 9(04) VALUE ZEROS.
       01  ED-VALOR            PIC Z.ZZ9,99.
       01  WS-HORA-CORR.
           05 HH-CORR          PIC 9(02).
           05 MM-CORR          PIC 9(02).
       01  WS-HORA-CORR-R REDEFINES WS-HORA-CORR PIC 9(04).
       01  WS-DATA-CORR.
           05 ANO-CORR         PIC 9(04).
           05 MES-CORR         PIC 9(02).
           05 DIA-CORR         PIC 9(02).
       01  WS-DATA-CORR-R REDEFINES WS-DATA-CORR PIC 9(08).
       01  WS-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       01  ZEL-Q               PIC 9(02) VALUE ZEROS.
       01  ZEL-M               PIC 9(02) VALUE ZEROS.
       01  ZEL-A               PIC 9(04) VALUE ZEROS.
       01  ZEL-K               PIC 9(02) VALUE ZEROS.
       01  ZEL-J               PIC 9(02) VALUE ZEROS.
       01  ZEL-T1              PIC 9(06) VALUE ZEROS.
       01  ZEL-T2              PIC 9(06) VALUE ZEROS.
       01  ZEL-H               PIC 9(01) VALUE ZEROS.
       01  WS-DIA-MAX          PIC 9(02) VALUE ZEROS.
       01  WS-REM-4            PIC 9(04) VALUE ZEROS.
       01  WS-QUOC             PIC 9(04) VALUE ZEROS.
       01  CONT-GERADAS        PIC 9(03) VALUE ZEROS.
       01  CONT-APAGADAS       PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT CADDISCI
           IF STATUS-DIS NOT = '00'
              DISPLAY (12 20) 'DISCI.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           OPEN I-O PERESP
           IF STATUS-PE NOT = '00'
              OPEN OUTPUT PERESP
              CLOSE PERESP
              OPEN I-O PERESP.
           OPEN I-O AULA
           IF STATUS-AULA NOT = '00'
              OPEN OUTPUT AULA
              CLOSE AULA
              OPEN I-O AULA.
           OPEN INPUT ESPMAT
           IF STATUS-EM NOT = '00'
              MOVE 'S' TO WS-SEM-ESPMAT.
           OPEN INPUT CADSALA
           IF STATUS-SALA NOT = '00'
              MOVE 'S' TO WS-SEM-SALA.
           OPEN INPUT FERICAD
           IF STATUS-FERI NOT = '00'
              MOVE 'S' TO WS-SEM-FERIADO.
           OPEN INPUT CADHOR
           IF STATUS-HOR NOT = '00'
              MOVE 'S' TO WS-SEM-HOR.
           OPEN INPUT RESSALA
           IF STATUS-RS NOT = '00'
              MOVE 'S' TO WS-SEM-RS.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'CADPESP'
           DISPLAY (02 30) 'SISTEMA DE NOTAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (04 19) '[ PERIODO ESPECIAL - CURSO DE FERIAS ]'
           DISPLAY (06 10) 'ANO [    ]  TERMO [ ] 1=JANEIRO 2=JULHO'
           DISPLAY (07 10) 'CURSO [  ]  DISCIPLINA [    ]'.

       0300-CHAVE.
           MOVE ZEROS TO ANO-W CURSO-W DISCI-W
           MOVE SPACE TO TERMO-W
           ACCEPT (06 15) ANO-W WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF ANO-W = ZEROS
              GO TO 0990-FIM.
           ACCEPT (06 29) TERMO-W WITH PROMPT AUTO-SKIP
           IF TERMO-W NOT = '1' AND '2'
              DISPLAY (22 10) 'TERMO INVALIDO (1 OU 2)'
              GO TO 0300-CHAVE.
           ACCEPT (07 17) CURSO-W WITH PROMPT AUTO-SKIP
           ACCEPT (07 34) DISCI-W WITH PROMPT AUTO-SKIP
           DISPLAY (07 42) LIMPA-LINHA (1:30)
           MOVE CURSO-W TO COD-CURSO-DIS
           MOVE DISCI-W TO COD-DISCIPLINA
           MOVE ZEROS TO ANO-DISCI
           START CADDISCI KEY NOT LESS THAN CHAVE-DIS INVALID KEY
              GO TO 0310-DISCI-INVALIDA.
           READ CADDISCI NEXT
           IF STATUS-DIS NOT = '00'
              OR COD-CURSO-DIS NOT = CURSO-W
              OR COD-DISCIPLINA NOT = DISCI-W
              GO TO 0310-DISCI-INVALIDA.
           DISPLAY (07 42) NOME-DISCIPLINA (1:30)
           GO TO 0350-LE-OFERTA.

       0310-DISCI-INVALIDA.
           DISPLAY (22 10) 'DISCIPLINA NAO CADASTRADA NO CURSO'
           GO TO 0300-CHAVE.

       0350-LE-OFERTA.
           PERFORM 0390-LIMPA-DADOS THRU 0399-FIM-LIMPA
           MOVE WS-CHAVE-PE TO CHAVE-PE
           MOVE 'N' TO WS-EXISTE
           READ PERESP INVALID KEY
              GO TO 0400-DATAS.
           MOVE 'S' TO WS-EXISTE
           PERFORM 0380-MOSTRA THRU 0389-FIM-MOSTRA
           DISPLAY (22 10) 'JA CADASTRADO - A=ALTERA E=EXCLUI V=VOLTA'
           DISPLAY (22 52) '[ ]'.

       0360-ACAO.
           ACCEPT (22 53) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'V' OR 'v'
              GO TO 0200-TELA.
           IF WS-RESPOSTA = 'E' OR 'e'
              DISPLAY (22 10) LIMPA-LINHA
              GO TO 0800-EXCLUI.
           IF WS-RESPOSTA NOT = 'A' AND 'a'
              GO TO 0360-ACAO.
           DISPLAY (22 10) LIMPA-LINHA
           IF PE-ENCERRADO
              DISPLAY (22 10) 'PERIODO ENCERRADO - NOTAS JA LANCADAS'
              STOP ' '
              GO TO 0200-TELA.

       0400-DATAS.
           DISPLAY (09 10) 'INICIO [        ]  FIM [        ]'
           ACCEPT (09 18) DATA-INI-PE WITH PROMPT AUTO-SKIP
           ACCEPT (09 34) DATA-FIM-PE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           MOVE DATA-INI-PE TO WS-DATA-CORR-R
           IF ANO-CORR NOT = ANO-W OR MES-CORR < 1 OR MES-CORR > 12
              OR DIA-CORR < 1 OR DIA-CORR > 31
              DISPLAY (22 10) 'DATA DE INICIO INVALIDA OU FORA DO ANO'
              GO TO 0400-DATAS.
           MOVE DATA-FIM-PE TO WS-DATA-CORR-R
           IF ANO-CORR NOT = ANO-W OR MES-CORR < 1 OR MES-CORR > 12
              OR DIA-CORR < 1 OR DIA-CORR > 31
              OR DATA-FIM-PE < DATA-INI-PE
              DISPLAY (22 10) 'DATA DE FIM INVALIDA'
              GO TO 0400-DATAS.

       0410-HORARIO.
           DISPLAY (10 10) 'HORARIO [    ] AS [    ]  SALA [   ]'
           ACCEPT (10 20) HORA-INI-PE WITH PROMPT AUTO-SKIP
           ACCEPT (10 30) HORA-FIM-PE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           DISPLAY (15 10) LIMPA-LINHA
           MOVE HORA-INI-PE TO WS-HORA-CORR-R
           IF HH-CORR > 23 OR MM-CORR > 59
              DISPLAY (22 10) 'HORA INICIAL INVALIDA'
              GO TO 0410-HORARIO.
           MOVE HORA-FIM-PE TO WS-HORA-CORR-R
           IF HH-CORR > 23 OR MM-CORR > 59
              OR HORA-FIM-PE NOT > HORA-INI-PE
              DISPLAY (22 10) 'HORA FINAL INVALIDA'
              GO TO 0410-HORARIO.

       0420-SALA.
           ACCEPT (10 42) SALA-PE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF SALA-PE = ZEROS
              GO TO 0430-PROFESSOR.
           IF WS-SEM-SALA = 'S'
              GO TO 0425-OCUPACAO.
           MOVE SALA-PE TO COD-SALA
           READ CADSALA INVALID KEY
              DISPLAY (22 10) 'SALA NAO CADASTRADA'
              GO TO 0420-SALA.

      * A SALA NAO PODE ESTAR OCUPADA NO HORARIO EM NENHUM DIA DO
      * PERIODO - VOLTA AO HORARIO PARA TROCAR HORA OU SALA
       0425-OCUPACAO.
           MOVE 'N' TO WS-TEM-CONFLITO
           PERFORM 0600-OCUPA-AULA THRU 0609-FIM-OCUPA-AULA
           IF WS-TEM-CONFLITO = 'N'
              PERFORM 0620-OCUPA-RESERVA THRU 0629-FIM-OCUPA-RES.
           IF WS-TEM-CONFLITO = 'S'
              DISPLAY (22 10) 'SALA OCUPADA - TROQUE HORARIO OU SALA'
              GO TO 0410-HORARIO.

       0430-PROFESSOR.
           DISPLAY (11 10) 'PROFESSOR ['
           DISPLAY (11 46) ']'
           IF PROFESSOR-PE = SPACES
              MOVE PROFESSOR-DIS TO PROFESSOR-PE.
           DISPLAY (11 21) PROFESSOR-PE
           ACCEPT (11 21) PROFESSOR-PE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF PROFESSOR-PE = SPACES
              DISPLAY (22 10) 'INFORME O PROFESSOR'
              GO TO 0430-PROFESSOR.

       0440-VAGAS.
           DISPLAY (12 10) 'VAGAS [   ]  TAXA [        ]'
           ACCEPT (12 17) VAGAS-PE WITH PROMPT AUTO-SKIP
           DISPLAY (22 10) LIMPA-LINHA
           IF VAGAS-PE = ZEROS
              DISPLAY (22 10) 'INFORME O NUMERO DE VAGAS'
              GO TO 0440-VAGAS.
           MOVE VALOR-PE TO ED-VALOR
           DISPLAY (12 30) ED-VALOR
           ACCEPT (12 30) VALOR-PE WITH PROMPT AUTO-SKIP
           MOVE VALOR-PE TO ED-VALOR
           DISPLAY (12 30) ED-VALOR.

       0450-CONFIRMA.
           DISPLAY (17 10) 'CONFIRMA A GRAVACAO (S OU N)  [ ]'
           ACCEPT (17 41) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 10) 'RESPOSTA INVALIDA'
              GO TO 0450-CONFIRMA.

      * O CALENDARIO E SEMPRE REFEITO: APAGA AS SESSOES ANTERIORES E
      * GERA DE NOVO ENTRE AS DATAS GRAVADAS
           PERFORM 0750-APAGA-SESSOES THRU 0759-FIM-APAGA
           PERFORM 0700-GERA-SESSOES THRU 0709-FIM-GERA
           MOVE CONT-GERADAS TO QTD-SESSOES-PE
           MOVE 'A' TO SIT-PE
           IF WS-EXISTE = 'S'
              REWRITE REG-PERESP
           ELSE
              WRITE REG-PERESP.
           DISPLAY (14 10) 'SESSOES GERADAS EM AULA.DAT:'
           DISPLAY (14 39) CONT-GERADAS
           DISPLAY (22 10) 'PERIODO ESPECIAL GRAVADO'
           STOP ' '
           GO TO 0200-TELA.

       0380-MOSTRA.
           DISPLAY (09 10) 'INICIO [        ]  FIM [        ]'
           DISPLAY (09 18) DATA-INI-PE
           DISPLAY (09 34) DATA-FIM-PE
           DISPLAY (10 10) 'HORARIO [    ] AS [    ]  SALA [   ]'
           DISPLAY (10 20) HORA-INI-PE
           DISPLAY (10 30) HORA-FIM-PE
           DISPLAY (10 42) SALA-PE
           DISPLAY (11 10) 'PROFESSOR ['
           DISPLAY (11 21) PROFESSOR-PE
           DISPLAY (11 46) ']'
           DISPLAY (12 10) 'VAGAS [   ]  TAXA [        ]'
           DISPLAY (12 17) VAGAS-PE
           MOVE VALOR-PE TO ED-VALOR
           DISPLAY (12 30) ED-VALOR
           DISPLAY (14 10) 'SESSOES GERADAS EM AULA.DAT:'
           DISPLAY (14 39) QTD-SESSOES-PE
           IF PE-ENCERRADO
              DISPLAY (15 10) 'PERIODO ENCERRADO'.

       0389-FIM-MOSTRA. EXIT.

       0390-LIMPA-DADOS.
           DISPLAY (09 10) LIMPA-LINHA
           DISPLAY (10 10) LIMPA-LINHA
           DISPLAY (11 10) LIMPA-LINHA
           DISPLAY (12 10) LIMPA-LINHA
           DISPLAY (14 10) LIMPA-LINHA
           DISPLAY (15 10) LIMPA-LINHA
           MOVE ZEROS TO DATA-INI-PE DATA-FIM-PE HORA-INI-PE
                         HORA-FIM-PE SALA-PE VALOR-PE VAGAS-PE
                         QTD-SESSOES-PE
           MOVE SPACES TO PROFESSOR-PE SIT-PE.

       0399-FIM-LIMPA. EXIT.

      * AULAS DO ANO NA SALA EM DIA DA SEMANA QUE CAI NO PERIODO
       0600-OCUPA-AULA.
           IF WS-SEM-HOR = 'S'
              GO TO 0609-FIM-OCUPA-AULA.
           PERFORM 0640-DIAS-TERMO THRU 0649-FIM-DIAS
           MOVE ZEROS TO COD-CURSO-HOR DIA-SEM-HOR HORA-INI-HOR
           MOVE SPACES TO TURMA-HOR
           START CADHOR KEY NOT LESS THAN CHAVE-HOR INVALID KEY
              GO TO 0609-FIM-OCUPA-AULA.

       0605-LE-AULA.
           READ CADHOR NEXT
           IF STATUS-HOR NOT = '00'
              GO TO 0609-FIM-OCUPA-AULA.
           IF ANO-HOR NOT = ANO-W OR COD-SALA-HOR NOT = SALA-PE
              OR DIA-SEM-HOR < 1 OR DIA-SEM-HOR > 6
              GO TO 0605-LE-AULA.
           IF DIA-TERMO (DIA-SEM-HOR) NOT = 'S'
              GO TO 0605-LE-AULA.
           IF HORA-INI-PE NOT < HORA-FIM-HOR
              OR HORA-FIM-PE NOT > HORA-INI-HOR
              GO TO 0605-LE-AULA.
           MOVE 'S' TO WS-TEM-CONFLITO
           DISPLAY (15 10) 'SALA OCUPADA - AULA DO CURSO'
           DISPLAY (15 39) COD-CURSO-HOR
           DISPLAY (15 42) 'DISC.'
           DISPLAY (15 48) COD-DISCIPLINA-HOR
           DISPLAY (15 53) HORA-INI-HOR
           DISPLAY (15 58) HORA-FIM-HOR.

       0609-FIM-OCUPA-AULA. EXIT.

      * RESERVAS DA SALA ENTRE O INICIO E O FIM, EM DIA QUE TEM SESSAO
       0620-OCUPA-RESERVA.
           IF WS-SEM-RS = 'S'
              GO TO 0629-FIM-OCUPA-RES.
           MOVE SALA-PE TO SALA-RS
           MOVE DATA-INI-PE TO DATA-RS
           MOVE ZEROS TO HORA-INI-RS
           START RESSALA KEY NOT LESS THAN CHAVE-RS INVALID KEY
              GO TO 0629-FIM-OCUPA-RES.

       0625-LE-RESERVA.
           READ RESSALA NEXT
           IF STATUS-RS NOT = '00'
              GO TO 0629-FIM-OCUPA-RES.
           IF SALA-RS NOT = SALA-PE OR DATA-RS > DATA-FIM-PE
              GO TO 0629-FIM-OCUPA-RES.
           IF HORA-INI-PE NOT < HORA-FIM-RS
              OR HORA-FIM-PE NOT > HORA-INI-RS
              GO TO 0625-LE-RESERVA.
           MOVE DATA-RS TO WS-DATA-CORR-R
           PERFORM 8200-DIA-SEMANA THRU 8299-FIM-SEMANA
           IF WS-DIA-SEMANA = 7
              GO TO 0625-LE-RESERVA.
           IF WS-SEM-FERIADO NOT = 'S'
              MOVE DATA-RS TO DATA-FERIADO
              READ FERICAD
              IF STATUS-FERI = '00'
                 GO TO 0625-LE-RESERVA.
           MOVE 'S' TO WS-TEM-CONFLITO
           DISPLAY (15 10) 'SALA RESERVADA EM'
           DISPLAY (15 28) DATA-RS
           DISPLAY (15 37) SOLIC-RS (1:20)
           DISPLAY (15 58) HORA-INI-RS
           DISPLAY (15 63) HORA-FIM-RS.

       0629-FIM-OCUPA-RES. EXIT.

      * MARCA OS DIAS DA SEMANA (1=SEGUNDA ... 7=DOMINGO) DO PERIODO
       0640-DIAS-TERMO.
           MOVE SPACES TO WS-DIAS-TERMO
           MOVE DATA-INI-PE TO WS-DATA-CORR-R.

       0642-PROXIMO-DIA.
           IF WS-DATA-CORR-R > DATA-FIM-PE
              GO TO 0649-FIM-DIAS.
           PERFORM 8200-DIA-SEMANA THRU 8299-FIM-SEMANA
           MOVE 'S' TO DIA-TERMO (WS-DIA-SEMANA)
           IF WS-DIAS-TERMO = 'SSSSSSS'
              GO TO 0649-FIM-DIAS.
           PERFORM 8300-SOMA-UM-DIA THRU 8399-FIM-SOMA
           GO TO 0642-PROXIMO-DIA.

       0649-FIM-DIAS. EXIT.

      * UMA SESSAO POR DIA DE SEGUNDA A SABADO, FORA OS FERIADOS
       0700-GERA-SESSOES.
           MOVE ZEROS TO CONT-GERADAS
           MOVE DATA-INI-PE TO WS-DATA-CORR-R.

       0702-PROXIMO-DIA.
           IF WS-DATA-CORR-R > DATA-FIM-PE
              GO TO 0709-FIM-GERA.
           PERFORM 8200-DIA-SEMANA THRU 8299-FIM-SEMANA
           IF WS-DIA-SEMANA = 7
              GO TO 0706-AVANCA.
           IF WS-SEM-FERIADO NOT = 'S'
              MOVE WS-DATA-CORR-R TO DATA-FERIADO
              READ FERICAD
              IF STATUS-FERI = '00'
                 GO TO 0706-AVANCA.
           MOVE ANO-W TO ANO-AULA
           MOVE CURSO-W TO COD-CURSO-AULA
           MOVE DISCI-W TO COD-DISCI-AULA
           MOVE TERMO-W TO TURMA-AULA
           MOVE WS-DATA-CORR-R TO DATA-AULA
           MOVE 'N' TO SITUACAO-AULA
           WRITE REG-AULA INVALID KEY
              GO TO 0706-AVANCA.
           ADD 1 TO CONT-GERADAS.

       0706-AVANCA.
           PERFORM 8300-SOMA-UM-DIA THRU 8399-FIM-SOMA
           GO TO 0702-PROXIMO-DIA.

       0709-FIM-GERA. EXIT.

       0750-APAGA-SESSOES.
           MOVE ZEROS TO CONT-APAGADAS
           MOVE ANO-W TO ANO-AULA
           MOVE CURSO-W TO COD-CURSO-AULA
           MOVE DISCI-W TO COD-DISCI-AULA
           MOVE TERMO-W TO TURMA-AULA
           MOVE ZEROS TO DATA-AULA
           START AULA KEY NOT LESS THAN CHAVE-AULA INVALID KEY
              GO TO 0759-FIM-APAGA.

       0752-LE-SESSAO.
           READ AULA NEXT
           IF STATUS-AULA NOT = '00'
              GO TO 0759-FIM-APAGA.
           IF ANO-AULA NOT = ANO-W OR COD-CURSO-AULA NOT = CURSO-W
              OR COD-DISCI-AULA NOT = DISCI-W
              OR TURMA-AULA NOT = TERMO-W
              GO TO 0759-FIM-APAGA.
           DELETE AULA
           ADD 1 TO CONT-APAGADAS
           GO TO 0752-LE-SESSAO.

       0759-FIM-APAGA. EXIT.

      * SO EXCLUI OFERTA SEM ALUNO MATRICULADO
       0800-EXCLUI.
           MOVE ZEROS TO WS-QTD-MATR
           IF WS-SEM-ESPMAT = 'S'
              GO TO 0830-CONFIRMA-EXCL.
           MOVE LOW-VALUES TO CHAVE-EM
           START ESPMAT KEY NOT LESS THAN CHAVE-EM INVALID KEY
              GO TO 0830-CONFIRMA-EXCL.

       0810-LE-MATR.
           READ ESPMAT NEXT
           IF STATUS-EM NOT = '00'
              GO TO 0820-AVALIA.
           IF ANO-EM = ANO-W AND TERMO-EM = TERMO-W
              AND COD-CURSO-EM = CURSO-W AND COD-DISCI-EM = DISCI-W
              ADD 1 TO WS-QTD-MATR.
           GO TO 0810-LE-MATR.

       0820-AVALIA.
           IF WS-QTD-MATR > ZEROS
              DISPLAY (22 10) 'HA ALUNOS MATRICULADOS - EXCLUSAO NEGADA'
              STOP ' '
              GO TO 0200-TELA.

       0830-CONFIRMA-EXCL.
           DISPLAY (17 10) 'CONFIRMA A EXCLUSAO (S OU N)  [ ]'
           ACCEPT (17 41) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (17 10) LIMPA-LINHA
           IF WS-RESPOSTA = 'N' OR 'n'
              GO TO 0200-TELA.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0830-CONFIRMA-EXCL.
           PERFORM 0750-APAGA-SESSOES THRU 0759-FIM-APAGA
           MOVE WS-CHAVE-PE TO CHAVE-PE
           DELETE PERESP
           DISPLAY (22 10) 'PERIODO ESPECIAL EXCLUIDO - SESSOES:'
           DISPLAY (22 47) CONT-APAGADAS
           STOP ' '
           GO TO 0200-TELA.

       0990-FIM.
           CLOSE PERESP
                 CADDISCI
                 AULA
           IF WS-SEM-ESPMAT NOT = 'S'
              CLOSE ESPMAT.
           IF WS-SEM-SALA NOT = 'S'
              CLOSE CADSALA.
           IF WS-SEM-FERIADO NOT = 'S'
              CLOSE FERICAD.
           IF WS-SEM-HOR NOT = 'S'
              CLOSE CADHOR.
           IF WS-SEM-RS NOT = 'S'
              CLOSE RESSALA.
           CHAIN 'FACAD.EXE'.

      *    ZELLER: 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
      *    HORARIO.DAT: DIA-SEM 1=SEGUNDA ... 6=SABADO 7=DOMINGO
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

       8300-SOMA-UM-DIA.
           IF MES-CORR = 1 OR 3 OR 5 OR 7 OR 8 OR 10 OR 12
              MOVE 31 TO WS-DIA-MAX
              GO TO 8350-AVANCA-DIA.
           IF MES-CORR = 4 OR 6 OR 9 OR 11
              MOVE 30 TO WS-DIA-MAX
              GO TO 8350-AVANCA-DIA.
           DIVIDE ANO-CORR BY 4 GIVING WS-QUOC REMAINDER WS-REM-4
           IF WS-REM-4 = 0
              MOVE 29 TO WS-DIA-MAX
           ELSE
              MOVE 28 TO WS-DIA-MAX.

       8350-AVANCA-DIA.
           ADD 1 TO DIA-CORR
           IF DIA-CORR > WS-DIA-MAX
              MOVE 1 TO DIA-CORR
              ADD 1 TO MES-CORR
              IF MES-CORR > 12
                 MOVE 1 TO MES-CORR
                 ADD 1 TO ANO-CORR.

       8399-FIM-SOMA. EXIT.

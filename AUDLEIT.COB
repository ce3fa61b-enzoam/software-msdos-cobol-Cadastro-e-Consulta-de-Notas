       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDLEIT-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : Auditoria semanal das CONSULTAS a dados de
      *              alunos (LOGCONS.DAT, gravado pelo CONS360,
      *              consalu, pesqalu, KIOSK, CADPNE e CADOCOR) -
      *              aponta o operador que consultou alunos distintos
      *              acima do limite informado e toda consulta a PNE
      *              ou a ocorrencias/sancoes feita por operador cuja
      *              funcao (OPERFUNC.DAT, mantida no CADOPER) nao
      *              e a da rotina: PNE = coordenacao/NAPNE/direcao,
      *              ocorrencias = secretaria/coordenacao/direcao
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGCONS ASSIGN TO DISK
                       FILE STATUS STATUS-LCO.

           SELECT OPERMST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT OPERFUNC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FUN
                       FILE STATUS STATUS-FUN.

           SELECT LEITSORT ASSIGN TO DISK.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
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

       SD  LEITSORT
           VALUE OF FILE-ID 'AUDLEIT.TMP'.

       01  REG-LEITSORT.
           05 OPER-LS              PIC X(10).
           05 ALUNO-LS             PIC 9(06).
           05 CURSO-LS             PIC 9(06).
           05 TIPO-LS              PIC X(01).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-LCO          PIC X(02) VALUE SPACES.
       01  STATUS-MST          PIC X(02) VALUE SPACES.
       01  STATUS-FUN          PIC X(02) VALUE SPACES.
       01  WS-SEM-MST          PIC X VALUE 'N'.
       01  WS-SEM-FUN          PIC X VALUE 'N'.
       01  WS-DATA-INI         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
       01  WS-DIA-I            PIC 9(02) VALUE ZEROS.
       01  WS-MES-I            PIC 9(02) VALUE ZEROS.
       01  WS-ANO-I            PIC 9(04) VALUE ZEROS.
       01  WS-LIMITE           PIC 9(03) VALUE ZEROS.
       01  WS-SECAO            PIC 9 VALUE ZEROS.
       01  WS-MOTIVO           PIC X(20) VALUE SPACES.
       01  FLAG-GRUPO          PIC 9 VALUE ZEROS.
       01  OPER-ANT            PIC X(10) VALUE SPACES.
       01  ALUNO-ANT           PIC 9(06) VALUE ZEROS.
       01  CURSO-ANT           PIC 9(06) VALUE ZEROS.
       01  TOT-CONSULTAS       PIC 9(05) VALUE ZEROS.
       01  TOT-ALUNOS          PIC 9(05) VALUE ZEROS.
       01  TOT-SENSIVEIS       PIC 9(05) VALUE ZEROS.
       01  CONT-LIDOS          PIC 9(06) VALUE ZEROS.
       01  CONT-ACIMA          PIC 9(04) VALUE ZEROS.
       01  CONT-FORA           PIC 9(05) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'AUDLEIT'.
           05 FILLER               PIC X(37) VALUE
              'AUDITORIA DE CONSULTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'PERIODO DE '.
           05 INI-CAB2             PIC 9999/99/99.
           05 FILLER               PIC X(03) VALUE ' A '.
           05 FIM-CAB2             PIC 9999/99/99.
           05 FILLER               PIC X(10) VALUE '  LIMITE: '.
           05 LIM-CAB2             PIC ZZ9.

       01  CAB3A.
           05 FILLER               PIC X(50) VALUE
           'OPERADORES X ALUNOS DISTINTOS CONSULTADOS'.

       01  CAB4A.
           05 FILLER               PIC X(41) VALUE
           'OPERADOR   NOME                          '.
           05 FILLER               PIC X(39) VALUE
           'CONS.  ALUNO  SENS.'.

       01  CAB3B.
           05 FILLER               PIC X(50) VALUE
           'CONSULTAS A PNE/OCORRENCIAS FORA DA FUNCAO'.

       01  CAB4B.
           05 FILLER               PIC X(42) VALUE
           '   DATA    HORA   OPERADOR   ES PROGRAMA A'.
           05 FILLER               PIC X(38) VALUE
           'LUNO  CURSO  T MOTIVO'.

       01  DET1.
           05 OPER-DET1            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 NOME-DET1            PIC X(30).
           05 CONS-DET1            PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ALU-DET1             PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SENS-DET1            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FLAG-DET1            PIC X(19).

       01  DET2.
           05 DATA-DET2            PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 HORA-DET2            PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 OPER-DET2            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 EST-DET2             PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PROG-DET2            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ALU-DET2             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CUR-DET2             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TIPO-DET2            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 MOTIVO-DET2          PIC X(20).

       01  RODAPE1.
           05 FILLER               PIC X(34) VALUE
              'CONSULTAS NO PERIODO (SEM KIOSK):'.
           05 TOT-LIDOS-ROD        PIC ZZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
              'OPERADORES ACIMA DO LIMITE..:'.
           05 TOT-ACIMA-ROD        PIC ZZZ9.

       01  RODAPE2.
           05 FILLER               PIC X(34) VALUE
              'CONSULTAS FORA DA FUNCAO........:'.
           05 TOT-FORA-ROD         PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0050-OPEN.
           OPEN INPUT LOGCONS
           IF STATUS-LCO NOT = '00'
              DISPLAY (12 20) 'LOGCONS.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'FACAD.EXE'.
           CLOSE LOGCONS
           OPEN INPUT OPERMST
           IF STATUS-MST NOT = '00'
              MOVE 'S' TO WS-SEM-MST.
           OPEN INPUT OPERFUNC
           IF STATUS-FUN NOT = '00'
              MOVE 'S' TO WS-SEM-FUN.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'AUDLEIT'
           DISPLAY (02 24) 'AUDITORIA DE CONSULTAS A ALUNOS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (07 10) 'PERIODO DE [  /  /    ] A [  /  /    ]'
           DISPLAY (09 10)
             'LIMITE DE ALUNOS DISTINTOS POR OPERADOR [   ] (0 = 30)'.

       0300-PARAMETROS.
           ACCEPT (07 22) WS-DIA-I WITH PROMPT AUTO-SKIP
           IF WS-DIA-I = ZEROS
              GO TO 0900-FIM.
           ACCEPT (07 25) WS-MES-I WITH PROMPT AUTO-SKIP
           ACCEPT (07 28) WS-ANO-I WITH PROMPT AUTO-SKIP
           MOVE WS-ANO-I TO WS-DATA-INI (1:4)
           MOVE WS-MES-I TO WS-DATA-INI (5:2)
           MOVE WS-DIA-I TO WS-DATA-INI (7:2)
           ACCEPT (07 37) WS-DIA-I WITH PROMPT AUTO-SKIP
           ACCEPT (07 40) WS-MES-I WITH PROMPT AUTO-SKIP
           ACCEPT (07 43) WS-ANO-I WITH PROMPT AUTO-SKIP
           MOVE WS-ANO-I TO WS-DATA-FIM (1:4)
           MOVE WS-MES-I TO WS-DATA-FIM (5:2)
           MOVE WS-DIA-I TO WS-DATA-FIM (7:2)
           IF WS-DATA-INI = ZEROS OR WS-DATA-FIM < WS-DATA-INI
              DISPLAY (22 30) 'PERIODO INVALIDO'
              GO TO 0300-PARAMETROS.
           DISPLAY (22 30) '                '
           ACCEPT (09 51) WS-LIMITE WITH PROMPT AUTO-SKIP
           IF WS-LIMITE = ZEROS
              MOVE 30 TO WS-LIMITE.

      * 1A PARTE: SORT DO LOG POR OPERADOR/ALUNO - CONTA OS ALUNOS
      * DISTINTOS DE CADA OPERADOR; 2A PARTE: NOVA LEITURA DO LOG
      * CONFERINDO A FUNCAO DE QUEM ABRIU PNE OU OCORRENCIAS
       0500-PROCESSA.
           OPEN OUTPUT RELAT
           MOVE ZEROS TO CONTPAG FLAG-GRUPO CONT-LIDOS CONT-ACIMA
                         CONT-FORA
           MOVE 1 TO WS-SECAO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           SORT LEITSORT ASCENDING KEY OPER-LS ALUNO-LS CURSO-LS
                INPUT  PROCEDURE 0600-SELECIONA
                OUTPUT PROCEDURE 0700-TOTALIZA
           MOVE 2 TO WS-SECAO
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           PERFORM 1000-FUNCAO THRU 1099-FIM-FUNCAO
           MOVE CONT-LIDOS TO TOT-LIDOS-ROD
           MOVE CONT-ACIMA TO TOT-ACIMA-ROD
           WRITE REG-ORELATO FROM RODAPE1 AFTER 3
           MOVE CONT-FORA TO TOT-FORA-ROD
           WRITE REG-ORELATO FROM RODAPE2 AFTER 1
           CLOSE RELAT
           DISPLAY (22 10) 'RELATORIO EMITIDO'
           STOP ' '
           GO TO 0200-TELA.

      * QUIOSQUE E O PROPRIO ALUNO; ALUNO ZERO E RELATORIO DE CURSO
      * INTEIRO (CADPNE) - NENHUM DOS DOIS ENTRA NA CONTAGEM
       0600-SELECIONA SECTION.
       0610-ABRE.
           OPEN INPUT LOGCONS.

       0620-LE-LOG.
           READ LOGCONS
           IF STATUS-LCO NOT = '00'
              GO TO 0690-FECHA.
           IF DATA-LCO < WS-DATA-INI OR DATA-LCO > WS-DATA-FIM
              GO TO 0620-LE-LOG.
           IF LCO-QUIOSQUE
              GO TO 0620-LE-LOG.
           ADD 1 TO CONT-LIDOS
           IF COD-ALUNO-LCO = ZEROS
              GO TO 0620-LE-LOG.
           MOVE OPER-LCO TO OPER-LS
           MOVE COD-ALUNO-LCO TO ALUNO-LS
           MOVE COD-CURSO-LCO TO CURSO-LS
           MOVE TIPO-LCO TO TIPO-LS
           RELEASE REG-LEITSORT
           GO TO 0620-LE-LOG.

       0690-FECHA.
           CLOSE LOGCONS.

       0699-FIM. EXIT.

       0700-TOTALIZA SECTION.
       0710-LE-SORT.
           RETURN LEITSORT AT END
              GO TO 0790-ULTIMO.

           IF FLAG-GRUPO = 0
              MOVE 9 TO FLAG-GRUPO
              MOVE OPER-LS TO OPER-ANT
              MOVE ZEROS TO TOT-CONSULTAS TOT-ALUNOS TOT-SENSIVEIS
              GO TO 0720-NOVO-ALUNO.

           IF OPER-LS NOT = OPER-ANT
              PERFORM 0800-LINHA THRU 0899-FIM-LINHA
              MOVE OPER-LS TO OPER-ANT
              MOVE ZEROS TO TOT-CONSULTAS TOT-ALUNOS TOT-SENSIVEIS
              GO TO 0720-NOVO-ALUNO.

           IF ALUNO-LS = ALUNO-ANT AND CURSO-LS = CURSO-ANT
              GO TO 0730-ACUMULA.

       0720-NOVO-ALUNO.
           ADD 1 TO TOT-ALUNOS
           MOVE ALUNO-LS TO ALUNO-ANT
           MOVE CURSO-LS TO CURSO-ANT.

       0730-ACUMULA.
           ADD 1 TO TOT-CONSULTAS
           IF TIPO-LS = 'F' OR 'P' OR 'O'
              ADD 1 TO TOT-SENSIVEIS.
           GO TO 0710-LE-SORT.

       0790-ULTIMO.
           IF FLAG-GRUPO NOT = 0
              PERFORM 0800-LINHA THRU 0899-FIM-LINHA.

       0799-FIM. EXIT.

       0800-ROTINAS SECTION.
       0800-LINHA.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE OPER-ANT TO OPER-DET1
           MOVE SPACES TO NOME-DET1
           IF WS-SEM-MST NOT = 'S'
              MOVE OPER-ANT TO COD-OPER
              READ OPERMST INVALID KEY
                 MOVE 'NAO CADASTRADO' TO NOME-OPER.
           IF WS-SEM-MST NOT = 'S'
              MOVE NOME-OPER TO NOME-DET1.
           MOVE TOT-CONSULTAS TO CONS-DET1
           MOVE TOT-ALUNOS TO ALU-DET1
           MOVE TOT-SENSIVEIS TO SENS-DET1
           MOVE SPACES TO FLAG-DET1
           IF TOT-ALUNOS > WS-LIMITE
              MOVE '*** ACIMA DO LIMITE' TO FLAG-DET1
              ADD 1 TO CONT-ACIMA.
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN.

       0899-FIM-LINHA. EXIT.

      * PNE: COORDENACAO, NAPNE OU DIRECAO; OCORRENCIAS E SANCOES:
      * SECRETARIA, COORDENACAO OU DIRECAO; SEM FUNCAO = APONTADO
       1000-FUNCAO.
           OPEN INPUT LOGCONS.

       1010-LE-LOG.
           READ LOGCONS
           IF STATUS-LCO NOT = '00'
              GO TO 1090-FECHA.
           IF DATA-LCO < WS-DATA-INI OR DATA-LCO > WS-DATA-FIM
              GO TO 1010-LE-LOG.
           IF NOT LCO-PNE AND NOT LCO-OCORRENCIA
              GO TO 1010-LE-LOG.
           MOVE 'SEM FUNCAO CADASTR.' TO WS-MOTIVO
           IF WS-SEM-FUN = 'S'
              GO TO 1020-APONTA.
           MOVE OPER-LCO TO COD-OPER-FUN
           READ OPERFUNC INVALID KEY
              GO TO 1020-APONTA.
           IF FUN-COORDENACAO OR FUN-DIRECAO
              GO TO 1010-LE-LOG.
           IF LCO-PNE AND FUN-NAPNE
              GO TO 1010-LE-LOG.
           IF LCO-OCORRENCIA AND FUN-SECRETARIA
              GO TO 1010-LE-LOG.
           MOVE 'FUNCAO ' TO WS-MOTIVO
           MOVE FUNCAO-FUN TO WS-MOTIVO (8:1)
           MOVE ' NAO AUTORIZ' TO WS-MOTIVO (9:12).

       1020-APONTA.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           ADD 1 TO CONT-FORA
           MOVE DATA-LCO TO DATA-DET2
           MOVE HORA-LCO TO HORA-DET2
           MOVE OPER-LCO TO OPER-DET2
           MOVE ESTACAO-LCO TO EST-DET2
           MOVE PROGRAMA-LCO TO PROG-DET2
           MOVE COD-ALUNO-LCO TO ALU-DET2
           MOVE COD-CURSO-LCO TO CUR-DET2
           MOVE TIPO-LCO TO TIPO-DET2
           MOVE WS-MOTIVO TO MOTIVO-DET2
           WRITE REG-ORELATO FROM DET2 AFTER 1
           ADD 1 TO CONTLIN
           GO TO 1010-LE-LOG.

       1090-FECHA.
           CLOSE LOGCONS.

       1099-FIM-FUNCAO. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           WRITE REG-ORELATO FROM CAB1 AFTER PAGE
           MOVE WS-DATA-INI TO INI-CAB2
           MOVE WS-DATA-FIM TO FIM-CAB2
           MOVE WS-LIMITE TO LIM-CAB2
           WRITE REG-ORELATO FROM CAB2 AFTER 2
           IF WS-SECAO = 1
              WRITE REG-ORELATO FROM CAB3A AFTER 2
              WRITE REG-ORELATO FROM CAB4A AFTER 2
           ELSE
              WRITE REG-ORELATO FROM CAB3B AFTER 2
              WRITE REG-ORELATO FROM CAB4B AFTER 2.
           MOVE 7 TO CONTLIN.

       8099-FIM-CAB. EXIT.

       0900-FIM.
           IF WS-SEM-MST NOT = 'S'
              CLOSE OPERMST.
           IF WS-SEM-FUN NOT = 'S'
              CLOSE OPERFUNC.
           CHAIN 'FACAD.EXE'.

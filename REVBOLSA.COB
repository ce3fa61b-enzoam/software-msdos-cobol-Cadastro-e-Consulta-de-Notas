       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVBOLSA-COB.
      *     EMPRESA S / A
      * ANALISTA       : FABIO
      * PROGRAMADOR(A) : FABIO
      * FINALIDADE : Revisao ANUAL das bolsas com condicao de
      *              desempenho - condicoes por tipo de bolsa
      *              (BOLSATIP.DAT: media minima, reprovacoes
      *              admitidas, frequencia minima e margens de
      *              advertencia; zero usa o PARMAPRV.DAT do curso),
      *              confronto das bolsas de bolsa.dat com os
      *              resultados do ano em CADNOTAS.DAT, lista por
      *              curso de MANTER / ADVERTIR / REVOGAR gravada em
      *              BOLREV.DAT e confirmacao das revogacoes pela
      *              coordenacao (supervisor), que encerra a validade
      *              da bolsa; as cartas saem pelo CIRCULAR
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSATIP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-BTP
                       FILE STATUS STATUS-BTP.

           SELECT BOLREV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-BRV
                       FILE STATUS STATUS-BRV.

           SELECT BOLSACAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-BOLSA
                       FILE STATUS STATUS-BOL.

           SELECT ALUCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-ALUNO
                       FILE STATUS STATUS-ALUC.

           SELECT CADCURSO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CURSO
                       FILE STATUS STATUS-CUR.

           SELECT CADDISCI ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-DIS
                       FILE STATUS STATUS-DIS.

           SELECT CADNOTAS ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CADNT
                       FILE STATUS STATUS-CADNT.

           SELECT PARMAPRV ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

           SELECT OPERMST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OPER
                       FILE STATUS STATUS-MST.

           SELECT RELATO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
      * CONDICOES DE MANUTENCAO POR TIPO DE BOLSA - MEDIA E
      * FREQUENCIA ZERADAS USAM O PARAMETRO DE APROVACAO DO CURSO
       FD  BOLSATIP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BOLSATIP.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-BOLSATIP.
           05  CHAVE-BTP.
               10  TIPO-BTP            PIC X(01).
           05  DESCR-BTP               PIC X(20).
           05  MEDIA-MIN-BTP           PIC 99V9.
           05  MAX-REPROV-BTP          PIC 9(02).
           05  FREQ-MIN-BTP            PIC 9(03).
           05  MARGEM-MEDIA-BTP        PIC 9V9.
           05  MARGEM-FREQ-BTP         PIC 9(02).
           05  FILLER                  PIC X(07).

      * RESULTADO DA REVISAO - DECISAO M=MANTER A=ADVERTIR R=REVOGAR;
      * REVOGACAO P=PENDENTE C=CONFIRMADA D=DISPENSADA PELA COORD.
       FD  BOLREV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'BOLREV.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-BOLREV.
           05  CHAVE-BRV.
               10  ANO-BRV             PIC 9(04).
               10  CURSO-BRV           PIC 9(02).
               10  ALUNO-BRV           PIC 9(06).
           05  NOME-BRV                PIC X(40).
           05  TIPO-BRV                PIC X(01).
           05  MEDIA-BRV               PIC 99V9.
           05  FREQ-BRV                PIC 9(03).
           05  REPROV-BRV              PIC 9(02).
           05  DECISAO-BRV             PIC X(01).
               88  BRV-MANTER          VALUE 'M'.
               88  BRV-ADVERTIR        VALUE 'A'.
               88  BRV-REVOGAR         VALUE 'R'.
           05  SIT-BRV                 PIC X(01).
               88  BRV-PENDENTE        VALUE 'P'.
               88  BRV-CONFIRMADA      VALUE 'C'.
               88  BRV-DISPENSADA      VALUE 'D'.
           05  MOTIVO-BRV              PIC X(30).
           05  DATA-CONF-BRV           PIC 9(08).
           05  FIM-ANT-BRV             PIC 9(06).
           05  OPER-BRV                PIC X(10).
           05  FILLER                  PIC X(03).

       FD  BOLSACAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'bolsa.dat'
           RECORD CONTAINS 32 CHARACTERS.

       01  REG-BOLSA.
           05  CHAVE-BOLSA.
               10  COD-ALUNO-BOLSA     PIC 9(06).
               10  COD-CURSO-BOLSA     PIC 9(06).
           05  PERC-BOLSA              PIC 9(03)V99.
           05  INI-BOLSA               PIC 9(06).
           05  FIM-BOLSA               PIC 9(06).
           05  TIPO-BOLSA              PIC X(01).
           05  FILLER                  PIC X(02).

       FD  ALUCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'alunos.dat'
           RECORD CONTAINS 144 CHARACTERS.

       01  REG-OARQ.
           05 CHAVE-ALUNO.
              10 COD-ALUNO         PIC 9(06).
              10 COD-CURSO         PIC 9(06).
           05 NOME                 PIC X(40).
           05 ENDERECO             PIC X(30).
           05 BAIRRO               PIC X(20).
           05 CIDADE               PIC X(15).
           05 ESTADO               PIC X(02).
           05 DATA-NASC            PIC 9(08).
           05 RG                   PIC 9(08).
           05 SITUACAO-ALU         PIC X(01).
              88 ALU-ATIVO         VALUE 'A'.
           05 DATA-SITUACAO-ALU    PIC 9(08).

       FD  CADCURSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CURSO.DAT'
           RECORD CONTAINS 44 CHARACTERS.

       01  REG-CADCURSO.
           05  CHAVE-CURSO.
               10  COD-CURSO-C         PIC 9(02).
           05  NOME-CURSO              PIC X(40).
           05  SITUACAO-CURSO          PIC X(01).
           05  PERIODOS-CURSO          PIC 9(01).

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

       FD  CADNOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CADNOTAS.DAT'
           RECORD CONTAINS 87 CHARACTERS.

       01  REG-CADNOTAS.
           05  CHAVE-CADNT.
               10 ANO-CADNOTA              PIC 9(04).
               10 COD-CURSO-CADNOTA        PIC 9(02).
               10 COD-ALUNO-CADNOTA        PIC 9(06).
               10 COD-DISCI-CADNOTA        PIC 9(04).
           05  NOTA-FALTA OCCURS 5 TIMES.
               10  NOTA-CADNOTA           PIC 99V9.
               10  FALTAS-CADNOTA         PIC 9(03).
           05  BIM-CADNOTA                PIC 9.
           05  NOME-ALUNO-CADNOTA         PIC X(40).

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
           05  FILLER                  PIC X(05).

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

       FD  RELATO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-BTP          PIC X(02) VALUE SPACES.
       01  STATUS-BRV          PIC X(02) VALUE SPACES.
       01  STATUS-BOL          PIC X(02) VALUE SPACES.
       01  STATUS-ALUC         PIC X(02) VALUE SPACES.
       01  STATUS-CUR          PIC X(02) VALUE SPACES.
       01  STATUS-DIS          PIC X(02) VALUE SPACES.
       01  STATUS-CADNT        PIC X(02) VALUE SPACES.
       01  STATUS-PARM         PIC X(02) VALUE SPACES.
       01  STATUS-MST          PIC X(02) VALUE SPACES.
       01  WS-RESPOSTA         PIC X.
       01  WS-OPCAO            PIC X.
       01  WS-ACHOU            PIC X VALUE 'N'.
       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-SENHA            PIC 9(06) VALUE ZEROS.
       01  WS-SUP-OK           PIC X VALUE 'N'.
       01  ANO-PROC            PIC 9(04) VALUE ZEROS.
       01  CURSO-PROC          PIC 9(02) VALUE ZEROS.
       01  TIPO-PROC           PIC X(01) VALUE SPACES.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-AAMM-ATUAL       PIC 9(06) VALUE ZEROS.
       01  WS-AAMM-INI-ANO     PIC 9(06) VALUE ZEROS.
       01  WS-AAMM-FIM-ANO     PIC 9(06) VALUE ZEROS.
       01  WS-CURSO-ANT        PIC 9(02) VALUE ZEROS.
       01  WS-CURSO-DOIS       PIC 9(02) VALUE ZEROS.

      * PARAMETROS DE APROVACAO DO CURSO (MESMA ROTINA DO RELREP)
       01  WS-PARM-ABERTO      PIC X VALUE 'N'.
       01  WS-SEM-PARM         PIC X VALUE 'N'.
       01  CURSO-PARM-B        PIC 9(02) VALUE ZEROS.
       01  ANO-PARM-B          PIC 9(04) VALUE ZEROS.
       01  MEDIA-MIN-P         PIC 99V9 VALUE 7,0.
       01  FREQ-MIN-P          PIC 9(03) VALUE 75.
       01  NOTA-HONRA-P        PIC 99V9 VALUE 9,0.

      * CONDICOES EFETIVAS DA BOLSA EM REVISAO
       01  WS-MEDIA-EXIG       PIC 99V9 VALUE ZEROS.
       01  WS-FREQ-EXIG        PIC 9(03) VALUE ZEROS.
       01  WS-MEDIA-AVISO      PIC 99V9 VALUE ZEROS.
       01  WS-FREQ-AVISO       PIC 9(03) VALUE ZEROS.

      * DESEMPENHO DO ALUNO NO ANO
       01  WS-PERIODOS         PIC 9 VALUE 4.
       01  WS-NOTA-FINAL       PIC 99V9 VALUE ZEROS.
       01  WS-COMPL-EXAME      PIC 99V9 VALUE ZEROS.
       01  WS-FALTAS           PIC 9(03) VALUE ZEROS.
       01  WS-PRES             PIC 9(04) VALUE ZEROS.
       01  WS-FREQ-DISC        PIC 9(03) VALUE ZEROS.
       01  WS-SOMA-NOTAS       PIC 9(04)V9 VALUE ZEROS.
       01  WS-QTD-DISC         PIC 9(03) VALUE ZEROS.
       01  WS-REPROV           PIC 9(02) VALUE ZEROS.
       01  WS-SOMA-AULAS       PIC 9(05) VALUE ZEROS.
       01  WS-SOMA-PRES        PIC 9(05) VALUE ZEROS.
       01  WS-MEDIA-GERAL      PIC 99V9 VALUE ZEROS.
       01  WS-FREQ-GERAL       PIC 9(03) VALUE ZEROS.
       01  WS-DECISAO          PIC X VALUE SPACES.
       01  WS-MOTIVO           PIC X(30) VALUE SPACES.

       01  CONT-MANTER         PIC 9(04) VALUE ZEROS.
       01  CONT-ADVERTIR       PIC 9(04) VALUE ZEROS.
       01  CONT-REVOGAR        PIC 9(04) VALUE ZEROS.
       01  CONT-REVISADAS      PIC 9(04) VALUE ZEROS.
       01  CONT-CONFIRMADAS    PIC 9(04) VALUE ZEROS.
       01  CONTLIN             PIC 99 VALUE ZEROS.
       01  CONTPAG             PIC 9(05) VALUE ZEROS.
       01  LINHA-REL           PIC X(80) VALUE SPACES.

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'REVBOLSA'.
           05 FILLER               PIC X(37) VALUE 'SISTEMA DE NOTAS'.
           05 FILLER               PIC X(04) VALUE 'PAG.'.
           05 PAG-CAB1             PIC ZZ.ZZ9.

       01  CAB2.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(36) VALUE
           'REVISAO ANUAL DE BOLSAS - ANO BASE '.
           05 ANO-CAB2             PIC 9(04).

       01  CAB3.
           05 FILLER               PIC X(07) VALUE 'CURSO: '.
           05 CURSO-CAB3           PIC 9(02).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 NOME-CAB3            PIC X(40).

       01  CAB4.
           05 FILLER               PIC X(07) VALUE 'ALUNO'.
           05 FILLER               PIC X(27) VALUE 'NOME'.
           05 FILLER               PIC X(16) VALUE 'T MEDIA FRQ REP'.
           05 FILLER               PIC X(30) VALUE
           'DECISAO   MOTIVO'.

       01  DET1.
           05 ALUNO-DET1           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 NOME-DET1            PIC X(26).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TIPO-DET1            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 MEDIA-DET1           PIC Z9,9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FREQ-DET1            PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 REPROV-DET1          PIC Z9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DECISAO-DET1         PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 MOTIVO-DET1          PIC X(20).

       01  TOT1.
           05 FILLER               PIC X(09) VALUE 'MANTER: '.
           05 MAN-TOT1             PIC ZZZ9.
           05 FILLER               PIC X(13) VALUE '   ADVERTIR: '.
           05 ADV-TOT1             PIC ZZZ9.
           05 FILLER               PIC X(12) VALUE '   REVOGAR: '.
           05 REV-TOT1             PIC ZZZ9.

       PROCEDURE DIVISION.

       0100-INICIO.
           OPEN I-O BOLSATIP
           IF STATUS-BTP NOT = '00'
              OPEN OUTPUT BOLSATIP
              CLOSE BOLSATIP
              OPEN I-O BOLSATIP.
           OPEN I-O BOLREV
           IF STATUS-BRV NOT = '00'
              OPEN OUTPUT BOLREV
              CLOSE BOLREV
              OPEN I-O BOLREV.
           OPEN I-O BOLSACAD
           IF STATUS-BOL NOT = '00'
              DISPLAY (12 20) 'bolsa.dat INEXISTENTE'
              STOP ' '
              CLOSE BOLSATIP BOLREV
              CHAIN 'FACAD.EXE'.
           OPEN INPUT CADNOTAS
           IF STATUS-CADNT NOT = '00'
              DISPLAY (12 20) 'CADNOTAS.DAT INEXISTENTE'
              STOP ' '
              CLOSE BOLSATIP BOLREV BOLSACAD
              CHAIN 'FACAD.EXE'.
           OPEN INPUT ALUCAD
           OPEN INPUT CADCURSO
           OPEN INPUT CADDISCI
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL (1:6) TO WS-AAMM-ATUAL.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'REVBOLSA'
           DISPLAY (02 24) 'REVISAO ANUAL DE BOLSAS'
           DISPLAY (02 73) 'VRS 1.0'
           DISPLAY (06 10) 'ANO [    ]  CURSO [  ] (00 = TODOS)'
           DISPLAY (08 10)
             'OPCAO: T=CONDICOES POR TIPO  R=REVISAO DO ANO'
           DISPLAY (09 17) 'L=LISTA  C=CONFIRMA REVOGACOES [ ]'.

       0300-ANO.
           ACCEPT (06 15) ANO-PROC WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF ANO-PROC = ZEROS
              GO TO 0900-FIM.
           ACCEPT (06 29) CURSO-PROC WITH PROMPT AUTO-SKIP.

       0400-OPCAO.
           ACCEPT (09 49) WS-OPCAO WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-OPCAO = 'T' OR 't'
              PERFORM 1000-TIPOS THRU 1999-FIM-TIPOS
              GO TO 0200-TELA.
           IF WS-OPCAO = 'R' OR 'r'
              PERFORM 2000-REVISAO THRU 2999-FIM-REVISAO
              GO TO 0200-TELA.
           IF WS-OPCAO = 'L' OR 'l'
              PERFORM 3000-LISTA THRU 3999-FIM-LISTA
              GO TO 0200-TELA.
           IF WS-OPCAO = 'C' OR 'c'
              PERFORM 4000-CONFIRMA THRU 4999-FIM-CONFIRMA
              GO TO 0200-TELA.
           DISPLAY (22 30) 'OPCAO INVALIDA'
           GO TO 0400-OPCAO.

      * CONDICOES POR TIPO DE BOLSA - DESCRICAO EM BRANCO EXCLUI
      * O TIPO; AS BOLSAS SEM TIPO (DESCONTO COMERCIAL) NAO ENTRAM
      * NA REVISAO
       1000-TIPOS.
           DISPLAY (11 10) 'TIPO DA BOLSA [ ]'
           ACCEPT (11 25) TIPO-PROC WITH PROMPT AUTO-SKIP
           IF TIPO-PROC = SPACES
              GO TO 1999-FIM-TIPOS.
           MOVE TIPO-PROC TO TIPO-BTP
           MOVE 'N' TO WS-ACHOU
           READ BOLSATIP INVALID KEY
              MOVE SPACES TO DESCR-BTP
              MOVE ZEROS TO MEDIA-MIN-BTP MAX-REPROV-BTP
                            FREQ-MIN-BTP MARGEM-MEDIA-BTP
                            MARGEM-FREQ-BTP.
           IF STATUS-BTP = '00'
              MOVE 'S' TO WS-ACHOU.
           DISPLAY (12 10) 'DESCRICAO [                    ]'
           DISPLAY (13 10) 'MEDIA MINIMA [  , ]    (0 = DO CURSO)'
           DISPLAY (14 10) 'REPROVACOES ADMITIDAS [  ]'
           DISPLAY (15 10) 'FREQUENCIA MINIMA [   ] %  (0 = DO CURSO)'
           DISPLAY (16 10) 'ADVERTE ATE [ , ] PONTOS ACIMA DA MEDIA'
           DISPLAY (17 10) 'ADVERTE ATE [  ] PONTOS ACIMA DA FREQ.'
           DISPLAY (12 21) DESCR-BTP
           DISPLAY (13 24) MEDIA-MIN-BTP
           DISPLAY (14 33) MAX-REPROV-BTP
           DISPLAY (15 29) FREQ-MIN-BTP
           DISPLAY (16 23) MARGEM-MEDIA-BTP
           DISPLAY (17 23) MARGEM-FREQ-BTP.

       1100-CAMPOS.
           ACCEPT (12 21) DESCR-BTP WITH PROMPT
           ACCEPT (13 24) MEDIA-MIN-BTP WITH PROMPT AUTO-SKIP
           ACCEPT (14 33) MAX-REPROV-BTP WITH PROMPT AUTO-SKIP
           ACCEPT (15 29) FREQ-MIN-BTP WITH PROMPT AUTO-SKIP
           ACCEPT (16 23) MARGEM-MEDIA-BTP WITH PROMPT AUTO-SKIP
           ACCEPT (17 23) MARGEM-FREQ-BTP WITH PROMPT AUTO-SKIP
           IF MEDIA-MIN-BTP > 10 OR FREQ-MIN-BTP > 100
              DISPLAY (22 30) 'VALOR INVALIDO'
              GO TO 1100-CAMPOS.
           DISPLAY (22 10) 'CONFIRMA (S OU N) [ ]'
           ACCEPT (22 29) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 27) 'OPERACAO ABANDONADA'
              STOP ' '
              GO TO 1999-FIM-TIPOS.
           MOVE TIPO-PROC TO TIPO-BTP
           IF DESCR-BTP = SPACES AND WS-ACHOU = 'S'
              DELETE BOLSATIP
              DISPLAY (22 27) 'TIPO EXCLUIDO'
              STOP ' '
              GO TO 1999-FIM-TIPOS.
           IF DESCR-BTP = SPACES
              DISPLAY (22 27) 'DESCRICAO OBRIGATORIA'
              STOP ' '
              GO TO 1999-FIM-TIPOS.
           IF WS-ACHOU = 'S'
              REWRITE REG-BOLSATIP
           ELSE
              WRITE REG-BOLSATIP.
           DISPLAY (22 27) 'CONDICOES GRAVADAS'
           STOP ' '.

       1999-FIM-TIPOS. EXIT.

      * REVISAO DO ANO - CADA BOLSA COM TIPO, EM VIGOR NO ANO E QUE
      * CONTINUA DEPOIS DELE, E CONFRONTADA COM AS NOTAS DO ANO; A
      * REVOGACAO JA CONFIRMADA NAO E REFEITA
       2000-REVISAO.
           DISPLAY (22 10) 'GERA A REVISAO DO ANO (S OU N) [ ]'
           ACCEPT (22 42) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           DISPLAY (22 10)
             '                                                    '
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 2999-FIM-REVISAO.
           COMPUTE WS-AAMM-INI-ANO = ANO-PROC * 100 + 1
           COMPUTE WS-AAMM-FIM-ANO = ANO-PROC * 100 + 12
           MOVE ZEROS TO CONT-REVISADAS
           MOVE ZEROS TO CHAVE-BOLSA
           START BOLSACAD KEY NOT LESS THAN CHAVE-BOLSA INVALID KEY
              GO TO 2900-ENCERRA.

       2100-LE-BOLSA.
           READ BOLSACAD NEXT
           IF STATUS-BOL NOT = '00'
              GO TO 2900-ENCERRA.
           IF TIPO-BOLSA = SPACES
              GO TO 2100-LE-BOLSA.
           IF COD-CURSO-BOLSA > 99
              GO TO 2100-LE-BOLSA.
           MOVE COD-CURSO-BOLSA TO WS-CURSO-DOIS
           IF CURSO-PROC NOT = ZEROS AND WS-CURSO-DOIS NOT = CURSO-PROC
              GO TO 2100-LE-BOLSA.
           IF INI-BOLSA > WS-AAMM-FIM-ANO
              OR FIM-BOLSA NOT > WS-AAMM-FIM-ANO
              GO TO 2100-LE-BOLSA.
           MOVE TIPO-BOLSA TO TIPO-BTP
           READ BOLSATIP INVALID KEY
              GO TO 2100-LE-BOLSA.
           MOVE COD-ALUNO-BOLSA TO COD-ALUNO
           MOVE COD-CURSO-BOLSA TO COD-CURSO
           READ ALUCAD INVALID KEY
              GO TO 2100-LE-BOLSA.
           IF NOT ALU-ATIVO
              GO TO 2100-LE-BOLSA.
           MOVE ANO-PROC TO ANO-BRV
           MOVE WS-CURSO-DOIS TO CURSO-BRV
           MOVE COD-ALUNO-BOLSA TO ALUNO-BRV
           MOVE 'N' TO WS-ACHOU
           READ BOLREV INVALID KEY
              MOVE SPACES TO SIT-BRV.
           IF STATUS-BRV = '00'
              MOVE 'S' TO WS-ACHOU.
           IF WS-ACHOU = 'S' AND BRV-CONFIRMADA
              GO TO 2100-LE-BOLSA.
           PERFORM 2200-DESEMPENHO THRU 2299-FIM-DESEMPENHO
           PERFORM 2400-DECIDE THRU 2499-FIM-DECIDE
           MOVE ANO-PROC TO ANO-BRV
           MOVE WS-CURSO-DOIS TO CURSO-BRV
           MOVE COD-ALUNO-BOLSA TO ALUNO-BRV
           MOVE NOME TO NOME-BRV
           MOVE TIPO-BOLSA TO TIPO-BRV
           MOVE WS-MEDIA-GERAL TO MEDIA-BRV
           MOVE WS-FREQ-GERAL TO FREQ-BRV
           MOVE WS-REPROV TO REPROV-BRV
           MOVE WS-DECISAO TO DECISAO-BRV
           MOVE WS-MOTIVO TO MOTIVO-BRV
           MOVE SPACES TO SIT-BRV OPER-BRV
           IF BRV-REVOGAR
              MOVE 'P' TO SIT-BRV.
           MOVE ZEROS TO DATA-CONF-BRV FIM-ANT-BRV
           IF WS-ACHOU = 'S'
              REWRITE REG-BOLREV
           ELSE
              WRITE REG-BOLREV.
           ADD 1 TO CONT-REVISADAS
           GO TO 2100-LE-BOLSA.

      * MEDIA E FREQUENCIA DO ANO E DISCIPLINAS REPROVADAS, COM A
      * MESMA REGRA DE APROVACAO DO RELATORIO DE REPROVADOS
       2200-DESEMPENHO.
           MOVE ZEROS TO WS-SOMA-NOTAS WS-QTD-DISC WS-REPROV
                         WS-SOMA-AULAS WS-SOMA-PRES
                         WS-MEDIA-GERAL WS-FREQ-GERAL
           MOVE WS-CURSO-DOIS TO COD-CURSO-C
           READ CADCURSO INVALID KEY
              MOVE ZEROS TO PERIODOS-CURSO.
           MOVE PERIODOS-CURSO TO WS-PERIODOS
           IF WS-PERIODOS = 0
              MOVE 4 TO WS-PERIODOS.
           MOVE WS-CURSO-DOIS TO CURSO-PARM-B
           MOVE ANO-PROC TO ANO-PARM-B
           PERFORM 9500-LE-PARAMETROS THRU 9599-FIM-PARM
           MOVE ANO-PROC TO ANO-CADNOTA
           MOVE WS-CURSO-DOIS TO COD-CURSO-CADNOTA
           MOVE COD-ALUNO-BOLSA TO COD-ALUNO-CADNOTA
           MOVE ZEROS TO COD-DISCI-CADNOTA
           START CADNOTAS KEY NOT LESS THAN CHAVE-CADNT INVALID KEY
              GO TO 2290-MEDIAS.

       2210-LE-NOTA.
           READ CADNOTAS NEXT
           IF STATUS-CADNT NOT = '00'
              GO TO 2290-MEDIAS.
           IF ANO-CADNOTA NOT = ANO-PROC
              OR COD-CURSO-CADNOTA NOT = WS-CURSO-DOIS
              OR COD-ALUNO-CADNOTA NOT = COD-ALUNO-BOLSA
              GO TO 2290-MEDIAS.
           MOVE ZEROS TO WS-NOTA-FINAL WS-FALTAS WS-FREQ-DISC
           ADD NOTA-CADNOTA (1) TO WS-NOTA-FINAL
           ADD FALTAS-CADNOTA (1) TO WS-FALTAS
           IF WS-PERIODOS NOT < 2
              ADD NOTA-CADNOTA (2) TO WS-NOTA-FINAL
              ADD FALTAS-CADNOTA (2) TO WS-FALTAS.
           IF WS-PERIODOS NOT < 3
              ADD NOTA-CADNOTA (3) TO WS-NOTA-FINAL
              ADD FALTAS-CADNOTA (3) TO WS-FALTAS.
           IF WS-PERIODOS NOT < 4
              ADD NOTA-CADNOTA (4) TO WS-NOTA-FINAL
              ADD FALTAS-CADNOTA (4) TO WS-FALTAS.
           DIVIDE WS-PERIODOS INTO WS-NOTA-FINAL
           ADD WS-NOTA-FINAL TO WS-SOMA-NOTAS
           ADD 1 TO WS-QTD-DISC
           MOVE COD-CURSO-CADNOTA TO COD-CURSO-DIS
           MOVE COD-DISCI-CADNOTA TO COD-DISCIPLINA
           MOVE ANO-PROC TO ANO-DISCI
           READ CADDISCI INVALID KEY
              MOVE ZEROS TO QTDE-AULAS-DIS.
           IF QTDE-AULAS-DIS > ZEROS
              SUBTRACT WS-FALTAS FROM QTDE-AULAS-DIS GIVING WS-PRES
              ADD QTDE-AULAS-DIS TO WS-SOMA-AULAS
              ADD WS-PRES TO WS-SOMA-PRES
              COMPUTE WS-FREQ-DISC = WS-PRES * 100 / QTDE-AULAS-DIS
           ELSE
              MOVE 100 TO WS-FREQ-DISC.
           IF WS-FREQ-DISC < FREQ-MIN-P
              ADD 1 TO WS-REPROV
              GO TO 2210-LE-NOTA.
           IF WS-NOTA-FINAL NOT < MEDIA-MIN-P
              GO TO 2210-LE-NOTA.
           MOVE 10 TO WS-COMPL-EXAME
           SUBTRACT WS-NOTA-FINAL FROM WS-COMPL-EXAME
           IF NOTA-CADNOTA (5) < WS-COMPL-EXAME
              ADD 1 TO WS-REPROV.
           GO TO 2210-LE-NOTA.

       2290-MEDIAS.
           IF WS-QTD-DISC > ZEROS
              COMPUTE WS-MEDIA-GERAL ROUNDED =
                 WS-SOMA-NOTAS / WS-QTD-DISC.
           IF WS-SOMA-AULAS > ZEROS
              COMPUTE WS-FREQ-GERAL =
                 WS-SOMA-PRES * 100 / WS-SOMA-AULAS
           ELSE
              MOVE 100 TO WS-FREQ-GERAL.

       2299-FIM-DESEMPENHO. EXIT.

      * CONDICAO DO TIPO (OU DO CURSO QUANDO ZERADA): FORA DELA
      * REVOGA; DENTRO MAS NA MARGEM DE ADVERTENCIA ADVERTE
       2400-DECIDE.
           MOVE MEDIA-MIN-BTP TO WS-MEDIA-EXIG
           IF WS-MEDIA-EXIG = ZEROS
              MOVE MEDIA-MIN-P TO WS-MEDIA-EXIG.
           MOVE FREQ-MIN-BTP TO WS-FREQ-EXIG
           IF WS-FREQ-EXIG = ZEROS
              MOVE FREQ-MIN-P TO WS-FREQ-EXIG.
           COMPUTE WS-MEDIA-AVISO = WS-MEDIA-EXIG + MARGEM-MEDIA-BTP
           COMPUTE WS-FREQ-AVISO = WS-FREQ-EXIG + MARGEM-FREQ-BTP
           MOVE 'R' TO WS-DECISAO
           IF WS-QTD-DISC = ZEROS
              MOVE 'A' TO WS-DECISAO
              MOVE 'SEM NOTAS LANCADAS NO ANO' TO WS-MOTIVO
              GO TO 2499-FIM-DECIDE.
           IF WS-REPROV > MAX-REPROV-BTP
              MOVE 'REPROVACAO EM DISCIPLINA' TO WS-MOTIVO
              GO TO 2499-FIM-DECIDE.
           IF WS-MEDIA-GERAL < WS-MEDIA-EXIG
              MOVE 'MEDIA ABAIXO DO MINIMO' TO WS-MOTIVO
              GO TO 2499-FIM-DECIDE.
           IF WS-FREQ-GERAL < WS-FREQ-EXIG
              MOVE 'FREQUENCIA ABAIXO DO MINIMO' TO WS-MOTIVO
              GO TO 2499-FIM-DECIDE.
           MOVE 'A' TO WS-DECISAO
           IF WS-MEDIA-GERAL < WS-MEDIA-AVISO
              MOVE 'MEDIA PROXIMA DO MINIMO' TO WS-MOTIVO
              GO TO 2499-FIM-DECIDE.
           IF WS-FREQ-GERAL < WS-FREQ-AVISO
              MOVE 'FREQUENCIA PROXIMA DO MINIMO' TO WS-MOTIVO
              GO TO 2499-FIM-DECIDE.
           MOVE 'M' TO WS-DECISAO
           MOVE SPACES TO WS-MOTIVO.

       2499-FIM-DECIDE. EXIT.

       2900-ENCERRA.
           DISPLAY (20 10) 'BOLSAS REVISADAS:'
           DISPLAY (20 28) CONT-REVISADAS
           DISPLAY (22 20) 'REVISAO GERADA - EMITINDO A LISTA'
           STOP ' '
           PERFORM 3000-LISTA THRU 3999-FIM-LISTA.

       2999-FIM-REVISAO. EXIT.

      * LISTA DA REVISAO POR CURSO COM OS TOTAIS DE CADA DECISAO
       3000-LISTA.
           MOVE ZEROS TO CONTLIN CONTPAG WS-CURSO-ANT
           MOVE ZEROS TO CONT-MANTER CONT-ADVERTIR CONT-REVOGAR
           OPEN OUTPUT RELATO
           MOVE ANO-PROC TO ANO-BRV
           MOVE CURSO-PROC TO CURSO-BRV
           MOVE ZEROS TO ALUNO-BRV
           START BOLREV KEY NOT LESS THAN CHAVE-BRV INVALID KEY
              GO TO 3500-ENCERRA.

       3100-LE-BOLREV.
           READ BOLREV NEXT
           IF STATUS-BRV NOT = '00'
              GO TO 3500-ENCERRA.
           IF ANO-BRV NOT = ANO-PROC
              GO TO 3500-ENCERRA.
           IF CURSO-PROC NOT = ZEROS AND CURSO-BRV NOT = CURSO-PROC
              GO TO 3500-ENCERRA.
           IF CURSO-BRV NOT = WS-CURSO-ANT
              PERFORM 3300-QUEBRA THRU 3399-FIM-QUEBRA.
           MOVE ALUNO-BRV TO ALUNO-DET1
           MOVE NOME-BRV TO NOME-DET1
           MOVE TIPO-BRV TO TIPO-DET1
           MOVE MEDIA-BRV TO MEDIA-DET1
           MOVE FREQ-BRV TO FREQ-DET1
           MOVE REPROV-BRV TO REPROV-DET1
           MOVE MOTIVO-BRV TO MOTIVO-DET1
           IF BRV-MANTER
              ADD 1 TO CONT-MANTER
              MOVE 'MANTER' TO DECISAO-DET1.
           IF BRV-ADVERTIR
              ADD 1 TO CONT-ADVERTIR
              MOVE 'ADVERTIR' TO DECISAO-DET1.
           IF BRV-REVOGAR
              ADD 1 TO CONT-REVOGAR
              MOVE 'REVOGAR' TO DECISAO-DET1.
           IF BRV-REVOGAR AND BRV-CONFIRMADA
              MOVE 'REVOGADA' TO DECISAO-DET1.
           IF BRV-REVOGAR AND BRV-DISPENSADA
              MOVE 'DISPENSAD' TO DECISAO-DET1.
           MOVE DET1 TO LINHA-REL
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           GO TO 3100-LE-BOLREV.

      * MUDOU O CURSO: TOTAIS DO ANTERIOR E CABECALHO DO NOVO
       3300-QUEBRA.
           IF WS-CURSO-ANT NOT = ZEROS
              PERFORM 3400-TOTAIS THRU 3499-FIM-TOTAIS.
           MOVE CURSO-BRV TO WS-CURSO-ANT
           MOVE CURSO-BRV TO COD-CURSO-C
           READ CADCURSO INVALID KEY
              MOVE SPACES TO NOME-CURSO.
           MOVE CURSO-BRV TO CURSO-CAB3
           MOVE NOME-CURSO TO NOME-CAB3
           PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.

       3399-FIM-QUEBRA. EXIT.

       3400-TOTAIS.
           MOVE SPACES TO LINHA-REL
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE CONT-MANTER TO MAN-TOT1
           MOVE CONT-ADVERTIR TO ADV-TOT1
           MOVE CONT-REVOGAR TO REV-TOT1
           MOVE TOT1 TO LINHA-REL
           PERFORM 8100-LINHA THRU 8199-FIM-LINHA
           MOVE ZEROS TO CONT-MANTER CONT-ADVERTIR CONT-REVOGAR.

       3499-FIM-TOTAIS. EXIT.

       3500-ENCERRA.
           IF WS-CURSO-ANT = ZEROS
              CLOSE RELATO
              DISPLAY (22 20) 'NENHUMA BOLSA REVISADA NO ANO'
              STOP ' '
              GO TO 3999-FIM-LISTA.
           PERFORM 3400-TOTAIS THRU 3499-FIM-TOTAIS
           CLOSE RELATO
           DISPLAY (22 20) 'LISTA EMITIDA'
           STOP ' '.

       3999-FIM-LISTA. EXIT.

      * CONFIRMACAO DAS REVOGACOES PELA COORDENACAO - SUPERVISOR
      * (NIVEL 3) CONFIRMA UMA A UMA; A CONFIRMADA ENCERRA A
      * VALIDADE DA BOLSA NO MES CORRENTE
       4000-CONFIRMA.
           PERFORM 9600-VALIDA-SUPERVISOR THRU 9699-FIM-SUP
           IF WS-SUP-OK NOT = 'S'
              DISPLAY (22 16) 'SENHA INVALIDA - CONFIRMACAO NEGADA'
              STOP ' '
              GO TO 4999-FIM-CONFIRMA.
           MOVE ZEROS TO CONT-CONFIRMADAS
           MOVE ANO-PROC TO ANO-BRV
           MOVE CURSO-PROC TO CURSO-BRV
           MOVE ZEROS TO ALUNO-BRV
           START BOLREV KEY NOT LESS THAN CHAVE-BRV INVALID KEY
              GO TO 4900-ENCERRA.

       4100-LE-PENDENTE.
           READ BOLREV NEXT
           IF STATUS-BRV NOT = '00'
              GO TO 4900-ENCERRA.
           IF ANO-BRV NOT = ANO-PROC
              GO TO 4900-ENCERRA.
           IF CURSO-PROC NOT = ZEROS AND CURSO-BRV NOT = CURSO-PROC
              GO TO 4900-ENCERRA.
           IF NOT BRV-REVOGAR OR NOT BRV-PENDENTE
              GO TO 4100-LE-PENDENTE.
           DISPLAY (11 10)
             '                                                    '
           DISPLAY (11 10) 'CURSO'
           DISPLAY (11 16) CURSO-BRV
           DISPLAY (11 20) 'ALUNO'
           DISPLAY (11 26) ALUNO-BRV
           DISPLAY (12 10) NOME-BRV
           DISPLAY (13 10) 'MEDIA [  , ]  FREQ. [   ]  REPROV. [  ]'
           DISPLAY (13 17) MEDIA-BRV
           DISPLAY (13 31) FREQ-BRV
           DISPLAY (13 47) REPROV-BRV
           DISPLAY (14 10) '                              '
           DISPLAY (14 10) MOTIVO-BRV.

       4200-RESPOSTA.
           DISPLAY (16 10) 'REVOGA A BOLSA (S=SIM N=MANTEM F=FIM) [ ]'
           ACCEPT (16 49) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'F' OR 'f'
              GO TO 4900-ENCERRA.
           IF WS-RESPOSTA = 'N' OR 'n'
              MOVE 'D' TO SIT-BRV
              MOVE WS-DATA-ATUAL TO DATA-CONF-BRV
              MOVE WS-OPERADOR TO OPER-BRV
              REWRITE REG-BOLREV
              GO TO 4100-LE-PENDENTE.
           IF WS-RESPOSTA NOT = 'S' AND 's'
              DISPLAY (22 30) 'RESPOSTA INVALIDA'
              GO TO 4200-RESPOSTA.
           DISPLAY (22 10)
             '                                                    '
           MOVE ALUNO-BRV TO COD-ALUNO-BOLSA
           MOVE CURSO-BRV TO COD-CURSO-BOLSA
           READ BOLSACAD INVALID KEY
              DISPLAY (22 20) 'BOLSA NAO ENCONTRADA EM bolsa.dat'
              STOP ' '
              GO TO 4100-LE-PENDENTE.
           MOVE FIM-BOLSA TO FIM-ANT-BRV
           IF FIM-BOLSA > WS-AAMM-ATUAL
              MOVE WS-AAMM-ATUAL TO FIM-BOLSA.
           IF INI-BOLSA > FIM-BOLSA
              MOVE FIM-BOLSA TO INI-BOLSA.
           REWRITE REG-BOLSA
           MOVE 'C' TO SIT-BRV
           MOVE WS-DATA-ATUAL TO DATA-CONF-BRV
           MOVE WS-OPERADOR TO OPER-BRV
           REWRITE REG-BOLREV
           ADD 1 TO CONT-CONFIRMADAS
           GO TO 4100-LE-PENDENTE.

       4900-ENCERRA.
           DISPLAY (20 10) 'REVOGACOES CONFIRMADAS:'
           DISPLAY (20 34) CONT-CONFIRMADAS
           DISPLAY (22 14) 'CARTAS DAS REVOGADAS: CIRCULAR OPCAO B'
           STOP ' '.

       4999-FIM-CONFIRMA. EXIT.

       8000-CABECALHO.
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
           MOVE CAB1 TO REG-ORELATO
           WRITE REG-ORELATO AFTER PAGE
           MOVE ANO-PROC TO ANO-CAB2
           MOVE CAB2 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE CAB3 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE CAB4 TO REG-ORELATO
           WRITE REG-ORELATO AFTER 2 LINES
           MOVE SPACES TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           MOVE 7 TO CONTLIN.

       8099-FIM-CABECALHO. EXIT.

       8100-LINHA.
           IF CONTLIN > 56
              PERFORM 8000-CABECALHO THRU 8099-FIM-CABECALHO.
           MOVE LINHA-REL TO REG-ORELATO
           WRITE REG-ORELATO AFTER 1 LINES
           ADD 1 TO CONTLIN.

       8199-FIM-LINHA. EXIT.

      * PARAMETROS DE APROVACAO POR CURSO (REGISTRO DO ANO OU GERAL
      * ANO 0000), COM 7,0 / 75% / 9,0 COMO PADRAO DE IMPLANTACAO
       9500-LE-PARAMETROS.
           MOVE 7,0 TO MEDIA-MIN-P
           MOVE 75 TO FREQ-MIN-P
           MOVE 9,0 TO NOTA-HONRA-P
           IF WS-PARM-ABERTO = 'N'
              MOVE 'A' TO WS-PARM-ABERTO
              OPEN INPUT PARMAPRV
              IF STATUS-PARM NOT = '00'
                 MOVE 'S' TO WS-SEM-PARM.
           IF WS-SEM-PARM = 'S'
              GO TO 9599-FIM-PARM.
           MOVE CURSO-PARM-B TO CURSO-PARM
           MOVE ANO-PARM-B TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 9510-TENTA-GERAL.
           GO TO 9590-MOVE-PARM.

       9510-TENTA-GERAL.
           MOVE ZEROS TO ANO-PARM
           READ PARMAPRV INVALID KEY
              GO TO 9599-FIM-PARM.

       9590-MOVE-PARM.
           MOVE MEDIA-MIN-APRV TO MEDIA-MIN-P
           MOVE FREQ-MIN-APRV TO FREQ-MIN-P
           MOVE NOTA-HONRA-APRV TO NOTA-HONRA-P.

       9599-FIM-PARM. EXIT.

       9600-VALIDA-SUPERVISOR.
           MOVE 'N' TO WS-SUP-OK
           OPEN INPUT OPERMST
           IF STATUS-MST NOT = '00'
              DISPLAY (22 14)
                'SEM CADASTRO DE OPERADORES - CADASTRE NO CADOPER'
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

       0900-FIM.
           IF WS-PARM-ABERTO = 'A' AND WS-SEM-PARM = 'N'
              CLOSE PARMAPRV.
           CLOSE BOLSATIP BOLREV BOLSACAD CADNOTAS ALUCAD CADCURSO
                 CADDISCI
           CHAIN 'FACAD.EXE'.

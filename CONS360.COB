      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            MOSTRA O RESPONSAVEL FINANCEIRO
      *                             (RESPFIN.DAT) NO CADASTRO
      *    1.2      /  /            PAINEL DE SANCOES DISCIPLINARES
      *                             (SANCAO.DAT) APROVADAS EM VIGOR
      *                             OU A CUMPRIR, COM AVISO NO
      *                             CADASTRO
      *    1.3      /  /            CADA CONSULTA FICA REGISTRADA EM
      *                             LOGCONS.DAT (OPERADOR DA SESSAO
      *                             DA ESTACAO, ALUNO E PAINEL)
      *    1.4      /  /            CONTATOS DO ALUNO (CONTALU.DAT)
      *                             NO PAINEL DE CADASTRO
      *    1.5      /  /            SO CONSULTA ALUNO DOS CURSOS DO
      *                             OPERADOR (OPERCUR.DAT)
      *    1.6      /  /            CR ACUMULADO E REGIME DE PROVA
      *                             (CALCCR/CRALU.DAT) NO CADASTRO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-RESP
                       FILE STATUS STATUS-RESP.

           SELECT CONTCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CONT
                       FILE STATUS STATUS-CONT.

           SELECT SANCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SAN
                       FILE STATUS STATUS-SAN.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT SESSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SESSAO
                       FILE STATUS STATUS-SESS.

           SELECT CRALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CRA
                       FILE STATUS STATUS-CRA.

           SELECT LOGCONS ASSIGN TO DISK
                       FILE STATUS STATUS-LCO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCURSO
           05  PARENTESCO-RESP         PIC X(10).
           05  FILLER                  PIC X(02).

       FD  CONTCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'CONTALU.DAT'
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-CONTALU.
           05  CHAVE-CONT.
               10  COD-ALUNO-CONT      PIC 9(06).
               10  COD-CURSO-CONT      PIC 9(06).
           05  FONE-CONT OCCURS 3 TIMES.
               10  TIPO-FONE-CONT      PIC X(01).
               10  NUM-FONE-CONT       PIC 9(11).
           05  EMAIL-CONT              PIC X(40).
           05  CANAL-CONT              PIC X(01).
               88  CANAL-FONE          VALUE 'F'.
               88  CANAL-SMS           VALUE 'S'.
               88  CANAL-EMAIL         VALUE 'E'.
               88  CANAL-CARTA         VALUE 'C'.
           05  EMERG-NOME-CONT         PIC X(30).
           05  EMERG-FONE-CONT         PIC 9(11).
           05  EMERG-PARENT-CONT       PIC X(10).
           05  DATA-ATUAL-CONT         PIC 9(08).
           05  FILLER                  PIC X(12).

       FD  SANCAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SANCAO.DAT'
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-SANCAO.
           05  CHAVE-SAN.
               10  COD-ALUNO-SAN       PIC 9(06).
               10  COD-CURSO-SAN       PIC 9(02).
               10  SEQ-SAN             PIC 9(03).
           05  DATA-OCO-SAN            PIC 9(08).
           05  SEQ-OCO-SAN             PIC 9(02).
           05  TIPO-SAN                PIC X(02).
           05  ATO-SAN                 PIC X(15).
           05  AUTORIDADE-SAN          PIC X(20).
           05  DATA-INI-SAN            PIC 9(08).
           05  DATA-FIM-SAN            PIC 9(08).
           05  SIT-SAN                 PIC X(01).
               88  SAN-APROVADA        VALUE 'A'.
           05  OPER-SAN                PIC X(10).
           05  DATA-REG-SAN            PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR                PIC X(10).

       FD  SESSCAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'SESSOES.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-SESSAO.
           05  CHAVE-SESSAO.
               10  ESTACAO-SESS        PIC 9(02).
           05  OPER-SESS               PIC X(10).
           05  DATA-SESS               PIC 9(06).
           05  HORA-SESS               PIC 9(06).
           05  SIT-SESS                PIC X(01).
               88  SESSAO-ATIVA        VALUE 'A'.
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

      * CR DO ALUNO POR CURSO E ANO (CALCCR)
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

       WORKING-STORAGE SECTION.
       01  STATUS-OPERADOR      PIC X(02) VALUE SPACES.
       01  STATUS-SESS          PIC X(02) VALUE SPACES.
       01  STATUS-LCO           PIC X(02) VALUE SPACES.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  STATUS-OCR           PIC X(02) VALUE SPACES.
       01  WS-COM-ESCOPO        PIC X VALUE 'N'.
       01  WS-FORA-ESCOPO       PIC X VALUE 'N'.
       01  WS-CURSO-ESC         PIC 9(02) VALUE ZEROS.
       01  WS-ESTACAO           PIC 9(02) VALUE ZEROS.
       01  WS-TIPO-LCO          PIC X(01) VALUE SPACE.
       01  STATUS-RESP          PIC X(02) VALUE SPACES.
       01  WS-SEM-RESP          PIC X VALUE 'N'.
       01  STATUS-CONT             PIC X(02) VALUE SPACE.
       01  WS-SEM-CONT             PIC X VALUE 'N'.
       01  STATUS-CRA              PIC X(02) VALUE SPACE.
       01  WS-SEM-CRALU            PIC X VALUE 'N'.
       01  WS-ACHOU-CR             PIC X VALUE 'N'.
       01  WS-CR-ANO               PIC 9(04) VALUE ZEROS.
       01  WS-CR-PROVA             PIC X VALUE 'N'.
       01  ED-CR                   PIC Z9,99.
       01  WS-IND-FONE             PIC 9 VALUE ZEROS.
       01  WS-DESC-CANAL           PIC X(06) VALUE SPACES.
       01  WS-FONE-AUX             PIC 9(11) VALUE ZEROS.
       01  WS-FONE-AUX-R REDEFINES WS-FONE-AUX.
           05  WS-DDD-AUX          PIC 9(02).
           05  WS-NUM-AUX          PIC 9(09).
       01  WS-FONE-ED.
           05  TIPO-FONE-ED        PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(02) VALUE ' ('.
           05  DDD-FONE-ED         PIC 9(02) VALUE ZEROS.
           05  FILLER              PIC X(01) VALUE ')'.
           05  NUM-FONE-ED         PIC Z(08)9.
       01  WS-FONE-MOSTRA          PIC X(15) VALUE SPACES.
       01  STATUS-CUR              PIC X(02) VALUE SPACE.
       01  STATUS-ALU              PIC X(02) VALUE SPACE.
       01  STATUS-MAT              PIC X(02) VALUE SPACE.
       01  WS-SEM-MENSAL           PIC X VALUE 'N'.
       01  STATUS-OCO              PIC X(02) VALUE SPACE.
       01  WS-SEM-OCORR            PIC X VALUE 'N'.
       01  STATUS-SAN              PIC X(02) VALUE SPACE.
       01  WS-SEM-SANCAO           PIC X VALUE 'N'.
       01  WS-VIGENTE              PIC X VALUE 'N'.
       01  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-ALUNO                PIC 9(06) VALUE ZEROS.
       01  WS-CURSO                PIC 9(02) VALUE ZEROS.
       01  WS-RESPOSTA             PIC X.
           OPEN INPUT OCORR
           IF STATUS-OCO NOT = '00'
              MOVE 'S' TO WS-SEM-OCORR.
           OPEN INPUT SANCAO
           IF STATUS-SAN NOT = '00'
              MOVE 'S' TO WS-SEM-SANCAO.
           OPEN INPUT CONTCAD
           IF STATUS-CONT NOT = '00'
              MOVE 'S' TO WS-SEM-CONT.
           OPEN INPUT CRALU
           IF STATUS-CRA NOT = '00'
              MOVE 'S' TO WS-SEM-CRALU.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       0060-OPERADOR.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.

      * A CONSULTA E REGISTRADA COM O OPERADOR DA SESSAO DA ESTACAO,
      * NAO COM O ULTIMO LOGIN GERAL (SESSOES.DAT DO FACAD)
       0065-ESTACAO.
           OPEN INPUT SESSCAD
           IF STATUS-SESS NOT = '00'
              GO TO 0070-ESCOPO.
           DISPLAY (20 04) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (20 13) WS-ESTACAO WITH PROMPT AUTO-SKIP
           IF WS-ESTACAO = ZEROS
              CLOSE SESSCAD
              GO TO 0070-ESCOPO.
           MOVE WS-ESTACAO TO ESTACAO-SESS
           READ SESSCAD INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE SESSCAD
              GO TO 0065-ESTACAO.
           IF NOT SESSAO-ATIVA
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE SESSCAD
              GO TO 0065-ESTACAO.
           MOVE OPER-SESS TO WS-OPERADOR
           CLOSE SESSCAD.

       0070-ESCOPO.
           PERFORM 9700-CARREGA-ESCOPO THRU 9709-FIM-CARREGA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           IF WS-ALUNO = ZEROS
              GO TO 0900-FIM.
           ACCEPT (05 38) WS-CURSO WITH PROMPT AUTO-SKIP
           MOVE WS-CURSO TO WS-CURSO-ESC
           PERFORM 9710-VERIFICA-ESCOPO THRU 9719-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              DISPLAY (22 20) 'CURSO FORA DO ESCOPO DO OPERADOR'
              STOP ' '
              GO TO 0200-TELA.
           MOVE WS-ALUNO TO COD-ALUNO
           MOVE WS-CURSO TO COD-CURSO-ALU
           READ CADALUNO INVALID KEY
              DISPLAY (22 25) 'ALUNO NAO CADASTRADO'
              STOP ' '
              GO TO 0200-TELA.
           MOVE 'C' TO WS-TIPO-LCO
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA.

      * ---- PAINEL 1: CADASTRO ----
       1000-PAINEL-CADASTRO.
                 DISPLAY (14 10) 'RESP....:'
                 DISPLAY (14 20) NOME-RESP
                 DISPLAY (14 62) PARENTESCO-RESP.
           PERFORM 1100-CONTATOS THRU 1199-FIM-CONTATOS
           PERFORM 1200-CR THRU 1299-FIM-CR
           PERFORM 6100-VIGENTE THRU 6199-FIM-VIGENTE
           IF WS-VIGENTE = 'S'
              DISPLAY (19 10)
                'SANCAO DISCIPLINAR EM VIGOR - VER PAINEL DE SANCOES'.
           DISPLAY (22 10)
             '[ENTER] MATRICULAS  [V] NOVA CONSULTA  [F] FIM [ ]'
           ACCEPT (22 58) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-SEM-MENSAL = 'S'
              DISPLAY (08 10) 'SEM MODULO FINANCEIRO NESTA MAQUINA'
              GO TO 4090-FIM-MENSAL.
           MOVE 'F' TO WS-TIPO-LCO
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           DISPLAY (07 10)
             '[COMP. ][VENCIMENTO][ VALOR  ][SIT][  PAGO  ]'
           MOVE 7 TO LIN
           IF WS-SEM-OCORR = 'S'
              DISPLAY (08 10) 'NENHUMA OCORRENCIA REGISTRADA'
              GO TO 5090-FIM-OCORR.
           MOVE 'O' TO WS-TIPO-LCO
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           DISPLAY (07 10) '[  DATA  ][SQ][TP][ DESCRICAO ]'
           MOVE 7 TO LIN
           MOVE WS-ALUNO TO COD-ALUNO-OCO
           GO TO 5010-LE-OCORR.

       5090-FIM-OCORR.
           DISPLAY (22 10)
             '[ENTER] SANCOES  [V] NOVA CONSULTA  [F] FIM [ ]'
           ACCEPT (22 55) WS-RESPOSTA WITH PROMPT AUTO-SKIP
           IF WS-RESPOSTA = 'F' OR 'f'
              GO TO 0900-FIM.
           IF WS-RESPOSTA = 'V' OR 'v'
              GO TO 0200-TELA.

      * ---- PAINEL 6: SANCOES APROVADAS EM VIGOR OU A CUMPRIR ----
       6000-PAINEL-SANCOES.
           DISPLAY (06 01) ERASE
           DISPLAY (06 10) '--- SANCOES DISCIPLINARES ---'
           IF WS-SEM-SANCAO = 'S'
              DISPLAY (08 10) 'NENHUMA SANCAO REGISTRADA'
              GO TO 6090-FIM-SANCOES.
           MOVE 'O' TO WS-TIPO-LCO
           PERFORM 9870-REGISTRA-CONSULTA THRU 9879-FIM-REGISTRA
           DISPLAY (07 10) '[TP][ INICIO ][  FIM   ][     ATO     ]'
           MOVE 7 TO LIN
           MOVE WS-ALUNO TO COD-ALUNO-SAN
           MOVE WS-CURSO TO COD-CURSO-SAN
           MOVE ZEROS TO SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 6090-FIM-SANCOES.

       6010-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 6090-FIM-SANCOES.
           IF COD-ALUNO-SAN NOT = WS-ALUNO
              OR COD-CURSO-SAN NOT = WS-CURSO
              GO TO 6090-FIM-SANCOES.
           IF NOT SAN-APROVADA OR DATA-FIM-SAN < WS-DATA-HOJE
              GO TO 6010-LE-SANCAO.
           ADD 1 TO LIN
           IF LIN > 20
              DISPLAY (22 10) '[ENTER] P/ CONTINUAR A LISTA [ ]'
              ACCEPT (22 40) WS-RESPOSTA WITH PROMPT AUTO-SKIP
              DISPLAY (08 01) ERASE
              MOVE 8 TO LIN.
           DISPLAY (LIN , 11) TIPO-SAN
           DISPLAY (LIN , 15) DATA-INI-SAN
           DISPLAY (LIN , 25) DATA-FIM-SAN
           DISPLAY (LIN , 35) ATO-SAN
           DISPLAY (LIN , 52) AUTORIDADE-SAN
           GO TO 6010-LE-SANCAO.

       6090-FIM-SANCOES.
           IF LIN = 7
              DISPLAY (08 10) 'NENHUMA SANCAO EM VIGOR'.
           DISPLAY (22 10)
             '[ENTER] NOVA CONSULTA            [F] FIM [ ]'
           ACCEPT (22 52) WS-RESPOSTA WITH PROMPT AUTO-SKIP
              GO TO 0900-FIM.
           GO TO 0200-TELA.

      * SANCAO APROVADA COBRINDO O DIA DE HOJE
       6100-VIGENTE.
           MOVE 'N' TO WS-VIGENTE
           IF WS-SEM-SANCAO = 'S'
              GO TO 6199-FIM-VIGENTE.
           MOVE WS-ALUNO TO COD-ALUNO-SAN
           MOVE WS-CURSO TO COD-CURSO-SAN
           MOVE ZEROS TO SEQ-SAN
           START SANCAO KEY NOT LESS THAN CHAVE-SAN INVALID KEY
              GO TO 6199-FIM-VIGENTE.

       6110-LE-SANCAO.
           READ SANCAO NEXT
           IF STATUS-SAN NOT = '00'
              GO TO 6199-FIM-VIGENTE.
           IF COD-ALUNO-SAN NOT = WS-ALUNO
              OR COD-CURSO-SAN NOT = WS-CURSO
              GO TO 6199-FIM-VIGENTE.
           IF SAN-APROVADA
              AND WS-DATA-HOJE NOT < DATA-INI-SAN
              AND WS-DATA-HOJE NOT > DATA-FIM-SAN
              MOVE 'S' TO WS-VIGENTE
              GO TO 6199-FIM-VIGENTE.
           GO TO 6110-LE-SANCAO.

       6199-FIM-VIGENTE. EXIT.

      * CONTATOS DO ALUNO (CONTALU.DAT, MANTIDO NO INCALU/ALTALU)
       1100-CONTATOS.
           IF WS-SEM-CONT = 'S'
              GO TO 1199-FIM-CONTATOS.
           MOVE WS-ALUNO TO COD-ALUNO-CONT
           MOVE WS-CURSO TO COD-CURSO-CONT
           READ CONTCAD INVALID KEY
              DISPLAY (15 10) 'CONTATOS: NAO CADASTRADOS'
              GO TO 1199-FIM-CONTATOS.
           DISPLAY (15 10) 'FONES...:'
           MOVE 1 TO WS-IND-FONE.

       1110-MOSTRA-FONE.
           IF WS-IND-FONE > 3
              GO TO 1120-MOSTRA-EMAIL.
           MOVE TIPO-FONE-CONT (WS-IND-FONE) TO TIPO-FONE-ED
           MOVE NUM-FONE-CONT (WS-IND-FONE) TO WS-FONE-AUX
           PERFORM 9880-EDITA-FONE THRU 9889-FIM-EDITA
           IF WS-IND-FONE = 1
              DISPLAY (15 20) WS-FONE-MOSTRA.
           IF WS-IND-FONE = 2
              DISPLAY (15 37) WS-FONE-MOSTRA.
           IF WS-IND-FONE = 3
              DISPLAY (15 54) WS-FONE-MOSTRA.
           ADD 1 TO WS-IND-FONE
           GO TO 1110-MOSTRA-FONE.

       1120-MOSTRA-EMAIL.
           DISPLAY (16 10) 'E-MAIL..:'
           DISPLAY (16 20) EMAIL-CONT
           PERFORM 9890-DESC-CANAL THRU 9899-FIM-DESC
           DISPLAY (16 62) 'CANAL:'
           DISPLAY (16 69) WS-DESC-CANAL
           IF EMERG-NOME-CONT = SPACES
              GO TO 1199-FIM-CONTATOS.
           DISPLAY (17 10) 'EMERG...:'
           DISPLAY (17 20) EMERG-NOME-CONT
           MOVE SPACE TO TIPO-FONE-ED
           MOVE EMERG-FONE-CONT TO WS-FONE-AUX
           PERFORM 9880-EDITA-FONE THRU 9889-FIM-EDITA
           DISPLAY (17 51) WS-FONE-MOSTRA
           DISPLAY (17 67) EMERG-PARENT-CONT.

       1199-FIM-CONTATOS. EXIT.

      * CR ACUMULADO DO ULTIMO ANO CALCULADO PELO CALCCR
       1200-CR.
           IF WS-SEM-CRALU = 'S'
              GO TO 1299-FIM-CR.
           MOVE 'N' TO WS-ACHOU-CR
           MOVE WS-ALUNO TO ALUNO-CRA
           MOVE WS-CURSO TO CURSO-CRA
           MOVE ZEROS TO ANO-CRA
           START CRALU KEY NOT LESS THAN CHAVE-CRA INVALID KEY
              GO TO 1290-MOSTRA-CR.

       1210-LE-CRALU.
           READ CRALU NEXT
           IF STATUS-CRA NOT = '00'
              GO TO 1290-MOSTRA-CR.
           IF ALUNO-CRA NOT = WS-ALUNO
              OR CURSO-CRA NOT = WS-CURSO
              GO TO 1290-MOSTRA-CR.
           MOVE 'S' TO WS-ACHOU-CR
           MOVE CR-ACUM-CRA TO ED-CR
           MOVE ANO-CRA TO WS-CR-ANO
           MOVE 'N' TO WS-CR-PROVA
           IF CRA-PROVA
              MOVE 'S' TO WS-CR-PROVA.
           GO TO 1210-LE-CRALU.

       1290-MOSTRA-CR.
           IF WS-ACHOU-CR NOT = 'S'
              GO TO 1299-FIM-CR.
           DISPLAY (18 10) 'CR......:'
           DISPLAY (18 20) ED-CR
           DISPLAY (18 26) 'ATE'
           DISPLAY (18 30) WS-CR-ANO
           IF WS-CR-PROVA = 'S'
              DISPLAY (18 36) '- REGIME DE PROVA'.

       1299-FIM-CR. EXIT.

      * QUEM CONSULTOU QUEM - OPERADOR, ESTACAO, ALUNO E O PAINEL
      * ABERTO (C=CADASTRO F=FINANCEIRO O=OCORRENCIA/SANCAO)
       9870-REGISTRA-CONSULTA.
           OPEN EXTEND LOGCONS
           IF STATUS-LCO NOT = '00'
              OPEN OUTPUT LOGCONS.
           ACCEPT DATA-LCO FROM DATE YYYYMMDD
           ACCEPT HORA-LCO FROM TIME
           MOVE WS-OPERADOR TO OPER-LCO
           MOVE WS-ESTACAO TO ESTACAO-LCO
           MOVE 'CONS360 ' TO PROGRAMA-LCO
           MOVE WS-ALUNO TO COD-ALUNO-LCO
           MOVE WS-CURSO TO COD-CURSO-LCO
           MOVE WS-TIPO-LCO TO TIPO-LCO
           WRITE REG-LOGCONS
           CLOSE LOGCONS.

       9879-FIM-REGISTRA. EXIT.

      * EDITA UM FONE DO CONTALU.DAT - TIPO (DDD)NUMERO; FONE ZERADO
      * SAI EM BRANCO
       9880-EDITA-FONE.
           MOVE SPACES TO WS-FONE-MOSTRA
           IF WS-FONE-AUX = ZEROS
              GO TO 9889-FIM-EDITA.
           MOVE WS-DDD-AUX TO DDD-FONE-ED
           MOVE WS-NUM-AUX TO NUM-FONE-ED
           MOVE WS-FONE-ED TO WS-FONE-MOSTRA.

       9889-FIM-EDITA. EXIT.

       9890-DESC-CANAL.
           MOVE SPACES TO WS-DESC-CANAL
           IF CANAL-FONE
              MOVE 'FONE' TO WS-DESC-CANAL.
           IF CANAL-SMS
              MOVE 'SMS' TO WS-DESC-CANAL.
           IF CANAL-EMAIL
              MOVE 'E-MAIL' TO WS-DESC-CANAL.
           IF CANAL-CARTA
              MOVE 'CARTA' TO WS-DESC-CANAL.

       9899-FIM-DESC. EXIT.

       0900-FIM.
           IF WS-SEM-MENSAL NOT = 'S'
              CLOSE MENSCAD.
           IF WS-SEM-OCORR NOT = 'S'
              CLOSE OCORR.
           IF WS-SEM-SANCAO NOT = 'S'
              CLOSE SANCAO.
           IF WS-SEM-CONT NOT = 'S'
              CLOSE CONTCAD.
           IF WS-SEM-CRALU NOT = 'S'
              CLOSE CRALU.
           PERFORM 9720-FECHA-ESCOPO THRU 9729-FIM-FECHA
           CLOSE CADCURSO
                 CADALUNO
                 MATRIC
                 CADNOTAS
           CHAIN 'FACAD.EXE'.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): QUEM
      * NAO TEM CURSO CADASTRADO CONTINUA VENDO TODOS OS CURSOS
       9700-CARREGA-ESCOPO.
           MOVE 'N' TO WS-COM-ESCOPO
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

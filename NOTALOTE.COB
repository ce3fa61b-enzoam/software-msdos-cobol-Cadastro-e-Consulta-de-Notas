      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            REJEITA NOTA DE BIMESTRE COM PRAZO DE
      *                          ENTREGA VENCIDO (PRAZONT.DAT)
      * 1.2      /  /            GRAVA O OPERADOR DE CADA NOTA IMPORTADA
      *                          EM LANCNOTA.DAT (SESSAO DA ESTACAO)
      * 1.3      /  /            REJEITA NOTA DE CURSO FORA DO ESCOPO
      *                          DO OPERADOR (OPERCUR.DAT)
      * 1.4      /  /            NOTA IMPORTADA VOLTA A CONFERENCIA DA
      *                          DISCIPLINA/BIMESTRE A PENDENTE (VERCTL)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY ANO-FECH
                       FILE STATUS STATUS-FECH.

           SELECT PRAZONT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PRZ
                       FILE STATUS STATUS-PRZ.

           SELECT NOTALOTE ASSIGN TO DISK
                       FILE STATUS STATUS-LOTE.

           SELECT LOGNLOTE ASSIGN TO DISK
                       FILE STATUS STATUS-LOG.

           SELECT OPERADOR ASSIGN TO DISK
                       FILE STATUS STATUS-OPERADOR.

           SELECT SESSCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-SESSAO
                       FILE STATUS STATUS-SESS.

           SELECT VERCTL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-VCT
                       FILE STATUS STATUS-VCT.

           SELECT LANCNOTA ASSIGN TO DISK
                       FILE STATUS STATUS-LNT.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT RELERRO ASSIGN TO PRINTER.

       DATA DIVISION.
           05  OPERADOR-FECH           PIC X(10).
           05  FILLER                  PIC X(02).

      * CURSO E DISCIPLINA ZERADOS = PRAZO GERAL DO BIMESTRE
       FD  PRAZONT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PRAZONT.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-PRAZONT.
           05  CHAVE-PRZ.
               10  ANO-PRZ             PIC 9(04).
               10  BIM-PRZ             PIC 9(01).
               10  COD-CURSO-PRZ       PIC 9(02).
               10  COD-DISCI-PRZ       PIC 9(04).
           05  DATA-LIM-PRZ            PIC 9(08).
           05  DATA-ALT-PRZ            PIC 9(08).
           05  FILLER                  PIC X(03).

       FD  NOTALOTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'notalote.dat'
           05  REJEITADOS-LOG          PIC 9(05).
           05  FILLER                  PIC X(05).

       FD  OPERADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERADOR             PIC X(10).

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

       FD  LANCNOTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'LANCNOTA.DAT'
           RECORD CONTAINS 60 CHARACTERS.

       01  REG-LANCNOTA.
           05  DATA-LNT                PIC 9(08).
           05  HORA-LNT                PIC 9(06).
           05  OPER-LNT                PIC X(10).
           05  ESTACAO-LNT             PIC 9(02).
           05  PROGRAMA-LNT            PIC X(08).
           05  ANO-LNT                 PIC 9(04).
           05  CURSO-LNT               PIC 9(02).
           05  ALUNO-LNT               PIC 9(06).
           05  DISCI-LNT               PIC 9(04).
           05  BIM-LNT                 PIC 9(01).
           05  NOTA-LNT                PIC 99V9.
           05  FILLER                  PIC X(06).

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

       FD  RELERRO
           LABEL RECORD OMITTED.

       01  REG-ORELATO                 PIC X(80).

      * SITUACAO DA CONFERENCIA DE DIGITACAO (VERNOTAS)
       FD  VERCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'VERCTL.DAT'
           RECORD CONTAINS 30 CHARACTERS.

       01  REG-VERCTL.
           05  CHAVE-VCT.
               10  ANO-VCT             PIC 9(04).
               10  BIM-VCT             PIC 9(01).
               10  COD-CURSO-VCT       PIC 9(02).
               10  COD-DISCI-VCT       PIC 9(04).
           05  SIT-VCT                 PIC X(01).
               88  VCT-PENDENTE        VALUE 'P'.
           05  QTD-DIF-VCT             PIC 9(04).
           05  DATA-VCT                PIC 9(08).
           05  FILLER                  PIC X(06).

       WORKING-STORAGE SECTION.
       01  STATUS-CUR              PIC X(02) VALUE SPACES.
       01  STATUS-ALU              PIC X(02) VALUE SPACES.
       01  STATUS-LOTE             PIC X(02) VALUE SPACES.
       01  STATUS-LOG              PIC X(02) VALUE SPACES.
       01  WS-SEM-FECHADO          PIC X VALUE 'N'.
       01  STATUS-PRZ              PIC X(02) VALUE SPACES.
       01  WS-SEM-PRAZO            PIC X VALUE 'N'.
       01  WS-PRAZO-VENCIDO        PIC X VALUE 'N'.
       01  WS-HOJE                 PIC 9(08) VALUE ZEROS.
       01  STATUS-OPERADOR         PIC X(02) VALUE SPACES.
       01  STATUS-SESS             PIC X(02) VALUE SPACES.
       01  STATUS-LNT              PIC X(02) VALUE SPACES.
       01  STATUS-VCT              PIC X(02) VALUE SPACES.
       01  WS-OPERADOR             PIC X(10) VALUE SPACES.
       01  WS-ESTACAO              PIC 9(02) VALUE ZEROS.
       01  STATUS-OCR              PIC X(02) VALUE SPACES.
       01  WS-COM-ESCOPO           PIC X VALUE 'N'.
       01  WS-FORA-ESCOPO          PIC X VALUE 'N'.
       01  WS-CURSO-ESC            PIC 9(02) VALUE ZEROS.
       01  WS-RESPOSTA             PIC X.
       01  WS-MOTIVO               PIC X(30) VALUE SPACES.
       01  WS-PERIODOS             PIC 9 VALUE 4.
           OPEN INPUT FECHADO
           IF STATUS-FECH NOT = '00'
              MOVE 'S' TO WS-SEM-FECHADO.
           OPEN INPUT PRAZONT
           IF STATUS-PRZ NOT = '00'
              MOVE 'S' TO WS-SEM-PRAZO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           OPEN INPUT NOTALOTE
           IF STATUS-LOTE NOT = '00'
              DISPLAY (12 20) 'NOTALOTE.DAT NAO ENCONTRADO'
           MOVE ZEROS TO LIDOS-LOG GRAVADOS-LOG REJEITADOS-LOG
           WRITE REG-LOGNLOTE.

       0070-OPEN-OPERADOR.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = '00'
              READ OPERADOR
              MOVE REG-OPERADOR TO WS-OPERADOR
              CLOSE OPERADOR.

      * A IMPORTACAO E REGISTRADA COM O OPERADOR DA SESSAO DA ESTACAO,
      * NAO COM O ULTIMO LOGIN GERAL (SESSOES.DAT DO FACAD)
       0075-ESTACAO.
           OPEN INPUT SESSCAD
           IF STATUS-SESS NOT = '00'
              GO TO 0100-CONFIRMA.
           DISPLAY (20 04) 'ESTACAO [  ] (0 = ULTIMO LOGIN)'
           ACCEPT (20 13) WS-ESTACAO WITH PROMPT AUTO-SKIP
           IF WS-ESTACAO = ZEROS
              CLOSE SESSCAD
              GO TO 0100-CONFIRMA.
           MOVE WS-ESTACAO TO ESTACAO-SESS
           READ SESSCAD INVALID KEY
              DISPLAY (22 20) 'ESTACAO SEM SESSAO - FACA LOGIN'
              CLOSE SESSCAD
              GO TO 0075-ESTACAO.
           IF NOT SESSAO-ATIVA
              DISPLAY (22 20) 'SESSAO ENCERRADA - FACA LOGIN'
              CLOSE SESSCAD
              GO TO 0075-ESTACAO.
           MOVE OPER-SESS TO WS-OPERADOR
           CLOSE SESSCAD.

       0100-CONFIRMA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'NOTALOTE'
           IF WS-RESPOSTA NOT = 'S' AND 's'
              GO TO 0900-FIM.

           PERFORM 9860-CARREGA-ESCOPO THRU 9869-FIM-CARREGA
           OPEN OUTPUT RELERRO
           ADD 1 TO CONTPAG
           MOVE CONTPAG TO PAG-CAB1
                 MOVE 'ANO LETIVO FECHADO' TO WS-MOTIVO
                 GO TO 0600-REJEITA.

           PERFORM 8500-VER-PRAZO THRU 8599-FIM-PRAZO
           IF WS-PRAZO-VENCIDO = 'S'
              MOVE 'PRAZO DO BIMESTRE VENCIDO' TO WS-MOTIVO
              GO TO 0600-REJEITA.

           MOVE CURSO-LOTE TO WS-CURSO-ESC
           PERFORM 9870-VERIFICA-ESCOPO THRU 9879-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              MOVE 'CURSO FORA DO ESCOPO' TO WS-MOTIVO
              GO TO 0600-REJEITA.

           MOVE CURSO-LOTE TO COD-CURSO
           READ CADCURSO INVALID KEY
              MOVE 'CURSO INEXISTENTE' TO WS-MOTIVO
              MOVE 'N' TO IND-SEG-CHAMADA
              MOVE ZEROS TO DATA-SEG-CHAMADA
              WRITE REG-ENTNOTAS.
           PERFORM 9880-REGISTRA-LANCTO THRU 9889-FIM-LANCTO
           ADD 1 TO CONT-GRAVADOS
           GO TO 0200-LE-LOTE.

       0900-FIM.
           IF WS-SEM-FECHADO NOT = 'S'
              CLOSE FECHADO.
           IF WS-SEM-PRAZO NOT = 'S'
              CLOSE PRAZONT.
           IF WS-COM-ESCOPO = 'S'
              CLOSE OPERCUR.
           CLOSE CADCURSO
                 CADALUNO
                 MATRIC
                 NOTALOTE
                 LOGNLOTE
           CHAIN 'FACAD.EXE'.

      * PRAZO DA DISCIPLINA; NAO HAVENDO, O GERAL DO BIMESTRE.
      * SEM PRAZO CADASTRADO O BIMESTRE FICA ABERTO
       8500-VER-PRAZO.
           MOVE 'N' TO WS-PRAZO-VENCIDO
           IF WS-SEM-PRAZO = 'S'
              GO TO 8599-FIM-PRAZO.
           MOVE ANO-LOTE TO ANO-PRZ
           MOVE BIM-LOTE TO BIM-PRZ
           MOVE CURSO-LOTE TO COD-CURSO-PRZ
           MOVE DISCI-LOTE TO COD-DISCI-PRZ
           READ PRAZONT
           IF STATUS-PRZ NOT = '00'
              MOVE ZEROS TO COD-CURSO-PRZ COD-DISCI-PRZ
              READ PRAZONT
              IF STATUS-PRZ NOT = '00'
                 GO TO 8599-FIM-PRAZO.
           IF WS-HOJE > DATA-LIM-PRZ
              MOVE 'S' TO WS-PRAZO-VENCIDO.

       8599-FIM-PRAZO. EXIT.

      * QUEM DIGITOU CADA NOTA - CONFRONTADO COM O HISTNOTA DO
      * CORRNOTA NO RELATORIO DE SEGREGACAO DE FUNCOES (AUDSEG)
       9880-REGISTRA-LANCTO.
           OPEN EXTEND LANCNOTA
           IF STATUS-LNT NOT = '00'
              OPEN OUTPUT LANCNOTA.
           ACCEPT DATA-LNT FROM DATE YYYYMMDD
           ACCEPT HORA-LNT FROM TIME
           MOVE WS-OPERADOR TO OPER-LNT
           MOVE WS-ESTACAO TO ESTACAO-LNT
           MOVE 'NOTALOTE' TO PROGRAMA-LNT
           MOVE ANO-NOTA TO ANO-LNT
           MOVE COD-CURSO-NOTA TO CURSO-LNT
           MOVE COD-ALUNO-NOTA TO ALUNO-LNT
           MOVE COD-DISCI-NOTA TO DISCI-LNT
           MOVE BIM-NOTA TO BIM-LNT
           MOVE NOTA TO NOTA-LNT
           WRITE REG-LANCNOTA
           CLOSE LANCNOTA
           PERFORM 9890-REABRE-CONFERENCIA THRU 9899-FIM-REABRE.

       9889-FIM-LANCTO. EXIT.

      * NOTA ALTERADA DEPOIS DA CONFERENCIA (VERNOTAS) VOLTA A
      * DISCIPLINA/BIMESTRE PARA PENDENTE - O CADNOT SEGURA AS NOTAS
      * ATE A PROXIMA COMPARACAO
       9890-REABRE-CONFERENCIA.
           OPEN I-O VERCTL
           IF STATUS-VCT NOT = '00'
              GO TO 9899-FIM-REABRE.
           MOVE ANO-NOTA TO ANO-VCT
           MOVE BIM-NOTA TO BIM-VCT
           MOVE COD-CURSO-NOTA TO COD-CURSO-VCT
           MOVE COD-DISCI-NOTA TO COD-DISCI-VCT
           READ VERCTL INVALID KEY
              CLOSE VERCTL
              GO TO 9899-FIM-REABRE.
           IF NOT VCT-PENDENTE
              MOVE 'P' TO SIT-VCT
              ACCEPT DATA-VCT FROM DATE YYYYMMDD
              REWRITE REG-VERCTL.
           CLOSE VERCTL.

       9899-FIM-REABRE. EXIT.

      * ESCOPO DO OPERADOR DA SESSAO (OPERCUR.DAT, MANTIDO NO CADOPER):
      * QUEM NAO TEM CURSO CADASTRADO CONTINUA IMPORTANDO TODOS
       9860-CARREGA-ESCOPO.
           MOVE 'N' TO WS-COM-ESCOPO
           OPEN INPUT OPERCUR
           IF STATUS-OCR NOT = '00'
              GO TO 9869-FIM-CARREGA.
           MOVE WS-OPERADOR TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              CLOSE OPERCUR
              GO TO 9869-FIM-CARREGA.
           READ OPERCUR NEXT
           IF STATUS-OCR = '00' AND COD-OPER-OCR = WS-OPERADOR
              MOVE 'S' TO WS-COM-ESCOPO
              GO TO 9869-FIM-CARREGA.
           CLOSE OPERCUR.

       9869-FIM-CARREGA. EXIT.

       9870-VERIFICA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO
           IF WS-COM-ESCOPO NOT = 'S'
              GO TO 9879-FIM-VERIFICA.
           MOVE WS-OPERADOR TO COD-OPER-OCR
           MOVE WS-CURSO-ESC TO CURSO-OCR
           READ OPERCUR INVALID KEY
              MOVE 'S' TO WS-FORA-ESCOPO.

       9879-FIM-VERIFICA. EXIT.

      *              por substituto paga o substituto, falta nao
      *              justificada do titular nao e paga e sai listada;
      *              o total e sessoes pagas vezes a hora-aula do
      *              PROFESSOR.DAT (CADPROF/ALTPROF); as provas
      *              fiscalizadas no mes (FISCAL.DAT, GERFISC) entram
      *              como sessoes pagas
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            TURMA NA CHAVE DE AULA.DAT
      * 1.2      /  /            TITULAR DA SESSAO COM TURMA VEM DE
      *                          TURMA.DAT (PROFESSOR-TUR)
      * 1.3      /  /            TOTAL DA FOLHA LANCADO NO CONTAS A
      *                          PAGAR (PAGAR.DAT, FORNECEDOR 99999)
      * 1.4      /  /            FISCALIZACAO DE PROVA (FISCAL.DAT)
      *                          PAGA COMO SESSOES DE 50 MINUTOS

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-TUR
                       FILE STATUS STATUS-TUR.

           SELECT PAGAR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-PAGAR
                       FILE STATUS STATUS-PAGAR.

           SELECT FISCAL ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FIS
                       FILE STATUS STATUS-FIS.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
           05  PROFESSOR-TUR           PIC X(25).
           05  FILLER                  PIC X(04).

       FD  PAGAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'PAGAR.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-PAGAR.
           05  CHAVE-PAGAR.
               10  COD-FORN-PAG        PIC 9(05).
               10  DOC-PAG.
                   15  PREFIXO-DOC-PAG PIC X(02).
                   15  PROF-DOC-PAG    PIC 9(04).
                   15  ANOMES-DOC-PAG  PIC 9(06).
               10  PARCELA-PAG         PIC 9(02).
           05  CATEGORIA-PAG           PIC X(01).
           05  DESCRICAO-PAG           PIC X(30).
           05  DATA-EMIS-PAG           PIC 9(08).
           05  VENC-PAG                PIC 9(08).
           05  VALOR-PAG               PIC 9(07)V99.
           05  SIT-PAG                 PIC X(01).
               88  PAG-ABERTA          VALUE 'A'.
               88  PAG-PAGA            VALUE 'P'.
               88  PAG-CANCELADA       VALUE 'C'.
           05  DATA-PGTO-PAG           PIC 9(08).
           05  VALOR-PGTO-PAG          PIC 9(07)V99.
           05  FORMA-PGTO-PAG          PIC X(01).
           05  OPERADOR-PAG            PIC X(10).
           05  COD-PROF-PAG            PIC 9(04).
           05  FILLER                  PIC X(12).

       FD  FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FISCAL.DAT'
           RECORD CONTAINS 40 CHARACTERS.

       01  REG-FISCAL.
           05  CHAVE-FIS.
               10  ANO-FIS             PIC 9(04).
               10  COD-CURSO-FIS       PIC 9(02).
               10  COD-DISCI-FIS       PIC 9(04).
               10  BIM-FIS             PIC 9(01).
               10  SEQ-FIS             PIC 9(01).
           05  COD-PROF-FIS            PIC 9(04).
           05  DATA-FIS                PIC 9(08).
           05  HORA-INI-FIS            PIC 9(04).
           05  HORA-FIM-FIS            PIC 9(04).
           05  SALA-FIS                PIC 9(03).
           05  FILLER                  PIC X(05).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  STATUS-AULA         PIC X(02) VALUE SPACES.
       01  STATUS-APROF        PIC X(02) VALUE SPACES.
       01  STATUS-TUR          PIC X(02) VALUE SPACES.
       01  STATUS-PAGAR        PIC X(02) VALUE SPACES.
       01  WS-SEM-PAGAR        PIC X VALUE 'N'.
       01  STATUS-FIS          PIC X(02) VALUE SPACES.
       01  WS-SEM-FISCAL       PIC X VALUE 'N'.
       01  WS-HORA-FIS.
           05 WS-HH-FIS        PIC 9(02).
           05 WS-MM-FIS        PIC 9(02).
       01  WS-HORA-FIS-R REDEFINES WS-HORA-FIS PIC 9(04).
       01  WS-INICIO-FIS       PIC 9(04) VALUE ZEROS.
       01  WS-MINUTOS-FIS      PIC 9(04) VALUE ZEROS.
       01  WS-SESSOES-FIS      PIC 9(02) VALUE ZEROS.
       01  WS-SESSOES-ED       PIC Z9.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-VENC-FOLHA.
           05 WS-ANO-VFOLHA    PIC 9(04).
           05 WS-MES-VFOLHA    PIC 9(02).
           05 WS-DIA-VFOLHA    PIC 9(02).
       01  WS-VENC-FOLHA-R REDEFINES WS-VENC-FOLHA PIC 9(08).
       01  WS-SEM-APROF        PIC X VALUE 'N'.
       01  WS-SEM-TURMAS       PIC X VALUE 'N'.
       01  WS-RESPOSTA         PIC X.
           OPEN INPUT TURMAS
           IF STATUS-TUR NOT = '00'
              MOVE 'S' TO WS-SEM-TURMAS.
           OPEN INPUT FISCAL
           IF STATUS-FIS NOT = '00'
              MOVE 'S' TO WS-SEM-FISCAL.
           OPEN I-O PAGAR
           IF STATUS-PAGAR NOT = '00'
              OPEN OUTPUT PAGAR
              CLOSE PAGAR
              OPEN I-O PAGAR
              IF STATUS-PAGAR NOT = '00'
                 MOVE 'S' TO WS-SEM-PAGAR.

       0200-TELA.
           DISPLAY (01 01) ERASE
           PERFORM 8000-CABECALHO THRU 8099-FIM-CAB
           MOVE ZEROS TO CHAVE-AULA
           START AULA KEY NOT LESS THAN CHAVE-AULA INVALID KEY
              GO TO 0700-FISCAIS.

       0410-LE-AULA.
           READ AULA NEXT
           IF STATUS-AULA NOT = '00'
              GO TO 0700-FISCAIS.
           IF AULA-CANCELADA
              GO TO 0410-LE-AULA.
           MOVE DATA-AULA (1:6) TO WS-ANOMES-AULA

       2099-FIM-APLICA. EXIT.

      * PROVAS FISCALIZADAS NO MES: CADA 50 MINUTOS (OU FRACAO) DA
      * PROVA VALE UMA SESSAO PAGA
       0700-FISCAIS.
           IF WS-SEM-FISCAL = 'S'
              GO TO 0800-TOTAIS.
           MOVE ANOMES-PROC (1:4) TO ANO-FIS
           MOVE ZEROS TO COD-CURSO-FIS COD-DISCI-FIS BIM-FIS SEQ-FIS
           START FISCAL KEY NOT LESS THAN CHAVE-FIS INVALID KEY
              GO TO 0800-TOTAIS.

       0710-LE-FISCAL.
           READ FISCAL NEXT
           IF STATUS-FIS NOT = '00'
              GO TO 0800-TOTAIS.
           IF ANO-FIS NOT = ANOMES-PROC (1:4)
              GO TO 0800-TOTAIS.
           IF COD-PROF-FIS NOT = PROF-PROC
              GO TO 0710-LE-FISCAL.
           IF DATA-FIS (1:6) NOT = ANOMES-PROC
              GO TO 0710-LE-FISCAL.
           MOVE HORA-INI-FIS TO WS-HORA-FIS-R
           COMPUTE WS-INICIO-FIS = WS-HH-FIS * 60 + WS-MM-FIS
           MOVE HORA-FIM-FIS TO WS-HORA-FIS-R
           COMPUTE WS-MINUTOS-FIS = WS-HH-FIS * 60 + WS-MM-FIS
           MOVE ZEROS TO WS-SESSOES-FIS
           IF WS-MINUTOS-FIS > WS-INICIO-FIS
              SUBTRACT WS-INICIO-FIS FROM WS-MINUTOS-FIS
              ADD 49 TO WS-MINUTOS-FIS
              DIVIDE 50 INTO WS-MINUTOS-FIS GIVING WS-SESSOES-FIS.
           IF WS-SESSOES-FIS = ZEROS
              MOVE 1 TO WS-SESSOES-FIS.
           IF CONTLIN > 55
              PERFORM 8000-CABECALHO THRU 8099-FIM-CAB.
           MOVE DATA-FIS TO DATA-DET1
           MOVE COD-CURSO-FIS TO CURSO-DET1
           MOVE COD-DISCI-FIS TO DISCI-DET1
           MOVE WS-SESSOES-FIS TO WS-SESSOES-ED
           MOVE SPACES TO COND-DET1
           MOVE 'FISCAL PROVA ' TO COND-DET1 (1:13)
           MOVE WS-SESSOES-ED TO COND-DET1 (14:2)
           MOVE ' SES.' TO COND-DET1 (16:5)
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           ADD WS-SESSOES-FIS TO CONT-PAGAS
           GO TO 0710-LE-FISCAL.

       0800-TOTAIS.
           MOVE CONT-PAGAS TO PAGAS-TOT1
           MOVE CONT-FALTAS TO FALTAS-TOT1
           CLOSE RELAT
           DISPLAY (22 10) 'FOLHA EMITIDA - SESSOES PAGAS:'
           DISPLAY (22 41) CONT-PAGAS
           PERFORM 0850-LANCA-PAGAR THRU 0859-FIM-PAGAR
           STOP ' '
           GO TO 0200-TELA.

      * LANCA (OU ATUALIZA, SE A FOLHA FOR REEMITIDA) O TOTAL COMO
      * CONTA A PAGAR DO FORNECEDOR 99999, DOCUMENTO FP + PROFESSOR +
      * ANO/MES, VENCENDO NO DIA 05 DO MES SEGUINTE; CONTA JA PAGA OU
      * CANCELADA NAO E ALTERADA
       0850-LANCA-PAGAR.
           IF WS-SEM-PAGAR = 'S' OR WS-TOTAL = ZEROS
              GO TO 0859-FIM-PAGAR.
           MOVE 99999 TO COD-FORN-PAG
           MOVE 'FP' TO PREFIXO-DOC-PAG
           MOVE PROF-PROC TO PROF-DOC-PAG
           MOVE ANOMES-PROC TO ANOMES-DOC-PAG
           MOVE 1 TO PARCELA-PAG
           READ PAGAR INVALID KEY
              GO TO 0855-NOVA-CONTA.
           IF NOT PAG-ABERTA
              DISPLAY (23 10) 'CONTA DA FOLHA JA BAIXADA EM PAGAR.DAT'
              GO TO 0859-FIM-PAGAR.
           MOVE WS-TOTAL TO VALOR-PAG
           REWRITE REG-PAGAR
           DISPLAY (23 10) 'CONTA A PAGAR DA FOLHA ATUALIZADA'
           GO TO 0859-FIM-PAGAR.

       0855-NOVA-CONTA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'F' TO CATEGORIA-PAG
           MOVE SPACES TO DESCRICAO-PAG
           MOVE 'FOLHA ' TO DESCRICAO-PAG (1:6)
           MOVE WS-NOME-TITULAR TO DESCRICAO-PAG (7:24)
           MOVE WS-DATA-HOJE TO DATA-EMIS-PAG
           MOVE ANOMES-PROC (1:4) TO WS-ANO-VFOLHA
           MOVE ANOMES-PROC (5:2) TO WS-MES-VFOLHA
           ADD 1 TO WS-MES-VFOLHA
           IF WS-MES-VFOLHA > 12
              MOVE 1 TO WS-MES-VFOLHA
              ADD 1 TO WS-ANO-VFOLHA.
           MOVE 5 TO WS-DIA-VFOLHA
           MOVE WS-VENC-FOLHA-R TO VENC-PAG
           MOVE WS-TOTAL TO VALOR-PAG
           MOVE 'A' TO SIT-PAG
           MOVE ZEROS TO DATA-PGTO-PAG VALOR-PGTO-PAG
           MOVE SPACES TO FORMA-PGTO-PAG OPERADOR-PAG
           MOVE PROF-PROC TO COD-PROF-PAG
           WRITE REG-PAGAR INVALID KEY
              DISPLAY (23 10) 'PROBLEMA WRITE PAGAR.DAT ' STATUS-PAGAR
              GO TO 0859-FIM-PAGAR.
           DISPLAY (23 10) 'CONTA A PAGAR DA FOLHA LANCADA'.

       0859-FIM-PAGAR. EXIT.

       0990-FIM.
           IF WS-SEM-APROF NOT = 'S'
              CLOSE AULAPROF.
           IF WS-SEM-TURMAS NOT = 'S'
              CLOSE TURMAS.
           IF WS-SEM-PAGAR NOT = 'S'
              CLOSE PAGAR.
           IF WS-SEM-FISCAL NOT = 'S'
              CLOSE FISCAL.
           CLOSE CADPROF
                 CADDISCI
                 AULA

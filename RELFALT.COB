      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            CONTATOS DO ALUNO (CONTALU.DAT)
      *                             IMPRESSOS SOB CADA ALUNO
      *    1.2      /  /            SO OS CURSOS DO ESCOPO DO OPERADOR
      *                             (OPERCUR.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-CADNT
                       FILE STATUS STATUS-CADNT.

           SELECT CONTCAD ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-CONT
                       FILE STATUS STATUS-CONT.

           SELECT OPERSTA ASSIGN TO DISK
                       FILE STATUS STATUS-OPSTA.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT SORTFALT ASSIGN TO DISK.

           SELECT RELALERT ASSIGN TO PRINTER.
           05  BIM-CADNOTA                PIC 9.
           05  NOME-ALUNO-CADNOTA         PIC X(40).

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

       FD  OPERSTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERSTA                 PIC X(10).

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

       SD  SORTFALT
           VALUE OF FILE-ID 'RELFALT.TMP'.

       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
       01  CONTLIN                 PIC 9(02) VALUE ZEROS.
       01  CONT-LISTADOS           PIC 9(05) VALUE ZEROS.
       01  STATUS-CONT             PIC X(02) VALUE SPACE.
       01  WS-SEM-CONT             PIC X VALUE 'N'.
       01  STATUS-OPSTA            PIC X(02) VALUE SPACES.
       01  STATUS-OCR              PIC X(02) VALUE SPACES.
       01  WS-OPER-ESC             PIC X(10) VALUE SPACES.
       01  WS-FORA-ESCOPO          PIC X VALUE 'N'.
       01  WS-CURSO-ESC            PIC 9(02) VALUE ZEROS.
       01  WS-QTD-ESC              PIC 9(02) VALUE ZEROS.
       01  WS-IND-ESC              PIC 9(02) VALUE ZEROS.
       01  TAB-ESCOPO.
           05 CURSO-TAB-ESC        PIC 9(02) OCCURS 8 TIMES.
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

       01  CAB1.
           05 FILLER               PIC X(33) VALUE 'CURSO'.
           05 FILLER               PIC X(03) VALUE '%  '.
           05 SIT-DET1             PIC X(10).

       01  DET2.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'FONES: '.
           05 FONE-DET2            PIC X(16) OCCURS 3 TIMES.
           05 FILLER               PIC X(07) VALUE ' CANAL:'.
           05 CANAL-DET2           PIC X(06).

       01  DET3.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'E-MAIL: '.
           05 EMAIL-DET3           PIC X(40).

       01  DET4.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(24) VALUE
              'CONTATOS NAO CADASTRADOS'.

       01  RODAPE.
           05 FILLER               PIC X(20) VALUE
              'ALUNOS LISTADOS....:'.
              STOP ' '
              CHAIN 'FACAD.EXE'.

       0250-OPEN-CONTATOS.
           OPEN INPUT CONTCAD
           IF STATUS-CONT NOT = '00'
              MOVE 'S' TO WS-SEM-CONT.
           PERFORM 9800-CARREGA-ESCOPO THRU 9809-FIM-CARREGA.

       0300-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELFALT'
              GO TO 0699-FIM.
           IF ANO-CADNOTA NOT = WS-ANO-REL
              GO TO 0699-FIM.
           MOVE COD-CURSO-CADNOTA TO WS-CURSO-ESC
           PERFORM 9810-VERIFICA-ESCOPO THRU 9819-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              GO TO 0620-LE-CADNOTAS.

           MOVE ZEROS TO WS-TOT-FALTAS
           MOVE WS-BIM-INI TO WS-BIM.
              MOVE 'ATENCAO' TO SIT-DET1.
           WRITE REG-ORELATO FROM DET1 AFTER 1
           ADD 1 TO CONTLIN
           PERFORM 0950-IMPRIME-CONTATOS THRU 0959-FIM-CONTATOS
           GO TO 0710-LE-SORT.

       0799-FIM. EXIT.
       0899-FIM-CABS. EXIT.

       0900-ENCERRA.
           IF WS-SEM-CONT NOT = 'S'
              CLOSE CONTCAD.
           CLOSE CADCURSO
                 CADDISCI
                 CADNOTAS
           CHAIN 'FACAD.EXE'.

      * CONTATOS DO ALUNO (CONTALU.DAT) IMPRESSOS SOB O DETALHE PARA
      * QUEM FAZ AS LIGACOES
       0950-IMPRIME-CONTATOS.
           IF WS-SEM-CONT = 'S'
              GO TO 0959-FIM-CONTATOS.
           MOVE ALUNO-SD TO COD-ALUNO-CONT
           MOVE CURSO-SD TO COD-CURSO-CONT
           READ CONTCAD INVALID KEY
              WRITE REG-ORELATO FROM DET4 AFTER 1
              ADD 1 TO CONTLIN
              GO TO 0959-FIM-CONTATOS.
           MOVE 1 TO WS-IND-FONE.

       0952-MONTA-FONE.
           IF WS-IND-FONE > 3
              GO TO 0954-IMPRIME.
           MOVE TIPO-FONE-CONT (WS-IND-FONE) TO TIPO-FONE-ED
           MOVE NUM-FONE-CONT (WS-IND-FONE) TO WS-FONE-AUX
           PERFORM 0960-EDITA-FONE THRU 0969-FIM-EDITA
           MOVE WS-FONE-MOSTRA TO FONE-DET2 (WS-IND-FONE)
           ADD 1 TO WS-IND-FONE
           GO TO 0952-MONTA-FONE.

       0954-IMPRIME.
           PERFORM 0970-DESC-CANAL THRU 0979-FIM-DESC
           MOVE WS-DESC-CANAL TO CANAL-DET2
           WRITE REG-ORELATO FROM DET2 AFTER 1
           ADD 1 TO CONTLIN
           IF EMAIL-CONT = SPACES
              GO TO 0959-FIM-CONTATOS.
           MOVE EMAIL-CONT TO EMAIL-DET3
           WRITE REG-ORELATO FROM DET3 AFTER 1
           ADD 1 TO CONTLIN.

       0959-FIM-CONTATOS. EXIT.

      * EDITA UM FONE DO CONTALU.DAT - TIPO (DDD)NUMERO; FONE ZERADO
      * SAI EM BRANCO
       0960-EDITA-FONE.
           MOVE SPACES TO WS-FONE-MOSTRA
           IF WS-FONE-AUX = ZEROS
              GO TO 0969-FIM-EDITA.
           MOVE WS-DDD-AUX TO DDD-FONE-ED
           MOVE WS-NUM-AUX TO NUM-FONE-ED
           MOVE WS-FONE-ED TO WS-FONE-MOSTRA.

       0969-FIM-EDITA. EXIT.

       0970-DESC-CANAL.
           MOVE SPACES TO WS-DESC-CANAL
           IF CANAL-FONE
              MOVE 'FONE' TO WS-DESC-CANAL.
           IF CANAL-SMS
              MOVE 'SMS' TO WS-DESC-CANAL.
           IF CANAL-EMAIL
              MOVE 'E-MAIL' TO WS-DESC-CANAL.
           IF CANAL-CARTA
              MOVE 'CARTA' TO WS-DESC-CANAL.

       0979-FIM-DESC. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): OS
      * CURSOS SAO LIDOS NA ENTRADA; QUEM NAO TEM CURSO CADASTRADO
      * CONTINUA VENDO TODOS
       9800-ESCOPO SECTION.
       9800-CARREGA-ESCOPO.
           MOVE ZEROS TO WS-QTD-ESC
           OPEN INPUT OPERSTA
           IF STATUS-OPSTA NOT = '00'
              GO TO 9809-FIM-CARREGA.
           READ OPERSTA
           MOVE REG-OPERSTA TO WS-OPER-ESC
           CLOSE OPERSTA
           OPEN INPUT OPERCUR
           IF STATUS-OCR NOT = '00'
              GO TO 9809-FIM-CARREGA.
           MOVE WS-OPER-ESC TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              GO TO 9805-FECHA-ESCOPO.

       9802-LE-ESCOPO.
           READ OPERCUR NEXT
           IF STATUS-OCR NOT = '00'
              GO TO 9805-FECHA-ESCOPO.
           IF COD-OPER-OCR NOT = WS-OPER-ESC OR WS-QTD-ESC = 8
              GO TO 9805-FECHA-ESCOPO.
           ADD 1 TO WS-QTD-ESC
           MOVE CURSO-OCR TO CURSO-TAB-ESC (WS-QTD-ESC)
           GO TO 9802-LE-ESCOPO.

       9805-FECHA-ESCOPO.
           CLOSE OPERCUR.

       9809-FIM-CARREGA. EXIT.

       9810-VERIFICA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO
           IF WS-QTD-ESC = ZEROS
              GO TO 9819-FIM-VERIFICA.
           MOVE 'S' TO WS-FORA-ESCOPO
           MOVE ZEROS TO WS-IND-ESC.

       9812-PROCURA-ESCOPO.
           ADD 1 TO WS-IND-ESC
           IF WS-IND-ESC > WS-QTD-ESC
              GO TO 9819-FIM-VERIFICA.
           IF CURSO-TAB-ESC (WS-IND-ESC) NOT = WS-CURSO-ESC
              GO TO 9812-PROCURA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO.

       9819-FIM-VERIFICA. EXIT.

                       RECORD KEY CHAVE-OPERC
                       FILE STATUS STATUS-MSTC.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

       DATA DIVISION.
       FILE SECTION.

           05  SITUACAO-OPERC          PIC X(01).
           05  CAMPUS-OPERC            PIC 9(02).

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

       WORKING-STORAGE SECTION.
       01  STATUS-INS          PIC X(02) VALUE SPACES.
       01  STATUS-CCMP         PIC X(02) VALUE SPACES.
       01  WS-CAMPUS-REL       PIC 9(02) VALUE ZEROS.
       01  WS-CAMPUS-OPER      PIC 9(02) VALUE ZEROS.
       01  WS-FORA-CAMPUS      PIC X VALUE 'N'.
       01  STATUS-OCR          PIC X(02) VALUE SPACES.
       01  WS-OPER-ESC         PIC X(10) VALUE SPACES.
       01  WS-COM-ESCOPO       PIC X VALUE 'N'.
       01  WS-FORA-ESCOPO      PIC X VALUE 'N'.
       01  WS-CURSO-ESC        PIC 9(02) VALUE ZEROS.
       01  STATUS-ALU              PIC X(02) VALUE SPACE.
       01  CONTLIN                 PIC 99 VALUE 99.
       01  CONTPAG                 PIC 9(05) VALUE ZEROS.
      * FORCADO PARA A UNIDADE DELE
       9800-ROTINA-CAMPUS SECTION.
       9800-PEDE-CAMPUS.
           PERFORM 9860-CARREGA-ESCOPO THRU 9869-FIM-CARREGA
           OPEN INPUT CURSOCMP
           IF STATUS-CCMP NOT = '00'
              MOVE 'S' TO WS-SEM-CCMP

       9829-FIM-OPER. EXIT.

      * CURSO FORA DO ESCOPO DO OPERADOR (OPERCUR) SAI JUNTO COM O
      * CURSO DE OUTRO CAMPUS
       9850-FILTRA-CAMPUS.
           MOVE 'N' TO WS-FORA-CAMPUS
           MOVE COD-CURSO-CCMP TO WS-CURSO-ESC
           PERFORM 9870-VERIFICA-ESCOPO THRU 9879-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              MOVE 'S' TO WS-FORA-CAMPUS
              GO TO 9859-FIM-FILTRA.
           IF WS-CAMPUS-REL = ZEROS OR WS-SEM-CCMP = 'S'
              GO TO 9859-FIM-FILTRA.
           READ CURSOCMP

       9859-FIM-FILTRA. EXIT.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): QUEM
      * NAO TEM CURSO CADASTRADO CONTINUA VENDO TODOS OS CURSOS
       9860-CARREGA-ESCOPO.
           MOVE 'N' TO WS-COM-ESCOPO
           OPEN INPUT OPERSTA
           IF STATUS-OPSTA NOT = '00'
              GO TO 9869-FIM-CARREGA.
           READ OPERSTA
           MOVE REG-OPERSTA TO WS-OPER-ESC
           CLOSE OPERSTA
           OPEN INPUT OPERCUR
           IF STATUS-OCR NOT = '00'
              GO TO 9869-FIM-CARREGA.
           MOVE WS-OPER-ESC TO COD-OPER-OCR
           MOVE ZEROS TO CURSO-OCR
           START OPERCUR KEY NOT LESS THAN CHAVE-OCR INVALID KEY
              CLOSE OPERCUR
              GO TO 9869-FIM-CARREGA.
           READ OPERCUR NEXT
           IF STATUS-OCR = '00' AND COD-OPER-OCR = WS-OPER-ESC
              MOVE 'S' TO WS-COM-ESCOPO
              GO TO 9869-FIM-CARREGA.
           CLOSE OPERCUR.

       9869-FIM-CARREGA. EXIT.

       9870-VERIFICA-ESCOPO.
           MOVE 'N' TO WS-FORA-ESCOPO
           IF WS-COM-ESCOPO NOT = 'S'
              GO TO 9879-FIM-VERIFICA.
           MOVE WS-OPER-ESC TO COD-OPER-OCR
           MOVE WS-CURSO-ESC TO CURSO-OCR
           READ OPERCUR INVALID KEY
              MOVE 'S' TO WS-FORA-ESCOPO.

       9879-FIM-VERIFICA. EXIT.

      * IDENTIDADE DA INSTITUICAO (CADINST/instpar.dat) - SEM O
      * ARQUIVO FICA O TEXTO PADRAO DO FONTE
       9970-LE-INSTPAR.

      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            SO OS CURSOS DO ESCOPO DO OPERADOR
      *                             (OPERCUR.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-ENTNT
                       FILE STATUS STATUS-ENTNT.

           SELECT OPERSTA ASSIGN TO DISK
                       FILE STATUS STATUS-OPSTA.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT RELEXC ASSIGN TO PRINTER.

       DATA DIVISION.
           05  IND-SEG-CHAMADA          PIC X(01).
           05  DATA-SEG-CHAMADA         PIC 9(08).

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

       FD  RELEXC
           LABEL RECORD OMITTED.

       01  STATUS-DIS              PIC X(02) VALUE SPACE.
       01  STATUS-MAT              PIC X(02) VALUE SPACE.
       01  STATUS-ENTNT            PIC X(02) VALUE SPACE.
       01  STATUS-OPSTA            PIC X(02) VALUE SPACES.
       01  STATUS-OCR              PIC X(02) VALUE SPACES.
       01  WS-OPER-ESC             PIC X(10) VALUE SPACES.
       01  WS-FORA-ESCOPO          PIC X VALUE 'N'.
       01  WS-CURSO-ESC            PIC 9(02) VALUE ZEROS.
       01  WS-QTD-ESC              PIC 9(02) VALUE ZEROS.
       01  WS-IND-ESC              PIC 9(02) VALUE ZEROS.
       01  TAB-ESCOPO.
           05 CURSO-TAB-ESC        PIC 9(02) OCCURS 8 TIMES.
       01  WS-ANO-REL              PIC 9(04) VALUE ZEROS.
       01  WS-BIM-REL              PIC 9 VALUE ZEROS.
       01  CURSO-ANT               PIC 9(02) VALUE 99.
                    MATRIC
              STOP ' '
              CHAIN 'FACAD.EXE'.
           PERFORM 9800-CARREGA-ESCOPO THRU 9809-FIM-CARREGA.

       0200-TELA.
           DISPLAY (01 01) ERASE
              GO TO 0800-FECHA.
           IF MAT-CANCELADA
              GO TO 0410-LE-MATRIC.
           MOVE COD-CURSO-MAT TO WS-CURSO-ESC
           PERFORM 9810-VERIFICA-ESCOPO THRU 9819-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              GO TO 0410-LE-MATRIC.
           ADD 1 TO CONT-MATRIC

           MOVE WS-ANO-REL TO ANO-NOTA
                 MATRIC
                 ENTNOTAS
           CHAIN 'FACAD.EXE'.

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

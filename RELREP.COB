      *    DATA :
      *    VRS         DATA           DESCRICAO
      *    1.0      /  /            IMPLANTACAO
      *    1.1      /  /            SO OS CURSOS DO ESCOPO DO OPERADOR
      *                             (OPERCUR.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       RECORD KEY CHAVE-PARM
                       FILE STATUS STATUS-PARM.

           SELECT OPERSTA ASSIGN TO DISK
                       FILE STATUS STATUS-OPSTA.

           SELECT OPERCUR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-OCR
                       FILE STATUS STATUS-OCR.

           SELECT SORTALU ASSIGN TO DISK.

           SELECT RELREP ASSIGN TO PRINTER.
           05  NOTA-HONRA-APRV         PIC 99V9.
           05  FILLER                  PIC X(05).

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

       FD RELREP
           LABEL RECORD OMITTED.


       WORKING-STORAGE SECTION.
       01  STATUS-PARM             PIC X(02) VALUE SPACES.
       01  STATUS-OPSTA            PIC X(02) VALUE SPACES.
       01  STATUS-OCR              PIC X(02) VALUE SPACES.
       01  WS-OPER-ESC             PIC X(10) VALUE SPACES.
       01  WS-FORA-ESCOPO          PIC X VALUE 'N'.
       01  WS-CURSO-ESC            PIC 9(02) VALUE ZEROS.
       01  WS-QTD-ESC              PIC 9(02) VALUE ZEROS.
       01  WS-IND-ESC              PIC 9(02) VALUE ZEROS.
       01  TAB-ESCOPO.
           05 CURSO-TAB-ESC        PIC 9(02) OCCURS 8 TIMES.
       01  WS-PARM-ABERTO          PIC X VALUE 'N'.
       01  WS-SEM-PARM             PIC X VALUE 'N'.
       01  CURSO-PARM-B            PIC 9(02) VALUE ZEROS.
              CLOSE CADCURSO
                    CADDISCI
              CHAIN 'FACAD.EXE'.
           PERFORM 9800-CARREGA-ESCOPO THRU 9809-FIM-CARREGA.

       0300-TELA.
           DISPLAY TELA-INICIO.

           IF ANO-CADNOTA > ANO-REL
              GO TO 0499-FIM.
           MOVE COD-CURSO-CADNOTA TO WS-CURSO-ESC
           PERFORM 9810-VERIFICA-ESCOPO THRU 9819-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              GO TO 0400-LE-CADNOTAS.
           IF ANO-CADNOTA = ANO-REL
              RELEASE REG-SORTALUNO FROM REG-CADNOTAS.


           IF ANO-CADNOTA > ANO-REL
              GO TO 0799-FIM.
           MOVE COD-CURSO-CADNOTA TO WS-CURSO-ESC
           PERFORM 9810-VERIFICA-ESCOPO THRU 9819-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              GO TO 0700-LE-CADNOTAS.
           IF ANO-CADNOTA = ANO-REL
              RELEASE REG-SORTALUNO FROM REG-CADNOTAS.

           MOVE NOTA-HONRA-APRV TO NOTA-HONRA-P.

       9599-FIM-PARM. EXIT.

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

      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            RESPEITA O ESCOPO DE CURSOS DO
      *                          OPERADOR (OPERCUR.DAT)

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

           SELECT RELBOL ASSIGN TO PRINTER.

       DATA DIVISION.
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

       FD  RELBOL
           LABEL RECORD OMITTED.

       01  STATUS-CADNT        PIC X(02) VALUE SPACES.
       01  STATUS-PARM         PIC X(02) VALUE SPACES.
       01  WS-PARM-ABERTO      PIC X VALUE 'N'.
       01  STATUS-OPSTA        PIC X(02) VALUE SPACES.
       01  STATUS-OCR          PIC X(02) VALUE SPACES.
       01  WS-OPER-ESC         PIC X(10) VALUE SPACES.
       01  WS-COM-ESCOPO       PIC X VALUE 'N'.
       01  WS-FORA-ESCOPO      PIC X VALUE 'N'.
       01  WS-CURSO-ESC        PIC 9(02) VALUE ZEROS.
       01  WS-SEM-PARM         PIC X VALUE 'N'.
       01  CURSO-PARM-B        PIC 9(02) VALUE ZEROS.
       01  ANO-PARM-B          PIC 9(04) VALUE ZEROS.
                    CADALUNO
              STOP ' '
              CHAIN 'MENUREL2.EXE'.
           PERFORM 9860-CARREGA-ESCOPO THRU 9869-FIM-CARREGA.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'BOLETIM'
           DISPLAY (02 22) 'EMISSAO DE BOLETINS EM LOTE'
           DISPLAY (02 73) 'VRS 1.1'
           DISPLAY (05 10) 'ANO [    ]  CURSO [  ]  BIMESTRE [ ]'.

       0300-PARAMETROS.
           READ CADCURSO INVALID KEY
              DISPLAY (22 10) 'CURSO NAO CADASTRADO'
              GO TO 0300-PARAMETROS.
           MOVE CURSO-PROC TO WS-CURSO-ESC
           PERFORM 9870-VERIFICA-ESCOPO THRU 9879-FIM-VERIFICA
           IF WS-FORA-ESCOPO = 'S'
              DISPLAY (22 10) 'CURSO FORA DO ESCOPO DO OPERADOR'
              GO TO 0300-PARAMETROS.
           DISPLAY (06 10) NOME-CURSO
           MOVE CURSO-PROC TO CURSO-PARM-B
           MOVE ANO-PROC TO ANO-PARM-B
       0990-FIM.
           IF WS-PARM-ABERTO = 'A' AND WS-SEM-PARM = 'N'
              CLOSE PARMAPRV.
           IF WS-COM-ESCOPO = 'S'
              CLOSE OPERCUR.
           CLOSE CADCURSO
                 CADALUNO
                 CADDISCI
           MOVE NOTA-HONRA-APRV TO NOTA-HONRA-P.

       9599-FIM-PARM. EXIT.

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

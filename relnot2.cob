      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.5         23/11/2000     IMPLATACAO
      * 1.6           /  /         SO OS CURSOS DO ESCOPO DO OPERADOR
      *                            (OPERCUR.DAT)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SORTCAD ASSIGN TO DISK.
           SELECT RELAT ASSIGN TO PRINTER.

           SELECT OPERSTA ASSIGN TO DISK
                         FILE STATUS statopsta-arq.

           SELECT OPERCUR ASSIGN TO DISK
                         ORGANIZATION INDEXED
                         ACCESS MODE DYNAMIC
                         RECORD KEY chave-ocr
                         FILE STATUS statocr-arq.

       DATA DIVISION.
       FILE SECTION.
       FD  CADDIS
           LABEL RECORD OMITTED.
       01  REG-RELAT                     PIC X(88).

       FD OPERSTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERADOR.DAT'
           RECORD CONTAINS 10 CHARACTERS.

       01  REG-OPERSTA                   PIC X(10).

      * CURSOS QUE O OPERADOR ENXERGA - SEM NENHUM = TODOS
       FD OPERCUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'OPERCUR.DAT'
           RECORD CONTAINS 20 CHARACTERS.

       01  REG-OPERCUR.
           05  chave-ocr.
               10  cod-oper-ocr          PIC X(10).
               10  curso-ocr             PIC 9(02).
           05  data-ocr                  PIC 9(08).

       WORKING-STORAGE SECTION.
       01  statcur-arq             PIC X(02) VALUE SPACE.
       01  statdis-arq             PIC X(02) VALUE SPACE.
       01  ws-alu-cod              PIC 9(06) VALUE ZEROS.
       01  ws-cont-alu             PIC 9(06) VALUE ZEROS.
       01  ws-todos                PIC X VALUE 'N'.
       01  statopsta-arq           PIC X(02) VALUE SPACE.
       01  statocr-arq             PIC X(02) VALUE SPACE.
       01  ws-oper-esc             PIC X(10) VALUE SPACES.
       01  ws-fora-escopo          PIC X VALUE 'N'.
       01  ws-curso-esc            PIC 9(02) VALUE ZEROS.
       01  ws-qtd-esc              PIC 9(02) VALUE ZEROS.
       01  ws-ind-esc              PIC 9(02) VALUE ZEROS.
       01  tab-escopo.
           05 curso-tab-esc        PIC 9(02) OCCURS 8 TIMES.


       01  CABE1.
           05 filler               PIC X(33) VALUE 'CURSO'.
              CLOSE CADDIS
              STOP ' '
              CHAIN 'mnotas.exe'.
           PERFORM 9800-carrega-escopo THRU 9809-fim-carrega.

       0300-chama-tela.
           DISPLAY TELA-MAIN.
               READ CADCUR INVALID KEY
                    DISPLAY (24 25) 'CURSO NAO CADASTRADO'
                    GO TO 0300-print-impressora.
            IF ws-todos = 'N'
               MOVE notaf-cod-cur TO ws-curso-esc
               PERFORM 9810-verifica-escopo THRU 9819-fim-verifica
               IF ws-fora-escopo = 'S'
                  DISPLAY (24 25) 'CURSO FORA DO ESCOPO DO OPERADOR'
                  GO TO 0300-print-impressora.
            DISPLAY (20 20) 'PROCESSANDO......'.

       0305-proximo-curso.
            READ CADCUR NEXT AT END
               GO TO 0600-finaliza.
            MOVE cod-curso TO notaf-cod-cur
            MOVE cod-curso TO ws-curso-esc
            PERFORM 9810-verifica-escopo THRU 9819-fim-verifica
            IF ws-fora-escopo = 'S'
               GO TO 0305-proximo-curso.

       0310-seleciona-alunos.
            MOVE ws-alu-cod TO notaf-cod-alu
               READ CADCUR INVALID KEY
                    DISPLAY (24 25) 'CURSO NAO CADASTRADO'
                    GO TO 0700-print-tela.
            IF ws-todos = 'N'
               MOVE notaf-cod-cur TO ws-curso-esc
               PERFORM 9810-verifica-escopo THRU 9819-fim-verifica
               IF ws-fora-escopo = 'S'
                  DISPLAY (24 25) 'CURSO FORA DO ESCOPO DO OPERADOR'
                  GO TO 0700-print-tela.
            DISPLAY (20 20) 'PROCESSANDO......'.

       0710-seleciona-alunos.
           CLOSE CADNOT
           CLOSE RELAT
           CHAIN 'mnotas.exe'.

      * ESCOPO DO OPERADOR (OPERCUR.DAT, MANTIDO NO CADOPER): OS
      * CURSOS SAO LIDOS NA ENTRADA; QUEM NAO TEM CURSO CADASTRADO
      * CONTINUA VENDO TODOS
       9800-escopo SECTION.
       9800-carrega-escopo.
           MOVE ZEROS TO ws-qtd-esc
           OPEN INPUT OPERSTA
           IF statopsta-arq NOT = '00'
              GO TO 9809-fim-carrega.
           READ OPERSTA
           MOVE REG-OPERSTA TO ws-oper-esc
           CLOSE OPERSTA
           OPEN INPUT OPERCUR
           IF statocr-arq NOT = '00'
              GO TO 9809-fim-carrega.
           MOVE ws-oper-esc TO cod-oper-ocr
           MOVE ZEROS TO curso-ocr
           START OPERCUR KEY NOT LESS THAN chave-ocr INVALID KEY
              GO TO 9805-fecha-escopo.

       9802-le-escopo.
           READ OPERCUR NEXT
           IF statocr-arq NOT = '00'
              GO TO 9805-fecha-escopo.
           IF cod-oper-ocr NOT = ws-oper-esc OR ws-qtd-esc = 8
              GO TO 9805-fecha-escopo.
           ADD 1 TO ws-qtd-esc
           MOVE curso-ocr TO curso-tab-esc (ws-qtd-esc)
           GO TO 9802-le-escopo.

       9805-fecha-escopo.
           CLOSE OPERCUR.

       9809-fim-carrega. EXIT.

       9810-verifica-escopo.
           MOVE 'N' TO ws-fora-escopo
           IF ws-qtd-esc = ZEROS
              GO TO 9819-fim-verifica.
           MOVE 'S' TO ws-fora-escopo
           MOVE ZEROS TO ws-ind-esc.

       9812-procura-escopo.
           ADD 1 TO ws-ind-esc
           IF ws-ind-esc > ws-qtd-esc
              GO TO 9819-fim-verifica.
           IF curso-tab-esc (ws-ind-esc) NOT = ws-curso-esc
              GO TO 9812-procura-escopo.
           MOVE 'N' TO ws-fora-escopo.

       9819-fim-verifica. EXIT.


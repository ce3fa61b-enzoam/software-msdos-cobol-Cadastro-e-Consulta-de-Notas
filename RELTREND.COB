      *              FECHANO ainda nao rodou e caindo para o arquivo
      *              morto do ARQANO (CADNOaaaa.ARQ via ARQCAT.DAT)
      *              nos anos ja arquivados, como o HISTESC ja faz;
      *              e a serie de cinco anos que a visita do MEC pede;
      *              a evasao pode vir da ultima foto do ano
      *              (FOTOALU.DAT do FOTOMES) p/ repetir numeros ja
      *              entregues
      * DATA :
      * VRS         DATA           DESCRICAO
      * 1.0      /  /            IMPLANTACAO
      * 1.1      /  /            EVASAO A PARTIR DA FOTO DO MES

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQCAD ASSIGN TO DISK
                       FILE STATUS STATUS-ACAD.

           SELECT FOTOALU ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FOTO
                       FILE STATUS STATUS-FOTO.

           SELECT FOTOCAT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY CHAVE-FCAT
                       FILE STATUS STATUS-FCAT.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
           05  BIM-ACAD                   PIC 9.
           05  NOME-ALUNO-ACAD            PIC X(40).

       FD  FOTOALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FOTOALU.DAT'
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-FOTOALU.
           05  CHAVE-FOTO.
               10  ANO-FOTO            PIC 9(04).
               10  MES-FOTO            PIC 9(02).
               10  CURSO-FOTO          PIC 9(02).
               10  ALUNO-FOTO          PIC 9(06).
           05  NOME-FOTO               PIC X(35).
           05  SIT-FOTO                PIC X(01).
               88  FOTO-ATIVO          VALUE 'A'.
               88  FOTO-FORMADO        VALUE 'F'.
               88  FOTO-DESISTENTE     VALUE 'D'.
           05  DATA-SIT-FOTO           PIC 9(08).
           05  QTD-MAT-FOTO            PIC 9(03).
           05  MAT-MES-FOTO            PIC 9(03).
           05  CANC-MES-FOTO           PIC 9(03).
           05  VAL-COMP-FOTO           PIC 9(05)V99.
           05  ABE-COMP-FOTO           PIC 9(05)V99.
           05  BOLSA-COMP-FOTO         PIC 9(05)V99.
           05  QTD-ABERTAS-FOTO        PIC 9(03).
           05  VAL-ABERTO-FOTO         PIC 9(06)V99.
           05  PAGO-MES-FOTO           PIC 9(06)V99.
           05  QTD-CUST-FOTO           PIC 9(02).
           05  FILLER                  PIC X(11).

       FD  FOTOCAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID 'FOTOCAT.DAT'
           RECORD CONTAINS 50 CHARACTERS.

       01  REG-FOTOCAT.
           05  CHAVE-FCAT.
               10  ANO-FCAT            PIC 9(04).
               10  MES-FCAT            PIC 9(02).
           05  DATA-FCAT               PIC 9(08).
           05  HORA-FCAT               PIC 9(06).
           05  OPER-FCAT               PIC X(10).
           05  QTD-ALU-FCAT            PIC 9(05).
           05  QTD-ATI-FCAT            PIC 9(05).
           05  FILLER                  PIC X(10).

       FD  RELAT
           LABEL RECORD OMITTED.

       01  STATUS-ACAD         PIC X(02) VALUE SPACES.
       01  WS-SEM-RESULT       PIC X VALUE 'N'.
       01  WS-SEM-CADNT        PIC X VALUE 'N'.
       01  STATUS-FOTO         PIC X(02) VALUE SPACES.
       01  STATUS-FCAT         PIC X(02) VALUE SPACES.
       01  WS-SEM-FOTO         PIC X VALUE 'N'.
       01  WS-USA-FOTO         PIC X VALUE 'N'.
       01  WS-MES-FOTO         PIC 9(02) VALUE ZEROS.
       01  WS-RESPOSTA         PIC X.
       01  LIMPA-LINHA         PIC X(55) VALUE SPACES.
       01  CURSO-PROC          PIC 9(02) VALUE ZEROS.
           05 EVAS-DET1            PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FONTE-DET1           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FONTE-EVAS-DET1.
              10 FOTO-EVAS-DET1    PIC X(05).
              10 MES-EVAS-DET1     PIC X(02).

       PROCEDURE DIVISION.

              DISPLAY (12 20) 'ALUNO.DAT INEXISTENTE'
              STOP ' '
              CHAIN 'MENUREL2.EXE'.
           OPEN INPUT FOTOCAT
           IF STATUS-FCAT NOT = '00'
              MOVE 'S' TO WS-SEM-FOTO
           ELSE
              OPEN INPUT FOTOALU
              IF STATUS-FOTO NOT = '00'
                 MOVE 'S' TO WS-SEM-FOTO
                 CLOSE FOTOCAT.

       0200-TELA.
           DISPLAY (01 01) ERASE
           DISPLAY (02 02) 'RELTREND'
           DISPLAY (02 22) 'SERIE HISTORICA POR CURSO'
           DISPLAY (02 73) 'VRS 1.1'
           DISPLAY (05 10)
             'CURSO [  ]  ATE O ANO [    ]  QTD ANOS [ ]  FOTO S/N [ ]'
           DISPLAY (07 10)
             '(FOTO = EVASAO DA ULTIMA FOTO DO ANO, QUANDO HOUVER)'.

       0300-PARAMETROS.
           ACCEPT (05 17) CURSO-PROC WITH PROMPT AUTO-SKIP
              GO TO 0990-FIM.
           ACCEPT (05 33) ANO-FINAL WITH PROMPT AUTO-SKIP
           ACCEPT (05 50) QTD-ANOS WITH PROMPT AUTO-SKIP
           MOVE 'N' TO WS-USA-FOTO
           ACCEPT (05 64) WS-USA-FOTO WITH PROMPT AUTO-SKIP
           IF WS-USA-FOTO = 's'
              MOVE 'S' TO WS-USA-FOTO.
           IF WS-USA-FOTO NOT = 'S' OR WS-SEM-FOTO = 'S'
              MOVE 'N' TO WS-USA-FOTO.
           DISPLAY (22 10) LIMPA-LINHA
           IF QTD-ANOS = 0 OR QTD-ANOS > 9
              MOVE 5 TO QTD-ANOS.
           IF WS-ANO-PROC > ANO-FINAL
              GO TO 0900-ENCERRA.
           MOVE ZEROS TO TOT-DISC TOT-APROV SOMA-MEDIA TOT-EVASAO
           MOVE SPACES TO FONTE-DET1 FONTE-EVAS-DET1
           PERFORM 2000-APURA-RESULT THRU 2099-FIM-RESULT
           IF TOT-DISC = ZEROS
              PERFORM 3000-APURA-CADNOTAS THRU 3099-FIM-CADNOTAS.

      * EVASAO DO ANO PELA DATA DA MUDANCA DE SITUACAO NO CADASTRO
       5000-APURA-EVASAO.
           IF WS-USA-FOTO = 'S'
              PERFORM 5100-EVASAO-FOTO THRU 5199-FIM-FOTO.
           IF FOTO-EVAS-DET1 NOT = SPACES
              GO TO 5099-FIM-EVASAO.
           MOVE ZEROS TO CHAVE-ALU
           START CADALUNO KEY NOT LESS THAN CHAVE-ALU INVALID KEY
              GO TO 5099-FIM-EVASAO.

       5099-FIM-EVASAO. EXIT.

      * EVASAO DO ANO NA ULTIMA FOTO TIRADA NELE (DEZEMBRO PARA
      * TRAS); SEM FOTO NO ANO FICA O CADASTRO ATUAL
       5100-EVASAO-FOTO.
           MOVE 13 TO WS-MES-FOTO.

       5110-PROCURA-FOTO.
           SUBTRACT 1 FROM WS-MES-FOTO
           IF WS-MES-FOTO = ZEROS
              GO TO 5199-FIM-FOTO.
           MOVE WS-ANO-PROC TO ANO-FCAT
           MOVE WS-MES-FOTO TO MES-FCAT
           READ FOTOCAT INVALID KEY
              GO TO 5110-PROCURA-FOTO.
           MOVE 'FOTO ' TO FOTO-EVAS-DET1
           MOVE WS-MES-FOTO TO MES-EVAS-DET1
           MOVE WS-ANO-PROC TO ANO-FOTO
           MOVE WS-MES-FOTO TO MES-FOTO
           MOVE CURSO-PROC TO CURSO-FOTO
           MOVE ZEROS TO ALUNO-FOTO
           START FOTOALU KEY NOT LESS THAN CHAVE-FOTO INVALID KEY
              GO TO 5199-FIM-FOTO.

       5120-LE-FOTO.
           READ FOTOALU NEXT
           IF STATUS-FOTO NOT = '00'
              GO TO 5199-FIM-FOTO.
           IF ANO-FOTO NOT = WS-ANO-PROC
              OR MES-FOTO NOT = WS-MES-FOTO
              OR CURSO-FOTO NOT = CURSO-PROC
              GO TO 5199-FIM-FOTO.
           IF NOT FOTO-DESISTENTE
              GO TO 5120-LE-FOTO.
           DIVIDE DATA-SIT-FOTO BY 10000 GIVING WS-ANO-SIT
           IF WS-ANO-SIT = WS-ANO-PROC
              ADD 1 TO TOT-EVASAO.
           GO TO 5120-LE-FOTO.

       5199-FIM-FOTO. EXIT.

       6000-IMPRIME-LINHA.
           MOVE WS-ANO-PROC TO ANO-DET1
           MOVE TOT-DISC TO DISC-DET1
              CLOSE RESULT.
           IF WS-SEM-CADNT NOT = 'S'
              CLOSE CADNOTAS.
           IF WS-SEM-FOTO NOT = 'S'
              CLOSE FOTOALU
                    FOTOCAT.
           CLOSE CADALUNO
           CHAIN 'MENUREL2.EXE'.
